      ******************************************************************
      *  DANTAI
      *    団体コード・マスタ（DANTAI-IDX）の1レコード分のレイアウト。
      *    RECORD KEYは本システムのコード（DT-CODE。ZX-CODE等と同じ
      *    7桁）。各マスタの名称欄（N(04)）では市区町村名が切れる
      *    ため、正式名称・かなはここに一元化し、帳票はここから引く。
      *    保守はZINKOCDMNT。
      *    コードの桁割り：
      *      ・1〜5桁目：全国地方公共団体コードの団体コード（1〜2桁目
      *        が都道府県）
      *      ・市区町村グレインは6桁目に検査数字（チェックディジット）
      *        を置き、7桁目は空白とする
      *      ・県グレインは従来どおり下5桁を"00000"とし、検査数字は
      *        コードに置かない（マスタのDT-CHECKにだけ持つ）
      *    各マスタ・RESULT-SEQの県の行には下5桁を空白にした形
      *    （"PP"＋空白5桁）もあるが、本マスタのキーは"PP00000"の
      *    一つの形だけとする（ZINKOCDMNTは空白の形を受け付けない）。
      *    引く側が下5桁の空白を"00000"に揃えてからREADする。
      *    検査数字は団体コード5桁に6・5・4・3・2の重みを掛けた和を
      *    11で割った余りを11から引いた値の1の位。
      *    有効期間（DT-FROM-NEN〜DT-TO-NEN）外の年度のデータは、
      *    ZINKOKENSA・ZINKOIMP・ZINKOMENTが棄却する。現存する団体の
      *    DT-TO-NENは9999。
      ******************************************************************
       01  DANTAI-REC.
           03   DT-CODE          PIC  X(07).
      *>   正式名称とかな（全角）。帳票・CSVではバイト列のまま転記
      *>   できるようXの別名を持つ（R-NAME-Xと同じ考え方）。
           03   DT-NAME          PIC  N(20).
           03   DT-NAME-X    REDEFINES DT-NAME
                                PIC  X(40).
           03   DT-KANA          PIC  N(30).
           03   DT-KANA-X    REDEFINES DT-KANA
                                PIC  X(60).
           03   DT-KEN           PIC  X(02).
      *>   グレイン（団体の区分）。
           03   DT-GRAIN         PIC  X(01).
               88  DT-GRAIN-KEN                 VALUE "K".
               88  DT-GRAIN-SEIREI              VALUE "S".
               88  DT-GRAIN-KU                  VALUE "W".
               88  DT-GRAIN-SHI                 VALUE "C".
               88  DT-GRAIN-MACHI               VALUE "T".
               88  DT-GRAIN-MURA                VALUE "V".
               88  DT-GRAIN-VALID               VALUE "K" "S" "W"
                                                      "C" "T" "V".
           03   DT-CHECK         PIC  9(01).
           03   DT-FROM-NEN      PIC  9(04).
           03   DT-TO-NEN        PIC  9(04).
      *>   最後に保守した担当者IDと日付。
           03   DT-OPERATOR      PIC  X(08).
           03   DT-UPD-DATE      PIC  9(08).
