      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOTEIKYO.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  研究者・他省庁・報道機関などの外部からのデータ提供依頼に
      *  応える抽出プログラム。これまでは依頼のたびにRESULT-CSVを
      *  手で編集してメールしており、何を誰に渡したかの記録が
      *  残っていなかった。本プログラムは依頼1件を1枚の制御カード
      *  （TEIKYO-PARAM）で受け、RESULT-SEQ（年齢階層別人口は
      *  DEMO-IDX）から依頼の範囲を抽出して提供用CSV（TEIKYO-CSV）
      *  を作成し、外部提供台帳（TEIKYO-REG）に1件記録する。台帳は
      *  ZINKOKAIJIの月次の外部提供開示報告が読み込む。
      *
      *  提供できるのは公表済の数値だけとする。依頼の年度範囲の
      *  各年度について次のどれかに当たれば依頼全体を拒否する。
      *    ・公表ゲート状況（GATE-STS）のその年度の最後の記録が
      *      解除（"R"）でない
      *    ・その年度の公表版（HAN-IDX）が無い
      *    ・依頼の範囲のRESULT-SEQの行が、その年度の最新の版の
      *      行と一致しない（行の増減、人口・面積・可住地面積・
      *      可住地人口密度の違い）
      *  GATE-STSの記録はその時点のRESULT-SEQの最新年度について
      *  書かれるので、古い年度は一度解除されると最後の記録が"R"
      *  のまま残る。その後の保守と再計算でRESULT-SEQの行が変わっ
      *  ても、次の解除で版が凍結されるまでは公表されていないため、
      *  最新の版との突き合わせで止める。
      *  拒否・カード不正・該当データなしのときはCSVも台帳も書かず
      *  にRETURN-CODEに8を設定する。
      *
      *  TEIKYO-PARAMの制御カード（1件）：
      *    1〜8桁目   ：依頼番号（必須）
      *    9〜38桁目  ：依頼者（必須）
      *    39〜46桁目 ：担当者ID（必須）
      *    47桁目     ：範囲の指定（"C"＝コード範囲／"G"＝地域
      *                  グループ）
      *    48〜54桁目 ：開始コード（"G"のときは48〜53桁目が地域
      *                  グループID）
      *    55〜61桁目 ：終了コード（空白なら開始コードと同じ）
      *    62〜65桁目 ：開始年度
      *    66〜69桁目 ：終了年度（空白なら開始年度と同じ）
      *    70桁目     ：粒度（"T"＝都道府県／"S"＝市区町村）
      *    71〜75桁目 ：提供する指標（"Y"＝提供）。71＝人口、
      *                  72＝面積、73＝人口密度、74＝可住地面積と
      *                  可住地人口密度、75＝年齢階層別人口
      *  地域グループ（CHIIKI-IDX）は、その年度に有効な構成団体の
      *  行を抽出する。粒度が市区町村で構成団体が県のときは、その
      *  県内の市区町村の行を抽出する。
      *  管理合計は提供した行の人口の合計（人口を提供しない依頼
      *  でも同じ定義）とし、台帳に記録する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE      ASSIGN TO "RESULT-SEQ"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT TEIKYO-SRT-WK    ASSIGN TO "TEIKYOWK".
           SELECT TEIKYO-SRT-FILE  ASSIGN TO "RESULT-SEQ-TEIKYO"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS2.
      *>   提供依頼の制御カード（1件）。
           SELECT TEIKYO-PARAM-FILE ASSIGN TO "TEIKYO-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   提供用CSV。
           SELECT TEIKYO-CSV-FILE  ASSIGN TO "TEIKYO-CSV"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      *>   外部提供台帳。提供のたびに1件追記する。
           SELECT TEIKYO-REG-FILE  ASSIGN TO "TEIKYO-REG"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS5.
      *>   公表ゲート状況。年度ごとの最後の記録で公表済かを判定する。
           SELECT GATE-FILE        ASSIGN TO "GATE-STS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS6.
      *>   公表版。年度ごとの最新の版とRESULT-SEQの行を突き合わせる。
           SELECT HAN-FILE         ASSIGN TO "HAN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   HN-KEY
                                   FILE   STATUS  IS   F-STATUS11.
      *>   地域グループ・マスタ（保守はZINKOCGMNT）。
           SELECT CHIIKI-FILE      ASSIGN TO "CHIIKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   CG-KEY
                                   FILE   STATUS  IS   F-STATUS7.
      *>   年齢階層別人口マスタ。年齢階層別人口を提供するときだけ
      *>   開く。
           SELECT DEMO-FILE        ASSIGN TO "DEMO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DX-KEY
                                   FILE   STATUS  IS   F-STATUS8.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS9.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS10.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  RESULT-FILE.
           COPY RESUREC.
      *>   抽出した行をコード昇順・年度昇順に並べ替えるための作業
      *>   レコード。
       SD  TEIKYO-SRT-WK.
       01  TEIKYO-SRT-SD-REC.
           03   TSW-CODE         PIC  X(07).
           03   TSW-NAME-X       PIC  X(08).
           03   TSW-NEN          PIC  9(04).
           03   TSW-ZINKO        PIC  9(08).
           03   TSW-MENSEKI      PIC  9(05).
           03   TSW-KAJU-MENSEKI PIC  9(06)V9(02).
           03   TSW-KAJU-MITSUDO PIC  9(08)V9(03).
       FD  TEIKYO-SRT-FILE.
       01  TEIKYO-SRT-REC.
           03   TS-CODE          PIC  X(07).
           03   TS-NAME-X        PIC  X(08).
           03   TS-NEN           PIC  9(04).
           03   TS-ZINKO         PIC  9(08).
           03   TS-MENSEKI       PIC  9(05).
           03   TS-KAJU-MENSEKI  PIC  9(06)V9(02).
           03   TS-KAJU-MITSUDO  PIC  9(08)V9(03).
       FD  TEIKYO-PARAM-FILE.
       01  TEIKYO-PARAM-REC         PIC  X(80).
       FD  TEIKYO-CSV-FILE.
       01  TEIKYO-CSV-REC           PIC  X(600).
       FD  TEIKYO-REG-FILE.
           COPY TEIKYO.
       FD  GATE-FILE.
           COPY GATESTS.
       FD  HAN-FILE.
           COPY HAN.
       FD  CHIIKI-FILE.
           COPY CHIIKI.
       FD  DEMO-FILE.
           COPY DEMOIDX.
       FD  DANTAI-FILE.
           COPY DANTAI.
       FD  HIST-FILE.
           COPY RUNHIST.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
       01  F-STATUS8               PIC  XX.
       01  F-STATUS9               PIC  XX.
       01  F-STATUS10              PIC  XX.
       01  F-STATUS11              PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   提供依頼の制御カード（桁割りは見出しの説明のとおり）。
       01  IRAI-CARD.
           03   IC-IRAI-NO       PIC  X(08).
           03   IC-IRAISHA       PIC  X(30).
           03   IC-OPERATOR      PIC  X(08).
           03   IC-SENTAKU       PIC  X(01).
               88  IC-CODE-HANI                 VALUE "C".
               88  IC-CHIIKI                    VALUE "G".
           03   IC-FROM-CODE     PIC  X(07).
           03   IC-CHIIKI-ID REDEFINES IC-FROM-CODE.
                05   IC-CG-ID         PIC  X(06).
                05   FILLER           PIC  X(01).
           03   IC-TO-CODE       PIC  X(07).
           03   IC-FROM-NEN      PIC  X(04).
           03   IC-FROM-NEN-N REDEFINES IC-FROM-NEN
                                PIC  9(04).
           03   IC-TO-NEN        PIC  X(04).
           03   IC-TO-NEN-N  REDEFINES IC-TO-NEN
                                PIC  9(04).
           03   IC-GRAIN         PIC  X(01).
               88  IC-TODOFUKEN                 VALUE "T".
               88  IC-SHIKUCHOSON               VALUE "S".
           03   IC-SHIHYO-FLAGS.
                05   IC-F-ZINKO       PIC  X(01).
                     88  TEIKYO-ZINKO                VALUE "Y".
                05   IC-F-MENSEKI     PIC  X(01).
                     88  TEIKYO-MENSEKI              VALUE "Y".
                05   IC-F-DENSITY     PIC  X(01).
                     88  TEIKYO-DENSITY              VALUE "Y".
                05   IC-F-KAJU        PIC  X(01).
                     88  TEIKYO-KAJU                 VALUE "Y".
                05   IC-F-BAND        PIC  X(01).
                     88  TEIKYO-BAND                 VALUE "Y".
           03   FILLER           PIC  X(05).
      *>   台帳に記録する指標の印（TK-SHIHYOと同じ並び）。
       01  SHIHYO-MARK              PIC  X(05).
      *>   カードの検査結果と拒否の理由（空白なら受付）。
       01  KYOHI-REASON             PIC  X(60).
      *>   依頼の年度範囲（数値）。
       01  FROM-NEN                 PIC  9(04).
       01  TO-NEN                   PIC  9(04).
      *>   年度範囲を1年ずつ確かめる添字（9999年の翌年で桁あふれ
      *>   しないよう5桁）と、その表示用。
       01  CHK-NEN                  PIC  9(05).
       01  DSP-NEN                  PIC  9(04).
      *>   公表ゲートの年度別の最後の状況。GATE-STSは追記順（＝
      *>   時系列）なので、読むたびに上書きすれば最後の記録が残る。
      *>   依頼の年度には、最新の版の番号と、突き合わせの結果（版の
      *>   依頼範囲の行数・一致したRESULT-SEQの行数・不一致の有無）
      *>   も控える。
       01  KN-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  KN-MAX                   PIC  9(04)      COMP  VALUE 100.
       01  KOHYO-NEN-TABLE.
           03   KN-ENTRY         OCCURS 100 TIMES.
                05   KN-NEN           PIC  9(04).
                05   KN-STATUS        PIC  X(01).
                05   KN-DATE          PIC  9(08).
                05   KN-HAN-NO        PIC  9(03).
                05   KN-HAN-KENSU     PIC  9(05)      COMP.
                05   KN-ITCHI-CNT     PIC  9(05)      COMP.
                05   KN-SA-SW         PIC  X(01).
                     88  KN-SA-ARI                   VALUE "Y".
       01  KN-LIN                   PIC  9(04)      COMP.
       01  KN-HIT                   PIC  9(04)      COMP.
      *>   KN-HITを探す年度と、最新の版を探す途中の終わりの印。
       01  SAGASU-NEN               PIC  9(04).
       01  HAN-END-SW               PIC  X(01).
           88  HAN-END                              VALUE "Y".
      *>   地域グループの構成団体（依頼のグループ分だけ）。
       01  GRP-ARI-SW               PIC  X(01)      VALUE "N".
           88  GRP-ARI                              VALUE "Y".
       01  GRP-NAME-X               PIC  X(40)      VALUE SPACES.
       01  MT-COUNT                 PIC  9(05)      COMP  VALUE 0.
       01  MT-MAX                   PIC  9(05)      COMP  VALUE 3000.
       01  MEMBER-TABLE.
           03   MT-ENTRY         OCCURS 3000 TIMES.
                05   MT-CODE          PIC  X(07).
                05   MT-FROM-NEN      PIC  9(04).
                05   MT-TO-NEN        PIC  9(04).
       01  MT-LIN                   PIC  9(05)      COMP.
      *>   判定する行の年度とコード（県グレインの下5桁空白は
      *>   "00000"に揃える）と、抽出対象かどうかの判定結果。
       01  ROW-NEN                  PIC  9(04).
       01  ROW-CODE                 PIC  X(07).
       01  ROW-SHI-SW               PIC  X(01).
           88  ROW-SHIKUCHOSON                      VALUE "Y".
       01  CHUSHUTSU-SW             PIC  X(01).
           88  CHUSHUTSU                            VALUE "Y".
      *>   コード範囲（県グレインの下5桁空白は"00000"に揃える）。
       01  HANI-FROM-CODE           PIC  X(07).
       01  HANI-TO-CODE             PIC  X(07).
      *>   年齢階層の列見出しに使う階級の表記。
       01  BAND-LABEL-VALUES.
           03   FILLER           PIC  X(08)      VALUE "0_4".
           03   FILLER           PIC  X(08)      VALUE "5_9".
           03   FILLER           PIC  X(08)      VALUE "10_14".
           03   FILLER           PIC  X(08)      VALUE "15_19".
           03   FILLER           PIC  X(08)      VALUE "20_24".
           03   FILLER           PIC  X(08)      VALUE "25_29".
           03   FILLER           PIC  X(08)      VALUE "30_34".
           03   FILLER           PIC  X(08)      VALUE "35_39".
           03   FILLER           PIC  X(08)      VALUE "40_44".
           03   FILLER           PIC  X(08)      VALUE "45_49".
           03   FILLER           PIC  X(08)      VALUE "50_54".
           03   FILLER           PIC  X(08)      VALUE "55_59".
           03   FILLER           PIC  X(08)      VALUE "60_64".
           03   FILLER           PIC  X(08)      VALUE "65_69".
           03   FILLER           PIC  X(08)      VALUE "70_74".
           03   FILLER           PIC  X(08)      VALUE "75_79".
           03   FILLER           PIC  X(08)      VALUE "80_84".
           03   FILLER           PIC  X(08)      VALUE "85_OVER".
       01  BAND-LABEL-TABLE REDEFINES BAND-LABEL-VALUES.
           03   BAND-LABEL       PIC  X(08)      OCCURS 18 TIMES.
       01  BAND-LIN                 PIC  9(02)      COMP.
      *>   CSVの1行を組み立てる位置。
       01  CSV-PTR                  PIC  9(04)      COMP.
      *>   CSV出力行の編集用項目（RESULT-CSVと同じ編集）。
       01  CSV-NEN-ED               PIC  9(04).
       01  CSV-ZINKO-ED             PIC  Z(7)9.
       01  CSV-MENSEKI-ED           PIC  Z(4)9.
       01  CSV-DENSITY-ED           PIC  Z(7)9.999.
       01  CSV-KAJU-MENSEKI-ED      PIC  Z(5)9.99.
       01  CSV-KAJU-DENSITY-ED      PIC  Z(7)9.999.
       01  CSV-BAND-ED              PIC  Z(7)9.
       01  CUR-DENSITY              PIC  9(08)V9(03).
      *>   年齢階層別人口マスタの状態と、当該行の有無。
       01  DEMO-SW                  PIC  X(01)      VALUE "N".
           88  DEMO-OPEN                            VALUE "Y".
       01  DEMO-ARI-SW              PIC  X(01).
           88  DEMO-ARI                             VALUE "Y".
      *>   団体コード・マスタから引く正式名称（ZINKOHIKAと同じ）。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   件数と管理合計（RESULT-SEQ読込・抽出・CSV明細・年齢
      *>   階層なし・可住地面積なし）。
       01  READ-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  SELECT-CNT               PIC  9(07)      COMP  VALUE 0.
       01  CSV-OUT-CNT              PIC  9(07)      COMP  VALUE 0.
       01  DEMO-NASHI-CNT           PIC  9(05)      COMP  VALUE 0.
       01  KAJU-NASHI-CNT           PIC  9(05)      COMP  VALUE 0.
       01  KANRI-GOKEI              PIC  9(12)      VALUE 0.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-TEIKYO-PARAM.
           PERFORM CHECK-IRAI-CARD.
           PERFORM LOAD-KOHYO-NEN.
           PERFORM OPEN-HAN-MASTER.
           PERFORM CHECK-KOHYO-NEN.
           IF IC-CHIIKI THEN
              PERFORM LOAD-CHIIKI-MEMBERS
           END-IF.
           IF TEIKYO-BAND THEN
              PERFORM OPEN-DEMO-MASTER
           END-IF.
           PERFORM COUNT-HAN-ROWS.

           SORT TEIKYO-SRT-WK
              ON ASCENDING KEY TSW-CODE TSW-NEN
              INPUT PROCEDURE IS SELECT-RESULT-RECS
              GIVING TEIKYO-SRT-FILE.

           PERFORM CHECK-HAN-ITCHI.
           CLOSE HAN-FILE.
           IF SELECT-CNT = 0 THEN
              MOVE "該当するデータなし" TO KYOHI-REASON
              PERFORM KYOHI-IRAI
           END-IF.

           PERFORM OPEN-DANTAI-MASTER.
           PERFORM WRITE-TEIKYO-CSV.
           PERFORM CLOSE-DANTAI-MASTER.
           IF DEMO-OPEN THEN
              CLOSE DEMO-FILE
              MOVE "N" TO DEMO-SW
           END-IF.

      *>   CSVを書き終えてから台帳に記録する（途中で止まった提供
      *>   を提供済として残さない）。
           PERFORM WRITE-TEIKYO-REG.

           DISPLAY "***** 外部提供抽出結果 *****".
           DISPLAY "依頼番号：" IC-IRAI-NO.
           DISPLAY "依頼者：" IC-IRAISHA.
           DISPLAY "提供行数：" CSV-OUT-CNT "件".
           DISPLAY "管理合計：" KANRI-GOKEI.
           IF TEIKYO-BAND THEN
              DISPLAY "年齢階層なし：" DEMO-NASHI-CNT "件"
           END-IF.
           IF TEIKYO-KAJU THEN
              DISPLAY "可住地面積なし：" KAJU-NASHI-CNT "件"
           END-IF.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-TEIKYO-PARAM
      *    TEIKYO-PARAMの制御カード（1件）を読む。依頼が無ければ何も
      *    提供できないので、ファイルが無い・カードが無いときは異常
      *    終了する。
      ******************************************************************
       READ-TEIKYO-PARAM.
           OPEN INPUT TEIKYO-PARAM-FILE.
           IF F-STATUS3 <> "00" THEN
              DISPLAY "提供依頼カードOPENエラー：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           READ TEIKYO-PARAM-FILE NEXT.
           IF F-STATUS3 <> "00" THEN
              DISPLAY "提供依頼カードなし：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           MOVE TEIKYO-PARAM-REC TO IRAI-CARD.
           CLOSE TEIKYO-PARAM-FILE.
       READ-TEIKYO-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-IRAI-CARD
      *    提供依頼カードを検査する。最初に見つかった不備を拒否の
      *    理由としてKYOHI-IRAIへ渡す。省略できる終了コード・終了
      *    年度は開始側の値で補う。
      ******************************************************************
       CHECK-IRAI-CARD.
           MOVE SPACES TO KYOHI-REASON.
           IF IC-IRAI-NO = SPACES THEN
              MOVE "依頼番号が空白" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND IC-IRAISHA = SPACES THEN
              MOVE "依頼者が空白" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND IC-OPERATOR = SPACES THEN
              MOVE "担当者IDが空白" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND
              NOT IC-CODE-HANI AND NOT IC-CHIIKI
              MOVE "範囲の指定が不正" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND IC-FROM-CODE = SPACES THEN
              MOVE "開始コード（グループID）が空白"
                 TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND IC-CODE-HANI THEN
              IF IC-TO-CODE = SPACES THEN
                 MOVE IC-FROM-CODE TO IC-TO-CODE
              END-IF
              MOVE IC-FROM-CODE TO HANI-FROM-CODE
              MOVE IC-TO-CODE TO HANI-TO-CODE
              IF HANI-FROM-CODE (3:5) = SPACES THEN
                 MOVE "00000" TO HANI-FROM-CODE (3:5)
              END-IF
              IF HANI-TO-CODE (3:5) = SPACES THEN
                 MOVE "00000" TO HANI-TO-CODE (3:5)
              END-IF
              IF HANI-FROM-CODE > HANI-TO-CODE THEN
                 MOVE "コード範囲が逆転" TO KYOHI-REASON
              END-IF
           END-IF.
           IF KYOHI-REASON = SPACES AND IC-TO-NEN = SPACES THEN
              MOVE IC-FROM-NEN TO IC-TO-NEN
           END-IF.
           IF KYOHI-REASON = SPACES AND
              (IC-FROM-NEN IS NOT NUMERIC OR
               IC-TO-NEN IS NOT NUMERIC)
              MOVE "年度が非数値" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND
              IC-FROM-NEN-N > IC-TO-NEN-N
              MOVE "年度範囲が逆転" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND
              NOT IC-TODOFUKEN AND NOT IC-SHIKUCHOSON
              MOVE "粒度が不正" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND
              ((IC-F-ZINKO NOT = "Y" AND IC-F-ZINKO NOT = SPACE) OR
               (IC-F-MENSEKI NOT = "Y" AND
                IC-F-MENSEKI NOT = SPACE) OR
               (IC-F-DENSITY NOT = "Y" AND
                IC-F-DENSITY NOT = SPACE) OR
               (IC-F-KAJU NOT = "Y" AND IC-F-KAJU NOT = SPACE) OR
               (IC-F-BAND NOT = "Y" AND IC-F-BAND NOT = SPACE))
              MOVE "指標の指定が不正" TO KYOHI-REASON
           END-IF.
           IF KYOHI-REASON = SPACES AND
              IC-SHIHYO-FLAGS = SPACES
              MOVE "提供する指標が無い" TO KYOHI-REASON
           END-IF.

           IF KYOHI-REASON NOT = SPACES THEN
              PERFORM KYOHI-IRAI
           END-IF.

           MOVE IC-FROM-NEN-N TO FROM-NEN.
           MOVE IC-TO-NEN-N TO TO-NEN.
           MOVE SPACES TO SHIHYO-MARK.
           IF TEIKYO-ZINKO THEN
              MOVE "P" TO SHIHYO-MARK (1:1)
           END-IF.
           IF TEIKYO-MENSEKI THEN
              MOVE "A" TO SHIHYO-MARK (2:1)
           END-IF.
           IF TEIKYO-DENSITY THEN
              MOVE "D" TO SHIHYO-MARK (3:1)
           END-IF.
           IF TEIKYO-KAJU THEN
              MOVE "K" TO SHIHYO-MARK (4:1)
           END-IF.
           IF TEIKYO-BAND THEN
              MOVE "B" TO SHIHYO-MARK (5:1)
           END-IF.
       CHECK-IRAI-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  KYOHI-IRAI
      *    依頼を拒否する。CSVも台帳も書かず、RETURN-CODEに8を設定
      *    して実行履歴を残し終了する。KYOHI-REASONは呼び出し側が
      *    設定済み。
      ******************************************************************
       KYOHI-IRAI.
           DISPLAY "提供依頼を拒否：" IC-IRAI-NO " "
              KYOHI-REASON.
           MOVE 8 TO RETURN-CODE.
           PERFORM WRITE-RUN-HIST.
           GOBACK.
       KYOHI-IRAI-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-KOHYO-NEN
      *    公表ゲート状況（GATE-STS）を全件読み、年度ごとに最後の
      *    記録の状況と日付を控える。ファイルが無い（ゲートが一度も
      *    実行されていない）場合は公表済年度なしとする。
      ******************************************************************
       LOAD-KOHYO-NEN.
           MOVE 0 TO KN-COUNT.
           OPEN INPUT GATE-FILE.
           IF F-STATUS6 = "35" THEN
              MOVE "10" TO F-STATUS6
           ELSE IF F-STATUS6 <> "00" THEN
              DISPLAY "ゲートOPENエラー：" F-STATUS6
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              PERFORM UNTIL F-STATUS6 <> "00"
                 READ GATE-FILE NEXT
                 IF F-STATUS6 = "00" THEN
                    IF G-NEN > 0 THEN
                       PERFORM NOTE-KOHYO-NEN
                    END-IF
                 ELSE IF F-STATUS6 <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS6
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE GATE-FILE
           END-IF
           END-IF.
       LOAD-KOHYO-NEN-EXIT.
           EXIT.

       NOTE-KOHYO-NEN.
           MOVE 0 TO KN-HIT.
           PERFORM VARYING KN-LIN FROM 1 BY 1
              UNTIL KN-LIN > KN-COUNT
              IF KN-NEN (KN-LIN) = G-NEN THEN
                 MOVE KN-LIN TO KN-HIT
              END-IF
           END-PERFORM.
           IF KN-HIT = 0 THEN
              IF KN-COUNT >= KN-MAX THEN
                 DISPLAY "ゲートの年度が100件を超過"
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO KN-COUNT
              MOVE KN-COUNT TO KN-HIT
              MOVE G-NEN TO KN-NEN (KN-HIT)
           END-IF.
           MOVE G-STATUS TO KN-STATUS (KN-HIT).
           MOVE G-DATE TO KN-DATE (KN-HIT).
       NOTE-KOHYO-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-KOHYO-NEN
      *    依頼の年度範囲の各年度が公表済（ゲートの最後の記録が
      *    解除"R"で、公表版がある）かを確かめ、1年度でも未公表なら
      *    依頼を拒否する。公表済の年度には最新の版の番号を控える。
      ******************************************************************
       CHECK-KOHYO-NEN.
           PERFORM VARYING CHK-NEN FROM FROM-NEN BY 1
              UNTIL CHK-NEN > TO-NEN
              MOVE 0 TO KN-HIT
              PERFORM VARYING KN-LIN FROM 1 BY 1
                 UNTIL KN-LIN > KN-COUNT
                 IF KN-NEN (KN-LIN) = CHK-NEN THEN
                    MOVE KN-LIN TO KN-HIT
                 END-IF
              END-PERFORM
              MOVE CHK-NEN TO DSP-NEN
              IF KN-HIT = 0 THEN
                 DISPLAY "未公表の年度：" DSP-NEN
                    "（ゲート記録なし）"
                 MOVE "未公表の年度を含む" TO KYOHI-REASON
              ELSE IF KN-STATUS (KN-HIT) NOT = "R" THEN
                 DISPLAY "未公表の年度：" DSP-NEN
                    "（保留中）"
                 MOVE "未公表の年度を含む" TO KYOHI-REASON
              ELSE
                 PERFORM FIND-LAST-HAN
                 IF KN-HAN-NO (KN-HIT) = 0 THEN
                    DISPLAY "未公表の年度：" DSP-NEN
                       "（公表版なし）"
                    MOVE "未公表の年度を含む" TO KYOHI-REASON
                 END-IF
              END-IF
              END-IF
           END-PERFORM.

           IF KYOHI-REASON NOT = SPACES THEN
              PERFORM KYOHI-IRAI
           END-IF.
       CHECK-KOHYO-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-HAN-MASTER
      *    公表版（HAN-IDX）を照会専用に開く。公表版が無ければどの
      *    年度も公表済と確かめられないので依頼を拒否する。
      ******************************************************************
       OPEN-HAN-MASTER.
           OPEN INPUT HAN-FILE.
           IF F-STATUS11 = "35" THEN
              MOVE "公表版なし" TO KYOHI-REASON
              PERFORM KYOHI-IRAI
           ELSE IF F-STATUS11 <> "00" THEN
              DISPLAY "公表版OPENエラー：" F-STATUS11
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF
           END-IF.
       OPEN-HAN-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-LAST-HAN
      *    版の見出し（コード空白）を第1版から順にランダムREADし、
      *    KN-HITの年度の最新の版の番号をKN-HAN-NOに控える（版が
      *    無ければ0。ZINKOSHOBUNと同じ探し方）。突き合わせの件数も
      *    ここで0にする。
      ******************************************************************
       FIND-LAST-HAN.
           MOVE 0 TO KN-HAN-NO (KN-HIT).
           MOVE 0 TO KN-HAN-KENSU (KN-HIT).
           MOVE 0 TO KN-ITCHI-CNT (KN-HIT).
           MOVE "N" TO KN-SA-SW (KN-HIT).
           MOVE "N" TO HAN-END-SW.
           PERFORM UNTIL HAN-END
              MOVE KN-NEN (KN-HIT) TO HN-NEN
              COMPUTE HN-HAN-NO = KN-HAN-NO (KN-HIT) + 1
              MOVE SPACES TO HN-CODE
              READ HAN-FILE
                 INVALID KEY
                    MOVE "Y" TO HAN-END-SW
                 NOT INVALID KEY
                    MOVE HN-HAN-NO TO KN-HAN-NO (KN-HIT)
              END-READ
              IF KN-HAN-NO (KN-HIT) >= 999 THEN
                 MOVE "Y" TO HAN-END-SW
              END-IF
           END-PERFORM.
       FIND-LAST-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-KOHYO-NEN
      *    SAGASU-NENの年度の公表ゲート表の位置をKN-HITに返す（無け
      *    れば0）。
      ******************************************************************
       FIND-KOHYO-NEN.
           MOVE 0 TO KN-HIT.
           PERFORM VARYING KN-LIN FROM 1 BY 1
              UNTIL KN-LIN > KN-COUNT OR KN-HIT > 0
              IF KN-NEN (KN-LIN) = SAGASU-NEN THEN
                 MOVE KN-LIN TO KN-HIT
              END-IF
           END-PERFORM.
       FIND-KOHYO-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  COUNT-HAN-ROWS
      *    依頼の各年度について、最新の版の行のうち依頼の範囲（粒度
      *    ・コード範囲または地域グループ）に当たる行を数え、
      *    KN-HAN-KENSUに控える。RESULT-SEQから抽出した行数と比べて、
      *    公表後に増減した行を見つけるために使う。
      ******************************************************************
       COUNT-HAN-ROWS.
           PERFORM VARYING CHK-NEN FROM FROM-NEN BY 1
              UNTIL CHK-NEN > TO-NEN
              MOVE CHK-NEN TO SAGASU-NEN
              PERFORM FIND-KOHYO-NEN
              PERFORM COUNT-ONE-HAN THRU COUNT-ONE-HAN-EXIT
           END-PERFORM.
       COUNT-HAN-ROWS-EXIT.
           EXIT.

       COUNT-ONE-HAN.
           MOVE KN-NEN (KN-HIT) TO HN-NEN.
           MOVE KN-HAN-NO (KN-HIT) TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           START HAN-FILE KEY IS > HN-KEY
              INVALID KEY
                 GO TO COUNT-ONE-HAN-EXIT
           END-START.
           MOVE "00" TO F-STATUS11.
           PERFORM UNTIL F-STATUS11 <> "00"
              READ HAN-FILE NEXT
              IF F-STATUS11 = "00" THEN
                 IF HN-NEN = KN-NEN (KN-HIT) AND
                    HN-HAN-NO = KN-HAN-NO (KN-HIT)
                    MOVE HN-NEN TO ROW-NEN
                    MOVE HN-CODE TO ROW-CODE
                    PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EXIT
                    IF CHUSHUTSU THEN
                       ADD 1 TO KN-HAN-KENSU (KN-HIT)
                    END-IF
                 ELSE
                    MOVE "10" TO F-STATUS11
                 END-IF
              END-IF
           END-PERFORM.
       COUNT-ONE-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-HAN-ROW
      *    抽出したRESULT-SEQの1行（R-＊）を、その年度の最新の版の
      *    同じコードの行とランダムREADで突き合わせる。版に無い行、
      *    人口・面積・可住地面積・可住地人口密度の違う行があれば
      *    その年度を不一致とする。
      ******************************************************************
       CHECK-HAN-ROW.
           MOVE R-NEN TO SAGASU-NEN.
           PERFORM FIND-KOHYO-NEN.
           MOVE R-NEN TO HN-NEN.
           MOVE KN-HAN-NO (KN-HIT) TO HN-HAN-NO.
           MOVE R-CODE TO HN-CODE.
           READ HAN-FILE
              INVALID KEY
                 SET KN-SA-ARI (KN-HIT) TO TRUE
              NOT INVALID KEY
                 IF HN-ZINKO = R-ZINKO AND
                    HN-MENSEKI = R-MENSEKI AND
                    HN-KAJU-MENSEKI = R-KAJU-MENSEKI AND
                    HN-KAJU-MITSUDO = R-KAJU-MITSUDO
                    ADD 1 TO KN-ITCHI-CNT (KN-HIT)
                 ELSE
                    SET KN-SA-ARI (KN-HIT) TO TRUE
                 END-IF
           END-READ.
       CHECK-HAN-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-HAN-ITCHI
      *    依頼の各年度について、抽出した行がすべて最新の版と一致し、
      *    行数も版の依頼範囲の行数と同じかを確かめる。1年度でも
      *    違えば、公表後に再計算された（まだ公表されていない）数値
      *    を含むので依頼を拒否する。
      ******************************************************************
       CHECK-HAN-ITCHI.
           PERFORM VARYING CHK-NEN FROM FROM-NEN BY 1
              UNTIL CHK-NEN > TO-NEN
              MOVE CHK-NEN TO SAGASU-NEN
              PERFORM FIND-KOHYO-NEN
              IF KN-SA-ARI (KN-HIT) OR
                 KN-ITCHI-CNT (KN-HIT) NOT = KN-HAN-KENSU (KN-HIT)
                 MOVE CHK-NEN TO DSP-NEN
                 DISPLAY "公表版と異なる年度：" DSP-NEN
                    "（第" KN-HAN-NO (KN-HIT) "版）"
                 MOVE "公表後に再計算された年度を含む"
                    TO KYOHI-REASON
              END-IF
           END-PERFORM.

           IF KYOHI-REASON NOT = SPACES THEN
              PERFORM KYOHI-IRAI
           END-IF.
       CHECK-HAN-ITCHI-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-CHIIKI-MEMBERS
      *    地域グループ・マスタを索引順に読み、依頼のグループの
      *    見出し（名称）と構成団体を控える。グループが無い、または
      *    構成団体が1件も無いときは依頼を拒否する。
      ******************************************************************
       LOAD-CHIIKI-MEMBERS.
           OPEN INPUT CHIIKI-FILE.
           IF F-STATUS7 <> "00" THEN
              DISPLAY "地域グループOPENエラー：" F-STATUS7
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS7 <> "00"
              READ CHIIKI-FILE NEXT
              IF F-STATUS7 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS7 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS7
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              IF CG-ID = IC-CG-ID THEN
                 PERFORM LOAD-ONE-MEMBER
              END-IF
           END-PERFORM.

           CLOSE CHIIKI-FILE.

           IF NOT GRP-ARI OR MT-COUNT = 0 THEN
              MOVE "地域グループ未登録・構成団体なし"
                 TO KYOHI-REASON
              PERFORM KYOHI-IRAI
           END-IF.
       LOAD-CHIIKI-MEMBERS-EXIT.
           EXIT.

       LOAD-ONE-MEMBER.
           IF CG-CODE = SPACES THEN
              SET GRP-ARI TO TRUE
              MOVE CG-NAME-X TO GRP-NAME-X
           ELSE
              IF MT-COUNT >= MT-MAX THEN
                 DISPLAY "構成団体表あふれ：" CG-ID " " CG-CODE
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO MT-COUNT
              MOVE CG-CODE TO MT-CODE (MT-COUNT)
              IF MT-CODE (MT-COUNT) (3:5) = SPACES THEN
                 MOVE "00000" TO MT-CODE (MT-COUNT) (3:5)
              END-IF
              MOVE CG-FROM-NEN TO MT-FROM-NEN (MT-COUNT)
              MOVE CG-TO-NEN TO MT-TO-NEN (MT-COUNT)
           END-IF.
       LOAD-ONE-MEMBER-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DEMO-MASTER
      *    年齢階層別人口を提供するときだけ年齢階層別人口マスタを
      *    照会専用に開く。マスタが無いときは提供できないので依頼
      *    を拒否する。
      ******************************************************************
       OPEN-DEMO-MASTER.
           OPEN INPUT DEMO-FILE.
           IF F-STATUS8 = "35" THEN
              MOVE "年齢階層別人口マスタなし"
                 TO KYOHI-REASON
              PERFORM KYOHI-IRAI
           ELSE IF F-STATUS8 <> "00" THEN
              DISPLAY "年齢階層マスタOPENエラー：" F-STATUS8
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF
           END-IF.
           SET DEMO-OPEN TO TRUE.
       OPEN-DEMO-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  SELECT-RESULT-RECS
      *    RESULT-SEQを1パスで読み、依頼の年度範囲・粒度・コード
      *    範囲（または地域グループ）に当たる行だけをコード・年度
      *    昇順の並べ替え工程へRELEASEする（SORTのINPUT PROCEDURE）。
      *    RELEASEする行は最新の版と突き合わせる（CHECK-HAN-ROW）。
      ******************************************************************
       SELECT-RESULT-RECS.
           OPEN INPUT RESULT-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS <> "00"
              READ RESULT-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO READ-CNT
              MOVE R-NEN TO ROW-NEN
              MOVE R-CODE TO ROW-CODE
              PERFORM CHECK-ONE-ROW THRU CHECK-ONE-ROW-EXIT
              IF CHUSHUTSU THEN
                 PERFORM CHECK-HAN-ROW
                 MOVE R-CODE           TO TSW-CODE
                 MOVE R-NAME-X         TO TSW-NAME-X
                 MOVE R-NEN            TO TSW-NEN
                 MOVE R-ZINKO          TO TSW-ZINKO
                 MOVE R-MENSEKI        TO TSW-MENSEKI
                 MOVE R-KAJU-MENSEKI   TO TSW-KAJU-MENSEKI
                 MOVE R-KAJU-MITSUDO   TO TSW-KAJU-MITSUDO
                 RELEASE TEIKYO-SRT-SD-REC
                 ADD 1 TO SELECT-CNT
              END-IF
           END-PERFORM.

           CLOSE RESULT-FILE.
       SELECT-RESULT-RECS-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-ONE-ROW
      *    ROW-NEN・ROW-CODEの1行（RESULT-SEQまたは公表版の行）が
      *    依頼の抽出対象かを判定し、CHUSHUTSU-SWに返す。呼び出し
      *    側が年度とコードを設定する。地域グループでは、その年度
      *    に有効な構成団体の行か、粒度が市区町村で構成団体の県の
      *    県内の行を対象とする。
      ******************************************************************
       CHECK-ONE-ROW.
           MOVE "N" TO CHUSHUTSU-SW.
           IF ROW-NEN < FROM-NEN OR ROW-NEN > TO-NEN THEN
              GO TO CHECK-ONE-ROW-EXIT
           END-IF.

           IF ROW-CODE (3:5) = SPACES THEN
              MOVE "00000" TO ROW-CODE (3:5)
           END-IF.
           IF ROW-CODE (3:5) = "00000" THEN
              MOVE "N" TO ROW-SHI-SW
           ELSE
              MOVE "Y" TO ROW-SHI-SW
           END-IF.
           IF IC-TODOFUKEN AND ROW-SHIKUCHOSON THEN
              GO TO CHECK-ONE-ROW-EXIT
           END-IF.
           IF IC-SHIKUCHOSON AND NOT ROW-SHIKUCHOSON THEN
              GO TO CHECK-ONE-ROW-EXIT
           END-IF.

           IF IC-CODE-HANI THEN
              IF ROW-CODE >= HANI-FROM-CODE AND
                 ROW-CODE <= HANI-TO-CODE
                 SET CHUSHUTSU TO TRUE
              END-IF
              GO TO CHECK-ONE-ROW-EXIT
           END-IF.

           PERFORM VARYING MT-LIN FROM 1 BY 1
              UNTIL MT-LIN > MT-COUNT OR CHUSHUTSU
              IF ROW-NEN >= MT-FROM-NEN (MT-LIN) AND
                 ROW-NEN <= MT-TO-NEN (MT-LIN)
                 IF MT-CODE (MT-LIN) = ROW-CODE THEN
                    SET CHUSHUTSU TO TRUE
                 ELSE IF ROW-SHIKUCHOSON AND
                    MT-CODE (MT-LIN) (3:5) = "00000" AND
                    MT-CODE (MT-LIN) (1:2) = ROW-CODE (1:2)
                    SET CHUSHUTSU TO TRUE
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
       CHECK-ONE-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-TEIKYO-CSV
      *    コード・年度昇順に並んだ抽出行を読み、見出し行と明細行を
      *    提供用CSVへ書き出す。列は依頼された指標だけとし、管理
      *    合計（人口の合計）を積み上げる。
      ******************************************************************
       WRITE-TEIKYO-CSV.
           OPEN INPUT TEIKYO-SRT-FILE.
           OPEN OUTPUT TEIKYO-CSV-FILE.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           PERFORM WRITE-CSV-HEADER.

           MOVE "00" TO F-STATUS2.
           PERFORM UNTIL F-STATUS2 <> "00"
              READ TEIKYO-SRT-FILE NEXT
              IF F-STATUS2 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS2 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS2
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              PERFORM WRITE-CSV-ROW
           END-PERFORM.

           CLOSE TEIKYO-SRT-FILE.
           CLOSE TEIKYO-CSV-FILE.
       WRITE-TEIKYO-CSV-EXIT.
           EXIT.

      *>   見出し行。年齢階層はM_（男）・F_（女）に階級の表記を付け
      *>   た36列。
       WRITE-CSV-HEADER.
           MOVE SPACES TO TEIKYO-CSV-REC.
           MOVE 1 TO CSV-PTR.
           STRING "CODE,NAME,YEAR" DELIMITED BY SIZE
              INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
           END-STRING.
           IF TEIKYO-ZINKO THEN
              STRING ",POPULATION" DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-MENSEKI THEN
              STRING ",AREA" DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-DENSITY THEN
              STRING ",DENSITY" DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-KAJU THEN
              STRING ",HABITABLE_AREA,HABITABLE_DENSITY"
                    DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-BAND THEN
              PERFORM VARYING BAND-LIN FROM 1 BY 1
                 UNTIL BAND-LIN > 18
                 STRING ",M_" DELIMITED BY SIZE
                        BAND-LABEL (BAND-LIN) DELIMITED BY SPACE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              END-PERFORM
              PERFORM VARYING BAND-LIN FROM 1 BY 1
                 UNTIL BAND-LIN > 18
                 STRING ",F_" DELIMITED BY SIZE
                        BAND-LABEL (BAND-LIN) DELIMITED BY SPACE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              END-PERFORM
           END-IF.
           WRITE TEIKYO-CSV-REC.
       WRITE-CSV-HEADER-EXIT.
           EXIT.

      *>   明細行。コードは県グレインの下5桁空白を"00000"に揃え、
      *>   名称は団体コード・マスタの正式名称（未登録ならRESULT-SEQ
      *>   の略称）とする。可住地面積が未登録の行と、年齢階層
      *>   別人口が無い行は該当する列を空欄にする。
       WRITE-CSV-ROW.
           MOVE TS-CODE TO ROW-CODE.
           IF ROW-CODE (3:5) = SPACES THEN
              MOVE "00000" TO ROW-CODE (3:5)
           END-IF.
           MOVE ROW-CODE TO SEISHIKI-CODE.
           MOVE TS-NAME-X TO SEISHIKI-NAME-X.
           PERFORM GET-SEISHIKI-NAME.
           MOVE TS-NEN TO CSV-NEN-ED.

           MOVE SPACES TO TEIKYO-CSV-REC.
           MOVE 1 TO CSV-PTR.
           STRING ROW-CODE        DELIMITED BY SPACE
                  ","             DELIMITED BY SIZE
                  SEISHIKI-NAME-X DELIMITED BY "  "
                  ","             DELIMITED BY SIZE
                  CSV-NEN-ED      DELIMITED BY SIZE
              INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
           END-STRING.
           IF TEIKYO-ZINKO THEN
              MOVE TS-ZINKO TO CSV-ZINKO-ED
              STRING ","          DELIMITED BY SIZE
                     CSV-ZINKO-ED DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-MENSEKI THEN
              MOVE TS-MENSEKI TO CSV-MENSEKI-ED
              STRING ","            DELIMITED BY SIZE
                     CSV-MENSEKI-ED DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-DENSITY THEN
              IF TS-MENSEKI = 0 THEN
                 MOVE 0 TO CUR-DENSITY
              ELSE
                 COMPUTE CUR-DENSITY = TS-ZINKO / TS-MENSEKI
              END-IF
              MOVE CUR-DENSITY TO CSV-DENSITY-ED
              STRING ","            DELIMITED BY SIZE
                     CSV-DENSITY-ED DELIMITED BY SIZE
                 INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
              END-STRING
           END-IF.
           IF TEIKYO-KAJU THEN
              IF TS-KAJU-MENSEKI = 0 THEN
                 ADD 1 TO KAJU-NASHI-CNT
                 STRING ",," DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              ELSE
                 MOVE TS-KAJU-MENSEKI TO CSV-KAJU-MENSEKI-ED
                 MOVE TS-KAJU-MITSUDO TO CSV-KAJU-DENSITY-ED
                 STRING ","                 DELIMITED BY SIZE
                        CSV-KAJU-MENSEKI-ED DELIMITED BY SIZE
                        ","                 DELIMITED BY SIZE
                        CSV-KAJU-DENSITY-ED DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              END-IF
           END-IF.
           IF TEIKYO-BAND THEN
              PERFORM WRITE-CSV-BANDS
           END-IF.
           WRITE TEIKYO-CSV-REC.
           ADD 1 TO CSV-OUT-CNT.
           ADD TS-ZINKO TO KANRI-GOKEI.
       WRITE-CSV-ROW-EXIT.
           EXIT.

      *>   年齢階層別人口の36列（男18階級・女18階級）。同一コード・
      *>   年度のDEMO-IDXが無ければ36列とも空欄にする。
       WRITE-CSV-BANDS.
           MOVE TS-CODE TO DX-CODE.
           MOVE TS-NEN TO DX-NEN.
           MOVE "Y" TO DEMO-ARI-SW.
           READ DEMO-FILE
              INVALID KEY
                 MOVE "N" TO DEMO-ARI-SW
           END-READ.
           IF NOT DEMO-ARI THEN
              ADD 1 TO DEMO-NASHI-CNT
           END-IF.

           PERFORM VARYING BAND-LIN FROM 1 BY 1
              UNTIL BAND-LIN > 18
              IF DEMO-ARI THEN
                 MOVE DX-DAN-BAND (BAND-LIN) TO CSV-BAND-ED
                 STRING ","         DELIMITED BY SIZE
                        CSV-BAND-ED DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              ELSE
                 STRING "," DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              END-IF
           END-PERFORM.
           PERFORM VARYING BAND-LIN FROM 1 BY 1
              UNTIL BAND-LIN > 18
              IF DEMO-ARI THEN
                 MOVE DX-JO-BAND (BAND-LIN) TO CSV-BAND-ED
                 STRING ","         DELIMITED BY SIZE
                        CSV-BAND-ED DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              ELSE
                 STRING "," DELIMITED BY SIZE
                    INTO TEIKYO-CSV-REC WITH POINTER CSV-PTR
                 END-STRING
              END-IF
           END-PERFORM.
       WRITE-CSV-BANDS-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER / GET-SEISHIKI-NAME
      *    団体コード・マスタ（DANTAI-IDX）を照会専用に開き、コード
      *    ごとの正式名称をSEISHIKI-NAME-Xに返す。マスタが無い、また
      *    はコードが未登録のときは、呼び出し側が設定した従来の短い
      *    名称のまま出力する（ZINKOHIKAと同じ）。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS9 = "00" THEN
              SET DANTAI-OPEN TO TRUE
           ELSE
              DISPLAY "団体コードマスタ無し："
                 F-STATUS9
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
           EXIT.

       CLOSE-DANTAI-MASTER.
           IF DANTAI-OPEN THEN
              CLOSE DANTAI-FILE
              MOVE "N" TO DANTAI-SW
           END-IF.
       CLOSE-DANTAI-MASTER-EXIT.
           EXIT.

       GET-SEISHIKI-NAME.
           IF DANTAI-OPEN THEN
              MOVE SEISHIKI-CODE TO DT-CODE
      *>      県の行は下5桁空白の形もあるので、マスタのキーの形
      *>      （"PP00000"）に揃えて引く。
              IF DT-CODE (3:5) = SPACES THEN
                 MOVE "00000" TO DT-CODE (3:5)
              END-IF
              READ DANTAI-FILE
                 NOT INVALID KEY
                    MOVE DT-NAME-X TO SEISHIKI-NAME-X
              END-READ
           END-IF.
       GET-SEISHIKI-NAME-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-TEIKYO-REG
      *    外部提供台帳（TEIKYO-REG）に今回の提供を1件追記する。初回
      *    でファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      ******************************************************************
       WRITE-TEIKYO-REG.
           OPEN EXTEND TEIKYO-REG-FILE.
           IF F-STATUS5 = "35" THEN
              OPEN OUTPUT TEIKYO-REG-FILE
           ELSE IF F-STATUS5 <> "00" THEN
              DISPLAY "提供台帳OPENエラー：" F-STATUS5
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF
           END-IF.

           MOVE RUN-DATE TO TK-DATE.
           MOVE RUN-TIME TO TK-TIME.
           MOVE IC-IRAI-NO TO TK-IRAI-NO.
           MOVE IC-IRAISHA TO TK-IRAISHA.
           MOVE IC-OPERATOR TO TK-OPERATOR.
           MOVE IC-SENTAKU TO TK-SENTAKU.
           MOVE IC-FROM-CODE TO TK-FROM-CODE.
           IF IC-CHIIKI THEN
              MOVE SPACES TO TK-TO-CODE
           ELSE
              MOVE IC-TO-CODE TO TK-TO-CODE
           END-IF.
           MOVE FROM-NEN TO TK-FROM-NEN.
           MOVE TO-NEN TO TK-TO-NEN.
           MOVE IC-GRAIN TO TK-GRAIN.
           MOVE SHIHYO-MARK TO TK-SHIHYO.
           MOVE CSV-OUT-CNT TO TK-ROW-CNT.
           MOVE KANRI-GOKEI TO TK-KANRI-GOKEI.
           WRITE TEIKYO-REC.

           CLOSE TEIKYO-REG-FILE.
       WRITE-TEIKYO-REG-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      *    拒否のときもH-RCを8として記録する。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS10 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS10 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS10
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOTEIKYO" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE READ-CNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE CSV-OUT-CNT TO H-OUT-CNT1.
           MOVE SELECT-CNT TO H-OUT-CNT2.
           MOVE DEMO-NASHI-CNT TO H-CNT1.
           MOVE KAJU-NASHI-CNT TO H-CNT2.
           MOVE 0 TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
