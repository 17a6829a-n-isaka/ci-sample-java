      ******************************************************************
      *  HAN
      *    公表版（HAN-IDX）の1レコード分のレイアウト。公表ゲート
      *    状況（GATE-STS）に解除（"R"）を記録するたびに、
      *    ZINKOSHOBUNがその時点のRESULT-SEQの年度ごとの行を通し
      *    番号つきの版として凍結する。RESULT-SEQの行は再実行で
      *    置き換わるが、版は書き換えないので、ある日に公表されて
      *    いた数値を後から再現できる。
      *    RECORD KEYは年度＋版番号＋コード（HN-KEY）。
      *      ・HN-CODEが空白のレコード：版の見出し（HN-HEAD。公表
      *        日時・解除した担当者・行数・改定件数）
      *      ・HN-CODEに団体コードがあるレコード：その版の1行
      *        （HN-DATA。RESULT-RECの値と、そこから求めた密度。
      *        可住地面積・可住地人口密度はRESULT-RECの値のまま。
      *        可住地面積が未登録の行は両方とも0）
      *    索引順では年度・版ごとに見出し、各行の順に並ぶ。前の版
      *    と値の変わった項目はKAITEI-IDXに記録する。照会は
      *    ZINKOSHOKAI、改定表の印字はZINKOKAITEI。
      ******************************************************************
       01  HAN-REC.
           03   HN-KEY.
                05   HN-NEN      PIC  9(04).
                05   HN-HAN-NO   PIC  9(03).
                05   HN-CODE     PIC  X(07).
           03   HN-DATA.
                05   HN-NAME     PIC  N(04).
                05   HN-NAME-X REDEFINES HN-NAME
                                PIC  X(08).
                05   HN-ZINKO    PIC  9(08).
                05   HN-MENSEKI  PIC  9(05).
                05   HN-MITSUDO  PIC  9(08)V9(03).
                05   HN-KAJU-MENSEKI PIC 9(06)V9(02).
                05   HN-KAJU-MITSUDO PIC 9(08)V9(03).
      *>   見出しレコードの項目。HN-KENSUはその版の行数、
      *>   HN-KAITEI-CNTは前の版から値の変わった項目の数。
           03   HN-HEAD      REDEFINES HN-DATA.
                05   HN-DATE     PIC  9(08).
                05   HN-TIME     PIC  9(08).
                05   HN-OPERATOR PIC  X(08).
                05   HN-KENSU    PIC  9(04).
                05   HN-KAITEI-CNT PIC 9(04).
