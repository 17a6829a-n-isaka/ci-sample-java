      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOGETSU.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  人口マスタ（ZINKO-IDX）の団体ごとの最新年度を基準年とし、
      *  その人口（10月1日現在とみなす）に、基準年10月以降の人口
      *  動態の月次異動（IDOU-IDX。保守はZINKOIDMNT）の出生−死亡
      *  ＋転入−転出を月ごとに累計して、各月末現在の推計人口と、
      *  面積マスタ（MENSEKI-IDX）の最新年度の面積による推計密度を
      *  求める。結果は月次推計人口（GETSU-SEQ。桁割りはGETSUの
      *  コピー句）に書き出し、報告書（GETSU-RPT）に印字する。
      *
      *  月の異動が届いていない（前月から月が飛んでいる）ときは、
      *  その月以降の推計は累計に欠けがあるので、備考欄と
      *  GE-KETSUに印を付ける（推計はそのまま出す）。
      *
      *  締め誤差：人口マスタにその団体の前の年度がある場合、前の
      *  年度の人口に前の年度10月から最新年度9月までの異動を累計
      *  した推計を、最新年度の実績（国勢調査・住民基本台帳）と
      *  比べ、推計−実績と実績に対する率を印字する。その期間の
      *  異動が1か月も無い団体は締め誤差を出さない。欠けた月の
      *  数も併せて印字する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT ZINKO-FILE       ASSIGN TO "ZINKO-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   ZX-KEY
                                   FILE   STATUS  IS   F-STATUS.
      *>   人口動態の月次異動。団体・年月の範囲をSTARTで探す。
           SELECT IDOU-FILE        ASSIGN TO "IDOU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   IX-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   面積マスタ。団体の最新年度の面積をSTARTで探す。
           SELECT MENSEKI-IDX-FILE ASSIGN TO "MENSEKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   MX-KEY
                                   FILE   STATUS  IS   F-STATUS3.
      *>   月次推計人口。実行のたびに作り直す。
           SELECT GETSU-FILE       ASSIGN TO "GETSU-SEQ"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      *>   配布用の月次推計報告書（132桁の印刷ファイル）。
           SELECT GETSU-RPT-FILE   ASSIGN TO "GETSU-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS5.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS6.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS7.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  ZINKO-FILE.
           COPY ZINKOIDX.
       FD  IDOU-FILE.
           COPY IDOU.
       FD  MENSEKI-IDX-FILE.
           COPY MENSIDX.
       FD  GETSU-FILE.
           COPY GETSU.
       FD  GETSU-RPT-FILE.
       01  GETSU-PRT-REC            PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  DANTAI-FILE.
           COPY DANTAI.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   基準人口は10月1日現在とみなし、基準年のこの月から累計する。
       01  KIJUN-TSUKI              PIC  9(02)      VALUE 10.
      *>   処理中の団体（SV-CODE）の最新年度（基準年）とその前の
      *>   年度の人口。前の年度が無ければPREV-NENは0。
       01  SV-CODE                  PIC  X(07)      VALUE SPACES.
       01  SV-NAME-X                PIC  X(08).
       01  LAST-NEN                 PIC  9(04).
       01  LAST-ZINKO               PIC  9(08).
       01  PREV-NEN                 PIC  9(04).
       01  PREV-ZINKO               PIC  9(08).
      *>   団体の見出しを印字済か。
       01  HEAD-SW                  PIC  X(01).
           88  HEAD-PRINTED                         VALUE "Y".
      *>   月が飛んで累計に欠けが生じたか。
       01  KETSU-SW                 PIC  X(01).
           88  KETSU-ARI                            VALUE "Y".
      *>   次に来るはずの年月。
       01  NEXT-NEN                 PIC  9(04).
       01  NEXT-TSUKI               PIC  9(02).
      *>   月ごとの増減・累計・推計人口・推計密度。
       01  ZOGEN-WK                 PIC  S9(08).
       01  RUIKEI-WK                PIC  S9(09).
       01  SUIKEI-WK                PIC  S9(09).
       01  MENSEKI-WK               PIC  9(05).
       01  MITSUDO-WK               PIC  9(08)V9(03).
      *>   締め誤差の作業項目。
       01  SHIME-TSUKI              PIC  9(04)      COMP.
       01  SHIME-ZOGEN              PIC  S9(09).
       01  SHIME-GOSA               PIC  S9(09).
       01  SHIME-RITSU              PIC  S9(05)V9(02).
       01  SHIME-KETSU              PIC  9(04).
      *>   件数（人口マスタ読込・月次異動読込・月次推計書出・印字
      *>   行・推計団体・締め誤差・欠けのある月・面積なし）。
       01  ZINKO-CNT                PIC  9(07)      COMP  VALUE 0.
       01  IDOU-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  GETSU-CNT                PIC  9(07)      COMP  VALUE 0.
       01  PRT-CNT                  PIC  9(07)      COMP  VALUE 0.
       01  CODE-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  SHIME-CNT                PIC  9(05)      COMP  VALUE 0.
       01  KETSU-CNT                PIC  9(05)      COMP  VALUE 0.
       01  NOMEN-CNT                PIC  9(05)      COMP  VALUE 0.
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
      *>   頁見出し行。
       01  GETSU-HD1.
           03   FILLER           PIC  X(57)      VALUE
           "＊＊　月次推計人口報告　＊＊".
           03   FILLER           PIC  X(15)      VALUE
           "実行日付：".
           03   HD1-DATE-YY      PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   HD1-DATE-MM      PIC  9(02).
           03   FILLER           PIC  X(03)      VALUE "月".
           03   HD1-DATE-DD      PIC  9(02).
           03   FILLER           PIC  X(06)      VALUE "日　".
           03   FILLER           PIC  X(06)      VALUE "頁：".
           03   HD1-PAGE         PIC  Z(3)9.
      *>   列見出し行。
       01  GETSU-HD2.
           03   FILLER           PIC  X(16)      VALUE "    年月".
           03   FILLER           PIC  X(09)      VALUE "   出生".
           03   FILLER           PIC  X(09)      VALUE "   死亡".
           03   FILLER           PIC  X(09)      VALUE "   転入".
           03   FILLER           PIC  X(09)      VALUE "   転出".
           03   FILLER           PIC  X(11)      VALUE "     増減".
           03   FILLER           PIC  X(14)      VALUE "  累計増減".
           03   FILLER           PIC  X(14)      VALUE "  推計人口".
           03   FILLER           PIC  X(16)      VALUE
           "    推計密度".
           03   FILLER           PIC  X(08)      VALUE "  備考".
      *>   団体見出し行（コード・名称・面積）。
       01  GETSU-CODE-LINE.
           03   FILLER           PIC  X(09)      VALUE "団体：".
           03   HDC-CODE         PIC  X(07).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   HDC-NAME         PIC  X(40).
           03   FILLER           PIC  X(12)      VALUE "　面積：".
           03   HDC-MENSEKI      PIC  Z(4)9.
      *>   基準人口の行。
       01  GETSU-KIJUN-LINE.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   FILLER           PIC  X(09)      VALUE "基準：".
           03   HDK-NEN          PIC  9(04).
           03   FILLER           PIC  X(18)      VALUE
           "年10月1日現在".
           03   HDK-ZINKO        PIC  Z(7)9.
           03   FILLER           PIC  X(03)      VALUE "人".
      *>   締め誤差の行。
       01  GETSU-SHIME-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(15)      VALUE
           "締め誤差：".
           03   SHM-FROM-NEN     PIC  9(04).
           03   FILLER           PIC  X(06)      VALUE "年→".
           03   SHM-TO-NEN       PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   FILLER           PIC  X(12)      VALUE "　推計：".
           03   SHM-SUIKEI       PIC  Z(7)9.
           03   FILLER           PIC  X(12)      VALUE "　実績：".
           03   SHM-JISSEKI      PIC  Z(7)9.
           03   FILLER           PIC  X(12)      VALUE "　誤差：".
           03   SHM-GOSA         PIC  -(7)9.
           03   FILLER           PIC  X(03)      VALUE "（".
           03   SHM-RITSU        PIC  -(3)9.99.
           03   FILLER           PIC  X(06)      VALUE "％）".
           03   FILLER           PIC  X(12)      VALUE "　欠月：".
           03   SHM-KETSU        PIC  Z(2)9.
           03   FILLER           PIC  X(03)      VALUE "月".
      *>   月別の明細行。
       01  GETSU-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NEN          PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   DTL-TSUKI        PIC  Z9.
           03   FILLER           PIC  X(05)      VALUE "月".
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-SHUSSEI      PIC  Z(6)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-SHIBOU       PIC  Z(6)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-TENNYU       PIC  Z(6)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-TENSHUTSU    PIC  Z(6)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-ZOGEN        PIC  -(7)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-RUIKEI       PIC  -(8)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-SUIKEI       PIC  Z(8)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-MITSUDO      PIC  Z(7)9.999.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-BIKO         PIC  X(30).
      *>   最終トレーラー行。
       01  GETSU-TRL.
           03   FILLER           PIC  X(42)      VALUE
           "＊＊＊　月次推計終了　＊＊＊".
           03   FILLER           PIC  X(15)      VALUE
           "　団体数：".
           03   TRL-CODE-CNT     PIC  Z(4)9.
           03   FILLER           PIC  X(21)      VALUE
           "件　推計月数：".
           03   TRL-GETSU-CNT    PIC  Z(6)9.
           03   FILLER           PIC  X(21)      VALUE
           "件　締め誤差：".
           03   TRL-SHIME-CNT    PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM OPEN-FILES.
           PERFORM READ-ZINKO-MASTER.
           PERFORM PRINT-TRAILER.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-FILES / CLOSE-FILES
      *    人口マスタ・月次異動・面積マスタはいずれも推計に欠かせない
      *    ので、開けなければ異常終了する。団体コード・マスタは名称を
      *    引くだけなので、無くても続ける。
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT ZINKO-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "人口マスタOPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT IDOU-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "月次異動OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT MENSEKI-IDX-FILE.
           IF F-STATUS3 <> "00" THEN
              DISPLAY "面積マスタOPENエラー：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           PERFORM OPEN-DANTAI-MASTER.
           OPEN OUTPUT GETSU-FILE.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN OUTPUT GETSU-RPT-FILE.
           MOVE 0 TO PAGE-NO.
           PERFORM PRINT-PAGE-HEAD.
       OPEN-FILES-EXIT.
           EXIT.

       CLOSE-FILES.
           CLOSE ZINKO-FILE.
           CLOSE IDOU-FILE.
           CLOSE MENSEKI-IDX-FILE.
           PERFORM CLOSE-DANTAI-MASTER.
           CLOSE GETSU-FILE.
           CLOSE GETSU-RPT-FILE.
       CLOSE-FILES-EXIT.
           EXIT.
      ******************************************************************
      *  READ-ZINKO-MASTER
      *    人口マスタを索引順（コード・年度の昇順）に読み、コードが
      *    変わるごとに直前の団体の月次推計を行う。団体ごとに最後の
      *    年度（基準年）とその前の年度の人口を残しておく。
      ******************************************************************
       READ-ZINKO-MASTER.
           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ ZINKO-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO ZINKO-CNT
              IF ZX-CODE NOT = SV-CODE THEN
                 IF SV-CODE NOT = SPACES THEN
                    PERFORM GETSU-ONE-CODE
                 END-IF
                 MOVE ZX-CODE TO SV-CODE
                 MOVE 0 TO PREV-NEN
                 MOVE 0 TO PREV-ZINKO
              ELSE
                 MOVE LAST-NEN TO PREV-NEN
                 MOVE LAST-ZINKO TO PREV-ZINKO
              END-IF
              MOVE ZX-NEN TO LAST-NEN
              MOVE ZX-ZINKO TO LAST-ZINKO
              MOVE ZX-NAME-X TO SV-NAME-X
           END-PERFORM.

           IF SV-CODE NOT = SPACES THEN
              PERFORM GETSU-ONE-CODE
           END-IF.
       READ-ZINKO-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  GETSU-ONE-CODE
      *    1団体（SV-CODE）分の締め誤差と月次推計を行う。締め誤差も
      *    月次異動も無い団体は何も印字しない。
      ******************************************************************
       GETSU-ONE-CODE.
           MOVE "N" TO HEAD-SW.
           IF PREV-NEN > 0 THEN
              PERFORM CALC-SHIME THRU CALC-SHIME-EXIT
           END-IF.
           PERFORM GETSU-MONTHS THRU GETSU-MONTHS-EXIT.
           IF HEAD-PRINTED THEN
              PERFORM CHECK-PAGE
              MOVE SPACES TO GETSU-PRT-REC
              WRITE GETSU-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.
       GETSU-ONE-CODE-EXIT.
           EXIT.
      ******************************************************************
      *  CALC-SHIME
      *    前の年度の10月から基準年の9月までの異動を累計し、前の年度
      *    の人口に加えた推計と基準年の実績との差（締め誤差）を印字
      *    する。欠けた月の数は、その期間の月数から届いた月数を引いた
      *    もの。実績が0なら率は0とする（ゼロ除算の回避）。
      ******************************************************************
       CALC-SHIME.
           MOVE 0 TO SHIME-TSUKI.
           MOVE 0 TO SHIME-ZOGEN.
           MOVE SV-CODE TO IX-CODE.
           MOVE PREV-NEN TO IX-NEN.
           MOVE KIJUN-TSUKI TO IX-TSUKI.
           START IDOU-FILE KEY IS NOT < IX-KEY
              INVALID KEY
                 GO TO CALC-SHIME-EXIT
           END-START.
           MOVE "00" TO F-STATUS2.
           PERFORM UNTIL F-STATUS2 <> "00"
              READ IDOU-FILE NEXT
              IF F-STATUS2 = "00" THEN
                 IF IX-CODE = SV-CODE AND
                    (IX-NEN < LAST-NEN OR
                     (IX-NEN = LAST-NEN AND IX-TSUKI < KIJUN-TSUKI))
                    ADD 1 TO IDOU-CNT
                    ADD 1 TO SHIME-TSUKI
                    COMPUTE SHIME-ZOGEN = SHIME-ZOGEN
                                        + IX-SHUSSEI - IX-SHIBOU
                                        + IX-TENNYU - IX-TENSHUTSU
                 ELSE
                    MOVE "10" TO F-STATUS2
                 END-IF
              END-IF
           END-PERFORM.
           IF SHIME-TSUKI = 0 THEN
              GO TO CALC-SHIME-EXIT
           END-IF.

           COMPUTE SUIKEI-WK = PREV-ZINKO + SHIME-ZOGEN.
           IF SUIKEI-WK < 0 THEN
              MOVE 0 TO SUIKEI-WK
           END-IF.
           COMPUTE SHIME-GOSA = SUIKEI-WK - LAST-ZINKO.
           IF LAST-ZINKO = 0 THEN
              MOVE 0 TO SHIME-RITSU
           ELSE
              COMPUTE SHIME-RITSU ROUNDED =
                      SHIME-GOSA * 100 / LAST-ZINKO
           END-IF.
           COMPUTE SHIME-KETSU = (LAST-NEN - PREV-NEN) * 12
                               - SHIME-TSUKI.

           PERFORM PRINT-CODE-HEAD THRU PRINT-CODE-HEAD-EXIT.
           MOVE PREV-NEN TO SHM-FROM-NEN.
           MOVE LAST-NEN TO SHM-TO-NEN.
           MOVE SUIKEI-WK TO SHM-SUIKEI.
           MOVE LAST-ZINKO TO SHM-JISSEKI.
           MOVE SHIME-GOSA TO SHM-GOSA.
           MOVE SHIME-RITSU TO SHM-RITSU.
           MOVE SHIME-KETSU TO SHM-KETSU.
           PERFORM CHECK-PAGE.
           MOVE GETSU-SHIME-LINE TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO PRT-CNT.
           ADD 1 TO SHIME-CNT.
       CALC-SHIME-EXIT.
           EXIT.
      ******************************************************************
      *  GETSU-MONTHS
      *    基準年10月以降の月次異動を年月順に読み、1か月ずつ推計する。
      ******************************************************************
       GETSU-MONTHS.
           MOVE 0 TO RUIKEI-WK.
           MOVE "N" TO KETSU-SW.
           MOVE LAST-NEN TO NEXT-NEN.
           MOVE KIJUN-TSUKI TO NEXT-TSUKI.
           MOVE SV-CODE TO IX-CODE.
           MOVE LAST-NEN TO IX-NEN.
           MOVE KIJUN-TSUKI TO IX-TSUKI.
           START IDOU-FILE KEY IS NOT < IX-KEY
              INVALID KEY
                 GO TO GETSU-MONTHS-EXIT
           END-START.
           MOVE "00" TO F-STATUS2.
           PERFORM UNTIL F-STATUS2 <> "00"
              READ IDOU-FILE NEXT
              IF F-STATUS2 = "00" THEN
                 IF IX-CODE = SV-CODE THEN
                    PERFORM GETSU-ONE-MONTH
                 ELSE
                    MOVE "10" TO F-STATUS2
                 END-IF
              END-IF
           END-PERFORM.
       GETSU-MONTHS-EXIT.
           EXIT.
      ******************************************************************
      *  GETSU-ONE-MONTH
      *    読んだ1か月分の異動を累計に加えて、その月末の推計人口と
      *    推計密度を求め、GETSU-SEQに書き出して明細を印字する。
      *    予定の年月と違う（月が飛んだ）ときは、以降の月に欠けの
      *    印を付ける。推計人口が負になるときは0、面積が無いときは
      *    密度を0とする。
      ******************************************************************
       GETSU-ONE-MONTH.
           ADD 1 TO IDOU-CNT.
           PERFORM PRINT-CODE-HEAD THRU PRINT-CODE-HEAD-EXIT.
           IF IX-NEN NOT = NEXT-NEN OR IX-TSUKI NOT = NEXT-TSUKI THEN
              MOVE "Y" TO KETSU-SW
           END-IF.

           COMPUTE ZOGEN-WK = IX-SHUSSEI - IX-SHIBOU
                           + IX-TENNYU - IX-TENSHUTSU.
           ADD ZOGEN-WK TO RUIKEI-WK.
           COMPUTE SUIKEI-WK = LAST-ZINKO + RUIKEI-WK.
           IF SUIKEI-WK < 0 THEN
              MOVE 0 TO SUIKEI-WK
           END-IF.
           IF MENSEKI-WK = 0 THEN
              MOVE 0 TO MITSUDO-WK
           ELSE
              COMPUTE MITSUDO-WK = SUIKEI-WK / MENSEKI-WK
           END-IF.

           MOVE SV-CODE TO GE-CODE.
           MOVE IX-NEN TO GE-NEN.
           MOVE IX-TSUKI TO GE-TSUKI.
           MOVE LAST-NEN TO GE-KIJUN-NEN.
           MOVE LAST-ZINKO TO GE-KIJUN-ZINKO.
           MOVE IX-SHUSSEI TO GE-SHUSSEI.
           MOVE IX-SHIBOU TO GE-SHIBOU.
           MOVE IX-TENNYU TO GE-TENNYU.
           MOVE IX-TENSHUTSU TO GE-TENSHUTSU.
           MOVE RUIKEI-WK TO GE-RUIKEI.
           MOVE SUIKEI-WK TO GE-ZINKO.
           MOVE MENSEKI-WK TO GE-MENSEKI.
           MOVE MITSUDO-WK TO GE-MITSUDO.
           IF KETSU-ARI THEN
              MOVE "*" TO GE-KETSU
              ADD 1 TO KETSU-CNT
           ELSE
              MOVE SPACES TO GE-KETSU
           END-IF.
           WRITE GETSU-REC.
           ADD 1 TO GETSU-CNT.

           MOVE IX-NEN TO DTL-NEN.
           MOVE IX-TSUKI TO DTL-TSUKI.
           MOVE IX-SHUSSEI TO DTL-SHUSSEI.
           MOVE IX-SHIBOU TO DTL-SHIBOU.
           MOVE IX-TENNYU TO DTL-TENNYU.
           MOVE IX-TENSHUTSU TO DTL-TENSHUTSU.
           MOVE ZOGEN-WK TO DTL-ZOGEN.
           MOVE RUIKEI-WK TO DTL-RUIKEI.
           MOVE SUIKEI-WK TO DTL-SUIKEI.
           MOVE MITSUDO-WK TO DTL-MITSUDO.
           IF KETSU-ARI THEN
              MOVE "＊前月までに欠けあり" TO DTL-BIKO
           ELSE
              MOVE SPACES TO DTL-BIKO
           END-IF.
           PERFORM CHECK-PAGE.
           MOVE GETSU-DTL TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO PRT-CNT.

           MOVE IX-NEN TO NEXT-NEN.
           COMPUTE NEXT-TSUKI = IX-TSUKI + 1.
           IF NEXT-TSUKI > 12 THEN
              MOVE 1 TO NEXT-TSUKI
              ADD 1 TO NEXT-NEN
           END-IF.
       GETSU-ONE-MONTH-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-CODE-HEAD
      *    団体の最初の印字の前に1回だけ、面積を引いて団体見出しと
      *    基準人口の行を印字する。
      ******************************************************************
       PRINT-CODE-HEAD.
           IF HEAD-PRINTED THEN
              GO TO PRINT-CODE-HEAD-EXIT
           END-IF.
           MOVE "Y" TO HEAD-SW.
           ADD 1 TO CODE-CNT.
           PERFORM GET-MENSEKI THRU GET-MENSEKI-EXIT.
           MOVE SV-CODE TO SEISHIKI-CODE.
           MOVE SV-NAME-X TO SEISHIKI-NAME-X.
           PERFORM GET-SEISHIKI-NAME.

           MOVE SV-CODE TO HDC-CODE.
           MOVE SEISHIKI-NAME-X TO HDC-NAME.
           MOVE MENSEKI-WK TO HDC-MENSEKI.
           MOVE LAST-NEN TO HDK-NEN.
           MOVE LAST-ZINKO TO HDK-ZINKO.
           IF LINE-CNT + 3 > PAGE-MAX THEN
              PERFORM PRINT-PAGE-HEAD
           END-IF.
           MOVE GETSU-CODE-LINE TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           MOVE GETSU-KIJUN-LINE TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           ADD 2 TO LINE-CNT.
           ADD 2 TO PRT-CNT.
       PRINT-CODE-HEAD-EXIT.
           EXIT.
      ******************************************************************
      *  GET-MENSEKI
      *    面積マスタからその団体の最新年度のMX-MENSEKIを探して
      *    MENSEKI-WKに返す（コードの先頭からSTARTし、同じコードの
      *    最後の年度まで読む）。無ければ0とし、密度も0とする。
      ******************************************************************
       GET-MENSEKI.
           MOVE 0 TO MENSEKI-WK.
           MOVE SV-CODE TO MX-CODE.
           MOVE 0 TO MX-NEN.
           START MENSEKI-IDX-FILE KEY IS NOT < MX-KEY
              INVALID KEY
                 ADD 1 TO NOMEN-CNT
                 GO TO GET-MENSEKI-EXIT
           END-START.
           MOVE "00" TO F-STATUS3.
           PERFORM UNTIL F-STATUS3 <> "00"
              READ MENSEKI-IDX-FILE NEXT
              IF F-STATUS3 = "00" THEN
                 IF MX-CODE = SV-CODE THEN
                    MOVE MX-MENSEKI TO MENSEKI-WK
                 ELSE
                    MOVE "10" TO F-STATUS3
                 END-IF
              END-IF
           END-PERFORM.
           IF MENSEKI-WK = 0 THEN
              ADD 1 TO NOMEN-CNT
           END-IF.
       GET-MENSEKI-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER / GET-SEISHIKI-NAME
      *    団体コード・マスタ（DANTAI-IDX）を照会専用に開き、コード
      *    ごとの正式名称をSEISHIKI-NAME-Xに返す。マスタが無い、また
      *    はコードが未登録のときは、呼び出し側が設定した従来の短い
      *    名称のまま印字する（帳票は止めない）。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS7 = "00" THEN
              SET DANTAI-OPEN TO TRUE
           ELSE
              DISPLAY "団体コードマスタ無し："
                 F-STATUS7
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
      *  PRINT-TRAILER
      *    件数のトレーラーを印字する。
      ******************************************************************
       PRINT-TRAILER.
           MOVE CODE-CNT TO TRL-CODE-CNT.
           MOVE GETSU-CNT TO TRL-GETSU-CNT.
           MOVE SHIME-CNT TO TRL-SHIME-CNT.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           MOVE GETSU-TRL TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           ADD 2 TO PRT-CNT.
       PRINT-TRAILER-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-PAGE-HEAD / CHECK-PAGE
      *    頁見出し（タイトル・実行日付・頁番号・列見出し）を印字
      *    する。CHECK-PAGEは行数がPAGE-MAXに達していたら改頁する。
      ******************************************************************
       PRINT-PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-DATE (1:4) TO HD1-DATE-YY.
           MOVE RUN-DATE (5:2) TO HD1-DATE-MM.
           MOVE RUN-DATE (7:2) TO HD1-DATE-DD.
           MOVE PAGE-NO TO HD1-PAGE.

           MOVE GETSU-HD1 TO GETSU-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE GETSU-PRT-REC
           ELSE
              WRITE GETSU-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE GETSU-HD2 TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           MOVE SPACES TO GETSU-PRT-REC.
           WRITE GETSU-PRT-REC.
           MOVE 3 TO LINE-CNT.
       PRINT-PAGE-HEAD-EXIT.
           EXIT.

       CHECK-PAGE.
           IF LINE-CNT >= PAGE-MAX THEN
              PERFORM PRINT-PAGE-HEAD
           END-IF.
       CHECK-PAGE-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS6 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS6 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS6
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOGETSU" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE ZINKO-CNT TO H-IN-CNT1.
           MOVE IDOU-CNT TO H-IN-CNT2.
           MOVE GETSU-CNT TO H-OUT-CNT1.
           MOVE PRT-CNT TO H-OUT-CNT2.
           MOVE CODE-CNT TO H-CNT1.
           MOVE SHIME-CNT TO H-CNT2.
           MOVE KETSU-CNT TO H-CNT3.
           MOVE NOMEN-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
