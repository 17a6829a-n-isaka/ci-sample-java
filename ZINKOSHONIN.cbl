      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOSHONIN.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  公表済年度を変えるZINKOMENTの制御カードは、監査の求めにより
      *  二人目の承認を要する。ZINKOMENTはそうしたカードを反映せず
      *  承認待ち変更ファイル（SHONIN-IDX）へ登録するだけなので、
      *  本プログラムで起票者以外の担当者が1件ずつ承認・却下を記録
      *  する。
      *    "A"（承認）：次のZINKOMENTの実行でマスタへ反映され、承認
      *        者・承認番号つきで監査ジャーナル（MAINT-JNL）に記録
      *        される。起票者本人のIDでの承認は棄却する。
      *    "R"（却下）：反映しない。起票者本人による取下げとしても
      *        使える。
      *  処分の結果に続けて、未処分の承認待ちと承認済・未反映の変更
      *  の一覧を変更前・変更後を並べて印字する（SHONIN-RPT）。登録
      *  からの経過日数がパラメータ・マスタ（PARAM-IDX）の
      *  ZINKOSHONIN TAIRYU-NISSUを超えた承認待ちには滞留の印を付け、
      *  件数をトレーラーに示す。
      *
      *  承認待ち変更ファイルはZINKOMENTも更新するため、マスタを
      *  触るジョブと同じ実行直列化ロック（RUN-LOCK）を取得する。
      *
      *  SHONIN-PARAMの制御カード（承認待ち1件につき1枚）：
      *    1〜7桁目   ：承認番号（ZINKOMENTが登録時に表示した番号）
      *    8桁目      ：処分（"A"＝承認／"R"＝却下）
      *    9〜16桁目  ：承認担当者ID（必須）
      *    17〜46桁目 ：理由
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT SHONIN-PARAM-FILE ASSIGN TO "SHONIN-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT SHONIN-FILE      ASSIGN TO "SHONIN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SN-NO
                                   FILE   STATUS  IS   F-STATUS2.
           SELECT SHONIN-RPT-FILE  ASSIGN TO "SHONIN-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   パラメータ・マスタ（滞留とみなす経過日数）。
           SELECT PARAM-IDX-FILE   ASSIGN TO "PARAM-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   PM-KEY
                                   FILE   STATUS  IS   F-STATUS4.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS5.
      *>   実行直列化ロック（共有トークン）と強制解除カード。
           SELECT LOCK-FILE        ASSIGN TO "RUN-LOCK"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   LK-NAME
                                   FILE   STATUS  IS   F-STATUS6.
           SELECT LOCK-PARAM-FILE  ASSIGN TO "LOCK-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS7.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  SHONIN-PARAM-FILE.
       01  SHONIN-PARAM-REC         PIC  X(80).
       FD  SHONIN-FILE.
           COPY SHONIN.
       FD  SHONIN-RPT-FILE.
       01  SHONIN-PRT-REC           PIC  X(132).
       FD  PARAM-IDX-FILE.
           COPY PARAMIDX.
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  LOCK-FILE.
           COPY RUNLOCK.
       FD  LOCK-PARAM-FILE.
       01  LOCK-PARAM-REC           PIC  X(80).
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
      *>   実行直列化ロックの作業項目（ZINKOMENTと同じ）。
       01  LOCK-HELD-SW             PIC  X(01)      VALUE "N".
           88  LOCK-HELD                            VALUE "Y".
       01  LOCK-FOUND-SW            PIC  X(01).
           88  LOCK-REC-FOUND                       VALUE "Y".
           88  LOCK-REC-NOTFOUND                    VALUE "N".
       01  FORCE-SW                 PIC  X(01)      VALUE "N".
           88  FORCE-REQUESTED                      VALUE "Y".
       01  FORCE-OPERATOR           PIC  X(08)      VALUE SPACES.
      *>   パラメータ・マスタから取得する滞留日数。
       01  PARAM-NUM                PIC  9(08).
       01  TAIRYU-NISSU             PIC  9(04).
      *>   処分カードの分解先。
       01  P-NO                     PIC  X(07).
       01  P-SHOBUN                 PIC  X(01).
       01  P-CHECKER                PIC  X(08).
       01  P-RIYU                   PIC  X(30).
      *>   カードの不備内容。空白のままなら合格。
       01  SHONIN-REASON            PIC  X(45).
      *>   ランダムREADの結果。
       01  FOUND-SW                PIC  X(01).
           88  REC-FOUND                       VALUE "Y".
           88  REC-NOTFOUND                    VALUE "N".
      *>   承認待ち一覧の順読みの終了印。
       01  SCAN-END-SW              PIC  X(01).
           88  SCAN-END                             VALUE "Y".
      *>   経過日数の計算（日付を通日に直して差を取る）。CALC-DATEに
      *>   YYYYMMDDを入れてDATE-TO-NISSUを呼ぶとCALC-NISSUが返る。
       01  CALC-DATE                PIC  9(08).
       01  CALC-Y                   PIC  9(04).
       01  CALC-M                   PIC  9(02).
       01  CALC-D                   PIC  9(02).
       01  CALC-Q4                  PIC  9(04).
       01  CALC-Q100                PIC  9(04).
       01  CALC-Q400                PIC  9(04).
       01  CALC-MW                  PIC  9(04).
       01  CALC-MQ                  PIC  9(04).
       01  CALC-NISSU               PIC  9(07).
       01  RUN-NISSU                PIC  9(07).
       01  KEIKA-NISSU              PIC  9(07).
      *>   件数（カード読込・承認・却下・不正カード・承認待ち・滞留・
      *>   承認済未反映・一覧印字）。
       01  CARD-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  SHONIN-CNT               PIC  9(05)      COMP  VALUE 0.
       01  KYAKKA-CNT               PIC  9(05)      COMP  VALUE 0.
       01  FUSEI-CNT                PIC  9(05)      COMP  VALUE 0.
       01  MACHI-CNT                PIC  9(05)      COMP  VALUE 0.
       01  TAIRYU-CNT               PIC  9(05)      COMP  VALUE 0.
       01  MIHANEI-CNT              PIC  9(05)      COMP  VALUE 0.
       01  LIST-CNT                 PIC  9(07)      COMP  VALUE 0.
      *>   印刷頁制御。RPT-PART＝"1"は処分明細、"2"は承認待ち一覧
      *>   で、頁見出しの列見出しを切り替える。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
       01  RPT-PART                 PIC  X(01)      VALUE "1".
      *>   頁見出し行。
       01  SHONIN-HD1.
           03   FILLER           PIC  X(42)      VALUE
           "＊＊　変更承認報告　＊＊".
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
      *>   処分明細の列見出し行。
       01  SHONIN-HD2.
           03   FILLER           PIC  X(09)      VALUE "  処分".
           03   FILLER           PIC  X(14)      VALUE
           "  承認番号".
           03   FILLER           PIC  X(12)      VALUE "  コード".
           03   FILLER           PIC  X(09)      VALUE "  年度".
           03   FILLER           PIC  X(10)      VALUE "  対象".
           03   FILLER           PIC  X(11)      VALUE "  起票".
           03   FILLER           PIC  X(11)      VALUE "  承認".
           03   FILLER           PIC  X(30)      VALUE "  理由等".
      *>   承認待ち一覧の列見出し行。
       01  SHONIN-HD3.
           03   FILLER           PIC  X(14)      VALUE
           "  承認番号".
           03   FILLER           PIC  X(12)      VALUE "状況".
           03   FILLER           PIC  X(10)      VALUE "登録日".
           03   FILLER           PIC  X(11)      VALUE "経過".
           03   FILLER           PIC  X(14)      VALUE "コード".
           03   FILLER           PIC  X(09)      VALUE "対象".
           03   FILLER           PIC  X(24)      VALUE
           "変更前".
           03   FILLER           PIC  X(19)      VALUE
           "変更後".
           03   FILLER           PIC  X(09)      VALUE "起票".
           03   FILLER           PIC  X(09)      VALUE "承認".
      *>   処分明細行。
       01  SHONIN-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-SHOBUN       PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NO           PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-CODE         PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NEN          PIC  X(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   DTL-TARGET       PIC  X(01).
           03   DTL-ACTION       PIC  X(01).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-MAKER        PIC  X(08).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-CHECKER      PIC  X(08).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-RIYU         PIC  X(45).
      *>   承認待ち一覧の明細行。変更前と変更後を並べて示す。
       01  SHONIN-LST.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   LST-NO           PIC  9(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   LST-STATUS       PIC  X(12).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-REQ-DATE     PIC  9(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-KEIKA        PIC  ZZZ9.
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-CODE         PIC  X(07).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-NEN          PIC  9(04).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-TARGET       PIC  X(01).
           03   LST-ACTION       PIC  X(01).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-SEIBETSU     PIC  X(01).
           03   LST-KAISO        PIC  Z9.
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-BEF-NAME     PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-BEF-VALUE    PIC  ZZ,ZZZ,ZZ9.
           03   FILLER           PIC  X(05)      VALUE " →".
           03   LST-AFT-NAME     PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-AFT-VALUE    PIC  ZZ,ZZZ,ZZ9.
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-MAKER        PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-CHECKER      PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   LST-MARK         PIC  X(12).
      *>   一覧の区切り行。
       01  SHONIN-SEP.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(51)      VALUE
           "＊　承認待ち・承認済未反映の一覧".
           03   FILLER           PIC  X(21)      VALUE
           "　（滞留：経過".
           03   SEP-NISSU        PIC  ZZZ9.
           03   FILLER           PIC  X(18)      VALUE
           "日超）　＊".
      *>   最終トレーラー行。
       01  SHONIN-TRL.
           03   FILLER           PIC  X(54)      VALUE
           "＊＊＊　変更承認終了　＊＊＊　承認：".
           03   TRL-SHONIN       PIC  Z(4)9.
           03   FILLER           PIC  X(15)      VALUE
           "件　却下：".
           03   TRL-KYAKKA       PIC  Z(4)9.
           03   FILLER           PIC  X(24)      VALUE
           "件　不正カード：".
           03   TRL-FUSEI        PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
       01  SHONIN-TRL2.
           03   FILLER           PIC  X(21)      VALUE
           "　　承認待ち：".
           03   TRL-MACHI        PIC  Z(4)9.
           03   FILLER           PIC  X(21)      VALUE
           "件　うち滞留：".
           03   TRL-TAIRYU       PIC  Z(4)9.
           03   FILLER           PIC  X(30)      VALUE
           "件　承認済未反映：".
           03   TRL-MIHANEI      PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM READ-PARAM-MASTER.
           PERFORM CLAIM-RUN-LOCK.
           PERFORM OPEN-SHONIN-FILE.

           OPEN OUTPUT SHONIN-RPT-FILE.
           MOVE "1" TO RPT-PART.
           PERFORM PRINT-PAGE-HEAD.

           PERFORM APPLY-SHONIN-CARDS.

           MOVE RUN-DATE TO CALC-DATE.
           PERFORM DATE-TO-NISSU.
           MOVE CALC-NISSU TO RUN-NISSU.
           PERFORM PRINT-MACHI-LIST.

           CLOSE SHONIN-FILE.

           MOVE SHONIN-CNT TO TRL-SHONIN.
           MOVE KYAKKA-CNT TO TRL-KYAKKA.
           MOVE FUSEI-CNT TO TRL-FUSEI.
           MOVE MACHI-CNT TO TRL-MACHI.
           MOVE TAIRYU-CNT TO TRL-TAIRYU.
           MOVE MIHANEI-CNT TO TRL-MIHANEI.
           MOVE SPACES TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           MOVE SHONIN-TRL TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           MOVE SHONIN-TRL2 TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           CLOSE SHONIN-RPT-FILE.

           DISPLAY "***** 変更承認結果 *****".
           DISPLAY "承認件数：" SHONIN-CNT "件".
           DISPLAY "却下件数：" KYAKKA-CNT "件".
           DISPLAY "不正カード件数：" FUSEI-CNT "件".
           DISPLAY "承認待ち件数：" MACHI-CNT "件".
           DISPLAY "うち滞留件数：" TAIRYU-CNT "件".
           DISPLAY "承認済未反映件数：" MIHANEI-CNT "件".

           PERFORM WRITE-RUN-HIST.
           PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-PARAM-MASTER
      *    パラメータ・マスタから滞留とみなす経過日数を取得する。
      *    マスタが無い・未登録・不正値のときは既定値に落ちずに異常
      *    終了する（ZINKOKANSHIと同じ扱い）。
      ******************************************************************
       READ-PARAM-MASTER.
           OPEN INPUT PARAM-IDX-FILE.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "パラメータマスタOPENエラー："
                 F-STATUS4
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "ZINKOSHONIN" TO PM-PROGRAM.
           MOVE "TAIRYU-NISSU" TO PM-NAME.
           PERFORM GET-PARAM-NUM.
           MOVE PARAM-NUM TO TAIRYU-NISSU.

           CLOSE PARAM-IDX-FILE.
       READ-PARAM-MASTER-EXIT.
           EXIT.

      *>   PM-PROGRAM／PM-NAMEのキーで1件ランダムREADし、数値検査
      *>   のうえPARAM-NUMへ返す。未登録・非数値は異常終了。
       GET-PARAM-NUM.
           READ PARAM-IDX-FILE
              INVALID KEY
                 DISPLAY "パラメータ未登録：" PM-PROGRAM
                    " " PM-NAME
                 MOVE -1 TO RETURN-CODE
                 GOBACK
           END-READ.
           IF PM-VALUE IS NOT NUMERIC THEN
              DISPLAY "パラメータ不正：" PM-PROGRAM
                 " " PM-NAME
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE PM-VALUE TO PARAM-NUM.
       GET-PARAM-NUM-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-SHONIN-FILE
      *    承認待ち変更ファイルをI-Oで開く。ファイルが無い（"35"）
      *    のはZINKOMENTが一度も承認待ちを登録していない状態なので、
      *    空のファイルを作成してから開き直す。
      ******************************************************************
       OPEN-SHONIN-FILE.
           OPEN I-O SHONIN-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT SHONIN-FILE
              CLOSE SHONIN-FILE
              OPEN I-O SHONIN-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "承認待ちOPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-SHONIN-FILE-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-SHONIN-CARDS
      *    SHONIN-PARAMの処分カードを1枚ずつ適用する。カードが無い
      *    実行（承認待ちの一覧だけを見たい朝）も正常とする。
      ******************************************************************
       APPLY-SHONIN-CARDS.
           OPEN INPUT SHONIN-PARAM-FILE.
           IF F-STATUS = "35" THEN
              MOVE "10" TO F-STATUS
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              PERFORM UNTIL F-STATUS <> "00"
                 READ SHONIN-PARAM-FILE NEXT
                 IF F-STATUS = "00" THEN
                    ADD 1 TO CARD-CNT
                    PERFORM APPLY-ONE-CARD THRU APPLY-ONE-CARD-EXIT
                 ELSE IF F-STATUS <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE SHONIN-PARAM-FILE
           END-IF
           END-IF.
       APPLY-SHONIN-CARDS-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-ONE-CARD
      *    処分カード1枚を検査し、承認待ちの1件に承認・却下を記録
      *    する。承認待ちでない（処分済・反映済）番号や、起票者本人
      *    による承認は棄却する。
      ******************************************************************
       APPLY-ONE-CARD.
           MOVE SHONIN-PARAM-REC (1:7) TO P-NO.
           MOVE SHONIN-PARAM-REC (8:1) TO P-SHOBUN.
           MOVE SHONIN-PARAM-REC (9:8) TO P-CHECKER.
           MOVE SHONIN-PARAM-REC (17:30) TO P-RIYU.

           MOVE SPACES TO SHONIN-REASON.
           MOVE SPACES TO DTL-CODE.
           MOVE SPACES TO DTL-NEN.
           MOVE SPACES TO DTL-TARGET.
           MOVE SPACES TO DTL-ACTION.
           MOVE SPACES TO DTL-MAKER.
           IF P-NO IS NOT NUMERIC THEN
              MOVE "承認番号が非数値" TO SHONIN-REASON
           END-IF.
           IF SHONIN-REASON = SPACES AND
              P-SHOBUN NOT = "A" AND P-SHOBUN NOT = "R"
              MOVE "処分区分が不正" TO SHONIN-REASON
           END-IF.
           IF SHONIN-REASON = SPACES AND P-CHECKER = SPACES THEN
              MOVE "担当者IDが空白" TO SHONIN-REASON
           END-IF.

           IF SHONIN-REASON = SPACES THEN
              MOVE P-NO TO SN-NO
              READ SHONIN-FILE
                 INVALID KEY
                    SET REC-NOTFOUND TO TRUE
                 NOT INVALID KEY
                    SET REC-FOUND TO TRUE
              END-READ
              IF REC-NOTFOUND THEN
                 MOVE "該当する承認待ちがない"
                    TO SHONIN-REASON
              ELSE
                 MOVE SN-CODE TO DTL-CODE
                 MOVE SN-NEN TO DTL-NEN
                 MOVE SN-TARGET TO DTL-TARGET
                 MOVE SN-ACTION TO DTL-ACTION
                 MOVE SN-MAKER TO DTL-MAKER
                 IF NOT SN-MACHI THEN
                    MOVE "承認待ちではない（処分済）"
                       TO SHONIN-REASON
                 ELSE IF P-SHOBUN = "A" AND P-CHECKER = SN-MAKER
                    MOVE "起票者本人は承認できない"
                       TO SHONIN-REASON
                 END-IF
                 END-IF
              END-IF
           END-IF.

           MOVE P-NO TO DTL-NO.
           MOVE P-CHECKER TO DTL-CHECKER.
           IF SHONIN-REASON NOT = SPACES THEN
              ADD 1 TO FUSEI-CNT
              MOVE "不正" TO DTL-SHOBUN
              MOVE SHONIN-REASON TO DTL-RIYU
              PERFORM WRITE-SHONIN-DTL
              GO TO APPLY-ONE-CARD-EXIT
           END-IF.

           MOVE P-SHOBUN TO SN-STATUS.
           MOVE P-CHECKER TO SN-CHECKER.
           MOVE RUN-DATE TO SN-KETTEI-DATE.
           MOVE RUN-TIME TO SN-KETTEI-TIME.
           MOVE P-RIYU TO SN-RIYU.
           REWRITE SHONIN-REC.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "承認待ちREWRITEエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           IF SN-SHONIN THEN
              ADD 1 TO SHONIN-CNT
              MOVE "承認" TO DTL-SHOBUN
           ELSE
              ADD 1 TO KYAKKA-CNT
              MOVE "却下" TO DTL-SHOBUN
           END-IF.
           MOVE P-RIYU TO DTL-RIYU.
           PERFORM WRITE-SHONIN-DTL.
       APPLY-ONE-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MACHI-LIST
      *    承認待ち変更ファイルを承認番号順に全件読み、承認待ち
      *    （"P"）と承認済・未反映（"A"）の変更を、変更前・変更後を
      *    並べて印字する。承認待ちで登録からの経過日数が滞留日数を
      *    超えたものには滞留の印を付ける。
      ******************************************************************
       PRINT-MACHI-LIST.
           MOVE "2" TO RPT-PART.
           MOVE TAIRYU-NISSU TO SEP-NISSU.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           MOVE SHONIN-SEP TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           MOVE SHONIN-HD3 TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           ADD 3 TO LINE-CNT.

           MOVE "N" TO SCAN-END-SW.
           MOVE 0 TO SN-NO.
           START SHONIN-FILE KEY IS NOT < SN-NO
              INVALID KEY
                 SET SCAN-END TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END
              READ SHONIN-FILE NEXT
                 AT END
                    SET SCAN-END TO TRUE
              END-READ
              IF NOT SCAN-END THEN
                 IF F-STATUS2 <> "00" THEN
                    DISPLAY "READ ERROR:" F-STATUS2
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 IF SN-MACHI OR SN-SHONIN THEN
                    PERFORM PRINT-MACHI-LINE
                 END-IF
              END-IF
           END-PERFORM.
       PRINT-MACHI-LIST-EXIT.
           EXIT.

       PRINT-MACHI-LINE.
           MOVE SN-REQ-DATE TO CALC-DATE.
           PERFORM DATE-TO-NISSU.
           IF RUN-NISSU > CALC-NISSU THEN
              COMPUTE KEIKA-NISSU = RUN-NISSU - CALC-NISSU
           ELSE
              MOVE 0 TO KEIKA-NISSU
           END-IF.

           MOVE SN-NO TO LST-NO.
           MOVE SN-REQ-DATE TO LST-REQ-DATE.
           MOVE KEIKA-NISSU TO LST-KEIKA.
           MOVE SN-CODE TO LST-CODE.
           MOVE SN-NEN TO LST-NEN.
           MOVE SN-TARGET TO LST-TARGET.
           MOVE SN-ACTION TO LST-ACTION.
           MOVE SN-SEIBETSU TO LST-SEIBETSU.
           IF SN-TARGET = "D" AND SN-ACTION NOT = "D" THEN
              MOVE SN-KAISO TO LST-KAISO
           ELSE IF SN-TARGET = "K" AND SN-ACTION NOT = "D" THEN
              MOVE SPACES TO LST-SEIBETSU
              MOVE SN-KAISO TO LST-KAISO
           ELSE
              MOVE SPACES TO LST-SEIBETSU
              MOVE 0 TO LST-KAISO
           END-IF
           END-IF.
           IF SN-BEF-EXIST = "Y" THEN
              MOVE SN-BEF-NAME-X TO LST-BEF-NAME
              MOVE SN-BEF-VALUE TO LST-BEF-VALUE
           ELSE
              MOVE "なし" TO LST-BEF-NAME
              MOVE 0 TO LST-BEF-VALUE
           END-IF.
           IF SN-AFT-EXIST = "Y" THEN
              MOVE SN-AFT-NAME-X TO LST-AFT-NAME
              MOVE SN-AFT-VALUE TO LST-AFT-VALUE
           ELSE
              MOVE "なし" TO LST-AFT-NAME
              MOVE 0 TO LST-AFT-VALUE
           END-IF.
           MOVE SN-MAKER TO LST-MAKER.
           MOVE SN-CHECKER TO LST-CHECKER.
           MOVE SPACES TO LST-MARK.

           IF SN-MACHI THEN
              MOVE "承認待ち" TO LST-STATUS
              ADD 1 TO MACHI-CNT
              IF KEIKA-NISSU > TAIRYU-NISSU THEN
                 MOVE "＊滞留" TO LST-MARK
                 ADD 1 TO TAIRYU-CNT
              END-IF
           ELSE
              MOVE "承認済" TO LST-STATUS
              ADD 1 TO MIHANEI-CNT
           END-IF.

           PERFORM CHECK-PAGE.
           MOVE SHONIN-LST TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO LIST-CNT.
       PRINT-MACHI-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  DATE-TO-NISSU
      *    CALC-DATE（YYYYMMDD）を通日（CALC-NISSU）に直す。1・2月は
      *    前年の13・14月として数え、閏日を年末に置いた暦で日数を
      *    積む。2つの日付の通日の差がそのまま経過日数になる。
      ******************************************************************
       DATE-TO-NISSU.
           MOVE CALC-DATE (1:4) TO CALC-Y.
           MOVE CALC-DATE (5:2) TO CALC-M.
           MOVE CALC-DATE (7:2) TO CALC-D.
           IF CALC-M <= 2 THEN
              SUBTRACT 1 FROM CALC-Y
              ADD 12 TO CALC-M
           END-IF.
           DIVIDE CALC-Y BY 4 GIVING CALC-Q4.
           DIVIDE CALC-Y BY 100 GIVING CALC-Q100.
           DIVIDE CALC-Y BY 400 GIVING CALC-Q400.
           COMPUTE CALC-MW = 153 * (CALC-M - 3) + 2.
           DIVIDE CALC-MW BY 5 GIVING CALC-MQ.
           COMPUTE CALC-NISSU = CALC-Y * 365 + CALC-Q4 - CALC-Q100
                              + CALC-Q400 + CALC-MQ + CALC-D.
       DATE-TO-NISSU-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-SHONIN-DTL / PRINT-PAGE-HEAD / CHECK-PAGE
      *    処分明細の印字と頁制御。頁見出しの列見出しはRPT-PARTで
      *    処分明細用と承認待ち一覧用を切り替える。
      ******************************************************************
       WRITE-SHONIN-DTL.
           PERFORM CHECK-PAGE.
           MOVE SHONIN-DTL TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
           ADD 1 TO LINE-CNT.
       WRITE-SHONIN-DTL-EXIT.
           EXIT.

       PRINT-PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-DATE (1:4) TO HD1-DATE-YY.
           MOVE RUN-DATE (5:2) TO HD1-DATE-MM.
           MOVE RUN-DATE (7:2) TO HD1-DATE-DD.
           MOVE PAGE-NO TO HD1-PAGE.

           MOVE SHONIN-HD1 TO SHONIN-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE SHONIN-PRT-REC
           ELSE
              WRITE SHONIN-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           IF RPT-PART = "1" THEN
              MOVE SHONIN-HD2 TO SHONIN-PRT-REC
           ELSE
              MOVE SHONIN-HD3 TO SHONIN-PRT-REC
           END-IF.
           WRITE SHONIN-PRT-REC.
           MOVE SPACES TO SHONIN-PRT-REC.
           WRITE SHONIN-PRT-REC.
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
      *  CLAIM-RUN-LOCK / READ-LOCK-PARAM
      *    共有ロック（RUN-LOCK）の"ZINKO-MASTER"トークンを取得
      *    する。保持中なら保持者と取得日時を表示して起動を拒否
      *    する。LOCK-PARAMの強制解除カード（1桁目"F"・2〜9桁目に
      *    実施者ID）があるときだけ奪取する（ZINKOMENTと同じ）。
      ******************************************************************
       CLAIM-RUN-LOCK.
           OPEN I-O LOCK-FILE.
           IF F-STATUS6 = "35" THEN
              OPEN OUTPUT LOCK-FILE
              CLOSE LOCK-FILE
              OPEN I-O LOCK-FILE
           END-IF.
           IF F-STATUS6 <> "00" THEN
              DISPLAY "ロックOPENエラー：" F-STATUS6
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "ZINKO-MASTER" TO LK-NAME.
           READ LOCK-FILE
              INVALID KEY
                 SET LOCK-REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET LOCK-REC-FOUND TO TRUE
           END-READ.

           IF LOCK-REC-FOUND AND LK-LOCKED THEN
              PERFORM READ-LOCK-PARAM
              IF FORCE-REQUESTED THEN
                 DISPLAY "ロックを強制解除：保持者"
                    LK-HOLDER
                 PERFORM WRITE-OVERRIDE-HIST
              ELSE
                 DISPLAY "ロック取得不可：保持者" LK-HOLDER
                 DISPLAY "　取得日時：" LK-DATE " " LK-TIME
                 CLOSE LOCK-FILE
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
           END-IF.

           MOVE "ZINKO-MASTER" TO LK-NAME.
           SET LK-LOCKED TO TRUE.
           MOVE "ZINKOSHONIN" TO LK-HOLDER.
           ACCEPT LK-DATE FROM DATE YYYYMMDD.
           ACCEPT LK-TIME FROM TIME.
           IF LOCK-REC-FOUND THEN
              REWRITE RUN-LOCK-REC
           ELSE
              WRITE RUN-LOCK-REC
           END-IF.
           CLOSE LOCK-FILE.
           SET LOCK-HELD TO TRUE.
       CLAIM-RUN-LOCK-EXIT.
           EXIT.

       READ-LOCK-PARAM.
           MOVE "N" TO FORCE-SW.
           OPEN INPUT LOCK-PARAM-FILE.
           IF F-STATUS7 = "00" THEN
              READ LOCK-PARAM-FILE NEXT
              IF F-STATUS7 = "00" AND
                 LOCK-PARAM-REC (1:1) = "F" AND
                 LOCK-PARAM-REC (2:8) NOT = SPACES
                 SET FORCE-REQUESTED TO TRUE
                 MOVE LOCK-PARAM-REC (2:8) TO FORCE-OPERATOR
              END-IF
              CLOSE LOCK-PARAM-FILE
           END-IF.
       READ-LOCK-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-OVERRIDE-HIST
      *    ロックの強制解除を実行履歴に1件記録する（H-OPERATORに
      *    実施者ID）。通常の実行記録とは別の1件として残す。
      ******************************************************************
       WRITE-OVERRIDE-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS5 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS5 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS5
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOSHONIN" TO H-PROGRAM.
           ACCEPT H-START-DATE FROM DATE YYYYMMDD.
           ACCEPT H-START-TIME FROM TIME.
           MOVE H-START-DATE TO H-END-DATE.
           MOVE H-START-TIME TO H-END-TIME.
           MOVE 0 TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE 0 TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE 0 TO H-CNT1.
           MOVE 0 TO H-CNT2.
           MOVE 0 TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE 0 TO H-RC.
           MOVE FORCE-OPERATOR TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-OVERRIDE-HIST-EXIT.
           EXIT.
      ******************************************************************
      *  RELEASE-RUN-LOCK
      *    取得していたロックを解放する。正常終了の経路からだけ
      *    呼ばれる（異常終了はロックを残す）。
      ******************************************************************
       RELEASE-RUN-LOCK.
           IF NOT LOCK-HELD THEN
              GO TO RELEASE-RUN-LOCK-EXIT
           END-IF.
           OPEN I-O LOCK-FILE.
           IF F-STATUS6 <> "00" THEN
              DISPLAY "ロックOPENエラー：" F-STATUS6
              GO TO RELEASE-RUN-LOCK-EXIT
           END-IF.
           MOVE "ZINKO-MASTER" TO LK-NAME.
           READ LOCK-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET LK-FREE TO TRUE
                 REWRITE RUN-LOCK-REC
           END-READ.
           CLOSE LOCK-FILE.
       RELEASE-RUN-LOCK-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      *    IN1＝処分カード読込、IN2＝承認待ち件数、OUT1＝一覧印字、
      *    OUT2＝承認済未反映、CNT1＝承認、CNT2＝却下、CNT3＝不正
      *    カード、CNT4＝滞留。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS5 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS5 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS5
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOSHONIN" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE CARD-CNT TO H-IN-CNT1.
           MOVE MACHI-CNT TO H-IN-CNT2.
           MOVE LIST-CNT TO H-OUT-CNT1.
           MOVE MIHANEI-CNT TO H-OUT-CNT2.
           MOVE SHONIN-CNT TO H-CNT1.
           MOVE KYAKKA-CNT TO H-CNT2.
           MOVE FUSEI-CNT TO H-CNT3.
           MOVE TAIRYU-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
