      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOKAIJI.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  外部提供台帳（TEIKYO-REG。ZINKOTEIKYOが提供のたびに追記
      *  する）を読み、対象月に外部へ提供したデータの一覧を月次の
      *  外部提供開示報告（KAIJI-RPT）として印字する。提供日・依頼
      *  番号・依頼者・担当者・範囲（コード範囲または地域グループ）
      *  ・年度範囲・粒度・指標・行数・管理合計を提供の順に示し、
      *  最後に対象月の提供件数と行数の合計を示す。
      *
      *  KAIJI-PARAMの制御カード（1件。ファイルが無ければ実行日の
      *  前月）：
      *    1〜6桁目：対象年月（西暦4桁＋月2桁。空白なら前月）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *>   外部提供台帳。
           SELECT TEIKYO-REG-FILE  ASSIGN TO "TEIKYO-REG"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT KAIJI-PARAM-FILE ASSIGN TO "KAIJI-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS2.
      *>   配布用の開示報告書（132桁の印刷ファイル）。
           SELECT KAIJI-RPT-FILE   ASSIGN TO "KAIJI-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TEIKYO-REG-FILE.
           COPY TEIKYO.
       FD  KAIJI-PARAM-FILE.
       01  KAIJI-PARAM-REC          PIC  X(80).
       FD  KAIJI-RPT-FILE.
       01  KAIJI-PRT-REC            PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   対象年月（西暦4桁＋月2桁）。
       01  TAISHO-YM.
           03   TAISHO-YY        PIC  9(04).
           03   TAISHO-MM        PIC  9(02).
       01  TAISHO-YM-X  REDEFINES TAISHO-YM
                                    PIC  X(06).
      *>   件数（台帳読込・対象月の提供・提供行数の合計）。
       01  READ-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  KAIJI-CNT                PIC  9(05)      COMP  VALUE 0.
       01  ROW-GOKEI                PIC  9(09)      VALUE 0.
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
      *>   頁見出し行。タイトル・実行日付・対象年月・頁番号。
       01  KAIJI-HD1.
           03   FILLER           PIC  X(45)      VALUE
           "＊＊　外部提供開示報告　＊＊".
           03   FILLER           PIC  X(15)      VALUE
           "実行日付：".
           03   HD1-DATE-YY      PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   HD1-DATE-MM      PIC  9(02).
           03   FILLER           PIC  X(03)      VALUE "月".
           03   HD1-DATE-DD      PIC  9(02).
           03   FILLER           PIC  X(06)      VALUE "日　".
           03   FILLER           PIC  X(15)      VALUE
           "対象年月：".
           03   HD1-TAISHO-YY    PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   HD1-TAISHO-MM    PIC  9(02).
           03   FILLER           PIC  X(06)      VALUE "月　".
           03   FILLER           PIC  X(06)      VALUE "頁：".
           03   HD1-PAGE         PIC  Z(3)9.
      *>   列見出し行。
       01  KAIJI-HD2.
           03   FILLER           PIC  X(14)      VALUE "  提供日".
           03   FILLER           PIC  X(12)      VALUE "依頼番号".
           03   FILLER           PIC  X(28)      VALUE "依頼者".
           03   FILLER           PIC  X(09)      VALUE "担当者".
           03   FILLER           PIC  X(16)      VALUE "範囲".
           03   FILLER           PIC  X(11)      VALUE "年度".
           03   FILLER           PIC  X(13)      VALUE "粒度".
           03   FILLER           PIC  X(06)      VALUE "指標".
           03   FILLER           PIC  X(08)      VALUE "  行数".
           03   FILLER           PIC  X(14)      VALUE "  管理合計".
      *>   明細行（提供1件）。
       01  KAIJI-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-DATE-YY      PIC  9(04).
           03   FILLER           PIC  X(01)      VALUE "/".
           03   DTL-DATE-MM      PIC  9(02).
           03   FILLER           PIC  X(01)      VALUE "/".
           03   DTL-DATE-DD      PIC  9(02).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-IRAI-NO      PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   DTL-IRAISHA      PIC  X(30).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   DTL-OPERATOR     PIC  X(08).
           03   FILLER           PIC  X(01)      VALUE SPACES.
      *>   範囲。コード範囲は「開始-終了」、地域グループは
      *>   「G:グループID」。
           03   DTL-HANI         PIC  X(15).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   DTL-FROM-NEN     PIC  9(04).
           03   FILLER           PIC  X(01)      VALUE "-".
           03   DTL-TO-NEN       PIC  9(04).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-GRAIN        PIC  X(12).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   DTL-SHIHYO       PIC  X(05).
           03   FILLER           PIC  X(01)      VALUE SPACES.
           03   DTL-ROW-CNT      PIC  Z(6)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-KANRI-GOKEI  PIC  Z(11)9.
      *>   対象月に提供が無いときの行。
       01  KAIJI-NODATA-LINE.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   FILLER           PIC  X(30)      VALUE
           "該当する提供なし".
      *>   最終トレーラー行と、指標の印の凡例。
       01  KAIJI-TRL.
           03   FILLER           PIC  X(42)      VALUE
           "＊＊＊　開示報告終了　＊＊＊".
           03   FILLER           PIC  X(18)      VALUE
           "　提供件数：".
           03   TRL-KAIJI-CNT    PIC  Z(4)9.
           03   FILLER           PIC  X(21)      VALUE
           "件　提供行数：".
           03   TRL-ROW-GOKEI    PIC  Z(8)9.
           03   FILLER           PIC  X(03)      VALUE "行".
       01  KAIJI-HANREI.
           03   FILLER           PIC  X(10)      VALUE SPACES.
           03   FILLER           PIC  X(54)      VALUE
           "　指標：P＝人口　A＝面積　D＝人口密度".
           03   FILLER           PIC  X(50)      VALUE
           "　K＝可住地　B＝年齢階層別人口".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-KAIJI-PARAM.
           PERFORM PRINT-KAIJI-RPT.

           DISPLAY "***** 外部提供開示報告 *****".
           DISPLAY "対象年月：" TAISHO-YY "年" TAISHO-MM "月".
           DISPLAY "提供件数：" KAIJI-CNT "件".
           DISPLAY "提供行数：" ROW-GOKEI "行".
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-KAIJI-PARAM
      *    KAIJI-PARAMの制御カード（1件）から対象年月を読み取る。
      *    ファイルが無い（"35"）・カードが無い・空白のときは実行日
      *    の前月とする。年月が不正なときは、別の月の報告を黙って
      *    配布しないよう異常終了する。
      ******************************************************************
       READ-KAIJI-PARAM.
           MOVE SPACES TO TAISHO-YM-X.
           OPEN INPUT KAIJI-PARAM-FILE.
           IF F-STATUS2 = "35" THEN
              NEXT SENTENCE
           ELSE IF F-STATUS2 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              READ KAIJI-PARAM-FILE NEXT
              IF F-STATUS2 = "00" THEN
                 MOVE KAIJI-PARAM-REC (1:6) TO TAISHO-YM-X
              END-IF
              CLOSE KAIJI-PARAM-FILE
           END-IF
           END-IF.

           IF TAISHO-YM-X = SPACES THEN
              MOVE RUN-DATE (1:4) TO TAISHO-YY
              MOVE RUN-DATE (5:2) TO TAISHO-MM
              IF TAISHO-MM = 1 THEN
                 SUBTRACT 1 FROM TAISHO-YY
                 MOVE 12 TO TAISHO-MM
              ELSE
                 SUBTRACT 1 FROM TAISHO-MM
              END-IF
           END-IF.

           IF TAISHO-YM-X IS NOT NUMERIC OR
              TAISHO-MM < 1 OR TAISHO-MM > 12
              DISPLAY "対象年月が不正：" TAISHO-YM-X
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       READ-KAIJI-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-KAIJI-RPT
      *    外部提供台帳を先頭から読み、提供日が対象月の記録を提供の
      *    順に印字する。台帳が無い（一度も提供していない）ときは
      *    提供なしとして報告する。
      ******************************************************************
       PRINT-KAIJI-RPT.
           OPEN OUTPUT KAIJI-RPT-FILE.
           MOVE 0 TO PAGE-NO.
           PERFORM PRINT-PAGE-HEAD.

           OPEN INPUT TEIKYO-REG-FILE.
           IF F-STATUS = "35" THEN
              MOVE "10" TO F-STATUS
           ELSE IF F-STATUS <> "00" THEN
              DISPLAY "提供台帳OPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              PERFORM UNTIL F-STATUS <> "00"
                 READ TEIKYO-REG-FILE NEXT
                 IF F-STATUS = "00" THEN
                    ADD 1 TO READ-CNT
                    IF TK-DATE (1:6) = TAISHO-YM-X THEN
                       PERFORM PRINT-ONE-TEIKYO
                    END-IF
                 ELSE IF F-STATUS <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE TEIKYO-REG-FILE
           END-IF
           END-IF.

           IF KAIJI-CNT = 0 THEN
              PERFORM CHECK-PAGE
              MOVE KAIJI-NODATA-LINE TO KAIJI-PRT-REC
              WRITE KAIJI-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.

           MOVE KAIJI-CNT TO TRL-KAIJI-CNT.
           MOVE ROW-GOKEI TO TRL-ROW-GOKEI.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.
           MOVE KAIJI-TRL TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.
           MOVE KAIJI-HANREI TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.

           CLOSE KAIJI-RPT-FILE.
       PRINT-KAIJI-RPT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-ONE-TEIKYO
      *    台帳の1件（TK-＊）を明細行に編集して印字する。
      ******************************************************************
       PRINT-ONE-TEIKYO.
           MOVE TK-DATE (1:4) TO DTL-DATE-YY.
           MOVE TK-DATE (5:2) TO DTL-DATE-MM.
           MOVE TK-DATE (7:2) TO DTL-DATE-DD.
           MOVE TK-IRAI-NO TO DTL-IRAI-NO.
           MOVE TK-IRAISHA TO DTL-IRAISHA.
           MOVE TK-OPERATOR TO DTL-OPERATOR.
           MOVE SPACES TO DTL-HANI.
           IF TK-CHIIKI THEN
              STRING "G:"             DELIMITED BY SIZE
                     TK-FROM-CODE     DELIMITED BY SPACE
                 INTO DTL-HANI
              END-STRING
           ELSE
              STRING TK-FROM-CODE     DELIMITED BY SPACE
                     "-"              DELIMITED BY SIZE
                     TK-TO-CODE       DELIMITED BY SPACE
                 INTO DTL-HANI
              END-STRING
           END-IF.
           MOVE TK-FROM-NEN TO DTL-FROM-NEN.
           MOVE TK-TO-NEN TO DTL-TO-NEN.
           IF TK-GRAIN = "S" THEN
              MOVE "市区町村" TO DTL-GRAIN
           ELSE
              MOVE "都道府県" TO DTL-GRAIN
           END-IF.
           MOVE TK-SHIHYO TO DTL-SHIHYO.
           MOVE TK-ROW-CNT TO DTL-ROW-CNT.
           MOVE TK-KANRI-GOKEI TO DTL-KANRI-GOKEI.

           PERFORM CHECK-PAGE.
           MOVE KAIJI-DTL TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO KAIJI-CNT.
           ADD TK-ROW-CNT TO ROW-GOKEI.
       PRINT-ONE-TEIKYO-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-PAGE-HEAD / CHECK-PAGE
      *    頁見出し（タイトル・実行日付・対象年月・頁番号・列見出し）
      *    を印字する。CHECK-PAGEは行数がPAGE-MAXに達していたら
      *    改頁する。
      ******************************************************************
       PRINT-PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE RUN-DATE (1:4) TO HD1-DATE-YY.
           MOVE RUN-DATE (5:2) TO HD1-DATE-MM.
           MOVE RUN-DATE (7:2) TO HD1-DATE-DD.
           MOVE TAISHO-YY TO HD1-TAISHO-YY.
           MOVE TAISHO-MM TO HD1-TAISHO-MM.
           MOVE PAGE-NO TO HD1-PAGE.

           MOVE KAIJI-HD1 TO KAIJI-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE KAIJI-PRT-REC
           ELSE
              WRITE KAIJI-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE KAIJI-HD2 TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.
           MOVE SPACES TO KAIJI-PRT-REC.
           WRITE KAIJI-PRT-REC.
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
           IF F-STATUS4 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS4 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS4
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOKAIJI" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE READ-CNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE KAIJI-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE KAIJI-CNT TO H-CNT1.
           MOVE 0 TO H-CNT2.
           MOVE 0 TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
