      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOTSMNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  都道府県別提出受付台帳（TEISHUTSU-IDX）の予定側の項目を、
      *  TRANS-SEQと同じ流儀の制御カード（TEISHUTSU-TRANS）で保守
      *  する。受付日・再提出回数（ZINKOIMP）と取込件数（ZINKOMENT）
      *  は各プログラムが記録するので、ここでは触らない。
      *    ・"E"：県・年度の市区町村の予定件数と提出期限を登録する。
      *      台帳に無ければ未受付のレコードとして作成する
      *    ・"F"：年度を確定扱いにする。47都道府県すべての当該年度の
      *      レコードに確定の印を付ける（無い県は未受付として作成
      *      する）。以後ZINKOMITSUDO2は47県すべての提出が完了する
      *      までその年度の密度計算を拒否する
      *    ・"U"：年度の確定の印を外す（訂正のやり直し等）
      *
      *  制御カードの桁割り（1枚＝1件の指示）：
      *    1桁目      ：区分（"E"＝予定登録／"F"＝確定／"U"＝確定解除）
      *    2〜3桁目   ：都道府県（01〜47。"F"・"U"では不要）
      *    4〜7桁目   ：年度
      *    8〜12桁目  ：市区町村の予定件数（"E"のみ）
      *    13〜20桁目 ：提出期限YYYYMMDD（"E"のみ。未定なら0）
      *    21〜28桁目 ：担当者ID
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE       ASSIGN TO "TEISHUTSU-TRANS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT TEISHUTSU-FILE   ASSIGN TO "TEISHUTSU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   TS-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03   T-ACTION         PIC  X(01).
           03   T-KEN            PIC  X(02).
           03   T-NEN            PIC  9(04).
           03   T-EXPECT-CNT     PIC  9(05).
           03   T-KIGEN          PIC  9(08).
           03   T-OPERATOR       PIC  X(08).
       FD  TEISHUTSU-FILE.
           COPY TEISHUTU.
       FD  HIST-FILE.
           COPY RUNHIST.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
      *>   実行履歴に記録する制御カードの読込件数と実行日時。
       01  TRAN-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   ランダムREADの結果（対象レコードの有無）。
       01  FOUND-SW                PIC  X(01).
           88  REC-FOUND                       VALUE "Y".
           88  REC-NOTFOUND                    VALUE "N".

       01  VALID-SW                PIC  X(01).
           88  VALID-TXN                       VALUE "Y".
           88  INVALID-TXN                     VALUE "N".
      *>   確定・確定解除で47都道府県を順に回す添字と、その県コード
      *>   の編集用。
       01  KEN-NO                   PIC  9(02)       COMP.
       01  KEN-NO-ED                PIC  9(02).
      *>   保守結果の集計（予定登録・確定・確定解除・棄却件数）。
       01  SET-CNT                  PIC  9(05)       COMP.
       01  KAKUTEI-CNT              PIC  9(05)       COMP.
       01  KAIJO-CNT                PIC  9(05)       COMP.
       01  REJ-CNT                  PIC  9(05)       COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO SET-CNT.
           MOVE 0 TO KAKUTEI-CNT.
           MOVE 0 TO KAIJO-CNT.
           MOVE 0 TO REJ-CNT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM OPEN-TEISHUTSU-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE TEISHUTSU-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-TEISHUTSU-MASTER
      *    提出受付台帳をI-Oで開く。初回実行でファイルが存在しない
      *    （"35"）場合だけOUTPUTで新規に作成してから開き直す
      *    （ZINKOMENTのDEMO-IDXと同じ扱い）。
      ******************************************************************
       OPEN-TEISHUTSU-MASTER.
           OPEN I-O TEISHUTSU-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT TEISHUTSU-FILE
              CLOSE TEISHUTSU-FILE
              OPEN I-O TEISHUTSU-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "提出受付台帳OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-TEISHUTSU-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    TEISHUTSU-TRANSを1件ずつ読み、簡易検査に通ったものだけを
      *    台帳へ反映する（ZINKOMENTのAPPLY-TRANSACTIONSと同じ
      *    流儀）。
      ******************************************************************
       APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           MOVE "00" TO F-STATUS.

           PERFORM UNTIL F-STATUS <> "00"
              READ TRANS-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO TRAN-CNT
              MOVE "Y" TO VALID-SW
              IF T-NEN IS NOT NUMERIC OR T-OPERATOR = SPACES THEN
                 MOVE "N" TO VALID-SW
              END-IF
      *>      予定登録は県の指定と数値の予定件数・期限が揃っていない
      *>      と督促の根拠にならない。
              IF T-ACTION = "E" THEN
                 IF T-KEN < "01" OR T-KEN > "47" OR
                    T-EXPECT-CNT IS NOT NUMERIC OR
                    T-KIGEN IS NOT NUMERIC
                    MOVE "N" TO VALID-SW
                 END-IF
              END-IF

              IF INVALID-TXN THEN
                 DISPLAY "不正な制御カード：" T-ACTION T-KEN
                    " " T-NEN
                 ADD 1 TO REJ-CNT
              ELSE
                 PERFORM APPLY-TEISHUTSU-TXN
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TEISHUTSU-TXN
      *    1件の制御カードを台帳へ反映する。"E"は当該県・年度の
      *    1件、"F"・"U"は当該年度の47都道府県すべてを書き換える。
      ******************************************************************
       APPLY-TEISHUTSU-TXN.
           EVALUATE TRUE
              WHEN T-ACTION = "E"
                 MOVE T-KEN TO TS-KEN
                 MOVE T-NEN TO TS-NEN
                 PERFORM READ-TEISHUTSU-REC
                 MOVE T-EXPECT-CNT TO TS-EXPECT-CNT
                 MOVE T-KIGEN TO TS-KIGEN
                 MOVE T-OPERATOR TO TS-OPERATOR
                 PERFORM WRITE-TEISHUTSU-REC
                 ADD 1 TO SET-CNT
                 DISPLAY "予定登録：" T-KEN " " T-NEN
                    "年　予定" T-EXPECT-CNT "件　期限" T-KIGEN
              WHEN T-ACTION = "F" OR T-ACTION = "U"
                 PERFORM VARYING KEN-NO FROM 1 BY 1
                    UNTIL KEN-NO > 47
                    MOVE KEN-NO TO KEN-NO-ED
                    MOVE KEN-NO-ED TO TS-KEN
                    MOVE T-NEN TO TS-NEN
                    PERFORM READ-TEISHUTSU-REC
                    IF T-ACTION = "F" THEN
                       SET TS-KAKUTEI TO TRUE
                    ELSE
                       MOVE "N" TO TS-KAKUTEI-SW
                    END-IF
                    MOVE T-OPERATOR TO TS-OPERATOR
                    PERFORM WRITE-TEISHUTSU-REC
                 END-PERFORM
                 IF T-ACTION = "F" THEN
                    ADD 1 TO KAKUTEI-CNT
                    DISPLAY "年度確定：" T-NEN "年"
                 ELSE
                    ADD 1 TO KAIJO-CNT
                    DISPLAY "年度確定解除：" T-NEN "年"
                 END-IF
              WHEN OTHER
                 DISPLAY "不明アクション：" T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.
       APPLY-TEISHUTSU-TXN-EXIT.
           EXIT.
      ******************************************************************
      *  READ-TEISHUTSU-REC / WRITE-TEISHUTSU-REC
      *    TS-KEYに県・年度を入れて呼ぶ。台帳に無ければ未受付・
      *    未取込の初期値でレコードを組み立てる（書き出しはWRITE-
      *    TEISHUTSU-RECがFOUND-SWを見てWRITE／REWRITEを選ぶ）。
      ******************************************************************
       READ-TEISHUTSU-REC.
           READ TEISHUTSU-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           IF REC-NOTFOUND THEN
              MOVE 0 TO TS-RECV-DATE
              MOVE 0 TO TS-LAST-RECV-DATE
              MOVE 0 TO TS-RESUB-CNT
              MOVE 0 TO TS-EXPECT-CNT
              MOVE 0 TO TS-LOAD-CNT
              MOVE "N" TO TS-KEN-SW
              MOVE 0 TO TS-LOAD-DATE
              MOVE 0 TO TS-KIGEN
              MOVE "N" TO TS-KAKUTEI-SW
              MOVE SPACES TO TS-OPERATOR
           END-IF.
       READ-TEISHUTSU-REC-EXIT.
           EXIT.

       WRITE-TEISHUTSU-REC.
           IF REC-FOUND THEN
              REWRITE TEISHUTSU-REC
           ELSE
              WRITE TEISHUTSU-REC
           END-IF.
       WRITE-TEISHUTSU-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    予定登録・確定・確定解除・棄却件数のトレーラーを表示する。
      ******************************************************************
       PRINT-MAINT-RPT.
           DISPLAY "***** 提出受付台帳保守結果 *****".
           DISPLAY "予定登録件数：" SET-CNT "件".
           DISPLAY "年度確定件数：" KAKUTEI-CNT "件".
           DISPLAY "確定解除件数：" KAIJO-CNT "件".
           DISPLAY "棄却件数：" REJ-CNT "件".
       PRINT-MAINT-RPT-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           IF F-STATUS3 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS3 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS3
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOTSMNT" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE TRAN-CNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE 0 TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE SET-CNT TO H-CNT1.
           MOVE KAKUTEI-CNT TO H-CNT2.
           MOVE KAIJO-CNT TO H-CNT3.
           MOVE REJ-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
