      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOKTMNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  コーホート要因法の人口推計（ZINKOCOHORT）が使う仮定値
      *  マスタ（KATEI-IDX。桁割りはKATEIのコピー句）を、企画担当が
      *  TRANS-SEQと同じ流儀の制御カード（KATEI-TRANS）で保守する。
      *  仮定値は団体ごと（コード欄に団体コード）または全国共通
      *  （コード欄が空白）に、種別（生残率・出生率・純移動率）×
      *  男女の1件ずつ持つ。団体コードは団体コード・マスタ
      *  （DANTAI-IDX）に登録済みであること。
      *
      *  率の検査（打鍵誤りを推計に持ち込まないよう登録時に行う）：
      *    生残率　：0〜1
      *    出生率　：女性だけ。階級4〜10（15〜49歳）だけが0以上で、
      *              他の階級は0
      *    純移動率：−1〜＋1
      *
      *  制御カードの桁割り（1枚＝1件の追加／変更／削除指示）：
      *    1桁目       ：区分（"A"＝追加／"C"＝変更／"D"＝削除）
      *    2〜8桁目    ：団体コード（空白＝全国共通）
      *    9桁目       ：種別（"S"＝生残率／"F"＝出生率／"M"＝
      *                  純移動率）
      *    10桁目      ：男女（"1"＝男／"2"＝女）
      *    11〜18桁目  ：担当者ID
      *    19〜144桁目 ：階級1〜18の率。1階級7桁で、先頭1桁が符号
      *                  （空白・"+"・"-"）、続く6桁が整数1桁・
      *                  小数5桁（例："+098765"＝0.98765）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE       ASSIGN TO "KATEI-TRANS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT KATEI-FILE       ASSIGN TO "KATEI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   KT-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   団体コード・マスタ。団体別の仮定値のコードの登録を
      *>   確かめる。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS4.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  TRANS-FILE.
       01  TRANS-REC.
           03   T-ACTION         PIC  X(01).
           03   T-CODE           PIC  X(07).
           03   T-SHUBETSU       PIC  X(01).
           03   T-SEX            PIC  X(01).
           03   T-OPERATOR       PIC  X(08).
           03   T-RATE           OCCURS 18.
                05   T-RATE-SIGN      PIC  X(01).
                05   T-RATE-NUM       PIC  X(06).
                05   T-RATE-VAL   REDEFINES T-RATE-NUM
                                      PIC  9(01)V9(05).
       FD  KATEI-FILE.
           COPY KATEI.
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
      *>   実行履歴に記録する制御カードの読込件数と実行日時。
       01  TRAN-CNT                 PIC  9(07)      COMP  VALUE 0.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   ランダムREADの結果（対象レコードの有無）。
       01  FOUND-SW                PIC  X(01).
           88  REC-FOUND                       VALUE "Y".
           88  REC-NOTFOUND                    VALUE "N".
      *>   カードの不備内容（空白のままなら合格）と、不備のあった
      *>   階級番号（率の検査で使う。0なら階級に依らない不備）。
       01  KTM-REASON               PIC  X(45).
       01  KTM-BAND                 PIC  9(02)      COMP.
       01  KTM-BAND-ED              PIC  Z9.
      *>   符号を付けた率の作業表。検査に通ったらそのままKT-RITSU
      *>   へ転記する。
       01  RITSU-WK-TABLE.
           03   RITSU-WK         PIC  S9(01)V9(05) OCCURS 18.
       01  BAND-IDX                 PIC  9(02)      COMP.
      *>   保守結果の集計（追加・変更・削除・棄却件数）。
       01  ADD-CNT                  PIC  9(05)       COMP.
       01  UPD-CNT                  PIC  9(05)       COMP.
       01  DEL-CNT                  PIC  9(05)       COMP.
       01  REJ-CNT                  PIC  9(05)       COMP.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO ADD-CNT.
           MOVE 0 TO UPD-CNT.
           MOVE 0 TO DEL-CNT.
           MOVE 0 TO REJ-CNT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM OPEN-KATEI-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE KATEI-FILE.
           CLOSE DANTAI-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-KATEI-MASTER
      *    仮定値マスタをI-Oで開く。初回実行でファイルが存在しない
      *    （"35"）場合だけOUTPUTで新規に作成してから開き直す
      *    （ZINKOCGMNTと同じ扱い）。団体コード・マスタは照会専用に
      *    INPUTで開き、無ければ異常終了する。
      ******************************************************************
       OPEN-KATEI-MASTER.
           OPEN I-O KATEI-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT KATEI-FILE
              CLOSE KATEI-FILE
              OPEN I-O KATEI-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "仮定値マスタOPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           OPEN INPUT DANTAI-FILE.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                 F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-KATEI-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    KATEI-TRANSを1件ずつ読み、検査に通ったものだけを
      *    KATEI-IDXへ反映する（ZINKOMENTのAPPLY-TRANSACTIONSと
      *    同じ流儀）。
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
              PERFORM CHECK-KATEI-CARD THRU CHECK-KATEI-CARD-EXIT

              IF KTM-REASON NOT = SPACES THEN
                 MOVE KTM-BAND TO KTM-BAND-ED
                 DISPLAY "不正な制御カード："
                    T-CODE " " T-SHUBETSU T-SEX " "
                         KTM-REASON " " KTM-BAND-ED
                 ADD 1 TO REJ-CNT
              ELSE
                 PERFORM APPLY-KATEI-TXN
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-KATEI-CARD
      *    制御カード1枚を検査し、不備があればKTM-REASONに理由を
      *    （率の不備ならKTM-BANDに階級番号も）設定する。削除は
      *    キーだけを見る。
      ******************************************************************
       CHECK-KATEI-CARD.
           MOVE SPACES TO KTM-REASON.
           MOVE 0 TO KTM-BAND.
           IF T-SHUBETSU NOT = "S" AND T-SHUBETSU NOT = "F" AND
              T-SHUBETSU NOT = "M"
              MOVE "仮定の種別が誤り" TO KTM-REASON
              GO TO CHECK-KATEI-CARD-EXIT
           END-IF.
           IF T-SEX NOT = "1" AND T-SEX NOT = "2" THEN
              MOVE "男女の別が誤り" TO KTM-REASON
              GO TO CHECK-KATEI-CARD-EXIT
           END-IF.
           IF T-ACTION = "D" THEN
              GO TO CHECK-KATEI-CARD-EXIT
           END-IF.

           IF T-SHUBETSU = "F" AND T-SEX = "1" THEN
              MOVE "出生率は女性だけ" TO KTM-REASON
              GO TO CHECK-KATEI-CARD-EXIT
           END-IF.
           IF T-CODE NOT = SPACES THEN
              MOVE T-CODE TO DT-CODE
              READ DANTAI-FILE
                 INVALID KEY
                    MOVE "団体コードマスタに未登録"
                       TO KTM-REASON
                    GO TO CHECK-KATEI-CARD-EXIT
              END-READ
           END-IF.

           PERFORM VARYING BAND-IDX FROM 1 BY 1
                      UNTIL BAND-IDX > 18 OR KTM-REASON NOT = SPACES
              PERFORM CHECK-ONE-RATE THRU CHECK-ONE-RATE-EXIT
           END-PERFORM.
       CHECK-KATEI-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-ONE-RATE
      *    階級BAND-IDXの率を数値に直してRITSU-WKへ置き、種別ごとの
      *    範囲を検査する。
      ******************************************************************
       CHECK-ONE-RATE.
           IF T-RATE-NUM (BAND-IDX) IS NOT NUMERIC OR
              (T-RATE-SIGN (BAND-IDX) NOT = SPACE AND
               T-RATE-SIGN (BAND-IDX) NOT = "+" AND
               T-RATE-SIGN (BAND-IDX) NOT = "-")
              MOVE "率が非数値" TO KTM-REASON
              MOVE BAND-IDX TO KTM-BAND
              GO TO CHECK-ONE-RATE-EXIT
           END-IF.
           MOVE T-RATE-VAL (BAND-IDX) TO RITSU-WK (BAND-IDX).
           IF T-RATE-SIGN (BAND-IDX) = "-" THEN
              COMPUTE RITSU-WK (BAND-IDX) = 0 - RITSU-WK (BAND-IDX)
           END-IF.

           EVALUATE T-SHUBETSU
              WHEN "S"
                 IF RITSU-WK (BAND-IDX) < 0 OR
                    RITSU-WK (BAND-IDX) > 1
                    MOVE "生残率が0〜1の範囲外" TO KTM-REASON
                 END-IF
              WHEN "F"
                 IF RITSU-WK (BAND-IDX) < 0 THEN
                    MOVE "出生率が負" TO KTM-REASON
                 ELSE IF (BAND-IDX < 4 OR BAND-IDX > 10) AND
                         RITSU-WK (BAND-IDX) NOT = 0
                    MOVE "出生率は階級4〜10だけ" TO KTM-REASON
                 END-IF
                 END-IF
              WHEN "M"
                 IF RITSU-WK (BAND-IDX) < -1 OR
                    RITSU-WK (BAND-IDX) > 1
                    MOVE "純移動率が±1を超える" TO KTM-REASON
                 END-IF
           END-EVALUATE.
           IF KTM-REASON NOT = SPACES THEN
              MOVE BAND-IDX TO KTM-BAND
           END-IF.
       CHECK-ONE-RATE-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-KATEI-TXN
      *    1件の制御カードをKATEI-IDXへ反映する。コード＋種別＋
      *    男女のキーでランダムREADし、その結果に応じて
      *    WRITE／REWRITE／DELETEする。
      ******************************************************************
       APPLY-KATEI-TXN.
           MOVE T-CODE TO KT-CODE.
           MOVE T-SHUBETSU TO KT-SHUBETSU.
           MOVE T-SEX TO KT-SEX.
           READ KATEI-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN T-ACTION = "A" AND REC-NOTFOUND
                 PERFORM SET-KATEI-REC
                 WRITE KATEI-REC
                 ADD 1 TO ADD-CNT
                 DISPLAY "仮定値追加："
                    T-CODE " " T-SHUBETSU T-SEX
              WHEN T-ACTION = "A" AND REC-FOUND
                 DISPLAY "仮定値追加エラー："
                    T-CODE " " T-SHUBETSU T-SEX
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "C" AND REC-FOUND
                 PERFORM SET-KATEI-REC
                 REWRITE KATEI-REC
                 ADD 1 TO UPD-CNT
                 DISPLAY "仮定値変更："
                    T-CODE " " T-SHUBETSU T-SEX
              WHEN T-ACTION = "C" AND REC-NOTFOUND
                 DISPLAY "仮定値変更エラー："
                    T-CODE " " T-SHUBETSU T-SEX
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "D" AND REC-FOUND
                 DELETE KATEI-FILE
                 ADD 1 TO DEL-CNT
                 DISPLAY "仮定値削除："
                    T-CODE " " T-SHUBETSU T-SEX
              WHEN T-ACTION = "D" AND REC-NOTFOUND
                 DISPLAY "仮定値削除エラー："
                    T-CODE " " T-SHUBETSU T-SEX
                 ADD 1 TO REJ-CNT
              WHEN OTHER
                 DISPLAY "不明アクション：" T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.
       APPLY-KATEI-TXN-EXIT.
           EXIT.

       SET-KATEI-REC.
           MOVE T-CODE      TO KT-CODE.
           MOVE T-SHUBETSU  TO KT-SHUBETSU.
           MOVE T-SEX       TO KT-SEX.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                      UNTIL BAND-IDX > 18
              MOVE RITSU-WK (BAND-IDX) TO KT-RITSU (BAND-IDX)
           END-PERFORM.
           MOVE T-OPERATOR  TO KT-OPERATOR.
           MOVE RUN-DATE    TO KT-UPD-DATE.
       SET-KATEI-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    追加・変更・削除・棄却件数のトレーラーを表示する。
      ******************************************************************
       PRINT-MAINT-RPT.
           DISPLAY "***** 仮定値保守結果 *****".
           DISPLAY "追加件数：" ADD-CNT "件".
           DISPLAY "変更件数：" UPD-CNT "件".
           DISPLAY "削除件数：" DEL-CNT "件".
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

           MOVE "ZINKOKTMNT" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE TRAN-CNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE 0 TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE ADD-CNT TO H-CNT1.
           MOVE UPD-CNT TO H-CNT2.
           MOVE DEL-CNT TO H-CNT3.
           MOVE REJ-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
