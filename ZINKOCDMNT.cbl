      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOCDMNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  各マスタの名称欄はN(04)のため、4文字を超える市区町村名は
      *  すべての帳票で切れていた。また全国地方公共団体コードの
      *  検査数字はどこでも検査されず、ZINKOIMP・ZINKOMENTは任意の
      *  7桁を受け付けていた。本プログラムは正式名称・かな・都道
      *  府県・グレイン・検査数字・有効期間を持つ団体コード・マスタ
      *  （DANTAI-IDX）を、TRANS-SEQと同じ流儀の制御カード
      *  （DANTAI-TRANS）で保守する。登録時に検査数字を団体コード
      *  から計算し直し、公表資料どおりの検査数字でないカードは
      *  棄却する。コードの桁割りはDANTAIのコピー句を参照。
      *
      *  制御カードの桁割り（1枚＝1件の追加／変更／削除指示）：
      *    1桁目       ：区分（"A"＝追加／"C"＝変更／"D"＝削除）
      *    2〜8桁目    ：コード
      *    9桁目       ：検査数字（"D"では不要）
      *    10〜49桁目  ：正式名称（全角20文字。"D"では不要）
      *    50〜109桁目 ：かな（全角30文字）
      *    110桁目     ：グレイン（"K"＝都道府県／"S"＝政令指定
      *                  都市／"W"＝区／"C"＝市／"T"＝町／"V"＝村）
      *    111〜114桁目：有効開始年度
      *    115〜118桁目：有効終了年度（現存は0または9999）
      *    119〜126桁目：担当者ID
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE       ASSIGN TO "DANTAI-TRANS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   DT-CODE
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
           03   T-CODE           PIC  X(07).
           03   T-CHECK          PIC  X(01).
           03   T-NAME           PIC  N(20).
           03   T-NAME-X     REDEFINES T-NAME
                                PIC  X(40).
           03   T-KANA           PIC  N(30).
           03   T-GRAIN          PIC  X(01).
           03   T-FROM-NEN       PIC  X(04).
           03   T-TO-NEN         PIC  X(04).
           03   T-OPERATOR       PIC  X(08).
       FD  DANTAI-FILE.
           COPY DANTAI.
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
      *>   カードの不備内容。空白のままなら合格。
       01  CDM-REASON               PIC  X(45).
      *>   検査数字の計算。CD-CODE5に団体コード5桁を入れて
      *>   CALC-CHECK-DIGITを呼ぶとCD-RESULTが返る。
       01  CD-CODE5.
           03   CD-D             PIC  9(01)      OCCURS 5 TIMES.
       01  CD-SUM                   PIC  9(04).
       01  CD-Q                     PIC  9(04).
       01  CD-R                     PIC  9(02).
       01  CD-W                     PIC  9(02).
       01  CD-RESULT                PIC  9(01).
      *>   有効期間の作業項目（終了年度0は9999に読み替える）。
       01  FROM-NEN-WK              PIC  9(04).
       01  TO-NEN-WK                PIC  9(04).
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

           PERFORM OPEN-DANTAI-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE DANTAI-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-DANTAI-MASTER
      *    団体コード・マスタをI-Oで開く。初回実行でファイルが存在
      *    しない（"35"）場合だけOUTPUTで新規に作成してから開き直す
      *    （ZINKOMENTのDEMO-IDXと同じ扱い）。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN I-O DANTAI-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT DANTAI-FILE
              CLOSE DANTAI-FILE
              OPEN I-O DANTAI-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                      F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    DANTAI-TRANSを1件ずつ読み、検査に通ったものだけを
      *    DANTAI-IDXへ反映する（ZINKOMENTのAPPLY-TRANSACTIONSと
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
              PERFORM CHECK-DANTAI-CARD THRU CHECK-DANTAI-CARD-EXIT

              IF CDM-REASON NOT = SPACES THEN
                 DISPLAY "不正な制御カード：" T-CODE " "
                         CDM-REASON
                 ADD 1 TO REJ-CNT
              ELSE
                 PERFORM APPLY-DANTAI-TXN
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-DANTAI-CARD
      *    制御カード1枚を検査し、不備があればCDM-REASONに理由を
      *    設定する。追加・変更では検査数字を団体コードから計算し
      *    直してカードの値と照合し、グレインに応じたコードの桁割り
      *    （県は下5桁が"00000"、市区町村は6桁目が検査数字で7桁目が
      *    空白）も確かめる。削除はコードだけを見る。県のキーは
      *    "PP00000"の形だけとし、下5桁を空白にした形は理由を示して
      *    棄却する（引く側が"00000"に揃えて照合する）。
      ******************************************************************
       CHECK-DANTAI-CARD.
           MOVE SPACES TO CDM-REASON.
           IF T-CODE = SPACES THEN
              MOVE "コードが空白" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-CODE (3:5) = SPACES THEN
              MOVE "県のコードは下5桁を00000とする"
                 TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-CODE (1:5) IS NOT NUMERIC THEN
              MOVE "団体コードが非数値" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-CODE (1:2) < "01" OR T-CODE (1:2) > "47" THEN
              MOVE "都道府県が範囲外" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-ACTION = "D" THEN
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.

           MOVE T-GRAIN TO DT-GRAIN.
           IF NOT DT-GRAIN-VALID THEN
              MOVE "グレインが不正" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-CHECK IS NOT NUMERIC THEN
              MOVE "検査数字が非数値" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           MOVE T-CODE (1:5) TO CD-CODE5.
           PERFORM CALC-CHECK-DIGIT.
           IF T-CHECK NOT = CD-RESULT THEN
              MOVE "検査数字が団体コードと合わない"
                 TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF DT-GRAIN-KEN THEN
              IF T-CODE (3:5) NOT = "00000" THEN
                 MOVE "県のコードの下5桁が0でない"
                    TO CDM-REASON
                 GO TO CHECK-DANTAI-CARD-EXIT
              END-IF
           ELSE
              IF T-CODE (3:3) = "000" THEN
                 MOVE "市区町村の団体コードが県と同じ"
                    TO CDM-REASON
                 GO TO CHECK-DANTAI-CARD-EXIT
              END-IF
              IF T-CODE (6:1) NOT = T-CHECK OR
                 T-CODE (7:1) NOT = SPACE
                 MOVE "コード6桁目が検査数字でない"
                    TO CDM-REASON
                 GO TO CHECK-DANTAI-CARD-EXIT
              END-IF
           END-IF.
           IF T-NAME-X = SPACES THEN
              MOVE "正式名称が空白" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           IF T-FROM-NEN IS NOT NUMERIC OR
              T-TO-NEN IS NOT NUMERIC
              MOVE "有効期間が非数値" TO CDM-REASON
              GO TO CHECK-DANTAI-CARD-EXIT
           END-IF.
           MOVE T-FROM-NEN TO FROM-NEN-WK.
           MOVE T-TO-NEN TO TO-NEN-WK.
           IF TO-NEN-WK = 0 THEN
              MOVE 9999 TO TO-NEN-WK
           END-IF.
           IF FROM-NEN-WK > TO-NEN-WK THEN
              MOVE "有効期間の開始が終了より後"
                 TO CDM-REASON
           END-IF.
       CHECK-DANTAI-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  CALC-CHECK-DIGIT
      *    団体コード5桁（CD-CODE5）の検査数字を求める。各桁に6・5・
      *    4・3・2の重みを掛けた和を11で割り、11から余りを引いた値の
      *    1の位をCD-RESULTに返す。
      ******************************************************************
       CALC-CHECK-DIGIT.
           COMPUTE CD-SUM = CD-D (1) * 6 + CD-D (2) * 5
                          + CD-D (3) * 4 + CD-D (4) * 3
                          + CD-D (5) * 2.
           DIVIDE CD-SUM BY 11 GIVING CD-Q REMAINDER CD-R.
           COMPUTE CD-W = 11 - CD-R.
           IF CD-W >= 10 THEN
              SUBTRACT 10 FROM CD-W
           END-IF.
           MOVE CD-W TO CD-RESULT.
       CALC-CHECK-DIGIT-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-DANTAI-TXN
      *    1件の制御カードをDANTAI-IDXへ反映する。コードのキーで
      *    ランダムREADし、その結果に応じてWRITE／REWRITE／DELETE
      *    する。
      ******************************************************************
       APPLY-DANTAI-TXN.
           MOVE T-CODE TO DT-CODE.
           READ DANTAI-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN T-ACTION = "A" AND REC-NOTFOUND
                 PERFORM SET-DANTAI-REC
                 WRITE DANTAI-REC
                 ADD 1 TO ADD-CNT
                 DISPLAY "団体コード追加：" T-CODE
              WHEN T-ACTION = "A" AND REC-FOUND
                 DISPLAY "団体コード追加エラー：" T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "C" AND REC-FOUND
                 PERFORM SET-DANTAI-REC
                 REWRITE DANTAI-REC
                 ADD 1 TO UPD-CNT
                 DISPLAY "団体コード変更：" T-CODE
              WHEN T-ACTION = "C" AND REC-NOTFOUND
                 DISPLAY "団体コード変更エラー：" T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "D" AND REC-FOUND
                 DELETE DANTAI-FILE
                 ADD 1 TO DEL-CNT
                 DISPLAY "団体コード削除：" T-CODE
              WHEN T-ACTION = "D" AND REC-NOTFOUND
                 DISPLAY "団体コード削除エラー：" T-CODE
                 ADD 1 TO REJ-CNT
              WHEN OTHER
                 DISPLAY "不明アクション：" T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.
       APPLY-DANTAI-TXN-EXIT.
           EXIT.

       SET-DANTAI-REC.
           MOVE T-CODE      TO DT-CODE.
           MOVE T-NAME      TO DT-NAME.
           MOVE T-KANA      TO DT-KANA.
           MOVE T-CODE (1:2) TO DT-KEN.
           MOVE T-GRAIN     TO DT-GRAIN.
           MOVE CD-RESULT   TO DT-CHECK.
           MOVE FROM-NEN-WK  TO DT-FROM-NEN.
           MOVE TO-NEN-WK    TO DT-TO-NEN.
           MOVE T-OPERATOR  TO DT-OPERATOR.
           MOVE RUN-DATE    TO DT-UPD-DATE.
       SET-DANTAI-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    追加・変更・削除・棄却件数のトレーラーを表示する。
      ******************************************************************
       PRINT-MAINT-RPT.
           DISPLAY "***** 団体コード保守結果 *****".
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

           MOVE "ZINKOCDMNT" TO H-PROGRAM.
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
