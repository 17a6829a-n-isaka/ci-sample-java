      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOCGMNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  地方ブロック別・広域圏別の集計は、企画担当が毎回RESULT-SEQの
      *  一覧から構成団体を拾って電卓で足し上げていた。本プログラム
      *  はその集計単位を定義する地域グループ・マスタ（CHIIKI-IDX。
      *  桁割りはCHIIKIのコピー句）を、TRANS-SEQと同じ流儀の制御
      *  カード（CHIIKI-TRANS）で保守する。集計報告はZINKOCHIIKI。
      *
      *  グループは見出し（コード欄が空白のカード。グループ名を
      *  持つ）と構成団体（コード欄に団体コード。有効期間を持つ）
      *  から成る。構成団体は見出しのあるグループにしか追加でき
      *  ず、コードは団体コード・マスタ（DANTAI-IDX）に登録済みで
      *  あること。構成団体が残っているグループの見出しは削除
      *  できない。
      *
      *  制御カードの桁割り（1枚＝1件の追加／変更／削除指示）：
      *    1桁目      ：区分（"A"＝追加／"C"＝変更／"D"＝削除）
      *    2〜7桁目   ：グループID
      *    8〜14桁目  ：構成団体コード（空白＝グループ見出し）
      *    15〜54桁目 ：グループ名（見出しだけ。全角20文字）
      *    55〜58桁目 ：有効開始年度（構成団体だけ）
      *    59〜62桁目 ：有効終了年度（構成団体だけ。現在も属して
      *                 いるときは0または9999）
      *    63〜70桁目 ：担当者ID
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE       ASSIGN TO "CHIIKI-TRANS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT CHIIKI-FILE      ASSIGN TO "CHIIKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   CG-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   団体コード・マスタ。構成団体のコードの登録を確かめる。
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
           03   T-ID             PIC  X(06).
           03   T-CODE           PIC  X(07).
           03   T-NAME           PIC  N(20).
           03   T-NAME-X     REDEFINES T-NAME
                                PIC  X(40).
           03   T-FROM-NEN       PIC  X(04).
           03   T-TO-NEN         PIC  X(04).
           03   T-OPERATOR       PIC  X(08).
       FD  CHIIKI-FILE.
           COPY CHIIKI.
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
      *>   カードの不備内容。空白のままなら合格。
       01  CGM-REASON               PIC  X(45).
      *>   有効期間の作業項目（終了年度0は9999に読み替える）。
       01  FROM-NEN-WK              PIC  9(04).
       01  TO-NEN-WK                PIC  9(04).
      *>   見出しの削除時に、構成団体が残っているかどうかの判定。
       01  MEMBER-SW                PIC  X(01).
           88  MEMBER-REMAINS                       VALUE "Y".
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

           PERFORM OPEN-CHIIKI-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE CHIIKI-FILE.
           CLOSE DANTAI-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-CHIIKI-MASTER
      *    地域グループ・マスタをI-Oで開く。初回実行でファイルが
      *    存在しない（"35"）場合だけOUTPUTで新規に作成してから
      *    開き直す（ZINKOMENTのDEMO-IDXと同じ扱い）。団体コード・
      *    マスタは照会専用にINPUTで開き、無ければ異常終了する。
      ******************************************************************
       OPEN-CHIIKI-MASTER.
           OPEN I-O CHIIKI-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT CHIIKI-FILE
              CLOSE CHIIKI-FILE
              OPEN I-O CHIIKI-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "地域グループOPENエラー：" F-STATUS2
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
       OPEN-CHIIKI-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    CHIIKI-TRANSを1件ずつ読み、検査に通ったものだけを
      *    CHIIKI-IDXへ反映する（ZINKOMENTのAPPLY-TRANSACTIONSと
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
              PERFORM CHECK-CHIIKI-CARD THRU CHECK-CHIIKI-CARD-EXIT

              IF CGM-REASON NOT = SPACES THEN
                 DISPLAY "不正な制御カード："
                    T-ID " " T-CODE " "
                         CGM-REASON
                 ADD 1 TO REJ-CNT
              ELSE
                 PERFORM APPLY-CHIIKI-TXN
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-CHIIKI-CARD
      *    制御カード1枚を検査し、不備があればCGM-REASONに理由を
      *    設定する。見出しの追加・変更はグループ名が必須。構成団体
      *    の追加・変更は、コードが団体コード・マスタに登録済みで、
      *    有効期間が正しく、グループの見出しが既にあること。削除は
      *    キーだけを見る。
      ******************************************************************
       CHECK-CHIIKI-CARD.
           MOVE SPACES TO CGM-REASON.
           MOVE 0 TO FROM-NEN-WK.
           MOVE 0 TO TO-NEN-WK.
           IF T-ID = SPACES THEN
              MOVE "グループIDが空白" TO CGM-REASON
              GO TO CHECK-CHIIKI-CARD-EXIT
           END-IF.
           IF T-ACTION = "D" THEN
              GO TO CHECK-CHIIKI-CARD-EXIT
           END-IF.

           IF T-CODE = SPACES THEN
              IF T-NAME-X = SPACES THEN
                 MOVE "グループ名が空白" TO CGM-REASON
              END-IF
              GO TO CHECK-CHIIKI-CARD-EXIT
           END-IF.

           MOVE T-CODE TO DT-CODE.
           READ DANTAI-FILE
              INVALID KEY
                 MOVE "団体コードマスタに未登録"
                    TO CGM-REASON
                 GO TO CHECK-CHIIKI-CARD-EXIT
           END-READ.
           IF T-FROM-NEN IS NOT NUMERIC OR
              T-TO-NEN IS NOT NUMERIC
              MOVE "有効期間が非数値" TO CGM-REASON
              GO TO CHECK-CHIIKI-CARD-EXIT
           END-IF.
           MOVE T-FROM-NEN TO FROM-NEN-WK.
           MOVE T-TO-NEN TO TO-NEN-WK.
           IF TO-NEN-WK = 0 THEN
              MOVE 9999 TO TO-NEN-WK
           END-IF.
           IF FROM-NEN-WK > TO-NEN-WK THEN
              MOVE "有効期間の開始が終了より後"
                 TO CGM-REASON
              GO TO CHECK-CHIIKI-CARD-EXIT
           END-IF.

           MOVE T-ID TO CG-ID.
           MOVE SPACES TO CG-CODE.
           READ CHIIKI-FILE
              INVALID KEY
                 MOVE "グループの見出しが無い" TO CGM-REASON
           END-READ.
       CHECK-CHIIKI-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-CHIIKI-TXN
      *    1件の制御カードをCHIIKI-IDXへ反映する。グループID＋
      *    構成団体コードのキーでランダムREADし、その結果に応じて
      *    WRITE／REWRITE／DELETEする。
      ******************************************************************
       APPLY-CHIIKI-TXN.
           MOVE T-ID TO CG-ID.
           MOVE T-CODE TO CG-CODE.
           READ CHIIKI-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN T-ACTION = "A" AND REC-NOTFOUND
                 PERFORM SET-CHIIKI-REC
                 WRITE CHIIKI-REC
                 ADD 1 TO ADD-CNT
                 DISPLAY "地域グループ追加：" T-ID " " T-CODE
              WHEN T-ACTION = "A" AND REC-FOUND
                 DISPLAY "地域グループ追加エラー："
                    T-ID " " T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "C" AND REC-FOUND
                 PERFORM SET-CHIIKI-REC
                 REWRITE CHIIKI-REC
                 ADD 1 TO UPD-CNT
                 DISPLAY "地域グループ変更：" T-ID " " T-CODE
              WHEN T-ACTION = "C" AND REC-NOTFOUND
                 DISPLAY "地域グループ変更エラー："
                    T-ID " " T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "D" AND REC-FOUND
                 PERFORM CHECK-MEMBER-REMAIN
                    THRU CHECK-MEMBER-REMAIN-EXIT
                 IF MEMBER-REMAINS THEN
                    DISPLAY "構成団体が残っている：" T-ID
                    ADD 1 TO REJ-CNT
                 ELSE
                    MOVE T-ID TO CG-ID
                    MOVE T-CODE TO CG-CODE
                    DELETE CHIIKI-FILE
                    ADD 1 TO DEL-CNT
                    DISPLAY "地域グループ削除："
                       T-ID " " T-CODE
                 END-IF
              WHEN T-ACTION = "D" AND REC-NOTFOUND
                 DISPLAY "地域グループ削除エラー："
                    T-ID " " T-CODE
                 ADD 1 TO REJ-CNT
              WHEN OTHER
                 DISPLAY "不明アクション：" T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.
       APPLY-CHIIKI-TXN-EXIT.
           EXIT.

       SET-CHIIKI-REC.
           MOVE T-ID        TO CG-ID.
           MOVE T-CODE      TO CG-CODE.
           IF T-CODE = SPACES THEN
              MOVE T-NAME   TO CG-NAME
           ELSE
              MOVE SPACES   TO CG-NAME-X
           END-IF.
           MOVE FROM-NEN-WK  TO CG-FROM-NEN.
           MOVE TO-NEN-WK    TO CG-TO-NEN.
           MOVE T-OPERATOR  TO CG-OPERATOR.
           MOVE RUN-DATE    TO CG-UPD-DATE.
       SET-CHIIKI-REC-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-MEMBER-REMAIN
      *    削除するのがグループ見出しのとき、同じグループIDの構成
      *    団体が残っていないかを見出しの次のレコードで確かめる。
      *    構成団体のカードの削除では常に「残りなし」とする。
      ******************************************************************
       CHECK-MEMBER-REMAIN.
           MOVE "N" TO MEMBER-SW.
           IF T-CODE NOT = SPACES THEN
              GO TO CHECK-MEMBER-REMAIN-EXIT
           END-IF.
           MOVE T-ID TO CG-ID.
           MOVE SPACES TO CG-CODE.
           START CHIIKI-FILE KEY IS > CG-KEY
              INVALID KEY
                 GO TO CHECK-MEMBER-REMAIN-EXIT
           END-START.
           READ CHIIKI-FILE NEXT
              AT END
                 GO TO CHECK-MEMBER-REMAIN-EXIT
           END-READ.
           IF CG-ID = T-ID THEN
              SET MEMBER-REMAINS TO TRUE
           END-IF.
       CHECK-MEMBER-REMAIN-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    追加・変更・削除・棄却件数のトレーラーを表示する。
      ******************************************************************
       PRINT-MAINT-RPT.
           DISPLAY "***** 地域グループ保守結果 *****".
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

           MOVE "ZINKOCGMNT" TO H-PROGRAM.
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
