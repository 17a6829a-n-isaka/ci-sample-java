      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOIDMNT.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  都道府県から毎月届く出生・死亡・転入・転出の件数は、これ
      *  まで表計算で手集計していた。本プログラムはその件数を人口
      *  動態の月次異動（IDOU-IDX。桁割りはIDOUのコピー句）へ、
      *  TRANS-SEQと同じ流儀の制御カード（IDOU-TRANS）で登録・
      *  訂正する。月次推計人口はZINKOGETSUが算出する。
      *
      *  コードは団体コード・マスタ（DANTAI-IDX）と照合し、未登録・
      *  検査数字の誤り・年が団体の有効期間外のカードは棄却する
      *  （ZINKOMENTと同じ検査。削除カードはキーだけを見る）。
      *
      *  制御カードの桁割り（1枚＝1件の追加／変更／削除指示）：
      *    1桁目      ：区分（"A"＝追加／"C"＝変更／"D"＝削除）
      *    2〜8桁目   ：団体コード
      *    9〜12桁目  ：年（西暦）
      *    13〜14桁目 ：月（01〜12）
      *    15〜21桁目 ：出生数
      *    22〜28桁目 ：死亡数
      *    29〜35桁目 ：転入数
      *    36〜42桁目 ：転出数
      *    43〜50桁目 ：担当者ID
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE       ASSIGN TO "IDOU-TRANS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT IDOU-FILE        ASSIGN TO "IDOU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   IX-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   団体コード・マスタ。コードの登録・検査数字・有効期間を
      *>   照合する。
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
           03   T-NEN            PIC  X(04).
           03   T-TSUKI          PIC  X(02).
           03   T-SHUSSEI        PIC  X(07).
           03   T-SHIBOU         PIC  X(07).
           03   T-TENNYU         PIC  X(07).
           03   T-TENSHUTSU      PIC  X(07).
           03   T-OPERATOR       PIC  X(08).
       FD  IDOU-FILE.
           COPY IDOU.
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
       01  IDM-REASON               PIC  X(45).
      *>   月の作業項目。
       01  TSUKI-WK                 PIC  9(02).
      *>   団体コード・マスタとの照合。CHK-CODE・CHK-NENを設定して
      *>   CHECK-DANTAI-CODEを呼ぶと、不備の内容がCHK-REASONに返る
      *>   （空白なら合格）。CD-＊は検査数字の計算の作業項目。
       01  CHK-CODE                 PIC  X(07).
      *>   照合に使うコード（県の下5桁空白を"00000"に揃えたもの）。
       01  CHK-KEY                  PIC  X(07).
       01  CHK-NEN                  PIC  9(04).
       01  CHK-REASON               PIC  X(45).
       01  CD-CODE5.
           03   CD-D             PIC  9(01)      OCCURS 5 TIMES.
       01  CD-SUM                   PIC  9(04).
       01  CD-Q                     PIC  9(04).
       01  CD-R                     PIC  9(02).
       01  CD-W                     PIC  9(02).
       01  CD-RESULT                PIC  9(01).
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

           PERFORM OPEN-IDOU-MASTER.
           PERFORM OPEN-DANTAI-MASTER.
           PERFORM APPLY-TRANSACTIONS.
           CLOSE IDOU-FILE.
           CLOSE DANTAI-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  OPEN-IDOU-MASTER
      *    月次異動をI-Oで開く。初回実行でファイルが存在しない
      *    （"35"）場合だけOUTPUTで新規に作成してから開き直す
      *    （ZINKOMENTのDEMO-IDXと同じ扱い）。
      ******************************************************************
       OPEN-IDOU-MASTER.
           OPEN I-O IDOU-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT IDOU-FILE
              CLOSE IDOU-FILE
              OPEN I-O IDOU-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "月次異動OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-IDOU-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER
      *    団体コード・マスタ（DANTAI-IDX。保守はZINKOCDMNT）を照会
      *    専用にINPUTで開く。マスタが無いとコードの検査ができない
      *    ので、異常終了してJCL側で止める。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                 F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    IDOU-TRANSを1件ずつ読み、検査に通ったものだけを
      *    IDOU-IDXへ反映する（ZINKOMENTのAPPLY-TRANSACTIONSと
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
              PERFORM CHECK-IDOU-CARD THRU CHECK-IDOU-CARD-EXIT

              IF IDM-REASON NOT = SPACES THEN
                 DISPLAY "不正な制御カード："
                    T-CODE " " T-NEN T-TSUKI " "
                         IDM-REASON
                 ADD 1 TO REJ-CNT
              ELSE
                 PERFORM APPLY-IDOU-TXN
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-IDOU-CARD
      *    制御カード1枚を検査し、不備があればIDM-REASONに理由を
      *    設定する。年・月はキーなので削除カードでも検査し、
      *    団体コードと件数は追加・変更のカードだけ検査する。
      ******************************************************************
       CHECK-IDOU-CARD.
           MOVE SPACES TO IDM-REASON.
           IF T-CODE = SPACES THEN
              MOVE "団体コードが空白" TO IDM-REASON
              GO TO CHECK-IDOU-CARD-EXIT
           END-IF.
           IF T-NEN IS NOT NUMERIC OR T-TSUKI IS NOT NUMERIC THEN
              MOVE "年月が非数値" TO IDM-REASON
              GO TO CHECK-IDOU-CARD-EXIT
           END-IF.
           MOVE T-TSUKI TO TSUKI-WK.
           IF TSUKI-WK < 1 OR TSUKI-WK > 12 THEN
              MOVE "月が01〜12の範囲外" TO IDM-REASON
              GO TO CHECK-IDOU-CARD-EXIT
           END-IF.
           IF T-ACTION = "D" THEN
              GO TO CHECK-IDOU-CARD-EXIT
           END-IF.

           MOVE T-CODE TO CHK-CODE.
           MOVE T-NEN TO CHK-NEN.
           PERFORM CHECK-DANTAI-CODE THRU CHECK-DANTAI-CODE-EXIT.
           IF CHK-REASON NOT = SPACES THEN
              MOVE CHK-REASON TO IDM-REASON
              GO TO CHECK-IDOU-CARD-EXIT
           END-IF.
           IF T-SHUSSEI IS NOT NUMERIC OR T-SHIBOU IS NOT NUMERIC OR
              T-TENNYU IS NOT NUMERIC OR T-TENSHUTSU IS NOT NUMERIC
              MOVE "件数が非数値" TO IDM-REASON
           END-IF.
       CHECK-IDOU-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-DANTAI-CODE
      *    CHK-CODEを団体コード・マスタと照合し、不備があれば理由を
      *    CHK-REASONに返す。マスタに無いコードは、6桁目が団体コード
      *    から計算した検査数字と合わなければ検査数字の誤り、合って
      *    いれば未登録とする（県のコードは下5桁が"00000"で検査数字
      *    を置かない）。マスタにあっても、CHK-NENが団体の有効期間
      *    （合併・新設の前後）の外なら棄却する。県の行は従来から
      *    下5桁を空白にした形でも書かれるので、マスタの県のコード
      *    （下5桁"00000"）に揃えてから照合する。
      ******************************************************************
       CHECK-DANTAI-CODE.
           MOVE SPACES TO CHK-REASON.
           MOVE CHK-CODE TO CHK-KEY.
           IF CHK-KEY (3:5) = SPACES THEN
              MOVE "00000" TO CHK-KEY (3:5)
           END-IF.
           IF CHK-KEY (1:5) IS NOT NUMERIC THEN
              MOVE "団体コードが非数値" TO CHK-REASON
              GO TO CHECK-DANTAI-CODE-EXIT
           END-IF.
           IF CHK-NEN IS NOT NUMERIC THEN
              MOVE "年度が非数値" TO CHK-REASON
              GO TO CHECK-DANTAI-CODE-EXIT
           END-IF.

           MOVE CHK-KEY TO DT-CODE.
           READ DANTAI-FILE
              INVALID KEY
                 MOVE CHK-KEY (1:5) TO CD-CODE5
                 PERFORM CALC-CHECK-DIGIT
                 IF CHK-KEY (3:5) NOT = "00000" AND
                    CHK-KEY (6:1) NOT = CD-RESULT
                    MOVE "検査数字が誤り" TO CHK-REASON
                 ELSE
                    MOVE "団体コードマスタに未登録"
                       TO CHK-REASON
                 END-IF
                 GO TO CHECK-DANTAI-CODE-EXIT
           END-READ.

           IF CHK-NEN < DT-FROM-NEN OR CHK-NEN > DT-TO-NEN THEN
              MOVE "年度が団体の有効期間外" TO CHK-REASON
           END-IF.
       CHECK-DANTAI-CODE-EXIT.
           EXIT.
      ******************************************************************
      *  CALC-CHECK-DIGIT
      *    団体コード5桁（CD-CODE5）の検査数字を求める。各桁に6・5・
      *    4・3・2の重みを掛けた和を11で割り、11から余りを引いた値の
      *    1の位をCD-RESULTに返す（ZINKOCDMNTと同じ計算）。
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
      *  APPLY-IDOU-TXN
      *    1件の制御カードをIDOU-IDXへ反映する。コード＋年＋月の
      *    キーでランダムREADし、その結果に応じて
      *    WRITE／REWRITE／DELETEする。
      ******************************************************************
       APPLY-IDOU-TXN.
           MOVE T-CODE TO IX-CODE.
           MOVE T-NEN TO IX-NEN.
           MOVE T-TSUKI TO IX-TSUKI.
           READ IDOU-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           EVALUATE TRUE
              WHEN T-ACTION = "A" AND REC-NOTFOUND
                 PERFORM SET-IDOU-REC
                 WRITE IDOU-REC
                 ADD 1 TO ADD-CNT
                 DISPLAY "月次異動追加："
                    T-CODE " " T-NEN T-TSUKI
              WHEN T-ACTION = "A" AND REC-FOUND
                 DISPLAY "月次異動追加エラー："
                    T-CODE " " T-NEN T-TSUKI
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "C" AND REC-FOUND
                 PERFORM SET-IDOU-REC
                 REWRITE IDOU-REC
                 ADD 1 TO UPD-CNT
                 DISPLAY "月次異動変更："
                    T-CODE " " T-NEN T-TSUKI
              WHEN T-ACTION = "C" AND REC-NOTFOUND
                 DISPLAY "月次異動変更エラー："
                    T-CODE " " T-NEN T-TSUKI
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "D" AND REC-FOUND
                 DELETE IDOU-FILE
                 ADD 1 TO DEL-CNT
                 DISPLAY "月次異動削除："
                    T-CODE " " T-NEN T-TSUKI
              WHEN T-ACTION = "D" AND REC-NOTFOUND
                 DISPLAY "月次異動削除エラー："
                    T-CODE " " T-NEN T-TSUKI
                 ADD 1 TO REJ-CNT
              WHEN OTHER
                 DISPLAY "不明アクション：" T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.
       APPLY-IDOU-TXN-EXIT.
           EXIT.

       SET-IDOU-REC.
           MOVE T-CODE      TO IX-CODE.
           MOVE T-NEN       TO IX-NEN.
           MOVE T-TSUKI     TO IX-TSUKI.
           MOVE T-SHUSSEI   TO IX-SHUSSEI.
           MOVE T-SHIBOU    TO IX-SHIBOU.
           MOVE T-TENNYU    TO IX-TENNYU.
           MOVE T-TENSHUTSU TO IX-TENSHUTSU.
           MOVE T-OPERATOR  TO IX-OPERATOR.
           MOVE RUN-DATE    TO IX-UPD-DATE.
       SET-IDOU-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    追加・変更・削除・棄却件数のトレーラーを表示する。
      ******************************************************************
       PRINT-MAINT-RPT.
           DISPLAY "***** 月次異動保守結果 *****".
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

           MOVE "ZINKOIDMNT" TO H-PROGRAM.
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
