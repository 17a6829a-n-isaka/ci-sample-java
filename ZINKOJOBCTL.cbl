      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOJOBCTL.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  夜間ジョブストリームの制御プログラム。従来はZINKOKENSA・
      *  ZINKOMITSUDO2・ZINKOKANSHI・ZINKOSHOBUN・ZINKORANK・
      *  ZINKOHIKA・ZINKOSHUKEI等を運用担当者が手で順に起動し、
      *  そのたびにRETURN-CODEを目視し、公表工程の前にはGATE-STSの
      *  最終レコードを確かめていた。工程の起動漏れで古いRESULT-SEQ
      *  のまま順位表が公表されたことがあり、その再発防止として、
      *  工程定義（JOB-STEP）に従って各工程を順にCALLし、
      *    ・工程ごとに許容するRETURN-CODEの上限を超えた
      *    ・ゲート待ちの工程で公表ゲート状況（GATE-STS）の最終
      *      レコードが解除（"R"）でない、またはそのレコードが
      *      このストリームの開始より前のもの（ZINKOSHOBUNが今回
      *      実行されず、前夜の解除が残っているだけ）である
      *  のいずれかに当たった工程でストリームを止める。
      *
      *  各工程の進捗は工程進捗（JOB-STS）に記録し、次回の起動では
      *  正常終了済みの工程を読み飛ばして止まった工程から再開する
      *  （先頭からやり直さない）。全工程が正常終了していれば次回の
      *  起動は新しいストリームとして先頭から始める。再開時に工程
      *  定義の並びが進捗と食い違う（途中で定義を差し替えた）場合は
      *  黙って進めずに異常終了する。
      *
      *  各工程はGOBACKで戻る前提で動的にCALLし、戻った後はCANCEL
      *  して次の起動を初期状態から始める。ZINKOSHOBUNの保留
      *  （RETURN-CODE 4）を許容して後続のゲート待ち工程で止める、
      *  といった組み合わせは工程定義の許容値で表す。
      *
      *  工程定義JOB-STEPの桁割り（1枚＝1工程。工程番号の昇順）：
      *    1〜2桁目   ：工程番号（01〜99）
      *    3〜15桁目  ：プログラム名
      *    16〜19桁目 ：許容するRETURN-CODEの上限（0000〜9999）
      *    20桁目     ：ゲート待ち（"G"＝GATE-STSの解除が必要）
      *
      *  JOBCTL-PARAMの制御カード（任意。無ければ通常の起動）：
      *    1桁目      ："T"＝止まった工程からではなく先頭からやり
      *                 直す（前夜のストリームを放棄する）
      *
      *  終了コードは、全工程正常終了で0、ゲート保留で止まった場合
      *  は4、工程の異常で止まった場合は8、定義・ファイルの異常は
      *  -1とする。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT JOB-STEP-FILE    ASSIGN TO "JOB-STEP"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
      *>   工程進捗。工程番号のキーでランダムに読み書きする。
           SELECT JOB-STS-FILE     ASSIGN TO "JOB-STS"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   JS-STEP-NO
                                   FILE   STATUS  IS   F-STATUS2.
      *>   公表ゲート状況（ZINKOSHOBUNが追記）。最終レコードを見る。
           SELECT GATE-FILE        ASSIGN TO "GATE-STS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
           SELECT JOBCTL-PARAM-FILE ASSIGN TO "JOBCTL-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS5.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  JOB-STEP-FILE.
       01  JOB-STEP-REC             PIC  X(80).
       FD  JOB-STS-FILE.
           COPY JOBSTS.
       FD  GATE-FILE.
           COPY GATESTS.
       FD  JOBCTL-PARAM-FILE.
       01  JOBCTL-PARAM-REC         PIC  X(80).
       FD  HIST-FILE.
           COPY RUNHIST.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   工程定義の在メモリ表（工程番号の昇順）。
       01  ST-COUNT                 PIC  9(03)      COMP  VALUE 0.
       01  ST-MAX                   PIC  9(03)      COMP  VALUE 99.
       01  STEP-TABLE.
           03   ST-ENTRY         OCCURS 99 TIMES.
                05   ST-STEP-NO       PIC  9(02).
                05   ST-PROGRAM       PIC  X(13).
                05   ST-MAX-RC        PIC  9(04).
                05   ST-GATE-REQ      PIC  X(01).
                    88  ST-NEEDS-GATE         VALUE "G".
       01  ST-IDX                   PIC  9(03)      COMP.
       01  START-IDX                PIC  9(03)      COMP.
       01  PREV-STEP-NO             PIC  9(02).
      *>   工程定義カードの分解先。
       01  D-STEP-NO                PIC  X(02).
       01  D-PROGRAM                PIC  X(13).
       01  D-MAX-RC                 PIC  X(04).
       01  D-GATE-REQ               PIC  X(01).
      *>   先頭からやり直す指示（JOBCTL-PARAMの"T"）。
       01  TOP-SW                   PIC  X(01)      VALUE "N".
           88  FROM-TOP                             VALUE "Y".
      *>   前回のストリームが途中で止まっているか（再開するか）。
       01  RESUME-SW                PIC  X(01)      VALUE "N".
           88  RESUME-STREAM                        VALUE "Y".
      *>   ストリームを止めたか。止めた工程の番号と理由を控える。
       01  STOP-SW                  PIC  X(01)      VALUE "N".
           88  STREAM-STOPPED                       VALUE "Y".
       01  STOP-STEP-NO             PIC  9(02)      VALUE 0.
       01  STOP-REASON              PIC  X(40)      VALUE SPACES.
      *>   ストリームの開始日時（再開時は前回起動時のまま）。
       01  STREAM-DATE              PIC  9(08).
       01  STREAM-TIME              PIC  9(08).
      *>   工程の終了コードとゲートの判定。
       01  STEP-RC                  PIC  S9(04).
       01  GATE-SW                  PIC  X(01).
           88  GATE-OK                              VALUE "Y".
           88  GATE-STALE                           VALUE "O".
       01  LAST-G-STATUS            PIC  X(01).
       01  LAST-G-DATE              PIC  9(08).
       01  LAST-G-TIME              PIC  9(08).
      *>   ストリーム全体の終了コード（工程のRETURN-CODEと混ざらない
      *>   よう別に持ち、最後にRETURN-CODEへ移す）。
       01  CTL-RC                   PIC  S9(04)     VALUE 0.
      *>   件数（今回起動した工程・正常終了・読み飛ばした済工程）。
       01  RUN-CNT                  PIC  9(05)      COMP  VALUE 0.
       01  DONE-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  SKIP-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  FAIL-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  HOLD-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  RC-ED                    PIC  -(3)9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM LOAD-STEP-DEF.
           PERFORM READ-JOBCTL-PARAM.
           PERFORM OPEN-JOB-STS.
           PERFORM DECIDE-START-STEP.

           PERFORM VARYING ST-IDX FROM START-IDX BY 1
              UNTIL ST-IDX > ST-COUNT OR STREAM-STOPPED
              PERFORM RUN-ONE-STEP THRU RUN-ONE-STEP-EXIT
           END-PERFORM.

           CLOSE JOB-STS-FILE.
           PERFORM PRINT-JOBCTL-RPT.

           MOVE CTL-RC TO RETURN-CODE.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  LOAD-STEP-DEF
      *    工程定義（JOB-STEP）を在メモリ表へ取り込む。工程番号が
      *    非数値・昇順でない・重複、プログラム名が空白、許容値が
      *    非数値のカードが1枚でもあれば、定義の誤りのまま流さない
      *    よう異常終了する。
      ******************************************************************
       LOAD-STEP-DEF.
           MOVE 0 TO ST-COUNT.
           MOVE 0 TO PREV-STEP-NO.
           OPEN INPUT JOB-STEP-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "工程定義OPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS <> "00"
              READ JOB-STEP-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              PERFORM CHECK-STEP-CARD
           END-PERFORM.

           CLOSE JOB-STEP-FILE.

           IF ST-COUNT = 0 THEN
              DISPLAY "工程定義が0件"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       LOAD-STEP-DEF-EXIT.
           EXIT.

      *>   工程定義カード1枚を検査して在メモリ表へ加える。
       CHECK-STEP-CARD.
           MOVE JOB-STEP-REC (1:2) TO D-STEP-NO.
           MOVE JOB-STEP-REC (3:13) TO D-PROGRAM.
           MOVE JOB-STEP-REC (16:4) TO D-MAX-RC.
           MOVE JOB-STEP-REC (20:1) TO D-GATE-REQ.

           IF D-STEP-NO IS NOT NUMERIC OR D-PROGRAM = SPACES OR
              D-MAX-RC IS NOT NUMERIC OR
              (D-GATE-REQ NOT = "G" AND D-GATE-REQ NOT = SPACE)
              DISPLAY "工程定義の誤り：" JOB-STEP-REC (1:20)
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           IF D-STEP-NO = "00" OR D-STEP-NO NOT > PREV-STEP-NO THEN
              DISPLAY "工程番号が昇順でない：" D-STEP-NO
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           IF ST-COUNT >= ST-MAX THEN
              DISPLAY "工程定義が99件を超過"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           ADD 1 TO ST-COUNT.
           MOVE D-STEP-NO TO ST-STEP-NO (ST-COUNT).
           MOVE D-PROGRAM TO ST-PROGRAM (ST-COUNT).
           MOVE D-MAX-RC TO ST-MAX-RC (ST-COUNT).
           MOVE D-GATE-REQ TO ST-GATE-REQ (ST-COUNT).
           MOVE D-STEP-NO TO PREV-STEP-NO.
       CHECK-STEP-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  READ-JOBCTL-PARAM
      *    先頭からのやり直し指示を読む。カードが無い（ファイルが
      *    無い・空）場合は通常の起動とする。
      ******************************************************************
       READ-JOBCTL-PARAM.
           MOVE "N" TO TOP-SW.
           OPEN INPUT JOBCTL-PARAM-FILE.
           IF F-STATUS4 = "00" THEN
              READ JOBCTL-PARAM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF JOBCTL-PARAM-REC (1:1) = "T" THEN
                       SET FROM-TOP TO TRUE
                    END-IF
              END-READ
              CLOSE JOBCTL-PARAM-FILE
           ELSE IF F-STATUS4 <> "35" THEN
              DISPLAY "OPEN ERROR:" F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF
           END-IF.
       READ-JOBCTL-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-JOB-STS
      *    工程進捗をI-Oで開く。初回実行でファイルが存在しない
      *    （"35"）場合だけOUTPUTで新規に作成してから開き直す
      *    （ZINKOMENTのDEMO-IDXと同じ扱い）。
      ******************************************************************
       OPEN-JOB-STS.
           OPEN I-O JOB-STS-FILE.
           IF F-STATUS2 = "35" THEN
              OPEN OUTPUT JOB-STS-FILE
              CLOSE JOB-STS-FILE
              OPEN I-O JOB-STS-FILE
           END-IF.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "工程進捗OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-JOB-STS-EXIT.
           EXIT.
      ******************************************************************
      *  DECIDE-START-STEP
      *    工程定義の順に工程進捗を照会し、正常終了（"C"）でない
      *    工程が残っていれば前回のストリームの続きとして、その最初
      *    の工程から再開する。全工程が正常終了済み・進捗が無い・
      *    先頭からのやり直し指示がある場合は、新しいストリームと
      *    して進捗を作り直して先頭から始める。
      ******************************************************************
       DECIDE-START-STEP.
           MOVE "N" TO RESUME-SW.
           MOVE 1 TO START-IDX.
           MOVE 0 TO SKIP-CNT.

           IF NOT FROM-TOP THEN
              PERFORM VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX > ST-COUNT OR RESUME-STREAM
                 PERFORM CHECK-ONE-PROGRESS
              END-PERFORM
           END-IF.

           IF RESUME-STREAM THEN
              DISPLAY "前回のストリームを再開：工程"
                 ST-STEP-NO (START-IDX) " "
                 ST-PROGRAM (START-IDX)
           ELSE
              MOVE 0 TO SKIP-CNT
              MOVE 1 TO START-IDX
              PERFORM RESET-JOB-STS
              DISPLAY "新しいストリームを開始"
           END-IF.
       DECIDE-START-STEP-EXIT.
           EXIT.

      *>   1工程分の進捗を照会する。工程定義と進捗のプログラム名が
      *>   食い違う場合は、どこから再開すべきか決められないので
      *>   異常終了する（先頭からやり直すには"T"のカードを使う）。
       CHECK-ONE-PROGRESS.
           MOVE ST-STEP-NO (ST-IDX) TO JS-STEP-NO.
           READ JOB-STS-FILE
              INVALID KEY
                 MOVE "P" TO JS-STATUS
                 MOVE ST-PROGRAM (ST-IDX) TO JS-PROGRAM
           END-READ.

           IF JS-PROGRAM NOT = ST-PROGRAM (ST-IDX) THEN
              DISPLAY "工程定義と進捗が不一致：工程"
                 ST-STEP-NO (ST-IDX) " " JS-PROGRAM
              MOVE -1 TO RETURN-CODE
              CLOSE JOB-STS-FILE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           IF JS-COMPLETED THEN
              ADD 1 TO SKIP-CNT
              MOVE JS-STREAM-DATE TO STREAM-DATE
              MOVE JS-STREAM-TIME TO STREAM-TIME
           ELSE
      *>      最初の未完了工程。その前に正常終了の工程が1つでも
      *>      あるか、この工程自体が起動済みなら前回の続きである。
              IF SKIP-CNT > 0 OR NOT JS-PENDING THEN
                 SET RESUME-STREAM TO TRUE
                 MOVE ST-IDX TO START-IDX
                 IF SKIP-CNT = 0 THEN
                    MOVE JS-STREAM-DATE TO STREAM-DATE
                    MOVE JS-STREAM-TIME TO STREAM-TIME
                 END-IF
              ELSE
                 MOVE ST-COUNT TO ST-IDX
              END-IF
           END-IF.
       CHECK-ONE-PROGRESS-EXIT.
           EXIT.
      ******************************************************************
      *  RESET-JOB-STS
      *    工程進捗を作り直す。前のストリームの進捗を捨て、工程定義
      *    の全工程を未実行（"P"）で書き出してから開き直す。
      ******************************************************************
       RESET-JOB-STS.
           MOVE RUN-DATE TO STREAM-DATE.
           MOVE RUN-TIME TO STREAM-TIME.
           CLOSE JOB-STS-FILE.
           OPEN OUTPUT JOB-STS-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "工程進捗OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > ST-COUNT
              MOVE ST-STEP-NO (ST-IDX) TO JS-STEP-NO
              MOVE ST-PROGRAM (ST-IDX) TO JS-PROGRAM
              SET JS-PENDING TO TRUE
              MOVE ST-MAX-RC (ST-IDX) TO JS-MAX-RC
              MOVE ST-GATE-REQ (ST-IDX) TO JS-GATE-REQ
              MOVE 0 TO JS-RC
              MOVE STREAM-DATE TO JS-STREAM-DATE
              MOVE STREAM-TIME TO JS-STREAM-TIME
              MOVE 0 TO JS-START-DATE
              MOVE 0 TO JS-START-TIME
              MOVE 0 TO JS-END-DATE
              MOVE 0 TO JS-END-TIME
              MOVE 0 TO JS-TRY-CNT
              WRITE JOB-STS-REC
           END-PERFORM.

           CLOSE JOB-STS-FILE.
           PERFORM OPEN-JOB-STS.
       RESET-JOB-STS-EXIT.
           EXIT.
      ******************************************************************
      *  RUN-ONE-STEP
      *    1工程を実行する。ゲート待ちの工程はGATE-STSの最終
      *    レコードが解除でなければ起動せずに保留（"H"）で止める。
      *    起動前に実行中（"S"）を書いておき、戻った後で終了コード
      *    を許容値と比べて正常終了（"C"）か異常（"F"）を書く。
      ******************************************************************
       RUN-ONE-STEP.
           MOVE ST-STEP-NO (ST-IDX) TO JS-STEP-NO.
           READ JOB-STS-FILE
              INVALID KEY
                 DISPLAY "工程進捗READエラー：" JS-STEP-NO
                 MOVE -1 TO RETURN-CODE
                 CLOSE JOB-STS-FILE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
           END-READ.

           IF ST-NEEDS-GATE (ST-IDX) THEN
              PERFORM CHECK-GATE-STS
              IF NOT GATE-OK THEN
                 SET JS-GATE-HELD TO TRUE
                 MOVE RUN-DATE TO JS-END-DATE
                 MOVE RUN-TIME TO JS-END-TIME
                 REWRITE JOB-STS-REC
                 ADD 1 TO HOLD-CNT
                 SET STREAM-STOPPED TO TRUE
                 MOVE ST-STEP-NO (ST-IDX) TO STOP-STEP-NO
                 IF GATE-STALE THEN
                    MOVE "ゲート記録が古い" TO STOP-REASON
                 ELSE
                    MOVE "公表ゲートが解除されていない"
                       TO STOP-REASON
                 END-IF
                 IF CTL-RC < 4 THEN
                    MOVE 4 TO CTL-RC
                 END-IF
                 DISPLAY "ゲート保留で停止：工程"
                    ST-STEP-NO (ST-IDX) " " ST-PROGRAM (ST-IDX)
                 GO TO RUN-ONE-STEP-EXIT
              END-IF
           END-IF.

           SET JS-STARTED TO TRUE.
           ACCEPT JS-START-DATE FROM DATE YYYYMMDD.
           ACCEPT JS-START-TIME FROM TIME.
           MOVE 0 TO JS-END-DATE.
           MOVE 0 TO JS-END-TIME.
           ADD 1 TO JS-TRY-CNT.
           REWRITE JOB-STS-REC.
           ADD 1 TO RUN-CNT.
           DISPLAY "工程開始：" ST-STEP-NO (ST-IDX) " "
              ST-PROGRAM (ST-IDX).

           MOVE 0 TO RETURN-CODE.
           CALL ST-PROGRAM (ST-IDX)
              ON EXCEPTION
                 DISPLAY "プログラムが見つからない："
                    ST-PROGRAM (ST-IDX)
                 MOVE -1 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO STEP-RC.
           MOVE 0 TO RETURN-CODE.
           CANCEL ST-PROGRAM (ST-IDX).

      *>   CALLの間に工程進捗のレコード領域が変わっていないよう、
      *>   読み直してから終了状態を書く。
           MOVE ST-STEP-NO (ST-IDX) TO JS-STEP-NO.
           READ JOB-STS-FILE
              INVALID KEY
                 DISPLAY "工程進捗READエラー：" JS-STEP-NO
                 MOVE -1 TO RETURN-CODE
                 CLOSE JOB-STS-FILE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
           END-READ.
           MOVE STEP-RC TO JS-RC.
           ACCEPT JS-END-DATE FROM DATE YYYYMMDD.
           ACCEPT JS-END-TIME FROM TIME.
           MOVE STEP-RC TO RC-ED.

           IF STEP-RC < 0 OR STEP-RC > ST-MAX-RC (ST-IDX) THEN
              SET JS-FAILED TO TRUE
              REWRITE JOB-STS-REC
              ADD 1 TO FAIL-CNT
              SET STREAM-STOPPED TO TRUE
              MOVE ST-STEP-NO (ST-IDX) TO STOP-STEP-NO
              MOVE "終了コードが許容値を超過" TO STOP-REASON
              MOVE 8 TO CTL-RC
              DISPLAY "工程異常で停止：" ST-STEP-NO (ST-IDX) " "
                 ST-PROGRAM (ST-IDX) " RC=" RC-ED
           ELSE
              SET JS-COMPLETED TO TRUE
              REWRITE JOB-STS-REC
              ADD 1 TO DONE-CNT
              DISPLAY "工程終了：" ST-STEP-NO (ST-IDX) " "
                 ST-PROGRAM (ST-IDX) " RC=" RC-ED
           END-IF.
       RUN-ONE-STEP-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-GATE-STS
      *    公表ゲート状況を末尾まで読み、最終レコードが解除（"R"）
      *    でこのストリームの開始日時以後に書かれたものならGATE-OK
      *    を立てる。解除でもストリーム開始より前の記録（今回の
      *    ストリームで処分工程が走っていない）ならGATE-STALEと
      *    し、解除されていないものとして止める。ファイルが無い
      *    （一度も処分が実行されていない）場合は解除されていない
      *    ものとして扱う。
      ******************************************************************
       CHECK-GATE-STS.
           MOVE "N" TO GATE-SW.
           MOVE SPACE TO LAST-G-STATUS.
           MOVE 0 TO LAST-G-DATE.
           MOVE 0 TO LAST-G-TIME.
           OPEN INPUT GATE-FILE.
           IF F-STATUS3 = "35" THEN
              MOVE "10" TO F-STATUS3
           ELSE IF F-STATUS3 <> "00" THEN
              DISPLAY "ゲートOPENエラー：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              CLOSE JOB-STS-FILE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
      *>      このPERFORM文はCLOSEと同じ一文の中に続けて書く必要が
      *>      あるため、EOFの判定はNEXT SENTENCEではなく何もしない
      *>      IF分岐とする（ZINKORIREKIと同じ理由）。
              PERFORM UNTIL F-STATUS3 <> "00"
                 READ GATE-FILE NEXT
                 IF F-STATUS3 = "00" THEN
                    MOVE G-STATUS TO LAST-G-STATUS
                    MOVE G-DATE TO LAST-G-DATE
                    MOVE G-TIME TO LAST-G-TIME
                 ELSE IF F-STATUS3 <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS3
                    MOVE -1 TO RETURN-CODE
                    CLOSE JOB-STS-FILE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE GATE-FILE
           END-IF
           END-IF.

           IF LAST-G-STATUS = "R" THEN
              IF LAST-G-DATE > STREAM-DATE OR
                 (LAST-G-DATE = STREAM-DATE AND
                  LAST-G-TIME >= STREAM-TIME) THEN
                 SET GATE-OK TO TRUE
              ELSE
                 SET GATE-STALE TO TRUE
                 DISPLAY "ゲート記録の日時：" LAST-G-DATE " "
                    LAST-G-TIME
              END-IF
           END-IF.
       CHECK-GATE-STS-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-JOBCTL-RPT
      *    ストリームの結果を表示する。止まった場合は工程と理由を
      *    示し、次回の起動がその工程から再開することを知らせる。
      ******************************************************************
       PRINT-JOBCTL-RPT.
           DISPLAY "***** ジョブストリーム実行結果 *****".
           DISPLAY "ストリーム開始：" STREAM-DATE " "
              STREAM-TIME.
           DISPLAY "工程定義件数：" ST-COUNT "件".
           DISPLAY "済工程読飛件数：" SKIP-CNT "件".
           DISPLAY "起動工程件数：" RUN-CNT "件".
           DISPLAY "正常終了件数：" DONE-CNT "件".
           IF STREAM-STOPPED THEN
              DISPLAY "停止工程：" STOP-STEP-NO " " STOP-REASON
              DISPLAY "次回の起動はこの工程から再開する"
           ELSE
              DISPLAY "全工程正常終了"
           END-IF.
       PRINT-JOBCTL-RPT-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      *    IN1＝工程定義件数、OUT1＝起動工程件数、CNT1＝正常終了、
      *    CNT2＝異常停止、CNT3＝ゲート保留、CNT4＝済工程読飛。
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

           MOVE "ZINKOJOBCTL" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE ST-COUNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE RUN-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE DONE-CNT TO H-CNT1.
           MOVE FAIL-CNT TO H-CNT2.
           MOVE HOLD-CNT TO H-CNT3.
           MOVE SKIP-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
