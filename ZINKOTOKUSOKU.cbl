      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOTOKUSOKU.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  都道府県からの提出物がどこまで届き、どこまで取り込めたかを
      *  電話で一県ずつ確かめていた督促作業のための一覧。都道府県別
      *  提出受付台帳（TEISHUTSU-IDX）の指定年度の47都道府県を順に
      *  調べ、提出が完了していない県（台帳の完了の定義はコピー句
      *  TEISHUTUを参照）を督促対象として次の区分で印字する。
      *    ・期限超過：未受付のまま提出期限（実行日基準）を過ぎた
      *    ・未着    ：未受付（期限前または期限未設定）
      *    ・県行未着：受付済みだが県グレインの行が人口・面積の両
      *                マスタに揃っていない
      *    ・件数不足：受付済みだが市区町村の取込件数が予定件数に
      *                満たない
      *  年度に確定の印が付いているときは、この一覧が空になるまで
      *  ZINKOMITSUDO2がその年度の密度計算を拒否する旨を見出しに
      *  示す。
      *
      *  制御カード（TOKUSOKU-PARAM）の桁割り：
      *    1〜4桁目：対象年度（必須）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT TEISHUTSU-FILE   ASSIGN TO "TEISHUTSU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   TS-KEY
                                   FILE   STATUS  IS   F-STATUS.
           SELECT TOKUSOKU-PARAM-FILE ASSIGN TO "TOKUSOKU-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS2.
           SELECT TOKUSOKU-RPT-FILE ASSIGN TO "TOKUSOKU-RPT"
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
       FD  TEISHUTSU-FILE.
           COPY TEISHUTU.
       FD  TOKUSOKU-PARAM-FILE.
       01  TOKUSOKU-PARAM-REC       PIC  X(80).
       FD  TOKUSOKU-RPT-FILE.
       01  TOKUSOKU-PRT-REC         PIC  X(132).
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
      *>   対象年度（制御カードから）。
       01  KEY-NEN                  PIC  X(04).
      *>   47都道府県を順に回す添字と、その県コードの編集用。
       01  KEN-NO                   PIC  9(02)       COMP.
       01  KEN-NO-ED                PIC  9(02).
      *>   ランダムREADの結果（台帳レコードの有無）。
       01  FOUND-SW                PIC  X(01).
           88  REC-FOUND                       VALUE "Y".
           88  REC-NOTFOUND                    VALUE "N".
      *>   年度に確定の印が付いているか（どれか1県に付いていれば
      *>   確定扱い。ZINKOTSMNTは47県まとめて付け外しする）。
       01  KAKUTEI-SW               PIC  X(01)      VALUE "N".
           88  NEN-KAKUTEI                          VALUE "Y".
      *>   督促区分。空白のままなら提出完了。
       01  TOKUSOKU-TEXT            PIC  X(30).
      *>   件数（完了・督促対象の内訳）。
       01  KANRYO-CNT               PIC  9(05)       COMP.
       01  TOKUSOKU-CNT             PIC  9(05)       COMP.
       01  CHOKA-CNT                PIC  9(05)       COMP.
       01  MICHAKU-CNT              PIC  9(05)       COMP.
       01  FUSOKU-CNT               PIC  9(05)       COMP.
      *>   頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
      *>   頁見出し行。
       01  TOKU-HD1.
           03   FILLER           PIC  X(39)      VALUE
           "＊＊　提出督促一覧　＊＊".
           03   FILLER           PIC  X(15)      VALUE
           "対象年度：".
           03   HD1-NEN          PIC  X(04).
           03   FILLER           PIC  X(06)      VALUE "年　".
           03   FILLER           PIC  X(15)      VALUE
           "実行日付：".
           03   HD1-DATE-YY      PIC  9(04).
           03   FILLER           PIC  X(03)      VALUE "年".
           03   HD1-DATE-MM      PIC  9(02).
           03   FILLER           PIC  X(03)      VALUE "月".
           03   HD1-DATE-DD      PIC  9(02).
           03   FILLER           PIC  X(06)      VALUE "日　".
           03   FILLER           PIC  X(09)      VALUE "　頁：".
           03   HD1-PAGE         PIC  Z(3)9.
      *>   確定年度の注記行（確定の印が付いている年度だけ印字）。
       01  TOKU-HD-KAKUTEI.
           03   FILLER           PIC  X(39)      VALUE
           "※確定年度：全県の提出完了".
           03   FILLER           PIC  X(45)      VALUE
           "まで密度計算を行いません".
      *>   列見出し行。
       01  TOKU-HD2.
           03   FILLER           PIC  X(08)      VALUE "  県".
           03   FILLER           PIC  X(32)      VALUE "督促区分".
           03   FILLER           PIC  X(12)      VALUE "  予定".
           03   FILLER           PIC  X(12)      VALUE "  取込".
           03   FILLER           PIC  X(10)      VALUE "県行".
           03   FILLER           PIC  X(14)      VALUE "  受付日".
           03   FILLER           PIC  X(12)      VALUE "再提出".
           03   FILLER           PIC  X(14)      VALUE "  期限".
      *>   明細行。
       01  TOKU-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-KEN          PIC  X(02).
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-TOKUSOKU     PIC  X(30).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-EXPECT       PIC  Z(4)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-LOAD         PIC  Z(4)9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-KEN-ARI      PIC  X(03).
           03   FILLER           PIC  X(03)      VALUE SPACES.
           03   DTL-RECV-DATE    PIC  X(08).
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-RESUB        PIC  Z(2)9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-KIGEN        PIC  X(08).
      *>   最終トレーラー行。
       01  TOKU-TRL.
           03   FILLER           PIC  X(42)      VALUE
           "＊＊＊　督促一覧終了　＊＊＊".
           03   FILLER           PIC  X(12)      VALUE
           "　完了：".
           03   TRL-KANRYO       PIC  Z(4)9.
           03   FILLER           PIC  X(18)      VALUE
           "件　督促：".
           03   TRL-TOKUSOKU     PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO KANRYO-CNT.
           MOVE 0 TO TOKUSOKU-CNT.
           MOVE 0 TO CHOKA-CNT.
           MOVE 0 TO MICHAKU-CNT.
           MOVE 0 TO FUSOKU-CNT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM READ-TOKUSOKU-PARAM.

           OPEN INPUT TEISHUTSU-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "提出受付台帳OPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM CHECK-KAKUTEI.

           OPEN OUTPUT TOKUSOKU-RPT-FILE.
           PERFORM PRINT-PAGE-HEAD.

           PERFORM VARYING KEN-NO FROM 1 BY 1 UNTIL KEN-NO > 47
              PERFORM CHECK-ONE-KEN
           END-PERFORM.

           CLOSE TEISHUTSU-FILE.

           IF TOKUSOKU-CNT = 0 THEN
              PERFORM CHECK-PAGE
              MOVE "督促対象の県はありません"
                 TO TOKUSOKU-PRT-REC
              WRITE TOKUSOKU-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.

           MOVE KANRYO-CNT TO TRL-KANRYO.
           MOVE TOKUSOKU-CNT TO TRL-TOKUSOKU.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO TOKUSOKU-PRT-REC.
           WRITE TOKUSOKU-PRT-REC.
           MOVE TOKU-TRL TO TOKUSOKU-PRT-REC.
           WRITE TOKUSOKU-PRT-REC.
           CLOSE TOKUSOKU-RPT-FILE.

           DISPLAY "***** 提出督促一覧 *****".
           DISPLAY "対象年度：" KEY-NEN "年".
           DISPLAY "提出完了：" KANRYO-CNT "県".
           DISPLAY "期限超過：" CHOKA-CNT "県".
           DISPLAY "未着：" MICHAKU-CNT "県".
           DISPLAY "取込不足：" FUSOKU-CNT "県".

           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-TOKUSOKU-PARAM
      *    TOKUSOKU-PARAMの制御カード（1件）から対象年度を読み取る。
      *    カードが無い・年度が数字でないときは異常終了する。
      ******************************************************************
       READ-TOKUSOKU-PARAM.
           OPEN INPUT TOKUSOKU-PARAM-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           READ TOKUSOKU-PARAM-FILE NEXT
           IF F-STATUS2 <> "00" THEN
              DISPLAY "対象年度の制御カードがありません"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           MOVE TOKUSOKU-PARAM-REC (1:4) TO KEY-NEN.
           IF KEY-NEN IS NOT NUMERIC THEN
              DISPLAY "対象年度が不正：" KEY-NEN
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           CLOSE TOKUSOKU-PARAM-FILE.
       READ-TOKUSOKU-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-KAKUTEI
      *    対象年度のどれか1県に確定の印が付いていれば確定年度と
      *    する。
      ******************************************************************
       CHECK-KAKUTEI.
           PERFORM VARYING KEN-NO FROM 1 BY 1 UNTIL KEN-NO > 47
              MOVE KEN-NO TO KEN-NO-ED
              MOVE KEN-NO-ED TO TS-KEN
              MOVE KEY-NEN TO TS-NEN
              READ TEISHUTSU-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF TS-KAKUTEI THEN
                       SET NEN-KAKUTEI TO TRUE
                    END-IF
              END-READ
           END-PERFORM.
       CHECK-KAKUTEI-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-ONE-KEN
      *    1県分の台帳レコードを読み、督促区分を判定する。完了なら
      *    件数だけ数え、督促対象なら明細を印字する。台帳に無い県は
      *    未受付（予定件数・期限も未登録）として扱う。
      ******************************************************************
       CHECK-ONE-KEN.
           MOVE KEN-NO TO KEN-NO-ED.
           MOVE KEN-NO-ED TO TS-KEN.
           MOVE KEY-NEN TO TS-NEN.
           READ TEISHUTSU-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           IF REC-NOTFOUND THEN
              MOVE KEN-NO-ED TO TS-KEN
              MOVE KEY-NEN TO TS-NEN
              MOVE 0 TO TS-RECV-DATE
              MOVE 0 TO TS-LAST-RECV-DATE
              MOVE 0 TO TS-RESUB-CNT
              MOVE 0 TO TS-EXPECT-CNT
              MOVE 0 TO TS-LOAD-CNT
              MOVE "N" TO TS-KEN-SW
              MOVE 0 TO TS-LOAD-DATE
              MOVE 0 TO TS-KIGEN
           END-IF.

           MOVE SPACES TO TOKUSOKU-TEXT.
           IF TS-RECV-DATE = 0 THEN
              IF TS-KIGEN NOT = 0 AND RUN-DATE > TS-KIGEN THEN
                 MOVE "期限超過" TO TOKUSOKU-TEXT
                 ADD 1 TO CHOKA-CNT
              ELSE
                 MOVE "未着" TO TOKUSOKU-TEXT
                 ADD 1 TO MICHAKU-CNT
              END-IF
           ELSE IF NOT TS-KEN-LOADED THEN
              MOVE "県行未着" TO TOKUSOKU-TEXT
              ADD 1 TO FUSOKU-CNT
           ELSE IF TS-LOAD-CNT < TS-EXPECT-CNT THEN
              MOVE "件数不足" TO TOKUSOKU-TEXT
              ADD 1 TO FUSOKU-CNT
           END-IF
           END-IF
           END-IF.

           IF TOKUSOKU-TEXT = SPACES THEN
              ADD 1 TO KANRYO-CNT
           ELSE
              ADD 1 TO TOKUSOKU-CNT
              PERFORM PRINT-TOKUSOKU-DTL
           END-IF.
       CHECK-ONE-KEN-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-TOKUSOKU-DTL
      *    督促対象1県分の明細を印字する。受付日・期限が0（未受付・
      *    未設定）のときは空白で示す。
      ******************************************************************
       PRINT-TOKUSOKU-DTL.
           MOVE TS-KEN TO DTL-KEN.
           MOVE TOKUSOKU-TEXT TO DTL-TOKUSOKU.
           MOVE TS-EXPECT-CNT TO DTL-EXPECT.
           MOVE TS-LOAD-CNT TO DTL-LOAD.
           IF TS-KEN-LOADED THEN
              MOVE "有" TO DTL-KEN-ARI
           ELSE
              MOVE "無" TO DTL-KEN-ARI
           END-IF.
           IF TS-RECV-DATE = 0 THEN
              MOVE SPACES TO DTL-RECV-DATE
           ELSE
              MOVE TS-LAST-RECV-DATE TO DTL-RECV-DATE
           END-IF.
           MOVE TS-RESUB-CNT TO DTL-RESUB.
           IF TS-KIGEN = 0 THEN
              MOVE SPACES TO DTL-KIGEN
           ELSE
              MOVE TS-KIGEN TO DTL-KIGEN
           END-IF.

           PERFORM CHECK-PAGE.
           MOVE TOKU-DTL TO TOKUSOKU-PRT-REC.
           WRITE TOKUSOKU-PRT-REC.
           ADD 1 TO LINE-CNT.
       PRINT-TOKUSOKU-DTL-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-PAGE-HEAD / CHECK-PAGE
      *    頁見出しを印字する。CHECK-PAGEは行数がPAGE-MAXに達して
      *    いたら改頁する。
      ******************************************************************
       PRINT-PAGE-HEAD.
           ADD 1 TO PAGE-NO.
           MOVE KEY-NEN TO HD1-NEN.
           MOVE RUN-DATE (1:4) TO HD1-DATE-YY.
           MOVE RUN-DATE (5:2) TO HD1-DATE-MM.
           MOVE RUN-DATE (7:2) TO HD1-DATE-DD.
           MOVE PAGE-NO TO HD1-PAGE.

           MOVE TOKU-HD1 TO TOKUSOKU-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE TOKUSOKU-PRT-REC
           ELSE
              WRITE TOKUSOKU-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE 1 TO LINE-CNT.
           IF NEN-KAKUTEI THEN
              MOVE TOKU-HD-KAKUTEI TO TOKUSOKU-PRT-REC
              WRITE TOKUSOKU-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.
           MOVE TOKU-HD2 TO TOKUSOKU-PRT-REC.
           WRITE TOKUSOKU-PRT-REC.
           MOVE SPACES TO TOKUSOKU-PRT-REC.
           WRITE TOKUSOKU-PRT-REC.
           ADD 2 TO LINE-CNT.
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
      *    件数欄は IN1＝調べた県数、OUT1＝督促対象、CNT1＝完了、
      *    CNT2＝期限超過、CNT3＝未着、CNT4＝取込不足。
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

           MOVE "ZINKOTOKUSOKU" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           COMPUTE H-IN-CNT1 = KANRYO-CNT + TOKUSOKU-CNT.
           MOVE 0 TO H-IN-CNT2.
           MOVE TOKUSOKU-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE KANRYO-CNT TO H-CNT1.
           MOVE CHOKA-CNT TO H-CNT2.
           MOVE MICHAKU-CNT TO H-CNT3.
           MOVE FUSOKU-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
