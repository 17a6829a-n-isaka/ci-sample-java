      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOCHIIKI.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  地方ブロック（関東・近畿など）や独自の広域圏といった地域
      *  グループごとに、RESULT-SEQの実績を積み上げて人口・面積・
      *  人口密度と前年比を年度別に印字する集計報告。グループの
      *  定義は地域グループ・マスタ（CHIIKI-IDX。保守はZINKOCGMNT）
      *  から読み、構成団体はそれぞれの有効期間の年度だけ積み上げる。
      *
      *  グループどうしは重なってよく、同じ団体の実績は属する
      *  すべてのグループに計上する。ただし1つのグループの中では
      *  二重に計上しない。
      *    ・同じ団体が同じグループに重ねて登録されていても1回
      *    ・県とその県内の市区町村が同じグループに属する年度は、
      *      県の行だけを計上し、市区町村の行は計上しない（県の
      *      行が既にその合計値であるため。ZINKOSHUKEIと同じ考え）
      *
      *  前年比は、そのグループに実績のある直前の年度との比較
      *  （ZINKOHIKAと同じく年が飛んでいても直前の実績年）とする。
      *  人口密度は積み上げた人口÷積み上げた面積。
      *
      *  CHIIKI-PARAMの制御カード（1件。ファイルが無ければ全
      *  グループ）：
      *    1〜6桁目：集計するグループID（空白なら全グループ）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE      ASSIGN TO "RESULT-SEQ"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS.
           SELECT CHIIKI-FILE      ASSIGN TO "CHIIKI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   CG-KEY
                                   FILE   STATUS  IS   F-STATUS2.
           SELECT CHIIKI-PARAM-FILE ASSIGN TO "CHIIKI-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   配布用の集計報告書（132桁の印刷ファイル）。
           SELECT CHIIKI-RPT-FILE  ASSIGN TO "CHIIKI-RPT"
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
       FD  RESULT-FILE.
           COPY RESUREC.
       FD  CHIIKI-FILE.
           COPY CHIIKI.
       FD  CHIIKI-PARAM-FILE.
       01  CHIIKI-PARAM-REC         PIC  X(80).
       FD  CHIIKI-RPT-FILE.
       01  CHIIKI-PRT-REC           PIC  X(132).
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
      *>   集計対象のグループID（空白なら全グループ）。
       01  PARAM-ID                 PIC  X(06)      VALUE SPACES.
      *>   グループの一覧。GT-MEM-CNTは構成団体の登録数。
       01  GT-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  GT-MAX                   PIC  9(04)      COMP  VALUE 200.
       01  GROUP-TABLE.
           03   GT-ENTRY         OCCURS 200 TIMES.
                05   GT-ID            PIC  X(06).
                05   GT-NAME-X        PIC  X(40).
                05   GT-MEM-CNT       PIC  9(04)      COMP.
      *>   構成団体の一覧。MT-GRPは属するグループのGT-ENTRYの番号。
       01  MT-COUNT                 PIC  9(05)      COMP  VALUE 0.
       01  MT-MAX                   PIC  9(05)      COMP  VALUE 3000.
       01  MEMBER-TABLE.
           03   MT-ENTRY         OCCURS 3000 TIMES.
                05   MT-GRP           PIC  9(04)      COMP.
                05   MT-CODE          PIC  X(07).
                05   MT-FROM-NEN      PIC  9(04).
                05   MT-TO-NEN        PIC  9(04).
      *>   RESULT-SEQに現れた年度の一覧（出現順）と、それを年度の
      *>   昇順に並べた添字の一覧（YO-SLOT）。
       01  YT-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  YT-MAX                   PIC  9(04)      COMP  VALUE 50.
       01  NEN-TABLE.
           03   YT-NEN           PIC  9(04)      OCCURS 50 TIMES.
       01  NEN-ORDER-TABLE.
           03   YO-SLOT          PIC  9(04)      COMP  OCCURS 50 TIMES.
      *>   グループ×年度の積み上げ。CL-CNTは計上した団体の数。
       01  CELL-TABLE.
           03   CL-GRP           OCCURS 200 TIMES.
                05   CL-NEN           OCCURS 50 TIMES.
                     07   CL-ZINKO        PIC  9(10).
                     07   CL-MENSEKI      PIC  9(08).
                     07   CL-CNT          PIC  9(04)      COMP.
      *>   RESULT-SEQの1行を処理する間だけ使うグループ別の印。
      *>   RF-HITは計上済、RF-KENはその年度に県自体が構成団体。
       01  ROW-FLAG-TABLE.
           03   RF-ENTRY         OCCURS 200 TIMES.
                05   RF-HIT           PIC  X(01).
                05   RF-KEN           PIC  X(01).
      *>   行のコード（県グレインの下5桁空白は"00000"に揃える）と、
      *>   市区町村の行の親の県コード。
       01  ROW-CODE                 PIC  X(07).
       01  KEN-CODE                 PIC  X(07).
       01  ROW-SHI-SW               PIC  X(01).
           88  ROW-SHIKUCHOSON                      VALUE "Y".
      *>   表の添字。
       01  MT-LIN                   PIC  9(05)      COMP.
       01  GT-LIN                   PIC  9(04)      COMP.
       01  YT-LIN                   PIC  9(04)      COMP.
       01  YT-HIT                   PIC  9(04)      COMP.
       01  YO-LIN                   PIC  9(04)      COMP.
       01  GRP-NO                   PIC  9(04)      COMP.
       01  MIN-SLOT                 PIC  9(04)      COMP.
       01  LAST-NEN                 PIC  9(04).
       01  MIN-NEN                  PIC  9(04).
      *>   件数（RESULT-SEQ読込・計上・県と重複で除外・同一団体の
      *>   重複で除外・印字明細）。
       01  ROW-CNT                  PIC  9(07)      COMP  VALUE 0.
       01  KEIJO-CNT                PIC  9(07)      COMP  VALUE 0.
       01  KEN-JOGAI-CNT            PIC  9(05)      COMP  VALUE 0.
       01  JUFUKU-CNT               PIC  9(05)      COMP  VALUE 0.
       01  DTL-CNT                  PIC  9(07)      COMP  VALUE 0.
      *>   前年比の作業項目。PREV-＊はそのグループで直前に印字した
      *>   年度の値。
       01  PREV-SW                  PIC  X(01).
           88  HAVE-PREV                            VALUE "Y".
       01  PREV-NEN                 PIC  9(04).
       01  PREV-ZINKO               PIC  9(10).
       01  PREV-DENSITY             PIC  9(08)V9(03).
       01  CUR-DENSITY              PIC  9(08)V9(03).
       01  ZINKO-DELTA              PIC  S9(10).
       01  DENSITY-DELTA            PIC  S9(08)V9(03).
       01  ZOGEN-RITSU              PIC  S9(05)V9(02).
       01  NEN-PRINTED-SW           PIC  X(01).
           88  NEN-PRINTED                          VALUE "Y".
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
      *>   頁見出し行。
       01  CHIIKI-HD1.
           03   FILLER           PIC  X(57)      VALUE
           "＊＊　地域グループ別人口密度報告　＊＊".
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
       01  CHIIKI-HD2.
           03   FILLER           PIC  X(13)      VALUE "    年度".
           03   FILLER           PIC  X(10)      VALUE "構成数".
           03   FILLER           PIC  X(12)      VALUE "      人口".
           03   FILLER           PIC  X(10)      VALUE "    面積".
           03   FILLER           PIC  X(17)      VALUE
           "     人口密度".
           03   FILLER           PIC  X(16)      VALUE "  比較年".
           03   FILLER           PIC  X(14)      VALUE "  人口増減".
           03   FILLER           PIC  X(14)      VALUE "  増減率".
           03   FILLER           PIC  X(20)      VALUE
           "  人口密度増減".
      *>   グループ見出し行。
       01  CHIIKI-GRP-LINE.
           03   FILLER           PIC  X(15)      VALUE
           "グループ：".
           03   GRP-ID           PIC  X(06).
           03   FILLER           PIC  X(03)      VALUE "　".
           03   GRP-NAME         PIC  X(40).
           03   FILLER           PIC  X(24)      VALUE
           "　構成団体登録：".
           03   GRP-MEM-CNT      PIC  Z(3)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   年度別の明細行。前年の無い年度はDTL-HIKAKU-Xに文言を
      *>   入れる。
       01  CHIIKI-DTL.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-NEN          PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   DTL-KOSEI        PIC  ZZZ9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-ZINKO        PIC  Z(9)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-MENSEKI      PIC  Z(7)9.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-DENSITY      PIC  Z(7)9.999.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-HIKAKU.
                05   DTL-PREV-NEN     PIC  9(04).
                05   DTL-PREV-LIT     PIC  X(06).
                05   DTL-ZINKO-DELTA  PIC  -(10)9.
                05   DTL-SP1          PIC  X(02).
                05   DTL-RITSU        PIC  -(4)9.99.
                05   DTL-PCT          PIC  X(03).
                05   DTL-SP2          PIC  X(02).
                05   DTL-DENSITY-DELTA PIC -(7)9.999.
           03   DTL-HIKAKU-X REDEFINES DTL-HIKAKU
                                PIC  X(48).
      *>   実績の無いグループの行。
       01  CHIIKI-NODATA-LINE.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   FILLER           PIC  X(30)      VALUE
           "該当する実績なし".
      *>   最終トレーラー行。
       01  CHIIKI-TRL.
           03   FILLER           PIC  X(36)      VALUE
           "＊＊＊　集計終了　＊＊＊".
           03   FILLER           PIC  X(21)      VALUE
           "　グループ数：".
           03   TRL-GRP-CNT      PIC  Z(3)9.
           03   FILLER           PIC  X(24)      VALUE
           "件　県重複除外：".
           03   TRL-KEN-JOGAI    PIC  Z(4)9.
           03   FILLER           PIC  X(21)      VALUE
           "件　重複除外：".
           03   TRL-JUFUKU       PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-CHIIKI-PARAM.
           PERFORM LOAD-CHIIKI-TABLE.
           PERFORM SHUKEI-RESULT.
           PERFORM ORDER-NEN-TABLE.
           PERFORM PRINT-CHIIKI-RPT.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-CHIIKI-PARAM
      *    CHIIKI-PARAMの制御カード（1件）から集計するグループIDを
      *    読み取る。ファイルが無い（"35"）・カードが無いときは全
      *    グループとする。
      ******************************************************************
       READ-CHIIKI-PARAM.
           OPEN INPUT CHIIKI-PARAM-FILE.
           IF F-STATUS3 = "35" THEN
              MOVE SPACES TO PARAM-ID
           ELSE IF F-STATUS3 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              READ CHIIKI-PARAM-FILE NEXT
              IF F-STATUS3 = "00" THEN
                 MOVE CHIIKI-PARAM-REC (1:6) TO PARAM-ID
              END-IF
              CLOSE CHIIKI-PARAM-FILE
           END-IF
           END-IF.
       READ-CHIIKI-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-CHIIKI-TABLE
      *    地域グループ・マスタを索引順に全件読み、グループと構成
      *    団体の一覧を作る。索引順ではグループごとに見出し（コード
      *    空白）が先に来る。マスタが無いときは集計のしようがない
      *    ので異常終了する。
      ******************************************************************
       LOAD-CHIIKI-TABLE.
           OPEN INPUT CHIIKI-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "地域グループOPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS2 <> "00"
              READ CHIIKI-FILE NEXT
              IF F-STATUS2 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS2 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS2
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              IF PARAM-ID = SPACES OR CG-ID = PARAM-ID THEN
                 PERFORM LOAD-ONE-CHIIKI
              END-IF
           END-PERFORM.

           CLOSE CHIIKI-FILE.

           IF GT-COUNT = 0 THEN
              DISPLAY "集計する地域グループが無い："
                 PARAM-ID
           END-IF.
       LOAD-CHIIKI-TABLE-EXIT.
           EXIT.

       LOAD-ONE-CHIIKI.
           IF GT-COUNT = 0 OR CG-ID NOT = GT-ID (GT-COUNT) THEN
              IF GT-COUNT >= GT-MAX THEN
                 DISPLAY "地域グループ表あふれ：" CG-ID
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO GT-COUNT
              MOVE CG-ID TO GT-ID (GT-COUNT)
              MOVE SPACES TO GT-NAME-X (GT-COUNT)
              MOVE 0 TO GT-MEM-CNT (GT-COUNT)
              PERFORM VARYING YT-LIN FROM 1 BY 1
                         UNTIL YT-LIN > YT-MAX
                 MOVE 0 TO CL-ZINKO (GT-COUNT YT-LIN)
                 MOVE 0 TO CL-MENSEKI (GT-COUNT YT-LIN)
                 MOVE 0 TO CL-CNT (GT-COUNT YT-LIN)
              END-PERFORM
           END-IF.

           IF CG-CODE = SPACES THEN
              MOVE CG-NAME-X TO GT-NAME-X (GT-COUNT)
           ELSE
              IF MT-COUNT >= MT-MAX THEN
                 DISPLAY "構成団体表あふれ：" CG-ID " " CG-CODE
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO MT-COUNT
              MOVE GT-COUNT TO MT-GRP (MT-COUNT)
              MOVE CG-CODE TO MT-CODE (MT-COUNT)
              MOVE CG-FROM-NEN TO MT-FROM-NEN (MT-COUNT)
              MOVE CG-TO-NEN TO MT-TO-NEN (MT-COUNT)
              ADD 1 TO GT-MEM-CNT (GT-COUNT)
           END-IF.
       LOAD-ONE-CHIIKI-EXIT.
           EXIT.
      ******************************************************************
      *  SHUKEI-RESULT
      *    RESULT-SEQを1パスで読み、各行をその年度に有効な構成団体
      *    として属するグループへ積み上げる。
      ******************************************************************
       SHUKEI-RESULT.
           OPEN INPUT RESULT-FILE.
           IF F-STATUS <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS <> "00"
              READ RESULT-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO ROW-CNT
              PERFORM SHUKEI-ONE-ROW
           END-PERFORM.

           CLOSE RESULT-FILE.
       SHUKEI-RESULT-EXIT.
           EXIT.
      ******************************************************************
      *  SHUKEI-ONE-ROW
      *    RESULT-SEQの1行を、その年度に有効な構成団体として属する
      *    グループへ積み上げる。市区町村の行は、先に親の県がその
      *    年度の構成団体であるグループに印（RF-KEN）を付けておき、
      *    そのグループには計上しない。同じグループに同じ団体が
      *    重ねて登録されていても、RF-HITで1回だけ計上する。
      ******************************************************************
       SHUKEI-ONE-ROW.
           MOVE R-CODE TO ROW-CODE.
           IF ROW-CODE (3:5) = SPACES THEN
              MOVE "00000" TO ROW-CODE (3:5)
           END-IF.
           IF ROW-CODE (3:5) = "00000" THEN
              MOVE "N" TO ROW-SHI-SW
           ELSE
              MOVE "Y" TO ROW-SHI-SW
              MOVE ROW-CODE (1:2) TO KEN-CODE
              MOVE "00000" TO KEN-CODE (3:5)
           END-IF.
           MOVE 0 TO YT-HIT.
           PERFORM VARYING GT-LIN FROM 1 BY 1
                      UNTIL GT-LIN > GT-COUNT
              MOVE "N" TO RF-HIT (GT-LIN)
              MOVE "N" TO RF-KEN (GT-LIN)
           END-PERFORM.

           IF ROW-SHIKUCHOSON THEN
              PERFORM VARYING MT-LIN FROM 1 BY 1
                         UNTIL MT-LIN > MT-COUNT
                 IF MT-CODE (MT-LIN) = KEN-CODE AND
                    R-NEN >= MT-FROM-NEN (MT-LIN) AND
                    R-NEN <= MT-TO-NEN (MT-LIN)
                    MOVE "Y" TO RF-KEN (MT-GRP (MT-LIN))
                 END-IF
              END-PERFORM
           END-IF.

           PERFORM VARYING MT-LIN FROM 1 BY 1
                      UNTIL MT-LIN > MT-COUNT
              IF MT-CODE (MT-LIN) = ROW-CODE AND
                 R-NEN >= MT-FROM-NEN (MT-LIN) AND
                 R-NEN <= MT-TO-NEN (MT-LIN)
                 PERFORM ADD-TO-GROUP
              END-IF
           END-PERFORM.
       SHUKEI-ONE-ROW-EXIT.
           EXIT.

       ADD-TO-GROUP.
           MOVE MT-GRP (MT-LIN) TO GRP-NO.
           IF RF-KEN (GRP-NO) = "Y" THEN
              ADD 1 TO KEN-JOGAI-CNT
           ELSE IF RF-HIT (GRP-NO) = "Y" THEN
              ADD 1 TO JUFUKU-CNT
           ELSE
              IF YT-HIT = 0 THEN
                 PERFORM FIND-NEN-SLOT
              END-IF
              ADD R-ZINKO TO CL-ZINKO (GRP-NO YT-HIT)
              ADD R-MENSEKI TO CL-MENSEKI (GRP-NO YT-HIT)
              ADD 1 TO CL-CNT (GRP-NO YT-HIT)
              MOVE "Y" TO RF-HIT (GRP-NO)
              ADD 1 TO KEIJO-CNT
           END-IF
           END-IF.
       ADD-TO-GROUP-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-NEN-SLOT
      *    行の年度（R-NEN）の年度表の位置をYT-HITに返す。初めての
      *    年度は表の末尾に加える。
      ******************************************************************
       FIND-NEN-SLOT.
           MOVE 0 TO YT-HIT.
           PERFORM VARYING YT-LIN FROM 1 BY 1
                      UNTIL YT-LIN > YT-COUNT OR YT-HIT > 0
              IF YT-NEN (YT-LIN) = R-NEN THEN
                 MOVE YT-LIN TO YT-HIT
              END-IF
           END-PERFORM.
           IF YT-HIT = 0 THEN
              IF YT-COUNT >= YT-MAX THEN
                 DISPLAY "年度表あふれ：" R-NEN
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO YT-COUNT
              MOVE R-NEN TO YT-NEN (YT-COUNT)
              MOVE YT-COUNT TO YT-HIT
           END-IF.
       FIND-NEN-SLOT-EXIT.
           EXIT.
      ******************************************************************
      *  ORDER-NEN-TABLE
      *    年度表の添字を年度の昇順に並べてYO-SLOTに作る。直前に
      *    選んだ年度より大きい最小の年度を順に選ぶ。
      ******************************************************************
       ORDER-NEN-TABLE.
           MOVE 0 TO LAST-NEN.
           PERFORM VARYING YO-LIN FROM 1 BY 1
                      UNTIL YO-LIN > YT-COUNT
              MOVE 9999 TO MIN-NEN
              MOVE 0 TO MIN-SLOT
              PERFORM VARYING YT-LIN FROM 1 BY 1
                         UNTIL YT-LIN > YT-COUNT
                 IF YT-NEN (YT-LIN) > LAST-NEN AND
                    YT-NEN (YT-LIN) <= MIN-NEN
                    MOVE YT-NEN (YT-LIN) TO MIN-NEN
                    MOVE YT-LIN TO MIN-SLOT
                 END-IF
              END-PERFORM
              MOVE MIN-SLOT TO YO-SLOT (YO-LIN)
              MOVE MIN-NEN TO LAST-NEN
           END-PERFORM.
       ORDER-NEN-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-CHIIKI-RPT
      *    グループごとに見出し行と年度別の明細を印字し、最後に
      *    件数のトレーラーを出力する。
      ******************************************************************
       PRINT-CHIIKI-RPT.
           OPEN OUTPUT CHIIKI-RPT-FILE.
           MOVE 0 TO PAGE-NO.
           PERFORM PRINT-PAGE-HEAD.

           PERFORM VARYING GT-LIN FROM 1 BY 1
                      UNTIL GT-LIN > GT-COUNT
              PERFORM PRINT-ONE-GROUP
           END-PERFORM.

           MOVE GT-COUNT TO TRL-GRP-CNT.
           MOVE KEN-JOGAI-CNT TO TRL-KEN-JOGAI.
           MOVE JUFUKU-CNT TO TRL-JUFUKU.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
           MOVE CHIIKI-TRL TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.

           CLOSE CHIIKI-RPT-FILE.
       PRINT-CHIIKI-RPT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-ONE-GROUP
      *    1グループ分（GT-LIN）の見出し行と、実績のある年度の明細を
      *    年度の昇順に印字する。
      ******************************************************************
       PRINT-ONE-GROUP.
           MOVE GT-ID (GT-LIN) TO GRP-ID.
           MOVE GT-NAME-X (GT-LIN) TO GRP-NAME.
           MOVE GT-MEM-CNT (GT-LIN) TO GRP-MEM-CNT.
           PERFORM CHECK-PAGE.
           MOVE CHIIKI-GRP-LINE TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
           ADD 1 TO LINE-CNT.

           MOVE "N" TO PREV-SW.
           MOVE "N" TO NEN-PRINTED-SW.
           PERFORM VARYING YO-LIN FROM 1 BY 1
                      UNTIL YO-LIN > YT-COUNT
              MOVE YO-SLOT (YO-LIN) TO YT-LIN
              IF CL-CNT (GT-LIN YT-LIN) > 0 THEN
                 PERFORM PRINT-GROUP-NEN
              END-IF
           END-PERFORM.

           IF NOT NEN-PRINTED THEN
              PERFORM CHECK-PAGE
              MOVE CHIIKI-NODATA-LINE TO CHIIKI-PRT-REC
              WRITE CHIIKI-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.
           MOVE SPACES TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
           ADD 1 TO LINE-CNT.
       PRINT-ONE-GROUP-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-GROUP-NEN
      *    グループ（GT-LIN）の1年度（YT-LIN）分の明細を印字する。
      *    面積が0なら密度は0、直前の年度の人口が0なら増減率は0と
      *    する（ゼロ除算の回避）。
      ******************************************************************
       PRINT-GROUP-NEN.
           IF CL-MENSEKI (GT-LIN YT-LIN) = 0 THEN
              MOVE 0 TO CUR-DENSITY
           ELSE
              COMPUTE CUR-DENSITY = CL-ZINKO (GT-LIN YT-LIN)
                                  / CL-MENSEKI (GT-LIN YT-LIN)
           END-IF.

           MOVE YT-NEN (YT-LIN) TO DTL-NEN.
           MOVE CL-CNT (GT-LIN YT-LIN) TO DTL-KOSEI.
           MOVE CL-ZINKO (GT-LIN YT-LIN) TO DTL-ZINKO.
           MOVE CL-MENSEKI (GT-LIN YT-LIN) TO DTL-MENSEKI.
           MOVE CUR-DENSITY TO DTL-DENSITY.

           IF HAVE-PREV THEN
              COMPUTE ZINKO-DELTA = CL-ZINKO (GT-LIN YT-LIN)
                                  - PREV-ZINKO
              COMPUTE DENSITY-DELTA = CUR-DENSITY - PREV-DENSITY
              IF PREV-ZINKO = 0 THEN
                 MOVE 0 TO ZOGEN-RITSU
              ELSE
                 COMPUTE ZOGEN-RITSU ROUNDED =
                         ZINKO-DELTA * 100 / PREV-ZINKO
              END-IF
              MOVE PREV-NEN TO DTL-PREV-NEN
              MOVE "年比" TO DTL-PREV-LIT
              MOVE ZINKO-DELTA TO DTL-ZINKO-DELTA
              MOVE SPACES TO DTL-SP1
              MOVE ZOGEN-RITSU TO DTL-RITSU
              MOVE "％" TO DTL-PCT
              MOVE SPACES TO DTL-SP2
              MOVE DENSITY-DELTA TO DTL-DENSITY-DELTA
           ELSE
              MOVE "前年データなし" TO DTL-HIKAKU-X
           END-IF.

           PERFORM CHECK-PAGE.
           MOVE CHIIKI-DTL TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
           ADD 1 TO LINE-CNT.
           ADD 1 TO DTL-CNT.
           MOVE "Y" TO NEN-PRINTED-SW.

           MOVE "Y" TO PREV-SW.
           MOVE YT-NEN (YT-LIN) TO PREV-NEN.
           MOVE CL-ZINKO (GT-LIN YT-LIN) TO PREV-ZINKO.
           MOVE CUR-DENSITY TO PREV-DENSITY.
       PRINT-GROUP-NEN-EXIT.
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

           MOVE CHIIKI-HD1 TO CHIIKI-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE CHIIKI-PRT-REC
           ELSE
              WRITE CHIIKI-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE CHIIKI-HD2 TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
           MOVE SPACES TO CHIIKI-PRT-REC.
           WRITE CHIIKI-PRT-REC.
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
           IF F-STATUS5 = "35" THEN
              OPEN OUTPUT HIST-FILE
           ELSE IF F-STATUS5 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS5
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           MOVE "ZINKOCHIIKI" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE ROW-CNT TO H-IN-CNT1.
           MOVE MT-COUNT TO H-IN-CNT2.
           MOVE DTL-CNT TO H-OUT-CNT1.
           MOVE KEIJO-CNT TO H-OUT-CNT2.
           MOVE GT-COUNT TO H-CNT1.
           MOVE KEN-JOGAI-CNT TO H-CNT2.
           MOVE JUFUKU-CNT TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
