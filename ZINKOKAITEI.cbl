      ******************************************************************
      *  opencobol SAMPLE
      *
      *  Copyright 2019 Tokyo System House Co., Ltd.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ZINKOKAITEI.
       AUTHOR.                     TSH.
       DATE-WRITTEN.               2026-10-15.
      ******************************************************************
      *  公表した数値の訂正通知に添付する改定表を印字する。
      *  ZINKOSHOBUNが公表版（HAN-IDX）を凍結したときに改定表
      *  （KAITEI-IDX）へ記録した、前の版から値の変わった項目を、
      *  年度・版ごとに次の内容で並べる。
      *    ・版の見出し：年度、版番号、公表日・解除した担当者、
      *      比較した前の版の番号と公表日
      *    ・明細：コード、正式名称（団体コード・マスタ。無ければ
      *      公表版の略称）、項目、変更／削除の別、前の版の値、新しい
      *      版の値、差
      *    ・理由：警報処分（ALERT-STS）の処分日・担当者・理由、
      *      または保守監査ジャーナル（MAINT-JNL）の反映日・担当者
      *      （承認を経た変更では承認番号・承認者）
      *
      *  KAITEI-PARAMの制御カード（1件。ファイルが無ければ全件）：
      *    1〜4桁目：年度（空白なら全年度）
      *    5〜7桁目：版番号（空白・0ならその年度の全版。指定する
      *              ときは年度も必須）
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT KAITEI-FILE      ASSIGN TO "KAITEI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   KI-KEY
                                   FILE   STATUS  IS   F-STATUS.
      *>   公表版。版の見出し（公表日・担当者）を引く。
           SELECT HAN-FILE         ASSIGN TO "HAN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   HN-KEY
                                   FILE   STATUS  IS   F-STATUS2.
           SELECT KAITEI-PARAM-FILE ASSIGN TO "KAITEI-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   訂正通知に添付する改定表（132桁の印刷ファイル）。
           SELECT KAITEI-RPT-FILE  ASSIGN TO "KAITEI-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS4.
      *>   実行履歴。ジョブ終了時に1件追記し、ZINKOUNYOの運用報告が
      *>   読み込む。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS5.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS6.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  KAITEI-FILE.
           COPY KAITEI.
       FD  HAN-FILE.
           COPY HAN.
       FD  KAITEI-PARAM-FILE.
       01  KAITEI-PARAM-REC         PIC  X(80).
       FD  KAITEI-RPT-FILE.
       01  KAITEI-PRT-REC           PIC  X(132).
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
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   印字する年度と版（0ならすべて）。
       01  PARAM-NEN                PIC  9(04)      VALUE 0.
       01  PARAM-HAN-NO             PIC  9(03)      VALUE 0.
      *>   公表版を開けたか。
       01  HAN-SW                   PIC  X(01)      VALUE "N".
           88  HAN-OPEN                             VALUE "Y".
      *>   直前に見出しを印字した年度・版。
       01  SV-NEN                   PIC  9(04)      VALUE 0.
       01  SV-HAN-NO                PIC  9(03)      VALUE 0.
      *>   値の差。
       01  SA-WK                    PIC  S9(08)V9(03).
      *>   件数（改定表読込・印字明細・版・警報処分の理由・保守の
      *>   理由・理由なし）。
       01  KAITEI-CNT               PIC  9(07)      COMP  VALUE 0.
       01  DTL-CNT                  PIC  9(07)      COMP  VALUE 0.
       01  HAN-CNT                  PIC  9(05)      COMP  VALUE 0.
       01  ALERT-RIYU-CNT           PIC  9(05)      COMP  VALUE 0.
       01  JNL-RIYU-CNT             PIC  9(05)      COMP  VALUE 0.
       01  NO-RIYU-CNT              PIC  9(05)      COMP  VALUE 0.
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
       01  PAGE-MAX                 PIC  9(03)      COMP  VALUE 55.
      *>   頁見出し行。
       01  KAITEI-HD1.
           03   FILLER           PIC  X(57)      VALUE
           "＊＊　公表数値改定表　＊＊".
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
       01  KAITEI-HD2.
           03   FILLER           PIC  X(12)      VALUE "  コード".
           03   FILLER           PIC  X(44)      VALUE "名称".
           03   FILLER           PIC  X(17)      VALUE "項目".
           03   FILLER           PIC  X(08)      VALUE "区分".
           03   FILLER           PIC  X(17)      VALUE
           "  前の版の値".
           03   FILLER           PIC  X(15)      VALUE
           "  新しい値".
           03   FILLER           PIC  X(12)      VALUE "        差".
      *>   版の見出し行。
       01  KAITEI-HAN-LINE.
           03   HNL-NEN          PIC  9(04).
           03   FILLER           PIC  X(12)      VALUE "年度　第".
           03   HNL-HAN-NO       PIC  ZZ9.
           03   FILLER           PIC  X(15)      VALUE
           "版　公表：".
           03   HNL-DATE         PIC  9(08).
           03   FILLER           PIC  X(12)      VALUE "　担当：".
           03   HNL-OPERATOR     PIC  X(08).
           03   FILLER           PIC  X(21)      VALUE
           "　前の版：第".
           03   HNL-OLD-HAN-NO   PIC  ZZ9.
           03   FILLER           PIC  X(15)      VALUE
           "版　公表：".
           03   HNL-OLD-DATE     PIC  9(08).
      *>   改定の明細行。人口・面積の値は整数の編集（＊-INT）で印字
      *>   する（密度・可住地面積・可住地密度は小数つき）。
       01  KAITEI-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-CODE         PIC  X(07).
           03   FILLER           PIC  X(03)      VALUE SPACES.
           03   DTL-NAME         PIC  X(40).
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-ITEM         PIC  X(15).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-KUBUN        PIC  X(06).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-OLD          PIC  Z(11)9.999.
           03   DTL-OLD-INT  REDEFINES DTL-OLD
                                PIC  Z(15)9.
           03   DTL-NEW          PIC  Z(11)9.999.
           03   DTL-NEW-INT  REDEFINES DTL-NEW
                                PIC  Z(15)9.
           03   DTL-SA           PIC  -(8)9.999.
           03   DTL-SA-INT   REDEFINES DTL-SA
                                PIC  -(12)9.
      *>   改定の理由の行。保守の理由は承認番号・承認者を並べる
      *>   （RSL-SHONIN）。
       01  KAITEI-RIYU-LINE.
           03   FILLER           PIC  X(12)      VALUE SPACES.
           03   FILLER           PIC  X(09)      VALUE "理由：".
           03   RSL-SHU          PIC  X(18).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   RSL-DATE         PIC  X(08).
           03   FILLER           PIC  X(12)      VALUE "　担当：".
           03   RSL-OPERATOR     PIC  X(08).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   RSL-TEXT         PIC  X(45).
           03   RSL-SHONIN   REDEFINES RSL-TEXT.
                05   FILLER           PIC  X(15).
                05   RSL-SHONIN-NO    PIC  9(07).
                05   FILLER           PIC  X(15).
                05   RSL-CHECKER      PIC  X(08).
      *>   改定の無い場合の行。
       01  KAITEI-NODATA-LINE.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   FILLER           PIC  X(30)      VALUE
           "該当する改定なし".
      *>   最終トレーラー行。
       01  KAITEI-TRL.
           03   FILLER           PIC  X(42)      VALUE
           "＊＊＊　改定表終了　＊＊＊".
           03   FILLER           PIC  X(12)      VALUE "　版数：".
           03   TRL-HAN-CNT      PIC  Z(4)9.
           03   FILLER           PIC  X(15)      VALUE
           "件　改定：".
           03   TRL-KAITEI-CNT   PIC  Z(6)9.
           03   FILLER           PIC  X(27)      VALUE
           "件　うち理由なし：".
           03   TRL-NO-RIYU      PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-KAITEI-PARAM.
           PERFORM OPEN-FILES.
           PERFORM PRINT-KAITEI-RPT THRU PRINT-KAITEI-RPT-EXIT.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-KAITEI-PARAM
      *    KAITEI-PARAMの制御カード（1件）から印字する年度と版を
      *    読み取る。ファイルが無い（"35"）・カードが無い・空白の
      *    ときは全件とする。
      ******************************************************************
       READ-KAITEI-PARAM.
           OPEN INPUT KAITEI-PARAM-FILE.
           IF F-STATUS3 = "35" THEN
              MOVE 0 TO PARAM-NEN
           ELSE IF F-STATUS3 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              READ KAITEI-PARAM-FILE NEXT
              IF F-STATUS3 = "00" THEN
                 IF KAITEI-PARAM-REC (1:4) IS NUMERIC THEN
                    MOVE KAITEI-PARAM-REC (1:4) TO PARAM-NEN
                 END-IF
                 IF KAITEI-PARAM-REC (5:3) IS NUMERIC THEN
                    MOVE KAITEI-PARAM-REC (5:3) TO PARAM-HAN-NO
                 END-IF
              END-IF
              CLOSE KAITEI-PARAM-FILE
           END-IF
           END-IF.

      *>   版番号は年度ごとの連番なので、年度なしでは絞り込めない。
           IF PARAM-HAN-NO NOT = 0 AND PARAM-NEN = 0 THEN
              DISPLAY "版番号の指定には年度が必要："
                 KAITEI-PARAM-REC (1:7)
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       READ-KAITEI-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-FILES / CLOSE-FILES
      *    改定表が無いのは、まだ公表版を凍結し直したことが無いと
      *    いうことなので、「該当する改定なし」の報告を出す。公表版
      *    と団体コード・マスタは見出しと名称を引くだけなので、
      *    無くても続ける。
      ******************************************************************
       OPEN-FILES.
           OPEN INPUT KAITEI-FILE.
           IF F-STATUS <> "00" AND F-STATUS <> "35" THEN
              DISPLAY "改定表OPENエラー：" F-STATUS
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT HAN-FILE.
           IF F-STATUS2 = "00" THEN
              SET HAN-OPEN TO TRUE
           ELSE
              DISPLAY "公表版無し：" F-STATUS2
           END-IF.
           PERFORM OPEN-DANTAI-MASTER.
           OPEN OUTPUT KAITEI-RPT-FILE.
           MOVE 0 TO PAGE-NO.
           PERFORM PRINT-PAGE-HEAD.
       OPEN-FILES-EXIT.
           EXIT.

       CLOSE-FILES.
           IF F-STATUS <> "35" THEN
              CLOSE KAITEI-FILE
           END-IF.
           IF HAN-OPEN THEN
              CLOSE HAN-FILE
           END-IF.
           PERFORM CLOSE-DANTAI-MASTER.
           CLOSE KAITEI-RPT-FILE.
       CLOSE-FILES-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-KAITEI-RPT
      *    指定の年度（と版）の先頭からSTARTし、改定表を索引順
      *    （年度・版・コード・項目）に読んで印字する。
      ******************************************************************
       PRINT-KAITEI-RPT.
           IF F-STATUS = "35" THEN
              GO TO PRINT-KAITEI-TRL
           END-IF.
           MOVE PARAM-NEN TO KI-NEN.
           MOVE PARAM-HAN-NO TO KI-HAN-NO.
           MOVE SPACES TO KI-CODE.
           MOVE SPACES TO KI-ITEM.
           START KAITEI-FILE KEY IS NOT < KI-KEY
              INVALID KEY
                 GO TO PRINT-KAITEI-TRL
           END-START.

           MOVE "00" TO F-STATUS.
           PERFORM UNTIL F-STATUS <> "00"
              READ KAITEI-FILE NEXT
              IF F-STATUS = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              IF PARAM-NEN NOT = 0 AND KI-NEN NOT = PARAM-NEN THEN
                 MOVE "10" TO F-STATUS
              ELSE IF PARAM-HAN-NO NOT = 0 AND
                      KI-HAN-NO NOT = PARAM-HAN-NO
                 MOVE "10" TO F-STATUS
              ELSE
                 ADD 1 TO KAITEI-CNT
                 PERFORM PRINT-ONE-KAITEI
              END-IF
              END-IF
           END-PERFORM.

       PRINT-KAITEI-TRL.
           IF KAITEI-CNT = 0 THEN
              PERFORM CHECK-PAGE
              MOVE KAITEI-NODATA-LINE TO KAITEI-PRT-REC
              WRITE KAITEI-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.
           MOVE HAN-CNT TO TRL-HAN-CNT.
           MOVE KAITEI-CNT TO TRL-KAITEI-CNT.
           MOVE NO-RIYU-CNT TO TRL-NO-RIYU.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
           MOVE KAITEI-TRL TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
       PRINT-KAITEI-RPT-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-ONE-KAITEI
      *    改定1件の明細と理由を印字する。版が変わったら先に版の
      *    見出しを印字する。
      ******************************************************************
       PRINT-ONE-KAITEI.
           IF KI-NEN NOT = SV-NEN OR KI-HAN-NO NOT = SV-HAN-NO THEN
              PERFORM PRINT-HAN-HEAD
           END-IF.

           MOVE KI-CODE TO SEISHIKI-CODE.
           MOVE KI-NAME-X TO SEISHIKI-NAME-X.
           PERFORM GET-SEISHIKI-NAME.
           MOVE KI-CODE TO DTL-CODE.
           MOVE SEISHIKI-NAME-X TO DTL-NAME.
           EVALUATE KI-ITEM
              WHEN "P"
                 MOVE "人口" TO DTL-ITEM
              WHEN "A"
                 MOVE "面積" TO DTL-ITEM
              WHEN "H"
                 MOVE "可住地面積" TO DTL-ITEM
              WHEN "K"
                 MOVE "可住地密度" TO DTL-ITEM
              WHEN OTHER
                 MOVE "密度" TO DTL-ITEM
           END-EVALUATE.
           IF KI-SAKUJO THEN
              MOVE "削除" TO DTL-KUBUN
           ELSE
              MOVE "変更" TO DTL-KUBUN
           END-IF.
           COMPUTE SA-WK = KI-NEW-VALUE - KI-OLD-VALUE.
           IF KI-ITEM = "D" OR KI-ITEM = "H" OR KI-ITEM = "K" THEN
              MOVE KI-OLD-VALUE TO DTL-OLD
              MOVE KI-NEW-VALUE TO DTL-NEW
              MOVE SA-WK TO DTL-SA
           ELSE
              MOVE KI-OLD-VALUE TO DTL-OLD-INT
              MOVE KI-NEW-VALUE TO DTL-NEW-INT
              MOVE SA-WK TO DTL-SA-INT
           END-IF.

           MOVE SPACES TO RSL-TEXT.
           EVALUATE TRUE
              WHEN KI-RIYU-ALERT
                 MOVE "警報処分" TO RSL-SHU
                 MOVE KI-RIYU-DATE TO RSL-DATE
                 MOVE KI-RIYU-OPERATOR TO RSL-OPERATOR
                 MOVE KI-RIYU TO RSL-TEXT
                 ADD 1 TO ALERT-RIYU-CNT
              WHEN KI-RIYU-JNL
                 MOVE "保守" TO RSL-SHU
                 MOVE KI-RIYU-DATE TO RSL-DATE
                 MOVE KI-RIYU-OPERATOR TO RSL-OPERATOR
                 IF KI-RIYU-NO NOT = 0 THEN
                    MOVE "承認番号：" TO RSL-TEXT (1:15)
                    MOVE KI-RIYU-NO TO RSL-SHONIN-NO
                    MOVE "　承認者：" TO RSL-TEXT (23:15)
                    MOVE KI-RIYU-CHECKER TO RSL-CHECKER
                 END-IF
                 ADD 1 TO JNL-RIYU-CNT
              WHEN OTHER
                 MOVE "記録なし" TO RSL-SHU
                 MOVE SPACES TO RSL-DATE
                 MOVE SPACES TO RSL-OPERATOR
                 ADD 1 TO NO-RIYU-CNT
           END-EVALUATE.

           IF LINE-CNT + 2 > PAGE-MAX THEN
              PERFORM PRINT-PAGE-HEAD
           END-IF.
           MOVE KAITEI-DTL TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
           MOVE KAITEI-RIYU-LINE TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
           ADD 2 TO LINE-CNT.
           ADD 1 TO DTL-CNT.
       PRINT-ONE-KAITEI-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-HAN-HEAD
      *    版の見出し行を印字する。公表日と担当者は公表版の見出し
      *    レコードから引き、前の版の公表日もあわせて示す。
      ******************************************************************
       PRINT-HAN-HEAD.
           MOVE KI-NEN TO SV-NEN.
           MOVE KI-HAN-NO TO SV-HAN-NO.
           ADD 1 TO HAN-CNT.

           MOVE KI-NEN TO HNL-NEN.
           MOVE KI-HAN-NO TO HNL-HAN-NO.
           MOVE KI-OLD-HAN-NO TO HNL-OLD-HAN-NO.
           MOVE 0 TO HNL-DATE.
           MOVE SPACES TO HNL-OPERATOR.
           MOVE 0 TO HNL-OLD-DATE.
           IF HAN-OPEN THEN
              MOVE KI-NEN TO HN-NEN
              MOVE KI-HAN-NO TO HN-HAN-NO
              MOVE SPACES TO HN-CODE
              READ HAN-FILE
                 NOT INVALID KEY
                    MOVE HN-DATE TO HNL-DATE
                    MOVE HN-OPERATOR TO HNL-OPERATOR
              END-READ
              MOVE KI-NEN TO HN-NEN
              MOVE KI-OLD-HAN-NO TO HN-HAN-NO
              MOVE SPACES TO HN-CODE
              READ HAN-FILE
                 NOT INVALID KEY
                    MOVE HN-DATE TO HNL-OLD-DATE
              END-READ
           END-IF.

           IF LINE-CNT + 4 > PAGE-MAX THEN
              PERFORM PRINT-PAGE-HEAD
           END-IF.
           IF HAN-CNT > 1 THEN
              MOVE SPACES TO KAITEI-PRT-REC
              WRITE KAITEI-PRT-REC
              ADD 1 TO LINE-CNT
           END-IF.
           MOVE KAITEI-HAN-LINE TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
           ADD 1 TO LINE-CNT.
       PRINT-HAN-HEAD-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER / GET-SEISHIKI-NAME
      *    団体コード・マスタ（DANTAI-IDX）を照会専用に開き、コード
      *    ごとの正式名称をSEISHIKI-NAME-Xに返す。マスタが無い、また
      *    はコードが未登録のときは、呼び出し側が設定した従来の短い
      *    名称のまま印字する（帳票は止めない）。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS6 = "00" THEN
              SET DANTAI-OPEN TO TRUE
           ELSE
              DISPLAY "団体コードマスタ無し："
                 F-STATUS6
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
           EXIT.

       CLOSE-DANTAI-MASTER.
           IF DANTAI-OPEN THEN
              CLOSE DANTAI-FILE
              MOVE "N" TO DANTAI-SW
           END-IF.
       CLOSE-DANTAI-MASTER-EXIT.
           EXIT.

       GET-SEISHIKI-NAME.
           IF DANTAI-OPEN THEN
              MOVE SEISHIKI-CODE TO DT-CODE
      *>      県の行は下5桁空白の形もあるので、マスタのキーの形
      *>      （"PP00000"）に揃えて引く。
              IF DT-CODE (3:5) = SPACES THEN
                 MOVE "00000" TO DT-CODE (3:5)
              END-IF
              READ DANTAI-FILE
                 NOT INVALID KEY
                    MOVE DT-NAME-X TO SEISHIKI-NAME-X
              END-READ
           END-IF.
       GET-SEISHIKI-NAME-EXIT.
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

           MOVE KAITEI-HD1 TO KAITEI-PRT-REC.
           IF PAGE-NO = 1 THEN
              WRITE KAITEI-PRT-REC
           ELSE
              WRITE KAITEI-PRT-REC AFTER ADVANCING PAGE
           END-IF.
           MOVE KAITEI-HD2 TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
           MOVE SPACES TO KAITEI-PRT-REC.
           WRITE KAITEI-PRT-REC.
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

           MOVE "ZINKOKAITEI" TO H-PROGRAM.
           MOVE RUN-DATE TO H-START-DATE.
           MOVE RUN-TIME TO H-START-TIME.
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE KAITEI-CNT TO H-IN-CNT1.
           MOVE 0 TO H-IN-CNT2.
           MOVE DTL-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE HAN-CNT TO H-CNT1.
           MOVE ALERT-RIYU-CNT TO H-CNT2.
           MOVE JNL-RIYU-CNT TO H-CNT3.
           MOVE NO-RIYU-CNT TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
           WRITE HIST-REC.

           CLOSE HIST-FILE.
       WRITE-RUN-HIST-EXIT.
           EXIT.
