      *  工程はGATE-STSの最終レコードを見て動く前提で、保留解除
      *  そのものが日時・担当者つきで監査できる。
      *
      *  ゲートの判断はRESULT-SEQの最新年度（ZINKOKANSHIの検査対象
      *  年度）についてのものなので、その年度をGATE-STSのG-NENに
      *  記録する。解除（"R"）の記録がある年度が公表済年度となる。
      *
      *  解除を記録したときは、その時点のRESULT-SEQの行を年度ごとに
      *  通し番号つきの公表版（HAN-IDX）として凍結する。対象はゲート
      *  の対象年度と、既に版のある年度（再実行・保守で値が変わり
      *  うる公表済年度）。前の版と行も値も同じ年度は新しい版を
      *  作らない。前の版から人口・面積・密度・可住地面積・可住地
      *  密度の変わった項目は、警報処分（ALERT-STS）または保守監査
      *  ジャーナル（MAINT-JNL）の理由とともに改定表（KAITEI-IDX）
      *  に記録する（改定表の印字はZINKOKAITEI）。
      *
      *  SHOBUN-PARAMの制御カード（警報1件につき1枚）：
      *    1〜7桁目   ：コード
      *    8〜11桁目  ：年度
      *    12桁目     ：項目（"P"＝人口／"D"＝密度／"A"＝面積／
      *                  "K"＝可住地密度）
      *    13桁目     ：処分（"A"＝受理／"R"＝差戻）
      *    14〜21桁目 ：確認担当者ID（必須）
      *    22〜51桁目 ：理由
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS6.
      *>   ゲートの対象年度（最新のR-NEN）を求めるために読む。
           SELECT RESULT-FILE      ASSIGN TO "RESULT-SEQ"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS7.
      *>   公表版。解除のたびに年度ごとの行を凍結する。
           SELECT HAN-FILE         ASSIGN TO "HAN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   HN-KEY
                                   FILE   STATUS  IS   F-STATUS8.
      *>   改定表。前の版から値の変わった項目を記録する。
           SELECT KAITEI-FILE      ASSIGN TO "KAITEI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   KI-KEY
                                   FILE   STATUS  IS   F-STATUS9.
      *>   保守監査ジャーナル（ZINKOMENTが追記）。改定の理由を引く。
           SELECT JOURNAL-FILE     ASSIGN TO "MAINT-JNL"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS10.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   A-PCT            PIC  S9(05)V9(02).
       FD  ALERT-STS-FILE.
           COPY ALERTSTS.
      *>   公表ゲート状況の1件（ZINKOJOBCTLも読むため共通の
      *>   コピー句とした）。
       FD  GATE-FILE.
           COPY GATESTS.
       FD  SHOBUN-PARAM-FILE.
       01  SHOBUN-PARAM-REC         PIC  X(80).
       FD  SHOBUN-RPT-FILE.
       01  SHOBUN-PRT-REC           PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  RESULT-FILE.
           COPY RESUREC.
       FD  HAN-FILE.
           COPY HAN.
       FD  KAITEI-FILE.
           COPY KAITEI.
       FD  JOURNAL-FILE.
           COPY MAINTJNL.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
       01  F-STATUS8               PIC  XX.
       01  F-STATUS9               PIC  XX.
       01  F-STATUS10              PIC  XX.
       01  RUN-DATE                 PIC  9(08).
       01  RUN-TIME                 PIC  9(08).
      *>   今回の警報（ALERT-SEQ）の在メモリ表。処分カードの照合と
      *>   し、カードが1枚も無い実行では"AUTO"とする（警報0件で
      *>   自動解除する夜のため）。
       01  GATE-OPERATOR            PIC  X(08)      VALUE "AUTO".
      *>   ゲート判断の対象年度（RESULT-SEQの最新年度）。RESULT-SEQ
      *>   が無ければ0。
       01  TAISHO-NEN               PIC  9(04)      VALUE 0.
      *>   RESULT-SEQに現れた年度の一覧。版の凍結はこの年度ごとに
      *>   行う。
       01  YT-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  YT-MAX                   PIC  9(04)      COMP  VALUE 50.
       01  NEN-TABLE.
           03   YT-NEN           PIC  9(04)      OCCURS 50 TIMES.
       01  YT-LIN                   PIC  9(04)      COMP.
       01  YT-HIT                   PIC  9(04)      COMP.
      *>   凍結する年度（HAN-NEN）と、その年度の最新の版（OLD-＊。
      *>   版が無ければOLD-HAN-NOは0）・新しく作る版の番号。
       01  HAN-NEN                  PIC  9(04).
       01  OLD-HAN-NO               PIC  9(03).
       01  OLD-HAN-DATE             PIC  9(08).
       01  OLD-HAN-TIME             PIC  9(08).
       01  NEW-HAN-NO               PIC  9(03).
       01  HAN-END-SW               PIC  X(01).
           88  HAN-END                              VALUE "Y".
      *>   前の版から行・値が変わったか。
       01  HENKO-SW                 PIC  X(01).
           88  HENKO-ARI                            VALUE "Y".
      *>   今回のRESULT-SEQの行（NT-＊）と前の版の行（OT-＊）。
      *>   OT-HITは今回の行と対応が付いた印。
       01  ROW-MAX                  PIC  9(04)      COMP  VALUE 3000.
       01  NT-COUNT                 PIC  9(04)      COMP.
       01  NEW-ROW-TABLE.
           03   NT-ENTRY         OCCURS 3000 TIMES.
                05   NT-CODE          PIC  X(07).
                05   NT-NAME-X        PIC  X(08).
                05   NT-ZINKO         PIC  9(08).
                05   NT-MENSEKI       PIC  9(05).
                05   NT-MITSUDO       PIC  9(08)V9(03).
                05   NT-KAJU-MENSEKI  PIC  9(06)V9(02).
                05   NT-KAJU-MITSUDO  PIC  9(08)V9(03).
       01  OT-COUNT                 PIC  9(04)      COMP.
       01  OLD-ROW-TABLE.
           03   OT-ENTRY         OCCURS 3000 TIMES.
                05   OT-CODE          PIC  X(07).
                05   OT-NAME-X        PIC  X(08).
                05   OT-ZINKO         PIC  9(08).
                05   OT-MENSEKI       PIC  9(05).
                05   OT-MITSUDO       PIC  9(08)V9(03).
                05   OT-KAJU-MENSEKI  PIC  9(06)V9(02).
                05   OT-KAJU-MITSUDO  PIC  9(08)V9(03).
                05   OT-HIT           PIC  X(01).
       01  NT-LIN                   PIC  9(04)      COMP.
       01  OT-LIN                   PIC  9(04)      COMP.
       01  OT-HIT-LIN               PIC  9(04)      COMP.
      *>   前の版の公表以後に反映された保守（MAINT-JNL）の一覧。
      *>   改定の理由を引くために、凍結する年度の人口・面積・可住地
      *>   面積の反映済の記録だけを取り込む。
       01  JT-COUNT                 PIC  9(04)      COMP.
       01  JT-MAX                   PIC  9(04)      COMP  VALUE 3000.
       01  JNL-TABLE.
           03   JT-ENTRY         OCCURS 3000 TIMES.
                05   JT-CODE          PIC  X(07).
                05   JT-TARGET        PIC  X(01).
                05   JT-DATE          PIC  9(08).
                05   JT-OPERATOR      PIC  X(08).
                05   JT-CHECKER       PIC  X(08).
                05   JT-SHONIN-NO     PIC  9(07).
       01  JT-LIN                   PIC  9(04)      COMP.
       01  JT-HIT                   PIC  9(04)      COMP.
       01  JT-OVER-SW               PIC  X(01).
           88  JT-OVER                              VALUE "Y".
      *>   改定1項目分の作業項目。
       01  KAITEI-CODE              PIC  X(07).
       01  KAITEI-NAME-X            PIC  X(08).
       01  KAITEI-ITEM              PIC  X(01).
       01  KAITEI-OLD-VALUE         PIC  9(08)V9(03).
       01  KAITEI-NEW-VALUE         PIC  9(08)V9(03).
       01  KAITEI-KUBUN             PIC  X(01).
      *>   その年度の改定件数と、実行全体の凍結した版・改定の件数。
       01  NEN-KAITEI-CNT           PIC  9(04)      COMP.
       01  HAN-CNT                  PIC  9(05)      COMP  VALUE 0.
       01  KAITEI-CNT               PIC  9(07)      COMP  VALUE 0.
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
           "　未処分警報：".
           03   GTL-OPEN         PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   公表版の凍結結果の行（年度ごとに1行）。
       01  SHOBUN-HAN-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(12)      VALUE "公表版：".
           03   HNL-NEN          PIC  9(04).
           03   FILLER           PIC  X(09)      VALUE "年　第".
           03   HNL-HAN-NO       PIC  ZZ9.
           03   FILLER           PIC  X(03)      VALUE "版".
           03   HNL-JOKYO        PIC  X(21).
           03   FILLER           PIC  X(12)      VALUE "　行数：".
           03   HNL-KENSU        PIC  Z(3)9.
           03   FILLER           PIC  X(15)      VALUE
           "件　改定：".
           03   HNL-KAITEI       PIC  Z(3)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   最終トレーラー行。
       01  SHOBUN-TRL.
           03   FILLER           PIC  X(54)      VALUE
           ACCEPT RUN-TIME FROM TIME.

           PERFORM LOAD-ALERT-TABLE.
           PERFORM FIND-TAISHO-NEN.
           PERFORM OPEN-ALERT-STS.

           OPEN OUTPUT SHOBUN-RPT-FILE.
           WRITE SHOBUN-PRT-REC.
           MOVE SHOBUN-GATE-LINE TO SHOBUN-PRT-REC.
           WRITE SHOBUN-PRT-REC.
           ADD 2 TO LINE-CNT.

      *>   解除したときは公表版を凍結する。
           IF MISHOBUN-CNT = 0 AND TAISHO-NEN > 0 THEN
              PERFORM FREEZE-HAN
           END-IF.

           MOVE JURI-CNT TO TRL-JURI.
           MOVE SASHIMODOSHI-CNT TO TRL-SASHI.
           DISPLAY "差戻件数：" SASHIMODOSHI-CNT "件".
           DISPLAY "不正カード件数：" FUSEI-CNT "件".
           DISPLAY "未処分警報件数：" MISHOBUN-CNT "件".
           DISPLAY "ゲート対象年度：" TAISHO-NEN "年".
           DISPLAY "凍結した公表版：" HAN-CNT "版".
           DISPLAY "改定件数：" KAITEI-CNT "件".

      *>   未処分が残る間は4を返し、公表工程の保留を継続させる。
           IF MISHOBUN-CNT > 0 THEN
       LOAD-ALERT-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-TAISHO-NEN
      *    RESULT-SEQを1パスで読み、最新のR-NENをゲートの対象年度
      *    として控える（ZINKOKANSHIのSAISHIN-NENと同じ決め方）。
      *    ファイルが無い場合は0のままとする。あわせて、公表版の
      *    凍結のために現れた年度の一覧を作る。
      ******************************************************************
       FIND-TAISHO-NEN.
           MOVE 0 TO TAISHO-NEN.
           OPEN INPUT RESULT-FILE.
           IF F-STATUS7 = "35" THEN
              MOVE "10" TO F-STATUS7
           ELSE IF F-STATUS7 <> "00" THEN
              DISPLAY "結果ファイルOPENエラー：" F-STATUS7
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              PERFORM UNTIL F-STATUS7 <> "00"
                 READ RESULT-FILE NEXT
                 IF F-STATUS7 = "00" THEN
                    IF R-NEN > TAISHO-NEN THEN
                       MOVE R-NEN TO TAISHO-NEN
                    END-IF
                    PERFORM ADD-NEN-TABLE
                 ELSE IF F-STATUS7 <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS7
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE RESULT-FILE
           END-IF
           END-IF.
       FIND-TAISHO-NEN-EXIT.
           EXIT.

       ADD-NEN-TABLE.
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
           END-IF.
       ADD-NEN-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-ALERT-STS
      *    処分状況ファイルをI-Oで開く。初回実行でファイルが存在
      *    しない（"35"）場合だけOUTPUTで新規に作成してから開き
           END-IF.
           IF SHOBUN-REASON = SPACES AND
              P-ITEM NOT = "P" AND P-ITEM NOT = "D" AND
              P-ITEM NOT = "A" AND P-ITEM NOT = "K"
              MOVE "項目が不正" TO SHOBUN-REASON
           END-IF.
           IF SHOBUN-REASON = SPACES AND
           MOVE GATE-OPERATOR TO G-OPERATOR.
           MOVE AL-COUNT TO G-ALERT-CNT.
           MOVE MISHOBUN-CNT TO G-OPEN-CNT.
           MOVE TAISHO-NEN TO G-NEN.
           WRITE GATE-REC.

           CLOSE GATE-FILE.
       WRITE-GATE-STS-EXIT.
           EXIT.
      ******************************************************************
      *  FREEZE-HAN
      *    解除を記録した実行で、RESULT-SEQの年度ごとに公表版を凍結
      *    する。公表版・改定表は初回でファイルが無い（"35"）場合
      *    だけOUTPUTで新規に作成してから開き直す。
      ******************************************************************
       FREEZE-HAN.
           OPEN I-O HAN-FILE.
           IF F-STATUS8 = "35" THEN
              OPEN OUTPUT HAN-FILE
              CLOSE HAN-FILE
              OPEN I-O HAN-FILE
           END-IF.
           IF F-STATUS8 <> "00" THEN
              DISPLAY "公表版OPENエラー：" F-STATUS8
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN I-O KAITEI-FILE.
           IF F-STATUS9 = "35" THEN
              OPEN OUTPUT KAITEI-FILE
              CLOSE KAITEI-FILE
              OPEN I-O KAITEI-FILE
           END-IF.
           IF F-STATUS9 <> "00" THEN
              DISPLAY "改定表OPENエラー：" F-STATUS9
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           OPEN INPUT ALERT-STS-FILE.
           IF F-STATUS2 <> "00" THEN
              DISPLAY "処分状況OPENエラー：" F-STATUS2
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM VARYING YT-LIN FROM 1 BY 1
              UNTIL YT-LIN > YT-COUNT
              MOVE YT-NEN (YT-LIN) TO HAN-NEN
              PERFORM FREEZE-ONE-NEN THRU FREEZE-ONE-NEN-EXIT
           END-PERFORM.

           CLOSE HAN-FILE.
           CLOSE KAITEI-FILE.
           CLOSE ALERT-STS-FILE.
       FREEZE-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  FREEZE-ONE-NEN
      *    1年度（HAN-NEN）分の凍結。版の無い年度はゲートの対象年度
      *    のときだけ第1版を作る。版のある年度は最新の版と行ごとに
      *    比べ、行の増減か値の変更があれば次の番号の版を作る。
      ******************************************************************
       FREEZE-ONE-NEN.
           PERFORM FIND-LAST-HAN.
           IF OLD-HAN-NO = 0 AND HAN-NEN NOT = TAISHO-NEN THEN
              GO TO FREEZE-ONE-NEN-EXIT
           END-IF.
           IF OLD-HAN-NO >= 999 THEN
              DISPLAY "版番号あふれ：" HAN-NEN
              GO TO FREEZE-ONE-NEN-EXIT
           END-IF.

           PERFORM LOAD-NEW-ROWS.
           MOVE 0 TO OT-COUNT.
           MOVE 0 TO JT-COUNT.
           MOVE 0 TO NEN-KAITEI-CNT.
           COMPUTE NEW-HAN-NO = OLD-HAN-NO + 1.
           IF OLD-HAN-NO = 0 THEN
              MOVE "Y" TO HENKO-SW
           ELSE
              MOVE "N" TO HENKO-SW
              PERFORM LOAD-OLD-ROWS THRU LOAD-OLD-ROWS-EXIT
              PERFORM LOAD-JNL-TABLE THRU LOAD-JNL-TABLE-EXIT
              PERFORM COMPARE-HAN
           END-IF.

           MOVE HAN-NEN TO HNL-NEN.
           IF HENKO-ARI THEN
              PERFORM WRITE-NEW-HAN
              ADD 1 TO HAN-CNT
              MOVE NEW-HAN-NO TO HNL-HAN-NO
              MOVE "を凍結" TO HNL-JOKYO
              MOVE NT-COUNT TO HNL-KENSU
              MOVE NEN-KAITEI-CNT TO HNL-KAITEI
           ELSE
              MOVE OLD-HAN-NO TO HNL-HAN-NO
              MOVE "から変更なし" TO HNL-JOKYO
              MOVE OT-COUNT TO HNL-KENSU
              MOVE 0 TO HNL-KAITEI
           END-IF.
           PERFORM CHECK-PAGE.
           MOVE SHOBUN-HAN-LINE TO SHOBUN-PRT-REC.
           WRITE SHOBUN-PRT-REC.
           ADD 1 TO LINE-CNT.
       FREEZE-ONE-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-LAST-HAN
      *    版の見出し（コード空白）を第1版から順にランダムREADし、
      *    その年度の最新の版の番号と公表日時を控える。
      ******************************************************************
       FIND-LAST-HAN.
           MOVE 0 TO OLD-HAN-NO.
           MOVE 0 TO OLD-HAN-DATE.
           MOVE 0 TO OLD-HAN-TIME.
           MOVE "N" TO HAN-END-SW.
           PERFORM UNTIL HAN-END
              MOVE HAN-NEN TO HN-NEN
              COMPUTE HN-HAN-NO = OLD-HAN-NO + 1
              MOVE SPACES TO HN-CODE
              READ HAN-FILE
                 INVALID KEY
                    MOVE "Y" TO HAN-END-SW
                 NOT INVALID KEY
                    MOVE HN-HAN-NO TO OLD-HAN-NO
                    MOVE HN-DATE TO OLD-HAN-DATE
                    MOVE HN-TIME TO OLD-HAN-TIME
              END-READ
              IF OLD-HAN-NO >= 999 THEN
                 MOVE "Y" TO HAN-END-SW
              END-IF
           END-PERFORM.
       FIND-LAST-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-NEW-ROWS
      *    RESULT-SEQからその年度の行を取り込む。密度は人口÷面積
      *    （面積0なら0。ZINKOSHOKAIと同じ求め方）。可住地面積・
      *    可住地人口密度はRESULT-SEQの値をそのまま取る（外部提供の
      *    ZINKOTEIKYOがRESULT-SEQの値と突き合わせるため）。
      ******************************************************************
       LOAD-NEW-ROWS.
           MOVE 0 TO NT-COUNT.
           OPEN INPUT RESULT-FILE.
           IF F-STATUS7 <> "00" THEN
              DISPLAY "結果ファイルOPENエラー：" F-STATUS7
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           PERFORM UNTIL F-STATUS7 <> "00"
              READ RESULT-FILE NEXT
              IF F-STATUS7 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS7 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS7
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              IF R-NEN = HAN-NEN THEN
                 PERFORM ADD-NEW-ROW
              END-IF
           END-PERFORM.
           CLOSE RESULT-FILE.
       LOAD-NEW-ROWS-EXIT.
           EXIT.

       ADD-NEW-ROW.
           IF NT-COUNT >= ROW-MAX THEN
              DISPLAY "公表版の行表あふれ：" HAN-NEN
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           ADD 1 TO NT-COUNT.
           MOVE R-CODE TO NT-CODE (NT-COUNT).
           MOVE R-NAME-X TO NT-NAME-X (NT-COUNT).
           MOVE R-ZINKO TO NT-ZINKO (NT-COUNT).
           MOVE R-MENSEKI TO NT-MENSEKI (NT-COUNT).
           IF R-MENSEKI = 0 THEN
              MOVE 0 TO NT-MITSUDO (NT-COUNT)
           ELSE
              COMPUTE NT-MITSUDO (NT-COUNT) = R-ZINKO / R-MENSEKI
           END-IF.
           MOVE R-KAJU-MENSEKI TO NT-KAJU-MENSEKI (NT-COUNT).
           MOVE R-KAJU-MITSUDO TO NT-KAJU-MITSUDO (NT-COUNT).
       ADD-NEW-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-OLD-ROWS
      *    最新の版の行を、見出しの位置からSTARTして取り込む。
      ******************************************************************
       LOAD-OLD-ROWS.
           MOVE HAN-NEN TO HN-NEN.
           MOVE OLD-HAN-NO TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           START HAN-FILE KEY IS NOT < HN-KEY
              INVALID KEY
                 GO TO LOAD-OLD-ROWS-EXIT
           END-START.
           MOVE "00" TO F-STATUS8.
           PERFORM UNTIL F-STATUS8 <> "00"
              READ HAN-FILE NEXT
              IF F-STATUS8 = "00" THEN
                 IF HN-NEN = HAN-NEN AND HN-HAN-NO = OLD-HAN-NO THEN
                    IF HN-CODE NOT = SPACES THEN
                       PERFORM ADD-OLD-ROW
                    END-IF
                 ELSE
                    MOVE "10" TO F-STATUS8
                 END-IF
              END-IF
           END-PERFORM.
       LOAD-OLD-ROWS-EXIT.
           EXIT.

       ADD-OLD-ROW.
           IF OT-COUNT >= ROW-MAX THEN
              DISPLAY "公表版の行表あふれ：" HAN-NEN
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           ADD 1 TO OT-COUNT.
           MOVE HN-CODE TO OT-CODE (OT-COUNT).
           MOVE HN-NAME-X TO OT-NAME-X (OT-COUNT).
           MOVE HN-ZINKO TO OT-ZINKO (OT-COUNT).
           MOVE HN-MENSEKI TO OT-MENSEKI (OT-COUNT).
           MOVE HN-MITSUDO TO OT-MITSUDO (OT-COUNT).
           MOVE HN-KAJU-MENSEKI TO OT-KAJU-MENSEKI (OT-COUNT).
           MOVE HN-KAJU-MITSUDO TO OT-KAJU-MITSUDO (OT-COUNT).
           MOVE "N" TO OT-HIT (OT-COUNT).
       ADD-OLD-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-JNL-TABLE
      *    保守監査ジャーナルから、その年度の人口・面積・可住地
      *    面積の反映済の記録のうち最新の版の公表日時以後のものを
      *    取り込む。
      *    ジャーナルが無ければ0件とする。表があふれたときは、
      *    それ以後の記録を理由の候補にしない（凍結は続ける）。
      ******************************************************************
       LOAD-JNL-TABLE.
           MOVE "N" TO JT-OVER-SW.
           OPEN INPUT JOURNAL-FILE.
           IF F-STATUS10 = "35" THEN
              GO TO LOAD-JNL-TABLE-EXIT
           END-IF.
           IF F-STATUS10 <> "00" THEN
              DISPLAY "監査ジャーナルOPENエラー：" F-STATUS10
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           PERFORM UNTIL F-STATUS10 <> "00"
              READ JOURNAL-FILE NEXT
              IF F-STATUS10 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS10 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS10
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              PERFORM ADD-JNL-ROW THRU ADD-JNL-ROW-EXIT
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           IF JT-OVER THEN
              DISPLAY "保守記録表あふれ：" HAN-NEN
           END-IF.
       LOAD-JNL-TABLE-EXIT.
           EXIT.

       ADD-JNL-ROW.
           IF J-NEN NOT = HAN-NEN OR NOT J-APPLIED THEN
              GO TO ADD-JNL-ROW-EXIT
           END-IF.
           IF J-TARGET NOT = "Z" AND J-TARGET NOT = "M" AND
              J-TARGET NOT = "K"
              GO TO ADD-JNL-ROW-EXIT
           END-IF.
           IF J-DATE < OLD-HAN-DATE OR
              (J-DATE = OLD-HAN-DATE AND J-TIME < OLD-HAN-TIME)
              GO TO ADD-JNL-ROW-EXIT
           END-IF.
           IF JT-COUNT >= JT-MAX THEN
              MOVE "Y" TO JT-OVER-SW
              GO TO ADD-JNL-ROW-EXIT
           END-IF.
           ADD 1 TO JT-COUNT.
           MOVE J-CODE TO JT-CODE (JT-COUNT).
           MOVE J-TARGET TO JT-TARGET (JT-COUNT).
           MOVE J-DATE TO JT-DATE (JT-COUNT).
           MOVE J-OPERATOR TO JT-OPERATOR (JT-COUNT).
           MOVE J-CHECKER TO JT-CHECKER (JT-COUNT).
           MOVE J-SHONIN-NO TO JT-SHONIN-NO (JT-COUNT).
       ADD-JNL-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  COMPARE-HAN
      *    今回の行を最新の版の行とコードで突き合わせる。値の変わった
      *    項目と、今回の行から無くなった版の行を改定表に書く。前の
      *    版に無かった行は公表値の改定ではないので改定表には書か
      *    ないが、新しい版は作る。
      ******************************************************************
       COMPARE-HAN.
           PERFORM VARYING NT-LIN FROM 1 BY 1
              UNTIL NT-LIN > NT-COUNT
              PERFORM COMPARE-ONE-ROW THRU COMPARE-ONE-ROW-EXIT
           END-PERFORM.
           PERFORM VARYING OT-LIN FROM 1 BY 1
              UNTIL OT-LIN > OT-COUNT
              IF OT-HIT (OT-LIN) NOT = "Y" THEN
                 PERFORM WRITE-SAKUJO-KAITEI
              END-IF
           END-PERFORM.
       COMPARE-HAN-EXIT.
           EXIT.

       COMPARE-ONE-ROW.
           MOVE 0 TO OT-HIT-LIN.
           PERFORM VARYING OT-LIN FROM 1 BY 1
              UNTIL OT-LIN > OT-COUNT OR OT-HIT-LIN > 0
              IF OT-CODE (OT-LIN) = NT-CODE (NT-LIN) THEN
                 MOVE OT-LIN TO OT-HIT-LIN
              END-IF
           END-PERFORM.
           IF OT-HIT-LIN = 0 THEN
              MOVE "Y" TO HENKO-SW
              GO TO COMPARE-ONE-ROW-EXIT
           END-IF.

           MOVE "Y" TO OT-HIT (OT-HIT-LIN).
           MOVE NT-CODE (NT-LIN) TO KAITEI-CODE.
           MOVE NT-NAME-X (NT-LIN) TO KAITEI-NAME-X.
           MOVE "C" TO KAITEI-KUBUN.
           IF NT-ZINKO (NT-LIN) NOT = OT-ZINKO (OT-HIT-LIN) THEN
              MOVE "P" TO KAITEI-ITEM
              MOVE OT-ZINKO (OT-HIT-LIN) TO KAITEI-OLD-VALUE
              MOVE NT-ZINKO (NT-LIN) TO KAITEI-NEW-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
           IF NT-MENSEKI (NT-LIN) NOT = OT-MENSEKI (OT-HIT-LIN) THEN
              MOVE "A" TO KAITEI-ITEM
              MOVE OT-MENSEKI (OT-HIT-LIN) TO KAITEI-OLD-VALUE
              MOVE NT-MENSEKI (NT-LIN) TO KAITEI-NEW-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
           IF NT-MITSUDO (NT-LIN) NOT = OT-MITSUDO (OT-HIT-LIN) THEN
              MOVE "D" TO KAITEI-ITEM
              MOVE OT-MITSUDO (OT-HIT-LIN) TO KAITEI-OLD-VALUE
              MOVE NT-MITSUDO (NT-LIN) TO KAITEI-NEW-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
           IF NT-KAJU-MENSEKI (NT-LIN) NOT =
              OT-KAJU-MENSEKI (OT-HIT-LIN)
              MOVE "H" TO KAITEI-ITEM
              MOVE OT-KAJU-MENSEKI (OT-HIT-LIN) TO KAITEI-OLD-VALUE
              MOVE NT-KAJU-MENSEKI (NT-LIN) TO KAITEI-NEW-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
           IF NT-KAJU-MITSUDO (NT-LIN) NOT =
              OT-KAJU-MITSUDO (OT-HIT-LIN)
              MOVE "K" TO KAITEI-ITEM
              MOVE OT-KAJU-MITSUDO (OT-HIT-LIN) TO KAITEI-OLD-VALUE
              MOVE NT-KAJU-MITSUDO (NT-LIN) TO KAITEI-NEW-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
       COMPARE-ONE-ROW-EXIT.
           EXIT.

      *>   新しい版から無くなった行は、人口・面積・密度の3項目を
      *>   新しい値0の削除として改定表に書く。可住地面積・可住地
      *>   密度は、前の版で公表していた（0でない）ときだけ書く。
       WRITE-SAKUJO-KAITEI.
           MOVE OT-CODE (OT-LIN) TO KAITEI-CODE.
           MOVE OT-NAME-X (OT-LIN) TO KAITEI-NAME-X.
           MOVE "D" TO KAITEI-KUBUN.
           MOVE 0 TO KAITEI-NEW-VALUE.
           MOVE "P" TO KAITEI-ITEM.
           MOVE OT-ZINKO (OT-LIN) TO KAITEI-OLD-VALUE.
           PERFORM WRITE-KAITEI.
           MOVE "A" TO KAITEI-ITEM.
           MOVE OT-MENSEKI (OT-LIN) TO KAITEI-OLD-VALUE.
           PERFORM WRITE-KAITEI.
           MOVE "D" TO KAITEI-ITEM.
           MOVE OT-MITSUDO (OT-LIN) TO KAITEI-OLD-VALUE.
           PERFORM WRITE-KAITEI.
           IF OT-KAJU-MENSEKI (OT-LIN) NOT = 0 THEN
              MOVE "H" TO KAITEI-ITEM
              MOVE OT-KAJU-MENSEKI (OT-LIN) TO KAITEI-OLD-VALUE
              PERFORM WRITE-KAITEI
              MOVE "K" TO KAITEI-ITEM
              MOVE OT-KAJU-MITSUDO (OT-LIN) TO KAITEI-OLD-VALUE
              PERFORM WRITE-KAITEI
           END-IF.
       WRITE-SAKUJO-KAITEI-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-KAITEI
      *    改定1項目（KAITEI-＊）を理由とともに改定表へ書く。同じキーが
      *    既にある（前回の凍結が途中で止まった）ときは上書きする。
      ******************************************************************
       WRITE-KAITEI.
           MOVE "Y" TO HENKO-SW.
           MOVE HAN-NEN TO KI-NEN.
           MOVE NEW-HAN-NO TO KI-HAN-NO.
           MOVE KAITEI-CODE TO KI-CODE.
           MOVE KAITEI-ITEM TO KI-ITEM.
           MOVE KAITEI-NAME-X TO KI-NAME-X.
           MOVE KAITEI-KUBUN TO KI-KUBUN.
           MOVE OLD-HAN-NO TO KI-OLD-HAN-NO.
           MOVE KAITEI-OLD-VALUE TO KI-OLD-VALUE.
           MOVE KAITEI-NEW-VALUE TO KI-NEW-VALUE.
           PERFORM FIND-KAITEI-RIYU THRU FIND-KAITEI-RIYU-EXIT.
           WRITE KAITEI-REC
              INVALID KEY
                 REWRITE KAITEI-REC
           END-WRITE.
           ADD 1 TO NEN-KAITEI-CNT.
           ADD 1 TO KAITEI-CNT.
       WRITE-KAITEI-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-KAITEI-RIYU
      *    改定の理由を引く。同じコード・年度・項目の警報処分で、
      *    処分した今回値が新しい値と一致するものを優先し、無ければ
      *    取り込んだ保守の記録のうち項目に対応する最後の1件（人口は
      *    対象"Z"、面積は"M"、密度は"Z"か"M"、可住地面積は"K"、
      *    可住地密度は"Z"か"K"）とする。
      ******************************************************************
       FIND-KAITEI-RIYU.
           MOVE SPACES TO KI-RIYU-SHU.
           MOVE 0 TO KI-RIYU-DATE.
           MOVE SPACES TO KI-RIYU-OPERATOR.
           MOVE SPACES TO KI-RIYU-CHECKER.
           MOVE 0 TO KI-RIYU-NO.
           MOVE SPACES TO KI-RIYU.

           MOVE KAITEI-CODE TO AS-CODE.
           MOVE HAN-NEN TO AS-NEN.
           MOVE KAITEI-ITEM TO AS-ITEM.
           READ ALERT-STS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF AS-NEW-VALUE = KAITEI-NEW-VALUE THEN
                    MOVE "A" TO KI-RIYU-SHU
                    MOVE AS-DATE TO KI-RIYU-DATE
                    MOVE AS-OPERATOR TO KI-RIYU-OPERATOR
                    MOVE AS-RIYU TO KI-RIYU
                    GO TO FIND-KAITEI-RIYU-EXIT
                 END-IF
           END-READ.

           MOVE 0 TO JT-HIT.
           PERFORM VARYING JT-LIN FROM 1 BY 1
              UNTIL JT-LIN > JT-COUNT
              IF JT-CODE (JT-LIN) = KAITEI-CODE AND
                 ((KAITEI-ITEM = "D" AND JT-TARGET (JT-LIN) NOT = "K")
                  OR
                  (KAITEI-ITEM = "P" AND JT-TARGET (JT-LIN) = "Z") OR
                  (KAITEI-ITEM = "A" AND JT-TARGET (JT-LIN) = "M") OR
                  (KAITEI-ITEM = "H" AND JT-TARGET (JT-LIN) = "K") OR
                  (KAITEI-ITEM = "K" AND JT-TARGET (JT-LIN) NOT = "M"))
                 MOVE JT-LIN TO JT-HIT
              END-IF
           END-PERFORM.
           IF JT-HIT > 0 THEN
              MOVE "J" TO KI-RIYU-SHU
              MOVE JT-DATE (JT-HIT) TO KI-RIYU-DATE
              MOVE JT-OPERATOR (JT-HIT) TO KI-RIYU-OPERATOR
              MOVE JT-CHECKER (JT-HIT) TO KI-RIYU-CHECKER
              MOVE JT-SHONIN-NO (JT-HIT) TO KI-RIYU-NO
           END-IF.
       FIND-KAITEI-RIYU-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-NEW-HAN
      *    新しい版の行と見出しを書く。見出しは最後に書くので、途中
      *    で止まった版はFIND-LAST-HANから見えず、次の解除で同じ
      *    番号に上書きされる。
      ******************************************************************
       WRITE-NEW-HAN.
           PERFORM VARYING NT-LIN FROM 1 BY 1
              UNTIL NT-LIN > NT-COUNT
              MOVE HAN-NEN TO HN-NEN
              MOVE NEW-HAN-NO TO HN-HAN-NO
              MOVE NT-CODE (NT-LIN) TO HN-CODE
              MOVE NT-NAME-X (NT-LIN) TO HN-NAME-X
              MOVE NT-ZINKO (NT-LIN) TO HN-ZINKO
              MOVE NT-MENSEKI (NT-LIN) TO HN-MENSEKI
              MOVE NT-MITSUDO (NT-LIN) TO HN-MITSUDO
              MOVE NT-KAJU-MENSEKI (NT-LIN) TO HN-KAJU-MENSEKI
              MOVE NT-KAJU-MITSUDO (NT-LIN) TO HN-KAJU-MITSUDO
              WRITE HAN-REC
                 INVALID KEY
                    REWRITE HAN-REC
              END-WRITE
           END-PERFORM.

           MOVE HAN-NEN TO HN-NEN.
           MOVE NEW-HAN-NO TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           MOVE RUN-DATE TO HN-DATE.
           MOVE RUN-TIME TO HN-TIME.
           MOVE GATE-OPERATOR TO HN-OPERATOR.
           MOVE NT-COUNT TO HN-KENSU.
           MOVE NEN-KAITEI-CNT TO HN-KAITEI-CNT.
           WRITE HAN-REC
              INVALID KEY
                 REWRITE HAN-REC
           END-WRITE.
       WRITE-NEW-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-SHOBUN-DTL / PRINT-PAGE-HEAD / CHECK-PAGE
      *    処分明細の印字と頁制御。
      ******************************************************************
      *  WRITE-RUN-HIST
      *    実行履歴（RUN-HIST)にこのジョブの1件を追記する。初回で
      *    ファイルが無い（"35"）場合だけOUTPUTで新規に作成する。
      *    IN1＝処分カード読込、IN2＝警報件数、OUT1＝凍結した
      *    公表版、OUT2＝改定件数、CNT1＝受理、CNT2＝差戻、CNT3＝
      *    不正カード、CNT4＝未処分。
      ******************************************************************
       WRITE-RUN-HIST.
           OPEN EXTEND HIST-FILE.
           ACCEPT H-END-TIME FROM TIME.
           MOVE CARD-CNT TO H-IN-CNT1.
           MOVE AL-COUNT TO H-IN-CNT2.
           MOVE HAN-CNT TO H-OUT-CNT1.
           MOVE KAITEI-CNT TO H-OUT-CNT2.
           MOVE JURI-CNT TO H-CNT1.
           MOVE SASHIMODOSHI-CNT TO H-CNT2.
           MOVE FUSEI-CNT TO H-CNT3.
