                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   MX-KEY
                                   FILE   STATUS  IS   F-STATUS2.
      *>   可住地面積マスタ（保守はZINKOMENT）。面積マスタと同じく
      *>   索引順に順読みして在メモリ表に取り込む。未作成（"35"）
      *>   でも処理は続け、可住地密度を0として出力する。
           SELECT KAJU-FILE      ASSIGN TO "KAJU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   KX-KEY
                                   FILE   STATUS  IS   F-STATUS4.
           SELECT RESULT-FILE      ASSIGN TO "RESULT-SEQ"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
           SELECT LOCK-PARAM-FILE  ASSIGN TO "LOCK-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS12.
      *>   都道府県別提出受付台帳。確定の印が付いた年度は47都道府県
      *>   すべての提出が完了していないと密度計算を行わない。
           SELECT TEISHUTSU-FILE   ASSIGN TO "TEISHUTSU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   TS-KEY
                                   FILE   STATUS  IS   F-STATUS14.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           COPY ZINKOIDX.
       FD  MENSEKI-FILE.
           COPY MENSIDX.
       FD  KAJU-FILE.
           COPY KAJUIDX.
       FD  RESULT-FILE.
           COPY RESUREC.
      *>   ZINKO-FILEとMENSEKI-FILEの突合漏れ（片側にしかコードが
      *>   RESULT-SEQ1件につきJSONオブジェクト1件、配列として
      *>   出力する。LINE SEQUENTIALの可変長テキストとして書く。
       FD  RESULT-JSON-FILE.
       01  RESULT-JSON-REC          PIC  X(200).
      *>   RESULT-SEQから今回実行分の年度を除いた残りを一時的に
      *>   退避するための並べ替え作業レコード。RESULT-RECと同じ
      *>   項目を持つ。
           03   RPW-NEN          PIC  9(04).
           03   RPW-ZINKO        PIC  9(08).
           03   RPW-MENSEKI      PIC  9(05).
           03   RPW-KAJU-MENSEKI PIC  9(06)V9(02).
           03   RPW-KAJU-MITSUDO PIC  9(08)V9(03).
       FD  EXC-STS-FILE.
           COPY EXCSTS.
       FD  RECON-RPT-FILE.
           COPY RUNLOCK.
       FD  LOCK-PARAM-FILE.
       01  LOCK-PARAM-REC           PIC  X(80).
       FD  TEISHUTSU-FILE.
           COPY TEISHUTU.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
      *>   付けない」ため、1件分書き出しを1件遅らせて持っておき、
      *>   次の要素が読めた時点でコンマ付きで確定させる
      *>   （先読み方式）。JSON-PENDING-LINEが直前に確定した要素。
       01  JSON-LINE                 PIC  X(200).
       01  JSON-PENDING-LINE         PIC  X(200)     VALUE SPACES.
       01  JSON-PEND-SW              PIC  X(01)      VALUE "N".
           88  JSON-HAS-PENDING                      VALUE "Y".
           88  JSON-NO-PENDING                       VALUE "N".
       01  JSON-ZINKO-OUT            PIC  X(16).
       01  JSON-MENSEKI-OUT          PIC  X(16).
       01  JSON-DENSITY-OUT          PIC  X(16).
       01  JSON-KAJU-MENSEKI-OUT     PIC  X(16).
       01  JSON-KAJU-DENSITY-OUT     PIC  X(16).
      *>   CSV出力行の編集用項目。数値項目はゼロサプレスした
      *>   表示形式に変換してからSTRINGで連結する。
       01  CSV-ZINKO-ED             PIC  Z(7)9.
       01  CSV-MENSEKI-ED           PIC  Z(4)9.
       01  CSV-DENSITY-ED           PIC  Z(7)9.999.
       01  CSV-KAJU-MENSEKI-ED      PIC  Z(5)9.99.
       01  CSV-KAJU-DENSITY-ED      PIC  Z(7)9.999.
       01  CSV-NEN-ED               PIC  9(04).
       01  ZIKOMITSUDO-DATA        PIC  9(08)V9(03).
      *>   全国平均人口密度の画面表示用の編集項目。Vは小数点の
       01  MT-SW                   PIC  X(01).
           88  MT-FOUND                             VALUE "Y".
           88  MT-NOTFOUND                          VALUE "N".
      *>   在メモリ可住地面積テーブル（MENSEKI-TABLEと同じ流儀）。
      *>   可住地面積はコード＋年度の完全一致で引き当て、見つから
      *>   ない・0の行は可住地面積・可住地密度とも0で出力する
      *>   （他年度の値で代用しない）。
       01  KT-COUNT                PIC  9(05)       COMP  VALUE 0.
       01  KAJU-TABLE.
           03   KT-ENTRY         OCCURS 1 TO 9999 TIMES
                                  DEPENDING ON KT-COUNT
                                  ASCENDING KEY IS KT-CODE KT-NEN
                                  INDEXED BY KT-IDX.
                05   KT-CODE          PIC  X(07).
                05   KT-NEN           PIC  9(04).
                05   KT-KAJU-MENSEKI  PIC  9(06)V9(02).
      *>   可住地面積が無いまま出力したRESULT-RECの件数。
       01  KAJU-NASHI-CNT           PIC  9(07)       COMP  VALUE 0.
      *>   突合漏れ件数（人口側のみ／面積側のみ）。突合不能の
      *>   都度、例外ファイルへ書き出したレコードの件数を集計し、
      *>   精査報告の件数行に使用する。
       01  F-STATUS11              PIC  XX.
       01  F-STATUS12              PIC  XX.
       01  F-STATUS13              PIC  XX.
       01  F-STATUS14              PIC  XX.
      *>   提出完了の判定作業項目。KEN-NOで47都道府県を順に回し、
      *>   確定年度かどうか（NEN-KAKUTEI）と未完了の県数を数える。
       01  KEN-NO                   PIC  9(02)      COMP.
       01  KEN-NO-ED                PIC  9(02).
       01  KAKUTEI-SW               PIC  X(01)      VALUE "N".
           88  NEN-KAKUTEI                          VALUE "Y".
       01  MIKANRYO-CNT             PIC  9(02)      COMP  VALUE 0.
       01  MIKANRYO-LIST            PIC  X(141)     VALUE SPACES.
      *>   今夜の突合漏れ（EXCEPTION-SEQ）の在メモリ表。突合漏れ
      *>   追跡（EXC-STS）との照合に使う。ET-DONEは追跡側に既存
      *>   レコードがあった印（無ければ新規登録する）。
           ACCEPT RUN-TIME FROM TIME.
           PERFORM CLAIM-RUN-LOCK.
           PERFORM LOAD-MENSEKI-TABLE.
           PERFORM LOAD-KAJU-TABLE THRU LOAD-KAJU-TABLE-EXIT.
           PERFORM READ-CHECKPOINT.
           PERFORM PEEK-RUN-NEN.
           PERFORM CHECK-SUBMISSION-GATE
              THRU CHECK-SUBMISSION-GATE-EXIT.

      *>   確定年度なのに提出が揃っていない県があるときは、RESULT-
      *>   SEQの同年度分を入れ替える前に止める（不完全な確定値を
      *>   公表側へ流さない）。異常終了ではないのでロックは解放し、
      *>   RC=8でJCL側の後続を止める。
           IF NEN-KAKUTEI AND MIKANRYO-CNT > 0 THEN
              DISPLAY "***** 確定年度の提出未完了 *****"
              DISPLAY "年度：" RUN-NEN "年　未完了："
                 MIKANRYO-CNT "県"
              DISPLAY "未完了の県：" MIKANRYO-LIST
              DISPLAY "密度計算を行いません（督促一覧は"
                 "ZINKOTOKUSOKU）"
              MOVE 8 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              PERFORM RELEASE-RUN-LOCK THRU RELEASE-RUN-LOCK-EXIT
              GOBACK
           END-IF.

           OPEN INPUT  ZINKO-FILE.
      *>   RESULT-FILEはR-CODE＋R-NENの組で一意となるため、毎回
                    MOVE ZX-NEN TO R-NEN
                    MOVE ZX-ZINKO TO R-ZINKO
                    MOVE MT-MENSEKI (MT-IDX) TO R-MENSEKI
                    PERFORM SET-KAJU-DATA

                    WRITE RESULT-REC
                    ADD 1 TO RESULT-OUT-CNT
           MOVE 0 TO TOTAL-MENSEKI.
           SET JSON-NO-PENDING TO TRUE.

           MOVE SPACES TO RESULT-CSV-REC.
           STRING "CODE,NAME,YEAR,POPULATION,AREA,DENSITY,"
                     DELIMITED BY SIZE
                  "HABITABLE_AREA,HABITABLE_DENSITY"
                     DELIMITED BY SIZE
              INTO RESULT-CSV-REC
           END-STRING.
           WRITE RESULT-CSV-REC.

           MOVE "[" TO RESULT-JSON-REC.
              MOVE R-MENSEKI TO CSV-MENSEKI-ED
              MOVE ZIKOMITSUDO-DATA TO CSV-DENSITY-ED
              MOVE R-NEN TO CSV-NEN-ED
              MOVE R-KAJU-MENSEKI TO CSV-KAJU-MENSEKI-ED
              MOVE R-KAJU-MITSUDO TO CSV-KAJU-DENSITY-ED

              DISPLAY "年度：" R-NEN "年"
              DISPLAY "県名：" R-NAME
              DISPLAY "人口密度：" CSV-DENSITY-ED
                 WITH NO ADVANCING
              DISPLAY "人／平方キロメートル"
              IF R-KAJU-MENSEKI = 0 THEN
                 DISPLAY "可住地面積：未登録"
              ELSE
                 DISPLAY "可住地面積：" CSV-KAJU-MENSEKI-ED
                    WITH NO ADVANCING
                 DISPLAY "平方キロメートル"
                 DISPLAY "可住地人口密度：" CSV-KAJU-DENSITY-ED
                    WITH NO ADVANCING
                 DISPLAY "人／平方キロメートル"
              END-IF

              MOVE SPACES TO RESULT-CSV-REC
              STRING R-CODE         DELIMITED BY SIZE
                     CSV-MENSEKI-ED DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     CSV-DENSITY-ED DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     CSV-KAJU-MENSEKI-ED DELIMITED BY SIZE
                     ","            DELIMITED BY SIZE
                     CSV-KAJU-DENSITY-ED DELIMITED BY SIZE
                  INTO RESULT-CSV-REC
              END-STRING
              WRITE RESULT-CSV-REC
              PERFORM TRIM-JSON-NUMBER
              MOVE JSON-NUM-OUT TO JSON-DENSITY-OUT

              MOVE SPACES TO JSON-NUM-SRC
              MOVE CSV-KAJU-MENSEKI-ED TO JSON-NUM-SRC
              PERFORM TRIM-JSON-NUMBER
              MOVE JSON-NUM-OUT TO JSON-KAJU-MENSEKI-OUT

              MOVE SPACES TO JSON-NUM-SRC
              MOVE CSV-KAJU-DENSITY-ED TO JSON-NUM-SRC
              PERFORM TRIM-JSON-NUMBER
              MOVE JSON-NUM-OUT TO JSON-KAJU-DENSITY-OUT

              MOVE SPACES TO JSON-LINE
              STRING '{"code":"'       DELIMITED BY SIZE
                     R-CODE             DELIMITED BY SIZE
                     JSON-MENSEKI-OUT   DELIMITED BY SPACE
                     ',"density":'     DELIMITED BY SIZE
                     JSON-DENSITY-OUT   DELIMITED BY SPACE
                     ',"habitable_area":'
                                       DELIMITED BY SIZE
                     JSON-KAJU-MENSEKI-OUT
                                       DELIMITED BY SPACE
                     ',"habitable_density":'
                                       DELIMITED BY SIZE
                     JSON-KAJU-DENSITY-OUT
                                       DELIMITED BY SPACE
                     '}'               DELIMITED BY SIZE
                  INTO JSON-LINE
              END-STRING
       LOAD-MENSEKI-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-KAJU-TABLE
      *    可住地面積マスタを索引順（コード・年度昇順）に順読みして
      *    一括してKAJU-TABLEに取り込む（LOAD-MENSEKI-TABLEと同じ
      *    流儀）。マスタが未作成（"35"）のときは0件として扱い、
      *    全行の可住地密度が0になる。
      ******************************************************************
       LOAD-KAJU-TABLE.
           MOVE 0 TO KT-COUNT.
           OPEN INPUT KAJU-FILE.
           IF F-STATUS4 = "35" THEN
              GO TO LOAD-KAJU-TABLE-EXIT
           END-IF.
           IF F-STATUS4 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS4
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM UNTIL F-STATUS4 <> "00"
              READ KAJU-FILE NEXT
              IF F-STATUS4 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS4 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS4
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO KT-COUNT
              MOVE KX-CODE         TO KT-CODE (KT-COUNT)
              MOVE KX-NEN          TO KT-NEN (KT-COUNT)
              MOVE KX-KAJU-MENSEKI TO KT-KAJU-MENSEKI (KT-COUNT)
           END-PERFORM.

           CLOSE KAJU-FILE.
       LOAD-KAJU-TABLE-EXIT.
           EXIT.
      ******************************************************************
      *  SET-KAJU-DATA
      *    書き出すRESULT-REC（R-CODE／R-NEN／R-ZINKO設定済み）の
      *    可住地面積をKAJU-TABLEから二分探索で引き当て、可住地
      *    面積当たりの人口密度を求める。見つからない・0のときは
      *    両方とも0とし、件数をKAJU-NASHI-CNTに数える。
      ******************************************************************
       SET-KAJU-DATA.
           MOVE 0 TO R-KAJU-MENSEKI.
           MOVE 0 TO R-KAJU-MITSUDO.
           IF KT-COUNT > 0 THEN
              SET KT-IDX TO 1
              SEARCH ALL KT-ENTRY
                 WHEN KT-CODE (KT-IDX) = R-CODE
                  AND KT-NEN  (KT-IDX) = R-NEN
                    MOVE KT-KAJU-MENSEKI (KT-IDX) TO R-KAJU-MENSEKI
              END-SEARCH
           END-IF.

           IF R-KAJU-MENSEKI = 0 THEN
              ADD 1 TO KAJU-NASHI-CNT
           ELSE
              COMPUTE R-KAJU-MITSUDO = R-ZINKO / R-KAJU-MENSEKI
           END-IF.
       SET-KAJU-DATA-EXIT.
           EXIT.
      ******************************************************************
      *  PEEK-RUN-NEN
      *    ZINKO-FILEの先頭レコードだけを読んでRUN-NENに基準年を
      *    控え、ファイルを閉じ直す（本処理のREAD ZINKO-FILEは
       PEEK-RUN-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-SUBMISSION-GATE
      *    都道府県別提出受付台帳から今回実行分の年度（RUN-NEN）の
      *    47都道府県を読み、どれか1県に確定の印が付いていれば確定
      *    年度とする。確定年度では提出が完了していない県（受付なし・
      *    県行なし・取込件数が予定件数未満。台帳に無い県を含む）を
      *    数え、県コードをMIKANRYO-LISTに並べる。台帳が存在しない
      *    （"35"）ときは確定の印も無いので何もしない。
      ******************************************************************
       CHECK-SUBMISSION-GATE.
           MOVE "N" TO KAKUTEI-SW.
           MOVE 0 TO MIKANRYO-CNT.
           MOVE SPACES TO MIKANRYO-LIST.
           IF RUN-NEN = 0 THEN
              GO TO CHECK-SUBMISSION-GATE-EXIT
           END-IF.

           OPEN INPUT TEISHUTSU-FILE.
           IF F-STATUS14 = "35" THEN
              GO TO CHECK-SUBMISSION-GATE-EXIT
           END-IF.
           IF F-STATUS14 <> "00" THEN
              DISPLAY "提出受付台帳OPENエラー：" F-STATUS14
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM VARYING KEN-NO FROM 1 BY 1 UNTIL KEN-NO > 47
              MOVE KEN-NO TO KEN-NO-ED
              MOVE KEN-NO-ED TO TS-KEN
              MOVE RUN-NEN TO TS-NEN
              READ TEISHUTSU-FILE
                 INVALID KEY
                    PERFORM ADD-MIKANRYO-KEN
                 NOT INVALID KEY
                    IF TS-KAKUTEI THEN
                       SET NEN-KAKUTEI TO TRUE
                    END-IF
                    IF TS-RECV-DATE = 0 OR
                       NOT TS-KEN-LOADED OR
                       TS-LOAD-CNT < TS-EXPECT-CNT
                       PERFORM ADD-MIKANRYO-KEN
                    END-IF
              END-READ
           END-PERFORM.

           CLOSE TEISHUTSU-FILE.
       CHECK-SUBMISSION-GATE-EXIT.
           EXIT.

      *>   未完了の県を1件数え、県コードを一覧の末尾に足す（1県
      *>   あたり3桁。47県すべてでも141桁に収まる）。
       ADD-MIKANRYO-KEN.
           ADD 1 TO MIKANRYO-CNT.
           MOVE KEN-NO-ED TO
              MIKANRYO-LIST (MIKANRYO-CNT * 3 - 2:2).
       ADD-MIKANRYO-KEN-EXIT.
           EXIT.
      ******************************************************************
      *  PURGE-PRIOR-YEAR-ROWS
      *    RESULT-SEQはR-CODE＋R-NENの組で一意という前提のため、
      *    今回実行分と同じ年度（RUN-NEN）の既存行がRESULT-SEQに
                 MOVE R-NEN     TO RPW-NEN
                 MOVE R-ZINKO   TO RPW-ZINKO
                 MOVE R-MENSEKI TO RPW-MENSEKI
                 MOVE R-KAJU-MENSEKI TO RPW-KAJU-MENSEKI
                 MOVE R-KAJU-MITSUDO TO RPW-KAJU-MITSUDO
                 RELEASE RESULT-PURGE-SD-REC
              END-IF
           END-PERFORM.
           MOVE CSV-OUT-CNT TO H-OUT-CNT2.
           MOVE EXC-Z-CNT TO H-CNT1.
           MOVE EXC-M-CNT TO H-CNT2.
           MOVE KAJU-NASHI-CNT TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
           MOVE SPACES TO H-OPERATOR.
