      *  してから比較する。これにより合併初年度が「前年なし」では
      *  なく旧団体合算との比較（合併引継）として1行で説明つきに
      *  印字される。
      *
      *  名称欄は各マスタのN(04)の略称では市区町村名が切れるため、
      *  団体コード・マスタ（DANTAI-IDX）の正式名称（全角20文字）
      *  を引いて印字する。
      *
      *  比較する密度は、任意の制御カード（HIKA-PARAM）の1桁目が
      *  "K"のとき可住地面積当たりの人口密度、それ以外（カードが
      *  無いときを含む）は従来どおり総面積当たりの人口密度とする。
      *  可住地密度の比較では、当年度・比較年度のどちらかの可住地
      *  面積が未登録（0）の行は増減を出さず「可住地面積なし」と
      *  印字する。合併合算の行は、構成団体のどれか一つでも可住地
      *  面積が未登録なら合算後も未登録として扱う。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                   ACCESS MODE    IS   SEQUENTIAL
                                   RECORD KEY     IS   GP-OLD-CODE
                                   FILE   STATUS  IS   F-STATUS5.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS6.
      *>   比較する密度を指定する制御カード（任意）。
           SELECT HIKA-PARAM-FILE  ASSIGN TO "HIKA-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS7.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   HSW-NEN          PIC  9(04).
           03   HSW-ZINKO        PIC  9(08).
           03   HSW-MENSEKI      PIC  9(05).
           03   HSW-KAJU-MENSEKI PIC  9(06)V9(02).
      *>   名寄せ（合併合算）で作った行の目印（"G"）。報告の
      *>   「合併引継」の印に使う。
           03   HSW-GAPPEI       PIC  X(01).
           03   HS-NEN           PIC  9(04).
           03   HS-ZINKO         PIC  9(08).
           03   HS-MENSEKI       PIC  9(05).
           03   HS-KAJU-MENSEKI  PIC  9(06)V9(02).
           03   HS-GAPPEI        PIC  X(01).
       FD  GAPPEI-IDX-FILE.
           COPY GAPPEI.
       01  HIKA-PRT-REC             PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  DANTAI-FILE.
           COPY DANTAI.
       FD  HIKA-PARAM-FILE.
       01  HIKA-PARAM-REC           PIC  X(80).
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  PREV-CODE                PIC  X(07)      VALUE SPACES.
       01  PREV-ZINKO               PIC  9(08).
       01  PREV-MENSEKI             PIC  9(05).
       01  PREV-KAJU-MENSEKI        PIC  9(06)V9(02).
       01  PREV-DENSITY             PIC  9(08)V9(03).
       01  PREV-NEN                 PIC  9(04).
       01  PREV-GAPPEI              PIC  X(01)      VALUE SPACE.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
      *>   比較する密度。"K"＝可住地面積当たりの人口密度、それ以外
      *>   ＝総面積当たりの人口密度。
       01  HIKA-SHIHYO              PIC  X(01)      VALUE SPACE.
           88  KAJU-SHIHYO                          VALUE "K".
      *>   合併コード移行参照の在メモリ表（索引順＝旧コード昇順に
      *>   一括ロードし、1行につき1回の二分探索で旧コードかを判定
      *>   する）。
                05   GS-NEN           PIC  9(04).
                05   GS-ZINKO         PIC  9(08).
                05   GS-MENSEKI       PIC  9(05).
                05   GS-KAJU-MENSEKI  PIC  9(06)V9(02).
      *>        構成団体に可住地面積が未登録の行があれば"Y"。
                05   GS-KAJU-NASHI    PIC  X(01).
       01  GS-LIN                  PIC  9(04)      COMP.
       01  GS-HIT                  PIC  9(04)      COMP.
      *>   名寄せ判定の結果。ACCUM-CODEは積み上げ先の新コード。
      *>   最終トレーラーに示す。
       01  HIKA-CNT                 PIC  9(05)      COMP  VALUE 0.
       01  SHONEN-CNT               PIC  9(05)      COMP  VALUE 0.
      *>   可住地密度の比較で、可住地面積が未登録のため増減を出さ
      *>   なかった件数。
       01  KAJU-NASHI-CNT           PIC  9(05)      COMP  VALUE 0.
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   印刷頁制御。明細をPAGE-MAX行書くたびに改頁して見出しを
      *>   打ち直す。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
      *>   列見出し行。
       01  HIKA-HD2.
           03   FILLER           PIC  X(12)      VALUE " コード".
           03   FILLER           PIC  X(42)      VALUE "  名称".
           03   FILLER           PIC  X(09)      VALUE "  年度".
           03   FILLER           PIC  X(12)      VALUE "  比較年".
           03   FILLER           PIC  X(16)      VALUE
           "    人口増減".
      *>   密度増減の見出し。可住地密度の比較では置き換える。
           03   HD2-DENSITY      PIC  X(24)      VALUE
           "      人口密度増減".
      *>   明細行（前年と比較できた行）。
       01  HIKA-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-CODE         PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NAME         PIC  X(40).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NEN          PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   FILLER           PIC  X(05)      VALUE "人".
           03   DTL-DENSITY-DELTA PIC -(7)9.999.
           03   DTL-GAPPEI       PIC  X(21).
      *>   明細行（比較対象の前年データが無い行。可住地密度の比較
      *>   で可住地面積が未登録の行にも使い、説明文を差し替える）。
       01  HIKA-DTL-NOPREV.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   NOP-CODE         PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   NOP-NAME         PIC  X(40).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   NOP-NEN          PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   NOP-TEXT         PIC  X(24).
      *>   最終トレーラー行。
       01  HIKA-TRL.
           03   FILLER           PIC  X(42)      VALUE
           "件　前年なし件数：".
           03   TRL-SHONEN-CNT   PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   可住地密度の比較のときだけ印字するトレーラー行。
       01  HIKA-TRL-KAJU.
           03   FILLER           PIC  X(42)      VALUE SPACES.
           03   FILLER           PIC  X(27)      VALUE
           "　可住地面積なし：".
           03   TRL-KAJU-NASHI   PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM READ-HIKA-PARAM.
           PERFORM LOAD-GAPPEI-TABLE.

           SORT HIKA-SRT-WK
              INPUT PROCEDURE IS BUILD-SORT-RECS
              GIVING HIKA-SRT-FILE.

           PERFORM OPEN-DANTAI-MASTER.
           PERFORM PRINT-HIKA-RPT.
           PERFORM CLOSE-DANTAI-MASTER.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
                 MOVE R-NEN     TO HSW-NEN
                 MOVE R-ZINKO   TO HSW-ZINKO
                 MOVE R-MENSEKI TO HSW-MENSEKI
                 MOVE R-KAJU-MENSEKI TO HSW-KAJU-MENSEKI
                 MOVE SPACE     TO HSW-GAPPEI
                 RELEASE HIKA-SRT-SD-REC
              END-IF
       BUILD-SORT-RECS-EXIT.
           EXIT.
      ******************************************************************
      *  READ-HIKA-PARAM
      *    HIKA-PARAMの制御カード（1件）から比較する密度を読み取る。
      *    ファイルが無い（"35"）・カードが無いときは総面積当たりの
      *    人口密度で比較する。
      ******************************************************************
       READ-HIKA-PARAM.
           MOVE SPACE TO HIKA-SHIHYO.
           OPEN INPUT HIKA-PARAM-FILE.
           IF F-STATUS7 = "35" THEN
              NEXT SENTENCE
           ELSE IF F-STATUS7 <> "00" THEN
              DISPLAY "OPEN ERROR:" F-STATUS7
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              READ HIKA-PARAM-FILE NEXT
              IF F-STATUS7 = "00" THEN
                 MOVE HIKA-PARAM-REC (1:1) TO HIKA-SHIHYO
              END-IF
              CLOSE HIKA-PARAM-FILE
           END-IF
           END-IF.
       READ-HIKA-PARAM-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-GAPPEI-TABLE
      *    コード移行参照を索引順（＝旧コード昇順）に一括して在
      *    メモリ表に取り込む。ファイルが無い（合併の登録が無い）
              MOVE R-NEN TO GS-NEN (GS-HIT)
              MOVE 0 TO GS-ZINKO (GS-HIT)
              MOVE 0 TO GS-MENSEKI (GS-HIT)
              MOVE 0 TO GS-KAJU-MENSEKI (GS-HIT)
              MOVE "N" TO GS-KAJU-NASHI (GS-HIT)
           END-IF.

           ADD R-ZINKO TO GS-ZINKO (GS-HIT).
           ADD R-MENSEKI TO GS-MENSEKI (GS-HIT).
           ADD R-KAJU-MENSEKI TO GS-KAJU-MENSEKI (GS-HIT).
           IF R-KAJU-MENSEKI = 0 THEN
              MOVE "Y" TO GS-KAJU-NASHI (GS-HIT)
           END-IF.
           IF R-CODE = ACCUM-CODE THEN
              MOVE R-NAME TO GS-NAME (GS-HIT)
           END-IF.
              MOVE GS-NEN (GS-LIN) TO HSW-NEN
              MOVE GS-ZINKO (GS-LIN) TO HSW-ZINKO
              MOVE GS-MENSEKI (GS-LIN) TO HSW-MENSEKI
              IF GS-KAJU-NASHI (GS-LIN) = "Y" THEN
                 MOVE 0 TO HSW-KAJU-MENSEKI
              ELSE
                 MOVE GS-KAJU-MENSEKI (GS-LIN) TO HSW-KAJU-MENSEKI
              END-IF
              MOVE "G" TO HSW-GAPPEI
              RELEASE HIKA-SRT-SD-REC
           END-PERFORM.
      *    増減を印刷ファイル（HIKA-RPT）へ書き出す。県コードが
      *    変わった最初の年度は比較対象がないため「前年データなし」
      *    と印字する。頁替えのたびに見出しを打ち直し、最後に件数の
      *    トレーラーを出力する。可住地密度の比較では、密度を可住地
      *    面積から求め、当年度・比較年度のどちらかの可住地面積が
      *    未登録なら「可住地面積なし」と印字する。
      ******************************************************************
       PRINT-HIKA-RPT.
           OPEN INPUT HIKA-SRT-FILE.
           MOVE SPACES TO PREV-CODE.
           MOVE 0 TO HIKA-CNT.
           MOVE 0 TO SHONEN-CNT.
           MOVE 0 TO KAJU-NASHI-CNT.
           MOVE 0 TO PAGE-NO.
           IF KAJU-SHIHYO THEN
              MOVE "      可住地密度増減" TO HD2-DENSITY
           END-IF.

           PERFORM PRINT-PAGE-HEAD.

              END-IF
              END-IF

              IF NOT KAJU-SHIHYO THEN
                 COMPUTE CUR-DENSITY = HS-ZINKO / HS-MENSEKI
              ELSE IF HS-KAJU-MENSEKI > 0 THEN
                 COMPUTE CUR-DENSITY = HS-ZINKO / HS-KAJU-MENSEKI
              ELSE
                 MOVE 0 TO CUR-DENSITY
              END-IF
              END-IF

              MOVE HS-CODE TO SEISHIKI-CODE
              MOVE HS-NAME-X TO SEISHIKI-NAME-X
              PERFORM GET-SEISHIKI-NAME

              PERFORM CHECK-PAGE
              IF HAVE-PREV AND PREV-CODE = HS-CODE AND KAJU-SHIHYO
                 AND (HS-KAJU-MENSEKI = 0 OR PREV-KAJU-MENSEKI = 0)
                 MOVE HS-CODE TO NOP-CODE
                 MOVE SEISHIKI-NAME-X TO NOP-NAME
                 MOVE HS-NEN TO NOP-NEN
                 MOVE "　可住地面積なし" TO NOP-TEXT
                 MOVE HIKA-DTL-NOPREV TO HIKA-PRT-REC
                 WRITE HIKA-PRT-REC
                 ADD 1 TO KAJU-NASHI-CNT
              ELSE IF HAVE-PREV AND PREV-CODE = HS-CODE THEN
                 COMPUTE ZINKO-DELTA = HS-ZINKO - PREV-ZINKO
                 COMPUTE DENSITY-DELTA = CUR-DENSITY - PREV-DENSITY
                 MOVE HS-CODE TO DTL-CODE
                 MOVE SEISHIKI-NAME-X TO DTL-NAME
                 MOVE HS-NEN TO DTL-NEN
                 MOVE PREV-NEN TO DTL-PREV-NEN
                 MOVE ZINKO-DELTA TO DTL-ZINKO-DELTA
                 ADD 1 TO HIKA-CNT
              ELSE
                 MOVE HS-CODE TO NOP-CODE
                 MOVE SEISHIKI-NAME-X TO NOP-NAME
                 MOVE HS-NEN TO NOP-NEN
                 MOVE "　前年データなし" TO NOP-TEXT
                 MOVE HIKA-DTL-NOPREV TO HIKA-PRT-REC
                 WRITE HIKA-PRT-REC
                 ADD 1 TO SHONEN-CNT
              END-IF
              END-IF
              ADD 1 TO LINE-CNT

              MOVE HS-CODE TO PREV-CODE
              MOVE HS-NEN TO PREV-NEN
              MOVE HS-ZINKO TO PREV-ZINKO
              MOVE HS-MENSEKI TO PREV-MENSEKI
              MOVE HS-KAJU-MENSEKI TO PREV-KAJU-MENSEKI
              MOVE CUR-DENSITY TO PREV-DENSITY
              MOVE HS-GAPPEI TO PREV-GAPPEI
              SET HAVE-PREV TO TRUE
           WRITE HIKA-PRT-REC.
           MOVE HIKA-TRL TO HIKA-PRT-REC.
           WRITE HIKA-PRT-REC.
           IF KAJU-SHIHYO THEN
              MOVE KAJU-NASHI-CNT TO TRL-KAJU-NASHI
              MOVE HIKA-TRL-KAJU TO HIKA-PRT-REC
              WRITE HIKA-PRT-REC
           END-IF.

           CLOSE HIKA-SRT-FILE.
           CLOSE HIKA-RPT-FILE.
       PRINT-HIKA-RPT-EXIT.
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
      *    頁見出し（タイトル・実行日付・対象年度・頁番号・列見出し）
      *    を印字する。CHECK-PAGEは行数がPAGE-MAXに達していたら
           MOVE HIKA-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE SHONEN-CNT TO H-CNT1.
           MOVE KAJU-NASHI-CNT TO H-CNT2.
           MOVE 0 TO H-CNT3.
           MOVE 0 TO H-CNT4.
           MOVE RETURN-CODE TO H-RC.
