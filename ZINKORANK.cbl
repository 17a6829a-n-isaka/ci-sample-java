      *    1桁目："T"＝都道府県グレインのみ（省略時）
      *            "S"＝市区町村グレインのみ
      *    2〜3桁目："S"のとき対象の都道府県コード（先頭2桁）
      *    4桁目："K"＝可住地面積当たりの人口密度で順位付け
      *            それ以外＝総面積当たりの人口密度（省略時）
      *  粒度を混ぜた順位付けは意味を成さないため、指定された
      *  グレイン以外の行はソート工程にRELEASEしない。
      *  可住地密度で順位付けるときは、可住地面積が未登録（RESULT-
      *  SEQのR-KAJU-MENSEKIが0）の行は順位に数えず、件数だけを
      *  トレーラーに示す（報告対象年度の決め方は総面積のときと
      *  変えない）。
      *
      *  RESULT-SEQは複数年度を保持するため、順位付けは報告対象
      *  年度（REPORT-NEN＝ソート入力の中で最も新しいR-NEN）の行
      *  だけで行う。年度を混ぜると同じコードが年度の数だけ順位を
      *  占めてしまい、頁見出しの「対象年度」ともZINKOSHOKAIの
      *  順位計算（当該年度内で数える）とも食い違う。
      *
      *  名称欄は各マスタのN(04)の略称では市区町村名が切れるため、
      *  団体コード・マスタ（DANTAI-IDX）の正式名称（全角20文字）
      *  を引いて印字する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
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
           03   RSW-NEN          PIC  9(04).
           03   RSW-ZINKO        PIC  9(08).
           03   RSW-MENSEKI      PIC  9(05).
           03   RSW-KAJU-MENSEKI PIC  9(06)V9(02).
      *>   順位付けの指標（総面積当たりまたは可住地面積当たりの
      *>   人口密度。RANK-SHIHYOで選ぶ）。
           03   RSW-DENSITY      PIC  9(08)V9(03).
       FD  RANK-SRT-FILE.
       01  RANK-SRT-REC.
           03   RS-NEN           PIC  9(04).
           03   RS-ZINKO         PIC  9(08).
           03   RS-MENSEKI       PIC  9(05).
           03   RS-KAJU-MENSEKI  PIC  9(06)V9(02).
           03   RS-DENSITY       PIC  9(08)V9(03).
       FD  RANK-PARAM-FILE.
       01  RANK-PARAM-REC           PIC  X(80).
       01  RANK-PRT-REC             PIC  X(132).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  DANTAI-FILE.
           COPY DANTAI.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
           88  TODOFUKEN-MODE                       VALUE "T".
           88  SHIKUCHOSON-MODE                     VALUE "S".
       01  RANK-PREF                PIC  X(02)      VALUE SPACES.
      *>   順位付けの指標。"K"＝可住地面積当たりの人口密度、それ
      *>   以外＝総面積当たりの人口密度。
       01  RANK-SHIHYO              PIC  X(01)      VALUE SPACE.
           88  KAJU-SHIHYO                          VALUE "K".
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
       01  F-STATUS6               PIC  XX.
      *>   実行履歴に記録する開始時刻と、順位付け対象として
      *>   RELEASEした件数。
       01  RUN-TIME                 PIC  9(08).
       01  REPORT-NEN               PIC  9(04)      VALUE 0.
      *>   印刷件数。最終トレーラーに示す。
       01  RANK-CNT                 PIC  9(05)      COMP  VALUE 0.
      *>   可住地密度の順位付けで、可住地面積が未登録のため順位に
      *>   数えなかった報告対象年度の行の件数。
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
           03   FILLER           PIC  X(09)      VALUE "対象：".
           03   HDM-TEXT         PIC  X(39).
           03   HDM-PREF         PIC  X(02).
           03   FILLER           PIC  X(12)      VALUE "　指標：".
           03   HDM-SHIHYO       PIC  X(36).
      *>   列見出し行。
       01  RANK-HD2.
           03   FILLER           PIC  X(08)      VALUE "  順位".
           03   FILLER           PIC  X(12)      VALUE " コード".
           03   FILLER           PIC  X(42)      VALUE "  名称".
           03   FILLER           PIC  X(09)      VALUE "  年度".
           03   FILLER           PIC  X(13)      VALUE
           "      人口".
      *>   面積・密度の見出し。可住地密度の順位付けでは置き換える。
           03   HD2-SHIHYO       PIC  X(36)      VALUE
           "    面積       人口密度".
      *>   明細行。
       01  RANK-DTL.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(06)      VALUE "位　".
           03   DTL-CODE         PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NAME         PIC  X(40).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NEN          PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   DTL-ZINKO        PIC  Z(7)9.
           03   FILLER           PIC  X(05)      VALUE "人".
           03   DTL-AREA.
                05   DTL-MENSEKI      PIC  Z(4)9.
                05   FILLER           PIC  X(27)      VALUE
                "平方キロメートル　".
      *>   可住地密度の順位付けでは、面積欄に可住地面積を小数2桁で
      *>   示す（単位の文字列は明細ごとに設定する）。
           03   DTL-KAJU-AREA  REDEFINES DTL-AREA.
                05   DTL-KAJU-MENSEKI PIC  Z(4)9.99.
                05   DTL-KAJU-TANI    PIC  X(24).
           03   DTL-DENSITY      PIC  Z(7)9.999.
      *>   最終トレーラー行。
       01  RANK-TRL.
           "　　　件数：".
           03   TRL-RANK-CNT     PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   可住地密度の順位付けのときだけ印字するトレーラー行。
       01  RANK-TRL-KAJU.
           03   FILLER           PIC  X(45)      VALUE SPACES.
           03   FILLER           PIC  X(30)      VALUE
           "　可住地面積なし：".
           03   TRL-KAJU-NASHI   PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
              INPUT PROCEDURE IS BUILD-SORT-RECS
              GIVING RANK-SRT-FILE.

           PERFORM OPEN-DANTAI-MASTER.
           PERFORM PRINT-RANK-RPT.
           PERFORM CLOSE-DANTAI-MASTER.
           PERFORM WRITE-RUN-HIST.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
      *  READ-RANK-PARAM
      *    RANK-PARAMの制御カード（1件）からモード・対象都道府県
      *    コード・指標を読み取る。ファイルが無い（"35"）・カードが
      *    無い・モードが不正のときは従来どおり都道府県モードとし、
      *    指標は"K"以外なら総面積当たりの人口密度とする。
      ******************************************************************
       READ-RANK-PARAM.
           OPEN INPUT RANK-PARAM-FILE.
              IF F-STATUS3 = "00" THEN
                 MOVE RANK-PARAM-REC (1:1) TO RANK-MODE
                 MOVE RANK-PARAM-REC (2:2) TO RANK-PREF
                 MOVE RANK-PARAM-REC (4:1) TO RANK-SHIHYO
              END-IF
              IF NOT SHIKUCHOSON-MODE THEN
                 MOVE "T" TO RANK-MODE
           MOVE R-NEN     TO RSW-NEN.
           MOVE R-ZINKO   TO RSW-ZINKO.
           MOVE R-MENSEKI TO RSW-MENSEKI.
           MOVE R-KAJU-MENSEKI TO RSW-KAJU-MENSEKI.
           IF KAJU-SHIHYO THEN
              MOVE R-KAJU-MITSUDO TO RSW-DENSITY
           ELSE
              COMPUTE RSW-DENSITY = R-ZINKO / R-MENSEKI
           END-IF.
           RELEASE RANK-SRT-SD-REC.
       RELEASE-RANK-REC-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-RANK-RPT
      *    密度降順に並んだRANK-SRT-FILEを読み、順位・県名・人口・
      *    面積・人口密度（可住地密度の順位付けでは可住地面積・
      *    可住地密度）の明細を印刷ファイル（RANK-RPT）へ書き出す。
      *    報告対象年度（REPORT-NEN。ソート完了時点で確定済み）
      *    以外の年度の行はここで読み飛ばし、単一年度の順位表に
      *    する。頁替えのたびに見出しを打ち直し、最後に件数の
           MOVE "00" TO F-STATUS2.
           MOVE 0 TO RANK-NO.
           MOVE 0 TO RANK-CNT.
           MOVE 0 TO KAJU-NASHI-CNT.
           MOVE 0 TO PAGE-NO.

           IF SHIKUCHOSON-MODE THEN
              MOVE "都道府県" TO HDM-TEXT
              MOVE SPACES TO HDM-PREF
           END-IF.
           IF KAJU-SHIHYO THEN
              MOVE "可住地面積当たり人口密度" TO HDM-SHIHYO
              MOVE "  可住地面積    可住地密度" TO HD2-SHIHYO
           ELSE
              MOVE "総面積当たり人口密度" TO HDM-SHIHYO
           END-IF.

           PERFORM PRINT-PAGE-HEAD.

              END-IF
              END-IF

      *>      報告対象年度以外の行は順位に数えず読み飛ばす。可住地
      *>      密度の順位付けでは、可住地面積が未登録の行も件数だけ
      *>      数えて読み飛ばす。
              IF RS-NEN = REPORT-NEN AND KAJU-SHIHYO AND
                 RS-KAJU-MENSEKI = 0
                 ADD 1 TO KAJU-NASHI-CNT
              ELSE IF RS-NEN = REPORT-NEN THEN
                 ADD 1 TO RANK-NO
                 ADD 1 TO RANK-CNT

                 MOVE RANK-NO TO DTL-RANK
                 MOVE RS-CODE TO DTL-CODE
                 MOVE RS-CODE TO SEISHIKI-CODE
                 MOVE RS-NAME-X TO SEISHIKI-NAME-X
                 PERFORM GET-SEISHIKI-NAME
                 MOVE SEISHIKI-NAME-X TO DTL-NAME
                 MOVE RS-NEN TO DTL-NEN
                 MOVE RS-ZINKO TO DTL-ZINKO
                 IF KAJU-SHIHYO THEN
                    MOVE RS-KAJU-MENSEKI TO DTL-KAJU-MENSEKI
                    MOVE "平方キロメートル" TO DTL-KAJU-TANI
                 ELSE
                    MOVE RS-MENSEKI TO DTL-MENSEKI
                 END-IF
                 MOVE RS-DENSITY TO DTL-DENSITY
                 PERFORM CHECK-PAGE
                 MOVE RANK-DTL TO RANK-PRT-REC
                 WRITE RANK-PRT-REC
                 ADD 1 TO LINE-CNT
              END-IF
              END-IF
           END-PERFORM.

           MOVE RANK-CNT TO TRL-RANK-CNT.
           WRITE RANK-PRT-REC.
           MOVE RANK-TRL TO RANK-PRT-REC.
           WRITE RANK-PRT-REC.
           IF KAJU-SHIHYO THEN
              MOVE KAJU-NASHI-CNT TO TRL-KAJU-NASHI
              MOVE RANK-TRL-KAJU TO RANK-PRT-REC
              WRITE RANK-PRT-REC
           END-IF.

           CLOSE RANK-SRT-FILE.
           CLOSE RANK-RPT-FILE.
       PRINT-RANK-RPT-EXIT.
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
      *    頁見出し（タイトル・実行日付・対象年度・頁番号・対象
      *    モード・列見出し）を印字する。CHECK-PAGEは行数が
           MOVE 0 TO H-IN-CNT2.
           MOVE RANK-CNT TO H-OUT-CNT1.
           MOVE 0 TO H-OUT-CNT2.
           MOVE KAJU-NASHI-CNT TO H-CNT1.
           MOVE 0 TO H-CNT2.
           MOVE 0 TO H-CNT3.
           MOVE 0 TO H-CNT4.
