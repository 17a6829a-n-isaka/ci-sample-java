      *  報告はSYSOUTのDISPLAYではなく132桁の印刷ファイル
      *  （SHUKEI-RPT）へ出力する。頁替えのたびに見出しを打ち直し、
      *  頁番号と実行日付・対象年度を頁見出しに示す。
      *
      *  市区町村名は各マスタのN(04)の略称では切れるため、団体
      *  コード・マスタ（DANTAI-IDX）の正式名称（全角20文字）を引いて
      *  印字する。小計・合計行の数値は明細の位置に揃える。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT SHUKEI-RPT-FILE  ASSIGN TO "SHUKEI-RPT"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS4.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   SSW-NEN          PIC  9(04).
           03   SSW-ZINKO        PIC  9(08).
           03   SSW-MENSEKI      PIC  9(05).
           03   SSW-KAJU-MENSEKI PIC  9(06)V9(02).
           03   SSW-KAJU-MITSUDO PIC  9(08)V9(03).
       FD  SHUKEI-SRT-FILE.
       01  SHUKEI-SRT-REC.
           03   SS-CODE          PIC  X(07).
           03   SS-NEN           PIC  9(04).
           03   SS-ZINKO         PIC  9(08).
           03   SS-MENSEKI       PIC  9(05).
           03   SS-KAJU-MENSEKI  PIC  9(06)V9(02).
           03   SS-KAJU-MITSUDO  PIC  9(08)V9(03).
       FD  SHUKEI-RPT-FILE.
       01  SHUKEI-PRT-REC           PIC  X(132).
       FD  DANTAI-FILE.
           COPY DANTAI.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
      *>   頁見出しに示す実行日付（西暦8桁）。
       01  RUN-DATE                 PIC  9(08).
      *>   制御ブレイク用の現在キー。CUR-NENが対象年度、CUR-PREFが
       01  SHORI-CNT                PIC  9(05)      COMP.
       01  JOGAI-CNT                PIC  9(05)      COMP.
       01  MITSUDO                  PIC  9(08)V9(03).
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   印刷頁制御。明細・合計行をPAGE-MAX行書くたびに改頁して
      *>   見出しを打ち直す。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
      *>   列見出し行。
       01  SHUKEI-HD2.
           03   FILLER           PIC  X(11)      VALUE "  コード".
           03   FILLER           PIC  X(50)      VALUE
                "   市区町村名".
           03   FILLER           PIC  X(14)      VALUE
                "        人口".
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-CODE         PIC  X(07).
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NAME         PIC  X(40).
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   DTL-ZINKO        PIC  Z(9)9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(09)      VALUE "県計（".
           03   PRF-CODE         PIC  X(02).
           03   FILLER           PIC  X(38)      VALUE "）　".
           03   PRF-ZINKO        PIC  Z(9)9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   PRF-MENSEKI      PIC  Z(6)9.
           03   PRF-MITSUDO      PIC  Z(7)9.999.
       01  SHUKEI-ZENKOKU-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(49)      VALUE "全国合計".
           03   ZEN-ZINKO        PIC  Z(9)9.
           03   FILLER           PIC  X(04)      VALUE SPACES.
           03   ZEN-MENSEKI      PIC  Z(6)9.
              USING RESULT-FILE
              GIVING SHUKEI-SRT-FILE.

           PERFORM OPEN-DANTAI-MASTER.
           PERFORM PRINT-SHUKEI-RPT.
           PERFORM CLOSE-DANTAI-MASTER.
       MAIN-EXT.
           GOBACK.
      ******************************************************************
           END-IF.

           MOVE SS-CODE TO DTL-CODE.
           MOVE SS-CODE TO SEISHIKI-CODE.
           MOVE SS-NAME-X TO SEISHIKI-NAME-X.
           PERFORM GET-SEISHIKI-NAME.
           MOVE SEISHIKI-NAME-X TO DTL-NAME.
           MOVE SS-ZINKO TO DTL-ZINKO.
           MOVE SS-MENSEKI TO DTL-MENSEKI.
           MOVE MITSUDO TO DTL-MITSUDO.
       PRINT-ZENKOKU-TOTAL-EXIT.
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
           IF F-STATUS4 = "00" THEN
              SET DANTAI-OPEN TO TRUE
           ELSE
              DISPLAY "団体コードマスタ無し："
                 F-STATUS4
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
