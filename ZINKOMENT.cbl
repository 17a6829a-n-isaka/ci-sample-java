      *  順に積んでいる途中は一致しないのが普通なので、棄却はせず
      *  警告にとどめる）。
      *
      *  人口密度を林野・湖沼を除いた可住地面積に対しても求める
      *  ため、可住地面積マスタ（KAJU-IDX。キーはZX-KEYと同じ体系）
      *  を追加し、同じ制御カードの流れ（対象"K"）で保守する。1枚の
      *  カードで項目番号（T-KAISOを流用。1＝総面積、2＝可住地、
      *  3＝林野、4＝主要湖沼）の1項目分を0.01平方キロメートル
      *  単位の整数（T-VALUE）で追加・変更する。適用のたびに可住地
      *  ＋林野＋主要湖沼が総面積と一致するかを照合し、不一致なら
      *  年齢階層側と同じく警告だけを表示する。
      *
      *  適用・棄却を問わず制御カード1件につき1件の監査ジャーナル
      *  （MAINT-JNL）を追記する。実行日時・オペレータID・アクション
      *  と、マスタ・レコードの変更前後の全項目を記録するため、
      *  「誰がいつどの値から何に変えたか」を後から照会できる
      *  （照会はZINKORIREKI）。
      *
      *  人口・面積のカードを適用した県（コードの上2桁）・年度に
      *  ついては、実行の最後に両マスタに揃っている行数を数え直し、
      *  都道府県別提出受付台帳（TEISHUTSU-IDX）の取込件数・県行の
      *  有無・取込日を更新する。台帳に無い県・年度（CSVを経ずに
      *  手書きのカードで持ち込まれた提出物）は、その日の受付として
      *  新規に作成する。
      *
      *  公表済の年度（公表ゲート状況GATE-STSに解除"R"の記録がある
      *  年度）を変えるカードは、監査の求めにより二人目の承認を要
      *  する。そうしたカードはマスタへ反映せず、変更前（その時点
      *  のマスタ値）と変更後（カードどおりの値）を並べて承認待ち
      *  変更ファイル（SHONIN-IDX）へ登録するだけとし、監査ジャー
      *  ナルにもまだ書かない。承認・却下は起票者以外の担当者が
      *  ZINKOSHONINで記録する。承認済（"A"）の変更は次回の本
      *  プログラムの実行の冒頭で、通常のカードと同じ適用処理に
      *  よってマスタへ反映し、承認者・承認番号つきで監査ジャー
      *  ナルに記録する。登録後にマスタ値が変わっていて変更前が
      *  一致しない変更は、古い値を前提にした承認なので反映せず
      *  反映不可（"F"）とする。追加・変更・削除の前提（追加なら
      *  レコードが無い、変更・削除ならある）を満たさないカードは
      *  承認待ちにせず、従来どおりその場で棄却する。
      *  年齢階層・可住地面積のレコードは追加1枚と階級・項目ごとの
      *  変更数枚で作るため、前提と変更前はマスタ値に同じキーの未
      *  反映の変更を承認番号順に重ねた値で判断し、反映も承認番号
      *  順に行う（先行の変更が承認待ちのうちは後続を保留する）。
      *
      *  追加・変更のカードのコードは団体コード・マスタ（DANTAI-
      *  IDX。保守はZINKOCDMNT）と照合し、未登録のコード、検査数字
      *  の誤り、カードの年度が団体の有効期間外のものは棄却する。
      *  削除のカードは、誤って登録されたコードの後始末にも使う
      *  ため照合しない。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   DX-KEY
                                   FILE   STATUS  IS   F-STATUS8.
           SELECT KAJU-IDX-FILE    ASSIGN TO "KAJU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   KX-KEY
                                   FILE   STATUS  IS   F-STATUS13.
      *>   保守監査ジャーナル。毎回OPEN EXTENDで追記し、過去の保守
      *>   実行分を累積する。
           SELECT JOURNAL-FILE     ASSIGN TO "MAINT-JNL"
           SELECT LOCK-PARAM-FILE  ASSIGN TO "LOCK-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS10.
      *>   都道府県別提出受付台帳。取込件数を実行の最後に更新する。
           SELECT TEISHUTSU-FILE   ASSIGN TO "TEISHUTSU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   TS-KEY
                                   FILE   STATUS  IS   F-STATUS3.
      *>   承認待ち変更ファイル。公表済年度のカードを登録し、承認済
      *>   の変更を反映する。
           SELECT SHONIN-FILE      ASSIGN TO "SHONIN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   SN-NO
                                   FILE   STATUS  IS   F-STATUS5.
      *>   公表ゲート状況。解除の記録がある年度を公表済年度とする。
           SELECT GATE-FILE        ASSIGN TO "GATE-STS"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS11.
      *>   団体コード・マスタ。コードの登録・検査数字・有効期間を
      *>   照合する。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS12.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
      *>   制御カード1件＝1件の追加／変更／削除指示。T-ACTIONは
      *>   "A"（追加）"C"（変更）"D"（削除）、T-TARGETは"Z"（人口側）
      *>   "M"（面積側）"D"（年齢階層別人口側）"K"（可住地面積側）を
      *>   表す。T-OPERATORはカードを起票した担当者のID。監査
      *>   ジャーナルにそのまま転記する。T-SEIBETSU（"M"＝男・"F"＝
      *>   女）とT-KAISO（階級番号01〜18）は対象"D"の追加・変更だけ
      *>   が使う。対象"K"の追加・変更ではT-KAISOが項目番号（01〜04）
      *>   を、T-VALUEが0.01平方キロメートル単位の面積を運ぶ。それ
      *>   以外のカードでは空白・ゼロでよい。
       FD  TRANS-FILE.
       01  TRANS-REC.
           03   T-ACTION         PIC  X(01).
           COPY MENSIDX.
       FD  DEMO-IDX-FILE.
           COPY DEMOIDX.
       FD  KAJU-IDX-FILE.
           COPY KAJUIDX.
       FD  JOURNAL-FILE.
           COPY MAINTJNL.
       FD  HIST-FILE.
           COPY RUNLOCK.
       FD  LOCK-PARAM-FILE.
       01  LOCK-PARAM-REC           PIC  X(80).
       FD  TEISHUTSU-FILE.
           COPY TEISHUTU.
       FD  SHONIN-FILE.
           COPY SHONIN.
       FD  GATE-FILE.
           COPY GATESTS.
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
       01  F-STATUS7               PIC  XX.
       01  F-STATUS8               PIC  XX.
       01  F-STATUS9               PIC  XX.
       01  F-STATUS10              PIC  XX.
       01  F-STATUS11              PIC  XX.
       01  F-STATUS12              PIC  XX.
       01  F-STATUS13              PIC  XX.
      *>   実行直列化ロックの作業項目。LOCK-HELDは解放漏れを防ぐ
      *>   ための「自分が取得した」印。FORCE-＊はLOCK-PARAMの強制
      *>   解除カードの内容。
       01  UPD-CNT                  PIC  9(05)       COMP.
       01  DEL-CNT                  PIC  9(05)       COMP.
       01  REJ-CNT                  PIC  9(05)       COMP.
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
      *>   年齢階層別人口マスタのクロスフット検算の作業項目。適用後
      *>   の男女・全階級の合計（BAND-SUM）を同一キーのZX-ZINKOと
      *>   照合し、不一致件数（DEMO-WARN-CNT）をトレーラーに示す。
       01  BAND-IDX                 PIC  9(02)       COMP.
       01  BAND-SUM                 PIC  9(10).
       01  DEMO-WARN-CNT            PIC  9(05)       COMP.
      *>   可住地面積マスタのクロスフット検算の作業項目。可住地＋
      *>   林野＋主要湖沼（KAJU-SUM）を同じレコードの総面積と照合
      *>   し、不一致件数（KAJU-WARN-CNT）をトレーラーに示す。
       01  KAJU-SUM                 PIC  9(07)V9(02).
       01  KAJU-WARN-CNT            PIC  9(05)       COMP.
      *>   人口・面積のカードを適用した県・年度の一覧（重複なし）。
      *>   実行の最後にこの県・年度だけ提出受付台帳の取込件数を数え
      *>   直す。SCAN-END-SWは県内の行を順読みするときの終了印。
       01  TK-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  TK-MAX                   PIC  9(04)      COMP  VALUE 500.
       01  TEISHUTSU-KEY-TABLE.
           03   TK-ENTRY         OCCURS 500 TIMES.
                05   TK-KEN           PIC  X(02).
                05   TK-NEN           PIC  9(04).
       01  TK-LIN                   PIC  9(04)      COMP.
       01  TK-HIT                   PIC  9(04)      COMP.
       01  SCAN-END-SW              PIC  X(01).
           88  SCAN-END                             VALUE "Y".
      *>   公表済年度の一覧（GATE-STSで解除された年度。重複なし）。
       01  KN-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  KN-MAX                   PIC  9(04)      COMP  VALUE 100.
       01  KOHYO-NEN-TABLE.
           03   KN-NEN           PIC  9(04)      OCCURS 100 TIMES.
       01  KN-LIN                   PIC  9(04)      COMP.
       01  KN-HIT                   PIC  9(04)      COMP.
      *>   カードを承認待ちに回すかどうかの判定結果。
       01  STAGE-SW                 PIC  X(01).
           88  STAGE-TXN                            VALUE "Y".
      *>   対象マスタの現在値（変更前イメージ）。承認待ちへの登録と
      *>   承認済変更の変更前照合に使う。
       01  CUR-EXIST                PIC  X(01).
       01  CUR-NAME                 PIC  N(04).
       01  CUR-NAME-X REDEFINES CUR-NAME
                                    PIC  X(08).
       01  CUR-VALUE                PIC  9(08).
      *>   承認番号の採番（既存の最大番号）。
       01  SHONIN-MAX-NO            PIC  9(07)      VALUE 0.
      *>   承認済変更を反映している間だけ設定する承認者・承認番号。
      *>   監査ジャーナルへ転記する。通常のカードでは空白・ゼロ。
       01  HANEI-CHECKER            PIC  X(08)      VALUE SPACES.
       01  HANEI-NO                 PIC  9(07)      VALUE 0.
      *>   承認関係の件数（承認待ち登録・承認済反映・反映不可）。
       01  STAGE-CNT                PIC  9(05)      COMP  VALUE 0.
       01  HANEI-CNT                PIC  9(05)      COMP  VALUE 0.
       01  HANEI-FUKA-CNT           PIC  9(05)      COMP  VALUE 0.
       01  HORYU-CNT                PIC  9(05)      COMP  VALUE 0.
      *>   まだマスタへ反映していない承認待ち変更の一覧（承認番号
      *>   順）。承認待ち（"P"）と、同じキーに先行の承認待ちがある
      *>   ため反映を保留した承認済（"A"）、今回登録したものを積む。
      *>   一つのキー（対象・コード・年度）は、追加1枚と項目ごとの
      *>   変更数枚（年齢階層の各階級、可住地面積の各項目）で作ら
      *>   れるので、後続のカードの変更前はマスタ値にこの一覧の先行
      *>   分を重ねた値とする。
       01  MH-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  MH-MAX                   PIC  9(04)      COMP  VALUE 2000.
       01  MIHANEI-TABLE.
           03   MH-ENTRY         OCCURS 2000 TIMES.
                05   MH-TARGET        PIC  X(01).
                05   MH-CODE          PIC  X(07).
                05   MH-NEN           PIC  9(04).
                05   MH-ACTION        PIC  X(01).
                05   MH-SEIBETSU      PIC  X(01).
                05   MH-KAISO         PIC  9(02).
                05   MH-AFT-NAME-X    PIC  X(08).
                05   MH-AFT-VALUE     PIC  9(08).
       01  MH-LIN                   PIC  9(04)      COMP.
       01  MIHANEI-SW               PIC  X(01).
           88  MIHANEI-ARI                          VALUE "Y".
       01  DOITSU-SW                PIC  X(01).
           88  DOITSU-KOMOKU                        VALUE "Y".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
           MOVE 0 TO DEL-CNT.
           MOVE 0 TO REJ-CNT.
           MOVE 0 TO DEMO-WARN-CNT.
           MOVE 0 TO KAJU-WARN-CNT.

           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME FROM TIME.

           PERFORM CLAIM-RUN-LOCK.
           PERFORM LOAD-KOHYO-NEN.
           PERFORM OPEN-JOURNAL.
           PERFORM OPEN-MASTERS.
           PERFORM OPEN-DANTAI-MASTER.
           PERFORM OPEN-SHONIN-FILE.
           PERFORM APPLY-TRANSACTIONS.
           PERFORM UPDATE-LOAD-COUNTS THRU UPDATE-LOAD-COUNTS-EXIT.
           CLOSE ZINKO-IDX-FILE.
           CLOSE MENSEKI-IDX-FILE.
           CLOSE DEMO-IDX-FILE.
           CLOSE KAJU-IDX-FILE.
           CLOSE SHONIN-FILE.
           CLOSE DANTAI-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM PRINT-MAINT-RPT.
           PERFORM WRITE-RUN-HIST.
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
      *>   可住地面積マスタも制御カードの"A"で最初から積み上げる
      *>   運用のため、年齢階層別人口マスタと同じ扱いとする。
           OPEN I-O KAJU-IDX-FILE.
           IF F-STATUS13 = "35" THEN
              OPEN OUTPUT KAJU-IDX-FILE
              CLOSE KAJU-IDX-FILE
              OPEN I-O KAJU-IDX-FILE
           END-IF.
           IF F-STATUS13 <> "00" THEN
              DISPLAY "可住地面積マスタOPENエラー："
                 F-STATUS13
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-MASTERS-EXIT.
           EXIT.
      ******************************************************************
      *  LOAD-KOHYO-NEN
      *    公表ゲート状況（GATE-STS）を全件読み、解除（"R"）の記録が
      *    ある年度を公表済年度の一覧に控える。ファイルが無い（ゲート
      *    が一度も実行されていない）場合は公表済年度なしとする。
      ******************************************************************
       LOAD-KOHYO-NEN.
           MOVE 0 TO KN-COUNT.
           OPEN INPUT GATE-FILE.
           IF F-STATUS11 = "35" THEN
              MOVE "10" TO F-STATUS11
           ELSE IF F-STATUS11 <> "00" THEN
              DISPLAY "ゲートOPENエラー：" F-STATUS11
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           ELSE
              PERFORM UNTIL F-STATUS11 <> "00"
                 READ GATE-FILE NEXT
                 IF F-STATUS11 = "00" THEN
                    IF GATE-RELEASED AND G-NEN > 0 THEN
                       PERFORM NOTE-KOHYO-NEN
                    END-IF
                 ELSE IF F-STATUS11 <> "10" THEN
                    DISPLAY "READ ERROR:" F-STATUS11
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 END-IF
              END-PERFORM

              CLOSE GATE-FILE
           END-IF
           END-IF.
       LOAD-KOHYO-NEN-EXIT.
           EXIT.

       NOTE-KOHYO-NEN.
           MOVE 0 TO KN-HIT.
           PERFORM VARYING KN-LIN FROM 1 BY 1
              UNTIL KN-LIN > KN-COUNT
              IF KN-NEN (KN-LIN) = G-NEN THEN
                 MOVE KN-LIN TO KN-HIT
              END-IF
           END-PERFORM.
           IF KN-HIT = 0 THEN
              IF KN-COUNT >= KN-MAX THEN
                 DISPLAY "公表済年度が100件を超過"
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO KN-COUNT
              MOVE G-NEN TO KN-NEN (KN-COUNT)
           END-IF.
       NOTE-KOHYO-NEN-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-SHONIN-FILE
      *    承認待ち変更ファイルをI-Oで開く。初回実行でファイルが
      *    存在しない（"35"）場合だけOUTPUTで新規に作成してから開き
      *    直す（DEMO-IDXと同じ扱い）。
      ******************************************************************
       OPEN-SHONIN-FILE.
           OPEN I-O SHONIN-FILE.
           IF F-STATUS5 = "35" THEN
              OPEN OUTPUT SHONIN-FILE
              CLOSE SHONIN-FILE
              OPEN I-O SHONIN-FILE
           END-IF.
           IF F-STATUS5 <> "00" THEN
              DISPLAY "承認待ちOPENエラー：" F-STATUS5
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-SHONIN-FILE-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-TRANSACTIONS
      *    TRANS-SEQを1件ずつ読み、簡易検査（コードが空白でない、
      *    値が数値であること）に通ったものだけをT-TARGETに応じて
      *    ZINKO-IDX／MENSEKI-IDXへ反映する。公表済年度のカードは
      *    反映せず承認待ちに登録する。カードを読む前に、承認済の
      *    変更をマスタへ反映しておく。
      ******************************************************************
       APPLY-TRANSACTIONS.
           OPEN INPUT TRANS-FILE.
           MOVE "00" TO F-STATUS.

           PERFORM APPLY-APPROVED-CHANGES.

           PERFORM UNTIL F-STATUS <> "00"
              READ TRANS-FILE NEXT
              IF F-STATUS = "10" THEN
                 END-IF
                 END-IF
              END-IF
      *>      可住地面積側の追加・変更も1枚＝1項目分のため、項目
      *>      番号が正しくないと反映先の決めようがない。値は
      *>      0.01平方キロメートル単位の整数で、T-VALUEの8桁が
      *>      そのままKX-KOMOKU-Hの8桁に収まる。
              IF T-TARGET = "K" AND T-ACTION NOT = "D" THEN
                 IF T-KAISO IS NOT NUMERIC THEN
                    MOVE "N" TO VALID-SW
                 ELSE IF T-KAISO < 1 OR T-KAISO > 4 THEN
                    MOVE "N" TO VALID-SW
                 END-IF
                 END-IF
              END-IF
      *>      追加・変更のコードは団体コード・マスタに登録があり、
      *>      カードの年度がその団体の有効期間内であること。
              IF VALID-TXN AND T-ACTION NOT = "D" THEN
                 MOVE T-CODE TO CHK-CODE
                 MOVE T-NEN TO CHK-NEN
                 PERFORM CHECK-DANTAI-CODE
                    THRU CHECK-DANTAI-CODE-EXIT
                 IF CHK-REASON NOT = SPACES THEN
                    DISPLAY "団体コード不備：" T-CODE " "
                            CHK-REASON
                    MOVE "N" TO VALID-SW
                 END-IF
              END-IF

              MOVE "N" TO STAGE-SW
              IF VALID-TXN THEN
                 PERFORM CHECK-STAGE-TXN THRU CHECK-STAGE-TXN-EXIT
              END-IF

              IF INVALID-TXN THEN
                 DISPLAY "不正な制御カード：" T-CODE
                 ADD 1 TO REJ-CNT
                 PERFORM SETUP-JNL-REC
                 PERFORM WRITE-JNL-REC
              ELSE IF STAGE-TXN THEN
                 PERFORM STAGE-PENDING-TXN
              ELSE IF T-TARGET = "Z" THEN
                 PERFORM APPLY-ZINKO-TXN
              ELSE IF T-TARGET = "M" THEN
                 PERFORM APPLY-MENSEKI-TXN
              ELSE IF T-TARGET = "D" THEN
                 PERFORM APPLY-DEMO-TXN
              ELSE IF T-TARGET = "K" THEN
                 PERFORM APPLY-KAJU-TXN
              ELSE
                 DISPLAY "不明な対象ファイル：" T-TARGET
                 ADD 1 TO REJ-CNT
              END-IF
              END-IF
              END-IF
              END-IF
              END-IF
           END-PERFORM.

           CLOSE TRANS-FILE.
       APPLY-TRANSACTIONS-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-APPROVED-CHANGES
      *    承認待ち変更ファイルを承認番号順に全件読み、承認済（"A"）
      *    の変更を反映する。あわせて既存の最大承認番号を控え、今回
      *    の承認待ち登録の採番に使う。
      *    同じキー（対象・コード・年度）の変更は承認番号順に積み
      *    重なる（追加のあとに各項目の変更が続く）ので、先行する
      *    変更がまだ承認待ちのキーの承認済変更は、順序を崩さない
      *    よう反映せず承認済のまま次回へ保留する。承認待ちと保留
      *    した変更は未反映の一覧（MH-＊）に積み、カードの変更前の
      *    算出に使う。先行の変更が却下・反映不可となったときは、
      *    後続の変更前がマスタと合わなくなり反映不可となる。
      ******************************************************************
       APPLY-APPROVED-CHANGES.
           MOVE 0 TO SHONIN-MAX-NO.
           MOVE "N" TO SCAN-END-SW.
           MOVE 0 TO SN-NO.
           START SHONIN-FILE KEY IS NOT < SN-NO
              INVALID KEY
                 SET SCAN-END TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END
              READ SHONIN-FILE NEXT
                 AT END
                    SET SCAN-END TO TRUE
              END-READ
              IF NOT SCAN-END THEN
                 IF F-STATUS5 <> "00" THEN
                    DISPLAY "READ ERROR:" F-STATUS5
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 MOVE SN-NO TO SHONIN-MAX-NO
                 IF SN-MACHI THEN
                    PERFORM NOTE-MIHANEI
                 ELSE IF SN-SHONIN THEN
                    PERFORM CHECK-SENKO-MACHI
                    IF MIHANEI-ARI THEN
                       DISPLAY "反映保留（先行あり）："
                          SN-NO
                       ADD 1 TO HORYU-CNT
                       PERFORM NOTE-MIHANEI
                    ELSE
                       PERFORM APPLY-ONE-APPROVED
                    END-IF
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
       APPLY-APPROVED-CHANGES-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-ONE-APPROVED
      *    承認済の変更1件を、カードの全項目をTRANS-RECへ戻して通常
      *    のカードと同じ適用処理でマスタへ反映する。反映前に現在の
      *    マスタ値が登録時の変更前と一致するかを照合し、一致しない
      *    （登録後に別の保守が入った）場合は反映せず、棄却として
      *    監査ジャーナルに記録する。照合相手の現在値は、同じキー
      *    の先行の変更（承認番号の若い追加や他の項目の変更）を
      *    この実行で反映したあとのマスタ値で、登録時の変更前も
      *    それら先行の変更を重ねた値で記録してある。
      ******************************************************************
       APPLY-ONE-APPROVED.
           MOVE SN-CARD TO TRANS-REC.
           MOVE SN-CHECKER TO HANEI-CHECKER.
           MOVE SN-NO TO HANEI-NO.
           PERFORM READ-CUR-IMAGE.
      *>   年齢階層・可住地面積側の削除はレコード全体の削除で、
      *>   READ-CUR-IMAGEは値を読まないので値は照合しない。人口・
      *>   面積側の削除は登録時のマスタ値を変更前に持つので照合
      *>   する。
           IF (T-TARGET = "D" OR T-TARGET = "K") AND
              T-ACTION = "D"
              MOVE SN-BEF-VALUE TO CUR-VALUE
           END-IF.

           IF CUR-EXIST NOT = SN-BEF-EXIST OR
              CUR-NAME-X NOT = SN-BEF-NAME-X OR
              CUR-VALUE NOT = SN-BEF-VALUE
              DISPLAY "反映不可（変更前不一致）："
                 SN-NO
              ADD 1 TO REJ-CNT
              PERFORM SETUP-JNL-REC
              IF T-TARGET = "D" THEN
                 MOVE T-SEIBETSU TO J-SEIBETSU
                 IF T-ACTION NOT = "D" THEN
                    MOVE T-KAISO TO J-KAISO
                 END-IF
              END-IF
              IF T-TARGET = "K" AND T-ACTION NOT = "D" THEN
                 MOVE T-KAISO TO J-KAISO
              END-IF
              MOVE CUR-EXIST TO J-BEF-EXIST
              MOVE CUR-NAME-X TO J-BEF-NAME-X
              MOVE CUR-VALUE TO J-BEF-VALUE
              PERFORM WRITE-JNL-REC
           ELSE IF T-TARGET = "Z" THEN
              PERFORM APPLY-ZINKO-TXN
           ELSE IF T-TARGET = "M" THEN
              PERFORM APPLY-MENSEKI-TXN
           ELSE IF T-TARGET = "K" THEN
              PERFORM APPLY-KAJU-TXN
           ELSE
              PERFORM APPLY-DEMO-TXN
           END-IF
           END-IF
           END-IF
           END-IF.

           IF J-APPLIED THEN
              SET SN-HANEI TO TRUE
              ADD 1 TO HANEI-CNT
           ELSE
              SET SN-HANEI-FUKA TO TRUE
              ADD 1 TO HANEI-FUKA-CNT
           END-IF.
           MOVE RUN-DATE TO SN-HANEI-DATE.
           REWRITE SHONIN-REC.
           IF F-STATUS5 <> "00" THEN
              DISPLAY "承認待ちREWRITEエラー：" F-STATUS5
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           MOVE SPACES TO HANEI-CHECKER.
           MOVE 0 TO HANEI-NO.
       APPLY-ONE-APPROVED-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER
      *    団体コード・マスタ（DANTAI-IDX。保守はZINKOCDMNT）を照会
      *    専用にINPUTで開く。マスタが無いとコードの検査ができない
      *    ので、異常終了してJCL側で止める。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS12 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                 F-STATUS12
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
       OPEN-DANTAI-MASTER-EXIT.
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
      *  CHECK-STAGE-TXN
      *    検査に通ったカードを承認待ちに回すかを判定する。年度が
      *    公表済で、かつそのままなら適用される（追加でレコードが
      *    無い、変更・削除でレコードがある）カードだけを回す。適用
      *    されないカードは従来の適用処理がその場で棄却する。
      *    レコードの有無と値は、マスタの現在値に同じキーの未反映
      *    の変更（承認待ち・保留中・この実行で登録したもの）を承認
      *    番号順に重ねたもので判定する。これにより、承認待ちの追加
      *    に続く項目ごとの変更カードも、その追加の変更後を変更前と
      *    して承認待ちに回る。未反映の変更があるキーで前提を満た
      *    さないカードは、マスタへ直接適用されないよう不正カード
      *    として棄却する。
      ******************************************************************
       CHECK-STAGE-TXN.
           IF T-TARGET NOT = "Z" AND T-TARGET NOT = "M" AND
              T-TARGET NOT = "D" AND T-TARGET NOT = "K"
              GO TO CHECK-STAGE-TXN-EXIT
           END-IF.

           MOVE 0 TO KN-HIT.
           PERFORM VARYING KN-LIN FROM 1 BY 1
              UNTIL KN-LIN > KN-COUNT
              IF KN-NEN (KN-LIN) = T-NEN THEN
                 MOVE KN-LIN TO KN-HIT
              END-IF
           END-PERFORM.
           IF KN-HIT = 0 THEN
              GO TO CHECK-STAGE-TXN-EXIT
           END-IF.

           PERFORM READ-CUR-IMAGE.
           PERFORM OVERLAY-MIHANEI.
           IF (T-ACTION = "A" AND CUR-EXIST = "N") OR
              (T-ACTION = "C" AND CUR-EXIST = "Y") OR
              (T-ACTION = "D" AND CUR-EXIST = "Y")
              SET STAGE-TXN TO TRUE
           ELSE IF MIHANEI-ARI THEN
              DISPLAY "承認待ちの変更と矛盾：" T-CODE " "
                 T-NEN "年"
              MOVE "N" TO VALID-SW
           END-IF
           END-IF.
       CHECK-STAGE-TXN-EXIT.
           EXIT.
      ******************************************************************
      *  OVERLAY-MIHANEI
      *    READ-CUR-IMAGEが読んだマスタの現在値（CUR-＊）に、カード
      *    と同じキーの未反映の変更を承認番号順に重ねる。追加は
      *    レコードを作り（他の階級・項目は0）、変更は名称と同じ
      *    階級・項目の値を替え、削除はレコードを消す。重ねた変更が
      *    1件でもあればMIHANEI-ARIとする。
      ******************************************************************
       OVERLAY-MIHANEI.
           MOVE "N" TO MIHANEI-SW.
           PERFORM VARYING MH-LIN FROM 1 BY 1
              UNTIL MH-LIN > MH-COUNT
              IF MH-TARGET (MH-LIN) = T-TARGET AND
                 MH-CODE (MH-LIN) = T-CODE AND
                 MH-NEN (MH-LIN) = T-NEN
                 SET MIHANEI-ARI TO TRUE
                 PERFORM OVERLAY-ONE-MIHANEI
              END-IF
           END-PERFORM.
       OVERLAY-MIHANEI-EXIT.
           EXIT.
      ******************************************************************
      *  OVERLAY-ONE-MIHANEI
      *    未反映の変更（MH-LIN番目）1件をCUR-＊に重ねる。人口・面積
      *    側は1レコード＝1値なので常に同じ項目、年齢階層側は男女
      *    区分と階級、可住地面積側は項目番号が一致するときだけ値を
      *    替える。年齢階層・可住地面積側の削除カードは階級・項目を
      *    持たず、READ-CUR-IMAGEと同じく値を見ない（0のまま）。
      ******************************************************************
       OVERLAY-ONE-MIHANEI.
           MOVE "N" TO DOITSU-SW.
           EVALUATE T-TARGET
              WHEN "D"
                 IF T-ACTION NOT = "D" AND
                    MH-SEIBETSU (MH-LIN) = T-SEIBETSU AND
                    MH-KAISO (MH-LIN) = T-KAISO
                    SET DOITSU-KOMOKU TO TRUE
                 END-IF
              WHEN "K"
                 IF T-ACTION NOT = "D" AND
                    MH-KAISO (MH-LIN) = T-KAISO
                    SET DOITSU-KOMOKU TO TRUE
                 END-IF
              WHEN OTHER
                 SET DOITSU-KOMOKU TO TRUE
           END-EVALUATE.

           EVALUATE MH-ACTION (MH-LIN)
              WHEN "A"
                 MOVE "Y" TO CUR-EXIST
                 MOVE MH-AFT-NAME-X (MH-LIN) TO CUR-NAME-X
                 IF DOITSU-KOMOKU THEN
                    MOVE MH-AFT-VALUE (MH-LIN) TO CUR-VALUE
                 ELSE
                    MOVE 0 TO CUR-VALUE
                 END-IF
              WHEN "C"
                 MOVE "Y" TO CUR-EXIST
                 MOVE MH-AFT-NAME-X (MH-LIN) TO CUR-NAME-X
                 IF DOITSU-KOMOKU THEN
                    MOVE MH-AFT-VALUE (MH-LIN) TO CUR-VALUE
                 END-IF
              WHEN "D"
                 MOVE "N" TO CUR-EXIST
                 MOVE SPACES TO CUR-NAME-X
                 MOVE 0 TO CUR-VALUE
           END-EVALUATE.
       OVERLAY-ONE-MIHANEI-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-SENKO-MACHI
      *    いま読んだ承認済変更（SN-＊）と同じキーの先行の変更が
      *    未反映の一覧にあるかを調べ、あればMIHANEI-ARIとする。
      ******************************************************************
       CHECK-SENKO-MACHI.
           MOVE "N" TO MIHANEI-SW.
           PERFORM VARYING MH-LIN FROM 1 BY 1
              UNTIL MH-LIN > MH-COUNT
              IF MH-TARGET (MH-LIN) = SN-TARGET AND
                 MH-CODE (MH-LIN) = SN-CODE AND
                 MH-NEN (MH-LIN) = SN-NEN
                 SET MIHANEI-ARI TO TRUE
              END-IF
           END-PERFORM.
       CHECK-SENKO-MACHI-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE-MIHANEI
      *    いまのSHONIN-RECを未反映の一覧の末尾に積む。
      ******************************************************************
       NOTE-MIHANEI.
           IF MH-COUNT >= MH-MAX THEN
              DISPLAY "未反映の変更が2000件を超過"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           ADD 1 TO MH-COUNT.
           MOVE SN-TARGET TO MH-TARGET (MH-COUNT).
           MOVE SN-CODE TO MH-CODE (MH-COUNT).
           MOVE SN-NEN TO MH-NEN (MH-COUNT).
           MOVE SN-ACTION TO MH-ACTION (MH-COUNT).
           MOVE SN-SEIBETSU TO MH-SEIBETSU (MH-COUNT).
           IF SN-ACTION NOT = "D" AND SN-KAISO IS NUMERIC THEN
              MOVE SN-KAISO TO MH-KAISO (MH-COUNT)
           ELSE
              MOVE 0 TO MH-KAISO (MH-COUNT)
           END-IF.
           MOVE SN-AFT-NAME-X TO MH-AFT-NAME-X (MH-COUNT).
           MOVE SN-AFT-VALUE TO MH-AFT-VALUE (MH-COUNT).
       NOTE-MIHANEI-EXIT.
           EXIT.
      ******************************************************************
      *  READ-CUR-IMAGE
      *    カード（T-＊）の対象マスタをコード＋年度でランダムREAD
      *    し、現在の有無・名称・値をCUR-＊に設定する。年齢階層側は
      *    カードの男女区分・階級の値、可住地面積側はカードの項目
      *    番号の値（0.01平方キロメートル単位）とする（削除は値を
      *    見ない）。
      ******************************************************************
       READ-CUR-IMAGE.
           MOVE "N" TO CUR-EXIST.
           MOVE SPACES TO CUR-NAME-X.
           MOVE 0 TO CUR-VALUE.

           EVALUATE T-TARGET
              WHEN "Z"
                 MOVE T-CODE TO ZX-CODE
                 MOVE T-NEN TO ZX-NEN
                 READ ZINKO-IDX-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO CUR-EXIST
                       MOVE ZX-NAME TO CUR-NAME
                       MOVE ZX-ZINKO TO CUR-VALUE
                 END-READ
              WHEN "M"
                 MOVE T-CODE TO MX-CODE
                 MOVE T-NEN TO MX-NEN
                 READ MENSEKI-IDX-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO CUR-EXIST
                       MOVE MX-NAME TO CUR-NAME
                       MOVE MX-MENSEKI TO CUR-VALUE
                 END-READ
              WHEN "D"
                 MOVE T-CODE TO DX-CODE
                 MOVE T-NEN TO DX-NEN
                 READ DEMO-IDX-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO CUR-EXIST
                       MOVE DX-NAME TO CUR-NAME
                       IF T-ACTION NOT = "D" THEN
                          IF T-SEIBETSU = "M" THEN
                             MOVE DX-DAN-BAND (T-KAISO)
                                TO CUR-VALUE
                          ELSE
                             MOVE DX-JO-BAND (T-KAISO)
                                TO CUR-VALUE
                          END-IF
                       END-IF
                 END-READ
              WHEN "K"
                 MOVE T-CODE TO KX-CODE
                 MOVE T-NEN TO KX-NEN
                 READ KAJU-IDX-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO CUR-EXIST
                       MOVE KX-NAME TO CUR-NAME
                       IF T-ACTION NOT = "D" THEN
                          MOVE KX-KOMOKU-H (T-KAISO)
                             TO CUR-VALUE
                       END-IF
                 END-READ
           END-EVALUATE.
       READ-CUR-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      *  STAGE-PENDING-TXN
      *    公表済年度のカードを承認待ち変更ファイルへ登録する。変更
      *    前はCHECK-STAGE-TXNが求めた現在値（未反映の先行の変更を
      *    重ねた値）、変更後はカードどおりに反映した場合の値（削除
      *    ならレコードなし）。マスタと監査ジャーナルには書かず、
      *    未反映の一覧に積んで後続のカードの変更前に使う。
      ******************************************************************
       STAGE-PENDING-TXN.
           IF SHONIN-MAX-NO >= 9999999 THEN
              DISPLAY "承認番号が上限に達した"
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.
           ADD 1 TO SHONIN-MAX-NO.

           MOVE SHONIN-MAX-NO TO SN-NO.
           SET SN-MACHI TO TRUE.
           MOVE RUN-DATE TO SN-REQ-DATE.
           MOVE RUN-TIME TO SN-REQ-TIME.
           MOVE TRANS-REC TO SN-CARD.
           MOVE CUR-EXIST TO SN-BEF-EXIST.
           MOVE CUR-NAME-X TO SN-BEF-NAME-X.
           MOVE CUR-VALUE TO SN-BEF-VALUE.
           IF T-ACTION = "D" THEN
              MOVE "N" TO SN-AFT-EXIST
              MOVE SPACES TO SN-AFT-NAME-X
              MOVE 0 TO SN-AFT-VALUE
           ELSE
              MOVE "Y" TO SN-AFT-EXIST
              MOVE T-NAME TO SN-AFT-NAME
              MOVE T-VALUE TO SN-AFT-VALUE
           END-IF.
           MOVE SPACES TO SN-CHECKER.
           MOVE 0 TO SN-KETTEI-DATE.
           MOVE 0 TO SN-KETTEI-TIME.
           MOVE SPACES TO SN-RIYU.
           MOVE 0 TO SN-HANEI-DATE.
           WRITE SHONIN-REC.
           IF F-STATUS5 <> "00" THEN
              DISPLAY "承認待ちWRITEエラー：" F-STATUS5
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM NOTE-MIHANEI.
           ADD 1 TO STAGE-CNT.
           DISPLAY "承認待ち登録：" SN-NO " " T-CODE " " T-NEN
              "年".
       STAGE-PENDING-TXN-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-ZINKO-TXN / APPLY-MENSEKI-TXN
      *    1件の制御カードをZINKO-IDX／MENSEKI-IDXへ反映する。
      *    コード＋年度のキーでランダムREADし、その結果（有無と
                 ADD 1 TO REJ-CNT
           END-EVALUATE.

           IF J-APPLIED THEN
              PERFORM NOTE-LOAD-KEY THRU NOTE-LOAD-KEY-EXIT
           END-IF.
           PERFORM WRITE-JNL-REC.
       APPLY-ZINKO-TXN-EXIT.
           EXIT.
                 ADD 1 TO REJ-CNT
           END-EVALUATE.

           IF J-APPLIED THEN
              PERFORM NOTE-LOAD-KEY THRU NOTE-LOAD-KEY-EXIT
           END-IF.
           PERFORM WRITE-JNL-REC.
       APPLY-MENSEKI-TXN-EXIT.
           EXIT.
       CHECK-DEMO-CROSSFOOT-EXIT.
           EXIT.
      ******************************************************************
      *  APPLY-KAJU-TXN
      *    1件の制御カードを可住地面積マスタ（KAJU-IDX）へ反映する。
      *    1枚のカードは項目番号（T-KAISO）の1項目分の値を0.01平方
      *    キロメートル単位で持つ。追加は当該キーのレコードを全項目
      *    ゼロで新規作成してから当該項目を設定し、変更は当該項目
      *    だけを書き換える。削除はレコード全体を削除する。監査
      *    ジャーナルには当該項目の変更前後の値と項目番号（J-KAISO）
      *    を記録する（APPLY-DEMO-TXNと同じ流儀）。適用後は可住地＋
      *    林野＋主要湖沼を総面積と照合するクロスフット検算を行う。
      ******************************************************************
       APPLY-KAJU-TXN.
           MOVE T-CODE TO KX-CODE.
           MOVE T-NEN TO KX-NEN.
           READ KAJU-IDX-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.

           PERFORM SETUP-JNL-REC.
           IF T-ACTION NOT = "D" THEN
              MOVE T-KAISO TO J-KAISO
           END-IF.
           IF REC-FOUND THEN
              MOVE "Y" TO J-BEF-EXIST
              MOVE KX-NAME TO J-BEF-NAME
              IF T-ACTION NOT = "D" THEN
                 MOVE KX-KOMOKU-H (T-KAISO) TO J-BEF-VALUE
              END-IF
           END-IF.

           EVALUATE TRUE
              WHEN T-ACTION = "A" AND REC-NOTFOUND
                 MOVE T-CODE TO KX-CODE
                 MOVE T-NEN  TO KX-NEN
                 MOVE T-NAME TO KX-NAME
                 PERFORM VARYING BAND-IDX FROM 1 BY 1
                    UNTIL BAND-IDX > 4
                    MOVE 0 TO KX-KOMOKU (BAND-IDX)
                 END-PERFORM
                 MOVE T-VALUE TO KX-KOMOKU-H (T-KAISO)
                 WRITE KAJU-IDX-REC
                 ADD 1 TO ADD-CNT
                 DISPLAY "可住地面積データ追加：" T-CODE
                 SET J-APPLIED TO TRUE
                 MOVE "Y" TO J-AFT-EXIST
                 MOVE T-NAME  TO J-AFT-NAME
                 MOVE T-VALUE TO J-AFT-VALUE
                 PERFORM CHECK-KAJU-CROSSFOOT
                    THRU CHECK-KAJU-CROSSFOOT-EXIT
              WHEN T-ACTION = "A" AND REC-FOUND
                 DISPLAY "可住地面積データ追加エラー："
                    T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "C" AND REC-FOUND
                 MOVE T-NAME TO KX-NAME
                 MOVE T-VALUE TO KX-KOMOKU-H (T-KAISO)
                 REWRITE KAJU-IDX-REC
                 ADD 1 TO UPD-CNT
                 DISPLAY "可住地面積データ変更：" T-CODE
                 SET J-APPLIED TO TRUE
                 MOVE "Y" TO J-AFT-EXIST
                 MOVE T-NAME  TO J-AFT-NAME
                 MOVE T-VALUE TO J-AFT-VALUE
                 PERFORM CHECK-KAJU-CROSSFOOT
                    THRU CHECK-KAJU-CROSSFOOT-EXIT
              WHEN T-ACTION = "C" AND REC-NOTFOUND
                 DISPLAY "可住地面積データ変更エラー："
                    T-CODE
                 ADD 1 TO REJ-CNT
              WHEN T-ACTION = "D" AND REC-FOUND
                 DELETE KAJU-IDX-FILE
                 ADD 1 TO DEL-CNT
                 DISPLAY "可住地面積データ削除：" T-CODE
                 SET J-APPLIED TO TRUE
              WHEN T-ACTION = "D" AND REC-NOTFOUND
                 DISPLAY "可住地面積データ削除エラー："
                    T-CODE
                 ADD 1 TO REJ-CNT
              WHEN OTHER
                 DISPLAY "可住地面積側不明アクション："
                    T-ACTION
                 ADD 1 TO REJ-CNT
           END-EVALUATE.

           PERFORM WRITE-JNL-REC.
       APPLY-KAJU-TXN-EXIT.
           EXIT.
      ******************************************************************
      *  CHECK-KAJU-CROSSFOOT
      *    適用後の可住地面積レコード（KX-＊）の可住地・林野・主要
      *    湖沼の合計を、同じレコードの総面積と照合する。項目を順に
      *    積んでいる途中は一致しないのが普通なので、不一致でも棄却
      *    はせず警告表示と件数集計にとどめる（年齢階層側と同じ）。
      *    総面積がまだ0（未投入）の間は照合しない。
      ******************************************************************
       CHECK-KAJU-CROSSFOOT.
           IF KX-SO-MENSEKI = 0 THEN
              GO TO CHECK-KAJU-CROSSFOOT-EXIT
           END-IF.

           COMPUTE KAJU-SUM = KX-KAJU-MENSEKI + KX-RINYA-MENSEKI
                            + KX-NAISUI-MENSEKI.
           IF KAJU-SUM NOT = KX-SO-MENSEKI THEN
              DISPLAY "検算警告（内訳計≠総面積）："
                 T-CODE
              ADD 1 TO KAJU-WARN-CNT
           END-IF.
       CHECK-KAJU-CROSSFOOT-EXIT.
           EXIT.
      ******************************************************************
      *  SETUP-JNL-REC / WRITE-JNL-REC
      *    監査ジャーナル・レコードの共通項目（実行日時・オペレータ
      *    ID・対象・アクション・コード・年度）を設定する。変更前後
           MOVE 0 TO J-AFT-VALUE.
           MOVE SPACE TO J-SEIBETSU.
           MOVE 0 TO J-KAISO.
           MOVE HANEI-CHECKER TO J-CHECKER.
           MOVE HANEI-NO TO J-SHONIN-NO.
       SETUP-JNL-REC-EXIT.
           EXIT.

       WRITE-JNL-REC-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE-LOAD-KEY
      *    適用したカードの県（コードの上2桁）・年度を取込件数の
      *    数え直し対象の一覧に控える（同じ県・年度は1件にまとめる）。
      *    上2桁が01〜47でないコードは県の提出物として扱わない。
      ******************************************************************
       NOTE-LOAD-KEY.
           IF T-CODE (1:2) < "01" OR T-CODE (1:2) > "47" THEN
              GO TO NOTE-LOAD-KEY-EXIT
           END-IF.

           MOVE 0 TO TK-HIT.
           PERFORM VARYING TK-LIN FROM 1 BY 1
              UNTIL TK-LIN > TK-COUNT
              IF TK-KEN (TK-LIN) = T-CODE (1:2) AND
                 TK-NEN (TK-LIN) = T-NEN
                 MOVE TK-LIN TO TK-HIT
              END-IF
           END-PERFORM.

           IF TK-HIT = 0 THEN
              IF TK-COUNT >= TK-MAX THEN
                 DISPLAY "取込対象の県・年度が500件を超過"
                 MOVE -1 TO RETURN-CODE
                 PERFORM WRITE-RUN-HIST
                 GOBACK
              END-IF
              ADD 1 TO TK-COUNT
              MOVE T-CODE (1:2) TO TK-KEN (TK-COUNT)
              MOVE T-NEN TO TK-NEN (TK-COUNT)
           END-IF.
       NOTE-LOAD-KEY-EXIT.
           EXIT.
      ******************************************************************
      *  UPDATE-LOAD-COUNTS
      *    控えた県・年度ごとに、提出受付台帳の取込件数・県行の有無
      *    を数え直して書き戻す。台帳に無い県・年度はその日の受付
      *    として新規に作成する。台帳が存在しない（"35"）初回だけ
      *    OUTPUTで新規に作成してから開き直す。
      ******************************************************************
       UPDATE-LOAD-COUNTS.
           IF TK-COUNT = 0 THEN
              GO TO UPDATE-LOAD-COUNTS-EXIT
           END-IF.

           OPEN I-O TEISHUTSU-FILE.
           IF F-STATUS3 = "35" THEN
              OPEN OUTPUT TEISHUTSU-FILE
              CLOSE TEISHUTSU-FILE
              OPEN I-O TEISHUTSU-FILE
           END-IF.
           IF F-STATUS3 <> "00" THEN
              DISPLAY "提出受付台帳OPENエラー：" F-STATUS3
              MOVE -1 TO RETURN-CODE
              PERFORM WRITE-RUN-HIST
              GOBACK
           END-IF.

           PERFORM VARYING TK-LIN FROM 1 BY 1
              UNTIL TK-LIN > TK-COUNT
              MOVE TK-KEN (TK-LIN) TO TS-KEN
              MOVE TK-NEN (TK-LIN) TO TS-NEN
              READ TEISHUTSU-FILE
                 INVALID KEY
                    SET REC-NOTFOUND TO TRUE
                 NOT INVALID KEY
                    SET REC-FOUND TO TRUE
              END-READ

              IF REC-NOTFOUND THEN
                 MOVE TK-KEN (TK-LIN) TO TS-KEN
                 MOVE TK-NEN (TK-LIN) TO TS-NEN
                 MOVE RUN-DATE TO TS-RECV-DATE
                 MOVE RUN-DATE TO TS-LAST-RECV-DATE
                 MOVE 0 TO TS-RESUB-CNT
                 MOVE 0 TO TS-EXPECT-CNT
                 MOVE 0 TO TS-KIGEN
                 MOVE "N" TO TS-KAKUTEI-SW
                 MOVE SPACES TO TS-OPERATOR
              ELSE IF TS-RECV-DATE = 0 THEN
                 MOVE RUN-DATE TO TS-RECV-DATE
                 MOVE RUN-DATE TO TS-LAST-RECV-DATE
              END-IF
              END-IF

              PERFORM COUNT-LOADED-ROWS
              MOVE RUN-DATE TO TS-LOAD-DATE

              IF REC-NOTFOUND THEN
                 WRITE TEISHUTSU-REC
              ELSE
                 REWRITE TEISHUTSU-REC
              END-IF
              DISPLAY "取込件数更新：" TS-KEN " " TS-NEN
                 "年　" TS-LOAD-CNT "／" TS-EXPECT-CNT
           END-PERFORM.

           CLOSE TEISHUTSU-FILE.
       UPDATE-LOAD-COUNTS-EXIT.
           EXIT.
      ******************************************************************
      *  COUNT-LOADED-ROWS
      *    人口マスタを当該県の先頭（コードの上2桁＋最小値）から
      *    STARTで位置づけて県内の行を順読みし、当該年度の行のうち
      *    同じコード＋年度が面積マスタにもある行を数える。県
      *    グレインの行（下5桁が"00000"・空白）は件数に含めず、
      *    県行の有無（TS-KEN-SW）として記録する。
      ******************************************************************
       COUNT-LOADED-ROWS.
           MOVE 0 TO TS-LOAD-CNT.
           MOVE "N" TO TS-KEN-SW.
           MOVE "N" TO SCAN-END-SW.

           MOVE LOW-VALUES TO ZX-KEY.
           MOVE TS-KEN TO ZX-CODE (1:2).
           START ZINKO-IDX-FILE KEY IS NOT < ZX-KEY
              INVALID KEY
                 SET SCAN-END TO TRUE
           END-START.

           PERFORM UNTIL SCAN-END
              READ ZINKO-IDX-FILE NEXT
                 AT END
                    SET SCAN-END TO TRUE
              END-READ
              IF NOT SCAN-END THEN
                 IF F-STATUS2 <> "00" THEN
                    DISPLAY "READ ERROR:" F-STATUS2
                    MOVE -1 TO RETURN-CODE
                    PERFORM WRITE-RUN-HIST
                    GOBACK
                 END-IF
                 IF ZX-CODE (1:2) NOT = TS-KEN THEN
                    SET SCAN-END TO TRUE
                 ELSE IF ZX-NEN = TS-NEN THEN
                    PERFORM CHECK-LOADED-ROW
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
       COUNT-LOADED-ROWS-EXIT.
           EXIT.

       CHECK-LOADED-ROW.
           MOVE ZX-CODE TO MX-CODE.
           MOVE ZX-NEN TO MX-NEN.
           READ MENSEKI-IDX-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF ZX-CODE (3:5) = "00000" OR
                    ZX-CODE (3:5) = SPACES
                    MOVE "Y" TO TS-KEN-SW
                 ELSE
                    ADD 1 TO TS-LOAD-CNT
                 END-IF
           END-READ.
       CHECK-LOADED-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-MAINT-RPT
      *    追加・変更・削除・棄却件数のトレーラーを表示する。
      ******************************************************************
           DISPLAY "削除件数：" DEL-CNT "件".
           DISPLAY "棄却件数：" REJ-CNT "件".
           DISPLAY "検算警告件数：" DEMO-WARN-CNT "件".
           DISPLAY "面積検算警告件数：" KAJU-WARN-CNT "件".
           DISPLAY "承認待ち登録件数：" STAGE-CNT "件".
           DISPLAY "承認済反映件数：" HANEI-CNT "件".
           DISPLAY "反映不可件数：" HANEI-FUKA-CNT "件".
           DISPLAY "反映保留件数：" HORYU-CNT "件".
       PRINT-MAINT-RPT-EXIT.
           EXIT.
      ******************************************************************
           ACCEPT H-END-DATE FROM DATE YYYYMMDD.
           ACCEPT H-END-TIME FROM TIME.
           MOVE TRAN-CNT TO H-IN-CNT1.
           MOVE HANEI-CNT TO H-IN-CNT2.
           MOVE STAGE-CNT TO H-OUT-CNT1.
           MOVE HANEI-FUKA-CNT TO H-OUT-CNT2.
           MOVE ADD-CNT TO H-CNT1.
           MOVE UPD-CNT TO H-CNT2.
           MOVE DEL-CNT TO H-CNT3.
