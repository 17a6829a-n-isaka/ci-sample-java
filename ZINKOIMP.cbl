      *
      *  検査はAPPLY-TRANSACTIONSと同等以上とする：コード必須、
      *  年度・数値項目の数値検査、面積の99999上限、名称必須。
      *  加えてコードを団体コード・マスタ（DANTAI-IDX）と照合し、
      *  未登録のコード、検査数字の誤り、団体の有効期間外の年度の
      *  行は棄却する（どれもZINKOMENTでも棄却される）。
      *  生成するカードの区分（"A"追加／"C"変更）は、索引マスタ
      *  （ZINKO-IDX／MENSEKI-IDX）にコード＋年度が存在するかを
      *  ランダムREADで調べて決める。
      *  カードに代えて、パラメータ・マスタ（PARAM-IDX。保守は
      *  ZINKOPRMNT）のZINKOIMP OPERATORから読む。未登録・空白の
      *  ときは既定値に落ちずに異常終了する。
      *
      *  取り込んだCSVは都道府県からの提出物の受付でもあるため、
      *  正しく取り込めた行に現れた県（コードの上2桁）・年度を
      *  都道府県別提出受付台帳（TEISHUTSU-IDX）に受付として記録
      *  する。初めての県・年度は受付日を、既に受付済みの県・年度は
      *  再提出として再提出回数と最終受付日を更新する。
      *
      *  可住地面積マスタ（KAJU-IDX）の取込CSV（KAJU-CSV）があれば、
      *  続けて読み込み、対象"K"のカードを生成する。列は
      *  CODE,NAME,YEAR,TOTAL,HABITABLE,FOREST,WATER（総面積・
      *  可住地面積・林野面積・主要湖沼面積。平方キロメートル単位
      *  で小数2桁まで。"1234.56"の形）。数値は0.01平方キロメートル
      *  単位の整数に直して1項目＝1枚のカード（T-KAISOに項目番号）
      *  とする。空欄の項目はカードを生成しない。区分はKAJU-IDXに
      *  コード＋年度があれば"C"、無ければその行の最初のカードだけ
      *  "A"で残りは"C"（"A"が2枚あると2枚目が追加エラーになる）。
      *  カードは可住地・林野・主要湖沼・総面積の順に並べ、総面積
      *  が入るまでZINKOMENTのクロスフット検算が空振りで警告を
      *  出さないようにする。KAJU-CSVが無い日は何もしない。可住地
      *  面積は都道府県からの提出物ではないため、提出受付台帳には
      *  記録しない。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS9.
      *>   都道府県別提出受付台帳。取込の最後に受付を記録する。
           SELECT TEISHUTSU-FILE   ASSIGN TO "TEISHUTSU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   TS-KEY
                                   FILE   STATUS  IS   F-STATUS10.
      *>   団体コード・マスタ。コードの登録・検査数字・有効期間を
      *>   照合する。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS11.
      *>   可住地面積の取込CSVと可住地面積マスタ（A／C判定の照会
      *>   専用）。CSVは任意で、無い日は読み飛ばす。
           SELECT KAJU-CSV-FILE    ASSIGN TO "KAJU-CSV"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS12.
           SELECT KAJU-IDX-FILE    ASSIGN TO "KAJU-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   KX-KEY
                                   FILE   STATUS  IS   F-STATUS13.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
      *>   持つ（RESURECのR-NAME-Xと同じ考え方）。男女区分・階級
      *>   番号は年齢階層側（対象"D"）のカードだけが使う欄で、ここ
      *>   で生成する人口・面積のカードでは空白・ゼロのままとする。
      *>   可住地面積側（対象"K"）のカードはTO-KAISOに項目番号
      *>   （1＝総面積、2＝可住地、3＝林野、4＝主要湖沼）を入れる。
       FD  TRANS-FILE.
       01  TRANS-OUT-REC.
           03   TO-ACTION        PIC  X(01).
       01  LOCK-PARAM-REC           PIC  X(80).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  TEISHUTSU-FILE.
           COPY TEISHUTU.
       FD  DANTAI-FILE.
           COPY DANTAI.
       FD  KAJU-CSV-FILE.
       01  KAJU-CSV-REC             PIC  X(256).
       FD  KAJU-IDX-FILE.
           COPY KAJUIDX.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
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
           88  REC-NOTFOUND                    VALUE "N".
      *>   棄却理由。空白のままなら合格。
       01  IMP-REASON               PIC  X(45).
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
      *>   可住地面積CSV1行の分解先。4項目（1＝総面積、2＝可住地、
      *>   3＝林野、4＝主要湖沼）は小数点を含む左詰めの文字列で、
      *>   最終列は末尾の空白まで受けるため広めの欄に受ける。
       01  KAJU-CSV-KOMOKU-TBL.
           03   KCSV-KOMOKU      PIC  X(20)      OCCURS 4.
      *>   正規化済みの4項目（0.01平方キロメートル単位）と有無。
       01  KAJU-WK-TBL.
           03   KWK-ENTRY        OCCURS 4.
                05   KWK-VALUE        PIC  9(08).
                05   KWK-ARI-SW       PIC  X(01).
      *>   項目番号ごとの名称（棄却理由と証跡一覧に使う）。
       01  KOMOKU-NAME-LIST.
           03   FILLER           PIC  X(12)      VALUE "総面積".
           03   FILLER           PIC  X(12)      VALUE "可住地".
           03   FILLER           PIC  X(12)      VALUE "林野".
           03   FILLER           PIC  X(12)      VALUE "主要湖沼".
       01  KOMOKU-NAME-TBL   REDEFINES KOMOKU-NAME-LIST.
           03   KOMOKU-NAME      PIC  X(12)      OCCURS 4.
      *>   カードの生成順（可住地・林野・主要湖沼・総面積）。総面積
      *>   を最後にしてZINKOMENTの検算を途中で空振りさせない。
       01  KOMOKU-ORDER-LIST        PIC  X(04)      VALUE "2341".
       01  KOMOKU-ORDER-TBL  REDEFINES KOMOKU-ORDER-LIST.
           03   KOMOKU-ORDER     PIC  9(01)      OCCURS 4.
       01  KM-LIN                   PIC  9(02)      COMP.
       01  KM-NO                    PIC  9(02)      COMP.
       01  KAJU-ARI-CNT             PIC  9(02)      COMP.
      *>   可住地面積マスタが無い（初回）ときは全行を追加とする。
       01  KAJU-IDX-SW              PIC  X(01).
           88  KAJU-IDX-ARI                         VALUE "Y".
      *>   小数つき数値欄の正規化（0.01単位の整数化）の作業項目。
      *>   整数部は6桁、小数部は2桁まで（KX-＊のPIC 9(06)V9(02)）。
       01  DEC-SRC                  PIC  X(20).
       01  DEC-X                    PIC  X(08).
       01  DEC-OUT                  PIC  9(08).
       01  DEC-LEN                  PIC  9(03)      COMP.
       01  DEC-INT-LEN              PIC  9(03)      COMP.
       01  DEC-FRAC-LEN             PIC  9(03)      COMP.
       01  DEC-DOT-CNT              PIC  9(03)      COMP.
      *>   取込件数（読込・生成Z・生成M・生成K・棄却）。
       01  CSV-IN-CNT               PIC  9(07)      COMP.
       01  GEN-Z-CNT                PIC  9(05)      COMP.
       01  GEN-M-CNT                PIC  9(05)      COMP.
       01  KAJU-IN-CNT              PIC  9(07)      COMP.
       01  GEN-K-CNT                PIC  9(05)      COMP.
       01  IMP-REJ-CNT              PIC  9(05)      COMP.
      *>   今回のCSVに現れた県・年度の一覧（重複なし）。取込の最後に
      *>   まとめて提出受付台帳へ受付として記録する。件数は新規受付
      *>   と再提出の別に集計する。
       01  TK-COUNT                 PIC  9(04)      COMP  VALUE 0.
       01  TK-MAX                   PIC  9(04)      COMP  VALUE 500.
       01  TEISHUTSU-KEY-TABLE.
           03   TK-ENTRY         OCCURS 500 TIMES.
                05   TK-KEN           PIC  X(02).
                05   TK-NEN           PIC  9(04).
       01  TK-LIN                   PIC  9(04)      COMP.
       01  TK-HIT                   PIC  9(04)      COMP.
       01  RECV-NEW-CNT             PIC  9(05)      COMP.
       01  RECV-RESUB-CNT           PIC  9(05)      COMP.
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
           03   GEN-NEN          PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   GEN-VALUE        PIC  Z(7)9.
      *>   可住地面積側のカードは0.01平方キロメートル単位の値を
      *>   小数2桁で示し、項目名を添える。
           03   GEN-VALUE-K  REDEFINES GEN-VALUE
                                PIC  Z(4)9.99.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   GEN-KOMOKU       PIC  X(12).
      *>   棄却行の明細行。CSVの生データの先頭を添えて示す。
       01  IMP-REJ-LINE.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   FILLER           PIC  X(18)      VALUE
           "件　生成Ｍ：".
           03   TRL-GEN-M        PIC  Z(4)9.
           03   FILLER           PIC  X(18)      VALUE
           "件　生成Ｋ：".
           03   TRL-GEN-K        PIC  Z(4)9.
           03   FILLER           PIC  X(15)      VALUE
           "件　棄却：".
           03   TRL-REJ          PIC  Z(4)9.
           MOVE 0 TO CSV-IN-CNT.
           MOVE 0 TO GEN-Z-CNT.
           MOVE 0 TO GEN-M-CNT.
           MOVE 0 TO KAJU-IN-CNT.
           MOVE 0 TO GEN-K-CNT.
           MOVE 0 TO IMP-REJ-CNT.
           MOVE 0 TO RECV-NEW-CNT.
           MOVE 0 TO RECV-RESUB-CNT.

           PERFORM CLAIM-RUN-LOCK.
           PERFORM READ-PARAM-MASTER.
           PERFORM OPEN-MASTERS.
           PERFORM OPEN-DANTAI-MASTER.

           OPEN INPUT ESTAT-CSV-FILE.
           IF F-STATUS <> "00" THEN
           END-PERFORM.

           CLOSE ESTAT-CSV-FILE.
           PERFORM IMPORT-KAJU-CSV THRU IMPORT-KAJU-CSV-EXIT.
           CLOSE TRANS-FILE.
           CLOSE ZINKO-IDX-FILE.
           CLOSE MENSEKI-IDX-FILE.
           CLOSE DANTAI-FILE.
           PERFORM RECORD-RECEIPTS.

           MOVE GEN-Z-CNT TO TRL-GEN-Z.
           MOVE GEN-M-CNT TO TRL-GEN-M.
           MOVE GEN-K-CNT TO TRL-GEN-K.
           MOVE IMP-REJ-CNT TO TRL-REJ.
           PERFORM CHECK-PAGE.
           MOVE SPACES TO IMP-PRT-REC.
           DISPLAY "読込行数：" CSV-IN-CNT "件".
           DISPLAY "生成Ｚカード：" GEN-Z-CNT "件".
           DISPLAY "生成Ｍカード：" GEN-M-CNT "件".
           DISPLAY "可住地読込行数：" KAJU-IN-CNT "件".
           DISPLAY "生成Ｋカード：" GEN-K-CNT "件".
           DISPLAY "棄却行数：" IMP-REJ-CNT "件".
           DISPLAY "提出受付（新規）：" RECV-NEW-CNT "件".
           DISPLAY "提出受付（再提出）："
              RECV-RESUB-CNT "件".

           PERFORM RELEASE-RUN-LOCK.
       MAIN-EXT.
           IF IMP-REASON = SPACES AND CSV-NEN IS NOT NUMERIC THEN
              MOVE "年度が非数値" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES THEN
              MOVE CSV-CODE TO CHK-CODE
              MOVE CSV-NEN TO CHK-NEN
              PERFORM CHECK-DANTAI-CODE THRU CHECK-DANTAI-CODE-EXIT
              MOVE CHK-REASON TO IMP-REASON
           END-IF.

      *>   人口欄。空欄なら人口側のカードは生成しない。
           IF IMP-REASON = SPACES AND CSV-ZINKO NOT = SPACES THEN
           IF MENSEKI-ARI THEN
              PERFORM GEN-MENSEKI-CARD
           END-IF.
           PERFORM NOTE-RECEIPT-KEY THRU NOTE-RECEIPT-KEY-EXIT.
       IMPORT-ONE-LINE-EXIT.
           EXIT.
      ******************************************************************
       GEN-MENSEKI-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  IMPORT-KAJU-CSV
      *    可住地面積の取込CSV（KAJU-CSV）があれば全行を読み、1行
      *    ずつIMPORT-KAJU-LINEで対象"K"のカードを生成する。ファイル
      *    が無い（"35"）日は何もしない。A／C判定のため可住地面積
      *    マスタを照会専用に開く（無ければ全行を追加とする）。
      ******************************************************************
       IMPORT-KAJU-CSV.
           OPEN INPUT KAJU-CSV-FILE.
           IF F-STATUS12 = "35" THEN
              GO TO IMPORT-KAJU-CSV-EXIT
           END-IF.
           IF F-STATUS12 <> "00" THEN
              DISPLAY "可住地CSV OPENエラー：" F-STATUS12
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE "N" TO KAJU-IDX-SW.
           OPEN INPUT KAJU-IDX-FILE.
           IF F-STATUS13 = "00" THEN
              SET KAJU-IDX-ARI TO TRUE
           ELSE IF F-STATUS13 <> "35" THEN
              DISPLAY "可住地面積マスタOPENエラー："
                 F-STATUS13
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF
           END-IF.

           PERFORM UNTIL F-STATUS12 <> "00"
              READ KAJU-CSV-FILE NEXT
              IF F-STATUS12 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS12 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS12
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF

              ADD 1 TO KAJU-IN-CNT
              PERFORM IMPORT-KAJU-LINE THRU IMPORT-KAJU-LINE-EXIT
           END-PERFORM.

           CLOSE KAJU-CSV-FILE.
           IF KAJU-IDX-ARI THEN
              CLOSE KAJU-IDX-FILE
           END-IF.
       IMPORT-KAJU-CSV-EXIT.
           EXIT.
      ******************************************************************
      *  IMPORT-KAJU-LINE
      *    可住地面積CSV1行を分解・検査し、入っている項目ごとに
      *    対象"K"のカードを生成する。見出し行（先頭列"CODE"）は
      *    読み飛ばす。コード・名称・年度の検査は人口・面積のCSVと
      *    同じ。不備のある行はカードを1枚も生成せず棄却とする。
      ******************************************************************
       IMPORT-KAJU-LINE.
           MOVE SPACES TO CSV-CODE.
           MOVE SPACES TO CSV-NAME.
           MOVE SPACES TO CSV-NEN.
           MOVE SPACES TO KAJU-CSV-KOMOKU-TBL.
           MOVE 0 TO CSV-CODE-LEN.
           MOVE 0 TO CSV-NEN-LEN.
           INSPECT KAJU-CSV-REC REPLACING ALL X"0D" BY SPACE.
           UNSTRING KAJU-CSV-REC DELIMITED BY ","
              INTO CSV-CODE      COUNT IN CSV-CODE-LEN
                   CSV-NAME
                   CSV-NEN       COUNT IN CSV-NEN-LEN
                   KCSV-KOMOKU (1)
                   KCSV-KOMOKU (2)
                   KCSV-KOMOKU (3)
                   KCSV-KOMOKU (4)
           END-UNSTRING.

           IF CSV-CODE = "CODE" THEN
              GO TO IMPORT-KAJU-LINE-EXIT
           END-IF.
           IF KAJU-CSV-REC = SPACES THEN
              GO TO IMPORT-KAJU-LINE-EXIT
           END-IF.

           MOVE SPACES TO IMP-REASON.
           IF CSV-CODE = SPACES THEN
              MOVE "コードが空白" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES AND CSV-CODE-LEN > 7 THEN
              MOVE "コードが桁あふれ" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES AND CSV-NEN-LEN > 4 THEN
              MOVE "年度が桁あふれ" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES AND CSV-NAME = SPACES THEN
              MOVE "名称が空白" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES AND CSV-NEN IS NOT NUMERIC THEN
              MOVE "年度が非数値" TO IMP-REASON
           END-IF.
           IF IMP-REASON = SPACES THEN
              MOVE CSV-CODE TO CHK-CODE
              MOVE CSV-NEN TO CHK-NEN
              PERFORM CHECK-DANTAI-CODE THRU CHECK-DANTAI-CODE-EXIT
              MOVE CHK-REASON TO IMP-REASON
           END-IF.

      *>   4項目の正規化。空欄の項目はカードを生成しない。
           MOVE 0 TO KAJU-ARI-CNT.
           PERFORM VARYING KM-LIN FROM 1 BY 1 UNTIL KM-LIN > 4
              MOVE 0 TO KWK-VALUE (KM-LIN)
              MOVE "N" TO KWK-ARI-SW (KM-LIN)
              IF IMP-REASON = SPACES AND
                 KCSV-KOMOKU (KM-LIN) NOT = SPACES
                 MOVE KCSV-KOMOKU (KM-LIN) TO DEC-SRC
                 PERFORM NORMALIZE-DECIMAL
                    THRU NORMALIZE-DECIMAL-EXIT
                 IF NUM-OK THEN
                    MOVE DEC-OUT TO KWK-VALUE (KM-LIN)
                    MOVE "Y" TO KWK-ARI-SW (KM-LIN)
                    ADD 1 TO KAJU-ARI-CNT
                 ELSE
                    STRING KOMOKU-NAME (KM-LIN) DELIMITED BY SPACE
                           "の面積が不正" DELIMITED BY SIZE
                       INTO IMP-REASON
                    END-STRING
                 END-IF
              END-IF
           END-PERFORM.

           IF IMP-REASON = SPACES AND KAJU-ARI-CNT = 0 THEN
              MOVE "面積4項目とも空欄" TO IMP-REASON
           END-IF.

           IF IMP-REASON NOT = SPACES THEN
              ADD 1 TO IMP-REJ-CNT
              MOVE IMP-REASON TO REJ-REASON
              MOVE KAJU-CSV-REC (1:60) TO REJ-RAW
              PERFORM CHECK-PAGE
              MOVE IMP-REJ-LINE TO IMP-PRT-REC
              WRITE IMP-PRT-REC
              ADD 1 TO LINE-CNT
              GO TO IMPORT-KAJU-LINE-EXIT
           END-IF.

           PERFORM LOOKUP-KAJU THRU LOOKUP-KAJU-EXIT.
           PERFORM VARYING KM-LIN FROM 1 BY 1 UNTIL KM-LIN > 4
              MOVE KOMOKU-ORDER (KM-LIN) TO KM-NO
              IF KWK-ARI-SW (KM-NO) = "Y" THEN
                 PERFORM GEN-KAJU-CARD
              END-IF
           END-PERFORM.
       IMPORT-KAJU-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  GEN-KAJU-CARD
      *    項目番号KM-NOの1枚を書き出す。区分はマスタにコード＋年度
      *    が存在すれば"C"、無ければ"A"。"A"を1枚書いた後は、その
      *    行の残りのカードは同じレコードへの"C"とする。
      ******************************************************************
       GEN-KAJU-CARD.
           IF REC-FOUND THEN
              MOVE "C" TO TO-ACTION
           ELSE
              MOVE "A" TO TO-ACTION
              SET REC-FOUND TO TRUE
           END-IF.
           MOVE "K" TO TO-TARGET.
           MOVE CSV-CODE TO TO-CODE.
           MOVE CSV-NAME (1:8) TO TO-NAME-X.
           MOVE CSV-NEN TO TO-NEN.
           MOVE KWK-VALUE (KM-NO) TO TO-VALUE.
           MOVE IMP-OPERATOR TO TO-OPERATOR.
           MOVE SPACE TO TO-SEIBETSU.
           MOVE KM-NO TO TO-KAISO.
           WRITE TRANS-OUT-REC.
           ADD 1 TO GEN-K-CNT.
           PERFORM PRINT-GEN-LINE.
       GEN-KAJU-CARD-EXIT.
           EXIT.
      ******************************************************************
      *  NOTE-RECEIPT-KEY
      *    正しく取り込めた行の県（コードの上2桁）・年度を受付の
      *    一覧に控える。同じ県・年度は1件にまとめる（1回の取込で
      *    何行あっても受付は1回）。上2桁が01〜47でない行は県の
      *    提出物として扱わない。
      ******************************************************************
       NOTE-RECEIPT-KEY.
           IF CSV-CODE (1:2) < "01" OR CSV-CODE (1:2) > "47" THEN
              GO TO NOTE-RECEIPT-KEY-EXIT
           END-IF.

           MOVE 0 TO TK-HIT.
           PERFORM VARYING TK-LIN FROM 1 BY 1
              UNTIL TK-LIN > TK-COUNT
              IF TK-KEN (TK-LIN) = CSV-CODE (1:2) AND
                 TK-NEN (TK-LIN) = CSV-NEN
                 MOVE TK-LIN TO TK-HIT
              END-IF
           END-PERFORM.

           IF TK-HIT = 0 THEN
              IF TK-COUNT >= TK-MAX THEN
                 DISPLAY "提出受付の県・年度が500件を超過"
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO TK-COUNT
              MOVE CSV-CODE (1:2) TO TK-KEN (TK-COUNT)
              MOVE CSV-NEN TO TK-NEN (TK-COUNT)
           END-IF.
       NOTE-RECEIPT-KEY-EXIT.
           EXIT.
      ******************************************************************
      *  RECORD-RECEIPTS
      *    受付の一覧を提出受付台帳へ反映する。台帳に無い県・年度は
      *    今日の受付日で新規に作成し（予定件数等はZINKOTSMNTで後から
      *    登録する）、ZINKOTSMNTが予定だけ先に作っていた未受付の
      *    県・年度は受付日を記録する。既に受付済みの県・年度は
      *    再提出として再提出回数に1加算し、最終受付日を更新する。
      *    台帳が存在しない（"35"）初回だけOUTPUTで新規に作成して
      *    から開き直す。
      ******************************************************************
       RECORD-RECEIPTS.
           OPEN I-O TEISHUTSU-FILE.
           IF F-STATUS10 = "35" THEN
              OPEN OUTPUT TEISHUTSU-FILE
              CLOSE TEISHUTSU-FILE
              OPEN I-O TEISHUTSU-FILE
           END-IF.
           IF F-STATUS10 <> "00" THEN
              DISPLAY "提出受付台帳OPENエラー：" F-STATUS10
              MOVE -1 TO RETURN-CODE
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
                 MOVE 0 TO TS-LOAD-CNT
                 MOVE "N" TO TS-KEN-SW
                 MOVE 0 TO TS-LOAD-DATE
                 MOVE 0 TO TS-KIGEN
                 MOVE "N" TO TS-KAKUTEI-SW
                 MOVE SPACES TO TS-OPERATOR
                 WRITE TEISHUTSU-REC
                 ADD 1 TO RECV-NEW-CNT
              ELSE IF TS-RECV-DATE = 0 THEN
                 MOVE RUN-DATE TO TS-RECV-DATE
                 MOVE RUN-DATE TO TS-LAST-RECV-DATE
                 REWRITE TEISHUTSU-REC
                 ADD 1 TO RECV-NEW-CNT
              ELSE
                 IF TS-RESUB-CNT < 999 THEN
                    ADD 1 TO TS-RESUB-CNT
                 END-IF
                 MOVE RUN-DATE TO TS-LAST-RECV-DATE
                 REWRITE TEISHUTSU-REC
                 ADD 1 TO RECV-RESUB-CNT
                 DISPLAY "再提出：" TS-KEN " " TS-NEN
                    "年　回数：" TS-RESUB-CNT
              END-IF
              END-IF
           END-PERFORM.

           CLOSE TEISHUTSU-FILE.
       RECORD-RECEIPTS-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER
      *    団体コード・マスタ（DANTAI-IDX。保守はZINKOCDMNT）を照会
      *    専用にINPUTで開く。マスタが無いとコードの検査ができない
      *    ので、異常終了してJCL側で止める。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS11 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                 F-STATUS11
              MOVE -1 TO RETURN-CODE
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
      *  LOOKUP-ZINKO / LOOKUP-MENSEKI / LOOKUP-KAJU
      *    コード＋年度で索引マスタをランダムREADし、レコードの
      *    有無をFOUND-SWに返す。
      ******************************************************************
           END-READ.
       LOOKUP-MENSEKI-EXIT.
           EXIT.

       LOOKUP-KAJU.
           IF NOT KAJU-IDX-ARI THEN
              SET REC-NOTFOUND TO TRUE
              GO TO LOOKUP-KAJU-EXIT
           END-IF.
           MOVE CSV-CODE TO KX-CODE.
           MOVE CSV-NEN TO KX-NEN.
           READ KAJU-IDX-FILE
              INVALID KEY
                 SET REC-NOTFOUND TO TRUE
              NOT INVALID KEY
                 SET REC-FOUND TO TRUE
           END-READ.
       LOOKUP-KAJU-EXIT.
           EXIT.
      ******************************************************************
      *  NORMALIZE-NUMBER
      *    CSVの左詰め数値欄（NUM-SRC）を右詰め・ゼロ埋めの
       NORMALIZE-NUMBER-EXIT.
           EXIT.
      ******************************************************************
      *  NORMALIZE-DECIMAL
      *    CSVの小数つき数値欄（DEC-SRC。"1234.56"・"1234.5"・
      *    "1234"の形）を0.01単位の整数PIC 9(08)（DEC-OUT）へ正規化
      *    する。整数部は1〜6桁、小数部は2桁まで、小数点は1個まで。
      *    これを外れるか数字以外を含めばNUM-OK-SWを"N"で返す。
      ******************************************************************
       NORMALIZE-DECIMAL.
           MOVE "N" TO NUM-OK-SW.
           MOVE 20 TO DEC-LEN.
           PERFORM UNTIL DEC-LEN = 0
                      OR DEC-SRC (DEC-LEN:1) NOT = SPACE
              SUBTRACT 1 FROM DEC-LEN
           END-PERFORM.
           IF DEC-LEN = 0 THEN
              GO TO NORMALIZE-DECIMAL-EXIT
           END-IF.

           MOVE 0 TO DEC-INT-LEN.
           MOVE 0 TO DEC-DOT-CNT.
           INSPECT DEC-SRC (1:DEC-LEN) TALLYING DEC-INT-LEN
              FOR CHARACTERS BEFORE INITIAL ".".
           INSPECT DEC-SRC (1:DEC-LEN) TALLYING DEC-DOT-CNT
              FOR ALL ".".
           IF DEC-DOT-CNT > 1 THEN
              GO TO NORMALIZE-DECIMAL-EXIT
           END-IF.
           COMPUTE DEC-FRAC-LEN = DEC-LEN - DEC-INT-LEN - DEC-DOT-CNT.
           IF DEC-INT-LEN = 0 OR DEC-INT-LEN > 6 OR
              DEC-FRAC-LEN > 2
              GO TO NORMALIZE-DECIMAL-EXIT
           END-IF.

           MOVE ALL "0" TO DEC-X.
           MOVE DEC-SRC (1:DEC-INT-LEN)
              TO DEC-X (7 - DEC-INT-LEN:DEC-INT-LEN).
           IF DEC-FRAC-LEN > 0 THEN
              MOVE DEC-SRC (DEC-INT-LEN + 2:DEC-FRAC-LEN)
                 TO DEC-X (7:DEC-FRAC-LEN)
           END-IF.
           IF DEC-X IS NUMERIC THEN
              MOVE DEC-X TO DEC-OUT
              SET NUM-OK TO TRUE
           END-IF.
       NORMALIZE-DECIMAL-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-GEN-LINE / PRINT-PAGE-HEAD / CHECK-PAGE
      *    証跡一覧の印字と頁制御。
      ******************************************************************
           MOVE TO-CODE TO GEN-CODE.
           MOVE TO-NAME-X TO GEN-NAME.
           MOVE TO-NEN TO GEN-NEN.
           IF TO-TARGET = "K" THEN
              COMPUTE GEN-VALUE-K = TO-VALUE / 100
              MOVE KOMOKU-NAME (TO-KAISO) TO GEN-KOMOKU
           ELSE
              MOVE TO-VALUE TO GEN-VALUE
              MOVE SPACES TO GEN-KOMOKU
           END-IF.
           PERFORM CHECK-PAGE.
           MOVE IMP-GEN-LINE TO IMP-PRT-REC.
           WRITE IMP-PRT-REC.
