      *  RESULT-SEQから該当行を探して次の内容をひとまとめに表示
      *  する。
      *    ・人口・面積・人口密度
      *    ・可住地面積・可住地人口密度（可住地面積が未登録なら
      *      その旨）
      *    ・当該年度の順位（ZINKORANKのRSW-DENSITYソートと同じ
      *      密度降順。対象コードが都道府県グレインなら都道府県
      *      どうし、市区町村グレインなら同一県内の市区町村どうし
      *    ・前年との増減（ZINKOHIKAと同じく同一コードの直前年度
      *      との比較）
      *    ・当該コード＋年度がEXCEPTION-SEQに記録されているか
      *  名称は団体コード・マスタ（DANTAI-IDX）の正式名称を表示
      *  する（マスタに無いときはRESULT-SEQの略称）。
      *
      *  制御カードの桁割り：
      *    1〜7桁目：コード（必須）
      *    8〜11桁目：年度（必須）
      *    12〜14桁目：公表版の番号（任意）
      *
      *  版番号を指定したときは、RESULT-SEQの現在の値ではなく、
      *  ZINKOSHOBUNが凍結した公表版（HAN-IDX）のその版の値で答え
      *  る（訂正前に公表した数値を問い合わせられたとき用）。順位は
      *  その版の行どうしで数え、前年比は、その版の公表時点で公表
      *  済みだった直前年度の最新の版と比較する。例外記録は公表版
      *  には無いので、代わりに版の公表日と担当者を表示する。
      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
           SELECT SHOKAI-PARAM-FILE ASSIGN TO "SHOKAI-PARAM"
                                   ORGANIZATION   IS   LINE SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS3.
      *>   団体コード・マスタ。名称欄に正式名称を引く。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS4.
      *>   公表版。版番号を指定した照会だけで開く。
           SELECT HAN-FILE         ASSIGN TO "HAN-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   DYNAMIC
                                   RECORD KEY     IS   HN-KEY
                                   FILE   STATUS  IS   F-STATUS5.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
           03   E-NEN            PIC  9(04).
       FD  SHOKAI-PARAM-FILE.
       01  SHOKAI-PARAM-REC         PIC  X(80).
       FD  DANTAI-FILE.
           COPY DANTAI.
       FD  HAN-FILE.
           COPY HAN.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS2               PIC  XX.
       01  F-STATUS3               PIC  XX.
       01  F-STATUS4               PIC  XX.
       01  F-STATUS5               PIC  XX.
      *>   照会キー。年度は順位・前年比較の対象年度になる。
      *>   KEY-HAN-NOは公表版の番号（0なら現在の値で照会）。
       01  KEY-CODE                 PIC  X(07).
       01  KEY-NEN                  PIC  X(04).
       01  KEY-HAN-NO               PIC  9(03)      VALUE 0.
      *>   指定した公表版の見出し（公表日時・担当者）の控え。
      *>   HAN-OK-SWは、読み進めている版が指定した版の公表時点で
      *>   公表済みだったか（前年比の比較対象にできるか）を示す。
       01  SEL-HAN-DATE             PIC  9(08)      VALUE 0.
       01  SEL-HAN-TIME             PIC  9(08)      VALUE 0.
       01  SEL-HAN-OPERATOR         PIC  X(08)      VALUE SPACES.
       01  HAN-OK-SW                PIC  X(01)      VALUE "N".
           88  HAN-OK                               VALUE "Y".
      *>   該当行の控え。TGT-GRAIN-SWは対象コードのグレイン
      *>   （"T"＝都道府県、"S"＝市区町村）。順位は同じグレインの
      *>   行どうしで数える。
       01  TGT-FOUND-SW             PIC  X(01)      VALUE "N".
           88  TGT-FOUND                            VALUE "Y".
       01  TGT-NAME-X               PIC  X(40).
       01  TGT-ZINKO                PIC  9(08).
       01  TGT-MENSEKI              PIC  9(05).
       01  TGT-DENSITY              PIC  9(08)V9(03).
       01  TGT-KAJU-MENSEKI         PIC  9(06)V9(02) VALUE 0.
       01  TGT-KAJU-DENSITY         PIC  9(08)V9(03) VALUE 0.
       01  TGT-GRAIN-SW             PIC  X(01).
           88  TGT-TODOFUKEN                        VALUE "T".
           88  TGT-SHIKUCHOSON                      VALUE "S".
      *>   団体コード・マスタから引く正式名称。SEISHIKI-CODEと従来の
      *>   短い名称を設定してGET-SEISHIKI-NAMEを呼ぶ。
       01  DANTAI-SW                PIC  X(01)      VALUE "N".
           88  DANTAI-OPEN                          VALUE "Y".
       01  SEISHIKI-CODE            PIC  X(07).
       01  SEISHIKI-NAME-X          PIC  X(40).
      *>   前年（同一コードの直前年度）の控え。ZINKOHIKAと同じく
      *>   年が飛んでいても直前の実績年と比較する。
       01  PREV-FOUND-SW            PIC  X(01)      VALUE "N".
       01  PREV-DENSITY             PIC  9(08)V9(03).
      *>   順位計算。RANK-NOは自分より密度の高い同グレイン行の
      *>   数＋1、RANK-BOSHUUは当該年度・同グレインの母集団件数。
      *>   RANK-CODEとWORK-DENSITYに比べる行のコードと密度を
      *>   設定してRANK-ONE-RECを呼ぶ。
       01  RANK-NO                  PIC  9(05).
       01  RANK-CODE                PIC  X(07).
       01  RANK-BOSHUU              PIC  9(05).
       01  WORK-DENSITY             PIC  9(08)V9(03).
      *>   例外記録の有無（"Z"＝人口側のみ、"M"＝面積側のみ、
       01  ZINKO-DELTA-ED           PIC  -(7)9.
       01  DENSITY-DELTA-ED         PIC  -(7)9.999.
       01  DENSITY-ED               PIC  Z(7)9.999.
       01  KAJU-MENSEKI-ED          PIC  Z(5)9.99.
       01  KAJU-DENSITY-ED          PIC  Z(7)9.999.
       01  ZINKO-ED                 PIC  Z(7)9.
       01  MENSEKI-ED               PIC  Z(4)9.
       01  RANK-ED                  PIC  Z(4)9.
       01  BOSHUU-ED                PIC  Z(4)9.
       01  HAN-NO-ED                PIC  ZZ9.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           PERFORM READ-SHOKAI-PARAM.
           IF KEY-HAN-NO NOT = 0 THEN
              PERFORM SHOKAI-HAN THRU SHOKAI-HAN-EXIT
              GOBACK
           END-IF.
           PERFORM FIND-TARGET-ROW.

      *>   RESULT-SEQに行が無いのは、片側マスタの欠落で突合から
              GOBACK
           END-IF.

           MOVE KEY-CODE TO SEISHIKI-CODE.
           MOVE TGT-NAME-X TO SEISHIKI-NAME-X.
           PERFORM OPEN-DANTAI-MASTER.
           PERFORM GET-SEISHIKI-NAME.
           PERFORM CLOSE-DANTAI-MASTER.
           MOVE SEISHIKI-NAME-X TO TGT-NAME-X.

           PERFORM CALC-RANK.
           PERFORM CHECK-EXCEPTION.
           PERFORM PRINT-PROFILE.
              GOBACK
           END-IF.

           IF SHOKAI-PARAM-REC (12:3) IS NUMERIC THEN
              MOVE SHOKAI-PARAM-REC (12:3) TO KEY-HAN-NO
           END-IF.
           IF KEY-HAN-NO NOT = 0 AND KEY-NEN IS NOT NUMERIC THEN
              DISPLAY "公表版の照会では年度を数字で"
                 "指定します"
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           CLOSE SHOKAI-PARAM-FILE.
       READ-SHOKAI-PARAM-EXIT.
           EXIT.
                    MOVE R-NAME-X TO TGT-NAME-X
                    MOVE R-ZINKO TO TGT-ZINKO
                    MOVE R-MENSEKI TO TGT-MENSEKI
                    MOVE R-KAJU-MENSEKI TO TGT-KAJU-MENSEKI
                    MOVE R-KAJU-MITSUDO TO TGT-KAJU-DENSITY
                    IF R-CODE (3:5) = "00000" OR
                       R-CODE (3:5) = SPACES
                       MOVE "T" TO TGT-GRAIN-SW
              END-IF

              IF KEY-NEN = R-NEN THEN
                 MOVE R-CODE TO RANK-CODE
                 IF R-MENSEKI = 0 THEN
                    MOVE 0 TO WORK-DENSITY
                 ELSE
                    COMPUTE WORK-DENSITY = R-ZINKO / R-MENSEKI
                 END-IF
                 PERFORM RANK-ONE-REC THRU RANK-ONE-REC-EXIT
              END-IF
           END-PERFORM.
      *>   だけを母集団とする。
       RANK-ONE-REC.
           IF TGT-TODOFUKEN THEN
              IF RANK-CODE (3:5) NOT = "00000" AND
                 RANK-CODE (3:5) NOT = SPACES
                 GO TO RANK-ONE-REC-EXIT
              END-IF
           ELSE
              IF RANK-CODE (3:5) = "00000" OR
                 RANK-CODE (3:5) = SPACES
                 GO TO RANK-ONE-REC-EXIT
              END-IF
              IF RANK-CODE (1:2) NOT = KEY-CODE (1:2)
                 GO TO RANK-ONE-REC-EXIT
              END-IF
           END-IF.

           ADD 1 TO RANK-BOSHUU.

           IF WORK-DENSITY > TGT-DENSITY THEN
              ADD 1 TO RANK-NO
           END-IF.
           MOVE RANK-BOSHUU TO BOSHUU-ED.

           DISPLAY "***** プロファイル照会 *****".
           DISPLAY "コード：" KEY-CODE "　年度：" KEY-NEN "年".
           DISPLAY "名称：" TGT-NAME-X.
           DISPLAY "人口：" ZINKO-ED "人".
           DISPLAY "面積：" MENSEKI-ED "平方キロメートル".
           DISPLAY "人口密度：" DENSITY-ED
              WITH NO ADVANCING.
           DISPLAY "人／平方キロメートル".
           IF TGT-KAJU-MENSEKI = 0 THEN
              DISPLAY "可住地面積：未登録"
           ELSE
              MOVE TGT-KAJU-MENSEKI TO KAJU-MENSEKI-ED
              MOVE TGT-KAJU-DENSITY TO KAJU-DENSITY-ED
              DISPLAY "可住地面積：" KAJU-MENSEKI-ED
                 "平方キロメートル"
              DISPLAY "可住地人口密度：" KAJU-DENSITY-ED
                 WITH NO ADVANCING
              DISPLAY "人／平方キロメートル"
           END-IF.
           IF TGT-TODOFUKEN THEN
              DISPLAY "全国順位：" RANK-ED "位（都道府県"
                 BOSHUU-ED "件中）"
              DISPLAY "前年比：前年データなし"
           END-IF.

           IF KEY-HAN-NO NOT = 0 THEN
              PERFORM PRINT-HAN-LINE
           ELSE
              PERFORM PRINT-EXC-LINE
           END-IF.
       PRINT-PROFILE-EXIT.
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
      *  PRINT-EXC-LINE
      *    例外記録の有無（どちら側のデータが欠けているか）を
      *    表示する。プロファイルが見つかった場合・見つからなかった
           END-EVALUATE.
       PRINT-EXC-LINE-EXIT.
           EXIT.
      ******************************************************************
      *  SHOKAI-HAN
      *    版番号を指定した照会。公表版（HAN-IDX）から、指定した版
      *    の見出しと該当行を引き、その版の値でプロファイルを表示
      *    する。版が無いときは異常終了する。
      ******************************************************************
       SHOKAI-HAN.
           OPEN INPUT HAN-FILE.
           IF F-STATUS5 <> "00" THEN
              DISPLAY "公表版OPENエラー：" F-STATUS5
              MOVE -1 TO RETURN-CODE
              GOBACK
           END-IF.

           MOVE KEY-NEN TO HN-NEN.
           MOVE KEY-HAN-NO TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           READ HAN-FILE
              INVALID KEY
                 MOVE KEY-HAN-NO TO HAN-NO-ED
                 DISPLAY "指定の公表版がありません："
                    KEY-NEN "年度　第" HAN-NO-ED "版"
                 CLOSE HAN-FILE
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              NOT INVALID KEY
                 MOVE HN-DATE TO SEL-HAN-DATE
                 MOVE HN-TIME TO SEL-HAN-TIME
                 MOVE HN-OPERATOR TO SEL-HAN-OPERATOR
           END-READ.

           PERFORM FIND-HAN-ROW.

           IF NOT TGT-FOUND THEN
              CLOSE HAN-FILE
              DISPLAY "***** プロファイル照会 *****"
              DISPLAY "コード：" KEY-CODE
                 WITH NO ADVANCING
              DISPLAY "　年度：" KEY-NEN "年"
              DISPLAY "該当するデータがありません"
              PERFORM PRINT-HAN-LINE
              GO TO SHOKAI-HAN-EXIT
           END-IF.

           MOVE KEY-CODE TO SEISHIKI-CODE.
           MOVE TGT-NAME-X TO SEISHIKI-NAME-X.
           PERFORM OPEN-DANTAI-MASTER.
           PERFORM GET-SEISHIKI-NAME.
           PERFORM CLOSE-DANTAI-MASTER.
           MOVE SEISHIKI-NAME-X TO TGT-NAME-X.

           PERFORM CALC-HAN-RANK.
           CLOSE HAN-FILE.
           PERFORM PRINT-PROFILE.
       SHOKAI-HAN-EXIT.
           EXIT.
      ******************************************************************
      *  FIND-HAN-ROW
      *    公表版を先頭から照会年度まで1パスで読み、指定した版の
      *    該当行と、前年比の相手を控える。前年比の相手は照会年度
      *    より前の年度の版のうち、指定した版の公表日時までに公表
      *    された版の同一コードの行で、年度・版の新しいものほど
      *    優先する（索引順に読むので後から読んだ行で置き換える）。
      *    密度・可住地面積・可住地人口密度は公表した値（HN-MITSUDO・
      *    HN-KAJU-＊）をそのまま使う。
      ******************************************************************
       FIND-HAN-ROW.
           MOVE 0 TO HN-NEN.
           MOVE 0 TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           START HAN-FILE KEY IS NOT < HN-KEY
              INVALID KEY
                 MOVE "10" TO F-STATUS5
              NOT INVALID KEY
                 MOVE "00" TO F-STATUS5
           END-START.

           PERFORM UNTIL F-STATUS5 <> "00"
              READ HAN-FILE NEXT
              IF F-STATUS5 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS5 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS5
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF

              IF HN-NEN > KEY-NEN THEN
                 MOVE "10" TO F-STATUS5
              ELSE IF HN-CODE = SPACES THEN
                 PERFORM CHECK-HAN-HEAD
              ELSE IF HN-CODE = KEY-CODE THEN
                 PERFORM TAKE-HAN-ROW
              END-IF
              END-IF
              END-IF
           END-PERFORM.
       FIND-HAN-ROW-EXIT.
           EXIT.

      *>   版の見出しを読んだら、その版が前年比の相手にできるか
      *>   （照会年度より前の年度で、指定した版の公表日時までに
      *>   公表された版か）を判定する。
       CHECK-HAN-HEAD.
           MOVE "N" TO HAN-OK-SW.
           IF HN-NEN < KEY-NEN THEN
              IF HN-DATE < SEL-HAN-DATE OR
                 (HN-DATE = SEL-HAN-DATE AND
                  HN-TIME NOT > SEL-HAN-TIME)
                 SET HAN-OK TO TRUE
              END-IF
           END-IF.
       CHECK-HAN-HEAD-EXIT.
           EXIT.

      *>   照会コードの行を、指定した版の行なら照会対象として、
      *>   前年比の相手にできる版の行なら前年として控える。
       TAKE-HAN-ROW.
           IF HN-NEN = KEY-NEN AND HN-HAN-NO = KEY-HAN-NO THEN
              SET TGT-FOUND TO TRUE
              MOVE HN-NAME-X TO TGT-NAME-X
              MOVE HN-ZINKO TO TGT-ZINKO
              MOVE HN-MENSEKI TO TGT-MENSEKI
              MOVE HN-MITSUDO TO TGT-DENSITY
              MOVE HN-KAJU-MENSEKI TO TGT-KAJU-MENSEKI
              MOVE HN-KAJU-MITSUDO TO TGT-KAJU-DENSITY
              IF HN-CODE (3:5) = "00000" OR
                 HN-CODE (3:5) = SPACES
                 MOVE "T" TO TGT-GRAIN-SW
              ELSE
                 MOVE "S" TO TGT-GRAIN-SW
              END-IF
           ELSE
              IF HAN-OK AND HN-NEN >= PREV-NEN THEN
                 SET PREV-FOUND TO TRUE
                 MOVE HN-NEN TO PREV-NEN
                 MOVE HN-ZINKO TO PREV-ZINKO
                 MOVE HN-MENSEKI TO PREV-MENSEKI
                 MOVE HN-MITSUDO TO PREV-DENSITY
              END-IF
           END-IF.
       TAKE-HAN-ROW-EXIT.
           EXIT.
      ******************************************************************
      *  CALC-HAN-RANK
      *    指定した版の行だけを読み、同グレインの中で照会対象より
      *    公表密度の高い行を数える（CALC-RANKの公表版版）。
      ******************************************************************
       CALC-HAN-RANK.
           MOVE 1 TO RANK-NO.
           MOVE 0 TO RANK-BOSHUU.

           MOVE KEY-NEN TO HN-NEN.
           MOVE KEY-HAN-NO TO HN-HAN-NO.
           MOVE SPACES TO HN-CODE.
           START HAN-FILE KEY IS > HN-KEY
              INVALID KEY
                 MOVE "10" TO F-STATUS5
              NOT INVALID KEY
                 MOVE "00" TO F-STATUS5
           END-START.

           PERFORM UNTIL F-STATUS5 <> "00"
              READ HAN-FILE NEXT
              IF F-STATUS5 = "10" THEN
                 NEXT SENTENCE
              ELSE IF  F-STATUS5 <> "00" THEN
                 DISPLAY "READ ERROR:" F-STATUS5
                 MOVE -1 TO RETURN-CODE
                 GOBACK
              END-IF
              END-IF

              IF HN-NEN NOT = KEY-NEN OR
                 HN-HAN-NO NOT = KEY-HAN-NO
                 MOVE "10" TO F-STATUS5
              ELSE
                 MOVE HN-CODE TO RANK-CODE
                 MOVE HN-MITSUDO TO WORK-DENSITY
                 PERFORM RANK-ONE-REC THRU RANK-ONE-REC-EXIT
              END-IF
           END-PERFORM.
       CALC-HAN-RANK-EXIT.
           EXIT.
      ******************************************************************
      *  PRINT-HAN-LINE
      *    照会した公表版の番号・公表日・担当者を表示する。
      ******************************************************************
       PRINT-HAN-LINE.
           MOVE KEY-HAN-NO TO HAN-NO-ED.
           DISPLAY "公表版：第" HAN-NO-ED "版"
              WITH NO ADVANCING.
           DISPLAY "　公表日：" SEL-HAN-DATE
              "　担当：" SEL-HAN-OPERATOR.
       PRINT-HAN-LINE-EXIT.
           EXIT.
