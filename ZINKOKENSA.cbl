      *    ・名称の空白
      *    ・都道府県コード（先頭2桁）の範囲外（01〜47以外）
      *    ・基準年度（人口側先頭レコードの年度）との年度混在
      *    ・団体コード・マスタ（DANTAI-IDX）に無いコード、検査数字
      *      の誤り、団体の有効期間外の年度
      *  を洗い出し、検査を通った行だけの清浄版マスタ
      *  （ZINKO-SEQ2-CLN／MENSEKI-SEQ2-CLN。順編成の従来
      *  レイアウト）とエラー一覧（KENSA-RPT）を作成する。
           SELECT HIST-FILE        ASSIGN TO "RUN-HIST"
                                   ORGANIZATION   IS   SEQUENTIAL
                                   FILE   STATUS  IS   F-STATUS8.
      *>   団体コード・マスタ。コードの登録・検査数字・有効期間を
      *>   照合する。
           SELECT DANTAI-FILE      ASSIGN TO "DANTAI-IDX"
                                   ORGANIZATION   IS   INDEXED
                                   ACCESS MODE    IS   RANDOM
                                   RECORD KEY     IS   DT-CODE
                                   FILE   STATUS  IS   F-STATUS9.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       01  LOCK-PARAM-REC           PIC  X(80).
       FD  HIST-FILE.
           COPY RUNHIST.
       FD  DANTAI-FILE.
           COPY DANTAI.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  F-STATUS                PIC  XX.
       01  F-STATUS6               PIC  XX.
       01  F-STATUS7               PIC  XX.
       01  F-STATUS8               PIC  XX.
       01  F-STATUS9               PIC  XX.
      *>   実行直列化ロックの作業項目。LOCK-HELDは解放漏れを防ぐ
      *>   ための「自分が取得した」印。FORCE-＊はLOCK-PARAMの強制
      *>   解除カードの内容。
       01  M-IN-CNT                 PIC  9(05)      COMP.
       01  M-OUT-CNT                PIC  9(05)      COMP.
       01  M-REJ-CNT                PIC  9(05)      COMP.
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
      *>   印刷頁制御。
       01  PAGE-NO                  PIC  9(04)      VALUE 0.
       01  LINE-CNT                 PIC  9(03)      COMP  VALUE 99.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CLAIM-RUN-LOCK.
           PERFORM PEEK-KIJUN-NEN.
           PERFORM OPEN-DANTAI-MASTER.
           MOVE 0 TO Z-IN-CNT.
           MOVE 0 TO Z-OUT-CNT.
           MOVE 0 TO Z-REJ-CNT.
           MOVE KENSA-TRL TO KENSA-PRT-REC.
           WRITE KENSA-PRT-REC.
           CLOSE KENSA-RPT-FILE.
           CLOSE DANTAI-FILE.

           PERFORM PRINT-KENSA-RPT.

                 MOVE "数値項目がゼロ" TO KENSA-REASON
           END-EVALUATE.

           IF KENSA-REASON = SPACES THEN
              MOVE ZX-CODE TO CHK-CODE
              MOVE ZX-NEN TO CHK-NEN
              PERFORM CHECK-DANTAI-CODE THRU CHECK-DANTAI-CODE-EXIT
              MOVE CHK-REASON TO KENSA-REASON
           END-IF.

           IF KENSA-REASON NOT = SPACES THEN
              MOVE "N" TO GOKAKU-SW
           END-IF.
                 MOVE "数値項目がゼロ" TO KENSA-REASON
           END-EVALUATE.

           IF KENSA-REASON = SPACES THEN
              MOVE MX-CODE TO CHK-CODE
              MOVE MX-NEN TO CHK-NEN
              PERFORM CHECK-DANTAI-CODE THRU CHECK-DANTAI-CODE-EXIT
              MOVE CHK-REASON TO KENSA-REASON
           END-IF.

           IF KENSA-REASON NOT = SPACES THEN
              MOVE "N" TO GOKAKU-SW
           END-IF.
       KENSA-MENSEKI-REC-EXIT.
           EXIT.
      ******************************************************************
      *  OPEN-DANTAI-MASTER
      *    団体コード・マスタ（DANTAI-IDX。保守はZINKOCDMNT）を照会
      *    専用にINPUTで開く。マスタが無いとコードの検査ができない
      *    ので、異常終了してJCL側で止める。
      ******************************************************************
       OPEN-DANTAI-MASTER.
           OPEN INPUT DANTAI-FILE.
           IF F-STATUS9 <> "00" THEN
              DISPLAY "団体コードマスタOPENエラー："
                 F-STATUS9
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
      *  WRITE-KENSA-DTL / PRINT-PAGE-HEAD / CHECK-PAGE
      *    エラー明細の印字と頁制御。
      ******************************************************************
