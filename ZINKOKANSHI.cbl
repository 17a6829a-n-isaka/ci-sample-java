      *    ・人口・人口密度：増加側と減少側で別々の許容率
      *    ・面積：本来ほぼ変わらないはずの項目として別の許容率
      *      （省略時0＝少しでも変われば警報）
      *    ・可住地人口密度：人口密度と同じ増加側・減少側の許容率。
      *      今回・前年の両方に可住地面積が登録されている組だけを
      *      検査する（未登録の年度との比較は変動率が意味を成さ
      *      ない）。合併合算の行は、構成団体のどれか一つでも可住地
      *      面積が未登録なら未登録として扱う。
      *  警報は専用ファイル（ALERT-SEQ）と要約報告（KANSHI-RPT）へ
      *  出力し、警報が1件でもあればRETURN-CODEに4を設定する。
      *  ジョブ・スケジューラはこれを見て下流のCSV／JSON公表工程を
           03   NSW-NEN          PIC  9(04).
           03   NSW-ZINKO        PIC  9(08).
           03   NSW-MENSEKI      PIC  9(05).
           03   NSW-KAJU-MENSEKI PIC  9(06)V9(02).
       FD  KANSHI-SRT-FILE.
       01  KANSHI-SRT-REC.
           03   NS-CODE          PIC  X(07).
           03   NS-NEN           PIC  9(04).
           03   NS-ZINKO         PIC  9(08).
           03   NS-MENSEKI       PIC  9(05).
           03   NS-KAJU-MENSEKI  PIC  9(06)V9(02).
      *>   警報レコード。1件＝1項目（"P"＝人口、"D"＝人口密度、
      *>   "A"＝面積、"K"＝可住地人口密度）の閾値超過。変動率は
      *>   符号付き百分率。
       FD  ALERT-FILE.
       01  ALERT-REC.
           03   A-CODE           PIC  X(07).
                05   GS-NEN           PIC  9(04).
                05   GS-ZINKO         PIC  9(08).
                05   GS-MENSEKI       PIC  9(05).
                05   GS-KAJU-MENSEKI  PIC  9(06)V9(02).
      *>        構成団体に可住地面積が未登録の行があれば"Y"。
                05   GS-KAJU-NASHI    PIC  X(01).
       01  GS-LIN                  PIC  9(04)      COMP.
       01  GS-HIT                  PIC  9(04)      COMP.
      *>   名寄せ判定の結果。ACCUM-CODEは積み上げ先の新コード。
       01  PREV-ZINKO               PIC  9(08).
       01  PREV-MENSEKI             PIC  9(05).
       01  PREV-DENSITY             PIC  9(08)V9(03).
       01  PREV-KAJU-MENSEKI        PIC  9(06)V9(02).
       01  PREV-KAJU-DENSITY        PIC  9(08)V9(03).
       01  HAVE-PREV-SW             PIC  X(01)      VALUE "N".
           88  HAVE-PREV                            VALUE "Y".
       01  CUR-DENSITY              PIC  9(08)V9(03).
       01  CUR-KAJU-DENSITY         PIC  9(08)V9(03).
      *>   変動率の計算用。前年値が0のときは変動率が定義できない
      *>   ため、最大値を立てて必ず警報にする。
       01  PCT-WORK                 PIC  S9(12)V9(02).
       01  ALERT-P-CNT              PIC  9(05)      COMP.
       01  ALERT-D-CNT              PIC  9(05)      COMP.
       01  ALERT-A-CNT              PIC  9(05)      COMP.
       01  ALERT-K-CNT              PIC  9(05)      COMP.
       01  ALERT-CNT                PIC  9(05)      COMP.
      *>   比較した組の件数。要約報告のトレーラーに示す。
       01  PAIR-CNT                 PIC  9(07)      COMP.
           03   FILLER           PIC  X(10)      VALUE "  名称".
           03   FILLER           PIC  X(09)      VALUE "  年度".
           03   FILLER           PIC  X(12)      VALUE "  比較年".
           03   FILLER           PIC  X(12)      VALUE "  項目".
           03   FILLER           PIC  X(15)      VALUE
           "      前年値".
           03   FILLER           PIC  X(15)      VALUE
           03   FILLER           PIC  X(05)      VALUE "年".
           03   DTL-PREV-NEN     PIC  9(04).
           03   FILLER           PIC  X(05)      VALUE "年".
           03   DTL-ITEM         PIC  X(15).
           03   DTL-PREV-VALUE   PIC  Z(7)9.999.
           03   FILLER           PIC  X(02)      VALUE SPACES.
           03   DTL-NEW-VALUE    PIC  Z(7)9.999.
           "件　比較組：".
           03   TRL-PAIR-CNT     PIC  Z(6)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      *>   最終トレーラーの2行目（可住地人口密度の警報件数）。
       01  KANSHI-TRL2.
           03   FILLER           PIC  X(27)      VALUE SPACES.
           03   FILLER           PIC  X(21)      VALUE
           "　可住地密度：".
           03   TRL-K-CNT        PIC  Z(4)9.
           03   FILLER           PIC  X(03)      VALUE "件".
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
                 MOVE R-NEN     TO NSW-NEN
                 MOVE R-ZINKO   TO NSW-ZINKO
                 MOVE R-MENSEKI TO NSW-MENSEKI
                 MOVE R-KAJU-MENSEKI TO NSW-KAJU-MENSEKI
                 RELEASE KANSHI-SRT-SD-REC
              END-IF
           END-PERFORM.
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
              MOVE GS-NEN (GS-LIN) TO NSW-NEN
              MOVE GS-ZINKO (GS-LIN) TO NSW-ZINKO
              MOVE GS-MENSEKI (GS-LIN) TO NSW-MENSEKI
              IF GS-KAJU-NASHI (GS-LIN) = "Y" THEN
                 MOVE 0 TO NSW-KAJU-MENSEKI
              ELSE
                 MOVE GS-KAJU-MENSEKI (GS-LIN) TO NSW-KAJU-MENSEKI
              END-IF
              RELEASE KANSHI-SRT-SD-REC
           END-PERFORM.
       RELEASE-GOUSAN-RECS-EXIT.
           MOVE 0 TO ALERT-P-CNT.
           MOVE 0 TO ALERT-D-CNT.
           MOVE 0 TO ALERT-A-CNT.
           MOVE 0 TO ALERT-K-CNT.
           MOVE 0 TO ALERT-CNT.
           MOVE 0 TO PAIR-CNT.
           MOVE "N" TO HAVE-PREV-SW.
              ELSE
                 COMPUTE CUR-DENSITY = NS-ZINKO / NS-MENSEKI
              END-IF
              IF NS-KAJU-MENSEKI = 0 THEN
                 MOVE 0 TO CUR-KAJU-DENSITY
              ELSE
                 COMPUTE CUR-KAJU-DENSITY =
                    NS-ZINKO / NS-KAJU-MENSEKI
              END-IF

      *>      最新年度を今回値とする組だけを検査する。過去年度
      *>      どうしの組は過去の実行で検査済み。
              IF HAVE-PREV AND PREV-CODE = NS-CODE AND
                 NS-NEN = SAISHIN-NEN
                 ADD 1 TO PAIR-CNT
                 PERFORM CHECK-ONE-PAIR THRU CHECK-ONE-PAIR-EXIT
              END-IF

              MOVE NS-CODE TO PREV-CODE
              MOVE NS-ZINKO TO PREV-ZINKO
              MOVE NS-MENSEKI TO PREV-MENSEKI
              MOVE CUR-DENSITY TO PREV-DENSITY
              MOVE NS-KAJU-MENSEKI TO PREV-KAJU-MENSEKI
              MOVE CUR-KAJU-DENSITY TO PREV-KAJU-DENSITY
              SET HAVE-PREV TO TRUE
           END-PERFORM.

           WRITE KANSHI-PRT-REC.
           MOVE KANSHI-TRL TO KANSHI-PRT-REC.
           WRITE KANSHI-PRT-REC.
           MOVE ALERT-K-CNT TO TRL-K-CNT.
           MOVE KANSHI-TRL2 TO KANSHI-PRT-REC.
           WRITE KANSHI-PRT-REC.
           CLOSE KANSHI-RPT-FILE.

           DISPLAY "***** 前年比妥当性検査結果 *****".
           DISPLAY "人口警報：" ALERT-P-CNT "件".
           DISPLAY "密度警報：" ALERT-D-CNT "件".
           DISPLAY "面積警報：" ALERT-A-CNT "件".
           DISPLAY "可住地密度警報：" ALERT-K-CNT "件".
           DISPLAY "受理済抑止：" SUPPRESS-CNT "件".
       CHECK-KANSHI-EXIT.
           EXIT.
      *    同一コードの直前年度との1組を検査する。人口・人口密度は
      *    増加側（ZOU-RITU）と減少側（GEN-RITU）で別々の許容率、
      *    面積は専用の許容率（MEN-RITU。既定0＝変化があれば警報）
      *    で判定する。可住地人口密度は人口密度と同じ許容率で、
      *    今回・前年の両方に可住地面積がある組だけを判定する。
      ******************************************************************
       CHECK-ONE-PAIR.
      *>   人口の変動。
              MOVE "P" TO A-ITEM
              MOVE PREV-ZINKO TO A-PREV-VALUE
              MOVE NS-ZINKO TO A-NEW-VALUE
              PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
              IF NOT SUPPRESSED THEN
                 ADD 1 TO ALERT-P-CNT
              END-IF
              MOVE "D" TO A-ITEM
              MOVE PREV-DENSITY TO A-PREV-VALUE
              MOVE CUR-DENSITY TO A-NEW-VALUE
              PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
              IF NOT SUPPRESSED THEN
                 ADD 1 TO ALERT-D-CNT
              END-IF
              MOVE "A" TO A-ITEM
              MOVE PREV-MENSEKI TO A-PREV-VALUE
              MOVE NS-MENSEKI TO A-NEW-VALUE
              PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
              IF NOT SUPPRESSED THEN
                 ADD 1 TO ALERT-A-CNT
              END-IF
           END-IF.

      *>   可住地人口密度の変動。
           IF NS-KAJU-MENSEKI = 0 OR PREV-KAJU-MENSEKI = 0 THEN
              GO TO CHECK-ONE-PAIR-EXIT
           END-IF.
           PERFORM CALC-PCT-KAJU.
           IF PCT-WORK > ZOU-RITU OR
              PCT-WORK < (0 - GEN-RITU)
              MOVE "K" TO A-ITEM
              MOVE PREV-KAJU-DENSITY TO A-PREV-VALUE
              MOVE CUR-KAJU-DENSITY TO A-NEW-VALUE
              PERFORM WRITE-ALERT THRU WRITE-ALERT-EXIT
              IF NOT SUPPRESSED THEN
                 ADD 1 TO ALERT-K-CNT
              END-IF
           END-IF.
       CHECK-ONE-PAIR-EXIT.
           EXIT.

           END-IF.
       CALC-PCT-MENSEKI-EXIT.
           EXIT.

       CALC-PCT-KAJU.
           IF PREV-KAJU-DENSITY = 0 THEN
              IF CUR-KAJU-DENSITY = 0 THEN
                 MOVE 0 TO PCT-WORK
              ELSE
                 MOVE PCT-MAX TO PCT-WORK
              END-IF
           ELSE
              COMPUTE PCT-WORK =
                 (CUR-KAJU-DENSITY - PREV-KAJU-DENSITY) * 100
                    / PREV-KAJU-DENSITY
           END-IF.
       CALC-PCT-KAJU-EXIT.
           EXIT.
      ******************************************************************
      *  WRITE-ALERT
      *    警報1件をALERT-SEQと要約報告の両方へ書き出す。A-ITEM・
                 MOVE "　人口　" TO DTL-ITEM
              WHEN "D"
                 MOVE "　密度　" TO DTL-ITEM
              WHEN "K"
                 MOVE "可住地密度" TO DTL-ITEM
              WHEN OTHER
                 MOVE "　面積　" TO DTL-ITEM
           END-EVALUATE.
