      ******************************************************************
      *  KAITEI
      *    改定表（KAITEI-IDX）の1レコード分のレイアウト。公表版
      *    （HAN-IDX）を新しく凍結したとき、前の版から値の変わった
      *    項目ごとにZINKOSHOBUNが1件書き出す。公表した数値の訂正
      *    通知に添付する改定表はZINKOKAITEIがこれから印字する。
      *    RECORD KEYは年度＋新しい版の番号＋コード＋項目（KI-KEY。
      *    項目はALERT-RECのA-ITEMと同じ"P"＝人口・"D"＝人口密度・
      *    "A"＝面積・"K"＝可住地人口密度と、警報の対象にない"H"＝
      *    可住地面積）。
      *    KI-KUBUNは"C"（値の変更）または"D"（新しい版から行が
      *    無くなった。新しい値は0）。
      *    改定の理由は、同じコード・年度・項目で新しい値まで一致
      *    する警報処分（ALERT-STS）があればそれを（KI-RIYU-SHU＝
      *    "A"）、無ければ前の版の公表以後に反映された保守監査
      *    ジャーナル（MAINT-JNL）の最後の1件を（"J"）記録する。
      *    どちらも無ければKI-RIYU-SHUは空白。
      ******************************************************************
       01  KAITEI-REC.
           03   KI-KEY.
                05   KI-NEN      PIC  9(04).
                05   KI-HAN-NO   PIC  9(03).
                05   KI-CODE     PIC  X(07).
                05   KI-ITEM     PIC  X(01).
           03   KI-NAME-X        PIC  X(08).
           03   KI-KUBUN         PIC  X(01).
               88  KI-HENKO                     VALUE "C".
               88  KI-SAKUJO                    VALUE "D".
      *>   比較した前の版の番号と、前後の値。
           03   KI-OLD-HAN-NO    PIC  9(03).
           03   KI-OLD-VALUE     PIC  9(08)V9(03).
           03   KI-NEW-VALUE     PIC  9(08)V9(03).
      *>   改定の理由。"A"ならAS-DATE・AS-OPERATOR・AS-RIYU、"J"なら
      *>   J-DATE・J-OPERATOR（承認を経た変更では承認者J-CHECKERと
      *>   承認番号J-SHONIN-NOも）を写す。
           03   KI-RIYU-SHU      PIC  X(01).
               88  KI-RIYU-ALERT                VALUE "A".
               88  KI-RIYU-JNL                  VALUE "J".
           03   KI-RIYU-DATE     PIC  9(08).
           03   KI-RIYU-OPERATOR PIC  X(08).
           03   KI-RIYU-CHECKER  PIC  X(08).
           03   KI-RIYU-NO       PIC  9(07).
           03   KI-RIYU          PIC  X(30).
