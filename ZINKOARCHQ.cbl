              DISPLAY "　　男女区分：" J-SEIBETSU
                 "　階級番号：" J-KAISO
           END-IF.
      *>   可住地面積マスタ（対象"K"）も同様にカード1枚＝1項目分
      *>   （1＝総面積、2＝可住地、3＝林野、4＝主要湖沼）で、値は
      *>   0.01平方キロメートル単位。
           IF J-TARGET = "K" AND J-KAISO > 0 THEN
              DISPLAY "　　項目番号：" J-KAISO
                 "　（値は0.01平方キロメートル単位）"
           END-IF.

      *>   公表済年度の変更は承認を経て反映されるので、承認者と
      *>   承認番号を添えて示す。
           IF J-CHECKER NOT = SPACES THEN
              DISPLAY "　　承認：" J-CHECKER
                 "　承認番号：" J-SHONIN-NO
           END-IF.

           IF J-BEF-EXIST = "Y" THEN
              DISPLAY "　　変更前：" J-BEF-NAME-X "　値："
