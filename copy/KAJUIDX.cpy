      ******************************************************************
      *  KAJUIDX
      *    可住地面積マスタ（KAJU-IDX）の1レコード分のレイアウト。
      *    RECORD KEYはコード＋年度（KX-KEY。MX-KEYと同じ体系）。
      *    総面積（境界未定地域を含む）・可住地面積・林野面積・
      *    主要湖沼面積の4項目を、平方キロメートル単位・小数2桁で
      *    保持する。可住地面積は総面積から林野面積と主要湖沼面積を
      *    除いたものが正であり、ZINKOMENTがクロスフット検算として
      *    照合する（不一致は警告のみ。DEMO-IDXと同じ扱い）。
      *    ZINKOIMPが取込ファイル（KAJU-CSV）から制御カード（対象
      *    "K"）を生成し、ZINKOMENTが1項目ずつ保守する。
      *    ZINKOMITSUDO2が読み込み、可住地面積当たりの人口密度を
      *    総面積当たりの密度と並べてRESULT-SEQへ書き出す。
      ******************************************************************
       01  KAJU-IDX-REC.
           03   KX-KEY.
                05   KX-CODE     PIC  X(07).
                05   KX-NEN      PIC  9(04).
           03   KX-NAME          PIC  N(04).
           03   KX-NAME-X    REDEFINES KX-NAME
                                PIC  X(08).
           03   KX-MENSEKI-DATA.
                05   KX-SO-MENSEKI     PIC  9(06)V9(02).
                05   KX-KAJU-MENSEKI   PIC  9(06)V9(02).
                05   KX-RINYA-MENSEKI  PIC  9(06)V9(02).
                05   KX-NAISUI-MENSEKI PIC  9(06)V9(02).
      *>   項目番号（1＝総面積、2＝可住地、3＝林野、4＝主要湖沼）で
      *>   添字アクセスするための別名。制御カードのT-KAISOがこの
      *>   項目番号を運ぶ。
           03   KX-KOMOKU-TBL  REDEFINES KX-MENSEKI-DATA.
                05   KX-KOMOKU         PIC  9(06)V9(02)
                                        OCCURS 4.
      *>   同じ4項目を0.01平方キロメートル単位の整数として見る
      *>   別名。制御カードの値（T-VALUE）は小数点を持たないため、
      *>   この別名を介して桁合わせなしに転記する。
           03   KX-KOMOKU-H-TBL REDEFINES KX-MENSEKI-DATA.
                05   KX-KOMOKU-H       PIC  9(08)
                                        OCCURS 4.
