      *    一元化し、値の範囲検査は登録時にZINKOPRMNTが行う。値は
      *    数値パラメータなら右詰めゼロ埋めの8桁、文字パラメータ
      *    ならそのまま8桁で持つ。利用側（ZINKOUNYO・ZINKOKANSHI・
      *    ZINKOSUIKEI・ZINKOIMP・ZINKOSHONIN・ZINKOCOHORT）は未登録・
      *    不正値を検出したら既定値に落ちずに異常終了する。
      ******************************************************************
       01  PARAM-IDX-REC.
           03   PM-KEY.
