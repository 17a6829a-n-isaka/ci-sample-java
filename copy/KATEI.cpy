      ******************************************************************
      *  KATEI
      *    将来人口推計の仮定値マスタ（KATEI-IDX）の1レコード分の
      *    レイアウト。ZINKOCOHORTのコーホート要因法による推計が
      *    読み込む。保守は企画担当がZINKOKTMNTの制御カードで行う。
      *    RECORD KEYはコード＋仮定の種別＋男女（KT-KEY）。コードが
      *    空白のレコードは全国共通の仮定値で、個別の仮定値が無い
      *    団体にはこれを使う。
      *    KT-RITSUの18個は5歳階級（DEMOIDXと同じ階級番号）ごとの
      *    5年間の率で、種別ごとの意味は次のとおり。
      *      ・"S"（生残率）：5年前に1つ下の階級にいた人が階級bに
      *        生き残る割合。階級1は5年間の出生児が0〜4歳で生き
      *        残る割合、階級18は80〜84歳と85歳以上の両方から
      *        85歳以上へ生き残る割合とする。0〜1。
      *      ・"F"（出生率）：女性（KT-SEX＝"2"）だけ。階級4〜10
      *        （15〜49歳）の女性1人が5年間に産む子の数。他の
      *        階級は0。
      *      ・"M"（純移動率）：生残後の階級bの人口に対する5年間の
      *        転入超過の割合（転出超過は負）。
      ******************************************************************
       01  KATEI-REC.
           03   KT-KEY.
                05   KT-CODE     PIC  X(07).
                05   KT-SHUBETSU PIC  X(01).
                    88  KT-SEIZAN                 VALUE "S".
                    88  KT-SHUSSHO                VALUE "F".
                    88  KT-IDO                    VALUE "M".
      *>   男女の別（"1"＝男、"2"＝女）。
                05   KT-SEX      PIC  X(01).
           03   KT-RITSU         PIC  S9(01)V9(05) OCCURS 18.
      *>   最後に保守した担当者IDと日付。
           03   KT-OPERATOR      PIC  X(08).
           03   KT-UPD-DATE      PIC  9(08).
