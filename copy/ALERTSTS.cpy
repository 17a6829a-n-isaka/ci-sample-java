      *  ALERTSTS
      *    警報処分状況（ALERT-STS）の1レコード分のレイアウト。
      *    RECORD KEYはコード＋年度＋項目（AS-KEY。項目はALERT-REC
      *    のA-ITEMと同じ"P"＝人口・"D"＝人口密度・"A"＝面積・
      *    "K"＝可住地人口密度）。
      *    ZINKOSHOBUNが確認担当者の処分（"A"＝受理：境界修正等の
      *    正当な変動／"R"＝差戻：データ誤りでZINKOMENTへ戻す）を
      *    担当者ID・理由とともに書き込み、ZINKOKANSHIが受理済の
