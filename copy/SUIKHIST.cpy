      *    ZINKOSUIKEIが推計1年分につき1件（コード・対象年・実行
      *    日付の組で識別）をOPEN EXTENDで追記し、ZINKOBTESTが対象
      *    年の実績がRESULT-SEQに揃った後で読み込んで推計誤差を
      *    検証する。ZINKOCOHORTも同じ対象年の直線推計として比較欄
      *    に示す。同じ対象年を複数回推計した場合（毎年の定例
      *    実行）はその回数分のレコードが残り、どの時点の推計が
      *    どれだけ外れたかを実行日付で区別できる。
      ******************************************************************
