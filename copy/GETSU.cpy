      ******************************************************************
      *  GETSU
      *    月次推計人口（GETSU-SEQ）の1レコード分のレイアウト。
      *    ZINKOGETSUが実行のたびに作り直す。基準年（人口マスタの
      *    その団体の最新年度。10月1日現在の人口とみなす）の人口に、
      *    基準年10月からその月までの異動（IDOU-IDX）の累計を加えた
      *    その月の末日現在の推計人口を、団体・年・月ごとに1件持つ。
      ******************************************************************
       01  GETSU-REC.
           03   GE-CODE          PIC  X(07).
           03   GE-NEN           PIC  9(04).
           03   GE-TSUKI         PIC  9(02).
      *>   基準年と基準人口（ZX-ZINKO）。
           03   GE-KIJUN-NEN     PIC  9(04).
           03   GE-KIJUN-ZINKO   PIC  9(08).
      *>   その月の異動件数と、基準年10月からの累計増減。
           03   GE-SHUSSEI       PIC  9(07).
           03   GE-SHIBOU        PIC  9(07).
           03   GE-TENNYU        PIC  9(07).
           03   GE-TENSHUTSU     PIC  9(07).
           03   GE-RUIKEI        PIC  S9(08).
      *>   推計人口と、面積マスタの最新年度の面積による推計密度。
           03   GE-ZINKO         PIC  9(08).
           03   GE-MENSEKI       PIC  9(05).
           03   GE-MITSUDO       PIC  9(08)V9(03).
      *>   前月の異動が届いていない（累計に欠けがある）月は"*"。
           03   GE-KETSU         PIC  X(01).
