      ******************************************************************
      *  IDOU
      *    人口動態の月次異動（IDOU-IDX）の1レコード分のレイアウト。
      *    RECORD KEYはコード＋年＋月（IX-KEY）。都道府県から毎月
      *    届く出生・死亡・転入・転出の件数を保持する。保守は
      *    ZINKOIDMNTの制御カード、月次推計人口はZINKOGETSUが本
      *    ファイルと人口マスタ（ZINKO-IDX）から算出する。各件数は
      *    その月の1日から末日までの件数とする。
      ******************************************************************
       01  IDOU-REC.
           03   IX-KEY.
                05   IX-CODE     PIC  X(07).
                05   IX-NEN      PIC  9(04).
                05   IX-TSUKI    PIC  9(02).
           03   IX-SHUSSEI       PIC  9(07).
           03   IX-SHIBOU        PIC  9(07).
           03   IX-TENNYU        PIC  9(07).
           03   IX-TENSHUTSU     PIC  9(07).
      *>   最後に保守した担当者IDと日付。
           03   IX-OPERATOR      PIC  X(08).
           03   IX-UPD-DATE      PIC  9(08).
