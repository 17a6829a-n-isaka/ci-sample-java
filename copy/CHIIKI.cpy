      ******************************************************************
      *  CHIIKI
      *    地域グループ・マスタ（CHIIKI-IDX）の1レコード分のレイアウト。
      *    地方ブロック（関東・近畿など）や独自の広域圏のように、
      *    複数の団体をまとめて集計するためのグループを定義する。
      *    RECORD KEYはグループID＋構成団体コード（CG-KEY）。
      *      ・CG-CODEが空白のレコード：グループ見出し（グループ名）
      *      ・CG-CODEに団体コードがあるレコード：構成団体。有効期間
      *        （CG-FROM-NEN〜CG-TO-NEN）の年度だけ集計に含める
      *    索引順ではグループごとに見出し、構成団体の順に並ぶ。同じ
      *    団体が複数のグループに属してよい（グループの重なりは可）。
      *    保守はZINKOCGMNT、集計報告はZINKOCHIIKI。
      ******************************************************************
       01  CHIIKI-REC.
           03   CG-KEY.
                05   CG-ID       PIC  X(06).
                05   CG-CODE     PIC  X(07).
      *>   グループ名（見出しレコードだけが使う）。
           03   CG-NAME          PIC  N(20).
           03   CG-NAME-X    REDEFINES CG-NAME
                                PIC  X(40).
      *>   構成団体の有効期間。現在も属している団体のCG-TO-NENは
      *>   9999。見出しレコードでは使わない。
           03   CG-FROM-NEN      PIC  9(04).
           03   CG-TO-NEN        PIC  9(04).
      *>   最後に保守した担当者IDと日付。
           03   CG-OPERATOR      PIC  X(08).
           03   CG-UPD-DATE      PIC  9(08).
