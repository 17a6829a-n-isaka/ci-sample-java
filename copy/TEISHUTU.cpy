      ******************************************************************
      *  TEISHUTU
      *    都道府県別提出受付台帳（TEISHUTSU-IDX）の1レコード分の
      *    レイアウト。RECORD KEYは都道府県（コードの上2桁）＋年度
      *    （TS-KEY）。県ごとの提出物の受付・取込状況を持つ。
      *      ・受付：ZINKOIMPがCSVを取り込むたびに、CSVに現れた県・
      *        年度の受付日を記録する。既に受付済みの県・年度が再び
      *        現れたら再提出として再提出回数を1加算する
      *      ・取込：ZINKOMENTが人口・面積の制御カードを適用した県・
      *        年度について、人口・面積の両マスタに揃っている行数を
      *        数え直して取込件数と県行の有無を更新する
      *      ・予定：市区町村の予定件数・提出期限・確定の印は
      *        ZINKOTSMNTの制御カードで保守する
      *    県の提出が「完了」とは、受付済み（TS-RECV-DATEが0以外）
      *    かつ県グレインの行が両マスタに揃い（TS-KEN-LOADED）、
      *    かつ市区町村の取込件数が予定件数以上であることをいう。
      *    確定の印（TS-KAKUTEI）が付いた年度は、47都道府県すべてが
      *    完了するまでZINKOMITSUDO2が密度計算を拒否する。督促一覧
      *    はZINKOTOKUSOKUが作成する。
      ******************************************************************
       01  TEISHUTSU-REC.
           03   TS-KEY.
                05   TS-KEN      PIC  X(02).
                05   TS-NEN      PIC  9(04).
      *>   初回の受付日と最後の受付日。未受付なら0。
           03   TS-RECV-DATE     PIC  9(08).
           03   TS-LAST-RECV-DATE
                                 PIC  9(08).
           03   TS-RESUB-CNT     PIC  9(03).
      *>   市区町村グレインの予定件数と取込件数（県の行は含めない）。
           03   TS-EXPECT-CNT    PIC  9(05).
           03   TS-LOAD-CNT      PIC  9(05).
           03   TS-KEN-SW        PIC  X(01).
               88  TS-KEN-LOADED                VALUE "Y".
           03   TS-LOAD-DATE     PIC  9(08).
      *>   提出期限（YYYYMMDD）。未設定なら0。
           03   TS-KIGEN         PIC  9(08).
           03   TS-KAKUTEI-SW    PIC  X(01).
               88  TS-KAKUTEI                   VALUE "Y".
      *>   予定件数・期限・確定の印を最後に保守した担当者ID。
           03   TS-OPERATOR      PIC  X(08).
