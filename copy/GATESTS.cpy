      ******************************************************************
      *  GATESTS
      *    公表ゲート状況（GATE-STS）の1レコード分のレイアウト。
      *    ZINKOSHOBUNが実行のたびにOPEN EXTENDで1件追記する。
      *    G-STATUSが"R"なら公表可、"H"なら保留継続。解除・保留の
      *    判断材料（警報件数・未処分件数）も残す。公表工程（と
      *    ZINKOJOBCTLのゲート待ち工程）は最終レコードの状態を見る
      *    （ZINKOJOBCTLはG-DATE・G-TIMEがストリーム開始以後かも
      *    見る）。
      *    G-NENは判断の対象年度（RESULT-SEQの最新年度。ZINKOKANSHI
      *    の検査対象と同じ決め方）。G-STATUSが"R"のレコードがある
      *    年度を「公表済年度」とし、ZINKOMENTは公表済年度を変える
      *    制御カードを承認待ちに回す。解除を記録するたびに、
      *    ZINKOSHOBUNはその時点のRESULT-SEQを公表版（HAN-IDX）と
      *    して凍結する。
      ******************************************************************
       01  GATE-REC.
           03   G-DATE           PIC  9(08).
           03   G-TIME           PIC  9(08).
           03   G-STATUS         PIC  X(01).
               88  GATE-RELEASED                VALUE "R".
               88  GATE-HELD                    VALUE "H".
           03   G-OPERATOR       PIC  X(08).
           03   G-ALERT-CNT      PIC  9(05).
           03   G-OPEN-CNT       PIC  9(05).
           03   G-NEN            PIC  9(04).
