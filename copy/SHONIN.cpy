      ******************************************************************
      *  SHONIN
      *    承認待ち変更ファイル（SHONIN-IDX）の1レコード分のレイアウト。
      *    RECORD KEYは承認番号（SN-NO。ZINKOMENTが採番する連番）。
      *    公表済年度（GATE-STSに解除の記録がある年度）を変える制御
      *    カードは、ZINKOMENTがマスタへ反映せずにここへ登録する。
      *    カードの全項目（SN-CARD。TRANS-RECと同じ桁割り）と、登録
      *    時点のマスタ値（変更前）・カードどおりに反映した場合の値
      *    （変更後）を並べて持つ。
      *    状況（SN-STATUS）の遷移：
      *      "P"（承認待ち）→ ZINKOSHONINで起票者以外の担当者が
      *        "A"（承認）または"R"（却下）を記録する
      *      "A"（承認）→ 次のZINKOMENTがマスタへ反映して監査
      *        ジャーナルに記録し、"K"（反映済）とする。登録後に
      *        マスタ値が変わっていて変更前が一致しない場合は反映
      *        せず"F"（反映不可）とする。同じキー（対象・コード・
      *        年度）に承認番号の若い承認待ちがあるうちは反映せず
      *        "A"のまま保留する
      *    変更前は、登録時点のマスタ値に同じキーの未反映の変更を
      *    承認番号順に重ねた値（承認待ちの追加に続く各階級・項目
      *    の変更カードは、その追加の変更後を変更前とする）。
      ******************************************************************
       01  SHONIN-REC.
           03   SN-NO            PIC  9(07).
           03   SN-STATUS        PIC  X(01).
               88  SN-MACHI                     VALUE "P".
               88  SN-SHONIN                    VALUE "A".
               88  SN-KYAKKA                    VALUE "R".
               88  SN-HANEI                     VALUE "K".
               88  SN-HANEI-FUKA                VALUE "F".
      *>   承認待ちに登録した日時。
           03   SN-REQ-DATE      PIC  9(08).
           03   SN-REQ-TIME      PIC  9(08).
      *>   制御カードの全項目。SN-MAKERはカードを起票した担当者ID
      *>   （T-OPERATOR）。
           03   SN-CARD.
                05   SN-ACTION   PIC  X(01).
                05   SN-TARGET   PIC  X(01).
                05   SN-CODE     PIC  X(07).
                05   SN-NAME     PIC  N(04).
                05   SN-NAME-X REDEFINES SN-NAME
                                PIC  X(08).
                05   SN-NEN      PIC  9(04).
                05   SN-VALUE    PIC  9(08).
                05   SN-MAKER    PIC  X(08).
                05   SN-SEIBETSU PIC  X(01).
                05   SN-KAISO    PIC  9(02).
      *>   登録時点の変更前と、カードどおりに反映した場合の変更後
      *>   （MAINT-JNLのJ-BEF-＊／J-AFT-＊と同じ考え方）。
           03   SN-BEF-EXIST     PIC  X(01).
           03   SN-BEF-NAME      PIC  N(04).
           03   SN-BEF-NAME-X REDEFINES SN-BEF-NAME
                                PIC  X(08).
           03   SN-BEF-VALUE     PIC  9(08).
           03   SN-AFT-EXIST     PIC  X(01).
           03   SN-AFT-NAME      PIC  N(04).
           03   SN-AFT-NAME-X REDEFINES SN-AFT-NAME
                                PIC  X(08).
           03   SN-AFT-VALUE     PIC  9(08).
      *>   承認・却下を記録した担当者ID・日時・理由。
           03   SN-CHECKER       PIC  X(08).
           03   SN-KETTEI-DATE   PIC  9(08).
           03   SN-KETTEI-TIME   PIC  9(08).
           03   SN-RIYU          PIC  X(30).
      *>   ZINKOMENTが反映（または反映不可と判定）した日付。
           03   SN-HANEI-DATE    PIC  9(08).
