      *    ため、任意の保守実行時点のマスタ値を再現できる。
      *    J-BEF-EXIST／J-AFT-EXISTは当該コード＋年度のレコードが
      *    その時点でマスタに存在したかどうかの目印（"Y"／"N"）。
      *    公表済年度の変更は承認を経て反映されるため、その場合は
      *    承認した担当者（J-CHECKER）と承認番号（J-SHONIN-NO）も
      *    記録する。J-OPERATORはカードの起票者のまま。
      ******************************************************************
       01  JNL-REC.
           03   J-DATE           PIC  9(08).
      *>   対象"D"の削除では空白・ゼロのまま。
           03   J-SEIBETSU       PIC  X(01).
           03   J-KAISO          PIC  9(02).
      *>   承認を経て反映した変更の承認者IDと承認番号（SHONIN-IDXの
      *>   SN-NO）。承認を経ないカードでは空白・ゼロ。
           03   J-CHECKER        PIC  X(08).
           03   J-SHONIN-NO      PIC  9(07).
