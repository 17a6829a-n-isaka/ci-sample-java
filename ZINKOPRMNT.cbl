      *    ZINKOSUIKEI  YOSOKU-NEN    N 1〜99
      *    ZINKOSUIKEI  SIKII-MITSUDO N 1〜99999999
      *    ZINKOIMP     OPERATOR      X
      *    ZINKOSHONIN  TAIRYU-NISSU  N 1〜365
      *    ZINKOCOHORT  STEP-SU       N 1〜10（5年刻みの回数）
      *    ZINKOCOHORT  DANJI-WARI    N 40000〜60000（出生児の
      *                               男児割合。10万分率）
      *
      *  PARAM-TRANSの制御カード（1枚＝1件の追加／変更／削除）：
      *    1桁目      ：区分（"A"＝追加／"C"＝変更／"D"＝削除）
      *>   登録できるパラメータと許容範囲の検査表。VT-TYPEは"N"＝
      *>   数値（VT-MIN〜VT-MAX）、"X"＝文字（空白以外）。内容は
      *>   BUILD-VALID-TABLEが組み立てる。
       01  VT-COUNT                PIC  9(02)      COMP  VALUE 11.
       01  VALID-TABLE.
           03   VT-ENTRY         OCCURS 11 TIMES.
                05   VT-PROGRAM       PIC  X(13).
                05   VT-NAME          PIC  X(12).
                05   VT-TYPE          PIC  X(01).
           MOVE "X"             TO VT-TYPE (8).
           MOVE 0               TO VT-MIN (8).
           MOVE 0               TO VT-MAX (8).
           MOVE "ZINKOSHONIN"   TO VT-PROGRAM (9).
           MOVE "TAIRYU-NISSU"  TO VT-NAME (9).
           MOVE "N"             TO VT-TYPE (9).
           MOVE 1               TO VT-MIN (9).
           MOVE 365             TO VT-MAX (9).
           MOVE "ZINKOCOHORT"   TO VT-PROGRAM (10).
           MOVE "STEP-SU"       TO VT-NAME (10).
           MOVE "N"             TO VT-TYPE (10).
           MOVE 1               TO VT-MIN (10).
           MOVE 10              TO VT-MAX (10).
           MOVE "ZINKOCOHORT"   TO VT-PROGRAM (11).
           MOVE "DANJI-WARI"    TO VT-NAME (11).
           MOVE "N"             TO VT-TYPE (11).
           MOVE 40000           TO VT-MIN (11).
           MOVE 60000           TO VT-MAX (11).
       BUILD-VALID-TABLE-EXIT.
           EXIT.
      ******************************************************************
