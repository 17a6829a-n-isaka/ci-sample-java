      ******************************************************************
      *  TEIKYO
      *    外部提供台帳（TEIKYO-REG）の1レコード分のレイアウト。
      *    研究者・他省庁・報道機関などの依頼に応じてZINKOTEIKYOが
      *    抽出CSVを作成するたびに、OPEN EXTENDで1件追記する（拒否
      *    した依頼は記録しない）。ZINKOKAIJIが月ごとの外部提供
      *    開示報告として読み込む。
      *    TK-SENTAKUが"C"ならTK-FROM-CODE〜TK-TO-CODEのコード範囲、
      *    "G"ならTK-FROM-CODEの先頭6桁が地域グループID。
      *    TK-SHIHYOは提供した指標の印で、1桁ずつ"P"＝人口・"A"＝
      *    面積・"D"＝人口密度・"K"＝可住地面積と可住地人口密度・
      *    "B"＝年齢階層別人口（提供しない指標は空白）。
      *    TK-KANRI-GOKEIは提供した行の人口（R-ZINKO）の合計で、
      *    提供先から照会を受けたときにどのデータを渡したかを突き
      *    合わせるための管理合計。
      ******************************************************************
       01  TEIKYO-REC.
           03   TK-DATE          PIC  9(08).
           03   TK-TIME          PIC  9(08).
           03   TK-IRAI-NO       PIC  X(08).
           03   TK-IRAISHA       PIC  X(30).
           03   TK-OPERATOR      PIC  X(08).
           03   TK-SENTAKU       PIC  X(01).
               88  TK-CODE-HANI                 VALUE "C".
               88  TK-CHIIKI                    VALUE "G".
           03   TK-FROM-CODE     PIC  X(07).
           03   TK-TO-CODE       PIC  X(07).
           03   TK-FROM-NEN      PIC  9(04).
           03   TK-TO-NEN        PIC  9(04).
      *>   提供した粒度。"T"＝都道府県、"S"＝市区町村。
           03   TK-GRAIN         PIC  X(01).
           03   TK-SHIHYO        PIC  X(05).
           03   TK-ROW-CNT       PIC  9(07).
           03   TK-KANRI-GOKEI   PIC  9(12).
