      *    高齢化率・年少人口比率の報告を作成する。男女・全階級の
      *    合計は同一キーのZX-ZINKOと一致するのが正であり、両
      *    プログラムがクロスフット検算として照合する。
      *    ZINKOCOHORTは団体ごとの最新年度を基準に、コーホート
      *    要因法で将来人口を推計する。
      ******************************************************************
       01  DEMO-IDX-REC.
           03   DX-KEY.
