           03   R-NEN            PIC  9(04).
           03   R-ZINKO          PIC  9(08).
           03   R-MENSEKI        PIC  9(05).
      *>   可住地面積（KAJU-IDXのKX-KAJU-MENSEKI）と、それに対する
      *>   人口密度。同一コード・年度の可住地面積が未登録の行は
      *>   両方とも0とする（0の行は可住地密度の比較・順位付けの
      *>   対象外）。総面積当たりの密度はR-ZINKO／R-MENSEKIのまま
      *>   変えない。
           03   R-KAJU-MENSEKI   PIC  9(06)V9(02).
           03   R-KAJU-MITSUDO   PIC  9(08)V9(03).
