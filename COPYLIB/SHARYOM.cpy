      *>----------------------------------------------------------------------------
      *>配送ルート別車両容量レコードレイアウト
      *>配送ルートコードごとに、そのルートを走る車両１台の最大積載
      *>重量（キログラム）・最大積載容積（リットル）を持つ、車両容量
      *>マスタ（SHARYOM.txt）のレイアウト。ゼロの項目は制限なしと
      *>して扱う。積込表（LOADMAN001）はこの容量を超えるルートを
      *>配送順のまま複数の便に分け、容量に近いルートを警告する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SHR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
           03   :PREFIX:-MAX-JURYO-KG          PIC 9(005).
           03   :PREFIX:-MAX-YOSEKI-L          PIC 9(006).
