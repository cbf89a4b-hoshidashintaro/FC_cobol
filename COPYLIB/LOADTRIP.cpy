      *>----------------------------------------------------------------------------
      *>便別配送先レコードレイアウト
      *>積込表（LOADMAN001）が決めた便割りの結果を、配送先の店舗ごとに
      *>１行で持つ便別配送先ファイル（LOADTRIP.txt）のレイアウト。
      *>実行日・ルート・便番号・配送順・店番を持ち、運賃計算
      *>（FRTCOST001）がルートごとの便数・配送先数を求めるのに使う。
      *>ファイルは積込表の実行ごとに作り直す。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==LTP== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
           03   :PREFIX:-TRIP-NO               PIC 9(003).
           03   :PREFIX:-DROP-SEQ              PIC 9(003).
           03   :PREFIX:-MISEBAN               PIC X(003).
