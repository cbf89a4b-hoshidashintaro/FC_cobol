      *>----------------------------------------------------------------------------
      *>店舗別エリア割当レコードレイアウト
      *>店番と、その店舗が属するエリアのコードを持つ、店舗別エリア
      *>割当ファイルの標準レイアウト。店舗開設・閉鎖一括整備
      *>（STORESET001）で整備する。割当のない店舗は帳票上
      *>"ZZZ"（未割当）として集計する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==MAR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-AREA-CODE             PIC X(003).
