      *>----------------------------------------------------------------------------
      *>エリアマスタレコードレイアウト
      *>エリアコード・エリア名・所属する地域コード・エリア責任者名を
      *>持つ、エリアマスタファイルの標準レイアウト。店舗は店舗別
      *>エリア割当（MISEAREA）でいずれかのエリアに属し、エリアは
      *>地域マスタ（REGIONM）の地域に属する。月次の達成度・前年比・
      *>分類別クロス集計はこの階層でエリア計・地域計を出し、エリア
      *>責任者ごとに自エリアの店舗だけの帳票を出力する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ARM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-AREA-CODE             PIC X(003).
           03   :PREFIX:-AREA-NAME             PIC X(020).
           03   :PREFIX:-REGION-CODE           PIC X(003).
           03   :PREFIX:-SEKININSHA            PIC X(020).
