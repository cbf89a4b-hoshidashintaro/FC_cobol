      *>----------------------------------------------------------------------------
      *>地域マスタレコードレイアウト
      *>地域コードと地域名を持つ、地域マスタファイルの標準レイアウト。
      *>エリアマスタ（AREAM）の地域コードから参照する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==RGM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-REGION-CODE           PIC X(003).
           03   :PREFIX:-REGION-NAME           PIC X(020).
