      *>----------------------------------------------------------------------------
      *>仕入先商品コード対応表レコードレイアウト
      *>仕入先コードと仕入先の商品コードの先頭部分（空白以降は比較
      *>しない。全空白はその仕入先の全商品）から、当社の分類コードと
      *>採番する商品番号の範囲（開始～終了）を求める対応表
      *>（CATMAP.txt）の１行。複数行が一致する場合は先頭部分の長い
      *>行を使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CMP== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-ITEM-PREFIX           PIC X(010).
           03   :PREFIX:-BUNRUI-CODE           PIC X(002).
           03   :PREFIX:-NO-FROM               PIC 9(004).
           03   :PREFIX:-NO-TO                 PIC 9(004).
