      *>----------------------------------------------------------------------------
      *>仕入先新商品カタログレコードレイアウト
      *>仕入先から受け取る新商品カタログファイル（SUPCAT.txt）の１行。
      *>仕入先コード・仕入先の商品コード・商品名・販売単価・
      *>ケース入数（０はバラ売りのみ）を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SCT== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-SUP-ITEM-CODE         PIC X(010).
           03   :PREFIX:-SHOHIN-NAME           PIC X(020).
           03   :PREFIX:-TANKA                 PIC 9(006).
           03   :PREFIX:-CASE-IRI-SU           PIC 9(004).
