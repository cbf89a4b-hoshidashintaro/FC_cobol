      *>----------------------------------------------------------------------------
      *>見積受注対応レコードレイアウト
      *>受注入力（ORDENT001）が見積から受注を作成したときに、受注の
      *>店番・注文番号・商品コードと元の見積番号・見積単価・受注日を
      *>１行ずつ追記する。請求書作成（INVGEN001）はこのファイルで
      *>見積から作られた受注を見分け、見積単価で請求し、請求書の
      *>明細に見積番号を印字する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==QLK== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE           PIC X(006).
           03   :PREFIX:-QUOTE-BANGOU          PIC 9(006).
           03   :PREFIX:-TANKA                 PIC 9(006).
           03   :PREFIX:-JUCHU-DATE            PIC 9(008).
