      *>----------------------------------------------------------------------------
      *>仕入先請求明細レコードレイアウト
      *>仕入先から届いた請求書を明細（発注番号＋商品）単位に入力した
      *>もの。仕入先コード・仕入先請求書番号・請求日・発注番号・
      *>商品コード・請求数・請求金額（税抜）を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SIV== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-INV-BANGOU            PIC X(010).
           03   :PREFIX:-INV-DATE              PIC 9(008).
           03   :PREFIX:-PO-BANGOU             PIC 9(006).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SEIKYU-SU             PIC 9(005).
           03   :PREFIX:-SEIKYU-KINGAKU        PIC 9(009).
