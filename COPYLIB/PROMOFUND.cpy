      *>----------------------------------------------------------------------------
      *>販促協賛条件レコードレイアウト
      *>販促マスタの販促番号ごとに、値引の原資を負担する仕入先と
      *>負担の方法（"R"＝値引額に対する負担率％・"T"＝数量１個当たりの
      *>負担額）を持つ。月次の協賛金請求（PROMOCLM001）で使用する。
      *>同一の販促番号に複数の行がある場合は先の行を使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PFD== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-PROMO-BANGOU          PIC 9(004).
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-FUTAN-KUBUN           PIC X(001).
                88   :PREFIX:-FUTAN-RITSU          VALUE "R".
                88   :PREFIX:-FUTAN-TANKA          VALUE "T".
           03   :PREFIX:-FUTAN-RITSU-SU        PIC 9(003).
           03   :PREFIX:-FUTAN-TANKA-GAKU      PIC 9(006).
