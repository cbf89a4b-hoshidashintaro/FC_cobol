      *>----------------------------------------------------------------------------
      *>一括価格改定トランザクションレコードレイアウト
      *>仕入先の値上げなどで、分類または商品コードの範囲に属する商品の
      *>単価をまとめて改定するためのトランザクション。
      *>対象区分は分類指定"B"（分類コードを使う）・商品範囲指定"S"
      *>（開始・終了の商品コードを使う。両端を含む）。
      *>改定方式は率"R"（改定率を百分率で指定）・額"T"（改定額を円で
      *>指定）で、増減符号が"-"の場合は値下げ、それ以外は値上げとする。
      *>端数処理区分は切捨て"1"（空白も切捨て）・四捨五入"2"・切上げ"3"
      *>で、改定後の単価を端数単位（円。空白・ゼロは１円）の倍数に
      *>丸める。適用日は実行日より後の日付とする。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PRV== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TAISHO-KUBUN          PIC X(001).
                88   :PREFIX:-TAISHO-BUNRUI        VALUE "B".
                88   :PREFIX:-TAISHO-HANI          VALUE "S".
           03   :PREFIX:-BUNRUI-CODE           PIC X(002).
           03   :PREFIX:-SHOHIN-FROM           PIC X(006).
           03   :PREFIX:-SHOHIN-TO             PIC X(006).
           03   :PREFIX:-KAITEI-HOUSIKI        PIC X(001).
                88   :PREFIX:-HOUSIKI-RITSU        VALUE "R".
                88   :PREFIX:-HOUSIKI-GAKU         VALUE "T".
           03   :PREFIX:-ZOUGEN-FUGOU          PIC X(001).
                88   :PREFIX:-FUGOU-NESAGE         VALUE "-".
           03   :PREFIX:-KAITEI-RITSU          PIC 9(003)V9(002).
           03   :PREFIX:-KAITEI-GAKU           PIC 9(006).
           03   :PREFIX:-HASU-KUBUN            PIC X(001).
                88   :PREFIX:-HASU-KIRISUTE        VALUE "1" " ".
                88   :PREFIX:-HASU-SISYAGONYU      VALUE "2".
                88   :PREFIX:-HASU-KIRIAGE         VALUE "3".
           03   :PREFIX:-HASU-TANI             PIC X(003).
           03   :PREFIX:-EFF-DATE              PIC 9(008).
