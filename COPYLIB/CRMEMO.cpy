      *>----------------------------------------------------------------------------
      *>クレジットメモレコードレイアウト
      *>返品（RTN001）などで発生した売掛の控除額を、１件につき１行で
      *>追記するファイルのレイアウト。返品日・店番・注文番号・商品
      *>コード・返品数・税抜金額・消費税額・顧客コードと、売掛側
      *>（ARLEDG001）での充当状況（未充当"1"・充当済"2"）・充当日を
      *>持つ。充当済の行は二重に控除しない。
      *>メモ種別は返品（RTN001）が空白、四半期の数量リベート
      *>（REBATE001）が"B"、承認された納品差異の請求（CLMAPR001）が
      *>"C"、容器保証金の返金（CTRSTMT001）が"D"（項目追加前の行は
      *>空白として読まれ、返品の扱いとなる）。
      *>納品差異の行は返品日欄に承認日、返品数欄に請求数を持つ。
      *>リベートの行は返品日欄に四半期の末日、保証金の返金の行は
      *>精算日を持ち、店番以外（リベートは店番も）の注文番号・
      *>商品コード・返品数は空白／ゼロとする。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CRM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-HENPIN-DATE           PIC 9(008).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE           PIC X(006).
           03   :PREFIX:-HENPIN-SU             PIC 9(005).
           03   :PREFIX:-URIAGE-KINGAKU        PIC S9(008).
           03   :PREFIX:-ZEI-KINGAKU           PIC S9(008).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MIJUTO           VALUE "1".
                88   :PREFIX:-STS-JUTO-ZUMI        VALUE "2".
           03   :PREFIX:-JUTO-DATE             PIC 9(008).
           03   :PREFIX:-MEMO-SYUBETSU         PIC X(001).
