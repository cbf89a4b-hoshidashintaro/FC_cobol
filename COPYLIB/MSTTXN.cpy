      *>共通トランザクションファイルの標準レイアウト。
      *>適用日（EFF-DATE）は将来日付を指定すると、その日以後の最初の
      *>メンテナンス実行で自動的に適用される（空白・ゼロは即時適用）。
      *>仕入先コード・ケース入数は商品の追加でだけ使い、指定があれば
      *>商品別仕入先割当（SHOHINSUP.txt）・商品別ケース入数
      *>（SHOHINCASE.txt）にも行を追加する（空白・ゼロは指定なし）。
      *>マスタ区分"6"（ＪＡＮコード対照）は名称欄の先頭13桁にＪＡＮ
      *>コードを、分類コード・商品Noに対応させる商品コードを指定する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==TXN== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
                88   :PREFIX:-MST-TANTO         VALUE "3".
                88   :PREFIX:-MST-KOKYAKU       VALUE "4".
                88   :PREFIX:-MST-MISE          VALUE "5".
                88   :PREFIX:-MST-JAN           VALUE "6".
           03   :PREFIX:-SYORI-KUBUN        PIC X(001).
                88   :PREFIX:-ADD                VALUE "A".
                88   :PREFIX:-CHANGE             VALUE "C".
           03   :PREFIX:-SHOHIN-NO          PIC 9(004).
           03   :PREFIX:-TANTOSYA-BANGOU    PIC 9(004).
           03   :PREFIX:-NAME                PIC X(020).
           03   :PREFIX:-JAN-ZYOHOU          REDEFINES   :PREFIX:-NAME.
                05   :PREFIX:-JAN-CODE       PIC X(013).
                05   FILLER                  PIC X(007).
           03   :PREFIX:-TANKA                PIC 9(006).
           03   :PREFIX:-KOKYAKU-CODE         PIC X(005).
           03   :PREFIX:-MISEBAN              PIC X(003).
           03   :PREFIX:-BUSHO-CODE           PIC X(003).
           03   :PREFIX:-EFF-DATE             PIC 9(008).
           03   :PREFIX:-OPERATOR-ID          PIC X(004).
           03   :PREFIX:-SUP-CODE             PIC X(004).
           03   :PREFIX:-CASE-IRI-SU          PIC 9(004).
