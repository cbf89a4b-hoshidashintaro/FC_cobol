      *>----------------------------------------------------------------------------
      *>期限切れ廃棄履歴レコードレイアウト
      *>期限切れ廃棄（LOTDSP001）が賞味期限切れのロットを在庫から落と
      *>すたびに１行を追記する廃棄台帳。廃棄日・倉庫コード・商品コード・
      *>ロット番号・賞味期限・廃棄数と、評価に使った単価（ロットの入荷
      *>単価、無ければ廃棄日時点の標準原価）・廃棄金額を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==HKH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-HAIKI-DATE            PIC 9(008).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-LOT-BANGOU            PIC X(008).
           03   :PREFIX:-KIGEN-DATE            PIC 9(008).
           03   :PREFIX:-HAIKI-SU              PIC 9(007).
           03   :PREFIX:-TANKA                 PIC 9(006).
           03   :PREFIX:-KINGAKU               PIC 9(011).
