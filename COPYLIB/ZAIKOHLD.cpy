      *>----------------------------------------------------------------------------
      *>保留在庫レコードレイアウト
      *>破損・品質検査待ちなどで出荷に使えない在庫を、倉庫コード＋
      *>商品コード＋ロット番号（ロットを特定しない保留は空白）＋保留
      *>理由コード＋保留日ごとに持つ保留台帳のレイアウト。保留数は
      *>在庫マスタ（ZAIKOMSTR）の現在庫の内数で、現在庫から保留数を
      *>引いたものが引当可能な在庫となる。ロットを指定した保留は
      *>ロット別在庫台帳（ZAIKOLOT）の同じロットの残数の内数でもある。
      *>保留・解除の登録は保留在庫登録（HOLD001）が行い、解除は保留日の
      *>古い行から順に保留数を減らす（保留数ゼロの行は台帳から落とす）。
      *>在庫引当（ALLOC001）・在庫移動（STOCK001）・ピッキング
      *>（PICK001）・在庫引当可否照会（AVAILINQ001）・バックオーダー
      *>充当（BORDREL001）は保留数を除いた
      *>在庫だけを引当可能とし、保留の内容は保留在庫一覧
      *>（HOLDLST001）が理由と保留日数付きで印字する。
      *>保留理由コードは "01"：破損　"02"：品質検査待ち　"03"：リコール
      *>　"04"：返品検品待ち　"99"：その他。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==HLD== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-LOT-BANGOU            PIC X(008).
           03   :PREFIX:-RIYU-CODE             PIC X(002).
           03   :PREFIX:-HORYU-DATE            PIC 9(008).
           03   :PREFIX:-HORYU-SU              PIC 9(007).
           03   :PREFIX:-BIKO                  PIC X(020).
