      *>----------------------------------------------------------------------------
      *>仕入先返品履歴レコードレイアウト
      *>RTV001が受け付けた仕入先への返品１件につき１行を追記する
      *>履歴。返品日・倉庫コード・商品コード・ロット番号・返品数・
      *>返品理由コード・仕入先コードと、評価に使った購入単価・税抜
      *>金額・返品を載せたデビットノート番号を持つ。仕入先から未精算
      *>の返品はRTVREG001がこの履歴とデビットノートから一覧にする。
      *>返品理由コードは "01"：破損　"02"：品質不良　"03"：誤納品
      *>　"04"：過剰納品　"99"：その他。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==RTH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-HENPIN-DATE           PIC 9(008).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-LOT-BANGOU            PIC X(008).
           03   :PREFIX:-HENPIN-SU             PIC 9(005).
           03   :PREFIX:-RIYU-CODE             PIC X(002).
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-TANKA                 PIC 9(006).
           03   :PREFIX:-KINGAKU               PIC 9(011).
           03   :PREFIX:-DN-BANGOU             PIC X(010).
