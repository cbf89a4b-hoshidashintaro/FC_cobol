      *>----------------------------------------------------------------------------
      *>得意先返品履歴レコードレイアウト
      *>RTN001が受け入れた店舗からの返品１件につき１行を追記する
      *>履歴。返品日・店番・注文番号・商品コード・返品数・返品理由
      *>コード・顧客コードと、クレジットメモに載せた税抜金額を持つ。
      *>月次の返品分析表（RTNANL001）の入力となる。
      *>返品理由コードは "01"：破損　"02"：誤品　"03"：期限切れ
      *>　"04"：受取拒否　"05"：過剰発注。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==RNH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-HENPIN-DATE           PIC 9(008).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-HENPIN-SU             PIC 9(005).
           03   :PREFIX:-RIYU-CODE             PIC X(002).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-KINGAKU               PIC S9(008).
