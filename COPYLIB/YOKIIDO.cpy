      *>----------------------------------------------------------------------------
      *>通い容器移動履歴レコードレイアウト
      *>店舗への通い容器の出庫（出荷ケース・積込表から求めた数）と
      *>回収（ドライバーの回収伝票）を、１件につき１行で追記する
      *>通い容器移動履歴（YOKIIDO.txt）のレイアウト。移動日・店番・
      *>容器種別・移動区分（出庫"1"・回収"2"）・数量・ルートを持つ。
      *>月次の容器残高明細書（CTRSTMT001）はこの履歴から前月残・当月
      *>の出庫と回収・当月残を求める。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==YKI== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-IDO-DATE              PIC 9(008).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-YOKI-CODE             PIC X(002).
           03   :PREFIX:-IDO-KUBUN             PIC X(001).
                88   :PREFIX:-IDO-SYUKKO           VALUE "1".
                88   :PREFIX:-IDO-KAISHU           VALUE "2".
           03   :PREFIX:-IDO-SU                PIC 9(005).
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
