      *>----------------------------------------------------------------------------
      *>商品属性レコードレイアウト
      *>ＡＢＣ分析（ABCCLS001）が書き出す商品別の属性ファイル
      *>（SHOHINATR.txt）のレイアウト。判定に使った１２か月の売上金額
      *>と、売上金額の大きい順に積み上げた累計構成比（％）、それに
      *>よるＡＢＣ区分、判定の基準とした最終年月を持つ。
      *>循環棚卸の予定作成（CNTSCH001）が棚卸の頻度を決めるのに使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ATR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-ABC-KUBUN             PIC X(001).
                88   :PREFIX:-ABC-A                VALUE "A".
                88   :PREFIX:-ABC-B                VALUE "B".
                88   :PREFIX:-ABC-C                VALUE "C".
           03   :PREFIX:-NEN-URIAGE            PIC S9(011).
           03   :PREFIX:-RUISEKI-HI            PIC 9(003)V9(002).
           03   :PREFIX:-HANTEI-YYYYMM         PIC 9(006).
