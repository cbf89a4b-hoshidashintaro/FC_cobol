      *>----------------------------------------------------------------------------
      *>月末在庫単価レコードレイアウト
      *>月末在庫評価（INVVAL001）が対象月ごとに書き出す、倉庫別・
      *>商品別の月末在庫数・移動平均単価・在庫金額の記録
      *>（ZAIKOTNK.txt）。翌月の評価はこの行を月初の数量・単価として
      *>引き継ぐ。倉庫コードが"**"の行は月末時点で倉庫間移送の輸送中
      *>の在庫（商品別）で、どの倉庫の在庫にも含まれない。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ZTK== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TAISHO-YYYYMM         PIC 9(006).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-ZAIKO-SU              PIC S9(007).
           03   :PREFIX:-HEIKIN-TANKA          PIC 9(007)V9(002).
           03   :PREFIX:-ZAIKO-KINGAKU         PIC S9(011).
