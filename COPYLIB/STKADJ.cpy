      *>----------------------------------------------------------------------------
      *>棚卸調整レコードレイアウト
      *>STKCNT001が実地棚卸で差異の出た商品ごとに１行を追記する調整
      *>仕訳ファイル（STKADJ.txt）のレイアウト。棚卸日・倉庫コード・
      *>商品コード・帳簿数・実査数・差異（実査数－帳簿数）を持つ。
      *>棚卸減耗の月次分析（SHRINK001）で使用する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ADJ== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TANAOROSHI-DATE       PIC 9(008).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE           PIC X(006).
           03   :PREFIX:-CHOBO-SU              PIC S9(007).
           03   :PREFIX:-JISSA-SU              PIC 9(007).
           03   :PREFIX:-SAI-SU                PIC S9(007).
