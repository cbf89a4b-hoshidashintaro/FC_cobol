      *>----------------------------------------------------------------------------
      *>通い容器残高台帳レコードレイアウト
      *>店番＋容器種別ごとに、店舗が保有している通い容器の現在残高
      *>と、最後に出庫・回収を計上した日付、預り保証金を請求済みの
      *>容器数と、保証金を最後に精算した年月を持つ、通い容器残高
      *>台帳（YOKIZAN.txt）のレイアウト。日々の出庫・回収の計上
      *>（CTRLEDG001）と月次の保証金精算（CTRSTMT001）が全行を読んで
      *>書き戻す。出庫日・回収日・精算年月は同じ日（月）の二重計上を
      *>防ぐために使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==YKZ== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-YOKI-CODE             PIC X(002).
           03   :PREFIX:-ZAN-SU                PIC S9(007).
           03   :PREFIX:-LAST-SYUKKO-DATE      PIC 9(008).
           03   :PREFIX:-LAST-KAISHU-DATE      PIC 9(008).
           03   :PREFIX:-HOSYO-SU              PIC 9(007).
           03   :PREFIX:-HOSYO-YYYYMM          PIC 9(006).
