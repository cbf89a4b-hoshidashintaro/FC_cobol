      *>----------------------------------------------------------------------------
      *>店舗別月次運賃累計レコードレイアウト
      *>年月・店番ごとに、その月の配送日数・配送ケース数・配賦された
      *>運賃（円）の累計を持つ、店舗別月次運賃累計ファイル
      *>（UNCHINRUI.txt）のレイアウト。運賃計算（FRTCOST001）が日々
      *>積み上げる。最終計上日は同じ日の二重計上を防ぐために持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==UCR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-NENGETU               PIC 9(006).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-HAISO-NISSU           PIC 9(003).
           03   :PREFIX:-CASE-SU               PIC 9(007).
           03   :PREFIX:-UNCHIN                PIC 9(009).
           03   :PREFIX:-LAST-DATE             PIC 9(008).
