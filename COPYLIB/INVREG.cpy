      *>請求書レジスタ（発行記録）レコードレイアウト
      *>INVGEN001が発行した請求書１通につき１行を追記する経理向けの
      *>記録。請求書番号・顧客コード・請求対象年月・税抜金額・
      *>消費税額・税込金額・発行日・締め日・支払期日を持つ。売掛元帳
      *>（ARLEDG001）はこの記録から未転記の請求書を元帳へ起票する。
      *>締め日・支払期日は顧客別支払条件マスタ（PAYTERM.txt）から
      *>求めた値で、ゼロの行（項目追加前の行など）は支払期日を
      *>発行日として扱う。
      *>税率別欄は請求書１通の税率ごとの税抜金額（課税標準）と、
      *>それに税率を掛けて税率ごとに１回だけ円未満を切り捨てた
      *>消費税額を、最大４税率分持つ（使わない欄はゼロ）。
      *>消費税額（ZEI-KINGAKU）は税率別の消費税額の合計となる。
      *>請求書種別は商品売上の請求書（INVGEN001）が空白、
      *>フランチャイズ店へのロイヤルティ請求書（ROYALTY001）が"R"、
      *>店舗への通い容器の預り保証金の請求書（CTRSTMT001）が"D"
      *>（項目追加前の行は空白として読まれ、商品売上の扱いとなる）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==IVR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-ZEI-KINGAKU           PIC S9(009).
           03   :PREFIX:-ZEIKOMI-KINGAKU       PIC S9(011).
           03   :PREFIX:-HAKKO-DATE            PIC 9(008).
           03   :PREFIX:-SHIME-DATE            PIC 9(008).
           03   :PREFIX:-SHIHARAI-KIGEN        PIC 9(008).
           03   :PREFIX:-RATE-BETSU            OCCURS 4 TIMES.
                05   :PREFIX:-RB-ZEI-RATE          PIC 9(002)V9(002).
                05   :PREFIX:-RB-KAZEI-KINGAKU     PIC S9(010).
                05   :PREFIX:-RB-ZEI-KINGAKU       PIC S9(009).
           03   :PREFIX:-INV-SYUBETSU          PIC X(001).
