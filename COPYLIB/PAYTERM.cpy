      *>----------------------------------------------------------------------------
      *>顧客別支払条件マスタレコードレイアウト
      *>顧客コードをキーに、締め日と支払期日の規則を持つ。
      *>締め日は01～31の日（その月に無い日、または99は月末締め）。
      *>支払期日は締め日の属する月からの経過月数（0＝当月・1＝翌月・
      *>2＝翌々月）と支払日（01～31・その月に無い日、または99は
      *>月末）で表す。たとえば「20日締め翌月末払い」は締め日20・
      *>経過月数1・支払日99となる。
      *>マスタに無い顧客は月末締め翌月末払いとして扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PTM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-SHIME-DAY             PIC 9(002).
           03   :PREFIX:-SHIHARAI-MONTH        PIC 9(001).
           03   :PREFIX:-SHIHARAI-DAY          PIC 9(002).
