      *>----------------------------------------------------------------------------
      *>仕入先別支払条件マスタレコードレイアウト
      *>仕入先コードをキーに、締め日と支払期日の規則、振込先口座を
      *>持つ。締め日・経過月数・支払日の意味は顧客別支払条件マスタ
      *>（PAYTERM）と同じで、たとえば「末日締め翌月末払い」は締め日
      *>99・経過月数1・支払日99となる。請求日が締め日以前であれば
      *>その月の締め、締め日より後であれば翌月の締めとして扱う。
      *>マスタに無い仕入先は月末締め翌月末払いとして扱う。
      *>振込先は銀行コード・支店コード・預金種目（普通"1"・当座
      *>"2"）・口座番号・受取人名（カナ）で、銀行コードがゼロの
      *>仕入先へは振込データを作らない。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==STM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-SHIME-DAY             PIC 9(002).
           03   :PREFIX:-SHIHARAI-MONTH        PIC 9(001).
           03   :PREFIX:-SHIHARAI-DAY          PIC 9(002).
           03   :PREFIX:-GINKO-CODE            PIC 9(004).
           03   :PREFIX:-SITEN-CODE            PIC 9(003).
           03   :PREFIX:-YOKIN-SYUMOKU         PIC X(001).
           03   :PREFIX:-KOUZA-BANGOU          PIC 9(007).
           03   :PREFIX:-UKETORININ-NAME       PIC X(030).
