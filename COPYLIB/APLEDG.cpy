      *>----------------------------------------------------------------------------
      *>買掛元帳レコードレイアウト
      *>仕入先コード＋仕入先請求書番号をキーに、仕入先の請求書１通に
      *>つき１行を持つ買掛金の元帳。請求日・税抜金額・消費税額・
      *>税込請求額・支払済額・支払状況（未払"1"・支払済"2"）・
      *>支払期日・支払日を持つ。APLEDG001が承認済買掛（APAPPR.txt）
      *>からの転記で、APPAY001が支払の確定で保守する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==APL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-INV-BANGOU            PIC X(010).
           03   :PREFIX:-INV-DATE              PIC 9(008).
           03   :PREFIX:-ZEINUKI-KINGAKU       PIC S9(011).
           03   :PREFIX:-ZEI-KINGAKU           PIC S9(011).
           03   :PREFIX:-SEIKYU-KINGAKU        PIC S9(011).
           03   :PREFIX:-SHIHARAI-KINGAKU      PIC S9(011).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MIBARAI          VALUE "1".
                88   :PREFIX:-STS-SHIHARAI-ZUMI    VALUE "2".
           03   :PREFIX:-SHIHARAI-KIGEN        PIC 9(008).
           03   :PREFIX:-SHIHARAI-DATE         PIC 9(008).
