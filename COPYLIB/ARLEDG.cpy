      *>売掛元帳レコードレイアウト
      *>顧客コード＋請求書番号をキーに、請求書１通につき１行を持つ
      *>売掛金の元帳。税込請求額・入金済額・消込状況（未消込"1"・
      *>消込済"2"・貸倒償却済"3"）・支払期日・貸倒償却額を持ち、
      *>ARLEDG001が請求書発行記録（INVREG.txt）からの転記と入金
      *>（PAYIN.txt）の消込で、ARWOFF001が貸倒償却で保守する。
      *>支払期日がゼロの行（項目追加前の行など）は発行日を支払期日と
      *>して扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ARL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MIKESHIKOMI      VALUE "1".
                88   :PREFIX:-STS-KESHIKOMI-ZUMI   VALUE "2".
                88   :PREFIX:-STS-KASHIDAORE       VALUE "3".
           03   :PREFIX:-SHIHARAI-KIGEN        PIC 9(008).
           03   :PREFIX:-KASHIDAORE-KINGAKU    PIC S9(011).
