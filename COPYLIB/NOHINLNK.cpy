      *>----------------------------------------------------------------------------
      *>受注納品先対応レコードレイアウト
      *>判定（JUDGE001）が納品先コード付きの受注を受け付けたときに、
      *>受注の店番・注文番号と顧客コード・納品先コード・受注日（受付
      *>日付）を受注１件につき１行ずつ追記する。受注レコードには納品先
      *>を持たないため、積込表（LOADMAN001）・事前出荷案内（ASN001）・
      *>請求書作成（INVGEN001）はこのファイルで受注の納品先を引く。
      *>注文番号の再使用に備え、受注日が受付日付以前で最も新しい行を
      *>対応付ける。このファイルに無い受注は注文した店舗への納品とする。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==NHL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-NOHIN-CODE            PIC X(003).
           03   :PREFIX:-JUCHU-DATE            PIC 9(008).
