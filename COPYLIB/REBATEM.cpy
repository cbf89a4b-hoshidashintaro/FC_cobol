      *>----------------------------------------------------------------------------
      *>顧客別リベート契約マスタレコードレイアウト
      *>卸売顧客の数量リベート契約を顧客コードごとに持つ。適用開始日・
      *>適用終了日（ゼロは期限なし）と、四半期の純購買額（税抜）の
      *>基準額とリベート率の組を最大５段階持つ（使わない段階はゼロ）。
      *>四半期の純購買額が基準額以上となった段階のうち最も高い
      *>基準額の段階の率を、その四半期の純購買額全体に掛ける。
      *>たとえば「５００万円以上２％・１０００万円以上３％」は
      *>第１段階 5000000・2.00、第２段階 10000000・3.00となる。
      *>同一顧客の行が複数ある場合は、四半期の末日に有効な行のうち
      *>最も新しい適用開始日の行を使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==RBM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-START-DATE            PIC 9(008).
           03   :PREFIX:-END-DATE              PIC 9(008).
           03   :PREFIX:-DANKAI                OCCURS 5 TIMES.
                05   :PREFIX:-KIJUN-KINGAKU        PIC 9(011).
                05   :PREFIX:-RITSU                PIC 9(002)V9(002).
