      *>----------------------------------------------------------------------------
      *>請求書発行者情報レコードレイアウト
      *>請求書に印字する発行者（当社）の適格請求書発行事業者の
      *>登録番号（"T"＋13桁）と発行者名を持つ、１行だけの制御ファイル
      *>（HAKKOSHA.txt）のレイアウト。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==HKS== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TOROKU-BANGOU         PIC X(014).
           03   :PREFIX:-HAKKOSHA-NAME         PIC X(030).
