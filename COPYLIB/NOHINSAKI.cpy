      *>----------------------------------------------------------------------------
      *>納品先マスタレコードレイアウト
      *>複数の拠点を持つ卸売顧客の納品先（届け先）を、顧客コード＋
      *>納品先コードごとに１行で持つ、納品先マスタファイル
      *>（NOHINM.txt）の標準レイアウト。納品先名・住所と、積込表
      *>（LOADMAN001）が便を組むための配送ルートコード・配送順を持つ。
      *>ルートコードが空白の納品先は積込表で未割当として扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==NHM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-NOHIN-CODE            PIC X(003).
           03   :PREFIX:-NOHIN-NAME            PIC X(020).
           03   :PREFIX:-JUSHO                 PIC X(040).
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
           03   :PREFIX:-DROP-SEQ              PIC 9(003).
