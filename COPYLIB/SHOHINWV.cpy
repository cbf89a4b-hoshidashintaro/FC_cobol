      *>----------------------------------------------------------------------------
      *>商品別重量・容積レコードレイアウト
      *>商品コードと、バラ１個あたりの重量（グラム）・容積（立方
      *>センチ）を持つ、商品別重量・容積ファイル（SHOHINWV.txt）の
      *>レイアウト。商品マスタ本体のレイアウトを変えずに別ファイルで
      *>持つ。積込表（LOADMAN001）がルートごとの積載量を求めるのに
      *>使う。行のない商品は重量・容積ゼロとして扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SWV== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-JURYO-G               PIC 9(006).
           03   :PREFIX:-YOSEKI-CC             PIC 9(007).
