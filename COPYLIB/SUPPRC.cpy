      *>----------------------------------------------------------------------------
      *>仕入先別購入単価表レコードレイアウト
      *>仕入先コード・商品コード・適用開始日（YYYYMMDD）・購入単価を
      *>持つ、仕入先と取り決めた購入単価の表（SUPPRC.txt）の標準
      *>レイアウト。同一仕入先・商品の行が複数ある場合は、発注日以前で
      *>最も新しい適用開始日の単価を発注の取決単価とする。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SPR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-EFF-DATE              PIC 9(008).
           03   :PREFIX:-TANKA                 PIC 9(006).
