      *>----------------------------------------------------------------------------
      *>ＪＡＮコード対照レコードレイアウト
      *>店舗のPOSやCSVが商品の識別に使うＪＡＮコード（13桁、短縮形は
      *>８桁で後ろ空白）と、当社の商品コード（分類コード＋商品No）の
      *>対応を持つ、ＪＡＮコード対照ファイル（JANXREF.txt）の標準
      *>レイアウト。１つの商品に複数のＪＡＮコードを対応させてよいが、
      *>１つのＪＡＮコードは１つの商品にだけ対応する。
      *>マスタメンテナンス（MSTMNT001）がマスタ区分"6"で保守する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==JANX== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-JAN-CODE              PIC X(013).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
