      *>----------------------------------------------------------------------------
      *>受注明細（ＪＡＮコード形式）レコードレイアウト
      *>商品を当社の商品コードではなくＪＡＮコードで送る店舗POS向けの
      *>明細レコード。受注見出し（ORDHDRREC）に続けて、受注明細
      *>（ORDDTLREC）の代わりに商品１件につき１行で送る。
      *>レコード区分"OJ"に続けて、見出しと同じ受注キーとＪＡＮコード
      *>（13桁、短縮形は８桁で後ろ空白）・注文数を持つ。JUDGE001が
      *>ＪＡＮコード対照ファイル（JANXREF）で商品コードに変換する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==OJ== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-REC-KUBUN              PIC X(002).
           03   :PREFIX:-ZYUTYU-BANGOU.
                05   :PREFIX:-MISEBAN               PIC X(003).
                05   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-JAN-CODE                   PIC X(013).
           03   :PREFIX:-TYUMON-SU                  PIC 9(005).
