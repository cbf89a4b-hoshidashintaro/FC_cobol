      *>----------------------------------------------------------------------------
      *>出荷ケース内容明細レコードレイアウト
      *>出荷ケース作成（CARTON001）がピッキング結果を店舗ごとに満ケース
      *>と混載ケースに詰め分けた結果を、ケース番号・商品ごとに１行で
      *>持つケース内容明細ファイル（CARTONDATA.txt）のレイアウト。
      *>ケース番号は実行日ごとに１から振り、ラベルにも同じ番号を印字
      *>する。満ケースは１商品１ケースで入数ちょうど、混載ケースは
      *>入数に満たない端数とケース入数のない商品を詰め合わせる。
      *>事前出荷案内（ASN001）はこのファイルから店舗別のケース別
      *>内容一覧を作成する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CTN== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-CARTON-NO             PIC 9(006).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
           03   :PREFIX:-DROP-SEQ              PIC 9(003).
           03   :PREFIX:-CARTON-KUBUN          PIC X(001).
                88   :PREFIX:-MANCASE              VALUE "1".
                88   :PREFIX:-KONSAI               VALUE "2".
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SU                    PIC 9(005).
           03   :PREFIX:-SYUKKA-DATE           PIC 9(008).
