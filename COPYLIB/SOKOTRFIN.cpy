      *>----------------------------------------------------------------------------
      *>倉庫間移送トランザクションレコードレイアウト
      *>倉庫間移送（SOKOTRF001）への入力（SOKOTRFIN.txt）のレイアウト。
      *>処理区分は "1"：出庫（移送開始）　"2"：着荷確認　"9"：取消。
      *>出庫は出庫倉庫・入庫倉庫・商品コード・数量を指定し、移送番号は
      *>空白またはゼロとする（SOKOTRF001が採番する）。着荷確認・取消は
      *>移送番号だけで対象を特定し、倉庫・商品を指定した場合は台帳の
      *>内容と一致することを確認する。着荷確認の数量はゼロ（移送数の
      *>とおり着荷）か移送数と同じ数とする。日付が空白・ゼロの場合は
      *>処理日とする。在庫補充移送提案（REBAL001）も提案した移送を
      *>このレイアウトの出庫として書き出す。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==STI== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SYORI-KUBUN           PIC X(001).
                88   :PREFIX:-SYUKKO               VALUE "1".
                88   :PREFIX:-CHAKUKA              VALUE "2".
                88   :PREFIX:-TORIKESHI            VALUE "9".
           03   :PREFIX:-TRF-NO                PIC 9(006).
           03   :PREFIX:-DE-SOKO-CODE          PIC X(002).
           03   :PREFIX:-IRI-SOKO-CODE         PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SU                    PIC 9(007).
           03   :PREFIX:-DATE                  PIC 9(008).
           03   :PREFIX:-BIKO                  PIC X(020).
