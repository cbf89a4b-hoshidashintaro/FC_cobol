      *>----------------------------------------------------------------------------
      *>銀行振込入金通知レコードレイアウト
      *>銀行から受け取る振込入金通知ファイル（BANKIN.txt）の固定長
      *>レイアウト。データ区分はヘッダ"1"・明細"2"・トレーラ"8"・
      *>エンド"9"で、明細だけが入金１件を表す。明細は照会番号・
      *>勘定日（入金の起算日）・振込金額・振込依頼人名（カナ）を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==BNK== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-DATA-KUBUN            PIC X(001).
                88   :PREFIX:-KUBUN-HEADER         VALUE "1".
                88   :PREFIX:-KUBUN-MEISAI         VALUE "2".
                88   :PREFIX:-KUBUN-TRAILER        VALUE "8".
                88   :PREFIX:-KUBUN-END            VALUE "9".
           03   :PREFIX:-SYOUKAI-BANGOU        PIC 9(006).
           03   :PREFIX:-KANJYO-DATE           PIC 9(008).
           03   :PREFIX:-FURIKOMI-KINGAKU      PIC 9(010).
           03   :PREFIX:-IRAININ-NAME          PIC X(048).
