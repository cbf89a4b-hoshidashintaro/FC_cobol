      *>----------------------------------------------------------------------------
      *>振込入金取込履歴レコードレイアウト
      *>BANKIN001が振込入金通知ファイルの明細を取り込むたびに１行を
      *>追記する履歴。実行日・勘定日・照会番号・振込金額・照合した
      *>顧客コード・取込結果を持つ。取込結果は "1"：照合して入金を
      *>作成、"2"：未照合入金一覧へ書き出し。
      *>勘定日＋照会番号で同じ振込を二度取り込まないための確認に使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==BKH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-KANJYO-DATE           PIC 9(008).
           03   :PREFIX:-SYOUKAI-BANGOU        PIC 9(006).
           03   :PREFIX:-FURIKOMI-KINGAKU      PIC 9(010).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-KEKKA-KUBUN           PIC X(001).
                88   :PREFIX:-KEKKA-SHOGO          VALUE "1".
                88   :PREFIX:-KEKKA-MISHOGO        VALUE "2".
