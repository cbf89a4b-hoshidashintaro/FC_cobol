      *>----------------------------------------------------------------------------
      *>仕訳ファイル明細レコードレイアウト
      *>総勘定元帳取込形式の仕訳ファイル（GLJRNL.txt）の明細行。
      *>区分（通常"E"・訂正"A"）・計上日付・勘定科目・貸借区分
      *>（借方"D"・貸方"C"）・金額・分類コードを持つ。売上以外の
      *>仕訳（売掛金・貸倒損失など）は分類コードを"**"とし、売上の
      *>勘定照合（GLRECON001）の対象にしない。
      *>末尾の顧客コード・請求書番号は売掛関係の仕訳にだけ付け、
      *>売掛金の勘定照合で顧客・請求書まで追えるようにする（付けない
      *>仕訳・項目追加前の行は空白）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==GLJ== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KUBUN                 PIC X(001).
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-KANJO-KAMOKU          PIC X(008).
           03   :PREFIX:-TAISYAKU              PIC X(001).
           03   :PREFIX:-KINGAKU               PIC S9(011).
           03   :PREFIX:-BUNRUI-CODE           PIC X(002).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-INV-BANGOU            PIC X(006).
