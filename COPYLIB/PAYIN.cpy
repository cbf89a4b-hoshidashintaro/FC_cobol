      *>----------------------------------------------------------------------------
      *>入金レコードレイアウト
      *>顧客コード＋請求書番号＋入金額＋入金日を持つ、入金ファイル
      *>（PAYIN.txt）の標準レイアウト。ARLEDG001が該当する未消込の
      *>請求へ充当し、充当できた入金は同じレイアウトで入金履歴
      *>（PAYHIST.txt）へ追記する。
      *>入力者は入金を手入力した担当者の操作者ＩＤで、BANKIN001が
      *>自動照合で作成した行と項目追加前の行は空白となる。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PAY== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-INV-BANGOU            PIC 9(006).
           03   :PREFIX:-NYUKIN-KINGAKU        PIC 9(010).
           03   :PREFIX:-NYUKIN-DATE           PIC 9(008).
           03   :PREFIX:-OPERATOR-ID           PIC X(004).
