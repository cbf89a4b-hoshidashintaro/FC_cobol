      *>----------------------------------------------------------------------------
      *>貸倒償却トランザクションレコードレイアウト
      *>回収不能となった請求を売掛元帳から落とすための償却指示を、
      *>１件につき１行で追記するファイル（WRTOFF.txt）のレイアウト。
      *>顧客コード・請求書番号・償却額・償却理由・承認担当者番号・
      *>起票日と、ARWOFF001での処理状況（未処理"1"・償却済"2"・
      *>差戻し"9"）・処理日を持つ。処理済・差戻しの行は再処理しない
      *>（差し戻された指示は訂正して新しい行として起票し直す）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==WOF== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-INV-BANGOU            PIC 9(006).
           03   :PREFIX:-SYOKYAKU-KINGAKU      PIC 9(010).
           03   :PREFIX:-RIYUU                 PIC X(030).
           03   :PREFIX:-SYONIN-TANTO          PIC 9(004).
           03   :PREFIX:-KIHYO-DATE            PIC 9(008).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MISYORI          VALUE "1".
                88   :PREFIX:-STS-SYOKYAKU-ZUMI    VALUE "2".
                88   :PREFIX:-STS-SASHIMODOSHI     VALUE "9".
           03   :PREFIX:-SYORI-DATE            PIC 9(008).
