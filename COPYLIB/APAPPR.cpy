      *>----------------------------------------------------------------------------
      *>承認済買掛レコードレイアウト
      *>仕入先請求明細のうち、発注登録簿（発注内容）・入荷履歴（入荷
      *>数）・標準原価（請求金額）の３点照合で許容範囲内に一致した
      *>明細を１行ずつ追記する。仕入先請求明細の項目に、照合の基準
      *>とした金額（請求数×単価）と承認日を加えたもの。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==APA== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-INV-BANGOU            PIC X(010).
           03   :PREFIX:-INV-DATE              PIC 9(008).
           03   :PREFIX:-PO-BANGOU             PIC 9(006).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SEIKYU-SU             PIC 9(005).
           03   :PREFIX:-SEIKYU-KINGAKU        PIC 9(009).
           03   :PREFIX:-KIJUN-KINGAKU         PIC 9(009).
           03   :PREFIX:-SYONIN-DATE           PIC 9(008).
