      *>----------------------------------------------------------------------------
      *>販売手数料計画マスタレコードレイアウト
      *>受注担当者の販売手数料の計画を、部署ごと（対象区分"B"）または
      *>担当者ごと（対象区分"T"）に、商品の分類コード別に持つ。
      *>分類コードが空白の行はその部署・担当者の他の全分類に使う。
      *>担当者の分類別の行→担当者の全分類の行→部署の分類別の行→
      *>部署の全分類の行の順に、最初に見つかった行を適用する。
      *>適用開始日・適用終了日（ゼロは期限なし）を持ち、同じ対象・
      *>分類の行が複数ある場合は、対象月の末日に有効な行のうち最も
      *>新しい適用開始日の行を使う。
      *>段階は月間の純売上（税抜）の基準額と手数料率の組を最大５段階
      *>持ち、純売上が基準額以上となった段階のうち最も高い基準額の
      *>段階の率を純売上全体に掛ける。第１段階は基準額ゼロで基本の
      *>率とし、第２段階以降の使わない段階は基準額ゼロとする。
      *>戻し区分が"1"の計画は、担当者が受け付けた受注の返品額を
      *>純売上から差し引く（手数料の戻し入れ）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CPL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TAISHO-KUBUN          PIC X(001).
                88   :PREFIX:-TAISHO-BUSHO         VALUE "B".
                88   :PREFIX:-TAISHO-TANTO         VALUE "T".
           03   :PREFIX:-BUSHO-CODE            PIC X(003).
           03   :PREFIX:-TANTOSYA-BANGOU       PIC 9(004).
           03   :PREFIX:-BUNRUI-CODE           PIC X(002).
           03   :PREFIX:-START-DATE            PIC 9(008).
           03   :PREFIX:-END-DATE              PIC 9(008).
           03   :PREFIX:-MODOSHI-KUBUN         PIC X(001).
                88   :PREFIX:-MODOSHI-ARI          VALUE "1".
           03   :PREFIX:-DANKAI                OCCURS 5 TIMES.
                05   :PREFIX:-KIJUN-KINGAKU        PIC 9(011).
                05   :PREFIX:-RITSU                PIC 9(002)V9(002).
