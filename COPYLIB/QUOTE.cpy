      *>----------------------------------------------------------------------------
      *>見積ファイルレコードレイアウト
      *>卸売顧客への見積の明細１行を表す。見積番号・行番号・顧客コード・
      *>出荷店番・商品コード・数量・見積単価・見積日・有効期限日と、
      *>見積入力（QUOTENT001）で契約単価・単価履歴と照合した結果の
      *>単価区分（"L"＝基準単価を下回る、空白＝基準単価以上）を持つ。
      *>状態は未決が空白、受注済が"1"、期限切れが"8"。受注済の行は
      *>受注入力（ORDENT001）で変換した注文番号・受注日を持つ。
      *>有効期限日を過ぎた未決の見積は見積成約率表（QUOTRPT001）が
      *>期限切れとする。同じ見積の行は連続して並ぶ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==QUO== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-QUOTE-BANGOU          PIC 9(006).
           03   :PREFIX:-GYO-NO                PIC 9(002).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SURYO                 PIC 9(005).
           03   :PREFIX:-TANKA                 PIC 9(006).
           03   :PREFIX:-MITSUMORI-DATE        PIC 9(008).
           03   :PREFIX:-YUKO-DATE             PIC 9(008).
           03   :PREFIX:-BUSHO-CODE            PIC X(003).
           03   :PREFIX:-TANTOSYA-BANGOU       PIC 9(004).
           03   :PREFIX:-TANKA-KUBUN           PIC X(001).
                88   :PREFIX:-TANKA-BELOW          VALUE "L".
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-OPEN             VALUE SPACE.
                88   :PREFIX:-STS-ORDERED          VALUE "1".
                88   :PREFIX:-STS-EXPIRED          VALUE "8".
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-JUCHU-DATE            PIC 9(008).
