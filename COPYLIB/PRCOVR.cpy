      *>----------------------------------------------------------------------------
      *>単価変更記録レコードレイアウト
      *>受注入力（ORDENT001）で電話受注の単価を個別に取り決めたときに、
      *>受注の店番・注文番号・商品コードと顧客・入力担当者・注文数、
      *>通常単価（取り決め前の請求単価）・変更単価・変更理由コード・
      *>承認者の担当者番号（許容率以内の変更はゼロ）・受注日・入力日を
      *>１行ずつ追記する。請求書作成（INVGEN001）はこのファイルで
      *>単価を変更した受注を見分けて変更単価で請求し、単価変更日報
      *>（OVRRPT001）は入力日ごとに担当者・顧客別の一覧を印字する。
      *>変更理由コードは"01"競合対抗・"02"数量値引・"03"品質・破損・
      *>"04"納期遅延・"05"得意先との取り決め・"99"その他。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==OVR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE           PIC X(006).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-TANTOSYA-BANGOU       PIC 9(004).
           03   :PREFIX:-TYUMON-SU             PIC 9(005).
           03   :PREFIX:-TUJO-TANKA            PIC 9(006).
           03   :PREFIX:-HENKO-TANKA           PIC 9(006).
           03   :PREFIX:-RIYU-CODE             PIC X(002).
           03   :PREFIX:-SHONIN-BANGOU         PIC 9(004).
           03   :PREFIX:-JUCHU-DATE            PIC 9(008).
           03   :PREFIX:-NYURYOKU-DATE         PIC 9(008).
