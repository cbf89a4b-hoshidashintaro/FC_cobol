      *>----------------------------------------------------------------------------
      *>振込依頼人名対応表レコードレイアウト
      *>銀行の振込依頼人名（カナ）と顧客コードの対応を持つ。１顧客に
      *>複数の依頼人名（支店名付き・略称など）を登録してよい。同じ
      *>依頼人名が複数の顧客に登録されている場合、その振込は顧客を
      *>特定できないものとして扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PYM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-IRAININ-NAME          PIC X(048).
