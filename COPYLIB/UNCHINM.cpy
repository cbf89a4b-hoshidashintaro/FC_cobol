      *>----------------------------------------------------------------------------
      *>配送ルート別運賃レコードレイアウト
      *>配送ルートコードごとに、便１本あたりの固定費・配送先１件
      *>あたりの料金・ケース１個あたりの料金（いずれも円）を持つ、
      *>運賃マスタ（UNCHINM.txt）のレイアウト。使わない料金はゼロと
      *>する。ルートの運賃は
      *>　便数×便固定費＋配送先数×配送先単価＋ケース数×ケース単価
      *>で求める（運賃計算（FRTCOST001））。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==UCM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-ROUTE-CODE            PIC X(003).
           03   :PREFIX:-TRIP-KOTEI            PIC 9(007).
           03   :PREFIX:-DROP-TANKA            PIC 9(006).
           03   :PREFIX:-CASE-TANKA            PIC 9(005).
