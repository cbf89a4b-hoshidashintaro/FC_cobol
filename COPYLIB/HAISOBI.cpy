      *>----------------------------------------------------------------------------
      *>店舗別配送曜日レコードレイアウト
      *>店番と、その店舗が納品を受ける曜日を持つ、店舗別配送曜日
      *>マスタの標準レイアウト。配送曜日は月曜から日曜までの７桁で、
      *>納品を受ける曜日の桁を"1"、受けない曜日の桁を空白／"0"とする
      *>（１桁目＝月曜〜７桁目＝日曜）。マスタに行の無い店舗と、
      *>全桁が"1"以外の店舗は毎日納品を受けるものとして扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==HSB== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-HAISO-YOUBI           PIC X(007).
