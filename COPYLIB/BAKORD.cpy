      *>バックオーダー（欠品受注）レコードレイアウト
      *>在庫引当で在庫が不足した受注の未充足数を、受注キー（店番＋
      *>注文番号）＋商品コード単位で１行として記録する。状況は未充当
      *>が"1"、充当済（在庫回復時の自動充当）が"2"。受注の取消・変更
      *>の減量で不要になった行はBOCLOSE001が未充足数を減らし、０に
      *>なった行を取消解除"9"・減量解除"8"とする（解除日は充当日の
      *>欄に持つ）。行は発生順に追記されるため、ファイルの並びが
      *>そのまま古い順となる。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==BKO== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-STATUS                 PIC X(001).
                88   :PREFIX:-STS-MIJUTO            VALUE "1".
                88   :PREFIX:-STS-JUTO-ZUMI         VALUE "2".
                88   :PREFIX:-STS-GENRYO-KAIJO      VALUE "8".
                88   :PREFIX:-STS-TORIKESHI-KAIJO   VALUE "9".
           03   :PREFIX:-JUTO-DATE              PIC 9(008).
