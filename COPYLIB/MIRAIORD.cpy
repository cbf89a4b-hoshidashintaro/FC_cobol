      *>----------------------------------------------------------------------------
      *>予約受注（先日付受注）ファイルレコードレイアウト
      *>納品希望日が通常の納品日（翌営業日）より先の正常受注を、判定
      *>（JUDGE001）が当日分とせずに保留しておくファイルのレイアウト。
      *>納品希望日の前営業日の判定で受注レコードが当日分の入力に
      *>戻され、その日の0T01.txtから在庫引当・配分へ流れる。
      *>解除日付は保留中がゼロ、入力に戻した日はその日付となる
      *>（同日の再実行で同じ行を戻し直すために翌日まで残す）。
      *>受注レコードは判定済（ケースはバラ換算済）の内容を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==MRI== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KIBO-DATE          PIC 9(008).
           03   :PREFIX:-TOROKU-DATE        PIC 9(008).
           03   :PREFIX:-KAIJO-DATE         PIC 9(008).
           03   :PREFIX:-ORDER              PIC X(049).
