      *>----------------------------------------------------------------------------
      *>特注受注台帳（取扱いのない商品の受注）レコードレイアウト
      *>注文種別"2"（特注）で受理した受注を、在庫引当に回さずに判定
      *>（JUDGE001）が保持しておく台帳のレイアウト。発注起票
      *>（POGEN001）がこの受注に紐付いた発注明細を起こし、入荷
      *>（RECV001）が紐付いた入荷を一般在庫に入れずにこの受注へ
      *>引き当てる。引当済となった受注は次の判定で当日分の入力に
      *>戻され、その日の0T01.txtからピッキングへ流れる。
      *>状態区分：
      *>  "1" 発注待ち（受理済・発注明細の起票前）
      *>  "2" 発注済（発注番号・倉庫コードを記録）
      *>  "3" 引当済（受注数の入荷を受け、出荷手配待ち）
      *>  "4" 出荷手配済（当日分に戻した日を解除日付に記録）
      *>  "9" 取消
      *>解除日付は当日に手配した行を同日の再実行で手配し直すために使う。
      *>受注レコードは判定済（ケースはバラ換算済）の内容を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==TKC== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-STATUS             PIC X(001).
                88   :PREFIX:-HATYU-MACHI       VALUE "1".
                88   :PREFIX:-HATYU-ZUMI        VALUE "2".
                88   :PREFIX:-HIKIATE-ZUMI      VALUE "3".
                88   :PREFIX:-TEHAI-ZUMI        VALUE "4".
                88   :PREFIX:-TORIKESHI         VALUE "9".
           03   :PREFIX:-TOROKU-DATE        PIC 9(008).
           03   :PREFIX:-PO-BANGOU          PIC 9(006).
           03   :PREFIX:-SOKO-CODE          PIC X(002).
           03   :PREFIX:-NYUKA-SU           PIC 9(005).
           03   :PREFIX:-NYUKA-DATE         PIC 9(008).
           03   :PREFIX:-KAIJO-DATE         PIC 9(008).
           03   :PREFIX:-ORDER              PIC X(049).
