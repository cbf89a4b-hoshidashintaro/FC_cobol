      *>----------------------------------------------------------------------------
      *>バックオーダー解除履歴レコードレイアウト
      *>BOCLOSE001が受注の取消・変更の減量に合わせてバックオーダーの
      *>未充足数を減らすたびに１行を追記する履歴。実行日・対象日
      *>（読み込んだ日付退避ファイルの日付）・受注キー・商品コード・
      *>バックオーダーの発生日・解除前の未充足数・解除数・解除後の
      *>残数・理由コード・在庫を調整した倉庫コードを持つ。
      *>理由コードは "1"：受注取消（受注現在状況が取消）
      *>　"2"：取消明細（注文種別"9"）　"3"：変更の減量（注文種別"6"）。
      *>同じ対象日の取消・変更明細を二重に解除しないための確認にも使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==BCH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-TAISHO-DATE           PIC 9(008).
           03   :PREFIX:-ZYUTYU-BANGOU.
                05   :PREFIX:-MISEBAN          PIC X(003).
                05   :PREFIX:-TYUMON-BANGOU    PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-HASSEI-DATE           PIC 9(008).
           03   :PREFIX:-MAE-SU                PIC 9(005).
           03   :PREFIX:-KAIJO-SU              PIC 9(005).
           03   :PREFIX:-ZAN-SU                PIC 9(005).
           03   :PREFIX:-RIYU-CODE             PIC X(001).
                88   :PREFIX:-RIYU-ZYOKYO          VALUE "1".
                88   :PREFIX:-RIYU-TORIKESHI       VALUE "2".
                88   :PREFIX:-RIYU-GENRYO          VALUE "3".
           03   :PREFIX:-SOKO-CODE             PIC X(002).
