      *>----------------------------------------------------------------------------
      *>通い容器種別マスタレコードレイアウト
      *>店舗への配送に使う通い容器（折りたたみコンテナ・パレットなど）
      *>の種別ごとに、名称・出庫数の求め方・容器１個あたりのケース数・
      *>１個あたりの預り保証金・店舗ごとの保有許容数を持つ、通い容器
      *>種別マスタ（YOKISYU.txt）のレイアウト。
      *>出庫数の求め方は"1"が混載ケース１個につき容器１個、"2"が
      *>積込表で積み込まれた店舗ごとのケース数を容器１個あたりの
      *>ケース数で割って切り上げた数（ケース数がゼロなら店舗ごとに
      *>１個）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==YKS== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-YOKI-CODE             PIC X(002).
           03   :PREFIX:-YOKI-NAME             PIC X(020).
           03   :PREFIX:-KEISAN-KUBUN          PIC X(001).
                88   :PREFIX:-KEISAN-KONSAI        VALUE "1".
                88   :PREFIX:-KEISAN-TUMIKOMI      VALUE "2".
           03   :PREFIX:-CASE-SU               PIC 9(003).
           03   :PREFIX:-HOSYO-TANKA           PIC 9(006).
           03   :PREFIX:-KYOYO-SU              PIC 9(005).
