      *>----------------------------------------------------------------------------
      *>在庫移動記録レコードレイアウト
      *>在庫マスタ（ZAIKOMSTR）の現在庫を増減したプログラムが、増減の
      *>たびに在庫移動記録ファイル（ZAIKOIDO.txt）へ１行ずつ追記する、
      *>全プログラム共通の在庫の動きの履歴。移動数は入庫をプラス、
      *>出庫をマイナスとし、移動後残高はその増減を反映した後の現在庫
      *>とする。伝票番号は移動の元になった伝票（受注キー・発注番号・
      *>デビットノート番号など）を左詰めで持つ。
      *>実行番号は実行番号採番ファイル（RUNNO.txt）の現在番号とする。
      *>商品別の在庫受払（ZAIKOCARD001）で使用する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==ZID== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-IDO-DATE              PIC 9(008).
           03   :PREFIX:-RUN-NO                PIC 9(006).
           03   :PREFIX:-PGM-NAME              PIC X(008).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-IDO-KUBUN             PIC X(002).
      *>             受注出庫（STOCK001）
                88   :PREFIX:-SYUKKO               VALUE "SK".
      *>             受注取消・減量の戻し入れ（STOCK001）
                88   :PREFIX:-MODOSHI              VALUE "MD".
      *>             欠品分のバックオーダー振替（STOCK001）
                88   :PREFIX:-BKO-FURIKAE          VALUE "BF".
      *>             店舗間移庫の出庫・入庫（STOCK001）
                88   :PREFIX:-IKO-SYUKKO           VALUE "IS".
                88   :PREFIX:-IKO-NYUKO            VALUE "IN".
      *>             仕入入荷（RECV001）
                88   :PREFIX:-NYUKA                VALUE "NK".
      *>             得意先返品の戻し入れ（RTN001）
                88   :PREFIX:-HENPIN-UKEIRE        VALUE "HU".
      *>             仕入先返品（RTV001）
                88   :PREFIX:-SIIRE-HENPIN         VALUE "SH".
      *>             棚卸差異の調整（STKCNT001）
                88   :PREFIX:-TANAOROSHI           VALUE "TA".
      *>             バックオーダー充当（BORDREL001）
                88   :PREFIX:-BKO-JUTO             VALUE "BJ".
      *>             期限切れロットの廃棄（LOTDSP001）
                88   :PREFIX:-KIGEN-HAIKI          VALUE "HK".
      *>             倉庫間移送の出庫・着荷・取消の戻し（SOKOTRF001）
                88   :PREFIX:-TRF-SYUKKO           VALUE "SS".
                88   :PREFIX:-TRF-CHAKUKA          VALUE "SN".
                88   :PREFIX:-TRF-TORIKESHI        VALUE "SC".
      *>             店舗日次受注の取消による戻し（RECALL001）
                88   :PREFIX:-RECALL               VALUE "RC".
      *>             取消・減量で解除したバックオーダー分の戻し過ぎの
      *>             調整（BOCLOSE001）
                88   :PREFIX:-BKO-KAIJO            VALUE "BC".
           03   :PREFIX:-IDO-SU                PIC S9(007).
           03   :PREFIX:-ZANDAKA               PIC S9(007).
           03   :PREFIX:-DENPYO-NO             PIC X(012).
