      *>----------------------------------------------------------------------------
      *>倉庫間移送台帳レコードレイアウト
      *>ある倉庫（出庫倉庫）の在庫を別の倉庫（入庫倉庫）へ移す移送を、
      *>移送番号ごとに１行で持つ倉庫間移送台帳（SOKOTRF.txt）の
      *>レイアウト。移送番号は台帳の最大番号＋１で採番する。
      *>出庫した時点で出庫倉庫の在庫マスタ（ZAIKOMSTR）の現在庫から
      *>移送数を落とし、状態を輸送中とする。輸送中の数量はどちらの
      *>倉庫の現在庫にも含まれず、入庫倉庫が着荷を確認した時点で入庫
      *>倉庫の現在庫へ積み増して状態を着荷済とする。取消は輸送中の
      *>移送だけを対象とし、移送数を出庫倉庫へ戻して状態を取消とする。
      *>完了日は着荷済・取消になった日。
      *>出庫・着荷・取消の登録は倉庫間移送（SOKOTRF001）が行い、
      *>在庫補充移送提案（REBAL001）と発注書作成（POGEN001）は
      *>輸送中の数量を入庫倉庫の入荷予定として扱う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==TRF== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-TRF-NO                PIC 9(006).
           03   :PREFIX:-SYUKKO-DATE           PIC 9(008).
           03   :PREFIX:-DE-SOKO-CODE          PIC X(002).
           03   :PREFIX:-IRI-SOKO-CODE         PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-IDO-SU                PIC 9(007).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-YUSOCHU          VALUE "1".
                88   :PREFIX:-STS-CHAKUKA-ZUMI     VALUE "2".
                88   :PREFIX:-STS-TORIKESHI        VALUE "9".
           03   :PREFIX:-KANRYO-DATE           PIC 9(008).
           03   :PREFIX:-BIKO                  PIC X(020).
