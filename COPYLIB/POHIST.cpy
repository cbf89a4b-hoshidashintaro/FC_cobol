      *>----------------------------------------------------------------------------
      *>発注変更履歴レコードレイアウト
      *>POMNT001が発注登録簿へ適用した変更・取消１件につき１行を追記
      *>する履歴。処理日・明細のキー（発注番号・商品コード・倉庫
      *>コード）・仕入先コード・処理区分（"Q"・"D"・"C"）と、変更前・
      *>変更後の発注数・入荷予定日・入荷状況、担当者番号・変更理由を
      *>持つ。誰がいつ何のために発注を変えたかはこの履歴で確認する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==POH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-PO-BANGOU             PIC 9(006).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-SYORI-KUBUN           PIC X(001).
           03   :PREFIX:-OLD-HATYU-SU          PIC 9(005).
           03   :PREFIX:-NEW-HATYU-SU          PIC 9(005).
           03   :PREFIX:-OLD-YOTEI-DATE        PIC 9(008).
           03   :PREFIX:-NEW-YOTEI-DATE        PIC 9(008).
           03   :PREFIX:-OLD-STATUS            PIC X(001).
           03   :PREFIX:-NEW-STATUS            PIC X(001).
           03   :PREFIX:-TANTO-BANGOU          PIC 9(004).
           03   :PREFIX:-RIYU                  PIC X(030).
