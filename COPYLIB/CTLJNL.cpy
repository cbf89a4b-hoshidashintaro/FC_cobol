      *>----------------------------------------------------------------------------
      *>制御ファイル変更履歴（ジャーナル）レコードレイアウト
      *>CTLMNT001が適用した制御ファイルのメンテナンストランザクション
      *>１件につき１行を追記する履歴レコード。適用日・適用時刻（HHMM）
      *>・対象ファイル区分・処理区分・キー・内容と、トランザクションを
      *>入力した操作者ＩＤを持つ。変更一覧（CTLMNTLST.txt）は実行の
      *>たびに作り直すため、誰がいつ何を変えたかはこの履歴で確認する。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CJL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE           PIC 9(008).
           03   :PREFIX:-RUN-TIME           PIC X(004).
           03   :PREFIX:-FILE-KUBUN         PIC X(001).
           03   :PREFIX:-SYORI-KUBUN        PIC X(001).
           03   :PREFIX:-KEY                PIC X(020).
           03   :PREFIX:-DATA               PIC X(040).
           03   :PREFIX:-OPERATOR-ID        PIC X(004).
