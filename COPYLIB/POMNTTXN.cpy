      *>----------------------------------------------------------------------------
      *>発注変更トランザクションレコードレイアウト
      *>発注登録簿（POREG）の未入荷の明細１行を変更・取消するための
      *>トランザクション。明細は発注番号・商品コード・倉庫コードで
      *>指定する。処理区分は発注数変更"Q"・入荷予定日変更"D"・取消"C"
      *>で、変更後の発注数・入荷予定日は該当する区分のときだけ使う。
      *>担当者番号（担当者マスタに有ること）と変更理由は必須とする。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==PMT== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-PO-BANGOU             PIC 9(006).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SYORI-KUBUN           PIC X(001).
                88   :PREFIX:-KUBUN-SURYO          VALUE "Q".
                88   :PREFIX:-KUBUN-YOTEI          VALUE "D".
                88   :PREFIX:-KUBUN-TORIKESHI      VALUE "C".
           03   :PREFIX:-NEW-HATYU-SU          PIC 9(005).
           03   :PREFIX:-NEW-YOTEI-DATE        PIC 9(008).
           03   :PREFIX:-TANTO-BANGOU          PIC 9(004).
           03   :PREFIX:-RIYU                  PIC X(030).
