      *>----------------------------------------------------------------------------
      *>入荷履歴レコードレイアウト
      *>入荷（RECV001）が検収できた入荷１件につき１行を追記する履歴。
      *>発注番号・商品コード・入荷先の倉庫コード・入荷数・入荷日・
      *>ロット番号を持つ。発注登録簿の入荷済数は累計だけを持つため、
      *>いつ何個入荷したかはこの履歴で確認する（仕入先請求の照合で
      *>入荷数の根拠に使用する）。
      *>入荷単価は入荷時に確認した実際の購入単価で、入荷トランザクション
      *>に単価が無い場合は発注単価を入れる（購入価格差異の計算に使う。
      *>項目追加前の行は空白で、ゼロとして扱う）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==RCH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-PO-BANGOU             PIC 9(006).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-NYUKA-SU              PIC 9(005).
           03   :PREFIX:-NYUKA-DATE            PIC 9(008).
           03   :PREFIX:-LOT-BANGOU            PIC X(008).
           03   :PREFIX:-NYUKA-TANKA           PIC 9(006).
