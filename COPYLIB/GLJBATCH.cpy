      *>----------------------------------------------------------------------------
      *>仕訳ファイルバッチ管理レコードレイアウト
      *>仕訳ファイル（GLJRNL.txt）の各バッチの先頭に付ける管理行。
      *>区分"B"・計上日付・明細行数・借方合計・貸方合計と、通常の
      *>売上計上以外のバッチに付ける種別マーク（訂正"ADJ"など）・
      *>参照日付を持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==GLB== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KUBUN                 PIC X(001).
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-ENTRY-COUNT           PIC 9(005).
           03   :PREFIX:-KARIKATA-TOTAL        PIC S9(011).
           03   :PREFIX:-KASHIKATA-TOTAL       PIC S9(011).
           03   :PREFIX:-ADJ-MARK              PIC X(003).
           03   :PREFIX:-REF-DATE              PIC 9(008).
