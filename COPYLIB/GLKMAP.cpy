      *>----------------------------------------------------------------------------
      *>計上種別勘定科目対応表レコードレイアウト
      *>売上以外の仕訳（売掛金・貸倒損失など）を起こすプログラムが、
      *>計上種別キー（４桁）から勘定科目を求めるための対応表
      *>（GLKMAP.txt）のレイアウト。分類コード別の売上科目は従来どおり
      *>勘定科目対応表（GLMAP.txt）で求める。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==GLK== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KEIJO-KEY             PIC X(004).
           03   :PREFIX:-KANJO-KAMOKU          PIC X(008).
