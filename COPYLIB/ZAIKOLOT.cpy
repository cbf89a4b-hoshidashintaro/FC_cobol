      *>入荷（RECV001）がロットを積み増し、ピッキング（PICK001）が
      *>入荷日の古いロットから引き落とす。残数ゼロの行も履歴として
      *>残す。
      *>賞味期限は入荷時に入荷トランザクションから受け取る（ゼロは期限
      *>管理の無いロット）。ピッキングは期限切れのロットを引き当てず、
      *>期限切れ廃棄（LOTDSP001）が残数をゼロにして台帳から落とす。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==LOT== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-LOT-BANGOU            PIC X(008).
           03   :PREFIX:-NYUKA-DATE            PIC 9(008).
           03   :PREFIX:-ZAIKO-SU              PIC S9(007).
           03   :PREFIX:-KIGEN-DATE            PIC 9(008).
