      *>----------------------------------------------------------------------------
      *>督促履歴レコードレイアウト
      *>督促状作成（DUNNING001）が督促した請求書１通につき１行を追記
      *>する履歴。顧客コード・請求書番号・督促段階（１＝３０日超の
      *>お願い・２＝６０日超の再督促・３＝９０日超の最終督促）・
      *>督促日を持つ。同じ請求書へ同じ段階を重ねて送らないこと、
      *>段階を飛ばして送らないことの判定に使う。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==DNH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-INV-BANGOU            PIC 9(006).
           03   :PREFIX:-DUN-LEVEL             PIC 9(001).
           03   :PREFIX:-SEND-DATE             PIC 9(008).
