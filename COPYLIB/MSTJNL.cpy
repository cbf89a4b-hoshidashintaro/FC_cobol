      *>キーと、変更前・変更後の内容（名称／単価などの文字表現）を
      *>持つ。照会プログラムはこの履歴から任意時点のマスタ内容を
      *>組み立て直すことができる。
      *>適用時刻（HHMM）は職務分掌の点検で業務時間外の変更を見分ける
      *>ために持つ（項目追加前の行は空白で、時刻不明として扱う）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==JNL== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-OLD-NAIYO          PIC X(028).
           03   :PREFIX:-NEW-NAIYO          PIC X(028).
           03   :PREFIX:-OPERATOR-ID        PIC X(004).
           03   :PREFIX:-RUN-TIME           PIC X(004).
