      *>各プログラムが追記していく共通登録簿のレイアウト。
      *>１回の処理で１行を追記し、同一キーの行を時系列に読めば
      *>その受注の履歴（受付→正常／却下→抽出→集計→出荷、取消）が分かる。
      *>出荷後は店舗の受領確認（POD001）で納品済（"A"）の行が付く。
      *>納品希望日が先日付の受注は判定で予約（"B"）となり、納品日の
      *>前営業日の判定で正常（"2"）の行が付く。
      *>特注受注は判定で特注手配（"C"）となり、入荷して引き当てた後の
      *>判定で正常（"2"）の行が付く。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==REG== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
                88   :PREFIX:-STS-RETURNED        VALUE "7".
                88   :PREFIX:-STS-AMENDED         VALUE "8".
                88   :PREFIX:-STS-CANCELLED       VALUE "9".
                88   :PREFIX:-STS-DELIVERED       VALUE "A".
                88   :PREFIX:-STS-SCHEDULED       VALUE "B".
                88   :PREFIX:-STS-SPECIAL         VALUE "C".
           03   FILLER                      PIC X(001)   VALUE SPACE.
           03   :PREFIX:-RUN-DATE           PIC 9(008).
           03   FILLER                      PIC X(001)   VALUE SPACE.
