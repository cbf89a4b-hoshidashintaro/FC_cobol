      *>発注登録簿（オープンＰＯレジスタ）レコードレイアウト
      *>POGEN001が起票した発注１明細につき１行を追記する登録簿。
      *>発注番号・仕入先コード・商品コード・発注数・発注日・入荷
      *>予定日と、入荷状況（未入荷"1"・入荷済"2"・取消"9"）・入荷済数
      *>を持つ。入荷（RECV001）が入荷数を積み上げ、発注数に達した行を
      *>入荷済に更新する。発注数・入荷予定日の変更と取消はPOMNT001が
      *>行う。未入荷の行があるうちは同じ倉庫・商品を重ねて発注しない
      *>（取消の行は発注済として扱わない）。倉庫コードは入荷先の
      *>倉庫を表し、入荷はこの倉庫の在庫へ積み増される。
      *>発注単価は発注時に仕入先別購入単価表（SUPPRC.txt）から求めた
      *>取決単価（表に無い場合は標準原価）で、仕入先請求の照合と
      *>購入価格差異の基準になる（項目追加前の行は空白で、ゼロと
      *>して扱う）。
      *>特注受注番号は特注受注（注文種別"2"）のために起票した明細で
      *>その受注の店番・注文番号を持ち、通常の補充発注では空白とする
      *>（項目追加前の行も空白）。紐付いた明細の入荷は一般在庫に
      *>入れず、特注受注台帳（TOKUCHU.txt）の受注へ引き当てる。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==POR== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MINYUKA          VALUE "1".
                88   :PREFIX:-STS-NYUKA-ZUMI       VALUE "2".
                88   :PREFIX:-STS-TORIKESHI        VALUE "9".
           03   :PREFIX:-NYUKA-SU              PIC 9(005).
           03   :PREFIX:-HATYU-TANKA           PIC 9(006).
           03   :PREFIX:-TOKU-ZYUTYU-BANGOU.
                05   :PREFIX:-TOKU-MISEBAN     PIC X(003).
                05   :PREFIX:-TOKU-TYUMON-BANGOU
                                               PIC 9(005).
