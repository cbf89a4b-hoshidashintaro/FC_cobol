      *>----------------------------------------------------------------------------
      *>総合振込依頼レコードレイアウト
      *>銀行へ渡す仕入先支払の振込依頼ファイル（APFURI.txt）の固定長
      *>レイアウト。データ区分はヘッダ"1"・明細"2"・トレーラ"8"・
      *>エンド"9"。ヘッダは振込指定日だけを、明細は仕入先１社分の
      *>振込先口座・受取人名（カナ）・振込金額・仕入先コードを、
      *>トレーラは明細の件数と振込金額の合計を持つ（使わない項目は
      *>ゼロまたは空白）。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==FRI== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-DATA-KUBUN            PIC X(001).
                88   :PREFIX:-KUBUN-HEADER         VALUE "1".
                88   :PREFIX:-KUBUN-MEISAI         VALUE "2".
                88   :PREFIX:-KUBUN-TRAILER        VALUE "8".
                88   :PREFIX:-KUBUN-END            VALUE "9".
           03   :PREFIX:-SHITEI-DATE           PIC 9(008).
           03   :PREFIX:-GINKO-CODE            PIC 9(004).
           03   :PREFIX:-SITEN-CODE            PIC 9(003).
           03   :PREFIX:-YOKIN-SYUMOKU         PIC X(001).
           03   :PREFIX:-KOUZA-BANGOU          PIC 9(007).
           03   :PREFIX:-UKETORININ-NAME       PIC X(030).
           03   :PREFIX:-FURIKOMI-KINGAKU      PIC 9(012).
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-KENSU                 PIC 9(006).
