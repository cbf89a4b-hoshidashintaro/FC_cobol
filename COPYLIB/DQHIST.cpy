      *>----------------------------------------------------------------------------
      *>店舗別データ品質履歴レコードレイアウト
      *>日々のチェックの結果を店番別に積み重ねる、データ品質履歴
      *>ファイル（DQHIST.txt）の標準レイアウト。月次の店舗別データ
      *>品質評価表（DQSCORE001）の入力となる。
      *>区分ごとの書き手と件数の意味は次のとおり。
      *>　"L"遅延　　：到着監視（ARRMON001）が締切超過の未着を記録
      *>　　　　　　　した後に到着したファイル
      *>　"M"未着　　：到着監視（ARRMON001）の時点で締切超過の未着
      *>　"K"受注件数：欠番検出（GAPCHK001）が数えた当日の明細行数
      *>　"G"欠番　　：欠番検出（GAPCHK001）が検出した欠番の数
      *>　"E"伝送検証：判定（JUDGE001）の統合時に見出し・末尾レコード
      *>　　　　　　　の検証に通らず取込を拒否したファイル
      *>"L"・"M"・"K"・"G"は実行日・店番・区分ごとに１件だけ書き出す。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==DQH== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-RUN-DATE              PIC 9(008).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-KUBUN                 PIC X(001).
                88   :PREFIX:-CHIEN                VALUE "L".
                88   :PREFIX:-MICHAKU              VALUE "M".
                88   :PREFIX:-ZYUTYU-KENSU         VALUE "K".
                88   :PREFIX:-KETSUBAN             VALUE "G".
                88   :PREFIX:-DENSO-NG             VALUE "E".
           03   :PREFIX:-KENSU                 PIC 9(006).
           03   :PREFIX:-NAIYO                 PIC X(040).
