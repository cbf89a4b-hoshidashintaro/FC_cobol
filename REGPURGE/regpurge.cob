      *>パラメータファイル（REGPURGEPARM.txt：保持日数。無い場合は
      *>９０日）に従い、登録簿（ZYUREG.txt）のうちライフサイクルが
      *>終わっている受注キー（最新状況が出荷済"6"・返品済"7"・
      *>取消"9"・納品済"A"で、最新の日付が保持日数より古いもの）の
      *>全行を
      *>履歴ファイル（ZYUREGHIST.txt）へ移し、残りの行だけで登録簿を
      *>書き直す。SHIP001や照会の全件走査が月を追うごとに遅くなる
      *>のを防ぐための整理。実行後はREGSNAP001でスナップショットを
                UNTIL   WK-KEY-IDX   >   WK-KEY-COUNT
                IF  (WK-KEY-STATUS(WK-KEY-IDX)   =   "6"
                     OR   WK-KEY-STATUS(WK-KEY-IDX)   =   "7"
                     OR   WK-KEY-STATUS(WK-KEY-IDX)   =   "9"
                     OR   WK-KEY-STATUS(WK-KEY-IDX)   =   "A")
                AND  WK-KEY-STATUS-DATE(WK-KEY-IDX)
                          <   WK-KIJUN-DATE
                     MOVE   1   TO   WK-KEY-PURGE-FLG(WK-KEY-IDX)
