                     MOVE   "変更"       TO   WK-STATUS-NAME
                WHEN   "9"
                     MOVE   "取消"       TO   WK-STATUS-NAME
                WHEN   "A"
                     MOVE   "納品済"     TO   WK-STATUS-NAME
                WHEN   "B"
                     MOVE   "予約"       TO   WK-STATUS-NAME
                WHEN   "C"
                     MOVE   "特注手配"   TO   WK-STATUS-NAME
                WHEN   OTHER
                     MOVE   "状況不明"   TO   WK-STATUS-NAME
           END-EVALUATE.
