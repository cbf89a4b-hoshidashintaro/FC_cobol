      *>（STOCK001）とピッキング（PICK001）はこのファイルがあれば
      *>0T01.txtの代わりに読む。取消受注（注文種別"9"）は配分の対象に
      *>せず、戻し入れ分を配分可能在庫に加えたうえでそのまま通す。
      *>特注受注（注文種別"2"）は入荷した品物を受注に引き当て済のため
      *>配分の対象にせず、店舗間移庫と同様にそのまま通す。
      *>配分の内訳は引当報告書（ALLOCREP.txt）に印字する。
      *>在庫マスタ自体は更新しない（台帳の引き落としは従来どおり
      *>STOCK001が行う）。
      *>保留在庫台帳（ZAIKOHLD.txt）に保留中の数量は現在庫から除き、
      *>保留されていない在庫だけを配分可能在庫とする。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（保留中の数量は配分可能在庫から除く）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>店舗別倉庫割当ファイル（明細の出荷元倉庫を求める）
      *>************************************************************************
       SELECT   MISESOKO-FILE ASSIGN        TO "MISESOKO.txt"
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>店舗別倉庫割当ファイルのレイアウト定義
      *>************************************************************************
       FD   MISESOKO-FILE.
       01  WK-TODAY-CHAR                            PIC X(008).

       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  PRI-FILE-STATUS                          PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
       01  BACKORD-FILE-STATUS                      PIC XX.
            03   WK-ALC-SHOHIN-CODE              PIC X(006).
            03   WK-ALC-ZAIKO                    PIC S9(009).
            03   WK-ALC-DEMAND                   PIC S9(009).
            03   WK-ALC-LV                       PIC 9(003).
            03   WK-ALC-LV-DEMAND                PIC S9(009).
            03   WK-ALC-LV-ALLOC                 PIC S9(009).
            03   WK-ALC-LINE-ALLOC               PIC S9(009).
      *>
      *>  在庫マスタ・店舗別倉庫割当・店舗優先順位マスタの読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
           PERFORM   MISESOKO-LOAD-PROC.
           PERFORM   PRI-LOAD-PROC.
      *>
           MOVE      ZERO                 TO
                WK-LN-DONE-FLG(WK-LN-COUNT).
      *>
      *>  店舗間移庫・引当済の特注受注は配分の対象にせず、そのまま
      *>  通す
           IF   OT01-TYUMON-KUBUN   =   "7"
           OR   OT01-TYUMON-KUBUN   =   "2"
                MOVE   OT01-TYUMON-SU   TO
                     WK-LN-ALLOC-SU(WK-LN-COUNT)
                MOVE   1    TO   WK-LN-DONE-FLG(WK-LN-COUNT)
                IF   WK-LN-TYUMON-KUBUN(WK-LN-IDX)   =   "9"
                OR   WK-LN-TYUMON-KUBUN(WK-LN-IDX)   =   "6"
                OR   WK-LN-TYUMON-KUBUN(WK-LN-IDX)   =   "7"
                OR   WK-LN-TYUMON-KUBUN(WK-LN-IDX)   =   "2"
                OR   WK-LN-ALLOC-SU(WK-LN-IDX)   >   ZERO
                     MOVE   WK-LN-RECODE(WK-LN-IDX)   TO   AL01-RECODE
                     MOVE   WK-LN-ALLOC-SU(WK-LN-IDX)
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理
      *>保留中の数量を在庫マスタテーブルの同じ倉庫・商品の現在庫から
      *>差し引き、配分可能在庫を保留されていない在庫だけにする。
      *>ファイルが無い場合は保留なしとする
      *>************************************************************************
       HLD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   HLD-FILE.
           IF   HLD-FILE-STATUS   NOT =   "00"
                CLOSE   HLD-FILE
                GO   TO   HLD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HLD-FILE-STATUS   NOT =   "00"
                READ   HLD-FILE
                     AT   END
                          MOVE   "10"   TO   HLD-FILE-STATUS
                     NOT   AT   END
                          IF   HLD-HORYU-SU   NUMERIC
                               PERFORM   HLD-DEDUCT-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留１行分の現在庫からの差し引き処理
      *>************************************************************************
       HLD-DEDUCT-PROC                SECTION.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   HLD-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   HLD-SHOHIN-CODE
                     SUBTRACT   HLD-HORYU-SU   FROM
                          WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                END-IF
           END-PERFORM.
      *>
       HLD-DEDUCT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの検索処理（商品コードを線形検索する）
      *>WK-ALC-SHOHIN-CODEに商品コードを設定してから呼び出す
      *>************************************************************************
