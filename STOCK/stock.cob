      *>店舗間移庫（注文種別"7"）は、出庫店（相手店番）の倉庫から
      *>引き落として受入店（店番）の倉庫へ積み増し、移庫記録
      *>（TRFREG.txt）に追記する。
      *>特注受注（注文種別"2"）の品物は入荷（RECV001）が在庫に入れずに
      *>受注へ引き当てているため、在庫マスタから引き落とさない。
      *>欠品となった未充足数はバックオーダーファイル（BACKORD.txt）へ
      *>受注キー＋商品コード単位で追記し、現在庫は０に戻す（未充足の
      *>需要は台帳の負数ではなくバックオーダー側で管理する）。充当は
      *>在庫回復時にBORDREL001が古い順に行う。
      *>現在庫を増減するたびに、在庫移動記録（ZAIKOIDO.txt）へ移動区分・
      *>移動数・移動後残高・受注キーを１行ずつ追記する。
      *>保留在庫台帳（ZAIKOHLD.txt）に保留中の数量は引き当てに使えない
      *>在庫とし、欠品・発注点割れの判定は現在庫から保留数を除いた
      *>引当可能数で行う（在庫マスタには保留分を含む現在庫を書き戻す）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（保留中の数量は引当可能数から除く）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>店舗別倉庫割当ファイル（受注の店番から引き落とす倉庫を求める）
      *>************************************************************************
       SELECT   MISESOKO-FILE ASSIGN        TO "MISESOKO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BACKORD-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル（現在庫の増減を１件ずつ積み重ねる）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>実行番号採番ファイル（在庫移動記録に実行番号を記録する）
      *>************************************************************************
       SELECT   RUNNO-FILE    ASSIGN         TO "RUNNO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RUNNO-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
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
       01   BACKORD-RECODE.
           COPY   BAKORD   REPLACING   ==:PREFIX:==   BY   ==BKO==.
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>実行番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   RUNNO-FILE.
       01   RUNNO-RECODE                          PIC 9(006).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  WK-TODAY-CHAR                            PIC X(008).

       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  BACKORD-FILE-STATUS                      PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
                 05   WK-ZAIKO-MSTR-HATYU-TEN     PIC 9(005).
                 05   WK-ZAIKO-MSTR-HORYU-SU      PIC 9(007).
       01   WK-ZAIKO-MSTR-FOUND-FLG              PIC 9(001).
      *>引当可能数（現在庫－保留数）の計算用領域
       01   WK-KANO-SU                           PIC S9(007).
       01   WK-ZAIKO-MSTR-FOUND-IDX              PIC 9(004)  COMP.
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  在庫移動記録は追記する（無ければ新規に作成する）
           PERFORM   RUNNO-READ-PROC.
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
      *>
      *>  在庫マスタの読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
      *>
      *>  保留在庫台帳の読み込み（倉庫・商品ごとの保留数を求める）
           PERFORM   HLD-LOAD-PROC.
      *>
      *>  商品マスタの読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
                               MOVE   ZMST-HATYU-TEN     TO
                                    WK-ZAIKO-MSTR-HATYU-TEN
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZERO               TO
                                    WK-ZAIKO-MSTR-HORYU-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理
      *>保留中の数量を在庫マスタテーブルの同じ倉庫・商品の保留数に
      *>積み上げる。ファイルが無い場合は保留なしとする
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
                               PERFORM   VARYING   WK-ZAIKO-MSTR-IDX
                                    FROM   1   BY   1
                                    UNTIL   WK-ZAIKO-MSTR-IDX   >
                                              WK-ZAIKO-MSTR-COUNT
                                    IF   WK-ZAIKO-MSTR-SOKO-CODE
                                         (WK-ZAIKO-MSTR-IDX)
                                              =   HLD-SOKO-CODE
                                    AND  WK-ZAIKO-MSTR-SHOHIN-CODE
                                         (WK-ZAIKO-MSTR-IDX)
                                              =   HLD-SHOHIN-CODE
                                         ADD   HLD-HORYU-SU   TO
                                              WK-ZAIKO-MSTR-HORYU-SU
                                              (WK-ZAIKO-MSTR-IDX)
                                    END-IF
                               END-PERFORM
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別倉庫割当ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全店舗が既定の倉庫"01"として扱われる
      *>************************************************************************
                GO   TO   ZAIKO-HIKIATE-PROC-EXIT
           END-IF.
      *>
      *>  特注受注は入荷時に受注へ引き当てた品物を出すため引き落とさない
           IF   OT01-TYUMON-KUBUN   =   "2"
                GO   TO   ZAIKO-HIKIATE-PROC-EXIT
           END-IF.
      *>
      *>  取消（"9"）と変更の減量差分（"6"）は戻し入れ、それ以外
      *>  （通常・変更の増量差分"5"）は引き落とす
           IF   OT01-TYUMON-KUBUN   =   "9"
                ADD       WK-ZAIKO-DELTA   TO
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
      *>
      *>      在庫移動記録に出庫（取消・減量は戻し入れ）を記録する
                IF   OT01-TYUMON-KUBUN   =   "9"
                OR   OT01-TYUMON-KUBUN   =   "6"
                     MOVE   "MD"   TO   ZID-IDO-KUBUN
                ELSE
                     MOVE   "SK"   TO   ZID-IDO-KUBUN
                END-IF
                MOVE      WK-ZAIKO-DELTA       TO   ZID-IDO-SU
                MOVE      OT01-ZYUTYU-BANGOU   TO   ZID-DENPYO-NO
                PERFORM   ZAIKOIDO-WRITE-PROC
      *>
      *>      引き落としで引当可能数（現在庫－保留数）がマイナスに
      *>      なった場合は欠品として記録する
                COMPUTE   WK-KANO-SU   =
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                   - WK-ZAIKO-MSTR-HORYU-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                IF   WK-KANO-SU   <   ZERO
                     ADD       1   TO   WRK-KEPPIN-COUNT
                     PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                     MOVE      SPACE   TO   REP-DETAIL-RECODE
                     MOVE      OT01-SHOHIN-CODE  TO   REP-SHOHIN-CODE
                     MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                                    TO   REP-SHOHIN-NAME
                     MOVE      WK-KANO-SU   TO   REP-ZAIKO-SU
                     MOVE      WK-ZAIKO-MSTR-HATYU-TEN
                                    (WK-ZAIKO-MSTR-FOUND-IDX)
                                    TO   REP-HATYU-TEN
           EXIT.
      *>************************************************************************
      *>バックオーダー１件分の書き出し処理
      *>欠品で引当可能数がマイナスになった受注の未充足数（マイナス分
      *>と注文数の小さい方）をバックオーダーファイルへ追記し、在庫
      *>テーブルの引当可能数を０に戻す（現在庫は保留数だけ残る）
      *>************************************************************************
       BACKORD-WRITE-PROC        SECTION.
      *>
           COMPUTE   WK-KEPPIN-SU   =   ZERO   -   WK-KANO-SU.
           IF   WK-KEPPIN-SU   >   OT01-TYUMON-SU
                MOVE   OT01-TYUMON-SU   TO   WK-KEPPIN-SU
           END-IF.
           WRITE     BACKORD-RECODE.
           ADD       1   TO   WRK-BKO-COUNT.
      *>
      *>  バックオーダーへ移した分を在庫テーブルへ戻す
      *>  （引当可能数は０になる）
           ADD       WK-KEPPIN-SU   TO
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
      *>
      *>  在庫移動記録にバックオーダーへの振替を記録する
           MOVE      "BF"                 TO   ZID-IDO-KUBUN.
           MOVE      WK-KEPPIN-SU         TO   ZID-IDO-SU.
           MOVE      OT01-ZYUTYU-BANGOU   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
       BACKORD-WRITE-PROC-EXIT.
      *>
           IF   WK-ZAIKO-MSTR-FOUND-FLG   =   1
                SUBTRACT   OT01-TYUMON-SU   FROM
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                MOVE      "IS"                 TO   ZID-IDO-KUBUN
                COMPUTE   ZID-IDO-SU   =   ZERO   -   OT01-TYUMON-SU
                MOVE      OT01-ZYUTYU-BANGOU   TO   ZID-DENPYO-NO
                PERFORM   ZAIKOIDO-WRITE-PROC
           END-IF.
      *>
      *>  受入側の倉庫へ積み増す
           IF   WK-ZAIKO-MSTR-FOUND-FLG   =   1
                ADD   OT01-TYUMON-SU   TO
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                MOVE      "IN"                 TO   ZID-IDO-KUBUN
                MOVE      OT01-TYUMON-SU       TO   ZID-IDO-SU
                MOVE      OT01-ZYUTYU-BANGOU   TO   ZID-DENPYO-NO
                PERFORM   ZAIKOIDO-WRITE-PROC
           END-IF.
      *>
      *>  移庫記録に１行を追記する
           EXIT.
      *>************************************************************************
      *>発注点割れ商品の報告書書き出し処理
      *>引き落とし後の引当可能数（現在庫－保留数）が発注点以下の
      *>商品を一覧にする
      *>************************************************************************
       HATYU-REPORT-PROC         SECTION.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                COMPUTE   WK-KANO-SU   =
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                   - WK-ZAIKO-MSTR-HORYU-SU(WK-ZAIKO-MSTR-IDX)
                IF   WK-KANO-SU
                          <=   WK-ZAIKO-MSTR-HATYU-TEN
                                    (WK-ZAIKO-MSTR-IDX)
                     ADD    1   TO   WRK-HATYU-COUNT
                          TO   REP-SHOHIN-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME-SAVE
                          TO   REP-SHOHIN-NAME
                     MOVE   WK-KANO-SU
                          TO   REP-ZAIKO-SU
                     MOVE   WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                          TO   REP-HATYU-TEN
           CLOSE   OT01-FILE
                   ZAIKOREP-FILE
                   BACKORD-FILE
                   TRFREG-FILE
                   ZID-FILE.
      *>
      *>  引き落とし後の在庫マスタを書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
       OT01-FRESH-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１件分の書き出し処理
      *>呼び出し側で移動区分・移動数（入庫プラス・出庫マイナス）・
      *>伝票番号を設定し、増減した在庫テーブルの行を
      *>WK-ZAIKO-MSTR-FOUND-IDXに指した状態で呼び出す。移動後残高は
      *>その行の現在庫とする
      *>************************************************************************
       ZAIKOIDO-WRITE-PROC            SECTION.
      *>
           MOVE      WRK-RUN-DATE   TO   ZID-IDO-DATE.
           MOVE      WK-RUN-NO      TO   ZID-RUN-NO.
           MOVE      WRK-PGM-NAME   TO   ZID-PGM-NAME.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-SOKO-CODE.
           MOVE      WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-SHOHIN-CODE.
           MOVE      WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-ZANDAKA.
           WRITE     ZID-RECODE.
      *>
       ZAIKOIDO-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>実行番号の読み込み処理
      *>************************************************************************
       RUNNO-READ-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-RUN-NO.
           OPEN      INPUT   RUNNO-FILE.
           IF   RUNNO-FILE-STATUS   =   "00"
                READ   RUNNO-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   RUNNO-RECODE   IS   NUMERIC
                               MOVE   RUNNO-RECODE   TO   WK-RUN-NO
                          END-IF
                END-READ
           END-IF.
           CLOSE     RUNNO-FILE.
      *>
       RUNNO-READ-PROC-EXIT.
      *>
           EXIT.
