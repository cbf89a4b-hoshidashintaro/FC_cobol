      *>印字し、処理後も未充当のまま残る行は受注デスク向けの
      *>未充当バックオーダー一覧（BORDLIST.txt）に印字する。
      *>充当した在庫は在庫マスタから引き落として書き戻す。
      *>保留在庫台帳（ZAIKOHLD.txt）に保留中の数量は充当に使えない
      *>在庫とし、充当は現在庫から保留数を除いた引当可能数の範囲で
      *>行う（在庫マスタには保留分を含む現在庫を書き戻す）。
      *>充当で引き落とした在庫は在庫移動記録（ZAIKOIDO.txt）へ受注
      *>キー付きで１件ずつ追記する。
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
      *>店舗別倉庫割当ファイル
      *>************************************************************************
       SELECT   MISESOKO-FILE ASSIGN        TO "MISESOKO.txt"
       SELECT   OPNLST-FILE   ASSIGN         TO "BORDLIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
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
       FD   OPNLST-FILE.
       01   OPNLST-RECODE                          PIC X(100).
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
      *>
       01  BACKORD-FILE-STATUS                      PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
                 05   WK-ZAIKO-MSTR-HATYU-TEN     PIC 9(005).
                 05   WK-ZAIKO-MSTR-HORYU-SU      PIC 9(007).
       01   WK-ZAIKO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-ZAIKO-MSTR-FOUND-IDX              PIC 9(004)  COMP.
      *>
       01   WK-CUR-SOKO-CODE                     PIC X(002).
      *>１行分の充当数の計算用領域
       01   WK-JUTO-SU                           PIC S9(007).
      *>引当可能数（現在庫－保留数）の計算用領域
       01   WK-KANO-SU                           PIC S9(007).
      *>
      *>充当報告書の見出し行の編集用領域
       01   RLS-HDR-RECODE.
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
      *>  在庫マスタ・店舗別倉庫割当の読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
           PERFORM   MISESOKO-LOAD-PROC.
      *>
      *>  商品マスタの読み込み
           WRITE     OPNLST-RECODE   FROM   OPN-SUM-RECODE.
      *>
           CLOSE     RLSREP-FILE
                     OPNLST-FILE
                     ZID-FILE.
      *>
      *>  充当後のバックオーダー・在庫マスタを書き戻す
           PERFORM   BACKORD-REWRITE-PROC.
           EXIT.
      *>************************************************************************
      *>バックオーダー１行分の充当処理
      *>引当可能数（現在庫－保留数）がプラスの場合のみ、未充足数と
      *>引当可能数の小さい方を充当する。
      *>全量を充当できた行は充当済にし、一部のみの場合は未充足数を
      *>減らして未充当のまま残す
      *>************************************************************************
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                GO   TO   BKO-JUTO-PROC-EXIT
           END-IF.
           COMPUTE   WK-KANO-SU   =
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
              - WK-ZAIKO-MSTR-HORYU-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           IF   WK-KANO-SU   <=   ZERO
                GO   TO   BKO-JUTO-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-BKO-KEPPIN-SU(WK-BKO-IDX)   TO   WK-JUTO-SU.
           IF   WK-JUTO-SU   >   WK-KANO-SU
                MOVE   WK-KANO-SU   TO   WK-JUTO-SU
           END-IF.
      *>
           SUBTRACT  WK-JUTO-SU   FROM
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
      *>
      *>  在庫移動記録にバックオーダーの充当を記録する
           MOVE      "BJ"   TO   ZID-IDO-KUBUN.
           COMPUTE   ZID-IDO-SU   =   ZERO   -   WK-JUTO-SU.
           MOVE      SPACE   TO   ZID-DENPYO-NO.
           MOVE      WK-BKO-MISEBAN(WK-BKO-IDX)
                          TO   ZID-DENPYO-NO(1:3).
           MOVE      WK-BKO-TYUMON-BANGOU(WK-BKO-IDX)
                          TO   ZID-DENPYO-NO(4:5).
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
           IF   WK-JUTO-SU   =   WK-BKO-KEPPIN-SU(WK-BKO-IDX)
                ADD    1      TO   WRK-JUTO-COUNT
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
       TERM-PROC-EXIT.
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
