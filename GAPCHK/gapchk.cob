      *>定期受注の固定帯（９０００１～９９９９９）と窓口予約帯
      *>（ORDRANGE.txt）の番号は店舗の連番とは別採番のため、
      *>範囲の計算からも走査からも除外する。
      *>店舗別データ品質評価のため、店番ごとの当日の明細行数と
      *>欠番数をデータ品質履歴（DQHIST.txt）へ積み重ねる（再実行しても
      *>同じ処理日・店番の行は重ねない）。
      *>欠番が１件でもあれば復帰コード４で終了する。
      *>************************************************************************
      *>見出し部
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ORG-FILE-STATUS.
      *>************************************************************************
      *>店舗別データ品質履歴ファイル（明細行数・欠番数を積み重ねる）
      *>************************************************************************
       SELECT   DQH-FILE      ASSIGN        TO "DQHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQH-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
           03   ORG-START-BANGOU               PIC 9(005).
           03   ORG-END-BANGOU                 PIC 9(005).
      *>************************************************************************
      *>店舗別データ品質履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   DQH-FILE.
       01   DQH-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==DQH==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  OT01-FILE-STATUS                         PIC XX.
       01  ER01-FILE-STATUS                         PIC XX.
       01  DQH-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-KEY-COUNT                    PIC 9(006).
                 05   WK-MISE-MAX-BANGOU          PIC 9(005).
       01   WK-MISE-FOUND-FLG                    PIC 9(001).
       01   WK-MISE-FOUND-IDX                    PIC 9(003)  COMP.
      *>店番別の明細行数・欠番数の集計テーブル（データ品質履歴用）
       01   WK-DQK-AREA.
            03   WK-DQK-COUNT                    PIC 9(003)  COMP.
            03   WK-DQK-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-DQK-IDX.
                 05   WK-DQK-MISEBAN              PIC X(003).
                 05   WK-DQK-KENSU                PIC 9(006).
                 05   WK-DQK-GAP                  PIC 9(006).
                 05   WK-DQK-K-ZUMI               PIC 9(001).
                 05   WK-DQK-G-ZUMI               PIC 9(001).
       01   WK-DQK-FOUND-IDX                     PIC 9(003)  COMP.
       01   WK-DQK-KEY-MISEBAN                   PIC X(003).
       01   WK-GAP-SAVE                          PIC 9(006).
      *>範囲走査用の番号
       01   WK-CHK-BANGOU                        PIC 9(005).
      *>
           MOVE   ZERO        TO   WK-KEY-COUNT.
           MOVE   ZERO        TO   WK-MISE-COUNT.
           MOVE   ZERO        TO   WK-ORG-COUNT.
           MOVE   ZERO        TO   WK-DQK-COUNT.
      *>
      *>  窓口予約帯の読み込み（帯の番号は走査から除外する）
           PERFORM   ORG-LOAD-PROC.
           END-PERFORM.
      *>
           CLOSE     GAPREP-FILE.
      *>
      *>  店番ごとの明細行数・欠番数をデータ品質履歴へ積み重ねる
           PERFORM   DQH-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
       KEY-ADD-PROC                   SECTION.
      *>
           ADD       1   TO   WRK-KEY-COUNT.
      *>
      *>  店番別の明細行数を数える（別採番帯の番号も含める）
           MOVE      WK-ONE-MISEBAN   TO   WK-DQK-KEY-MISEBAN.
           PERFORM   DQK-FIND-PROC.
           IF   WK-DQK-FOUND-IDX   NOT =   ZERO
                ADD   1   TO   WK-DQK-KENSU(WK-DQK-FOUND-IDX)
           END-IF.
      *>
           MOVE      ZERO   TO   WK-KEY-FOUND-FLG.
           PERFORM   VARYING   WK-KEY-IDX   FROM   1   BY   1
                          TO   REP-MISE-MAX.
           WRITE     GAPREP-RECODE   FROM   REP-MISE-RECODE.
      *>
           MOVE      WRK-GAP-COUNT   TO   WK-GAP-SAVE.
           PERFORM   VARYING   WK-CHK-BANGOU
                FROM   WK-MISE-MIN-BANGOU(WK-MISE-IDX)   BY   1
                UNTIL   WK-CHK-BANGOU   >
                          WK-MISE-MAX-BANGOU(WK-MISE-IDX)
                PERFORM   BANGOU-CHK-PROC
           END-PERFORM.
      *>
      *>  この店舗で見つかった欠番数を店番別の集計へ移す
           MOVE      WK-MISE-MISEBAN(WK-MISE-IDX)
                          TO   WK-DQK-KEY-MISEBAN.
           PERFORM   DQK-FIND-PROC.
           IF   WK-DQK-FOUND-IDX   NOT =   ZERO
                COMPUTE   WK-DQK-GAP(WK-DQK-FOUND-IDX)   =
                          WRK-GAP-COUNT   -   WK-GAP-SAVE
           END-IF.
      *>
       MISE-SCAN-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>店番別の明細行数・欠番数の集計テーブルの検索処理
      *>（無ければ登録する）
      *>WK-DQK-KEY-MISEBANに店番を設定してから呼び出し、行の位置を
      *>WK-DQK-FOUND-IDXに返す（満杯で登録できない場合はゼロ）
      *>************************************************************************
       DQK-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-DQK-FOUND-IDX.
           PERFORM   VARYING   WK-DQK-IDX   FROM   1   BY   1
                UNTIL   WK-DQK-IDX   >   WK-DQK-COUNT
                   OR   WK-DQK-FOUND-IDX   NOT =   ZERO
                IF   WK-DQK-MISEBAN(WK-DQK-IDX)   =   WK-DQK-KEY-MISEBAN
                     MOVE   WK-DQK-IDX   TO   WK-DQK-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-DQK-FOUND-IDX   =   ZERO
           AND  WK-DQK-COUNT   <   999
                ADD    1   TO   WK-DQK-COUNT
                MOVE   WK-DQK-COUNT   TO   WK-DQK-FOUND-IDX
                MOVE   WK-DQK-KEY-MISEBAN
                     TO   WK-DQK-MISEBAN(WK-DQK-COUNT)
                MOVE   ZERO   TO   WK-DQK-KENSU(WK-DQK-COUNT)
                MOVE   ZERO   TO   WK-DQK-GAP(WK-DQK-COUNT)
                MOVE   ZERO   TO   WK-DQK-K-ZUMI(WK-DQK-COUNT)
                MOVE   ZERO   TO   WK-DQK-G-ZUMI(WK-DQK-COUNT)
           END-IF.
      *>
       DQK-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴の書き出し処理
      *>店番ごとに当日の明細行数（区分"K"）を、欠番があればその数
      *>（区分"G"）を追記する（初回はファイルを作る）。
      *>同じ処理日・店番・区分の行が既に履歴にある場合（再実行）は
      *>書き出さない
      *>************************************************************************
       DQH-WRITE-PROC                 SECTION.
      *>
           PERFORM   DQH-ZUMI-CHK-PROC.
      *>
           OPEN      EXTEND   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                OPEN    OUTPUT   DQH-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-DQK-IDX   FROM   1   BY   1
                UNTIL   WK-DQK-IDX   >   WK-DQK-COUNT
                MOVE   SPACE                        TO   DQH-RECODE
                MOVE   WRK-RUN-DATE                 TO   DQH-RUN-DATE
                MOVE   WK-DQK-MISEBAN(WK-DQK-IDX)   TO   DQH-MISEBAN
                MOVE   "K"                          TO   DQH-KUBUN
                MOVE   WK-DQK-KENSU(WK-DQK-IDX)     TO   DQH-KENSU
                MOVE   "当日明細行数"   TO   DQH-NAIYO
                IF   WK-DQK-K-ZUMI(WK-DQK-IDX)   =   ZERO
                     WRITE  DQH-RECODE
                END-IF
                IF   WK-DQK-GAP(WK-DQK-IDX)   >   ZERO
                AND  WK-DQK-G-ZUMI(WK-DQK-IDX)   =   ZERO
                     MOVE   "G"                       TO   DQH-KUBUN
                     MOVE   WK-DQK-GAP(WK-DQK-IDX)    TO   DQH-KENSU
                     MOVE   "注文番号欠番"   TO   DQH-NAIYO
                     WRITE  DQH-RECODE
                END-IF
           END-PERFORM.
      *>
           CLOSE     DQH-FILE.
      *>
       DQH-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴の書き出し済みの確認処理
      *>処理日と同じ日付の明細行数（"K"）・欠番（"G"）の行がある店番に
      *>書き出し済みの印を付ける。ファイルが無い場合は何もしない
      *>************************************************************************
       DQH-ZUMI-CHK-PROC              SECTION.
      *>
           OPEN      INPUT   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                GO   TO   DQH-ZUMI-CHK-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   DQH-FILE-STATUS   NOT =   "00"
                READ   DQH-FILE
                     AT   END
                          MOVE   "10"   TO   DQH-FILE-STATUS
                     NOT   AT   END
                          IF   DQH-RUN-DATE   =   WRK-RUN-DATE
                               PERFORM   DQH-ZUMI-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     DQH-FILE.
      *>
       DQH-ZUMI-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴１件分の書き出し済みの印付け処理
      *>************************************************************************
       DQH-ZUMI-ONE-PROC              SECTION.
      *>
           PERFORM   VARYING   WK-DQK-IDX   FROM   1   BY   1
                UNTIL   WK-DQK-IDX   >   WK-DQK-COUNT
                IF   WK-DQK-MISEBAN(WK-DQK-IDX)   =   DQH-MISEBAN
                     IF   DQH-ZYUTYU-KENSU
                          MOVE   1   TO   WK-DQK-K-ZUMI(WK-DQK-IDX)
                     END-IF
                     IF   DQH-KETSUBAN
                          MOVE   1   TO   WK-DQK-G-ZUMI(WK-DQK-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
       DQH-ZUMI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
