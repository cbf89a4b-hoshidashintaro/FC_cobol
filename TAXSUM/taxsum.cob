      *>行を引くため、月の途中の税率改定は改定前・改定後が別の行に
      *>分かれて印字される。本文のあとに税率別の合計と総合計を印字
      *>する。
      *>続けて、請求書発行記録（INVREG.txt）のうち請求対象年月が
      *>対象年月の請求書の税率別欄（税抜金額・消費税額）を税率ごとに
      *>集計し、ワークシートの税率別合計と並べた請求額との突き合わせ
      *>を印字する。請求書は税率ごとに１通１回の端数処理のため、
      *>また締め日が月末でない顧客は請求期間が暦月とずれるため、
      *>差額はその確認に使う（発行記録が無い場合は請求額をゼロで
      *>印字する）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>請求書発行記録ファイル
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>申告用ワークシートファイル
      *>************************************************************************
       SELECT   TAXRPT-FILE   ASSIGN         TO "TAXRPT.txt"
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
      *>************************************************************************
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>申告用ワークシートファイルのレイアウト定義
      *>************************************************************************
       FD   TAXRPT-FILE.
       01  PARM-FILE-STATUS                         PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
                 05   WK-RSUM-ZEIGAKU             PIC S9(011).
       01   WK-RSUM-FOUND-FLG                    PIC 9(001).
      *>
      *>請求額との突き合わせテーブル（税率ごと）
       01   WK-REC-AREA.
            03   WK-REC-COUNT                    PIC 9(003)  COMP.
            03   WK-REC-TBL                      OCCURS 099 TIMES
                                    INDEXED BY WK-REC-IDX.
                 05   WK-REC-RATE                 PIC 9(002)V9(002).
                 05   WK-REC-WS-BASE              PIC S9(012).
                 05   WK-REC-WS-ZEI               PIC S9(011).
                 05   WK-REC-INV-BASE             PIC S9(012).
                 05   WK-REC-INV-ZEI              PIC S9(011).
       01   WK-REC-FOUND-FLG                     PIC 9(001).
       01   WK-REC-NO                            PIC 9(001).
       01   WK-REC-SAGAKU                        PIC S9(011).
      *>突き合わせ１件分の受け渡し領域
       01   WK-RADD-AREA.
            03   WK-RADD-RATE                    PIC 9(002)V9(002).
            03   WK-RADD-WS-BASE                 PIC S9(012).
            03   WK-RADD-WS-ZEI                  PIC S9(011).
            03   WK-RADD-INV-BASE                PIC S9(012).
            03   WK-RADD-INV-ZEI                 PIC S9(011).
       01   WK-IVREG-COUNT                       PIC 9(006).
      *>
      *>総合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-KAZEI-BASE             PIC S9(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TOTAL-ZEI         PIC -(010)9.
      *>請求額との突き合わせの見出し行の編集用領域
       01   REP-REC-HDR-RECODE.
           03   FILLER                PIC X(036)
               VALUE "**  請求額との突き合わせ  **".
           03   FILLER                PIC X(018)
                       VALUE "対象請求書数：".
           03   REP-REC-HDR-COUNT     PIC ZZZ,ZZ9.
       01   REP-REC-COL-RECODE.
           03   FILLER                PIC X(007)
                       VALUE "税率".
           03   FILLER                PIC X(013)
                       VALUE " 申告税抜".
           03   FILLER                PIC X(012)
                       VALUE "申告税額".
           03   FILLER                PIC X(013)
                       VALUE " 請求税抜".
           03   FILLER                PIC X(012)
                       VALUE "請求税額".
           03   FILLER                PIC X(012)
                       VALUE "税額差".
      *>突き合わせ明細行の編集用領域
       01   REP-REC-RECODE.
           03   REP-REC-RATE          PIC Z9.99.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-REC-WS-BASE       PIC -(011)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-REC-WS-ZEI        PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-REC-INV-BASE      PIC -(011)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-REC-INV-ZEI       PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-REC-SAGAKU        PIC -(010)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-TAX-COUNT.
           MOVE   ZERO        TO   WK-RSUM-COUNT.
           MOVE   ZERO        TO   WK-REC-COUNT.
           MOVE   ZERO        TO   WK-IVREG-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-KAZEI-BASE.
           MOVE   ZERO        TO   WK-TOTAL-ZEIGAKU.
      *>
           MOVE      WK-TOTAL-KAZEI-BASE   TO   REP-TOTAL-BASE.
           MOVE      WK-TOTAL-ZEIGAKU      TO   REP-TOTAL-ZEI.
           WRITE     TAXRPT-RECODE   FROM   REP-TOTAL-RECODE.
      *>
      *>  請求額との突き合わせを印字する
           PERFORM   REC-PROC.
      *>
           CLOSE     TAXRPT-FILE.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>請求額との突き合わせ処理
      *>ワークシートの税率別合計（適用開始日をまとめて税率ごと）と、
      *>請求書発行記録の税率別欄を税率ごとに並べて印字する
      *>************************************************************************
       REC-PROC                       SECTION.
      *>
      *>  ワークシート側を税率ごとに積み上げる
           PERFORM   VARYING   WK-RSUM-IDX   FROM   1   BY   1
                UNTIL   WK-RSUM-IDX   >   WK-RSUM-COUNT
                MOVE   WK-RSUM-RATE(WK-RSUM-IDX)    TO   WK-RADD-RATE
                MOVE   WK-RSUM-KAZEI-BASE(WK-RSUM-IDX)
                     TO   WK-RADD-WS-BASE
                MOVE   WK-RSUM-ZEIGAKU(WK-RSUM-IDX)
                     TO   WK-RADD-WS-ZEI
                MOVE   ZERO   TO   WK-RADD-INV-BASE
                MOVE   ZERO   TO   WK-RADD-INV-ZEI
                PERFORM   REC-ADD-PROC
           END-PERFORM.
      *>
      *>  請求書発行記録側を税率ごとに積み上げる（記録が無ければ
      *>  請求額はゼロのまま）
           OPEN      INPUT   IVREG-FILE.
           IF   IVREG-FILE-STATUS   NOT =   "00"
                CLOSE   IVREG-FILE
           ELSE
                PERFORM   UNTIL   IVREG-FILE-STATUS   NOT =   "00"
                     READ   IVREG-FILE
                          AT   END
                               MOVE   "10"   TO   IVREG-FILE-STATUS
                          NOT   AT   END
                               IF   IVR-SEIKYU-YYYYMM
                                         =   WK-PARM-YYYYMM
                                    PERFORM   REC-IVREG-ONE-PROC
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   IVREG-FILE
           END-IF.
      *>
           MOVE      WK-IVREG-COUNT   TO   REP-REC-HDR-COUNT.
           WRITE     TAXRPT-RECODE   FROM   REP-REC-HDR-RECODE.
           WRITE     TAXRPT-RECODE   FROM   REP-REC-COL-RECODE.
      *>
           PERFORM   VARYING   WK-REC-IDX   FROM   1   BY   1
                UNTIL   WK-REC-IDX   >   WK-REC-COUNT
                COMPUTE   WK-REC-SAGAKU   =
                          WK-REC-INV-ZEI(WK-REC-IDX)
                          -   WK-REC-WS-ZEI(WK-REC-IDX)
                MOVE   WK-REC-RATE(WK-REC-IDX)       TO   REP-REC-RATE
                MOVE   WK-REC-WS-BASE(WK-REC-IDX)
                     TO   REP-REC-WS-BASE
                MOVE   WK-REC-WS-ZEI(WK-REC-IDX)
                     TO   REP-REC-WS-ZEI
                MOVE   WK-REC-INV-BASE(WK-REC-IDX)
                     TO   REP-REC-INV-BASE
                MOVE   WK-REC-INV-ZEI(WK-REC-IDX)
                     TO   REP-REC-INV-ZEI
                MOVE   WK-REC-SAGAKU                 TO   REP-REC-SAGAKU
                WRITE  TAXRPT-RECODE   FROM   REP-REC-RECODE
           END-PERFORM.
      *>
       REC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行記録１件分の税率別欄の突き合わせテーブルへの反映処理
      *>税率別欄の無い行（項目追加前の行など）は読み飛ばす
      *>************************************************************************
       REC-IVREG-ONE-PROC             SECTION.
      *>
           ADD       1   TO   WK-IVREG-COUNT.
           PERFORM   VARYING   WK-REC-NO   FROM   1   BY   1
                UNTIL   WK-REC-NO   >   4
                IF   IVR-RB-KAZEI-KINGAKU(WK-REC-NO)   IS   NUMERIC
                AND  IVR-RB-ZEI-KINGAKU(WK-REC-NO)     IS   NUMERIC
                AND  IVR-RB-ZEI-RATE(WK-REC-NO)        IS   NUMERIC
                AND  (IVR-RB-KAZEI-KINGAKU(WK-REC-NO)   NOT =   ZERO
                 OR   IVR-RB-ZEI-KINGAKU(WK-REC-NO)     NOT =   ZERO)
                     MOVE   IVR-RB-ZEI-RATE(WK-REC-NO)   TO
                          WK-RADD-RATE
                     MOVE   ZERO   TO   WK-RADD-WS-BASE
                     MOVE   ZERO   TO   WK-RADD-WS-ZEI
                     MOVE   IVR-RB-KAZEI-KINGAKU(WK-REC-NO)   TO
                          WK-RADD-INV-BASE
                     MOVE   IVR-RB-ZEI-KINGAKU(WK-REC-NO)     TO
                          WK-RADD-INV-ZEI
                     PERFORM   REC-ADD-PROC
                END-IF
           END-PERFORM.
      *>
       REC-IVREG-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>突き合わせテーブルへの１件分の積み上げ処理
      *>WK-RADD-（税率・各金額）を設定してから呼び出す
      *>************************************************************************
       REC-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-REC-FOUND-FLG.
           PERFORM   VARYING   WK-REC-IDX   FROM   1   BY   1
                UNTIL   WK-REC-IDX   >   WK-REC-COUNT
                IF   WK-REC-RATE(WK-REC-IDX)   =   WK-RADD-RATE
                     MOVE   1   TO   WK-REC-FOUND-FLG
                     ADD    WK-RADD-WS-BASE    TO
                          WK-REC-WS-BASE(WK-REC-IDX)
                     ADD    WK-RADD-WS-ZEI     TO
                          WK-REC-WS-ZEI(WK-REC-IDX)
                     ADD    WK-RADD-INV-BASE   TO
                          WK-REC-INV-BASE(WK-REC-IDX)
                     ADD    WK-RADD-INV-ZEI    TO
                          WK-REC-INV-ZEI(WK-REC-IDX)
                END-IF
           END-PERFORM.
           IF   WK-REC-FOUND-FLG   NOT =   1
           AND  WK-REC-COUNT   <   099
                ADD    1   TO   WK-REC-COUNT
                MOVE   WK-RADD-RATE       TO
                     WK-REC-RATE(WK-REC-COUNT)
                MOVE   WK-RADD-WS-BASE    TO
                     WK-REC-WS-BASE(WK-REC-COUNT)
                MOVE   WK-RADD-WS-ZEI     TO
                     WK-REC-WS-ZEI(WK-REC-COUNT)
                MOVE   WK-RADD-INV-BASE   TO
                     WK-REC-INV-BASE(WK-REC-COUNT)
                MOVE   WK-RADD-INV-ZEI    TO
                     WK-REC-INV-ZEI(WK-REC-COUNT)
           END-IF.
      *>
       REC-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>消費税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>税率表が存在しない場合は税率０（税額なし）として扱う
      *>************************************************************************
