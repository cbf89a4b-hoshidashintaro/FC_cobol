      *>　"G"（続行）：未着の店舗を例外一覧（ARRMISS.txt）に書き出し、
      *>　　　　　　　リターンコード４で後続をそのまま流す
      *>パラメータが無い場合は"G"（続行）として動く。
      *>店舗別データ品質評価のため、締切を過ぎても未着のファイルは
      *>「未着」、締切超過で未着を記録した後に到着したファイルは
      *>「遅延」として店番別にデータ品質履歴（DQHIST.txt）へ積み重ねる。
      *>締切前の待ちは記録しない。同じ実行日・店番・区分の行が既に
      *>履歴にあれば書き出さない（監視を何度実行しても１日１件）。
      *>店舗分割判定（JDGPARM.txtがある運用）のチェーンでは本
      *>プログラムが先頭ステップとなるため、ここで実行番号
      *>（RUNNO.txt）を採番する（店舗別の判定ステップが各自で
       SELECT   MISS-FILE     ASSIGN         TO "ARRMISS.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>店舗別データ品質履歴ファイル（遅延・未着を積み重ねる）
      *>************************************************************************
       SELECT   DQH-FILE      ASSIGN        TO "DQHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQH-FILE-STATUS.
      *>************************************************************************
      *>店舗分割判定のパラメータファイル（有無の確認のみ）
      *>************************************************************************
       SELECT   JPRM-FILE     ASSIGN        TO "JDGPARM.txt"
       FD   MISS-FILE.
       01   MISS-RECODE                            PIC X(080).
      *>************************************************************************
      *>店舗別データ品質履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   DQH-FILE.
       01   DQH-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==DQH==.
      *>************************************************************************
      *>店舗分割判定のパラメータファイルのレイアウト定義
      *>************************************************************************
       FD   JPRM-FILE.
       01  CHK-FILE-STATUS                          PIC XX.
       01  JPRM-FILE-STATUS                         PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
       01  DQH-FILE-STATUS                          PIC XX.
      *>
      *>並列実行モード（JDGPARM.txtあり）のフラグと採番した番号
       01  WK-PARA-MODE-FLG                         PIC 9(001).
      *>現在時刻（HHMM）
       01   WK-SYSTEM-TIME                          PIC 9(008).
       01   WK-NOW-HHMM                             PIC 9(004).
      *>実行日（データ品質履歴に記録する）
       01   WK-RUN-DATE                             PIC 9(008).
      *>
      *>データ品質履歴のうち実行日当日分（店番・区分）の保持用テーブル
       01   WK-DQT-AREA.
            03   WK-DQT-COUNT                    PIC 9(004)  COMP.
            03   WK-DQT-TBL                      OCCURS 2000 TIMES
                                    INDEXED BY WK-DQT-IDX.
                 05   WK-DQT-MISEBAN              PIC X(003).
                 05   WK-DQT-KUBUN                PIC X(001).
       01   WK-DQT-FOUND-FLG                     PIC 9(001).
       01   WK-DQT-KEY-AREA.
            03   WK-DQT-KEY-MISEBAN              PIC X(003).
            03   WK-DQT-KEY-KUBUN                PIC X(001).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-SCHD-COUNT                   PIC 9(003).
      *>
           ACCEPT    WK-SYSTEM-TIME   FROM   TIME.
           MOVE      WK-SYSTEM-TIME(1:4)   TO   WK-NOW-HHMM.
           ACCEPT    WK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  動作モードの読み込み（無ければ既定の"G"）
           PERFORM   MODE-READ-PROC.
      *>
           OPEN      OUTPUT   BOARD-FILE
                     OUTPUT   MISS-FILE.
      *>
      *>  データ品質履歴の当日分を読み込んでから追記する
      *>  （初回はファイルを作る）
           MOVE      ZERO   TO   WK-DQT-COUNT.
           PERFORM   DQH-LOAD-PROC.
           OPEN      EXTEND   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                OPEN    OUTPUT   DQH-FILE
           END-IF.
           MOVE      WK-NOW-HHMM   TO   BRD-TITLE-TIME.
           WRITE     BOARD-RECODE   FROM   BRD-TITLE-RECODE.
      *>
           PERFORM   SCHD-READ-PROC.
      *>
           CLOSE     BOARD-FILE
                     MISS-FILE
                     DQH-FILE.
      *>
           DISPLAY   "予定:"       WRK-SCHD-COUNT
                     "　到着:"     WRK-ARRIVED-COUNT
                WHEN   CHK-FILE-STATUS   =   "00"
                     ADD    1   TO   WRK-ARRIVED-COUNT
                     MOVE   "到着"   TO   BRD-ZYOUTAI
      *>
      *>          締切超過で未着を記録した後の到着は遅延として
      *>          データ品質履歴に積み重ねる
                     MOVE   SCHD-MISEBAN   TO   WK-DQT-KEY-MISEBAN
                     MOVE   "M"            TO   WK-DQT-KEY-KUBUN
                     PERFORM   DQT-FIND-PROC
                     IF   WK-DQT-FOUND-FLG   =   1
                          MOVE   "L"   TO   DQH-KUBUN
                          PERFORM   DQH-WRITE-PROC
                     END-IF
                WHEN   WK-NOW-HHMM   <=   SCHD-CUTOFF
                     ADD    1   TO   WRK-WAIT-COUNT
                     MOVE   "未着（締切前・待ち）"
                     MOVE   SCHD-FILENAME   TO   MIS-FILENAME
                     MOVE   "締切超過・未着"   TO   MIS-ZYOUTAI
                     WRITE  MISS-RECODE   FROM   MIS-DETAIL-RECODE
      *>
      *>          データ品質履歴に未着として積み重ねる
                     MOVE   "M"   TO   DQH-KUBUN
                     PERFORM   DQH-WRITE-PROC
           END-EVALUATE.
      *>
           WRITE     BOARD-RECODE   FROM   BRD-DETAIL-RECODE.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴１件分の書き出し処理
      *>DQH-KUBUNに区分を設定してから呼び出す。
      *>実行日当日に同じ店番・区分の行が既にあれば書き出さない
      *>************************************************************************
       DQH-WRITE-PROC                 SECTION.
      *>
           MOVE      SCHD-MISEBAN   TO   WK-DQT-KEY-MISEBAN.
           MOVE      DQH-KUBUN      TO   WK-DQT-KEY-KUBUN.
           PERFORM   DQT-FIND-PROC.
           IF   WK-DQT-FOUND-FLG   =   1
                GO   TO   DQH-WRITE-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-RUN-DATE     TO   DQH-RUN-DATE.
           MOVE      SCHD-MISEBAN    TO   DQH-MISEBAN.
           MOVE      1               TO   DQH-KENSU.
           MOVE      SCHD-FILENAME   TO   DQH-NAIYO.
           WRITE     DQH-RECODE.
           PERFORM   DQT-ADD-PROC.
      *>
       DQH-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴の当日分の読み込み処理
      *>実行日と同じ日付の遅延・未着の行の店番・区分をテーブルに展開する。
      *>ファイルが無い場合は当日分なしとする
      *>************************************************************************
       DQH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                GO   TO   DQH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   DQH-FILE-STATUS   NOT =   "00"
                READ   DQH-FILE
                     AT   END
                          MOVE   "10"   TO   DQH-FILE-STATUS
                     NOT   AT   END
                          IF   DQH-RUN-DATE   =   WK-RUN-DATE
                          AND (DQH-CHIEN   OR   DQH-MICHAKU)
                               MOVE   DQH-MISEBAN   TO
                                    WK-DQT-KEY-MISEBAN
                               MOVE   DQH-KUBUN     TO
                                    WK-DQT-KEY-KUBUN
                               PERFORM   DQT-FIND-PROC
                               IF   WK-DQT-FOUND-FLG   =   ZERO
                                    PERFORM   DQT-ADD-PROC
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     DQH-FILE.
      *>
       DQH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>当日分テーブルの検索処理（店番＋区分）
      *>************************************************************************
       DQT-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-DQT-FOUND-FLG.
           PERFORM   VARYING   WK-DQT-IDX   FROM   1   BY   1
                UNTIL   WK-DQT-IDX   >   WK-DQT-COUNT
                   OR   WK-DQT-FOUND-FLG   =   1
                IF   WK-DQT-MISEBAN(WK-DQT-IDX)   =   WK-DQT-KEY-MISEBAN
                AND  WK-DQT-KUBUN(WK-DQT-IDX)     =   WK-DQT-KEY-KUBUN
                     MOVE   1   TO   WK-DQT-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       DQT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>当日分テーブルへの１件分の追加処理（満杯なら追加しない）
      *>************************************************************************
       DQT-ADD-PROC                   SECTION.
      *>
           IF   WK-DQT-COUNT   <   2000
                ADD    1   TO   WK-DQT-COUNT
                MOVE   WK-DQT-KEY-MISEBAN   TO
                     WK-DQT-MISEBAN(WK-DQT-COUNT)
                MOVE   WK-DQT-KEY-KUBUN     TO
                     WK-DQT-KUBUN(WK-DQT-COUNT)
           END-IF.
      *>
       DQT-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>実行番号の採番処理（店舗分割判定の運用のみ）
      *>JDGPARM.txtがある場合は本プログラムがチェーンの先頭で
      *>前回の番号＋１を書き戻し、店舗別の判定ステップと後続は
