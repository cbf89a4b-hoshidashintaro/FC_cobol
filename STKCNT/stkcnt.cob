      *>商品名付きで、差異の絶対値が大きい順に印字する（監査の
      *>サインオフ用）。在庫マスタに無い商品コードのカウントは
      *>エラーとして報告書に記録し、リターンコード４で終了する。
      *>実査数に合わせた差異は在庫移動記録（ZAIKOIDO.txt）へ棚卸日
      *>付きで１件ずつ追記する。
      *>循環棚卸の予定作成（CNTSCH001）が書き出したカウント入力の
      *>うち、実査数が未記入（数字でない）の行は在庫を更新せずに
      *>エラーとして報告書に記録する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       SELECT   CNTREP-FILE   ASSIGN         TO "STKCNTREP.txt"
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
      *>************************************************************************
       FD   ADJ-FILE.
       01   ADJ-RECODE.
           COPY   STKADJ   REPLACING   ==:PREFIX:==   BY   ==ADJ==.
      *>************************************************************************
      *>差異報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
       FD   CNTREP-FILE.
       01   CNTREP-RECODE                          PIC X(100).
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
       01  CNT-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  ADJ-FILE-STATUS                          PIC XX.
      *>
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ERR-JISSA-SU      PIC ZZZZZZ9.
      *>実査数未記入のエラー行の編集用領域
       01   REP-MIKINYU-RECODE.
           03   FILLER                PIC X(021)
                       VALUE "実査数未記入　".
           03   REP-MIKINYU-SOKO-CODE PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MIKINYU-SHOHIN-CODE
                                      PIC X(006).
      *>報告書の件数行の編集用領域
       01   REP-SUM-RECODE.
           03   FILLER                PIC X(018)
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
      *>  在庫マスタ・商品マスタの読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
           CLOSE     CNT-FILE
                     CNTREP-FILE
                     ADJ-FILE
                     ZID-FILE.
      *>
      *>  調整後の在庫マスタを書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
      *>在庫テーブルの現在庫を実査数に合わせる
      *>************************************************************************
       CNT-ONE-PROC              SECTION.
      *>
           IF   CNT-JISSA-SU   NOT   NUMERIC
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      CNT-SOKO-CODE     TO   REP-MIKINYU-SOKO-CODE
                MOVE      CNT-SHOHIN-CODE   TO   REP-MIKINYU-SHOHIN-CODE
                WRITE     CNTREP-RECODE   FROM   REP-MIKINYU-RECODE
                GO   TO   CNT-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      CNT-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE.
           PERFORM   ZAIKO-MSTR-FIND-PROC.
      *>  在庫テーブルの現在庫を実査数に合わせる
           MOVE      CNT-JISSA-SU   TO
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
      *>
      *>  在庫移動記録に棚卸差異の調整を記録する（伝票番号は棚卸日）
           MOVE      "TA"                  TO   ZID-IDO-KUBUN.
           MOVE      WK-SAI-SU             TO   ZID-IDO-SU.
           MOVE      CNT-TANAOROSHI-DATE   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
       CNT-ONE-PROC-EXIT.
      *>
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
