      *>伝送検証結果（MCS_店番.txt）を既定の名前の一覧へ連結し、
      *>店舗別の業務日誌（GYS_店番.txt）・受注ライフサイクル登録簿
      *>（ZRS_店番.txt）・却下履歴（EHS_店番.txt）・実行管理
      *>（RCS_店番.txt）・データ品質履歴（DQS_店番.txt）を共有の
      *>各ファイルへ追記する（追記済みの店舗別ログは二重取込を
      *>防ぐため削除する）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ERRHR-FILE-STATUS.
      *>************************************************************************
      *>共有のデータ品質履歴ファイル
      *>************************************************************************
       SELECT   DQHR-FILE     ASSIGN         TO "DQHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQHR-FILE-STATUS.
      *>************************************************************************
      *>共有の実行管理ファイル（店舗別の開始・終了行を追記でまとめる）
      *>************************************************************************
       SELECT   RUNCTLR-FILE  ASSIGN         TO "RUNCTL.txt"
       01   ZYREGR-RECODE                          PIC X(132).
       FD   ERRHR-FILE.
       01   ERRHR-RECODE                           PIC X(132).
       FD   DQHR-FILE.
       01   DQHR-RECODE                            PIC X(132).
       FD   RUNCTLR-FILE.
       01   RUNCTLR-RECODE                         PIC X(132).
      *>************************************************************************
       01  NISSIR-FILE-STATUS                       PIC XX.
       01  ZYREGR-FILE-STATUS                       PIC XX.
       01  ERRHR-FILE-STATUS                        PIC XX.
       01  DQHR-FILE-STATUS                         PIC XX.
       01  RUNCTLR-FILE-STATUS                      PIC XX.
      *>
      *>店舗別の一覧表・ログのファイル名と書き継ぎ先の種別
                CLOSE   ERRHR-FILE
                OPEN    OUTPUT   ERRHR-FILE
           END-IF.
           OPEN      EXTEND   DQHR-FILE.
           IF   DQHR-FILE-STATUS   NOT =   "00"
                CLOSE   DQHR-FILE
                OPEN    OUTPUT   DQHR-FILE
           END-IF.
           OPEN      EXTEND   RUNCTLR-FILE.
           IF   RUNCTLR-FILE-STATUS   NOT =   "00"
                CLOSE   RUNCTLR-FILE
                     NISSIR-FILE
                     ZYREGR-FILE
                     ERRHR-FILE
                     DQHR-FILE
                     RUNCTLR-FILE.
      *>
           DISPLAY   "統合ファイル数:"   WK-FILE-COUNT
      *>************************************************************************
      *>店舗別の一覧表・ログ１店舗分の統合処理
      *>一覧表（エラー・警告・代替品・伝送検証）は既定の名前の
      *>一覧へ連結し、ログ（業務日誌・登録簿・却下履歴・実行管理・
      *>データ品質履歴）
      *>は共有の各ファイルへ追記して、追記済みの店舗別ログを削除する
      *>************************************************************************
       REP-STORE-PROC                 SECTION.
           STRING    "RCS_"   WK-CUR-MISEBAN   ".txt"
                     DELIMITED   BY   SIZE   INTO   WK-REP-FILENAME.
           PERFORM   REP-ONE-FILE-PROC.
      *>
           MOVE      "Q"   TO   WK-REP-SYUBETU.
           MOVE      SPACE   TO   WK-REP-FILENAME.
           STRING    "DQS_"   WK-CUR-MISEBAN   ".txt"
                     DELIMITED   BY   SIZE   INTO   WK-REP-FILENAME.
           PERFORM   REP-ONE-FILE-PROC.
      *>
       REP-STORE-PROC-EXIT.
      *>
                               WHEN   "R"
                                    WRITE   RUNCTLR-RECODE
                                         FROM   REP-RECODE
                               WHEN   "Q"
                                    WRITE   DQHR-RECODE
                                         FROM   REP-RECODE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           OR   WK-REP-SYUBETU   =   "Z"
           OR   WK-REP-SYUBETU   =   "H"
           OR   WK-REP-SYUBETU   =   "R"
           OR   WK-REP-SYUBETU   =   "Q"
                MOVE   WK-REP-FILENAME   TO   WK-DELETE-FILENAME
                CALL   "CBL_DELETE_FILE"
                       USING   WK-DELETE-FILENAME
