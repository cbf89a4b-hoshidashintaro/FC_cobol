      *>　　未完了受注（最新状況が受付・正常・抽出・集計・変更）が
      *>　　残っていれば閉鎖せずリターンコード８。無ければ MISEM.txt
      *>　　の営業区分を"9"にし、MISECTL.txt・ARRSCHD.txt・
      *>　　MISESOKO.txt・ROUTEM.txt・MISEAREA.txt から店番の行を
      *>　　取り除く。
      *>　開設時にエリアの指定があれば店舗別エリア割当（MISEAREA.txt）
      *>　へ追加（既存なら変更）する。
      *>　エリア変更（処理区分"E"）：
      *>　　店舗マスタにある店舗のエリア割当だけを追加・変更する。
      *>　エリアはエリアマスタ（AREAM.txt）があればその登録を確認し、
      *>　未登録のエリアは割り当てずにリターンコード４とする。
      *>変更した内容はすべて点検一覧（STORESET.txt）に印字する。
      *>トランザクションのレイアウト
      *>　処理区分(1)・店番(3)・店名(20)・倉庫(2)・ルート(3)・
      *>　降順(3)・到着ファイル名(20)・締切時刻(4)・エリア(3)
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RTM-FILE-STATUS.
      *>************************************************************************
      *>店舗別エリア割当ファイル
      *>************************************************************************
       SELECT   MAR-FILE      ASSIGN        TO "MISEAREA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MAR-FILE-STATUS.
      *>************************************************************************
      *>エリアマスタファイル（エリアコードの確認用）
      *>************************************************************************
       SELECT   ARM-FILE      ASSIGN        TO "AREAM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARM-FILE-STATUS.
      *>************************************************************************
      *>マスタ配布版数ファイル（現在版の参照のみ）
      *>************************************************************************
       SELECT   VER-FILE      ASSIGN        TO "DISTVER.txt"
           03   TXN-SYORI-KUBUN                PIC X(001).
                88   TXN-OPEN                      VALUE "O".
                88   TXN-CLOSE                     VALUE "C".
                88   TXN-AREA-HENKO                VALUE "E".
           03   TXN-MISEBAN                    PIC X(003).
           03   TXN-MISE-NAME                  PIC X(020).
           03   TXN-SOKO-CODE                  PIC X(002).
           03   TXN-DROP-SEQ                   PIC X(003).
           03   TXN-ARR-FILENAME               PIC X(020).
           03   TXN-CUTOFF                     PIC X(004).
           03   TXN-AREA-CODE                  PIC X(003).
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       01   RTM-RECODE.
           COPY   ROUTEM   REPLACING   ==:PREFIX:==   BY   ==RTM==.
      *>************************************************************************
      *>店舗別エリア割当ファイルのレイアウト定義
      *>************************************************************************
       FD   MAR-FILE.
       01   MAR-RECODE.
           COPY   MISEAREA   REPLACING   ==:PREFIX:==   BY   ==MAR==.
      *>************************************************************************
      *>エリアマスタファイルのレイアウト定義
      *>************************************************************************
       FD   ARM-FILE.
       01   ARM-RECODE.
           COPY   AREAM      REPLACING   ==:PREFIX:==   BY   ==ARM==.
      *>************************************************************************
      *>マスタ配布版数ファイルのレイアウト定義（MSTDIST001と同じ）
      *>************************************************************************
       FD   VER-FILE.
       01  VER-FILE-STATUS                          PIC XX.
       01  DLOG-FILE-STATUS                         PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  MAR-FILE-STATUS                          PIC XX.
       01  ARM-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-TXN-COUNT                    PIC 9(006).
             03   WRK-OPEN-COUNT                   PIC 9(006).
             03   WRK-CLOSE-COUNT                  PIC 9(006).
             03   WRK-NG-COUNT                     PIC 9(006).
             03   WRK-AREA-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-RT-DROP-SEQ              PIC 9(003).
       01   WK-RT-FOUND-FLG                      PIC 9(001).
      *>
      *>店舗別エリア割当の保持用テーブル
       01   WK-MA-AREA.
            03   WK-MA-COUNT                     PIC 9(004)  COMP.
            03   WK-MA-TBL                       OCCURS 999 TIMES
                                    INDEXED BY WK-MA-IDX.
                 05   WK-MA-MISEBAN               PIC X(003).
                 05   WK-MA-AREA-CODE             PIC X(003).
       01   WK-MA-FOUND-FLG                      PIC 9(001).
       01   WK-MA-FOUND-IDX                      PIC 9(004)  COMP.
       01   WK-MA-SET-FLG                        PIC 9(001).
      *>
      *>エリアマスタの保持用テーブル（エリアコードの確認用）
       01   WK-AM-AREA.
            03   WK-AM-COUNT                     PIC 9(004)  COMP.
            03   WK-AM-TBL                       OCCURS 999 TIMES
                                    INDEXED BY WK-AM-IDX.
                 05   WK-AM-AREA-CODE             PIC X(003).
       01   WK-AM-FOUND-FLG                      PIC 9(001).
      *>
      *>未完了受注の確認用テーブル（キーごとの最新状況）
       01   WK-REG-AREA.
            03   WK-REG-COUNT                    PIC 9(004)  COMP.
            03   FILLER                       PIC X(015)
                              VALUE "　閉鎖不可：".
            03   MSG1-NG-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エリア変更：".
            03   MSG1-AREA-COUNT              PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
           MOVE   ZERO        TO   WRK-OPEN-COUNT.
           MOVE   ZERO        TO   WRK-CLOSE-COUNT.
           MOVE   ZERO        TO   WRK-NG-COUNT.
           MOVE   ZERO        TO   WRK-AREA-COUNT.
           MOVE   ZERO        TO   WK-REG-LOADED-FLG.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           PERFORM   SC-LOAD-PROC.
           PERFORM   MS-LOAD-PROC.
           PERFORM   RT-LOAD-PROC.
           PERFORM   MA-LOAD-PROC.
           PERFORM   AM-LOAD-PROC.
           PERFORM   VER-READ-PROC.
      *>
           OPEN      OUTPUT   CHK-FILE.
           PERFORM   SC-REWRITE-PROC.
           PERFORM   MS-REWRITE-PROC.
           PERFORM   RT-REWRITE-PROC.
           PERFORM   MA-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
                                    PERFORM   OPEN-ONE-PROC
                               WHEN   "C"
                                    PERFORM   CLOSE-ONE-PROC
                               WHEN   "E"
                                    PERFORM   AREA-ONE-PROC
                               WHEN   OTHER
                                    MOVE   TXN-MISEBAN   TO
                                         REP-MISEBAN
                END-IF
           END-IF.
      *>
      *>  店舗別エリア割当（エリアの指定がある場合のみ）
           IF   TXN-AREA-CODE   NOT =   SPACE
                PERFORM   MA-SET-PROC
           END-IF.
      *>
      *>  マスタ配布の基準行（現在版をこの店舗の基準として記録）
           OPEN      EXTEND   DLOG-FILE.
           IF   DLOG-FILE-STATUS   NOT =   "00"
                AND  WK-REG-STATUS(WK-REG-IDX)   NOT =   "6"
                AND  WK-REG-STATUS(WK-REG-IDX)   NOT =   "7"
                AND  WK-REG-STATUS(WK-REG-IDX)   NOT =   "9"
                AND  WK-REG-STATUS(WK-REG-IDX)   NOT =   "A"
                     ADD   1   TO   WK-REG-OPEN-COUNT
                END-IF
           END-PERFORM.
                     WRITE  CHK-RECODE   FROM   REP-DETAIL-RECODE
                END-IF
           END-PERFORM.
           PERFORM   VARYING   WK-MA-IDX   FROM   1   BY   1
                UNTIL   WK-MA-IDX   >   WK-MA-COUNT
                IF   WK-MA-MISEBAN(WK-MA-IDX)   =   TXN-MISEBAN
                     MOVE   SPACE   TO   WK-MA-MISEBAN(WK-MA-IDX)
                     MOVE   "MISEAREA.txt から削除"   TO   REP-NAIYO
                     WRITE  CHK-RECODE   FROM   REP-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
       CLOSE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア変更１件分の適用処理
      *>店舗マスタにない店舗・エリア空白は変更しない
      *>************************************************************************
       AREA-ONE-PROC                  SECTION.
      *>
           MOVE      TXN-MISEBAN   TO   REP-MISEBAN.
      *>
           PERFORM   MM-FIND-PROC.
           IF   WK-MM-FOUND-FLG   =   ZERO
                MOVE      "エリア変更不可（店舗未登録）"
                     TO   REP-NAIYO
                WRITE     CHK-RECODE   FROM   REP-DETAIL-RECODE
                MOVE      4   TO   RETURN-CODE
                GO   TO   AREA-ONE-PROC-EXIT
           END-IF.
           IF   TXN-AREA-CODE   =   SPACE
                MOVE      "エリア変更不可（エリア空白）"
                     TO   REP-NAIYO
                WRITE     CHK-RECODE   FROM   REP-DETAIL-RECODE
                MOVE      4   TO   RETURN-CODE
                GO   TO   AREA-ONE-PROC-EXIT
           END-IF.
      *>
           PERFORM   MA-SET-PROC.
           IF   WK-MA-SET-FLG   =   1
                ADD       1   TO   WRK-AREA-COUNT
           END-IF.
      *>
       AREA-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別エリア割当の追加・変更処理
      *>エリアマスタがあれば登録済のエリアだけを割り当てる
      *>************************************************************************
       MA-SET-PROC                    SECTION.
      *>
           MOVE      ZERO   TO   WK-MA-SET-FLG.
      *>
           IF   WK-AM-COUNT   >   ZERO
                MOVE      ZERO   TO   WK-AM-FOUND-FLG
                PERFORM   VARYING   WK-AM-IDX   FROM   1   BY   1
                     UNTIL   WK-AM-IDX   >   WK-AM-COUNT
                     IF   WK-AM-AREA-CODE(WK-AM-IDX)   =   TXN-AREA-CODE
                          MOVE   1   TO   WK-AM-FOUND-FLG
                     END-IF
                END-PERFORM
                IF   WK-AM-FOUND-FLG   =   ZERO
                     MOVE   SPACE   TO   REP-NAIYO
                     STRING "エリア" TXN-AREA-CODE
                            "はAREAM.txt未登録のため割当せず"
                            DELIMITED   BY   SIZE
                            INTO   REP-NAIYO
                     WRITE  CHK-RECODE   FROM   REP-DETAIL-RECODE
                     MOVE   4   TO   RETURN-CODE
                     GO   TO   MA-SET-PROC-EXIT
                END-IF
           END-IF.
      *>
           MOVE      ZERO   TO   WK-MA-FOUND-FLG.
           PERFORM   VARYING   WK-MA-IDX   FROM   1   BY   1
                UNTIL   WK-MA-IDX   >   WK-MA-COUNT
                IF   WK-MA-MISEBAN(WK-MA-IDX)   =   TXN-MISEBAN
                     MOVE   1   TO   WK-MA-FOUND-FLG
                     MOVE   WK-MA-IDX   TO   WK-MA-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   REP-NAIYO.
           IF   WK-MA-FOUND-FLG   =   1
                STRING "MISEAREA.txt エリアを"
                       WK-MA-AREA-CODE(WK-MA-FOUND-IDX)
                       "から" TXN-AREA-CODE "に変更"
                       DELIMITED   BY   SIZE
                       INTO   REP-NAIYO
                MOVE   TXN-AREA-CODE   TO
                     WK-MA-AREA-CODE(WK-MA-FOUND-IDX)
                MOVE   1   TO   WK-MA-SET-FLG
           ELSE
                IF   WK-MA-COUNT   <   999
                     ADD    1   TO   WK-MA-COUNT
                     MOVE   TXN-MISEBAN     TO
                          WK-MA-MISEBAN(WK-MA-COUNT)
                     MOVE   TXN-AREA-CODE   TO
                          WK-MA-AREA-CODE(WK-MA-COUNT)
                     STRING "MISEAREA.txt 追加（エリア"
                            TXN-AREA-CODE "）"
                            DELIMITED   BY   SIZE
                            INTO   REP-NAIYO
                     MOVE   1   TO   WK-MA-SET-FLG
                ELSE
                     MOVE   "MISEAREA.txt 件数超過で割当せず"
                          TO   REP-NAIYO
                END-IF
           END-IF.
           WRITE     CHK-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       MA-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタの検索処理（TXN-MISEBANで探す）
      *>************************************************************************
       MM-FIND-PROC                   SECTION.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別エリア割当ファイルの読み込み処理
      *>************************************************************************
       MA-LOAD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-MA-COUNT.
           OPEN      INPUT   MAR-FILE.
           IF   MAR-FILE-STATUS   NOT =   "00"
                CLOSE   MAR-FILE
                GO   TO   MA-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   MAR-FILE-STATUS   NOT =   "00"
                READ   MAR-FILE
                     AT   END
                          MOVE   "10"   TO   MAR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MA-COUNT   <   999
                               ADD    1   TO   WK-MA-COUNT
                               MOVE   MAR-MISEBAN   TO
                                    WK-MA-MISEBAN(WK-MA-COUNT)
                               MOVE   MAR-AREA-CODE   TO
                                    WK-MA-AREA-CODE(WK-MA-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MAR-FILE.
      *>
       MA-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別エリア割当ファイルの書き戻し処理（削除済は読み飛ばす）
      *>************************************************************************
       MA-REWRITE-PROC                SECTION.
      *>
           OPEN      OUTPUT   MAR-FILE.
           PERFORM   VARYING   WK-MA-IDX   FROM   1   BY   1
                UNTIL   WK-MA-IDX   >   WK-MA-COUNT
                IF   WK-MA-MISEBAN(WK-MA-IDX)   NOT =   SPACE
                     MOVE   WK-MA-MISEBAN(WK-MA-IDX)     TO
                          MAR-MISEBAN
                     MOVE   WK-MA-AREA-CODE(WK-MA-IDX)   TO
                          MAR-AREA-CODE
                     WRITE  MAR-RECODE
                END-IF
           END-PERFORM.
           CLOSE     MAR-FILE.
      *>
       MA-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリアマスタファイルの読み込み処理（無ければ確認しない）
      *>************************************************************************
       AM-LOAD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-AM-COUNT.
           OPEN      INPUT   ARM-FILE.
           IF   ARM-FILE-STATUS   NOT =   "00"
                CLOSE   ARM-FILE
                GO   TO   AM-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   ARM-FILE-STATUS   NOT =   "00"
                READ   ARM-FILE
                     AT   END
                          MOVE   "10"   TO   ARM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-AM-COUNT   <   999
                               ADD    1   TO   WK-AM-COUNT
                               MOVE   ARM-AREA-CODE   TO
                                    WK-AM-AREA-CODE(WK-AM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ARM-FILE.
      *>
       AM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>マスタ配布版数ファイルの読み込み処理
      *>************************************************************************
       VER-READ-PROC                  SECTION.
           MOVE      WRK-OPEN-COUNT    TO   MSG1-OPEN-COUNT.
           MOVE      WRK-CLOSE-COUNT   TO   MSG1-CLOSE-COUNT.
           MOVE      WRK-NG-COUNT      TO   MSG1-NG-COUNT.
           MOVE      WRK-AREA-COUNT    TO   MSG1-AREA-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
