      *>　区分"4"：ERRRULE.txt（必須項目チェックルール）
      *>　　　　　　位置・桁数が受注レコード（４４桁）の範囲に
      *>　　　　　　収まることを検証
      *>　区分"5"：CONTPRC.txt（顧客別契約単価）
      *>　　　　　　顧客マスタ（KOKYAKUM.txt）があれば顧客の存在を
      *>　　　　　　検証し、適用開始日・契約単価が数字であることを
      *>　　　　　　検証（変更のあった実行だけ書き戻す）
      *>適用結果は変更一覧（CTLMNTLST.txt）に１件ずつ記録し、エラー
      *>以外の行は操作者ＩＤ・適用時刻とともに制御ファイル変更履歴
      *>（CTLJNL.txt）へ追記する。
      *>トランザクションのレイアウト
      *>　区分(1)・処理区分(1)・キー(20)・内容(40)・操作者ＩＤ(4)
      *>　　区分"1"：キー＝店番
      *>　　区分"2"：キー＝ファイル名
      *>　　区分"3"：内容(1:8)＝開始年＋終了年
      *>　　区分"4"：キー(1:6)＝位置＋桁数、内容(1:26)＝コード＋文言
      *>　　区分"5"：キー(1:19)＝顧客コード＋商品コード＋適用開始日、
      *>　　　　　　 内容(1:6)＝契約単価
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>顧客別契約単価ファイル
      *>************************************************************************
       SELECT   CPR-FILE      ASSIGN        TO "CONTPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPR-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル（顧客コードの存在検証用）
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>制御ファイル変更履歴（ジャーナル）ファイル
      *>************************************************************************
       SELECT   CJL-FILE      ASSIGN         TO "CTLJNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CJL-FILE-STATUS.
      *>************************************************************************
      *>変更一覧ファイル
      *>************************************************************************
       SELECT   CTLLST-FILE   ASSIGN         TO "CTLMNTLST.txt"
                88   CTX-FILE-INLIST               VALUE "2".
                88   CTX-FILE-YRPARM               VALUE "3".
                88   CTX-FILE-ERRRULE              VALUE "4".
                88   CTX-FILE-CONTPRC              VALUE "5".
           03   CTX-SYORI-KUBUN                PIC X(001).
                88   CTX-ADD                       VALUE "A".
                88   CTX-CHANGE                    VALUE "C".
                05   CTX-RULE-POS              PIC 9(003).
                05   CTX-RULE-LEN              PIC 9(003).
                05   FILLER                    PIC X(014).
           03   CTX-KEY-CPR   REDEFINES   CTX-KEY.
                05   CTX-CPR-KOKYAKU-CODE      PIC X(005).
                05   CTX-CPR-SHOHIN-CODE       PIC X(006).
                05   CTX-CPR-EFF-DATE          PIC X(008).
                05   FILLER                    PIC X(001).
           03   CTX-DATA                       PIC X(040).
           03   CTX-DATA-R   REDEFINES   CTX-DATA.
                05   CTX-START-YEAR            PIC X(004).
                05   CTX-END-YEAR              PIC X(004).
                05   FILLER                    PIC X(032).
           03   CTX-DATA-CPR   REDEFINES   CTX-DATA.
                05   CTX-CPR-TANKA             PIC X(006).
                05   FILLER                    PIC X(034).
           03   CTX-OPERATOR-ID                PIC X(004).
      *>************************************************************************
      *>各制御ファイルのレイアウト定義
      *>************************************************************************
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>顧客別契約単価ファイルのレイアウト定義
      *>************************************************************************
       FD   CPR-FILE.
       01   CPR-RECODE.
           COPY   CONTPRC   REPLACING   ==:PREFIX:==   BY   ==CPR==.
      *>************************************************************************
      *>顧客マスタファイルのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>制御ファイル変更履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   CJL-FILE.
       01   CJL-RECODE.
           COPY   CTLJNL   REPLACING   ==:PREFIX:==   BY   ==CJL==.
      *>************************************************************************
      *>変更一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   CTLLST-FILE.
       01  YRPARM-FILE-STATUS                       PIC XX.
       01  ERRRULE-FILE-STATUS                      PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  CJL-FILE-STATUS                          PIC XX.
      *>
      *>実行日・実行時刻（変更履歴に記録する）
       01   WK-RUN-DATE                          PIC 9(008).
       01   WK-RUN-TIME                          PIC 9(008).
      *>
      *>処理件数集計用の領域
       01   WK-CNT-AREA.
                 05   WK-ERRRULE-LEN              PIC 9(003).
                 05   WK-ERRRULE-CODE             PIC 9(002).
                 05   WK-ERRRULE-MSG              PIC X(024).
       01   WK-CPR-AREA.
            03   WK-CPR-UPD-FLG                  PIC 9(001).
            03   WK-CPR-COUNT                    PIC 9(004)  COMP.
            03   WK-CPR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CPR-IDX.
                 05   WK-CPR-KEY.
                      07   WK-CPR-KOKYAKU-CODE    PIC X(005).
                      07   WK-CPR-SHOHIN-CODE     PIC X(006).
                      07   WK-CPR-EFF-DATE        PIC X(008).
                 05   WK-CPR-TANKA                PIC 9(006).
      *>
      *>店舗マスタの店番保持用テーブル（存在検証用）
       01   WK-MISE-AREA.
                                    INDEXED BY WK-MISE-IDX.
                 05   WK-MISE-MISEBAN             PIC X(003).
      *>
      *>顧客マスタの顧客コード保持用テーブル（存在検証用）
       01   WK-KOKYAKU-AREA.
            03   WK-KOKYAKU-COUNT                PIC 9(004)  COMP.
            03   WK-KOKYAKU-TBL                  OCCURS 9999 TIMES
                                    INDEXED BY WK-KOKYAKU-IDX.
                 05   WK-KOKYAKU-CODE             PIC X(005).
      *>
      *>検索・検証の作業領域
       01   WK-FOUND-FLG                         PIC 9(001).
       01   WK-FOUND-IDX                         PIC 9(004)  COMP.
       01   WK-RULE-SUM                          PIC 9(004).
      *>
      *>変更一覧の明細行の編集用領域
            03   FILLER                          PIC X(002)
                                           VALUE SPACE.
            03   LST-KEKKA                       PIC X(040).
            03   FILLER                          PIC X(002)
                                           VALUE SPACE.
            03   LST-OPERATOR-ID                 PIC X(004).
      *>************************************************************************
      *>手続き部
      *>************************************************************************
                                 WK-DEL-CNT   WK-ERR-CNT.
           MOVE      ZERO   TO   WK-MISECTL-COUNT   WK-INLIST-COUNT
                                 WK-ERRRULE-COUNT   WK-MISE-COUNT.
           MOVE      ZERO   TO   WK-CPR-COUNT   WK-CPR-UPD-FLG
                                 WK-KOKYAKU-COUNT.
           ACCEPT    WK-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT    WK-RUN-TIME   FROM   TIME.
           MOVE      ZERO   TO   WK-YRPARM-EXIST-FLG.
           MOVE      SPACE  TO   WK-YRPARM-START   WK-YRPARM-END.
      *>
           PERFORM   YRPARM-LOAD-PROC.
           PERFORM   ERRRULE-LOAD-PROC.
           PERFORM   MISEM-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   KOKYAKU-LOAD-PROC.
      *>
           OPEN      OUTPUT   CTLLST-FILE.
      *>
      *>  制御ファイル変更履歴を追記用にオープンする
           OPEN      EXTEND   CJL-FILE.
           IF   CJL-FILE-STATUS   NOT =   "00"
                CLOSE   CJL-FILE
                OPEN    OUTPUT   CJL-FILE
           END-IF.
      *>
       INITIAL-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>CONTPRC.txtの読み込み処理
      *>************************************************************************
       CPR-LOAD-PROC                 SECTION.
      *>
           OPEN      INPUT   CPR-FILE.
           IF   CPR-FILE-STATUS   NOT =   "00"
                CLOSE   CPR-FILE
           ELSE
                PERFORM   UNTIL   CPR-FILE-STATUS   NOT =   "00"
                     READ   CPR-FILE
                          AT   END
                               MOVE   "10"   TO   CPR-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CPR-COUNT   <   9999
                                    ADD   1   TO   WK-CPR-COUNT
                                    MOVE  CPR-KOKYAKU-CODE   TO
                                        WK-CPR-KOKYAKU-CODE
                                             (WK-CPR-COUNT)
                                    MOVE  CPR-SHOHIN-CODE    TO
                                        WK-CPR-SHOHIN-CODE
                                             (WK-CPR-COUNT)
                                    MOVE  CPR-EFF-DATE       TO
                                        WK-CPR-EFF-DATE
                                             (WK-CPR-COUNT)
                                    MOVE  CPR-TANKA          TO
                                        WK-CPR-TANKA
                                             (WK-CPR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CPR-FILE
           END-IF.
      *>
       CPR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタの顧客コード読み込み処理（存在検証用）
      *>************************************************************************
       KOKYAKU-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   NOT =   "00"
                CLOSE   KOKYAKUM-FILE
           ELSE
                PERFORM   UNTIL   KOKYAKUM-FILE-STATUS   NOT =   "00"
                     READ   KOKYAKUM-FILE
                          AT   END
                               MOVE   "10"   TO   KOKYAKUM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-KOKYAKU-COUNT   <   9999
                                    ADD   1   TO   WK-KOKYAKU-COUNT
                                    MOVE  KMST-KOKYAKU-CODE   TO
                                        WK-KOKYAKU-CODE
                                             (WK-KOKYAKU-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   KOKYAKUM-FILE
           END-IF.
      *>
       KOKYAKU-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>主処理
      *>トランザクションを読み込み、対象ファイルごとの適用処理へ
      *>振り分ける
                                    PERFORM   YRPARM-UPDATE-PROC
                               WHEN   CTX-FILE-ERRRULE
                                    PERFORM   ERRRULE-UPDATE-PROC
                               WHEN   CTX-FILE-CONTPRC
                                    PERFORM   CONTPRC-UPDATE-PROC
                               WHEN   OTHER
                                    ADD    1   TO   WK-ERR-CNT
                          END-EVALUATE
      *>
           EXIT.
      *>************************************************************************
      *>CONTPRCトランザクションの適用処理
      *>顧客コード＋商品コード＋適用開始日をキーに追加・変更・削除する。
      *>顧客マスタが読める場合は顧客の存在を検証する
      *>************************************************************************
       CONTPRC-UPDATE-PROC           SECTION.
      *>
           MOVE      "CONTPRC"    TO   LST-FILE-NAME.
           MOVE      CTX-KEY      TO   LST-KEY.
      *>
           IF   CTX-SYORI-KUBUN   NOT =   "D"
                IF   CTX-CPR-EFF-DATE   NOT   NUMERIC
                OR   CTX-CPR-TANKA      NOT   NUMERIC
                     ADD       1   TO   WK-ERR-CNT
                     MOVE      "エラー"   TO   LST-ACTION
                     MOVE      "開始日・単価が数字でない"
                          TO   LST-KEKKA
                     PERFORM   CTLLST-WRITE-PROC
                     GO   TO   CONTPRC-UPDATE-PROC-EXIT
                END-IF
                IF   WK-KOKYAKU-COUNT   NOT =   ZERO
                     MOVE      ZERO   TO   WK-FOUND-FLG
                     PERFORM   VARYING   WK-KOKYAKU-IDX
                               FROM   1   BY   1
                          UNTIL   WK-KOKYAKU-IDX   >   WK-KOKYAKU-COUNT
                          IF   WK-KOKYAKU-CODE(WK-KOKYAKU-IDX)
                                    =   CTX-CPR-KOKYAKU-CODE
                               MOVE   1   TO   WK-FOUND-FLG
                          END-IF
                     END-PERFORM
                     IF   WK-FOUND-FLG   NOT =   1
                          ADD       1   TO   WK-ERR-CNT
                          MOVE      "エラー"   TO   LST-ACTION
                          MOVE      "顧客マスタに無い顧客"
                               TO   LST-KEKKA
                          PERFORM   CTLLST-WRITE-PROC
                          GO   TO   CONTPRC-UPDATE-PROC-EXIT
                     END-IF
                END-IF
           END-IF.
      *>
           MOVE      ZERO   TO   WK-FOUND-FLG.
           MOVE      ZERO   TO   WK-FOUND-IDX.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KEY(WK-CPR-IDX)   =   CTX-KEY(1:19)
                     MOVE   1   TO   WK-FOUND-FLG
                     SET    WK-FOUND-IDX   TO   WK-CPR-IDX
                END-IF
           END-PERFORM.
      *>
           EVALUATE   TRUE
                WHEN   CTX-ADD
                     IF   WK-FOUND-FLG   =   1
                       OR WK-CPR-COUNT   NOT <   9999
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   "エラー"       TO   LST-ACTION
                          MOVE   "登録済または上限超過"
                               TO   LST-KEKKA
                     ELSE
                          ADD    1   TO   WK-CPR-COUNT
                          MOVE   CTX-KEY(1:19)   TO
                               WK-CPR-KEY(WK-CPR-COUNT)
                          MOVE   CTX-CPR-TANKA   TO
                               WK-CPR-TANKA(WK-CPR-COUNT)
                          MOVE   1   TO   WK-CPR-UPD-FLG
                          ADD    1   TO   WK-ADD-CNT
                          MOVE   "追加"         TO   LST-ACTION
                          MOVE   CTX-CPR-TANKA  TO   LST-KEKKA
                     END-IF
                WHEN   CTX-CHANGE
                     IF   WK-FOUND-FLG   NOT =   1
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   "エラー"       TO   LST-ACTION
                          MOVE   "未登録の契約単価"
                               TO   LST-KEKKA
                     ELSE
                          MOVE   CTX-CPR-TANKA   TO
                               WK-CPR-TANKA(WK-FOUND-IDX)
                          MOVE   1   TO   WK-CPR-UPD-FLG
                          ADD    1   TO   WK-CHG-CNT
                          MOVE   "変更"         TO   LST-ACTION
                          MOVE   CTX-CPR-TANKA  TO   LST-KEKKA
                     END-IF
                WHEN   CTX-DELETE
                     IF   WK-FOUND-FLG   NOT =   1
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   "エラー"       TO   LST-ACTION
                          MOVE   "未登録の契約単価"
                               TO   LST-KEKKA
                     ELSE
                          PERFORM   VARYING   WK-CPR-IDX
                               FROM   WK-FOUND-IDX   BY   1
                               UNTIL   WK-CPR-IDX
                                         >=   WK-CPR-COUNT
                               MOVE   WK-CPR-TBL
                                         (WK-CPR-IDX + 1)
                                    TO   WK-CPR-TBL
                                         (WK-CPR-IDX)
                          END-PERFORM
                          SUBTRACT   1   FROM   WK-CPR-COUNT
                          MOVE   1   TO   WK-CPR-UPD-FLG
                          ADD    1   TO   WK-DEL-CNT
                          MOVE   "削除"         TO   LST-ACTION
                          MOVE   SPACE          TO   LST-KEKKA
                     END-IF
                WHEN   OTHER
                     ADD    1   TO   WK-ERR-CNT
                     MOVE   "エラー"            TO   LST-ACTION
                     MOVE   "処理区分が不正"    TO   LST-KEKKA
           END-EVALUATE.
      *>
           PERFORM   CTLLST-WRITE-PROC.
      *>
       CONTPRC-UPDATE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>変更一覧への１行書き出し処理
      *>エラー以外の行は制御ファイル変更履歴にも追記する
      *>************************************************************************
       CTLLST-WRITE-PROC             SECTION.
      *>
           MOVE      CTX-OPERATOR-ID   TO   LST-OPERATOR-ID.
           WRITE     CTLLST-RECODE   FROM   LST-DETAIL-RECODE.
      *>
           IF   LST-ACTION   NOT =   "エラー"
                MOVE    WK-RUN-DATE        TO   CJL-RUN-DATE
                MOVE    WK-RUN-TIME(1:4)   TO   CJL-RUN-TIME
                MOVE    CTX-FILE-KUBUN     TO   CJL-FILE-KUBUN
                MOVE    CTX-SYORI-KUBUN    TO   CJL-SYORI-KUBUN
                MOVE    CTX-KEY            TO   CJL-KEY
                MOVE    CTX-DATA           TO   CJL-DATA
                MOVE    CTX-OPERATOR-ID    TO   CJL-OPERATOR-ID
                WRITE   CJL-RECODE
           END-IF.
      *>
           MOVE      SPACE   TO   LST-DETAIL-RECODE.
      *>
       CTLLST-WRITE-PROC-EXIT.
                WRITE   ERRRULE-RECODE
           END-PERFORM.
           CLOSE     ERRRULE-FILE.
      *>
      *>  契約単価は変更のあった実行だけ書き戻す
           IF   WK-CPR-UPD-FLG   =   1
                OPEN      OUTPUT   CPR-FILE
                PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                     UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                     MOVE    WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          TO   CPR-KOKYAKU-CODE
                     MOVE    WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          TO   CPR-SHOHIN-CODE
                     MOVE    WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   CPR-EFF-DATE
                     MOVE    WK-CPR-TANKA(WK-CPR-IDX)
                          TO   CPR-TANKA
                     WRITE   CPR-RECODE
                END-PERFORM
                CLOSE     CPR-FILE
           END-IF.
      *>
           CLOSE     CTLLST-FILE.
           CLOSE     CJL-FILE.
      *>
           DISPLAY   "追加:"     WK-ADD-CNT
                     "　変更:"   WK-CHG-CNT
