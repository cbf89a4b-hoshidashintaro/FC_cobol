      *>************************************************************************
      *>通い容器の出庫・回収計上プログラム
      *>店舗への配送に使う通い容器（折りたたみコンテナ・パレット
      *>など）の店舗別の保有数を管理する日次のプログラム。
      *>　・出庫：出荷ケース作成（CARTON001）のケース内容明細
      *>　　（CARTONDATA.txt）と積込表（LOADMAN001）の便別配送先
      *>　　（LOADTRIP.txt）の当日分から、通い容器種別マスタ
      *>　　（YOKISYU.txt）の求め方に従って店舗×容器種別の出庫数を
      *>　　求める（混載ケース１個につき容器１個、または積み込まれた
      *>　　店舗のケース数を容器１個あたりのケース数で切り上げ）
      *>　・回収：ドライバーの回収伝票（KAISHU.txt：回収日・店番・
      *>　　容器種別・回収数・ルート）の数を店舗の残高から差し引く
      *>出庫・回収は通い容器移動履歴（YOKIIDO.txt）へ追記し、店番＋
      *>容器種別ごとの通い容器残高台帳（YOKIZAN.txt）の残高を更新して
      *>全行を書き戻す。同じ日に再実行しても二重に計上しないよう、
      *>台帳の出庫日が当日の店舗・容器は出庫を計上せず、回収日が
      *>台帳の回収日以前の伝票は計上済みとして読み飛ばす。
      *>容器種別がマスタに無い・回収数が正しくない伝票はエラーとして
      *>印字し、リターンコード４で終了する。結果は容器出庫・回収表
      *>（CTRLEDGREP.txt）に印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CTRLEDG001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>ケース内容明細ファイル（CARTON001の出力）
      *>************************************************************************
       SELECT   CTN-FILE      ASSIGN        TO "CARTONDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CTN-FILE-STATUS.
      *>************************************************************************
      *>便別配送先ファイル（LOADMAN001の出力）
      *>************************************************************************
       SELECT   LTP-FILE      ASSIGN        TO "LOADTRIP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LTP-FILE-STATUS.
      *>************************************************************************
      *>回収伝票ファイル
      *>************************************************************************
       SELECT   KSH-FILE      ASSIGN        TO "KAISHU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KSH-FILE-STATUS.
      *>************************************************************************
      *>通い容器種別マスタファイル
      *>************************************************************************
       SELECT   YKS-FILE      ASSIGN        TO "YOKISYU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKS-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル（表へ店名を付けるために使用する）
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>通い容器残高台帳ファイル（読み込んで更新し、書き戻す）
      *>************************************************************************
       SELECT   YKZ-FILE      ASSIGN        TO "YOKIZAN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKZ-FILE-STATUS.
      *>************************************************************************
      *>通い容器移動履歴ファイル
      *>************************************************************************
       SELECT   YKI-FILE      ASSIGN        TO "YOKIIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKI-FILE-STATUS.
      *>************************************************************************
      *>容器出庫・回収表ファイル
      *>************************************************************************
       SELECT   CLR-FILE      ASSIGN         TO "CTRLEDGREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>ケース内容明細ファイルのレイアウト定義
      *>************************************************************************
       FD   CTN-FILE.
       01   CTN-RECODE.
           COPY   CARTONREC   REPLACING   ==:PREFIX:==   BY   ==CTN==.
      *>************************************************************************
      *>便別配送先ファイルのレイアウト定義
      *>************************************************************************
       FD   LTP-FILE.
       01   LTP-RECODE.
           COPY   LOADTRIP   REPLACING   ==:PREFIX:==   BY   ==LTP==.
      *>************************************************************************
      *>回収伝票ファイルのレイアウト定義
      *>************************************************************************
       FD   KSH-FILE.
       01   KSH-RECODE.
           03   KSH-KAISHU-DATE                PIC 9(008).
           03   KSH-MISEBAN                    PIC X(003).
           03   KSH-YOKI-CODE                  PIC X(002).
           03   KSH-KAISHU-SU                  PIC 9(005).
           03   KSH-ROUTE-CODE                 PIC X(003).
      *>************************************************************************
      *>通い容器種別マスタファイルのレイアウト定義
      *>************************************************************************
       FD   YKS-FILE.
       01   YKS-RECODE.
           COPY   YOKISYU   REPLACING   ==:PREFIX:==   BY   ==YKS==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>通い容器残高台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   YKZ-FILE.
       01   YKZ-RECODE.
           COPY   YOKIZAN   REPLACING   ==:PREFIX:==   BY   ==YKZ==.
      *>************************************************************************
      *>通い容器移動履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   YKI-FILE.
       01   YKI-RECODE.
           COPY   YOKIIDO   REPLACING   ==:PREFIX:==   BY   ==YKI==.
      *>************************************************************************
      *>容器出庫・回収表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   CLR-FILE.
       01   CLR-RECODE                             PIC X(100).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  CTN-FILE-STATUS                          PIC XX.
       01  LTP-FILE-STATUS                          PIC XX.
       01  KSH-FILE-STATUS                          PIC XX.
       01  YKS-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  YKZ-FILE-STATUS                          PIC XX.
       01  YKI-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-SYUKKO-COUNT                 PIC 9(006).
             03   WRK-SYUKKO-TOTAL                 PIC 9(008).
             03   WRK-KSH-COUNT                    PIC 9(006).
             03   WRK-KAISHU-COUNT                 PIC 9(006).
             03   WRK-KAISHU-TOTAL                 PIC 9(008).
             03   WRK-NIJU-COUNT                   PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CTRLEDG1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>当日出荷の店舗別集計テーブル（ケース内容明細の順に登録する）
       01   WK-MISE-AREA.
            03   WK-MISE-COUNT                   PIC 9(004)  COMP.
            03   WK-MISE-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-IDX.
                 05   WK-MISE-MISEBAN             PIC X(003).
                 05   WK-MISE-ROUTE-CODE          PIC X(003).
                 05   WK-MISE-CASE-SU             PIC 9(005).
                 05   WK-MISE-KONSAI-SU           PIC 9(005).
                 05   WK-MISE-LAST-CARTON-NO      PIC 9(006).
                 05   WK-MISE-TUMIKOMI-FLG        PIC 9(001).
       01   WK-MISE-FOUND-IDX                    PIC 9(004)  COMP.
       01   WK-MISE-KEY                          PIC X(003).
      *>
      *>通い容器種別マスタ保持用テーブル
       01   WK-YKS-AREA.
            03   WK-YKS-COUNT                    PIC 9(004)  COMP.
            03   WK-YKS-TBL                      OCCURS 99 TIMES
                                    INDEXED BY WK-YKS-IDX.
                 05   WK-YKS-YOKI-CODE            PIC X(002).
                 05   WK-YKS-YOKI-NAME            PIC X(020).
                 05   WK-YKS-KEISAN-KUBUN         PIC X(001).
                 05   WK-YKS-CASE-SU              PIC 9(003).
       01   WK-YKS-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-YKS-KEY                           PIC X(002).
      *>
      *>通い容器残高台帳の保持用テーブル（全行を展開して書き戻す）
      *>前回回収日は読み込み時点の回収日で、同じ伝票の二重計上の
      *>判定に使う
       01   WK-ZAN-AREA.
            03   WK-ZAN-COUNT                    PIC 9(004)  COMP.
            03   WK-ZAN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAN-IDX.
                 05   WK-ZAN-MISEBAN              PIC X(003).
                 05   WK-ZAN-YOKI-CODE            PIC X(002).
                 05   WK-ZAN-ZAN-SU               PIC S9(007).
                 05   WK-ZAN-LAST-SYUKKO-DATE     PIC 9(008).
                 05   WK-ZAN-LAST-KAISHU-DATE     PIC 9(008).
                 05   WK-ZAN-PREV-KAISHU-DATE     PIC 9(008).
                 05   WK-ZAN-HOSYO-SU             PIC 9(007).
                 05   WK-ZAN-HOSYO-YYYYMM         PIC 9(006).
       01   WK-ZAN-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-MSTR-NAME-SAVE               PIC X(020).
      *>
      *>店舗・容器１件分の出庫数
       01   WK-SYUKKO-SU                         PIC 9(005).
      *>
      *>表の見出し行の編集用領域
       01   CLR-HDR-RECODE.
           03   FILLER                PIC X(040)
                       VALUE "**  通い容器出庫・回収表  **".
           03   CLR-HDR-RUN-DATE      PIC 9(008).
      *>表の項目見出し行の編集用領域
       01   CLR-COLHDR-RECODE.
           03   FILLER                PIC X(007)
               VALUE "店番 ".
           03   FILLER                PIC X(024)
               VALUE "店名                  ".
           03   FILLER                PIC X(006)
               VALUE "容器".
           03   FILLER                PIC X(008)
               VALUE "区分  ".
           03   FILLER                PIC X(008)
               VALUE "  数量".
           03   FILLER                PIC X(014)
               VALUE "        残高".
           03   FILLER                PIC X(009)
               VALUE "  備考 ".
      *>表の明細行の編集用領域
       01   CLR-DETAIL-RECODE.
           03   CLR-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-MISE-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-YOKI-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-KUBUN             PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-SU                PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-ZAN-SU            PIC --,---,--9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLR-BIKOU             PIC X(036).
      *>表の合計行の編集用領域
       01   CLR-TOTAL-RECODE.
           03   FILLER                PIC X(021)
                       VALUE "出庫数合計：".
           03   CLR-SYUKKO-TOTAL      PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(024)
                       VALUE "　回収数合計：".
           03   CLR-KAISHU-TOTAL      PIC ZZ,ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "出庫計上：".
            03   MSG1-SYUKKO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　回収伝票：".
            03   MSG1-KSH-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　計上済み：".
            03   MSG1-NIJU-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
       PROCEDURE                     DIVISION.
      *>
      *>    主処理
             PERFORM   MAIN-PROC.
      *>
      *>    終了処理
             PERFORM   TERM-PROC.
      *>
       STOP RUN.
      *>************************************************************************
      *>主処理
      *>************************************************************************
       MAIN-PROC                     SECTION.
      *>
           MOVE   ZERO        TO   WRK-SYUKKO-COUNT.
           MOVE   ZERO        TO   WRK-SYUKKO-TOTAL.
           MOVE   ZERO        TO   WRK-KSH-COUNT.
           MOVE   ZERO        TO   WRK-KAISHU-COUNT.
           MOVE   ZERO        TO   WRK-KAISHU-TOTAL.
           MOVE   ZERO        TO   WRK-NIJU-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WK-MISE-COUNT.
           MOVE   ZERO        TO   WK-YKS-COUNT.
           MOVE   ZERO        TO   WK-ZAN-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  マスタ・残高台帳の読み込み
           PERFORM   YKS-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
           PERFORM   YKZ-LOAD-PROC.
      *>
      *>  当日の出荷ケース・積込結果を店舗別に集計する
           PERFORM   CTN-LOAD-PROC.
           PERFORM   LTP-LOAD-PROC.
      *>
      *>  移動履歴は積み重ねるため追記でオープンする
           OPEN      EXTEND   YKI-FILE.
           IF   YKI-FILE-STATUS   NOT =   "00"
                CLOSE   YKI-FILE
                OPEN    OUTPUT   YKI-FILE
           END-IF.
           OPEN      OUTPUT   CLR-FILE.
           MOVE      WRK-RUN-DATE   TO   CLR-HDR-RUN-DATE.
           WRITE     CLR-RECODE   FROM   CLR-HDR-RECODE.
           WRITE     CLR-RECODE   FROM   CLR-COLHDR-RECODE.
      *>
      *>  出庫の計上（店舗×容器種別）
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                PERFORM   VARYING   WK-YKS-IDX   FROM   1   BY   1
                     UNTIL   WK-YKS-IDX   >   WK-YKS-COUNT
                     PERFORM   SYUKKO-ONE-PROC
                END-PERFORM
           END-PERFORM.
      *>
      *>  回収伝票の計上
           PERFORM   KSH-LOAD-PROC.
      *>
           MOVE      WRK-SYUKKO-TOTAL   TO   CLR-SYUKKO-TOTAL.
           MOVE      WRK-KAISHU-TOTAL   TO   CLR-KAISHU-TOTAL.
           WRITE     CLR-RECODE   FROM   CLR-TOTAL-RECODE.
      *>
           CLOSE     YKI-FILE
                     CLR-FILE.
      *>
      *>  更新後の残高台帳を書き戻す
           PERFORM   YKZ-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗・容器種別１件分の出庫の計上処理
      *>容器種別の求め方で出庫数を求め、台帳の出庫日が当日でなければ
      *>残高へ加えて移動履歴へ追記する
      *>************************************************************************
       SYUKKO-ONE-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-SYUKKO-SU.
           IF   WK-YKS-KEISAN-KUBUN(WK-YKS-IDX)   =   "1"
                MOVE   WK-MISE-KONSAI-SU(WK-MISE-IDX)
                     TO   WK-SYUKKO-SU
           END-IF.
           IF   WK-YKS-KEISAN-KUBUN(WK-YKS-IDX)   =   "2"
           AND  WK-MISE-TUMIKOMI-FLG(WK-MISE-IDX)   =   1
                IF   WK-YKS-CASE-SU(WK-YKS-IDX)   =   ZERO
                OR   WK-MISE-CASE-SU(WK-MISE-IDX)   =   ZERO
                     MOVE      1   TO   WK-SYUKKO-SU
                ELSE
                     COMPUTE   WK-SYUKKO-SU   =
                               (WK-MISE-CASE-SU(WK-MISE-IDX)
                               +   WK-YKS-CASE-SU(WK-YKS-IDX)   -   1)
                               /   WK-YKS-CASE-SU(WK-YKS-IDX)
                END-IF
           END-IF.
           IF   WK-SYUKKO-SU   =   ZERO
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-MISE-MISEBAN(WK-MISE-IDX)     TO   WK-MISE-KEY.
           MOVE      WK-YKS-YOKI-CODE(WK-YKS-IDX)     TO   WK-YKS-KEY.
           PERFORM   ZAN-FIND-PROC.
      *>
           MOVE      WK-MISE-KEY    TO   CLR-MISEBAN.
           PERFORM   MISE-MSTR-LOOKUP-PROC.
           MOVE      WK-MISE-MSTR-NAME-SAVE   TO   CLR-MISE-NAME.
           MOVE      WK-YKS-KEY     TO   CLR-YOKI-CODE.
           MOVE      "出庫"         TO   CLR-KUBUN.
           MOVE      WK-SYUKKO-SU   TO   CLR-SU.
      *>
           IF   WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-FOUND-IDX)
                     =   WRK-RUN-DATE
                ADD       1   TO   WRK-NIJU-COUNT
                MOVE      WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX)
                               TO   CLR-ZAN-SU
                MOVE      "＊本日分は計上済み"   TO   CLR-BIKOU
                WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       WK-SYUKKO-SU   TO
                     WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX).
           MOVE      WRK-RUN-DATE   TO
                     WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-FOUND-IDX).
           ADD       1              TO   WRK-SYUKKO-COUNT.
           ADD       WK-SYUKKO-SU   TO   WRK-SYUKKO-TOTAL.
      *>
           MOVE      WRK-RUN-DATE   TO   YKI-IDO-DATE.
           MOVE      WK-MISE-KEY    TO   YKI-MISEBAN.
           MOVE      WK-YKS-KEY     TO   YKI-YOKI-CODE.
           MOVE      "1"            TO   YKI-IDO-KUBUN.
           MOVE      WK-SYUKKO-SU   TO   YKI-IDO-SU.
           MOVE      WK-MISE-ROUTE-CODE(WK-MISE-IDX)
                          TO   YKI-ROUTE-CODE.
           WRITE     YKI-RECODE.
      *>
           MOVE      WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX)   TO   CLR-ZAN-SU.
           MOVE      SPACE   TO   CLR-BIKOU.
           WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE.
      *>
       SYUKKO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>回収伝票ファイルの読み込み処理
      *>伝票が無い日はファイルが無くてもよい
      *>************************************************************************
       KSH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   KSH-FILE.
           IF   KSH-FILE-STATUS   NOT =   "00"
                CLOSE   KSH-FILE
                GO   TO   KSH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   KSH-FILE-STATUS   NOT =   "00"
                READ   KSH-FILE
                     AT   END
                          MOVE   "10"   TO   KSH-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-KSH-COUNT
                          PERFORM   KSH-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           CLOSE     KSH-FILE.
      *>
       KSH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>回収伝票１件分の計上処理
      *>************************************************************************
       KSH-ONE-PROC                   SECTION.
      *>
           MOVE      KSH-MISEBAN     TO   CLR-MISEBAN.
           MOVE      KSH-MISEBAN     TO   WK-MISE-KEY.
           PERFORM   MISE-MSTR-LOOKUP-PROC.
           MOVE      WK-MISE-MSTR-NAME-SAVE   TO   CLR-MISE-NAME.
           MOVE      KSH-YOKI-CODE   TO   CLR-YOKI-CODE.
           MOVE      "回収"          TO   CLR-KUBUN.
           MOVE      ZERO            TO   CLR-SU.
           MOVE      ZERO            TO   CLR-ZAN-SU.
      *>
           MOVE      KSH-YOKI-CODE   TO   WK-YKS-KEY.
           PERFORM   YKS-FIND-PROC.
           IF   WK-YKS-FOUND-IDX   =   ZERO
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊容器種別がマスタに無い"
                               TO   CLR-BIKOU
                WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE
                GO   TO   KSH-ONE-PROC-EXIT
           END-IF.
      *>
           IF   KSH-KAISHU-SU   NOT NUMERIC
           OR   KSH-KAISHU-SU   =   ZERO
           OR   KSH-KAISHU-DATE   NOT NUMERIC
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊回収数・回収日の誤り"
                               TO   CLR-BIKOU
                WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE
                GO   TO   KSH-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      KSH-KAISHU-SU   TO   CLR-SU.
           PERFORM   ZAN-FIND-PROC.
      *>
           IF   KSH-KAISHU-DATE   <=
                     WK-ZAN-PREV-KAISHU-DATE(WK-ZAN-FOUND-IDX)
                ADD       1   TO   WRK-NIJU-COUNT
                MOVE      WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX)
                               TO   CLR-ZAN-SU
                MOVE      "＊計上済みの回収日"   TO   CLR-BIKOU
                WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE
                GO   TO   KSH-ONE-PROC-EXIT
           END-IF.
      *>
           SUBTRACT  KSH-KAISHU-SU   FROM
                     WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX).
           IF   KSH-KAISHU-DATE   >
                     WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-FOUND-IDX)
                MOVE   KSH-KAISHU-DATE   TO
                       WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-FOUND-IDX)
           END-IF.
           ADD       1               TO   WRK-KAISHU-COUNT.
           ADD       KSH-KAISHU-SU   TO   WRK-KAISHU-TOTAL.
      *>
           MOVE      KSH-KAISHU-DATE   TO   YKI-IDO-DATE.
           MOVE      KSH-MISEBAN       TO   YKI-MISEBAN.
           MOVE      KSH-YOKI-CODE     TO   YKI-YOKI-CODE.
           MOVE      "2"               TO   YKI-IDO-KUBUN.
           MOVE      KSH-KAISHU-SU     TO   YKI-IDO-SU.
           MOVE      KSH-ROUTE-CODE    TO   YKI-ROUTE-CODE.
           WRITE     YKI-RECODE.
      *>
           MOVE      WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX)   TO   CLR-ZAN-SU.
           IF   WK-ZAN-ZAN-SU(WK-ZAN-FOUND-IDX)   <   ZERO
                MOVE   "＊残高がマイナス"
                     TO   CLR-BIKOU
           ELSE
                MOVE   SPACE   TO   CLR-BIKOU
           END-IF.
           WRITE     CLR-RECODE   FROM   CLR-DETAIL-RECODE.
      *>
       KSH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>残高台帳テーブルの検索処理（無ければ残高ゼロの行を追加する）
      *>WK-MISE-KEY・WK-YKS-KEYを設定してから呼び出す
      *>************************************************************************
       ZAN-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAN-FOUND-IDX.
           PERFORM   VARYING   WK-ZAN-IDX   FROM   1   BY   1
                UNTIL   WK-ZAN-IDX   >   WK-ZAN-COUNT
                   OR   WK-ZAN-FOUND-IDX   >   ZERO
                IF   WK-ZAN-MISEBAN(WK-ZAN-IDX)     =   WK-MISE-KEY
                AND  WK-ZAN-YOKI-CODE(WK-ZAN-IDX)   =   WK-YKS-KEY
                     SET   WK-ZAN-FOUND-IDX   TO   WK-ZAN-IDX
                END-IF
           END-PERFORM.
           IF   WK-ZAN-FOUND-IDX   >   ZERO
                GO   TO   ZAN-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-ZAN-COUNT   >=   9999
                DISPLAY   "残高台帳が上限超過:"   WK-MISE-KEY
                          WK-YKS-KEY
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-ZAN-COUNT.
           MOVE      WK-ZAN-COUNT   TO   WK-ZAN-FOUND-IDX.
           MOVE      WK-MISE-KEY    TO   WK-ZAN-MISEBAN(WK-ZAN-COUNT).
           MOVE      WK-YKS-KEY     TO   WK-ZAN-YOKI-CODE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-ZAN-SU(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-PREV-KAISHU-DATE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-HOSYO-SU(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-HOSYO-YYYYMM(WK-ZAN-COUNT).
      *>
       ZAN-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ケース内容明細ファイルの読み込み処理
      *>当日出荷の行から店舗ごとのケース数・混載ケース数を数える
      *>（明細はケースの中の商品ごとに１行のため、ケース番号が
      *>変わった行だけを数える）
      *>************************************************************************
       CTN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CTN-FILE.
      *>
           EVALUATE   CTN-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "CARTONDATA-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "CARTONDATA-FILE入出力エラー:"
                               CTN-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   CTN-FILE-STATUS   NOT =   "00"
                READ   CTN-FILE
                     AT   END
                          MOVE   "10"   TO   CTN-FILE-STATUS
                     NOT   AT   END
                          IF   CTN-SYUKKA-DATE   =   WRK-RUN-DATE
                               PERFORM   CTN-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     CTN-FILE.
      *>
       CTN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ケース内容明細１行分の集計処理
      *>************************************************************************
       CTN-ONE-PROC                   SECTION.
      *>
           MOVE      CTN-MISEBAN   TO   WK-MISE-KEY.
           PERFORM   MISE-FIND-PROC.
           IF   WK-MISE-FOUND-IDX   =   ZERO
                GO   TO   CTN-ONE-PROC-EXIT
           END-IF.
      *>
           IF   CTN-ROUTE-CODE   NOT =   SPACE
                MOVE   CTN-ROUTE-CODE   TO
                       WK-MISE-ROUTE-CODE(WK-MISE-FOUND-IDX)
           END-IF.
           IF   CTN-CARTON-NO   =
                     WK-MISE-LAST-CARTON-NO(WK-MISE-FOUND-IDX)
                GO   TO   CTN-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      CTN-CARTON-NO   TO
                     WK-MISE-LAST-CARTON-NO(WK-MISE-FOUND-IDX).
           ADD       1   TO   WK-MISE-CASE-SU(WK-MISE-FOUND-IDX).
           IF   CTN-KONSAI
                ADD   1   TO   WK-MISE-KONSAI-SU(WK-MISE-FOUND-IDX)
           END-IF.
      *>
       CTN-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別集計テーブルの検索処理（無ければ追加する）
      *>WK-MISE-KEYを設定してから呼び出す。満杯の場合はゼロを返す
      *>************************************************************************
       MISE-FIND-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-MISE-FOUND-IDX.
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                   OR   WK-MISE-FOUND-IDX   >   ZERO
                IF   WK-MISE-MISEBAN(WK-MISE-IDX)   =   WK-MISE-KEY
                     SET   WK-MISE-FOUND-IDX   TO   WK-MISE-IDX
                END-IF
           END-PERFORM.
           IF   WK-MISE-FOUND-IDX   >   ZERO
                GO   TO   MISE-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-MISE-COUNT   >=   999
                DISPLAY   "店舗テーブルが満杯です:"
                          WK-MISE-KEY
                GO   TO   MISE-FIND-PROC-EXIT
           END-IF.
           ADD       1   TO   WK-MISE-COUNT.
           MOVE      WK-MISE-COUNT   TO   WK-MISE-FOUND-IDX.
           MOVE      WK-MISE-KEY     TO
                     WK-MISE-MISEBAN(WK-MISE-COUNT).
           MOVE      SPACE   TO   WK-MISE-ROUTE-CODE(WK-MISE-COUNT).
           MOVE      ZERO    TO   WK-MISE-CASE-SU(WK-MISE-COUNT).
           MOVE      ZERO    TO   WK-MISE-KONSAI-SU(WK-MISE-COUNT).
           MOVE      ZERO    TO   WK-MISE-LAST-CARTON-NO(WK-MISE-COUNT).
           MOVE      ZERO    TO   WK-MISE-TUMIKOMI-FLG(WK-MISE-COUNT).
      *>
       MISE-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>便別配送先ファイルの読み込み処理
      *>当日積み込まれた店舗に積込の印とルートを付ける
      *>************************************************************************
       LTP-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   LTP-FILE.
      *>
           EVALUATE   LTP-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "LOADTRIP-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "LOADTRIP-FILE入出力エラー:"
                               LTP-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   LTP-FILE-STATUS   NOT =   "00"
                READ   LTP-FILE
                     AT   END
                          MOVE   "10"   TO   LTP-FILE-STATUS
                     NOT   AT   END
                          IF   LTP-RUN-DATE   =   WRK-RUN-DATE
                               MOVE      LTP-MISEBAN   TO   WK-MISE-KEY
                               PERFORM   MISE-FIND-PROC
                               IF   WK-MISE-FOUND-IDX   >   ZERO
                                    MOVE   1   TO   WK-MISE-TUMIKOMI-FLG
                                                    (WK-MISE-FOUND-IDX)
                                    MOVE   LTP-ROUTE-CODE   TO
                                         WK-MISE-ROUTE-CODE
                                              (WK-MISE-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     LTP-FILE.
      *>
       LTP-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器種別マスタファイルの読み込み処理
      *>出庫数を求められないため、読めない場合は異常終了する
      *>************************************************************************
       YKS-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKS-FILE.
           IF   YKS-FILE-STATUS   NOT =   "00"
                DISPLAY   "YOKISYUが読めません:"   YKS-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   YKS-FILE-STATUS   NOT =   "00"
                READ   YKS-FILE
                     AT   END
                          MOVE   "10"   TO   YKS-FILE-STATUS
                     NOT   AT   END
                          IF   WK-YKS-COUNT   <   99
                               ADD    1   TO   WK-YKS-COUNT
                               MOVE   YKS-YOKI-CODE      TO
                                    WK-YKS-YOKI-CODE(WK-YKS-COUNT)
                               MOVE   YKS-YOKI-NAME      TO
                                    WK-YKS-YOKI-NAME(WK-YKS-COUNT)
                               MOVE   YKS-KEISAN-KUBUN   TO
                                    WK-YKS-KEISAN-KUBUN(WK-YKS-COUNT)
                               MOVE   YKS-CASE-SU        TO
                                    WK-YKS-CASE-SU(WK-YKS-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKS-FILE.
      *>
       YKS-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器種別の検索処理（見つからなければゼロを返す）
      *>WK-YKS-KEYを設定してから呼び出す
      *>************************************************************************
       YKS-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-YKS-FOUND-IDX.
           PERFORM   VARYING   WK-YKS-IDX   FROM   1   BY   1
                UNTIL   WK-YKS-IDX   >   WK-YKS-COUNT
                   OR   WK-YKS-FOUND-IDX   >   ZERO
                IF   WK-YKS-YOKI-CODE(WK-YKS-IDX)   =   WK-YKS-KEY
                     SET   WK-YKS-FOUND-IDX   TO   WK-YKS-IDX
                END-IF
           END-PERFORM.
      *>
       YKS-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器残高台帳の読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       YKZ-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKZ-FILE.
           IF   YKZ-FILE-STATUS   NOT =   "00"
                CLOSE   YKZ-FILE
                GO   TO   YKZ-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   YKZ-FILE-STATUS   NOT =   "00"
                READ   YKZ-FILE
                     AT   END
                          MOVE   "10"   TO   YKZ-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZAN-COUNT   <   9999
                               ADD    1   TO   WK-ZAN-COUNT
                               MOVE   YKZ-MISEBAN   TO
                                    WK-ZAN-MISEBAN(WK-ZAN-COUNT)
                               MOVE   YKZ-YOKI-CODE   TO
                                    WK-ZAN-YOKI-CODE(WK-ZAN-COUNT)
                               MOVE   YKZ-ZAN-SU   TO
                                    WK-ZAN-ZAN-SU(WK-ZAN-COUNT)
                               MOVE   YKZ-LAST-SYUKKO-DATE   TO
                                    WK-ZAN-LAST-SYUKKO-DATE
                                         (WK-ZAN-COUNT)
                               MOVE   YKZ-LAST-KAISHU-DATE   TO
                                    WK-ZAN-LAST-KAISHU-DATE
                                         (WK-ZAN-COUNT)
                               MOVE   YKZ-LAST-KAISHU-DATE   TO
                                    WK-ZAN-PREV-KAISHU-DATE
                                         (WK-ZAN-COUNT)
                               MOVE   YKZ-HOSYO-SU   TO
                                    WK-ZAN-HOSYO-SU(WK-ZAN-COUNT)
                               MOVE   YKZ-HOSYO-YYYYMM   TO
                                    WK-ZAN-HOSYO-YYYYMM(WK-ZAN-COUNT)
                          ELSE
                               DISPLAY   "残高台帳が上限超過:"
                                         YKZ-MISEBAN   YKZ-YOKI-CODE
                               MOVE      8   TO   RETURN-CODE
                               STOP RUN
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKZ-FILE.
      *>
       YKZ-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>残高台帳テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       YKZ-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   YKZ-FILE.
           PERFORM   VARYING   WK-ZAN-IDX   FROM   1   BY   1
                UNTIL   WK-ZAN-IDX   >   WK-ZAN-COUNT
                MOVE   WK-ZAN-MISEBAN(WK-ZAN-IDX)     TO   YKZ-MISEBAN
                MOVE   WK-ZAN-YOKI-CODE(WK-ZAN-IDX)   TO   YKZ-YOKI-CODE
                MOVE   WK-ZAN-ZAN-SU(WK-ZAN-IDX)      TO   YKZ-ZAN-SU
                MOVE   WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-IDX)
                     TO   YKZ-LAST-SYUKKO-DATE
                MOVE   WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-IDX)
                     TO   YKZ-LAST-KAISHU-DATE
                MOVE   WK-ZAN-HOSYO-SU(WK-ZAN-IDX)    TO   YKZ-HOSYO-SU
                MOVE   WK-ZAN-HOSYO-YYYYMM(WK-ZAN-IDX)
                     TO   YKZ-HOSYO-YYYYMM
                WRITE  YKZ-RECODE
           END-PERFORM.
           CLOSE     YKZ-FILE.
      *>
       YKZ-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       MISE-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   MISEM-FILE.
           IF   MISEM-FILE-STATUS   =   "35"
                CLOSE   MISEM-FILE
           ELSE
                PERFORM   UNTIL   MISEM-FILE-STATUS   NOT =   "00"
                     READ   MISEM-FILE
                          AT   END
                               MOVE   "10"   TO   MISEM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-MISE-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-MISE-MSTR-COUNT
                                    MOVE   MMST-MISEBAN   TO
                                         WK-MISE-MSTR-MISEBAN
                                              (WK-MISE-MSTR-COUNT)
                                    MOVE   MMST-MISE-NAME   TO
                                         WK-MISE-MSTR-NAME
                                              (WK-MISE-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   MISEM-FILE
           END-IF.
      *>
       MISE-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店名検索処理（店舗マスタテーブルを線形検索する）
      *>WK-MISE-KEYを設定してから呼び出す
      *>************************************************************************
       MISE-MSTR-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-MISE-KEY
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
           MOVE      WRK-SYUKKO-COUNT   TO   MSG1-SYUKKO-COUNT.
           MOVE      WRK-KSH-COUNT      TO   MSG1-KSH-COUNT.
           MOVE      WRK-NIJU-COUNT     TO   MSG1-NIJU-COUNT.
           MOVE      WRK-ERR-COUNT      TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA.
      *>
           IF   WRK-ERR-COUNT   >   ZERO
                IF   RETURN-CODE   <   4
                     MOVE   4   TO   RETURN-CODE
                END-IF
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
