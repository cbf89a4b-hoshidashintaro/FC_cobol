      *>************************************************************************
      *>在庫補充移送提案プログラム
      *>在庫マスタ（ZAIKOM.txt）で発注点を割った倉庫の商品について、
      *>同じ商品を余分に持っている別の倉庫からの倉庫間移送を提案する
      *>夜間プログラム。発注書作成（POGEN001）より前に実行し、社内で
      *>補える分を仕入先から買わずに済ませるために使う。
      *>各倉庫の引当可能数は現在庫から保留在庫台帳（ZAIKOHLD.txt）の
      *>保留数を引いた数とし、倉庫間移送台帳（SOKOTRF.txt）で輸送中の
      *>移送は入庫倉庫の入荷予定として加える。引当可能数＋入荷予定が
      *>発注点以下の倉庫を補充先とし、補充数は発注書作成と同じ目標の
      *>（発注点×２－引当可能数－入荷予定）とする。発注登録簿
      *>（POREG.txt）に未入荷の発注がある倉庫・商品は補充先にしない
      *>（特注受注に紐付いた発注は受注へ引き当てるため数えない）。
      *>補充先でない倉庫の（引当可能数－発注点×２）を余剰とし、補充先
      *>ごとに余剰の多い倉庫から順に補充数に達するまで移送を割り当てる。
      *>提案は在庫補充移送提案書（REBALREP.txt）に印字し、移送で補え
      *>ない発注点割れ（余剰のある倉庫が無い・未入荷の発注がある）も
      *>一覧にする。あわせて提案した移送を倉庫間移送トランザクション
      *>の出庫の形式で移送提案ファイル（REBALSUG.txt）へ書き出す。
      *>担当者が内容を確認・修正したうえで倉庫間移送（SOKOTRF001）の
      *>入力として使う。在庫マスタ・台帳はこのプログラムでは更新しない。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   REBAL001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>在庫マスタファイル（参照のみ）
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（引当可能数の計算用）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>倉庫間移送台帳ファイル（輸送中の移送の入荷予定の参照用）
      *>************************************************************************
       SELECT   TRF-FILE      ASSIGN        TO "SOKOTRF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TRF-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル（未入荷の発注の確認用）
      *>************************************************************************
       SELECT   POREG-FILE    ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POREG-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（提案書へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>在庫補充移送提案書ファイル
      *>************************************************************************
       SELECT   REBALREP-FILE ASSIGN         TO "REBALREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>移送提案ファイル（倉庫間移送トランザクションの形式）
      *>************************************************************************
       SELECT   SUG-FILE      ASSIGN         TO "REBALSUG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>倉庫間移送台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TRF-FILE.
       01   TRF-RECODE.
           COPY   SOKOTRF    REPLACING   ==:PREFIX:==   BY   ==TRF==.
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POREG-FILE.
       01   POREG-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>在庫補充移送提案書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   REBALREP-FILE.
       01   REBALREP-RECODE                        PIC X(160).
      *>************************************************************************
      *>移送提案ファイルのレイアウト定義
      *>************************************************************************
       FD   SUG-FILE.
       01   SUG-RECODE.
           COPY   SOKOTRFIN  REPLACING   ==:PREFIX:==   BY   ==SUG==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  TRF-FILE-STATUS                          PIC XX.
       01  POREG-FILE-STATUS                        PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-WARE-COUNT                   PIC 9(006).
             03   WRK-TEIAN-COUNT                  PIC 9(006).
             03   WRK-MIHOJU-COUNT                 PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "REBAL001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>在庫マスタ保持用テーブル（倉庫＋商品ごとの補充・余剰の計算用）
       01   WK-ZAIKO-MSTR-AREA.
            03   WK-ZAIKO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-ZAIKO-MSTR-TBL               OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAIKO-MSTR-IDX.
                 05   WK-ZAIKO-MSTR-SOKO-CODE     PIC X(002).
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
                 05   WK-ZAIKO-MSTR-HATYU-TEN     PIC 9(005).
                 05   WK-ZAIKO-MSTR-HORYU-SU      PIC 9(007).
                 05   WK-ZAIKO-MSTR-YUSO-SU       PIC 9(007).
                 05   WK-ZAIKO-MSTR-PO-FLG        PIC 9(001).
                 05   WK-ZAIKO-MSTR-KANO-SU       PIC S9(009).
                 05   WK-ZAIKO-MSTR-MIKOMI-SU     PIC S9(009).
                 05   WK-ZAIKO-MSTR-FUSOKU-SU     PIC S9(009).
                 05   WK-ZAIKO-MSTR-YOYU-SU       PIC S9(009).
                 05   WK-ZAIKO-MSTR-SYUKKO-SU     PIC S9(009).
                 05   WK-ZAIKO-MSTR-NOKORI-SU     PIC S9(009).
      *>余剰のある移送元の検索用の添字
       01   WK-MOTO-IDX                          PIC 9(004)  COMP.
       01   WK-MOTO-FOUND-IDX                    PIC 9(004)  COMP.
       01   WK-MOTO-MAX-YOYU                     PIC S9(009).
      *>
      *>商品マスタ保持用テーブル（商品名の表示用）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>補充先１件分の割り当て用の領域
       01   WK-CALC-AREA.
            03   WK-NOKORI-SU                    PIC S9(009).
            03   WK-TEIAN-SU                     PIC S9(009).
            03   WK-TEIAN-SU-GOKEI               PIC S9(009).
      *>
      *>提案書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(040)
                   VALUE "**  在庫補充移送提案書  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>提案書の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(014)
               VALUE "出庫倉庫  ".
           03   FILLER                PIC X(012)
               VALUE "入庫倉庫".
           03   FILLER                PIC X(010)
               VALUE " 提案数".
           03   FILLER                PIC X(013)
               VALUE " 入庫見込".
           03   FILLER                PIC X(010)
               VALUE " 発注点".
           03   FILLER                PIC X(013)
               VALUE " 出庫可能".
           03   FILLER                PIC X(012)
               VALUE "   出庫後".
      *>提案書の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DE-SOKO-CODE      PIC X(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-IRI-SOKO-CODE     PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TEIAN-SU          PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-IRI-MIKOMI-SU     PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-IRI-HATYU-TEN     PIC Z(004)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DE-KANO-SU        PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DE-ATO-SU         PIC -(006)9.
      *>移送で補えない発注点割れの見出し行の編集用領域
       01   REP-M-HDR-RECODE.
           03   FILLER                PIC X(050)
                   VALUE "**  移送で補えない発注点割れ  **".
      *>移送で補えない発注点割れの列見出し行の編集用領域
       01   REP-M-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "倉庫    ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(012)
               VALUE "入庫見込".
           03   FILLER                PIC X(010)
               VALUE " 発注点".
           03   FILLER                PIC X(012)
               VALUE "   補充数".
           03   FILLER                PIC X(012)
               VALUE "   不足残".
           03   FILLER                PIC X(014)
               VALUE "  備考      ".
      *>移送で補えない発注点割れの明細行の編集用領域
       01   REP-M-DETAIL-RECODE.
           03   REP-M-SOKO-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-SHOHIN-CODE     PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-SHOHIN-NAME     PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-MIKOMI-SU       PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-HATYU-TEN       PIC Z(004)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-FUSOKU-SU       PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-NOKORI-SU       PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-M-BIKO            PIC X(040).
      *>提案・発注点割れが無い場合の注記行
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(060).
      *>合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(021)
                   VALUE "発注点割れ：".
           03   REP-T-WARE            PIC ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                   VALUE "　移送提案：".
           03   REP-T-TEIAN           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                   VALUE "　提案数合計：".
           03   REP-T-TEIAN-SU        PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(027)
                   VALUE "　移送で補えない：".
           03   REP-T-MIHOJU          PIC ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "発注点割れ件数：".
            03   MSG1-WARE-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　移送提案：".
            03   MSG1-TEIAN-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　移送で補えない：".
            03   MSG1-MIHOJU-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-WARE-COUNT.
           MOVE   ZERO        TO   WRK-TEIAN-COUNT.
           MOVE   ZERO        TO   WRK-MIHOJU-COUNT.
           MOVE   ZERO        TO   WK-TEIAN-SU-GOKEI.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  マスタ・台帳・発注登録簿の読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
           PERFORM   TRF-LOAD-PROC.
           PERFORM   POREG-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
      *>  倉庫＋商品ごとの補充数・余剰を求める
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                PERFORM   HOJU-CALC-PROC
           END-PERFORM.
      *>
           OPEN   OUTPUT   REBALREP-FILE
                           SUG-FILE.
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     REBALREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     REBALREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  補充先ごとに余剰のある倉庫からの移送を割り当てる
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                          >   ZERO
                AND  WK-ZAIKO-MSTR-PO-FLG(WK-ZAIKO-MSTR-IDX)
                          =   ZERO
                     PERFORM   HOJU-ONE-PROC
                END-IF
           END-PERFORM.
           IF   WRK-TEIAN-COUNT   =   ZERO
                MOVE   "移送を提案する商品はありません"
                               TO   REP-CHUKI
                WRITE  REBALREP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
      *>  移送で補えない発注点割れの一覧
           PERFORM   MIHOJU-LIST-PROC.
      *>
           MOVE      SPACE   TO   REBALREP-RECODE.
           WRITE     REBALREP-RECODE.
           MOVE      WRK-WARE-COUNT      TO   REP-T-WARE.
           MOVE      WRK-TEIAN-COUNT     TO   REP-T-TEIAN.
           MOVE      WK-TEIAN-SU-GOKEI   TO   REP-T-TEIAN-SU.
           MOVE      WRK-MIHOJU-COUNT    TO   REP-T-MIHOJU.
           WRITE     REBALREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           CLOSE     REBALREP-FILE
                     SUG-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫＋商品１件分の補充数・余剰の計算処理
      *>引当可能数＝現在庫－保留数、入庫見込＝引当可能数＋輸送中の入荷
      *>予定とし、入庫見込が発注点以下なら（発注点×２－入庫見込）を
      *>補充数、そうでなければ（引当可能数－発注点×２）を余剰とする
      *>************************************************************************
       HOJU-CALC-PROC                 SECTION.
      *>
           COMPUTE   WK-ZAIKO-MSTR-KANO-SU(WK-ZAIKO-MSTR-IDX)   =
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                -    WK-ZAIKO-MSTR-HORYU-SU(WK-ZAIKO-MSTR-IDX).
           COMPUTE   WK-ZAIKO-MSTR-MIKOMI-SU(WK-ZAIKO-MSTR-IDX)   =
                     WK-ZAIKO-MSTR-KANO-SU(WK-ZAIKO-MSTR-IDX)
                +    WK-ZAIKO-MSTR-YUSO-SU(WK-ZAIKO-MSTR-IDX).
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FUSOKU-SU
                                    (WK-ZAIKO-MSTR-IDX).
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-YOYU-SU
                                    (WK-ZAIKO-MSTR-IDX).
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-SYUKKO-SU
                                    (WK-ZAIKO-MSTR-IDX).
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-NOKORI-SU
                                    (WK-ZAIKO-MSTR-IDX).
      *>
           IF   WK-ZAIKO-MSTR-MIKOMI-SU(WK-ZAIKO-MSTR-IDX)
                     <=   WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                COMPUTE   WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)   =
                          WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                               *   2
                     -    WK-ZAIKO-MSTR-MIKOMI-SU(WK-ZAIKO-MSTR-IDX)
                IF   WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                          >   ZERO
                     ADD   1   TO   WRK-WARE-COUNT
                     MOVE  WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                          TO   WK-ZAIKO-MSTR-NOKORI-SU
                                    (WK-ZAIKO-MSTR-IDX)
                END-IF
           ELSE
                COMPUTE   WK-ZAIKO-MSTR-YOYU-SU(WK-ZAIKO-MSTR-IDX)   =
                          WK-ZAIKO-MSTR-KANO-SU(WK-ZAIKO-MSTR-IDX)
                     -    WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                               *   2
                IF   WK-ZAIKO-MSTR-YOYU-SU(WK-ZAIKO-MSTR-IDX)
                          <   ZERO
                     MOVE  ZERO   TO   WK-ZAIKO-MSTR-YOYU-SU
                                         (WK-ZAIKO-MSTR-IDX)
                END-IF
           END-IF.
      *>
       HOJU-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>補充先１件分の移送の割り当て処理
      *>同じ商品で余剰の最も多い倉庫から、補充数に達するか余剰のある
      *>倉庫が無くなるまで移送を割り当てる
      *>************************************************************************
       HOJU-ONE-PROC                  SECTION.
      *>
           MOVE      WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                          TO   WK-NOKORI-SU.
           MOVE      1   TO   WK-MOTO-FOUND-IDX.
           PERFORM   UNTIL   WK-NOKORI-SU   <=   ZERO
                        OR   WK-MOTO-FOUND-IDX   =   ZERO
                PERFORM   MOTO-FIND-PROC
                IF   WK-MOTO-FOUND-IDX   NOT =   ZERO
                     PERFORM   TEIAN-WRITE-PROC
                END-IF
           END-PERFORM.
           MOVE      WK-NOKORI-SU
                          TO   WK-ZAIKO-MSTR-NOKORI-SU
                                    (WK-ZAIKO-MSTR-IDX).
      *>
       HOJU-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移送元の検索処理
      *>補充先と同じ商品で余剰の残っている倉庫のうち、余剰が最も多い
      *>倉庫の添字をWK-MOTO-FOUND-IDXに返す（無ければゼロ）
      *>************************************************************************
       MOTO-FIND-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-MOTO-FOUND-IDX.
           MOVE      ZERO   TO   WK-MOTO-MAX-YOYU.
           PERFORM   VARYING   WK-MOTO-IDX   FROM   1   BY   1
                UNTIL   WK-MOTO-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SHOHIN-CODE(WK-MOTO-IDX)
                     =   WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                AND  WK-ZAIKO-MSTR-SOKO-CODE(WK-MOTO-IDX)
                     NOT =   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                AND  WK-ZAIKO-MSTR-YOYU-SU(WK-MOTO-IDX)
                     >   WK-MOTO-MAX-YOYU
                     MOVE   WK-ZAIKO-MSTR-YOYU-SU(WK-MOTO-IDX)
                          TO   WK-MOTO-MAX-YOYU
                     MOVE   WK-MOTO-IDX   TO   WK-MOTO-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       MOTO-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移送提案１件分の印字・書き出し処理
      *>提案数は補充数の残りと移送元の余剰の少ない方とする
      *>************************************************************************
       TEIAN-WRITE-PROC               SECTION.
      *>
           MOVE      WK-NOKORI-SU   TO   WK-TEIAN-SU.
           IF   WK-TEIAN-SU   >
                     WK-ZAIKO-MSTR-YOYU-SU(WK-MOTO-FOUND-IDX)
                MOVE   WK-ZAIKO-MSTR-YOYU-SU(WK-MOTO-FOUND-IDX)
                     TO   WK-TEIAN-SU
           END-IF.
           SUBTRACT  WK-TEIAN-SU   FROM   WK-NOKORI-SU.
           SUBTRACT  WK-TEIAN-SU   FROM
                     WK-ZAIKO-MSTR-YOYU-SU(WK-MOTO-FOUND-IDX).
           ADD       WK-TEIAN-SU   TO
                     WK-ZAIKO-MSTR-SYUKKO-SU(WK-MOTO-FOUND-IDX).
           ADD       1   TO   WRK-TEIAN-COUNT.
           ADD       WK-TEIAN-SU   TO   WK-TEIAN-SU-GOKEI.
      *>
      *>  提案書の明細
           MOVE      WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-CHK-CODE         TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-MOTO-FOUND-IDX)
                          TO   REP-DE-SOKO-CODE.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   REP-IRI-SOKO-CODE.
           MOVE      WK-TEIAN-SU   TO   REP-TEIAN-SU.
           MOVE      WK-ZAIKO-MSTR-MIKOMI-SU(WK-ZAIKO-MSTR-IDX)
                          TO   REP-IRI-MIKOMI-SU.
           MOVE      WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                          TO   REP-IRI-HATYU-TEN.
           MOVE      WK-ZAIKO-MSTR-KANO-SU(WK-MOTO-FOUND-IDX)
                          TO   REP-DE-KANO-SU.
           COMPUTE   REP-DE-ATO-SU   =
                     WK-ZAIKO-MSTR-KANO-SU(WK-MOTO-FOUND-IDX)
                -    WK-ZAIKO-MSTR-SYUKKO-SU(WK-MOTO-FOUND-IDX).
           WRITE     REBALREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  倉庫間移送トランザクション（出庫）の形式で書き出す
           MOVE      SPACE   TO   SUG-RECODE.
           MOVE      "1"     TO   SUG-SYORI-KUBUN.
           MOVE      ZERO    TO   SUG-TRF-NO.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-MOTO-FOUND-IDX)
                          TO   SUG-DE-SOKO-CODE.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   SUG-IRI-SOKO-CODE.
           MOVE      WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   SUG-SHOHIN-CODE.
           MOVE      WK-TEIAN-SU    TO   SUG-SU.
           MOVE      WRK-RUN-DATE   TO   SUG-DATE.
           MOVE      "在庫補充移送"   TO   SUG-BIKO.
           WRITE     SUG-RECODE.
      *>
       TEIAN-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移送で補えない発注点割れの一覧の印字処理
      *>移送を割り当てても補充数に届かない倉庫＋商品と、未入荷の発注が
      *>あるため補充先にしなかった倉庫＋商品を印字する
      *>************************************************************************
       MIHOJU-LIST-PROC               SECTION.
      *>
           MOVE      SPACE   TO   REBALREP-RECODE.
           WRITE     REBALREP-RECODE.
           WRITE     REBALREP-RECODE   FROM   REP-M-HDR-RECODE.
           WRITE     REBALREP-RECODE   FROM   REP-M-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-NOKORI-SU(WK-ZAIKO-MSTR-IDX)
                          >   ZERO
                     PERFORM   MIHOJU-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WRK-MIHOJU-COUNT   =   ZERO
                MOVE   "移送で補えない発注点割れなし"
                               TO   REP-CHUKI
                WRITE  REBALREP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
       MIHOJU-LIST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移送で補えない発注点割れ１件分の印字処理
      *>************************************************************************
       MIHOJU-LINE-WRITE-PROC         SECTION.
      *>
           ADD       1   TO   WRK-MIHOJU-COUNT.
           MOVE      WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          TO   REP-M-SOKO-CODE.
           MOVE      WK-SHOHIN-CHK-CODE         TO   REP-M-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-M-SHOHIN-NAME.
           MOVE      WK-ZAIKO-MSTR-MIKOMI-SU(WK-ZAIKO-MSTR-IDX)
                          TO   REP-M-MIKOMI-SU.
           MOVE      WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                          TO   REP-M-HATYU-TEN.
           MOVE      WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                          TO   REP-M-FUSOKU-SU.
           MOVE      WK-ZAIKO-MSTR-NOKORI-SU(WK-ZAIKO-MSTR-IDX)
                          TO   REP-M-NOKORI-SU.
           EVALUATE   TRUE
                WHEN   WK-ZAIKO-MSTR-PO-FLG(WK-ZAIKO-MSTR-IDX)   =   1
                     MOVE   "未入荷の発注あり"   TO   REP-M-BIKO
                WHEN   WK-ZAIKO-MSTR-NOKORI-SU(WK-ZAIKO-MSTR-IDX)
                          =   WK-ZAIKO-MSTR-FUSOKU-SU(WK-ZAIKO-MSTR-IDX)
                     MOVE   "余剰の倉庫なし（発注対象）"
                                         TO   REP-M-BIKO
                WHEN   OTHER
                     MOVE   "一部移送（残りは発注対象）"
                                         TO   REP-M-BIKO
           END-EVALUATE.
           WRITE     REBALREP-RECODE   FROM   REP-M-DETAIL-RECODE.
      *>
       MIHOJU-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理（全行をテーブルに展開する）
      *>************************************************************************
       ZAIKO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
      *>
           EVALUATE   ZAIKOM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "ZAIKOM-FILE入出力エラー:"
                               ZAIKOM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZAIKO-MSTR-COUNT   <   9999
                               ADD   1   TO   WK-ZAIKO-MSTR-COUNT
                               MOVE   ZMST-SOKO-CODE     TO
                                    WK-ZAIKO-MSTR-SOKO-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-SHOHIN-CODE   TO
                                    WK-ZAIKO-MSTR-SHOHIN-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-ZAIKO-SU      TO
                                    WK-ZAIKO-MSTR-ZAIKO-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-HATYU-TEN     TO
                                    WK-ZAIKO-MSTR-HATYU-TEN
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZERO               TO
                                    WK-ZAIKO-MSTR-HORYU-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZERO               TO
                                    WK-ZAIKO-MSTR-YUSO-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZERO               TO
                                    WK-ZAIKO-MSTR-PO-FLG
                                         (WK-ZAIKO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理
      *>保留数を同じ倉庫＋商品の在庫マスタテーブルの行へ積み上げる。
      *>ファイルが無い場合は保留なしとする
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
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送台帳の読み込み処理
      *>輸送中の移送の移送数を入庫倉庫の在庫マスタテーブルの行へ
      *>入荷予定として積み上げる。ファイルが無い場合は移送なしとする
      *>************************************************************************
       TRF-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   TRF-FILE.
           IF   TRF-FILE-STATUS   NOT =   "00"
                CLOSE   TRF-FILE
                GO   TO   TRF-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   TRF-FILE-STATUS   NOT =   "00"
                READ   TRF-FILE
                     AT   END
                          MOVE   "10"   TO   TRF-FILE-STATUS
                     NOT   AT   END
                          IF   TRF-STS-YUSOCHU
                               PERFORM   TRF-YUSO-ADD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TRF-FILE.
      *>
       TRF-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中の移送１件分の入荷予定の積み上げ処理
      *>************************************************************************
       TRF-YUSO-ADD-PROC              SECTION.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   TRF-IRI-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   TRF-SHOHIN-CODE
                     ADD   TRF-IDO-SU   TO
                          WK-ZAIKO-MSTR-YUSO-SU(WK-ZAIKO-MSTR-IDX)
                END-IF
           END-PERFORM.
      *>
       TRF-YUSO-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿の読み込み処理
      *>未入荷の発注がある倉庫＋商品の在庫マスタテーブルの行に印を
      *>付ける。ファイルが無い場合は未入荷の発注なしとする
      *>************************************************************************
       POREG-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   POREG-FILE.
           IF   POREG-FILE-STATUS   NOT =   "00"
                CLOSE   POREG-FILE
                GO   TO   POREG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   POREG-FILE-STATUS   NOT =   "00"
                READ   POREG-FILE
                     AT   END
                          MOVE   "10"   TO   POREG-FILE-STATUS
                     NOT   AT   END
                          IF   POR-STS-MINYUKA
                          AND  POR-TOKU-ZYUTYU-BANGOU   =   SPACE
                               PERFORM   POREG-FLG-SET-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     POREG-FILE.
      *>
       POREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未入荷の発注１件分の印付け処理
      *>************************************************************************
       POREG-FLG-SET-PROC             SECTION.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   POR-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   POR-SHOHIN-CODE
                     MOVE   1   TO
                          WK-ZAIKO-MSTR-PO-FLG(WK-ZAIKO-MSTR-IDX)
                END-IF
           END-PERFORM.
      *>
       POREG-FLG-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
      *>
           IF   SHOHINM-FILE-STATUS   =   "35"
                CLOSE   SHOHINM-FILE
           ELSE
                PERFORM   UNTIL   SHOHINM-FILE-STATUS   NOT =   "00"
                     READ   SHOHINM-FILE
                          AT   END
                               MOVE   "10"   TO   SHOHINM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-SHOHIN-MSTR-COUNT   <   9999
                                    ADD   1   TO   WK-SHOHIN-MSTR-COUNT
                                    MOVE   SMST-SHOHIN-CODE   TO
                                         WK-SHOHIN-MSTR-SHOHIN-CODE
                                              (WK-SHOHIN-MSTR-COUNT)
                                    MOVE   SMST-SHOHIN-NAME   TO
                                         WK-SHOHIN-MSTR-NAME
                                              (WK-SHOHIN-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   SHOHINM-FILE
           END-IF.
      *>
       SHOHIN-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品名称検索処理（商品マスタテーブルを線形検索する）
      *>WK-SHOHIN-CHK-CODEに商品コードを設定してから呼び出す
      *>************************************************************************
       SHOHIN-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK-SHOHIN-CHK-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-WARE-COUNT     TO   MSG1-WARE-COUNT.
           MOVE      WRK-TEIAN-COUNT    TO   MSG1-TEIAN-COUNT.
           MOVE      WRK-MIHOJU-COUNT   TO   MSG1-MIHOJU-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
