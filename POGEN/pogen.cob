      *>する。処理後に未入荷の発注登録簿一覧（POREGLST.txt）を印字
      *>する。仕入先割当のない発注点割れ商品は一覧に記録し、
      *>リターンコード４で買掛担当に知らせる。
      *>発注単価は仕入先別購入単価表（SUPPRC.txt）から仕入先・商品の
      *>発注日以前で最も新しい取決単価を求め、表に無い場合は商品別
      *>原価（SHOHINCST.txt）の標準原価を使う。発注単価は発注書に
      *>印字して登録簿の明細に持たせる。どちらにも単価の無い明細は
      *>単価ゼロで起票して一覧に記録し、リターンコード４で知らせる。
      *>倉庫間移送台帳（SOKOTRF.txt）で輸送中の移送は入庫倉庫の入荷
      *>予定として現在庫に加えて発注点と比べ、発注数もその分を減らす
      *>（在庫補充移送で補える分は仕入先から買わない）。
      *>特注受注台帳（TOKUCHU.txt）の発注待ちの特注受注は、受注１件に
      *>つき受注数どおり（最低発注数の切り上げなし）の明細を受注の
      *>店番・注文番号付きで起票し、台帳を発注済にする。入荷先は受注
      *>店の倉庫（店舗別倉庫割当MISESOKO.txt。未割当は"01"）とする。
      *>特注受注の明細は発注点による補充の二重発注の判定には数えず、
      *>取消された明細の特注受注は発注待ちに戻して発注し直す。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SSP-FILE-STATUS.
      *>************************************************************************
      *>仕入先別購入単価表ファイル
      *>************************************************************************
       SELECT   SPR-FILE      ASSIGN        TO "SUPPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SPR-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（購入単価表に無い商品の発注単価に使う）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル
      *>************************************************************************
       SELECT   POREG-FILE    ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PONO-FILE-STATUS.
      *>************************************************************************
      *>倉庫間移送台帳ファイル（輸送中の移送の入荷予定の参照用）
      *>************************************************************************
       SELECT   TRF-FILE      ASSIGN        TO "SOKOTRF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TRF-FILE-STATUS.
      *>************************************************************************
      *>店舗別倉庫割当ファイル（特注受注の入荷先倉庫を求める）
      *>************************************************************************
       SELECT   MISESOKO-FILE ASSIGN        TO "MISESOKO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISESOKO-FILE-STATUS.
      *>************************************************************************
      *>特注受注台帳ファイル（発注待ちの特注受注を発注し、発注済にする）
      *>************************************************************************
       SELECT   TOKUCHU-FILE  ASSIGN        TO "TOKUCHU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TOKUCHU-FILE-STATUS.
      *>************************************************************************
      *>仕入先別発注書ファイル（仕入先ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   PO-FILE       ASSIGN        TO WK-PO-FILENAME
       01   SSP-RECODE.
           COPY   SHOHINSUP   REPLACING   ==:PREFIX:==   BY   ==SSP==.
      *>************************************************************************
      *>仕入先別購入単価表ファイルのレイアウト定義
      *>************************************************************************
       FD   SPR-FILE.
       01   SPR-RECODE.
           COPY   SUPPRC   REPLACING   ==:PREFIX:==   BY   ==SPR==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POREG-FILE.
       01   POREG-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>倉庫間移送台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TRF-FILE.
       01   TRF-RECODE.
           COPY   SOKOTRF    REPLACING   ==:PREFIX:==   BY   ==TRF==.
      *>************************************************************************
      *>店舗別倉庫割当ファイルのレイアウト定義
      *>************************************************************************
       FD   MISESOKO-FILE.
       01   MISESOKO-RECODE.
           COPY   MISESOKO   REPLACING   ==:PREFIX:==   BY   ==MSK==.
      *>************************************************************************
      *>特注受注台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TOKUCHU-FILE.
       01   TOKUCHU-RECODE.
           COPY   TOKUCHU    REPLACING   ==:PREFIX:==   BY   ==TKC==.
      *>************************************************************************
      *>発注番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   PONO-FILE.
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   PO-FILE.
       01   PO-RECODE                              PIC X(100).
      *>************************************************************************
      *>発注登録簿一覧ファイルのレイアウト定義
      *>************************************************************************
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SSP-FILE-STATUS                          PIC XX.
       01  SPR-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  POREG-FILE-STATUS                        PIC XX.
       01  PONO-FILE-STATUS                         PIC XX.
       01  TRF-FILE-STATUS                          PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
       01  TOKUCHU-FILE-STATUS                      PIC XX.
      *>
      *>仕入先別発注書の出力先ファイル名（仕入先ごとに組み立てる）
       01  WK-PO-FILENAME                           PIC X(020).
             03   WRK-SKIP-COUNT                   PIC 9(006).
             03   WRK-MIWARI-COUNT                 PIC 9(006).
             03   WRK-PO-COUNT                     PIC 9(006).
             03   WRK-NOPRICE-COUNT                PIC 9(006).
             03   WRK-TOKU-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
                 05   WK-ZAIKO-MSTR-HATYU-TEN     PIC 9(005).
                 05   WK-ZAIKO-MSTR-YUSO-SU       PIC 9(007).
      *>現在庫＋輸送中の入荷予定（発注点との比較・発注数の計算用）
       01   WK-MIKOMI-SU                         PIC S9(009).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
       01   WK-SSP-FOUND-FLG                     PIC 9(001).
       01   WK-SSP-SUP-CODE-SAVE                 PIC X(004).
      *>
      *>仕入先別購入単価表保持用テーブル
       01   WK-SPR-AREA.
            03   WK-SPR-COUNT                    PIC 9(004)  COMP.
            03   WK-SPR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SPR-IDX.
                 05   WK-SPR-SUP-CODE             PIC X(004).
                 05   WK-SPR-SHOHIN-CODE          PIC X(006).
                 05   WK-SPR-EFF-DATE             PIC 9(008).
                 05   WK-SPR-TANKA                PIC 9(006).
      *>
      *>商品別原価保持用テーブル
       01   WK-CST-AREA.
            03   WK-CST-COUNT                    PIC 9(004)  COMP.
            03   WK-CST-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CST-IDX.
                 05   WK-CST-SHOHIN-CODE          PIC X(006).
                 05   WK-CST-EFF-DATE             PIC 9(008).
                 05   WK-CST-TANKA                PIC 9(006).
      *>
      *>発注単価の検索用領域
       01   WK-TANKA-FOUND-FLG                   PIC 9(001).
       01   WK-TANKA-BEST-EFF-DATE               PIC 9(008).
       01   WK-HATYU-TANKA                       PIC 9(006).
      *>
      *>発注登録簿の未入荷商品保持用テーブル（二重発注の防止に使う）
       01   WK-POR-OPEN-AREA.
            03   WK-POR-OPEN-COUNT               PIC 9(004)  COMP.
                 05   WK-POR-OPEN-SHOHIN-CODE     PIC X(006).
       01   WK-POR-OPEN-FOUND-FLG                PIC 9(001).
      *>
      *>店舗別倉庫割当保持用テーブル（割当のない店舗は"01"）
       01   WK-MSK-AREA.
            03   WK-MSK-COUNT                    PIC 9(004)  COMP.
            03   WK-MSK-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MSK-IDX.
                 05   WK-MSK-MISEBAN              PIC X(003).
                 05   WK-MSK-SOKO-CODE            PIC X(002).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
      *>
      *>特注受注台帳の保持用テーブル（ファイルが有った場合だけ
      *>書き戻す）
       01   WK-TKC-LOAD-FLG                      PIC 9(001).
       01   WK-TKC-AREA.
            03   WK-TKC-COUNT                    PIC 9(004)  COMP.
            03   WK-TKC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TKC-IDX.
                 05   WK-TKC-RECODE               PIC X(087).
      *>特注受注台帳１行分の作業領域
       01   WK-TKC-WORK.
           COPY   TOKUCHU    REPLACING   ==:PREFIX:==   BY   ==TKW==.
      *>特注受注台帳の受注レコードの参照用領域
       01   WK-TKO-ORDREC.
           COPY   ORDREC     REPLACING   ==:PREFIX:==   BY   ==TKO==.
      *>
      *>今回起票する発注明細の組み立て用テーブル
       01   WK-NEW-AREA.
            03   WK-NEW-COUNT                    PIC 9(004)  COMP.
                 05   WK-NEW-SOKO-CODE            PIC X(002).
                 05   WK-NEW-SHOHIN-CODE          PIC X(006).
                 05   WK-NEW-HATYU-SU             PIC 9(005).
                 05   WK-NEW-TOKU-ZYUTYU-BANGOU   PIC X(008).
                 05   WK-NEW-TKC-IDX              PIC 9(004)  COMP.
      *>
      *>１商品分の発注数の計算用領域
       01   WK-HATYU-SU                          PIC S9(007).
           03   FILLER                PIC X(015)
                       VALUE "入荷予定日：".
           03   PO-YOTEI-DATE         PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "単価：".
           03   PO-HATYU-TANKA        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PO-TOKU-KUBUN         PIC X(006).
      *>発注書の件数行の編集用領域
       01   PO-SUM-RECODE.
           03   FILLER                PIC X(015)
                                             VALUE SPACE.
           03   LST-MIWARI-SHOHIN-NAME
                                      PIC X(020).
      *>発注単価の無い明細の一覧行の編集用領域
       01   LST-NOPRICE-RECODE.
           03   FILLER                PIC X(024)
                       VALUE "発注単価未設定　".
           03   LST-NOPRICE-PO-BANGOU PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-NOPRICE-SUP-CODE  PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-NOPRICE-SHOHIN-CODE
                                      PIC X(006).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SSP-COUNT.
           MOVE   ZERO        TO   WRK-NOPRICE-COUNT.
           MOVE   ZERO        TO   WK-SPR-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-POR-OPEN-COUNT.
           MOVE   ZERO        TO   WK-NEW-COUNT.
           MOVE   ZERO        TO   WRK-TOKU-COUNT.
           MOVE   ZERO        TO   WK-MSK-COUNT.
           MOVE   ZERO        TO   WK-TKC-COUNT.
           MOVE   ZERO        TO   WK-TKC-LOAD-FLG.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SSP-LOAD-PROC.
           PERFORM   SPR-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
           PERFORM   MISESOKO-LOAD-PROC.
           PERFORM   TOKUCHU-LOAD-PROC.
           PERFORM   POREG-LOAD-PROC.
           PERFORM   TRF-LOAD-PROC.
      *>
      *>  前回までの発注番号を読み込む
           PERFORM   PONO-READ-PROC.
      *>  発注点割れ商品の拾い上げ（発注明細の組み立て）
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                COMPUTE   WK-MIKOMI-SU   =
                          WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                     +    WK-ZAIKO-MSTR-YUSO-SU(WK-ZAIKO-MSTR-IDX)
                IF   WK-MIKOMI-SU
                          <=   WK-ZAIKO-MSTR-HATYU-TEN
                                    (WK-ZAIKO-MSTR-IDX)
                     ADD       1   TO   WRK-WARE-COUNT
                END-IF
           END-PERFORM.
      *>
      *>  発注待ちの特注受注の拾い上げ（受注ごとの発注明細の組み立て）
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE      WK-TKC-RECODE(WK-TKC-IDX)   TO   WK-TKC-WORK
                IF   TKW-HATYU-MACHI
                     PERFORM   TOKU-PICKUP-PROC
                END-IF
           END-PERFORM.
      *>
      *>  仕入先ごとに発注書ファイルを作成し、登録簿へ追記する
           OPEN   EXTEND   POREG-FILE.
           IF   POREG-FILE-STATUS   NOT =   "00"
           END-PERFORM.
           CLOSE     POREG-FILE.
      *>
      *>  発注済にした特注受注台帳を書き戻す
           PERFORM   TOKUCHU-REWRITE-PROC.
      *>
      *>  採番ファイルへ今回までの発注番号を書き戻す
           PERFORM   PONO-WRITE-PROC.
      *>
      *>発注点割れ商品１件分の拾い上げ処理
      *>未入荷の発注がある商品は二重発注を避けてスキップし、
      *>仕入先割当のない商品は一覧に記録する。発注数は
      *>（発注点×２－現在庫－輸送中の入荷予定）を仕入先の最低発注数
      *>まで切り上げる
      *>************************************************************************
       HATYU-PICKUP-PROC              SECTION.
      *>
      *>  発注数を求める（最低発注数まで切り上げる）
           COMPUTE   WK-HATYU-SU   =
                     WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)   *   2
                     -   WK-MIKOMI-SU.
           IF   WK-HATYU-SU   <   1
                MOVE   1   TO   WK-HATYU-SU
           END-IF.
                     TO   WK-NEW-SHOHIN-CODE(WK-NEW-COUNT)
                MOVE   WK-HATYU-SU   TO
                     WK-NEW-HATYU-SU(WK-NEW-COUNT)
                MOVE   SPACE   TO
                     WK-NEW-TOKU-ZYUTYU-BANGOU(WK-NEW-COUNT)
                MOVE   ZERO    TO   WK-NEW-TKC-IDX(WK-NEW-COUNT)
           END-IF.
      *>
       HATYU-PICKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注待ちの特注受注１件分の拾い上げ処理
      *>仕入先割当のない商品は一覧に記録して発注待ちのまま残す。
      *>発注数は受注数どおりとし（最低発注数まで切り上げない）、
      *>入荷先は受注店の倉庫とする。受注の店番・注文番号と台帳の
      *>行位置を明細に持たせ、起票時に台帳を発注済にする
      *>************************************************************************
       TOKU-PICKUP-PROC               SECTION.
      *>
           MOVE      TKW-ORDER   TO   WK-TKO-ORDREC.
      *>
      *>  仕入先割当を探す
           MOVE      ZERO    TO   WK-SSP-FOUND-FLG.
           MOVE      SPACE   TO   WK-SSP-SUP-CODE-SAVE.
           PERFORM   VARYING   WK-SSP-IDX   FROM   1   BY   1
                UNTIL   WK-SSP-IDX   >   WK-SSP-COUNT
                IF   WK-SSP-SHOHIN-CODE(WK-SSP-IDX)
                          =   TKO-SHOHIN-CODE
                     MOVE   1   TO   WK-SSP-FOUND-FLG
                     MOVE   WK-SSP-SUP-CODE(WK-SSP-IDX)
                          TO   WK-SSP-SUP-CODE-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-SSP-FOUND-FLG   NOT =   1
                ADD       1   TO   WRK-MIWARI-COUNT
                MOVE      TKO-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE
                PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                MOVE      WK-SHOHIN-CHK-CODE
                               TO   LST-MIWARI-SHOHIN-CODE
                MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                               TO   LST-MIWARI-SHOHIN-NAME
                WRITE     POLST-RECODE   FROM   LST-MIWARI-RECODE
                GO   TO   TOKU-PICKUP-PROC-EXIT
           END-IF.
      *>
      *>  受注店の倉庫を求める
           MOVE      "01"   TO   WK-CUR-SOKO-CODE.
           PERFORM   VARYING   WK-MSK-IDX   FROM   1   BY   1
                UNTIL   WK-MSK-IDX   >   WK-MSK-COUNT
                IF   WK-MSK-MISEBAN(WK-MSK-IDX)   =   TKO-MISEBAN
                     MOVE   WK-MSK-SOKO-CODE(WK-MSK-IDX)
                          TO   WK-CUR-SOKO-CODE
                END-IF
           END-PERFORM.
      *>
           IF   WK-NEW-COUNT   <   9999
                ADD    1   TO   WK-NEW-COUNT
                MOVE   WK-SSP-SUP-CODE-SAVE   TO
                     WK-NEW-SUP-CODE(WK-NEW-COUNT)
                MOVE   WK-CUR-SOKO-CODE   TO
                     WK-NEW-SOKO-CODE(WK-NEW-COUNT)
                MOVE   TKO-SHOHIN-CODE    TO
                     WK-NEW-SHOHIN-CODE(WK-NEW-COUNT)
                MOVE   TKO-TYUMON-SU      TO
                     WK-NEW-HATYU-SU(WK-NEW-COUNT)
                MOVE   TKO-ZYUTYU-BANGOU  TO
                     WK-NEW-TOKU-ZYUTYU-BANGOU(WK-NEW-COUNT)
                SET    WK-NEW-TKC-IDX(WK-NEW-COUNT)   TO   WK-TKC-IDX
           END-IF.
      *>
       TOKU-PICKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先１件分の発注書ファイル作成処理
      *>当該仕入先の発注明細が１件もなければ何もしない。発注番号を
      *>採番し、発注書の見出し・明細・件数行を書き出したうえで
           MOVE      WK-NEW-SHOHIN-CODE(WK-NEW-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           PERFORM   TANKA-LOOKUP-PROC.
           MOVE      SPACE   TO   PO-DETAIL-RECODE.
           MOVE      "入荷予定日："
                          TO   PO-DETAIL-RECODE(42:15).
           MOVE      "単価："
                          TO   PO-DETAIL-RECODE(67:9).
           MOVE      WK-NEW-SOKO-CODE(WK-NEW-IDX)
                          TO   PO-SOKO-CODE.
           MOVE      WK-NEW-SHOHIN-CODE(WK-NEW-IDX)
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   PO-SHOHIN-NAME.
           MOVE      WK-NEW-HATYU-SU(WK-NEW-IDX)   TO   PO-HATYU-SU.
           MOVE      WK-YOTEI-DATE   TO   PO-YOTEI-DATE.
           MOVE      WK-HATYU-TANKA  TO   PO-HATYU-TANKA.
           IF   WK-NEW-TOKU-ZYUTYU-BANGOU(WK-NEW-IDX)   NOT =   SPACE
                MOVE   "特注"   TO   PO-TOKU-KUBUN
           END-IF.
           WRITE     PO-RECODE   FROM   PO-DETAIL-RECODE.
      *>
      *>  発注登録簿へ未入荷の明細行を追記する
           MOVE      WK-YOTEI-DATE                TO   POR-YOTEI-DATE.
           MOVE      "1"                          TO   POR-STATUS.
           MOVE      ZERO                         TO   POR-NYUKA-SU.
           MOVE      WK-HATYU-TANKA               TO   POR-HATYU-TANKA.
           MOVE      WK-NEW-TOKU-ZYUTYU-BANGOU(WK-NEW-IDX)
                          TO   POR-TOKU-ZYUTYU-BANGOU.
           WRITE     POREG-RECODE.
      *>
      *>  特注受注の明細は台帳の受注を発注済にする
           IF   WK-NEW-TKC-IDX(WK-NEW-IDX)   NOT =   ZERO
                SET    WK-TKC-IDX   TO   WK-NEW-TKC-IDX(WK-NEW-IDX)
                MOVE   WK-TKC-RECODE(WK-TKC-IDX)   TO   WK-TKC-WORK
                MOVE   "2"                TO   TKW-STATUS
                MOVE   WK-PO-BANGOU       TO   TKW-PO-BANGOU
                MOVE   WK-NEW-SOKO-CODE(WK-NEW-IDX)
                                          TO   TKW-SOKO-CODE
                MOVE   WK-TKC-WORK   TO   WK-TKC-RECODE(WK-TKC-IDX)
                ADD    1   TO   WRK-TOKU-COUNT
           END-IF.
      *>
      *>  単価の無い明細は一覧に記録する
           IF   WK-TANKA-FOUND-FLG   NOT =   1
                ADD    1   TO   WRK-NOPRICE-COUNT
                MOVE   WK-PO-BANGOU         TO   LST-NOPRICE-PO-BANGOU
                MOVE   WK-PO-CUR-SUP-CODE   TO   LST-NOPRICE-SUP-CODE
                MOVE   WK-NEW-SHOHIN-CODE(WK-NEW-IDX)
                     TO   LST-NOPRICE-SHOHIN-CODE
                WRITE  POLST-RECODE   FROM   LST-NOPRICE-RECODE
           END-IF.
      *>
       PO-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注単価の検索処理
      *>仕入先別購入単価表から仕入先・商品の発注日以前で最も新しい
      *>適用開始日の単価を探し、無ければ商品別原価の標準原価を探す
      *>************************************************************************
       TANKA-LOOKUP-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-TANKA-FOUND-FLG.
           MOVE      ZERO   TO   WK-TANKA-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-HATYU-TANKA.
           PERFORM   VARYING   WK-SPR-IDX   FROM   1   BY   1
                UNTIL   WK-SPR-IDX   >   WK-SPR-COUNT
                IF   WK-SPR-SUP-CODE(WK-SPR-IDX)
                          =   WK-PO-CUR-SUP-CODE
                AND  WK-SPR-SHOHIN-CODE(WK-SPR-IDX)
                          =   WK-NEW-SHOHIN-CODE(WK-NEW-IDX)
                AND  WK-SPR-EFF-DATE(WK-SPR-IDX)   <=   WRK-RUN-DATE
                AND  WK-SPR-EFF-DATE(WK-SPR-IDX)
                          >=   WK-TANKA-BEST-EFF-DATE
                     MOVE   1   TO   WK-TANKA-FOUND-FLG
                     MOVE   WK-SPR-EFF-DATE(WK-SPR-IDX)
                          TO   WK-TANKA-BEST-EFF-DATE
                     MOVE   WK-SPR-TANKA(WK-SPR-IDX)
                          TO   WK-HATYU-TANKA
                END-IF
           END-PERFORM.
           IF   WK-TANKA-FOUND-FLG   =   1
                GO   TO   TANKA-LOOKUP-PROC-EXIT
           END-IF.
      *>
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-NEW-SHOHIN-CODE(WK-NEW-IDX)
                AND  WK-CST-EFF-DATE(WK-CST-IDX)   <=   WRK-RUN-DATE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-TANKA-BEST-EFF-DATE
                     MOVE   1   TO   WK-TANKA-FOUND-FLG
                     MOVE   WK-CST-EFF-DATE(WK-CST-IDX)
                          TO   WK-TANKA-BEST-EFF-DATE
                     MOVE   WK-CST-TANKA(WK-CST-IDX)
                          TO   WK-HATYU-TANKA
                END-IF
           END-PERFORM.
      *>
       TANKA-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未入荷の発注登録簿一覧の印字処理
      *>追記後の登録簿を読み直し、未入荷（状況"1"）の行を印字する
      *>************************************************************************
                               MOVE   ZMST-HATYU-TEN     TO
                                    WK-ZAIKO-MSTR-HATYU-TEN
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZERO               TO
                                    WK-ZAIKO-MSTR-YUSO-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先別購入単価表の読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SPR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   SPR-FILE.
           IF   SPR-FILE-STATUS   NOT =   "00"
                CLOSE   SPR-FILE
           ELSE
                PERFORM   UNTIL   SPR-FILE-STATUS   NOT =   "00"
                     READ   SPR-FILE
                          AT   END
                               MOVE   "10"   TO   SPR-FILE-STATUS
                          NOT   AT   END
                               IF   WK-SPR-COUNT   <   9999
                                    ADD   1   TO   WK-SPR-COUNT
                                    MOVE   SPR-SUP-CODE      TO
                                         WK-SPR-SUP-CODE
                                              (WK-SPR-COUNT)
                                    MOVE   SPR-SHOHIN-CODE   TO
                                         WK-SPR-SHOHIN-CODE
                                              (WK-SPR-COUNT)
                                    MOVE   SPR-EFF-DATE      TO
                                         WK-SPR-EFF-DATE
                                              (WK-SPR-COUNT)
                                    MOVE   SPR-TANKA         TO
                                         WK-SPR-TANKA
                                              (WK-SPR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   SPR-FILE
           END-IF.
      *>
       SPR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       CST-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CST-FILE.
           IF   CST-FILE-STATUS   NOT =   "00"
                CLOSE   CST-FILE
           ELSE
                PERFORM   UNTIL   CST-FILE-STATUS   NOT =   "00"
                     READ   CST-FILE
                          AT   END
                               MOVE   "10"   TO   CST-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CST-COUNT   <   9999
                                    ADD   1   TO   WK-CST-COUNT
                                    MOVE   CST-SHOHIN-CODE   TO
                                         WK-CST-SHOHIN-CODE
                                              (WK-CST-COUNT)
                                    MOVE   CST-EFF-DATE      TO
                                         WK-CST-EFF-DATE
                                              (WK-CST-COUNT)
                                    MOVE   CST-TANKA         TO
                                         WK-CST-TANKA
                                              (WK-CST-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CST-FILE
           END-IF.
      *>
       CST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別倉庫割当の読み込み処理（ファイルが無い場合は全店"01"）
      *>************************************************************************
       MISESOKO-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   MISESOKO-FILE.
           IF   MISESOKO-FILE-STATUS   NOT =   "00"
                CLOSE   MISESOKO-FILE
           ELSE
                PERFORM   UNTIL   MISESOKO-FILE-STATUS   NOT =   "00"
                     READ   MISESOKO-FILE
                          AT   END
                               MOVE   "10"   TO   MISESOKO-FILE-STATUS
                          NOT   AT   END
                               IF   WK-MSK-COUNT   <   999
                                    ADD   1   TO   WK-MSK-COUNT
                                    MOVE   MSK-MISEBAN     TO
                                         WK-MSK-MISEBAN
                                              (WK-MSK-COUNT)
                                    MOVE   MSK-SOKO-CODE   TO
                                         WK-MSK-SOKO-CODE
                                              (WK-MSK-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   MISESOKO-FILE
           END-IF.
      *>
       MISESOKO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は特注受注なしとする
      *>************************************************************************
       TOKUCHU-LOAD-PROC              SECTION.
      *>
           OPEN      INPUT   TOKUCHU-FILE.
           IF   TOKUCHU-FILE-STATUS   NOT =   "00"
                CLOSE   TOKUCHU-FILE
                GO   TO   TOKUCHU-LOAD-PROC-EXIT
           END-IF.
      *>
           MOVE      1   TO   WK-TKC-LOAD-FLG.
           PERFORM   UNTIL   TOKUCHU-FILE-STATUS   NOT =   "00"
                READ   TOKUCHU-FILE
                     AT   END
                          MOVE   "10"   TO   TOKUCHU-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TKC-COUNT   <   9999
                               ADD    1   TO   WK-TKC-COUNT
                               MOVE   TOKUCHU-RECODE   TO
                                    WK-TKC-RECODE(WK-TKC-COUNT)
                          ELSE
                               DISPLAY   "特注受注台帳の"
                                         "件数超過:"
                                         TKC-ORDER(1:8)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の書き戻し処理（読み込めた場合だけ行う）
      *>************************************************************************
       TOKUCHU-REWRITE-PROC           SECTION.
      *>
           IF   WK-TKC-LOAD-FLG   NOT =   1
                GO   TO   TOKUCHU-REWRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      OUTPUT   TOKUCHU-FILE.
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE   WK-TKC-RECODE(WK-TKC-IDX)   TO   TOKUCHU-RECODE
                WRITE  TOKUCHU-RECODE
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消された特注受注の明細の発注待ちへの戻し処理
      *>同じ発注番号・商品・受注の発注済の台帳の行を発注待ちに戻す
      *>************************************************************************
       TOKU-POR-CANCEL-PROC           SECTION.
      *>
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE      WK-TKC-RECODE(WK-TKC-IDX)   TO   WK-TKC-WORK
                MOVE      TKW-ORDER   TO   WK-TKO-ORDREC
                IF   TKW-HATYU-ZUMI
                AND  TKW-PO-BANGOU       =   POR-PO-BANGOU
                AND  TKO-SHOHIN-CODE     =   POR-SHOHIN-CODE
                AND  TKO-ZYUTYU-BANGOU   =   POR-TOKU-ZYUTYU-BANGOU
                     MOVE   "1"    TO   TKW-STATUS
                     MOVE   ZERO   TO   TKW-PO-BANGOU
                     MOVE   SPACE  TO   TKW-SOKO-CODE
                     MOVE   WK-TKC-WORK   TO   WK-TKC-RECODE(WK-TKC-IDX)
                END-IF
           END-PERFORM.
      *>
       TOKU-POR-CANCEL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿の読み込み処理
      *>未入荷（状況"1"）の行の商品コードをテーブルに展開し、
      *>二重発注の防止に使う（特注受注の明細は除く）。取消された
      *>特注受注の明細は台帳の受注を発注待ちに戻す。
      *>ファイルが無い場合は未発注として動く
      *>************************************************************************
       POREG-LOAD-PROC                SECTION.
      *>
                          AT   END
                               MOVE   "10"   TO   POREG-FILE-STATUS
                          NOT   AT   END
                               IF   POR-STATUS   =   "9"
                               AND  POR-TOKU-ZYUTYU-BANGOU
                                         NOT =   SPACE
                                    PERFORM   TOKU-POR-CANCEL-PROC
                               END-IF
                               IF   POR-STATUS   =   "1"
                               AND  POR-TOKU-ZYUTYU-BANGOU   =   SPACE
                               AND  WK-POR-OPEN-COUNT   <   9999
                                    ADD   1   TO   WK-POR-OPEN-COUNT
                                    MOVE   POR-SOKO-CODE     TO
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
           MOVE      WRK-SKIP-COUNT     TO   MSG1-SKIP-COUNT.
           MOVE      WRK-MIWARI-COUNT   TO   MSG1-MIWARI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
           IF   WRK-TOKU-COUNT   NOT =   ZERO
                DISPLAY   "特注受注の発注明細数："
                          WRK-TOKU-COUNT   UPON   CONSOLE
           END-IF.
      *>
      *>  仕入先割当のない発注点割れ商品・単価の無い明細があれば
      *>  注意を知らせる
           IF   WRK-MIWARI-COUNT   NOT =   ZERO
           OR   WRK-NOPRICE-COUNT  NOT =   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
