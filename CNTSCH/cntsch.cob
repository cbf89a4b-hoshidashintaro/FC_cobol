      *>************************************************************************
      *>循環棚卸の予定作成プログラム
      *>パラメータファイル（CNTSPARM.txt：棚卸日YYYYMMDD）で指定された
      *>日に数える商品を倉庫ごとに選び、棚卸表（CNTSHEET.txt）を印字
      *>して、実地棚卸照合（STKCNT001）のカウント入力（CNTIN.txt）を
      *>実査数未記入で書き出す。
      *>棚卸の頻度は商品属性ファイル（SHOHINATR.txt：ABCCLS001の
      *>出力）のＡＢＣ区分で決め、Ａは毎月・Ｂは四半期・Ｃは半期に
      *>１回とする。倉庫ごとに在庫マスタ（ZAIKOM.txt）にある商品を
      *>区分別に商品コード順に並べ、その期間（月・四半期・半期）の
      *>営業日（営業日カレンダー CALM.txt）へ順に均等に割り振る。
      *>属性ファイルに無い商品はＣとして扱う。
      *>棚卸日が休業日の場合は何も選ばず、リターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CNTSCH001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>棚卸日パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "CNTSPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>営業日カレンダーファイル
      *>************************************************************************
       SELECT   CALM-FILE     ASSIGN        TO "CALM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CALM-FILE-STATUS.
      *>************************************************************************
      *>商品属性ファイル（ＡＢＣ区分）
      *>************************************************************************
       SELECT   ATR-FILE      ASSIGN        TO "SHOHINATR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ATR-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（棚卸表へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>棚卸カウント入力ファイル（STKCNT001の入力）
      *>************************************************************************
       SELECT   CNT-FILE      ASSIGN         TO "CNTIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>棚卸表ファイル
      *>************************************************************************
       SELECT   SHEET-FILE    ASSIGN         TO "CNTSHEET.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>棚卸日パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-TANAOROSHI-DATE           PIC 9(008).
      *>************************************************************************
      *>CALM-FILEのレイアウト定義
      *>************************************************************************
       FD   CALM-FILE.
       01   CALM-RECODE.
           COPY   CALMSTR   REPLACING   ==:PREFIX:==   BY   ==CAL==.
      *>************************************************************************
      *>商品属性ファイルのレイアウト定義
      *>************************************************************************
       FD   ATR-FILE.
       01   ATR-RECODE.
           COPY   SHOHINATR   REPLACING   ==:PREFIX:==   BY   ==ATR==.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>棚卸カウント入力ファイルのレイアウト定義
      *>（STKCNT001と同じ並び。実査数は未記入の空白で書き出す）
      *>************************************************************************
       FD   CNT-FILE.
       01   CNT-RECODE.
           03   CNT-SOKO-CODE                  PIC X(002).
           03   CNT-SHOHIN-CODE                PIC X(006).
           03   CNT-JISSA-SU                   PIC X(007).
           03   CNT-TANAOROSHI-DATE            PIC 9(008).
      *>************************************************************************
      *>棚卸表ファイルのレイアウト定義
      *>************************************************************************
       FD   SHEET-FILE.
       01   SHEET-RECODE                           PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  ATR-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-ZAIKO-COUNT                  PIC 9(006).
             03   WRK-SENTAKU-COUNT                PIC 9(006).
             03   WRK-A-COUNT                      PIC 9(006).
             03   WRK-B-COUNT                      PIC 9(006).
             03   WRK-C-COUNT                      PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CNTSCH01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>棚卸日と区分ごとの期間の計算用領域
       01   WK-DATE-AREA.
            03   WK-TANAOROSHI-DATE              PIC 9(008).
            03   WK-TANAOROSHI-DATE-R  REDEFINES  WK-TANAOROSHI-DATE.
                 05   WK-TANA-YYYY                PIC 9(004).
                 05   WK-TANA-MM                  PIC 9(002).
                 05   WK-TANA-DD                  PIC 9(002).
            03   WK-KIKAN-FROM                   PIC 9(008).
            03   WK-KIKAN-FROM-R  REDEFINES  WK-KIKAN-FROM.
                 05   WK-FROM-YYYY                PIC 9(004).
                 05   WK-FROM-MM                  PIC 9(002).
                 05   WK-FROM-DD                  PIC 9(002).
            03   WK-KIKAN-NEXT                   PIC 9(008).
            03   WK-KIKAN-NEXT-R  REDEFINES  WK-KIKAN-NEXT.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-KIKAN-TSUKISU                PIC 9(002).
            03   WK-SHIHANKI-NO                  PIC 9(002).
            03   WK-AMARI                        PIC 9(002).
            03   WK-DATE-INT                     PIC S9(008).
            03   WK-DATE-INT-END                 PIC S9(008).
            03   WK-CHK-DATE                     PIC 9(008).
      *>
      *>区分別（1：Ａ 2：Ｂ 3：Ｃ）の期間の営業日数・棚卸日の営業日の
      *>順番
       01   WK-KUBUN-AREA.
            03   WK-KUBUN-TBL                    OCCURS 3 TIMES
                                    INDEXED BY WK-KUBUN-IDX.
                 05   WK-KUBUN-EIGYO-SU           PIC 9(003).
                 05   WK-KUBUN-TOBI-NO            PIC 9(003).
       01   WK-KUBUN-NO                          PIC 9(001).
      *>
      *>休業日テーブル
       01   WK-CAL-AREA.
            03   WK-CAL-COUNT                    PIC 9(004)  COMP.
            03   WK-CAL-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CAL-IDX.
                 05   WK-CAL-DATE                 PIC 9(008).
       01   WK-CAL-KYUGYO-FLG                    PIC 9(001).
      *>
      *>商品属性（ＡＢＣ区分）保持用テーブル
       01   WK-ATR-AREA.
            03   WK-ATR-COUNT                    PIC 9(004)  COMP.
            03   WK-ATR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ATR-IDX.
                 05   WK-ATR-SHOHIN-CODE          PIC X(006).
                 05   WK-ATR-ABC-KUBUN            PIC X(001).
       01   WK-ATR-KUBUN-SAVE                    PIC X(001).
      *>
      *>倉庫別・商品別の棚卸対象テーブル
       01   WK-ZAI-AREA.
            03   WK-ZAI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZAI-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAI-IDX  WK-ZAI-IDX2.
                 05   WK-ZAI-SOKO-CODE            PIC X(002).
                 05   WK-ZAI-SHOHIN-CODE          PIC X(006).
                 05   WK-ZAI-ABC-KUBUN            PIC X(001).
                 05   WK-ZAI-SENTAKU-FLG          PIC 9(001).
                 05   WK-ZAI-INSATSU-FLG          PIC 9(001).
      *>
      *>割り振りの計算用領域
       01   WK-WARIFURI-AREA.
            03   WK-JUN                          PIC 9(005).
            03   WK-KENSU                        PIC 9(005).
            03   WK-WARIATE-NO                   PIC 9(005).
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
      *>棚卸表の印字順（倉庫・商品コード順）の選択用領域
       01   WK-BEST-IDX                          PIC 9(004)  COMP.
       01   WK-BEST-KEY                          PIC X(008).
       01   WK-CHK-KEY                           PIC X(008).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
       01   WK-SOKO-GYO                          PIC 9(005).
      *>
      *>棚卸表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(023)
               VALUE "**  棚卸表  **".
           03   FILLER                PIC X(015)
                       VALUE "棚卸日　：".
           03   REP-HDR-TANAOROSHI-DATE
                                      PIC 9(008).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>倉庫の見出し行の編集用領域
       01   REP-SOKO-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "倉庫：".
           03   REP-SOKO-CODE         PIC X(002).
      *>棚卸表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(005)
               VALUE "   No".
           03   FILLER                PIC X(035)
               VALUE "  商品  商品名                ".
           03   FILLER                PIC X(007)
               VALUE " 区分".
           03   FILLER                PIC X(015)
               VALUE "  実査数    ".
           03   FILLER                PIC X(010)
               VALUE "  確認  ".
      *>棚卸表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-GYO-NO            PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-ABC-KUBUN         PIC X(001).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-JISSA-RAN         PIC X(010)
                                             VALUE "__________".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KAKUNIN-RAN       PIC X(006)
                                             VALUE "______".
      *>倉庫の件数行の編集用領域
       01   REP-SOKO-TOTAL-RECODE.
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   FILLER                PIC X(018)
                       VALUE "棚卸商品数：".
           03   REP-SOKO-KENSU        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FILLER                PIC X(024)
                       VALUE "担当者：__________".
      *>対象の無い日・休業日の注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "在庫商品数：".
            03   MSG1-ZAIKO-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　棚卸対象：".
            03   MSG1-SENTAKU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(010)
                              VALUE "　Ａ：".
            03   MSG1-A-COUNT                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(010)
                              VALUE "　Ｂ：".
            03   MSG1-B-COUNT                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(010)
                              VALUE "　Ｃ：".
            03   MSG1-C-COUNT                 PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-ZAIKO-COUNT.
           MOVE   ZERO        TO   WRK-SENTAKU-COUNT.
           MOVE   ZERO        TO   WRK-A-COUNT.
           MOVE   ZERO        TO   WRK-B-COUNT.
           MOVE   ZERO        TO   WRK-C-COUNT.
           MOVE   ZERO        TO   WK-CAL-COUNT.
           MOVE   ZERO        TO   WK-ATR-COUNT.
           MOVE   ZERO        TO   WK-ZAI-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   PARM-READ-PROC.
           PERFORM   CALM-LOAD-PROC.
           PERFORM   ATR-LOAD-PROC.
           PERFORM   ZAIKO-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
           OPEN      OUTPUT   CNT-FILE.
           OPEN      OUTPUT   SHEET-FILE.
           MOVE      WK-TANAOROSHI-DATE   TO   REP-HDR-TANAOROSHI-DATE.
           MOVE      WRK-RUN-DATE         TO   REP-HDR-RUN-DATE.
           WRITE     SHEET-RECODE   FROM   REP-HDR-RECODE.
      *>
      *>  休業日には棚卸を割り振らない
           MOVE      WK-TANAOROSHI-DATE   TO   WK-CHK-DATE.
           PERFORM   CAL-KYUGYO-CHK-PROC.
           IF   WK-CAL-KYUGYO-FLG   =   1
                MOVE   "休業日のため棚卸の予定なし"
                               TO   REP-CHUKI
                WRITE  SHEET-RECODE   FROM   REP-CHUKI-RECODE
                DISPLAY   "棚卸日が休業日です:"
                          WK-TANAOROSHI-DATE
                MOVE   4   TO   RETURN-CODE
                GO   TO   MAIN-PROC-CLOSE
           END-IF.
      *>
      *>  区分ごとの期間の営業日数と棚卸日の順番を求める
           PERFORM   VARYING   WK-KUBUN-NO   FROM   1   BY   1
                UNTIL   WK-KUBUN-NO   >   3
                PERFORM   KIKAN-PROC
           END-PERFORM.
      *>
      *>  在庫を区分内の順番で営業日へ割り振り、当日分を選ぶ
           PERFORM   VARYING   WK-ZAI-IDX   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX   >   WK-ZAI-COUNT
                PERFORM   WARIFURI-PROC
           END-PERFORM.
      *>
           PERFORM   SHEET-WRITE-PROC.
      *>
       MAIN-PROC-CLOSE.
      *>
           CLOSE     CNT-FILE.
           CLOSE     SHEET-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚卸日パラメータファイルの読み込み処理
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "CNTSPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "棚卸日の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-TANAOROSHI-DATE
                                     TO   WK-TANAOROSHI-DATE
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>区分ごとの期間の営業日数・棚卸日の順番の計算処理
      *>WK-KUBUN-NO（1：Ａ 毎月 2：Ｂ 四半期 3：Ｃ 半期）を設定して
      *>から呼び出す
      *>************************************************************************
       KIKAN-PROC                     SECTION.
      *>
      *>  期間の初日と月数を決める
           MOVE      WK-TANAOROSHI-DATE   TO   WK-KIKAN-FROM.
           MOVE      1                    TO   WK-FROM-DD.
           EVALUATE   WK-KUBUN-NO
                WHEN   1
                     MOVE   1   TO   WK-KIKAN-TSUKISU
                WHEN   2
                     DIVIDE    3   INTO   WK-TANA-MM
                               GIVING   WK-SHIHANKI-NO
                               REMAINDER   WK-AMARI
                     IF   WK-AMARI   =   ZERO
                          SUBTRACT   1   FROM   WK-SHIHANKI-NO
                     END-IF
                     COMPUTE   WK-FROM-MM   =
                               WK-SHIHANKI-NO   *   3   +   1
                     MOVE   3   TO   WK-KIKAN-TSUKISU
                WHEN   OTHER
                     IF   WK-TANA-MM   >   6
                          MOVE   7   TO   WK-FROM-MM
                     ELSE
                          MOVE   1   TO   WK-FROM-MM
                     END-IF
                     MOVE   6   TO   WK-KIKAN-TSUKISU
           END-EVALUATE.
      *>
      *>  期間の翌日（次の期間の初日）
           MOVE      WK-KIKAN-FROM   TO   WK-KIKAN-NEXT.
           ADD       WK-KIKAN-TSUKISU   TO   WK-NEXT-MM.
           IF   WK-NEXT-MM   >   12
                SUBTRACT   12   FROM   WK-NEXT-MM
                ADD         1   TO     WK-NEXT-YYYY
           END-IF.
      *>
      *>  期間の営業日を初日から数え、棚卸日が何番目かを求める
           SET       WK-KUBUN-IDX   TO   WK-KUBUN-NO.
           MOVE      ZERO   TO   WK-KUBUN-EIGYO-SU(WK-KUBUN-IDX).
           MOVE      ZERO   TO   WK-KUBUN-TOBI-NO(WK-KUBUN-IDX).
           COMPUTE   WK-DATE-INT       =
                     FUNCTION INTEGER-OF-DATE(WK-KIKAN-FROM).
           COMPUTE   WK-DATE-INT-END   =
                     FUNCTION INTEGER-OF-DATE(WK-KIKAN-NEXT).
           PERFORM   UNTIL   WK-DATE-INT   NOT <   WK-DATE-INT-END
                MOVE   FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
                                    TO   WK-CHK-DATE
                PERFORM   CAL-KYUGYO-CHK-PROC
                IF   WK-CAL-KYUGYO-FLG   NOT =   1
                     ADD   1   TO   WK-KUBUN-EIGYO-SU(WK-KUBUN-IDX)
                     IF   WK-CHK-DATE   =   WK-TANAOROSHI-DATE
                          MOVE   WK-KUBUN-EIGYO-SU(WK-KUBUN-IDX)
                               TO   WK-KUBUN-TOBI-NO(WK-KUBUN-IDX)
                     END-IF
                END-IF
                ADD    1   TO   WK-DATE-INT
           END-PERFORM.
      *>
       KIKAN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫１件分の営業日への割り振り処理（WK-ZAI-IDXの在庫について）
      *>同じ倉庫・同じ区分の在庫を商品コード順に並べたときの順番を
      *>Ｊ（１から）、件数をＮ、期間の営業日数をＤとすると、
      *>（Ｊ－１）×Ｄ÷Ｎ＋１番目の営業日に割り振る
      *>************************************************************************
       WARIFURI-PROC                  SECTION.
      *>
           EVALUATE   WK-ZAI-ABC-KUBUN(WK-ZAI-IDX)
                WHEN   "A"
                     MOVE   1   TO   WK-KUBUN-NO
                WHEN   "B"
                     MOVE   2   TO   WK-KUBUN-NO
                WHEN   OTHER
                     MOVE   3   TO   WK-KUBUN-NO
           END-EVALUATE.
           SET       WK-KUBUN-IDX   TO   WK-KUBUN-NO.
      *>
           MOVE      1      TO   WK-JUN.
           MOVE      ZERO   TO   WK-KENSU.
           PERFORM   VARYING   WK-ZAI-IDX2   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX2   >   WK-ZAI-COUNT
                IF   WK-ZAI-SOKO-CODE(WK-ZAI-IDX2)
                          =   WK-ZAI-SOKO-CODE(WK-ZAI-IDX)
                AND  WK-ZAI-ABC-KUBUN(WK-ZAI-IDX2)
                          =   WK-ZAI-ABC-KUBUN(WK-ZAI-IDX)
                     ADD   1   TO   WK-KENSU
                     IF   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX2)
                               <   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                          ADD   1   TO   WK-JUN
                     END-IF
                END-IF
           END-PERFORM.
      *>
           COMPUTE   WK-WARIATE-NO   =
                     ( WK-JUN   -   1 )
                     *   WK-KUBUN-EIGYO-SU(WK-KUBUN-IDX)
                     /   WK-KENSU   +   1.
      *>
           IF   WK-WARIATE-NO   =   WK-KUBUN-TOBI-NO(WK-KUBUN-IDX)
                MOVE   1   TO   WK-ZAI-SENTAKU-FLG(WK-ZAI-IDX)
                ADD    1   TO   WRK-SENTAKU-COUNT
                EVALUATE   WK-KUBUN-NO
                     WHEN   1
                          ADD   1   TO   WRK-A-COUNT
                     WHEN   2
                          ADD   1   TO   WRK-B-COUNT
                     WHEN   OTHER
                          ADD   1   TO   WRK-C-COUNT
                END-EVALUATE
           END-IF.
      *>
       WARIFURI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚卸表・カウント入力の書き出し処理
      *>選ばれた在庫を倉庫・商品コード順に印字し、同じ順でカウント
      *>入力を書き出す
      *>************************************************************************
       SHEET-WRITE-PROC               SECTION.
      *>
           IF   WRK-SENTAKU-COUNT   =   ZERO
                MOVE   "本日の棚卸対象はありません"
                               TO   REP-CHUKI
                WRITE  SHEET-RECODE   FROM   REP-CHUKI-RECODE
                GO   TO   SHEET-WRITE-PROC-EXIT
           END-IF.
      *>
           MOVE      SPACE   TO   WK-CUR-SOKO-CODE.
           MOVE      ZERO    TO   WK-SOKO-GYO.
           MOVE      1       TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   ZAI-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   ZAI-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                MOVE   WK-SOKO-GYO   TO   REP-SOKO-KENSU
                WRITE  SHEET-RECODE   FROM   REP-SOKO-TOTAL-RECODE
           END-IF.
      *>
       SHEET-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する在庫の選択処理
      *>************************************************************************
       ZAI-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-ZAI-IDX   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX   >   WK-ZAI-COUNT
                IF   WK-ZAI-SENTAKU-FLG(WK-ZAI-IDX)   =   1
                AND  WK-ZAI-INSATSU-FLG(WK-ZAI-IDX)   =   ZERO
                     MOVE   WK-ZAI-SOKO-CODE(WK-ZAI-IDX)
                          TO   WK-CHK-KEY(1:2)
                     MOVE   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                          TO   WK-CHK-KEY(3:6)
                     IF   WK-CHK-KEY   <   WK-BEST-KEY
                          SET    WK-BEST-IDX   TO   WK-ZAI-IDX
                          MOVE   WK-CHK-KEY    TO   WK-BEST-KEY
                     END-IF
                END-IF
           END-PERFORM.
      *>
       ZAI-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚卸表の明細行・カウント入力１件分の書き出し処理
      *>倉庫が変わるところで件数行と次の倉庫の見出しを印字する
      *>************************************************************************
       ZAI-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-ZAI-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-ZAI-SOKO-CODE(WK-BEST-IDX)   NOT =   WK-CUR-SOKO-CODE
                IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                     MOVE   WK-SOKO-GYO   TO   REP-SOKO-KENSU
                     WRITE  SHEET-RECODE   FROM   REP-SOKO-TOTAL-RECODE
                END-IF
                MOVE   WK-ZAI-SOKO-CODE(WK-BEST-IDX)
                     TO   WK-CUR-SOKO-CODE
                MOVE   ZERO   TO   WK-SOKO-GYO
                MOVE   SPACE  TO   SHEET-RECODE
                WRITE  SHEET-RECODE
                MOVE   WK-CUR-SOKO-CODE   TO   REP-SOKO-CODE
                WRITE  SHEET-RECODE   FROM   REP-SOKO-RECODE
                WRITE  SHEET-RECODE   FROM   REP-COLHDR-RECODE
           END-IF.
      *>
           ADD       1   TO   WK-SOKO-GYO.
           MOVE      WK-ZAI-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SOKO-GYO                TO   REP-GYO-NO.
           MOVE      WK-ZAI-SHOHIN-CODE(WK-BEST-IDX)
                                                TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-ZAI-ABC-KUBUN(WK-BEST-IDX)
                                                TO   REP-ABC-KUBUN.
           WRITE     SHEET-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  カウント入力は実査数を未記入（空白）で書き出す
           MOVE      WK-ZAI-SOKO-CODE(WK-BEST-IDX)
                                                TO   CNT-SOKO-CODE.
           MOVE      WK-ZAI-SHOHIN-CODE(WK-BEST-IDX)
                                                TO   CNT-SHOHIN-CODE.
           MOVE      SPACE                      TO   CNT-JISSA-SU.
           MOVE      WK-TANAOROSHI-DATE
                                       TO   CNT-TANAOROSHI-DATE.
           WRITE     CNT-RECODE.
      *>
       ZAI-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>営業日カレンダーファイルの読み込み処理
      *>休業日（営業区分"9"）の日付のみをテーブルに展開する。
      *>カレンダーファイルが存在しない場合は全日を営業日として扱う
      *>************************************************************************
       CALM-LOAD-PROC                 SECTION.
      *>
           OPEN      INPUT   CALM-FILE.
           IF   CALM-FILE-STATUS   =   "35"
                CLOSE   CALM-FILE
           ELSE
                PERFORM   UNTIL   CALM-FILE-STATUS   NOT =   "00"
                     READ   CALM-FILE
                          AT   END
                               MOVE   "10"   TO   CALM-FILE-STATUS
                          NOT   AT   END
                               IF   CAL-EIGYO-KUBUN   =   "9"
                               AND  WK-CAL-COUNT   <   999
                                    ADD   1   TO   WK-CAL-COUNT
                                    MOVE   CAL-DATE   TO
                                         WK-CAL-DATE(WK-CAL-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CALM-FILE
           END-IF.
      *>
       CALM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>休業日チェック処理（休業日テーブルを線形検索する）
      *>WK-CHK-DATEの日付が休業日かどうかを判定する
      *>************************************************************************
       CAL-KYUGYO-CHK-PROC            SECTION.
      *>
           MOVE      ZERO    TO   WK-CAL-KYUGYO-FLG.
           PERFORM   VARYING   WK-CAL-IDX   FROM   1   BY   1
                UNTIL   WK-CAL-IDX   >   WK-CAL-COUNT
                IF   WK-CAL-DATE(WK-CAL-IDX)   =   WK-CHK-DATE
                     MOVE   1   TO   WK-CAL-KYUGYO-FLG
                END-IF
           END-PERFORM.
      *>
       CAL-KYUGYO-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品属性ファイルの読み込み処理（内容をテーブルに展開する）
      *>ＡＢＣ区分が無いと頻度を決められないため、読めない場合は
      *>異常終了する
      *>************************************************************************
       ATR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ATR-FILE.
           IF   ATR-FILE-STATUS   NOT =   "00"
                DISPLAY   "SHOHINATRが読めません:"
                          ATR-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   ATR-FILE-STATUS   NOT =   "00"
                READ   ATR-FILE
                     AT   END
                          MOVE   "10"   TO   ATR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ATR-COUNT   <   9999
                               ADD   1   TO   WK-ATR-COUNT
                               MOVE   ATR-SHOHIN-CODE   TO
                                    WK-ATR-SHOHIN-CODE(WK-ATR-COUNT)
                               MOVE   ATR-ABC-KUBUN     TO
                                    WK-ATR-ABC-KUBUN(WK-ATR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ATR-FILE.
      *>
       ATR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理
      *>倉庫・商品ごとに棚卸対象テーブルへ展開し、ＡＢＣ区分を付ける
      *>（属性の無い商品・区分が Ａ／Ｂ 以外の商品はＣとする）
      *>************************************************************************
       ZAIKO-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
           IF   ZAIKOM-FILE-STATUS   NOT =   "00"
                DISPLAY   "ZAIKOMが読めません:"
                          ZAIKOM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          ADD   1   TO   WRK-ZAIKO-COUNT
                          IF   WK-ZAI-COUNT   <   9999
                               PERFORM   ZAIKO-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタ１件分の棚卸対象テーブルへの展開処理
      *>************************************************************************
       ZAIKO-ONE-PROC                 SECTION.
      *>
           MOVE      "C"    TO   WK-ATR-KUBUN-SAVE.
           PERFORM   VARYING   WK-ATR-IDX   FROM   1   BY   1
                UNTIL   WK-ATR-IDX   >   WK-ATR-COUNT
                IF   WK-ATR-SHOHIN-CODE(WK-ATR-IDX)
                          =   ZMST-SHOHIN-CODE
                AND ( WK-ATR-ABC-KUBUN(WK-ATR-IDX)   =   "A"
                   OR WK-ATR-ABC-KUBUN(WK-ATR-IDX)   =   "B" )
                     MOVE   WK-ATR-ABC-KUBUN(WK-ATR-IDX)
                          TO   WK-ATR-KUBUN-SAVE
                END-IF
           END-PERFORM.
      *>
           ADD       1   TO   WK-ZAI-COUNT.
           MOVE      ZMST-SOKO-CODE     TO
                     WK-ZAI-SOKO-CODE(WK-ZAI-COUNT).
           MOVE      ZMST-SHOHIN-CODE   TO
                     WK-ZAI-SHOHIN-CODE(WK-ZAI-COUNT).
           MOVE      WK-ATR-KUBUN-SAVE  TO
                     WK-ZAI-ABC-KUBUN(WK-ZAI-COUNT).
           MOVE      ZERO   TO   WK-ZAI-SENTAKU-FLG(WK-ZAI-COUNT).
           MOVE      ZERO   TO   WK-ZAI-INSATSU-FLG(WK-ZAI-COUNT).
      *>
       ZAIKO-ONE-PROC-EXIT.
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
           MOVE      WRK-ZAIKO-COUNT     TO   MSG1-ZAIKO-COUNT.
           MOVE      WRK-SENTAKU-COUNT   TO   MSG1-SENTAKU-COUNT.
           MOVE      WRK-A-COUNT         TO   MSG1-A-COUNT.
           MOVE      WRK-B-COUNT         TO   MSG1-B-COUNT.
           MOVE      WRK-C-COUNT         TO   MSG1-C-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
