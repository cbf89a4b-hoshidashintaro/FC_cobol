      *>************************************************************************
      *>商品ＡＢＣ分析プログラム
      *>パラメータファイル（ABCPARM.txt：判定の最終年月YYYYMM＋Ａ区分・
      *>Ｂ区分の累計構成比の上限％（各２桁、省略時８０・９５））で指定
      *>された月までの１２か月分の月次集計退避ファイル
      *>（GETSUJI_yyyymm.txt）から商品別の売上金額を集計し、売上金額の
      *>大きい順に累計構成比を求めて、Ａ（上限まで）・Ｂ・Ｃに区分
      *>する。月次集計退避ファイルが１か月分も無い場合は年間集計
      *>ファイル（NENJI.txt）の売上金額で判定する。売上の無い商品
      *>（商品マスタ SHOHINM.txt にあるもの）はＣとする。
      *>結果は商品属性ファイル（SHOHINATR.txt）へ書き出し、順位・
      *>構成比・区分別の件数と売上金額をＡＢＣ分析表（ABCREP.txt）へ
      *>印字する。売上金額の合計がゼロ以下の場合は全商品をＣとして
      *>リターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ABCCLS001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>判定年月パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "ABCPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>月次集計退避ファイル（年月ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   GJ-FILE       ASSIGN        TO WK-GJ-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GJ-FILE-STATUS.
      *>************************************************************************
      *>年間集計ファイル（月次集計退避ファイルが無い場合に使用する）
      *>************************************************************************
       SELECT   NENJI-FILE    ASSIGN        TO "NENJI.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NENJI-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>商品属性ファイル
      *>************************************************************************
       SELECT   ATR-FILE      ASSIGN         TO "SHOHINATR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ＡＢＣ分析表ファイル
      *>************************************************************************
       SELECT   ABCREP-FILE   ASSIGN         TO "ABCREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>判定年月パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-YYYYMM                    PIC 9(006).
           03   PARM-A-JOGEN                   PIC X(002).
           03   PARM-B-JOGEN                   PIC X(002).
      *>************************************************************************
      *>月次集計退避ファイルのレイアウト定義（商品行・店舗別合計行・
      *>ヘッダ／トレーラ行）
      *>************************************************************************
       FD   GJ-FILE.
       01   GJ-RECODE.
           03   GJ-SHOHIN-CODE                 PIC X(006).
           03   GJ-TYUMON-SU                   PIC S9(008).
           03   GJ-URIAGE-KINGAKU              PIC S9(010).
       01   GJ-VERIFY-RECODE.
           03   GJ-VERIFY-KUBUN                PIC X(001).
           03   FILLER                         PIC X(030).
      *>************************************************************************
      *>年間集計ファイルのレイアウト定義（商品行・店舗別合計行）
      *>************************************************************************
       FD   NENJI-FILE.
       01   NENJI-RECODE.
           03   NENJI-SHOHIN-CODE              PIC X(006).
           03   NENJI-TYUMON-SU                PIC S9(009).
           03   NENJI-URIAGE-KINGAKU           PIC S9(011).
       01   NENJI-STORE-RECODE.
           03   NENJI-STORE-KUBUN              PIC X(001).
           03   FILLER                         PIC X(025).
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>商品属性ファイルのレイアウト定義
      *>************************************************************************
       FD   ATR-FILE.
       01   ATR-RECODE.
           COPY   SHOHINATR   REPLACING   ==:PREFIX:==   BY   ==ATR==.
      *>************************************************************************
      *>ＡＢＣ分析表ファイルのレイアウト定義
      *>************************************************************************
       FD   ABCREP-FILE.
       01   ABCREP-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  GJ-FILE-STATUS                           PIC XX.
       01  NENJI-FILE-STATUS                        PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01  WK-GJ-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-FILE-COUNT                   PIC 9(002).
             03   WRK-SHOHIN-COUNT                 PIC 9(006).
             03   WRK-A-COUNT                      PIC 9(006).
             03   WRK-B-COUNT                      PIC 9(006).
             03   WRK-C-COUNT                      PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "ABCCLS01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>判定年月・区分の上限の保持領域
       01   WK-PARM-AREA.
            03   WK-PARM-YYYYMM                  PIC 9(006).
            03   WK-A-JOGEN                      PIC 9(003).
            03   WK-B-JOGEN                      PIC 9(003).
      *>
      *>対象年月の計算用作業領域（最終年月の１１か月前から１２か月
      *>進める）
       01   WK-YM-AREA.
            03   WK-YM-WORK                      PIC 9(006).
            03   WK-YM-YY                        PIC 9(004).
            03   WK-YM-MM                        PIC 9(002).
            03   WK-YM-FROM                      PIC 9(006).
            03   WK-TSUKI-NO                     PIC 9(002).
      *>
      *>集計の元（"G"：月次集計退避　"N"：年間集計）
       01   WK-SOURCE-KUBUN                      PIC X(001).
      *>
      *>商品別売上金額の集計テーブル
       01   WK-PRD-AREA.
            03   WK-PRD-COUNT                    PIC 9(004)  COMP.
            03   WK-PRD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRD-IDX.
                 05   WK-PRD-SHOHIN-CODE          PIC X(006).
                 05   WK-PRD-URIAGE               PIC S9(011).
                 05   WK-PRD-JUNI-FLG             PIC 9(001).
       01   WK-PRD-FOUND-FLG                     PIC 9(001).
       01   WK-PRD-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-PRD-CHK-CODE                      PIC X(006).
       01   WK-PRD-ADD-URIAGE                    PIC S9(011).
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
      *>順位付け・累計構成比の計算用領域
       01   WK-JUNI-AREA.
            03   WK-JUNI                         PIC 9(005).
            03   WK-BEST-IDX                     PIC 9(004)  COMP.
            03   WK-BEST-URIAGE                  PIC S9(011).
            03   WK-BEST-CODE                    PIC X(006).
            03   WK-URIAGE-TOTAL                 PIC S9(013).
            03   WK-RUISEKI-URIAGE               PIC S9(013).
            03   WK-MAE-RUISEKI-HI               PIC 9(003)V9(002).
            03   WK-KOSEI-HI                     PIC 9(003)V9(002).
            03   WK-RUISEKI-HI                   PIC 9(003)V9(002).
            03   WK-ABC-KUBUN                    PIC X(001).
      *>
      *>区分別の売上金額の積み上げ領域
       01   WK-KUBUN-TOTAL-AREA.
            03   WK-A-URIAGE                     PIC S9(013).
            03   WK-B-URIAGE                     PIC S9(013).
            03   WK-C-URIAGE                     PIC S9(013).
      *>
      *>ＡＢＣ分析表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(026)
               VALUE "**  ＡＢＣ分析表  **".
           03   FILLER                PIC X(015)
                       VALUE "判定期間：".
           03   REP-HDR-FROM          PIC 9(006).
           03   FILLER                PIC X(003)
                       VALUE "～".
           03   REP-HDR-TO            PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(015)
                       VALUE "　集計元：".
           03   REP-HDR-SOURCE        PIC X(034).
       01   REP-HDR2-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "Ａ区分：".
           03   REP-HDR-A-JOGEN       PIC ZZ9.
           03   FILLER                PIC X(024)
                       VALUE "％まで　Ｂ区分：".
           03   REP-HDR-B-JOGEN       PIC ZZ9.
           03   FILLER                PIC X(030)
                       VALUE "％まで　Ｃ区分：残り".
      *>ＡＢＣ分析表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(007)
               VALUE " 順位".
           03   FILLER                PIC X(036)
               VALUE "   商品  商品名                ".
           03   FILLER                PIC X(018)
               VALUE "      売上金額".
           03   FILLER                PIC X(011)
               VALUE "  構成比".
           03   FILLER                PIC X(012)
               VALUE "   累計比".
           03   FILLER                PIC X(011)
               VALUE "  区分   ".
      *>ＡＢＣ分析表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-JUNI              PIC ZZZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-URIAGE            PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KOSEI-HI          PIC ZZ9.99.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-RUISEKI-HI        PIC ZZ9.99.
           03   FILLER                PIC X(005)
                                             VALUE SPACE.
           03   REP-ABC-KUBUN         PIC X(001).
      *>区分別合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(018).
           03   REP-T-KENSU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   REP-T-URIAGE          PIC -(011)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "対象商品数：".
            03   MSG1-SHOHIN-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-FILE-COUNT.
           MOVE   ZERO        TO   WRK-SHOHIN-COUNT.
           MOVE   ZERO        TO   WRK-A-COUNT.
           MOVE   ZERO        TO   WRK-B-COUNT.
           MOVE   ZERO        TO   WRK-C-COUNT.
           MOVE   ZERO        TO   WK-PRD-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-KUBUN-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   PARM-READ-PROC.
      *>
      *>  １２か月分の月次集計退避ファイルを順に積み上げる
           MOVE      "G"          TO   WK-SOURCE-KUBUN.
           MOVE      WK-YM-FROM   TO   WK-YM-WORK.
           PERFORM   VARYING   WK-TSUKI-NO   FROM   1   BY   1
                UNTIL   WK-TSUKI-NO   >   12
                PERFORM   GJ-ONE-MONTH-PROC
                PERFORM   YM-NEXT-PROC
           END-PERFORM.
      *>
      *>  １か月分も無ければ年間集計ファイルで判定する
           IF   WRK-FILE-COUNT   =   ZERO
                MOVE      "N"   TO   WK-SOURCE-KUBUN
                PERFORM   NENJI-LOAD-PROC
           END-IF.
      *>
      *>  売上の無い商品もＣ区分として属性を持たせる
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
           PERFORM   ABC-HANTEI-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>判定年月パラメータファイルの読み込み処理
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "ABCPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "判定年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-YYYYMM   TO   WK-PARM-YYYYMM
           END-READ.
      *>
      *>  区分の上限は省略時Ａ８０％・Ｂ９５％とする
           IF   PARM-A-JOGEN   NUMERIC
           AND  PARM-A-JOGEN   NOT =   "00"
                MOVE   PARM-A-JOGEN   TO   WK-A-JOGEN
           ELSE
                MOVE   80             TO   WK-A-JOGEN
           END-IF.
           IF   PARM-B-JOGEN   NUMERIC
           AND  PARM-B-JOGEN   NOT =   "00"
                MOVE   PARM-B-JOGEN   TO   WK-B-JOGEN
           ELSE
                MOVE   95             TO   WK-B-JOGEN
           END-IF.
           IF   WK-B-JOGEN   <   WK-A-JOGEN
                MOVE   WK-A-JOGEN     TO   WK-B-JOGEN
           END-IF.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  開始年月は最終年月の１１か月前とする
           MOVE      WK-PARM-YYYYMM(1:4)   TO   WK-YM-YY.
           MOVE      WK-PARM-YYYYMM(5:2)   TO   WK-YM-MM.
           IF   WK-YM-MM   =   12
                MOVE   1   TO   WK-YM-MM
           ELSE
                SUBTRACT   1   FROM   WK-YM-YY
                ADD        1   TO     WK-YM-MM
           END-IF.
           COMPUTE   WK-YM-FROM   =
                     WK-YM-YY   *   100   +   WK-YM-MM.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月を１か月進める処理
      *>************************************************************************
       YM-NEXT-PROC                   SECTION.
      *>
           MOVE      WK-YM-WORK(1:4)   TO   WK-YM-YY.
           MOVE      WK-YM-WORK(5:2)   TO   WK-YM-MM.
           IF   WK-YM-MM   =   12
                ADD       1   TO   WK-YM-YY
                MOVE      1   TO   WK-YM-MM
           ELSE
                ADD       1   TO   WK-YM-MM
           END-IF.
           COMPUTE   WK-YM-WORK   =
                     WK-YM-YY   *   100   +   WK-YM-MM.
      *>
       YM-NEXT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１か月分の月次集計退避ファイルの読み込み・積み上げ処理
      *>ファイルが存在しない月は読み飛ばす
      *>************************************************************************
       GJ-ONE-MONTH-PROC              SECTION.
      *>
           MOVE      SPACE   TO   WK-GJ-FILENAME.
           STRING    "GETSUJI_"   WK-YM-WORK   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-GJ-FILENAME.
      *>
           MOVE      SPACE   TO   GJ-FILE-STATUS.
           OPEN      INPUT   GJ-FILE.
      *>
           IF   GJ-FILE-STATUS   NOT =   "00"
                CLOSE   GJ-FILE
           ELSE
                ADD   1   TO   WRK-FILE-COUNT
                PERFORM   UNTIL   GJ-FILE-STATUS   NOT =   "00"
                     READ   GJ-FILE
                          AT   END
                               MOVE   "10"   TO   GJ-FILE-STATUS
                          NOT   AT   END
                               EVALUATE   GJ-VERIFY-KUBUN
                                    WHEN   "H"
                                         CONTINUE
                                    WHEN   "T"
                                         CONTINUE
                                    WHEN   "S"
                                         CONTINUE
                                    WHEN   OTHER
                                         MOVE   GJ-SHOHIN-CODE    TO
                                              WK-PRD-CHK-CODE
                                         MOVE   GJ-URIAGE-KINGAKU TO
                                              WK-PRD-ADD-URIAGE
                                         PERFORM   PRD-ADD-PROC
                               END-EVALUATE
                     END-READ
                END-PERFORM
                CLOSE   GJ-FILE
           END-IF.
      *>
       GJ-ONE-MONTH-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>年間集計ファイルの読み込み処理
      *>どちらの集計も無い場合は判定できないため異常終了する
      *>************************************************************************
       NENJI-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   NENJI-FILE.
           IF   NENJI-FILE-STATUS   NOT =   "00"
                DISPLAY   "GETSUJI/NENJIの売上集計が"
                          "ありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   NENJI-FILE-STATUS   NOT =   "00"
                READ   NENJI-FILE
                     AT   END
                          MOVE   "10"   TO   NENJI-FILE-STATUS
                     NOT   AT   END
                          IF   NENJI-STORE-KUBUN   NOT =   "S"
                               MOVE   NENJI-SHOHIN-CODE      TO
                                    WK-PRD-CHK-CODE
                               MOVE   NENJI-URIAGE-KINGAKU   TO
                                    WK-PRD-ADD-URIAGE
                               PERFORM   PRD-ADD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     NENJI-FILE.
      *>
       NENJI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別売上金額の積み上げ処理
      *>WK-PRD-CHK-CODE・WK-PRD-ADD-URIAGEを設定してから呼び出す
      *>************************************************************************
       PRD-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-PRD-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRD-FOUND-IDX.
           PERFORM   VARYING   WK-PRD-IDX   FROM   1   BY   1
                UNTIL   WK-PRD-IDX   >   WK-PRD-COUNT
                   OR   WK-PRD-FOUND-FLG   =   1
                IF   WK-PRD-SHOHIN-CODE(WK-PRD-IDX)
                          =   WK-PRD-CHK-CODE
                     MOVE   1   TO   WK-PRD-FOUND-FLG
                     MOVE   WK-PRD-IDX   TO   WK-PRD-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-PRD-FOUND-FLG   NOT =   1
                IF   WK-PRD-COUNT   <   9999
                     ADD    1   TO   WK-PRD-COUNT
                     MOVE   WK-PRD-COUNT      TO   WK-PRD-FOUND-IDX
                     MOVE   WK-PRD-CHK-CODE   TO
                          WK-PRD-SHOHIN-CODE(WK-PRD-COUNT)
                     MOVE   ZERO   TO   WK-PRD-URIAGE(WK-PRD-COUNT)
                     MOVE   ZERO   TO   WK-PRD-JUNI-FLG(WK-PRD-COUNT)
                ELSE
                     GO   TO   PRD-ADD-PROC-EXIT
                END-IF
           END-IF.
      *>
           ADD       WK-PRD-ADD-URIAGE   TO
                     WK-PRD-URIAGE(WK-PRD-FOUND-IDX).
      *>
       PRD-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＡＢＣ区分の判定・書き出し処理
      *>売上金額の大きい順（同額は商品コード順）に商品を選び、その
      *>商品を加える前の累計構成比がＡの上限未満ならＡ、Ｂの上限未満
      *>ならＢ、それ以外（売上ゼロ以下を含む）はＣとする
      *>************************************************************************
       ABC-HANTEI-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-URIAGE-TOTAL.
           PERFORM   VARYING   WK-PRD-IDX   FROM   1   BY   1
                UNTIL   WK-PRD-IDX   >   WK-PRD-COUNT
                IF   WK-PRD-URIAGE(WK-PRD-IDX)   >   ZERO
                     ADD   WK-PRD-URIAGE(WK-PRD-IDX)
                          TO   WK-URIAGE-TOTAL
                END-IF
           END-PERFORM.
           IF   WK-URIAGE-TOTAL   NOT >   ZERO
                DISPLAY   "売上金額の合計がゼロのため"
                          "全商品をＣ区分"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
           OPEN      OUTPUT   ATR-FILE.
           OPEN      OUTPUT   ABCREP-FILE.
           MOVE      WK-YM-FROM       TO   REP-HDR-FROM.
           MOVE      WK-PARM-YYYYMM   TO   REP-HDR-TO.
           MOVE      WRK-RUN-DATE     TO   REP-HDR-RUN-DATE.
           IF   WK-SOURCE-KUBUN   =   "G"
                MOVE   "月次集計退避（GETSUJI）"
                                      TO   REP-HDR-SOURCE
           ELSE
                MOVE   "年間集計（NENJI）"
                                      TO   REP-HDR-SOURCE
           END-IF.
           WRITE     ABCREP-RECODE   FROM   REP-HDR-RECODE.
           MOVE      WK-A-JOGEN       TO   REP-HDR-A-JOGEN.
           MOVE      WK-B-JOGEN       TO   REP-HDR-B-JOGEN.
           WRITE     ABCREP-RECODE   FROM   REP-HDR2-RECODE.
           WRITE     ABCREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
           MOVE      ZERO   TO   WK-JUNI.
           MOVE      ZERO   TO   WK-RUISEKI-URIAGE.
           MOVE      ZERO   TO   WK-RUISEKI-HI.
           MOVE      1      TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   PRD-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   PRD-ONE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  区分別の件数・売上金額
           MOVE      SPACE   TO   ABCREP-RECODE.
           WRITE     ABCREP-RECODE.
           MOVE      "Ａ区分"         TO   REP-T-TITLE.
           MOVE      WRK-A-COUNT      TO   REP-T-KENSU.
           MOVE      WK-A-URIAGE      TO   REP-T-URIAGE.
           WRITE     ABCREP-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      "Ｂ区分"         TO   REP-T-TITLE.
           MOVE      WRK-B-COUNT      TO   REP-T-KENSU.
           MOVE      WK-B-URIAGE      TO   REP-T-URIAGE.
           WRITE     ABCREP-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      "Ｃ区分"         TO   REP-T-TITLE.
           MOVE      WRK-C-COUNT      TO   REP-T-KENSU.
           MOVE      WK-C-URIAGE      TO   REP-T-URIAGE.
           WRITE     ABCREP-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      "合計"           TO   REP-T-TITLE.
           MOVE      WRK-SHOHIN-COUNT TO   REP-T-KENSU.
           COMPUTE   REP-T-URIAGE   =
                     WK-A-URIAGE   +   WK-B-URIAGE   +   WK-C-URIAGE.
           WRITE     ABCREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           CLOSE     ATR-FILE.
           CLOSE     ABCREP-FILE.
      *>
       ABC-HANTEI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に順位を付ける商品の選択処理
      *>************************************************************************
       PRD-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO   TO   WK-BEST-IDX.
           PERFORM   VARYING   WK-PRD-IDX   FROM   1   BY   1
                UNTIL   WK-PRD-IDX   >   WK-PRD-COUNT
                IF   WK-PRD-JUNI-FLG(WK-PRD-IDX)   =   ZERO
                     IF   WK-BEST-IDX   =   ZERO
                     OR   WK-PRD-URIAGE(WK-PRD-IDX)   >   WK-BEST-URIAGE
                     OR ( WK-PRD-URIAGE(WK-PRD-IDX)   =   WK-BEST-URIAGE
                     AND  WK-PRD-SHOHIN-CODE(WK-PRD-IDX)
                               <   WK-BEST-CODE )
                          MOVE   WK-PRD-IDX   TO   WK-BEST-IDX
                          MOVE   WK-PRD-URIAGE(WK-PRD-IDX)
                               TO   WK-BEST-URIAGE
                          MOVE   WK-PRD-SHOHIN-CODE(WK-PRD-IDX)
                               TO   WK-BEST-CODE
                     END-IF
                END-IF
           END-PERFORM.
      *>
       PRD-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品１件分の区分判定・書き出し処理
      *>************************************************************************
       PRD-ONE-WRITE-PROC             SECTION.
      *>
           MOVE      1   TO   WK-PRD-JUNI-FLG(WK-BEST-IDX).
           ADD       1   TO   WK-JUNI.
           ADD       1   TO   WRK-SHOHIN-COUNT.
      *>
           MOVE      WK-RUISEKI-HI   TO   WK-MAE-RUISEKI-HI.
           MOVE      ZERO            TO   WK-KOSEI-HI.
           IF   WK-URIAGE-TOTAL   >   ZERO
           AND  WK-BEST-URIAGE    >   ZERO
                ADD       WK-BEST-URIAGE   TO   WK-RUISEKI-URIAGE
                COMPUTE   WK-KOSEI-HI   ROUNDED   =
                          WK-BEST-URIAGE   *   100   /   WK-URIAGE-TOTAL
                COMPUTE   WK-RUISEKI-HI   ROUNDED   =
                          WK-RUISEKI-URIAGE   *   100
                          /   WK-URIAGE-TOTAL
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-URIAGE-TOTAL   NOT >   ZERO
                WHEN   WK-BEST-URIAGE    NOT >   ZERO
                     MOVE   "C"   TO   WK-ABC-KUBUN
                WHEN   WK-MAE-RUISEKI-HI   <   WK-A-JOGEN
                     MOVE   "A"   TO   WK-ABC-KUBUN
                WHEN   WK-MAE-RUISEKI-HI   <   WK-B-JOGEN
                     MOVE   "B"   TO   WK-ABC-KUBUN
                WHEN   OTHER
                     MOVE   "C"   TO   WK-ABC-KUBUN
           END-EVALUATE.
      *>
           EVALUATE   WK-ABC-KUBUN
                WHEN   "A"
                     ADD   1                TO   WRK-A-COUNT
                     ADD   WK-BEST-URIAGE   TO   WK-A-URIAGE
                WHEN   "B"
                     ADD   1                TO   WRK-B-COUNT
                     ADD   WK-BEST-URIAGE   TO   WK-B-URIAGE
                WHEN   OTHER
                     ADD   1                TO   WRK-C-COUNT
                     ADD   WK-BEST-URIAGE   TO   WK-C-URIAGE
           END-EVALUATE.
      *>
      *>  商品属性ファイルへ書き出す
           MOVE      WK-BEST-CODE      TO   ATR-SHOHIN-CODE.
           MOVE      WK-ABC-KUBUN      TO   ATR-ABC-KUBUN.
           MOVE      WK-BEST-URIAGE    TO   ATR-NEN-URIAGE.
           MOVE      WK-RUISEKI-HI     TO   ATR-RUISEKI-HI.
           MOVE      WK-PARM-YYYYMM    TO   ATR-HANTEI-YYYYMM.
           WRITE     ATR-RECODE.
      *>
      *>  ＡＢＣ分析表へ印字する
           MOVE      WK-BEST-CODE      TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-JUNI                    TO   REP-JUNI.
           MOVE      WK-BEST-CODE               TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-BEST-URIAGE             TO   REP-URIAGE.
           MOVE      WK-KOSEI-HI                TO   REP-KOSEI-HI.
           MOVE      WK-RUISEKI-HI              TO   REP-RUISEKI-HI.
           MOVE      WK-ABC-KUBUN               TO   REP-ABC-KUBUN.
           WRITE     ABCREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       PRD-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>売上の無い商品は売上ゼロで集計テーブルへ加える
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
                CLOSE   SHOHINM-FILE
                GO   TO   SHOHIN-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
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
                          MOVE   SMST-SHOHIN-CODE   TO   WK-PRD-CHK-CODE
                          MOVE   ZERO   TO   WK-PRD-ADD-URIAGE
                          PERFORM   PRD-ADD-PROC
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
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
           MOVE      WRK-SHOHIN-COUNT   TO   MSG1-SHOHIN-COUNT.
           MOVE      WRK-A-COUNT        TO   MSG1-A-COUNT.
           MOVE      WRK-B-COUNT        TO   MSG1-B-COUNT.
           MOVE      WRK-C-COUNT        TO   MSG1-C-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
