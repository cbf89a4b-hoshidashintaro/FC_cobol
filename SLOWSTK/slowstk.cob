      *>************************************************************************
      *>滞留在庫・不動在庫一覧プログラム
      *>パラメータファイル（SLOWPARM.txt：判定の基準年月YYYYMM）で
      *>指定された月までの月次集計退避ファイル（GETSUJI_yyyymm.txt、
      *>２４か月分まで）から商品ごとに受注数のあった最後の月を求め、
      *>在庫マスタ（ZAIKOM.txt）で現在庫のある倉庫・商品のうち、
      *>基準月を含む直近３か月（９０日）・６か月（１８０日）・
      *>１２か月（３６５日）に受注の無いものを滞留在庫一覧
      *>（SLOWSTK.txt）へ倉庫別に印字する。
      *>各行には現在庫数・原価による在庫金額・最終需要月・最終入荷日
      *>（入荷履歴 RCPTHIST.txt の同じ倉庫・商品の最後の入荷日）を
      *>付け、倉庫ごと・全倉庫で区分別の件数と在庫金額を合計する。
      *>評価単価は月末在庫単価（ZAIKOTNK.txt）の基準月以前で最も新しい
      *>月の移動平均単価とし、無ければ商品別原価（SHOHINCST.txt）の
      *>基準月末日時点の標準原価とする。
      *>月次集計退避ファイルが１か月分も無い場合は判定できないため
      *>リターンコード８で終了する。評価単価の無い在庫がある場合は
      *>リターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   SLOWSTK001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>基準年月パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "SLOWPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>月次集計退避ファイル（年月ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   GJ-FILE       ASSIGN        TO WK-GJ-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GJ-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>月末在庫単価ファイル
      *>************************************************************************
       SELECT   ZTK-FILE      ASSIGN        TO "ZAIKOTNK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZTK-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの標準原価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（一覧へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>滞留在庫一覧ファイル
      *>************************************************************************
       SELECT   SLOW-FILE     ASSIGN         TO "SLOWSTK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>基準年月パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-YYYYMM                    PIC 9(006).
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
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>月末在庫単価ファイルのレイアウト定義
      *>************************************************************************
       FD   ZTK-FILE.
       01   ZTK-RECODE.
           COPY   ZAIKOTNK   REPLACING   ==:PREFIX:==   BY   ==ZTK==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>滞留在庫一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   SLOW-FILE.
       01   SLOW-RECODE                            PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  GJ-FILE-STATUS                           PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  ZTK-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01  WK-GJ-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-FILE-COUNT                   PIC 9(002).
             03   WRK-ZAIKO-COUNT                  PIC 9(006).
             03   WRK-TAIRYU-COUNT                 PIC 9(006).
             03   WRK-TANKA-NASHI-COUNT            PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "SLOWSTK1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>基準年月・対象年月の計算用作業領域
       01   WK-YM-AREA.
            03   WK-PARM-YYYYMM                  PIC 9(006).
            03   WK-YM-WORK                      PIC 9(006).
            03   WK-YM-YY                        PIC 9(004).
            03   WK-YM-MM                        PIC 9(002).
            03   WK-YM-FROM                      PIC 9(006).
            03   WK-TSUKI-NO                     PIC 9(002).
            03   WK-PARM-TSUKI-SU                PIC 9(006).
            03   WK-SAIGO-TSUKI-SU               PIC 9(006).
            03   WK-KEIKA-TSUKI                  PIC 9(003).
      *>
      *>基準月の月末日の計算用領域
       01   WK-MONTH-AREA.
            03   WK-MONTH-END                    PIC 9(008).
            03   WK-NEXT-MONTH                   PIC 9(008).
            03   WK-NEXT-MONTH-R  REDEFINES  WK-NEXT-MONTH.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-MONTH-INT                    PIC S9(008).
      *>
      *>商品別の最終需要月テーブル
       01   WK-DMD-AREA.
            03   WK-DMD-COUNT                    PIC 9(004)  COMP.
            03   WK-DMD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-DMD-IDX.
                 05   WK-DMD-SHOHIN-CODE          PIC X(006).
                 05   WK-DMD-SAIGO-YYYYMM         PIC 9(006).
       01   WK-DMD-FOUND-FLG                     PIC 9(001).
       01   WK-DMD-SAIGO-SAVE                    PIC 9(006).
       01   WK-DMD-SAIGO-SAVE-R  REDEFINES  WK-DMD-SAIGO-SAVE.
            03   WK-DMD-SAIGO-YY                 PIC 9(004).
            03   WK-DMD-SAIGO-MM                 PIC 9(002).
      *>
      *>現在庫のある倉庫別・商品別の在庫テーブル
      *>（区分　0：対象外　1：９０日　2：１８０日　3：３６５日）
      *>（評価区分　0：単価なし　1：月末在庫単価　2：標準原価）
       01   WK-ZAI-AREA.
            03   WK-ZAI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZAI-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAI-IDX.
                 05   WK-ZAI-SOKO-CODE            PIC X(002).
                 05   WK-ZAI-SHOHIN-CODE          PIC X(006).
                 05   WK-ZAI-ZAIKO-SU             PIC S9(007).
                 05   WK-ZAI-TAIRYU-KUBUN         PIC 9(001).
                 05   WK-ZAI-SAIGO-YYYYMM         PIC 9(006).
                 05   WK-ZAI-SAIGO-NYUKA          PIC 9(008).
                 05   WK-ZAI-HYOKA-KUBUN          PIC 9(001).
                 05   WK-ZAI-ZTK-YYYYMM           PIC 9(006).
                 05   WK-ZAI-TANKA                PIC 9(007)V9(002).
                 05   WK-ZAI-KINGAKU              PIC S9(011).
                 05   WK-ZAI-INSATSU-FLG          PIC 9(001).
       01   WK-ZAI-FOUND-FLG                     PIC 9(001).
       01   WK-ZAI-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-ZAI-CHK-SOKO                      PIC X(002).
       01   WK-ZAI-CHK-SHOHIN                    PIC X(006).
      *>
      *>商品別原価保持用テーブル
       01   WK-CST-AREA.
            03   WK-CST-COUNT                    PIC 9(004)  COMP.
            03   WK-CST-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CST-IDX.
                 05   WK-CST-SHOHIN-CODE          PIC X(006).
                 05   WK-CST-EFF-DATE             PIC 9(008).
                 05   WK-CST-TANKA                PIC 9(006).
       01   WK-CST-BEST-EFF-DATE                 PIC 9(008).
       01   WK-CST-FOUND-FLG                     PIC 9(001).
       01   WK-CST-TANKA-SAVE                    PIC 9(006).
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
      *>一覧の印字順（倉庫・区分の長い順・商品コード順）の選択用領域
       01   WK-BEST-IDX                          PIC 9(004)  COMP.
       01   WK-BEST-KEY                          PIC X(009).
       01   WK-CHK-KEY                           PIC X(009).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
      *>
      *>区分別（1：９０日 2：１８０日 3：３６５日）の件数・金額の
      *>積み上げ領域（倉庫別・全倉庫）
       01   WK-SOKO-TOTAL-AREA.
            03   WK-ST-TBL                       OCCURS 3 TIMES.
                 05   WK-ST-KENSU                 PIC 9(006).
                 05   WK-ST-KINGAKU               PIC S9(013).
       01   WK-TOTAL-AREA.
            03   WK-TT-TBL                       OCCURS 3 TIMES.
                 05   WK-TT-KENSU                 PIC 9(006).
                 05   WK-TT-KINGAKU               PIC S9(013).
       01   WK-KUBUN-NO                          PIC 9(001).
      *>
      *>区分名の表（区分番号で引く）
       01   WK-KUBUN-NAME-AREA.
            03   FILLER                PIC X(012)
                                        VALUE "　９０日".
            03   FILLER                PIC X(012)
                                        VALUE "１８０日".
            03   FILLER                PIC X(012)
                                        VALUE "３６５日".
       01   WK-KUBUN-NAME-AREA-R  REDEFINES  WK-KUBUN-NAME-AREA.
            03   WK-KUBUN-NAME                   OCCURS 3 TIMES
                                                  PIC X(012).
      *>
      *>滞留在庫一覧の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(035)
               VALUE "**  滞留在庫一覧  **".
           03   FILLER                PIC X(015)
                       VALUE "基準年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(036)
                       VALUE "　需要判定に使った月数：".
           03   REP-HDR-FILE-COUNT    PIC Z9.
      *>倉庫の見出し行の編集用領域
       01   REP-SOKO-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "倉庫：".
           03   REP-SOKO-CODE         PIC X(002).
      *>滞留在庫一覧の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(014)
               VALUE "  受注なし".
           03   FILLER                PIC X(010)
               VALUE "  商品  ".
           03   FILLER                PIC X(027)
               VALUE "  商品名                ".
           03   FILLER                PIC X(010)
               VALUE " 在庫数".
           03   FILLER                PIC X(018)
               VALUE "      評価単価".
           03   FILLER                PIC X(018)
               VALUE "      在庫金額".
           03   FILLER                PIC X(019)
               VALUE "    最終需要月".
           03   FILLER                PIC X(017)
               VALUE "  最終入荷日".
      *>滞留在庫一覧の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN-NAME        PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ZAIKO-SU          PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TANKA             PIC Z,ZZZ,ZZ9.99.
           03   REP-HYOKA-MARK        PIC X(002).
           03   REP-KINGAKU           PIC -(011)9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-SAIGO-YYYYMM      PIC X(006).
           03   FILLER                PIC X(006)
                                             VALUE SPACE.
           03   REP-SAIGO-NYUKA       PIC X(008).
      *>区分別合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(015).
           03   REP-T-KUBUN-NAME      PIC X(012).
           03   REP-T-KENSU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(030)
                                             VALUE SPACE.
           03   REP-T-KINGAKU         PIC -(011)9.
      *>注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(090).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "現在庫の件数：".
            03   MSG1-ZAIKO-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　滞留在庫：".
            03   MSG1-TAIRYU-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　単価の無い在庫：".
            03   MSG1-TANKA-NASHI-COUNT       PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-ZAIKO-COUNT.
           MOVE   ZERO        TO   WRK-TAIRYU-COUNT.
           MOVE   ZERO        TO   WRK-TANKA-NASHI-COUNT.
           MOVE   ZERO        TO   WK-DMD-COUNT.
           MOVE   ZERO        TO   WK-ZAI-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   PARM-READ-PROC.
      *>
      *>  ２４か月分の月次集計退避ファイルを古い順に読み、受注の
      *>  あった最後の月を商品ごとに残す
           MOVE      WK-YM-FROM   TO   WK-YM-WORK.
           PERFORM   VARYING   WK-TSUKI-NO   FROM   1   BY   1
                UNTIL   WK-TSUKI-NO   >   24
                PERFORM   GJ-ONE-MONTH-PROC
                PERFORM   YM-NEXT-PROC
           END-PERFORM.
           IF   WRK-FILE-COUNT   =   ZERO
                DISPLAY   "GETSUJIの月次集計がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
           PERFORM   ZAIKO-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
           PERFORM   ZTK-LOAD-PROC.
      *>
      *>  滞留の区分と在庫金額を求める
           PERFORM   VARYING   WK-ZAI-IDX   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX   >   WK-ZAI-COUNT
                PERFORM   HANTEI-PROC
           END-PERFORM.
      *>
           PERFORM   REPORT-PROC.
      *>
           IF   WRK-TANKA-NASHI-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>基準年月パラメータファイルの読み込み処理
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "SLOWPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "基準年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-YYYYMM   TO   WK-PARM-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  開始年月は基準年月の２３か月前とする
           MOVE      WK-PARM-YYYYMM(1:4)   TO   WK-YM-YY.
           MOVE      WK-PARM-YYYYMM(5:2)   TO   WK-YM-MM.
           COMPUTE   WK-PARM-TSUKI-SU   =
                     WK-YM-YY   *   12   +   WK-YM-MM   -   1.
           IF   WK-YM-MM   =   12
                SUBTRACT   1   FROM   WK-YM-YY
                MOVE       1   TO     WK-YM-MM
           ELSE
                SUBTRACT   2   FROM   WK-YM-YY
                ADD        1   TO     WK-YM-MM
           END-IF.
           COMPUTE   WK-YM-FROM   =
                     WK-YM-YY   *   100   +   WK-YM-MM.
      *>
      *>  基準月の月末日（翌月１日の前日）
           MOVE      WK-PARM-YYYYMM   TO   WK-NEXT-MONTH(1:6).
           MOVE      1                TO   WK-NEXT-DD.
           IF   WK-NEXT-MM   =   12
                ADD    1   TO   WK-NEXT-YYYY
                MOVE   1   TO   WK-NEXT-MM
           ELSE
                ADD    1   TO   WK-NEXT-MM
           END-IF.
           COMPUTE   WK-MONTH-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-MONTH-INT)
                TO   WK-MONTH-END.
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
      *>１か月分の月次集計退避ファイルの読み込み処理
      *>受注数のある商品行の最終需要月をその月に更新する
      *>（ファイルが存在しない月は読み飛ばす）
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
                                         IF   GJ-TYUMON-SU   >   ZERO
                                              PERFORM   DMD-SET-PROC
                                         END-IF
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
      *>商品の最終需要月の更新処理
      *>************************************************************************
       DMD-SET-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-DMD-FOUND-FLG.
           PERFORM   VARYING   WK-DMD-IDX   FROM   1   BY   1
                UNTIL   WK-DMD-IDX   >   WK-DMD-COUNT
                   OR   WK-DMD-FOUND-FLG   =   1
                IF   WK-DMD-SHOHIN-CODE(WK-DMD-IDX)   =   GJ-SHOHIN-CODE
                     MOVE   1   TO   WK-DMD-FOUND-FLG
                     MOVE   WK-YM-WORK
                          TO   WK-DMD-SAIGO-YYYYMM(WK-DMD-IDX)
                END-IF
           END-PERFORM.
      *>
           IF   WK-DMD-FOUND-FLG   NOT =   1
           AND  WK-DMD-COUNT   <   9999
                ADD    1   TO   WK-DMD-COUNT
                MOVE   GJ-SHOHIN-CODE   TO
                       WK-DMD-SHOHIN-CODE(WK-DMD-COUNT)
                MOVE   WK-YM-WORK       TO
                       WK-DMD-SAIGO-YYYYMM(WK-DMD-COUNT)
           END-IF.
      *>
       DMD-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理
      *>現在庫のある倉庫・商品を在庫テーブルへ展開する
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
                          IF   ZMST-ZAIKO-SU   >   ZERO
                          AND  WK-ZAI-COUNT    <   9999
                               ADD   1   TO   WRK-ZAIKO-COUNT
                               ADD   1   TO   WK-ZAI-COUNT
                               INITIALIZE   WK-ZAI-TBL(WK-ZAI-COUNT)
                               MOVE   ZMST-SOKO-CODE     TO
                                    WK-ZAI-SOKO-CODE(WK-ZAI-COUNT)
                               MOVE   ZMST-SHOHIN-CODE   TO
                                    WK-ZAI-SHOHIN-CODE(WK-ZAI-COUNT)
                               MOVE   ZMST-ZAIKO-SU      TO
                                    WK-ZAI-ZAIKO-SU(WK-ZAI-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫テーブルの検索処理
      *>WK-ZAI-CHK-SOKO・WK-ZAI-CHK-SHOHINに倉庫・商品を設定してから
      *>呼び出す
      *>************************************************************************
       ZAI-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAI-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAI-FOUND-IDX.
           PERFORM   VARYING   WK-ZAI-IDX   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX   >   WK-ZAI-COUNT
                   OR   WK-ZAI-FOUND-FLG   =   1
                IF   WK-ZAI-SOKO-CODE(WK-ZAI-IDX)   =   WK-ZAI-CHK-SOKO
                AND  WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                          =   WK-ZAI-CHK-SHOHIN
                     MOVE   1   TO   WK-ZAI-FOUND-FLG
                     SET    WK-ZAI-FOUND-IDX   TO   WK-ZAI-IDX
                END-IF
           END-PERFORM.
      *>
       ZAI-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴ファイルの読み込み処理
      *>倉庫・商品ごとに最後の入荷日を残す（ファイルが無い場合は
      *>最終入荷日を空欄とする）
      *>************************************************************************
       RCH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RCH-FILE.
           IF   RCH-FILE-STATUS   NOT =   "00"
                CLOSE   RCH-FILE
                GO   TO   RCH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RCH-FILE-STATUS   NOT =   "00"
                READ   RCH-FILE
                     AT   END
                          MOVE   "10"   TO   RCH-FILE-STATUS
                     NOT   AT   END
                          MOVE   RCH-SOKO-CODE     TO   WK-ZAI-CHK-SOKO
                          MOVE   RCH-SHOHIN-CODE
                               TO   WK-ZAI-CHK-SHOHIN
                          PERFORM   ZAI-FIND-PROC
                          IF   WK-ZAI-FOUND-FLG   =   1
                          AND  RCH-NYUKA-DATE   >
                               WK-ZAI-SAIGO-NYUKA(WK-ZAI-FOUND-IDX)
                               MOVE   RCH-NYUKA-DATE   TO
                                    WK-ZAI-SAIGO-NYUKA(WK-ZAI-FOUND-IDX)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RCH-FILE.
      *>
       RCH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月末在庫単価ファイルの読み込み処理
      *>基準月以前で最も新しい月の移動平均単価を評価単価とする
      *>（ファイルが無い場合は読み飛ばす）
      *>************************************************************************
       ZTK-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZTK-FILE.
           IF   ZTK-FILE-STATUS   NOT =   "00"
                CLOSE   ZTK-FILE
                GO   TO   ZTK-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZTK-FILE-STATUS   NOT =   "00"
                READ   ZTK-FILE
                     AT   END
                          MOVE   "10"   TO   ZTK-FILE-STATUS
                     NOT   AT   END
                          IF   ZTK-TAISHO-YYYYMM
                                    NOT >   WK-PARM-YYYYMM
                               MOVE   ZTK-SOKO-CODE     TO
                                      WK-ZAI-CHK-SOKO
                               MOVE   ZTK-SHOHIN-CODE   TO
                                      WK-ZAI-CHK-SHOHIN
                               PERFORM   ZAI-FIND-PROC
                               IF   WK-ZAI-FOUND-FLG   =   1
                               AND  ZTK-TAISHO-YYYYMM   NOT <
                                    WK-ZAI-ZTK-YYYYMM(WK-ZAI-FOUND-IDX)
                                    MOVE   1   TO
                                    WK-ZAI-HYOKA-KUBUN(WK-ZAI-FOUND-IDX)
                                    MOVE   ZTK-TAISHO-YYYYMM   TO
                                    WK-ZAI-ZTK-YYYYMM(WK-ZAI-FOUND-IDX)
                                    MOVE   ZTK-HEIKIN-TANKA    TO
                                    WK-ZAI-TANKA(WK-ZAI-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZTK-FILE.
      *>
       ZTK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>滞留区分の判定・評価処理（WK-ZAI-IDXの在庫について）
      *>最終需要月から基準月までの経過月数が３か月以上なら９０日、
      *>６か月以上なら１８０日、１２か月以上（需要の記録が無いものを
      *>含む）なら３６５日とする
      *>************************************************************************
       HANTEI-PROC                    SECTION.
      *>
           MOVE      ZERO   TO   WK-DMD-SAIGO-SAVE.
           PERFORM   VARYING   WK-DMD-IDX   FROM   1   BY   1
                UNTIL   WK-DMD-IDX   >   WK-DMD-COUNT
                IF   WK-DMD-SHOHIN-CODE(WK-DMD-IDX)
                          =   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                     MOVE   WK-DMD-SAIGO-YYYYMM(WK-DMD-IDX)
                          TO   WK-DMD-SAIGO-SAVE
                END-IF
           END-PERFORM.
           MOVE      WK-DMD-SAIGO-SAVE   TO
                     WK-ZAI-SAIGO-YYYYMM(WK-ZAI-IDX).
      *>
           IF   WK-DMD-SAIGO-SAVE   =   ZERO
                MOVE   999   TO   WK-KEIKA-TSUKI
           ELSE
                COMPUTE   WK-SAIGO-TSUKI-SU   =
                          WK-DMD-SAIGO-YY   *   12
                          +   WK-DMD-SAIGO-MM   -   1
                COMPUTE   WK-KEIKA-TSUKI   =
                          WK-PARM-TSUKI-SU   -   WK-SAIGO-TSUKI-SU
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-KEIKA-TSUKI   NOT <   12
                     MOVE   3   TO   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)
                WHEN   WK-KEIKA-TSUKI   NOT <   6
                     MOVE   2   TO   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)
                WHEN   WK-KEIKA-TSUKI   NOT <   3
                     MOVE   1   TO   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)
                WHEN   OTHER
                     MOVE   0   TO   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)
                     GO   TO   HANTEI-PROC-EXIT
           END-EVALUATE.
           ADD       1   TO   WRK-TAIRYU-COUNT.
      *>
      *>  月末在庫単価の無い在庫は標準原価で評価する
           IF   WK-ZAI-HYOKA-KUBUN(WK-ZAI-IDX)   =   ZERO
                PERFORM   CST-LOOKUP-PROC
                IF   WK-CST-FOUND-FLG   =   1
                     MOVE   2   TO   WK-ZAI-HYOKA-KUBUN(WK-ZAI-IDX)
                     MOVE   WK-CST-TANKA-SAVE
                          TO   WK-ZAI-TANKA(WK-ZAI-IDX)
                ELSE
                     ADD    1   TO   WRK-TANKA-NASHI-COUNT
                END-IF
           END-IF.
           COMPUTE   WK-ZAI-KINGAKU(WK-ZAI-IDX)   ROUNDED   =
                     WK-ZAI-ZAIKO-SU(WK-ZAI-IDX)
                     *   WK-ZAI-TANKA(WK-ZAI-IDX).
      *>
       HANTEI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>滞留在庫一覧の印字処理
      *>未印字の滞留在庫から倉庫・区分の長い順・商品コード順で最初の
      *>ものを選んで印字することを繰り返し、倉庫が変わるところで
      *>区分別の合計を印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           OPEN      OUTPUT   SLOW-FILE.
           MOVE      WK-PARM-YYYYMM    TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           MOVE      WRK-FILE-COUNT    TO   REP-HDR-FILE-COUNT.
           WRITE     SLOW-RECODE   FROM   REP-HDR-RECODE.
      *>
           MOVE      SPACE   TO   WK-CUR-SOKO-CODE.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
           MOVE      1   TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   ZAI-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   ZAI-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                PERFORM   SOKO-TOTAL-WRITE-PROC
           ELSE
                MOVE   "滞留在庫はありません"   TO   REP-CHUKI
                WRITE  SLOW-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
      *>  全倉庫の区分別合計
           MOVE      SPACE   TO   SLOW-RECODE.
           WRITE     SLOW-RECODE.
           PERFORM   VARYING   WK-KUBUN-NO   FROM   3   BY   -1
                UNTIL   WK-KUBUN-NO   <   1
                MOVE   "全倉庫合計"   TO   REP-T-TITLE
                MOVE   WK-KUBUN-NAME(WK-KUBUN-NO)
                                      TO   REP-T-KUBUN-NAME
                MOVE   WK-TT-KENSU(WK-KUBUN-NO)     TO   REP-T-KENSU
                MOVE   WK-TT-KINGAKU(WK-KUBUN-NO)   TO   REP-T-KINGAKU
                WRITE  SLOW-RECODE   FROM   REP-TOTAL-RECODE
           END-PERFORM.
      *>
           MOVE
                "*は標準原価、?は単価なし、-は記録なし"
                               TO   REP-CHUKI.
           WRITE     SLOW-RECODE   FROM   REP-CHUKI-RECODE.
           CLOSE     SLOW-FILE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する滞留在庫の選択処理
      *>************************************************************************
       ZAI-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-ZAI-IDX   FROM   1   BY   1
                UNTIL   WK-ZAI-IDX   >   WK-ZAI-COUNT
                IF   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)   NOT =   ZERO
                AND  WK-ZAI-INSATSU-FLG(WK-ZAI-IDX)    =   ZERO
                     MOVE   WK-ZAI-SOKO-CODE(WK-ZAI-IDX)
                          TO   WK-CHK-KEY(1:2)
                     COMPUTE   WK-KUBUN-NO   =
                               9   -   WK-ZAI-TAIRYU-KUBUN(WK-ZAI-IDX)
                     MOVE   WK-KUBUN-NO
                          TO   WK-CHK-KEY(3:1)
                     MOVE   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                          TO   WK-CHK-KEY(4:6)
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
      *>滞留在庫一覧の明細行１件分の印字処理
      *>倉庫が変わるところで区分別合計と次の倉庫の見出しを印字する
      *>************************************************************************
       ZAI-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-ZAI-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-ZAI-SOKO-CODE(WK-BEST-IDX)   NOT =   WK-CUR-SOKO-CODE
                IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                     PERFORM   SOKO-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-ZAI-SOKO-CODE(WK-BEST-IDX)
                     TO   WK-CUR-SOKO-CODE
                MOVE   SPACE  TO   SLOW-RECODE
                WRITE  SLOW-RECODE
                MOVE   WK-CUR-SOKO-CODE   TO   REP-SOKO-CODE
                WRITE  SLOW-RECODE   FROM   REP-SOKO-RECODE
                WRITE  SLOW-RECODE   FROM   REP-COLHDR-RECODE
           END-IF.
      *>
           MOVE      WK-ZAI-TAIRYU-KUBUN(WK-BEST-IDX)
                                                TO   WK-KUBUN-NO.
           MOVE      WK-ZAI-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-KUBUN-NAME(WK-KUBUN-NO)   TO   REP-KUBUN-NAME.
           MOVE      WK-ZAI-SHOHIN-CODE(WK-BEST-IDX)
                                                TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-ZAI-ZAIKO-SU(WK-BEST-IDX)   TO   REP-ZAIKO-SU.
           MOVE      WK-ZAI-TANKA(WK-BEST-IDX)      TO   REP-TANKA.
           EVALUATE   WK-ZAI-HYOKA-KUBUN(WK-BEST-IDX)
                WHEN   1
                     MOVE   SPACE   TO   REP-HYOKA-MARK
                WHEN   2
                     MOVE   "*"     TO   REP-HYOKA-MARK
                WHEN   OTHER
                     MOVE   "?"     TO   REP-HYOKA-MARK
           END-EVALUATE.
           MOVE      WK-ZAI-KINGAKU(WK-BEST-IDX)    TO   REP-KINGAKU.
           IF   WK-ZAI-SAIGO-YYYYMM(WK-BEST-IDX)   =   ZERO
                MOVE   ALL "-"  TO   REP-SAIGO-YYYYMM
           ELSE
                MOVE   WK-ZAI-SAIGO-YYYYMM(WK-BEST-IDX)
                                TO   REP-SAIGO-YYYYMM
           END-IF.
           IF   WK-ZAI-SAIGO-NYUKA(WK-BEST-IDX)   =   ZERO
                MOVE   ALL "-"  TO   REP-SAIGO-NYUKA
           ELSE
                MOVE   WK-ZAI-SAIGO-NYUKA(WK-BEST-IDX)
                                TO   REP-SAIGO-NYUKA
           END-IF.
           WRITE     SLOW-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           ADD       1   TO   WK-ST-KENSU(WK-KUBUN-NO)
                              WK-TT-KENSU(WK-KUBUN-NO).
           ADD       WK-ZAI-KINGAKU(WK-BEST-IDX)
                TO   WK-ST-KINGAKU(WK-KUBUN-NO)
                     WK-TT-KINGAKU(WK-KUBUN-NO).
      *>
       ZAI-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫の区分別合計行の印字処理
      *>************************************************************************
       SOKO-TOTAL-WRITE-PROC          SECTION.
      *>
           PERFORM   VARYING   WK-KUBUN-NO   FROM   3   BY   -1
                UNTIL   WK-KUBUN-NO   <   1
                MOVE   "倉庫合計　"   TO   REP-T-TITLE
                MOVE   WK-KUBUN-NAME(WK-KUBUN-NO)
                                      TO   REP-T-KUBUN-NAME
                MOVE   WK-ST-KENSU(WK-KUBUN-NO)     TO   REP-T-KENSU
                MOVE   WK-ST-KINGAKU(WK-KUBUN-NO)   TO   REP-T-KINGAKU
                WRITE  SLOW-RECODE   FROM   REP-TOTAL-RECODE
           END-PERFORM.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
       SOKO-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>（ファイルが無い場合は月末在庫単価だけで評価する）
      *>************************************************************************
       CST-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CST-FILE.
           IF   CST-FILE-STATUS   NOT =   "00"
                CLOSE   CST-FILE
                GO   TO   CST-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CST-FILE-STATUS   NOT =   "00"
                READ   CST-FILE
                     AT   END
                          MOVE   "10"   TO   CST-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CST-COUNT   <   9999
                               ADD   1   TO   WK-CST-COUNT
                               MOVE   CST-SHOHIN-CODE   TO
                                    WK-CST-SHOHIN-CODE(WK-CST-COUNT)
                               MOVE   CST-EFF-DATE      TO
                                    WK-CST-EFF-DATE(WK-CST-COUNT)
                               MOVE   CST-TANKA         TO
                                    WK-CST-TANKA(WK-CST-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CST-FILE.
      *>
       CST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>基準月末日時点の標準原価の検索処理（WK-ZAI-IDXの在庫について）
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-FOUND-FLG.
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-ZAI-SHOHIN-CODE(WK-ZAI-IDX)
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   WK-MONTH-END
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-CST-BEST-EFF-DATE
                     MOVE   1   TO   WK-CST-FOUND-FLG
                     MOVE   WK-CST-EFF-DATE(WK-CST-IDX)
                          TO   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-TANKA(WK-CST-IDX)
                          TO   WK-CST-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       CST-LOOKUP-PROC-EXIT.
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
           MOVE      WRK-ZAIKO-COUNT         TO   MSG1-ZAIKO-COUNT.
           MOVE      WRK-TAIRYU-COUNT        TO   MSG1-TAIRYU-COUNT.
           MOVE      WRK-TANKA-NASHI-COUNT
                                     TO   MSG1-TANKA-NASHI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
