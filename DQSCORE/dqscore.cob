      *>************************************************************************
      *>店舗別データ品質評価表作成プログラム
      *>パラメータファイル（DQPARM.txt：対象年月YYYYMM）で指定された
      *>月とその前月について、店舗ごとのデータ品質を次の各履歴から
      *>集め、店舗を訪問する際に持参する１枚の評価表（DQSCORE.txt）
      *>に店名つきで印字する。
      *>　・却下件数　　：却下履歴（ERRHIST.txt）の行数
      *>　・受注件数　　：データ品質履歴（DQHIST.txt）の区分"K"
      *>　　　　　　　　　（欠番検出が数えた明細行数）の合計
      *>　・却下率　　　：却下件数÷受注件数（受注件数を上限とする）
      *>　・遅延・未着　：データ品質履歴の区分"L"・"M"（到着監視）の
      *>　　　　　　　　　日数（同じ日に遅延があれば未着とはしない）
      *>　・欠番　　　　：データ品質履歴の区分"G"（欠番検出）
      *>　・伝送検証ＮＧ：データ品質履歴の区分"E"（判定の統合時）
      *>各店舗は１００点からの減点で点数を付け、点数から評価（Ａ〜Ｄ）
      *>を決める。データ品質履歴は実行日・店番・区分の順に並び替え、
      *>区分"K"・"G"・"L"・"M"は同じ実行日・店番・区分の最後の行だけを
      *>数える（再実行で重なった行を二重に数えない）。
      *>減点の配点と評価の区切りは作業領域の配点表で持ち、
      *>評価表の凡例にもその値を印字する。前月の点数・評価と並べて
      *>前月差と傾向（改善・悪化・横ばい）を印字する。
      *>対象の店舗は店舗マスタ（MISEM.txt）の営業中の店舗と、両月の
      *>履歴に現れた店舗とする。両月とも実績の無い店舗は評価せず
      *>「実績なし」とする。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   DQSCORE001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>対象年月パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "DQPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>却下履歴ファイル
      *>************************************************************************
       SELECT   ERRHIST-FILE  ASSIGN        TO "ERRHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ERRHIST-FILE-STATUS.
      *>************************************************************************
      *>店舗別データ品質履歴ファイル
      *>************************************************************************
       SELECT   DQH-FILE      ASSIGN        TO "DQHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQH-FILE-STATUS.
      *>************************************************************************
      *>並び替え済みデータ品質履歴ファイル（作業用）
      *>************************************************************************
       SELECT   DQHWK-FILE    ASSIGN        TO "DQHWK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQHWK-FILE-STATUS.
      *>************************************************************************
      *>ソート作業ファイル
      *>************************************************************************
       SELECT   SW01-FILE     ASSIGN        TO "SW01.txt".
      *>************************************************************************
      *>店舗マスタファイル
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>店舗別データ品質評価表ファイル
      *>************************************************************************
       SELECT   SCRREP-FILE   ASSIGN         TO "DQSCORE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>対象年月パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-TAISHO-YYYYMM             PIC 9(006).
      *>************************************************************************
      *>却下履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   ERRHIST-FILE.
       01   ERRHIST-RECODE.
           03   EH-RUN-DATE                          PIC 9(008).
           03   EH-MISEBAN                           PIC X(003).
           03   EH-ERR-MASSAGE-AREA                  PIC X(040).
      *>************************************************************************
      *>店舗別データ品質履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   DQH-FILE.
       01   DQH-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==DQH==.
       FD   DQHWK-FILE.
       01   DQHWK-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==DQW==.
      *>************************************************************************
      *>ソート作業ファイルのレイアウト定義
      *>************************************************************************
       SD   SW01-FILE.
       01   SW01-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==SW01==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>店舗別データ品質評価表ファイルのレイアウト定義
      *>************************************************************************
       FD   SCRREP-FILE.
       01   SCRREP-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  ERRHIST-FILE-STATUS                      PIC XX.
       01  DQH-FILE-STATUS                          PIC XX.
       01  DQHWK-FILE-STATUS                        PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-EH-COUNT                     PIC 9(006).
             03   WRK-DQH-COUNT                    PIC 9(006).
             03   WRK-MISE-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "DQSCOR01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月・前月の判定用の領域
       01   WK-MONTH-AREA.
            03   WK-TOUGETU                      PIC 9(006).
            03   WK-TOUGETU-R  REDEFINES  WK-TOUGETU.
                 05   WK-TOUGETU-YYYY             PIC 9(004).
                 05   WK-TOUGETU-MM               PIC 9(002).
            03   WK-ZENGETU                      PIC 9(006).
            03   WK-ZENGETU-R  REDEFINES  WK-ZENGETU.
                 05   WK-ZENGETU-YYYY             PIC 9(004).
                 05   WK-ZENGETU-MM               PIC 9(002).
      *>履歴１行の年月と、集計先の期間（１＝当月・２＝前月・０＝対象外）
            03   WK-HIST-YYYYMM                  PIC 9(006).
            03   WK-KIKAN-NO                     PIC 9(001).
      *>
      *>減点の配点表と評価の区切り
      *>（凡例にもこの値を印字する）
       01   WK-HAITEN-AREA.
      *>  却下率１％あたりの減点とその上限
            03   WK-HAITEN-KYAKKA                PIC 9(002)  VALUE 2.
            03   WK-HAITEN-KYAKKA-MAX            PIC 9(003)  VALUE 30.
      *>  遅延・未着・欠番・伝送検証ＮＧの１件あたりの減点
            03   WK-HAITEN-CHIEN                 PIC 9(002)  VALUE 2.
            03   WK-HAITEN-MICHAKU               PIC 9(002)  VALUE 5.
            03   WK-HAITEN-KETSUBAN              PIC 9(002)  VALUE 3.
            03   WK-HAITEN-DENSO                 PIC 9(002)  VALUE 5.
      *>  評価Ａ・Ｂ・Ｃの下限点（それ未満はＤ）
            03   WK-HYOKA-A-TEN                  PIC 9(003)  VALUE 90.
            03   WK-HYOKA-B-TEN                  PIC 9(003)  VALUE 75.
            03   WK-HYOKA-C-TEN                  PIC 9(003)  VALUE 60.
      *>
      *>店舗別の集計テーブル（期間の１が当月、２が前月）
       01   WK-DQS-AREA.
            03   WK-DQS-COUNT                    PIC 9(004)  COMP.
            03   WK-DQS-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-DQS-IDX.
                 05   WK-DQS-MISEBAN              PIC X(003).
                 05   WK-DQS-KIKAN                OCCURS 2 TIMES.
                      07   WK-DQS-ZYUTYU          PIC 9(007).
                      07   WK-DQS-KYAKKA          PIC 9(007).
                      07   WK-DQS-CHIEN           PIC 9(005).
                      07   WK-DQS-MICHAKU         PIC 9(005).
                      07   WK-DQS-KETSUBAN        PIC 9(007).
                      07   WK-DQS-DENSO           PIC 9(005).
       01   WK-DQS-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>データ品質履歴の実行日・店番・区分ごとの最後の行の保持領域
       01   WK-DQH-HOLD-AREA.
            03   WK-DQH-HOLD-FLG                 PIC 9(001).
            03   WK-DQH-HOLD-RECODE              PIC X(058).
      *>同じ実行日・店番で遅延を数えたかの判定用（未着を数えない）
       01   WK-DQH-CHIEN-KEY                     PIC X(011).
       01   WK-DQS-KEY-MISEBAN                   PIC X(003).
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-NAME-SAVE                    PIC X(020).
      *>
      *>点数計算の受け渡し領域（期間１件分の結果を返す）
       01   WK-CALC-AREA.
            03   WK-CALC-ZISSEKI-FLG             PIC 9(001).
            03   WK-CALC-RITSU                   PIC 9(003)V9(001).
            03   WK-CALC-GENTEN                  PIC 9(007).
            03   WK-CALC-WORK                    PIC 9(007).
            03   WK-CALC-TEN                     PIC 9(003).
            03   WK-CALC-HYOKA                   PIC X(003).
      *>当月・前月の計算結果の退避領域
       01   WK-TOU-AREA.
            03   WK-TOU-ZISSEKI-FLG              PIC 9(001).
            03   WK-TOU-RITSU                    PIC 9(003)V9(001).
            03   WK-TOU-TEN                      PIC 9(003).
            03   WK-TOU-HYOKA                    PIC X(003).
       01   WK-ZEN-AREA.
            03   WK-ZEN-ZISSEKI-FLG              PIC 9(001).
            03   WK-ZEN-TEN                      PIC 9(003).
            03   WK-ZEN-HYOKA                    PIC X(003).
       01   WK-SA-TEN                            PIC S9(003).
      *>
      *>全店合計（当月）と評価別の店舗数
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-ZYUTYU                 PIC 9(009).
            03   WK-TOTAL-KYAKKA                 PIC 9(009).
            03   WK-TOTAL-CHIEN                  PIC 9(007).
            03   WK-TOTAL-MICHAKU                PIC 9(007).
            03   WK-TOTAL-KETSUBAN               PIC 9(009).
            03   WK-TOTAL-DENSO                  PIC 9(007).
            03   WK-TOTAL-RITSU                  PIC 9(003)V9(001).
            03   WK-CNT-A                        PIC 9(005).
            03   WK-CNT-B                        PIC 9(005).
            03   WK-CNT-C                        PIC 9(005).
            03   WK-CNT-D                        PIC 9(005).
            03   WK-CNT-NASHI                    PIC 9(005).
            03   WK-CNT-KAIZEN                   PIC 9(005).
            03   WK-CNT-AKKA                     PIC 9(005).
      *>
      *>評価表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(042)
               VALUE "**  店舗別データ品質評価表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(012)
                       VALUE "　前月：".
           03   REP-HDR-ZENGETU       PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>凡例行（減点の配点）の編集用領域
       01   REP-HANREI1-RECODE.
           03   FILLER                PIC X(033)
               VALUE "減点：却下率１％につき".
           03   REP-HR-KYAKKA         PIC Z9.
           03   FILLER                PIC X(012)
                       VALUE "点（上限".
           03   REP-HR-KYAKKA-MAX     PIC ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "点）・遅延".
           03   REP-HR-CHIEN          PIC Z9.
           03   FILLER                PIC X(012)
                       VALUE "点・未着".
           03   REP-HR-MICHAKU        PIC Z9.
           03   FILLER                PIC X(012)
                       VALUE "点・欠番".
           03   REP-HR-KETSUBAN       PIC Z9.
           03   FILLER                PIC X(018)
                       VALUE "点・伝送ＮＧ".
           03   REP-HR-DENSO          PIC Z9.
           03   FILLER                PIC X(003)
                       VALUE "点".
      *>凡例行（評価の区切り）の編集用領域
       01   REP-HANREI2-RECODE.
           03   FILLER                PIC X(039)
               VALUE "評価：１００点から減点　Ａ".
           03   REP-HR-A              PIC ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "点以上　Ｂ".
           03   REP-HR-B              PIC ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "点以上　Ｃ".
           03   REP-HR-C              PIC ZZ9.
           03   FILLER                PIC X(027)
                       VALUE "点以上　Ｄそれ未満".
      *>評価表の列見出し行の編集用領域
       01   REP-COLHDR1-RECODE.
           03   FILLER                PIC X(024)
               VALUE "店番　店名".
           03   FILLER                PIC X(030)
               VALUE "受注件数　却下件数".
           03   FILLER                PIC X(027)
               VALUE "却下率 遅延 未着".
           03   FILLER                PIC X(030)
               VALUE " 欠番 伝送ＮＧ 点数".
           03   FILLER                PIC X(036)
               VALUE "評価 前月点 評価 前月差".
           03   FILLER                PIC X(006)
               VALUE "傾向".
      *>評価表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MISE-NAME         PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-ZYUTYU            PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KYAKKA            PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RITSU             PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-CHIEN             PIC ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MICHAKU           PIC ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-KETSUBAN          PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-DENSO             PIC ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-TEN               PIC ZZ9.
           03   REP-TEN-X  REDEFINES  REP-TEN
                                      PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HYOKA             PIC X(003).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-ZEN-TEN           PIC ZZ9.
           03   REP-ZEN-TEN-X  REDEFINES  REP-ZEN-TEN
                                      PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ZEN-HYOKA         PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SA-TEN            PIC +++9.
           03   REP-SA-TEN-X  REDEFINES  REP-SA-TEN
                                      PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KEIKOU            PIC X(018).
      *>全店合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(026)
                       VALUE "全店合計（当月）".
           03   REP-T-ZYUTYU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-KYAKKA          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-RITSU           PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-T-CHIEN          PIC ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-MICHAKU         PIC ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-T-KETSUBAN        PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-T-DENSO           PIC ZZ9.
      *>評価別店舗数行の編集用領域
       01   REP-HYOKA-RECODE.
           03   FILLER                PIC X(027)
                       VALUE "評価別店舗数　Ａ：".
           03   REP-H-A               PIC ZZZ9.
           03   FILLER                PIC X(009)
                       VALUE "　Ｂ：".
           03   REP-H-B               PIC ZZZ9.
           03   FILLER                PIC X(009)
                       VALUE "　Ｃ：".
           03   REP-H-C               PIC ZZZ9.
           03   FILLER                PIC X(009)
                       VALUE "　Ｄ：".
           03   REP-H-D               PIC ZZZ9.
           03   FILLER                PIC X(018)
                       VALUE "　実績なし：".
           03   REP-H-NASHI           PIC ZZZ9.
           03   FILLER                PIC X(012)
                       VALUE "　改善：".
           03   REP-H-KAIZEN          PIC ZZZ9.
           03   FILLER                PIC X(012)
                       VALUE "　悪化：".
           03   REP-H-AKKA            PIC ZZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "却下履歴件数：".
            03   MSG1-EH-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　品質履歴件数：".
            03   MSG1-DQH-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                              VALUE "　店舗数：".
            03   MSG1-MISE-COUNT              PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-EH-COUNT.
           MOVE   ZERO        TO   WRK-DQH-COUNT.
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WK-DQS-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータの読み込み（前月を求める）
           PERFORM   PARM-READ-PROC.
      *>
      *>  店舗マスタの読み込み（営業中の店舗は実績が無くても載せる）
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  却下履歴・データ品質履歴を店舗別・期間別に集計する
           PERFORM   EH-LOAD-PROC.
           PERFORM   DQH-LOAD-PROC.
      *>
           OPEN      OUTPUT   SCRREP-FILE.
           PERFORM   HEADER-WRITE-PROC.
      *>
      *>  店舗ごとの明細を印字する
           PERFORM   VARYING   WK-DQS-IDX   FROM   1   BY   1
                UNTIL   WK-DQS-IDX   >   WK-DQS-COUNT
                ADD       1   TO   WRK-MISE-COUNT
                PERFORM   DQS-LINE-WRITE-PROC
           END-PERFORM.
      *>
      *>  全店合計行・評価別店舗数を印字する
           PERFORM   TOTAL-WRITE-PROC.
      *>
           CLOSE     SCRREP-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月パラメータファイルの読み込み処理
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "DQPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-TAISHO-YYYYMM   TO   WK-TOUGETU
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   WK-TOUGETU-MM   <   1
           OR   WK-TOUGETU-MM   >   12
                DISPLAY   "対象年月の指定誤り:"   WK-TOUGETU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
      *>  前月を求める（１月の前月は前年の１２月）
           MOVE      WK-TOUGETU   TO   WK-ZENGETU.
           IF   WK-ZENGETU-MM   =   1
                SUBTRACT   1   FROM   WK-ZENGETU-YYYY
                MOVE       12  TO     WK-ZENGETU-MM
           ELSE
                SUBTRACT   1   FROM   WK-ZENGETU-MM
           END-IF.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理
      *>店名はテーブルに展開し、営業中の店舗は集計テーブルにも
      *>先に登録して実績の無い月でも評価表に載せる
      *>************************************************************************
       MISE-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   MISEM-FILE.
           IF   MISEM-FILE-STATUS   NOT =   "00"
                CLOSE   MISEM-FILE
                GO   TO   MISE-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MISEM-FILE-STATUS   NOT =   "00"
                READ   MISEM-FILE
                     AT   END
                          MOVE   "10"   TO   MISEM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MISE-MSTR-COUNT   <   999
                               ADD    1   TO   WK-MISE-MSTR-COUNT
                               MOVE   MMST-MISEBAN     TO
                                    WK-MISE-MSTR-MISEBAN
                                         (WK-MISE-MSTR-COUNT)
                               MOVE   MMST-MISE-NAME   TO
                                    WK-MISE-MSTR-NAME
                                         (WK-MISE-MSTR-COUNT)
                          END-IF
                          IF   MMST-MISE-EIGYO
                               MOVE   MMST-MISEBAN
                                    TO   WK-DQS-KEY-MISEBAN
                               PERFORM   DQS-FIND-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MISEM-FILE.
      *>
       MISE-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>却下履歴の読み込み処理
      *>当月・前月の行を店舗別に却下件数として数える。
      *>ファイルが無い場合は却下なしとして扱う
      *>************************************************************************
       EH-LOAD-PROC                   SECTION.
      *>
           OPEN      INPUT   ERRHIST-FILE.
           IF   ERRHIST-FILE-STATUS   NOT =   "00"
                CLOSE   ERRHIST-FILE
                GO   TO   EH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ERRHIST-FILE-STATUS   NOT =   "00"
                READ   ERRHIST-FILE
                     AT   END
                          MOVE   "10"   TO   ERRHIST-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-EH-COUNT
                          PERFORM   EH-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ERRHIST-FILE.
      *>
       EH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>却下履歴１件分の集計処理
      *>************************************************************************
       EH-ONE-PROC                    SECTION.
      *>
           IF   EH-RUN-DATE   IS   NOT   NUMERIC
                GO   TO   EH-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      EH-RUN-DATE(1:6)   TO   WK-HIST-YYYYMM.
           PERFORM   KIKAN-JUDGE-PROC.
           IF   WK-KIKAN-NO   =   ZERO
                GO   TO   EH-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      EH-MISEBAN   TO   WK-DQS-KEY-MISEBAN.
           PERFORM   DQS-FIND-PROC.
           IF   WK-DQS-FOUND-IDX   =   ZERO
                GO   TO   EH-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO
                     WK-DQS-KYAKKA(WK-DQS-FOUND-IDX, WK-KIKAN-NO).
      *>
       EH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴の読み込み処理
      *>実行日・店番・区分の順に並び替え（同じキーの行は書き出した順の
      *>まま）、当月・前月の行を店舗別・区分別に集計する。
      *>伝送検証ＮＧ（"E"）は拒否したファイルごとの行なので全行を
      *>数え、その他の区分は同じ実行日・店番・区分の最後の行だけを
      *>数える。ファイルが無い場合は各チェックとも実績なしとして扱う
      *>************************************************************************
       DQH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                GO   TO   DQH-LOAD-PROC-EXIT
           END-IF.
           CLOSE     DQH-FILE.
      *>
           SORT      SW01-FILE
                ON   ASCENDING   KEY   SW01-RUN-DATE
                                        SW01-MISEBAN
                                        SW01-KUBUN
                WITH   DUPLICATES   IN   ORDER
                USING    DQH-FILE
                GIVING   DQHWK-FILE.
      *>
           MOVE      ZERO    TO   WK-DQH-HOLD-FLG.
           MOVE      SPACE   TO   WK-DQH-CHIEN-KEY.
           OPEN      INPUT   DQHWK-FILE.
           PERFORM   UNTIL   DQHWK-FILE-STATUS   NOT =   "00"
                READ   DQHWK-FILE
                     AT   END
                          MOVE   "10"   TO   DQHWK-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-DQH-COUNT
                          PERFORM   DQH-BREAK-PROC
                END-READ
           END-PERFORM.
           CLOSE     DQHWK-FILE.
      *>
      *>  最後に保持した行を集計する
           IF   WK-DQH-HOLD-FLG   =   1
                PERFORM   DQH-HOLD-POST-PROC
           END-IF.
      *>
       DQH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>並び替え済みデータ品質履歴１件分のブレイク判定処理
      *>伝送検証ＮＧはそのまま集計し、その他の区分は実行日・店番・
      *>区分が変わったときに保持していた最後の行を集計する
      *>************************************************************************
       DQH-BREAK-PROC                 SECTION.
      *>
           IF   WK-DQH-HOLD-FLG   =   1
           AND  WK-DQH-HOLD-RECODE(1:12)   NOT =   DQHWK-RECODE(1:12)
                PERFORM   DQH-HOLD-POST-PROC
           END-IF.
      *>
           IF   DQW-DENSO-NG
                MOVE      DQHWK-RECODE   TO   DQH-RECODE
                PERFORM   DQH-ONE-PROC
           ELSE
                MOVE      DQHWK-RECODE   TO   WK-DQH-HOLD-RECODE
                MOVE      1              TO   WK-DQH-HOLD-FLG
           END-IF.
      *>
       DQH-BREAK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保持していた行の集計処理
      *>同じ実行日・店番に遅延（"L"）がある未着（"M"）は集計しない
      *>（区分の並びで遅延が未着より先に来る）
      *>************************************************************************
       DQH-HOLD-POST-PROC             SECTION.
      *>
           MOVE      WK-DQH-HOLD-RECODE   TO   DQH-RECODE.
           MOVE      ZERO                 TO   WK-DQH-HOLD-FLG.
      *>
           IF   DQH-CHIEN
                MOVE   DQH-RECODE(1:11)   TO   WK-DQH-CHIEN-KEY
           END-IF.
           IF   DQH-MICHAKU
           AND  DQH-RECODE(1:11)   =   WK-DQH-CHIEN-KEY
                GO   TO   DQH-HOLD-POST-PROC-EXIT
           END-IF.
      *>
      *>  遅延・未着は日数として１件に数える
           IF   DQH-CHIEN   OR   DQH-MICHAKU
                MOVE   1   TO   DQH-KENSU
           END-IF.
           PERFORM   DQH-ONE-PROC.
      *>
       DQH-HOLD-POST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>データ品質履歴１件分の集計処理
      *>************************************************************************
       DQH-ONE-PROC                   SECTION.
      *>
           IF   DQH-RUN-DATE   IS   NOT   NUMERIC
           OR   DQH-KENSU      IS   NOT   NUMERIC
                GO   TO   DQH-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      DQH-RUN-DATE(1:6)   TO   WK-HIST-YYYYMM.
           PERFORM   KIKAN-JUDGE-PROC.
           IF   WK-KIKAN-NO   =   ZERO
                GO   TO   DQH-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      DQH-MISEBAN   TO   WK-DQS-KEY-MISEBAN.
           PERFORM   DQS-FIND-PROC.
           IF   WK-DQS-FOUND-IDX   =   ZERO
                GO   TO   DQH-ONE-PROC-EXIT
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   DQH-ZYUTYU-KENSU
                     ADD   DQH-KENSU   TO
                          WK-DQS-ZYUTYU(WK-DQS-FOUND-IDX, WK-KIKAN-NO)
                WHEN   DQH-CHIEN
                     ADD   DQH-KENSU   TO
                          WK-DQS-CHIEN(WK-DQS-FOUND-IDX, WK-KIKAN-NO)
                WHEN   DQH-MICHAKU
                     ADD   DQH-KENSU   TO
                          WK-DQS-MICHAKU(WK-DQS-FOUND-IDX, WK-KIKAN-NO)
                WHEN   DQH-KETSUBAN
                     ADD   DQH-KENSU   TO
                          WK-DQS-KETSUBAN(WK-DQS-FOUND-IDX, WK-KIKAN-NO)
                WHEN   DQH-DENSO-NG
                     ADD   DQH-KENSU   TO
                          WK-DQS-DENSO(WK-DQS-FOUND-IDX, WK-KIKAN-NO)
                WHEN   OTHER
                     CONTINUE
           END-EVALUATE.
      *>
       DQH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>履歴の年月から集計先の期間を判定する処理
      *>WK-HIST-YYYYMMに年月を設定してから呼び出し、当月なら１、
      *>前月なら２、どちらでもなければゼロをWK-KIKAN-NOに返す
      *>************************************************************************
       KIKAN-JUDGE-PROC               SECTION.
      *>
           EVALUATE   WK-HIST-YYYYMM
                WHEN   WK-TOUGETU
                     MOVE   1      TO   WK-KIKAN-NO
                WHEN   WK-ZENGETU
                     MOVE   2      TO   WK-KIKAN-NO
                WHEN   OTHER
                     MOVE   ZERO   TO   WK-KIKAN-NO
           END-EVALUATE.
      *>
       KIKAN-JUDGE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別集計テーブルの検索処理（無ければ登録する）
      *>WK-DQS-KEY-MISEBANに店番を設定してから呼び出し、行の位置を
      *>WK-DQS-FOUND-IDXに返す（満杯で登録できない場合はゼロ）
      *>************************************************************************
       DQS-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-DQS-FOUND-IDX.
           PERFORM   VARYING   WK-DQS-IDX   FROM   1   BY   1
                UNTIL   WK-DQS-IDX   >   WK-DQS-COUNT
                   OR   WK-DQS-FOUND-IDX   NOT =   ZERO
                IF   WK-DQS-MISEBAN(WK-DQS-IDX)   =   WK-DQS-KEY-MISEBAN
                     MOVE   WK-DQS-IDX   TO   WK-DQS-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-DQS-FOUND-IDX   =   ZERO
           AND  WK-DQS-COUNT   <   999
                ADD    1   TO   WK-DQS-COUNT
                MOVE   WK-DQS-COUNT   TO   WK-DQS-FOUND-IDX
                INITIALIZE   WK-DQS-TBL(WK-DQS-COUNT)
                MOVE   WK-DQS-KEY-MISEBAN
                     TO   WK-DQS-MISEBAN(WK-DQS-COUNT)
           END-IF.
      *>
       DQS-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>評価表の見出し・凡例・列見出しの印字処理
      *>************************************************************************
       HEADER-WRITE-PROC              SECTION.
      *>
           MOVE      WK-TOUGETU     TO   REP-HDR-YYYYMM.
           MOVE      WK-ZENGETU     TO   REP-HDR-ZENGETU.
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     SCRREP-RECODE   FROM   REP-HDR-RECODE.
      *>
           MOVE      WK-HAITEN-KYAKKA       TO   REP-HR-KYAKKA.
           MOVE      WK-HAITEN-KYAKKA-MAX   TO   REP-HR-KYAKKA-MAX.
           MOVE      WK-HAITEN-CHIEN        TO   REP-HR-CHIEN.
           MOVE      WK-HAITEN-MICHAKU      TO   REP-HR-MICHAKU.
           MOVE      WK-HAITEN-KETSUBAN     TO   REP-HR-KETSUBAN.
           MOVE      WK-HAITEN-DENSO        TO   REP-HR-DENSO.
           WRITE     SCRREP-RECODE   FROM   REP-HANREI1-RECODE.
      *>
           MOVE      WK-HYOKA-A-TEN   TO   REP-HR-A.
           MOVE      WK-HYOKA-B-TEN   TO   REP-HR-B.
           MOVE      WK-HYOKA-C-TEN   TO   REP-HR-C.
           WRITE     SCRREP-RECODE   FROM   REP-HANREI2-RECODE.
      *>
           WRITE     SCRREP-RECODE   FROM   REP-COLHDR1-RECODE.
      *>
       HEADER-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の明細行の印字処理
      *>当月・前月それぞれの点数を求め、前月差と傾向を付ける
      *>************************************************************************
       DQS-LINE-WRITE-PROC            SECTION.
      *>
      *>  前月の点数・評価
           MOVE      2   TO   WK-KIKAN-NO.
           PERFORM   SCORE-CALC-PROC.
           MOVE      WK-CALC-ZISSEKI-FLG   TO   WK-ZEN-ZISSEKI-FLG.
           MOVE      WK-CALC-TEN           TO   WK-ZEN-TEN.
           MOVE      WK-CALC-HYOKA         TO   WK-ZEN-HYOKA.
      *>
      *>  当月の点数・評価
           MOVE      1   TO   WK-KIKAN-NO.
           PERFORM   SCORE-CALC-PROC.
           MOVE      WK-CALC-ZISSEKI-FLG   TO   WK-TOU-ZISSEKI-FLG.
           MOVE      WK-CALC-RITSU         TO   WK-TOU-RITSU.
           MOVE      WK-CALC-TEN           TO   WK-TOU-TEN.
           MOVE      WK-CALC-HYOKA         TO   WK-TOU-HYOKA.
      *>
           MOVE      WK-DQS-MISEBAN(WK-DQS-IDX)   TO   REP-MISEBAN.
           PERFORM   MISE-NAME-LOOKUP-PROC.
           MOVE      WK-MISE-NAME-SAVE   TO   REP-MISE-NAME.
           MOVE      WK-DQS-ZYUTYU(WK-DQS-IDX, 1)     TO   REP-ZYUTYU.
           MOVE      WK-DQS-KYAKKA(WK-DQS-IDX, 1)     TO   REP-KYAKKA.
           MOVE      WK-TOU-RITSU                     TO   REP-RITSU.
           MOVE      WK-DQS-CHIEN(WK-DQS-IDX, 1)      TO   REP-CHIEN.
           MOVE      WK-DQS-MICHAKU(WK-DQS-IDX, 1)    TO   REP-MICHAKU.
           MOVE      WK-DQS-KETSUBAN(WK-DQS-IDX, 1)   TO   REP-KETSUBAN.
           MOVE      WK-DQS-DENSO(WK-DQS-IDX, 1)      TO   REP-DENSO.
      *>
      *>  当月の点数・評価（実績の無い月は点数を空白にする）
           IF   WK-TOU-ZISSEKI-FLG   =   1
                MOVE   WK-TOU-TEN   TO   REP-TEN
           ELSE
                MOVE   SPACE        TO   REP-TEN-X
           END-IF.
           MOVE      WK-TOU-HYOKA   TO   REP-HYOKA.
      *>
      *>  前月の点数・評価
           IF   WK-ZEN-ZISSEKI-FLG   =   1
                MOVE   WK-ZEN-TEN   TO   REP-ZEN-TEN
           ELSE
                MOVE   SPACE        TO   REP-ZEN-TEN-X
           END-IF.
           MOVE      WK-ZEN-HYOKA   TO   REP-ZEN-HYOKA.
      *>
      *>  前月差と傾向（両月とも実績がある場合だけ比べる）
           MOVE      SPACE   TO   REP-SA-TEN-X.
           EVALUATE   TRUE
                WHEN   WK-TOU-ZISSEKI-FLG   =   ZERO
                 AND   WK-ZEN-ZISSEKI-FLG   =   ZERO
                     MOVE   "実績なし"       TO   REP-KEIKOU
                WHEN   WK-TOU-ZISSEKI-FLG   =   ZERO
                     MOVE   "当月実績なし"   TO   REP-KEIKOU
                WHEN   WK-ZEN-ZISSEKI-FLG   =   ZERO
                     MOVE   "前月実績なし"   TO   REP-KEIKOU
                WHEN   OTHER
                     COMPUTE   WK-SA-TEN   =
                               WK-TOU-TEN   -   WK-ZEN-TEN
                     MOVE      WK-SA-TEN   TO   REP-SA-TEN
                     EVALUATE   TRUE
                          WHEN   WK-SA-TEN   >   ZERO
                               MOVE   "↑改善"   TO   REP-KEIKOU
                               ADD    1   TO   WK-CNT-KAIZEN
                          WHEN   WK-SA-TEN   <   ZERO
                               MOVE   "↓悪化"   TO   REP-KEIKOU
                               ADD    1   TO   WK-CNT-AKKA
                          WHEN   OTHER
                               MOVE   "→横ばい" TO   REP-KEIKOU
                     END-EVALUATE
           END-EVALUATE.
      *>
           WRITE     SCRREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  全店合計・評価別店舗数の積み上げ
           ADD       WK-DQS-ZYUTYU(WK-DQS-IDX, 1)     TO
                     WK-TOTAL-ZYUTYU.
           ADD       WK-DQS-KYAKKA(WK-DQS-IDX, 1)     TO
                     WK-TOTAL-KYAKKA.
           ADD       WK-DQS-CHIEN(WK-DQS-IDX, 1)      TO
                     WK-TOTAL-CHIEN.
           ADD       WK-DQS-MICHAKU(WK-DQS-IDX, 1)    TO
                     WK-TOTAL-MICHAKU.
           ADD       WK-DQS-KETSUBAN(WK-DQS-IDX, 1)   TO
                     WK-TOTAL-KETSUBAN.
           ADD       WK-DQS-DENSO(WK-DQS-IDX, 1)      TO
                     WK-TOTAL-DENSO.
           IF   WK-TOU-ZISSEKI-FLG   =   ZERO
                ADD   1   TO   WK-CNT-NASHI
           ELSE
                EVALUATE   WK-TOU-HYOKA
                     WHEN   "A"
                          ADD   1   TO   WK-CNT-A
                     WHEN   "B"
                          ADD   1   TO   WK-CNT-B
                     WHEN   "C"
                          ADD   1   TO   WK-CNT-C
                     WHEN   OTHER
                          ADD   1   TO   WK-CNT-D
                END-EVALUATE
           END-IF.
      *>
       DQS-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件・期間１件分の点数計算処理
      *>WK-DQS-IDXの店舗のWK-KIKAN-NOの期間について、却下率・点数・
      *>評価をWK-CALC-AREAに返す。実績（受注・却下・各チェックの
      *>件数）が何も無い期間は評価せず、評価欄を"－"とする
      *>************************************************************************
       SCORE-CALC-PROC                SECTION.
      *>
           MOVE      ZERO    TO   WK-CALC-RITSU.
           MOVE      ZERO    TO   WK-CALC-TEN.
           MOVE      "－"    TO   WK-CALC-HYOKA.
      *>
           IF   WK-DQS-ZYUTYU(WK-DQS-IDX, WK-KIKAN-NO)     =   ZERO
           AND  WK-DQS-KYAKKA(WK-DQS-IDX, WK-KIKAN-NO)     =   ZERO
           AND  WK-DQS-CHIEN(WK-DQS-IDX, WK-KIKAN-NO)      =   ZERO
           AND  WK-DQS-MICHAKU(WK-DQS-IDX, WK-KIKAN-NO)    =   ZERO
           AND  WK-DQS-KETSUBAN(WK-DQS-IDX, WK-KIKAN-NO)   =   ZERO
           AND  WK-DQS-DENSO(WK-DQS-IDX, WK-KIKAN-NO)      =   ZERO
                MOVE   ZERO   TO   WK-CALC-ZISSEKI-FLG
                GO   TO   SCORE-CALC-PROC-EXIT
           END-IF.
           MOVE      1   TO   WK-CALC-ZISSEKI-FLG.
      *>
      *>  却下率（受注件数の無い月に却下があれば１００％とする）
           EVALUATE   TRUE
                WHEN   WK-DQS-ZYUTYU(WK-DQS-IDX, WK-KIKAN-NO)   >   ZERO
                     COMPUTE   WK-CALC-RITSU   ROUNDED   =
                          WK-DQS-KYAKKA(WK-DQS-IDX, WK-KIKAN-NO)
                          *   100
                          /   WK-DQS-ZYUTYU(WK-DQS-IDX, WK-KIKAN-NO)
                          ON   SIZE   ERROR
                               MOVE   100   TO   WK-CALC-RITSU
                     END-COMPUTE
                     IF   WK-CALC-RITSU   >   100
                          MOVE   100   TO   WK-CALC-RITSU
                     END-IF
                WHEN   WK-DQS-KYAKKA(WK-DQS-IDX, WK-KIKAN-NO)   >   ZERO
                     MOVE   100   TO   WK-CALC-RITSU
           END-EVALUATE.
      *>
      *>  却下率による減点（上限あり）
           COMPUTE   WK-CALC-WORK   ROUNDED   =
                     WK-CALC-RITSU   *   WK-HAITEN-KYAKKA.
           IF   WK-CALC-WORK   >   WK-HAITEN-KYAKKA-MAX
                MOVE   WK-HAITEN-KYAKKA-MAX   TO   WK-CALC-WORK
           END-IF.
      *>
      *>  遅延・未着・欠番・伝送検証ＮＧの件数による減点
           COMPUTE   WK-CALC-GENTEN   =   WK-CALC-WORK
                + WK-DQS-CHIEN(WK-DQS-IDX, WK-KIKAN-NO)
                     *   WK-HAITEN-CHIEN
                + WK-DQS-MICHAKU(WK-DQS-IDX, WK-KIKAN-NO)
                     *   WK-HAITEN-MICHAKU
                + WK-DQS-KETSUBAN(WK-DQS-IDX, WK-KIKAN-NO)
                     *   WK-HAITEN-KETSUBAN
                + WK-DQS-DENSO(WK-DQS-IDX, WK-KIKAN-NO)
                     *   WK-HAITEN-DENSO
                ON   SIZE   ERROR
                     MOVE   100   TO   WK-CALC-GENTEN
           END-COMPUTE.
      *>
           IF   WK-CALC-GENTEN   >=   100
                MOVE   ZERO   TO   WK-CALC-TEN
           ELSE
                COMPUTE   WK-CALC-TEN   =   100   -   WK-CALC-GENTEN
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-CALC-TEN   >=   WK-HYOKA-A-TEN
                     MOVE   "A"   TO   WK-CALC-HYOKA
                WHEN   WK-CALC-TEN   >=   WK-HYOKA-B-TEN
                     MOVE   "B"   TO   WK-CALC-HYOKA
                WHEN   WK-CALC-TEN   >=   WK-HYOKA-C-TEN
                     MOVE   "C"   TO   WK-CALC-HYOKA
                WHEN   OTHER
                     MOVE   "D"   TO   WK-CALC-HYOKA
           END-EVALUATE.
      *>
       SCORE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>全店合計行・評価別店舗数行の印字処理
      *>************************************************************************
       TOTAL-WRITE-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-TOTAL-RITSU.
           IF   WK-TOTAL-ZYUTYU   >   ZERO
                COMPUTE   WK-TOTAL-RITSU   ROUNDED   =
                          WK-TOTAL-KYAKKA   *   100
                          /   WK-TOTAL-ZYUTYU
                     ON   SIZE   ERROR
                          MOVE   100   TO   WK-TOTAL-RITSU
                END-COMPUTE
                IF   WK-TOTAL-RITSU   >   100
                     MOVE   100   TO   WK-TOTAL-RITSU
                END-IF
           END-IF.
      *>
           MOVE      WK-TOTAL-ZYUTYU     TO   REP-T-ZYUTYU.
           MOVE      WK-TOTAL-KYAKKA     TO   REP-T-KYAKKA.
           MOVE      WK-TOTAL-RITSU      TO   REP-T-RITSU.
           MOVE      WK-TOTAL-CHIEN      TO   REP-T-CHIEN.
           MOVE      WK-TOTAL-MICHAKU    TO   REP-T-MICHAKU.
           MOVE      WK-TOTAL-KETSUBAN   TO   REP-T-KETSUBAN.
           MOVE      WK-TOTAL-DENSO      TO   REP-T-DENSO.
           WRITE     SCRREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           MOVE      WK-CNT-A        TO   REP-H-A.
           MOVE      WK-CNT-B        TO   REP-H-B.
           MOVE      WK-CNT-C        TO   REP-H-C.
           MOVE      WK-CNT-D        TO   REP-H-D.
           MOVE      WK-CNT-NASHI    TO   REP-H-NASHI.
           MOVE      WK-CNT-KAIZEN   TO   REP-H-KAIZEN.
           MOVE      WK-CNT-AKKA     TO   REP-H-AKKA.
           WRITE     SCRREP-RECODE   FROM   REP-HYOKA-RECODE.
      *>
       TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店名検索処理（店舗マスタテーブルを線形検索）
      *>WK-DQS-IDXの店舗の店名をWK-MISE-NAME-SAVEに返す
      *>************************************************************************
       MISE-NAME-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-DQS-MISEBAN(WK-DQS-IDX)
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-NAME-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-EH-COUNT     TO   MSG1-EH-COUNT.
           MOVE      WRK-DQH-COUNT    TO   MSG1-DQH-COUNT.
           MOVE      WRK-MISE-COUNT   TO   MSG1-MISE-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
