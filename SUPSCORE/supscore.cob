      *>************************************************************************
      *>仕入先納入実績評価表作成プログラム
      *>パラメータファイル（SCRPARM.txt：対象年月YYYYMM）で指定された
      *>月に入荷予定日が来た発注明細（POREG.txt）を仕入先別に集計し、
      *>入荷履歴（RCPTHIST.txt）の入荷日・入荷数と突き合わせて、
      *>仕入先ごとに次の項目を納入実績評価表（SUPSCORE.txt）に印字する。
      *>　・期日内納入率：入荷予定日までに発注数を全て入荷した明細の
      *>　　割合（入荷予定日が処理日以前の明細を分母とする）
      *>　・平均遅延日数：入荷予定日より後に完納した明細の、完納日
      *>　　（入荷数の累計が発注数に達した入荷日）−入荷予定日の平均
      *>　・納入率：発注数に対する入荷済数の割合（発注数を上限とする）
      *>　・期日超過未入荷：処理日時点で入荷予定日を過ぎても未入荷の
      *>　　明細数（対象年月に関係なく全ての未入荷明細から数える）
      *>　・実績リードタイム：対象年月の完納明細の発注日から完納日まで
      *>　　の日数の平均。仕入先マスタ（SUPM.txt）のリードタイムと
      *>　　並べて印字し、実績がマスタより長い仕入先に＊を付ける
      *>取消（状況"9"）の明細は評価の対象にしない。
      *>入荷履歴を持たない入荷済の明細（履歴を取り始める前の入荷）は
      *>完納日が分からないため、期日内納入率・遅延日数・リードタイム
      *>の計算から除き、納入率にだけ含める。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   SUPSCORE001.
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
       SELECT   PARM-FILE     ASSIGN        TO "SCRPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル
      *>************************************************************************
       SELECT   POR-FILE      ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POR-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル（仕入先名・リードタイム）
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>納入実績評価表ファイル
      *>************************************************************************
       SELECT   SCRREP-FILE   ASSIGN         TO "SUPSCORE.txt"
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
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POR-FILE.
       01   POR-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>納入実績評価表ファイルのレイアウト定義
      *>************************************************************************
       FD   SCRREP-FILE.
       01   SCRREP-RECODE                          PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  POR-FILE-STATUS                          PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-POR-COUNT                    PIC 9(006).
             03   WRK-RCH-COUNT                    PIC 9(006).
             03   WRK-SUP-COUNT                    PIC 9(006).
             03   WRK-LT-WARN-COUNT                PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "SUPSCR01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の日付計算用の領域
       01   WK-MONTH-AREA.
            03   WK-MONTH-START                  PIC 9(008).
            03   WK-MONTH-START-R  REDEFINES  WK-MONTH-START.
                 05   WK-MONTH-YYYYMM             PIC 9(006).
                 05   WK-MONTH-START-DD           PIC 9(002).
            03   WK-MONTH-END                    PIC 9(008).
            03   WK-NEXT-MONTH                   PIC 9(008).
            03   WK-NEXT-MONTH-R  REDEFINES  WK-NEXT-MONTH.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-MONTH-INT                    PIC S9(008).
      *>
      *>発注明細保持用テーブル（入荷履歴から完納日・期日内入荷数を求める）
       01   WK-POR-AREA.
            03   WK-POR-COUNT                    PIC 9(004)  COMP.
            03   WK-POR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POR-IDX.
                 05   WK-POR-PO-BANGOU            PIC 9(006).
                 05   WK-POR-SUP-CODE             PIC X(004).
                 05   WK-POR-SOKO-CODE            PIC X(002).
                 05   WK-POR-SHOHIN-CODE          PIC X(006).
                 05   WK-POR-HATYU-SU             PIC 9(005).
                 05   WK-POR-HATYU-DATE           PIC 9(008).
                 05   WK-POR-YOTEI-DATE           PIC 9(008).
                 05   WK-POR-STATUS               PIC X(001).
                 05   WK-POR-NYUKA-SU             PIC 9(005).
                 05   WK-POR-RIREKI-SU            PIC 9(007).
                 05   WK-POR-KIJITSU-SU           PIC 9(007).
                 05   WK-POR-KANNOU-DATE          PIC 9(008).
       01   WK-POR-FOUND-FLG                     PIC 9(001).
       01   WK-POR-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>仕入先別の集計テーブル
       01   WK-SCR-AREA.
            03   WK-SCR-COUNT                    PIC 9(004)  COMP.
            03   WK-SCR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-SCR-IDX.
                 05   WK-SCR-SUP-CODE             PIC X(004).
                 05   WK-SCR-TAISHO-SU            PIC 9(005).
                 05   WK-SCR-HANTEI-SU            PIC 9(005).
                 05   WK-SCR-KIJITSU-SU           PIC 9(005).
                 05   WK-SCR-CHIEN-SU             PIC 9(005).
                 05   WK-SCR-CHIEN-NISSU          PIC 9(007).
                 05   WK-SCR-HATYU-SU             PIC 9(009).
                 05   WK-SCR-NYUKA-SU             PIC 9(009).
                 05   WK-SCR-MINYUKA-SU           PIC 9(005).
                 05   WK-SCR-LT-SU                PIC 9(005).
                 05   WK-SCR-LT-NISSU             PIC 9(007).
       01   WK-SCR-FOUND-FLG                     PIC 9(001).
       01   WK-SCR-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-SCR-KEY-SUP-CODE                  PIC X(004).
      *>
      *>仕入先マスタ保持用テーブル（仕入先名・リードタイム）
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
                 05   WK-SUP-MSTR-LEAD-DAYS       PIC 9(003).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-MSTR-LEAD-SAVE                PIC 9(003).
      *>
      *>明細１行分の計算用領域
       01   WK-CALC-AREA.
            03   WK-NOUNYU-SU                    PIC 9(005).
            03   WK-NISSU                        PIC S9(007).
            03   WK-KIJITSU-PCT                  PIC 9(003)V9(001).
            03   WK-NOUNYU-PCT                   PIC 9(003)V9(001).
            03   WK-CHIEN-AVG                    PIC 9(005)V9(001).
            03   WK-LT-AVG                       PIC 9(005)V9(001).
      *>
      *>全仕入先合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-TAISHO-SU              PIC 9(007).
            03   WK-TOTAL-HANTEI-SU              PIC 9(007).
            03   WK-TOTAL-KIJITSU-SU             PIC 9(007).
            03   WK-TOTAL-CHIEN-SU               PIC 9(007).
            03   WK-TOTAL-CHIEN-NISSU            PIC 9(009).
            03   WK-TOTAL-HATYU-SU               PIC 9(011).
            03   WK-TOTAL-NYUKA-SU               PIC 9(011).
            03   WK-TOTAL-MINYUKA-SU             PIC 9(007).
      *>
      *>評価表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(038)
               VALUE "**  仕入先納入実績評価表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>評価表の列見出し行の編集用領域（２行）
       01   REP-COLHDR1-RECODE.
           03   FILLER                PIC X(018)
               VALUE "仕入先　名称".
           03   FILLER                PIC X(027)
               VALUE "対象明細　期日内率".
           03   FILLER                PIC X(024)
               VALUE "平均遅延　納入率".
           03   FILLER                PIC X(024)
               VALUE "超過未入荷　ＬＴ".
      *>評価表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-SUP-NAME          PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TAISHO-SU         PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-KIJITSU-PCT       PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-CHIEN-AVG         PIC ZZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   FILLER                PIC X(003)
                                             VALUE "日".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-NOUNYU-PCT        PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-MINYUKA-SU        PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                                             VALUE "マスタ".
           03   REP-LEAD-DAYS         PIC ZZ9.
           03   FILLER                PIC X(009)
                                             VALUE "　実績".
           03   REP-LT-AVG            PIC ZZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-LT-MARK           PIC X(003).
      *>全仕入先合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(018)
                       VALUE "全仕入先合計".
           03   REP-T-TAISHO-SU       PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-T-KIJITSU-PCT     PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-T-CHIEN-AVG       PIC ZZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   FILLER                PIC X(003)
                                             VALUE "日".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-NOUNYU-PCT      PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-T-MINYUKA-SU      PIC ZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "発注明細件数：".
            03   MSG1-POR-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　入荷履歴件数：".
            03   MSG1-RCH-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　仕入先数：".
            03   MSG1-SUP-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　ＬＴ超過仕入先：".
            03   MSG1-LT-WARN-COUNT           PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-POR-COUNT.
           MOVE   ZERO        TO   WRK-RCH-COUNT.
           MOVE   ZERO        TO   WRK-SUP-COUNT.
           MOVE   ZERO        TO   WRK-LT-WARN-COUNT.
           MOVE   ZERO        TO   WK-POR-COUNT.
           MOVE   ZERO        TO   WK-SCR-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータの読み込み（月初日・月末日を求める）
           PERFORM   PARM-READ-PROC.
      *>
      *>  仕入先マスタ・発注登録簿・入荷履歴の読み込み
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   POR-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
      *>
      *>  発注明細ごとに仕入先別の集計へ積み上げる
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                PERFORM   POR-SCORE-PROC
           END-PERFORM.
      *>
           OPEN      OUTPUT   SCRREP-FILE.
           MOVE      WK-MONTH-YYYYMM   TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     SCRREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     SCRREP-RECODE   FROM   REP-COLHDR1-RECODE.
      *>
      *>  仕入先ごとの明細を印字する
           PERFORM   VARYING   WK-SCR-IDX   FROM   1   BY   1
                UNTIL   WK-SCR-IDX   >   WK-SCR-COUNT
                ADD       1   TO   WRK-SUP-COUNT
                PERFORM   SCR-LINE-WRITE-PROC
           END-PERFORM.
      *>
      *>  全仕入先合計行を印字する
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
                     DISPLAY   "SCRPARMが読めません:"
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
                     MOVE   PARM-TAISHO-YYYYMM   TO   WK-MONTH-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  月末日は翌月１日の前日とする
           MOVE      1                 TO   WK-MONTH-START-DD.
           MOVE      WK-MONTH-START    TO   WK-NEXT-MONTH.
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
      *>発注登録簿の読み込み処理（全明細をテーブルに展開する）
      *>************************************************************************
       POR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   POR-FILE.
           EVALUATE   POR-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "POREG-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "POREG-FILE入出力エラー:"
                               POR-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   POR-FILE-STATUS   NOT =   "00"
                READ   POR-FILE
                     AT   END
                          MOVE   "10"   TO   POR-FILE-STATUS
                     NOT   AT   END
                          ADD   1   TO   WRK-POR-COUNT
                          IF   WK-POR-COUNT   <   9999
                               ADD    1   TO   WK-POR-COUNT
                               MOVE   POR-PO-BANGOU    TO
                                    WK-POR-PO-BANGOU(WK-POR-COUNT)
                               MOVE   POR-SUP-CODE     TO
                                    WK-POR-SUP-CODE(WK-POR-COUNT)
                               MOVE   POR-SOKO-CODE    TO
                                    WK-POR-SOKO-CODE(WK-POR-COUNT)
                               MOVE   POR-SHOHIN-CODE  TO
                                    WK-POR-SHOHIN-CODE(WK-POR-COUNT)
                               MOVE   POR-HATYU-SU     TO
                                    WK-POR-HATYU-SU(WK-POR-COUNT)
                               MOVE   POR-HATYU-DATE   TO
                                    WK-POR-HATYU-DATE(WK-POR-COUNT)
                               MOVE   POR-YOTEI-DATE   TO
                                    WK-POR-YOTEI-DATE(WK-POR-COUNT)
                               MOVE   POR-STATUS       TO
                                    WK-POR-STATUS(WK-POR-COUNT)
                               MOVE   POR-NYUKA-SU     TO
                                    WK-POR-NYUKA-SU(WK-POR-COUNT)
                               MOVE   ZERO   TO
                                    WK-POR-RIREKI-SU(WK-POR-COUNT)
                               MOVE   ZERO   TO
                                    WK-POR-KIJITSU-SU(WK-POR-COUNT)
                               MOVE   ZERO   TO
                                    WK-POR-KANNOU-DATE(WK-POR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     POR-FILE.
      *>
       POR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴の読み込み処理
      *>履歴は入荷順に追記されているため、読んだ順に発注明細ごとの
      *>入荷数を積み上げ、累計が発注数に達した入荷日を完納日とする。
      *>ファイルが無い場合は全明細を完納日不明として扱う
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
                          ADD       1   TO   WRK-RCH-COUNT
                          PERFORM   RCH-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     RCH-FILE.
      *>
       RCH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴１件分の発注明細への反映処理
      *>************************************************************************
       RCH-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-POR-FOUND-FLG.
           MOVE      ZERO   TO   WK-POR-FOUND-IDX.
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                   OR   WK-POR-FOUND-FLG   =   1
                IF   WK-POR-PO-BANGOU(WK-POR-IDX)   =   RCH-PO-BANGOU
                AND  WK-POR-SHOHIN-CODE(WK-POR-IDX)
                          =   RCH-SHOHIN-CODE
                AND  WK-POR-SOKO-CODE(WK-POR-IDX)   =   RCH-SOKO-CODE
                     MOVE   1   TO   WK-POR-FOUND-FLG
                     MOVE   WK-POR-IDX   TO   WK-POR-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-POR-FOUND-FLG   NOT =   1
                GO   TO   RCH-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       RCH-NYUKA-SU   TO
                     WK-POR-RIREKI-SU(WK-POR-FOUND-IDX).
           IF   RCH-NYUKA-DATE
                     <=   WK-POR-YOTEI-DATE(WK-POR-FOUND-IDX)
                ADD   RCH-NYUKA-SU   TO
                     WK-POR-KIJITSU-SU(WK-POR-FOUND-IDX)
           END-IF.
           IF   WK-POR-KANNOU-DATE(WK-POR-FOUND-IDX)   =   ZERO
           AND  WK-POR-RIREKI-SU(WK-POR-FOUND-IDX)
                     >=   WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                MOVE   RCH-NYUKA-DATE   TO
                     WK-POR-KANNOU-DATE(WK-POR-FOUND-IDX)
           END-IF.
      *>
       RCH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注明細１行分の仕入先別集計への積み上げ処理
      *>************************************************************************
       POR-SCORE-PROC                 SECTION.
      *>
      *>  取消の明細は評価の対象にしない
           IF   WK-POR-STATUS(WK-POR-IDX)   =   "9"
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
      *>  期日を過ぎた未入荷の明細は対象年月に関係なく数える
           IF   WK-POR-STATUS(WK-POR-IDX)   =   "1"
           AND  WK-POR-YOTEI-DATE(WK-POR-IDX)   <   WRK-RUN-DATE
                PERFORM   SCR-FIND-PROC
                IF   WK-SCR-FOUND-IDX   NOT =   ZERO
                     ADD   1   TO   WK-SCR-MINYUKA-SU(WK-SCR-FOUND-IDX)
                END-IF
           END-IF.
      *>
      *>  ここから先は入荷予定日が対象年月の明細だけを集計する
           IF   WK-POR-YOTEI-DATE(WK-POR-IDX)   <   WK-MONTH-START
           OR   WK-POR-YOTEI-DATE(WK-POR-IDX)   >   WK-MONTH-END
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
           PERFORM   SCR-FIND-PROC.
           IF   WK-SCR-FOUND-IDX   =   ZERO
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
      *>  納入率（入荷済数は発注数を上限とする）
           ADD       1   TO   WK-SCR-TAISHO-SU(WK-SCR-FOUND-IDX).
           MOVE      WK-POR-NYUKA-SU(WK-POR-IDX)   TO   WK-NOUNYU-SU.
           IF   WK-NOUNYU-SU   >   WK-POR-HATYU-SU(WK-POR-IDX)
                MOVE   WK-POR-HATYU-SU(WK-POR-IDX)   TO   WK-NOUNYU-SU
           END-IF.
           ADD       WK-POR-HATYU-SU(WK-POR-IDX)   TO
                     WK-SCR-HATYU-SU(WK-SCR-FOUND-IDX).
           ADD       WK-NOUNYU-SU   TO
                     WK-SCR-NYUKA-SU(WK-SCR-FOUND-IDX).
      *>
      *>  入荷予定日がまだ来ていない明細は期日内の判定をしない
           IF   WK-POR-YOTEI-DATE(WK-POR-IDX)   >   WRK-RUN-DATE
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
      *>  履歴の無い入荷済の明細は完納日が分からないため判定しない
           IF   WK-POR-STATUS(WK-POR-IDX)   =   "2"
           AND  WK-POR-KANNOU-DATE(WK-POR-IDX)   =   ZERO
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-SCR-HANTEI-SU(WK-SCR-FOUND-IDX).
           IF   WK-POR-KIJITSU-SU(WK-POR-IDX)
                     >=   WK-POR-HATYU-SU(WK-POR-IDX)
                ADD   1   TO   WK-SCR-KIJITSU-SU(WK-SCR-FOUND-IDX)
           END-IF.
      *>
           IF   WK-POR-KANNOU-DATE(WK-POR-IDX)   =   ZERO
                GO   TO   POR-SCORE-PROC-EXIT
           END-IF.
      *>
      *>  完納した明細の遅延日数・実績リードタイム
           COMPUTE   WK-NISSU   =
                FUNCTION INTEGER-OF-DATE(WK-POR-KANNOU-DATE(WK-POR-IDX))
              - FUNCTION INTEGER-OF-DATE(WK-POR-YOTEI-DATE(WK-POR-IDX)).
           IF   WK-NISSU   >   ZERO
                ADD   1          TO   WK-SCR-CHIEN-SU(WK-SCR-FOUND-IDX)
                ADD   WK-NISSU   TO
                     WK-SCR-CHIEN-NISSU(WK-SCR-FOUND-IDX)
           END-IF.
      *>
           COMPUTE   WK-NISSU   =
                FUNCTION INTEGER-OF-DATE(WK-POR-KANNOU-DATE(WK-POR-IDX))
              - FUNCTION INTEGER-OF-DATE(WK-POR-HATYU-DATE(WK-POR-IDX)).
           IF   WK-NISSU   <   ZERO
                MOVE   ZERO   TO   WK-NISSU
           END-IF.
           ADD       1          TO   WK-SCR-LT-SU(WK-SCR-FOUND-IDX).
           ADD       WK-NISSU   TO   WK-SCR-LT-NISSU(WK-SCR-FOUND-IDX).
      *>
       POR-SCORE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先別集計テーブルの検索処理（無ければ登録する）
      *>WK-POR-IDXの明細の仕入先の行をWK-SCR-FOUND-IDXに返す
      *>（テーブルが満杯で登録できない場合はゼロ）
      *>************************************************************************
       SCR-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-SCR-FOUND-FLG.
           MOVE      ZERO   TO   WK-SCR-FOUND-IDX.
           PERFORM   VARYING   WK-SCR-IDX   FROM   1   BY   1
                UNTIL   WK-SCR-IDX   >   WK-SCR-COUNT
                IF   WK-SCR-SUP-CODE(WK-SCR-IDX)
                          =   WK-POR-SUP-CODE(WK-POR-IDX)
                     MOVE   1   TO   WK-SCR-FOUND-FLG
                     MOVE   WK-SCR-IDX   TO   WK-SCR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-SCR-FOUND-FLG   NOT =   1
           AND  WK-SCR-COUNT   <   999
                ADD    1   TO   WK-SCR-COUNT
                MOVE   WK-SCR-COUNT   TO   WK-SCR-FOUND-IDX
                MOVE   WK-POR-SUP-CODE(WK-POR-IDX)
                     TO   WK-SCR-SUP-CODE(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-TAISHO-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-HANTEI-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-KIJITSU-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-CHIEN-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-CHIEN-NISSU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-HATYU-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-NYUKA-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-MINYUKA-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-LT-SU(WK-SCR-COUNT)
                MOVE   ZERO   TO   WK-SCR-LT-NISSU(WK-SCR-COUNT)
           END-IF.
      *>
       SCR-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先１社分の明細行の印字処理（比率の計算・合計の積み上げ）
      *>************************************************************************
       SCR-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      WK-SCR-SUP-CODE(WK-SCR-IDX)
                          TO   WK-SCR-KEY-SUP-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
      *>
           IF   WK-SCR-HANTEI-SU(WK-SCR-IDX)   =   ZERO
                MOVE      ZERO   TO   WK-KIJITSU-PCT
           ELSE
                COMPUTE   WK-KIJITSU-PCT   ROUNDED   =
                          WK-SCR-KIJITSU-SU(WK-SCR-IDX)   *   100
                          /   WK-SCR-HANTEI-SU(WK-SCR-IDX)
           END-IF.
           IF   WK-SCR-CHIEN-SU(WK-SCR-IDX)   =   ZERO
                MOVE      ZERO   TO   WK-CHIEN-AVG
           ELSE
                COMPUTE   WK-CHIEN-AVG   ROUNDED   =
                          WK-SCR-CHIEN-NISSU(WK-SCR-IDX)
                          /   WK-SCR-CHIEN-SU(WK-SCR-IDX)
           END-IF.
           IF   WK-SCR-HATYU-SU(WK-SCR-IDX)   =   ZERO
                MOVE      ZERO   TO   WK-NOUNYU-PCT
           ELSE
                COMPUTE   WK-NOUNYU-PCT   ROUNDED   =
                          WK-SCR-NYUKA-SU(WK-SCR-IDX)   *   100
                          /   WK-SCR-HATYU-SU(WK-SCR-IDX)
           END-IF.
           IF   WK-SCR-LT-SU(WK-SCR-IDX)   =   ZERO
                MOVE      ZERO   TO   WK-LT-AVG
           ELSE
                COMPUTE   WK-LT-AVG   ROUNDED   =
                          WK-SCR-LT-NISSU(WK-SCR-IDX)
                          /   WK-SCR-LT-SU(WK-SCR-IDX)
           END-IF.
      *>
           MOVE      WK-SCR-SUP-CODE(WK-SCR-IDX)    TO   REP-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE          TO   REP-SUP-NAME.
           MOVE      WK-SCR-TAISHO-SU(WK-SCR-IDX)   TO   REP-TAISHO-SU.
           MOVE      WK-KIJITSU-PCT                TO   REP-KIJITSU-PCT.
           MOVE      WK-CHIEN-AVG                   TO   REP-CHIEN-AVG.
           MOVE      WK-NOUNYU-PCT                  TO   REP-NOUNYU-PCT.
           MOVE      WK-SCR-MINYUKA-SU(WK-SCR-IDX)  TO   REP-MINYUKA-SU.
           MOVE      WK-SUP-MSTR-LEAD-SAVE          TO   REP-LEAD-DAYS.
           MOVE      WK-LT-AVG                      TO   REP-LT-AVG.
      *>
      *>  実績のリードタイムがマスタより長い仕入先に印を付ける
           MOVE      SPACE   TO   REP-LT-MARK.
           IF   WK-SCR-LT-SU(WK-SCR-IDX)   >   ZERO
           AND  WK-LT-AVG   >   WK-SUP-MSTR-LEAD-SAVE
                MOVE   "＊"   TO   REP-LT-MARK
                ADD    1      TO   WRK-LT-WARN-COUNT
           END-IF.
           WRITE     SCRREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           ADD       WK-SCR-TAISHO-SU(WK-SCR-IDX)    TO
                     WK-TOTAL-TAISHO-SU.
           ADD       WK-SCR-HANTEI-SU(WK-SCR-IDX)    TO
                     WK-TOTAL-HANTEI-SU.
           ADD       WK-SCR-KIJITSU-SU(WK-SCR-IDX)   TO
                     WK-TOTAL-KIJITSU-SU.
           ADD       WK-SCR-CHIEN-SU(WK-SCR-IDX)     TO
                     WK-TOTAL-CHIEN-SU.
           ADD       WK-SCR-CHIEN-NISSU(WK-SCR-IDX)  TO
                     WK-TOTAL-CHIEN-NISSU.
           ADD       WK-SCR-HATYU-SU(WK-SCR-IDX)     TO
                     WK-TOTAL-HATYU-SU.
           ADD       WK-SCR-NYUKA-SU(WK-SCR-IDX)     TO
                     WK-TOTAL-NYUKA-SU.
           ADD       WK-SCR-MINYUKA-SU(WK-SCR-IDX)   TO
                     WK-TOTAL-MINYUKA-SU.
      *>
       SCR-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>全仕入先合計行の印字処理
      *>************************************************************************
       TOTAL-WRITE-PROC               SECTION.
      *>
           IF   WK-TOTAL-HANTEI-SU   =   ZERO
                MOVE      ZERO   TO   WK-KIJITSU-PCT
           ELSE
                COMPUTE   WK-KIJITSU-PCT   ROUNDED   =
                          WK-TOTAL-KIJITSU-SU   *   100
                          /   WK-TOTAL-HANTEI-SU
           END-IF.
           IF   WK-TOTAL-CHIEN-SU   =   ZERO
                MOVE      ZERO   TO   WK-CHIEN-AVG
           ELSE
                COMPUTE   WK-CHIEN-AVG   ROUNDED   =
                          WK-TOTAL-CHIEN-NISSU   /   WK-TOTAL-CHIEN-SU
           END-IF.
           IF   WK-TOTAL-HATYU-SU   =   ZERO
                MOVE      ZERO   TO   WK-NOUNYU-PCT
           ELSE
                COMPUTE   WK-NOUNYU-PCT   ROUNDED   =
                          WK-TOTAL-NYUKA-SU   *   100
                          /   WK-TOTAL-HATYU-SU
           END-IF.
      *>
           MOVE      WK-TOTAL-TAISHO-SU    TO   REP-T-TAISHO-SU.
           MOVE      WK-KIJITSU-PCT        TO   REP-T-KIJITSU-PCT.
           MOVE      WK-CHIEN-AVG          TO   REP-T-CHIEN-AVG.
           MOVE      WK-NOUNYU-PCT         TO   REP-T-NOUNYU-PCT.
           MOVE      WK-TOTAL-MINYUKA-SU   TO   REP-T-MINYUKA-SU.
           WRITE     SCRREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
       TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SUP-MSTR-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   SUPM-FILE.
           IF   SUPM-FILE-STATUS   NOT =   "00"
                CLOSE   SUPM-FILE
                GO   TO   SUP-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SUPM-FILE-STATUS   NOT =   "00"
                READ   SUPM-FILE
                     AT   END
                          MOVE   "10"   TO   SUPM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SUP-MSTR-COUNT   <   999
                               ADD    1   TO   WK-SUP-MSTR-COUNT
                               MOVE   SUP-SUP-CODE    TO
                                    WK-SUP-MSTR-CODE
                                         (WK-SUP-MSTR-COUNT)
                               MOVE   SUP-SUP-NAME    TO
                                    WK-SUP-MSTR-NAME
                                         (WK-SUP-MSTR-COUNT)
                               MOVE   SUP-LEAD-DAYS   TO
                                    WK-SUP-MSTR-LEAD-DAYS
                                         (WK-SUP-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SUPM-FILE.
      *>
       SUP-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先名称・リードタイム検索処理（仕入先マスタテーブルを線形検索）
      *>WK-SCR-KEY-SUP-CODEに仕入先コードを設定してから呼び出す
      *>************************************************************************
       SUP-MSTR-LOOKUP-PROC           SECTION.
      *>
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           MOVE      ZERO             TO   WK-SUP-MSTR-LEAD-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SCR-KEY-SUP-CODE
                     MOVE   WK-SUP-MSTR-NAME(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-NAME-SAVE
                     MOVE   WK-SUP-MSTR-LEAD-DAYS(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-LEAD-SAVE
                END-IF
           END-PERFORM.
      *>
       SUP-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-POR-COUNT       TO   MSG1-POR-COUNT.
           MOVE      WRK-RCH-COUNT       TO   MSG1-RCH-COUNT.
           MOVE      WRK-SUP-COUNT       TO   MSG1-SUP-COUNT.
           MOVE      WRK-LT-WARN-COUNT   TO   MSG1-LT-WARN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
