      *>************************************************************************
      *>販促協賛金請求書作成プログラム
      *>パラメータファイル（PCLMPARM.txt：対象年月YYYYMM）で指定された
      *>月について、販促協賛条件（PROMOFUND.txt）で仕入先が値引の原資を
      *>負担する販促の協賛金を求め、仕入先ごとの請求書（PROMOCLM.txt）
      *>を印字する。
      *>対象月の１日～月末日（当日より先の日は除く）の日次集計の日付
      *>退避ファイル（OT01_yyyymmdd.txt）を読み、各日の商品別数量に
      *>その日に適用された販促（販促マスタPROMOM.txtで期間内・対象範囲
      *>に一致する行。複数該当時は後の行）を求め、協賛条件のある販促の
      *>数量と値引額を販促ごとに積み上げる。
      *>　・値引額：（その日の標準単価－販促後の単価）×数量。標準単価
      *>　　はSHOHINPRC.txt（無ければ商品マスタの単価）の値、販促後の
      *>　　単価はINVGEN001と同じく割引率（円未満切捨て）または販促単価
      *>　・協賛金："R"は値引額×負担率（円未満切捨て）、"T"は数量×
      *>　　１個当たりの負担額
      *>販促マスタに無い販促番号・仕入先マスタ（SUPM.txt）に無い仕入先の
      *>協賛条件は請求から除いてリターンコード４で知らせる。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   PROMOCLM001.
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
       SELECT   PARM-FILE     ASSIGN        TO "PCLMPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>販促マスタファイル
      *>************************************************************************
       SELECT   PRM-FILE      ASSIGN        TO "PROMOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRM-FILE-STATUS.
      *>************************************************************************
      *>販促協賛条件ファイル
      *>************************************************************************
       SELECT   PFD-FILE      ASSIGN        TO "PROMOFUND.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PFD-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（単価履歴に無い商品の単価に使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>商品単価履歴ファイル
      *>************************************************************************
       SELECT   PRC-FILE      ASSIGN        TO "SHOHINPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRC-FILE-STATUS.
      *>************************************************************************
      *>日次集計の日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>販促協賛金請求書ファイル
      *>************************************************************************
       SELECT   CLMPRT-FILE   ASSIGN         TO "PROMOCLM.txt"
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
      *>販促マスタファイルのレイアウト定義
      *>************************************************************************
       FD   PRM-FILE.
       01   PRM-RECODE.
           COPY   PROMOMSTR   REPLACING   ==:PREFIX:==   BY   ==PRM==.
      *>************************************************************************
      *>販促協賛条件ファイルのレイアウト定義
      *>************************************************************************
       FD   PFD-FILE.
       01   PFD-RECODE.
           COPY   PROMOFUND   REPLACING   ==:PREFIX:==   BY   ==PFD==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>商品単価履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   PRC-FILE.
       01   PRC-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==PRC==.
      *>************************************************************************
      *>日次集計の日付退避ファイルのレイアウト定義
      *>（SUMMARY_SAMPLE01の出力と同じ。先頭の区分バイトで見出し・
      *>　末尾・店舗別合計・顧客別合計の各行を見分ける）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   SHOHINSUM   REPLACING   ==:PREFIX:==   BY   ==RT==
                               ==:QTYPIC:==   BY   ==S9(007)==.
       01   RT-VERIFY-RECODE.
           03   RT-VERIFY-KUBUN                PIC X(001).
           03   FILLER                         PIC X(060).
      *>************************************************************************
      *>販促協賛金請求書ファイルのレイアウト定義
      *>************************************************************************
       FD   CLMPRT-FILE.
       01   CLMPRT-RECODE                          PIC X(140).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  PRM-FILE-STATUS                          PIC XX.
       01  PFD-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-PFD-COUNT                    PIC 9(006).
             03   WRK-FILE-COUNT                   PIC 9(006).
             03   WRK-SEIKYU-COUNT                 PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "PROMOCL1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の日付計算用の領域
       01   WK-MONTH-AREA.
            03   WK-MONTH-START                  PIC 9(008).
            03   WK-MONTH-START-R  REDEFINES  WK-MONTH-START.
                 05   WK-MONTH-YYYYMM             PIC 9(006).
                 05   WK-MONTH-START-DD           PIC 9(002).
            03   WK-NEXT-MONTH                   PIC 9(008).
            03   WK-NEXT-MONTH-R  REDEFINES  WK-NEXT-MONTH.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-START-INT                    PIC S9(008).
            03   WK-END-INT                      PIC S9(008).
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-CUR-INT                      PIC S9(008).
            03   WK-CUR-YMD8                     PIC 9(008).
      *>
      *>販促マスタ保持用テーブル
       01   WK-PRM-AREA.
            03   WK-PRM-COUNT                    PIC 9(004)  COMP.
            03   WK-PRM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PRM-IDX.
                 05   WK-PRM-PROMO-BANGOU         PIC 9(004).
                 05   WK-PRM-SCOPE-KUBUN          PIC X(001).
                 05   WK-PRM-SHOHIN-CODE          PIC X(006).
                 05   WK-PRM-BUNRUI-CODE          PIC X(002).
                 05   WK-PRM-START-DATE           PIC 9(008).
                 05   WK-PRM-END-DATE             PIC 9(008).
                 05   WK-PRM-NEBIKI-KUBUN         PIC X(001).
                 05   WK-PRM-NEBIKI-PERCENT       PIC 9(002).
                 05   WK-PRM-PROMO-TANKA          PIC 9(006).
                 05   WK-PRM-PFD-IDX              PIC 9(004)  COMP.
       01   WK-PRM-FOUND-FLG                     PIC 9(001).
       01   WK-PRM-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>販促協賛条件保持用テーブル（販促ごとの数量・値引額も積み上げる）
       01   WK-PFD-AREA.
            03   WK-PFD-COUNT                    PIC 9(004)  COMP.
            03   WK-PFD-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PFD-IDX.
                 05   WK-PFD-PROMO-BANGOU         PIC 9(004).
                 05   WK-PFD-SUP-CODE             PIC X(004).
                 05   WK-PFD-FUTAN-KUBUN          PIC X(001).
                 05   WK-PFD-FUTAN-RITSU          PIC 9(003).
                 05   WK-PFD-FUTAN-TANKA          PIC 9(006).
                 05   WK-PFD-PRM-IDX              PIC 9(004)  COMP.
                 05   WK-PFD-SU                   PIC S9(009).
                 05   WK-PFD-NEBIKI-KINGAKU       PIC S9(011).
                 05   WK-PFD-DAY-SU               PIC S9(009).
                 05   WK-PFD-DAY-NEBIKI           PIC S9(011).
                 05   WK-PFD-INSATSU-FLG          PIC 9(001).
       01   WK-PFD-FOUND-FLG                     PIC 9(001).
      *>
      *>仕入先マスタ保持用テーブル
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
       01   WK-SUP-MSTR-FOUND-FLG                PIC 9(001).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-CHK-CODE                      PIC X(004).
      *>
      *>商品マスタ保持用テーブル（単価の検索用）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
      *>
      *>単価履歴保持用テーブル
       01   WK-PRC-AREA.
            03   WK-PRC-COUNT                    PIC 9(004)  COMP.
            03   WK-PRC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRC-IDX.
                 05   WK-PRC-SHOHIN-CODE          PIC X(006).
                 05   WK-PRC-EFF-DATE             PIC 9(008).
                 05   WK-PRC-TANKA                PIC 9(006).
       01   WK-PRC-FOUND-FLG                     PIC 9(001).
       01   WK-PRC-BEST-EFF-DATE                 PIC 9(008).
       01   WK-PRC-TANKA-SAVE                    PIC 9(006).
      *>
      *>明細１行分・販促１件分の計算用領域
       01   WK-CALC-AREA.
            03   WK-PROMO-TANKA-SAVE             PIC 9(006).
            03   WK-NEBIKI-TANKA                 PIC S9(007).
            03   WK-SEIKYU-KINGAKU               PIC S9(011).
            03   WK-ERR-RIYU                     PIC X(036).
      *>
      *>仕入先ごとの請求合計・全体合計の積み上げ領域
       01   WK-CUR-SUP-CODE                      PIC X(004).
       01   WK-SUBTOTAL-AREA.
            03   WK-SUB-SU                       PIC S9(009).
            03   WK-SUB-NEBIKI-KINGAKU           PIC S9(011).
            03   WK-SUB-SEIKYU-KINGAKU           PIC S9(011).
       01   WK-TOTAL-SEIKYU-KINGAKU              PIC S9(011).
      *>
      *>請求書の見出し行の編集用領域
       01   CLM-HDR-RECODE.
           03   FILLER                PIC X(035)
                   VALUE "**  販促協賛金請求書  **".
           03   FILLER                PIC X(015)
                   VALUE "対象年月：".
           03   CLM-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                   VALUE "　発行日：".
           03   CLM-HDR-RUN-DATE      PIC 9(008).
      *>請求書の宛先行の編集用領域
       01   CLM-SUP-RECODE.
           03   FILLER                PIC X(012)
                   VALUE "仕入先：".
           03   CLM-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-SUP-NAME          PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(048)
               VALUE "下記の協賛金をご請求申し上げます".
      *>請求書の列見出し行の編集用領域
       01   CLM-COLHDR-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FILLER                PIC X(036)
               VALUE "販促　対象　　販促期間".
           03   FILLER                PIC X(024)
               VALUE "　　　　負担条件".
           03   FILLER                PIC X(036)
               VALUE "　　　　数量　　　値引額".
           03   FILLER                PIC X(018)
               VALUE "　　　請求額".
      *>請求書の明細行の編集用領域
       01   CLM-DETAIL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   CLM-PROMO-BANGOU      PIC 9(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-SCOPE-CODE        PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-START-DATE        PIC 9(008).
           03   FILLER                PIC X(001)
                                             VALUE "-".
           03   CLM-END-DATE          PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-JOKEN             PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-SU                PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-NEBIKI-KINGAKU    PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-SEIKYU-KINGAKU    PIC -(011)9.
      *>負担条件の編集用領域（負担率・１個当たりの負担額）
       01   WK-JOKEN-RITSU-EDIT.
           03   FILLER                PIC X(012)
                   VALUE "値引額×".
           03   WK-JOKEN-RITSU        PIC ZZ9.
           03   FILLER                PIC X(001)
                   VALUE "%".
       01   WK-JOKEN-TANKA-EDIT.
           03   FILLER                PIC X(009)
                   VALUE "数量×".
           03   WK-JOKEN-TANKA        PIC ZZZ,ZZ9.
      *>請求書の合計行の編集用領域
       01   CLM-TOTAL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   CLM-T-TITLE           PIC X(055).
           03   CLM-T-SU              PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-T-NEBIKI-KINGAKU  PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CLM-T-SEIKYU-KINGAKU  PIC -(011)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "協賛条件件数：".
            03   MSG1-PFD-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　請求先数：".
            03   MSG1-SEIKYU-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　請求合計：".
            03   MSG1-SEIKYU-KINGAKU          PIC -(011)9.
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
           MOVE   ZERO        TO   WRK-PFD-COUNT.
           MOVE   ZERO        TO   WRK-FILE-COUNT.
           MOVE   ZERO        TO   WRK-SEIKYU-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WK-PRM-COUNT.
           MOVE   ZERO        TO   WK-PFD-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-SEIKYU-KINGAKU.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE   WK-TODAY-INT   =
                     FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  対象年月パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  販促マスタ・仕入先マスタ・単価の読み込み
           PERFORM   PRM-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
      *>
      *>  協賛条件を読み込み、販促マスタの各行と結び付ける
           PERFORM   PFD-LOAD-PROC.
      *>
      *>  対象月の１日～月末日（当日まで）の退避ファイルを順に読み、
      *>  協賛条件のある販促の数量・値引額を積み上げる
           PERFORM   VARYING   WK-CUR-INT   FROM   WK-START-INT   BY   1
                UNTIL   WK-CUR-INT   >   WK-END-INT
                   OR   WK-CUR-INT   >   WK-TODAY-INT
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
      *>
      *>  仕入先ごとに請求書を印字する
           OPEN      OUTPUT   CLMPRT-FILE.
           PERFORM   VARYING   WK-PFD-IDX   FROM   1   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                IF   WK-PFD-INSATSU-FLG(WK-PFD-IDX)   =   ZERO
                     PERFORM   CLM-ONE-SUP-PROC
                END-IF
           END-PERFORM.
           CLOSE     CLMPRT-FILE.
      *>
           IF   WRK-FILE-COUNT   =   ZERO
                DISPLAY   "対象月の退避ファイルなし"
                MOVE      4   TO   RETURN-CODE
           END-IF.
           IF   WRK-ERR-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
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
                     DISPLAY   "PCLMPARMが読めません:"
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
           COMPUTE   WK-START-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-MONTH-START).
           COMPUTE   WK-END-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH)   -   1.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販促マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>販促が無ければ請求するものが無いため異常終了する
      *>************************************************************************
       PRM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRM-FILE.
      *>
           EVALUATE   PRM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PROMOM-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PROMOM-FILE入出力エラー:"
                               PRM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   PRM-FILE-STATUS   NOT =   "00"
                READ   PRM-FILE
                     AT   END
                          MOVE   "10"   TO   PRM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PRM-COUNT   <   999
                               ADD    1   TO   WK-PRM-COUNT
                               MOVE   PRM-PROMO-BANGOU     TO
                                    WK-PRM-PROMO-BANGOU(WK-PRM-COUNT)
                               MOVE   PRM-SCOPE-KUBUN      TO
                                    WK-PRM-SCOPE-KUBUN(WK-PRM-COUNT)
                               MOVE   PRM-SHOHIN-CODE      TO
                                    WK-PRM-SHOHIN-CODE(WK-PRM-COUNT)
                               MOVE   PRM-BUNRUI-CODE      TO
                                    WK-PRM-BUNRUI-CODE(WK-PRM-COUNT)
                               MOVE   PRM-START-DATE       TO
                                    WK-PRM-START-DATE(WK-PRM-COUNT)
                               MOVE   PRM-END-DATE         TO
                                    WK-PRM-END-DATE(WK-PRM-COUNT)
                               MOVE   PRM-NEBIKI-KUBUN     TO
                                    WK-PRM-NEBIKI-KUBUN(WK-PRM-COUNT)
                               MOVE   PRM-NEBIKI-PERCENT-SU  TO
                                    WK-PRM-NEBIKI-PERCENT
                                         (WK-PRM-COUNT)
                               MOVE   PRM-PROMO-TANKA      TO
                                    WK-PRM-PROMO-TANKA(WK-PRM-COUNT)
                               MOVE   ZERO                 TO
                                    WK-PRM-PFD-IDX(WK-PRM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PRM-FILE.
      *>
       PRM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販促協賛条件ファイルの読み込み処理（内容をテーブルに展開する）
      *>販促マスタに無い販促番号・仕入先マスタに無い仕入先・負担方法
      *>の誤り・同一販促番号の２行目以降はエラーとして除く
      *>************************************************************************
       PFD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PFD-FILE.
      *>
           EVALUATE   PFD-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PROMOFUND-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PROMOFUND-FILE入出力エラー:"
                               PFD-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   PFD-FILE-STATUS   NOT =   "00"
                READ   PFD-FILE
                     AT   END
                          MOVE   "10"   TO   PFD-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-PFD-COUNT
                          PERFORM   PFD-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     PFD-FILE.
      *>
       PFD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>協賛条件１件分のチェック・登録処理
      *>************************************************************************
       PFD-ONE-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-ERR-RIYU.
      *>
      *>  負担方法のチェック
           EVALUATE   TRUE
                WHEN   PFD-FUTAN-RITSU
                  AND  PFD-FUTAN-RITSU-SU   IS   NUMERIC
                  AND  PFD-FUTAN-RITSU-SU   <=   100
                     CONTINUE
                WHEN   PFD-FUTAN-TANKA
                  AND  PFD-FUTAN-TANKA-GAKU   IS   NUMERIC
                     CONTINUE
                WHEN   OTHER
                     MOVE   "負担方法の誤り"   TO   WK-ERR-RIYU
           END-EVALUATE.
           IF   WK-ERR-RIYU   NOT =   SPACE
                GO   TO   PFD-ONE-PROC-ERR
           END-IF.
      *>
      *>  仕入先マスタのチェック
           MOVE      PFD-SUP-CODE   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           IF   WK-SUP-MSTR-FOUND-FLG   NOT =   1
                MOVE   "仕入先マスタに無い仕入先"
                     TO   WK-ERR-RIYU
                GO   TO   PFD-ONE-PROC-ERR
           END-IF.
      *>
      *>  同一販促番号の協賛条件が既にあれば２行目以降は使わない
           MOVE      ZERO   TO   WK-PFD-FOUND-FLG.
           PERFORM   VARYING   WK-PFD-IDX   FROM   1   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                IF   WK-PFD-PROMO-BANGOU(WK-PFD-IDX)
                          =   PFD-PROMO-BANGOU
                     MOVE   1   TO   WK-PFD-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-PFD-FOUND-FLG   =   1
                MOVE   "協賛条件の重複"   TO   WK-ERR-RIYU
                GO   TO   PFD-ONE-PROC-ERR
           END-IF.
      *>
      *>  販促マスタの同じ販促番号の行を探す
           MOVE      ZERO   TO   WK-PRM-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRM-FOUND-IDX.
           PERFORM   VARYING   WK-PRM-IDX   FROM   1   BY   1
                UNTIL   WK-PRM-IDX   >   WK-PRM-COUNT
                IF   WK-PRM-PROMO-BANGOU(WK-PRM-IDX)
                          =   PFD-PROMO-BANGOU
                AND  WK-PRM-FOUND-FLG   =   ZERO
                     MOVE   1            TO   WK-PRM-FOUND-FLG
                     MOVE   WK-PRM-IDX   TO   WK-PRM-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-PRM-FOUND-FLG   NOT =   1
                MOVE   "販促マスタに無い販促番号"
                     TO   WK-ERR-RIYU
                GO   TO   PFD-ONE-PROC-ERR
           END-IF.
      *>
           IF   WK-PFD-COUNT   NOT <   999
                MOVE   "協賛条件テーブル満杯"
                     TO   WK-ERR-RIYU
                GO   TO   PFD-ONE-PROC-ERR
           END-IF.
      *>
      *>  テーブルへ登録し、販促マスタの同じ販促番号の行と結び付ける
           ADD       1   TO   WK-PFD-COUNT.
           SET       WK-PFD-IDX   TO   WK-PFD-COUNT.
           MOVE      PFD-PROMO-BANGOU   TO
                     WK-PFD-PROMO-BANGOU(WK-PFD-IDX).
           MOVE      PFD-SUP-CODE       TO
                     WK-PFD-SUP-CODE(WK-PFD-IDX).
           MOVE      PFD-FUTAN-KUBUN    TO
                     WK-PFD-FUTAN-KUBUN(WK-PFD-IDX).
           IF   PFD-FUTAN-RITSU
                MOVE   PFD-FUTAN-RITSU-SU   TO
                       WK-PFD-FUTAN-RITSU(WK-PFD-IDX)
                MOVE   ZERO   TO   WK-PFD-FUTAN-TANKA(WK-PFD-IDX)
           ELSE
                MOVE   ZERO   TO   WK-PFD-FUTAN-RITSU(WK-PFD-IDX)
                MOVE   PFD-FUTAN-TANKA-GAKU   TO
                       WK-PFD-FUTAN-TANKA(WK-PFD-IDX)
           END-IF.
           MOVE      WK-PRM-FOUND-IDX   TO   WK-PFD-PRM-IDX(WK-PFD-IDX).
           MOVE      ZERO   TO   WK-PFD-SU(WK-PFD-IDX).
           MOVE      ZERO   TO   WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX).
           MOVE      ZERO   TO   WK-PFD-DAY-SU(WK-PFD-IDX).
           MOVE      ZERO   TO   WK-PFD-DAY-NEBIKI(WK-PFD-IDX).
           MOVE      ZERO   TO   WK-PFD-INSATSU-FLG(WK-PFD-IDX).
      *>
           PERFORM   VARYING   WK-PRM-IDX   FROM   1   BY   1
                UNTIL   WK-PRM-IDX   >   WK-PRM-COUNT
                IF   WK-PRM-PROMO-BANGOU(WK-PRM-IDX)
                          =   PFD-PROMO-BANGOU
                     MOVE   WK-PFD-COUNT   TO
                            WK-PRM-PFD-IDX(WK-PRM-IDX)
                END-IF
           END-PERFORM.
           GO   TO   PFD-ONE-PROC-EXIT.
      *>
       PFD-ONE-PROC-ERR.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           DISPLAY   "協賛条件エラー:"   PFD-PROMO-BANGOU   " "
                     PFD-SUP-CODE   " "   WK-ERR-RIYU.
      *>
       PFD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み・積み上げ処理
      *>WK-CUR-INTの日の退避ファイルを読む（ファイルが無い日は読み
      *>飛ばす）。再実行で複数の見出し～末尾の組が積み重なるため、
      *>見出しごとに日計をリセットし、最後の組だけを販促ごとの累計へ
      *>加える
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      FUNCTION DATE-OF-INTEGER(WK-CUR-INT)
                          TO   WK-CUR-YMD8.
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "OT01_"   WK-CUR-YMD8   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-FILE-COUNT.
           PERFORM   PFD-DAY-CLEAR-PROC.
      *>
           PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                READ   RT-FILE
                     AT   END
                          MOVE   "10"   TO   RT-FILE-STATUS
                     NOT   AT   END
                          EVALUATE   RT-VERIFY-KUBUN
                               WHEN   "H"
                                    PERFORM   PFD-DAY-CLEAR-PROC
                               WHEN   "T"
                                    CONTINUE
                               WHEN   "S"
                                    CONTINUE
                               WHEN   "C"
                                    CONTINUE
                               WHEN   OTHER
                                    PERFORM   RT-MATCH-PROC
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     RT-FILE.
      *>
      *>  その日の最後の組の数量・値引額を販促ごとの累計へ加える
           PERFORM   VARYING   WK-PFD-IDX   FROM   1   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                ADD   WK-PFD-DAY-SU(WK-PFD-IDX)   TO
                      WK-PFD-SU(WK-PFD-IDX)
                ADD   WK-PFD-DAY-NEBIKI(WK-PFD-IDX)   TO
                      WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX)
           END-PERFORM.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販促ごとの日計のリセット処理
      *>************************************************************************
       PFD-DAY-CLEAR-PROC             SECTION.
      *>
           PERFORM   VARYING   WK-PFD-IDX   FROM   1   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                MOVE   ZERO   TO   WK-PFD-DAY-SU(WK-PFD-IDX)
                MOVE   ZERO   TO   WK-PFD-DAY-NEBIKI(WK-PFD-IDX)
           END-PERFORM.
      *>
       PFD-DAY-CLEAR-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>退避ファイルの明細行１件分の販促判定・積み上げ処理
      *>その日に適用された販促（期間内・対象範囲に一致する行のうち後の
      *>行）に協賛条件があれば、数量と値引額を日計へ積み上げる
      *>************************************************************************
       RT-MATCH-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-PRM-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRM-FOUND-IDX.
           PERFORM   VARYING   WK-PRM-IDX   FROM   1   BY   1
                UNTIL   WK-PRM-IDX   >   WK-PRM-COUNT
                IF   WK-CUR-YMD8   >=   WK-PRM-START-DATE(WK-PRM-IDX)
                AND  WK-CUR-YMD8   <=   WK-PRM-END-DATE(WK-PRM-IDX)
                AND ((WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "S"
                      AND   WK-PRM-SHOHIN-CODE(WK-PRM-IDX)
                               =   RT-SHOHIN-CODE)
                  OR (WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "B"
                      AND   WK-PRM-BUNRUI-CODE(WK-PRM-IDX)
                               =   RT-BUNRUI-CODE))
                     MOVE   1            TO   WK-PRM-FOUND-FLG
                     MOVE   WK-PRM-IDX   TO   WK-PRM-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-PRM-FOUND-FLG   NOT =   1
                GO   TO   RT-MATCH-PROC-EXIT
           END-IF.
           IF   WK-PRM-PFD-IDX(WK-PRM-FOUND-IDX)   =   ZERO
                GO   TO   RT-MATCH-PROC-EXIT
           END-IF.
      *>
      *>  その日の標準単価と販促後の単価の差を１個当たりの値引額とする
           PERFORM   PRC-LOOKUP-PROC.
           IF   WK-PRM-NEBIKI-KUBUN(WK-PRM-FOUND-IDX)   =   "K"
                MOVE   WK-PRM-PROMO-TANKA(WK-PRM-FOUND-IDX)
                     TO   WK-PROMO-TANKA-SAVE
           ELSE
                COMPUTE   WK-PROMO-TANKA-SAVE   =
                     WK-PRC-TANKA-SAVE
                     *   (100   -
                          WK-PRM-NEBIKI-PERCENT(WK-PRM-FOUND-IDX))
                     /   100
           END-IF.
           COMPUTE   WK-NEBIKI-TANKA   =
                     WK-PRC-TANKA-SAVE   -   WK-PROMO-TANKA-SAVE.
           IF   WK-NEBIKI-TANKA   <   ZERO
                MOVE   ZERO   TO   WK-NEBIKI-TANKA
           END-IF.
      *>
           SET       WK-PFD-IDX   TO   WK-PRM-PFD-IDX(WK-PRM-FOUND-IDX).
           ADD       RT-TYUMON-SU   TO   WK-PFD-DAY-SU(WK-PFD-IDX).
           COMPUTE   WK-PFD-DAY-NEBIKI(WK-PFD-IDX)   =
                     WK-PFD-DAY-NEBIKI(WK-PFD-IDX)
                     +   RT-TYUMON-SU   *   WK-NEBIKI-TANKA.
      *>
       RT-MATCH-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先１社分の請求書の印字処理
      *>WK-PFD-IDXの仕入先について、数量か値引額のある販促を明細に
      *>印字する。該当する販促が無い仕入先には請求書を作らない
      *>************************************************************************
       CLM-ONE-SUP-PROC               SECTION.
      *>
           MOVE      WK-PFD-SUP-CODE(WK-PFD-IDX)   TO   WK-CUR-SUP-CODE.
           MOVE      ZERO   TO   WK-SUBTOTAL-AREA.
      *>
      *>  請求する販促があるかを先に確かめる
           MOVE      ZERO   TO   WK-PFD-FOUND-FLG.
           PERFORM   VARYING   WK-PFD-IDX   FROM   WK-PFD-IDX   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                IF   WK-PFD-SUP-CODE(WK-PFD-IDX)   =   WK-CUR-SUP-CODE
                     IF   WK-PFD-SU(WK-PFD-IDX)   NOT =   ZERO
                     OR   WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX)
                               NOT =   ZERO
                          MOVE   1   TO   WK-PFD-FOUND-FLG
                     ELSE
                          MOVE   1   TO   WK-PFD-INSATSU-FLG(WK-PFD-IDX)
                     END-IF
                END-IF
           END-PERFORM.
           IF   WK-PFD-FOUND-FLG   =   ZERO
                GO   TO   CLM-ONE-SUP-PROC-END
           END-IF.
      *>
           ADD       1   TO   WRK-SEIKYU-COUNT.
           MOVE      SPACE   TO   CLMPRT-RECODE.
           MOVE      WK-MONTH-YYYYMM   TO   CLM-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   CLM-HDR-RUN-DATE.
           WRITE     CLMPRT-RECODE   FROM   CLM-HDR-RECODE.
           MOVE      WK-CUR-SUP-CODE   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-CUR-SUP-CODE         TO   CLM-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE   TO   CLM-SUP-NAME.
           WRITE     CLMPRT-RECODE   FROM   CLM-SUP-RECODE.
           WRITE     CLMPRT-RECODE   FROM   CLM-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-PFD-IDX   FROM   1   BY   1
                UNTIL   WK-PFD-IDX   >   WK-PFD-COUNT
                IF   WK-PFD-SUP-CODE(WK-PFD-IDX)   =   WK-CUR-SUP-CODE
                AND  WK-PFD-INSATSU-FLG(WK-PFD-IDX)   =   ZERO
                     PERFORM   CLM-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   CLM-TOTAL-RECODE.
           MOVE      "請求合計"                TO   CLM-T-TITLE.
           MOVE      WK-SUB-SU                 TO   CLM-T-SU.
           MOVE      WK-SUB-NEBIKI-KINGAKU
                     TO   CLM-T-NEBIKI-KINGAKU.
           MOVE      WK-SUB-SEIKYU-KINGAKU
                     TO   CLM-T-SEIKYU-KINGAKU.
           WRITE     CLMPRT-RECODE   FROM   CLM-TOTAL-RECODE.
           MOVE      SPACE   TO   CLMPRT-RECODE.
           WRITE     CLMPRT-RECODE.
           ADD       WK-SUB-SEIKYU-KINGAKU
                     TO   WK-TOTAL-SEIKYU-KINGAKU.
      *>
       CLM-ONE-SUP-PROC-END.
      *>
      *>  呼び出し元の繰り返しは先頭から探し直す
           SET       WK-PFD-IDX   TO   1.
      *>
       CLM-ONE-SUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書の明細行１件分の印字処理
      *>************************************************************************
       CLM-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-PFD-INSATSU-FLG(WK-PFD-IDX).
           SET       WK-PRM-IDX   TO   WK-PFD-PRM-IDX(WK-PFD-IDX).
      *>
      *>  協賛金を求める（負担率は値引額に掛けて円未満切捨て）
           IF   WK-PFD-FUTAN-KUBUN(WK-PFD-IDX)   =   "R"
                COMPUTE   WK-SEIKYU-KINGAKU   =
                          WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX)
                          *   WK-PFD-FUTAN-RITSU(WK-PFD-IDX)
                          /   100
           ELSE
                COMPUTE   WK-SEIKYU-KINGAKU   =
                          WK-PFD-SU(WK-PFD-IDX)
                          *   WK-PFD-FUTAN-TANKA(WK-PFD-IDX)
           END-IF.
      *>
           MOVE      SPACE   TO   CLM-DETAIL-RECODE.
           MOVE      "-"     TO   CLM-DETAIL-RECODE(27:1).
           MOVE      WK-PFD-PROMO-BANGOU(WK-PFD-IDX)
                          TO   CLM-PROMO-BANGOU.
           IF   WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "B"
                MOVE   WK-PRM-BUNRUI-CODE(WK-PRM-IDX)
                     TO   CLM-SCOPE-CODE
           ELSE
                MOVE   WK-PRM-SHOHIN-CODE(WK-PRM-IDX)
                     TO   CLM-SCOPE-CODE
           END-IF.
           MOVE      WK-PRM-START-DATE(WK-PRM-IDX)
                          TO   CLM-START-DATE.
           MOVE      WK-PRM-END-DATE(WK-PRM-IDX)     TO   CLM-END-DATE.
           IF   WK-PFD-FUTAN-KUBUN(WK-PFD-IDX)   =   "R"
                MOVE   WK-PFD-FUTAN-RITSU(WK-PFD-IDX)
                     TO   WK-JOKEN-RITSU
                MOVE   WK-JOKEN-RITSU-EDIT   TO   CLM-JOKEN
           ELSE
                MOVE   WK-PFD-FUTAN-TANKA(WK-PFD-IDX)
                     TO   WK-JOKEN-TANKA
                MOVE   WK-JOKEN-TANKA-EDIT   TO   CLM-JOKEN
           END-IF.
           MOVE      WK-PFD-SU(WK-PFD-IDX)   TO   CLM-SU.
           MOVE      WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX)
                          TO   CLM-NEBIKI-KINGAKU.
           MOVE      WK-SEIKYU-KINGAKU       TO   CLM-SEIKYU-KINGAKU.
           WRITE     CLMPRT-RECODE   FROM   CLM-DETAIL-RECODE.
      *>
           ADD       WK-PFD-SU(WK-PFD-IDX)   TO   WK-SUB-SU.
           ADD       WK-PFD-NEBIKI-KINGAKU(WK-PFD-IDX)
                          TO   WK-SUB-NEBIKI-KINGAKU.
           ADD       WK-SEIKYU-KINGAKU       TO   WK-SUB-SEIKYU-KINGAKU.
      *>
       CLM-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>その日の標準単価の検索処理
      *>単価履歴から、その日以前で最も新しい適用開始日の行を探す。
      *>該当行がなければ商品マスタの単価を使う
      *>************************************************************************
       PRC-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-PRC-TANKA-SAVE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   WK-CUR-YMD8
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          >=   WK-PRC-BEST-EFF-DATE
                     MOVE   1   TO   WK-PRC-FOUND-FLG
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   WK-PRC-BEST-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   WK-PRC-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
      *>  履歴に該当行がない場合は商品マスタの単価を使う
           IF   WK-PRC-FOUND-FLG   NOT =   1
                PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1  BY  1
                     UNTIL   WK-SHOHIN-MSTR-IDX   >
                               WK-SHOHIN-MSTR-COUNT
                     IF   WK-SHOHIN-MSTR-SHOHIN-CODE
                               (WK-SHOHIN-MSTR-IDX)
                               =   RT-SHOHIN-CODE
                          MOVE   WK-SHOHIN-MSTR-TANKA
                                    (WK-SHOHIN-MSTR-IDX)
                               TO   WK-PRC-TANKA-SAVE
                     END-IF
                END-PERFORM
           END-IF.
      *>
       PRC-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は商品マスタの単価だけで計算する
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
                GO   TO   PRC-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                READ   PRC-FILE
                     AT   END
                          MOVE   "10"   TO   PRC-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PRC-COUNT   <   9999
                               ADD    1   TO   WK-PRC-COUNT
                               MOVE   PRC-SHOHIN-CODE   TO
                                    WK-PRC-SHOHIN-CODE(WK-PRC-COUNT)
                               MOVE   PRC-EFF-DATE      TO
                                    WK-PRC-EFF-DATE(WK-PRC-COUNT)
                               MOVE   PRC-TANKA         TO
                                    WK-PRC-TANKA(WK-PRC-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PRC-FILE.
      *>
       PRC-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>協賛条件の仕入先をチェックできないため、読めない場合は異常終了
      *>する
      *>************************************************************************
       SUP-MSTR-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   SUPM-FILE.
           IF   SUPM-FILE-STATUS   NOT =   "00"
                DISPLAY   "SUPMが読めません:"   SUPM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   SUPM-FILE-STATUS   NOT =   "00"
                READ   SUPM-FILE
                     AT   END
                          MOVE   "10"   TO   SUPM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SUP-MSTR-COUNT   <   999
                               ADD    1   TO   WK-SUP-MSTR-COUNT
                               MOVE   SUP-SUP-CODE   TO
                                    WK-SUP-MSTR-CODE
                                         (WK-SUP-MSTR-COUNT)
                               MOVE   SUP-SUP-NAME   TO
                                    WK-SUP-MSTR-NAME
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
      *>仕入先名称検索処理（仕入先マスタテーブルを線形検索する）
      *>WK-SUP-CHK-CODEに仕入先コードを設定してから呼び出す
      *>************************************************************************
       SUP-MSTR-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-SUP-MSTR-FOUND-FLG.
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SUP-CHK-CODE
                     MOVE   1   TO   WK-SUP-MSTR-FOUND-FLG
                     MOVE   WK-SUP-MSTR-NAME(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SUP-MSTR-LOOKUP-PROC-EXIT.
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
                                    MOVE   SMST-TANKA         TO
                                         WK-SHOHIN-MSTR-TANKA
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-PFD-COUNT            TO   MSG1-PFD-COUNT.
           MOVE      WRK-SEIKYU-COUNT         TO   MSG1-SEIKYU-COUNT.
           MOVE      WRK-ERR-COUNT            TO   MSG1-ERR-COUNT.
           MOVE      WK-TOTAL-SEIKYU-KINGAKU  TO   MSG1-SEIKYU-KINGAKU.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
