      *>************************************************************************
      *>卸売顧客四半期数量リベート計算プログラム
      *>パラメータファイル（RBTPARM.txt：対象年YYYY＋四半期Q（１～４、
      *>第１四半期＝１～３月））で指定された四半期について、顧客別
      *>リベート契約マスタ（REBATEM.txt）に契約のある卸売顧客の
      *>純購買額を集計し、達した段階のリベートを計算する。
      *>純購買額は四半期の３か月分のJUDGE001日付退避ファイル
      *>（JOT01_yyyymmdd.txt）の顧客コード付きの受注を、CUSTANA001と
      *>同じ規則（契約単価→単価履歴→商品マスタの単価、販促の割引、
      *>取消・減量差分は相殺、移庫は対象外）で評価した税抜金額の合計
      *>とする。リベートは達した最も高い段階の率を純購買額全体に掛け
      *>（円未満切捨て）、消費税額は各受注の税率で求めた消費税相当額
      *>の合計に同じ率を掛けて求める（円未満切捨て）。
      *>リベートはクレジットメモファイル（CRMEMO.txt）へメモ種別"B"・
      *>未充当の行として追記し、売掛元帳（ARLEDG001）で当該顧客の
      *>未消込の請求から控除させる。顧客ごとにリベート計算書
      *>（RBT_顧客コード.txt）を書き出し、達した純購買額と適用段階を
      *>示す。同じ四半期のリベートのメモが既にある顧客（再実行）は
      *>計算書だけを書き出してメモは追記せず、リターンコード４で終了
      *>する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   REBATE001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>対象四半期パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "RBTPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>顧客別リベート契約マスタファイル
      *>************************************************************************
       SELECT   RBM-FILE      ASSIGN        TO "REBATEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RBM-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
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
      *>消費税率表ファイル
      *>************************************************************************
       SELECT   ZEI-FILE      ASSIGN        TO "ZEIRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>顧客別契約単価ファイル
      *>************************************************************************
       SELECT   CPR-FILE      ASSIGN        TO "CONTPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPR-FILE-STATUS.
      *>************************************************************************
      *>販促マスタファイル
      *>************************************************************************
       SELECT   PRM-FILE      ASSIGN        TO "PROMOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRM-FILE-STATUS.
      *>************************************************************************
      *>クレジットメモファイル（発行済の確認とリベートの追記）
      *>************************************************************************
       SELECT   CRM-FILE      ASSIGN        TO "CRMEMO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>顧客別リベート計算書ファイル（顧客ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RBT-FILE      ASSIGN        TO WK-RBT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>対象四半期パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-YYYY                      PIC 9(004).
           03   PARM-QUARTER                   PIC 9(001).
      *>************************************************************************
      *>日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==RT==.
      *>************************************************************************
      *>顧客別リベート契約マスタファイルのレイアウト定義
      *>************************************************************************
       FD   RBM-FILE.
       01   RBM-RECODE.
           COPY   REBATEM   REPLACING   ==:PREFIX:==   BY   ==RBM==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
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
      *>消費税率表ファイルのレイアウト定義
      *>************************************************************************
       FD   ZEI-FILE.
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
      *>************************************************************************
      *>顧客別契約単価ファイルのレイアウト定義
      *>************************************************************************
       FD   CPR-FILE.
       01   CPR-RECODE.
           COPY   CONTPRC   REPLACING   ==:PREFIX:==   BY   ==CPR==.
      *>************************************************************************
      *>販促マスタファイルのレイアウト定義
      *>************************************************************************
       FD   PRM-FILE.
       01   PRM-RECODE.
           COPY   PROMOMSTR   REPLACING   ==:PREFIX:==   BY   ==PRM==.
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>顧客別リベート計算書ファイルのレイアウト定義
      *>************************************************************************
       FD   RBT-FILE.
       01   RBT-RECODE                             PIC X(100).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  RBM-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  PRM-FILE-STATUS                          PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
      *>
      *>日次退避ファイル・計算書のファイル名
       01  WK-RT-FILENAME                           PIC X(020).
       01  WK-RBT-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-REC-COUNT                    PIC 9(006).
             03   WRK-KEIYAKU-COUNT                PIC 9(006).
             03   WRK-HAKKO-COUNT                  PIC 9(006).
             03   WRK-ZUMI-COUNT                   PIC 9(006).
             03   WK-DD                            PIC 9(002).
      *>四半期の何か月目か（１～３）
             03   WK-MM-NO                         PIC 9(001).
             03   WK-RT-YYYYMM                     PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "REBATE01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象四半期の年・四半期と、初月・初日・末日
       01   WK-QUARTER-AREA.
            03   WK-PARM-YYYY                    PIC 9(004).
            03   WK-PARM-QUARTER                 PIC 9(001).
            03   WK-Q-START-YYYYMM               PIC 9(006).
            03   WK-Q-START-DATE                 PIC 9(008).
            03   WK-Q-END-DATE                   PIC 9(008).
      *>
      *>リベート契約・四半期集計のテーブル（契約のある顧客ごとに１行）
       01   WK-RBA-AREA.
            03   WK-RBA-COUNT                    PIC 9(004)  COMP.
            03   WK-RBA-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-RBA-IDX.
                 05   WK-RBA-KOKYAKU-CODE         PIC X(005).
                 05   WK-RBA-START-DATE           PIC 9(008).
                 05   WK-RBA-DANKAI               OCCURS 5 TIMES.
                      07   WK-RBA-KIJUN-KINGAKU    PIC 9(011).
                      07   WK-RBA-RITSU            PIC 9(002)V9(002).
                 05   WK-RBA-MEISAI-COUNT         PIC 9(006).
                 05   WK-RBA-KONYU-KINGAKU        PIC S9(012).
      *>受注ごとの税率で求めた消費税相当額の合計（端数を持つ）
                 05   WK-RBA-ZEI-KISO             PIC S9(011)V9(004).
                 05   WK-RBA-ZUMI-FLG             PIC 9(001).
                 05   WK-RBA-TEKIYO-DANKAI        PIC 9(001).
                 05   WK-RBA-REBATE-KINGAKU       PIC S9(010).
                 05   WK-RBA-REBATE-ZEI           PIC S9(009).
       01   WK-RBA-FOUND-FLG                     PIC 9(001).
       01   WK-RBA-FOUND-IDX                     PIC 9(004)  COMP.
      *>段階の添字
       01   WK-DK-NO                             PIC 9(001).
       01   WK-DK-BEST-KIJUN                     PIC 9(011).
       01   WK-DK-RITSU-SAVE                     PIC 9(002)V9(002).
      *>
      *>顧客マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-KOKYAKU-MSTR-AREA.
            03   WK-KOKYAKU-MSTR-COUNT           PIC 9(004)  COMP.
            03   WK-KOKYAKU-MSTR-TBL             OCCURS 999 TIMES
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
                 05   WK-KOKYAKU-MSTR-NAME        PIC X(020).
       01   WK-KOKYAKU-MSTR-NAME-SAVE            PIC X(020).
       01   WK-KOKYAKU-CHK-CODE                  PIC X(005).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
      *>
      *>商品単価履歴保持用テーブル（読み込んだ内容をメモリに展開する）
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
      *>顧客別契約単価保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-CPR-AREA.
            03   WK-CPR-COUNT                    PIC 9(004)  COMP.
            03   WK-CPR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CPR-IDX.
                 05   WK-CPR-KOKYAKU-CODE         PIC X(005).
                 05   WK-CPR-SHOHIN-CODE          PIC X(006).
                 05   WK-CPR-EFF-DATE             PIC 9(008).
                 05   WK-CPR-TANKA                PIC 9(006).
       01   WK-CPR-FOUND-FLG                     PIC 9(001).
       01   WK-CPR-BEST-EFF-DATE                 PIC 9(008).
       01   WK-CPR-TANKA-SAVE                    PIC 9(006).
      *>
      *>販促マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-PRM-AREA.
            03   WK-PRM-COUNT                    PIC 9(004)  COMP.
            03   WK-PRM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PRM-IDX.
                 05   WK-PRM-SCOPE-KUBUN          PIC X(001).
                 05   WK-PRM-SHOHIN-CODE          PIC X(006).
                 05   WK-PRM-BUNRUI-CODE          PIC X(002).
                 05   WK-PRM-START-DATE           PIC 9(008).
                 05   WK-PRM-END-DATE             PIC 9(008).
                 05   WK-PRM-NEBIKI-KUBUN         PIC X(001).
                 05   WK-PRM-NEBIKI-PERCENT       PIC 9(002).
                 05   WK-PRM-PROMO-TANKA          PIC 9(006).
       01   WK-PRM-FOUND-FLG                     PIC 9(001).
       01   WK-PRM-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>消費税率表保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZEI-AREA.
            03   WK-ZEI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZEI-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-ZEI-IDX.
                 05   WK-ZEI-BUNRUI-CODE          PIC X(002).
                 05   WK-ZEI-EFF-DATE             PIC 9(008).
                 05   WK-ZEI-RATE                 PIC 9(002)V9(002).
       01   WK-ZEI-FOUND-FLG                     PIC 9(001).
       01   WK-ZEI-BEST-EFF-DATE                 PIC 9(008).
       01   WK-ZEI-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>取消受注・減量差分の場合は注文数を負数に変換する
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>受注１件分の売上金額
       01   WK-LINE-URIAGE                       PIC S9(008).
      *>
      *>計算書の見出し行の編集用領域
       01   RBT-HDR-RECODE.
           03   FILLER                PIC X(035)
                   VALUE "**  数量リベート計算書  **".
           03   FILLER                PIC X(015)
                   VALUE "対象期間：".
           03   RBT-HDR-START-DATE    PIC 9(008).
           03   FILLER                PIC X(003)
                   VALUE "～".
           03   RBT-HDR-END-DATE      PIC 9(008).
      *>計算書の顧客行の編集用領域
       01   RBT-CUST-RECODE.
           03   FILLER                PIC X(009)
                   VALUE "顧客：".
           03   RBT-CUST-CODE         PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RBT-CUST-NAME         PIC X(020).
      *>計算書の純購買額行の編集用領域
       01   RBT-KONYU-RECODE.
           03   FILLER                PIC X(039)
                   VALUE "四半期の純購買額（税抜）：".
           03   RBT-KONYU-KINGAKU     PIC -(011)9.
           03   FILLER                PIC X(024)
                   VALUE "　受注明細件数：".
           03   RBT-MEISAI-COUNT      PIC ZZZ,ZZ9.
      *>計算書の段階行の編集用領域
       01   RBT-DANKAI-RECODE.
           03   FILLER                PIC X(006)
                   VALUE "段階".
           03   RBT-DK-NO             PIC 9(001).
           03   FILLER                PIC X(015)
                   VALUE "　基準額：".
           03   RBT-DK-KIJUN          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                   VALUE "円以上　率：".
           03   RBT-DK-RITSU          PIC Z9.99.
           03   FILLER                PIC X(001)
                   VALUE "%".
           03   RBT-DK-TEKIYO         PIC X(012).
      *>計算書の金額行の編集用領域
       01   RBT-KINGAKU-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "リベート額（税抜）：".
           03   RBT-REBATE-KINGAKU    PIC -(009)9.
           03   FILLER                PIC X(018)
                   VALUE "　消費税額：".
           03   RBT-REBATE-ZEI        PIC -(008)9.
           03   FILLER                PIC X(021)
                   VALUE "　控除額合計：".
           03   RBT-REBATE-GOKEI      PIC -(010)9.
      *>計算書の発行状況行の編集用領域
       01   RBT-MSG-RECODE.
           03   RBT-MSG               PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(030)
                              VALUE "リベート契約顧客数：".
            03   MSG1-KEIYAKU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(036)
                   VALUE "　クレジットメモ発行数：".
            03   MSG1-HAKKO-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-REC-COUNT.
           MOVE   ZERO        TO   WRK-KEIYAKU-COUNT.
           MOVE   ZERO        TO   WRK-HAKKO-COUNT.
           MOVE   ZERO        TO   WRK-ZUMI-COUNT.
           MOVE   ZERO        TO   WK-RBA-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-CPR-COUNT.
           MOVE   ZERO        TO   WK-PRM-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象四半期パラメータの読み込み（初日・末日も求める）
           PERFORM   PARM-READ-PROC.
      *>
      *>  四半期の末日に有効なリベート契約を読み込む
           PERFORM   RBM-LOAD-PROC.
      *>
      *>  各マスタ・単価履歴・税率表の読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   PRM-LOAD-PROC.
      *>
      *>  同じ四半期のリベートのメモが既にある顧客を調べる
           PERFORM   CRM-CHECK-PROC.
      *>
      *>  四半期の３か月分の日次退避ファイルを読み、契約のある
      *>  顧客の純購買額を積み上げる
           PERFORM   VARYING   WK-MM-NO   FROM   1   BY   1
                UNTIL   WK-MM-NO   >   3
                COMPUTE   WK-RT-YYYYMM   =
                          WK-Q-START-YYYYMM   +   WK-MM-NO   -   1
                PERFORM   VARYING   WK-DD   FROM   1   BY   1
                     UNTIL   WK-DD   >   31
                     PERFORM   RT-ONE-DAY-PROC
                END-PERFORM
           END-PERFORM.
      *>
      *>  顧客ごとにリベートを計算し、メモの追記と計算書の作成を行う
           OPEN      EXTEND   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                OPEN    OUTPUT   CRM-FILE
           END-IF.
           PERFORM   VARYING   WK-RBA-IDX   FROM   1   BY   1
                UNTIL   WK-RBA-IDX   >   WK-RBA-COUNT
                ADD       1   TO   WRK-KEIYAKU-COUNT
                PERFORM   REBATE-CALC-PROC
                PERFORM   CRM-WRITE-PROC
                PERFORM   RBT-WRITE-PROC
           END-PERFORM.
           CLOSE     CRM-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象四半期パラメータファイルの読み込み処理
      *>四半期の初月（YYYYMM）・初日・末日を求める
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "RBTPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象四半期の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-YYYY      TO   WK-PARM-YYYY
                     MOVE   PARM-QUARTER   TO   WK-PARM-QUARTER
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   WK-PARM-QUARTER   <   1
           OR   WK-PARM-QUARTER   >   4
                DISPLAY   "四半期の指定誤り:"   WK-PARM-QUARTER
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           COMPUTE   WK-Q-START-YYYYMM   =
                     WK-PARM-YYYY   *   100
                     +   (WK-PARM-QUARTER   -   1)   *   3   +   1.
           COMPUTE   WK-Q-START-DATE   =
                     WK-Q-START-YYYYMM   *   100   +   1.
           EVALUATE   WK-PARM-QUARTER
                WHEN   1
                     COMPUTE   WK-Q-END-DATE   =
                               WK-PARM-YYYY   *   10000   +   0331
                WHEN   2
                     COMPUTE   WK-Q-END-DATE   =
                               WK-PARM-YYYY   *   10000   +   0630
                WHEN   3
                     COMPUTE   WK-Q-END-DATE   =
                               WK-PARM-YYYY   *   10000   +   0930
                WHEN   OTHER
                     COMPUTE   WK-Q-END-DATE   =
                               WK-PARM-YYYY   *   10000   +   1231
           END-EVALUATE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別リベート契約マスタの読み込み処理
      *>四半期の末日に有効な行（適用開始日が末日以前で、適用終了日が
      *>ゼロまたは末日以降）だけを取り込む。同一顧客の行が複数有効な
      *>場合は適用開始日の最も新しい行の段階を使う
      *>************************************************************************
       RBM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RBM-FILE.
           IF   RBM-FILE-STATUS   NOT =   "00"
                DISPLAY   "REBATEMが読めません:"   RBM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   RBM-FILE-STATUS   NOT =   "00"
                READ   RBM-FILE
                     AT   END
                          MOVE   "10"   TO   RBM-FILE-STATUS
                     NOT   AT   END
                          IF   RBM-START-DATE   <=   WK-Q-END-DATE
                          AND (RBM-END-DATE   =   ZERO
                            OR RBM-END-DATE   >=   WK-Q-END-DATE)
                               PERFORM   RBM-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RBM-FILE.
      *>
       RBM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>リベート契約１行分の取り込み処理
      *>************************************************************************
       RBM-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-RBA-FOUND-FLG.
           MOVE      ZERO   TO   WK-RBA-FOUND-IDX.
           PERFORM   VARYING   WK-RBA-IDX   FROM   1   BY   1
                UNTIL   WK-RBA-IDX   >   WK-RBA-COUNT
                IF   WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          =   RBM-KOKYAKU-CODE
                     MOVE   1            TO   WK-RBA-FOUND-FLG
                     MOVE   WK-RBA-IDX   TO   WK-RBA-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-RBA-FOUND-FLG   =   1
                IF   RBM-START-DATE   <
                          WK-RBA-START-DATE(WK-RBA-FOUND-IDX)
                     GO   TO   RBM-ONE-PROC-EXIT
                END-IF
           ELSE
                IF   WK-RBA-COUNT   NOT <   999
                     DISPLAY   "リベート契約テーブル満杯:"
                               RBM-KOKYAKU-CODE
                     GO   TO   RBM-ONE-PROC-EXIT
                END-IF
                ADD    1              TO   WK-RBA-COUNT
                MOVE   WK-RBA-COUNT   TO   WK-RBA-FOUND-IDX
                MOVE   RBM-KOKYAKU-CODE   TO
                     WK-RBA-KOKYAKU-CODE(WK-RBA-FOUND-IDX)
                MOVE   ZERO   TO   WK-RBA-MEISAI-COUNT(WK-RBA-FOUND-IDX)
                MOVE   ZERO   TO
                     WK-RBA-KONYU-KINGAKU(WK-RBA-FOUND-IDX)
                MOVE   ZERO   TO   WK-RBA-ZEI-KISO(WK-RBA-FOUND-IDX)
                MOVE   ZERO   TO   WK-RBA-ZUMI-FLG(WK-RBA-FOUND-IDX)
           END-IF.
      *>
           MOVE      RBM-START-DATE   TO
                WK-RBA-START-DATE(WK-RBA-FOUND-IDX).
           PERFORM   VARYING   WK-DK-NO   FROM   1   BY   1
                UNTIL   WK-DK-NO   >   5
                MOVE   RBM-KIJUN-KINGAKU(WK-DK-NO)   TO
                     WK-RBA-KIJUN-KINGAKU(WK-RBA-FOUND-IDX, WK-DK-NO)
                MOVE   RBM-RITSU(WK-DK-NO)           TO
                     WK-RBA-RITSU(WK-RBA-FOUND-IDX, WK-DK-NO)
           END-PERFORM.
      *>
       RBM-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発行済のリベートのメモの確認処理
      *>メモ種別"B"で返品日欄が四半期の末日の行がある顧客は発行済とする
      *>（ファイルが無い場合は発行済なし）
      *>************************************************************************
       CRM-CHECK-PROC                 SECTION.
      *>
           OPEN      INPUT   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                GO   TO   CRM-CHECK-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CRM-FILE-STATUS   NOT =   "00"
                READ   CRM-FILE
                     AT   END
                          MOVE   "10"   TO   CRM-FILE-STATUS
                     NOT   AT   END
                          IF   CRM-MEMO-SYUBETSU   =   "B"
                          AND  CRM-HENPIN-DATE     =   WK-Q-END-DATE
                               PERFORM   CRM-ZUMI-SET-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CRM-FILE.
      *>
       CRM-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発行済のメモの顧客へ発行済の印を付ける処理
      *>************************************************************************
       CRM-ZUMI-SET-PROC              SECTION.
      *>
           PERFORM   VARYING   WK-RBA-IDX   FROM   1   BY   1
                UNTIL   WK-RBA-IDX   >   WK-RBA-COUNT
                IF   WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          =   CRM-KOKYAKU-CODE
                     MOVE   1   TO   WK-RBA-ZUMI-FLG(WK-RBA-IDX)
                END-IF
           END-PERFORM.
      *>
       CRM-ZUMI-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理
      *>ファイルが存在しない日は読み飛ばす。受注明細は受付日時が
      *>必ず埋まるため、24桁目以降が空白の行は見出し・末尾レコード
      *>として読み飛ばす。移庫（注文種別"7"）は対象にしない
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-RT-YYYYMM   WK-DD   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
      *>
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
           ELSE
                PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                     READ   RT-FILE
                          AT   END
                               MOVE   "10"   TO   RT-FILE-STATUS
                          NOT   AT   END
                               IF   RT-RECODE(24:19)   NOT =   SPACE
                               AND  RT-KOKYAKU-CODE    NOT =   SPACE
                               AND  RT-TYUMON-KUBUN    NOT =   "7"
                                    PERFORM   RBA-ADD-PROC
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   RT-FILE
           END-IF.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注明細１件分の純購買額への積み上げ処理
      *>リベート契約の無い顧客の受注は読み飛ばす
      *>************************************************************************
       RBA-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-RBA-FOUND-FLG.
           MOVE      ZERO   TO   WK-RBA-FOUND-IDX.
           PERFORM   VARYING   WK-RBA-IDX   FROM   1   BY   1
                UNTIL   WK-RBA-IDX   >   WK-RBA-COUNT
                IF   WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          =   RT-KOKYAKU-CODE
                     MOVE   1            TO   WK-RBA-FOUND-FLG
                     MOVE   WK-RBA-IDX   TO   WK-RBA-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-RBA-FOUND-FLG   NOT =   1
                GO   TO   RBA-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-REC-COUNT.
      *>
      *>  取消（"9"）と変更の減量差分（"6"）は相殺する
           IF   RT-TYUMON-KUBUN   =   "9"
           OR   RT-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   RT-TYUMON-SU
           ELSE
                MOVE      RT-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
           PERFORM   LINE-URIAGE-CALC-PROC.
      *>
           ADD       1   TO   WK-RBA-MEISAI-COUNT(WK-RBA-FOUND-IDX).
           ADD       WK-LINE-URIAGE   TO
                WK-RBA-KONYU-KINGAKU(WK-RBA-FOUND-IDX).
           COMPUTE   WK-RBA-ZEI-KISO(WK-RBA-FOUND-IDX)   =
                     WK-RBA-ZEI-KISO(WK-RBA-FOUND-IDX)
                     +   WK-LINE-URIAGE   *   WK-ZEI-RATE-SAVE
                         /   100.
      *>
       RBA-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分のリベートの計算処理
      *>純購買額が基準額以上となった段階のうち最も高い基準額の段階の
      *>率を適用する（該当なしは段階ゼロ・リベートなし）
      *>************************************************************************
       REBATE-CALC-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-RBA-TEKIYO-DANKAI(WK-RBA-IDX).
           MOVE      ZERO   TO   WK-RBA-REBATE-KINGAKU(WK-RBA-IDX).
           MOVE      ZERO   TO   WK-RBA-REBATE-ZEI(WK-RBA-IDX).
           MOVE      ZERO   TO   WK-DK-BEST-KIJUN.
           MOVE      ZERO   TO   WK-DK-RITSU-SAVE.
      *>
           PERFORM   VARYING   WK-DK-NO   FROM   1   BY   1
                UNTIL   WK-DK-NO   >   5
                IF   WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                          >   ZERO
                AND  WK-RBA-KONYU-KINGAKU(WK-RBA-IDX)   >=
                          WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                AND  WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                          >   WK-DK-BEST-KIJUN
                     MOVE   WK-DK-NO   TO
                          WK-RBA-TEKIYO-DANKAI(WK-RBA-IDX)
                     MOVE   WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                          TO   WK-DK-BEST-KIJUN
                     MOVE   WK-RBA-RITSU(WK-RBA-IDX, WK-DK-NO)
                          TO   WK-DK-RITSU-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-RBA-TEKIYO-DANKAI(WK-RBA-IDX)   =   ZERO
                GO   TO   REBATE-CALC-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)   =
                     WK-RBA-KONYU-KINGAKU(WK-RBA-IDX)
                     *   WK-DK-RITSU-SAVE   /   100.
           COMPUTE   WK-RBA-REBATE-ZEI(WK-RBA-IDX)   =
                     WK-RBA-ZEI-KISO(WK-RBA-IDX)
                     *   WK-DK-RITSU-SAVE   /   100.
      *>
       REBATE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分のリベートのクレジットメモの追記処理
      *>リベートがある顧客のうち同じ四半期のメモが未発行の顧客だけ
      *>未充当の行を書く
      *>************************************************************************
       CRM-WRITE-PROC                 SECTION.
      *>
           IF   WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)   NOT >   ZERO
                GO   TO   CRM-WRITE-PROC-EXIT
           END-IF.
           IF   WK-RBA-ZUMI-FLG(WK-RBA-IDX)   =   1
                ADD    1   TO   WRK-ZUMI-COUNT
                GO   TO   CRM-WRITE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-HAKKO-COUNT.
           MOVE      WK-Q-END-DATE        TO   CRM-HENPIN-DATE.
           MOVE      SPACE                TO   CRM-MISEBAN.
           MOVE      ZERO                 TO   CRM-TYUMON-BANGOU.
           MOVE      SPACE                TO   CRM-SHOHIN-CODE.
           MOVE      ZERO                 TO   CRM-HENPIN-SU.
           MOVE      WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)
                          TO   CRM-URIAGE-KINGAKU.
           MOVE      WK-RBA-REBATE-ZEI(WK-RBA-IDX)
                          TO   CRM-ZEI-KINGAKU.
           MOVE      WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          TO   CRM-KOKYAKU-CODE.
           MOVE      "1"                  TO   CRM-STATUS.
           MOVE      ZERO                 TO   CRM-JUTO-DATE.
           MOVE      "B"                  TO   CRM-MEMO-SYUBETSU.
           WRITE     CRM-RECODE.
      *>
       CRM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分のリベート計算書の書き出し処理
      *>純購買額・契約の全段階（適用した段階に印）・リベート額と
      *>メモの発行状況を印字する
      *>************************************************************************
       RBT-WRITE-PROC                 SECTION.
      *>
           MOVE      SPACE   TO   WK-RBT-FILENAME.
           STRING    "RBT_"   WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RBT-FILENAME.
           OPEN      OUTPUT   RBT-FILE.
      *>
           MOVE      WK-Q-START-DATE   TO   RBT-HDR-START-DATE.
           MOVE      WK-Q-END-DATE     TO   RBT-HDR-END-DATE.
           WRITE     RBT-RECODE   FROM   RBT-HDR-RECODE.
      *>
           MOVE      WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-RBA-KOKYAKU-CODE(WK-RBA-IDX)
                          TO   RBT-CUST-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   RBT-CUST-NAME.
           WRITE     RBT-RECODE   FROM   RBT-CUST-RECODE.
      *>
           MOVE      WK-RBA-KONYU-KINGAKU(WK-RBA-IDX)
                          TO   RBT-KONYU-KINGAKU.
           MOVE      WK-RBA-MEISAI-COUNT(WK-RBA-IDX)
                          TO   RBT-MEISAI-COUNT.
           WRITE     RBT-RECODE   FROM   RBT-KONYU-RECODE.
      *>
           PERFORM   VARYING   WK-DK-NO   FROM   1   BY   1
                UNTIL   WK-DK-NO   >   5
                IF   WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                          >   ZERO
                     MOVE   WK-DK-NO   TO   RBT-DK-NO
                     MOVE   WK-RBA-KIJUN-KINGAKU(WK-RBA-IDX, WK-DK-NO)
                          TO   RBT-DK-KIJUN
                     MOVE   WK-RBA-RITSU(WK-RBA-IDX, WK-DK-NO)
                          TO   RBT-DK-RITSU
                     IF   WK-DK-NO   =
                               WK-RBA-TEKIYO-DANKAI(WK-RBA-IDX)
                          MOVE   "　←適用"   TO   RBT-DK-TEKIYO
                     ELSE
                          MOVE   SPACE         TO   RBT-DK-TEKIYO
                     END-IF
                     WRITE   RBT-RECODE   FROM   RBT-DANKAI-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)
                          TO   RBT-REBATE-KINGAKU.
           MOVE      WK-RBA-REBATE-ZEI(WK-RBA-IDX)
                          TO   RBT-REBATE-ZEI.
           COMPUTE   RBT-REBATE-GOKEI   =
                     WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)
                     +   WK-RBA-REBATE-ZEI(WK-RBA-IDX).
           WRITE     RBT-RECODE   FROM   RBT-KINGAKU-RECODE.
      *>
           EVALUATE   TRUE
                WHEN   WK-RBA-TEKIYO-DANKAI(WK-RBA-IDX)   =   ZERO
                     MOVE
                "基準額に達した段階なし"
                                    TO   RBT-MSG
                WHEN   WK-RBA-REBATE-KINGAKU(WK-RBA-IDX)   NOT >   ZERO
                     MOVE
                "リベート額ゼロ（メモ発行なし）"
                                    TO   RBT-MSG
                WHEN   WK-RBA-ZUMI-FLG(WK-RBA-IDX)   =   1
                     MOVE
                "同四半期のメモ発行済（再発行せず）"
                                    TO   RBT-MSG
                WHEN   OTHER
                     MOVE
                "クレジットメモ発行（売掛金から控除）"
                                    TO   RBT-MSG
           END-EVALUATE.
           WRITE     RBT-RECODE   FROM   RBT-MSG-RECODE.
      *>
           CLOSE     RBT-FILE.
      *>
       RBT-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の売上金額の計算処理（CUSTANA001・INVGEN001と同じ規則）
      *>受付日付時点の単価×符号付き注文数を求め、適用税率を求める
      *>************************************************************************
       LINE-URIAGE-CALC-PROC          SECTION.
      *>
      *>  契約単価を先に探し、該当する行があれば標準の単価に
      *>  優先して適用する
           PERFORM   CPR-LOOKUP-PROC.
           IF   WK-CPR-FOUND-FLG   =   1
                MOVE      WK-CPR-TANKA-SAVE   TO   WK-PRC-TANKA-SAVE
           ELSE
                PERFORM   PRC-LOOKUP-PROC
           END-IF.
      *>
      *>  受付日付が販促期間内の場合は割引率／販促単価を適用する
           PERFORM   PRM-APPLY-PROC.
           COMPUTE   WK-LINE-URIAGE   =
                     WK-TYUMON-SU-SIGNED   *   WK-PRC-TANKA-SAVE.
      *>
           PERFORM   ZEI-RATE-LOOKUP-PROC.
      *>
       LINE-URIAGE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の契約単価の検索処理
      *>顧客コード・商品コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す
      *>************************************************************************
       CPR-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CPR-TANKA-SAVE.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          =   RT-KOKYAKU-CODE
                AND  WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)   <=   RT-HIDUKE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          >=   WK-CPR-BEST-EFF-DATE
                     MOVE   1   TO   WK-CPR-FOUND-FLG
                     MOVE   WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   WK-CPR-BEST-EFF-DATE
                     MOVE   WK-CPR-TANKA(WK-CPR-IDX)
                          TO   WK-CPR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       CPR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の単価の検索処理
      *>単価履歴から、受付日付以前で最も新しい適用開始日の行を探す。
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
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   RT-HIDUKE
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
      *>販促適用処理
      *>受付日付が期間内で対象範囲（商品コードまたは分類コード）に
      *>一致する販促があれば、WK-PRC-TANKA-SAVEに割引率（円未満
      *>切捨て）または販促単価を適用する。複数該当時は後の行を使う
      *>************************************************************************
       PRM-APPLY-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-PRM-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRM-FOUND-IDX.
           PERFORM   VARYING   WK-PRM-IDX   FROM   1   BY   1
                UNTIL   WK-PRM-IDX   >   WK-PRM-COUNT
                IF   RT-HIDUKE   >=   WK-PRM-START-DATE(WK-PRM-IDX)
                AND  RT-HIDUKE   <=   WK-PRM-END-DATE(WK-PRM-IDX)
                AND ((WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "S"
                      AND   WK-PRM-SHOHIN-CODE(WK-PRM-IDX)
                               =   RT-SHOHIN-CODE)
                  OR (WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "B"
                      AND   WK-PRM-BUNRUI-CODE(WK-PRM-IDX)
                               =   RT-BUNRUI-CODE))
                     MOVE   1   TO   WK-PRM-FOUND-FLG
                     MOVE   WK-PRM-IDX   TO   WK-PRM-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-PRM-FOUND-FLG   NOT =   1
                GO   TO   PRM-APPLY-PROC-EXIT
           END-IF.
      *>
           IF   WK-PRM-NEBIKI-KUBUN(WK-PRM-FOUND-IDX)   =   "K"
                MOVE   WK-PRM-PROMO-TANKA(WK-PRM-FOUND-IDX)
                     TO   WK-PRC-TANKA-SAVE
           ELSE
                COMPUTE   WK-PRC-TANKA-SAVE   =
                     WK-PRC-TANKA-SAVE
                     *   (100   -
                          WK-PRM-NEBIKI-PERCENT(WK-PRM-FOUND-IDX))
                     /   100
           END-IF.
      *>
       PRM-APPLY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の税率の検索処理
      *>税率表から、分類コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す。該当行がなければ税率０とする
      *>************************************************************************
       ZEI-RATE-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZEI-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZEI-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-ZEI-RATE-SAVE.
           PERFORM   VARYING   WK-ZEI-IDX   FROM   1   BY   1
                UNTIL   WK-ZEI-IDX   >   WK-ZEI-COUNT
                IF   WK-ZEI-BUNRUI-CODE(WK-ZEI-IDX)
                          =   RT-BUNRUI-CODE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)   <=   RT-HIDUKE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          >=   WK-ZEI-BEST-EFF-DATE
                     MOVE   1   TO   WK-ZEI-FOUND-FLG
                     MOVE   WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          TO   WK-ZEI-BEST-EFF-DATE
                     MOVE   WK-ZEI-RATE(WK-ZEI-IDX)
                          TO   WK-ZEI-RATE-SAVE
                END-IF
           END-PERFORM.
      *>
       ZEI-RATE-LOOKUP-PROC-EXIT.
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   =   "35"
                CLOSE   KOKYAKUM-FILE
           ELSE
                PERFORM   UNTIL   KOKYAKUM-FILE-STATUS   NOT =   "00"
                     READ   KOKYAKUM-FILE
                          AT   END
                               MOVE   "10"   TO   KOKYAKUM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-KOKYAKU-MSTR-COUNT   <   999
                                    ADD   1   TO
                                         WK-KOKYAKU-MSTR-COUNT
                                    MOVE   KMST-KOKYAKU-CODE   TO
                                         WK-KOKYAKU-MSTR-CODE
                                              (WK-KOKYAKU-MSTR-COUNT)
                                    MOVE   KMST-KOKYAKU-NAME   TO
                                         WK-KOKYAKU-MSTR-NAME
                                              (WK-KOKYAKU-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   KOKYAKUM-FILE
           END-IF.
      *>
       KOKYAKU-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客名称検索処理（顧客マスタテーブルを線形検索する）
      *>WK-KOKYAKU-CHK-CODEに顧客コードを設定してから呼び出す
      *>************************************************************************
       KOKYAKU-MSTR-LOOKUP-PROC       SECTION.
      *>
           MOVE      "顧客名不明"   TO   WK-KOKYAKU-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-KOKYAKU-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-KOKYAKU-MSTR-IDX   >   WK-KOKYAKU-MSTR-COUNT
                IF   WK-KOKYAKU-MSTR-CODE(WK-KOKYAKU-MSTR-IDX)
                          =   WK-KOKYAKU-CHK-CODE
                     MOVE   WK-KOKYAKU-MSTR-NAME(WK-KOKYAKU-MSTR-IDX)
                          TO   WK-KOKYAKU-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       KOKYAKU-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
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
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>履歴ファイルが存在しない場合は商品マスタの単価のみで計算する
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   =   "35"
                CLOSE   PRC-FILE
           ELSE
                PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                     READ   PRC-FILE
                          AT   END
                               MOVE   "10"   TO   PRC-FILE-STATUS
                          NOT   AT   END
                               IF   WK-PRC-COUNT   <   9999
                                    ADD   1   TO   WK-PRC-COUNT
                                    MOVE   PRC-SHOHIN-CODE   TO
                                         WK-PRC-SHOHIN-CODE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-EFF-DATE      TO
                                         WK-PRC-EFF-DATE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-TANKA         TO
                                         WK-PRC-TANKA
                                              (WK-PRC-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   PRC-FILE
           END-IF.
      *>
       PRC-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>消費税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>税率表が存在しない場合は税率０（税額なし）として扱う
      *>************************************************************************
       ZEI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZEI-FILE.
           IF   ZEI-FILE-STATUS   =   "35"
                CLOSE   ZEI-FILE
           ELSE
                PERFORM   UNTIL   ZEI-FILE-STATUS   NOT =   "00"
                     READ   ZEI-FILE
                          AT   END
                               MOVE   "10"   TO   ZEI-FILE-STATUS
                          NOT   AT   END
                               IF   WK-ZEI-COUNT   <   999
                                    ADD   1   TO   WK-ZEI-COUNT
                                    MOVE   ZEI-BUNRUI-CODE   TO
                                         WK-ZEI-BUNRUI-CODE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-EFF-DATE      TO
                                         WK-ZEI-EFF-DATE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-ZEI-RATE      TO
                                         WK-ZEI-RATE
                                              (WK-ZEI-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   ZEI-FILE
           END-IF.
      *>
       ZEI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別契約単価ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は契約単価なしとして標準単価で計算する
      *>************************************************************************
       CPR-LOAD-PROC                  SECTION.
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
                               IF   WK-CPR-COUNT   <   999
                                    ADD   1   TO   WK-CPR-COUNT
                                    MOVE   CPR-KOKYAKU-CODE   TO
                                         WK-CPR-KOKYAKU-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-SHOHIN-CODE    TO
                                         WK-CPR-SHOHIN-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-EFF-DATE       TO
                                         WK-CPR-EFF-DATE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-TANKA          TO
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
      *>販促マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は販促なしとして標準の単価で計算する
      *>************************************************************************
       PRM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRM-FILE.
           IF   PRM-FILE-STATUS   NOT =   "00"
                CLOSE   PRM-FILE
           ELSE
                PERFORM   UNTIL   PRM-FILE-STATUS   NOT =   "00"
                     READ   PRM-FILE
                          AT   END
                               MOVE   "10"   TO   PRM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-PRM-COUNT   <   999
                                    ADD   1   TO   WK-PRM-COUNT
                                    MOVE   PRM-SCOPE-KUBUN      TO
                                         WK-PRM-SCOPE-KUBUN
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-SHOHIN-CODE      TO
                                         WK-PRM-SHOHIN-CODE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-BUNRUI-CODE      TO
                                         WK-PRM-BUNRUI-CODE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-START-DATE       TO
                                         WK-PRM-START-DATE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-END-DATE         TO
                                         WK-PRM-END-DATE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-NEBIKI-KUBUN     TO
                                         WK-PRM-NEBIKI-KUBUN
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-NEBIKI-PERCENT-SU  TO
                                         WK-PRM-NEBIKI-PERCENT
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-PROMO-TANKA      TO
                                         WK-PRM-PROMO-TANKA
                                              (WK-PRM-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   PRM-FILE
           END-IF.
      *>
       PRM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-KEIYAKU-COUNT   TO   MSG1-KEIYAKU-COUNT.
           MOVE      WRK-HAKKO-COUNT     TO   MSG1-HAKKO-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  再実行で発行しなかった顧客がある場合はその旨を返す
           IF   WRK-ZUMI-COUNT   >   ZERO
                DISPLAY
                "同四半期のメモ発行済の顧客あり"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
