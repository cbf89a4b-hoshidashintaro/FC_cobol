      *>************************************************************************
      *>職務分掌点検表の作成プログラム
      *>パラメータファイル（SODPARM.txt：対象年月YYYYMM・業務時間の
      *>開始時刻HHMM・終了時刻HHMM）で指定された月について、監査向け
      *>の職務分掌点検表（SODREV.txt）を印字する。
      *>【１】顧客の保守と取引入力の兼務
      *>　顧客マスタの変更（マスタ変更履歴MSTJNL.txtのマスタ区分"4"）
      *>　または契約単価の変更（制御ファイル変更履歴CTLJNL.txtの区分
      *>　"5"）を月末までに行った操作者が、同じ顧客について対象月に
      *>　次の取引を入力・承認していれば兼務として一覧にする。
      *>　・受注入力（日付退避ファイルJOT01_yyyymmdd.txtの受注担当者）
      *>　・単価変更の入力・承認（単価変更記録PRCOVR.txtの入力者・
      *>　　承認者。与信・単価の例外処理は単価変更で行うため、これを
      *>　　例外承認の兼務として扱う）
      *>　・入金入力（入金履歴PAYHIST.txtの入力者。自動照合の行は
      *>　　入力者が空白のため対象外）
      *>　操作者ＩＤは担当者番号（４桁）と同じ値を使う前提で照合する。
      *>【２】業務時間外・休業日・権限未登録の保守
      *>　対象月のマスタ変更・制御ファイル変更のうち、適用時刻が業務
      *>　時間外（時刻の無い旧い行は判定しない）、適用日が土日または
      *>　営業日カレンダー（CALM.txt）の休業日、または操作者の権限が
      *>　権限ファイル（MSTAUTH.txt）に無いものを一覧にする。
      *>末尾に確認者・確認日の欄を印字する。兼務または要確認の変更が
      *>１件でもあればリターンコード４で終了する。
      *>業務時間の指定が無い・数字でない場合は0800～1900とする。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   SODREV001.
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
       SELECT   PARM-FILE     ASSIGN        TO "SODPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>マスタ変更履歴ファイル
      *>************************************************************************
       SELECT   MJL-FILE      ASSIGN        TO "MSTJNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MJL-FILE-STATUS.
      *>************************************************************************
      *>制御ファイル変更履歴ファイル
      *>************************************************************************
       SELECT   CJL-FILE      ASSIGN        TO "CTLJNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CJL-FILE-STATUS.
      *>************************************************************************
      *>マスタ操作権限ファイル
      *>************************************************************************
       SELECT   AUTH-FILE     ASSIGN        TO "MSTAUTH.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS AUTH-FILE-STATUS.
      *>************************************************************************
      *>営業日カレンダーファイル
      *>************************************************************************
       SELECT   CALM-FILE     ASSIGN        TO "CALM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CALM-FILE-STATUS.
      *>************************************************************************
      *>日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>単価変更記録ファイル
      *>************************************************************************
       SELECT   OVR-FILE      ASSIGN        TO "PRCOVR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVR-FILE-STATUS.
      *>************************************************************************
      *>入金履歴ファイル
      *>************************************************************************
       SELECT   PAYHIST-FILE  ASSIGN        TO "PAYHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PAYHIST-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>職務分掌点検表ファイル
      *>************************************************************************
       SELECT   SOD-FILE      ASSIGN         TO "SODREV.txt"
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
           03   PARM-YYYYMM                    PIC 9(006).
           03   PARM-START-HHMM                PIC X(004).
           03   PARM-END-HHMM                  PIC X(004).
      *>************************************************************************
      *>マスタ変更履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   MJL-FILE.
       01   MJL-RECODE.
           COPY   MSTJNL   REPLACING   ==:PREFIX:==   BY   ==MJL==.
      *>************************************************************************
      *>制御ファイル変更履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   CJL-FILE.
       01   CJL-RECODE.
           COPY   CTLJNL   REPLACING   ==:PREFIX:==   BY   ==CJL==.
      *>************************************************************************
      *>マスタ操作権限ファイルのレイアウト定義（MSTMNT001と同じ）
      *>************************************************************************
       FD   AUTH-FILE.
       01   AUTH-RECODE.
            03   AUTH-OPERATOR-ID                PIC X(004).
            03   AUTH-MST-KUBUN                  PIC X(001).
            03   AUTH-SYORI-KUBUN                PIC X(001).
      *>************************************************************************
      *>CALM-FILEのレイアウト定義
      *>************************************************************************
       FD   CALM-FILE.
       01   CALM-RECODE.
           COPY   CALMSTR   REPLACING   ==:PREFIX:==   BY   ==CAL==.
      *>************************************************************************
      *>日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==RT==.
      *>************************************************************************
      *>単価変更記録ファイルのレイアウト定義
      *>************************************************************************
       FD   OVR-FILE.
       01   OVR-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==OVR==.
      *>************************************************************************
      *>入金履歴ファイルのレイアウト定義（入金ファイルと同じ）
      *>************************************************************************
       FD   PAYHIST-FILE.
       01   PAY-RECODE.
           COPY   PAYIN   REPLACING   ==:PREFIX:==   BY   ==PAY==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>職務分掌点検表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   SOD-FILE.
       01   SOD-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  MJL-FILE-STATUS                          PIC XX.
       01  CJL-FILE-STATUS                          PIC XX.
       01  AUTH-FILE-STATUS                         PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  OVR-FILE-STATUS                          PIC XX.
       01  PAYHIST-FILE-STATUS                      PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-JNL-COUNT                    PIC 9(006).
             03   WRK-ACT-COUNT                    PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WK-START-HHMM                    PIC X(004).
             03   WK-END-HHMM                      PIC X(004).
             03   WK-DD                            PIC 9(002).
             03   WK-RT-DATE                       PIC 9(008).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の月初日・月末日
       01   WK-DATE-AREA.
            03   WK-GESSHO-DATE                  PIC 9(008).
            03   WK-GETSUMATSU-DATE              PIC 9(008).
            03   WK-NEXT-DATE                    PIC 9(008).
            03   WK-NEXT-DATE-R  REDEFINES  WK-NEXT-DATE.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-DATE-INT                     PIC S9(008).
      *>
      *>曜日の判定用（通算日１＝１６０１年１月１日（月曜）を基準にする）
       01   WK-YOUBI-AREA.
            03   WK-CHK-INT                      PIC 9(008).
            03   WK-YOUBI                        PIC 9(001).
            03   WK-YOUBI-QUOT                   PIC 9(008).
            03   WK-YOUBI-REM                    PIC 9(008).
      *>
      *>顧客の保守者テーブル（顧客・操作者・保守種別ごとの最終変更日）
      *>　保守種別　"1"：顧客マスタ　"2"：契約単価
       01   WK-MNT-AREA.
            03   WK-MNT-COUNT                    PIC 9(004)  COMP.
            03   WK-MNT-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MNT-IDX.
                 05   WK-MNT-KOKYAKU-CODE         PIC X(005).
                 05   WK-MNT-OPERATOR-ID          PIC X(004).
                 05   WK-MNT-SYUBETSU             PIC X(001).
                 05   WK-MNT-LAST-DATE            PIC 9(008).
       01   WK-MNT-FOUND-FLG                     PIC 9(001).
      *>保守者テーブルへ登録する１件分
       01   WK-MNT-KEY-AREA.
            03   WK-MNT-KEY-KOKYAKU-CODE         PIC X(005).
            03   WK-MNT-KEY-OPERATOR-ID          PIC X(004).
            03   WK-MNT-KEY-SYUBETSU             PIC X(001).
            03   WK-MNT-KEY-DATE                 PIC 9(008).
      *>
      *>取引１件分（受注・単価変更・入金）
      *>　取引種別　"1"：受注入力　"2"：単価変更入力
      *>　　　　　　"3"：単価変更承認　"4"：入金入力
       01   WK-ACT-AREA.
            03   WK-ACT-KOKYAKU-CODE             PIC X(005).
            03   WK-ACT-OPERATOR-ID              PIC X(004).
            03   WK-ACT-KUBUN                    PIC X(001).
            03   WK-ACT-DATE                     PIC 9(008).
      *>
      *>兼務テーブル（顧客・操作者・保守種別・取引種別ごとに集計する）
       01   WK-CNF-AREA.
            03   WK-CNF-COUNT                    PIC 9(004)  COMP.
            03   WK-CNF-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CNF-IDX.
                 05   WK-CNF-KEY.
                      07   WK-CNF-KOKYAKU-CODE    PIC X(005).
                      07   WK-CNF-OPERATOR-ID     PIC X(004).
                      07   WK-CNF-SYUBETSU        PIC X(001).
                      07   WK-CNF-ACT-KUBUN       PIC X(001).
                 05   WK-CNF-MNT-DATE             PIC 9(008).
                 05   WK-CNF-KENSU                PIC 9(005).
                 05   WK-CNF-FIRST-DATE           PIC 9(008).
                 05   WK-CNF-DONE-FLG             PIC 9(001).
       01   WK-CNF-FOUND-FLG                     PIC 9(001).
       01   WK-CNF-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-CNF-BEST-KEY                      PIC X(011).
       01   WK-CNF-PRINT-COUNT                   PIC 9(004)  COMP.
      *>
      *>要確認の変更テーブル（マスタ変更・制御ファイル変更の順に積む）
       01   WK-PRV-AREA.
            03   WK-PRV-COUNT                    PIC 9(004)  COMP.
            03   WK-PRV-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PRV-IDX.
                 05   WK-PRV-RUN-DATE             PIC 9(008).
                 05   WK-PRV-RUN-TIME             PIC X(004).
                 05   WK-PRV-TAISHO               PIC X(001).
                 05   WK-PRV-KUBUN                PIC X(001).
                 05   WK-PRV-SYORI-KUBUN          PIC X(001).
                 05   WK-PRV-KEY                  PIC X(020).
                 05   WK-PRV-OPERATOR-ID          PIC X(004).
                 05   WK-PRV-JIKANGAI-FLG         PIC 9(001).
                 05   WK-PRV-KYUGYO-FLG           PIC 9(001).
                 05   WK-PRV-KENGEN-FLG           PIC 9(001).
      *>変更１件分の判定結果
       01   WK-CHK-AREA.
            03   WK-CHK-RUN-DATE                 PIC 9(008).
            03   WK-CHK-RUN-TIME                 PIC X(004).
            03   WK-CHK-MST-KUBUN                PIC X(001).
            03   WK-CHK-SYORI-KUBUN              PIC X(001).
            03   WK-CHK-OPERATOR-ID              PIC X(004).
            03   WK-CHK-TAISHO                   PIC X(001).
                 88   WK-CHK-TAISHO-MST               VALUE "M".
                 88   WK-CHK-TAISHO-CTL               VALUE "C".
            03   WK-CHK-JIKANGAI-FLG             PIC 9(001).
            03   WK-CHK-KYUGYO-FLG               PIC 9(001).
      *>　権限の判定結果（0：権限あり　1：権限未登録　2：操作者不明）
            03   WK-CHK-KENGEN-FLG               PIC 9(001).
       01   WK-PRV-KEY-SAVE                      PIC X(020).
      *>
      *>操作権限テーブル（操作者・マスタ区分・処理区分の許可行。
      *>　区分の"*"は全区分の許可を表す）
       01   WK-AUTH-AREA.
            03   WK-AUTH-COUNT                   PIC 9(003)  COMP.
            03   WK-AUTH-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-AUTH-IDX.
                 05   WK-AUTH-OPERATOR-ID         PIC X(004).
                 05   WK-AUTH-MST-KUBUN           PIC X(001).
                 05   WK-AUTH-SYORI-KUBUN         PIC X(001).
      *>
      *>営業日カレンダーの休業日テーブル
       01   WK-CAL-AREA.
            03   WK-CAL-COUNT                    PIC 9(003)  COMP.
            03   WK-CAL-DATE                     OCCURS 999 TIMES
                                    INDEXED BY WK-CAL-IDX
                                                 PIC 9(008).
      *>
      *>顧客マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-KOKYAKU-MSTR-AREA.
            03   WK-KOKYAKU-MSTR-COUNT           PIC 9(004)  COMP.
            03   WK-KOKYAKU-MSTR-TBL             OCCURS 999 TIMES
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
                 05   WK-KOKYAKU-MSTR-NAME        PIC X(020).
      *>
      *>点検表の見出し行の編集用領域
       01   SOD-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  職務分掌点検表  **".
           03   FILLER                PIC X(012)
                   VALUE "対象月：".
           03   SOD-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                   VALUE "　作成日：".
           03   SOD-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(018)
                   VALUE "　業務時間：".
           03   SOD-HDR-START-HHMM    PIC X(004).
           03   FILLER                PIC X(003)
                   VALUE "～".
           03   SOD-HDR-END-HHMM      PIC X(004).
      *>点検表の区分見出し行の編集用領域
       01   SOD-TITLE-RECODE.
           03   SOD-TITLE             PIC X(080).
      *>【１】の列見出し行の編集用領域
       01   SOD-CNF-COLHDR-RECODE.
           03   FILLER                PIC X(032)
               VALUE "顧客  顧客名".
           03   FILLER                PIC X(044)
               VALUE "担当 保守種別        最終保守日  ".
           03   FILLER                PIC X(035)
               VALUE "取引種別       件数 初回日".
      *>【１】の明細行の編集用領域
       01   SOD-CNF-DETAIL-RECODE.
           03   SCD-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-OPERATOR-ID       PIC X(004).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-SYUBETSU-NAME     PIC X(015).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-MNT-DATE          PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   SCD-ACT-NAME          PIC X(018).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-KENSU             PIC ZZZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SCD-FIRST-DATE        PIC 9(008).
      *>【２】の列見出し行の編集用領域
       01   SOD-PRV-COLHDR-RECODE.
           03   FILLER                PIC X(035)
               VALUE "適用日   時刻 対象          ".
           03   FILLER                PIC X(030)
               VALUE "  区分 処理 キー".
           03   FILLER                PIC X(030)
               VALUE "        担当 理由".
      *>【２】の明細行の編集用領域
       01   SOD-PRV-DETAIL-RECODE.
           03   SPD-RUN-DATE          PIC 9(008).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SPD-RUN-TIME          PIC X(004).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SPD-TAISHO-NAME       PIC X(018).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SPD-KUBUN             PIC X(001).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   SPD-SYORI-KUBUN       PIC X(001).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   SPD-KEY               PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SPD-OPERATOR-ID       PIC X(004).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   SPD-RIYU-1            PIC X(016).
           03   SPD-RIYU-2            PIC X(010).
           03   SPD-RIYU-3            PIC X(016).
      *>該当なし行の編集用領域
       01   SOD-NONE-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
               VALUE "該当なし".
      *>件数行の編集用領域
       01   SOD-TOTAL-RECODE.
           03   FILLER                PIC X(024)
               VALUE "兼務の件数：".
           03   SOT-CNF-COUNT         PIC ZZZ9.
           03   FILLER                PIC X(030)
               VALUE "　要確認の変更件数：".
           03   SOT-PRV-COUNT         PIC ZZZ9.
      *>確認欄の編集用領域
       01   SOD-SIGN-RECODE.
           03   FILLER                PIC X(015)
               VALUE "確認者：".
           03   FILLER                PIC X(030)
               VALUE "＿＿＿＿＿＿＿＿＿＿".
           03   FILLER                PIC X(015)
               VALUE "　確認日：".
           03   FILLER                PIC X(030)
               VALUE "＿＿＿＿＿＿＿＿＿＿".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "対象月の変更件数：".
            03   MSG1-JNL-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　取引件数：".
            03   MSG1-ACT-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-JNL-COUNT.
           MOVE   ZERO        TO   WRK-ACT-COUNT.
           MOVE   ZERO        TO   WK-MNT-COUNT.
           MOVE   ZERO        TO   WK-CNF-COUNT.
           MOVE   ZERO        TO   WK-PRV-COUNT.
           MOVE   ZERO        TO   WK-AUTH-COUNT.
           MOVE   ZERO        TO   WK-CAL-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月・業務時間パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  権限ファイル・カレンダー・顧客マスタの読み込み
           PERFORM   AUTH-LOAD-PROC.
           PERFORM   CALM-LOAD-PROC.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  変更履歴から顧客の保守者と要確認の変更を求める
           PERFORM   MJL-READ-PROC.
           PERFORM   CJL-READ-PROC.
      *>
      *>  対象月の取引を読み、保守者と同じ操作者の取引を兼務とする
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
           PERFORM   OVR-READ-PROC.
           PERFORM   PAYHIST-READ-PROC.
      *>
      *>  点検表を印字する
           PERFORM   SOD-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月パラメータの読み込み処理
      *>月初日・月末日を求め、業務時間の指定が無ければ既定値を使う
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "SODPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           MOVE      SPACE   TO   PARM-RECODE.
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-YYYYMM   TO   WK-PARM-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   PARM-START-HHMM   NUMERIC
           AND  PARM-END-HHMM     NUMERIC
           AND  PARM-START-HHMM   <   PARM-END-HHMM
                MOVE   PARM-START-HHMM   TO   WK-START-HHMM
                MOVE   PARM-END-HHMM     TO   WK-END-HHMM
           ELSE
                MOVE   "0800"            TO   WK-START-HHMM
                MOVE   "1900"            TO   WK-END-HHMM
           END-IF.
      *>
      *>  翌月１日と、その前日である対象月の月末日を求める
           COMPUTE   WK-GESSHO-DATE   =
                     WK-PARM-YYYYMM   *   100   +   1.
           MOVE      WK-GESSHO-DATE   TO   WK-NEXT-DATE.
           IF   WK-NEXT-MM   =   12
                ADD    1   TO   WK-NEXT-YYYY
                MOVE   1   TO   WK-NEXT-MM
           ELSE
                ADD    1   TO   WK-NEXT-MM
           END-IF.
           COMPUTE   WK-DATE-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-NEXT-DATE)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
                          TO   WK-GETSUMATSU-DATE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>MSTAUTH.txtの読み込み処理（ファイルが無ければ０件のまま）
      *>************************************************************************
       AUTH-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   AUTH-FILE.
           IF   AUTH-FILE-STATUS   NOT =   "00"
                CLOSE   AUTH-FILE
                GO   TO   AUTH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   AUTH-FILE-STATUS   NOT =   "00"
                READ   AUTH-FILE
                     AT   END
                          MOVE   "10"   TO   AUTH-FILE-STATUS
                     NOT   AT   END
                          IF   WK-AUTH-COUNT   <   999
                               ADD   1   TO   WK-AUTH-COUNT
                               MOVE   AUTH-OPERATOR-ID   TO
                                    WK-AUTH-OPERATOR-ID(WK-AUTH-COUNT)
                               MOVE   AUTH-MST-KUBUN     TO
                                    WK-AUTH-MST-KUBUN(WK-AUTH-COUNT)
                               MOVE   AUTH-SYORI-KUBUN   TO
                                    WK-AUTH-SYORI-KUBUN(WK-AUTH-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     AUTH-FILE.
      *>
       AUTH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>CALM.txtの読み込み処理（休業日だけをテーブルに展開する）
      *>************************************************************************
       CALM-LOAD-PROC                 SECTION.
      *>
           OPEN      INPUT   CALM-FILE.
           IF   CALM-FILE-STATUS   NOT =   "00"
                CLOSE   CALM-FILE
                GO   TO   CALM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CALM-FILE-STATUS   NOT =   "00"
                READ   CALM-FILE
                     AT   END
                          MOVE   "10"   TO   CALM-FILE-STATUS
                     NOT   AT   END
                          IF   CAL-KYUGYOBI
                          AND  WK-CAL-COUNT   <   999
                               ADD   1   TO   WK-CAL-COUNT
                               MOVE   CAL-DATE   TO
                                    WK-CAL-DATE(WK-CAL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CALM-FILE.
      *>
       CALM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>KOKYAKUM.txtの読み込み処理（顧客名の印字用）
      *>************************************************************************
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   NOT =   "00"
                CLOSE   KOKYAKUM-FILE
                GO   TO   KOKYAKU-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   KOKYAKUM-FILE-STATUS   NOT =   "00"
                READ   KOKYAKUM-FILE
                     AT   END
                          MOVE   "10"   TO   KOKYAKUM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-KOKYAKU-MSTR-COUNT   <   999
                               ADD   1   TO   WK-KOKYAKU-MSTR-COUNT
                               MOVE   KMST-KOKYAKU-CODE   TO
                                    WK-KOKYAKU-MSTR-CODE
                                         (WK-KOKYAKU-MSTR-COUNT)
                               MOVE   KMST-KOKYAKU-NAME   TO
                                    WK-KOKYAKU-MSTR-NAME
                                         (WK-KOKYAKU-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     KOKYAKUM-FILE.
      *>
       KOKYAKU-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>MSTJNL.txtの読み込み処理
      *>月末までの顧客マスタの変更は保守者テーブルへ、対象月の変更は
      *>すべて要確認かどうかを判定する（ファイルが無ければ何もしない）
      *>************************************************************************
       MJL-READ-PROC                  SECTION.
      *>
           OPEN      INPUT   MJL-FILE.
           IF   MJL-FILE-STATUS   NOT =   "00"
                CLOSE   MJL-FILE
                GO   TO   MJL-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MJL-FILE-STATUS   NOT =   "00"
                READ   MJL-FILE
                     AT   END
                          MOVE   "10"   TO   MJL-FILE-STATUS
                     NOT   AT   END
                          PERFORM   MJL-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     MJL-FILE.
      *>
       MJL-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>マスタ変更履歴１件分の処理
      *>************************************************************************
       MJL-ONE-PROC                   SECTION.
      *>
           IF   MJL-RUN-DATE   >   WK-GETSUMATSU-DATE
                GO   TO   MJL-ONE-PROC-EXIT
           END-IF.
      *>
      *>  顧客マスタの変更者を保守者として登録する
           IF   MJL-MST-KUBUN     =   "4"
           AND  MJL-OPERATOR-ID   NOT =   SPACE
                MOVE   MJL-KEY(1:5)      TO   WK-MNT-KEY-KOKYAKU-CODE
                MOVE   MJL-OPERATOR-ID   TO   WK-MNT-KEY-OPERATOR-ID
                MOVE   "1"               TO   WK-MNT-KEY-SYUBETSU
                MOVE   MJL-RUN-DATE      TO   WK-MNT-KEY-DATE
                PERFORM   MNT-ADD-PROC
           END-IF.
      *>
      *>  対象月の変更は要確認かどうかを判定する
           IF   MJL-RUN-DATE   <   WK-GESSHO-DATE
                GO   TO   MJL-ONE-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-JNL-COUNT.
           MOVE      "M"                  TO   WK-CHK-TAISHO.
           MOVE      MJL-RUN-DATE         TO   WK-CHK-RUN-DATE.
           MOVE      MJL-RUN-TIME         TO   WK-CHK-RUN-TIME.
           MOVE      MJL-MST-KUBUN        TO   WK-CHK-MST-KUBUN.
           MOVE      MJL-SYORI-KUBUN      TO   WK-CHK-SYORI-KUBUN.
           MOVE      MJL-OPERATOR-ID      TO   WK-CHK-OPERATOR-ID.
           PERFORM   PRV-CHECK-PROC.
           IF   WK-CHK-JIKANGAI-FLG   =   1
           OR   WK-CHK-KYUGYO-FLG     =   1
           OR   WK-CHK-KENGEN-FLG     NOT =   ZERO
                MOVE   MJL-KEY   TO   WK-PRV-KEY-SAVE
                PERFORM   PRV-ADD-PROC
           END-IF.
      *>
       MJL-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>CTLJNL.txtの読み込み処理
      *>月末までの契約単価の変更は保守者テーブルへ、対象月の変更は
      *>すべて要確認かどうかを判定する（ファイルが無ければ何もしない）
      *>************************************************************************
       CJL-READ-PROC                  SECTION.
      *>
           OPEN      INPUT   CJL-FILE.
           IF   CJL-FILE-STATUS   NOT =   "00"
                CLOSE   CJL-FILE
                GO   TO   CJL-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CJL-FILE-STATUS   NOT =   "00"
                READ   CJL-FILE
                     AT   END
                          MOVE   "10"   TO   CJL-FILE-STATUS
                     NOT   AT   END
                          PERFORM   CJL-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     CJL-FILE.
      *>
       CJL-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>制御ファイル変更履歴１件分の処理
      *>************************************************************************
       CJL-ONE-PROC                   SECTION.
      *>
           IF   CJL-RUN-DATE   >   WK-GETSUMATSU-DATE
                GO   TO   CJL-ONE-PROC-EXIT
           END-IF.
      *>
      *>  契約単価の変更者を保守者として登録する
           IF   CJL-FILE-KUBUN    =   "5"
           AND  CJL-OPERATOR-ID   NOT =   SPACE
                MOVE   CJL-KEY(1:5)      TO   WK-MNT-KEY-KOKYAKU-CODE
                MOVE   CJL-OPERATOR-ID   TO   WK-MNT-KEY-OPERATOR-ID
                MOVE   "2"               TO   WK-MNT-KEY-SYUBETSU
                MOVE   CJL-RUN-DATE      TO   WK-MNT-KEY-DATE
                PERFORM   MNT-ADD-PROC
           END-IF.
      *>
      *>  対象月の変更は要確認かどうかを判定する
           IF   CJL-RUN-DATE   <   WK-GESSHO-DATE
                GO   TO   CJL-ONE-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-JNL-COUNT.
           MOVE      "C"                  TO   WK-CHK-TAISHO.
           MOVE      CJL-RUN-DATE         TO   WK-CHK-RUN-DATE.
           MOVE      CJL-RUN-TIME         TO   WK-CHK-RUN-TIME.
           MOVE      CJL-FILE-KUBUN       TO   WK-CHK-MST-KUBUN.
           MOVE      CJL-SYORI-KUBUN      TO   WK-CHK-SYORI-KUBUN.
           MOVE      CJL-OPERATOR-ID      TO   WK-CHK-OPERATOR-ID.
           PERFORM   PRV-CHECK-PROC.
           IF   WK-CHK-JIKANGAI-FLG   =   1
           OR   WK-CHK-KYUGYO-FLG     =   1
           OR   WK-CHK-KENGEN-FLG     NOT =   ZERO
                MOVE   CJL-KEY   TO   WK-PRV-KEY-SAVE
                PERFORM   PRV-ADD-PROC
           END-IF.
      *>
       CJL-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保守者テーブルへの登録処理
      *>同じ顧客・操作者・保守種別があれば最終変更日だけを更新する
      *>************************************************************************
       MNT-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-MNT-FOUND-FLG.
           PERFORM   VARYING   WK-MNT-IDX   FROM   1   BY   1
                UNTIL   WK-MNT-IDX   >   WK-MNT-COUNT
                   OR   WK-MNT-FOUND-FLG   =   1
                IF   WK-MNT-KOKYAKU-CODE(WK-MNT-IDX)
                          =   WK-MNT-KEY-KOKYAKU-CODE
                AND  WK-MNT-OPERATOR-ID(WK-MNT-IDX)
                          =   WK-MNT-KEY-OPERATOR-ID
                AND  WK-MNT-SYUBETSU(WK-MNT-IDX)
                          =   WK-MNT-KEY-SYUBETSU
                     MOVE   1   TO   WK-MNT-FOUND-FLG
                     IF   WK-MNT-KEY-DATE   >
                               WK-MNT-LAST-DATE(WK-MNT-IDX)
                          MOVE   WK-MNT-KEY-DATE   TO
                               WK-MNT-LAST-DATE(WK-MNT-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-MNT-FOUND-FLG   =   ZERO
           AND  WK-MNT-COUNT       <   999
                ADD    1   TO   WK-MNT-COUNT
                MOVE   WK-MNT-KEY-KOKYAKU-CODE   TO
                     WK-MNT-KOKYAKU-CODE(WK-MNT-COUNT)
                MOVE   WK-MNT-KEY-OPERATOR-ID    TO
                     WK-MNT-OPERATOR-ID(WK-MNT-COUNT)
                MOVE   WK-MNT-KEY-SYUBETSU       TO
                     WK-MNT-SYUBETSU(WK-MNT-COUNT)
                MOVE   WK-MNT-KEY-DATE           TO
                     WK-MNT-LAST-DATE(WK-MNT-COUNT)
           END-IF.
      *>
       MNT-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>変更１件分の要確認の判定処理
      *>　・適用時刻が業務時間外（時刻の無い旧い行は判定しない）
      *>　・適用日が土日または休業日
      *>　・操作者が不明、または権限ファイルに該当する許可行が無い
      *>　　（マスタ変更はマスタ区分・処理区分まで一致する行、制御
      *>　　ファイル変更は操作者の行が１件でもあれば権限ありとする）
      *>************************************************************************
       PRV-CHECK-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-CHK-JIKANGAI-FLG.
           MOVE      ZERO   TO   WK-CHK-KYUGYO-FLG.
           MOVE      ZERO   TO   WK-CHK-KENGEN-FLG.
      *>
           IF   WK-CHK-RUN-TIME   NUMERIC
                IF   WK-CHK-RUN-TIME   <    WK-START-HHMM
                OR   WK-CHK-RUN-TIME   NOT <   WK-END-HHMM
                     MOVE   1   TO   WK-CHK-JIKANGAI-FLG
                END-IF
           END-IF.
      *>
           COMPUTE   WK-CHK-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-CHK-RUN-DATE).
           PERFORM   YOUBI-CALC-PROC.
           IF   WK-YOUBI   >   5
                MOVE   1   TO   WK-CHK-KYUGYO-FLG
           END-IF.
           PERFORM   VARYING   WK-CAL-IDX   FROM   1   BY   1
                UNTIL   WK-CAL-IDX   >   WK-CAL-COUNT
                IF   WK-CAL-DATE(WK-CAL-IDX)   =   WK-CHK-RUN-DATE
                     MOVE   1   TO   WK-CHK-KYUGYO-FLG
                END-IF
           END-PERFORM.
      *>
           IF   WK-CHK-OPERATOR-ID   =   SPACE
                MOVE   2   TO   WK-CHK-KENGEN-FLG
                GO   TO   PRV-CHECK-PROC-EXIT
           END-IF.
           MOVE      1   TO   WK-CHK-KENGEN-FLG.
           PERFORM   VARYING   WK-AUTH-IDX   FROM   1   BY   1
                UNTIL   WK-AUTH-IDX   >   WK-AUTH-COUNT
                IF   WK-AUTH-OPERATOR-ID(WK-AUTH-IDX)
                          =   WK-CHK-OPERATOR-ID
                     IF   WK-CHK-TAISHO-CTL
                          MOVE   ZERO   TO   WK-CHK-KENGEN-FLG
                     END-IF
                     IF  (WK-AUTH-MST-KUBUN(WK-AUTH-IDX)
                               =   WK-CHK-MST-KUBUN
                       OR WK-AUTH-MST-KUBUN(WK-AUTH-IDX)   =   "*")
                     AND (WK-AUTH-SYORI-KUBUN(WK-AUTH-IDX)
                               =   WK-CHK-SYORI-KUBUN
                       OR WK-AUTH-SYORI-KUBUN(WK-AUTH-IDX)   =   "*")
                          MOVE   ZERO   TO   WK-CHK-KENGEN-FLG
                     END-IF
                END-IF
           END-PERFORM.
      *>
       PRV-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>曜日計算処理（WK-CHK-INTの曜日をWK-YOUBIに求める。６・７が土日）
      *>************************************************************************
       YOUBI-CALC-PROC                SECTION.
      *>
           DIVIDE    WK-CHK-INT   BY   7
                GIVING      WK-YOUBI-QUOT
                REMAINDER   WK-YOUBI-REM.
           IF   WK-YOUBI-REM   =   ZERO
                MOVE      7   TO   WK-YOUBI
           ELSE
                MOVE      WK-YOUBI-REM   TO   WK-YOUBI
           END-IF.
      *>
       YOUBI-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>要確認の変更テーブルへの登録処理
      *>************************************************************************
       PRV-ADD-PROC                   SECTION.
      *>
           IF   WK-PRV-COUNT   NOT <   999
                GO   TO   PRV-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-PRV-COUNT.
           MOVE      WK-CHK-RUN-DATE      TO
                          WK-PRV-RUN-DATE(WK-PRV-COUNT).
           MOVE      WK-CHK-RUN-TIME      TO
                          WK-PRV-RUN-TIME(WK-PRV-COUNT).
           MOVE      WK-CHK-TAISHO        TO
                          WK-PRV-TAISHO(WK-PRV-COUNT).
           MOVE      WK-CHK-MST-KUBUN     TO
                          WK-PRV-KUBUN(WK-PRV-COUNT).
           MOVE      WK-CHK-SYORI-KUBUN   TO
                          WK-PRV-SYORI-KUBUN(WK-PRV-COUNT).
           MOVE      WK-PRV-KEY-SAVE      TO
                          WK-PRV-KEY(WK-PRV-COUNT).
           MOVE      WK-CHK-OPERATOR-ID   TO
                          WK-PRV-OPERATOR-ID(WK-PRV-COUNT).
           MOVE      WK-CHK-JIKANGAI-FLG  TO
                          WK-PRV-JIKANGAI-FLG(WK-PRV-COUNT).
           MOVE      WK-CHK-KYUGYO-FLG    TO
                          WK-PRV-KYUGYO-FLG(WK-PRV-COUNT).
           MOVE      WK-CHK-KENGEN-FLG    TO
                          WK-PRV-KENGEN-FLG(WK-PRV-COUNT).
      *>
       PRV-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理
      *>ファイルが存在しない日・月末より後の日は読み飛ばす。24桁目
      *>以降が空白の行（見出し・末尾）と顧客コードの無い行は対象外
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           COMPUTE   WK-RT-DATE   =
                     WK-PARM-YYYYMM   *   100   +   WK-DD.
           IF   WK-RT-DATE   >   WK-GETSUMATSU-DATE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-RT-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                READ   RT-FILE
                     AT   END
                          MOVE   "10"   TO   RT-FILE-STATUS
                     NOT   AT   END
                          IF   RT-RECODE(24:19)   NOT =   SPACE
                          AND  RT-KOKYAKU-CODE    NOT =   SPACE
                               MOVE   RT-KOKYAKU-CODE   TO
                                    WK-ACT-KOKYAKU-CODE
                               MOVE   RT-TANTOSYA-BANGOU   TO
                                    WK-ACT-OPERATOR-ID
                               MOVE   "1"          TO   WK-ACT-KUBUN
                               MOVE   WK-RT-DATE   TO   WK-ACT-DATE
                               PERFORM   ACT-CHECK-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RT-FILE.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>PRCOVR.txtの読み込み処理
      *>対象月に入力された単価変更の入力者・承認者を取引として扱う
      *>************************************************************************
       OVR-READ-PROC                  SECTION.
      *>
           OPEN      INPUT   OVR-FILE.
           IF   OVR-FILE-STATUS   NOT =   "00"
                CLOSE   OVR-FILE
                GO   TO   OVR-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   OVR-FILE-STATUS   NOT =   "00"
                READ   OVR-FILE
                     AT   END
                          MOVE   "10"   TO   OVR-FILE-STATUS
                     NOT   AT   END
                          IF   OVR-NYURYOKU-DATE   NOT <
                                    WK-GESSHO-DATE
                          AND  OVR-NYURYOKU-DATE   NOT >
                                    WK-GETSUMATSU-DATE
                          AND  OVR-KOKYAKU-CODE    NOT =   SPACE
                               PERFORM   OVR-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     OVR-FILE.
      *>
       OVR-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更１件分の処理（承認者の無い行は入力者だけを見る）
      *>************************************************************************
       OVR-ONE-PROC                   SECTION.
      *>
           MOVE      OVR-KOKYAKU-CODE      TO   WK-ACT-KOKYAKU-CODE.
           MOVE      OVR-NYURYOKU-DATE     TO   WK-ACT-DATE.
           MOVE      OVR-TANTOSYA-BANGOU   TO   WK-ACT-OPERATOR-ID.
           MOVE      "2"                   TO   WK-ACT-KUBUN.
           PERFORM   ACT-CHECK-PROC.
      *>
           IF   OVR-SHONIN-BANGOU   NOT =   ZERO
                MOVE      OVR-SHONIN-BANGOU   TO   WK-ACT-OPERATOR-ID
                MOVE      "3"                 TO   WK-ACT-KUBUN
                PERFORM   ACT-CHECK-PROC
           END-IF.
      *>
       OVR-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>PAYHIST.txtの読み込み処理
      *>対象月の入金のうち入力者のある行（手入力の入金）を取引とする
      *>************************************************************************
       PAYHIST-READ-PROC              SECTION.
      *>
           OPEN      INPUT   PAYHIST-FILE.
           IF   PAYHIST-FILE-STATUS   NOT =   "00"
                CLOSE   PAYHIST-FILE
                GO   TO   PAYHIST-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PAYHIST-FILE-STATUS   NOT =   "00"
                MOVE   SPACE   TO   PAY-RECODE
                READ   PAYHIST-FILE
                     AT   END
                          MOVE   "10"   TO   PAYHIST-FILE-STATUS
                     NOT   AT   END
                          IF   PAY-NYUKIN-DATE   NOT <
                                    WK-GESSHO-DATE
                          AND  PAY-NYUKIN-DATE   NOT >
                                    WK-GETSUMATSU-DATE
                          AND  PAY-OPERATOR-ID   NOT =   SPACE
                               MOVE   PAY-KOKYAKU-CODE   TO
                                    WK-ACT-KOKYAKU-CODE
                               MOVE   PAY-OPERATOR-ID    TO
                                    WK-ACT-OPERATOR-ID
                               MOVE   "4"                TO
                                    WK-ACT-KUBUN
                               MOVE   PAY-NYUKIN-DATE    TO
                                    WK-ACT-DATE
                               PERFORM   ACT-CHECK-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PAYHIST-FILE.
      *>
       PAYHIST-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取引１件分の兼務の判定処理
      *>同じ顧客を保守した操作者の取引であれば兼務テーブルへ集計する
      *>************************************************************************
       ACT-CHECK-PROC                 SECTION.
      *>
           ADD       1   TO   WRK-ACT-COUNT.
      *>
           PERFORM   VARYING   WK-MNT-IDX   FROM   1   BY   1
                UNTIL   WK-MNT-IDX   >   WK-MNT-COUNT
                IF   WK-MNT-KOKYAKU-CODE(WK-MNT-IDX)
                          =   WK-ACT-KOKYAKU-CODE
                AND  WK-MNT-OPERATOR-ID(WK-MNT-IDX)
                          =   WK-ACT-OPERATOR-ID
                     PERFORM   CNF-ADD-PROC
                END-IF
           END-PERFORM.
      *>
       ACT-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>兼務テーブルへの集計処理（WK-MNT-IDXの保守者と取引の組み合わせ）
      *>************************************************************************
       CNF-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-CNF-FOUND-FLG.
           PERFORM   VARYING   WK-CNF-IDX   FROM   1   BY   1
                UNTIL   WK-CNF-IDX   >   WK-CNF-COUNT
                   OR   WK-CNF-FOUND-FLG   =   1
                IF   WK-CNF-KOKYAKU-CODE(WK-CNF-IDX)
                          =   WK-ACT-KOKYAKU-CODE
                AND  WK-CNF-OPERATOR-ID(WK-CNF-IDX)
                          =   WK-ACT-OPERATOR-ID
                AND  WK-CNF-SYUBETSU(WK-CNF-IDX)
                          =   WK-MNT-SYUBETSU(WK-MNT-IDX)
                AND  WK-CNF-ACT-KUBUN(WK-CNF-IDX)
                          =   WK-ACT-KUBUN
                     MOVE   1   TO   WK-CNF-FOUND-FLG
                     ADD    1   TO   WK-CNF-KENSU(WK-CNF-IDX)
                     IF   WK-ACT-DATE   <
                               WK-CNF-FIRST-DATE(WK-CNF-IDX)
                          MOVE   WK-ACT-DATE   TO
                               WK-CNF-FIRST-DATE(WK-CNF-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-CNF-FOUND-FLG   =   ZERO
           AND  WK-CNF-COUNT       <   999
                ADD    1   TO   WK-CNF-COUNT
                MOVE   WK-ACT-KOKYAKU-CODE   TO
                     WK-CNF-KOKYAKU-CODE(WK-CNF-COUNT)
                MOVE   WK-ACT-OPERATOR-ID    TO
                     WK-CNF-OPERATOR-ID(WK-CNF-COUNT)
                MOVE   WK-MNT-SYUBETSU(WK-MNT-IDX)   TO
                     WK-CNF-SYUBETSU(WK-CNF-COUNT)
                MOVE   WK-ACT-KUBUN          TO
                     WK-CNF-ACT-KUBUN(WK-CNF-COUNT)
                MOVE   WK-MNT-LAST-DATE(WK-MNT-IDX)   TO
                     WK-CNF-MNT-DATE(WK-CNF-COUNT)
                MOVE   1                     TO
                     WK-CNF-KENSU(WK-CNF-COUNT)
                MOVE   WK-ACT-DATE           TO
                     WK-CNF-FIRST-DATE(WK-CNF-COUNT)
                MOVE   ZERO                  TO
                     WK-CNF-DONE-FLG(WK-CNF-COUNT)
           END-IF.
      *>
       CNF-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>点検表の印字処理
      *>【１】は顧客・操作者・保守種別・取引種別の順、【２】は変更履歴
      *>の順（マスタ変更・制御ファイル変更）に印字する
      *>************************************************************************
       SOD-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   SOD-FILE.
      *>
           MOVE      WK-PARM-YYYYMM   TO   SOD-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE     TO   SOD-HDR-RUN-DATE.
           MOVE      WK-START-HHMM    TO   SOD-HDR-START-HHMM.
           MOVE      WK-END-HHMM      TO   SOD-HDR-END-HHMM.
           WRITE     SOD-RECODE   FROM   SOD-HDR-RECODE.
      *>
      *>  【１】顧客の保守と取引入力の兼務
           MOVE      SPACE   TO   SOD-RECODE.
           WRITE     SOD-RECODE.
           MOVE      "【１】顧客の保守と取引入力の兼務"
                          TO   SOD-TITLE.
           WRITE     SOD-RECODE   FROM   SOD-TITLE-RECODE.
           WRITE     SOD-RECODE   FROM   SOD-CNF-COLHDR-RECODE.
           IF   WK-CNF-COUNT   =   ZERO
                WRITE     SOD-RECODE   FROM   SOD-NONE-RECODE
           END-IF.
           MOVE      ZERO   TO   WK-CNF-PRINT-COUNT.
           PERFORM   UNTIL   WK-CNF-PRINT-COUNT   >=   WK-CNF-COUNT
                PERFORM   CNF-NEXT-PROC
                PERFORM   CNF-DETAIL-WRITE-PROC
                ADD       1   TO   WK-CNF-PRINT-COUNT
           END-PERFORM.
      *>
      *>  【２】業務時間外・休業日・権限未登録の保守
           MOVE      SPACE   TO   SOD-RECODE.
           WRITE     SOD-RECODE.
           MOVE
               "【２】時間外・休業日・無権限の保守"
                          TO   SOD-TITLE.
           WRITE     SOD-RECODE   FROM   SOD-TITLE-RECODE.
           WRITE     SOD-RECODE   FROM   SOD-PRV-COLHDR-RECODE.
           IF   WK-PRV-COUNT   =   ZERO
                WRITE     SOD-RECODE   FROM   SOD-NONE-RECODE
           END-IF.
           PERFORM   VARYING   WK-PRV-IDX   FROM   1   BY   1
                UNTIL   WK-PRV-IDX   >   WK-PRV-COUNT
                PERFORM   PRV-DETAIL-WRITE-PROC
           END-PERFORM.
      *>
      *>  件数と確認欄
           MOVE      SPACE   TO   SOD-RECODE.
           WRITE     SOD-RECODE.
           MOVE      WK-CNF-COUNT   TO   SOT-CNF-COUNT.
           MOVE      WK-PRV-COUNT   TO   SOT-PRV-COUNT.
           WRITE     SOD-RECODE   FROM   SOD-TOTAL-RECODE.
           MOVE      SPACE   TO   SOD-RECODE.
           WRITE     SOD-RECODE.
           WRITE     SOD-RECODE   FROM   SOD-SIGN-RECODE.
      *>
           CLOSE     SOD-FILE.
      *>
       SOD-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未印字の兼務のうちキーが最も小さい行を探す処理
      *>（見つけた行をWK-CNF-BEST-IDXに返し、印字済にする）
      *>************************************************************************
       CNF-NEXT-PROC                  SECTION.
      *>
           MOVE      ZERO         TO   WK-CNF-BEST-IDX.
           MOVE      HIGH-VALUE   TO   WK-CNF-BEST-KEY.
           PERFORM   VARYING   WK-CNF-IDX   FROM   1   BY   1
                UNTIL   WK-CNF-IDX   >   WK-CNF-COUNT
                IF   WK-CNF-DONE-FLG(WK-CNF-IDX)   =   ZERO
                AND  WK-CNF-KEY(WK-CNF-IDX)   <   WK-CNF-BEST-KEY
                     MOVE   WK-CNF-KEY(WK-CNF-IDX)   TO
                          WK-CNF-BEST-KEY
                     SET    WK-CNF-BEST-IDX   TO   WK-CNF-IDX
                END-IF
           END-PERFORM.
           MOVE      1   TO   WK-CNF-DONE-FLG(WK-CNF-BEST-IDX).
      *>
       CNF-NEXT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>【１】の明細行の印字処理（WK-CNF-BEST-IDXの行）
      *>************************************************************************
       CNF-DETAIL-WRITE-PROC          SECTION.
      *>
           SET       WK-CNF-IDX   TO   WK-CNF-BEST-IDX.
           MOVE      WK-CNF-KOKYAKU-CODE(WK-CNF-IDX)
                          TO   SCD-KOKYAKU-CODE.
           MOVE      SPACE   TO   SCD-KOKYAKU-NAME.
           PERFORM   VARYING   WK-KOKYAKU-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-KOKYAKU-MSTR-IDX   >   WK-KOKYAKU-MSTR-COUNT
                IF   WK-KOKYAKU-MSTR-CODE(WK-KOKYAKU-MSTR-IDX)
                          =   WK-CNF-KOKYAKU-CODE(WK-CNF-IDX)
                     MOVE   WK-KOKYAKU-MSTR-NAME(WK-KOKYAKU-MSTR-IDX)
                          TO   SCD-KOKYAKU-NAME
                END-IF
           END-PERFORM.
           MOVE      WK-CNF-OPERATOR-ID(WK-CNF-IDX)
                          TO   SCD-OPERATOR-ID.
           IF   WK-CNF-SYUBETSU(WK-CNF-IDX)   =   "1"
                MOVE   "顧客マスタ"   TO   SCD-SYUBETSU-NAME
           ELSE
                MOVE   "契約単価"     TO   SCD-SYUBETSU-NAME
           END-IF.
           MOVE      WK-CNF-MNT-DATE(WK-CNF-IDX)   TO   SCD-MNT-DATE.
           EVALUATE   WK-CNF-ACT-KUBUN(WK-CNF-IDX)
                WHEN   "1"
                     MOVE   "受注入力"       TO   SCD-ACT-NAME
                WHEN   "2"
                     MOVE   "単価変更入力"   TO   SCD-ACT-NAME
                WHEN   "3"
                     MOVE   "単価変更承認"   TO   SCD-ACT-NAME
                WHEN   OTHER
                     MOVE   "入金入力"       TO   SCD-ACT-NAME
           END-EVALUATE.
           MOVE      WK-CNF-KENSU(WK-CNF-IDX)        TO   SCD-KENSU.
           MOVE      WK-CNF-FIRST-DATE(WK-CNF-IDX)
                          TO   SCD-FIRST-DATE.
           WRITE     SOD-RECODE   FROM   SOD-CNF-DETAIL-RECODE.
      *>
       CNF-DETAIL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>【２】の明細行の印字処理（WK-PRV-IDXの行）
      *>************************************************************************
       PRV-DETAIL-WRITE-PROC          SECTION.
      *>
           MOVE      WK-PRV-RUN-DATE(WK-PRV-IDX)   TO   SPD-RUN-DATE.
           MOVE      WK-PRV-RUN-TIME(WK-PRV-IDX)   TO   SPD-RUN-TIME.
           IF   WK-PRV-TAISHO(WK-PRV-IDX)   =   "M"
                MOVE   "マスタ"       TO   SPD-TAISHO-NAME
           ELSE
                MOVE   "制御ファイル" TO   SPD-TAISHO-NAME
           END-IF.
           MOVE      WK-PRV-KUBUN(WK-PRV-IDX)         TO   SPD-KUBUN.
           MOVE      WK-PRV-SYORI-KUBUN(WK-PRV-IDX)
                          TO   SPD-SYORI-KUBUN.
           MOVE      WK-PRV-KEY(WK-PRV-IDX)           TO   SPD-KEY.
           MOVE      WK-PRV-OPERATOR-ID(WK-PRV-IDX)
                          TO   SPD-OPERATOR-ID.
           MOVE      SPACE   TO   SPD-RIYU-1   SPD-RIYU-2   SPD-RIYU-3.
           IF   WK-PRV-JIKANGAI-FLG(WK-PRV-IDX)   =   1
                MOVE   "業務時間外"   TO   SPD-RIYU-1
           END-IF.
           IF   WK-PRV-KYUGYO-FLG(WK-PRV-IDX)   =   1
                MOVE   "休業日"       TO   SPD-RIYU-2
           END-IF.
           EVALUATE   WK-PRV-KENGEN-FLG(WK-PRV-IDX)
                WHEN   1
                     MOVE   "権限未登録"   TO   SPD-RIYU-3
                WHEN   2
                     MOVE   "操作者不明"   TO   SPD-RIYU-3
           END-EVALUATE.
           WRITE     SOD-RECODE   FROM   SOD-PRV-DETAIL-RECODE.
      *>
       PRV-DETAIL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-JNL-COUNT   TO   MSG1-JNL-COUNT.
           MOVE      WRK-ACT-COUNT   TO   MSG1-ACT-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  兼務・要確認の変更があれば確認が必要な旨を返す
           IF   WK-CNF-COUNT   NOT =   ZERO
           OR   WK-PRV-COUNT   NOT =   ZERO
                DISPLAY   "兼務・要確認の変更あり"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
