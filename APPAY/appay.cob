      *>************************************************************************
      *>仕入先支払処理プログラム
      *>買掛元帳（APLEDG.txt）から、支払期日がパラメータの支払日以前の
      *>未払の請求書を選び、仕入先別の支払予定表（APPROP.txt）を振込先
      *>口座・仕入先小計・総合計付きで印字する。振込先は仕入先別
      *>支払条件マスタ（SUPTERM.txt）から求め、振込先が未登録（銀行
      *>コードがゼロ・マスタに無い）の仕入先は「振込先未登録」として
      *>印字して支払の対象から外し、リターンコード４とする。
      *>仕入先返品のデビットノート（買掛元帳上のマイナスの行）は同じ
      *>仕入先の請求書と差し引きし、差引額がゼロ以下になった仕入先は
      *>「控除超過（翌回へ繰越）」として印字して、振込も支払済への
      *>更新も行わずに次回の支払へ繰り越す。
      *>パラメータファイル（APPPARM.txt）は支払日（振込指定日）・処理
      *>モード（提案"P"・確定"K"）・承認担当者番号・承認金額を持つ。
      *>提案モードは予定表の印字だけを行う。確定モードでは、承認担当者が
      *>担当者マスタ（TANTOM.txt）に有り、承認金額が支払予定の総合計と
      *>一致する場合に限り、以下を行う（不一致の場合は何も更新せずに
      *>異常終了する）。
      *>　・銀行へ渡す総合振込依頼ファイル（APFURI.txt）を、ヘッダ・
      *>　　仕入先別の明細・トレーラ・エンドの形式で作成する
      *>　・支払った請求書を買掛元帳上で支払済（支払日付き）にする
      *>　・仕訳ファイル（GLJRNL.txt）へ種別マーク"APP"のバッチで
      *>　　借方 買掛金（"KAIK"）／貸方 預金（"YOKN"）を追記する
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   APPAY001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>支払処理パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "APPPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>買掛元帳ファイル
      *>************************************************************************
       SELECT   APLEDG-FILE   ASSIGN        TO "APLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APLEDG-FILE-STATUS.
      *>************************************************************************
      *>仕入先別支払条件マスタファイル（振込先口座を持つ）
      *>************************************************************************
       SELECT   STM-FILE      ASSIGN        TO "SUPTERM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS STM-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル（予定表へ仕入先名を付けるために使用する）
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル（確定時の承認者の確認に使用する）
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（支払の仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>総合振込依頼ファイル
      *>************************************************************************
       SELECT   FURI-FILE     ASSIGN        TO "APFURI.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>支払予定表ファイル
      *>************************************************************************
       SELECT   PROP-FILE     ASSIGN         TO "APPROP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>支払処理パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-SHIHARAI-DATE             PIC 9(008).
           03   PARM-MODE                      PIC X(001).
           03   PARM-SYONIN-TANTO              PIC 9(004).
           03   PARM-SYONIN-KINGAKU            PIC 9(011).
      *>************************************************************************
      *>買掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   APLEDG-FILE.
       01   APLEDG-RECODE.
           COPY   APLEDG   REPLACING   ==:PREFIX:==   BY   ==APL==.
      *>************************************************************************
      *>仕入先別支払条件マスタファイルのレイアウト定義
      *>************************************************************************
       FD   STM-FILE.
       01   STM-RECODE.
           COPY   SUPTERM   REPLACING   ==:PREFIX:==   BY   ==STM==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR   REPLACING   ==:PREFIX:==   BY  ==TMST==.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイルのレイアウト定義
      *>************************************************************************
       FD   GLK-FILE.
       01   GLK-RECODE.
           COPY   GLKMAP   REPLACING   ==:PREFIX:==   BY   ==GLK==.
      *>************************************************************************
      *>仕訳ファイルのレイアウト定義（明細行・バッチ管理行）
      *>************************************************************************
       FD   GLJRNL-FILE.
       01   GLJRNL-RECODE.
           COPY   GLJRNL   REPLACING   ==:PREFIX:==   BY   ==GLJ==.
       01   GLJRNL-BATCH-RECODE.
           COPY   GLJBATCH   REPLACING   ==:PREFIX:==   BY   ==GLB==.
      *>************************************************************************
      *>総合振込依頼ファイルのレイアウト定義
      *>************************************************************************
       FD   FURI-FILE.
       01   FURI-RECODE.
           COPY   APFURI   REPLACING   ==:PREFIX:==   BY   ==FRI==.
      *>************************************************************************
      *>支払予定表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   PROP-FILE.
       01   PROP-RECODE                            PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  APLEDG-FILE-STATUS                       PIC XX.
       01  STM-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-SENTAKU-COUNT                PIC 9(006).
             03   WRK-MITOUROKU-COUNT              PIC 9(006).
             03   WRK-FURI-COUNT                   PIC 9(006).
             03   WRK-SHIHARAI-COUNT               PIC 9(006).
             03   WRK-KURIKOSHI-COUNT              PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "APPAY001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>パラメータの保持領域
       01   WK-PARM-AREA.
            03   WK-SHIHARAI-DATE                PIC 9(008).
            03   WK-MODE                         PIC X(001).
                 88   WK-MODE-TEIAN                  VALUE "P".
                 88   WK-MODE-KAKUTEI                VALUE "K".
            03   WK-SYONIN-TANTO                 PIC 9(004).
            03   WK-SYONIN-KINGAKU               PIC 9(011).
      *>
      *>買掛元帳保持用テーブル（全行をメモリに展開し書き戻す）
      *>支払の対象に選んだ行は選択フラグを１にする
       01   WK-APL-AREA.
            03   WK-APL-COUNT                    PIC 9(004)  COMP.
            03   WK-APL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-APL-IDX.
                 05   WK-APL-SUP-CODE             PIC X(004).
                 05   WK-APL-INV-BANGOU           PIC X(010).
                 05   WK-APL-INV-DATE             PIC 9(008).
                 05   WK-APL-ZEINUKI-KINGAKU      PIC S9(011).
                 05   WK-APL-ZEI-KINGAKU          PIC S9(011).
                 05   WK-APL-SEIKYU-KINGAKU       PIC S9(011).
                 05   WK-APL-SHIHARAI-KINGAKU     PIC S9(011).
                 05   WK-APL-STATUS               PIC X(001).
                 05   WK-APL-SHIHARAI-KIGEN       PIC 9(008).
                 05   WK-APL-SHIHARAI-DATE        PIC 9(008).
                 05   WK-APL-SENTAKU-FLG          PIC 9(001).
      *>
      *>仕入先別支払予定テーブル（振込先口座と支払予定額の合計）
       01   WK-PAY-AREA.
            03   WK-PAY-COUNT                    PIC 9(004)  COMP.
            03   WK-PAY-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PAY-IDX.
                 05   WK-PAY-SUP-CODE             PIC X(004).
                 05   WK-PAY-GINKO-CODE           PIC 9(004).
                 05   WK-PAY-SITEN-CODE           PIC 9(003).
                 05   WK-PAY-YOKIN-SYUMOKU        PIC X(001).
                 05   WK-PAY-KOUZA-BANGOU         PIC 9(007).
                 05   WK-PAY-UKETORININ-NAME      PIC X(030).
                 05   WK-PAY-KINGAKU              PIC S9(011).
                 05   WK-PAY-KENSU                PIC 9(005).
                 05   WK-PAY-KURIKOSHI-FLG        PIC 9(001).
       01   WK-PAY-FOUND-FLG                     PIC 9(001).
       01   WK-PAY-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>仕入先別支払条件保持用テーブル（振込先口座）
       01   WK-STM-AREA.
            03   WK-STM-COUNT                    PIC 9(004)  COMP.
            03   WK-STM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-STM-IDX.
                 05   WK-STM-SUP-CODE             PIC X(004).
                 05   WK-STM-GINKO-CODE           PIC 9(004).
                 05   WK-STM-SITEN-CODE           PIC 9(003).
                 05   WK-STM-YOKIN-SYUMOKU        PIC X(001).
                 05   WK-STM-KOUZA-BANGOU         PIC 9(007).
                 05   WK-STM-UKETORININ-NAME      PIC X(030).
      *>
      *>仕入先マスタ保持用テーブル（仕入先名の表示用）
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-CHK-CODE                      PIC X(004).
      *>
      *>担当者マスタ保持用テーブル（承認者の確認用）
       01   WK-TANTO-MSTR-AREA.
            03   WK-TANTO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-TANTO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-TANTO-MSTR-IDX.
                 05   WK-TANTO-MSTR-BANGOU        PIC 9(004).
                 05   WK-TANTO-MSTR-NAME          PIC X(020).
       01   WK-TANTO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-TANTO-MSTR-NAME-SAVE              PIC X(020).
       01   WK-TANTO-CHK-BANGOU                  PIC 9(004).
      *>
      *>１行分の未払残高の計算用領域
       01   WK-ZANDAKA                           PIC S9(011).
      *>
      *>支払予定の総合計（振込先登録済の仕入先だけを積み上げる）
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-KINGAKU                PIC S9(011).
            03   WK-TOTAL-MITOUROKU              PIC S9(011).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-KAIK-KAMOKU                  PIC X(008).
            03   WK-YOKN-KAMOKU                  PIC X(008).
      *>
      *>支払予定表の見出し行の編集用領域
       01   PROP-HDR-RECODE.
           03   FILLER                PIC X(023)
                   VALUE "**  支払予定表  **".
           03   FILLER                PIC X(012)
                   VALUE "作成日：".
           03   PROP-HDR-RUN-DATE     PIC 9(008).
           03   FILLER                PIC X(015)
                   VALUE "　支払日：".
           03   PROP-HDR-SHIHARAI-DATE PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-HDR-MODE         PIC X(012).
      *>支払予定表の列見出し行の編集用領域
       01   PROP-COLHDR-RECODE.
           03   FILLER                PIC X(018)
               VALUE "仕入先　名称".
           03   FILLER                PIC X(027)
               VALUE "請求書番号　請求日".
           03   FILLER                PIC X(033)
               VALUE "支払期日　　支払予定額".
      *>支払予定表の明細行の編集用領域
       01   PROP-DETAIL-RECODE.
           03   PROP-SUP-CODE         PIC X(004).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   PROP-SUP-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-INV-BANGOU       PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-INV-DATE         PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-SHIHARAI-KIGEN   PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-KINGAKU          PIC -(010)9.
      *>支払予定表の仕入先小計行の編集用領域（振込先口座付き）
       01   PROP-SUBTOTAL-RECODE.
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "仕入先小計".
           03   PROP-SUB-KINGAKU      PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PROP-SUB-FURIKOMI     PIC X(070).
      *>振込先口座の編集用領域（仕入先小計行へ転記する）
       01   PROP-KOUZA-AREA.
           03   FILLER                PIC X(012)
                       VALUE "振込先：".
           03   PROP-GINKO-CODE       PIC 9(004).
           03   FILLER                PIC X(001)
                                             VALUE "-".
           03   PROP-SITEN-CODE       PIC 9(003).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   PROP-YOKIN-SYUMOKU    PIC X(006).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   PROP-KOUZA-BANGOU     PIC 9(007).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   PROP-UKETORININ-NAME  PIC X(030).
      *>支払予定表の総合計行の編集用領域
       01   PROP-TOTAL-RECODE.
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "総合計".
           03   PROP-TOTAL-KINGAKU    PIC -(010)9.
           03   FILLER                PIC X(018)
                       VALUE "　仕入先数：".
           03   PROP-TOTAL-SUP-COUNT  PIC ZZZ,ZZ9.
      *>支払予定表の振込先未登録合計行の編集用領域
       01   PROP-MITOUROKU-RECODE.
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   FILLER                PIC X(033)
                       VALUE "振込先未登録（対象外）".
           03   PROP-MITOUROKU-KINGAKU PIC -(010)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "支払対象請求書：".
            03   MSG1-SENTAKU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　未登録件数：".
            03   MSG1-MITOUROKU-COUNT         PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　振込件数：".
            03   MSG1-FURI-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　支払済更新：".
            03   MSG1-SHIHARAI-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　繰越：".
            03   MSG1-KURIKOSHI-COUNT         PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-SENTAKU-COUNT.
           MOVE   ZERO        TO   WRK-MITOUROKU-COUNT.
           MOVE   ZERO        TO   WRK-FURI-COUNT.
           MOVE   ZERO        TO   WRK-SHIHARAI-COUNT.
           MOVE   ZERO        TO   WRK-KURIKOSHI-COUNT.
           MOVE   ZERO        TO   WK-APL-COUNT.
           MOVE   ZERO        TO   WK-PAY-COUNT.
           MOVE   ZERO        TO   WK-STM-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-KINGAKU.
           MOVE   ZERO        TO   WK-TOTAL-MITOUROKU.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  パラメータ・勘定科目の確認（揃わなければ何も更新せずに終わる）
           PERFORM   PARM-READ-PROC.
           IF   WK-MODE-KAKUTEI
                PERFORM   GLK-LOAD-PROC
                PERFORM   TANTO-MSTR-LOAD-PROC
           END-IF.
      *>
      *>  買掛元帳・振込先・仕入先マスタの読み込み
           PERFORM   APLEDG-LOAD-PROC.
           PERFORM   STM-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
      *>
      *>  支払期日が支払日以前の未払の請求書を選ぶ
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                MOVE   ZERO   TO   WK-APL-SENTAKU-FLG(WK-APL-IDX)
                IF   WK-APL-STATUS(WK-APL-IDX)   =   "1"
                AND  WK-APL-SHIHARAI-KIGEN(WK-APL-IDX)
                          <=   WK-SHIHARAI-DATE
                     PERFORM   PAY-SELECT-PROC
                END-IF
           END-PERFORM.
      *>
      *>  デビットノートの差し引きで支払額が残らない仕入先は繰り越す
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                IF   WK-PAY-GINKO-CODE(WK-PAY-IDX)   NOT =   ZERO
                AND  WK-PAY-KINGAKU(WK-PAY-IDX)   NOT >   ZERO
                     MOVE       1   TO
                                WK-PAY-KURIKOSHI-FLG(WK-PAY-IDX)
                     ADD        1   TO   WRK-KURIKOSHI-COUNT
                     SUBTRACT   WK-PAY-KINGAKU(WK-PAY-IDX)
                                FROM   WK-TOTAL-KINGAKU
                END-IF
           END-PERFORM.
      *>
      *>  支払予定表を印字する
           PERFORM   PROP-REPORT-PROC.
      *>
           IF   WRK-MITOUROKU-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
      *>  提案モードはここまで
           IF   NOT   WK-MODE-KAKUTEI
                GO   TO   MAIN-PROC-EXIT
           END-IF.
      *>
      *>  確定モードは承認の確認後に振込依頼・元帳・仕訳を更新する
           PERFORM   SYONIN-CHK-PROC.
           IF   WK-TOTAL-KINGAKU   =   ZERO
                DISPLAY   "支払の対象となる請求書が"
                          "ありません"
                GO   TO   MAIN-PROC-EXIT
           END-IF.
           PERFORM   FURI-WRITE-PROC.
           PERFORM   APLEDG-REWRITE-PROC.
           PERFORM   GLJRNL-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>パラメータファイルの読み込み処理
      *>支払日が無い・処理モードが提案"P"／確定"K"でない場合は
      *>異常終了する
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   NOT =   "00"
                DISPLAY   "APPPARMが読めません:"
                          PARM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           READ      PARM-FILE
                AT   END
                     MOVE   SPACE   TO   PARM-RECODE
           END-READ.
           CLOSE     PARM-FILE.
      *>
           IF   PARM-SHIHARAI-DATE   NOT   NUMERIC
           OR   PARM-SHIHARAI-DATE   =   ZERO
           OR   (PARM-MODE   NOT =   "P"
                AND   PARM-MODE   NOT =   "K")
                DISPLAY   "APPPARMの支払日・処理モードが"
                          "不正です"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           MOVE      PARM-SHIHARAI-DATE    TO   WK-SHIHARAI-DATE.
           MOVE      PARM-MODE             TO   WK-MODE.
           MOVE      ZERO                  TO   WK-SYONIN-TANTO.
           MOVE      ZERO                  TO   WK-SYONIN-KINGAKU.
           IF   PARM-SYONIN-TANTO   NUMERIC
                MOVE   PARM-SYONIN-TANTO     TO   WK-SYONIN-TANTO
           END-IF.
           IF   PARM-SYONIN-KINGAKU   NUMERIC
                MOVE   PARM-SYONIN-KINGAKU   TO   WK-SYONIN-KINGAKU
           END-IF.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払の対象とする請求書１通分の選択処理
      *>振込先が未登録の仕入先は予定表に印字するが、総合計と振込の
      *>対象からは外す
      *>************************************************************************
       PAY-SELECT-PROC                SECTION.
      *>
           COMPUTE   WK-ZANDAKA   =
                     WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                     -   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX).
      *>
      *>  仕入先別の支払予定行を探し、無ければ振込先付きで登録する
           MOVE      ZERO   TO   WK-PAY-FOUND-FLG.
           MOVE      ZERO   TO   WK-PAY-FOUND-IDX.
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                IF   WK-PAY-SUP-CODE(WK-PAY-IDX)
                          =   WK-APL-SUP-CODE(WK-APL-IDX)
                     MOVE   1   TO   WK-PAY-FOUND-FLG
                     MOVE   WK-PAY-IDX   TO   WK-PAY-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-PAY-FOUND-FLG   NOT =   1
                IF   WK-PAY-COUNT   NOT <   999
                     DISPLAY   "支払予定テーブルが"
                               "満杯です:"
                               WK-APL-SUP-CODE(WK-APL-IDX)
                     GO   TO   PAY-SELECT-PROC-EXIT
                END-IF
                PERFORM   PAY-ADD-PROC
           END-IF.
      *>
           MOVE      1   TO   WK-APL-SENTAKU-FLG(WK-APL-IDX).
           ADD       1   TO   WRK-SENTAKU-COUNT.
           ADD       1   TO   WK-PAY-KENSU(WK-PAY-FOUND-IDX).
           ADD       WK-ZANDAKA   TO   WK-PAY-KINGAKU(WK-PAY-FOUND-IDX).
           IF   WK-PAY-GINKO-CODE(WK-PAY-FOUND-IDX)   =   ZERO
                ADD   1              TO   WRK-MITOUROKU-COUNT
                ADD   WK-ZANDAKA     TO   WK-TOTAL-MITOUROKU
           ELSE
                ADD   WK-ZANDAKA     TO   WK-TOTAL-KINGAKU
           END-IF.
      *>
       PAY-SELECT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先別支払予定行の登録処理（振込先口座を支払条件から求める）
      *>************************************************************************
       PAY-ADD-PROC                   SECTION.
      *>
           ADD       1   TO   WK-PAY-COUNT.
           MOVE      WK-PAY-COUNT   TO   WK-PAY-FOUND-IDX.
           MOVE      WK-APL-SUP-CODE(WK-APL-IDX)
                          TO   WK-PAY-SUP-CODE(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-GINKO-CODE(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-SITEN-CODE(WK-PAY-COUNT).
           MOVE      SPACE   TO   WK-PAY-YOKIN-SYUMOKU(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-KOUZA-BANGOU(WK-PAY-COUNT).
           MOVE      SPACE   TO   WK-PAY-UKETORININ-NAME(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-KINGAKU(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-KENSU(WK-PAY-COUNT).
           MOVE      ZERO    TO   WK-PAY-KURIKOSHI-FLG(WK-PAY-COUNT).
      *>
           PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                IF   WK-STM-SUP-CODE(WK-STM-IDX)
                          =   WK-APL-SUP-CODE(WK-APL-IDX)
                     MOVE   WK-STM-GINKO-CODE(WK-STM-IDX)   TO
                          WK-PAY-GINKO-CODE(WK-PAY-COUNT)
                     MOVE   WK-STM-SITEN-CODE(WK-STM-IDX)   TO
                          WK-PAY-SITEN-CODE(WK-PAY-COUNT)
                     MOVE   WK-STM-YOKIN-SYUMOKU(WK-STM-IDX)   TO
                          WK-PAY-YOKIN-SYUMOKU(WK-PAY-COUNT)
                     MOVE   WK-STM-KOUZA-BANGOU(WK-STM-IDX)   TO
                          WK-PAY-KOUZA-BANGOU(WK-PAY-COUNT)
                     MOVE   WK-STM-UKETORININ-NAME(WK-STM-IDX)   TO
                          WK-PAY-UKETORININ-NAME(WK-PAY-COUNT)
                END-IF
           END-PERFORM.
      *>
       PAY-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払予定表の作成処理
      *>仕入先ごとに対象の請求書を印字し、振込先付きの小計を付ける
      *>************************************************************************
       PROP-REPORT-PROC               SECTION.
      *>
           OPEN      OUTPUT   PROP-FILE.
           MOVE      WRK-RUN-DATE       TO   PROP-HDR-RUN-DATE.
           MOVE      WK-SHIHARAI-DATE   TO   PROP-HDR-SHIHARAI-DATE.
           IF   WK-MODE-KAKUTEI
                MOVE   "（確定）"   TO   PROP-HDR-MODE
           ELSE
                MOVE   "（提案）"   TO   PROP-HDR-MODE
           END-IF.
           WRITE     PROP-RECODE   FROM   PROP-HDR-RECODE.
           WRITE     PROP-RECODE   FROM   PROP-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                PERFORM   PROP-SUP-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WK-TOTAL-KINGAKU   TO   PROP-TOTAL-KINGAKU.
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                IF   WK-PAY-GINKO-CODE(WK-PAY-IDX)   NOT =   ZERO
                AND  WK-PAY-KURIKOSHI-FLG(WK-PAY-IDX)   =   ZERO
                     ADD   1   TO   WRK-FURI-COUNT
                END-IF
           END-PERFORM.
           MOVE      WRK-FURI-COUNT     TO   PROP-TOTAL-SUP-COUNT.
           WRITE     PROP-RECODE   FROM   PROP-TOTAL-RECODE.
           IF   WRK-MITOUROKU-COUNT   >   ZERO
                MOVE   WK-TOTAL-MITOUROKU   TO   PROP-MITOUROKU-KINGAKU
                WRITE  PROP-RECODE   FROM   PROP-MITOUROKU-RECODE
           END-IF.
      *>
           CLOSE     PROP-FILE.
      *>
       PROP-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払予定表の仕入先１社分の印字処理
      *>************************************************************************
       PROP-SUP-WRITE-PROC            SECTION.
      *>
           MOVE      WK-PAY-SUP-CODE(WK-PAY-IDX)   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
      *>
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-SENTAKU-FLG(WK-APL-IDX)   =   1
                AND  WK-APL-SUP-CODE(WK-APL-IDX)
                          =   WK-PAY-SUP-CODE(WK-PAY-IDX)
                     MOVE   WK-APL-SUP-CODE(WK-APL-IDX)
                          TO   PROP-SUP-CODE
                     MOVE   WK-SUP-MSTR-NAME-SAVE
                          TO   PROP-SUP-NAME
                     MOVE   WK-APL-INV-BANGOU(WK-APL-IDX)
                          TO   PROP-INV-BANGOU
                     MOVE   WK-APL-INV-DATE(WK-APL-IDX)
                          TO   PROP-INV-DATE
                     MOVE   WK-APL-SHIHARAI-KIGEN(WK-APL-IDX)
                          TO   PROP-SHIHARAI-KIGEN
                     COMPUTE   PROP-KINGAKU   =
                               WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                               -   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX)
                     WRITE   PROP-RECODE   FROM   PROP-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-PAY-KINGAKU(WK-PAY-IDX)   TO   PROP-SUB-KINGAKU.
           EVALUATE   TRUE
                WHEN   WK-PAY-GINKO-CODE(WK-PAY-IDX)   =   ZERO
                     MOVE   "＊振込先未登録（支払対象外）"
                          TO   PROP-SUB-FURIKOMI
                WHEN   WK-PAY-KURIKOSHI-FLG(WK-PAY-IDX)   =   1
                     MOVE   "＊控除超過（翌回へ繰越）"
                          TO   PROP-SUB-FURIKOMI
                WHEN   OTHER
                     MOVE   WK-PAY-GINKO-CODE(WK-PAY-IDX)
                          TO   PROP-GINKO-CODE
                     MOVE   WK-PAY-SITEN-CODE(WK-PAY-IDX)
                          TO   PROP-SITEN-CODE
                     IF   WK-PAY-YOKIN-SYUMOKU(WK-PAY-IDX)   =   "2"
                          MOVE   "当座"   TO   PROP-YOKIN-SYUMOKU
                     ELSE
                          MOVE   "普通"   TO   PROP-YOKIN-SYUMOKU
                     END-IF
                     MOVE   WK-PAY-KOUZA-BANGOU(WK-PAY-IDX)
                          TO   PROP-KOUZA-BANGOU
                     MOVE   WK-PAY-UKETORININ-NAME(WK-PAY-IDX)
                          TO   PROP-UKETORININ-NAME
                     MOVE   PROP-KOUZA-AREA   TO   PROP-SUB-FURIKOMI
           END-EVALUATE.
           WRITE     PROP-RECODE   FROM   PROP-SUBTOTAL-RECODE.
      *>
       PROP-SUP-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>確定前の承認の確認処理
      *>承認担当者が担当者マスタに無い、または承認金額が支払予定の
      *>総合計と一致しない場合は何も更新せずに異常終了する
      *>************************************************************************
       SYONIN-CHK-PROC                SECTION.
      *>
           MOVE      WK-SYONIN-TANTO   TO   WK-TANTO-CHK-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           IF   WK-TANTO-MSTR-FOUND-FLG   NOT =   1
                DISPLAY   "承認担当者が担当者マスタに"
                          "ありません:"
                          WK-SYONIN-TANTO
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           IF   WK-SYONIN-KINGAKU   NOT =   WK-TOTAL-KINGAKU
                DISPLAY   "承認金額が支払予定の総合計と"
                          "一致しません:"
                          WK-SYONIN-KINGAKU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       SYONIN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>総合振込依頼ファイルの作成処理
      *>ヘッダ・振込先登録済の仕入先ごとの明細・トレーラ・エンドを書く
      *>************************************************************************
       FURI-WRITE-PROC                SECTION.
      *>
           OPEN      OUTPUT   FURI-FILE.
      *>
           MOVE      "1"                TO   FRI-DATA-KUBUN.
           MOVE      WK-SHIHARAI-DATE   TO   FRI-SHITEI-DATE.
           MOVE      ZERO               TO   FRI-GINKO-CODE.
           MOVE      ZERO               TO   FRI-SITEN-CODE.
           MOVE      SPACE              TO   FRI-YOKIN-SYUMOKU.
           MOVE      ZERO               TO   FRI-KOUZA-BANGOU.
           MOVE      SPACE              TO   FRI-UKETORININ-NAME.
           MOVE      ZERO               TO   FRI-FURIKOMI-KINGAKU.
           MOVE      SPACE              TO   FRI-SUP-CODE.
           MOVE      ZERO               TO   FRI-KENSU.
           WRITE     FURI-RECODE.
      *>
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                IF   WK-PAY-GINKO-CODE(WK-PAY-IDX)   NOT =   ZERO
                AND  WK-PAY-KURIKOSHI-FLG(WK-PAY-IDX)   =   ZERO
                     MOVE   "2"                TO   FRI-DATA-KUBUN
                     MOVE   WK-SHIHARAI-DATE   TO   FRI-SHITEI-DATE
                     MOVE   WK-PAY-GINKO-CODE(WK-PAY-IDX)
                          TO   FRI-GINKO-CODE
                     MOVE   WK-PAY-SITEN-CODE(WK-PAY-IDX)
                          TO   FRI-SITEN-CODE
                     MOVE   WK-PAY-YOKIN-SYUMOKU(WK-PAY-IDX)
                          TO   FRI-YOKIN-SYUMOKU
                     MOVE   WK-PAY-KOUZA-BANGOU(WK-PAY-IDX)
                          TO   FRI-KOUZA-BANGOU
                     MOVE   WK-PAY-UKETORININ-NAME(WK-PAY-IDX)
                          TO   FRI-UKETORININ-NAME
                     MOVE   WK-PAY-KINGAKU(WK-PAY-IDX)
                          TO   FRI-FURIKOMI-KINGAKU
                     MOVE   WK-PAY-SUP-CODE(WK-PAY-IDX)
                          TO   FRI-SUP-CODE
                     MOVE   ZERO               TO   FRI-KENSU
                     WRITE  FURI-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      "8"                TO   FRI-DATA-KUBUN.
           MOVE      WK-SHIHARAI-DATE   TO   FRI-SHITEI-DATE.
           MOVE      ZERO               TO   FRI-GINKO-CODE.
           MOVE      ZERO               TO   FRI-SITEN-CODE.
           MOVE      SPACE              TO   FRI-YOKIN-SYUMOKU.
           MOVE      ZERO               TO   FRI-KOUZA-BANGOU.
           MOVE      SPACE              TO   FRI-UKETORININ-NAME.
           MOVE      WK-TOTAL-KINGAKU   TO   FRI-FURIKOMI-KINGAKU.
           MOVE      SPACE              TO   FRI-SUP-CODE.
           MOVE      WRK-FURI-COUNT     TO   FRI-KENSU.
           WRITE     FURI-RECODE.
      *>
           MOVE      "9"                TO   FRI-DATA-KUBUN.
           MOVE      ZERO               TO   FRI-FURIKOMI-KINGAKU.
           MOVE      ZERO               TO   FRI-KENSU.
           WRITE     FURI-RECODE.
      *>
           CLOSE     FURI-FILE.
      *>
       FURI-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>買掛元帳の読み込み処理（全行をテーブルに展開する）
      *>元帳が無ければ支払うものが無いため異常終了する
      *>************************************************************************
       APLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   APLEDG-FILE.
           EVALUATE   APLEDG-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "APLEDG-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "APLEDGが読めません:"
                               APLEDG-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   APLEDG-FILE-STATUS   NOT =   "00"
                READ   APLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   APLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   WK-APL-COUNT   <   9999
                               ADD   1   TO   WK-APL-COUNT
                               MOVE  APL-SUP-CODE          TO
                                   WK-APL-SUP-CODE(WK-APL-COUNT)
                               MOVE  APL-INV-BANGOU        TO
                                   WK-APL-INV-BANGOU(WK-APL-COUNT)
                               MOVE  APL-INV-DATE          TO
                                   WK-APL-INV-DATE(WK-APL-COUNT)
                               MOVE  APL-ZEINUKI-KINGAKU   TO
                                   WK-APL-ZEINUKI-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-ZEI-KINGAKU       TO
                                   WK-APL-ZEI-KINGAKU(WK-APL-COUNT)
                               MOVE  APL-SEIKYU-KINGAKU    TO
                                   WK-APL-SEIKYU-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-KINGAKU  TO
                                   WK-APL-SHIHARAI-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-STATUS            TO
                                   WK-APL-STATUS(WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-KIGEN    TO
                                   WK-APL-SHIHARAI-KIGEN
                                        (WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-DATE     TO
                                   WK-APL-SHIHARAI-DATE
                                        (WK-APL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     APLEDG-FILE.
      *>
       APLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>買掛元帳の書き戻し処理
      *>振込の対象とした請求書を支払済にしてから全行を書き戻す
      *>************************************************************************
       APLEDG-REWRITE-PROC            SECTION.
      *>
           OPEN      OUTPUT   APLEDG-FILE.
      *>
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-SENTAKU-FLG(WK-APL-IDX)   =   1
                     PERFORM   APL-SHIHARAI-PROC
                END-IF
                MOVE   WK-APL-SUP-CODE(WK-APL-IDX)
                     TO   APL-SUP-CODE
                MOVE   WK-APL-INV-BANGOU(WK-APL-IDX)
                     TO   APL-INV-BANGOU
                MOVE   WK-APL-INV-DATE(WK-APL-IDX)
                     TO   APL-INV-DATE
                MOVE   WK-APL-ZEINUKI-KINGAKU(WK-APL-IDX)
                     TO   APL-ZEINUKI-KINGAKU
                MOVE   WK-APL-ZEI-KINGAKU(WK-APL-IDX)
                     TO   APL-ZEI-KINGAKU
                MOVE   WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                     TO   APL-SEIKYU-KINGAKU
                MOVE   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX)
                     TO   APL-SHIHARAI-KINGAKU
                MOVE   WK-APL-STATUS(WK-APL-IDX)
                     TO   APL-STATUS
                MOVE   WK-APL-SHIHARAI-KIGEN(WK-APL-IDX)
                     TO   APL-SHIHARAI-KIGEN
                MOVE   WK-APL-SHIHARAI-DATE(WK-APL-IDX)
                     TO   APL-SHIHARAI-DATE
                WRITE   APLEDG-RECODE
           END-PERFORM.
      *>
           CLOSE     APLEDG-FILE.
      *>
       APLEDG-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書１通分の支払済への更新処理
      *>振込先が未登録の仕入先・控除超過で繰り越す仕入先の請求書は
      *>未払のまま残す
      *>************************************************************************
       APL-SHIHARAI-PROC              SECTION.
      *>
           PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                UNTIL   WK-PAY-IDX   >   WK-PAY-COUNT
                IF   WK-PAY-SUP-CODE(WK-PAY-IDX)
                          =   WK-APL-SUP-CODE(WK-APL-IDX)
                AND  WK-PAY-GINKO-CODE(WK-PAY-IDX)   NOT =   ZERO
                AND  WK-PAY-KURIKOSHI-FLG(WK-PAY-IDX)   =   ZERO
                     MOVE   WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                          TO   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX)
                     MOVE   "2"   TO   WK-APL-STATUS(WK-APL-IDX)
                     MOVE   WK-SHIHARAI-DATE
                          TO   WK-APL-SHIHARAI-DATE(WK-APL-IDX)
                     ADD    1   TO   WRK-SHIHARAI-COUNT
                END-IF
           END-PERFORM.
      *>
       APL-SHIHARAI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>買掛金（"KAIK"）・預金（"YOKN"）の科目が揃わない場合は
      *>異常終了する
      *>************************************************************************
       GLK-LOAD-PROC                  SECTION.
      *>
           MOVE      SPACE   TO   WK-GLK-AREA.
           OPEN      INPUT   GLK-FILE.
           IF   GLK-FILE-STATUS   NOT =   "00"
                DISPLAY   "GLKMAPが読めません:"   GLK-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   GLK-FILE-STATUS   NOT =   "00"
                READ   GLK-FILE
                     AT   END
                          MOVE   "10"   TO   GLK-FILE-STATUS
                     NOT   AT   END
                          EVALUATE   GLK-KEIJO-KEY
                               WHEN   "KAIK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-KAIK-KAMOKU
                               WHEN   "YOKN"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-YOKN-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-KAIK-KAMOKU   =   SPACE
           OR   WK-YOKN-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにKAIK/YOKNの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払の仕訳バッチの書き出し処理
      *>借方 買掛金／貸方 預金を振込の総合計で追記する
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（支払マーク付き、参照日は支払日）
           MOVE      "B"                TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLB-RUN-DATE.
           MOVE      2                  TO   GLB-ENTRY-COUNT.
           MOVE      WK-TOTAL-KINGAKU   TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-TOTAL-KINGAKU   TO   GLB-KASHIKATA-TOTAL.
           MOVE      "APP"              TO   GLB-ADJ-MARK.
           MOVE      WK-SHIHARAI-DATE   TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           MOVE      "E"                TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLJ-RUN-DATE.
           MOVE      "**"               TO   GLJ-BUNRUI-CODE.
           MOVE      SPACE              TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE              TO   GLJ-INV-BANGOU.
           MOVE      WK-KAIK-KAMOKU     TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                TO   GLJ-TAISYAKU.
           MOVE      WK-TOTAL-KINGAKU   TO   GLJ-KINGAKU.
           WRITE     GLJRNL-RECODE.
           MOVE      WK-YOKN-KAMOKU     TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                TO   GLJ-TAISYAKU.
           MOVE      WK-TOTAL-KINGAKU   TO   GLJ-KINGAKU.
           WRITE     GLJRNL-RECODE.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先別支払条件マスタの読み込み処理（振込先をテーブルに展開する）
      *>ファイルが無い場合は全仕入先を振込先未登録とする
      *>************************************************************************
       STM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   STM-FILE.
           IF   STM-FILE-STATUS   NOT =   "00"
                CLOSE   STM-FILE
                GO   TO   STM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   STM-FILE-STATUS   NOT =   "00"
                READ   STM-FILE
                     AT   END
                          MOVE   "10"   TO   STM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-STM-COUNT   <   999
                               ADD    1   TO   WK-STM-COUNT
                               MOVE   STM-SUP-CODE         TO
                                    WK-STM-SUP-CODE(WK-STM-COUNT)
                               MOVE   STM-GINKO-CODE       TO
                                    WK-STM-GINKO-CODE(WK-STM-COUNT)
                               MOVE   STM-SITEN-CODE       TO
                                    WK-STM-SITEN-CODE(WK-STM-COUNT)
                               MOVE   STM-YOKIN-SYUMOKU    TO
                                    WK-STM-YOKIN-SYUMOKU
                                         (WK-STM-COUNT)
                               MOVE   STM-KOUZA-BANGOU     TO
                                    WK-STM-KOUZA-BANGOU
                                         (WK-STM-COUNT)
                               MOVE   STM-UKETORININ-NAME  TO
                                    WK-STM-UKETORININ-NAME
                                         (WK-STM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     STM-FILE.
      *>
       STM-LOAD-PROC-EXIT.
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
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SUP-CHK-CODE
                     MOVE   WK-SUP-MSTR-NAME(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SUP-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>承認者を確認できないため、読めない場合は異常終了する
      *>************************************************************************
       TANTO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANTOM-FILE.
           IF   TANTOM-FILE-STATUS   NOT =   "00"
                DISPLAY   "TANTOMが読めません:"
                          TANTOM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   TANTOM-FILE-STATUS   NOT =   "00"
                READ   TANTOM-FILE
                     AT   END
                          MOVE   "10"   TO   TANTOM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TANTO-MSTR-COUNT   <   999
                               ADD   1   TO   WK-TANTO-MSTR-COUNT
                               MOVE   TMST-TANTOSYA-BANGOU   TO
                                    WK-TANTO-MSTR-BANGOU
                                         (WK-TANTO-MSTR-COUNT)
                               MOVE   TMST-TANTOSYA-NAME     TO
                                    WK-TANTO-MSTR-NAME
                                         (WK-TANTO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TANTOM-FILE.
      *>
       TANTO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者検索処理（担当者マスタテーブルを線形検索する）
      *>WK-TANTO-CHK-BANGOUに担当者番号を設定してから呼び出す
      *>************************************************************************
       TANTO-MSTR-LOOKUP-PROC         SECTION.
      *>
           MOVE      ZERO           TO   WK-TANTO-MSTR-FOUND-FLG.
           MOVE      "担当者不明"   TO   WK-TANTO-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK-TANTO-CHK-BANGOU
                     MOVE   1   TO   WK-TANTO-MSTR-FOUND-FLG
                     MOVE   WK-TANTO-MSTR-NAME(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       TANTO-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-SENTAKU-COUNT     TO   MSG1-SENTAKU-COUNT.
           MOVE      WRK-MITOUROKU-COUNT   TO   MSG1-MITOUROKU-COUNT.
           MOVE      WRK-FURI-COUNT        TO   MSG1-FURI-COUNT.
           MOVE      WRK-SHIHARAI-COUNT    TO   MSG1-SHIHARAI-COUNT.
           MOVE      WRK-KURIKOSHI-COUNT   TO   MSG1-KURIKOSHI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
