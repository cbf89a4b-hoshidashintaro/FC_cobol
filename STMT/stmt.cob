      *>************************************************************************
      *>顧客別月次取引明細書（ステートメント）作成プログラム
      *>パラメータファイル（STMTPARM.txt：対象年月YYYYMM＋顧客コード。
      *>顧客コードが空白の場合は全顧客）で指定された月について、
      *>卸売顧客ごとの売掛取引明細書を作成する。
      *>　・前月繰越残高＝対象月の前月末までに発行された請求
      *>　　（INVREG.txt）の税込金額から、前月末までに充当された
      *>　　入金（PAYHIST.txt：ARLEDG001が追記する入金履歴）と
      *>　　控除されたクレジットメモ（CRMEMO.txt の充当済の行）と
      *>　　貸倒償却（WRTOFF.txt の償却済の行）を差し引いた額
      *>　・対象月内の請求・入金・控除・貸倒償却を日付順に１行ずつ
      *>　　並べ（貸倒償却は控除の合計に含める。クレジットメモは
      *>　　返品控除・数量リベート・納品差異の控除・容器保証金の
      *>　　返金を摘要で分ける）、
      *>　　行ごとの差引残高を付ける
      *>　・最後に当月請求・入金・控除の合計と当月末残高を印字する
      *>明細書は顧客ごとのファイル（STMT_顧客コード.txt）に顧客
      *>マスタ（KOKYAKUM.txt）の名称付きで書き出す。繰越残高が０で
      *>当月の取引も無い顧客は作成しない。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   STMT001.
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
       SELECT   PARM-FILE     ASSIGN        TO "STMTPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>請求書発行記録ファイル（INVGEN001の出力）
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>入金履歴ファイル（ARLEDG001が充当できた入金を追記する）
      *>************************************************************************
       SELECT   PAYHIST-FILE  ASSIGN        TO "PAYHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PAYHIST-FILE-STATUS.
      *>************************************************************************
      *>クレジットメモファイル
      *>************************************************************************
       SELECT   CRM-FILE      ASSIGN        TO "CRMEMO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>貸倒償却トランザクションファイル（ARWOFF001が償却済にした行）
      *>************************************************************************
       SELECT   WOF-FILE      ASSIGN        TO "WRTOFF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS WOF-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>顧客別取引明細書ファイル（顧客ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   STMT-FILE     ASSIGN        TO WK-STMT-FILENAME
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
           03   PARM-KOKYAKU-CODE              PIC X(005).
      *>************************************************************************
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>入金履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   PAYHIST-FILE.
       01   PAYHIST-RECODE.
           COPY   PAYIN    REPLACING   ==:PREFIX:==   BY   ==PHS==.
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>貸倒償却トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   WOF-FILE.
       01   WOF-RECODE.
           COPY   WRTOFF   REPLACING   ==:PREFIX:==   BY   ==WOF==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>顧客別取引明細書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   STMT-FILE.
       01   STMT-RECODE                            PIC X(100).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  PAYHIST-FILE-STATUS                      PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
       01  WOF-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
      *>
      *>顧客別取引明細書の出力先ファイル名（顧客ごとに組み立てる）
       01  WK-STMT-FILENAME                         PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-STMT-COUNT                   PIC 9(006).
             03   WRK-TRN-COUNT                    PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WK-PARM-KOKYAKU-CODE             PIC X(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "STMT0001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>顧客別の繰越残高テーブル（取引のあった顧客を登録する）
       01   WK-CUS-AREA.
            03   WK-CUS-COUNT                    PIC 9(004)  COMP.
            03   WK-CUS-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CUS-IDX.
                 05   WK-CUS-KOKYAKU-CODE         PIC X(005).
                 05   WK-CUS-KURIKOSI             PIC S9(011).
                 05   WK-CUS-TRN-FLG              PIC 9(001).
       01   WK-CUS-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-CUS-KEY-CODE                      PIC X(005).
      *>
      *>対象月の取引テーブル（請求・入金・控除を１件１行で持つ）
      *>取引区分　１＝請求　２＝入金　３＝控除（クレジットメモ）
      *>　　　　　４＝貸倒償却　５＝控除（数量リベート）
      *>　　　　　６＝控除（納品差異の請求）
      *>　　　　　７＝控除（容器保証金の返金）
       01   WK-TRN-AREA.
            03   WK-TRN-COUNT                    PIC 9(004)  COMP.
            03   WK-TRN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TRN-IDX.
                 05   WK-TRN-KOKYAKU-CODE         PIC X(005).
                 05   WK-TRN-DATE                 PIC 9(008).
                 05   WK-TRN-KUBUN                PIC X(001).
                 05   WK-TRN-REF-BANGOU           PIC 9(006).
                 05   WK-TRN-KINGAKU              PIC S9(011).
                 05   WK-TRN-DONE-FLG             PIC 9(001).
       01   WK-TRN-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-TRN-BEST-DATE                     PIC 9(008).
      *>
      *>取引１件の登録用領域
       01   WK-NEW-TRN.
            03   WK-NEW-KOKYAKU-CODE             PIC X(005).
            03   WK-NEW-DATE                     PIC 9(008).
            03   WK-NEW-KUBUN                    PIC X(001).
            03   WK-NEW-REF-BANGOU               PIC 9(006).
            03   WK-NEW-KINGAKU                  PIC S9(011).
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
      *>明細書１通分の積み上げ領域
       01   WK-STMT-TOTAL-AREA.
            03   WK-STMT-ZANDAKA                 PIC S9(011).
            03   WK-STMT-SEIKYU-TOTAL            PIC S9(011).
            03   WK-STMT-NYUKIN-TOTAL            PIC S9(011).
            03   WK-STMT-KOJO-TOTAL              PIC S9(011).
      *>
      *>明細書の見出し行の編集用領域
       01   STM-TITLE-RECODE.
           03   FILLER                PIC X(024)
                       VALUE "**  取引明細書  **".
           03   FILLER                PIC X(012)
                       VALUE "対象月：".
           03   STM-TITLE-YYYYMM      PIC 9(006).
           03   FILLER                PIC X(012)
                       VALUE "　作成日：".
           03   STM-TITLE-RUN-DATE    PIC 9(008).
      *>明細書の顧客行の編集用領域
       01   STM-CUST-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "顧客：".
           03   STM-CUST-CODE         PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   STM-CUST-NAME         PIC X(020).
      *>明細書の列見出し行の編集用領域
       01   STM-COLHDR-RECODE.
           03   FILLER                PIC X(010)
                       VALUE "日付".
           03   FILLER                PIC X(018)
                       VALUE "摘要".
           03   FILLER                PIC X(010)
                       VALUE "番号".
           03   FILLER                PIC X(013)
                       VALUE "請求額".
           03   FILLER                PIC X(013)
                       VALUE "入金・控除".
           03   FILLER                PIC X(013)
                       VALUE "残高".
      *>明細書の繰越行の編集用領域
       01   STM-KURIKOSI-RECODE.
           03   FILLER                PIC X(038)
                       VALUE "前月繰越".
           03   FILLER                PIC X(026)
                                             VALUE SPACE.
           03   STM-KURIKOSI          PIC -(010)9.
      *>明細書の明細行の編集用領域
       01   STM-DETAIL-RECODE.
           03   STM-DATE              PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   STM-TEKIYO            PIC X(018).
           03   STM-REF-BANGOU        PIC Z(005)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   STM-SEIKYU            PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   STM-KOJO              PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   STM-ZANDAKA           PIC -(010)9.
      *>明細書の合計行の編集用領域
       01   STM-TOTAL-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "当月請求：".
           03   STM-SEIKYU-TOTAL      PIC -(010)9.
           03   FILLER                PIC X(015)
                       VALUE "　当月入金：".
           03   STM-NYUKIN-TOTAL      PIC -(010)9.
           03   FILLER                PIC X(015)
                       VALUE "　当月控除：".
           03   STM-KOJO-TOTAL        PIC -(010)9.
      *>明細書の当月末残高行の編集用領域
       01   STM-CLOSE-RECODE.
           03   FILLER                PIC X(038)
                       VALUE "当月末残高".
           03   FILLER                PIC X(026)
                                             VALUE SPACE.
           03   STM-CLOSE-ZANDAKA     PIC -(010)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "当月取引件数：".
            03   MSG1-TRN-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　作成明細書数：".
            03   MSG1-STMT-COUNT              PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-STMT-COUNT.
           MOVE   ZERO        TO   WRK-TRN-COUNT.
           MOVE   ZERO        TO   WK-CUS-COUNT.
           MOVE   ZERO        TO   WK-TRN-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  顧客マスタの読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  請求・入金・控除を読み、繰越残高と当月の取引を積み上げる
           PERFORM   IVREG-LOAD-PROC.
           PERFORM   PAYHIST-LOAD-PROC.
           PERFORM   CRM-LOAD-PROC.
           PERFORM   WOF-LOAD-PROC.
      *>
      *>  顧客ごとに取引明細書を作成する
           PERFORM   VARYING   WK-CUS-IDX   FROM   1   BY   1
                UNTIL   WK-CUS-IDX   >   WK-CUS-COUNT
                IF   WK-CUS-KURIKOSI(WK-CUS-IDX)   NOT =   ZERO
                OR   WK-CUS-TRN-FLG(WK-CUS-IDX)    =   1
                     PERFORM   STMT-ONE-CUST-PROC
                END-IF
           END-PERFORM.
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
                     DISPLAY   "STMTPARMが読めません:"
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
                     MOVE   PARM-YYYYMM         TO   WK-PARM-YYYYMM
                     MOVE   PARM-KOKYAKU-CODE
                          TO   WK-PARM-KOKYAKU-CODE
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行記録の読み込み処理
      *>対象月より前の請求は繰越残高へ加え、対象月の請求は取引として
      *>登録する。対象月より後の請求は読み飛ばす
      *>************************************************************************
       IVREG-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   IVREG-FILE.
           IF   IVREG-FILE-STATUS   NOT =   "00"
                CLOSE   IVREG-FILE
                GO   TO   IVREG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   IVREG-FILE-STATUS   NOT =   "00"
                READ   IVREG-FILE
                     AT   END
                          MOVE   "10"   TO   IVREG-FILE-STATUS
                     NOT   AT   END
                          MOVE   IVR-KOKYAKU-CODE     TO
                               WK-NEW-KOKYAKU-CODE
                          MOVE   IVR-HAKKO-DATE       TO   WK-NEW-DATE
                          MOVE   "1"                  TO   WK-NEW-KUBUN
                          MOVE   IVR-INV-BANGOU       TO
                               WK-NEW-REF-BANGOU
                          MOVE   IVR-ZEIKOMI-KINGAKU  TO
                               WK-NEW-KINGAKU
                          PERFORM   TRN-ADD-PROC
                END-READ
           END-PERFORM.
           CLOSE     IVREG-FILE.
      *>
       IVREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入金履歴の読み込み処理
      *>入金日で繰越・当月を振り分ける（入金は残高から差し引く）
      *>************************************************************************
       PAYHIST-LOAD-PROC              SECTION.
      *>
           OPEN      INPUT   PAYHIST-FILE.
           IF   PAYHIST-FILE-STATUS   NOT =   "00"
                CLOSE   PAYHIST-FILE
                GO   TO   PAYHIST-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PAYHIST-FILE-STATUS   NOT =   "00"
                READ   PAYHIST-FILE
                     AT   END
                          MOVE   "10"   TO   PAYHIST-FILE-STATUS
                     NOT   AT   END
                          MOVE   PHS-KOKYAKU-CODE     TO
                               WK-NEW-KOKYAKU-CODE
                          MOVE   PHS-NYUKIN-DATE      TO   WK-NEW-DATE
                          MOVE   "2"                  TO   WK-NEW-KUBUN
                          MOVE   PHS-INV-BANGOU       TO
                               WK-NEW-REF-BANGOU
                          MOVE   PHS-NYUKIN-KINGAKU   TO
                               WK-NEW-KINGAKU
                          PERFORM   TRN-ADD-PROC
                END-READ
           END-PERFORM.
           CLOSE     PAYHIST-FILE.
      *>
       PAYHIST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>クレジットメモの読み込み処理
      *>売掛側で控除済（状況"2"）の顧客コード付きの行だけを、充当日で
      *>繰越・当月に振り分ける（控除は残高から差し引く）
      *>************************************************************************
       CRM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                GO   TO   CRM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CRM-FILE-STATUS   NOT =   "00"
                READ   CRM-FILE
                     AT   END
                          MOVE   "10"   TO   CRM-FILE-STATUS
                     NOT   AT   END
                          IF   CRM-STS-JUTO-ZUMI
                          AND  CRM-KOKYAKU-CODE   NOT =   SPACE
                               MOVE   CRM-KOKYAKU-CODE   TO
                                    WK-NEW-KOKYAKU-CODE
                               MOVE   CRM-JUTO-DATE      TO
                                    WK-NEW-DATE
                               EVALUATE   CRM-MEMO-SYUBETSU
                                    WHEN   "B"
                                         MOVE   "5"      TO
                                              WK-NEW-KUBUN
                                    WHEN   "C"
                                         MOVE   "6"      TO
                                              WK-NEW-KUBUN
                                    WHEN   "D"
                                         MOVE   "7"      TO
                                              WK-NEW-KUBUN
                                    WHEN   OTHER
                                         MOVE   "3"      TO
                                              WK-NEW-KUBUN
                               END-EVALUATE
                               MOVE   CRM-TYUMON-BANGOU  TO
                                    WK-NEW-REF-BANGOU
                               COMPUTE   WK-NEW-KINGAKU   =
                                         CRM-URIAGE-KINGAKU
                                         +   CRM-ZEI-KINGAKU
                               PERFORM   TRN-ADD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CRM-FILE.
      *>
       CRM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>貸倒償却トランザクションの読み込み処理
      *>償却済（状況"2"）の行だけを処理日で繰越・当月に振り分ける
      *>（償却は残高から差し引く）
      *>************************************************************************
       WOF-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   WOF-FILE.
           IF   WOF-FILE-STATUS   NOT =   "00"
                CLOSE   WOF-FILE
                GO   TO   WOF-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   WOF-FILE-STATUS   NOT =   "00"
                READ   WOF-FILE
                     AT   END
                          MOVE   "10"   TO   WOF-FILE-STATUS
                     NOT   AT   END
                          IF   WOF-STS-SYOKYAKU-ZUMI
                               MOVE   WOF-KOKYAKU-CODE   TO
                                    WK-NEW-KOKYAKU-CODE
                               MOVE   WOF-SYORI-DATE     TO
                                    WK-NEW-DATE
                               MOVE   "4"                TO
                                    WK-NEW-KUBUN
                               MOVE   WOF-INV-BANGOU     TO
                                    WK-NEW-REF-BANGOU
                               MOVE   WOF-SYOKYAKU-KINGAKU   TO
                                    WK-NEW-KINGAKU
                               PERFORM   TRN-ADD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     WOF-FILE.
      *>
       WOF-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取引１件の振り分け処理
      *>WK-NEW-TRNに内容を設定してから呼び出す。
      *>パラメータで顧客が指定されている場合はその顧客以外を除く
      *>************************************************************************
       TRN-ADD-PROC                   SECTION.
      *>
           IF   WK-PARM-KOKYAKU-CODE   NOT =   SPACE
           AND  WK-PARM-KOKYAKU-CODE   NOT =   WK-NEW-KOKYAKU-CODE
                GO   TO   TRN-ADD-PROC-EXIT
           END-IF.
           IF   WK-NEW-DATE(1:6)   >   WK-PARM-YYYYMM
                GO   TO   TRN-ADD-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-NEW-KOKYAKU-CODE   TO   WK-CUS-KEY-CODE.
           PERFORM   CUS-FIND-PROC.
           IF   WK-CUS-FOUND-IDX   =   ZERO
                GO   TO   TRN-ADD-PROC-EXIT
           END-IF.
      *>
      *>  対象月より前の取引は繰越残高へ（請求は加算・入金と控除は減算）
           IF   WK-NEW-DATE(1:6)   <   WK-PARM-YYYYMM
                IF   WK-NEW-KUBUN   =   "1"
                     ADD        WK-NEW-KINGAKU   TO
                          WK-CUS-KURIKOSI(WK-CUS-FOUND-IDX)
                ELSE
                     SUBTRACT   WK-NEW-KINGAKU   FROM
                          WK-CUS-KURIKOSI(WK-CUS-FOUND-IDX)
                END-IF
                GO   TO   TRN-ADD-PROC-EXIT
           END-IF.
      *>
      *>  対象月の取引はテーブルへ登録する
           IF   WK-TRN-COUNT   <   9999
                ADD    1   TO   WK-TRN-COUNT
                ADD    1   TO   WRK-TRN-COUNT
                MOVE   1   TO   WK-CUS-TRN-FLG(WK-CUS-FOUND-IDX)
                MOVE   WK-NEW-KOKYAKU-CODE   TO
                     WK-TRN-KOKYAKU-CODE(WK-TRN-COUNT)
                MOVE   WK-NEW-DATE           TO
                     WK-TRN-DATE(WK-TRN-COUNT)
                MOVE   WK-NEW-KUBUN          TO
                     WK-TRN-KUBUN(WK-TRN-COUNT)
                MOVE   WK-NEW-REF-BANGOU     TO
                     WK-TRN-REF-BANGOU(WK-TRN-COUNT)
                MOVE   WK-NEW-KINGAKU        TO
                     WK-TRN-KINGAKU(WK-TRN-COUNT)
                MOVE   ZERO                  TO
                     WK-TRN-DONE-FLG(WK-TRN-COUNT)
           END-IF.
      *>
       TRN-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別繰越残高テーブルの検索・登録処理
      *>WK-CUS-KEY-CODEの行を探し、無ければ残高ゼロの行を登録する。
      *>テーブルが満杯で登録できない場合はWK-CUS-FOUND-IDXをゼロにする
      *>************************************************************************
       CUS-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-CUS-FOUND-IDX.
           PERFORM   VARYING   WK-CUS-IDX   FROM   1   BY   1
                UNTIL   WK-CUS-IDX   >   WK-CUS-COUNT
                IF   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          =   WK-CUS-KEY-CODE
                     MOVE   WK-CUS-IDX   TO   WK-CUS-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUS-FOUND-IDX   =   ZERO
           AND  WK-CUS-COUNT   <   999
                ADD    1   TO   WK-CUS-COUNT
                MOVE   WK-CUS-COUNT      TO   WK-CUS-FOUND-IDX
                MOVE   WK-CUS-KEY-CODE   TO
                     WK-CUS-KOKYAKU-CODE(WK-CUS-COUNT)
                MOVE   ZERO   TO   WK-CUS-KURIKOSI(WK-CUS-COUNT)
                MOVE   ZERO   TO   WK-CUS-TRN-FLG(WK-CUS-COUNT)
           END-IF.
      *>
       CUS-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分の取引明細書作成処理
      *>WK-CUS-IDXの顧客の当月取引を日付の古い順に印字する
      *>************************************************************************
       STMT-ONE-CUST-PROC             SECTION.
      *>
           ADD       1   TO   WRK-STMT-COUNT.
           MOVE      WK-CUS-KURIKOSI(WK-CUS-IDX)   TO   WK-STMT-ZANDAKA.
           MOVE      ZERO   TO   WK-STMT-SEIKYU-TOTAL.
           MOVE      ZERO   TO   WK-STMT-NYUKIN-TOTAL.
           MOVE      ZERO   TO   WK-STMT-KOJO-TOTAL.
      *>
           MOVE      SPACE   TO   WK-STMT-FILENAME.
           STRING    "STMT_"   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-STMT-FILENAME.
           OPEN      OUTPUT   STMT-FILE.
      *>
           MOVE      WK-PARM-YYYYMM   TO   STM-TITLE-YYYYMM.
           MOVE      WRK-RUN-DATE     TO   STM-TITLE-RUN-DATE.
           WRITE     STMT-RECODE   FROM   STM-TITLE-RECODE.
      *>
           MOVE      WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          TO   STM-CUST-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   STM-CUST-NAME.
           WRITE     STMT-RECODE   FROM   STM-CUST-RECODE.
           WRITE     STMT-RECODE   FROM   STM-COLHDR-RECODE.
      *>
           MOVE      WK-STMT-ZANDAKA   TO   STM-KURIKOSI.
           WRITE     STMT-RECODE   FROM   STM-KURIKOSI-RECODE.
      *>
      *>  当該顧客の未印字の取引から日付の最も古いものを選んで印字する
      *>  ことを、選ぶ取引が無くなるまで繰り返す（同日は登録順）
           MOVE      1   TO   WK-TRN-BEST-IDX.
           PERFORM   UNTIL   WK-TRN-BEST-IDX   =   ZERO
                PERFORM   TRN-NEXT-FIND-PROC
                IF   WK-TRN-BEST-IDX   NOT =   ZERO
                     PERFORM   STMT-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-STMT-SEIKYU-TOTAL   TO   STM-SEIKYU-TOTAL.
           MOVE      WK-STMT-NYUKIN-TOTAL   TO   STM-NYUKIN-TOTAL.
           MOVE      WK-STMT-KOJO-TOTAL     TO   STM-KOJO-TOTAL.
           WRITE     STMT-RECODE   FROM   STM-TOTAL-RECODE.
           MOVE      WK-STMT-ZANDAKA        TO   STM-CLOSE-ZANDAKA.
           WRITE     STMT-RECODE   FROM   STM-CLOSE-RECODE.
      *>
           CLOSE     STMT-FILE.
      *>
       STMT-ONE-CUST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する取引の検索処理
      *>WK-CUS-IDXの顧客の未印字の取引のうち日付の最も古い行の添字を
      *>WK-TRN-BEST-IDXに返す（無ければゼロ）
      *>************************************************************************
       TRN-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO       TO   WK-TRN-BEST-IDX.
           MOVE      99999999   TO   WK-TRN-BEST-DATE.
           PERFORM   VARYING   WK-TRN-IDX   FROM   1   BY   1
                UNTIL   WK-TRN-IDX   >   WK-TRN-COUNT
                IF   WK-TRN-DONE-FLG(WK-TRN-IDX)   =   ZERO
                AND  WK-TRN-KOKYAKU-CODE(WK-TRN-IDX)
                          =   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                AND  WK-TRN-DATE(WK-TRN-IDX)   <   WK-TRN-BEST-DATE
                     MOVE   WK-TRN-IDX   TO   WK-TRN-BEST-IDX
                     MOVE   WK-TRN-DATE(WK-TRN-IDX)
                          TO   WK-TRN-BEST-DATE
                END-IF
           END-PERFORM.
      *>
       TRN-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取引明細行１件分の印字処理
      *>WK-TRN-BEST-IDXの取引を印字し、差引残高を更新して印字済にする
      *>************************************************************************
       STMT-LINE-WRITE-PROC           SECTION.
      *>
           MOVE      1   TO   WK-TRN-DONE-FLG(WK-TRN-BEST-IDX).
           MOVE      SPACE   TO   STM-DETAIL-RECODE.
           MOVE      WK-TRN-DATE(WK-TRN-BEST-IDX)   TO   STM-DATE.
           MOVE      WK-TRN-REF-BANGOU(WK-TRN-BEST-IDX)
                          TO   STM-REF-BANGOU.
      *>
           EVALUATE   WK-TRN-KUBUN(WK-TRN-BEST-IDX)
                WHEN   "1"
                     MOVE   "ご請求"   TO   STM-TEKIYO
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-SEIKYU-TOTAL
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-SEIKYU
                     MOVE   ZERO   TO   STM-KOJO
                WHEN   "2"
                     MOVE   "ご入金"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-NYUKIN-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
                WHEN   "4"
                     MOVE   "貸倒償却"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-KOJO-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
                WHEN   "6"
                     MOVE   "納品差異控除"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-KOJO-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
                WHEN   "7"
                     MOVE   "保証金返金"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-KOJO-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
                WHEN   "5"
                     MOVE   "リベート控除"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-KOJO-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
                WHEN   OTHER
                     MOVE   "返品控除"   TO   STM-TEKIYO
                     SUBTRACT   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          FROM   WK-STMT-ZANDAKA
                     ADD    WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   WK-STMT-KOJO-TOTAL
                     MOVE   ZERO   TO   STM-SEIKYU
                     MOVE   WK-TRN-KINGAKU(WK-TRN-BEST-IDX)
                          TO   STM-KOJO
           END-EVALUATE.
      *>
           MOVE      WK-STMT-ZANDAKA   TO   STM-ZANDAKA.
           WRITE     STMT-RECODE   FROM   STM-DETAIL-RECODE.
      *>
       STMT-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-TRN-COUNT    TO   MSG1-TRN-COUNT.
           MOVE      WRK-STMT-COUNT   TO   MSG1-STMT-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  作成する明細書が１通もなかった場合はその旨を表示する
           IF   WRK-STMT-COUNT   =   ZERO
                DISPLAY   "対象の取引がありません"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
