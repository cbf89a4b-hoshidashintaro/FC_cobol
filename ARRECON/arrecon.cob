      *>************************************************************************
      *>売掛金勘定照合プログラム
      *>月末の締め（ARLEDG001・ARWOFF001の実行）の後に流し、売掛金が
      *>次の３つのファイルで一致していることを証明する照合表
      *>（ARRECON.txt）を印字する。
      *>　１．請求書発行記録（INVREG.txt）の請求額の合計から、売掛元帳
      *>　　　（ARLEDG.txt）で充当した入金・クレジットメモの控除額と
      *>　　　貸倒償却額を差し引いた額が、元帳の未消込残高と一致する
      *>　２．元帳の未消込残高が、仕訳ファイル（GLJRNL.txt）の売掛金
      *>　　　勘定（計上種別勘定科目対応表GLKMAP.txtのキー"URKK"の科目）
      *>　　　の借方－貸方の残高と一致する
      *>照合は顧客コード＋請求書番号の単位で行い、差異のある請求書を
      *>顧客別にまとめて、顧客ごとの差異の小計とともに印字する。
      *>仕訳のうち請求書番号の付かない売掛金の行（手入力の訂正など）は
      *>請求書に割り当てられないため、総括に別掲して差異に含める。
      *>金額は実行時点の各ファイルの内容によるため、月末の締めの後、
      *>翌月の処理を流す前に実行する。
      *>売掛金の科目が求められない場合はリターンコード８、差異がある
      *>場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ARRECON001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>請求書発行記録ファイル（INVGEN001・ROYALTY001の出力）
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>売掛元帳ファイル
      *>************************************************************************
       SELECT   ARLEDG-FILE   ASSIGN        TO "ARLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARLEDG-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル（照合表へ顧客名を付けるために使用する）
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>売掛金勘定照合表ファイル
      *>************************************************************************
       SELECT   RCN-FILE      ASSIGN         TO "ARRECON.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>売掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   ARLEDG-FILE.
       01   ARLEDG-RECODE.
           COPY   ARLEDG   REPLACING   ==:PREFIX:==   BY   ==ARL==.
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
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>売掛金勘定照合表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   RCN-FILE.
       01   RCN-RECODE                             PIC X(140).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  IVREG-FILE-STATUS                        PIC XX.
       01  ARLEDG-FILE-STATUS                       PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-IVREG-COUNT                  PIC 9(006).
             03   WRK-ARLEDG-COUNT                 PIC 9(006).
             03   WRK-GLJ-COUNT                    PIC 9(006).
             03   WRK-SAI-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "ARRECN01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>売掛金の勘定科目（計上種別勘定科目対応表のキー"URKK"）
       01   WK-URKK-KAMOKU                       PIC X(008).
      *>
      *>請求書別照合テーブル（顧客コード＋請求書番号がキー）
       01   WK-RCN-AREA.
            03   WK-RCN-COUNT                    PIC 9(004)  COMP.
            03   WK-RCN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCN-IDX.
                 05   WK-RCN-KOKYAKU-CODE         PIC X(005).
                 05   WK-RCN-INV-BANGOU           PIC 9(006).
                 05   WK-RCN-IVR-FLG              PIC 9(001).
                 05   WK-RCN-ARL-FLG              PIC 9(001).
      *>発行記録の請求額（税込）
                 05   WK-RCN-IVR-KINGAKU          PIC S9(011).
      *>元帳の請求額・充当額・貸倒償却額・未消込残高
                 05   WK-RCN-ARL-KINGAKU          PIC S9(011).
                 05   WK-RCN-JUTO-KINGAKU         PIC S9(011).
                 05   WK-RCN-SYOKYAKU-KINGAKU     PIC S9(011).
                 05   WK-RCN-ZAN-KINGAKU          PIC S9(011).
      *>仕訳の売掛金残高（借方－貸方）
                 05   WK-RCN-GL-KINGAKU           PIC S9(011).
      *>差異（請求－充当－償却－元帳残高・元帳残高－ＧＬ残高）
                 05   WK-RCN-SAI1                 PIC S9(011).
                 05   WK-RCN-SAI2                 PIC S9(011).
       01   WK-RCN-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-RCN-KEY-KOKYAKU                   PIC X(005).
       01   WK-RCN-KEY-INV                       PIC 9(006).
      *>
      *>差異のある顧客のテーブル（顧客コード順の印字に使う）
       01   WK-KYK-AREA.
            03   WK-KYK-COUNT                    PIC 9(004)  COMP.
            03   WK-KYK-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-KYK-IDX.
                 05   WK-KYK-KOKYAKU-CODE         PIC X(005).
                 05   WK-KYK-DONE-FLG             PIC 9(001).
       01   WK-KYK-FOUND-FLG                     PIC 9(001).
       01   WK-KYK-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-KYK-BEST-CODE                     PIC X(005).
      *>顧客ごとの差異の小計
       01   WK-KYK-SAI1                          PIC S9(012).
       01   WK-KYK-SAI2                          PIC S9(012).
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
      *>会社合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-IVR                    PIC S9(012).
            03   WK-TOTAL-ARL                    PIC S9(012).
            03   WK-TOTAL-JUTO                   PIC S9(012).
            03   WK-TOTAL-SYOKYAKU               PIC S9(012).
            03   WK-TOTAL-SASHIHIKI              PIC S9(012).
            03   WK-TOTAL-ZAN                    PIC S9(012).
            03   WK-TOTAL-GL                     PIC S9(012).
            03   WK-TOTAL-GL-MIWARI              PIC S9(012).
            03   WK-TOTAL-GL-ALL                 PIC S9(012).
            03   WK-TOTAL-SAI1                   PIC S9(012).
            03   WK-TOTAL-SAI2                   PIC S9(012).
      *>
      *>仕訳１行分の符号付き金額（借方はプラス・貸方はマイナス）
       01   WK-GLJ-KINGAKU                       PIC S9(011).
      *>
      *>照合表の見出し行の編集用領域
       01   RCN-HDR-RECODE.
           03   FILLER                PIC X(034)
                   VALUE "**  売掛金勘定照合表  **".
           03   FILLER                PIC X(012)
                   VALUE "基準日：".
           03   RCN-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FILLER                PIC X(018)
                   VALUE "売掛金科目：".
           03   RCN-HDR-KAMOKU        PIC X(008).
      *>照合表の見出し（節の題）行の編集用領域
       01   RCN-TITLE-RECODE.
           03   RCN-TITLE             PIC X(060).
      *>総括の行の編集用領域
       01   RCN-SUM-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RCN-SUM-KOUMOKU       PIC X(054).
           03   RCN-SUM-KINGAKU       PIC -(011)9.
      *>差異明細の列見出し行の編集用領域
       01   RCN-COLHDR-RECODE.
           03   FILLER                PIC X(017)
               VALUE "顧客  請求書".
           03   FILLER                PIC X(028)
               VALUE "  発行記録  元帳請求".
           03   FILLER                PIC X(026)
               VALUE "    充当額    償却額".
           03   FILLER                PIC X(030)
               VALUE "  元帳残高    ＧＬ残高".
           03   FILLER                PIC X(025)
               VALUE "   差異１    差異２".
           03   FILLER                PIC X(010)
               VALUE "  内容".
      *>差異明細の明細行の編集用領域
       01   RCN-DETAIL-RECODE.
           03   RCD-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-INV-BANGOU        PIC 9(006).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-IVR-KINGAKU       PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-ARL-KINGAKU       PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-JUTO-KINGAKU      PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-SYOKYAKU-KINGAKU  PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-ZAN-KINGAKU       PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-GL-KINGAKU        PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-SAI1              PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCD-SAI2              PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RCD-NAIYOU            PIC X(024).
      *>差異明細の顧客小計行の編集用領域（差異の列に揃える）
       01   RCN-KEI-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RCK-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCK-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
               VALUE "顧客計".
           03   FILLER                PIC X(044)
                                             VALUE SPACE.
           03   RCK-SAI1              PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RCK-SAI2              PIC -(010)9.
      *>差異の無い場合の行の編集用領域
       01   RCN-NASHI-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(030)
               VALUE "差異はありません".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "発行記録件数：".
            03   MSG1-IVREG-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　元帳件数：".
            03   MSG1-ARLEDG-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　売掛金仕訳件数：".
            03   MSG1-GLJ-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　差異請求書数：".
            03   MSG1-SAI-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-IVREG-COUNT.
           MOVE   ZERO        TO   WRK-ARLEDG-COUNT.
           MOVE   ZERO        TO   WRK-GLJ-COUNT.
           MOVE   ZERO        TO   WRK-SAI-COUNT.
           MOVE   ZERO        TO   WK-RCN-COUNT.
           MOVE   ZERO        TO   WK-KYK-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-IVR.
           MOVE   ZERO        TO   WK-TOTAL-ARL.
           MOVE   ZERO        TO   WK-TOTAL-JUTO.
           MOVE   ZERO        TO   WK-TOTAL-SYOKYAKU.
           MOVE   ZERO        TO   WK-TOTAL-SASHIHIKI.
           MOVE   ZERO        TO   WK-TOTAL-ZAN.
           MOVE   ZERO        TO   WK-TOTAL-GL.
           MOVE   ZERO        TO   WK-TOTAL-GL-MIWARI.
           MOVE   ZERO        TO   WK-TOTAL-GL-ALL.
           MOVE   ZERO        TO   WK-TOTAL-SAI1.
           MOVE   ZERO        TO   WK-TOTAL-SAI2.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  売掛金の科目を求める（求められなければ照合できない）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  ３つのファイルを請求書別に積み上げる
           PERFORM   IVREG-LOAD-PROC.
           PERFORM   ARLEDG-LOAD-PROC.
           PERFORM   GLJRNL-LOAD-PROC.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  請求書別の差異を求め、会社合計を積み上げる
           PERFORM   VARYING   WK-RCN-IDX   FROM   1   BY   1
                UNTIL   WK-RCN-IDX   >   WK-RCN-COUNT
                PERFORM   RCN-SAI-PROC
           END-PERFORM.
      *>
      *>  照合表を印字する
           PERFORM   REPORT-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>売掛金（"URKK"）の科目が無い場合は異常終了する
      *>************************************************************************
       GLK-LOAD-PROC                  SECTION.
      *>
           MOVE      SPACE   TO   WK-URKK-KAMOKU.
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
                          IF   GLK-KEIJO-KEY   =   "URKK"
                               MOVE   GLK-KANJO-KAMOKU   TO
                                    WK-URKK-KAMOKU
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-URKK-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにURKKの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行記録の読み込み処理（請求額を請求書別に積み上げる）
      *>ファイルが無い場合は発行なしとして先へ進む
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
                          ADD    1   TO   WRK-IVREG-COUNT
                          MOVE   IVR-KOKYAKU-CODE   TO
                               WK-RCN-KEY-KOKYAKU
                          MOVE   IVR-INV-BANGOU     TO
                               WK-RCN-KEY-INV
                          PERFORM   RCN-FIND-PROC
                          IF   WK-RCN-FOUND-IDX   NOT =   ZERO
                               MOVE   1   TO
                                    WK-RCN-IVR-FLG(WK-RCN-FOUND-IDX)
                               ADD    IVR-ZEIKOMI-KINGAKU   TO
                                    WK-RCN-IVR-KINGAKU
                                         (WK-RCN-FOUND-IDX)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     IVREG-FILE.
      *>
       IVREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳の読み込み処理
      *>未消込残高は未消込（状況"1"）の行だけに持たせる。消込済・貸倒
      *>償却済の行に残る額は差異１として表れる
      *>ファイルが無い場合は元帳なしとして先へ進む
      *>************************************************************************
       ARLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ARLEDG-FILE.
           IF   ARLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   ARLEDG-FILE
                GO   TO   ARLEDG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ARLEDG-FILE-STATUS   NOT =   "00"
                READ   ARLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   ARLEDG-FILE-STATUS
                     NOT   AT   END
                          ADD    1   TO   WRK-ARLEDG-COUNT
                          PERFORM   ARL-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳１行分の積み上げ処理
      *>************************************************************************
       ARL-ONE-PROC                   SECTION.
      *>
           MOVE      ARL-KOKYAKU-CODE   TO   WK-RCN-KEY-KOKYAKU.
           MOVE      ARL-INV-BANGOU     TO   WK-RCN-KEY-INV.
           PERFORM   RCN-FIND-PROC.
           IF   WK-RCN-FOUND-IDX   =   ZERO
                GO   TO   ARL-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      1   TO   WK-RCN-ARL-FLG(WK-RCN-FOUND-IDX).
           ADD       ARL-SEIKYU-KINGAKU   TO
                WK-RCN-ARL-KINGAKU(WK-RCN-FOUND-IDX).
           ADD       ARL-NYUKIN-KINGAKU   TO
                WK-RCN-JUTO-KINGAKU(WK-RCN-FOUND-IDX).
      *>  償却額の無い行（項目追加前の行）はゼロとみなす
           IF   ARL-KASHIDAORE-KINGAKU   IS   NUMERIC
                ADD   ARL-KASHIDAORE-KINGAKU   TO
                     WK-RCN-SYOKYAKU-KINGAKU(WK-RCN-FOUND-IDX)
           END-IF.
           IF   ARL-STATUS   =   "1"
                COMPUTE   WK-RCN-ZAN-KINGAKU(WK-RCN-FOUND-IDX)   =
                          WK-RCN-ZAN-KINGAKU(WK-RCN-FOUND-IDX)
                          +   ARL-SEIKYU-KINGAKU
                          -   ARL-NYUKIN-KINGAKU
           END-IF.
      *>
       ARL-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕訳ファイルの読み込み処理
      *>通常・訂正の明細行のうち売掛金の科目の行を、借方はプラス・
      *>貸方はマイナスとして請求書別に積み上げる。請求書番号の付かない
      *>行は請求書に割り当てずに別計する
      *>ファイルが無い場合は仕訳なしとして先へ進む
      *>************************************************************************
       GLJRNL-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                GO   TO   GLJRNL-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   GLJRNL-FILE-STATUS   NOT =   "00"
                READ   GLJRNL-FILE
                     AT   END
                          MOVE   "10"   TO   GLJRNL-FILE-STATUS
                     NOT   AT   END
                          IF   ( GLJ-KUBUN   =   "E"
                              OR GLJ-KUBUN   =   "A" )
                          AND  GLJ-KANJO-KAMOKU   =   WK-URKK-KAMOKU
                               PERFORM   GLJ-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛金の仕訳１行分の積み上げ処理
      *>************************************************************************
       GLJ-ONE-PROC                   SECTION.
      *>
           ADD       1   TO   WRK-GLJ-COUNT.
           IF   GLJ-TAISYAKU   =   "C"
                COMPUTE   WK-GLJ-KINGAKU   =   ZERO   -   GLJ-KINGAKU
           ELSE
                MOVE      GLJ-KINGAKU   TO   WK-GLJ-KINGAKU
           END-IF.
      *>
           IF   GLJ-KOKYAKU-CODE   =   SPACE
           OR   GLJ-INV-BANGOU     IS NOT   NUMERIC
                ADD   WK-GLJ-KINGAKU   TO   WK-TOTAL-GL-MIWARI
                GO   TO   GLJ-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      GLJ-KOKYAKU-CODE   TO   WK-RCN-KEY-KOKYAKU.
           MOVE      GLJ-INV-BANGOU     TO   WK-RCN-KEY-INV.
           PERFORM   RCN-FIND-PROC.
           IF   WK-RCN-FOUND-IDX   =   ZERO
                ADD   WK-GLJ-KINGAKU   TO   WK-TOTAL-GL-MIWARI
           ELSE
                ADD   WK-GLJ-KINGAKU   TO
                     WK-RCN-GL-KINGAKU(WK-RCN-FOUND-IDX)
           END-IF.
      *>
       GLJ-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書別照合テーブルの検索・登録処理
      *>WK-RCN-KEY-KOKYAKU・WK-RCN-KEY-INVを設定してから呼び出す。
      *>無ければ金額ゼロの行を登録し、その添字をWK-RCN-FOUND-IDXに
      *>返す（テーブルが満杯の場合はゼロ）
      *>************************************************************************
       RCN-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-RCN-FOUND-IDX.
           PERFORM   VARYING   WK-RCN-IDX   FROM   1   BY   1
                UNTIL   WK-RCN-IDX   >   WK-RCN-COUNT
                     OR      WK-RCN-FOUND-IDX   NOT =   ZERO
                IF   WK-RCN-KOKYAKU-CODE(WK-RCN-IDX)
                          =   WK-RCN-KEY-KOKYAKU
                AND  WK-RCN-INV-BANGOU(WK-RCN-IDX)
                          =   WK-RCN-KEY-INV
                     MOVE   WK-RCN-IDX   TO   WK-RCN-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-RCN-FOUND-IDX   NOT =   ZERO
                GO   TO   RCN-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-RCN-COUNT   NOT <   9999
                DISPLAY   "照合テーブルが満杯です:"
                          WK-RCN-KEY-KOKYAKU   WK-RCN-KEY-INV
                GO   TO   RCN-FIND-PROC-EXIT
           END-IF.
           ADD       1   TO   WK-RCN-COUNT.
           MOVE      WK-RCN-COUNT         TO   WK-RCN-FOUND-IDX.
           MOVE      WK-RCN-KEY-KOKYAKU   TO
                WK-RCN-KOKYAKU-CODE(WK-RCN-COUNT).
           MOVE      WK-RCN-KEY-INV       TO
                WK-RCN-INV-BANGOU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-IVR-FLG(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-ARL-FLG(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-IVR-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-ARL-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-JUTO-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-SYOKYAKU-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-ZAN-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-GL-KINGAKU(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-SAI1(WK-RCN-COUNT).
           MOVE      ZERO   TO   WK-RCN-SAI2(WK-RCN-COUNT).
      *>
       RCN-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書１件分の差異の計算処理
      *>差異１＝発行記録の請求額－充当額－償却額－元帳の未消込残高
      *>差異２＝元帳の未消込残高－仕訳の売掛金残高
      *>差異のある請求書の顧客を顧客テーブルへ登録する
      *>************************************************************************
       RCN-SAI-PROC                   SECTION.
      *>
           COMPUTE   WK-RCN-SAI1(WK-RCN-IDX)   =
                     WK-RCN-IVR-KINGAKU(WK-RCN-IDX)
                     -   WK-RCN-JUTO-KINGAKU(WK-RCN-IDX)
                     -   WK-RCN-SYOKYAKU-KINGAKU(WK-RCN-IDX)
                     -   WK-RCN-ZAN-KINGAKU(WK-RCN-IDX).
           COMPUTE   WK-RCN-SAI2(WK-RCN-IDX)   =
                     WK-RCN-ZAN-KINGAKU(WK-RCN-IDX)
                     -   WK-RCN-GL-KINGAKU(WK-RCN-IDX).
      *>
           ADD       WK-RCN-IVR-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-IVR.
           ADD       WK-RCN-ARL-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-ARL.
           ADD       WK-RCN-JUTO-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-JUTO.
           ADD       WK-RCN-SYOKYAKU-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-SYOKYAKU.
           ADD       WK-RCN-ZAN-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-ZAN.
           ADD       WK-RCN-GL-KINGAKU(WK-RCN-IDX)
                          TO   WK-TOTAL-GL.
      *>
      *>  元帳と発行記録の請求額の食い違いも差異として挙げる
           IF   WK-RCN-SAI1(WK-RCN-IDX)   =   ZERO
           AND  WK-RCN-SAI2(WK-RCN-IDX)   =   ZERO
           AND  WK-RCN-IVR-KINGAKU(WK-RCN-IDX)
                     =   WK-RCN-ARL-KINGAKU(WK-RCN-IDX)
                GO   TO   RCN-SAI-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-SAI-COUNT.
           MOVE      ZERO   TO   WK-KYK-FOUND-FLG.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          =   WK-RCN-KOKYAKU-CODE(WK-RCN-IDX)
                     MOVE   1   TO   WK-KYK-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-KYK-FOUND-FLG   NOT =   1
           AND  WK-KYK-COUNT   <   999
                ADD    1   TO   WK-KYK-COUNT
                MOVE   WK-RCN-KOKYAKU-CODE(WK-RCN-IDX)
                     TO   WK-KYK-KOKYAKU-CODE(WK-KYK-COUNT)
                MOVE   ZERO   TO   WK-KYK-DONE-FLG(WK-KYK-COUNT)
           END-IF.
      *>
       RCN-SAI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛金勘定照合表の印字処理
      *>総括（３つのファイルの合計と差異）のあとに、差異のある請求書
      *>を顧客コード順に顧客小計付きで印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           COMPUTE   WK-TOTAL-SASHIHIKI   =
                     WK-TOTAL-IVR   -   WK-TOTAL-JUTO
                     -   WK-TOTAL-SYOKYAKU.
           COMPUTE   WK-TOTAL-SAI1   =
                     WK-TOTAL-SASHIHIKI   -   WK-TOTAL-ZAN.
           COMPUTE   WK-TOTAL-GL-ALL   =
                     WK-TOTAL-GL   +   WK-TOTAL-GL-MIWARI.
           COMPUTE   WK-TOTAL-SAI2   =
                     WK-TOTAL-ZAN   -   WK-TOTAL-GL-ALL.
      *>
           OPEN      OUTPUT   RCN-FILE.
           MOVE      WRK-RUN-DATE     TO   RCN-HDR-RUN-DATE.
           MOVE      WK-URKK-KAMOKU   TO   RCN-HDR-KAMOKU.
           WRITE     RCN-RECODE   FROM   RCN-HDR-RECODE.
      *>
      *>  総括
           MOVE      "１．総括"   TO   RCN-TITLE.
           WRITE     RCN-RECODE   FROM   RCN-TITLE-RECODE.
           MOVE      "請求額合計（発行記録）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-IVR         TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "充当額合計（入金・控除）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-JUTO        TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "貸倒償却額合計"     TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-SYOKYAKU    TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "差引残高（請求－充当－償却）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-SASHIHIKI   TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "元帳未消込残高"     TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-ZAN         TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "　差異１（差引残高－元帳残高）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-SAI1        TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "ＧＬ売掛金残高（請求書別）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-GL          TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "ＧＬ売掛金残高（請求書なし）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-GL-MIWARI   TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "ＧＬ売掛金残高　計" TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-GL-ALL      TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "　差異２（元帳残高－ＧＬ残高）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-SAI2        TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           MOVE      "元帳請求額合計（参考）"
                                          TO   RCN-SUM-KOUMOKU.
           MOVE      WK-TOTAL-ARL         TO   RCN-SUM-KINGAKU.
           WRITE     RCN-RECODE   FROM   RCN-SUM-RECODE.
           IF   WRK-SAI-COUNT        =   ZERO
           AND  WK-TOTAL-GL-MIWARI   =   ZERO
                MOVE   "照合結果：一致"     TO   RCN-TITLE
           ELSE
                MOVE   "照合結果：不一致"   TO   RCN-TITLE
           END-IF.
           WRITE     RCN-RECODE   FROM   RCN-TITLE-RECODE.
      *>
      *>  差異明細（顧客別・請求書別）
           MOVE      SPACE   TO   RCN-RECODE.
           WRITE     RCN-RECODE.
           MOVE      "２．差異明細（顧客別・請求書別）"
                                          TO   RCN-TITLE.
           WRITE     RCN-RECODE   FROM   RCN-TITLE-RECODE.
           IF   WRK-SAI-COUNT   =   ZERO
                WRITE     RCN-RECODE   FROM   RCN-NASHI-RECODE
           ELSE
                WRITE     RCN-RECODE   FROM   RCN-COLHDR-RECODE
      *>  未印字の顧客から顧客コードの最も小さいものを選んで印字する
      *>  ことを、選ぶ顧客が無くなるまで繰り返す
                MOVE      1   TO   WK-KYK-BEST-IDX
                PERFORM   UNTIL   WK-KYK-BEST-IDX   =   ZERO
                     PERFORM   KYK-NEXT-FIND-PROC
                     IF   WK-KYK-BEST-IDX   NOT =   ZERO
                          PERFORM   KYK-WRITE-PROC
                     END-IF
                END-PERFORM
           END-IF.
      *>
           CLOSE     RCN-FILE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する顧客の検索処理
      *>未印字の顧客のうち顧客コードの最も小さい行の添字を
      *>WK-KYK-BEST-IDXに返す（無ければゼロ）
      *>************************************************************************
       KYK-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-KYK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-KYK-BEST-CODE.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-DONE-FLG(WK-KYK-IDX)   =   ZERO
                AND  WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          <   WK-KYK-BEST-CODE
                     MOVE   WK-KYK-IDX   TO   WK-KYK-BEST-IDX
                     MOVE   WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          TO   WK-KYK-BEST-CODE
                END-IF
           END-PERFORM.
      *>
       KYK-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分の差異明細と顧客小計の印字処理
      *>************************************************************************
       KYK-WRITE-PROC                 SECTION.
      *>
           MOVE      1      TO   WK-KYK-DONE-FLG(WK-KYK-BEST-IDX).
           MOVE      ZERO   TO   WK-KYK-SAI1.
           MOVE      ZERO   TO   WK-KYK-SAI2.
      *>
           PERFORM   VARYING   WK-RCN-IDX   FROM   1   BY   1
                UNTIL   WK-RCN-IDX   >   WK-RCN-COUNT
                IF   WK-RCN-KOKYAKU-CODE(WK-RCN-IDX)
                          =   WK-KYK-BEST-CODE
                     IF   WK-RCN-SAI1(WK-RCN-IDX)   NOT =   ZERO
                     OR   WK-RCN-SAI2(WK-RCN-IDX)   NOT =   ZERO
                     OR   WK-RCN-IVR-KINGAKU(WK-RCN-IDX)   NOT =
                          WK-RCN-ARL-KINGAKU(WK-RCN-IDX)
                          PERFORM   RCN-LINE-WRITE-PROC
                     END-IF
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-KYK-BEST-CODE   TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-KYK-BEST-CODE            TO   RCK-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   RCK-KOKYAKU-NAME.
           MOVE      WK-KYK-SAI1                 TO   RCK-SAI1.
           MOVE      WK-KYK-SAI2                 TO   RCK-SAI2.
           WRITE     RCN-RECODE   FROM   RCN-KEI-RECODE.
      *>
       KYK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>差異明細の明細行１件分の印字処理
      *>差異の内容は最初に当てはまるものを１つ示す
      *>************************************************************************
       RCN-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      SPACE   TO   RCN-DETAIL-RECODE.
           MOVE      WK-RCN-KOKYAKU-CODE(WK-RCN-IDX)
                          TO   RCD-KOKYAKU-CODE.
           MOVE      WK-RCN-INV-BANGOU(WK-RCN-IDX)
                          TO   RCD-INV-BANGOU.
           MOVE      WK-RCN-IVR-KINGAKU(WK-RCN-IDX)
                          TO   RCD-IVR-KINGAKU.
           MOVE      WK-RCN-ARL-KINGAKU(WK-RCN-IDX)
                          TO   RCD-ARL-KINGAKU.
           MOVE      WK-RCN-JUTO-KINGAKU(WK-RCN-IDX)
                          TO   RCD-JUTO-KINGAKU.
           MOVE      WK-RCN-SYOKYAKU-KINGAKU(WK-RCN-IDX)
                          TO   RCD-SYOKYAKU-KINGAKU.
           MOVE      WK-RCN-ZAN-KINGAKU(WK-RCN-IDX)
                          TO   RCD-ZAN-KINGAKU.
           MOVE      WK-RCN-GL-KINGAKU(WK-RCN-IDX)
                          TO   RCD-GL-KINGAKU.
           MOVE      WK-RCN-SAI1(WK-RCN-IDX)   TO   RCD-SAI1.
           MOVE      WK-RCN-SAI2(WK-RCN-IDX)   TO   RCD-SAI2.
      *>
           EVALUATE   TRUE
                WHEN   WK-RCN-ARL-FLG(WK-RCN-IDX)   =   ZERO
                     MOVE   "元帳へ未転記"       TO   RCD-NAIYOU
                WHEN   WK-RCN-IVR-FLG(WK-RCN-IDX)   =   ZERO
                     MOVE   "発行記録なし"       TO   RCD-NAIYOU
                WHEN   WK-RCN-IVR-KINGAKU(WK-RCN-IDX)   NOT =
                       WK-RCN-ARL-KINGAKU(WK-RCN-IDX)
                     MOVE   "請求額の不一致"     TO   RCD-NAIYOU
                WHEN   WK-RCN-SAI1(WK-RCN-IDX)   NOT =   ZERO
                     MOVE   "消込・償却の不整合"
                                              TO   RCD-NAIYOU
                WHEN   OTHER
                     MOVE   "ＧＬ残高の不一致"   TO   RCD-NAIYOU
           END-EVALUATE.
           WRITE     RCN-RECODE   FROM   RCN-DETAIL-RECODE.
      *>
           ADD       WK-RCN-SAI1(WK-RCN-IDX)   TO   WK-KYK-SAI1.
           ADD       WK-RCN-SAI2(WK-RCN-IDX)   TO   WK-KYK-SAI2.
      *>
       RCN-LINE-WRITE-PROC-EXIT.
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
           MOVE      WRK-IVREG-COUNT    TO   MSG1-IVREG-COUNT.
           MOVE      WRK-ARLEDG-COUNT   TO   MSG1-ARLEDG-COUNT.
           MOVE      WRK-GLJ-COUNT      TO   MSG1-GLJ-COUNT.
           MOVE      WRK-SAI-COUNT      TO   MSG1-SAI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  差異がある場合は締めの承認前に確認が必要な旨を返す
           IF   WRK-SAI-COUNT        NOT =   ZERO
           OR   WK-TOTAL-GL-MIWARI   NOT =   ZERO
                DISPLAY   "売掛金の照合で差異あり"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
