      *>************************************************************************
      *>売掛金の貸倒償却プログラム
      *>貸倒償却トランザクション（WRTOFF.txt：顧客コード・請求書番号・
      *>償却額・償却理由・承認担当者番号）のうち未処理の行を読み、
      *>売掛元帳（ARLEDG.txt）の該当する未消込の請求を貸倒償却済
      *>（状況"3"）として償却額とともに書き戻す（入金済の消込"2"とは
      *>区別する）。次の指示は償却せず差戻し（"9"）とする。
      *>　・承認担当者が担当者マスタ（TANTOM.txt）に無い
      *>　・顧客コード＋請求書番号の行が元帳に無い・未消込でない
      *>　・償却額が当該請求の未消込残高と一致しない
      *>償却した請求ごとに、貸倒損失（借方）と売掛金（貸方）の仕訳を
      *>バッチ（種別マーク"WOF"）として仕訳ファイル（GLJRNL.txt）へ
      *>追記する。勘定科目は計上種別勘定科目対応表（GLKMAP.txt）の
      *>キー"KASI"（貸倒損失）・"URKK"（売掛金）から求め、どちらかが
      *>無い場合は元帳も仕訳も更新せずリターンコード８で終了する。
      *>監査用に、これまでに償却したすべての指示を処理日順に並べた
      *>貸倒償却台帳（WOFFREG.txt）と、今回差し戻した指示の一覧を
      *>印字する。差戻しがある場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ARWOFF001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>貸倒償却トランザクションファイル
      *>************************************************************************
       SELECT   WOF-FILE      ASSIGN        TO "WRTOFF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS WOF-FILE-STATUS.
      *>************************************************************************
      *>売掛元帳ファイル
      *>************************************************************************
       SELECT   ARLEDG-FILE   ASSIGN        TO "ARLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARLEDG-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル（承認担当者の確認に使用する）
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル（台帳へ顧客名を付けるために使用する）
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（償却仕訳のバッチを追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>貸倒償却台帳ファイル
      *>************************************************************************
       SELECT   WOFREG-FILE   ASSIGN         TO "WOFFREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>貸倒償却トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   WOF-FILE.
       01   WOF-RECODE.
           COPY   WRTOFF   REPLACING   ==:PREFIX:==   BY   ==WOF==.
      *>************************************************************************
      *>売掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   ARLEDG-FILE.
       01   ARLEDG-RECODE.
           COPY   ARLEDG   REPLACING   ==:PREFIX:==   BY   ==ARL==.
      *>************************************************************************
      *>TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR   REPLACING   ==:PREFIX:==   BY  ==TMST==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイルのレイアウト定義
      *>************************************************************************
       FD   GLK-FILE.
       01   GLK-RECODE.
           COPY   GLKMAP   REPLACING   ==:PREFIX:==   BY   ==GLK==.
      *>************************************************************************
      *>仕訳ファイルのレイアウト定義
      *>************************************************************************
       FD   GLJRNL-FILE.
       01   GLJRNL-RECODE.
           COPY   GLJRNL   REPLACING   ==:PREFIX:==   BY   ==GLJ==.
       01   GLJRNL-BATCH-RECODE.
           COPY   GLJBATCH   REPLACING   ==:PREFIX:==   BY   ==GLB==.
      *>************************************************************************
      *>貸倒償却台帳ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   WOFREG-FILE.
       01   WOFREG-RECODE                          PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  WOF-FILE-STATUS                          PIC XX.
       01  ARLEDG-FILE-STATUS                       PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-MISYORI-COUNT                PIC 9(006).
             03   WRK-SYOKYAKU-COUNT               PIC 9(006).
             03   WRK-MODOSHI-COUNT                PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "ARWOFF01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>貸倒償却トランザクション保持用テーブル（全行を読み込み、
      *>未処理の行を処理してから状況を書き戻す）
       01   WK-WOF-AREA.
            03   WK-WOF-COUNT                    PIC 9(004)  COMP.
            03   WK-WOF-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-WOF-IDX.
                 05   WK-WOF-KOKYAKU-CODE         PIC X(005).
                 05   WK-WOF-INV-BANGOU           PIC 9(006).
                 05   WK-WOF-SYOKYAKU-KINGAKU     PIC 9(010).
                 05   WK-WOF-RIYUU                PIC X(030).
                 05   WK-WOF-SYONIN-TANTO         PIC 9(004).
                 05   WK-WOF-KIHYO-DATE           PIC 9(008).
                 05   WK-WOF-STATUS               PIC X(001).
                 05   WK-WOF-SYORI-DATE           PIC 9(008).
                 05   WK-WOF-MODOSHI-RIYUU        PIC X(040).
                 05   WK-WOF-KONKAI-FLG           PIC 9(001).
       01   WK-WOF-LOADED-FLG                    PIC 9(001).
      *>
      *>売掛元帳保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-ARL-AREA.
            03   WK-ARL-COUNT                    PIC 9(004)  COMP.
            03   WK-ARL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ARL-IDX.
                 05   WK-ARL-KOKYAKU-CODE         PIC X(005).
                 05   WK-ARL-INV-BANGOU           PIC 9(006).
                 05   WK-ARL-HAKKO-DATE           PIC 9(008).
                 05   WK-ARL-SEIKYU-YYYYMM        PIC 9(006).
                 05   WK-ARL-SEIKYU-KINGAKU       PIC S9(011).
                 05   WK-ARL-NYUKIN-KINGAKU       PIC S9(011).
                 05   WK-ARL-STATUS               PIC X(001).
                 05   WK-ARL-SHIHARAI-KIGEN       PIC 9(008).
                 05   WK-ARL-KASHIDAORE-KINGAKU   PIC S9(011).
       01   WK-ARL-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>担当者マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
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
      *>償却仕訳の勘定科目（計上種別勘定科目対応表から求める）
       01   WK-GLK-AREA.
            03   WK-KASI-KAMOKU                  PIC X(008).
            03   WK-URKK-KAMOKU                  PIC X(008).
      *>
      *>１行分の未消込残高の計算用領域
       01   WK-ZANDAKA                           PIC S9(011).
      *>
      *>償却額の合計（仕訳の貸借合計・台帳の合計）
       01   WK-TOTAL-AREA.
            03   WK-KONKAI-TOTAL                 PIC S9(012).
            03   WK-RUIKEI-TOTAL                 PIC S9(012).
      *>
      *>台帳の印字順を決めるための作業領域
       01   WK-REG-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-REG-BEST-DATE                     PIC 9(008).
       01   WK-REG-DONE-AREA.
            03   WK-REG-DONE-FLG                 PIC 9(001)
                                    OCCURS 9999 TIMES.
      *>
      *>台帳の見出し行の編集用領域
       01   REG-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  貸倒償却台帳  **".
           03   FILLER                PIC X(012)
                       VALUE "作成日：".
           03   REG-HDR-RUN-DATE      PIC 9(008).
      *>台帳の列見出し行の編集用領域
       01   REG-COLHDR-RECODE.
           03   FILLER                PIC X(010)
                       VALUE "処理日".
           03   FILLER                PIC X(030)
                       VALUE "顧客　名称".
           03   FILLER                PIC X(010)
                       VALUE "請求書".
           03   FILLER                PIC X(013)
                       VALUE "償却額".
           03   FILLER                PIC X(032)
                       VALUE "償却理由".
           03   FILLER                PIC X(010)
                       VALUE "承認者".
      *>台帳の明細行の編集用領域
       01   REG-DETAIL-RECODE.
           03   REG-SYORI-DATE        PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-INV-BANGOU        PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-KINGAKU           PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-RIYUU             PIC X(030).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-TANTO-BANGOU      PIC 9(004).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REG-TANTO-NAME        PIC X(020).
      *>台帳の合計行の編集用領域
       01   REG-TOTAL-RECODE.
           03   FILLER                PIC X(018)
                       VALUE "償却累計額：".
           03   REG-RUIKEI-TOTAL      PIC -(010)9.
           03   FILLER                PIC X(021)
                       VALUE "　今回償却額：".
           03   REG-KONKAI-TOTAL      PIC -(010)9.
      *>差戻し一覧の見出し行の編集用領域
       01   REG-MODOSHI-HDR-RECODE.
           03   FILLER                PIC X(036)
                   VALUE "**  今回差し戻した指示  **".
      *>差戻し一覧の明細行の編集用領域
       01   REG-MODOSHI-RECODE.
           03   REG-MD-KIHYO-DATE     PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-MD-KOKYAKU-CODE   PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-MD-INV-BANGOU     PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-MD-KINGAKU        PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-MD-TANTO-BANGOU   PIC 9(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-MD-RIYUU          PIC X(040).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "未処理指示件数：".
            03   MSG1-MISYORI-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　償却件数：".
            03   MSG1-SYOKYAKU-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　差戻件数：".
            03   MSG1-MODOSHI-COUNT           PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-MISYORI-COUNT.
           MOVE   ZERO        TO   WRK-SYOKYAKU-COUNT.
           MOVE   ZERO        TO   WRK-MODOSHI-COUNT.
           MOVE   ZERO        TO   WRK-ENTRY-COUNT.
           MOVE   ZERO        TO   WK-WOF-COUNT.
           MOVE   ZERO        TO   WK-WOF-LOADED-FLG.
           MOVE   ZERO        TO   WK-ARL-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-KONKAI-TOTAL.
           MOVE   ZERO        TO   WK-RUIKEI-TOTAL.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  勘定科目を先に確定する（無ければ何も更新せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  償却指示・売掛元帳・担当者マスタ・顧客マスタの読み込み
           PERFORM   WOF-LOAD-PROC.
           PERFORM   ARLEDG-LOAD-PROC.
           PERFORM   TANTO-MSTR-LOAD-PROC.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  未処理の指示を起票順に償却・差戻しする
           PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                IF   WK-WOF-STATUS(WK-WOF-IDX)   NOT =   "2"
                AND  WK-WOF-STATUS(WK-WOF-IDX)   NOT =   "9"
                     ADD       1   TO   WRK-MISYORI-COUNT
                     PERFORM   WOF-ONE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  償却した指示がある場合だけ元帳・仕訳を更新する
           IF   WRK-SYOKYAKU-COUNT   >   ZERO
                PERFORM   ARLEDG-REWRITE-PROC
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
      *>  処理状況を書き戻し、台帳を印字する
           PERFORM   WOF-REWRITE-PROC.
           PERFORM   REGISTER-REPORT-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>貸倒損失（"KASI"）・売掛金（"URKK"）の科目が揃わない場合は
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
                               WHEN   "KASI"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-KASI-KAMOKU
                               WHEN   "URKK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URKK-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-KASI-KAMOKU   =   SPACE
           OR   WK-URKK-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにKASI/URKKの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>貸倒償却トランザクションの読み込み処理（全行をテーブルに展開）
      *>ファイルが無い場合は指示なしとして台帳の印字だけを行う
      *>************************************************************************
       WOF-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   WOF-FILE.
           IF   WOF-FILE-STATUS   NOT =   "00"
                CLOSE   WOF-FILE
                GO   TO   WOF-LOAD-PROC-EXIT
           END-IF.
           MOVE      1   TO   WK-WOF-LOADED-FLG.
      *>
           PERFORM   UNTIL   WOF-FILE-STATUS   NOT =   "00"
                READ   WOF-FILE
                     AT   END
                          MOVE   "10"   TO   WOF-FILE-STATUS
                     NOT   AT   END
                          IF   WK-WOF-COUNT   <   9999
                               ADD    1   TO   WK-WOF-COUNT
                               MOVE   WOF-KOKYAKU-CODE       TO
                                    WK-WOF-KOKYAKU-CODE(WK-WOF-COUNT)
                               MOVE   WOF-INV-BANGOU         TO
                                    WK-WOF-INV-BANGOU(WK-WOF-COUNT)
                               MOVE   WOF-SYOKYAKU-KINGAKU   TO
                                    WK-WOF-SYOKYAKU-KINGAKU
                                         (WK-WOF-COUNT)
                               MOVE   WOF-RIYUU              TO
                                    WK-WOF-RIYUU(WK-WOF-COUNT)
                               MOVE   WOF-SYONIN-TANTO       TO
                                    WK-WOF-SYONIN-TANTO(WK-WOF-COUNT)
                               MOVE   WOF-KIHYO-DATE         TO
                                    WK-WOF-KIHYO-DATE(WK-WOF-COUNT)
                               MOVE   WOF-STATUS             TO
                                    WK-WOF-STATUS(WK-WOF-COUNT)
                               MOVE   WOF-SYORI-DATE         TO
                                    WK-WOF-SYORI-DATE(WK-WOF-COUNT)
                               MOVE   SPACE                  TO
                                    WK-WOF-MODOSHI-RIYUU
                                         (WK-WOF-COUNT)
                               MOVE   ZERO                   TO
                                    WK-WOF-KONKAI-FLG(WK-WOF-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     WOF-FILE.
      *>
       WOF-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳の読み込み処理（全行をテーブルに展開する）
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
                          IF   WK-ARL-COUNT   <   9999
                               ADD    1   TO   WK-ARL-COUNT
                               PERFORM   ARL-ONE-LOAD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳１行分のテーブルへの展開処理
      *>支払期日・償却額の無い行（項目追加前の行）はゼロのまま持つ
      *>************************************************************************
       ARL-ONE-LOAD-PROC              SECTION.
      *>
           MOVE      ARL-KOKYAKU-CODE     TO
                WK-ARL-KOKYAKU-CODE(WK-ARL-COUNT).
           MOVE      ARL-INV-BANGOU       TO
                WK-ARL-INV-BANGOU(WK-ARL-COUNT).
           MOVE      ARL-HAKKO-DATE       TO
                WK-ARL-HAKKO-DATE(WK-ARL-COUNT).
           MOVE      ARL-SEIKYU-YYYYMM    TO
                WK-ARL-SEIKYU-YYYYMM(WK-ARL-COUNT).
           MOVE      ARL-SEIKYU-KINGAKU   TO
                WK-ARL-SEIKYU-KINGAKU(WK-ARL-COUNT).
           MOVE      ARL-NYUKIN-KINGAKU   TO
                WK-ARL-NYUKIN-KINGAKU(WK-ARL-COUNT).
           MOVE      ARL-STATUS           TO
                WK-ARL-STATUS(WK-ARL-COUNT).
      *>
           IF   ARL-SHIHARAI-KIGEN   IS   NUMERIC
                MOVE   ARL-SHIHARAI-KIGEN       TO
                     WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
           ELSE
                MOVE   ZERO                     TO
                     WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
           END-IF.
           IF   ARL-KASHIDAORE-KINGAKU   IS   NUMERIC
                MOVE   ARL-KASHIDAORE-KINGAKU   TO
                     WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-COUNT)
           ELSE
                MOVE   ZERO                     TO
                     WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-COUNT)
           END-IF.
      *>
       ARL-ONE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>償却指示１件分の処理
      *>承認者・元帳の行・償却額を確認し、問題が無ければ元帳の行を
      *>貸倒償却済にする。問題があれば理由を付けて差し戻す
      *>************************************************************************
       WOF-ONE-PROC                   SECTION.
      *>
      *>  承認担当者の確認
           MOVE      WK-WOF-SYONIN-TANTO(WK-WOF-IDX)
                          TO   WK-TANTO-CHK-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           IF   WK-TANTO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "承認者が担当者マスタに無い"
                               TO   WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                PERFORM   WOF-MODOSHI-PROC
                GO   TO   WOF-ONE-PROC-EXIT
           END-IF.
      *>
      *>  顧客コード＋請求書番号で元帳の行を探す
           MOVE      ZERO   TO   WK-ARL-FOUND-IDX.
           PERFORM   VARYING   WK-ARL-IDX   FROM   1   BY   1
                UNTIL   WK-ARL-IDX   >   WK-ARL-COUNT
                IF   WK-ARL-KOKYAKU-CODE(WK-ARL-IDX)
                          =   WK-WOF-KOKYAKU-CODE(WK-WOF-IDX)
                AND  WK-ARL-INV-BANGOU(WK-ARL-IDX)
                          =   WK-WOF-INV-BANGOU(WK-WOF-IDX)
                     MOVE   WK-ARL-IDX   TO   WK-ARL-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-ARL-FOUND-IDX   =   ZERO
                MOVE      "該当する請求が元帳に無い"
                               TO   WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                PERFORM   WOF-MODOSHI-PROC
                GO   TO   WOF-ONE-PROC-EXIT
           END-IF.
           IF   WK-ARL-STATUS(WK-ARL-FOUND-IDX)   NOT =   "1"
                MOVE      "未消込の請求ではない"
                               TO   WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                PERFORM   WOF-MODOSHI-PROC
                GO   TO   WOF-ONE-PROC-EXIT
           END-IF.
      *>
      *>  償却額は未消込残高の全額でなければならない
           COMPUTE   WK-ZANDAKA   =
                     WK-ARL-SEIKYU-KINGAKU(WK-ARL-FOUND-IDX)
                     -   WK-ARL-NYUKIN-KINGAKU(WK-ARL-FOUND-IDX).
           IF   WK-WOF-SYOKYAKU-KINGAKU(WK-WOF-IDX)   NOT =   WK-ZANDAKA
           OR   WK-ZANDAKA   NOT >   ZERO
                MOVE      "償却額が未消込残高と不一致"
                               TO   WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                PERFORM   WOF-MODOSHI-PROC
                GO   TO   WOF-ONE-PROC-EXIT
           END-IF.
      *>
      *>  元帳の行を貸倒償却済にする
           MOVE      "3"   TO   WK-ARL-STATUS(WK-ARL-FOUND-IDX).
           MOVE      WK-ZANDAKA   TO
                WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-FOUND-IDX).
           MOVE      "2"   TO   WK-WOF-STATUS(WK-WOF-IDX).
           MOVE      WRK-RUN-DATE   TO   WK-WOF-SYORI-DATE(WK-WOF-IDX).
           MOVE      1   TO   WK-WOF-KONKAI-FLG(WK-WOF-IDX).
           ADD       1   TO   WRK-SYOKYAKU-COUNT.
           ADD       WK-ZANDAKA   TO   WK-KONKAI-TOTAL.
      *>
       WOF-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>償却指示１件分の差戻し処理
      *>差戻し理由は呼び出し側で設定してから呼び出す
      *>************************************************************************
       WOF-MODOSHI-PROC               SECTION.
      *>
           MOVE      "9"            TO   WK-WOF-STATUS(WK-WOF-IDX).
           MOVE      WRK-RUN-DATE   TO   WK-WOF-SYORI-DATE(WK-WOF-IDX).
           ADD       1   TO   WRK-MODOSHI-COUNT.
      *>
       WOF-MODOSHI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       ARLEDG-REWRITE-PROC            SECTION.
      *>
           OPEN      OUTPUT   ARLEDG-FILE.
      *>
           PERFORM   VARYING   WK-ARL-IDX   FROM   1   BY   1
                UNTIL   WK-ARL-IDX   >   WK-ARL-COUNT
                MOVE   WK-ARL-KOKYAKU-CODE(WK-ARL-IDX)
                     TO   ARL-KOKYAKU-CODE
                MOVE   WK-ARL-INV-BANGOU(WK-ARL-IDX)
                     TO   ARL-INV-BANGOU
                MOVE   WK-ARL-HAKKO-DATE(WK-ARL-IDX)
                     TO   ARL-HAKKO-DATE
                MOVE   WK-ARL-SEIKYU-YYYYMM(WK-ARL-IDX)
                     TO   ARL-SEIKYU-YYYYMM
                MOVE   WK-ARL-SEIKYU-KINGAKU(WK-ARL-IDX)
                     TO   ARL-SEIKYU-KINGAKU
                MOVE   WK-ARL-NYUKIN-KINGAKU(WK-ARL-IDX)
                     TO   ARL-NYUKIN-KINGAKU
                MOVE   WK-ARL-STATUS(WK-ARL-IDX)
                     TO   ARL-STATUS
                MOVE   WK-ARL-SHIHARAI-KIGEN(WK-ARL-IDX)
                     TO   ARL-SHIHARAI-KIGEN
                MOVE   WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-IDX)
                     TO   ARL-KASHIDAORE-KINGAKU
                WRITE   ARLEDG-RECODE
           END-PERFORM.
      *>
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>償却仕訳バッチの書き出し処理
      *>今回償却した請求ごとに貸倒損失（借方）・売掛金（貸方）の
      *>仕訳を顧客コード・請求書番号付きで追記する
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           COMPUTE   WRK-ENTRY-COUNT   =   WRK-SYOKYAKU-COUNT   *   2.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（償却マーク付き）
           MOVE      "B"               TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE      TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT   TO   GLB-ENTRY-COUNT.
           MOVE      WK-KONKAI-TOTAL   TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-KONKAI-TOTAL   TO   GLB-KASHIKATA-TOTAL.
           MOVE      "WOF"             TO   GLB-ADJ-MARK.
           MOVE      WRK-RUN-DATE      TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                IF   WK-WOF-KONKAI-FLG(WK-WOF-IDX)   =   1
                     PERFORM   GLJRNL-ONE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>償却１件分の仕訳（借方・貸方の２行）の書き出し処理
      *>************************************************************************
       GLJRNL-ONE-WRITE-PROC          SECTION.
      *>
           MOVE      "E"                  TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE         TO   GLJ-RUN-DATE.
           MOVE      WK-KASI-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                  TO   GLJ-TAISYAKU.
           MOVE      WK-WOF-SYOKYAKU-KINGAKU(WK-WOF-IDX)
                          TO   GLJ-KINGAKU.
           MOVE      "**"                 TO   GLJ-BUNRUI-CODE.
           MOVE      WK-WOF-KOKYAKU-CODE(WK-WOF-IDX)
                          TO   GLJ-KOKYAKU-CODE.
           MOVE      WK-WOF-INV-BANGOU(WK-WOF-IDX)
                          TO   GLJ-INV-BANGOU.
           WRITE     GLJRNL-RECODE.
      *>
           MOVE      WK-URKK-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                  TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>貸倒償却トランザクションの書き戻し処理
      *>読み込めた実行のみ全行を書き戻す
      *>************************************************************************
       WOF-REWRITE-PROC               SECTION.
      *>
           IF   WK-WOF-LOADED-FLG   NOT =   1
                GO   TO   WOF-REWRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      OUTPUT   WOF-FILE.
           PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                MOVE   WK-WOF-KOKYAKU-CODE(WK-WOF-IDX)       TO
                     WOF-KOKYAKU-CODE
                MOVE   WK-WOF-INV-BANGOU(WK-WOF-IDX)         TO
                     WOF-INV-BANGOU
                MOVE   WK-WOF-SYOKYAKU-KINGAKU(WK-WOF-IDX)   TO
                     WOF-SYOKYAKU-KINGAKU
                MOVE   WK-WOF-RIYUU(WK-WOF-IDX)              TO
                     WOF-RIYUU
                MOVE   WK-WOF-SYONIN-TANTO(WK-WOF-IDX)       TO
                     WOF-SYONIN-TANTO
                MOVE   WK-WOF-KIHYO-DATE(WK-WOF-IDX)         TO
                     WOF-KIHYO-DATE
                MOVE   WK-WOF-STATUS(WK-WOF-IDX)             TO
                     WOF-STATUS
                MOVE   WK-WOF-SYORI-DATE(WK-WOF-IDX)         TO
                     WOF-SYORI-DATE
                WRITE  WOF-RECODE
           END-PERFORM.
           CLOSE     WOF-FILE.
      *>
       WOF-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>貸倒償却台帳の作成処理
      *>償却済のすべての指示を処理日順（同日は起票順）に印字し、
      *>累計額・今回償却額のあとに今回差し戻した指示を並べる
      *>************************************************************************
       REGISTER-REPORT-PROC           SECTION.
      *>
           OPEN      OUTPUT   WOFREG-FILE.
           MOVE      WRK-RUN-DATE   TO   REG-HDR-RUN-DATE.
           WRITE     WOFREG-RECODE   FROM   REG-HDR-RECODE.
           WRITE     WOFREG-RECODE   FROM   REG-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                MOVE   ZERO   TO   WK-REG-DONE-FLG(WK-WOF-IDX)
           END-PERFORM.
      *>
      *>  未印字の償却済の指示から処理日の最も古いものを選んで印字する
      *>  ことを、選ぶ指示が無くなるまで繰り返す
           MOVE      1   TO   WK-REG-BEST-IDX.
           PERFORM   UNTIL   WK-REG-BEST-IDX   =   ZERO
                PERFORM   REG-NEXT-FIND-PROC
                IF   WK-REG-BEST-IDX   NOT =   ZERO
                     PERFORM   REG-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-RUIKEI-TOTAL   TO   REG-RUIKEI-TOTAL.
           MOVE      WK-KONKAI-TOTAL   TO   REG-KONKAI-TOTAL.
           WRITE     WOFREG-RECODE   FROM   REG-TOTAL-RECODE.
      *>
      *>  今回差し戻した指示
           IF   WRK-MODOSHI-COUNT   >   ZERO
                WRITE     WOFREG-RECODE   FROM   REG-MODOSHI-HDR-RECODE
                PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                     UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                     IF   WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                               NOT =   SPACE
                          PERFORM   REG-MODOSHI-WRITE-PROC
                     END-IF
                END-PERFORM
           END-IF.
      *>
           CLOSE     WOFREG-FILE.
      *>
       REGISTER-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>台帳に次に印字する指示の検索処理
      *>未印字の償却済の指示のうち処理日の最も古い行の添字を
      *>WK-REG-BEST-IDXに返す（無ければゼロ）
      *>************************************************************************
       REG-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO             TO   WK-REG-BEST-IDX.
           MOVE      99999999   TO   WK-REG-BEST-DATE.
           PERFORM   VARYING   WK-WOF-IDX   FROM   1   BY   1
                UNTIL   WK-WOF-IDX   >   WK-WOF-COUNT
                IF   WK-WOF-STATUS(WK-WOF-IDX)   =   "2"
                AND  WK-REG-DONE-FLG(WK-WOF-IDX)   =   ZERO
                AND  WK-WOF-SYORI-DATE(WK-WOF-IDX)
                          <   WK-REG-BEST-DATE
                     MOVE   WK-WOF-IDX   TO   WK-REG-BEST-IDX
                     MOVE   WK-WOF-SYORI-DATE(WK-WOF-IDX)
                          TO   WK-REG-BEST-DATE
                END-IF
           END-PERFORM.
      *>
       REG-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>台帳の明細行１件分の印字処理
      *>************************************************************************
       REG-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-REG-DONE-FLG(WK-REG-BEST-IDX).
           MOVE      WK-WOF-KOKYAKU-CODE(WK-REG-BEST-IDX)
                          TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-WOF-SYONIN-TANTO(WK-REG-BEST-IDX)
                          TO   WK-TANTO-CHK-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
      *>
           MOVE      SPACE   TO   REG-DETAIL-RECODE.
           MOVE      WK-WOF-SYORI-DATE(WK-REG-BEST-IDX)
                          TO   REG-SYORI-DATE.
           MOVE      WK-WOF-KOKYAKU-CODE(WK-REG-BEST-IDX)
                          TO   REG-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   REG-KOKYAKU-NAME.
           MOVE      WK-WOF-INV-BANGOU(WK-REG-BEST-IDX)
                          TO   REG-INV-BANGOU.
           MOVE      WK-WOF-SYOKYAKU-KINGAKU(WK-REG-BEST-IDX)
                          TO   REG-KINGAKU.
           MOVE      WK-WOF-RIYUU(WK-REG-BEST-IDX)
                          TO   REG-RIYUU.
           MOVE      WK-WOF-SYONIN-TANTO(WK-REG-BEST-IDX)
                          TO   REG-TANTO-BANGOU.
           MOVE      WK-TANTO-MSTR-NAME-SAVE     TO   REG-TANTO-NAME.
           WRITE     WOFREG-RECODE   FROM   REG-DETAIL-RECODE.
      *>
           ADD       WK-WOF-SYOKYAKU-KINGAKU(WK-REG-BEST-IDX)
                          TO   WK-RUIKEI-TOTAL.
      *>
       REG-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>差戻し一覧の明細行１件分の印字処理
      *>************************************************************************
       REG-MODOSHI-WRITE-PROC         SECTION.
      *>
           MOVE      SPACE   TO   REG-MODOSHI-RECODE.
           MOVE      WK-WOF-KIHYO-DATE(WK-WOF-IDX)
                          TO   REG-MD-KIHYO-DATE.
           MOVE      WK-WOF-KOKYAKU-CODE(WK-WOF-IDX)
                          TO   REG-MD-KOKYAKU-CODE.
           MOVE      WK-WOF-INV-BANGOU(WK-WOF-IDX)
                          TO   REG-MD-INV-BANGOU.
           MOVE      WK-WOF-SYOKYAKU-KINGAKU(WK-WOF-IDX)
                          TO   REG-MD-KINGAKU.
           MOVE      WK-WOF-SYONIN-TANTO(WK-WOF-IDX)
                          TO   REG-MD-TANTO-BANGOU.
           MOVE      WK-WOF-MODOSHI-RIYUU(WK-WOF-IDX)
                          TO   REG-MD-RIYUU.
           WRITE     WOFREG-RECODE   FROM   REG-MODOSHI-RECODE.
      *>
       REG-MODOSHI-WRITE-PROC-EXIT.
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
           MOVE      WRK-MISYORI-COUNT    TO   MSG1-MISYORI-COUNT.
           MOVE      WRK-SYOKYAKU-COUNT   TO   MSG1-SYOKYAKU-COUNT.
           MOVE      WRK-MODOSHI-COUNT    TO   MSG1-MODOSHI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  差し戻した指示がある場合は担当者の確認が必要な旨を返す
           IF   WRK-MODOSHI-COUNT   NOT =   ZERO
                DISPLAY   "差戻しの償却指示あり"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
