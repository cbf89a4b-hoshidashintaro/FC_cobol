      *>************************************************************************
      *>単価変更日報作成プログラム
      *>受注入力（ORDENT001）が電話受注の単価を個別に取り決めたときに
      *>追記する単価変更記録（PRCOVR.txt）から、対象日に入力された
      *>変更を担当者・顧客の順に並べた単価変更日報（PRCOVRPT.txt）を
      *>印字し、管理者の点検に供する。
      *>明細は顧客・店番・注文番号・商品・注文数・通常単価・変更単価
      *>・通常単価からの乖離率・差額（注文数×（変更単価－通常単価））
      *>・変更理由・承認者（許容率を超えた変更のみ）とし、顧客ごと・
      *>担当者ごとに件数と差額の小計、最後に総合計を印字する。
      *>対象日はパラメータファイル（OVRPARM.txt：YYYYMMDD）で指定
      *>できる。ファイルが無い・日付でない場合は当日とする。
      *>対象日の変更が１件も無い場合はその旨を印字して戻り値４で
      *>終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   OVRRPT001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>対象日パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "OVRPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>単価変更記録ファイル
      *>************************************************************************
       SELECT   OVR-FILE      ASSIGN        TO "PRCOVR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVR-FILE-STATUS.
      *>************************************************************************
      *>並び替え後の単価変更記録（作業ファイル）
      *>************************************************************************
       SELECT   OVRWK-FILE    ASSIGN        TO "OVRWK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVRWK-FILE-STATUS.
      *>************************************************************************
      *>ソート作業ファイル
      *>************************************************************************
       SELECT   SW01-FILE     ASSIGN        TO "SW01.txt".
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>単価変更日報ファイル
      *>************************************************************************
       SELECT   RPT-FILE      ASSIGN         TO "PRCOVRPT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>対象日パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-TAISHO-DATE               PIC 9(008).
      *>************************************************************************
      *>単価変更記録ファイルのレイアウト定義
      *>************************************************************************
       FD   OVR-FILE.
       01   OVR-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==OVR==.
      *>************************************************************************
      *>並び替え後の単価変更記録のレイアウト定義
      *>************************************************************************
       FD   OVRWK-FILE.
       01   OVRWK-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==OWK==.
      *>************************************************************************
      *>ソート作業ファイルのレイアウト定義
      *>************************************************************************
       SD   SW01-FILE.
       01   SW01-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==SW01==.
      *>************************************************************************
      *>KOKYAKUM-FILE・TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR     REPLACING   ==:PREFIX:==   BY  ==TMST==.
      *>************************************************************************
      *>単価変更日報ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   RPT-FILE.
       01   RPT-RECODE                             PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  OVR-FILE-STATUS                          PIC XX.
       01  OVRWK-FILE-STATUS                        PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-IN-COUNT                     PIC 9(006).
             03   WRK-OUT-COUNT                    PIC 9(006).
             03   WRK-SHONIN-COUNT                 PIC 9(006).
      *>対象日（パラメータ、無ければ当日）
             03   WRK-TAISHO-DATE                  PIC 9(008).
      *>直前に印字した担当者・顧客（改ページ・小計の判定用）
             03   WRK-PREV-TANTOSYA                PIC 9(004).
             03   WRK-PREV-KOKYAKU                 PIC X(005).
      *>最初の明細を印字する前は０
             03   WRK-FIRST-FLG                    PIC 9(001).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "OVRRPT01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>明細１行の計算領域
       01   WK-GYO-AREA.
            03   WK-GYO-SA-TANKA                 PIC S9(007).
            03   WK-GYO-SAGAKU                   PIC S9(011).
            03   WK-GYO-RATE                     PIC S9(007)V9(001).
            03   WK-GYO-RATE-DSP                 PIC -(006)9.9.
      *>顧客・担当者・総合計の件数と差額
       01   WK-KEI-AREA.
            03   WK-KKEI-COUNT                   PIC 9(006).
            03   WK-KKEI-SAGAKU                  PIC S9(011).
            03   WK-TKEI-COUNT                   PIC 9(006).
            03   WK-TKEI-SAGAKU                  PIC S9(011).
            03   WK-SKEI-COUNT                   PIC 9(006).
            03   WK-SKEI-SAGAKU                  PIC S9(011).
      *>変更理由コードの名称
       01   WK-RIYU-AREA.
            03   WK-RIYU-CHK-CODE                PIC X(002).
            03   WK-RIYU-NAME                    PIC X(020).
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
      *>担当者マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-TANTO-MSTR-AREA.
            03   WK-TANTO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-TANTO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-TANTO-MSTR-IDX.
                 05   WK-TANTO-MSTR-BANGOU        PIC 9(004).
                 05   WK-TANTO-MSTR-NAME          PIC X(020).
       01   WK-TANTO-MSTR-NAME-SAVE              PIC X(020).
       01   WK-TANTO-CHK-BANGOU                  PIC 9(004).
      *>
      *>単価変更日報の見出し行の編集用領域
       01   RPT-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  単価変更日報  **".
           03   FILLER                PIC X(015)
                   VALUE "対象日　：".
           03   RPT-HDR-TAISHO-DATE   PIC 9(008).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                   VALUE "作成日　：".
           03   RPT-HDR-RUN-DATE      PIC 9(008).
      *>単価変更日報の担当者見出し行の編集用領域
       01   RPT-TANTO-RECODE.
           03   FILLER                PIC X(015)
                   VALUE "担当者　：".
           03   RPT-TANTO-BANGOU      PIC 9(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-TANTO-NAME        PIC X(020).
      *>単価変更日報の項目名行の編集用領域
       01   RPT-COLHDR-RECODE.
           03   FILLER                PIC X(009)
               VALUE "顧客   ".
           03   FILLER                PIC X(022)
               VALUE "顧客名".
           03   FILLER                PIC X(011)
               VALUE "店  注文".
           03   FILLER                PIC X(010)
               VALUE "商品".
           03   FILLER                PIC X(012)
               VALUE "注文数".
           03   FILLER                PIC X(015)
               VALUE "通常単価".
           03   FILLER                PIC X(015)
               VALUE "変更単価".
           03   FILLER                PIC X(012)
               VALUE "乖離率".
           03   FILLER                PIC X(014)
               VALUE "    差額".
           03   FILLER                PIC X(020)
               VALUE "  変更理由".
           03   FILLER                PIC X(009)
               VALUE "承認者".
      *>単価変更日報の明細行の編集用領域
       01   RPT-DETAIL-RECODE.
           03   RPT-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-MISEBAN           PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RPT-TYUMON-BANGOU     PIC 9(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-TYUMON-SU         PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-TUJO-TANKA        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-HENKO-TANKA       PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-RATE              PIC X(010).
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SAGAKU           PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-RIYU-CODE         PIC X(002).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   RPT-RIYU-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SHONIN-BANGOU     PIC X(004).
      *>単価変更日報の小計・合計行の編集用領域
       01   RPT-KEI-RECODE.
           03   FILLER                PIC X(007)
                                             VALUE SPACE.
           03   RPT-KEI-MIDASHI       PIC X(024).
           03   FILLER                PIC X(009)
               VALUE "件数：".
           03   RPT-KEI-COUNT         PIC ZZZ,ZZ9.
           03   FILLER                PIC X(053)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
               VALUE "差額：".
           03   RPT-KEI-SAGAKU        PIC -(010)9.
      *>対象日に変更が無い場合の行
       01   RPT-NODATA-RECODE.
           03   FILLER                PIC X(042)
               VALUE "対象日の単価変更はありません".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "単価変更記録件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　対象日の変更：".
            03   MSG1-OUT-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　うち承認：".
            03   MSG1-SHONIN-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-IN-COUNT.
           MOVE   ZERO        TO   WRK-OUT-COUNT.
           MOVE   ZERO        TO   WRK-SHONIN-COUNT.
           MOVE   ZERO        TO   WRK-FIRST-FLG.
           MOVE   ZERO        TO   WK-KEI-AREA.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象日の読み込み（無ければ当日）
           PERFORM   PARM-READ-PROC.
      *>
      *>  顧客マスタ・担当者マスタの読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   TANTO-MSTR-LOAD-PROC.
      *>
           OPEN      OUTPUT   RPT-FILE.
           MOVE      WRK-TAISHO-DATE   TO   RPT-HDR-TAISHO-DATE.
           MOVE      WRK-RUN-DATE      TO   RPT-HDR-RUN-DATE.
           WRITE     RPT-RECODE   FROM   RPT-HDR-RECODE.
      *>
      *>  単価変更記録が無い場合は変更なしとする
           OPEN      INPUT   OVR-FILE.
           IF   OVR-FILE-STATUS   =   "00"
                CLOSE     OVR-FILE
                PERFORM   RPT-WRITE-PROC
           ELSE
                CLOSE     OVR-FILE
           END-IF.
      *>
           IF   WRK-OUT-COUNT   =   ZERO
                WRITE   RPT-RECODE   FROM   RPT-NODATA-RECODE
           END-IF.
           CLOSE     RPT-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更日報の印字処理
      *>単価変更記録を並び替え、対象日に入力された変更を担当者・顧客
      *>ごとの小計を付けて印字する
      *>************************************************************************
       RPT-WRITE-PROC                 SECTION.
      *>
      *>  単価変更記録を担当者・顧客・店番・注文番号・商品の順に
      *>  並び替える
           SORT      SW01-FILE
                ON   ASCENDING   KEY   SW01-TANTOSYA-BANGOU
                                        SW01-KOKYAKU-CODE
                                        SW01-MISEBAN
                                        SW01-TYUMON-BANGOU
                                        SW01-SHOHIN-CODE
                USING    OVR-FILE
                GIVING   OVRWK-FILE.
      *>
      *>  並び替えた記録を読み、対象日の変更を印字する
           OPEN      INPUT   OVRWK-FILE.
           PERFORM   UNTIL   OVRWK-FILE-STATUS   NOT =   "00"
                READ   OVRWK-FILE
                     AT   END
                          MOVE   "10"   TO   OVRWK-FILE-STATUS
                     NOT   AT   END
                          ADD   1   TO   WRK-IN-COUNT
                          IF   OWK-NYURYOKU-DATE   =   WRK-TAISHO-DATE
                               PERFORM   OVR-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     OVRWK-FILE.
      *>
      *>  最後の顧客・担当者の小計と総合計を印字する
           IF   WRK-FIRST-FLG   =   1
                PERFORM   KOKYAKU-KEI-PROC
                PERFORM   TANTO-KEI-PROC
                MOVE      "総合計"         TO   RPT-KEI-MIDASHI
                MOVE      WK-SKEI-COUNT    TO   RPT-KEI-COUNT
                MOVE      WK-SKEI-SAGAKU   TO   RPT-KEI-SAGAKU
                WRITE     RPT-RECODE   FROM   RPT-KEI-RECODE
           END-IF.
      *>
       RPT-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象日の単価変更１件分の印字処理
      *>担当者・顧客が替わったところで小計と見出しを印字してから
      *>明細を印字し、小計・合計へ積み上げる
      *>************************************************************************
       OVR-ONE-PROC                   SECTION.
      *>
           IF   WRK-FIRST-FLG   =   1
                IF   OWK-TANTOSYA-BANGOU   NOT =   WRK-PREV-TANTOSYA
                     PERFORM   KOKYAKU-KEI-PROC
                     PERFORM   TANTO-KEI-PROC
                ELSE
                     IF   OWK-KOKYAKU-CODE   NOT =   WRK-PREV-KOKYAKU
                          PERFORM   KOKYAKU-KEI-PROC
                     END-IF
                END-IF
           END-IF.
      *>
      *>  担当者の見出し（最初の明細・担当者の替わり目）
           IF   WRK-FIRST-FLG   =   ZERO
           OR   OWK-TANTOSYA-BANGOU   NOT =   WRK-PREV-TANTOSYA
                MOVE      OWK-TANTOSYA-BANGOU   TO   WK-TANTO-CHK-BANGOU
                PERFORM   TANTO-MSTR-LOOKUP-PROC
                MOVE      SPACE   TO   RPT-RECODE
                WRITE     RPT-RECODE
                MOVE      OWK-TANTOSYA-BANGOU   TO   RPT-TANTO-BANGOU
                MOVE      WK-TANTO-MSTR-NAME-SAVE   TO   RPT-TANTO-NAME
                WRITE     RPT-RECODE   FROM   RPT-TANTO-RECODE
                WRITE     RPT-RECODE   FROM   RPT-COLHDR-RECODE
           END-IF.
           MOVE      1   TO   WRK-FIRST-FLG.
           MOVE      OWK-TANTOSYA-BANGOU   TO   WRK-PREV-TANTOSYA.
           MOVE      OWK-KOKYAKU-CODE      TO   WRK-PREV-KOKYAKU.
      *>
      *>  差額と通常単価からの乖離率を求める
           COMPUTE   WK-GYO-SA-TANKA   =
                     OWK-HENKO-TANKA   -   OWK-TUJO-TANKA.
           COMPUTE   WK-GYO-SAGAKU   =
                     OWK-TYUMON-SU   *   WK-GYO-SA-TANKA.
           IF   OWK-TUJO-TANKA   =   ZERO
                MOVE      "      ----"   TO   RPT-RATE
           ELSE
                COMPUTE   WK-GYO-RATE   ROUNDED   =
                          WK-GYO-SA-TANKA   *   100   /   OWK-TUJO-TANKA
                MOVE      WK-GYO-RATE       TO   WK-GYO-RATE-DSP
                MOVE      WK-GYO-RATE-DSP   TO   RPT-RATE
           END-IF.
      *>
           MOVE      OWK-KOKYAKU-CODE   TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      OWK-RIYU-CODE      TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
      *>
           MOVE      OWK-KOKYAKU-CODE            TO   RPT-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   RPT-KOKYAKU-NAME.
           MOVE      OWK-MISEBAN                 TO   RPT-MISEBAN.
           MOVE      OWK-TYUMON-BANGOU           TO   RPT-TYUMON-BANGOU.
           MOVE      OWK-SHOHIN-CODE             TO   RPT-SHOHIN-CODE.
           MOVE      OWK-TYUMON-SU               TO   RPT-TYUMON-SU.
           MOVE      OWK-TUJO-TANKA              TO   RPT-TUJO-TANKA.
           MOVE      OWK-HENKO-TANKA             TO   RPT-HENKO-TANKA.
           MOVE      WK-GYO-SAGAKU               TO   RPT-SAGAKU.
           MOVE      OWK-RIYU-CODE               TO   RPT-RIYU-CODE.
           MOVE      WK-RIYU-NAME                TO   RPT-RIYU-NAME.
           IF   OWK-SHONIN-BANGOU   =   ZERO
                MOVE   SPACE               TO   RPT-SHONIN-BANGOU
           ELSE
                MOVE   OWK-SHONIN-BANGOU   TO   RPT-SHONIN-BANGOU
                ADD    1   TO   WRK-SHONIN-COUNT
           END-IF.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
           ADD       1   TO   WRK-OUT-COUNT.
           ADD       1   TO   WK-KKEI-COUNT.
           ADD       WK-GYO-SAGAKU   TO   WK-KKEI-SAGAKU.
           ADD       1   TO   WK-TKEI-COUNT.
           ADD       WK-GYO-SAGAKU   TO   WK-TKEI-SAGAKU.
           ADD       1   TO   WK-SKEI-COUNT.
           ADD       WK-GYO-SAGAKU   TO   WK-SKEI-SAGAKU.
      *>
       OVR-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客小計の印字処理（印字後に顧客小計をゼロに戻す）
      *>************************************************************************
       KOKYAKU-KEI-PROC               SECTION.
      *>
           MOVE      "顧客計"         TO   RPT-KEI-MIDASHI.
           MOVE      WK-KKEI-COUNT    TO   RPT-KEI-COUNT.
           MOVE      WK-KKEI-SAGAKU   TO   RPT-KEI-SAGAKU.
           WRITE     RPT-RECODE   FROM   RPT-KEI-RECODE.
           MOVE      ZERO   TO   WK-KKEI-COUNT.
           MOVE      ZERO   TO   WK-KKEI-SAGAKU.
      *>
       KOKYAKU-KEI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者計の印字処理（印字後に担当者計をゼロに戻す）
      *>************************************************************************
       TANTO-KEI-PROC                 SECTION.
      *>
           MOVE      "担当者計"       TO   RPT-KEI-MIDASHI.
           MOVE      WK-TKEI-COUNT    TO   RPT-KEI-COUNT.
           MOVE      WK-TKEI-SAGAKU   TO   RPT-KEI-SAGAKU.
           WRITE     RPT-RECODE   FROM   RPT-KEI-RECODE.
           MOVE      ZERO   TO   WK-TKEI-COUNT.
           MOVE      ZERO   TO   WK-TKEI-SAGAKU.
      *>
       TANTO-KEI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象日パラメータの読み込み処理
      *>ファイルが無い・日付が数字でない場合は当日とする
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           MOVE      WRK-RUN-DATE   TO   WRK-TAISHO-DATE.
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   =   "00"
                READ   PARM-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   PARM-TAISHO-DATE   IS   NUMERIC
                          AND  PARM-TAISHO-DATE   >   ZERO
                               MOVE   PARM-TAISHO-DATE
                                    TO   WRK-TAISHO-DATE
                          END-IF
                END-READ
           END-IF.
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>変更理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードは"不明"とする
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-RIYU-CHK-CODE
                WHEN   "01"
                     MOVE   "競合対抗"       TO   WK-RIYU-NAME
                WHEN   "02"
                     MOVE   "数量値引"       TO   WK-RIYU-NAME
                WHEN   "03"
                     MOVE   "品質・破損"     TO   WK-RIYU-NAME
                WHEN   "04"
                     MOVE   "納期遅延"       TO   WK-RIYU-NAME
                WHEN   "05"
                     MOVE   "得意先取決め"   TO   WK-RIYU-NAME
                WHEN   "99"
                     MOVE   "その他"         TO   WK-RIYU-NAME
                WHEN   OTHER
                     MOVE   "不明"           TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   NOT =   "00"
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
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       TANTO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANTOM-FILE.
           IF   TANTOM-FILE-STATUS   NOT =   "00"
                CLOSE   TANTOM-FILE
           ELSE
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
                END-PERFORM
                CLOSE   TANTOM-FILE
           END-IF.
      *>
       TANTO-MSTR-LOAD-PROC-EXIT.
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
      *>担当者氏名検索処理（担当者マスタテーブルを線形検索する）
      *>WK-TANTO-CHK-BANGOUに担当者番号を設定してから呼び出す
      *>************************************************************************
       TANTO-MSTR-LOOKUP-PROC         SECTION.
      *>
           MOVE      "担当者名不明"   TO
                     WK-TANTO-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK-TANTO-CHK-BANGOU
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
           MOVE      WRK-IN-COUNT       TO   MSG1-IN-COUNT.
           MOVE      WRK-OUT-COUNT      TO   MSG1-OUT-COUNT.
           MOVE      WRK-SHONIN-COUNT   TO   MSG1-SHONIN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  対象日の変更が１件もなかった場合はその旨を表示する
           IF   WRK-OUT-COUNT   =   ZERO
                DISPLAY   "対象日の単価変更がありません:"
                          WRK-TAISHO-DATE
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
