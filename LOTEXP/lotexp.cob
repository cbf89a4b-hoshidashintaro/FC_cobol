      *>************************************************************************
      *>賞味期限接近ロット一覧プログラム（夜間）
      *>ロット別在庫台帳（ZAIKOLOT.txt）の残数のあるロットのうち、
      *>賞味期限が処理日から分類ごとの警告日数以内に来るもの（期限を
      *>過ぎたものを含む）を賞味期限接近ロット一覧（LOTEXP.txt）へ
      *>分類別・期限の近い順に印字する。
      *>警告日数は分類別期限警告日数ファイル（KIGENDAYS.txt：分類コード
      *>＋日数）で分類ごとに指定する。分類コード"**"の行はファイルに
      *>無い分類に適用し、その行も無い場合（ファイルが無い場合を含む）
      *>は３０日とする。賞味期限がゼロのロット（期限管理の無い商品）は
      *>対象外とする。
      *>期限切れのロットはピッキングで引き当てられないため、期限切れ
      *>廃棄（LOTDSP001）で落とすまで残る。期限切れのロットがある場合
      *>はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   LOTEXP001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>ロット別在庫台帳ファイル
      *>************************************************************************
       SELECT   LOT-FILE      ASSIGN        TO "ZAIKOLOT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>分類別期限警告日数ファイル
      *>************************************************************************
       SELECT   KGD-FILE      ASSIGN        TO "KIGENDAYS.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KGD-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（一覧へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>分類マスタファイル（一覧へ分類名を付けるために使用する）
      *>************************************************************************
       SELECT   BUNRUIM-FILE  ASSIGN        TO "BUNRUIM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUNRUIM-FILE-STATUS.
      *>************************************************************************
      *>賞味期限接近ロット一覧ファイル
      *>************************************************************************
       SELECT   LOTEXP-FILE   ASSIGN         TO "LOTEXP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>ロット別在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOT-FILE.
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
      *>************************************************************************
      *>分類別期限警告日数ファイルのレイアウト定義
      *>************************************************************************
       FD   KGD-FILE.
       01   KGD-RECODE.
           03   KGD-BUNRUI-CODE                PIC X(002).
           03   KGD-KEIKOKU-NISSU              PIC 9(003).
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>BUNRUIM-FILEのレイアウト定義
      *>************************************************************************
       FD   BUNRUIM-FILE.
       01   BUNRUIM-RECODE.
           COPY   BUNRUIMSTR   REPLACING   ==:PREFIX:==   BY  ==BMST==.
      *>************************************************************************
      *>賞味期限接近ロット一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   LOTEXP-FILE.
       01   LOTEXP-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  LOT-FILE-STATUS                          PIC XX.
       01  KGD-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-LOT-COUNT                    PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-KIREGIRE-COUNT               PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "LOTEXP01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>日数計算用の領域
       01   WK-DATE-AREA.
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-KIGEN-INT                    PIC S9(008).
      *>既定の警告日数（分類別期限警告日数ファイルに無い場合）
       01   WK-KEIKOKU-DEFAULT                   PIC 9(003)  VALUE 30.
       01   WK-KEIKOKU-SAVE                      PIC 9(003).
      *>
      *>分類別期限警告日数テーブル
       01   WK-KGD-AREA.
            03   WK-KGD-COUNT                    PIC 9(004)  COMP.
            03   WK-KGD-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-KGD-IDX.
                 05   WK-KGD-BUNRUI-CODE          PIC X(002).
                 05   WK-KGD-KEIKOKU-NISSU        PIC 9(003).
      *>
      *>一覧に載せるロットのテーブル
       01   WK-EXP-AREA.
            03   WK-EXP-COUNT                    PIC 9(004)  COMP.
            03   WK-EXP-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-EXP-IDX.
                 05   WK-EXP-SHOHIN-CODE.
                      07   WK-EXP-BUNRUI-CODE     PIC X(002).
                      07   WK-EXP-SHOHIN-NO       PIC X(004).
                 05   WK-EXP-LOT-BANGOU           PIC X(008).
                 05   WK-EXP-NYUKA-DATE           PIC 9(008).
                 05   WK-EXP-KIGEN-DATE           PIC 9(008).
                 05   WK-EXP-ZAIKO-SU             PIC S9(007).
                 05   WK-EXP-NOKORI-NISSU         PIC S9(005).
                 05   WK-EXP-KEIKOKU-NISSU        PIC 9(003).
                 05   WK-EXP-INSATSU-FLG          PIC 9(001).
      *>
      *>商品マスタ保持用テーブル（商品名の表示用）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>分類マスタ保持用テーブル（分類名の表示用）
       01   WK-BUNRUI-MSTR-AREA.
            03   WK-BUNRUI-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-BUNRUI-MSTR-TBL              OCCURS 999 TIMES
                                    INDEXED BY WK-BUNRUI-MSTR-IDX.
                 05   WK-BUNRUI-MSTR-CODE         PIC X(002).
                 05   WK-BUNRUI-MSTR-NAME         PIC X(020).
       01   WK-BUNRUI-MSTR-NAME-SAVE             PIC X(020).
       01   WK-BUNRUI-CHK-CODE                   PIC X(002).
      *>
      *>一覧の印字順（分類・賞味期限・商品・ロット順）の選択用領域
       01   WK-BEST-IDX                          PIC 9(004)  COMP.
       01   WK-BEST-KEY                          PIC X(024).
       01   WK-CHK-KEY                           PIC X(024).
       01   WK-CUR-BUNRUI-CODE                   PIC X(002).
      *>
      *>分類別・全体の件数と残数の積み上げ領域
       01   WK-BUNRUI-TOTAL-AREA.
            03   WK-BT-KENSU                     PIC 9(006).
            03   WK-BT-ZAIKO-SU                  PIC S9(009).
       01   WK-TOTAL-AREA.
            03   WK-TT-KIREGIRE-KENSU            PIC 9(006).
            03   WK-TT-KIREGIRE-SU               PIC S9(009).
            03   WK-TT-SEKKIN-KENSU              PIC 9(006).
            03   WK-TT-SEKKIN-SU                 PIC S9(009).
      *>
      *>状態欄の日数編集用領域
       01   WK-NISSU-EDIT                        PIC ZZZZ9.
       01   WK-NISSU-WORK                        PIC 9(005).
      *>
      *>賞味期限接近ロット一覧の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(045)
               VALUE "**  賞味期限接近ロット一覧  **".
           03   FILLER                PIC X(012)
                       VALUE "処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>分類の見出し行の編集用領域
       01   REP-BUNRUI-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "分類：".
           03   REP-BUNRUI-CODE       PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-BUNRUI-NAME       PIC X(020).
           03   FILLER                PIC X(018)
                       VALUE "　警告日数：".
           03   REP-KEIKOKU-NISSU     PIC ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "日".
      *>賞味期限接近ロット一覧の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(012)
               VALUE "  商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(013)
               VALUE "ロット    ".
           03   FILLER                PIC X(013)
               VALUE "入荷日    ".
           03   FILLER                PIC X(014)
               VALUE "賞味期限  ".
           03   FILLER                PIC X(009)
               VALUE "   残数".
           03   FILLER                PIC X(010)
               VALUE "  状態  ".
      *>賞味期限接近ロット一覧の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-LOT-BANGOU        PIC X(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-NYUKA-DATE        PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KIGEN-DATE        PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ZAIKO-SU          PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JOTAI             PIC X(040).
      *>分類合計行の編集用領域
       01   REP-BUNRUI-TOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
                       VALUE "分類計".
           03   REP-BT-KENSU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(034)
                                             VALUE SPACE.
           03   REP-BT-ZAIKO-SU       PIC -(008)9.
      *>全体合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(012).
           03   REP-T-KENSU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(034)
                                             VALUE SPACE.
           03   REP-T-ZAIKO-SU        PIC -(008)9.
      *>注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(090).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "残数のあるロット：".
            03   MSG1-LOT-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　一覧の件数：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　期限切れ：".
            03   MSG1-KIREGIRE-COUNT          PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-LOT-COUNT.
           MOVE   ZERO        TO   WRK-TAISHO-COUNT.
           MOVE   ZERO        TO   WRK-KIREGIRE-COUNT.
           MOVE   ZERO        TO   WK-KGD-COUNT.
           MOVE   ZERO        TO   WK-EXP-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BUNRUI-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
           PERFORM   KGD-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   BUNRUI-MSTR-LOAD-PROC.
           PERFORM   LOT-LOAD-PROC.
      *>
           PERFORM   REPORT-PROC.
      *>
           IF   WRK-KIREGIRE-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類別期限警告日数ファイルの読み込み処理
      *>（ファイルが無い場合はすべての分類を既定の日数とする）
      *>************************************************************************
       KGD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   KGD-FILE.
           IF   KGD-FILE-STATUS   NOT =   "00"
                CLOSE   KGD-FILE
                GO   TO   KGD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   KGD-FILE-STATUS   NOT =   "00"
                READ   KGD-FILE
                     AT   END
                          MOVE   "10"   TO   KGD-FILE-STATUS
                     NOT   AT   END
                          IF   KGD-KEIKOKU-NISSU   NUMERIC
                          AND  WK-KGD-COUNT   <   999
                               ADD   1   TO   WK-KGD-COUNT
                               MOVE   KGD-BUNRUI-CODE     TO
                                    WK-KGD-BUNRUI-CODE(WK-KGD-COUNT)
                               MOVE   KGD-KEIKOKU-NISSU   TO
                                    WK-KGD-KEIKOKU-NISSU(WK-KGD-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     KGD-FILE.
      *>
      *>  分類コード"**"の行があれば既定の日数とする
           PERFORM   VARYING   WK-KGD-IDX   FROM   1   BY   1
                UNTIL   WK-KGD-IDX   >   WK-KGD-COUNT
                IF   WK-KGD-BUNRUI-CODE(WK-KGD-IDX)   =   "**"
                     MOVE   WK-KGD-KEIKOKU-NISSU(WK-KGD-IDX)
                          TO   WK-KEIKOKU-DEFAULT
                END-IF
           END-PERFORM.
      *>
       KGD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類の警告日数の検索処理
      *>WK-BUNRUI-CHK-CODEに分類コードを設定してから呼び出す
      *>************************************************************************
       KGD-LOOKUP-PROC                SECTION.
      *>
           MOVE      WK-KEIKOKU-DEFAULT   TO   WK-KEIKOKU-SAVE.
           PERFORM   VARYING   WK-KGD-IDX   FROM   1   BY   1
                UNTIL   WK-KGD-IDX   >   WK-KGD-COUNT
                IF   WK-KGD-BUNRUI-CODE(WK-KGD-IDX)
                          =   WK-BUNRUI-CHK-CODE
                     MOVE   WK-KGD-KEIKOKU-NISSU(WK-KGD-IDX)
                          TO   WK-KEIKOKU-SAVE
                END-IF
           END-PERFORM.
      *>
       KGD-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫台帳の読み込み処理
      *>残数があり、賞味期限が処理日から警告日数以内のロットを一覧の
      *>テーブルに展開する
      *>************************************************************************
       LOT-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   LOT-FILE.
           IF   LOT-FILE-STATUS   NOT =   "00"
                DISPLAY   "ZAIKOLOTが読めません:"
                          LOT-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   LOT-FILE-STATUS   NOT =   "00"
                READ   LOT-FILE
                     AT   END
                          MOVE   "10"   TO   LOT-FILE-STATUS
                     NOT   AT   END
                          IF   LOT-ZAIKO-SU   >   ZERO
                               ADD   1   TO   WRK-LOT-COUNT
                               PERFORM   LOT-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     LOT-FILE.
      *>
       LOT-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>残数のあるロット１件分の判定処理
      *>************************************************************************
       LOT-ONE-PROC                   SECTION.
      *>
      *>  期限欄の無い古い行・期限ゼロのロットは対象外
           IF   LOT-KIGEN-DATE   NOT   NUMERIC
           OR   LOT-KIGEN-DATE   =   ZERO
                GO   TO   LOT-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      LOT-BUNRUI-CODE   TO   WK-BUNRUI-CHK-CODE.
           PERFORM   KGD-LOOKUP-PROC.
           COMPUTE   WK-KIGEN-INT   =
                     FUNCTION INTEGER-OF-DATE(LOT-KIGEN-DATE).
           IF   WK-KIGEN-INT   -   WK-TODAY-INT   >   WK-KEIKOKU-SAVE
                GO   TO   LOT-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WK-EXP-COUNT   NOT <   9999
                GO   TO   LOT-ONE-PROC-EXIT
           END-IF.
           ADD       1   TO   WK-EXP-COUNT.
           MOVE      LOT-SHOHIN-CODE   TO
                     WK-EXP-SHOHIN-CODE(WK-EXP-COUNT).
           MOVE      LOT-LOT-BANGOU    TO
                     WK-EXP-LOT-BANGOU(WK-EXP-COUNT).
           MOVE      LOT-NYUKA-DATE    TO
                     WK-EXP-NYUKA-DATE(WK-EXP-COUNT).
           MOVE      LOT-KIGEN-DATE    TO
                     WK-EXP-KIGEN-DATE(WK-EXP-COUNT).
           MOVE      LOT-ZAIKO-SU      TO
                     WK-EXP-ZAIKO-SU(WK-EXP-COUNT).
           COMPUTE   WK-EXP-NOKORI-NISSU(WK-EXP-COUNT)   =
                     WK-KIGEN-INT   -   WK-TODAY-INT.
           MOVE      WK-KEIKOKU-SAVE   TO
                     WK-EXP-KEIKOKU-NISSU(WK-EXP-COUNT).
           MOVE      ZERO              TO
                     WK-EXP-INSATSU-FLG(WK-EXP-COUNT).
           ADD       1   TO   WRK-TAISHO-COUNT.
           IF   WK-EXP-NOKORI-NISSU(WK-EXP-COUNT)   <   ZERO
                ADD   1   TO   WRK-KIREGIRE-COUNT
           END-IF.
      *>
       LOT-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>賞味期限接近ロット一覧の印字処理
      *>未印字のロットから分類・賞味期限・商品・ロット順で最初のものを
      *>選んで印字することを繰り返し、分類が変わるところで分類計を
      *>印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           OPEN      OUTPUT   LOTEXP-FILE.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     LOTEXP-RECODE   FROM   REP-HDR-RECODE.
      *>
           MOVE      SPACE   TO   WK-CUR-BUNRUI-CODE.
           MOVE      ZERO    TO   WK-BUNRUI-TOTAL-AREA.
      *>
           MOVE      1   TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   EXP-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   EXP-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUR-BUNRUI-CODE   NOT =   SPACE
                PERFORM   BUNRUI-TOTAL-WRITE-PROC
           ELSE
                MOVE   "警告日数以内のロットなし"
                                      TO   REP-CHUKI
                WRITE  LOTEXP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
      *>  期限切れ・期限間近の合計
           MOVE      SPACE   TO   LOTEXP-RECODE.
           WRITE     LOTEXP-RECODE.
           MOVE      "期限切れ"              TO   REP-T-TITLE.
           MOVE      WK-TT-KIREGIRE-KENSU    TO   REP-T-KENSU.
           MOVE      WK-TT-KIREGIRE-SU       TO   REP-T-ZAIKO-SU.
           WRITE     LOTEXP-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      "期限間近"              TO   REP-T-TITLE.
           MOVE      WK-TT-SEKKIN-KENSU      TO   REP-T-KENSU.
           MOVE      WK-TT-SEKKIN-SU         TO   REP-T-ZAIKO-SU.
           WRITE     LOTEXP-RECODE   FROM   REP-TOTAL-RECODE.
           IF   WK-TT-KIREGIRE-KENSU   >   ZERO
                MOVE   "期限切れは引当不可・要廃棄"
                               TO   REP-CHUKI
                WRITE  LOTEXP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
           CLOSE     LOTEXP-FILE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字するロットの選択処理
      *>************************************************************************
       EXP-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-EXP-IDX   FROM   1   BY   1
                UNTIL   WK-EXP-IDX   >   WK-EXP-COUNT
                IF   WK-EXP-INSATSU-FLG(WK-EXP-IDX)   =   ZERO
                     MOVE   WK-EXP-BUNRUI-CODE(WK-EXP-IDX)
                          TO   WK-CHK-KEY(1:2)
                     MOVE   WK-EXP-KIGEN-DATE(WK-EXP-IDX)
                          TO   WK-CHK-KEY(3:8)
                     MOVE   WK-EXP-SHOHIN-CODE(WK-EXP-IDX)
                          TO   WK-CHK-KEY(11:6)
                     MOVE   WK-EXP-LOT-BANGOU(WK-EXP-IDX)
                          TO   WK-CHK-KEY(17:8)
                     IF   WK-CHK-KEY   <   WK-BEST-KEY
                          SET    WK-BEST-IDX   TO   WK-EXP-IDX
                          MOVE   WK-CHK-KEY    TO   WK-BEST-KEY
                     END-IF
                END-IF
           END-PERFORM.
      *>
       EXP-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>賞味期限接近ロット一覧の明細行１件分の印字処理
      *>分類が変わるところで分類計と次の分類の見出しを印字する
      *>************************************************************************
       EXP-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-EXP-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-EXP-BUNRUI-CODE(WK-BEST-IDX)
                     NOT =   WK-CUR-BUNRUI-CODE
                IF   WK-CUR-BUNRUI-CODE   NOT =   SPACE
                     PERFORM   BUNRUI-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-EXP-BUNRUI-CODE(WK-BEST-IDX)
                     TO   WK-CUR-BUNRUI-CODE
                MOVE   WK-CUR-BUNRUI-CODE   TO   WK-BUNRUI-CHK-CODE
                PERFORM   BUNRUI-MSTR-LOOKUP-PROC
                MOVE   SPACE  TO   LOTEXP-RECODE
                WRITE  LOTEXP-RECODE
                MOVE   WK-CUR-BUNRUI-CODE         TO   REP-BUNRUI-CODE
                MOVE   WK-BUNRUI-MSTR-NAME-SAVE   TO   REP-BUNRUI-NAME
                MOVE   WK-EXP-KEIKOKU-NISSU(WK-BEST-IDX)
                                      TO   REP-KEIKOKU-NISSU
                WRITE  LOTEXP-RECODE   FROM   REP-BUNRUI-RECODE
                WRITE  LOTEXP-RECODE   FROM   REP-COLHDR-RECODE
           END-IF.
      *>
           MOVE      WK-EXP-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-EXP-SHOHIN-CODE(WK-BEST-IDX)
                                         TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-EXP-LOT-BANGOU(WK-BEST-IDX)
                                         TO   REP-LOT-BANGOU.
           MOVE      WK-EXP-NYUKA-DATE(WK-BEST-IDX)
                                         TO   REP-NYUKA-DATE.
           MOVE      WK-EXP-KIGEN-DATE(WK-BEST-IDX)
                                         TO   REP-KIGEN-DATE.
           MOVE      WK-EXP-ZAIKO-SU(WK-BEST-IDX)
                                         TO   REP-ZAIKO-SU.
      *>
      *>  状態欄（期限切れ・本日期限・残り日数）
           MOVE      SPACE   TO   REP-JOTAI.
           EVALUATE   TRUE
                WHEN   WK-EXP-NOKORI-NISSU(WK-BEST-IDX)   <   ZERO
                     COMPUTE   WK-NISSU-WORK   =   ZERO
                               -   WK-EXP-NOKORI-NISSU(WK-BEST-IDX)
                     MOVE      WK-NISSU-WORK   TO   WK-NISSU-EDIT
                     STRING    "＊期限切れ（"   WK-NISSU-EDIT
                               "日経過）"
                               DELIMITED   BY   SIZE
                               INTO   REP-JOTAI
                     ADD   1   TO   WK-TT-KIREGIRE-KENSU
                     ADD   WK-EXP-ZAIKO-SU(WK-BEST-IDX)
                          TO   WK-TT-KIREGIRE-SU
                WHEN   WK-EXP-NOKORI-NISSU(WK-BEST-IDX)   =   ZERO
                     MOVE   "本日期限"   TO   REP-JOTAI
                     ADD   1   TO   WK-TT-SEKKIN-KENSU
                     ADD   WK-EXP-ZAIKO-SU(WK-BEST-IDX)
                          TO   WK-TT-SEKKIN-SU
                WHEN   OTHER
                     MOVE      WK-EXP-NOKORI-NISSU(WK-BEST-IDX)
                               TO   WK-NISSU-EDIT
                     STRING    "残り"   WK-NISSU-EDIT   "日"
                               DELIMITED   BY   SIZE
                               INTO   REP-JOTAI
                     ADD   1   TO   WK-TT-SEKKIN-KENSU
                     ADD   WK-EXP-ZAIKO-SU(WK-BEST-IDX)
                          TO   WK-TT-SEKKIN-SU
           END-EVALUATE.
           WRITE     LOTEXP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           ADD       1   TO   WK-BT-KENSU.
           ADD       WK-EXP-ZAIKO-SU(WK-BEST-IDX)   TO   WK-BT-ZAIKO-SU.
      *>
       EXP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類計行の印字処理
      *>************************************************************************
       BUNRUI-TOTAL-WRITE-PROC        SECTION.
      *>
           MOVE      WK-BT-KENSU      TO   REP-BT-KENSU.
           MOVE      WK-BT-ZAIKO-SU   TO   REP-BT-ZAIKO-SU.
           WRITE     LOTEXP-RECODE   FROM   REP-BUNRUI-TOTAL-RECODE.
           MOVE      ZERO    TO   WK-BUNRUI-TOTAL-AREA.
      *>
       BUNRUI-TOTAL-WRITE-PROC-EXIT.
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
                                    MOVE   SMST-SHOHIN-NAME   TO
                                         WK-SHOHIN-MSTR-NAME
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
      *>商品名称検索処理（商品マスタテーブルを線形検索する）
      *>WK-SHOHIN-CHK-CODEに商品コードを設定してから呼び出す
      *>************************************************************************
       SHOHIN-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK-SHOHIN-CHK-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       BUNRUI-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   BUNRUIM-FILE.
           IF   BUNRUIM-FILE-STATUS   NOT =   "00"
                CLOSE   BUNRUIM-FILE
                GO   TO   BUNRUI-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   BUNRUIM-FILE-STATUS   NOT =   "00"
                READ   BUNRUIM-FILE
                     AT   END
                          MOVE   "10"   TO   BUNRUIM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-BUNRUI-MSTR-COUNT   <   999
                               ADD    1   TO   WK-BUNRUI-MSTR-COUNT
                               MOVE   BMST-BUNRUI-CODE   TO
                                    WK-BUNRUI-MSTR-CODE
                                         (WK-BUNRUI-MSTR-COUNT)
                               MOVE   BMST-BUNRUI-NAME   TO
                                    WK-BUNRUI-MSTR-NAME
                                         (WK-BUNRUI-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     BUNRUIM-FILE.
      *>
       BUNRUI-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類名称検索処理（分類マスタテーブルを線形検索する）
      *>WK-BUNRUI-CHK-CODEに分類コードを設定してから呼び出す
      *>************************************************************************
       BUNRUI-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "分類名不明"   TO   WK-BUNRUI-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-BUNRUI-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-BUNRUI-MSTR-IDX   >   WK-BUNRUI-MSTR-COUNT
                IF   WK-BUNRUI-MSTR-CODE(WK-BUNRUI-MSTR-IDX)
                          =   WK-BUNRUI-CHK-CODE
                     MOVE   WK-BUNRUI-MSTR-NAME(WK-BUNRUI-MSTR-IDX)
                          TO   WK-BUNRUI-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       BUNRUI-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-LOT-COUNT        TO   MSG1-LOT-COUNT.
           MOVE      WRK-TAISHO-COUNT     TO   MSG1-TAISHO-COUNT.
           MOVE      WRK-KIREGIRE-COUNT   TO   MSG1-KIREGIRE-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
