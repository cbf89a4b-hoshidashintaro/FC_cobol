      *>************************************************************************
      *>保留在庫一覧プログラム
      *>保留在庫台帳（ZAIKOHLD.txt）の保留中の在庫を、倉庫・商品・
      *>ロット・保留日順に一覧（HOLDLST.txt）にする。明細には保留理由と
      *>保留日・処理日までの保留日数を印字し、保留日数が長期保留の
      *>日数（３０日）以上のものには印を付ける。
      *>商品ごとに保留数の計と在庫マスタ（ZAIKOM.txt）の現在庫・引当
      *>可能数（現在庫－保留数）を、倉庫ごとに件数と保留数の計を印字
      *>し、最後に保留理由別の件数・保留数・最長保留日数をまとめる。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   HOLDLST001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>保留在庫台帳ファイル
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル（現在庫の表示用）
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（一覧へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫一覧ファイル
      *>************************************************************************
       SELECT   HOLDLST-FILE  ASSIGN         TO "HOLDLST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>保留在庫一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   HOLDLST-FILE.
       01   HOLDLST-RECODE                         PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  HLD-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-HLD-COUNT                    PIC 9(006).
             03   WRK-CHOKI-COUNT                  PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "HOLDLST1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>日数計算用の領域
       01   WK-DATE-AREA.
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-HORYU-INT                    PIC S9(008).
      *>長期保留とする保留日数
       01   WK-CHOKI-NISSU                       PIC 9(003)  VALUE 30.
      *>
      *>保留在庫台帳保持用テーブル
       01   WK-HLD-AREA.
            03   WK-HLD-COUNT                    PIC 9(004)  COMP.
            03   WK-HLD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-HLD-IDX.
                 05   WK-HLD-SOKO-CODE            PIC X(002).
                 05   WK-HLD-SHOHIN-CODE          PIC X(006).
                 05   WK-HLD-LOT-BANGOU           PIC X(008).
                 05   WK-HLD-RIYU-CODE            PIC X(002).
                 05   WK-HLD-HORYU-DATE           PIC 9(008).
                 05   WK-HLD-HORYU-SU             PIC 9(007).
                 05   WK-HLD-BIKO                 PIC X(020).
                 05   WK-HLD-NISSU                PIC S9(005).
                 05   WK-HLD-INSATSU-FLG          PIC 9(001).
      *>
      *>在庫マスタ保持用テーブル（現在庫の表示用）
       01   WK-ZAIKO-MSTR-AREA.
            03   WK-ZAIKO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-ZAIKO-MSTR-TBL               OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAIKO-MSTR-IDX.
                 05   WK-ZAIKO-MSTR-SOKO-CODE     PIC X(002).
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
       01   WK-ZAIKO-SU-SAVE                     PIC S9(007).
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
      *>保留理由別の集計テーブル（理由コードの表示順に並べる）
       01   WK-RIYU-AREA.
            03   WK-RIYU-TBL                     OCCURS 5 TIMES
                                    INDEXED BY WK-RIYU-IDX.
                 05   WK-RIYU-CODE                PIC X(002).
                 05   WK-RIYU-KENSU               PIC 9(006).
                 05   WK-RIYU-HORYU-SU            PIC 9(009).
                 05   WK-RIYU-MAX-NISSU           PIC S9(005).
       01   WK-RIYU-NAME                         PIC X(018).
       01   WK-RIYU-CHK-CODE                     PIC X(002).
       01   WK-MAX-NISSU                         PIC S9(005).
      *>
      *>一覧の印字順（倉庫・商品・ロット・保留日・理由順）の選択用領域
       01   WK-BEST-IDX                          PIC 9(004)  COMP.
       01   WK-BEST-KEY                          PIC X(026).
       01   WK-CHK-KEY                           PIC X(026).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
       01   WK-CUR-SHOHIN-CODE                   PIC X(006).
      *>
      *>商品別・倉庫別・全体の保留数の積み上げ領域
       01   WK-SHOHIN-TOTAL-AREA.
            03   WK-ST-HORYU-SU                  PIC 9(009).
       01   WK-SOKO-TOTAL-AREA.
            03   WK-KT-KENSU                     PIC 9(006).
            03   WK-KT-HORYU-SU                  PIC 9(009).
       01   WK-TOTAL-AREA.
            03   WK-TT-KENSU                     PIC 9(006).
            03   WK-TT-HORYU-SU                  PIC 9(009).
      *>
      *>保留在庫一覧の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(036)
               VALUE "**  保留在庫一覧  **".
           03   FILLER                PIC X(012)
                       VALUE "処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>倉庫の見出し行の編集用領域
       01   REP-SOKO-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "倉庫：".
           03   REP-SOKO-CODE         PIC X(002).
      *>保留在庫一覧の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "  商品  ".
           03   FILLER                PIC X(025)
               VALUE "  商品名              ".
           03   FILLER                PIC X(013)
               VALUE "  ロット  ".
           03   FILLER                PIC X(024)
               VALUE "  保留理由          ".
           03   FILLER                PIC X(013)
               VALUE "  保留日  ".
           03   FILLER                PIC X(012)
               VALUE "保留日数".
           03   FILLER                PIC X(012)
               VALUE "   保留数".
           03   FILLER                PIC X(020)
               VALUE "  状態            ".
           03   FILLER                PIC X(022)
               VALUE "  備考              ".
      *>保留在庫一覧の明細行の編集用領域
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
           03   REP-RIYU-NAME         PIC X(018).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HORYU-DATE        PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-NISSU             PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HORYU-SU          PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-CHOKI             PIC X(016).
           03   REP-BIKO              PIC X(020).
      *>商品計行の編集用領域
       01   REP-SHOHIN-TOTAL-RECODE.
           03   FILLER                PIC X(012)
                                             VALUE SPACE.
           03   FILLER                PIC X(021)
                       VALUE "商品計　保留：".
           03   REP-ST-HORYU-SU       PIC Z(008)9.
           03   FILLER                PIC X(015)
                       VALUE "　現在庫：".
           03   REP-ST-ZAIKO-SU       PIC -(008)9.
           03   FILLER                PIC X(018)
                       VALUE "　引当可能：".
           03   REP-ST-KANO-SU        PIC -(008)9.
      *>倉庫計行の編集用領域
       01   REP-SOKO-TOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
                       VALUE "倉庫計".
           03   REP-KT-KENSU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(050)
                                             VALUE SPACE.
           03   REP-KT-HORYU-SU       PIC Z(008)9.
      *>保留理由別集計行の編集用領域
       01   REP-RIYU-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-R-RIYU-NAME       PIC X(018).
           03   REP-R-KENSU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(015)
                       VALUE "　保留数：".
           03   REP-R-HORYU-SU        PIC Z(008)9.
           03   FILLER                PIC X(024)
                       VALUE "　最長保留日数：".
           03   REP-R-MAX-NISSU       PIC ZZZZ9.
      *>注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(090).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "保留件数：".
            03   MSG1-HLD-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　長期保留：".
            03   MSG1-CHOKI-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-HLD-COUNT.
           MOVE   ZERO        TO   WRK-CHOKI-COUNT.
           MOVE   ZERO        TO   WK-HLD-COUNT.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
      *>  保留理由別の集計テーブルを理由コードの表示順に準備する
           MOVE   ZERO        TO   WK-RIYU-AREA.
           MOVE   "01"        TO   WK-RIYU-CODE(1).
           MOVE   "02"        TO   WK-RIYU-CODE(2).
           MOVE   "03"        TO   WK-RIYU-CODE(3).
           MOVE   "04"        TO   WK-RIYU-CODE(4).
           MOVE   "99"        TO   WK-RIYU-CODE(5).
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
      *>
           PERFORM   REPORT-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理（保留数のある行をテーブルに展開する）
      *>保留日から処理日までの保留日数もここで求める
      *>ファイルが無い場合は保留なしとする
      *>************************************************************************
       HLD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   HLD-FILE.
           IF   HLD-FILE-STATUS   NOT =   "00"
                CLOSE   HLD-FILE
                GO   TO   HLD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HLD-FILE-STATUS   NOT =   "00"
                READ   HLD-FILE
                     AT   END
                          MOVE   "10"   TO   HLD-FILE-STATUS
                     NOT   AT   END
                          IF   HLD-HORYU-SU   NUMERIC
                          AND  HLD-HORYU-SU   >   ZERO
                          AND  WK-HLD-COUNT   <   9999
                               PERFORM   HLD-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留１行分のテーブルへの展開処理
      *>************************************************************************
       HLD-ONE-PROC                   SECTION.
      *>
           ADD       1   TO   WK-HLD-COUNT.
           ADD       1   TO   WRK-HLD-COUNT.
           MOVE      HLD-SOKO-CODE     TO
                     WK-HLD-SOKO-CODE(WK-HLD-COUNT).
           MOVE      HLD-SHOHIN-CODE   TO
                     WK-HLD-SHOHIN-CODE(WK-HLD-COUNT).
           MOVE      HLD-LOT-BANGOU    TO
                     WK-HLD-LOT-BANGOU(WK-HLD-COUNT).
           MOVE      HLD-RIYU-CODE     TO
                     WK-HLD-RIYU-CODE(WK-HLD-COUNT).
           MOVE      HLD-HORYU-DATE    TO
                     WK-HLD-HORYU-DATE(WK-HLD-COUNT).
           MOVE      HLD-HORYU-SU      TO
                     WK-HLD-HORYU-SU(WK-HLD-COUNT).
           MOVE      HLD-BIKO          TO
                     WK-HLD-BIKO(WK-HLD-COUNT).
           MOVE      ZERO              TO
                     WK-HLD-INSATSU-FLG(WK-HLD-COUNT).
      *>
      *>  保留日数（保留日の誤った行は０日とする）
           MOVE      ZERO   TO   WK-HLD-NISSU(WK-HLD-COUNT).
           IF   HLD-HORYU-DATE   NUMERIC
           AND  HLD-HORYU-DATE   >   ZERO
           AND  HLD-HORYU-DATE   NOT >   WRK-RUN-DATE
                COMPUTE   WK-HORYU-INT   =
                          FUNCTION INTEGER-OF-DATE(HLD-HORYU-DATE)
                COMPUTE   WK-HLD-NISSU(WK-HLD-COUNT)   =
                          WK-TODAY-INT   -   WK-HORYU-INT
           END-IF.
           IF   WK-HLD-NISSU(WK-HLD-COUNT)   NOT <   WK-CHOKI-NISSU
                ADD   1   TO   WRK-CHOKI-COUNT
           END-IF.
      *>
      *>  保留理由別に集計する（表にない理由は「その他」へ含める）
           MOVE      5   TO   WK-RIYU-IDX.
           PERFORM   VARYING   WK-RIYU-IDX   FROM   1   BY   1
                UNTIL   WK-RIYU-IDX   >   4
                   OR   WK-RIYU-CODE(WK-RIYU-IDX)   =   HLD-RIYU-CODE
                CONTINUE
           END-PERFORM.
           IF   WK-RIYU-IDX   >   4
                SET   WK-RIYU-IDX   TO   5
           END-IF.
           ADD       1   TO   WK-RIYU-KENSU(WK-RIYU-IDX).
           ADD       HLD-HORYU-SU   TO   WK-RIYU-HORYU-SU(WK-RIYU-IDX).
           IF   WK-HLD-NISSU(WK-HLD-COUNT)   >
                     WK-RIYU-MAX-NISSU(WK-RIYU-IDX)
                MOVE   WK-HLD-NISSU(WK-HLD-COUNT)
                     TO   WK-RIYU-MAX-NISSU(WK-RIYU-IDX)
           END-IF.
      *>
       HLD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫一覧の印字処理
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           OPEN      OUTPUT   HOLDLST-FILE.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     HOLDLST-RECODE   FROM   REP-HDR-RECODE.
      *>
           MOVE      SPACE   TO   WK-CUR-SOKO-CODE.
           MOVE      SPACE   TO   WK-CUR-SHOHIN-CODE.
           MOVE      ZERO    TO   WK-SHOHIN-TOTAL-AREA.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
           MOVE      1   TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   HLD-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   HLD-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                PERFORM   SHOHIN-TOTAL-WRITE-PROC
                PERFORM   SOKO-TOTAL-WRITE-PROC
           ELSE
                MOVE   "保留中の在庫はありません"
                               TO   REP-CHUKI
                WRITE  HOLDLST-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
      *>  保留理由別の集計
           MOVE      SPACE   TO   HOLDLST-RECODE.
           WRITE     HOLDLST-RECODE.
           MOVE      "保留理由別"   TO   REP-CHUKI.
           WRITE     HOLDLST-RECODE   FROM   REP-CHUKI-RECODE.
           PERFORM   VARYING   WK-RIYU-IDX   FROM   1   BY   1
                UNTIL   WK-RIYU-IDX   >   5
                MOVE   WK-RIYU-CODE(WK-RIYU-IDX)   TO   WK-RIYU-CHK-CODE
                PERFORM   RIYU-NAME-PROC
                MOVE   WK-RIYU-NAME                 TO   REP-R-RIYU-NAME
                MOVE   WK-RIYU-KENSU(WK-RIYU-IDX)   TO   REP-R-KENSU
                MOVE   WK-RIYU-HORYU-SU(WK-RIYU-IDX)
                                                    TO   REP-R-HORYU-SU
                MOVE   WK-RIYU-MAX-NISSU(WK-RIYU-IDX)
                                                    TO   REP-R-MAX-NISSU
                WRITE  HOLDLST-RECODE   FROM   REP-RIYU-RECODE
           END-PERFORM.
           MOVE      "合計"           TO   REP-R-RIYU-NAME.
           MOVE      WK-TT-KENSU      TO   REP-R-KENSU.
           MOVE      WK-TT-HORYU-SU   TO   REP-R-HORYU-SU.
           MOVE      ZERO             TO   WK-MAX-NISSU.
           PERFORM   VARYING   WK-RIYU-IDX   FROM   1   BY   1
                UNTIL   WK-RIYU-IDX   >   5
                IF   WK-RIYU-MAX-NISSU(WK-RIYU-IDX)   >   WK-MAX-NISSU
                     MOVE   WK-RIYU-MAX-NISSU(WK-RIYU-IDX)
                          TO   WK-MAX-NISSU
                END-IF
           END-PERFORM.
           MOVE      WK-MAX-NISSU     TO   REP-R-MAX-NISSU.
           WRITE     HOLDLST-RECODE   FROM   REP-RIYU-RECODE.
           IF   WRK-CHOKI-COUNT   >   ZERO
                MOVE   "＊は保留日数が３０日以上のもの"
                               TO   REP-CHUKI
                WRITE  HOLDLST-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
           CLOSE     HOLDLST-FILE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する保留行の選択処理
      *>************************************************************************
       HLD-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-INSATSU-FLG(WK-HLD-IDX)   =   ZERO
                     MOVE   WK-HLD-SOKO-CODE(WK-HLD-IDX)
                          TO   WK-CHK-KEY(1:2)
                     MOVE   WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          TO   WK-CHK-KEY(3:6)
                     MOVE   WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                          TO   WK-CHK-KEY(9:8)
                     MOVE   WK-HLD-HORYU-DATE(WK-HLD-IDX)
                          TO   WK-CHK-KEY(17:8)
                     MOVE   WK-HLD-RIYU-CODE(WK-HLD-IDX)
                          TO   WK-CHK-KEY(25:2)
                     IF   WK-CHK-KEY   <   WK-BEST-KEY
                          SET    WK-BEST-IDX   TO   WK-HLD-IDX
                          MOVE   WK-CHK-KEY    TO   WK-BEST-KEY
                     END-IF
                END-IF
           END-PERFORM.
      *>
       HLD-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫一覧の明細行１件分の印字処理
      *>商品・倉庫が変わるところで商品計・倉庫計と次の倉庫の見出しを
      *>印字する
      *>************************************************************************
       HLD-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-HLD-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
           AND (WK-HLD-SOKO-CODE(WK-BEST-IDX)
                     NOT =   WK-CUR-SOKO-CODE
            OR  WK-HLD-SHOHIN-CODE(WK-BEST-IDX)
                     NOT =   WK-CUR-SHOHIN-CODE)
                PERFORM   SHOHIN-TOTAL-WRITE-PROC
           END-IF.
           IF   WK-HLD-SOKO-CODE(WK-BEST-IDX)   NOT =   WK-CUR-SOKO-CODE
                IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                     PERFORM   SOKO-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-HLD-SOKO-CODE(WK-BEST-IDX)
                     TO   WK-CUR-SOKO-CODE
                MOVE   SPACE  TO   HOLDLST-RECODE
                WRITE  HOLDLST-RECODE
                MOVE   WK-CUR-SOKO-CODE   TO   REP-SOKO-CODE
                WRITE  HOLDLST-RECODE   FROM   REP-SOKO-RECODE
                WRITE  HOLDLST-RECODE   FROM   REP-COLHDR-RECODE
           END-IF.
           MOVE      WK-HLD-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-CUR-SHOHIN-CODE.
      *>
           MOVE      WK-HLD-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-HLD-RIYU-CODE(WK-BEST-IDX)
                                         TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           MOVE      WK-HLD-SHOHIN-CODE(WK-BEST-IDX)
                                         TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-HLD-LOT-BANGOU(WK-BEST-IDX)
                                         TO   REP-LOT-BANGOU.
           MOVE      WK-RIYU-NAME               TO   REP-RIYU-NAME.
           MOVE      WK-HLD-HORYU-DATE(WK-BEST-IDX)
                                         TO   REP-HORYU-DATE.
           MOVE      WK-HLD-NISSU(WK-BEST-IDX)  TO   REP-NISSU.
           MOVE      WK-HLD-HORYU-SU(WK-BEST-IDX)
                                         TO   REP-HORYU-SU.
           IF   WK-HLD-NISSU(WK-BEST-IDX)   NOT <   WK-CHOKI-NISSU
                MOVE   "＊長期保留"   TO   REP-CHOKI
           ELSE
                MOVE   SPACE          TO   REP-CHOKI
           END-IF.
           MOVE      WK-HLD-BIKO(WK-BEST-IDX)   TO   REP-BIKO.
           WRITE     HOLDLST-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           ADD       WK-HLD-HORYU-SU(WK-BEST-IDX)   TO   WK-ST-HORYU-SU.
           ADD       1   TO   WK-KT-KENSU.
           ADD       WK-HLD-HORYU-SU(WK-BEST-IDX)   TO   WK-KT-HORYU-SU.
           ADD       1   TO   WK-TT-KENSU.
           ADD       WK-HLD-HORYU-SU(WK-BEST-IDX)   TO   WK-TT-HORYU-SU.
      *>
       HLD-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品計行の印字処理
      *>保留数の計と在庫マスタの現在庫・引当可能数（現在庫－保留数）
      *>************************************************************************
       SHOHIN-TOTAL-WRITE-PROC        SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-SU-SAVE.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-CUR-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-CUR-SHOHIN-CODE
                     MOVE   WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                          TO   WK-ZAIKO-SU-SAVE
                END-IF
           END-PERFORM.
           MOVE      WK-ST-HORYU-SU     TO   REP-ST-HORYU-SU.
           MOVE      WK-ZAIKO-SU-SAVE   TO   REP-ST-ZAIKO-SU.
           COMPUTE   REP-ST-KANO-SU   =
                     WK-ZAIKO-SU-SAVE   -   WK-ST-HORYU-SU.
           WRITE     HOLDLST-RECODE   FROM   REP-SHOHIN-TOTAL-RECODE.
           MOVE      ZERO   TO   WK-SHOHIN-TOTAL-AREA.
      *>
       SHOHIN-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫計行の印字処理
      *>************************************************************************
       SOKO-TOTAL-WRITE-PROC          SECTION.
      *>
           MOVE      WK-KT-KENSU      TO   REP-KT-KENSU.
           MOVE      WK-KT-HORYU-SU   TO   REP-KT-HORYU-SU.
           WRITE     HOLDLST-RECODE   FROM   REP-SOKO-TOTAL-RECODE.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
       SOKO-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはコードをそのまま返す
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-RIYU-CHK-CODE
                WHEN   "01"
                     MOVE   "破損"           TO   WK-RIYU-NAME
                WHEN   "02"
                     MOVE   "品質検査待ち"   TO   WK-RIYU-NAME
                WHEN   "03"
                     MOVE   "リコール"       TO   WK-RIYU-NAME
                WHEN   "04"
                     MOVE   "返品検品待ち"   TO   WK-RIYU-NAME
                WHEN   "99"
                     MOVE   "その他"         TO   WK-RIYU-NAME
                WHEN   OTHER
                     MOVE   WK-RIYU-CHK-CODE TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は現在庫を０として印字する
      *>************************************************************************
       ZAIKO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
           IF   ZAIKOM-FILE-STATUS   NOT =   "00"
                CLOSE   ZAIKOM-FILE
                GO   TO   ZAIKO-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZAIKO-MSTR-COUNT   <   9999
                               ADD   1   TO   WK-ZAIKO-MSTR-COUNT
                               MOVE   ZMST-SOKO-CODE     TO
                                    WK-ZAIKO-MSTR-SOKO-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-SHOHIN-CODE   TO
                                    WK-ZAIKO-MSTR-SHOHIN-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-ZAIKO-SU      TO
                                    WK-ZAIKO-MSTR-ZAIKO-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-LOAD-PROC-EXIT.
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-HLD-COUNT     TO   MSG1-HLD-COUNT.
           MOVE      WRK-CHOKI-COUNT   TO   MSG1-CHOKI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
