      *>************************************************************************
      *>運賃計算・店舗別配賦プログラム
      *>積込表（LOADMAN001）が書き出す当日の便別配送先ファイル
      *>（LOADTRIP.txt：ルート・便・配送順・店番）と、PICK001の
      *>ピッキング結果データ（PICKDATA.txt）から、ルートごとの便数・
      *>配送先数・ケース数を求め、運賃マスタ（UNCHINM.txt）の料金で
      *>ルートの運賃（便数×便固定費＋配送先数×配送先単価＋ケース数
      *>×ケース単価）を計算する。
      *>ケース数は出荷ケース作成（CARTON001）と同じ詰め方で求める。
      *>すなわち商品別ケース入数（SHOHINCASE.txt）の入数に達する
      *>数量は満ケース、端数とケース入数のない商品は店舗ごとに
      *>まとめて混載ケース（１個あたりWK-KONSAI-MAX-SUの個数まで）と
      *>数える。
      *>ルートの運賃はそのルートの店舗へケース数の比で配賦し、割り
      *>切れない端数はケース数の最も多い店舗に寄せる。
      *>配賦した運賃は店舗別月次運賃累計（UNCHINRUI.txt）に積み上げ
      *>（同じ日の再実行では積み上げない）、運賃計算表（UNCHINREP.txt）
      *>にルート別・店舗別の当日分と当月累計（店舗別の配送日数・
      *>ケース数・運賃・ケース単価）を印字する。
      *>運賃の登録のないルート（ルート未割当の"ZZZ"を含む）は運賃
      *>ゼロとして「運賃未登録」と印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   FRTCOST001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>便別配送先ファイル（LOADMAN001の出力）
      *>************************************************************************
       SELECT   LTP-FILE      ASSIGN        TO "LOADTRIP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LTP-FILE-STATUS.
      *>************************************************************************
      *>ピッキング結果データファイル（PICK001の出力）
      *>************************************************************************
       SELECT   PKD-FILE      ASSIGN        TO "PICKDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PKD-FILE-STATUS.
      *>************************************************************************
      *>商品別ケース入数ファイル（ケース数の計算に使う）
      *>************************************************************************
       SELECT   CASE-FILE     ASSIGN        TO "SHOHINCASE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CASE-FILE-STATUS.
      *>************************************************************************
      *>運賃マスタファイル（ルートごとの料金）
      *>************************************************************************
       SELECT   UCM-FILE      ASSIGN        TO "UNCHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS UCM-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル（運賃計算表へ店名を付けるために使用する）
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>店舗別月次運賃累計ファイル（読み込んで積み上げ、書き戻す）
      *>************************************************************************
       SELECT   UCR-FILE      ASSIGN        TO "UNCHINRUI.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS UCR-FILE-STATUS.
      *>************************************************************************
      *>運賃計算表ファイル
      *>************************************************************************
       SELECT   FRP-FILE      ASSIGN         TO "UNCHINREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>便別配送先ファイルのレイアウト定義（LOADMAN001の出力と同じ）
      *>************************************************************************
       FD   LTP-FILE.
       01   LTP-RECODE.
           COPY   LOADTRIP   REPLACING   ==:PREFIX:==   BY   ==LTP==.
      *>************************************************************************
      *>ピッキング結果データファイルのレイアウト定義（PICK001の出力と同じ）
      *>************************************************************************
       FD   PKD-FILE.
       01   PKD-RECODE.
           03   PKD-MISEBAN                    PIC X(003).
           03   PKD-SHOHIN-CODE                PIC X(006).
           03   PKD-PICK-SU                    PIC S9(007).
      *>************************************************************************
      *>商品別ケース入数ファイルのレイアウト定義
      *>************************************************************************
       FD   CASE-FILE.
       01   CASE-RECODE.
           COPY   SHOHINCASE   REPLACING   ==:PREFIX:==   BY   ==CSE==.
      *>************************************************************************
      *>運賃マスタファイルのレイアウト定義
      *>************************************************************************
       FD   UCM-FILE.
       01   UCM-RECODE.
           COPY   UNCHINM   REPLACING   ==:PREFIX:==   BY   ==UCM==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>店舗別月次運賃累計ファイルのレイアウト定義
      *>************************************************************************
       FD   UCR-FILE.
       01   UCR-RECODE.
           COPY   UNCHINRUI   REPLACING   ==:PREFIX:==   BY   ==UCR==.
      *>************************************************************************
      *>運賃計算表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   FRP-FILE.
       01   FRP-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  LTP-FILE-STATUS                          PIC XX.
       01  PKD-FILE-STATUS                          PIC XX.
       01  CASE-FILE-STATUS                         PIC XX.
       01  UCM-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  UCR-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-ROUTE-COUNT                  PIC 9(003).
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-NIJU-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "FRTCOST1".
             03   WRK-RUN-DATE                      PIC 9(008).
       01   WK-NENGETU                           PIC 9(006).
      *>
      *>混載ケース１個に詰める上限の個数（出荷ケース作成と同じ）
       01   WK-KONSAI-MAX-SU                     PIC 9(005)
                                             VALUE 50.
      *>
      *>当日の配送先店舗の保持用テーブル
       01   WK-MISE-AREA.
            03   WK-MISE-COUNT                   PIC 9(004)  COMP.
            03   WK-MISE-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-IDX.
                 05   WK-MISE-MISEBAN             PIC X(003).
                 05   WK-MISE-ROUTE-CODE          PIC X(003).
                 05   WK-MISE-TRIP-NO             PIC 9(003).
                 05   WK-MISE-MAN-SU              PIC 9(007).
                 05   WK-MISE-HASU-SU             PIC 9(009).
                 05   WK-MISE-CASE-SU             PIC 9(007).
                 05   WK-MISE-UNCHIN              PIC 9(009).
       01   WK-MISE-FOUND-FLG                    PIC 9(001).
       01   WK-MISE-FOUND-IDX                    PIC 9(004)  COMP.
      *>
      *>ルート別の便数・配送先数・ケース数・運賃の集計テーブル
       01   WK-RT-AREA.
            03   WK-RT-COUNT                     PIC 9(004)  COMP.
            03   WK-RT-TBL                       OCCURS 999 TIMES
                                    INDEXED BY WK-RT-IDX.
                 05   WK-RT-ROUTE-CODE            PIC X(003).
                 05   WK-RT-TRIP-SU               PIC 9(003).
                 05   WK-RT-DROP-SU               PIC 9(005).
                 05   WK-RT-CASE-SU               PIC 9(009).
                 05   WK-RT-UNCHIN                PIC 9(011).
                 05   WK-RT-RATE-FLG              PIC 9(001).
       01   WK-RT-FOUND-FLG                      PIC 9(001).
       01   WK-RT-FOUND-IDX                      PIC 9(004)  COMP.
      *>
      *>運賃マスタ保持用テーブル
       01   WK-UCM-AREA.
            03   WK-UCM-COUNT                    PIC 9(004)  COMP.
            03   WK-UCM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-UCM-IDX.
                 05   WK-UCM-ROUTE-CODE           PIC X(003).
                 05   WK-UCM-TRIP-KOTEI           PIC 9(007).
                 05   WK-UCM-DROP-TANKA           PIC 9(006).
                 05   WK-UCM-CASE-TANKA           PIC 9(005).
      *>
      *>商品別ケース入数保持用テーブル
       01   WK-CASE-AREA.
            03   WK-CASE-COUNT                   PIC 9(004)  COMP.
            03   WK-CASE-TBL                     OCCURS 9999 TIMES
                                    INDEXED BY WK-CASE-IDX.
                 05   WK-CASE-SHOHIN-CODE         PIC X(006).
                 05   WK-CASE-IRI-SU              PIC 9(004).
       01   WK-CASE-IRI-SAVE                     PIC 9(004).
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-MSTR-NAME-SAVE               PIC X(020).
       01   WK-MISE-CHK-MISEBAN                  PIC X(003).
      *>
      *>店舗別月次運賃累計保持用テーブル（全行を展開して書き戻す）
       01   WK-UCR-AREA.
            03   WK-UCR-COUNT                    PIC 9(004)  COMP.
            03   WK-UCR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-UCR-IDX.
                 05   WK-UCR-NENGETU              PIC 9(006).
                 05   WK-UCR-MISEBAN              PIC X(003).
                 05   WK-UCR-HAISO-NISSU          PIC 9(003).
                 05   WK-UCR-CASE-SU              PIC 9(007).
                 05   WK-UCR-UNCHIN               PIC 9(009).
                 05   WK-UCR-LAST-DATE            PIC 9(008).
       01   WK-UCR-FOUND-FLG                     PIC 9(001).
      *>
      *>計算の作業領域
       01   WK-CALC-AREA.
            03   WK-MAN-SU                       PIC 9(007).
            03   WK-AMARI-SU                     PIC 9(007).
            03   WK-KONSAI-KOSU                  PIC 9(007).
            03   WK-HAIFU-GOKEI                  PIC 9(011).
            03   WK-MAX-CASE-SU                  PIC 9(007).
            03   WK-MAX-MISE-IDX                 PIC 9(004)  COMP.
            03   WK-TANKA                        PIC 9(007).
            03   WK-TOTAL-CASE-SU                PIC 9(009).
            03   WK-TOTAL-UNCHIN                 PIC 9(011).
      *>
      *>運賃計算表の見出し行の編集用領域
       01   FRP-TITLE-RECODE.
           03   FILLER                PIC X(042)
                   VALUE "**  運賃計算・店舗別配賦表  **".
           03   FRP-TITLE-RUN-DATE    PIC 9(008).
      *>ルート行の編集用領域
       01   FRP-ROUTE-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "ルート：".
           03   FRP-ROUTE-CODE        PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "便数：".
           03   FRP-ROUTE-TRIP        PIC Z9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "配送先数：".
           03   FRP-ROUTE-DROP        PIC ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "ケース数：".
           03   FRP-ROUTE-CASE        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "運賃：".
           03   FRP-ROUTE-UNCHIN      PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-ROUTE-MSG         PIC X(018).
      *>店舗別配賦の列見出し行の編集用領域
       01   FRP-COLHDR-RECODE.
           03   FILLER                PIC X(011)
               VALUE "    店番 ".
           03   FILLER                PIC X(024)
               VALUE "店名                  ".
           03   FILLER                PIC X(012)
               VALUE "ケース数".
           03   FILLER                PIC X(016)
               VALUE "    配賦運賃".
           03   FILLER                PIC X(016)
               VALUE " ケース単価".
      *>店舗別配賦の明細行の編集用領域
       01   FRP-DETAIL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FRP-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-MISE-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-CASE-SU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-UNCHIN            PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FRP-TANKA             PIC ZZZ,ZZ9.
      *>当日合計行の編集用領域
       01   FRP-TOTAL-RECODE.
           03   FILLER                PIC X(035)
                       VALUE "    当日合計".
           03   FRP-TOTAL-CASE-SU     PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-TOTAL-UNCHIN      PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FRP-TOTAL-TANKA       PIC ZZZ,ZZ9.
      *>当月累計の見出し行の編集用領域
       01   FRP-RUI-TITLE-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  当月累計  **".
           03   FRP-RUI-NENGETU       PIC 9(006).
      *>当月累計の列見出し行の編集用領域
       01   FRP-RUI-COLHDR-RECODE.
           03   FILLER                PIC X(011)
               VALUE "    店番 ".
           03   FILLER                PIC X(024)
               VALUE "店名                  ".
           03   FILLER                PIC X(006)
               VALUE "日数".
           03   FILLER                PIC X(015)
               VALUE "   ケース数".
           03   FILLER                PIC X(017)
               VALUE "     運賃累計".
           03   FILLER                PIC X(016)
               VALUE " ケース単価".
      *>当月累計の明細行の編集用領域
       01   FRP-RUI-DETAIL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FRP-RUI-MISEBAN       PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-RUI-MISE-NAME     PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-RUI-NISSU         PIC ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-RUI-CASE-SU       PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FRP-RUI-UNCHIN        PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   FRP-RUI-TANKA         PIC ZZZ,ZZ9.
      *>二重計上防止の注記行の編集用領域
       01   FRP-NIJU-RECODE.
           03   FILLER                PIC X(060)
                   VALUE "＊本日分は計上済み".
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
           MOVE   ZERO        TO   WRK-COUNT.
           MOVE   ZERO        TO   WRK-ROUTE-COUNT.
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WRK-NIJU-COUNT.
           MOVE   ZERO        TO   WK-MISE-COUNT.
           MOVE   ZERO        TO   WK-RT-COUNT.
           MOVE   ZERO        TO   WK-UCM-COUNT.
           MOVE   ZERO        TO   WK-CASE-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-UCR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE(1:6)   TO   WK-NENGETU.
      *>
      *>  マスタ類の読み込み
           PERFORM   UCM-LOAD-PROC.
           PERFORM   CASE-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  当日の便別配送先・ピッキング結果の読み込み
           PERFORM   LTP-LOAD-PROC.
           PERFORM   PKD-LOAD-PROC.
      *>
      *>  店舗ごとのケース数、ルートごとの運賃を求めて配賦する
           PERFORM   MISE-CASE-CALC-PROC.
           PERFORM   ROUTE-CALC-PROC.
           PERFORM   HAIFU-PROC.
      *>
      *>  店舗別月次運賃累計への積み上げ
           PERFORM   UCR-LOAD-PROC.
           PERFORM   UCR-ADD-PROC.
           PERFORM   UCR-REWRITE-PROC.
      *>
      *>  運賃計算表の印字
           PERFORM   FRP-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>便別配送先ファイルの読み込み処理
      *>当日分の行だけを対象とし、店舗ごとに１行をテーブルに展開する
      *>（同じ店舗が２行ある場合は先の行の便を使う）
      *>************************************************************************
       LTP-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   LTP-FILE.
      *>
           EVALUATE   LTP-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "LOADTRIP-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "LOADTRIP-FILE入出力エラー:"
                               LTP-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   LTP-FILE-STATUS   NOT =   "00"
                READ   LTP-FILE
                     AT   END
                          MOVE   "10"   TO   LTP-FILE-STATUS
                     NOT   AT   END
                          IF   LTP-RUN-DATE   =   WRK-RUN-DATE
                               PERFORM   LTP-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     LTP-FILE.
      *>
       LTP-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>便別配送先１件分の店舗テーブルへの展開処理
      *>************************************************************************
       LTP-ONE-PROC                   SECTION.
      *>
           MOVE      LTP-MISEBAN   TO   WK-MISE-CHK-MISEBAN.
           PERFORM   MISE-FIND-PROC.
           IF   WK-MISE-FOUND-FLG   =   1
           OR   WK-MISE-COUNT   NOT <   999
                GO   TO   LTP-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-MISE-COUNT.
           MOVE      LTP-MISEBAN
                          TO   WK-MISE-MISEBAN(WK-MISE-COUNT).
           MOVE      LTP-ROUTE-CODE
                          TO   WK-MISE-ROUTE-CODE(WK-MISE-COUNT).
           MOVE      LTP-TRIP-NO
                          TO   WK-MISE-TRIP-NO(WK-MISE-COUNT).
           MOVE      ZERO   TO   WK-MISE-MAN-SU(WK-MISE-COUNT).
           MOVE      ZERO   TO   WK-MISE-HASU-SU(WK-MISE-COUNT).
           MOVE      ZERO   TO   WK-MISE-CASE-SU(WK-MISE-COUNT).
           MOVE      ZERO   TO   WK-MISE-UNCHIN(WK-MISE-COUNT).
      *>
       LTP-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗テーブルの検索処理（WK-MISE-CHK-MISEBANの店舗を探す）
      *>************************************************************************
       MISE-FIND-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-MISE-FOUND-FLG.
           MOVE      ZERO   TO   WK-MISE-FOUND-IDX.
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                   OR   WK-MISE-FOUND-FLG   =   1
                IF   WK-MISE-MISEBAN(WK-MISE-IDX)
                          =   WK-MISE-CHK-MISEBAN
                     MOVE   1   TO   WK-MISE-FOUND-FLG
                     SET    WK-MISE-FOUND-IDX   TO   WK-MISE-IDX
                END-IF
           END-PERFORM.
      *>
       MISE-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果データの読み込み処理
      *>数量がプラスの行を当該店舗の満ケース数・端数に積み上げる。
      *>当日の配送先にない店舗の行は読み飛ばす
      *>************************************************************************
       PKD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PKD-FILE.
      *>
           EVALUATE   PKD-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PICKDATA-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PICKDATA-FILE入出力エラー:"
                               PKD-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   PKD-FILE-STATUS   NOT =   "00"
                READ   PKD-FILE
                     AT   END
                          MOVE   "10"   TO   PKD-FILE-STATUS
                     NOT   AT   END
                          IF   PKD-PICK-SU   >   ZERO
                               ADD       1   TO   WRK-COUNT
                               PERFORM   PKD-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     PKD-FILE.
      *>
       PKD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分の満ケース数・端数の積み上げ処理
      *>************************************************************************
       PKD-ONE-PROC                   SECTION.
      *>
           MOVE      PKD-MISEBAN   TO   WK-MISE-CHK-MISEBAN.
           PERFORM   MISE-FIND-PROC.
           IF   WK-MISE-FOUND-FLG   =   ZERO
                GO   TO   PKD-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-CASE-IRI-SAVE.
           PERFORM   VARYING   WK-CASE-IDX   FROM   1   BY   1
                UNTIL   WK-CASE-IDX   >   WK-CASE-COUNT
                IF   WK-CASE-SHOHIN-CODE(WK-CASE-IDX)
                          =   PKD-SHOHIN-CODE
                     MOVE   WK-CASE-IRI-SU(WK-CASE-IDX)
                          TO   WK-CASE-IRI-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-CASE-IRI-SAVE   =   ZERO
                ADD   PKD-PICK-SU   TO
                     WK-MISE-HASU-SU(WK-MISE-FOUND-IDX)
           ELSE
                DIVIDE    PKD-PICK-SU   BY   WK-CASE-IRI-SAVE
                     GIVING      WK-MAN-SU
                     REMAINDER   WK-AMARI-SU
                ADD   WK-MAN-SU     TO
                     WK-MISE-MAN-SU(WK-MISE-FOUND-IDX)
                ADD   WK-AMARI-SU   TO
                     WK-MISE-HASU-SU(WK-MISE-FOUND-IDX)
           END-IF.
      *>
       PKD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗ごとのケース数の計算処理
      *>満ケース数に、端数を混載ケースの上限個数で詰めた個数（切り上げ）
      *>を加える
      *>************************************************************************
       MISE-CASE-CALC-PROC            SECTION.
      *>
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                COMPUTE   WK-KONSAI-KOSU   =
                        ( WK-MISE-HASU-SU(WK-MISE-IDX)
                        + WK-KONSAI-MAX-SU   -   1 )
                        / WK-KONSAI-MAX-SU
                COMPUTE   WK-MISE-CASE-SU(WK-MISE-IDX)   =
                          WK-MISE-MAN-SU(WK-MISE-IDX)
                        + WK-KONSAI-KOSU
           END-PERFORM.
      *>
       MISE-CASE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルートごとの便数・配送先数・ケース数・運賃の計算処理
      *>************************************************************************
       ROUTE-CALC-PROC                SECTION.
      *>
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                PERFORM   RT-FIND-PROC
                IF   WK-RT-FOUND-FLG   =   ZERO
                AND  WK-RT-COUNT   <   999
                     ADD    1   TO   WK-RT-COUNT
                     MOVE   WK-RT-COUNT   TO   WK-RT-FOUND-IDX
                     MOVE   WK-MISE-ROUTE-CODE(WK-MISE-IDX)
                          TO   WK-RT-ROUTE-CODE(WK-RT-COUNT)
                     MOVE   ZERO   TO   WK-RT-TRIP-SU(WK-RT-COUNT)
                     MOVE   ZERO   TO   WK-RT-DROP-SU(WK-RT-COUNT)
                     MOVE   ZERO   TO   WK-RT-CASE-SU(WK-RT-COUNT)
                     MOVE   ZERO   TO   WK-RT-UNCHIN(WK-RT-COUNT)
                     MOVE   ZERO   TO   WK-RT-RATE-FLG(WK-RT-COUNT)
                     MOVE   1      TO   WK-RT-FOUND-FLG
                END-IF
                IF   WK-RT-FOUND-FLG   =   1
                     ADD   1   TO   WK-RT-DROP-SU(WK-RT-FOUND-IDX)
                     ADD   WK-MISE-CASE-SU(WK-MISE-IDX)
                          TO   WK-RT-CASE-SU(WK-RT-FOUND-IDX)
                     IF   WK-MISE-TRIP-NO(WK-MISE-IDX)
                               >   WK-RT-TRIP-SU(WK-RT-FOUND-IDX)
                          MOVE   WK-MISE-TRIP-NO(WK-MISE-IDX)
                               TO   WK-RT-TRIP-SU(WK-RT-FOUND-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
      *>  運賃マスタの料金でルートの運賃を求める
           PERFORM   VARYING   WK-RT-IDX   FROM   1   BY   1
                UNTIL   WK-RT-IDX   >   WK-RT-COUNT
                PERFORM   VARYING   WK-UCM-IDX   FROM   1   BY   1
                     UNTIL   WK-UCM-IDX   >   WK-UCM-COUNT
                     IF   WK-UCM-ROUTE-CODE(WK-UCM-IDX)
                               =   WK-RT-ROUTE-CODE(WK-RT-IDX)
                          MOVE   1   TO   WK-RT-RATE-FLG(WK-RT-IDX)
                          COMPUTE   WK-RT-UNCHIN(WK-RT-IDX)   =
                                    WK-RT-TRIP-SU(WK-RT-IDX)
                                  * WK-UCM-TRIP-KOTEI(WK-UCM-IDX)
                                  + WK-RT-DROP-SU(WK-RT-IDX)
                                  * WK-UCM-DROP-TANKA(WK-UCM-IDX)
                                  + WK-RT-CASE-SU(WK-RT-IDX)
                                  * WK-UCM-CASE-TANKA(WK-UCM-IDX)
                     END-IF
                END-PERFORM
           END-PERFORM.
      *>
       ROUTE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルートテーブルの検索処理（WK-MISE-IDXの店舗のルートを探す）
      *>************************************************************************
       RT-FIND-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-RT-FOUND-FLG.
           MOVE      ZERO   TO   WK-RT-FOUND-IDX.
           PERFORM   VARYING   WK-RT-IDX   FROM   1   BY   1
                UNTIL   WK-RT-IDX   >   WK-RT-COUNT
                   OR   WK-RT-FOUND-FLG   =   1
                IF   WK-RT-ROUTE-CODE(WK-RT-IDX)
                          =   WK-MISE-ROUTE-CODE(WK-MISE-IDX)
                     MOVE   1   TO   WK-RT-FOUND-FLG
                     SET    WK-RT-FOUND-IDX   TO   WK-RT-IDX
                END-IF
           END-PERFORM.
      *>
       RT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルートの運賃の店舗への配賦処理
      *>ルートの運賃×店舗のケース数÷ルートのケース数（切り捨て）を
      *>各店舗に配り、配り残しはケース数の最も多い店舗に加える
      *>************************************************************************
       HAIFU-PROC                     SECTION.
      *>
           PERFORM   VARYING   WK-RT-IDX   FROM   1   BY   1
                UNTIL   WK-RT-IDX   >   WK-RT-COUNT
                IF   WK-RT-CASE-SU(WK-RT-IDX)   >   ZERO
                     PERFORM   HAIFU-ONE-ROUTE-PROC
                END-IF
           END-PERFORM.
      *>
       HAIFU-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルート１本分の配賦処理（WK-RT-IDXのルート）
      *>************************************************************************
       HAIFU-ONE-ROUTE-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-HAIFU-GOKEI.
           MOVE      ZERO   TO   WK-MAX-CASE-SU.
           MOVE      ZERO   TO   WK-MAX-MISE-IDX.
      *>
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                IF   WK-MISE-ROUTE-CODE(WK-MISE-IDX)
                          =   WK-RT-ROUTE-CODE(WK-RT-IDX)
                     COMPUTE   WK-MISE-UNCHIN(WK-MISE-IDX)   =
                               WK-RT-UNCHIN(WK-RT-IDX)
                             * WK-MISE-CASE-SU(WK-MISE-IDX)
                             / WK-RT-CASE-SU(WK-RT-IDX)
                     ADD   WK-MISE-UNCHIN(WK-MISE-IDX)
                          TO   WK-HAIFU-GOKEI
                     IF   WK-MISE-CASE-SU(WK-MISE-IDX)
                               >   WK-MAX-CASE-SU
                          MOVE   WK-MISE-CASE-SU(WK-MISE-IDX)
                               TO   WK-MAX-CASE-SU
                          SET    WK-MAX-MISE-IDX   TO   WK-MISE-IDX
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-MAX-MISE-IDX   >   ZERO
                COMPUTE   WK-MISE-UNCHIN(WK-MAX-MISE-IDX)   =
                          WK-MISE-UNCHIN(WK-MAX-MISE-IDX)
                        + WK-RT-UNCHIN(WK-RT-IDX)
                        - WK-HAIFU-GOKEI
           END-IF.
      *>
       HAIFU-ONE-ROUTE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別月次運賃累計ファイルの読み込み処理（全行をテーブルに展開）
      *>ファイルが無い場合は累計なしから始める
      *>************************************************************************
       UCR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   UCR-FILE.
           IF   UCR-FILE-STATUS   NOT =   "00"
                CLOSE   UCR-FILE
                GO   TO   UCR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   UCR-FILE-STATUS   NOT =   "00"
                READ   UCR-FILE
                     AT   END
                          MOVE   "10"   TO   UCR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-UCR-COUNT   <   9999
                               ADD    1   TO   WK-UCR-COUNT
                               MOVE   UCR-NENGETU       TO
                                    WK-UCR-NENGETU(WK-UCR-COUNT)
                               MOVE   UCR-MISEBAN       TO
                                    WK-UCR-MISEBAN(WK-UCR-COUNT)
                               MOVE   UCR-HAISO-NISSU   TO
                                    WK-UCR-HAISO-NISSU(WK-UCR-COUNT)
                               MOVE   UCR-CASE-SU       TO
                                    WK-UCR-CASE-SU(WK-UCR-COUNT)
                               MOVE   UCR-UNCHIN        TO
                                    WK-UCR-UNCHIN(WK-UCR-COUNT)
                               MOVE   UCR-LAST-DATE     TO
                                    WK-UCR-LAST-DATE(WK-UCR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     UCR-FILE.
      *>
       UCR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>当日分の店舗別運賃の月次累計への積み上げ処理
      *>当月・当該店舗の行があれば加算し、無ければ行を追加する。
      *>最終計上日が当日の行は再実行とみなして加算しない
      *>************************************************************************
       UCR-ADD-PROC                   SECTION.
      *>
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                MOVE      ZERO   TO   WK-UCR-FOUND-FLG
                PERFORM   VARYING   WK-UCR-IDX   FROM   1   BY   1
                     UNTIL   WK-UCR-IDX   >   WK-UCR-COUNT
                        OR   WK-UCR-FOUND-FLG   =   1
                     IF   WK-UCR-NENGETU(WK-UCR-IDX)   =   WK-NENGETU
                     AND  WK-UCR-MISEBAN(WK-UCR-IDX)
                               =   WK-MISE-MISEBAN(WK-MISE-IDX)
                          MOVE   1   TO   WK-UCR-FOUND-FLG
                          IF   WK-UCR-LAST-DATE(WK-UCR-IDX)
                                    =   WRK-RUN-DATE
                               ADD    1   TO   WRK-NIJU-COUNT
                          ELSE
                               ADD    1   TO
                                    WK-UCR-HAISO-NISSU(WK-UCR-IDX)
                               ADD    WK-MISE-CASE-SU(WK-MISE-IDX)   TO
                                    WK-UCR-CASE-SU(WK-UCR-IDX)
                               ADD    WK-MISE-UNCHIN(WK-MISE-IDX)    TO
                                    WK-UCR-UNCHIN(WK-UCR-IDX)
                               MOVE   WRK-RUN-DATE   TO
                                    WK-UCR-LAST-DATE(WK-UCR-IDX)
                          END-IF
                     END-IF
                END-PERFORM
                IF   WK-UCR-FOUND-FLG   =   ZERO
                AND  WK-UCR-COUNT   <   9999
                     ADD    1   TO   WK-UCR-COUNT
                     MOVE   WK-NENGETU   TO
                          WK-UCR-NENGETU(WK-UCR-COUNT)
                     MOVE   WK-MISE-MISEBAN(WK-MISE-IDX)   TO
                          WK-UCR-MISEBAN(WK-UCR-COUNT)
                     MOVE   1   TO   WK-UCR-HAISO-NISSU(WK-UCR-COUNT)
                     MOVE   WK-MISE-CASE-SU(WK-MISE-IDX)   TO
                          WK-UCR-CASE-SU(WK-UCR-COUNT)
                     MOVE   WK-MISE-UNCHIN(WK-MISE-IDX)    TO
                          WK-UCR-UNCHIN(WK-UCR-COUNT)
                     MOVE   WRK-RUN-DATE   TO
                          WK-UCR-LAST-DATE(WK-UCR-COUNT)
                END-IF
           END-PERFORM.
      *>
       UCR-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別月次運賃累計テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       UCR-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   UCR-FILE.
      *>
           PERFORM   VARYING   WK-UCR-IDX   FROM   1   BY   1
                UNTIL   WK-UCR-IDX   >   WK-UCR-COUNT
                MOVE   WK-UCR-NENGETU(WK-UCR-IDX)      TO   UCR-NENGETU
                MOVE   WK-UCR-MISEBAN(WK-UCR-IDX)      TO   UCR-MISEBAN
                MOVE   WK-UCR-HAISO-NISSU(WK-UCR-IDX)
                     TO   UCR-HAISO-NISSU
                MOVE   WK-UCR-CASE-SU(WK-UCR-IDX)      TO   UCR-CASE-SU
                MOVE   WK-UCR-UNCHIN(WK-UCR-IDX)       TO   UCR-UNCHIN
                MOVE   WK-UCR-LAST-DATE(WK-UCR-IDX)
                     TO   UCR-LAST-DATE
                WRITE  UCR-RECODE
           END-PERFORM.
      *>
           CLOSE     UCR-FILE.
      *>
       UCR-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>運賃計算表の印字処理
      *>ルートごとに運賃の内訳と店舗別の配賦を、最後に当日合計と
      *>当月累計（店舗別）を印字する
      *>************************************************************************
       FRP-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   FRP-FILE.
           MOVE      WRK-RUN-DATE   TO   FRP-TITLE-RUN-DATE.
           WRITE     FRP-RECODE   FROM   FRP-TITLE-RECODE.
      *>
           MOVE      ZERO   TO   WK-TOTAL-CASE-SU.
           MOVE      ZERO   TO   WK-TOTAL-UNCHIN.
           PERFORM   VARYING   WK-RT-IDX   FROM   1   BY   1
                UNTIL   WK-RT-IDX   >   WK-RT-COUNT
                PERFORM   FRP-ROUTE-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WK-TOTAL-CASE-SU   TO   FRP-TOTAL-CASE-SU.
           MOVE      WK-TOTAL-UNCHIN    TO   FRP-TOTAL-UNCHIN.
           MOVE      ZERO               TO   WK-TANKA.
           IF   WK-TOTAL-CASE-SU   >   ZERO
                COMPUTE   WK-TANKA   =
                          WK-TOTAL-UNCHIN   /   WK-TOTAL-CASE-SU
           END-IF.
           MOVE      WK-TANKA   TO   FRP-TOTAL-TANKA.
           WRITE     FRP-RECODE   FROM   FRP-TOTAL-RECODE.
      *>
      *>  当月累計（当月の行を店舗ごとに）
           MOVE      WK-NENGETU   TO   FRP-RUI-NENGETU.
           WRITE     FRP-RECODE   FROM   FRP-RUI-TITLE-RECODE.
           IF   WRK-NIJU-COUNT   >   ZERO
                WRITE   FRP-RECODE   FROM   FRP-NIJU-RECODE
           END-IF.
           WRITE     FRP-RECODE   FROM   FRP-RUI-COLHDR-RECODE.
           PERFORM   VARYING   WK-UCR-IDX   FROM   1   BY   1
                UNTIL   WK-UCR-IDX   >   WK-UCR-COUNT
                IF   WK-UCR-NENGETU(WK-UCR-IDX)   =   WK-NENGETU
                     MOVE   WK-UCR-MISEBAN(WK-UCR-IDX)
                          TO   WK-MISE-CHK-MISEBAN
                     PERFORM   MISE-MSTR-LOOKUP-PROC
                     MOVE   WK-UCR-MISEBAN(WK-UCR-IDX)
                          TO   FRP-RUI-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME-SAVE
                          TO   FRP-RUI-MISE-NAME
                     MOVE   WK-UCR-HAISO-NISSU(WK-UCR-IDX)
                          TO   FRP-RUI-NISSU
                     MOVE   WK-UCR-CASE-SU(WK-UCR-IDX)
                          TO   FRP-RUI-CASE-SU
                     MOVE   WK-UCR-UNCHIN(WK-UCR-IDX)
                          TO   FRP-RUI-UNCHIN
                     MOVE   ZERO   TO   WK-TANKA
                     IF   WK-UCR-CASE-SU(WK-UCR-IDX)   >   ZERO
                          COMPUTE   WK-TANKA   =
                                    WK-UCR-UNCHIN(WK-UCR-IDX)
                                  / WK-UCR-CASE-SU(WK-UCR-IDX)
                     END-IF
                     MOVE   WK-TANKA   TO   FRP-RUI-TANKA
                     WRITE  FRP-RECODE   FROM   FRP-RUI-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
           CLOSE     FRP-FILE.
      *>
       FRP-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルート１本分の運賃内訳・店舗別配賦の印字処理（WK-RT-IDXのルート）
      *>************************************************************************
       FRP-ROUTE-WRITE-PROC           SECTION.
      *>
           ADD       1   TO   WRK-ROUTE-COUNT.
           MOVE      WK-RT-ROUTE-CODE(WK-RT-IDX)   TO   FRP-ROUTE-CODE.
           MOVE      WK-RT-TRIP-SU(WK-RT-IDX)      TO   FRP-ROUTE-TRIP.
           MOVE      WK-RT-DROP-SU(WK-RT-IDX)      TO   FRP-ROUTE-DROP.
           MOVE      WK-RT-CASE-SU(WK-RT-IDX)      TO   FRP-ROUTE-CASE.
           MOVE      WK-RT-UNCHIN(WK-RT-IDX)   TO   FRP-ROUTE-UNCHIN.
           MOVE      SPACE   TO   FRP-ROUTE-MSG.
           IF   WK-RT-RATE-FLG(WK-RT-IDX)   =   ZERO
                MOVE   "＊運賃未登録"   TO   FRP-ROUTE-MSG
           END-IF.
           WRITE     FRP-RECODE   FROM   FRP-ROUTE-RECODE.
           WRITE     FRP-RECODE   FROM   FRP-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-MISE-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-IDX   >   WK-MISE-COUNT
                IF   WK-MISE-ROUTE-CODE(WK-MISE-IDX)
                          =   WK-RT-ROUTE-CODE(WK-RT-IDX)
                     ADD    1   TO   WRK-MISE-COUNT
                     MOVE   WK-MISE-MISEBAN(WK-MISE-IDX)
                          TO   WK-MISE-CHK-MISEBAN
                     PERFORM   MISE-MSTR-LOOKUP-PROC
                     MOVE   WK-MISE-MISEBAN(WK-MISE-IDX)
                          TO   FRP-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME-SAVE   TO   FRP-MISE-NAME
                     MOVE   WK-MISE-CASE-SU(WK-MISE-IDX)
                          TO   FRP-CASE-SU
                     MOVE   WK-MISE-UNCHIN(WK-MISE-IDX)
                          TO   FRP-UNCHIN
                     MOVE   ZERO   TO   WK-TANKA
                     IF   WK-MISE-CASE-SU(WK-MISE-IDX)   >   ZERO
                          COMPUTE   WK-TANKA   =
                                    WK-MISE-UNCHIN(WK-MISE-IDX)
                                  / WK-MISE-CASE-SU(WK-MISE-IDX)
                     END-IF
                     MOVE   WK-TANKA   TO   FRP-TANKA
                     WRITE  FRP-RECODE   FROM   FRP-DETAIL-RECODE
                     ADD    WK-MISE-CASE-SU(WK-MISE-IDX)
                          TO   WK-TOTAL-CASE-SU
                     ADD    WK-MISE-UNCHIN(WK-MISE-IDX)
                          TO   WK-TOTAL-UNCHIN
                END-IF
           END-PERFORM.
      *>
       FRP-ROUTE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>運賃マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全ルートが運賃未登録として扱われる
      *>************************************************************************
       UCM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   UCM-FILE.
           IF   UCM-FILE-STATUS   NOT =   "00"
                CLOSE   UCM-FILE
                GO   TO   UCM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   UCM-FILE-STATUS   NOT =   "00"
                READ   UCM-FILE
                     AT   END
                          MOVE   "10"   TO   UCM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-UCM-COUNT     <   999
                          AND  UCM-TRIP-KOTEI   NUMERIC
                          AND  UCM-DROP-TANKA   NUMERIC
                          AND  UCM-CASE-TANKA   NUMERIC
                               ADD    1   TO   WK-UCM-COUNT
                               MOVE   UCM-ROUTE-CODE   TO
                                    WK-UCM-ROUTE-CODE(WK-UCM-COUNT)
                               MOVE   UCM-TRIP-KOTEI   TO
                                    WK-UCM-TRIP-KOTEI(WK-UCM-COUNT)
                               MOVE   UCM-DROP-TANKA   TO
                                    WK-UCM-DROP-TANKA(WK-UCM-COUNT)
                               MOVE   UCM-CASE-TANKA   TO
                                    WK-UCM-CASE-TANKA(WK-UCM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     UCM-FILE.
      *>
       UCM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別ケース入数ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全商品を混載ケースとして数える
      *>************************************************************************
       CASE-LOAD-PROC                 SECTION.
      *>
           OPEN      INPUT   CASE-FILE.
           IF   CASE-FILE-STATUS   NOT =   "00"
                CLOSE   CASE-FILE
                GO   TO   CASE-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CASE-FILE-STATUS   NOT =   "00"
                READ   CASE-FILE
                     AT   END
                          MOVE   "10"   TO   CASE-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CASE-COUNT     <   9999
                          AND  CSE-CASE-IRI-SU   NUMERIC
                               ADD    1   TO   WK-CASE-COUNT
                               MOVE   CSE-SHOHIN-CODE   TO
                                    WK-CASE-SHOHIN-CODE(WK-CASE-COUNT)
                               MOVE   CSE-CASE-IRI-SU   TO
                                    WK-CASE-IRI-SU(WK-CASE-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CASE-FILE.
      *>
       CASE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       MISE-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   MISEM-FILE.
           IF   MISEM-FILE-STATUS   =   "35"
                CLOSE   MISEM-FILE
           ELSE
                PERFORM   UNTIL   MISEM-FILE-STATUS   NOT =   "00"
                     READ   MISEM-FILE
                          AT   END
                               MOVE   "10"   TO   MISEM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-MISE-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-MISE-MSTR-COUNT
                                    MOVE   MMST-MISEBAN   TO
                                         WK-MISE-MSTR-MISEBAN
                                              (WK-MISE-MSTR-COUNT)
                                    MOVE   MMST-MISE-NAME   TO
                                         WK-MISE-MSTR-NAME
                                              (WK-MISE-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   MISEM-FILE
           END-IF.
      *>
       MISE-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店名検索処理（店舗マスタテーブルを線形検索する）
      *>WK-MISE-CHK-MISEBANに店番を設定してから呼び出す
      *>************************************************************************
       MISE-MSTR-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-MISE-CHK-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
           DISPLAY   "対象明細数:"   WRK-COUNT
                     "　ルート数:"   WRK-ROUTE-COUNT
                     "　店舗数:"     WRK-MISE-COUNT.
      *>
           IF   WRK-NIJU-COUNT   >   ZERO
                DISPLAY   "計上済みの店舗数:"   WRK-NIJU-COUNT
           END-IF.
      *>
           IF   WK-MISE-COUNT   =   ZERO
                DISPLAY   "当日の配送先がありません"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
