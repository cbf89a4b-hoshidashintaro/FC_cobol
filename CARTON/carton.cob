      *>************************************************************************
      *>出荷ケース作成・出荷ラベル印字プログラム
      *>PICK001が出力するピッキング結果データ（PICKDATA.txt：店番・
      *>商品・相殺後数量）を店舗ごとに出荷ケースへ詰め分ける。
      *>商品別ケース入数（SHOHINCASE.txt）の入数に達する数量は１商品
      *>１ケースの満ケースとし、入数に満たない端数とケース入数のない
      *>商品は混載ケースへ詰め合わせる（混載ケース１個あたりの上限は
      *>WK-KONSAI-MAX-SUの個数）。数量がプラスの行のみを対象とする。
      *>ケース番号は実行日ごとに１から振り、配送ルートマスタ
      *>（ROUTEM.txt）のルート・配送順の順に店舗を処理する（ルート
      *>未割当の店舗は積込表と同じくルート"ZZZ"として最後に回す）。
      *>出力は次の２つ。
      *>　・出荷ラベル印字ファイル（CARTONLBL.txt）：ケースごとに
      *>　　ケース番号・店舗内の何個目か・ルート・配送順・店番・店名・
      *>　　内容（商品・数量）を印字する
      *>　・ケース内容明細ファイル（CARTONDATA.txt）：ケース番号・
      *>　　商品ごとの数量を持ち、事前出荷案内（ASN001）が店舗別の
      *>　　ケース別内容一覧を作成するのに使う
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CARTON001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>ピッキング結果データファイル（PICK001の出力）
      *>************************************************************************
       SELECT   PKD-FILE      ASSIGN        TO "PICKDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PKD-FILE-STATUS.
      *>************************************************************************
      *>商品別ケース入数ファイル（満ケース・混載の詰め分けに使う）
      *>************************************************************************
       SELECT   CASE-FILE     ASSIGN        TO "SHOHINCASE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CASE-FILE-STATUS.
      *>************************************************************************
      *>配送ルートマスタファイル
      *>************************************************************************
       SELECT   ROUTEM-FILE   ASSIGN        TO "ROUTEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ROUTEM-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル（ラベルへ店名を付けるために使用する）
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（ラベルの内容へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>ケース内容明細ファイル
      *>************************************************************************
       SELECT   CTN-FILE      ASSIGN        TO "CARTONDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>出荷ラベル印字ファイル
      *>************************************************************************
       SELECT   LBL-FILE      ASSIGN         TO "CARTONLBL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
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
      *>配送ルートマスタファイルのレイアウト定義
      *>************************************************************************
       FD   ROUTEM-FILE.
       01   ROUTEM-RECODE.
           COPY   ROUTEM   REPLACING   ==:PREFIX:==   BY   ==RTM==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>ケース内容明細ファイルのレイアウト定義
      *>************************************************************************
       FD   CTN-FILE.
       01   CTN-RECODE.
           COPY   CARTONREC   REPLACING   ==:PREFIX:==   BY   ==CTN==.
      *>************************************************************************
      *>出荷ラベル印字ファイルのレイアウト定義
      *>ラベルの各行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   LBL-FILE.
       01   LBL-RECODE                             PIC X(080).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PKD-FILE-STATUS                          PIC XX.
       01  CASE-FILE-STATUS                         PIC XX.
       01  ROUTEM-FILE-STATUS                       PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-MANCASE-COUNT                PIC 9(006).
             03   WRK-KONSAI-COUNT                 PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CARTON01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>混載ケース１個に詰める上限の個数
       01   WK-KONSAI-MAX-SU                     PIC 9(005)
                                             VALUE 50.
      *>
      *>ピッキング結果保持用テーブル（ルート・配送順・入数を付けて
      *>展開する。並び順キーはルート・配送順・店番をつないだもの）
       01   WK-PKD-AREA.
            03   WK-PKD-COUNT                    PIC 9(004)  COMP.
            03   WK-PKD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PKD-IDX.
                 05   WK-PKD-SORT-KEY.
                      07   WK-PKD-ROUTE-CODE      PIC X(003).
                      07   WK-PKD-DROP-SEQ        PIC 9(003).
                      07   WK-PKD-MISEBAN         PIC X(003).
                 05   WK-PKD-SHOHIN-CODE          PIC X(006).
                 05   WK-PKD-PICK-SU              PIC S9(007).
                 05   WK-PKD-IRI-SU               PIC 9(004).
                 05   WK-PKD-HASU-SU              PIC 9(007).
                 05   WK-PKD-DONE-FLG             PIC 9(001).
      *>
      *>商品別ケース入数保持用テーブル（行のない商品は混載のみ）
       01   WK-CASE-AREA.
            03   WK-CASE-COUNT                   PIC 9(004)  COMP.
            03   WK-CASE-TBL                     OCCURS 9999 TIMES
                                    INDEXED BY WK-CASE-IDX.
                 05   WK-CASE-SHOHIN-CODE         PIC X(006).
                 05   WK-CASE-IRI-SU              PIC 9(004).
      *>
      *>配送ルートマスタ保持用テーブル
       01   WK-RTM-AREA.
            03   WK-RTM-COUNT                    PIC 9(004)  COMP.
            03   WK-RTM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-RTM-IDX.
                 05   WK-RTM-MISEBAN              PIC X(003).
                 05   WK-RTM-ROUTE-CODE           PIC X(003).
                 05   WK-RTM-DROP-SEQ             PIC 9(003).
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
      *>商品マスタ保持用テーブル
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>店舗１件分のケース詰め結果（ケース番号・商品ごとの数量）
       01   WK-OUT-AREA.
            03   WK-OUT-COUNT                    PIC 9(004)  COMP.
            03   WK-OUT-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-OUT-IDX.
                 05   WK-OUT-CARTON-NO            PIC 9(006).
                 05   WK-OUT-KUBUN                PIC X(001).
                 05   WK-OUT-SHOHIN-CODE          PIC X(006).
                 05   WK-OUT-SU                   PIC 9(005).
      *>
      *>店舗処理の作業領域
       01   WK-CUR-AREA.
            03   WK-CUR-MIN-KEY                  PIC X(009).
            03   WK-MISE-OWARI-FLG               PIC 9(001).
            03   WK-CUR-ROUTE                    PIC X(003).
            03   WK-CUR-DROP-SEQ                 PIC 9(003).
            03   WK-CUR-MISEBAN                  PIC X(003).
            03   WK-CUR-FIRST-NO                 PIC 9(006).
            03   WK-CUR-CARTON-TOTAL             PIC 9(003).
            03   WK-CUR-CARTON-OLD               PIC 9(006).
      *>
      *>ケース詰めの作業領域
       01   WK-CARTON-AREA.
            03   WK-CARTON-NO                    PIC 9(006).
            03   WK-MANCASE-SU                   PIC 9(005).
            03   WK-MANCASE-KAISU                PIC 9(005).
            03   WK-KONSAI-OPEN-FLG              PIC 9(001).
            03   WK-KONSAI-SU                    PIC 9(005).
            03   WK-HASU-ZAN                     PIC 9(007).
            03   WK-IRE-SU                       PIC 9(005).
            03   WK-ADD-KUBUN                    PIC X(001).
            03   WK-ADD-SHOHIN-CODE              PIC X(006).
            03   WK-ADD-SU                       PIC 9(005).
      *>
      *>ラベルの見出し行の編集用領域
       01   LBL-TITLE-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  出荷ラベル  **".
           03   LBL-TITLE-RUN-DATE    PIC 9(008).
      *>ラベルのケース番号行の編集用領域
       01   LBL-CARTON-RECODE.
           03   FILLER                PIC X(018)
                       VALUE "ケース番号：".
           03   LBL-CARTON-NO         PIC 9(006).
           03   FILLER                PIC X(006)
                       VALUE "　（".
           03   LBL-CARTON-SEQ        PIC ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "／".
           03   LBL-CARTON-TOTAL      PIC ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "）".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LBL-CARTON-KUBUN      PIC X(015).
      *>ラベルのルート行の編集用領域
       01   LBL-ROUTE-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "ルート：".
           03   LBL-ROUTE-CODE        PIC X(003).
           03   FILLER                PIC X(015)
                       VALUE "　配送順：".
           03   LBL-DROP-SEQ          PIC ZZ9.
      *>ラベルの店舗行の編集用領域
       01   LBL-MISE-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "店番：".
           03   LBL-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LBL-MISE-NAME         PIC X(020).
      *>ラベルの内容行の編集用領域
       01   LBL-NAIYO-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LBL-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LBL-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LBL-SU                PIC ZZZZ9.
           03   FILLER                PIC X(003)
                       VALUE "個".
      *>ラベルの区切り行の編集用領域
       01   LBL-SEP-RECODE.
           03   FILLER                PIC X(060)
                                             VALUE ALL "-".
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
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WRK-MANCASE-COUNT.
           MOVE   ZERO        TO   WRK-KONSAI-COUNT.
           MOVE   ZERO        TO   WK-PKD-COUNT.
           MOVE   ZERO        TO   WK-CASE-COUNT.
           MOVE   ZERO        TO   WK-RTM-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-CARTON-NO.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  マスタ類の読み込み
           PERFORM   ROUTEM-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   CASE-LOAD-PROC.
      *>
      *>  ピッキング結果の読み込み（ルート・配送順・入数を付けて展開する）
           PERFORM   PKD-LOAD-PROC.
      *>
           OPEN      OUTPUT   CTN-FILE
                              LBL-FILE.
      *>
      *>  ルート・配送順・店番の順に店舗ごとのケースを作る
           PERFORM   MISE-ALL-PROC.
      *>
           CLOSE     CTN-FILE
                     LBL-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果データの読み込み処理
      *>数量がプラスの行だけを対象とし、ルートマスタから当該店舗の
      *>ルート・配送順を、ケース入数テーブルから商品の入数を付けて
      *>テーブルに展開する。ルート未割当の店舗はルート"ZZZ"とする
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
                          AND  WK-PKD-COUNT   <   9999
                               ADD       1   TO   WK-PKD-COUNT
                               ADD       1   TO   WRK-COUNT
                               MOVE   PKD-MISEBAN       TO
                                    WK-PKD-MISEBAN(WK-PKD-COUNT)
                               MOVE   PKD-SHOHIN-CODE   TO
                                    WK-PKD-SHOHIN-CODE(WK-PKD-COUNT)
                               MOVE   PKD-PICK-SU       TO
                                    WK-PKD-PICK-SU(WK-PKD-COUNT)
                               MOVE   ZERO              TO
                                    WK-PKD-HASU-SU(WK-PKD-COUNT)
                               MOVE   ZERO              TO
                                    WK-PKD-DONE-FLG(WK-PKD-COUNT)
                               PERFORM   PKD-ROUTE-SET-PROC
                               PERFORM   PKD-IRI-SET-PROC
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
      *>ピッキング結果１行分のルート・配送順の設定処理
      *>************************************************************************
       PKD-ROUTE-SET-PROC             SECTION.
      *>
           MOVE      "ZZZ"   TO   WK-PKD-ROUTE-CODE(WK-PKD-COUNT).
           MOVE      ZERO    TO   WK-PKD-DROP-SEQ(WK-PKD-COUNT).
           PERFORM   VARYING   WK-RTM-IDX   FROM   1   BY   1
                UNTIL   WK-RTM-IDX   >   WK-RTM-COUNT
                IF   WK-RTM-MISEBAN(WK-RTM-IDX)   =   PKD-MISEBAN
                     MOVE   WK-RTM-ROUTE-CODE(WK-RTM-IDX)
                          TO   WK-PKD-ROUTE-CODE(WK-PKD-COUNT)
                     MOVE   WK-RTM-DROP-SEQ(WK-RTM-IDX)
                          TO   WK-PKD-DROP-SEQ(WK-PKD-COUNT)
                END-IF
           END-PERFORM.
      *>
       PKD-ROUTE-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分のケース入数の設定処理（行のない商品はゼロ）
      *>************************************************************************
       PKD-IRI-SET-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-PKD-IRI-SU(WK-PKD-COUNT).
           PERFORM   VARYING   WK-CASE-IDX   FROM   1   BY   1
                UNTIL   WK-CASE-IDX   >   WK-CASE-COUNT
                IF   WK-CASE-SHOHIN-CODE(WK-CASE-IDX)
                          =   PKD-SHOHIN-CODE
                     MOVE   WK-CASE-IRI-SU(WK-CASE-IDX)
                          TO   WK-PKD-IRI-SU(WK-PKD-COUNT)
                END-IF
           END-PERFORM.
      *>
       PKD-IRI-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>全店舗のケース作成処理
      *>未処理の行から並び順キー（ルート・配送順・店番）が最小の
      *>店舗を選び、その店舗のケースを作る、を全件処理まで繰り返す
      *>************************************************************************
       MISE-ALL-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-MISE-OWARI-FLG.
           PERFORM   UNTIL   WK-MISE-OWARI-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-MIN-KEY
                PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                     UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                     IF   WK-PKD-DONE-FLG(WK-PKD-IDX)   =   ZERO
                     AND  WK-PKD-SORT-KEY(WK-PKD-IDX)
                               <   WK-CUR-MIN-KEY
                          MOVE   WK-PKD-SORT-KEY(WK-PKD-IDX)
                               TO   WK-CUR-MIN-KEY
                     END-IF
                END-PERFORM
                IF   WK-CUR-MIN-KEY   =   HIGH-VALUE
                     MOVE      1   TO   WK-MISE-OWARI-FLG
                ELSE
                     MOVE   WK-CUR-MIN-KEY(1:3)   TO   WK-CUR-ROUTE
                     MOVE   WK-CUR-MIN-KEY(4:3)   TO   WK-CUR-DROP-SEQ
                     MOVE   WK-CUR-MIN-KEY(7:3)   TO   WK-CUR-MISEBAN
                     PERFORM   MISE-ONE-PROC
                END-IF
           END-PERFORM.
      *>
       MISE-ALL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分のケース作成処理
      *>先に全商品の満ケースを作り、次に端数を混載ケースへ詰める。
      *>詰めた結果をケース内容明細とラベルに書き出す
      *>************************************************************************
       MISE-ONE-PROC                  SECTION.
      *>
           ADD       1      TO   WRK-MISE-COUNT.
           MOVE      ZERO   TO   WK-OUT-COUNT.
           MOVE      ZERO   TO   WK-KONSAI-OPEN-FLG.
           MOVE      ZERO   TO   WK-KONSAI-SU.
           COMPUTE   WK-CUR-FIRST-NO   =   WK-CARTON-NO   +   1.
      *>
      *>  満ケースの作成
           PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                IF   WK-PKD-DONE-FLG(WK-PKD-IDX)   =   ZERO
                AND  WK-PKD-SORT-KEY(WK-PKD-IDX)   =   WK-CUR-MIN-KEY
                     PERFORM   MANCASE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  端数の混載ケースへの詰め合わせ
           PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                IF   WK-PKD-DONE-FLG(WK-PKD-IDX)   =   ZERO
                AND  WK-PKD-SORT-KEY(WK-PKD-IDX)   =   WK-CUR-MIN-KEY
                     PERFORM   KONSAI-PROC
                     MOVE   1   TO   WK-PKD-DONE-FLG(WK-PKD-IDX)
                END-IF
           END-PERFORM.
      *>
           COMPUTE   WK-CUR-CARTON-TOTAL   =
                     WK-CARTON-NO   -   WK-CUR-FIRST-NO   +   1.
      *>
      *>  ケース内容明細とラベルの書き出し
           PERFORM   OUT-WRITE-PROC.
      *>
       MISE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分の満ケース作成処理
      *>数量を入数で割った箱数だけ満ケースを作り、余りを端数とする。
      *>入数のない商品は全数を端数とする
      *>************************************************************************
       MANCASE-PROC                   SECTION.
      *>
           IF   WK-PKD-IRI-SU(WK-PKD-IDX)   =   ZERO
                MOVE   WK-PKD-PICK-SU(WK-PKD-IDX)
                     TO   WK-PKD-HASU-SU(WK-PKD-IDX)
                GO   TO   MANCASE-PROC-EXIT
           END-IF.
      *>
           DIVIDE    WK-PKD-PICK-SU(WK-PKD-IDX)
                     BY   WK-PKD-IRI-SU(WK-PKD-IDX)
                     GIVING      WK-MANCASE-SU
                     REMAINDER   WK-PKD-HASU-SU(WK-PKD-IDX).
      *>
           PERFORM   VARYING   WK-MANCASE-KAISU   FROM   1   BY   1
                UNTIL   WK-MANCASE-KAISU   >   WK-MANCASE-SU
                ADD    1   TO   WK-CARTON-NO
                ADD    1   TO   WRK-MANCASE-COUNT
                MOVE   "1"   TO   WK-ADD-KUBUN
                MOVE   WK-PKD-SHOHIN-CODE(WK-PKD-IDX)
                     TO   WK-ADD-SHOHIN-CODE
                MOVE   WK-PKD-IRI-SU(WK-PKD-IDX)   TO   WK-ADD-SU
                PERFORM   OUT-ADD-PROC
           END-PERFORM.
      *>
       MANCASE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分の端数の混載ケースへの詰め合わせ処理
      *>開いている混載ケースが上限に達したら次の混載ケースを開く。
      *>１商品の端数が２ケースにまたがることもある
      *>************************************************************************
       KONSAI-PROC                    SECTION.
      *>
           MOVE      WK-PKD-HASU-SU(WK-PKD-IDX)   TO   WK-HASU-ZAN.
      *>
           PERFORM   UNTIL   WK-HASU-ZAN   =   ZERO
                IF   WK-KONSAI-OPEN-FLG   =   ZERO
                OR   WK-KONSAI-SU   NOT <   WK-KONSAI-MAX-SU
                     ADD    1      TO   WK-CARTON-NO
                     ADD    1      TO   WRK-KONSAI-COUNT
                     MOVE   1      TO   WK-KONSAI-OPEN-FLG
                     MOVE   ZERO   TO   WK-KONSAI-SU
                END-IF
                COMPUTE   WK-IRE-SU   =
                          WK-KONSAI-MAX-SU   -   WK-KONSAI-SU
                IF   WK-IRE-SU   >   WK-HASU-ZAN
                     MOVE   WK-HASU-ZAN   TO   WK-IRE-SU
                END-IF
                MOVE   "2"   TO   WK-ADD-KUBUN
                MOVE   WK-PKD-SHOHIN-CODE(WK-PKD-IDX)
                     TO   WK-ADD-SHOHIN-CODE
                MOVE   WK-IRE-SU   TO   WK-ADD-SU
                PERFORM   OUT-ADD-PROC
                ADD        WK-IRE-SU   TO     WK-KONSAI-SU
                SUBTRACT   WK-IRE-SU   FROM   WK-HASU-ZAN
           END-PERFORM.
      *>
       KONSAI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ケース詰め結果テーブルへの１行追加処理
      *>（現在のケース番号に、WK-ADD-の区分・商品・数量を追加する）
      *>************************************************************************
       OUT-ADD-PROC                   SECTION.
      *>
           IF   WK-OUT-COUNT   NOT <   999
                DISPLAY   "ケース明細が上限超過　店番:"
                          WK-CUR-MISEBAN
                MOVE      4   TO   RETURN-CODE
                GO   TO   OUT-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-OUT-COUNT.
           MOVE      WK-CARTON-NO   TO   WK-OUT-CARTON-NO(WK-OUT-COUNT).
           MOVE      WK-ADD-KUBUN   TO   WK-OUT-KUBUN(WK-OUT-COUNT).
           MOVE      WK-ADD-SHOHIN-CODE
                          TO   WK-OUT-SHOHIN-CODE(WK-OUT-COUNT).
           MOVE      WK-ADD-SU      TO   WK-OUT-SU(WK-OUT-COUNT).
      *>
       OUT-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分のケース内容明細・ラベルの書き出し処理
      *>ケース番号が変わるごとにラベルの見出し（ケース番号・何個目か・
      *>ルート・店舗）を印字し、その下に内容行を印字する
      *>************************************************************************
       OUT-WRITE-PROC                 SECTION.
      *>
           MOVE      WK-CUR-MISEBAN   TO   WK-MISE-CHK-MISEBAN.
           PERFORM   MISE-MSTR-LOOKUP-PROC.
           MOVE      ZERO   TO   WK-CUR-CARTON-OLD.
      *>
           PERFORM   VARYING   WK-OUT-IDX   FROM   1   BY   1
                UNTIL   WK-OUT-IDX   >   WK-OUT-COUNT
      *>
      *>       ケース内容明細を１行書き出す
                MOVE   WK-OUT-CARTON-NO(WK-OUT-IDX)   TO   CTN-CARTON-NO
                MOVE   WK-CUR-MISEBAN                 TO   CTN-MISEBAN
                MOVE   WK-CUR-ROUTE                   TO
                     CTN-ROUTE-CODE
                MOVE   WK-CUR-DROP-SEQ                TO   CTN-DROP-SEQ
                MOVE   WK-OUT-KUBUN(WK-OUT-IDX)
                     TO   CTN-CARTON-KUBUN
                MOVE   WK-OUT-SHOHIN-CODE(WK-OUT-IDX)
                     TO   CTN-SHOHIN-CODE
                MOVE   WK-OUT-SU(WK-OUT-IDX)          TO   CTN-SU
                MOVE   WRK-RUN-DATE                   TO
                     CTN-SYUKKA-DATE
                WRITE  CTN-RECODE
      *>
      *>       ケースが変わったらラベルの見出しを印字する
                IF   WK-OUT-CARTON-NO(WK-OUT-IDX)
                          NOT =   WK-CUR-CARTON-OLD
                     PERFORM   LBL-HEADER-WRITE-PROC
                END-IF
      *>
                MOVE   WK-OUT-SHOHIN-CODE(WK-OUT-IDX)
                     TO   WK-SHOHIN-CHK-CODE
                PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                MOVE   WK-OUT-SHOHIN-CODE(WK-OUT-IDX)
                     TO   LBL-SHOHIN-CODE
                MOVE   WK-SHOHIN-MSTR-NAME-SAVE   TO   LBL-SHOHIN-NAME
                MOVE   WK-OUT-SU(WK-OUT-IDX)      TO   LBL-SU
                WRITE  LBL-RECODE   FROM   LBL-NAIYO-RECODE
           END-PERFORM.
      *>
       OUT-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ラベル１枚分の見出し印字処理
      *>（区切り行・表題・ケース番号・ルート・店舗の各行）
      *>************************************************************************
       LBL-HEADER-WRITE-PROC          SECTION.
      *>
           MOVE      WK-OUT-CARTON-NO(WK-OUT-IDX)
                          TO   WK-CUR-CARTON-OLD.
      *>
           WRITE     LBL-RECODE   FROM   LBL-SEP-RECODE.
           MOVE      WRK-RUN-DATE   TO   LBL-TITLE-RUN-DATE.
           WRITE     LBL-RECODE   FROM   LBL-TITLE-RECODE.
      *>
           MOVE      WK-CUR-CARTON-OLD   TO   LBL-CARTON-NO.
           COMPUTE   LBL-CARTON-SEQ   =
                     WK-CUR-CARTON-OLD   -   WK-CUR-FIRST-NO   +   1.
           MOVE      WK-CUR-CARTON-TOTAL   TO   LBL-CARTON-TOTAL.
           IF   WK-OUT-KUBUN(WK-OUT-IDX)   =   "1"
                MOVE   "満ケース"     TO   LBL-CARTON-KUBUN
           ELSE
                MOVE   "混載ケース"   TO   LBL-CARTON-KUBUN
           END-IF.
           WRITE     LBL-RECODE   FROM   LBL-CARTON-RECODE.
      *>
           MOVE      WK-CUR-ROUTE      TO   LBL-ROUTE-CODE.
           MOVE      WK-CUR-DROP-SEQ   TO   LBL-DROP-SEQ.
           WRITE     LBL-RECODE   FROM   LBL-ROUTE-RECODE.
      *>
           MOVE      WK-CUR-MISEBAN           TO   LBL-MISEBAN.
           MOVE      WK-MISE-MSTR-NAME-SAVE   TO   LBL-MISE-NAME.
           WRITE     LBL-RECODE   FROM   LBL-MISE-RECODE.
      *>
       LBL-HEADER-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別ケース入数ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全商品が混載ケースのみとして扱われる
      *>************************************************************************
       CASE-LOAD-PROC                 SECTION.
      *>
           OPEN      INPUT   CASE-FILE.
           IF   CASE-FILE-STATUS   NOT =   "00"
                CLOSE   CASE-FILE
           ELSE
                PERFORM   UNTIL   CASE-FILE-STATUS   NOT =   "00"
                     READ   CASE-FILE
                          AT   END
                               MOVE   "10"   TO   CASE-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CASE-COUNT   <   9999
                               AND  CSE-CASE-IRI-SU   NUMERIC
                                    ADD   1   TO   WK-CASE-COUNT
                                    MOVE   CSE-SHOHIN-CODE   TO
                                         WK-CASE-SHOHIN-CODE
                                              (WK-CASE-COUNT)
                                    MOVE   CSE-CASE-IRI-SU   TO
                                         WK-CASE-IRI-SU
                                              (WK-CASE-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CASE-FILE
           END-IF.
      *>
       CASE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配送ルートマスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全店舗が未割当として扱われる
      *>************************************************************************
       ROUTEM-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ROUTEM-FILE.
           IF   ROUTEM-FILE-STATUS   NOT =   "00"
                CLOSE   ROUTEM-FILE
           ELSE
                PERFORM   UNTIL   ROUTEM-FILE-STATUS   NOT =   "00"
                     READ   ROUTEM-FILE
                          AT   END
                               MOVE   "10"   TO   ROUTEM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-RTM-COUNT   <   999
                                    ADD   1   TO   WK-RTM-COUNT
                                    MOVE   RTM-MISEBAN      TO
                                         WK-RTM-MISEBAN
                                              (WK-RTM-COUNT)
                                    MOVE   RTM-ROUTE-CODE   TO
                                         WK-RTM-ROUTE-CODE
                                              (WK-RTM-COUNT)
                                    MOVE   RTM-DROP-SEQ     TO
                                         WK-RTM-DROP-SEQ
                                              (WK-RTM-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   ROUTEM-FILE
           END-IF.
      *>
       ROUTEM-LOAD-PROC-EXIT.
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
           DISPLAY   "対象明細数:"   WRK-COUNT
                     "　店舗数:"     WRK-MISE-COUNT.
           DISPLAY   "満ケース数:"   WRK-MANCASE-COUNT
                     "　混載ケース数:"   WRK-KONSAI-COUNT.
      *>
           IF   WRK-COUNT   =   ZERO
                DISPLAY   "出荷ケースの対象がありません"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
