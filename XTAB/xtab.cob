      *>セルは数量と売上金額の２値で、行合計・列合計・総合計も印字
      *>する。列見出しの分類名は分類マスタ（BUNRUIM.txt）から求める。
      *>列は最大１０分類まで（超過分は読み飛ばし、件数を表示する）。
      *>総合計のあとに、店舗別エリア割当（MISEAREA.txt）・エリア
      *>マスタ（AREAM.txt）・地域マスタ（REGIONM.txt）による地域順・
      *>エリア順のエリア計（行末にエリア名・責任者名）と地域計の行を
      *>印字する。割当のない店舗はエリア"ZZZ"（未割当）に集計する。
      *>またエリア責任者ごとに、自エリアの店舗の行と小計だけの
      *>エリア別クロス集計表（XTAB_エリアコード.txt）を出力する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUNRUIM-FILE-STATUS.
      *>************************************************************************
      *>エリアマスタファイル
      *>************************************************************************
       SELECT   ARM-FILE      ASSIGN        TO "AREAM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARM-FILE-STATUS.
      *>************************************************************************
      *>地域マスタファイル
      *>************************************************************************
       SELECT   RGM-FILE      ASSIGN        TO "REGIONM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RGM-FILE-STATUS.
      *>************************************************************************
      *>店舗別エリア割当ファイル
      *>************************************************************************
       SELECT   MAR-FILE      ASSIGN        TO "MISEAREA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MAR-FILE-STATUS.
      *>************************************************************************
      *>クロス集計表ファイル
      *>************************************************************************
       SELECT   XTAB-FILE     ASSIGN         TO "XTAB.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>エリア別クロス集計表ファイル（エリアごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ARX-FILE      ASSIGN         TO WK-ARX-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>クロス集計表のCSV出力ファイル
      *>************************************************************************
       SELECT   XTABCSV-FILE  ASSIGN         TO "XTAB.csv"
       01   BUNRUIM-RECODE.
           COPY   BUNRUIMSTR   REPLACING   ==:PREFIX:==   BY   ==BMST==.
      *>************************************************************************
      *>エリアマスタファイルのレイアウト定義
      *>************************************************************************
       FD   ARM-FILE.
       01   ARM-RECODE.
           COPY   AREAM      REPLACING   ==:PREFIX:==   BY   ==ARM==.
      *>************************************************************************
      *>地域マスタファイルのレイアウト定義
      *>************************************************************************
       FD   RGM-FILE.
       01   RGM-RECODE.
           COPY   REGIONM    REPLACING   ==:PREFIX:==   BY   ==RGM==.
      *>************************************************************************
      *>店舗別エリア割当ファイルのレイアウト定義
      *>************************************************************************
       FD   MAR-FILE.
       01   MAR-RECODE.
           COPY   MISEAREA   REPLACING   ==:PREFIX:==   BY   ==MAR==.
      *>************************************************************************
      *>クロス集計表ファイルのレイアウト定義
      *>************************************************************************
       FD   XTAB-FILE.
       01   XTAB-RECODE                            PIC X(250).
      *>************************************************************************
      *>エリア別クロス集計表ファイルのレイアウト定義
      *>************************************************************************
       FD   ARX-FILE.
       01   ARX-RECODE                             PIC X(250).
      *>************************************************************************
      *>クロス集計表のCSV出力ファイルのレイアウト定義
      *>************************************************************************
      *>
       01  SUM01-FILE-STATUS                        PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
       01  ARM-FILE-STATUS                          PIC XX.
       01  RGM-FILE-STATUS                          PIC XX.
       01  MAR-FILE-STATUS                          PIC XX.
      *>
      *>エリア別クロス集計表のファイル名（エリアごとに組み立てる）
       01  WK-ARX-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-SKIP-COUNT                   PIC 9(006).
             03   WRK-AREA-REP-COUNT               PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                      07   WK-XCELL-KIN           PIC S9(009).
                 05   WK-XROW-TTL-SU              PIC S9(007).
                 05   WK-XROW-TTL-KIN             PIC S9(010).
                 05   WK-XROW-AREA-NO             PIC 9(003)  COMP.
       01   WK-XROW-FOUND-FLG                    PIC 9(001).
       01   WK-XROW-FOUND-IDX                    PIC 9(004)  COMP.
      *>
      *>エリア計・地域計の１行分の積み上げ領域
       01   WK-XSUM-AREA.
            03   WK-XSUM-LABEL                   PIC X(006).
            03   WK-XSUM-CELL                    OCCURS 10 TIMES.
                 05   WK-XSUM-SU                  PIC S9(008).
                 05   WK-XSUM-KIN                 PIC S9(010).
            03   WK-XSUM-TTL-SU                  PIC S9(008).
            03   WK-XSUM-TTL-KIN                 PIC S9(011).
       01   WK-XRGN-AREA.
            03   WK-XRGN-CELL                    OCCURS 10 TIMES.
                 05   WK-XRGN-SU                  PIC S9(008).
                 05   WK-XRGN-KIN                 PIC S9(010).
            03   WK-XRGN-TTL-SU                  PIC S9(008).
            03   WK-XRGN-TTL-KIN                 PIC S9(011).
      *>
      *>エリア別クロス集計表へ写す見出し行（表題・分類名・分類コード）
       01   WK-XHDR-AREA.
            03   WK-XHDR-LINE                    OCCURS 3 TIMES
                                                 PIC X(250).
      *>
      *>エリアマスタ保持用テーブル
      *>最後の行は割当のない店舗を集める"ZZZ"（未割当）
       01   WK-ARM-AREA.
            03   WK-ARM-COUNT                    PIC 9(003)  COMP.
            03   WK-ARM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-ARM-IDX.
                 05   WK-ARM-AREA-CODE            PIC X(003).
                 05   WK-ARM-NAME                 PIC X(020).
                 05   WK-ARM-REGION-CODE          PIC X(003).
                 05   WK-ARM-SEKININSHA           PIC X(020).
                 05   WK-ARM-MISE-SU              PIC 9(004).
                 05   WK-ARM-PRINTED-FLG          PIC 9(001).
       01   WK-ARM-FOUND-IDX                     PIC 9(003)  COMP.
       01   WK-ARM-KEY-CODE                      PIC X(003).
      *>
      *>地域マスタ保持用テーブル
       01   WK-RGM-AREA.
            03   WK-RGM-COUNT                    PIC 9(003)  COMP.
            03   WK-RGM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-RGM-IDX.
                 05   WK-RGM-REGION-CODE          PIC X(003).
                 05   WK-RGM-NAME                 PIC X(020).
       01   WK-RGM-NAME-SAVE                     PIC X(020).
      *>
      *>店舗別エリア割当保持用テーブル
       01   WK-MAR-AREA.
            03   WK-MAR-COUNT                    PIC 9(004)  COMP.
            03   WK-MAR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MAR-IDX.
                 05   WK-MAR-MISEBAN              PIC X(003).
                 05   WK-MAR-AREA-CODE            PIC X(003).
      *>
      *>エリア・地域別の印字用作業領域（コードの小さい順に選ぶ）
       01   WK-ROLL-AREA.
            03   WK-ROLL-REGION-CODE             PIC X(003).
            03   WK-ROLL-MIN-CODE                PIC X(003).
            03   WK-ROLL-MIN-IDX                 PIC 9(003)  COMP.
      *>
      *>エリア別クロス集計表のエリア見出し行の編集用領域
       01   REP-AREA-HDR-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "エリア：".
           03   REP-AH-AREA-CODE      PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-AH-AREA-NAME      PIC X(020).
           03   FILLER                PIC X(012)
                       VALUE "　地域：".
           03   REP-AH-REGION-CODE    PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-AH-REGION-NAME    PIC X(020).
           03   FILLER                PIC X(015)
                       VALUE "　責任者：".
           03   REP-AH-SEKININSHA     PIC X(020).
      *>
      *>総合計の積み上げ領域
       01   WK-GRAND-AREA.
            03   WK-GRAND-SU                     PIC S9(008).
      *>
           MOVE   ZERO        TO   WRK-COUNT.
           MOVE   ZERO        TO   WRK-SKIP-COUNT.
           MOVE   ZERO        TO   WRK-AREA-REP-COUNT.
           MOVE   ZERO        TO   WK-CAT-COUNT.
           MOVE   ZERO        TO   WK-XROW-COUNT.
           MOVE   ZERO        TO   WK-GRAND-SU.
      *>
           CLOSE     SUM01-FILE.
      *>
      *>  エリア・地域・店舗別エリア割当の読み込み、店舗のエリア決定
           PERFORM   ARM-LOAD-PROC.
           PERFORM   RGM-LOAD-PROC.
           PERFORM   MAR-LOAD-PROC.
           PERFORM   VARYING   WK-XROW-IDX   FROM   1   BY   1
                UNTIL   WK-XROW-IDX   >   WK-XROW-COUNT
                PERFORM   XROW-AREA-SET-PROC
           END-PERFORM.
      *>
      *>  クロス集計表・CSVの書き出し
           OPEN   OUTPUT   XTAB-FILE
                  OUTPUT   XTABCSV-FILE.
           PERFORM   XTAB-WRITE-PROC.
           PERFORM   AREA-REPORT-PROC.
           PERFORM   XTABCSV-WRITE-PROC.
      *>
      *>  エリア責任者ごとのエリア別クロス集計表を出力する
           PERFORM   VARYING   WK-ARM-IDX   FROM   1   BY   1
                UNTIL   WK-ARM-IDX   >   WK-ARM-COUNT
                IF   WK-ARM-MISE-SU(WK-ARM-IDX)   >   ZERO
                AND  WK-ARM-AREA-CODE(WK-ARM-IDX)   NOT =   "ZZZ"
                     PERFORM   AREA-FILE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     XTAB-FILE
                     XTABCSV-FILE.
      *>
                     WRK-RUN-DATE
                     DELIMITED   BY   SIZE   INTO   XTAB-RECODE.
           WRITE     XTAB-RECODE.
           MOVE      XTAB-RECODE   TO   WK-XHDR-LINE(1).
      *>
      *>  列見出し（分類名の行）
           MOVE      SPACE   TO   XTAB-RECODE.
                ADD    17   TO   WK-LINE-POS
           END-PERFORM.
           WRITE     XTAB-RECODE.
           MOVE      XTAB-RECODE   TO   WK-XHDR-LINE(2).
      *>
      *>  列見出し（分類コードの行）
           MOVE      SPACE   TO   XTAB-RECODE.
           END-PERFORM.
           MOVE      "合計"   TO   XTAB-RECODE(WK-LINE-POS:6).
           WRITE     XTAB-RECODE.
           MOVE      XTAB-RECODE   TO   WK-XHDR-LINE(3).
      *>
      *>  店舗ごとの行
           PERFORM   VARYING   WK-XROW-IDX   FROM   1   BY   1
      *>クロス集計表の店舗１行分の書き出し処理
      *>************************************************************************
       XTAB-ONE-ROW-PROC              SECTION.
      *>
           PERFORM   XTAB-ROW-EDIT-PROC.
           WRITE     XTAB-RECODE.
      *>
       XTAB-ONE-ROW-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>クロス集計表の店舗１行分の編集処理（WK-XROW-IDXの店舗）
      *>************************************************************************
       XTAB-ROW-EDIT-PROC             SECTION.
      *>
           MOVE      SPACE   TO   XTAB-RECODE.
           MOVE      WK-XROW-MISEBAN(WK-XROW-IDX)
           ADD       7   TO   WK-LINE-POS.
           MOVE      WK-XROW-TTL-KIN(WK-XROW-IDX)   TO   WK-EDIT-KIN.
           MOVE      WK-EDIT-KIN   TO   XTAB-RECODE(WK-LINE-POS:9).
      *>
       XTAB-ROW-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗の属するエリアの決定処理（WK-XROW-IDXの店舗）
      *>割当がないか、エリアマスタにないエリアなら"ZZZ"（未割当）
      *>************************************************************************
       XROW-AREA-SET-PROC             SECTION.
      *>
           MOVE      "ZZZ"   TO   WK-ARM-KEY-CODE.
           PERFORM   VARYING   WK-MAR-IDX   FROM   1   BY   1
                UNTIL   WK-MAR-IDX   >   WK-MAR-COUNT
                IF   WK-MAR-MISEBAN(WK-MAR-IDX)
                          =   WK-XROW-MISEBAN(WK-XROW-IDX)
                     MOVE   WK-MAR-AREA-CODE(WK-MAR-IDX)
                          TO   WK-ARM-KEY-CODE
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-ARM-COUNT   TO   WK-ARM-FOUND-IDX.
           PERFORM   VARYING   WK-ARM-IDX   FROM   1   BY   1
                UNTIL   WK-ARM-IDX   >   WK-ARM-COUNT
                IF   WK-ARM-AREA-CODE(WK-ARM-IDX)   =   WK-ARM-KEY-CODE
                     SET    WK-ARM-FOUND-IDX   TO   WK-ARM-IDX
                END-IF
           END-PERFORM.
           MOVE      WK-ARM-FOUND-IDX
                          TO   WK-XROW-AREA-NO(WK-XROW-IDX).
           SET       WK-ARM-IDX   TO   WK-ARM-FOUND-IDX.
           ADD       1   TO   WK-ARM-MISE-SU(WK-ARM-IDX).
      *>
       XROW-AREA-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア計・地域計の書き出し処理
      *>店舗のあるエリアの地域コードの小さい順に地域を選び、地域ごとに
      *>エリアコードの小さい順のエリア計と地域計の行を書き出す
      *>************************************************************************
       AREA-REPORT-PROC               SECTION.
      *>
           MOVE      SPACE   TO   XTAB-RECODE.
           MOVE      "**  エリア・地域別  **"   TO   XTAB-RECODE.
           WRITE     XTAB-RECODE.
      *>
           MOVE      SPACE   TO   WK-ROLL-REGION-CODE.
           PERFORM   UNTIL   WK-ROLL-REGION-CODE   =   HIGH-VALUE
                MOVE      HIGH-VALUE   TO   WK-ROLL-REGION-CODE
                PERFORM   VARYING   WK-ARM-IDX   FROM   1   BY   1
                     UNTIL   WK-ARM-IDX   >   WK-ARM-COUNT
                     IF   WK-ARM-MISE-SU(WK-ARM-IDX)   >   ZERO
                     AND  WK-ARM-PRINTED-FLG(WK-ARM-IDX)   =   ZERO
                     AND  WK-ARM-REGION-CODE(WK-ARM-IDX)
                               <   WK-ROLL-REGION-CODE
                          MOVE   WK-ARM-REGION-CODE(WK-ARM-IDX)
                               TO   WK-ROLL-REGION-CODE
                     END-IF
                END-PERFORM
                IF   WK-ROLL-REGION-CODE   NOT =   HIGH-VALUE
                     PERFORM   REGION-ONE-PROC
                END-IF
           END-PERFORM.
      *>
       AREA-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>地域１件分のエリア計・地域計の書き出し処理（WK-ROLL-REGION-CODE）
      *>************************************************************************
       REGION-ONE-PROC                SECTION.
      *>
           PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                UNTIL   WK-COL-IDX   >   10
                MOVE   ZERO   TO   WK-XRGN-SU(WK-COL-IDX)
                MOVE   ZERO   TO   WK-XRGN-KIN(WK-COL-IDX)
           END-PERFORM.
           MOVE      ZERO   TO   WK-XRGN-TTL-SU.
           MOVE      ZERO   TO   WK-XRGN-TTL-KIN.
      *>
      *>  地域内のエリアをエリアコードの小さい順に選んで書き出す
           MOVE      1   TO   WK-ROLL-MIN-IDX.
           PERFORM   UNTIL   WK-ROLL-MIN-IDX   =   ZERO
                MOVE      HIGH-VALUE   TO   WK-ROLL-MIN-CODE
                MOVE      ZERO         TO   WK-ROLL-MIN-IDX
                PERFORM   VARYING   WK-ARM-IDX   FROM   1   BY   1
                     UNTIL   WK-ARM-IDX   >   WK-ARM-COUNT
                     IF   WK-ARM-MISE-SU(WK-ARM-IDX)   >   ZERO
                     AND  WK-ARM-PRINTED-FLG(WK-ARM-IDX)   =   ZERO
                     AND  WK-ARM-REGION-CODE(WK-ARM-IDX)
                               =   WK-ROLL-REGION-CODE
                     AND  WK-ARM-AREA-CODE(WK-ARM-IDX)
                               <   WK-ROLL-MIN-CODE
                          MOVE   WK-ARM-AREA-CODE(WK-ARM-IDX)
                               TO   WK-ROLL-MIN-CODE
                          SET    WK-ROLL-MIN-IDX   TO   WK-ARM-IDX
                     END-IF
                END-PERFORM
                IF   WK-ROLL-MIN-IDX   NOT =   ZERO
                     SET       WK-ARM-IDX   TO   WK-ROLL-MIN-IDX
                     MOVE      1   TO   WK-ARM-PRINTED-FLG(WK-ARM-IDX)
                     PERFORM   XSUM-AREA-SUM-PROC
                     MOVE      WK-ARM-AREA-CODE(WK-ARM-IDX)
                                    TO   WK-XSUM-LABEL
                     PERFORM   XSUM-ROW-EDIT-PROC
      *>                行末にエリア名・責任者名を付ける
                     ADD       11   TO   WK-LINE-POS
                     MOVE      WK-ARM-NAME(WK-ARM-IDX)
                                    TO   XTAB-RECODE(WK-LINE-POS:20)
                     ADD       21   TO   WK-LINE-POS
                     MOVE      WK-ARM-SEKININSHA(WK-ARM-IDX)
                                    TO   XTAB-RECODE(WK-LINE-POS:20)
                     WRITE     XTAB-RECODE
                     PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                          UNTIL   WK-COL-IDX   >   10
                          ADD   WK-XSUM-SU(WK-COL-IDX)
                               TO   WK-XRGN-SU(WK-COL-IDX)
                          ADD   WK-XSUM-KIN(WK-COL-IDX)
                               TO   WK-XRGN-KIN(WK-COL-IDX)
                     END-PERFORM
                     ADD   WK-XSUM-TTL-SU    TO   WK-XRGN-TTL-SU
                     ADD   WK-XSUM-TTL-KIN   TO   WK-XRGN-TTL-KIN
                END-IF
           END-PERFORM.
      *>
      *>  地域計（行末に地域名）
           PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                UNTIL   WK-COL-IDX   >   10
                MOVE   WK-XRGN-SU(WK-COL-IDX)    TO
                     WK-XSUM-SU(WK-COL-IDX)
                MOVE   WK-XRGN-KIN(WK-COL-IDX)   TO
                     WK-XSUM-KIN(WK-COL-IDX)
           END-PERFORM.
           MOVE      WK-XRGN-TTL-SU    TO   WK-XSUM-TTL-SU.
           MOVE      WK-XRGN-TTL-KIN   TO   WK-XSUM-TTL-KIN.
           MOVE      SPACE   TO   WK-XSUM-LABEL.
           MOVE      WK-ROLL-REGION-CODE   TO   WK-XSUM-LABEL(1:3).
           MOVE      "計"                  TO   WK-XSUM-LABEL(4:3).
           PERFORM   XSUM-ROW-EDIT-PROC.
           ADD       11   TO   WK-LINE-POS.
           PERFORM   RGM-LOOKUP-PROC.
           MOVE      WK-RGM-NAME-SAVE
                          TO   XTAB-RECODE(WK-LINE-POS:20).
           WRITE     XTAB-RECODE.
      *>
       REGION-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア１件分のセルの積み上げ処理（WK-ARM-IDXのエリアの店舗の行）
      *>************************************************************************
       XSUM-AREA-SUM-PROC             SECTION.
      *>
           PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                UNTIL   WK-COL-IDX   >   10
                MOVE   ZERO   TO   WK-XSUM-SU(WK-COL-IDX)
                MOVE   ZERO   TO   WK-XSUM-KIN(WK-COL-IDX)
           END-PERFORM.
           MOVE      ZERO   TO   WK-XSUM-TTL-SU.
           MOVE      ZERO   TO   WK-XSUM-TTL-KIN.
      *>
           PERFORM   VARYING   WK-XROW-IDX   FROM   1   BY   1
                UNTIL   WK-XROW-IDX   >   WK-XROW-COUNT
                IF   WK-XROW-AREA-NO(WK-XROW-IDX)   =   WK-ARM-IDX
                     PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                          UNTIL   WK-COL-IDX   >   WK-CAT-COUNT
                          ADD   WK-XCELL-SU(WK-XROW-IDX  WK-COL-IDX)
                               TO   WK-XSUM-SU(WK-COL-IDX)
                          ADD   WK-XCELL-KIN(WK-XROW-IDX  WK-COL-IDX)
                               TO   WK-XSUM-KIN(WK-COL-IDX)
                     END-PERFORM
                     ADD   WK-XROW-TTL-SU(WK-XROW-IDX)
                          TO   WK-XSUM-TTL-SU
                     ADD   WK-XROW-TTL-KIN(WK-XROW-IDX)
                          TO   WK-XSUM-TTL-KIN
                END-IF
           END-PERFORM.
      *>
       XSUM-AREA-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア計・地域計１行分の編集処理（WK-XSUM-の内容を編集する）
      *>************************************************************************
       XSUM-ROW-EDIT-PROC             SECTION.
      *>
           MOVE      SPACE   TO   XTAB-RECODE.
           MOVE      WK-XSUM-LABEL   TO   XTAB-RECODE(1:6).
           MOVE      8   TO   WK-LINE-POS.
           PERFORM   VARYING   WK-COL-IDX   FROM   1   BY   1
                UNTIL   WK-COL-IDX   >   WK-CAT-COUNT
                MOVE   WK-XSUM-SU(WK-COL-IDX)    TO   WK-EDIT-SU
                MOVE   WK-EDIT-SU
                     TO   XTAB-RECODE(WK-LINE-POS:6)
                ADD    7    TO   WK-LINE-POS
                MOVE   WK-XSUM-KIN(WK-COL-IDX)   TO   WK-EDIT-KIN
                MOVE   WK-EDIT-KIN
                     TO   XTAB-RECODE(WK-LINE-POS:9)
                ADD    10   TO   WK-LINE-POS
           END-PERFORM.
           MOVE      WK-XSUM-TTL-SU    TO   WK-EDIT-SU.
           MOVE      WK-EDIT-SU    TO   XTAB-RECODE(WK-LINE-POS:6).
           ADD       7   TO   WK-LINE-POS.
           MOVE      WK-XSUM-TTL-KIN   TO   WK-EDIT-KIN.
           MOVE      WK-EDIT-KIN   TO   XTAB-RECODE(WK-LINE-POS:9).
      *>
       XSUM-ROW-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア１件分のエリア別クロス集計表の出力処理（WK-ARM-IDX）
      *>全社版と同じ見出しに続けて、自エリアの店舗の行と小計を書き出す
      *>************************************************************************
       AREA-FILE-WRITE-PROC           SECTION.
      *>
           MOVE      SPACE   TO   WK-ARX-FILENAME.
           STRING    "XTAB_"   WK-ARM-AREA-CODE(WK-ARM-IDX)   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-ARX-FILENAME.
           OPEN      OUTPUT   ARX-FILE.
           ADD       1   TO   WRK-AREA-REP-COUNT.
      *>
           WRITE     ARX-RECODE   FROM   WK-XHDR-LINE(1).
           MOVE      WK-ARM-AREA-CODE(WK-ARM-IDX)
                          TO   REP-AH-AREA-CODE.
           MOVE      WK-ARM-NAME(WK-ARM-IDX)
                          TO   REP-AH-AREA-NAME.
           MOVE      WK-ARM-REGION-CODE(WK-ARM-IDX)
                          TO   REP-AH-REGION-CODE.
           MOVE      WK-ARM-REGION-CODE(WK-ARM-IDX)
                          TO   WK-ROLL-REGION-CODE.
           PERFORM   RGM-LOOKUP-PROC.
           MOVE      WK-RGM-NAME-SAVE   TO   REP-AH-REGION-NAME.
           MOVE      WK-ARM-SEKININSHA(WK-ARM-IDX)
                          TO   REP-AH-SEKININSHA.
           WRITE     ARX-RECODE   FROM   REP-AREA-HDR-RECODE.
           WRITE     ARX-RECODE   FROM   WK-XHDR-LINE(2).
           WRITE     ARX-RECODE   FROM   WK-XHDR-LINE(3).
      *>
           PERFORM   VARYING   WK-XROW-IDX   FROM   1   BY   1
                UNTIL   WK-XROW-IDX   >   WK-XROW-COUNT
                IF   WK-XROW-AREA-NO(WK-XROW-IDX)   =   WK-ARM-IDX
                     PERFORM   XTAB-ROW-EDIT-PROC
                     WRITE     ARX-RECODE   FROM   XTAB-RECODE
                END-IF
           END-PERFORM.
      *>
           PERFORM   XSUM-AREA-SUM-PROC.
           MOVE      "小計"   TO   WK-XSUM-LABEL.
           PERFORM   XSUM-ROW-EDIT-PROC.
           WRITE     ARX-RECODE   FROM   XTAB-RECODE.
      *>
           CLOSE     ARX-FILE.
      *>
       AREA-FILE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>
           EXIT.
      *>************************************************************************
      *>エリアマスタファイルの読み込み処理
      *>地域コードが空白のエリアは地域"ZZZ"とし、最後に割当のない
      *>店舗を集める"ZZZ"（未割当）の行を加える
      *>************************************************************************
       ARM-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ARM-COUNT.
           OPEN      INPUT   ARM-FILE.
           IF   ARM-FILE-STATUS   NOT =   "00"
                CLOSE   ARM-FILE
           ELSE
                PERFORM   UNTIL   ARM-FILE-STATUS   NOT =   "00"
                     READ   ARM-FILE
                          AT   END
                               MOVE   "10"   TO   ARM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-ARM-COUNT   <   998
                               AND  ARM-AREA-CODE   NOT =   "ZZZ"
                                    ADD    1   TO   WK-ARM-COUNT
                                    SET    WK-ARM-IDX
                                         TO   WK-ARM-COUNT
                                    PERFORM   ARM-ONE-PROC
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   ARM-FILE
           END-IF.
      *>
           ADD       1   TO   WK-ARM-COUNT.
           SET       WK-ARM-IDX   TO   WK-ARM-COUNT.
           MOVE      "ZZZ"      TO   ARM-AREA-CODE.
           MOVE      "未割当"   TO   ARM-AREA-NAME.
           MOVE      "ZZZ"      TO   ARM-REGION-CODE.
           MOVE      SPACE      TO   ARM-SEKININSHA.
           PERFORM   ARM-ONE-PROC.
      *>
       ARM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリアマスタ１行分のテーブル反映処理（WK-ARM-IDXの行へ）
      *>************************************************************************
       ARM-ONE-PROC                   SECTION.
      *>
           MOVE      ARM-AREA-CODE   TO   WK-ARM-AREA-CODE(WK-ARM-IDX).
           MOVE      ARM-AREA-NAME   TO   WK-ARM-NAME(WK-ARM-IDX).
           IF   ARM-REGION-CODE   =   SPACE
                MOVE   "ZZZ"             TO
                     WK-ARM-REGION-CODE(WK-ARM-IDX)
           ELSE
                MOVE   ARM-REGION-CODE   TO
                     WK-ARM-REGION-CODE(WK-ARM-IDX)
           END-IF.
           MOVE      ARM-SEKININSHA  TO   WK-ARM-SEKININSHA(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-MISE-SU(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-PRINTED-FLG(WK-ARM-IDX).
      *>
       ARM-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>地域マスタファイルの読み込み処理
      *>************************************************************************
       RGM-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-RGM-COUNT.
           OPEN      INPUT   RGM-FILE.
           IF   RGM-FILE-STATUS   NOT =   "00"
                CLOSE   RGM-FILE
                GO   TO   RGM-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   RGM-FILE-STATUS   NOT =   "00"
                READ   RGM-FILE
                     AT   END
                          MOVE   "10"   TO   RGM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-RGM-COUNT   <   999
                               ADD    1   TO   WK-RGM-COUNT
                               MOVE   RGM-REGION-CODE   TO
                                    WK-RGM-REGION-CODE(WK-RGM-COUNT)
                               MOVE   RGM-REGION-NAME   TO
                                    WK-RGM-NAME(WK-RGM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RGM-FILE.
      *>
       RGM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>地域名検索処理（WK-ROLL-REGION-CODEを設定してから呼び出す）
      *>************************************************************************
       RGM-LOOKUP-PROC                SECTION.
      *>
           IF   WK-ROLL-REGION-CODE   =   "ZZZ"
                MOVE   "地域未設定"   TO   WK-RGM-NAME-SAVE
           ELSE
                MOVE   "地域名不明"   TO   WK-RGM-NAME-SAVE
           END-IF.
           PERFORM   VARYING   WK-RGM-IDX   FROM   1   BY   1
                UNTIL   WK-RGM-IDX   >   WK-RGM-COUNT
                IF   WK-RGM-REGION-CODE(WK-RGM-IDX)
                          =   WK-ROLL-REGION-CODE
                     MOVE   WK-RGM-NAME(WK-RGM-IDX)
                          TO   WK-RGM-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       RGM-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別エリア割当ファイルの読み込み処理
      *>************************************************************************
       MAR-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-MAR-COUNT.
           OPEN      INPUT   MAR-FILE.
           IF   MAR-FILE-STATUS   NOT =   "00"
                CLOSE   MAR-FILE
                GO   TO   MAR-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   MAR-FILE-STATUS   NOT =   "00"
                READ   MAR-FILE
                     AT   END
                          MOVE   "10"   TO   MAR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MAR-COUNT   <   999
                               ADD    1   TO   WK-MAR-COUNT
                               MOVE   MAR-MISEBAN   TO
                                    WK-MAR-MISEBAN(WK-MAR-COUNT)
                               MOVE   MAR-AREA-CODE   TO
                                    WK-MAR-AREA-CODE(WK-MAR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MAR-FILE.
      *>
       MAR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
           DISPLAY   "明細行数:"   WRK-COUNT.
           DISPLAY   "エリア別クロス集計表数:"
                     WRK-AREA-REP-COUNT.
           IF   WRK-SKIP-COUNT   NOT =   ZERO
                DISPLAY   "列上限超過で読み飛ばした行数:"
                          WRK-SKIP-COUNT
