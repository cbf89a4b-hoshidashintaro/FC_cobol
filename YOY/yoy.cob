      *>数量・売上金額、差、増減率を前年同月比較報告書（YOYREP.txt）に
      *>印字する。前年に無い商品・店舗は「新規」、当年に無い商品・
      *>店舗は「前年のみ」の区分を付けて別立てで分かるようにする。
      *>店舗別のあとに、店舗別エリア割当（MISEAREA.txt）・エリア
      *>マスタ（AREAM.txt）・地域マスタ（REGIONM.txt）による地域順・
      *>エリア順のエリア計（エリア名・責任者名付き）と地域計を印字する。
      *>割当のない店舗はエリア"ZZZ"（未割当）に集計する。
      *>またエリア責任者ごとに、自エリアの店舗だけの店舗別明細と
      *>エリア計をエリア別前年同月比較報告書（YOYREP_エリアコード.txt）
      *>に出力する（商品別は店舗の内訳を持たないため全社のみ）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GJ-FILE-STATUS.
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
      *>前年同月比較報告書ファイル
      *>************************************************************************
       SELECT   YOYREP-FILE   ASSIGN         TO "YOYREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>エリア別前年同月比較報告書ファイル（エリアごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ARP-FILE      ASSIGN         TO WK-ARP-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
           03   GJ-VERIFY-KUBUN                PIC X(001).
           03   FILLER                         PIC X(030).
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
      *>前年同月比較報告書ファイルのレイアウト定義
      *>************************************************************************
       FD   YOYREP-FILE.
       01   YOYREP-RECODE                          PIC X(140).
      *>************************************************************************
      *>エリア別前年同月比較報告書ファイルのレイアウト定義
      *>************************************************************************
       FD   ARP-FILE.
       01   ARP-RECODE                             PIC X(140).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  GJ-FILE-STATUS                           PIC XX.
       01  ARM-FILE-STATUS                          PIC XX.
       01  RGM-FILE-STATUS                          PIC XX.
       01  MAR-FILE-STATUS                          PIC XX.
      *>
      *>月次集計退避ファイルのファイル名（年月ごとに組み立てる）
       01  WK-GJ-FILENAME                           PIC X(020).
      *>エリア別報告書のファイル名（エリアごとに組み立てる）
       01  WK-ARP-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-SHOHIN-COUNT                 PIC 9(006).
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-AREA-REP-COUNT               PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WK-ZENNEN-YYYYMM                 PIC 9(006).
      *>
                 05   WK-MS-ZENNEN-URIAGE         PIC S9(010).
                 05   WK-MS-TONEN-FLG             PIC 9(001).
                 05   WK-MS-ZENNEN-FLG            PIC 9(001).
                 05   WK-MS-AREA-NO               PIC 9(003)  COMP.
       01   WK-MS-FOUND-FLG                      PIC 9(001).
       01   WK-MS-FOUND-IDX                      PIC 9(003)  COMP.
      *>
      *>エリアマスタ保持用テーブル（エリア別の当年・前年を積み上げる）
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
                 05   WK-ARM-TONEN-SU             PIC S9(009).
                 05   WK-ARM-TONEN-URIAGE         PIC S9(011).
                 05   WK-ARM-ZENNEN-SU            PIC S9(009).
                 05   WK-ARM-ZENNEN-URIAGE        PIC S9(011).
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
            03   WK-ROLL-TONEN-SU                PIC S9(009).
            03   WK-ROLL-TONEN-URIAGE            PIC S9(011).
            03   WK-ROLL-ZENNEN-SU               PIC S9(009).
            03   WK-ROLL-ZENNEN-URIAGE           PIC S9(011).
            03   WK-RGN-TONEN-SU                 PIC S9(009).
            03   WK-RGN-TONEN-URIAGE             PIC S9(011).
            03   WK-RGN-ZENNEN-SU                PIC S9(009).
            03   WK-RGN-ZENNEN-URIAGE            PIC S9(011).
      *>
      *>１行分の差・増減率の計算用領域
       01   WK-CALC-AREA.
            03   WK-SA-SU                        PIC S9(009).
       01   REP-MISE-HDR-RECODE.
           03   FILLER                PIC X(024)
                   VALUE "**  店舗別  **".
       01   REP-AREA-SEC-HDR-RECODE.
           03   FILLER                PIC X(032)
                   VALUE "**  エリア・地域別  **".
      *>エリア別報告書のエリア見出し行の編集用領域
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
      *>報告書の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-CODE              PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-BIKO-NAME         PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-BIKO-TANTO        PIC X(020).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "　店舗数：".
            03   MSG1-MISE-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(030)
                              VALUE "　エリア別報告書数：".
            03   MSG1-AREA-REP-COUNT          PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
      *>
           MOVE   ZERO        TO   WRK-SHOHIN-COUNT.
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WRK-AREA-REP-COUNT.
           MOVE   ZERO        TO   WK-PRD-COUNT.
           MOVE   ZERO        TO   WK-MS-COUNT.
      *>
           MOVE      2   TO   WK-YEAR-KUBUN.
           PERFORM   GJ-ONE-YEAR-PROC.
      *>
      *>  エリア・地域・店舗別エリア割当の読み込み
           PERFORM   ARM-LOAD-PROC.
           PERFORM   RGM-LOAD-PROC.
           PERFORM   MAR-LOAD-PROC.
      *>
      *>  報告書を印字する
           OPEN      OUTPUT   YOYREP-FILE.
           MOVE      WK-PARM-YYYYMM     TO   REP-HDR-TONEN.
                ADD       1   TO   WRK-MISE-COUNT
                PERFORM   MS-LINE-WRITE-PROC
           END-PERFORM.
      *>
      *>  エリア計・地域計を地域順・エリア順に印字する
           WRITE     YOYREP-RECODE   FROM   REP-AREA-SEC-HDR-RECODE.
           PERFORM   AREA-REPORT-PROC.
      *>
           CLOSE     YOYREP-FILE.
      *>
      *>  エリア責任者ごとのエリア別報告書を出力する
           PERFORM   VARYING   WK-ARM-IDX   FROM   1   BY   1
                UNTIL   WK-ARM-IDX   >   WK-ARM-COUNT
                IF   WK-ARM-MISE-SU(WK-ARM-IDX)   >   ZERO
                AND  WK-ARM-AREA-CODE(WK-ARM-IDX)   NOT =   "ZZZ"
                     PERFORM   AREA-FILE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
       MAIN-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>店舗別の明細行の印字処理（エリア別の積み上げも行う）
      *>************************************************************************
       MS-LINE-WRITE-PROC             SECTION.
      *>
           PERFORM   MS-LINE-EDIT-PROC.
           WRITE     YOYREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  店舗の属するエリアを決めてエリア別に積み上げる
           PERFORM   MS-AREA-SET-PROC.
           SET       WK-ARM-IDX   TO   WK-MS-AREA-NO(WK-MS-IDX).
           ADD       1   TO   WK-ARM-MISE-SU(WK-ARM-IDX).
           ADD       WK-MS-TONEN-SU(WK-MS-IDX)
                          TO   WK-ARM-TONEN-SU(WK-ARM-IDX).
           ADD       WK-MS-TONEN-URIAGE(WK-MS-IDX)
                          TO   WK-ARM-TONEN-URIAGE(WK-ARM-IDX).
           ADD       WK-MS-ZENNEN-SU(WK-MS-IDX)
                          TO   WK-ARM-ZENNEN-SU(WK-ARM-IDX).
           ADD       WK-MS-ZENNEN-URIAGE(WK-MS-IDX)
                          TO   WK-ARM-ZENNEN-URIAGE(WK-ARM-IDX).
      *>
       MS-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別の明細行の編集処理（WK-MS-IDXの店舗）
      *>************************************************************************
       MS-LINE-EDIT-PROC              SECTION.
      *>
           MOVE      SPACE   TO   REP-DETAIL-RECODE.
           MOVE      "%"     TO   REP-DETAIL-RECODE(72:1).
                     CONTINUE
           END-EVALUATE.
      *>
       MS-LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗の属するエリアの決定処理（WK-MS-IDXの店舗）
      *>割当がないか、エリアマスタにないエリアなら"ZZZ"（未割当）
      *>************************************************************************
       MS-AREA-SET-PROC               SECTION.
      *>
           MOVE      "ZZZ"   TO   WK-ARM-KEY-CODE.
           PERFORM   VARYING   WK-MAR-IDX   FROM   1   BY   1
                UNTIL   WK-MAR-IDX   >   WK-MAR-COUNT
                IF   WK-MAR-MISEBAN(WK-MAR-IDX)
                          =   WK-MS-MISEBAN(WK-MS-IDX)
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
           MOVE      WK-ARM-FOUND-IDX   TO   WK-MS-AREA-NO(WK-MS-IDX).
      *>
       MS-AREA-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア計・地域計の印字処理
      *>店舗のあるエリアの地域コードの小さい順に地域を選び、地域ごとに
      *>エリアコードの小さい順のエリア計と地域計を印字する
      *>************************************************************************
       AREA-REPORT-PROC               SECTION.
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
      *>地域１件分のエリア計・地域計の印字処理（WK-ROLL-REGION-CODE）
      *>************************************************************************
       REGION-ONE-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-RGN-TONEN-SU.
           MOVE      ZERO   TO   WK-RGN-TONEN-URIAGE.
           MOVE      ZERO   TO   WK-RGN-ZENNEN-SU.
           MOVE      ZERO   TO   WK-RGN-ZENNEN-URIAGE.
      *>
      *>  地域内のエリアをエリアコードの小さい順に選んで印字する
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
                     PERFORM   AREA-TOTAL-EDIT-PROC
                     MOVE      WK-ARM-AREA-CODE(WK-ARM-IDX)
                                    TO   REP-CODE
                     MOVE      WK-ARM-NAME(WK-ARM-IDX)
                                    TO   REP-BIKO-NAME
                     MOVE      WK-ARM-SEKININSHA(WK-ARM-IDX)
                                    TO   REP-BIKO-TANTO
                     WRITE     YOYREP-RECODE   FROM   REP-DETAIL-RECODE
                     ADD   WK-ROLL-TONEN-SU       TO   WK-RGN-TONEN-SU
                     ADD   WK-ROLL-TONEN-URIAGE   TO
                                                  WK-RGN-TONEN-URIAGE
                     ADD   WK-ROLL-ZENNEN-SU      TO   WK-RGN-ZENNEN-SU
                     ADD   WK-ROLL-ZENNEN-URIAGE  TO
                                                  WK-RGN-ZENNEN-URIAGE
                END-IF
           END-PERFORM.
      *>
      *>  地域計を印字する
           MOVE      WK-RGN-TONEN-SU        TO   WK-ROLL-TONEN-SU.
           MOVE      WK-RGN-TONEN-URIAGE    TO   WK-ROLL-TONEN-URIAGE.
           MOVE      WK-RGN-ZENNEN-SU       TO   WK-ROLL-ZENNEN-SU.
           MOVE      WK-RGN-ZENNEN-URIAGE   TO   WK-ROLL-ZENNEN-URIAGE.
           PERFORM   ROLL-LINE-EDIT-PROC.
           MOVE      WK-ROLL-REGION-CODE    TO   REP-CODE.
           MOVE      "地域計"               TO   REP-KUBUN.
           PERFORM   RGM-LOOKUP-PROC.
           MOVE      WK-RGM-NAME-SAVE       TO   REP-BIKO-NAME.
           WRITE     YOYREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REGION-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア計の明細行の編集処理（WK-ARM-IDXのエリア）
      *>************************************************************************
       AREA-TOTAL-EDIT-PROC           SECTION.
      *>
           MOVE      WK-ARM-TONEN-SU(WK-ARM-IDX)
                          TO   WK-ROLL-TONEN-SU.
           MOVE      WK-ARM-TONEN-URIAGE(WK-ARM-IDX)
                          TO   WK-ROLL-TONEN-URIAGE.
           MOVE      WK-ARM-ZENNEN-SU(WK-ARM-IDX)
                          TO   WK-ROLL-ZENNEN-SU.
           MOVE      WK-ARM-ZENNEN-URIAGE(WK-ARM-IDX)
                          TO   WK-ROLL-ZENNEN-URIAGE.
           PERFORM   ROLL-LINE-EDIT-PROC.
           MOVE      "エリア計"   TO   REP-KUBUN.
      *>
       AREA-TOTAL-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計行の明細行の編集処理（WK-ROLL-の当年・前年から差・増減率を出す）
      *>************************************************************************
       ROLL-LINE-EDIT-PROC            SECTION.
      *>
           MOVE      SPACE   TO   REP-DETAIL-RECODE.
           MOVE      "%"     TO   REP-DETAIL-RECODE(72:1).
           MOVE      WK-ROLL-TONEN-SU        TO   REP-TONEN-SU.
           MOVE      WK-ROLL-ZENNEN-SU       TO   REP-ZENNEN-SU.
           MOVE      WK-ROLL-TONEN-URIAGE    TO   REP-TONEN-URIAGE.
           MOVE      WK-ROLL-ZENNEN-URIAGE   TO   REP-ZENNEN-URIAGE.
           COMPUTE   WK-SA-URIAGE   =
                     WK-ROLL-TONEN-URIAGE   -   WK-ROLL-ZENNEN-URIAGE.
           MOVE      WK-SA-URIAGE   TO   REP-SA-URIAGE.
           IF   WK-ROLL-ZENNEN-URIAGE   =   ZERO
                MOVE      ZERO   TO   WK-ZOUGEN-PCT
           ELSE
                COMPUTE   WK-ZOUGEN-PCT   ROUNDED   =
                          WK-SA-URIAGE   *   100
                          /   WK-ROLL-ZENNEN-URIAGE
           END-IF.
           MOVE      WK-ZOUGEN-PCT   TO   REP-ZOUGEN-PCT.
      *>
       ROLL-LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア１件分のエリア別報告書の出力処理（WK-ARM-IDX）
      *>自エリアの店舗の店舗別明細とエリア計を印字する
      *>************************************************************************
       AREA-FILE-WRITE-PROC           SECTION.
      *>
           MOVE      SPACE   TO   WK-ARP-FILENAME.
           STRING    "YOYREP_"   WK-ARM-AREA-CODE(WK-ARM-IDX)   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-ARP-FILENAME.
           OPEN      OUTPUT   ARP-FILE.
           ADD       1   TO   WRK-AREA-REP-COUNT.
      *>
           WRITE     ARP-RECODE   FROM   REP-HDR-RECODE.
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
           WRITE     ARP-RECODE   FROM   REP-AREA-HDR-RECODE.
           WRITE     ARP-RECODE   FROM   REP-MISE-HDR-RECODE.
      *>
           PERFORM   VARYING   WK-MS-IDX   FROM   1   BY   1
                UNTIL   WK-MS-IDX   >   WK-MS-COUNT
                IF   WK-MS-AREA-NO(WK-MS-IDX)   =   WK-ARM-IDX
                     PERFORM   MS-LINE-EDIT-PROC
                     WRITE     ARP-RECODE   FROM   REP-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
           PERFORM   AREA-TOTAL-EDIT-PROC.
           WRITE     ARP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           CLOSE     ARP-FILE.
      *>
       AREA-FILE-WRITE-PROC-EXIT.
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
           MOVE      ZERO   TO   WK-ARM-TONEN-SU(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-TONEN-URIAGE(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-ZENNEN-SU(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-ZENNEN-URIAGE(WK-ARM-IDX).
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
      *>  処理件数を表示する
           MOVE      WRK-SHOHIN-COUNT   TO   MSG1-SHOHIN-COUNT.
           MOVE      WRK-MISE-COUNT     TO   MSG1-MISE-COUNT.
           MOVE      WRK-AREA-REP-COUNT TO   MSG1-AREA-REP-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
