      *>達成率（金額基準）を達成度報告書（TGTREP.txt）に印字する。
      *>本文のあとに達成率の低い順の未達店舗一覧と会社合計行を
      *>印字する。目標のない店舗・実績のない目標も明細に出す。
      *>会社合計の前に、店舗別エリア割当（MISEAREA.txt）・エリア
      *>マスタ（AREAM.txt）・地域マスタ（REGIONM.txt）による地域順・
      *>エリア順のエリア計（責任者名付き）と地域計を印字する。
      *>割当のない店舗はエリア"ZZZ"（未割当）に集計する。
      *>またエリア責任者ごとに、自エリアの店舗だけの明細とエリア計を
      *>エリア別達成度報告書（TGTREP_エリアコード.txt）に出力する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
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
      *>達成度報告書ファイル
      *>************************************************************************
       SELECT   TGTREP-FILE   ASSIGN         TO "TGTREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>エリア別達成度報告書ファイル（エリアごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ARP-FILE      ASSIGN         TO WK-ARP-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
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
      *>達成度報告書ファイルのレイアウト定義
      *>************************************************************************
       FD   TGTREP-FILE.
       01   TGTREP-RECODE                          PIC X(120).
      *>************************************************************************
      *>エリア別達成度報告書ファイルのレイアウト定義
      *>************************************************************************
       FD   ARP-FILE.
       01   ARP-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  GJ-FILE-STATUS                           PIC XX.
       01  TGT-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  ARM-FILE-STATUS                          PIC XX.
       01  RGM-FILE-STATUS                          PIC XX.
       01  MAR-FILE-STATUS                          PIC XX.
      *>
      *>月次集計退避ファイルのファイル名（年月ごとに組み立てる）
       01  WK-GJ-FILENAME                           PIC X(020).
      *>エリア別達成度報告書のファイル名（エリアごとに組み立てる）
       01  WK-ARP-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-MITASSEI-COUNT               PIC 9(006).
             03   WRK-AREA-REP-COUNT               PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
      *>
      *>見出し編集用の領域
                 05   WK-TGT-MOKUHYO-KINGAKU      PIC 9(010).
                 05   WK-TGT-TASSEI-PCT           PIC S9(003)V9(002).
                 05   WK-TGT-PRINTED-FLG          PIC 9(001).
                 05   WK-TGT-AREA-NO              PIC 9(003)  COMP.
       01   WK-TGT-FOUND-FLG                     PIC 9(001).
       01   WK-TGT-FOUND-IDX                     PIC 9(003)  COMP.
       01   WK-TGT-KEY-MISEBAN                   PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-MSTR-NAME-SAVE               PIC X(020).
      *>
      *>エリアマスタ保持用テーブル（エリア別の実績・目標を積み上げる）
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
                 05   WK-ARM-JISSEKI-SU           PIC S9(009).
                 05   WK-ARM-JISSEKI-KIN          PIC S9(011).
                 05   WK-ARM-MOKUHYO-SU           PIC 9(009).
                 05   WK-ARM-MOKUHYO-KIN          PIC 9(011).
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
            03   WK-ROLL-JISSEKI-SU              PIC S9(009).
            03   WK-ROLL-JISSEKI-KIN             PIC S9(011).
            03   WK-ROLL-MOKUHYO-SU              PIC 9(009).
            03   WK-ROLL-MOKUHYO-KIN             PIC 9(011).
            03   WK-ROLL-PCT                     PIC S9(003)V9(002).
            03   WK-RGN-JISSEKI-SU               PIC S9(009).
            03   WK-RGN-JISSEKI-KIN              PIC S9(011).
            03   WK-RGN-MOKUHYO-SU               PIC 9(009).
            03   WK-RGN-MOKUHYO-KIN              PIC 9(011).
      *>
      *>未達一覧の印字用作業領域（達成率の低い順に選ぶ）
       01   WK-SORT-AREA.
            03   WK-SORT-MIN-PCT                 PIC S9(003)V9(002).
           03   REP-TASSEI-PCT        PIC -(002)9.99.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-BIKO              PIC X(040).
      *>未達一覧の見出し行の編集用領域
       01   REP-MITASSEI-HDR-RECODE.
           03   FILLER                PIC X(040)
               VALUE "**  未達店舗一覧（達成率順）  **".
      *>エリア・地域別の見出し行の編集用領域
       01   REP-AREA-SEC-HDR-RECODE.
           03   FILLER                PIC X(040)
               VALUE "**  エリア・地域別達成度  **".
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
      *>会社合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(015)
            03   FILLER                       PIC X(021)
                              VALUE "　未達店舗数：".
            03   MSG1-MITASSEI-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(030)
                              VALUE "　エリア別報告書数：".
            03   MSG1-AREA-REP-COUNT          PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
      *>
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WRK-MITASSEI-COUNT.
           MOVE   ZERO        TO   WRK-AREA-REP-COUNT.
           MOVE   ZERO        TO   WK-TGT-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-JISSEKI-SU.
           PERFORM   MISE-MSTR-LOAD-PROC.
           PERFORM   GJ-LOAD-PROC.
           PERFORM   TGT-LOAD-PROC.
      *>
      *>  エリア・地域・店舗別エリア割当の読み込み
           PERFORM   ARM-LOAD-PROC.
           PERFORM   RGM-LOAD-PROC.
           PERFORM   MAR-LOAD-PROC.
      *>
           OPEN      OUTPUT   TGTREP-FILE.
           MOVE      WK-PARM-YYYYMM   TO   REP-HDR-YYMM.
           WRITE     TGTREP-RECODE   FROM   REP-MITASSEI-HDR-RECODE.
           PERFORM   MITASSEI-REPORT-PROC.
      *>
      *>  エリア計・地域計を地域順・エリア順に印字する
           WRITE     TGTREP-RECODE   FROM   REP-AREA-SEC-HDR-RECODE.
           PERFORM   AREA-REPORT-PROC.
      *>
      *>  会社合計行を印字する
           MOVE      WK-TOTAL-JISSEKI-KIN   TO   REP-T-JISSEKI-KIN.
           MOVE      WK-TOTAL-MOKUHYO-KIN   TO   REP-T-MOKUHYO-KIN.
           WRITE     TGTREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           CLOSE     TGTREP-FILE.
      *>
      *>  エリア責任者ごとのエリア別達成度報告書を出力する
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
                          /   WK-TGT-MOKUHYO-KINGAKU(WK-TGT-IDX)
           END-IF.
      *>
           PERFORM   TGT-LINE-EDIT-PROC.
           WRITE     TGTREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  店舗の属するエリアを決めてエリア別に積み上げる
           PERFORM   TGT-AREA-SET-PROC.
           SET       WK-ARM-IDX   TO   WK-TGT-AREA-NO(WK-TGT-IDX).
           ADD       1   TO   WK-ARM-MISE-SU(WK-ARM-IDX).
           ADD       WK-TGT-JISSEKI-SU(WK-TGT-IDX)
                          TO   WK-ARM-JISSEKI-SU(WK-ARM-IDX).
           ADD       WK-TGT-JISSEKI-KINGAKU(WK-TGT-IDX)
                          TO   WK-ARM-JISSEKI-KIN(WK-ARM-IDX).
           ADD       WK-TGT-MOKUHYO-SU(WK-TGT-IDX)
                          TO   WK-ARM-MOKUHYO-SU(WK-ARM-IDX).
           ADD       WK-TGT-MOKUHYO-KINGAKU(WK-TGT-IDX)
                          TO   WK-ARM-MOKUHYO-KIN(WK-ARM-IDX).
      *>
           ADD       WK-TGT-JISSEKI-SU(WK-TGT-IDX)
                          TO   WK-TOTAL-JISSEKI-SU.
      *>未達店舗１件分の印字処理
      *>************************************************************************
       MITASSEI-LINE-WRITE-PROC       SECTION.
      *>
           PERFORM   TGT-LINE-EDIT-PROC.
           WRITE     TGTREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       MITASSEI-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の明細行の編集処理（WK-TGT-IDXの店舗）
      *>************************************************************************
       TGT-LINE-EDIT-PROC             SECTION.
      *>
           MOVE      WK-TGT-MISEBAN(WK-TGT-IDX)
                          TO   WK-TGT-KEY-MISEBAN.
                          TO   REP-MOKUHYO-KIN.
           MOVE      WK-TGT-TASSEI-PCT(WK-TGT-IDX)
                          TO   REP-TASSEI-PCT.
      *>
       TGT-LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗の属するエリアの決定処理（WK-TGT-IDXの店舗）
      *>割当がないか、エリアマスタにないエリアなら"ZZZ"（未割当）
      *>************************************************************************
       TGT-AREA-SET-PROC              SECTION.
      *>
           MOVE      "ZZZ"   TO   WK-ARM-KEY-CODE.
           PERFORM   VARYING   WK-MAR-IDX   FROM   1   BY   1
                UNTIL   WK-MAR-IDX   >   WK-MAR-COUNT
                IF   WK-MAR-MISEBAN(WK-MAR-IDX)
                          =   WK-TGT-MISEBAN(WK-TGT-IDX)
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
           MOVE      WK-ARM-FOUND-IDX   TO   WK-TGT-AREA-NO(WK-TGT-IDX).
      *>
       TGT-AREA-SET-PROC-EXIT.
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
           MOVE      ZERO   TO   WK-RGN-JISSEKI-SU.
           MOVE      ZERO   TO   WK-RGN-JISSEKI-KIN.
           MOVE      ZERO   TO   WK-RGN-MOKUHYO-SU.
           MOVE      ZERO   TO   WK-RGN-MOKUHYO-KIN.
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
                                    TO   REP-MISEBAN
                     MOVE      WK-ARM-NAME(WK-ARM-IDX)
                                    TO   REP-MISE-NAME
                     IF   WK-ARM-SEKININSHA(WK-ARM-IDX)   NOT =   SPACE
                          STRING "責任者："
                                 WK-ARM-SEKININSHA(WK-ARM-IDX)
                                 DELIMITED   BY   SIZE
                                 INTO   REP-BIKO
                     END-IF
                     WRITE     TGTREP-RECODE   FROM   REP-DETAIL-RECODE
                     ADD   WK-ROLL-JISSEKI-SU    TO   WK-RGN-JISSEKI-SU
                     ADD   WK-ROLL-JISSEKI-KIN   TO   WK-RGN-JISSEKI-KIN
                     ADD   WK-ROLL-MOKUHYO-SU    TO   WK-RGN-MOKUHYO-SU
                     ADD   WK-ROLL-MOKUHYO-KIN   TO   WK-RGN-MOKUHYO-KIN
                END-IF
           END-PERFORM.
      *>
      *>  地域計を印字する
           MOVE      WK-RGN-JISSEKI-SU    TO   WK-ROLL-JISSEKI-SU.
           MOVE      WK-RGN-JISSEKI-KIN   TO   WK-ROLL-JISSEKI-KIN.
           MOVE      WK-RGN-MOKUHYO-SU    TO   WK-ROLL-MOKUHYO-SU.
           MOVE      WK-RGN-MOKUHYO-KIN   TO   WK-ROLL-MOKUHYO-KIN.
           PERFORM   ROLL-LINE-EDIT-PROC.
           MOVE      WK-ROLL-REGION-CODE   TO   REP-MISEBAN.
           PERFORM   RGM-LOOKUP-PROC.
           MOVE      WK-RGM-NAME-SAVE      TO   REP-MISE-NAME.
           MOVE      "＊地域計＊"          TO   REP-BIKO.
           WRITE     TGTREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REGION-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア計の明細行の編集処理（WK-ARM-IDXのエリア）
      *>************************************************************************
       AREA-TOTAL-EDIT-PROC           SECTION.
      *>
           MOVE      WK-ARM-JISSEKI-SU(WK-ARM-IDX)
                          TO   WK-ROLL-JISSEKI-SU.
           MOVE      WK-ARM-JISSEKI-KIN(WK-ARM-IDX)
                          TO   WK-ROLL-JISSEKI-KIN.
           MOVE      WK-ARM-MOKUHYO-SU(WK-ARM-IDX)
                          TO   WK-ROLL-MOKUHYO-SU.
           MOVE      WK-ARM-MOKUHYO-KIN(WK-ARM-IDX)
                          TO   WK-ROLL-MOKUHYO-KIN.
           PERFORM   ROLL-LINE-EDIT-PROC.
      *>
       AREA-TOTAL-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計行の明細行の編集処理（WK-ROLL-の実績・目標から達成率を出す）
      *>************************************************************************
       ROLL-LINE-EDIT-PROC            SECTION.
      *>
           IF   WK-ROLL-MOKUHYO-KIN   =   ZERO
                MOVE      ZERO   TO   WK-ROLL-PCT
           ELSE
                COMPUTE   WK-ROLL-PCT   ROUNDED   =
                          WK-ROLL-JISSEKI-KIN   *   100
                          /   WK-ROLL-MOKUHYO-KIN
           END-IF.
           MOVE      SPACE   TO   REP-DETAIL-RECODE.
           MOVE      "%"     TO   REP-DETAIL-RECODE(78:1).
           MOVE      WK-ROLL-JISSEKI-SU    TO   REP-JISSEKI-SU.
           MOVE      WK-ROLL-MOKUHYO-SU    TO   REP-MOKUHYO-SU.
           MOVE      WK-ROLL-JISSEKI-KIN   TO   REP-JISSEKI-KIN.
           MOVE      WK-ROLL-MOKUHYO-KIN   TO   REP-MOKUHYO-KIN.
           MOVE      WK-ROLL-PCT           TO   REP-TASSEI-PCT.
      *>
       ROLL-LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>エリア１件分のエリア別達成度報告書の出力処理（WK-ARM-IDX）
      *>自エリアの店舗の明細とエリア計を印字する
      *>************************************************************************
       AREA-FILE-WRITE-PROC           SECTION.
      *>
           MOVE      SPACE   TO   WK-ARP-FILENAME.
           STRING    "TGTREP_"   WK-ARM-AREA-CODE(WK-ARM-IDX)   ".txt"
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
      *>
           PERFORM   VARYING   WK-TGT-IDX   FROM   1   BY   1
                UNTIL   WK-TGT-IDX   >   WK-TGT-COUNT
                IF   WK-TGT-AREA-NO(WK-TGT-IDX)   =   WK-ARM-IDX
                     PERFORM   TGT-LINE-EDIT-PROC
                     WRITE     ARP-RECODE   FROM   REP-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
           PERFORM   AREA-TOTAL-EDIT-PROC.
           MOVE      "エリア計"   TO   REP-MISE-NAME.
           WRITE     ARP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           CLOSE     ARP-FILE.
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
           MOVE      ZERO   TO   WK-ARM-JISSEKI-SU(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-JISSEKI-KIN(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-MOKUHYO-SU(WK-ARM-IDX).
           MOVE      ZERO   TO   WK-ARM-MOKUHYO-KIN(WK-ARM-IDX).
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
      *>  処理件数を表示する
           MOVE      WRK-MISE-COUNT       TO   MSG1-MISE-COUNT.
           MOVE      WRK-MITASSEI-COUNT   TO   MSG1-MITASSEI-COUNT.
           MOVE      WRK-AREA-REP-COUNT   TO   MSG1-AREA-REP-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
