      *>************************************************************************
      *>商品別在庫受払（在庫カード）照会プログラム
      *>パラメータファイル（ZCPARM.txt：商品コード＋倉庫コード＋開始日
      *>＋終了日）で指定された商品について、在庫移動記録
      *>（ZAIKOIDO.txt）から期間内の移動を記録順に読み出し、倉庫ごとの
      *>繰越残高から積み上げた計算残高と、移動時に記録された移動後
      *>残高を並べた在庫カード（ZAIKOCARD.txt）を印字する。倉庫コード
      *>が空白の場合は全倉庫、開始日がゼロの場合は最初から、終了日が
      *>ゼロの場合は当日までとする。
      *>繰越残高は開始日より前の最後の移動後残高とし、それより前の
      *>移動が無い倉庫は期間内の最初の移動の移動後残高から移動数を
      *>戻して求める。計算残高と記録残高が一致しない行は、移動記録を
      *>残さずに在庫マスタが変わったことを示すため印を付ける。
      *>末尾に倉庫ごとの繰越・入庫・出庫・残高を印字し、終了日が当日
      *>以後の場合は在庫マスタ（ZAIKOM.txt）の現在庫とも突き合わせる。
      *>移動が無い場合・残高の不一致がある場合はリターンコード４で
      *>終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   ZAIKOCARD001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>照会条件パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "ZCPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（見出しへ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>在庫カードファイル
      *>************************************************************************
       SELECT   CARD-FILE     ASSIGN         TO "ZAIKOCARD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>照会条件パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-SHOHIN-CODE               PIC X(006).
           03   PARM-SOKO-CODE                 PIC X(002).
           03   PARM-FROM-DATE                 PIC 9(008).
           03   PARM-TO-DATE                   PIC 9(008).
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
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
      *>在庫カードファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   CARD-FILE.
       01   CARD-RECODE                            PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-HIT-COUNT                    PIC 9(006).
             03   WRK-FUICCHI-COUNT                PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "ZAIKOCD1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>照会条件
       01   WK-JOKEN-AREA.
            03   WK-SHOHIN-CODE                  PIC X(006).
            03   WK-SOKO-CODE                    PIC X(002).
            03   WK-FROM-DATE                    PIC 9(008).
            03   WK-TO-DATE                      PIC 9(008).
       01   WK-SHOHIN-NAME                       PIC X(020).
      *>
      *>倉庫別の受払集計用テーブル
      *>（繰越有無フラグ：１＝開始日より前の移動で繰越残高が決まった、
      *>　２＝期間内の最初の移動から繰越残高を求めた）
       01   WK-SOKO-AREA.
            03   WK-SOKO-COUNT                   PIC 9(004)  COMP.
            03   WK-SOKO-TBL                     OCCURS 99 TIMES
                                    INDEXED BY WK-SOKO-IDX.
                 05   WK-SOKO-SOKO-CODE           PIC X(002).
                 05   WK-SOKO-KURIKOSHI-FLG       PIC 9(001).
                 05   WK-SOKO-KURIKOSHI           PIC S9(007).
                 05   WK-SOKO-KEISAN-ZAN          PIC S9(007).
                 05   WK-SOKO-NYUKO-SU            PIC S9(009).
                 05   WK-SOKO-SYUKKO-SU           PIC S9(009).
                 05   WK-SOKO-ZAIKOM-SU           PIC S9(007).
                 05   WK-SOKO-ZAIKOM-FLG          PIC 9(001).
       01   WK-SOKO-FOUND-IDX                    PIC 9(004)  COMP.
      *>
      *>在庫カードの見出し行の編集用領域
       01   CARD-TITLE-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  在庫カード  **".
           03   FILLER                PIC X(012)
                   VALUE "商品：".
           03   CARD-TITLE-SHOHIN     PIC X(006).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CARD-TITLE-NAME       PIC X(020).
           03   FILLER                PIC X(012)
                   VALUE "　倉庫：".
           03   CARD-TITLE-SOKO       PIC X(009).
       01   CARD-KIKAN-RECODE.
           03   FILLER                PIC X(012)
                   VALUE "期間：".
           03   CARD-KIKAN-FROM       PIC 9(008).
           03   FILLER                PIC X(005)
                   VALUE " ～ ".
           03   CARD-KIKAN-TO         PIC 9(008).
           03   FILLER                PIC X(018)
                   VALUE "　　処理日：".
           03   CARD-KIKAN-RUN-DATE   PIC 9(008).
      *>在庫カードの繰越行の編集用領域
       01   CARD-KURIKOSHI-RECODE.
           03   FILLER                PIC X(021)
                   VALUE "前期繰越　倉庫".
           03   CARD-KURI-SOKO        PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CARD-KURI-ZAN         PIC -(006)9.
      *>在庫カードの列見出し行の編集用領域
       01   CARD-COLHDR-RECODE.
           03   FILLER                PIC X(045)
               VALUE "移動日    実行番号 倉庫 移動区分".
           03   FILLER                PIC X(042)
               VALUE "     移動数  記録残高  計算残高".
           03   FILLER                PIC X(027)
               VALUE " 伝票番号     作成元".
      *>在庫カードの明細行の編集用領域
       01   CARD-DETAIL-RECODE.
           03   CARD-IDO-DATE         PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CARD-RUN-NO           PIC 9(006).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   CARD-SOKO-CODE        PIC X(002).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   CARD-IDO-KUBUN-NAME   PIC X(024).
           03   CARD-IDO-SU           PIC -(006)9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   CARD-ZANDAKA         PIC -(006)9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   CARD-KEISAN-ZAN       PIC -(006)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CARD-DENPYO-NO        PIC X(012).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CARD-PGM-NAME         PIC X(008).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CARD-FUICCHI          PIC X(012).
      *>在庫カードの倉庫別集計行の編集用領域
       01   CARD-SUM-RECODE.
           03   FILLER                PIC X(009)
                   VALUE "倉庫".
           03   CARD-SUM-SOKO         PIC X(002).
           03   FILLER                PIC X(011)
                   VALUE " 繰越：".
           03   CARD-SUM-KURIKOSHI    PIC -(006)9.
           03   FILLER                PIC X(011)
                   VALUE " 入庫：".
           03   CARD-SUM-NYUKO        PIC -(008)9.
           03   FILLER                PIC X(011)
                   VALUE " 出庫：".
           03   CARD-SUM-SYUKKO       PIC -(008)9.
           03   FILLER                PIC X(011)
                   VALUE " 残高：".
           03   CARD-SUM-ZAN          PIC -(006)9.
       01   CARD-ZAIKOM-RECODE.
           03   FILLER                PIC X(009)
                   VALUE "倉庫".
           03   CARD-ZMST-SOKO        PIC X(002).
           03   FILLER                PIC X(029)
                   VALUE " 在庫マスタ現在庫：".
           03   CARD-ZMST-ZAN         PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CARD-ZMST-FUICCHI     PIC X(024).
      *>在庫カードの件数行の編集用領域
       01   CARD-CNT-RECODE.
           03   FILLER                PIC X(018)
                       VALUE "移動件数：".
           03   CARD-CNT-HIT          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                       VALUE "　不一致：".
           03   CARD-CNT-FUICCHI      PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
       PROCEDURE                     DIVISION.
      *>
           MOVE      ZERO   TO   WRK-HIT-COUNT.
           MOVE      ZERO   TO   WRK-FUICCHI-COUNT.
           MOVE      ZERO   TO   WK-SOKO-COUNT.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  照会条件パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  商品名の取得
           PERFORM   SHOHIN-NAME-PROC.
      *>
      *>  １回目の読み込みで倉庫ごとの繰越残高を求める
           OPEN      INPUT   ZID-FILE.
           EVALUATE   ZID-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "ZAIKOIDO-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "ZAIKOIDO-FILE入出力エラー:"
                               ZID-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ZID-FILE-STATUS   NOT =   "00"
                READ   ZID-FILE
                     AT   END
                          MOVE   "10"   TO   ZID-FILE-STATUS
                     NOT   AT   END
                          IF   ZID-SHOHIN-CODE   =   WK-SHOHIN-CODE
                          AND  ZID-IDO-DATE   NOT >   WK-TO-DATE
                          AND  (WK-SOKO-CODE   =   SPACE
                             OR  ZID-SOKO-CODE   =   WK-SOKO-CODE)
                               PERFORM   KURIKOSHI-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
      *>  在庫マスタの現在庫を倉庫別に取り込む
           PERFORM   ZAIKO-MSTR-READ-PROC.
      *>
           OPEN      OUTPUT   CARD-FILE.
           MOVE      WK-SHOHIN-CODE   TO   CARD-TITLE-SHOHIN.
           MOVE      WK-SHOHIN-NAME   TO   CARD-TITLE-NAME.
           IF   WK-SOKO-CODE   =   SPACE
                MOVE   "全倉庫"       TO   CARD-TITLE-SOKO
           ELSE
                MOVE   WK-SOKO-CODE   TO   CARD-TITLE-SOKO
           END-IF.
           WRITE     CARD-RECODE   FROM   CARD-TITLE-RECODE.
           MOVE      WK-FROM-DATE   TO   CARD-KIKAN-FROM.
           MOVE      WK-TO-DATE     TO   CARD-KIKAN-TO.
           MOVE      WRK-RUN-DATE   TO   CARD-KIKAN-RUN-DATE.
           WRITE     CARD-RECODE   FROM   CARD-KIKAN-RECODE.
      *>
      *>  倉庫ごとの繰越残高を印字し、計算残高の起点とする
           PERFORM   VARYING   WK-SOKO-IDX   FROM   1   BY   1
                UNTIL   WK-SOKO-IDX   >   WK-SOKO-COUNT
                MOVE   WK-SOKO-KURIKOSHI(WK-SOKO-IDX)
                     TO   WK-SOKO-KEISAN-ZAN(WK-SOKO-IDX)
                MOVE   WK-SOKO-SOKO-CODE(WK-SOKO-IDX)
                     TO   CARD-KURI-SOKO
                MOVE   WK-SOKO-KURIKOSHI(WK-SOKO-IDX)
                     TO   CARD-KURI-ZAN
                WRITE  CARD-RECODE   FROM   CARD-KURIKOSHI-RECODE
           END-PERFORM.
           WRITE     CARD-RECODE   FROM   CARD-COLHDR-RECODE.
      *>
      *>  ２回目の読み込みで期間内の移動を記録順に印字する
           OPEN      INPUT   ZID-FILE.
           PERFORM   UNTIL   ZID-FILE-STATUS   NOT =   "00"
                READ   ZID-FILE
                     AT   END
                          MOVE   "10"   TO   ZID-FILE-STATUS
                     NOT   AT   END
                          IF   ZID-SHOHIN-CODE   =   WK-SHOHIN-CODE
                          AND  ZID-IDO-DATE   NOT <   WK-FROM-DATE
                          AND  ZID-IDO-DATE   NOT >   WK-TO-DATE
                          AND  (WK-SOKO-CODE   =   SPACE
                             OR  ZID-SOKO-CODE   =   WK-SOKO-CODE)
                               ADD       1   TO   WRK-HIT-COUNT
                               PERFORM   CARD-LINE-WRITE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
      *>  倉庫ごとの受払の集計と在庫マスタとの突き合わせを印字する
           MOVE      SPACE   TO   CARD-RECODE.
           WRITE     CARD-RECODE.
           PERFORM   VARYING   WK-SOKO-IDX   FROM   1   BY   1
                UNTIL   WK-SOKO-IDX   >   WK-SOKO-COUNT
                PERFORM   SOKO-SUM-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WRK-HIT-COUNT       TO   CARD-CNT-HIT.
           MOVE      WRK-FUICCHI-COUNT   TO   CARD-CNT-FUICCHI.
           WRITE     CARD-RECODE   FROM   CARD-CNT-RECODE.
           CLOSE     CARD-FILE.
      *>
           DISPLAY   "移動件数:"   WRK-HIT-COUNT
                     "　不一致:"   WRK-FUICCHI-COUNT.
           IF   WRK-HIT-COUNT   =   ZERO
                DISPLAY   "期間内の在庫移動なし"
                MOVE      4   TO   RETURN-CODE
           END-IF.
           IF   WRK-FUICCHI-COUNT   >   ZERO
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       STOP RUN.
      *>************************************************************************
      *>照会条件パラメータファイルの読み込み処理
      *>開始日がゼロの場合は最初から、終了日がゼロの場合は当日までとする
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "ZCPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "商品コードの指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-SHOHIN-CODE   TO   WK-SHOHIN-CODE
                     MOVE   PARM-SOKO-CODE     TO   WK-SOKO-CODE
                     MOVE   PARM-FROM-DATE     TO   WK-FROM-DATE
                     MOVE   PARM-TO-DATE       TO   WK-TO-DATE
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   WK-SHOHIN-CODE   =   SPACE
                DISPLAY   "商品コードの指定なし"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           IF   WK-FROM-DATE   NOT   NUMERIC
                MOVE   ZERO   TO   WK-FROM-DATE
           END-IF.
           IF   WK-TO-DATE   NOT   NUMERIC
           OR   WK-TO-DATE   =   ZERO
                MOVE   WRK-RUN-DATE   TO   WK-TO-DATE
           END-IF.
           IF   WK-FROM-DATE   >   WK-TO-DATE
                DISPLAY   "開始日が終了日より後です"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>繰越残高の決定処理（１回目の読み込みの１件分）
      *>開始日より前の移動は移動後残高で繰越を上書きし、期間内の移動は
      *>繰越が未決定の倉庫に限り、移動後残高から移動数を戻して求める
      *>************************************************************************
       KURIKOSHI-PROC                 SECTION.
      *>
           PERFORM   SOKO-FIND-PROC.
           IF   WK-SOKO-FOUND-IDX   =   ZERO
                GO   TO   KURIKOSHI-PROC-EXIT
           END-IF.
      *>
           IF   ZID-IDO-DATE   <   WK-FROM-DATE
                MOVE   ZID-ZANDAKA   TO
                     WK-SOKO-KURIKOSHI(WK-SOKO-FOUND-IDX)
                MOVE   1   TO
                     WK-SOKO-KURIKOSHI-FLG(WK-SOKO-FOUND-IDX)
           ELSE
                IF   WK-SOKO-KURIKOSHI-FLG(WK-SOKO-FOUND-IDX)   =   ZERO
                     COMPUTE   WK-SOKO-KURIKOSHI(WK-SOKO-FOUND-IDX)   =
                               ZID-ZANDAKA   -   ZID-IDO-SU
                     MOVE   2   TO
                          WK-SOKO-KURIKOSHI-FLG(WK-SOKO-FOUND-IDX)
                END-IF
           END-IF.
      *>
       KURIKOSHI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫別テーブルの検索処理（ZID-SOKO-CODE）
      *>無ければ行を追加する（満杯の場合はWK-SOKO-FOUND-IDXを０とする）
      *>************************************************************************
       SOKO-FIND-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-SOKO-FOUND-IDX.
           PERFORM   VARYING   WK-SOKO-IDX   FROM   1   BY   1
                UNTIL   WK-SOKO-IDX   >   WK-SOKO-COUNT
                IF   WK-SOKO-SOKO-CODE(WK-SOKO-IDX)   =   ZID-SOKO-CODE
                     SET    WK-SOKO-FOUND-IDX   TO   WK-SOKO-IDX
                END-IF
           END-PERFORM.
           IF   WK-SOKO-FOUND-IDX   =   ZERO
           AND  WK-SOKO-COUNT   <   99
                ADD    1   TO   WK-SOKO-COUNT
                MOVE   WK-SOKO-COUNT   TO   WK-SOKO-FOUND-IDX
                MOVE   ZID-SOKO-CODE   TO
                     WK-SOKO-SOKO-CODE(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-KURIKOSHI-FLG(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-KURIKOSHI(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-KEISAN-ZAN(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-NYUKO-SU(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-SYUKKO-SU(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-ZAIKOM-SU(WK-SOKO-COUNT)
                MOVE   ZERO   TO   WK-SOKO-ZAIKOM-FLG(WK-SOKO-COUNT)
           END-IF.
      *>
       SOKO-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫カードの明細行１件分の印字処理
      *>倉庫の計算残高に移動数を積み上げ、記録残高と比べる
      *>************************************************************************
       CARD-LINE-WRITE-PROC           SECTION.
      *>
           PERFORM   SOKO-FIND-PROC.
           MOVE      SPACE   TO   CARD-DETAIL-RECODE.
           IF   WK-SOKO-FOUND-IDX   NOT =   ZERO
                ADD   ZID-IDO-SU   TO
                     WK-SOKO-KEISAN-ZAN(WK-SOKO-FOUND-IDX)
                IF   ZID-IDO-SU   <   ZERO
                     SUBTRACT   ZID-IDO-SU   FROM
                          WK-SOKO-SYUKKO-SU(WK-SOKO-FOUND-IDX)
                ELSE
                     ADD   ZID-IDO-SU   TO
                          WK-SOKO-NYUKO-SU(WK-SOKO-FOUND-IDX)
                END-IF
                MOVE   WK-SOKO-KEISAN-ZAN(WK-SOKO-FOUND-IDX)
                     TO   CARD-KEISAN-ZAN
                IF   WK-SOKO-KEISAN-ZAN(WK-SOKO-FOUND-IDX)
                          NOT =   ZID-ZANDAKA
                     ADD    1   TO   WRK-FUICCHI-COUNT
                     MOVE   "＊残高相違"   TO   CARD-FUICCHI
      *>                 以後は記録残高から積み上げ直す
                     MOVE   ZID-ZANDAKA   TO
                          WK-SOKO-KEISAN-ZAN(WK-SOKO-FOUND-IDX)
                END-IF
           END-IF.
      *>
           MOVE      ZID-IDO-DATE     TO   CARD-IDO-DATE.
           MOVE      ZID-RUN-NO       TO   CARD-RUN-NO.
           MOVE      ZID-SOKO-CODE    TO   CARD-SOKO-CODE.
           EVALUATE   TRUE
                WHEN   ZID-SYUKKO
                     MOVE   "受注出庫"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-MODOSHI
                     MOVE   "取消・減量戻入"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-BKO-FURIKAE
                     MOVE   "欠品ＢＯ振替"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-IKO-SYUKKO
                     MOVE   "移庫出庫"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-IKO-NYUKO
                     MOVE   "移庫入庫"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-NYUKA
                     MOVE   "仕入入荷"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-HENPIN-UKEIRE
                     MOVE   "返品戻入"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-SIIRE-HENPIN
                     MOVE   "仕入先返品"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-TANAOROSHI
                     MOVE   "棚卸調整"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-BKO-JUTO
                     MOVE   "ＢＯ充当"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-KIGEN-HAIKI
                     MOVE   "期限切れ廃棄"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-TRF-SYUKKO
                     MOVE   "倉庫間移送出庫"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-TRF-CHAKUKA
                     MOVE   "倉庫間移送着荷"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-TRF-TORIKESHI
                     MOVE   "倉庫間移送取消"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-RECALL
                     MOVE   "店舗日次取消"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   ZID-BKO-KAIJO
                     MOVE   "ＢＯ解除調整"
                          TO   CARD-IDO-KUBUN-NAME
                WHEN   OTHER
                     MOVE   ZID-IDO-KUBUN      TO   CARD-IDO-KUBUN-NAME
           END-EVALUATE.
           MOVE      ZID-IDO-SU       TO   CARD-IDO-SU.
           MOVE      ZID-ZANDAKA      TO   CARD-ZANDAKA.
           MOVE      ZID-DENPYO-NO    TO   CARD-DENPYO-NO.
           MOVE      ZID-PGM-NAME     TO   CARD-PGM-NAME.
           WRITE     CARD-RECODE   FROM   CARD-DETAIL-RECODE.
      *>
       CARD-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫別の受払集計行の印字処理（WK-SOKO-IDXの行）
      *>終了日が当日以後の場合は在庫マスタの現在庫とも突き合わせる
      *>************************************************************************
       SOKO-SUM-WRITE-PROC            SECTION.
      *>
           MOVE      WK-SOKO-SOKO-CODE(WK-SOKO-IDX)
                          TO   CARD-SUM-SOKO.
           MOVE      WK-SOKO-KURIKOSHI(WK-SOKO-IDX)
                          TO   CARD-SUM-KURIKOSHI.
           MOVE      WK-SOKO-NYUKO-SU(WK-SOKO-IDX)
                          TO   CARD-SUM-NYUKO.
           MOVE      WK-SOKO-SYUKKO-SU(WK-SOKO-IDX)
                          TO   CARD-SUM-SYUKKO.
           MOVE      WK-SOKO-KEISAN-ZAN(WK-SOKO-IDX)
                          TO   CARD-SUM-ZAN.
           WRITE     CARD-RECODE   FROM   CARD-SUM-RECODE.
      *>
           IF   WK-TO-DATE   <   WRK-RUN-DATE
                GO   TO   SOKO-SUM-WRITE-PROC-EXIT
           END-IF.
           MOVE      SPACE   TO   CARD-ZMST-FUICCHI.
           MOVE      WK-SOKO-SOKO-CODE(WK-SOKO-IDX)
                          TO   CARD-ZMST-SOKO.
           IF   WK-SOKO-ZAIKOM-FLG(WK-SOKO-IDX)   =   1
                MOVE   WK-SOKO-ZAIKOM-SU(WK-SOKO-IDX)
                     TO   CARD-ZMST-ZAN
                IF   WK-SOKO-ZAIKOM-SU(WK-SOKO-IDX)
                          NOT =   WK-SOKO-KEISAN-ZAN(WK-SOKO-IDX)
                     ADD    1   TO   WRK-FUICCHI-COUNT
                     MOVE   "＊残高相違"   TO   CARD-ZMST-FUICCHI
                END-IF
           ELSE
                MOVE   ZERO   TO   CARD-ZMST-ZAN
                MOVE   "＊在庫マスタ未登録"
                     TO   CARD-ZMST-FUICCHI
           END-IF.
           WRITE     CARD-RECODE   FROM   CARD-ZAIKOM-RECODE.
      *>
       SOKO-SUM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理
      *>照会商品の現在庫を倉庫別テーブルに取り込む（移動記録の無い
      *>倉庫も行を起こし、繰越・計算残高はゼロとする）。
      *>ファイルが無い場合は突き合わせを行わない
      *>************************************************************************
       ZAIKO-MSTR-READ-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
           IF   ZAIKOM-FILE-STATUS   NOT =   "00"
                CLOSE   ZAIKOM-FILE
                GO   TO   ZAIKO-MSTR-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          IF   ZMST-SHOHIN-CODE   =   WK-SHOHIN-CODE
                          AND  (WK-SOKO-CODE   =   SPACE
                             OR  ZMST-SOKO-CODE   =   WK-SOKO-CODE)
                               MOVE      ZMST-SOKO-CODE
                                    TO   ZID-SOKO-CODE
                               PERFORM   SOKO-FIND-PROC
                               IF   WK-SOKO-FOUND-IDX   NOT =   ZERO
                                    MOVE   ZMST-ZAIKO-SU   TO
                                         WK-SOKO-ZAIKOM-SU
                                              (WK-SOKO-FOUND-IDX)
                                    MOVE   1   TO
                                         WK-SOKO-ZAIKOM-FLG
                                              (WK-SOKO-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品名の取得処理（商品マスタが無い・未登録の場合は"商品名不明"）
      *>************************************************************************
       SHOHIN-NAME-PROC               SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-NAME.
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
                CLOSE   SHOHINM-FILE
                GO   TO   SHOHIN-NAME-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SHOHINM-FILE-STATUS   NOT =   "00"
                READ   SHOHINM-FILE
                     AT   END
                          MOVE   "10"   TO   SHOHINM-FILE-STATUS
                     NOT   AT   END
                          IF   SMST-SHOHIN-CODE   =   WK-SHOHIN-CODE
                               MOVE   SMST-SHOHIN-NAME
                                    TO   WK-SHOHIN-NAME
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
      *>
       SHOHIN-NAME-PROC-EXIT.
      *>
           EXIT.
