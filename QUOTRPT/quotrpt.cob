      *>************************************************************************
      *>見積期限切れ処理・顧客別見積成約率表作成プログラム
      *>見積ファイル（QUOTE.txt）を読み込み、有効期限日を過ぎた未決の
      *>見積を期限切れ（状態"8"）にして、受注入力（ORDENT001）で
      *>受注に変換できないようにする。受注済・期限切れの見積のうち
      *>有効期限日から３６５日を過ぎたものは見積ファイルから削除し、
      *>残りを見積ファイルへ書き戻す。
      *>あわせて顧客ごとに見積数・受注数・期限切れ数・未決数と、
      *>成約率（受注数÷（受注数＋期限切れ数）、未決は含めない）、
      *>見積金額・受注金額（数量×見積単価）を集計し、顧客マスタ
      *>（KOKYAKUM.txt）の名称を付けた見積成約率表（QUOTRATE.txt）を
      *>印字する。見積は見積番号単位で数える（同じ見積の明細行は
      *>連続して並ぶ）。
      *>見積ファイルが保持件数を超える場合は書き戻しで行を失わない
      *>よう、期限切れ処理も帳票も行わずに異常終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   QUOTRPT001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>見積ファイル
      *>************************************************************************
       SELECT   QUO-FILE      ASSIGN        TO "QUOTE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QUO-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>見積成約率表ファイル
      *>************************************************************************
       SELECT   RPT-FILE      ASSIGN         TO "QUOTRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>見積ファイルのレイアウト定義
      *>************************************************************************
       FD   QUO-FILE.
       01   QUO-RECODE.
           COPY   QUOTE   REPLACING   ==:PREFIX:==   BY   ==QUO==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>見積成約率表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   RPT-FILE.
       01   RPT-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  QUO-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-IN-COUNT                     PIC 9(006).
             03   WRK-OUT-COUNT                    PIC 9(006).
             03   WRK-EXPIRE-COUNT                 PIC 9(006).
             03   WRK-PURGE-COUNT                  PIC 9(006).
      *>削除の基準日（有効期限日がこの日より前の終了済見積を削除する）
             03   WRK-PURGE-DATE                   PIC 9(008).
             03   WRK-RUN-INT                      PIC S9(008).
      *>直前に数えた見積番号（見積番号単位で数えるため）
             03   WRK-PREV-BANGOU                  PIC 9(006).
      *>見積ファイルが保持件数を超えた場合に１
             03   WRK-OVER-FLG                     PIC 9(001).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "QUOTRPT1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>見積ファイル保持用テーブル（期限切れにした状態を書き戻す。
      *>各行の項目は見積明細の作業領域へ移して参照・更新する）
       01   WK-QUO-AREA.
            03   WK-QUO-COUNT                    PIC 9(004)  COMP.
            03   WK-QUO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-QUO-IDX.
                 05   WK-QUO-DATA                 PIC X(071).
      *>見積明細１行分の作業領域
       01   WK-QRD-RECODE.
           COPY   QUOTE   REPLACING   ==:PREFIX:==   BY   ==WKQ==.
      *>
      *>顧客別の集計テーブル
       01   WK-QSUM-AREA.
            03   WK-QSUM-COUNT                   PIC 9(004)  COMP.
            03   WK-QSUM-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-QSUM-IDX.
                 05   WK-QSUM-KOKYAKU-CODE        PIC X(005).
                 05   WK-QSUM-MITSUMORI-SU        PIC 9(006).
                 05   WK-QSUM-JUCHU-SU            PIC 9(006).
                 05   WK-QSUM-KIGEN-SU            PIC 9(006).
                 05   WK-QSUM-MIKETSU-SU          PIC 9(006).
                 05   WK-QSUM-MITSUMORI-KINGAKU   PIC 9(011).
                 05   WK-QSUM-JUCHU-KINGAKU       PIC 9(011).
       01   WK-QSUM-FOUND-FLG                    PIC 9(001).
       01   WK-QSUM-FOUND-IDX                    PIC 9(004)  COMP.
      *>顧客別集計の合計
       01   WK-QTOT-AREA.
            03   WK-QTOT-MITSUMORI-SU            PIC 9(006).
            03   WK-QTOT-JUCHU-SU                PIC 9(006).
            03   WK-QTOT-KIGEN-SU                PIC 9(006).
            03   WK-QTOT-MIKETSU-SU              PIC 9(006).
            03   WK-QTOT-MITSUMORI-KINGAKU       PIC 9(011).
            03   WK-QTOT-JUCHU-KINGAKU           PIC 9(011).
      *>明細１行の金額
       01   WK-GYO-KINGAKU                       PIC 9(011).
      *>成約率の計算領域
       01   WK-RATE-AREA.
            03   WK-RATE-BUNSHI                  PIC 9(007).
            03   WK-RATE-BUNBO                   PIC 9(007).
            03   WK-RATE                         PIC 9(003)V9(001).
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
      *>成約率表の見出し行の編集用領域
       01   RPT-HDR-RECODE.
           03   FILLER                PIC X(036)
                   VALUE "**  顧客別見積成約率表  **".
           03   FILLER                PIC X(015)
                   VALUE "作成日　：".
           03   RPT-HDR-RUN-DATE      PIC 9(008).
      *>成約率表の項目名行の編集用領域
       01   RPT-COLHDR-RECODE.
           03   FILLER                PIC X(009)
               VALUE "顧客   ".
           03   FILLER                PIC X(025)
               VALUE "顧客名                ".
           03   FILLER                PIC X(009)
               VALUE "見積数".
           03   FILLER                PIC X(011)
               VALUE "  受注数".
           03   FILLER                PIC X(011)
               VALUE "  期限切".
           03   FILLER                PIC X(010)
               VALUE "    未決".
           03   FILLER                PIC X(011)
               VALUE "  成約率".
           03   FILLER                PIC X(017)
               VALUE "     見積金額".
           03   FILLER                PIC X(017)
               VALUE "     受注金額".
      *>成約率表の明細行の編集用領域
       01   RPT-DETAIL-RECODE.
           03   RPT-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-MITSUMORI-SU      PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-JUCHU-SU          PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-KIGEN-SU          PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-MIKETSU-SU        PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-RATE              PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-MITSUMORI-KINGAKU PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-JUCHU-KINGAKU     PIC ZZZ,ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "見積明細件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　期限切れ：".
            03   MSG1-EXPIRE-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                              VALUE "　削除：".
            03   MSG1-PURGE-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-EXPIRE-COUNT.
           MOVE   ZERO        TO   WRK-PURGE-COUNT.
           MOVE   ZERO        TO   WRK-OVER-FLG.
           MOVE   ZERO        TO   WK-QUO-COUNT.
           MOVE   ZERO        TO   WK-QSUM-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE   WRK-RUN-INT   =
                     FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)   -   365.
           MOVE      FUNCTION DATE-OF-INTEGER(WRK-RUN-INT)
                          TO   WRK-PURGE-DATE.
      *>
      *>  見積ファイルの読み込み
           PERFORM   QUO-LOAD-PROC.
           IF   WRK-OVER-FLG   =   1
                DISPLAY   "見積ファイルの件数超過:"
                          WK-QUO-COUNT
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
      *>  顧客マスタの読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  期限切れ処理・削除判定と顧客別の集計
           MOVE      ZERO   TO   WRK-PREV-BANGOU.
           PERFORM   VARYING   WK-QUO-IDX   FROM   1   BY   1
                UNTIL   WK-QUO-IDX   >   WK-QUO-COUNT
                PERFORM   QUO-ONE-PROC
           END-PERFORM.
      *>
      *>  見積ファイルの書き戻し（削除対象の行は書かない）
           OPEN      OUTPUT   QUO-FILE.
           PERFORM   VARYING   WK-QUO-IDX   FROM   1   BY   1
                UNTIL   WK-QUO-IDX   >   WK-QUO-COUNT
                IF   WK-QUO-DATA(WK-QUO-IDX)   NOT =   SPACE
                     WRITE   QUO-RECODE   FROM   WK-QUO-DATA(WK-QUO-IDX)
                     ADD     1   TO   WRK-OUT-COUNT
                END-IF
           END-PERFORM.
           CLOSE     QUO-FILE.
      *>
      *>  見積成約率表の印字
           PERFORM   RPT-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は見積なしとして扱う
      *>************************************************************************
       QUO-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   QUO-FILE.
           IF   QUO-FILE-STATUS   NOT =   "00"
                CLOSE   QUO-FILE
                GO   TO   QUO-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   QUO-FILE-STATUS   NOT =   "00"
                READ   QUO-FILE
                     AT   END
                          MOVE   "10"   TO   QUO-FILE-STATUS
                     NOT   AT   END
                          IF   WK-QUO-COUNT   <   9999
                               ADD    1   TO   WK-QUO-COUNT
                               ADD    1   TO   WRK-IN-COUNT
                               MOVE   QUO-RECODE   TO
                                    WK-QUO-DATA(WK-QUO-COUNT)
                          ELSE
                               MOVE   1   TO   WRK-OVER-FLG
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     QUO-FILE.
      *>
       QUO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積明細１行分の処理
      *>有効期限日を過ぎた未決の明細を期限切れにし、削除の基準日より
      *>前に期限の切れた終了済の明細は削除の印（空白）を付ける。
      *>残る明細は顧客別の集計へ積み上げる
      *>************************************************************************
       QUO-ONE-PROC                   SECTION.
      *>
           MOVE      WK-QUO-DATA(WK-QUO-IDX)   TO   WK-QRD-RECODE.
      *>
      *>  削除は前回までに決着済の行だけとし、今回期限切れにした行は
      *>  一度は成約率表に載せる
           IF   NOT   WKQ-STS-OPEN
           AND  WKQ-YUKO-DATE   <   WRK-PURGE-DATE
                MOVE   SPACE   TO   WK-QUO-DATA(WK-QUO-IDX)
                ADD    1   TO   WRK-PURGE-COUNT
                GO   TO   QUO-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WKQ-STS-OPEN
           AND  WKQ-YUKO-DATE   <   WRK-RUN-DATE
                MOVE   "8"   TO   WKQ-STATUS
                MOVE   WK-QRD-RECODE   TO   WK-QUO-DATA(WK-QUO-IDX)
                ADD    1   TO   WRK-EXPIRE-COUNT
           END-IF.
      *>
      *>  顧客の集計行を探す（無ければ追加する）
           MOVE      ZERO   TO   WK-QSUM-FOUND-FLG.
           PERFORM   VARYING   WK-QSUM-IDX   FROM   1   BY   1
                UNTIL   WK-QSUM-IDX   >   WK-QSUM-COUNT
                IF   WK-QSUM-KOKYAKU-CODE(WK-QSUM-IDX)
                          =   WKQ-KOKYAKU-CODE
                     MOVE   1   TO   WK-QSUM-FOUND-FLG
                     MOVE   WK-QSUM-IDX   TO   WK-QSUM-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-QSUM-FOUND-FLG   NOT =   1
                IF   WK-QSUM-COUNT   >=   999
                     DISPLAY   "顧客数が上限を超えました:"
                               WKQ-KOKYAKU-CODE
                     GO   TO   QUO-ONE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-QSUM-COUNT
                MOVE   WK-QSUM-COUNT   TO   WK-QSUM-FOUND-IDX
                MOVE   WKQ-KOKYAKU-CODE   TO
                     WK-QSUM-KOKYAKU-CODE(WK-QSUM-FOUND-IDX)
                MOVE   ZERO   TO
                     WK-QSUM-MITSUMORI-SU(WK-QSUM-FOUND-IDX)
                     WK-QSUM-JUCHU-SU(WK-QSUM-FOUND-IDX)
                     WK-QSUM-KIGEN-SU(WK-QSUM-FOUND-IDX)
                     WK-QSUM-MIKETSU-SU(WK-QSUM-FOUND-IDX)
                     WK-QSUM-MITSUMORI-KINGAKU(WK-QSUM-FOUND-IDX)
                     WK-QSUM-JUCHU-KINGAKU(WK-QSUM-FOUND-IDX)
           END-IF.
      *>
      *>  金額は明細ごとに、件数は見積番号が変わった行で積み上げる
           COMPUTE   WK-GYO-KINGAKU   =   WKQ-SURYO   *   WKQ-TANKA.
           ADD       WK-GYO-KINGAKU   TO
                     WK-QSUM-MITSUMORI-KINGAKU(WK-QSUM-FOUND-IDX).
           IF   WKQ-STS-ORDERED
                ADD   WK-GYO-KINGAKU   TO
                     WK-QSUM-JUCHU-KINGAKU(WK-QSUM-FOUND-IDX)
           END-IF.
      *>
           IF   WKQ-QUOTE-BANGOU   =   WRK-PREV-BANGOU
                GO   TO   QUO-ONE-PROC-EXIT
           END-IF.
           MOVE      WKQ-QUOTE-BANGOU   TO   WRK-PREV-BANGOU.
           ADD       1   TO   WK-QSUM-MITSUMORI-SU(WK-QSUM-FOUND-IDX).
           EVALUATE   TRUE
                WHEN   WKQ-STS-ORDERED
                     ADD   1   TO   WK-QSUM-JUCHU-SU(WK-QSUM-FOUND-IDX)
                WHEN   WKQ-STS-EXPIRED
                     ADD   1   TO   WK-QSUM-KIGEN-SU(WK-QSUM-FOUND-IDX)
                WHEN   OTHER
                     ADD   1   TO
                          WK-QSUM-MIKETSU-SU(WK-QSUM-FOUND-IDX)
           END-EVALUATE.
      *>
       QUO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積成約率表の印字処理
      *>顧客別の集計を１行ずつ印字し、最後に合計行を印字する
      *>************************************************************************
       RPT-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   RPT-FILE.
           MOVE      WRK-RUN-DATE   TO   RPT-HDR-RUN-DATE.
           WRITE     RPT-RECODE   FROM   RPT-HDR-RECODE.
           WRITE     RPT-RECODE   FROM   RPT-COLHDR-RECODE.
      *>
           MOVE      ZERO   TO   WK-QTOT-AREA.
           PERFORM   VARYING   WK-QSUM-IDX   FROM   1   BY   1
                UNTIL   WK-QSUM-IDX   >   WK-QSUM-COUNT
                MOVE   WK-QSUM-KOKYAKU-CODE(WK-QSUM-IDX)
                     TO   WK-KOKYAKU-CHK-CODE
                PERFORM   KOKYAKU-MSTR-LOOKUP-PROC
                MOVE   WK-QSUM-KOKYAKU-CODE(WK-QSUM-IDX)
                     TO   RPT-KOKYAKU-CODE
                MOVE   WK-KOKYAKU-MSTR-NAME-SAVE   TO   RPT-KOKYAKU-NAME
                MOVE   WK-QSUM-MITSUMORI-SU(WK-QSUM-IDX)
                     TO   RPT-MITSUMORI-SU
                MOVE   WK-QSUM-JUCHU-SU(WK-QSUM-IDX)
                     TO   RPT-JUCHU-SU
                MOVE   WK-QSUM-KIGEN-SU(WK-QSUM-IDX)
                     TO   RPT-KIGEN-SU
                MOVE   WK-QSUM-MIKETSU-SU(WK-QSUM-IDX)
                     TO   RPT-MIKETSU-SU
                MOVE   WK-QSUM-MITSUMORI-KINGAKU(WK-QSUM-IDX)
                     TO   RPT-MITSUMORI-KINGAKU
                MOVE   WK-QSUM-JUCHU-KINGAKU(WK-QSUM-IDX)
                     TO   RPT-JUCHU-KINGAKU
                MOVE   WK-QSUM-JUCHU-SU(WK-QSUM-IDX)
                     TO   WK-RATE-BUNSHI
                COMPUTE   WK-RATE-BUNBO   =
                          WK-QSUM-JUCHU-SU(WK-QSUM-IDX)
                          +   WK-QSUM-KIGEN-SU(WK-QSUM-IDX)
                PERFORM   RATE-CALC-PROC
                WRITE  RPT-RECODE   FROM   RPT-DETAIL-RECODE
                ADD    WK-QSUM-MITSUMORI-SU(WK-QSUM-IDX)
                     TO   WK-QTOT-MITSUMORI-SU
                ADD    WK-QSUM-JUCHU-SU(WK-QSUM-IDX)
                     TO   WK-QTOT-JUCHU-SU
                ADD    WK-QSUM-KIGEN-SU(WK-QSUM-IDX)
                     TO   WK-QTOT-KIGEN-SU
                ADD    WK-QSUM-MIKETSU-SU(WK-QSUM-IDX)
                     TO   WK-QTOT-MIKETSU-SU
                ADD    WK-QSUM-MITSUMORI-KINGAKU(WK-QSUM-IDX)
                     TO   WK-QTOT-MITSUMORI-KINGAKU
                ADD    WK-QSUM-JUCHU-KINGAKU(WK-QSUM-IDX)
                     TO   WK-QTOT-JUCHU-KINGAKU
           END-PERFORM.
      *>
      *>  合計行
           MOVE      SPACE   TO   RPT-KOKYAKU-CODE.
           MOVE      "　　　　合計"   TO   RPT-KOKYAKU-NAME.
           MOVE      WK-QTOT-MITSUMORI-SU        TO   RPT-MITSUMORI-SU.
           MOVE      WK-QTOT-JUCHU-SU            TO   RPT-JUCHU-SU.
           MOVE      WK-QTOT-KIGEN-SU            TO   RPT-KIGEN-SU.
           MOVE      WK-QTOT-MIKETSU-SU          TO   RPT-MIKETSU-SU.
           MOVE      WK-QTOT-MITSUMORI-KINGAKU
                          TO   RPT-MITSUMORI-KINGAKU.
           MOVE      WK-QTOT-JUCHU-KINGAKU       TO   RPT-JUCHU-KINGAKU.
           MOVE      WK-QTOT-JUCHU-SU   TO   WK-RATE-BUNSHI.
           COMPUTE   WK-RATE-BUNBO   =
                     WK-QTOT-JUCHU-SU   +   WK-QTOT-KIGEN-SU.
           PERFORM   RATE-CALC-PROC.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
           CLOSE     RPT-FILE.
      *>
       RPT-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>成約率の計算処理
      *>WK-RATE-BUNSHI（受注数）÷WK-RATE-BUNBO（受注数＋期限切れ数）
      *>を百分率（小数１桁・四捨五入）で明細行へ設定する。
      *>結果の出ていない顧客（分母ゼロ）はゼロとする
      *>************************************************************************
       RATE-CALC-PROC                 SECTION.
      *>
           IF   WK-RATE-BUNBO   =   ZERO
                MOVE   ZERO   TO   WK-RATE
           ELSE
                COMPUTE   WK-RATE   ROUNDED   =
                          WK-RATE-BUNSHI   *   100   /   WK-RATE-BUNBO
           END-IF.
           MOVE      WK-RATE   TO   RPT-RATE.
      *>
       RATE-CALC-PROC-EXIT.
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
           MOVE      WRK-IN-COUNT       TO   MSG1-IN-COUNT.
           MOVE      WRK-EXPIRE-COUNT   TO   MSG1-EXPIRE-COUNT.
           MOVE      WRK-PURGE-COUNT    TO   MSG1-PURGE-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  見積が１件もなかった場合はその旨を表示する
           IF   WK-QSUM-COUNT   =   ZERO
                DISPLAY   "対象の見積がありません"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
