      *>************************************************************************
      *>保留在庫登録（保留・解除）プログラム
      *>入荷時の破損や品質検査待ちなどで出荷に使えない在庫を、現在庫
      *>から落とさずに「保留」として引当の対象から外すための登録を
      *>行う。保留・解除トランザクション（HOLDIN.txt：処理区分＋倉庫
      *>コード＋商品コード＋ロット番号＋保留理由コード＋数量＋日付＋
      *>備考）を読み込み、保留在庫台帳（ZAIKOHLD.txt）を更新する。
      *>処理区分"1"（保留）は倉庫＋商品＋ロット＋理由＋保留日の行に
      *>保留数を積み増し、"2"（解除）は同じ倉庫＋商品＋ロット＋理由の
      *>行から保留日の古い順に保留数を減らす（保留数ゼロの行は台帳から
      *>落とす）。ロット番号が空白の保留はロットを特定しない保留とする。
      *>日付が空白・ゼロの場合は処理日とする。
      *>保留は在庫マスタ（ZAIKOM.txt）の現在庫から既存の保留数を引いた
      *>数まで、ロットを指定した保留はさらにロット別在庫台帳
      *>（ZAIKOLOT.txt）の同じロットの残数から既存の保留数を引いた数
      *>までとする。現在庫・ロット残数自体は動かさない（保留数は現在庫
      *>の内数で、棚卸・在庫評価はこれまでどおり現在庫で行う）。
      *>処理結果は保留在庫登録報告書（HOLDREP.txt）に区分付きで印字
      *>する。在庫マスタに無い商品・理由コードや数量の誤り・保留可能数
      *>を超える保留・保留数を超える解除はエラーとして報告書に記録し、
      *>台帳は動かさずにリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   HOLD001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>保留・解除トランザクションファイル
      *>************************************************************************
       SELECT   HLI-FILE      ASSIGN        TO "HOLDIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLI-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（全行を読み込み、更新後に書き戻す）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル（参照のみ）
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>ロット別在庫台帳ファイル（参照のみ）
      *>************************************************************************
       SELECT   LOT-FILE      ASSIGN        TO "ZAIKOLOT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（報告書へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫登録報告書ファイル
      *>************************************************************************
       SELECT   HOLDREP-FILE  ASSIGN         TO "HOLDREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>保留・解除トランザクションファイルのレイアウト定義
      *>処理区分は "1"：保留　"2"：解除
      *>************************************************************************
       FD   HLI-FILE.
       01   HLI-RECODE.
           03   HLI-SYORI-KUBUN                PIC X(001).
                88   HLI-HORYU                     VALUE "1".
                88   HLI-KAIJO                     VALUE "2".
           03   HLI-SOKO-CODE                  PIC X(002).
           03   HLI-SHOHIN-CODE.
                05   HLI-BUNRUI-CODE           PIC X(002).
                05   HLI-SHOHIN-NO             PIC 9(004).
           03   HLI-LOT-BANGOU                 PIC X(008).
           03   HLI-RIYU-CODE                  PIC X(002).
           03   HLI-SU                         PIC 9(005).
           03   HLI-DATE                       PIC 9(008).
           03   HLI-BIKO                       PIC X(020).
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
      *>ロット別在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOT-FILE.
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>保留在庫登録報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   HOLDREP-FILE.
       01   HOLDREP-RECODE                         PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  HLI-FILE-STATUS                          PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  LOT-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-HORYU-COUNT                  PIC 9(006).
             03   WRK-KAIJO-COUNT                  PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "HOLD0001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>保留在庫台帳保持用テーブル（全行をメモリに展開し書き戻す）
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
       01   WK-HLD-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-HLD-MIN-DATE                      PIC 9(008).
      *>
      *>在庫マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZAIKO-MSTR-AREA.
            03   WK-ZAIKO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-ZAIKO-MSTR-TBL               OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAIKO-MSTR-IDX.
                 05   WK-ZAIKO-MSTR-SOKO-CODE     PIC X(002).
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
       01   WK-ZAIKO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-ZAIKO-MSTR-FOUND-IDX              PIC 9(004)  COMP.
      *>
      *>ロット別在庫保持用テーブル（ロットの残数の確認用）
       01   WK-LOT-AREA.
            03   WK-LOT-COUNT                    PIC 9(004)  COMP.
            03   WK-LOT-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-LOT-IDX.
                 05   WK-LOT-SHOHIN-CODE          PIC X(006).
                 05   WK-LOT-LOT-BANGOU           PIC X(008).
                 05   WK-LOT-ZAIKO-SU             PIC S9(007).
       01   WK-LOT-FOUND-FLG                     PIC 9(001).
       01   WK-LOT-FOUND-IDX                     PIC 9(004)  COMP.
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
      *>トランザクション１件分の確認・更新用の領域
       01   WK-CALC-AREA.
            03   WK-TXN-DATE                     PIC 9(008).
            03   WK-SOKO-HORYU-SU                PIC S9(009).
            03   WK-LOT-HORYU-SU                 PIC S9(009).
            03   WK-KEY-HORYU-SU                 PIC S9(009).
            03   WK-KANO-SU                      PIC S9(009).
            03   WK-KAIJO-ZAN                    PIC S9(009).
            03   WK-KAIJO-SU                     PIC S9(009).
       01   WK-RIYU-NAME                         PIC X(018).
       01   WK-RIYU-CHK-CODE                     PIC X(002).
      *>
      *>報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(040)
                   VALUE "**  保留在庫登録報告書  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>報告書の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "区分    ".
           03   FILLER                PIC X(010)
               VALUE "倉庫    ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(013)
               VALUE "ロット    ".
           03   FILLER                PIC X(024)
               VALUE "保留理由            ".
           03   FILLER                PIC X(007)
               VALUE " 数量".
           03   FILLER                PIC X(014)
               VALUE "  日付      ".
           03   FILLER                PIC X(010)
               VALUE " 保留残".
           03   FILLER                PIC X(010)
               VALUE "  結果  ".
      *>報告書の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SYORI-NAME        PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SOKO-CODE         PIC X(006).
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
           03   REP-SU                PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DATE              PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HORYU-ZAN         PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(036).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "保留・解除件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　保留：".
            03   MSG1-HORYU-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　解除：".
            03   MSG1-KAIJO-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-HORYU-COUNT.
           MOVE   ZERO        TO   WRK-KAIJO-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WK-HLD-COUNT.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-LOT-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  マスタ・台帳の読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   LOT-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
           OPEN   INPUT    HLI-FILE
                  OUTPUT   HOLDREP-FILE.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   HLI-OPEN-CHK-PROC.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     HOLDREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     HOLDREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  保留・解除トランザクションの読み込み・登録
           PERFORM   HLI-READ-PROC.
      *>
           CLOSE     HLI-FILE
                     HOLDREP-FILE.
      *>
      *>  更新後の保留在庫台帳を書き戻す
           PERFORM   HLD-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>HLI-FILEオープン時のステータスチェック処理
      *>************************************************************************
       HLI-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   HLI-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "HOLDIN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "HOLDIN-FILE入出力エラー:"
                               HLI-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       HLI-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留・解除トランザクションの読み込み処理
      *>************************************************************************
       HLI-READ-PROC                  SECTION.
      *>
           PERFORM   UNTIL   HLI-FILE-STATUS   NOT =   "00"
                READ   HLI-FILE
                     AT   END
                          MOVE   "10"   TO   HLI-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-COUNT
                          PERFORM   HLI-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           IF   HLI-FILE-STATUS   NOT =   "10"
                DISPLAY   "HOLDIN-FILE入出力エラー:"
                          HLI-FILE-STATUS
           END-IF.
      *>
       HLI-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留・解除１件分の登録処理
      *>区分・理由・数量・在庫マスタを確認してから、保留または解除を
      *>台帳テーブルに反映する
      *>************************************************************************
       HLI-ONE-PROC                   SECTION.
      *>
           MOVE      HLI-RIYU-CODE   TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           IF   HLI-DATE   NUMERIC
           AND  HLI-DATE   NOT =   ZERO
                MOVE   HLI-DATE       TO   WK-TXN-DATE
           ELSE
                MOVE   WRK-RUN-DATE   TO   WK-TXN-DATE
           END-IF.
      *>
      *>  処理区分・保留理由・数量の確認
           IF   NOT   HLI-HORYU
           AND  NOT   HLI-KAIJO
                MOVE      "処理区分の誤り"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HLI-ONE-PROC-EXIT
           END-IF.
           IF   WK-RIYU-NAME   =   SPACE
                MOVE      "保留理由コードの誤り"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HLI-ONE-PROC-EXIT
           END-IF.
           IF   HLI-SU   NOT   NUMERIC
           OR   HLI-SU   =   ZERO
                MOVE      "数量の誤り"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HLI-ONE-PROC-EXIT
           END-IF.
      *>
      *>  在庫マスタの確認
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "在庫マスタ未登録の商品です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HLI-ONE-PROC-EXIT
           END-IF.
      *>
      *>  現在の保留数（倉庫＋商品・ロット・同じ理由の行）を集計する
           PERFORM   HLD-SUM-PROC.
      *>
           IF   HLI-HORYU
                PERFORM   HORYU-ONE-PROC
           ELSE
                PERFORM   KAIJO-ONE-PROC
           END-IF.
      *>
       HLI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留１件分の登録処理
      *>現在庫（ロット指定はロット残数も）から既存の保留数を引いた数の
      *>範囲で、倉庫＋商品＋ロット＋理由＋保留日の行に積み増す
      *>************************************************************************
       HORYU-ONE-PROC                 SECTION.
      *>
           COMPUTE   WK-KANO-SU   =
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                -   WK-SOKO-HORYU-SU.
           IF   WK-KANO-SU   <   HLI-SU
                MOVE      "現在庫の保留可能数を超過"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HORYU-ONE-PROC-EXIT
           END-IF.
      *>
      *>  ロットを指定した保留はロットの残数も確認する
           IF   HLI-LOT-BANGOU   NOT =   SPACE
                PERFORM   LOT-FIND-PROC
                IF   WK-LOT-FOUND-FLG   NOT =   1
                     MOVE      "ロット台帳にありません"
                                    TO   REP-KUBUN
                     PERFORM   REP-ERR-WRITE-PROC
                     GO   TO   HORYU-ONE-PROC-EXIT
                END-IF
                COMPUTE   WK-KANO-SU   =
                     WK-LOT-ZAIKO-SU(WK-LOT-FOUND-IDX)
                     -   WK-LOT-HORYU-SU
                IF   WK-KANO-SU   <   HLI-SU
                     MOVE      "ロットの保留可能数を超過"
                                    TO   REP-KUBUN
                     PERFORM   REP-ERR-WRITE-PROC
                     GO   TO   HORYU-ONE-PROC-EXIT
                END-IF
           END-IF.
      *>
      *>  同じ倉庫＋商品＋ロット＋理由＋保留日の行を探し、無ければ起こす
           MOVE      ZERO   TO   WK-HLD-FOUND-IDX.
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-SOKO-CODE(WK-HLD-IDX)   =   HLI-SOKO-CODE
                AND  WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          =   HLI-SHOHIN-CODE
                AND  WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                          =   HLI-LOT-BANGOU
                AND  WK-HLD-RIYU-CODE(WK-HLD-IDX)   =   HLI-RIYU-CODE
                AND  WK-HLD-HORYU-DATE(WK-HLD-IDX)   =   WK-TXN-DATE
                     MOVE   WK-HLD-IDX   TO   WK-HLD-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-HLD-FOUND-IDX   =   ZERO
                IF   WK-HLD-COUNT   NOT <   9999
                     MOVE      "保留台帳が一杯です"
                                    TO   REP-KUBUN
                     PERFORM   REP-ERR-WRITE-PROC
                     GO   TO   HORYU-ONE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-HLD-COUNT
                MOVE   WK-HLD-COUNT   TO   WK-HLD-FOUND-IDX
                MOVE   HLI-SOKO-CODE
                     TO   WK-HLD-SOKO-CODE(WK-HLD-FOUND-IDX)
                MOVE   HLI-SHOHIN-CODE
                     TO   WK-HLD-SHOHIN-CODE(WK-HLD-FOUND-IDX)
                MOVE   HLI-LOT-BANGOU
                     TO   WK-HLD-LOT-BANGOU(WK-HLD-FOUND-IDX)
                MOVE   HLI-RIYU-CODE
                     TO   WK-HLD-RIYU-CODE(WK-HLD-FOUND-IDX)
                MOVE   WK-TXN-DATE
                     TO   WK-HLD-HORYU-DATE(WK-HLD-FOUND-IDX)
                MOVE   ZERO
                     TO   WK-HLD-HORYU-SU(WK-HLD-FOUND-IDX)
                MOVE   HLI-BIKO
                     TO   WK-HLD-BIKO(WK-HLD-FOUND-IDX)
           END-IF.
           ADD       HLI-SU   TO   WK-HLD-HORYU-SU(WK-HLD-FOUND-IDX).
           ADD       HLI-SU   TO   WK-KEY-HORYU-SU.
      *>
           ADD       1   TO   WRK-HORYU-COUNT.
           MOVE      "登録"   TO   REP-KUBUN.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       HORYU-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>解除１件分の登録処理
      *>同じ倉庫＋商品＋ロット＋理由の行から、保留日の古い順に解除数
      *>だけ保留数を減らす
      *>************************************************************************
       KAIJO-ONE-PROC                 SECTION.
      *>
           IF   WK-KEY-HORYU-SU   <   HLI-SU
                MOVE      "保留数を超える解除です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KAIJO-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      HLI-SU   TO   WK-KAIJO-ZAN.
           PERFORM   UNTIL   WK-KAIJO-ZAN   <=   ZERO
                PERFORM   HLD-OLDEST-FIND-PROC
                MOVE      WK-KAIJO-ZAN   TO   WK-KAIJO-SU
                IF   WK-KAIJO-SU   >
                          WK-HLD-HORYU-SU(WK-HLD-FOUND-IDX)
                     MOVE   WK-HLD-HORYU-SU(WK-HLD-FOUND-IDX)
                          TO   WK-KAIJO-SU
                END-IF
                SUBTRACT   WK-KAIJO-SU   FROM
                     WK-HLD-HORYU-SU(WK-HLD-FOUND-IDX)
                SUBTRACT   WK-KAIJO-SU   FROM   WK-KAIJO-ZAN
           END-PERFORM.
           SUBTRACT  HLI-SU   FROM   WK-KEY-HORYU-SU.
      *>
           ADD       1   TO   WRK-KAIJO-COUNT.
           MOVE      "登録"   TO   REP-KUBUN.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       KAIJO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>解除対象の最古行（保留日が最も古い残ありの行）の検索処理
      *>解除数が保留数の範囲であることを確認してから呼び出すため、
      *>該当行は必ず見つかる
      *>************************************************************************
       HLD-OLDEST-FIND-PROC           SECTION.
      *>
           MOVE      ZERO       TO   WK-HLD-FOUND-IDX.
           MOVE      99999999   TO   WK-HLD-MIN-DATE.
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-SOKO-CODE(WK-HLD-IDX)   =   HLI-SOKO-CODE
                AND  WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          =   HLI-SHOHIN-CODE
                AND  WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                          =   HLI-LOT-BANGOU
                AND  WK-HLD-RIYU-CODE(WK-HLD-IDX)   =   HLI-RIYU-CODE
                AND  WK-HLD-HORYU-SU(WK-HLD-IDX)    >   ZERO
                AND  WK-HLD-HORYU-DATE(WK-HLD-IDX)
                          <   WK-HLD-MIN-DATE
                     MOVE   WK-HLD-HORYU-DATE(WK-HLD-IDX)
                          TO   WK-HLD-MIN-DATE
                     MOVE   WK-HLD-IDX   TO   WK-HLD-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       HLD-OLDEST-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>現在の保留数の集計処理
      *>倉庫＋商品の保留数（全ロット・全理由）、同じ商品＋ロットの
      *>保留数（全倉庫）、倉庫＋商品＋ロット＋理由の保留数を求める
      *>************************************************************************
       HLD-SUM-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-SOKO-HORYU-SU.
           MOVE      ZERO   TO   WK-LOT-HORYU-SU.
           MOVE      ZERO   TO   WK-KEY-HORYU-SU.
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-SOKO-CODE(WK-HLD-IDX)   =   HLI-SOKO-CODE
                AND  WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          =   HLI-SHOHIN-CODE
                     ADD   WK-HLD-HORYU-SU(WK-HLD-IDX)
                          TO   WK-SOKO-HORYU-SU
                     IF   WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                               =   HLI-LOT-BANGOU
                     AND  WK-HLD-RIYU-CODE(WK-HLD-IDX)
                               =   HLI-RIYU-CODE
                          ADD   WK-HLD-HORYU-SU(WK-HLD-IDX)
                               TO   WK-KEY-HORYU-SU
                     END-IF
                END-IF
                IF   WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          =   HLI-SHOHIN-CODE
                AND  WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                          =   HLI-LOT-BANGOU
                AND  HLI-LOT-BANGOU   NOT =   SPACE
                     ADD   WK-HLD-HORYU-SU(WK-HLD-IDX)
                          TO   WK-LOT-HORYU-SU
                END-IF
           END-PERFORM.
      *>
       HLD-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはWK-RIYU-NAMEを空白で返す
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
                     MOVE   SPACE            TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理
      *>区分は呼び出し側で設定してから呼び出す。保留残は倉庫＋商品＋
      *>ロット＋理由の登録後の保留数とする
      *>************************************************************************
       REP-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      HLI-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           EVALUATE   TRUE
                WHEN   HLI-HORYU
                     MOVE   "保留"   TO   REP-SYORI-NAME
                WHEN   HLI-KAIJO
                     MOVE   "解除"   TO   REP-SYORI-NAME
                WHEN   OTHER
                     MOVE   HLI-SYORI-KUBUN   TO   REP-SYORI-NAME
           END-EVALUATE.
           MOVE      HLI-SOKO-CODE       TO   REP-SOKO-CODE.
           MOVE      HLI-SHOHIN-CODE     TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      HLI-LOT-BANGOU      TO   REP-LOT-BANGOU.
           IF   WK-RIYU-NAME   =   SPACE
                MOVE   HLI-RIYU-CODE   TO   REP-RIYU-NAME
           ELSE
                MOVE   WK-RIYU-NAME    TO   REP-RIYU-NAME
           END-IF.
           MOVE      HLI-SU              TO   REP-SU.
           MOVE      WK-TXN-DATE         TO   REP-DATE.
           IF   WK-KEY-HORYU-SU   <   ZERO
                MOVE   ZERO              TO   REP-HORYU-ZAN
           ELSE
                MOVE   WK-KEY-HORYU-SU   TO   REP-HORYU-ZAN
           END-IF.
           WRITE     HOLDREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理（登録しなかったトランザクション）
      *>区分は呼び出し側で設定してから呼び出す
      *>************************************************************************
       REP-ERR-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           IF   HLI-SU   NOT   NUMERIC
                MOVE   ZERO   TO   HLI-SU
           END-IF.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       REP-ERR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理（全行をテーブルに展開する）
      *>************************************************************************
       ZAIKO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
      *>
           EVALUATE   ZAIKOM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "ZAIKOM-FILE入出力エラー:"
                               ZAIKOM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
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
      *>
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの検索処理（倉庫コード＋商品コード）
      *>************************************************************************
       ZAIKO-MSTR-FIND-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   HLI-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   HLI-SHOHIN-CODE
                     MOVE   1   TO   WK-ZAIKO-MSTR-FOUND-FLG
                     MOVE   WK-ZAIKO-MSTR-IDX
                          TO   WK-ZAIKO-MSTR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       ZAIKO-MSTR-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫台帳の読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合はロットを指定した保留を受け付けないだけとする
      *>************************************************************************
       LOT-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   LOT-FILE.
           IF   LOT-FILE-STATUS   NOT =   "00"
                CLOSE   LOT-FILE
                GO   TO   LOT-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   LOT-FILE-STATUS   NOT =   "00"
                READ   LOT-FILE
                     AT   END
                          MOVE   "10"   TO   LOT-FILE-STATUS
                     NOT   AT   END
                          IF   WK-LOT-COUNT   <   9999
                               ADD   1   TO   WK-LOT-COUNT
                               MOVE   LOT-SHOHIN-CODE   TO
                                    WK-LOT-SHOHIN-CODE(WK-LOT-COUNT)
                               MOVE   LOT-LOT-BANGOU    TO
                                    WK-LOT-LOT-BANGOU(WK-LOT-COUNT)
                               MOVE   LOT-ZAIKO-SU      TO
                                    WK-LOT-ZAIKO-SU(WK-LOT-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     LOT-FILE.
      *>
       LOT-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫テーブルの検索処理（商品コード＋ロット番号）
      *>************************************************************************
       LOT-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-LOT-FOUND-FLG.
           MOVE      ZERO   TO   WK-LOT-FOUND-IDX.
           PERFORM   VARYING   WK-LOT-IDX   FROM   1   BY   1
                UNTIL   WK-LOT-IDX   >   WK-LOT-COUNT
                   OR   WK-LOT-FOUND-FLG   =   1
                IF   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                          =   HLI-SHOHIN-CODE
                AND  WK-LOT-LOT-BANGOU(WK-LOT-IDX)
                          =   HLI-LOT-BANGOU
                     MOVE   1   TO   WK-LOT-FOUND-FLG
                     MOVE   WK-LOT-IDX   TO   WK-LOT-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       LOT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い（初回）場合は保留なしとする
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
                          IF   WK-HLD-COUNT   <   9999
                               ADD   1   TO   WK-HLD-COUNT
                               MOVE   HLD-SOKO-CODE     TO
                                    WK-HLD-SOKO-CODE(WK-HLD-COUNT)
                               MOVE   HLD-SHOHIN-CODE   TO
                                    WK-HLD-SHOHIN-CODE(WK-HLD-COUNT)
                               MOVE   HLD-LOT-BANGOU    TO
                                    WK-HLD-LOT-BANGOU(WK-HLD-COUNT)
                               MOVE   HLD-RIYU-CODE     TO
                                    WK-HLD-RIYU-CODE(WK-HLD-COUNT)
                               MOVE   HLD-HORYU-DATE    TO
                                    WK-HLD-HORYU-DATE(WK-HLD-COUNT)
                               MOVE   HLD-HORYU-SU      TO
                                    WK-HLD-HORYU-SU(WK-HLD-COUNT)
                               MOVE   HLD-BIKO          TO
                                    WK-HLD-BIKO(WK-HLD-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫テーブルの内容を台帳ファイルへ書き戻す処理
      *>保留数ゼロになった行は書き出さない
      *>************************************************************************
       HLD-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   HLD-FILE.
      *>
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-HORYU-SU(WK-HLD-IDX)   >   ZERO
                     MOVE   WK-HLD-SOKO-CODE(WK-HLD-IDX)
                          TO   HLD-SOKO-CODE
                     MOVE   WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          TO   HLD-SHOHIN-CODE
                     MOVE   WK-HLD-LOT-BANGOU(WK-HLD-IDX)
                          TO   HLD-LOT-BANGOU
                     MOVE   WK-HLD-RIYU-CODE(WK-HLD-IDX)
                          TO   HLD-RIYU-CODE
                     MOVE   WK-HLD-HORYU-DATE(WK-HLD-IDX)
                          TO   HLD-HORYU-DATE
                     MOVE   WK-HLD-HORYU-SU(WK-HLD-IDX)
                          TO   HLD-HORYU-SU
                     MOVE   WK-HLD-BIKO(WK-HLD-IDX)
                          TO   HLD-BIKO
                     WRITE   HLD-RECODE
                END-IF
           END-PERFORM.
      *>
           CLOSE     HLD-FILE.
      *>
       HLD-REWRITE-PROC-EXIT.
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
           MOVE      WRK-COUNT         TO   MSG1-IN-COUNT.
           MOVE      WRK-HORYU-COUNT   TO   MSG1-HORYU-COUNT.
           MOVE      WRK-KAIJO-COUNT   TO   MSG1-KAIJO-COUNT.
           MOVE      WRK-ERR-COUNT     TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-ERR-COUNT   NOT =   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
