      *>************************************************************************
      *>仕入先請求取込・３点照合プログラム
      *>仕入先請求明細ファイル（SINVIN.txt：仕入先コード＋仕入先請求書
      *>番号＋請求日＋発注番号＋商品コード＋請求数＋請求金額）を
      *>読み込み、明細ごとに次の３点を照合する。
      *>　発注内容　：発注登録簿（POREG.txt）の該当明細（発注番号＋
      *>　　　　　　　商品コード）があり、仕入先が一致し、既に承認
      *>　　　　　　　済の請求数との累計が発注数を超えないこと
      *>　入荷数　　：入荷履歴（RCPTHIST.txt）の入荷数の合計（履歴を
      *>　　　　　　　取り始める前の入荷に備え、発注登録簿の入荷済数
      *>　　　　　　　の方が多ければそれを使う）を累計請求数が超えない
      *>　　　　　　　こと
      *>　請求金額　：請求数×発注単価（発注登録簿の取決単価。単価を
      *>　　　　　　　持たない発注は発注日時点の標準原価（SHOHINCST.
      *>　　　　　　　txt））との差が許容範囲内であること
      *>許容範囲はパラメータファイル（APMPARM.txt：許容率（％、小数
      *>２桁）＋許容額（円））で指定し、基準金額×許容率と許容額の
      *>大きい方まで差を認める。パラメータファイルが無い場合は差を
      *>認めない（完全一致）。
      *>照合が一致した明細は承認済買掛ファイル（APAPPR.txt）へ追記し、
      *>不一致の明細は理由を付けて保留リスト（APHOLD.txt）に印字して
      *>購買担当の確認に回す（保留の明細は修正のうえ次回の請求明細
      *>ファイルで再投入する）。同じ仕入先請求書番号・発注番号・商品
      *>の明細が承認済の場合は二重請求として保留にする。保留がある
      *>場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   APMATCH001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>照合許容範囲パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "APMPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>仕入先請求明細ファイル
      *>************************************************************************
       SELECT   SIV-FILE      ASSIGN        TO "SINVIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SIV-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル
      *>************************************************************************
       SELECT   POREG-FILE    ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POREG-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの仕入単価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>承認済買掛ファイル（既存分を読み込み、承認分を追記する）
      *>************************************************************************
       SELECT   APA-FILE      ASSIGN        TO "APAPPR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APA-FILE-STATUS.
      *>************************************************************************
      *>保留リストファイル
      *>************************************************************************
       SELECT   HOLD-FILE     ASSIGN         TO "APHOLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>照合許容範囲パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-KYOYO-RITSU               PIC 9(002)V9(002).
           03   PARM-KYOYO-KINGAKU             PIC 9(006).
      *>************************************************************************
      *>仕入先請求明細ファイルのレイアウト定義
      *>************************************************************************
       FD   SIV-FILE.
       01   SIV-RECODE.
           COPY   SINVIN   REPLACING   ==:PREFIX:==   BY   ==SIV==.
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POREG-FILE.
       01   POREG-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義（単価履歴と同じレイアウト）
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>承認済買掛ファイルのレイアウト定義
      *>************************************************************************
       FD   APA-FILE.
       01   APA-RECODE.
           COPY   APAPPR   REPLACING   ==:PREFIX:==   BY   ==APA==.
      *>************************************************************************
      *>保留リストファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   HOLD-FILE.
       01   HOLD-RECODE                            PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  SIV-FILE-STATUS                          PIC XX.
       01  POREG-FILE-STATUS                        PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  APA-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-SYONIN-COUNT                 PIC 9(006).
             03   WRK-HORYU-COUNT                  PIC 9(006).
             03   WRK-SYONIN-KINGAKU               PIC 9(011).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "APMATC01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>照合許容範囲（パラメータファイルが無い場合はゼロ＝完全一致）
       01   WK-KYOYO-RITSU                       PIC 9(002)V9(002).
       01   WK-KYOYO-KINGAKU                     PIC 9(006).
      *>
      *>発注登録簿保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-POR-AREA.
            03   WK-POR-COUNT                    PIC 9(004)  COMP.
            03   WK-POR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POR-IDX.
                 05   WK-POR-PO-BANGOU            PIC 9(006).
                 05   WK-POR-SUP-CODE             PIC X(004).
                 05   WK-POR-SHOHIN-CODE          PIC X(006).
                 05   WK-POR-HATYU-SU             PIC 9(005).
                 05   WK-POR-HATYU-DATE           PIC 9(008).
                 05   WK-POR-NYUKA-SU             PIC 9(005).
                 05   WK-POR-HATYU-TANKA          PIC 9(006).
       01   WK-POR-FOUND-FLG                     PIC 9(001).
       01   WK-POR-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>入荷履歴の発注明細別入荷数合計テーブル
       01   WK-RCH-AREA.
            03   WK-RCH-COUNT                    PIC 9(004)  COMP.
            03   WK-RCH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCH-IDX.
                 05   WK-RCH-PO-BANGOU            PIC 9(006).
                 05   WK-RCH-SHOHIN-CODE          PIC X(006).
                 05   WK-RCH-NYUKA-SU             PIC 9(007).
       01   WK-RCH-FOUND-FLG                     PIC 9(001).
      *>
      *>承認済買掛保持用テーブル（既存分に今回の承認分を加えていく）
       01   WK-APA-AREA.
            03   WK-APA-COUNT                    PIC 9(004)  COMP.
            03   WK-APA-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-APA-IDX.
                 05   WK-APA-SUP-CODE             PIC X(004).
                 05   WK-APA-INV-BANGOU           PIC X(010).
                 05   WK-APA-PO-BANGOU            PIC 9(006).
                 05   WK-APA-SHOHIN-CODE          PIC X(006).
                 05   WK-APA-SEIKYU-SU            PIC 9(005).
       01   WK-APA-NIJU-FLG                      PIC 9(001).
      *>
      *>商品別原価保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-CST-AREA.
            03   WK-CST-COUNT                    PIC 9(004)  COMP.
            03   WK-CST-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CST-IDX.
                 05   WK-CST-SHOHIN-CODE          PIC X(006).
                 05   WK-CST-EFF-DATE             PIC 9(008).
                 05   WK-CST-TANKA                PIC 9(006).
       01   WK-CST-FOUND-FLG                     PIC 9(001).
       01   WK-CST-BEST-EFF-DATE                 PIC 9(008).
       01   WK-CST-TANKA-SAVE                    PIC 9(006).
      *>
      *>明細１件分の照合用領域
       01   WK-NYUKA-SU                          PIC 9(007).
       01   WK-KISEIKYU-SU                       PIC 9(007).
       01   WK-RUIKEI-SU                         PIC 9(007).
       01   WK-KIJUN-KINGAKU                     PIC 9(011).
       01   WK-SAGAKU                            PIC 9(011).
       01   WK-KYOYO-SAGAKU                      PIC 9(011).
       01   WK-HORYU-RIYU                        PIC X(048).
      *>
      *>保留リストの見出し行の編集用領域
       01   HOLD-HDR-RECODE.
           03   FILLER                PIC X(025)
                       VALUE "**  仕入先請求照合".
           03   FILLER                PIC X(019)
                       VALUE "保留リスト  **".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-HDR-RUN-DATE     PIC 9(008).
           03   FILLER                PIC X(024)
                       VALUE "　許容率（％）：".
           03   HOLD-HDR-RITSU        PIC Z9.99.
           03   FILLER                PIC X(015)
                       VALUE "　許容額：".
           03   HOLD-HDR-KINGAKU      PIC ZZZ,ZZ9.
      *>保留リストの項目見出し行の編集用領域
       01   HOLD-KOMOKU-RECODE.
           03   FILLER                PIC X(025)
                       VALUE "仕入先 請求書番号".
           03   FILLER                PIC X(022)
                       VALUE "   発注番号 商品".
           03   FILLER                PIC X(022)
                       VALUE "   請求数 発注数".
           03   FILLER                PIC X(025)
                       VALUE "   入荷数 既請求数".
           03   FILLER                PIC X(034)
                       VALUE "     請求金額     基準金額".
           03   FILLER                PIC X(008)
                       VALUE "  理由".
      *>保留リストの明細行の編集用領域
       01   HOLD-DETAIL-RECODE.
           03   HOLD-SUP-CODE         PIC X(004).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   HOLD-INV-BANGOU       PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-PO-BANGOU        PIC 9(006).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   HOLD-SHOHIN-CODE      PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-SEIKYU-SU        PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-HATYU-SU         PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-NYUKA-SU         PIC ZZZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-KISEIKYU-SU      PIC ZZZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-SEIKYU-KINGAKU   PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-KIJUN-KINGAKU    PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HOLD-RIYU             PIC X(048).
      *>保留リストの末尾行の編集用領域
       01   HOLD-TRL-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "承認件数：".
           03   HOLD-TRL-SYONIN-COUNT PIC ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                       VALUE "　承認金額：".
           03   HOLD-TRL-SYONIN-KINGAKU
                                      PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                       VALUE "　保留件数：".
           03   HOLD-TRL-HORYU-COUNT  PIC ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "請求明細件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　承認件数：".
            03   MSG1-SYONIN-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　保留件数：".
            03   MSG1-HORYU-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-SYONIN-COUNT.
           MOVE   ZERO        TO   WRK-HORYU-COUNT.
           MOVE   ZERO        TO   WRK-SYONIN-KINGAKU.
           MOVE   ZERO        TO   WK-POR-COUNT.
           MOVE   ZERO        TO   WK-RCH-COUNT.
           MOVE   ZERO        TO   WK-APA-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  照合許容範囲の読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  発注登録簿・入荷履歴・承認済買掛・標準原価の読み込み
           PERFORM   POREG-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
           PERFORM   APA-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
      *>
           OPEN   INPUT    SIV-FILE
                  OUTPUT   HOLD-FILE.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   SIV-OPEN-CHK-PROC.
      *>
      *>  承認済買掛は追記する（無ければ新規に作成する）
           OPEN      EXTEND   APA-FILE.
           IF   APA-FILE-STATUS   NOT =   "00"
                CLOSE   APA-FILE
                OPEN    OUTPUT   APA-FILE
           END-IF.
      *>
           MOVE      WRK-RUN-DATE       TO   HOLD-HDR-RUN-DATE.
           MOVE      WK-KYOYO-RITSU     TO   HOLD-HDR-RITSU.
           MOVE      WK-KYOYO-KINGAKU   TO   HOLD-HDR-KINGAKU.
           WRITE     HOLD-RECODE   FROM   HOLD-HDR-RECODE.
           WRITE     HOLD-RECODE   FROM   HOLD-KOMOKU-RECODE.
      *>
      *>  仕入先請求明細の読み込み・照合
           PERFORM   SIV-READ-PROC.
      *>
           MOVE      WRK-SYONIN-COUNT     TO   HOLD-TRL-SYONIN-COUNT.
           MOVE      WRK-SYONIN-KINGAKU   TO   HOLD-TRL-SYONIN-KINGAKU.
           MOVE      WRK-HORYU-COUNT      TO   HOLD-TRL-HORYU-COUNT.
           WRITE     HOLD-RECODE   FROM   HOLD-TRL-RECODE.
      *>
           CLOSE     SIV-FILE
                     HOLD-FILE
                     APA-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>照合許容範囲パラメータの読み込み処理
      *>ファイルが無い場合は許容範囲ゼロ（完全一致）とする
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-KYOYO-RITSU.
           MOVE      ZERO   TO   WK-KYOYO-KINGAKU.
      *>
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   NOT =   "00"
                CLOSE   PARM-FILE
                GO   TO   PARM-READ-PROC-EXIT
           END-IF.
      *>
           READ      PARM-FILE
                AT   END
                     CONTINUE
                NOT   AT   END
                     MOVE   PARM-KYOYO-RITSU     TO   WK-KYOYO-RITSU
                     MOVE   PARM-KYOYO-KINGAKU   TO   WK-KYOYO-KINGAKU
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>SIV-FILEオープン時のステータスチェック処理
      *>************************************************************************
       SIV-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   SIV-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "SINVIN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "SINVIN-FILE入出力エラー:"
                               SIV-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       SIV-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先請求明細の読み込み処理
      *>************************************************************************
       SIV-READ-PROC             SECTION.
      *>
       PERFORM UNTIL SIV-FILE-STATUS NOT = "00"
      *>
           READ SIV-FILE
               AT    END
                     DISPLAY "READ END"
      *>
               NOT   AT     END
               ADD       1   TO   WRK-COUNT
               PERFORM   SIV-ONE-PROC
      *>
           END-READ
       END-PERFORM.
      *>
           IF   SIV-FILE-STATUS   NOT =   "10"
                DISPLAY   "SINVIN-FILE入出力エラー:"
                          SIV-FILE-STATUS
           END-IF.
      *>
       SIV-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先請求明細１件分の３点照合処理
      *>不一致の場合は保留理由を設定して保留リストへ印字し、一致した
      *>場合は承認済買掛ファイルへ追記する
      *>************************************************************************
       SIV-ONE-PROC              SECTION.
      *>
           MOVE      ZERO    TO   WK-NYUKA-SU.
           MOVE      ZERO    TO   WK-KISEIKYU-SU.
           MOVE      ZERO    TO   WK-KIJUN-KINGAKU.
           MOVE      SPACE   TO   WK-HORYU-RIYU.
           MOVE      ZERO    TO   WK-POR-FOUND-FLG.
      *>
      *>  請求数ゼロの明細は照合の対象外として保留にする
           IF   SIV-SEIKYU-SU   =   ZERO
                MOVE      "請求数がゼロ"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  発注登録簿の該当明細を探す
           MOVE      ZERO   TO   WK-POR-FOUND-FLG.
           MOVE      ZERO   TO   WK-POR-FOUND-IDX.
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                IF   WK-POR-PO-BANGOU(WK-POR-IDX)
                          =   SIV-PO-BANGOU
                AND  WK-POR-SHOHIN-CODE(WK-POR-IDX)
                          =   SIV-SHOHIN-CODE
                     MOVE   1   TO   WK-POR-FOUND-FLG
                     MOVE   WK-POR-IDX   TO   WK-POR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-POR-FOUND-FLG   NOT =   1
                MOVE      "発注登録簿に存在しません"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WK-POR-SUP-CODE(WK-POR-FOUND-IDX)   NOT =   SIV-SUP-CODE
                MOVE      "発注の仕入先と不一致"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  入荷数（入荷履歴の合計と発注登録簿の入荷済数の多い方）
           PERFORM   RCH-SUM-PROC.
      *>
      *>  既に承認済の請求数と二重請求の有無を調べる
           PERFORM   APA-SUM-PROC.
           IF   WK-APA-NIJU-FLG   =   1
                MOVE      "承認済の請求（二重請求）"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  数量の照合（累計請求数が発注数・入荷数を超えないこと）
           COMPUTE   WK-RUIKEI-SU   =
                     WK-KISEIKYU-SU   +   SIV-SEIKYU-SU.
           IF   WK-RUIKEI-SU   >   WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                MOVE      "数量不一致（発注数超過）"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
           IF   WK-RUIKEI-SU   >   WK-NYUKA-SU
                MOVE      "数量不一致（入荷数超過）"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  金額の照合（請求数×発注単価との差が許容範囲内。発注単価の
      *>  無い発注は発注日時点の標準原価を使う）
           IF   WK-POR-HATYU-TANKA(WK-POR-FOUND-IDX)   >   ZERO
                MOVE   1   TO   WK-CST-FOUND-FLG
                MOVE   WK-POR-HATYU-TANKA(WK-POR-FOUND-IDX)
                     TO   WK-CST-TANKA-SAVE
           ELSE
                PERFORM   CST-LOOKUP-PROC
           END-IF.
           IF   WK-CST-FOUND-FLG   NOT =   1
                MOVE      "標準原価が未設定"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
           COMPUTE   WK-KIJUN-KINGAKU   =
                     SIV-SEIKYU-SU   *   WK-CST-TANKA-SAVE.
           IF   SIV-SEIKYU-KINGAKU   >   WK-KIJUN-KINGAKU
                COMPUTE   WK-SAGAKU   =
                          SIV-SEIKYU-KINGAKU   -   WK-KIJUN-KINGAKU
           ELSE
                COMPUTE   WK-SAGAKU   =
                          WK-KIJUN-KINGAKU   -   SIV-SEIKYU-KINGAKU
           END-IF.
           COMPUTE   WK-KYOYO-SAGAKU   =
                     WK-KIJUN-KINGAKU   *   WK-KYOYO-RITSU   /   100.
           IF   WK-KYOYO-SAGAKU   <   WK-KYOYO-KINGAKU
                MOVE   WK-KYOYO-KINGAKU   TO   WK-KYOYO-SAGAKU
           END-IF.
           IF   WK-SAGAKU   >   WK-KYOYO-SAGAKU
                MOVE
                "単価不一致（請求金額が許容外）"
                               TO   WK-HORYU-RIYU
                PERFORM   HOLD-WRITE-PROC
                GO   TO   SIV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  ３点が一致した明細を承認済買掛として追記する
           PERFORM   APA-WRITE-PROC.
      *>
       SIV-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷数の集計処理
      *>入荷履歴の該当発注明細の合計を求め、発注登録簿の入荷済数の方が
      *>多ければ（履歴を取り始める前の入荷）そちらを使う
      *>************************************************************************
       RCH-SUM-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-NYUKA-SU.
           PERFORM   VARYING   WK-RCH-IDX   FROM   1   BY   1
                UNTIL   WK-RCH-IDX   >   WK-RCH-COUNT
                IF   WK-RCH-PO-BANGOU(WK-RCH-IDX)     =   SIV-PO-BANGOU
                AND  WK-RCH-SHOHIN-CODE(WK-RCH-IDX)
                          =   SIV-SHOHIN-CODE
                     MOVE   WK-RCH-NYUKA-SU(WK-RCH-IDX)
                          TO   WK-NYUKA-SU
                END-IF
           END-PERFORM.
      *>
           IF   WK-POR-NYUKA-SU(WK-POR-FOUND-IDX)   >   WK-NYUKA-SU
                MOVE   WK-POR-NYUKA-SU(WK-POR-FOUND-IDX)
                     TO   WK-NYUKA-SU
           END-IF.
      *>
       RCH-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>既承認の請求数の集計・二重請求の判定処理
      *>同じ発注明細の承認済の請求数を合計し、同じ仕入先・請求書番号
      *>の明細が承認済であれば二重請求とする
      *>************************************************************************
       APA-SUM-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-KISEIKYU-SU.
           MOVE      ZERO   TO   WK-APA-NIJU-FLG.
           PERFORM   VARYING   WK-APA-IDX   FROM   1   BY   1
                UNTIL   WK-APA-IDX   >   WK-APA-COUNT
                IF   WK-APA-PO-BANGOU(WK-APA-IDX)     =   SIV-PO-BANGOU
                AND  WK-APA-SHOHIN-CODE(WK-APA-IDX)
                          =   SIV-SHOHIN-CODE
                     ADD    WK-APA-SEIKYU-SU(WK-APA-IDX)
                          TO   WK-KISEIKYU-SU
                     IF   WK-APA-SUP-CODE(WK-APA-IDX)
                               =   SIV-SUP-CODE
                     AND  WK-APA-INV-BANGOU(WK-APA-IDX)
                               =   SIV-INV-BANGOU
                          MOVE   1   TO   WK-APA-NIJU-FLG
                     END-IF
                END-IF
           END-PERFORM.
      *>
       APA-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注日時点の標準原価の検索処理
      *>商品別原価から、発注日以前で最も新しい適用開始日の行を探す
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-FOUND-FLG.
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   SIV-SHOHIN-CODE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   WK-POR-HATYU-DATE(WK-POR-FOUND-IDX)
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-CST-BEST-EFF-DATE
                     MOVE   1   TO   WK-CST-FOUND-FLG
                     MOVE   WK-CST-EFF-DATE(WK-CST-IDX)
                          TO   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-TANKA(WK-CST-IDX)
                          TO   WK-CST-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       CST-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認済買掛への追記処理
      *>同じ実行内の後続の明細の照合にも使うため、テーブルにも加える
      *>************************************************************************
       APA-WRITE-PROC                 SECTION.
      *>
           MOVE      SIV-SUP-CODE         TO   APA-SUP-CODE.
           MOVE      SIV-INV-BANGOU       TO   APA-INV-BANGOU.
           MOVE      SIV-INV-DATE         TO   APA-INV-DATE.
           MOVE      SIV-PO-BANGOU        TO   APA-PO-BANGOU.
           MOVE      SIV-SHOHIN-CODE      TO   APA-SHOHIN-CODE.
           MOVE      SIV-SEIKYU-SU        TO   APA-SEIKYU-SU.
           MOVE      SIV-SEIKYU-KINGAKU   TO   APA-SEIKYU-KINGAKU.
           MOVE      WK-KIJUN-KINGAKU     TO   APA-KIJUN-KINGAKU.
           MOVE      WRK-RUN-DATE         TO   APA-SYONIN-DATE.
           WRITE     APA-RECODE.
      *>
           IF   WK-APA-COUNT   <   9999
                ADD    1   TO   WK-APA-COUNT
                MOVE   SIV-SUP-CODE      TO
                     WK-APA-SUP-CODE(WK-APA-COUNT)
                MOVE   SIV-INV-BANGOU    TO
                     WK-APA-INV-BANGOU(WK-APA-COUNT)
                MOVE   SIV-PO-BANGOU     TO
                     WK-APA-PO-BANGOU(WK-APA-COUNT)
                MOVE   SIV-SHOHIN-CODE   TO
                     WK-APA-SHOHIN-CODE(WK-APA-COUNT)
                MOVE   SIV-SEIKYU-SU     TO
                     WK-APA-SEIKYU-SU(WK-APA-COUNT)
           END-IF.
      *>
           ADD       1                    TO   WRK-SYONIN-COUNT.
           ADD       SIV-SEIKYU-KINGAKU   TO   WRK-SYONIN-KINGAKU.
      *>
       APA-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留リストの明細行の印字処理
      *>保留理由は呼び出し側で設定してから呼び出す
      *>************************************************************************
       HOLD-WRITE-PROC                SECTION.
      *>
           ADD       1   TO   WRK-HORYU-COUNT.
           MOVE      SIV-SUP-CODE         TO   HOLD-SUP-CODE.
           MOVE      SIV-INV-BANGOU       TO   HOLD-INV-BANGOU.
           MOVE      SIV-PO-BANGOU        TO   HOLD-PO-BANGOU.
           MOVE      SIV-SHOHIN-CODE      TO   HOLD-SHOHIN-CODE.
           MOVE      SIV-SEIKYU-SU        TO   HOLD-SEIKYU-SU.
           IF   WK-POR-FOUND-FLG   =   1
                MOVE   WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                     TO   HOLD-HATYU-SU
           ELSE
                MOVE   ZERO   TO   HOLD-HATYU-SU
           END-IF.
           MOVE      WK-NYUKA-SU          TO   HOLD-NYUKA-SU.
           MOVE      WK-KISEIKYU-SU       TO   HOLD-KISEIKYU-SU.
           MOVE      SIV-SEIKYU-KINGAKU   TO   HOLD-SEIKYU-KINGAKU.
           MOVE      WK-KIJUN-KINGAKU     TO   HOLD-KIJUN-KINGAKU.
           MOVE      WK-HORYU-RIYU        TO   HOLD-RIYU.
           WRITE     HOLD-RECODE   FROM   HOLD-DETAIL-RECODE.
      *>
       HOLD-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿の読み込み処理（全行をテーブルに展開する）
      *>************************************************************************
       POREG-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   POREG-FILE.
      *>
           EVALUATE   POREG-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "POREG-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "POREG-FILE入出力エラー:"
                               POREG-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   POREG-FILE-STATUS   NOT =   "00"
                READ   POREG-FILE
                     AT   END
                          MOVE   "10"   TO   POREG-FILE-STATUS
                     NOT   AT   END
                          IF   WK-POR-COUNT   <   9999
                               ADD   1   TO   WK-POR-COUNT
                               MOVE   POR-PO-BANGOU    TO
                                    WK-POR-PO-BANGOU(WK-POR-COUNT)
                               MOVE   POR-SUP-CODE     TO
                                    WK-POR-SUP-CODE(WK-POR-COUNT)
                               MOVE   POR-SHOHIN-CODE  TO
                                    WK-POR-SHOHIN-CODE(WK-POR-COUNT)
                               MOVE   POR-HATYU-SU     TO
                                    WK-POR-HATYU-SU(WK-POR-COUNT)
                               MOVE   POR-HATYU-DATE   TO
                                    WK-POR-HATYU-DATE(WK-POR-COUNT)
                               MOVE   POR-NYUKA-SU     TO
                                    WK-POR-NYUKA-SU(WK-POR-COUNT)
                               IF   POR-HATYU-TANKA   NUMERIC
                                    MOVE   POR-HATYU-TANKA   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     POREG-FILE.
      *>
       POREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴の読み込み処理（発注明細別に入荷数を合計する）
      *>ファイルが無い場合は入荷数を発注登録簿の入荷済数だけで判定する
      *>************************************************************************
       RCH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RCH-FILE.
           IF   RCH-FILE-STATUS   NOT =   "00"
                CLOSE   RCH-FILE
                GO   TO   RCH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RCH-FILE-STATUS   NOT =   "00"
                READ   RCH-FILE
                     AT   END
                          MOVE   "10"   TO   RCH-FILE-STATUS
                     NOT   AT   END
                          PERFORM   RCH-ADD-PROC
                END-READ
           END-PERFORM.
      *>
           CLOSE     RCH-FILE.
      *>
       RCH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴１行分の発注明細別合計への加算処理
      *>************************************************************************
       RCH-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-RCH-FOUND-FLG.
           PERFORM   VARYING   WK-RCH-IDX   FROM   1   BY   1
                UNTIL   WK-RCH-IDX   >   WK-RCH-COUNT
                IF   WK-RCH-PO-BANGOU(WK-RCH-IDX)     =   RCH-PO-BANGOU
                AND  WK-RCH-SHOHIN-CODE(WK-RCH-IDX)
                          =   RCH-SHOHIN-CODE
                     MOVE   1   TO   WK-RCH-FOUND-FLG
                     ADD    RCH-NYUKA-SU   TO
                          WK-RCH-NYUKA-SU(WK-RCH-IDX)
                END-IF
           END-PERFORM.
      *>
           IF   WK-RCH-FOUND-FLG   NOT =   1
           AND  WK-RCH-COUNT   <   9999
                ADD    1   TO   WK-RCH-COUNT
                MOVE   RCH-PO-BANGOU     TO
                     WK-RCH-PO-BANGOU(WK-RCH-COUNT)
                MOVE   RCH-SHOHIN-CODE   TO
                     WK-RCH-SHOHIN-CODE(WK-RCH-COUNT)
                MOVE   RCH-NYUKA-SU      TO
                     WK-RCH-NYUKA-SU(WK-RCH-COUNT)
           END-IF.
      *>
       RCH-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認済買掛の読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い（初回）場合は承認済なしから始める
      *>************************************************************************
       APA-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   APA-FILE.
           IF   APA-FILE-STATUS   NOT =   "00"
                CLOSE   APA-FILE
                GO   TO   APA-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   APA-FILE-STATUS   NOT =   "00"
                READ   APA-FILE
                     AT   END
                          MOVE   "10"   TO   APA-FILE-STATUS
                     NOT   AT   END
                          IF   WK-APA-COUNT   <   9999
                               ADD   1   TO   WK-APA-COUNT
                               MOVE   APA-SUP-CODE      TO
                                    WK-APA-SUP-CODE(WK-APA-COUNT)
                               MOVE   APA-INV-BANGOU    TO
                                    WK-APA-INV-BANGOU(WK-APA-COUNT)
                               MOVE   APA-PO-BANGOU     TO
                                    WK-APA-PO-BANGOU(WK-APA-COUNT)
                               MOVE   APA-SHOHIN-CODE   TO
                                    WK-APA-SHOHIN-CODE(WK-APA-COUNT)
                               MOVE   APA-SEIKYU-SU     TO
                                    WK-APA-SEIKYU-SU(WK-APA-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     APA-FILE.
      *>
       APA-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       CST-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CST-FILE.
           IF   CST-FILE-STATUS   NOT =   "00"
                CLOSE   CST-FILE
           ELSE
                PERFORM   UNTIL   CST-FILE-STATUS   NOT =   "00"
                     READ   CST-FILE
                          AT   END
                               MOVE   "10"   TO   CST-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CST-COUNT   <   9999
                                    ADD   1   TO   WK-CST-COUNT
                                    MOVE   CST-SHOHIN-CODE   TO
                                         WK-CST-SHOHIN-CODE
                                              (WK-CST-COUNT)
                                    MOVE   CST-EFF-DATE      TO
                                         WK-CST-EFF-DATE
                                              (WK-CST-COUNT)
                                    MOVE   CST-TANKA         TO
                                         WK-CST-TANKA
                                              (WK-CST-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CST-FILE
           END-IF.
      *>
       CST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-COUNT          TO   MSG1-IN-COUNT.
           MOVE      WRK-SYONIN-COUNT   TO   MSG1-SYONIN-COUNT.
           MOVE      WRK-HORYU-COUNT    TO   MSG1-HORYU-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  保留がある場合は購買担当の確認が必要な旨を返す
           IF   WRK-HORYU-COUNT   NOT =   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
