      *>************************************************************************
      *>店舗別通い容器残高明細書・預り保証金精算プログラム
      *>パラメータファイル（CTRPARM.txt：対象年月YYYYMM）で指定された
      *>月について、通い容器移動履歴（YOKIIDO.txt：CTRLEDG001が追記）
      *>から店舗×容器種別の前月残・当月出庫・当月回収・当月残を求め、
      *>店舗ごとの容器残高明細書（CTR_店番.txt）を店名付きで作成する。
      *>当月残が保有許容数（店舗別許容数ファイル（YOKIWAKU.txt）の
      *>値、行が無ければ通い容器種別マスタ（YOKISYU.txt）の値）を
      *>超える分には容器１個あたりの預り保証金を課す。通い容器残高
      *>台帳（YOKIZAN.txt）の保証金対象数と比べて、
      *>　・増えた分は、ロイヤルティ（ROYALTY001）と同じく顧客コード
      *>　　"F"＋店番の請求書（消費税なし・請求書種別"D"）として
      *>　　請求書発行記録（INVREG.txt）へ追記する。請求書番号は採番
      *>　　ファイル（INVNO.txt）から採番する
      *>　・減った分は、保証金の返金としてメモ種別"D"のクレジット
      *>　　メモ（CRMEMO.txt）を追記する（売掛側（ARLEDG001）が未消込の
      *>　　請求から控除する）
      *>保証金の請求は仕訳ファイル（GLJRNL.txt）へ種別マーク"CTR"の
      *>バッチで、借方 売上計上相手勘定（"URMS"）／貸方 預り保証金
      *>（"HOSK"）として追記する。勘定科目は計上種別勘定科目対応表
      *>（GLKMAP.txt）から求め、揃わない場合は何も出力せずにリターン
      *>コード８で終了する。対象の店舗数が仕訳テーブルに収まらない
      *>場合も、請求書を書き出す前にリターンコード８で終了する。
      *>精算した月は残高台帳に記録し、同じ月（またはそれ以前の月）を
      *>再実行しても明細書の作成だけを行い、二重に精算しない。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CTRSTMT001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>対象年月パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "CTRPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>通い容器移動履歴ファイル（CTRLEDG001の出力）
      *>************************************************************************
       SELECT   YKI-FILE      ASSIGN        TO "YOKIIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKI-FILE-STATUS.
      *>************************************************************************
      *>通い容器種別マスタファイル
      *>************************************************************************
       SELECT   YKS-FILE      ASSIGN        TO "YOKISYU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKS-FILE-STATUS.
      *>************************************************************************
      *>店舗別許容数ファイル
      *>************************************************************************
       SELECT   YKW-FILE      ASSIGN        TO "YOKIWAKU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKW-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル（明細書へ店名を付けるために使用する）
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>通い容器残高台帳ファイル（読み込んで更新し、書き戻す）
      *>************************************************************************
       SELECT   YKZ-FILE      ASSIGN        TO "YOKIZAN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS YKZ-FILE-STATUS.
      *>************************************************************************
      *>店舗別容器残高明細書ファイル（店番ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   CTS-FILE      ASSIGN        TO WK-CTS-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>請求書発行記録ファイル（売掛側への引き渡し）
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>請求書番号採番ファイル
      *>************************************************************************
       SELECT   INVNO-FILE    ASSIGN        TO "INVNO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS INVNO-FILE-STATUS.
      *>************************************************************************
      *>クレジットメモファイル（保証金の返金を追記する）
      *>************************************************************************
       SELECT   CRM-FILE      ASSIGN        TO "CRMEMO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（預り保証金の仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>対象年月パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-YYYYMM                    PIC 9(006).
      *>************************************************************************
      *>通い容器移動履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   YKI-FILE.
       01   YKI-RECODE.
           COPY   YOKIIDO   REPLACING   ==:PREFIX:==   BY   ==YKI==.
      *>************************************************************************
      *>通い容器種別マスタファイルのレイアウト定義
      *>************************************************************************
       FD   YKS-FILE.
       01   YKS-RECODE.
           COPY   YOKISYU   REPLACING   ==:PREFIX:==   BY   ==YKS==.
      *>************************************************************************
      *>店舗別許容数ファイルのレイアウト定義
      *>店舗の規模などで許容数を変える店舗・容器種別だけ行を持つ
      *>************************************************************************
       FD   YKW-FILE.
       01   YKW-RECODE.
           03   YKW-MISEBAN                    PIC X(003).
           03   YKW-YOKI-CODE                  PIC X(002).
           03   YKW-KYOYO-SU                   PIC 9(005).
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>通い容器残高台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   YKZ-FILE.
       01   YKZ-RECODE.
           COPY   YOKIZAN   REPLACING   ==:PREFIX:==   BY   ==YKZ==.
      *>************************************************************************
      *>店舗別容器残高明細書ファイルのレイアウト定義
      *>************************************************************************
       FD   CTS-FILE.
       01   CTS-RECODE                             PIC X(130).
      *>************************************************************************
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>請求書番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   INVNO-FILE.
       01   INVNO-RECODE                           PIC 9(006).
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイルのレイアウト定義
      *>************************************************************************
       FD   GLK-FILE.
       01   GLK-RECODE.
           COPY   GLKMAP   REPLACING   ==:PREFIX:==   BY   ==GLK==.
      *>************************************************************************
      *>仕訳ファイルのレイアウト定義（明細行・バッチ管理行）
      *>************************************************************************
       FD   GLJRNL-FILE.
       01   GLJRNL-RECODE.
           COPY   GLJRNL   REPLACING   ==:PREFIX:==   BY   ==GLJ==.
       01   GLJRNL-BATCH-RECODE.
           COPY   GLJBATCH   REPLACING   ==:PREFIX:==   BY   ==GLB==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  YKI-FILE-STATUS                          PIC XX.
       01  YKS-FILE-STATUS                          PIC XX.
       01  YKW-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  YKZ-FILE-STATUS                          PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  INVNO-FILE-STATUS                        PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
      *>明細書のファイル名
       01  WK-CTS-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-SEIKYU-COUNT                 PIC 9(006).
             03   WRK-HENKIN-COUNT                 PIC 9(006).
             03   WRK-SEISAN-ZUMI-COUNT            PIC 9(006).
             03   WRK-TAISHO-MISE-COUNT            PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CTRSTMT1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>今回の請求書番号（請求する店舗ごとに＋１して採番する）
       01   WK-INV-BANGOU                        PIC 9(006).
      *>請求書発行記録の税率別欄の添字（消費税なしのため全欄ゼロ）
       01   WK-RB-NO                             PIC 9(001).
      *>
      *>店番×容器種別の当月の集計テーブル
       01   WK-STM-AREA.
            03   WK-STM-COUNT                    PIC 9(004)  COMP.
            03   WK-STM-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-STM-IDX.
                 05   WK-STM-MISEBAN              PIC X(003).
                 05   WK-STM-YOKI-CODE            PIC X(002).
                 05   WK-STM-KURIKOSI-SU          PIC S9(007).
                 05   WK-STM-SYUKKO-SU            PIC 9(007).
                 05   WK-STM-KAISHU-SU            PIC 9(007).
                 05   WK-STM-DONE-FLG             PIC 9(001).
       01   WK-STM-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-STM-CHK-IDX                       PIC 9(004)  COMP.
      *>
      *>店舗の処理順（店番の昇順）を求める領域
       01   WK-END-FLG                           PIC 9(001).
       01   WK-CUR-MISEBAN                       PIC X(003).
       01   WK-CUR-KOKYAKU-CODE                  PIC X(005).
      *>
      *>通い容器種別マスタ保持用テーブル
       01   WK-YKS-AREA.
            03   WK-YKS-COUNT                    PIC 9(004)  COMP.
            03   WK-YKS-TBL                      OCCURS 99 TIMES
                                    INDEXED BY WK-YKS-IDX.
                 05   WK-YKS-YOKI-CODE            PIC X(002).
                 05   WK-YKS-YOKI-NAME            PIC X(020).
                 05   WK-YKS-HOSYO-TANKA          PIC 9(006).
                 05   WK-YKS-KYOYO-SU             PIC 9(005).
       01   WK-YKS-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>店舗別許容数保持用テーブル
       01   WK-YKW-AREA.
            03   WK-YKW-COUNT                    PIC 9(004)  COMP.
            03   WK-YKW-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-YKW-IDX.
                 05   WK-YKW-MISEBAN              PIC X(003).
                 05   WK-YKW-YOKI-CODE            PIC X(002).
                 05   WK-YKW-KYOYO-SU             PIC 9(005).
      *>
      *>通い容器残高台帳の保持用テーブル（全行を展開して書き戻す）
       01   WK-ZAN-AREA.
            03   WK-ZAN-COUNT                    PIC 9(004)  COMP.
            03   WK-ZAN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAN-IDX.
                 05   WK-ZAN-MISEBAN              PIC X(003).
                 05   WK-ZAN-YOKI-CODE            PIC X(002).
                 05   WK-ZAN-ZAN-SU               PIC S9(007).
                 05   WK-ZAN-LAST-SYUKKO-DATE     PIC 9(008).
                 05   WK-ZAN-LAST-KAISHU-DATE     PIC 9(008).
                 05   WK-ZAN-HOSYO-SU             PIC 9(007).
                 05   WK-ZAN-HOSYO-YYYYMM         PIC 9(006).
       01   WK-ZAN-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-MSTR-NAME-SAVE               PIC X(020).
      *>
      *>店舗・容器１件分の計算用領域
       01   WK-CALC-AREA.
            03   WK-TOUGETU-SU                   PIC S9(007).
            03   WK-KYOYO-SU                     PIC 9(005).
            03   WK-CHOKA-SU                     PIC 9(007).
            03   WK-ZOUGEN-SU                    PIC S9(007).
            03   WK-YOKI-NAME-SAVE               PIC X(020).
            03   WK-HOSYO-TANKA-SAVE             PIC 9(006).
      *>店舗１件分の保証金の集計領域
       01   WK-MISE-KINGAKU-AREA.
            03   WK-SEIKYU-KINGAKU               PIC S9(010).
            03   WK-HENKIN-KINGAKU               PIC S9(010).
            03   WK-AZUKARI-KINGAKU              PIC S9(010).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-URMS-KAMOKU                  PIC X(008).
            03   WK-HOSK-KAMOKU                  PIC X(008).
      *>
      *>仕訳に書き出す保証金の請求書（店舗ごとに１件）
       01   WK-CTJ-AREA.
            03   WK-CTJ-COUNT                    PIC 9(004)  COMP.
            03   WK-CTJ-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CTJ-IDX.
                 05   WK-CTJ-KOKYAKU-CODE         PIC X(005).
                 05   WK-CTJ-INV-BANGOU           PIC 9(006).
                 05   WK-CTJ-KINGAKU              PIC S9(010).
       01   WK-CTJ-TOTAL                         PIC S9(011).
      *>
      *>明細書の見出し行の編集用領域
       01   CTS-HDR-RECODE.
           03   FILLER                PIC X(040)
               VALUE "**  通い容器残高明細書  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   CTS-HDR-YYMM          PIC 9(006).
      *>明細書の店舗行の編集用領域
       01   CTS-MISE-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "店番：".
           03   CTS-MISE-MISEBAN      PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-MISE-NAME         PIC X(020).
      *>明細書の項目見出し行の編集用領域
       01   CTS-COLHDR-RECODE.
           03   FILLER                PIC X(004)
               VALUE "CD  ".
           03   FILLER                PIC X(023)
               VALUE "容器名              ".
           03   FILLER                PIC X(015)
               VALUE "      前月残".
           03   FILLER                PIC X(013)
               VALUE "       出庫".
           03   FILLER                PIC X(013)
               VALUE "       回収".
           03   FILLER                PIC X(015)
               VALUE "      当月残".
           03   FILLER                PIC X(011)
               VALUE "  許容数".
           03   FILLER                PIC X(014)
               VALUE "     超過数".
           03   FILLER                PIC X(010)
               VALUE "  備考  ".
      *>明細書の明細行の編集用領域
       01   CTS-DETAIL-RECODE.
           03   CTS-YOKI-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-YOKI-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-KURIKOSI-SU       PIC --,---,--9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-SYUKKO-SU         PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-KAISHU-SU         PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-TOUGETU-SU        PIC --,---,--9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-KYOYO-SU          PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-CHOKA-SU          PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CTS-BIKOU             PIC X(030).
      *>明細書の金額行の編集用領域
       01   CTS-KINGAKU-RECODE.
           03   CTS-KINGAKU-MIDASHI   PIC X(030).
           03   CTS-KINGAKU           PIC -(009)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "明細書店舗数：".
            03   MSG1-MISE-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　保証金請求：".
            03   MSG1-SEIKYU-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　保証金返金：".
            03   MSG1-HENKIN-COUNT            PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
       PROCEDURE                     DIVISION.
      *>
           MOVE      ZERO   TO   WRK-MISE-COUNT.
           MOVE      ZERO   TO   WRK-SEIKYU-COUNT.
           MOVE      ZERO   TO   WRK-HENKIN-COUNT.
           MOVE      ZERO   TO   WRK-SEISAN-ZUMI-COUNT.
           MOVE      ZERO   TO   WK-STM-COUNT.
           MOVE      ZERO   TO   WK-YKS-COUNT.
           MOVE      ZERO   TO   WK-YKW-COUNT.
           MOVE      ZERO   TO   WK-ZAN-COUNT.
           MOVE      ZERO   TO   WK-MISE-MSTR-COUNT.
           MOVE      ZERO   TO   WK-CTJ-COUNT.
           MOVE      ZERO   TO   WK-CTJ-TOTAL.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータ・各マスタ・残高台帳の読み込み
           PERFORM   PARM-READ-PROC.
           PERFORM   YKS-LOAD-PROC.
           PERFORM   YKW-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
           PERFORM   YKZ-LOAD-PROC.
      *>
      *>  勘定科目の確認（揃わなければ何も出力せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  移動履歴から当月の残高を求める
           PERFORM   YKI-LOAD-PROC.
      *>
      *>  請求する店舗数が仕訳テーブルに収まるかを確認する
      *>  （収まらなければ何も出力せずに終わる）
           PERFORM   MISE-COUNT-CHECK-PROC.
      *>
      *>  前回までの請求書番号を読み込む
           PERFORM   INVNO-READ-PROC.
      *>
      *>  発行記録・クレジットメモは追記でオープンする
           OPEN      EXTEND   IVREG-FILE.
           IF   IVREG-FILE-STATUS   NOT =   "00"
                CLOSE   IVREG-FILE
                OPEN    OUTPUT   IVREG-FILE
           END-IF.
           OPEN      EXTEND   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                OPEN    OUTPUT   CRM-FILE
           END-IF.
      *>
      *>  店番の昇順に明細書を作成し、保証金を精算する
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-MISEBAN
                PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                     UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                     IF   WK-STM-DONE-FLG(WK-STM-IDX)   =   ZERO
                     AND  WK-STM-MISEBAN(WK-STM-IDX)
                               <   WK-CUR-MISEBAN
                          MOVE   WK-STM-MISEBAN(WK-STM-IDX)
                               TO   WK-CUR-MISEBAN
                     END-IF
                END-PERFORM
                IF   WK-CUR-MISEBAN   =   HIGH-VALUE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   MISE-ONE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     IVREG-FILE
                     CRM-FILE.
      *>
      *>  保証金の請求の仕訳を追記する
           IF   WK-CTJ-COUNT   >   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
      *>  採番ファイル・残高台帳を書き戻す
           PERFORM   INVNO-WRITE-PROC.
           PERFORM   YKZ-REWRITE-PROC.
      *>
           MOVE      WRK-MISE-COUNT     TO   MSG1-MISE-COUNT.
           MOVE      WRK-SEIKYU-COUNT   TO   MSG1-SEIKYU-COUNT.
           MOVE      WRK-HENKIN-COUNT   TO   MSG1-HENKIN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
           IF   WRK-SEISAN-ZUMI-COUNT   >   ZERO
                DISPLAY   "精算済みで精算しない件数:"
                          WRK-SEISAN-ZUMI-COUNT
           END-IF.
           IF   WRK-MISE-COUNT   =   ZERO
                DISPLAY   "対象月までの容器の移動なし"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       STOP RUN.
      *>************************************************************************
      *>対象年月パラメータファイルの読み込み処理
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "CTRPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-YYYYMM   TO   WK-PARM-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器移動履歴ファイルの読み込み処理
      *>対象月より前の移動は前月残へ、対象月の移動は出庫・回収へ
      *>積み上げる（対象月より後の移動は読み飛ばす）
      *>************************************************************************
       YKI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKI-FILE.
           IF   YKI-FILE-STATUS   NOT =   "00"
                DISPLAY   "YOKIIDOが読めません:"   YKI-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   YKI-FILE-STATUS   NOT =   "00"
                READ   YKI-FILE
                     AT   END
                          MOVE   "10"   TO   YKI-FILE-STATUS
                     NOT   AT   END
                          IF   YKI-IDO-DATE(1:6)   <=   WK-PARM-YYYYMM
                               PERFORM   YKI-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKI-FILE.
      *>
       YKI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移動履歴１行分の集計処理
      *>************************************************************************
       YKI-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-STM-FOUND-IDX.
           PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                   OR   WK-STM-FOUND-IDX   >   ZERO
                IF   WK-STM-MISEBAN(WK-STM-IDX)     =   YKI-MISEBAN
                AND  WK-STM-YOKI-CODE(WK-STM-IDX)   =   YKI-YOKI-CODE
                     SET   WK-STM-FOUND-IDX   TO   WK-STM-IDX
                END-IF
           END-PERFORM.
           IF   WK-STM-FOUND-IDX   =   ZERO
                IF   WK-STM-COUNT   >=   9999
                     DISPLAY   "集計テーブルが満杯です:"
                               YKI-MISEBAN
                     GO   TO   YKI-ONE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-STM-COUNT
                MOVE   WK-STM-COUNT    TO   WK-STM-FOUND-IDX
                MOVE   YKI-MISEBAN     TO   WK-STM-MISEBAN(WK-STM-COUNT)
                MOVE   YKI-YOKI-CODE
                     TO   WK-STM-YOKI-CODE(WK-STM-COUNT)
                MOVE   ZERO   TO   WK-STM-KURIKOSI-SU(WK-STM-COUNT)
                MOVE   ZERO   TO   WK-STM-SYUKKO-SU(WK-STM-COUNT)
                MOVE   ZERO   TO   WK-STM-KAISHU-SU(WK-STM-COUNT)
                MOVE   ZERO   TO   WK-STM-DONE-FLG(WK-STM-COUNT)
           END-IF.
      *>
           IF   YKI-IDO-DATE(1:6)   <   WK-PARM-YYYYMM
                IF   YKI-IDO-SYUKKO
                     ADD        YKI-IDO-SU   TO
                          WK-STM-KURIKOSI-SU(WK-STM-FOUND-IDX)
                ELSE
                     SUBTRACT   YKI-IDO-SU   FROM
                          WK-STM-KURIKOSI-SU(WK-STM-FOUND-IDX)
                END-IF
           ELSE
                IF   YKI-IDO-SYUKKO
                     ADD   YKI-IDO-SU   TO
                          WK-STM-SYUKKO-SU(WK-STM-FOUND-IDX)
                ELSE
                     ADD   YKI-IDO-SU   TO
                          WK-STM-KAISHU-SU(WK-STM-FOUND-IDX)
                END-IF
           END-IF.
      *>
       YKI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求する店舗数の事前確認処理
      *>保証金の請求書は店舗ごとに１件のため、集計テーブルの店番の
      *>種類数が仕訳テーブルに収まることを請求書を書き出す前に確かめる
      *>（発行記録に仕訳の無い請求書を残さないため）
      *>************************************************************************
       MISE-COUNT-CHECK-PROC          SECTION.
      *>
           MOVE      ZERO   TO   WRK-TAISHO-MISE-COUNT.
           PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                MOVE   ZERO   TO   WK-STM-FOUND-IDX
                PERFORM   VARYING   WK-STM-CHK-IDX   FROM   1   BY   1
                     UNTIL   WK-STM-CHK-IDX   NOT <   WK-STM-IDX
                        OR   WK-STM-FOUND-IDX   >   ZERO
                     IF   WK-STM-MISEBAN(WK-STM-CHK-IDX)
                               =   WK-STM-MISEBAN(WK-STM-IDX)
                          MOVE   WK-STM-CHK-IDX   TO   WK-STM-FOUND-IDX
                     END-IF
                END-PERFORM
                IF   WK-STM-FOUND-IDX   =   ZERO
                     ADD   1   TO   WRK-TAISHO-MISE-COUNT
                END-IF
           END-PERFORM.
      *>
           IF   WRK-TAISHO-MISE-COUNT   >   999
                DISPLAY   "店舗数が仕訳表を超過:"
                          WRK-TAISHO-MISE-COUNT
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       MISE-COUNT-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の明細書作成・保証金精算処理
      *>WK-CUR-MISEBANの店舗の容器種別を、集計テーブルの順に処理する
      *>************************************************************************
       MISE-ONE-PROC                  SECTION.
      *>
           ADD       1      TO   WRK-MISE-COUNT.
           MOVE      ZERO   TO   WK-SEIKYU-KINGAKU.
           MOVE      ZERO   TO   WK-HENKIN-KINGAKU.
           MOVE      ZERO   TO   WK-AZUKARI-KINGAKU.
           MOVE      SPACE  TO   WK-CUR-KOKYAKU-CODE.
           STRING    "F"   WK-CUR-MISEBAN
                     DELIMITED   BY   SIZE
                     INTO   WK-CUR-KOKYAKU-CODE.
      *>
           MOVE      SPACE   TO   WK-CTS-FILENAME.
           STRING    "CTR_"   WK-CUR-MISEBAN   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-CTS-FILENAME.
           OPEN      OUTPUT   CTS-FILE.
           MOVE      WK-PARM-YYYYMM   TO   CTS-HDR-YYMM.
           WRITE     CTS-RECODE   FROM   CTS-HDR-RECODE.
           MOVE      WK-CUR-MISEBAN   TO   CTS-MISE-MISEBAN.
           PERFORM   MISE-MSTR-LOOKUP-PROC.
           MOVE      WK-MISE-MSTR-NAME-SAVE   TO   CTS-MISE-NAME.
           WRITE     CTS-RECODE   FROM   CTS-MISE-RECODE.
           WRITE     CTS-RECODE   FROM   CTS-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                IF   WK-STM-MISEBAN(WK-STM-IDX)   =   WK-CUR-MISEBAN
                     PERFORM   YOKI-ONE-PROC
                     MOVE   1   TO   WK-STM-DONE-FLG(WK-STM-IDX)
                END-IF
           END-PERFORM.
      *>
      *>  店舗の保証金の合計
           MOVE      "保証金請求額："
                          TO   CTS-KINGAKU-MIDASHI.
           MOVE      WK-SEIKYU-KINGAKU    TO   CTS-KINGAKU.
           WRITE     CTS-RECODE   FROM   CTS-KINGAKU-RECODE.
           MOVE      "保証金返金額："
                          TO   CTS-KINGAKU-MIDASHI.
           MOVE      WK-HENKIN-KINGAKU    TO   CTS-KINGAKU.
           WRITE     CTS-RECODE   FROM   CTS-KINGAKU-RECODE.
           MOVE      "預り保証金残高："
                          TO   CTS-KINGAKU-MIDASHI.
           MOVE      WK-AZUKARI-KINGAKU   TO   CTS-KINGAKU.
           WRITE     CTS-RECODE   FROM   CTS-KINGAKU-RECODE.
           CLOSE     CTS-FILE.
      *>
           IF   WK-SEIKYU-KINGAKU   >   ZERO
                PERFORM   IVREG-WRITE-PROC
           END-IF.
           IF   WK-HENKIN-KINGAKU   >   ZERO
                PERFORM   CRM-WRITE-PROC
           END-IF.
      *>
       MISE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗・容器種別１件分の明細行の作成・保証金対象数の更新処理
      *>当月残が許容数を超える数を保証金対象数とし、台帳の保証金対象
      *>数との差を請求（増えた分）・返金（減った分）に積み上げる
      *>************************************************************************
       YOKI-ONE-PROC                  SECTION.
      *>
           COMPUTE   WK-TOUGETU-SU   =
                     WK-STM-KURIKOSI-SU(WK-STM-IDX)
                     +   WK-STM-SYUKKO-SU(WK-STM-IDX)
                     -   WK-STM-KAISHU-SU(WK-STM-IDX).
      *>
      *>  容器種別の名称・単価・許容数（店舗別の行があれば優先する）
           MOVE      "種別不明"   TO   WK-YOKI-NAME-SAVE.
           MOVE      ZERO         TO   WK-HOSYO-TANKA-SAVE.
           MOVE      ZERO         TO   WK-KYOYO-SU.
           PERFORM   VARYING   WK-YKS-IDX   FROM   1   BY   1
                UNTIL   WK-YKS-IDX   >   WK-YKS-COUNT
                IF   WK-YKS-YOKI-CODE(WK-YKS-IDX)
                          =   WK-STM-YOKI-CODE(WK-STM-IDX)
                     MOVE   WK-YKS-YOKI-NAME(WK-YKS-IDX)
                          TO   WK-YOKI-NAME-SAVE
                     MOVE   WK-YKS-HOSYO-TANKA(WK-YKS-IDX)
                          TO   WK-HOSYO-TANKA-SAVE
                     MOVE   WK-YKS-KYOYO-SU(WK-YKS-IDX)
                          TO   WK-KYOYO-SU
                END-IF
           END-PERFORM.
           PERFORM   VARYING   WK-YKW-IDX   FROM   1   BY   1
                UNTIL   WK-YKW-IDX   >   WK-YKW-COUNT
                IF   WK-YKW-MISEBAN(WK-YKW-IDX)   =   WK-CUR-MISEBAN
                AND  WK-YKW-YOKI-CODE(WK-YKW-IDX)
                          =   WK-STM-YOKI-CODE(WK-STM-IDX)
                     MOVE   WK-YKW-KYOYO-SU(WK-YKW-IDX)
                          TO   WK-KYOYO-SU
                END-IF
           END-PERFORM.
      *>
           IF   WK-TOUGETU-SU   >   WK-KYOYO-SU
                COMPUTE   WK-CHOKA-SU   =
                          WK-TOUGETU-SU   -   WK-KYOYO-SU
           ELSE
                MOVE      ZERO   TO   WK-CHOKA-SU
           END-IF.
      *>
           MOVE      WK-STM-YOKI-CODE(WK-STM-IDX)   TO   CTS-YOKI-CODE.
           MOVE      WK-YOKI-NAME-SAVE              TO   CTS-YOKI-NAME.
           MOVE      WK-STM-KURIKOSI-SU(WK-STM-IDX)
                          TO   CTS-KURIKOSI-SU.
           MOVE      WK-STM-SYUKKO-SU(WK-STM-IDX)   TO   CTS-SYUKKO-SU.
           MOVE      WK-STM-KAISHU-SU(WK-STM-IDX)   TO   CTS-KAISHU-SU.
           MOVE      WK-TOUGETU-SU                  TO   CTS-TOUGETU-SU.
           MOVE      WK-KYOYO-SU                      TO   CTS-KYOYO-SU.
           MOVE      WK-CHOKA-SU                      TO   CTS-CHOKA-SU.
           MOVE      SPACE                            TO   CTS-BIKOU.
      *>
      *>  残高台帳の行（無ければ追加する）
           PERFORM   ZAN-FIND-PROC.
      *>
           IF   WK-ZAN-HOSYO-YYYYMM(WK-ZAN-FOUND-IDX)
                     >=   WK-PARM-YYYYMM
                ADD       1   TO   WRK-SEISAN-ZUMI-COUNT
                MOVE      "＊保証金は精算済み"   TO   CTS-BIKOU
           ELSE
                COMPUTE   WK-ZOUGEN-SU   =
                          WK-CHOKA-SU
                          -   WK-ZAN-HOSYO-SU(WK-ZAN-FOUND-IDX)
                IF   WK-ZOUGEN-SU   >   ZERO
                     COMPUTE   WK-SEIKYU-KINGAKU   =   WK-SEIKYU-KINGAKU
                               +   WK-ZOUGEN-SU * WK-HOSYO-TANKA-SAVE
                     MOVE      "保証金を請求"   TO   CTS-BIKOU
                END-IF
                IF   WK-ZOUGEN-SU   <   ZERO
                     COMPUTE   WK-HENKIN-KINGAKU   =   WK-HENKIN-KINGAKU
                               -   WK-ZOUGEN-SU * WK-HOSYO-TANKA-SAVE
                     MOVE      "保証金を返金"   TO   CTS-BIKOU
                END-IF
                MOVE      WK-CHOKA-SU      TO
                          WK-ZAN-HOSYO-SU(WK-ZAN-FOUND-IDX)
                MOVE      WK-PARM-YYYYMM   TO
                          WK-ZAN-HOSYO-YYYYMM(WK-ZAN-FOUND-IDX)
           END-IF.
           COMPUTE   WK-AZUKARI-KINGAKU   =   WK-AZUKARI-KINGAKU
                     +   WK-ZAN-HOSYO-SU(WK-ZAN-FOUND-IDX)
                     *   WK-HOSYO-TANKA-SAVE.
      *>
           WRITE     CTS-RECODE   FROM   CTS-DETAIL-RECODE.
      *>
       YOKI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>残高台帳テーブルの検索処理（無ければ残高ゼロの行を追加する）
      *>WK-CUR-MISEBANと集計テーブルの容器種別で検索する
      *>************************************************************************
       ZAN-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAN-FOUND-IDX.
           PERFORM   VARYING   WK-ZAN-IDX   FROM   1   BY   1
                UNTIL   WK-ZAN-IDX   >   WK-ZAN-COUNT
                   OR   WK-ZAN-FOUND-IDX   >   ZERO
                IF   WK-ZAN-MISEBAN(WK-ZAN-IDX)   =   WK-CUR-MISEBAN
                AND  WK-ZAN-YOKI-CODE(WK-ZAN-IDX)
                          =   WK-STM-YOKI-CODE(WK-STM-IDX)
                     SET   WK-ZAN-FOUND-IDX   TO   WK-ZAN-IDX
                END-IF
           END-PERFORM.
           IF   WK-ZAN-FOUND-IDX   >   ZERO
                GO   TO   ZAN-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-ZAN-COUNT   >=   9999
                DISPLAY   "残高台帳が上限超過:"
                          WK-CUR-MISEBAN
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-ZAN-COUNT.
           MOVE      WK-ZAN-COUNT     TO   WK-ZAN-FOUND-IDX.
           MOVE      WK-CUR-MISEBAN   TO   WK-ZAN-MISEBAN(WK-ZAN-COUNT).
           MOVE      WK-STM-YOKI-CODE(WK-STM-IDX)
                          TO   WK-ZAN-YOKI-CODE(WK-ZAN-COUNT).
           MOVE      WK-TOUGETU-SU   TO   WK-ZAN-ZAN-SU(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-HOSYO-SU(WK-ZAN-COUNT).
           MOVE      ZERO   TO   WK-ZAN-HOSYO-YYYYMM(WK-ZAN-COUNT).
      *>
       ZAN-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保証金の請求書の発行記録への書き出し処理
      *>顧客コード"F"＋店番・消費税なし・請求書種別"D"
      *>************************************************************************
       IVREG-WRITE-PROC               SECTION.
      *>
      *>  請求書を書き出す前に仕訳テーブルの空きを確かめる
           IF   WK-CTJ-COUNT   NOT <   999
                DISPLAY   "仕訳テーブルが満杯です:"
                          WK-CUR-KOKYAKU-CODE
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           ADD       1   TO   WRK-SEIKYU-COUNT.
           ADD       1   TO   WK-INV-BANGOU.
           MOVE      WK-INV-BANGOU        TO   IVR-INV-BANGOU.
           MOVE      WK-CUR-KOKYAKU-CODE  TO   IVR-KOKYAKU-CODE.
           MOVE      WK-PARM-YYYYMM       TO   IVR-SEIKYU-YYYYMM.
           MOVE      WK-SEIKYU-KINGAKU    TO   IVR-URIAGE-KINGAKU.
           MOVE      ZERO                 TO   IVR-ZEI-KINGAKU.
           MOVE      WK-SEIKYU-KINGAKU    TO   IVR-ZEIKOMI-KINGAKU.
           MOVE      WRK-RUN-DATE         TO   IVR-HAKKO-DATE.
           MOVE      ZERO                 TO   IVR-SHIME-DATE.
           MOVE      ZERO                 TO   IVR-SHIHARAI-KIGEN.
           MOVE      "D"                  TO   IVR-INV-SYUBETSU.
           PERFORM   VARYING   WK-RB-NO   FROM   1   BY   1
                UNTIL   WK-RB-NO   >   4
                MOVE   ZERO   TO   IVR-RB-ZEI-RATE(WK-RB-NO)
                MOVE   ZERO   TO   IVR-RB-KAZEI-KINGAKU(WK-RB-NO)
                MOVE   ZERO   TO   IVR-RB-ZEI-KINGAKU(WK-RB-NO)
           END-PERFORM.
           WRITE     IVREG-RECODE.
      *>
      *>  預り保証金の仕訳の対象として控えておく
           ADD       1   TO   WK-CTJ-COUNT.
           MOVE      WK-CUR-KOKYAKU-CODE   TO
                WK-CTJ-KOKYAKU-CODE(WK-CTJ-COUNT).
           MOVE      WK-INV-BANGOU         TO
                WK-CTJ-INV-BANGOU(WK-CTJ-COUNT).
           MOVE      WK-SEIKYU-KINGAKU     TO
                WK-CTJ-KINGAKU(WK-CTJ-COUNT).
           ADD       WK-SEIKYU-KINGAKU     TO   WK-CTJ-TOTAL.
      *>
       IVREG-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保証金の返金のクレジットメモの書き出し処理
      *>返品日欄に精算日、店番以外の注文・商品の欄は空白／ゼロとする
      *>************************************************************************
       CRM-WRITE-PROC                 SECTION.
      *>
           ADD       1   TO   WRK-HENKIN-COUNT.
           MOVE      WRK-RUN-DATE          TO   CRM-HENPIN-DATE.
           MOVE      WK-CUR-MISEBAN        TO   CRM-MISEBAN.
           MOVE      ZERO                  TO   CRM-TYUMON-BANGOU.
           MOVE      SPACE                 TO   CRM-SHOHIN-CODE.
           MOVE      ZERO                  TO   CRM-HENPIN-SU.
           MOVE      WK-HENKIN-KINGAKU     TO   CRM-URIAGE-KINGAKU.
           MOVE      ZERO                  TO   CRM-ZEI-KINGAKU.
           MOVE      WK-CUR-KOKYAKU-CODE   TO   CRM-KOKYAKU-CODE.
           MOVE      "1"                   TO   CRM-STATUS.
           MOVE      ZERO                  TO   CRM-JUTO-DATE.
           MOVE      "D"                   TO   CRM-MEMO-SYUBETSU.
           WRITE     CRM-RECODE.
      *>
       CRM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器種別マスタファイルの読み込み処理
      *>単価・許容数が分からないため、読めない場合は異常終了する
      *>************************************************************************
       YKS-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKS-FILE.
           IF   YKS-FILE-STATUS   NOT =   "00"
                DISPLAY   "YOKISYUが読めません:"   YKS-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   YKS-FILE-STATUS   NOT =   "00"
                READ   YKS-FILE
                     AT   END
                          MOVE   "10"   TO   YKS-FILE-STATUS
                     NOT   AT   END
                          IF   WK-YKS-COUNT   <   99
                               ADD    1   TO   WK-YKS-COUNT
                               MOVE   YKS-YOKI-CODE      TO
                                    WK-YKS-YOKI-CODE(WK-YKS-COUNT)
                               MOVE   YKS-YOKI-NAME      TO
                                    WK-YKS-YOKI-NAME(WK-YKS-COUNT)
                               MOVE   YKS-HOSYO-TANKA    TO
                                    WK-YKS-HOSYO-TANKA(WK-YKS-COUNT)
                               MOVE   YKS-KYOYO-SU       TO
                                    WK-YKS-KYOYO-SU(WK-YKS-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKS-FILE.
      *>
       YKS-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別許容数ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       YKW-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKW-FILE.
           IF   YKW-FILE-STATUS   NOT =   "00"
                CLOSE   YKW-FILE
                GO   TO   YKW-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   YKW-FILE-STATUS   NOT =   "00"
                READ   YKW-FILE
                     AT   END
                          MOVE   "10"   TO   YKW-FILE-STATUS
                     NOT   AT   END
                          IF   WK-YKW-COUNT   <   9999
                               ADD    1   TO   WK-YKW-COUNT
                               MOVE   YKW-MISEBAN     TO
                                    WK-YKW-MISEBAN(WK-YKW-COUNT)
                               MOVE   YKW-YOKI-CODE   TO
                                    WK-YKW-YOKI-CODE(WK-YKW-COUNT)
                               MOVE   YKW-KYOYO-SU    TO
                                    WK-YKW-KYOYO-SU(WK-YKW-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKW-FILE.
      *>
       YKW-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通い容器残高台帳の読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       YKZ-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   YKZ-FILE.
           IF   YKZ-FILE-STATUS   NOT =   "00"
                CLOSE   YKZ-FILE
                GO   TO   YKZ-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   YKZ-FILE-STATUS   NOT =   "00"
                READ   YKZ-FILE
                     AT   END
                          MOVE   "10"   TO   YKZ-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZAN-COUNT   <   9999
                               ADD    1   TO   WK-ZAN-COUNT
                               MOVE   YKZ-MISEBAN   TO
                                    WK-ZAN-MISEBAN(WK-ZAN-COUNT)
                               MOVE   YKZ-YOKI-CODE   TO
                                    WK-ZAN-YOKI-CODE(WK-ZAN-COUNT)
                               MOVE   YKZ-ZAN-SU   TO
                                    WK-ZAN-ZAN-SU(WK-ZAN-COUNT)
                               MOVE   YKZ-LAST-SYUKKO-DATE   TO
                                    WK-ZAN-LAST-SYUKKO-DATE
                                         (WK-ZAN-COUNT)
                               MOVE   YKZ-LAST-KAISHU-DATE   TO
                                    WK-ZAN-LAST-KAISHU-DATE
                                         (WK-ZAN-COUNT)
                               MOVE   YKZ-HOSYO-SU   TO
                                    WK-ZAN-HOSYO-SU(WK-ZAN-COUNT)
                               MOVE   YKZ-HOSYO-YYYYMM   TO
                                    WK-ZAN-HOSYO-YYYYMM(WK-ZAN-COUNT)
                          ELSE
                               DISPLAY   "残高台帳が上限超過:"
                                         YKZ-MISEBAN   YKZ-YOKI-CODE
                               MOVE      8   TO   RETURN-CODE
                               STOP RUN
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     YKZ-FILE.
      *>
       YKZ-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>残高台帳テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       YKZ-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   YKZ-FILE.
           PERFORM   VARYING   WK-ZAN-IDX   FROM   1   BY   1
                UNTIL   WK-ZAN-IDX   >   WK-ZAN-COUNT
                MOVE   WK-ZAN-MISEBAN(WK-ZAN-IDX)     TO   YKZ-MISEBAN
                MOVE   WK-ZAN-YOKI-CODE(WK-ZAN-IDX)   TO   YKZ-YOKI-CODE
                MOVE   WK-ZAN-ZAN-SU(WK-ZAN-IDX)      TO   YKZ-ZAN-SU
                MOVE   WK-ZAN-LAST-SYUKKO-DATE(WK-ZAN-IDX)
                     TO   YKZ-LAST-SYUKKO-DATE
                MOVE   WK-ZAN-LAST-KAISHU-DATE(WK-ZAN-IDX)
                     TO   YKZ-LAST-KAISHU-DATE
                MOVE   WK-ZAN-HOSYO-SU(WK-ZAN-IDX)    TO   YKZ-HOSYO-SU
                MOVE   WK-ZAN-HOSYO-YYYYMM(WK-ZAN-IDX)
                     TO   YKZ-HOSYO-YYYYMM
                WRITE  YKZ-RECODE
           END-PERFORM.
           CLOSE     YKZ-FILE.
      *>
       YKZ-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>売上計上相手勘定（"URMS"）・預り保証金（"HOSK"）の科目が
      *>揃わない場合は異常終了する
      *>************************************************************************
       GLK-LOAD-PROC                  SECTION.
      *>
           MOVE      SPACE   TO   WK-GLK-AREA.
           OPEN      INPUT   GLK-FILE.
           IF   GLK-FILE-STATUS   NOT =   "00"
                DISPLAY   "GLKMAPが読めません:"   GLK-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   GLK-FILE-STATUS   NOT =   "00"
                READ   GLK-FILE
                     AT   END
                          MOVE   "10"   TO   GLK-FILE-STATUS
                     NOT   AT   END
                          EVALUATE   GLK-KEIJO-KEY
                               WHEN   "URMS"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URMS-KAMOKU
                               WHEN   "HOSK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-HOSK-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-URMS-KAMOKU   =   SPACE
           OR   WK-HOSK-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにURMS/HOSKの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>預り保証金の仕訳の書き出し処理
      *>種別マーク"CTR"のバッチに、請求書ごとに借方 売上計上相手勘定／
      *>貸方 預り保証金の２行を顧客コード・請求書番号付きで書く
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           COMPUTE   WRK-ENTRY-COUNT   =   WK-CTJ-COUNT   *   2.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（通い容器マーク付き）
           MOVE      "B"               TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE      TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT   TO   GLB-ENTRY-COUNT.
           MOVE      WK-CTJ-TOTAL      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-CTJ-TOTAL      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "CTR"             TO   GLB-ADJ-MARK.
           MOVE      WRK-RUN-DATE      TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           PERFORM   VARYING   WK-CTJ-IDX   FROM   1   BY   1
                UNTIL   WK-CTJ-IDX   >   WK-CTJ-COUNT
                PERFORM   GLJRNL-ONE-WRITE-PROC
           END-PERFORM.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書１件分の仕訳（借方・貸方の２行）の書き出し処理
      *>************************************************************************
       GLJRNL-ONE-WRITE-PROC          SECTION.
      *>
           MOVE      "E"                  TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE         TO   GLJ-RUN-DATE.
           MOVE      WK-URMS-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                  TO   GLJ-TAISYAKU.
           MOVE      WK-CTJ-KINGAKU(WK-CTJ-IDX)
                          TO   GLJ-KINGAKU.
           MOVE      "**"                 TO   GLJ-BUNRUI-CODE.
           MOVE      WK-CTJ-KOKYAKU-CODE(WK-CTJ-IDX)
                          TO   GLJ-KOKYAKU-CODE.
           MOVE      WK-CTJ-INV-BANGOU(WK-CTJ-IDX)
                          TO   GLJ-INV-BANGOU.
           WRITE     GLJRNL-RECODE.
      *>
           MOVE      WK-HOSK-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                  TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書番号採番ファイルの読み込み処理
      *>************************************************************************
       INVNO-READ-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-INV-BANGOU.
           OPEN      INPUT   INVNO-FILE.
           IF   INVNO-FILE-STATUS   =   "00"
                READ   INVNO-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   INVNO-RECODE   IS   NUMERIC
                               MOVE   INVNO-RECODE   TO   WK-INV-BANGOU
                          END-IF
                END-READ
           END-IF.
           CLOSE     INVNO-FILE.
      *>
       INVNO-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書番号採番ファイルへの書き戻し処理
      *>************************************************************************
       INVNO-WRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   INVNO-FILE.
           MOVE      WK-INV-BANGOU   TO   INVNO-RECODE.
           WRITE     INVNO-RECODE.
           CLOSE     INVNO-FILE.
      *>
       INVNO-WRITE-PROC-EXIT.
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
      *>************************************************************************
       MISE-MSTR-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-CUR-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
