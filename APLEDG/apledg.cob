      *>************************************************************************
      *>買掛元帳保守・仕入先年齢表作成プログラム
      *>買掛元帳（APLEDG.txt：仕入先コード＋仕入先請求書番号がキー）を
      *>保守する日次（または随時）のプログラム。処理は２段で行う。
      *>　１．承認済買掛（APAPPR.txt：APMATCH001の出力）を仕入先
      *>　　　請求書ごとに合計し、元帳に無い請求書は未払の行として
      *>　　　転記する。元帳にある請求書で、保留の明細が後から承認
      *>　　　されて金額が増えた場合は増えた分を加え、未払に戻す。
      *>　　　消費税額は明細の分類コード・請求日から税率表
      *>　　　（ZEIRATE.txt）の税率を求め、請求書単位で合計してから
      *>　　　円未満を切り捨てる。支払期日は請求日と仕入先別支払
      *>　　　条件マスタ（SUPTERM.txt）の締め日・支払条件から求める
      *>　　　（マスタに無い仕入先は月末締め翌月末払い）
      *>　２．未払残高を仕入先別に支払期日からの経過日数で区分
      *>　　　（期日前・３０日以内・６０日以内・９０日以内・９０日超）
      *>　　　した仕入先年齢表（APAGING.txt）を仕入先マスタ（SUPM.txt）
      *>　　　の名称付きで印字する
      *>　　　仕入先返品（RTV001）で発行した未転記のデビットノート
      *>　　　（SUPDN.txt）は、デビットノート番号を請求書番号とする
      *>　　　マイナスの未払の行（支払期日は発行日）として転記し、
      *>　　　デビットノートを転記済に更新する。次回の支払で
      *>　　　仕入先への支払額から相殺される
      *>転記した金額は仕訳ファイル（GLJRNL.txt）へ種別マーク"APL"の
      *>バッチで追記する（借方 仕入（"SIIR"）・仮払消費税（"KRZE"）／
      *>貸方 買掛金（"KAIK"）、デビットノートはその逆）。勘定科目は計上種別勘定科目対応表
      *>（GLKMAP.txt）から求め、表が無い・キーが揃わない場合は元帳を
      *>更新せずに異常終了する。支払の確定はAPPAY001が行う。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   APLEDG001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>買掛元帳ファイル
      *>************************************************************************
       SELECT   APLEDG-FILE   ASSIGN        TO "APLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APLEDG-FILE-STATUS.
      *>************************************************************************
      *>承認済買掛ファイル（APMATCH001の出力）
      *>************************************************************************
       SELECT   APA-FILE      ASSIGN        TO "APAPPR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APA-FILE-STATUS.
      *>************************************************************************
      *>仕入先デビットノートファイル（RTV001の出力）
      *>************************************************************************
       SELECT   SDN-FILE      ASSIGN        TO "SUPDN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SDN-FILE-STATUS.
      *>************************************************************************
      *>仕入先別支払条件マスタファイル
      *>************************************************************************
       SELECT   STM-FILE      ASSIGN        TO "SUPTERM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS STM-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル（年齢表へ仕入先名を付けるために使用する）
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>税率表ファイル
      *>************************************************************************
       SELECT   ZEI-FILE      ASSIGN        TO "ZEIRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（転記の仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>仕入先年齢表ファイル
      *>************************************************************************
       SELECT   AGING-FILE    ASSIGN         TO "APAGING.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>買掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   APLEDG-FILE.
       01   APLEDG-RECODE.
           COPY   APLEDG   REPLACING   ==:PREFIX:==   BY   ==APL==.
      *>************************************************************************
      *>承認済買掛ファイルのレイアウト定義
      *>************************************************************************
       FD   APA-FILE.
       01   APA-RECODE.
           COPY   APAPPR   REPLACING   ==:PREFIX:==   BY   ==APA==.
      *>************************************************************************
      *>仕入先デビットノートファイルのレイアウト定義
      *>************************************************************************
       FD   SDN-FILE.
       01   SDN-RECODE.
           COPY   SUPDN   REPLACING   ==:PREFIX:==   BY   ==SDN==.
      *>************************************************************************
      *>仕入先別支払条件マスタファイルのレイアウト定義
      *>************************************************************************
       FD   STM-FILE.
       01   STM-RECODE.
           COPY   SUPTERM   REPLACING   ==:PREFIX:==   BY   ==STM==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>税率表ファイルのレイアウト定義
      *>************************************************************************
       FD   ZEI-FILE.
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
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
      *>仕入先年齢表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   AGING-FILE.
       01   AGING-RECODE                           PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  APLEDG-FILE-STATUS                       PIC XX.
       01  APA-FILE-STATUS                          PIC XX.
       01  SDN-FILE-STATUS                          PIC XX.
       01  STM-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-APA-COUNT                    PIC 9(006).
             03   WRK-TENKI-COUNT                  PIC 9(006).
             03   WRK-ZOUGAKU-COUNT                PIC 9(006).
             03   WRK-MIBARAI-COUNT                PIC 9(006).
             03   WRK-DN-COUNT                     PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "APLEDG01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>買掛元帳保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-APL-AREA.
            03   WK-APL-COUNT                    PIC 9(004)  COMP.
            03   WK-APL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-APL-IDX.
                 05   WK-APL-SUP-CODE             PIC X(004).
                 05   WK-APL-INV-BANGOU           PIC X(010).
                 05   WK-APL-INV-DATE             PIC 9(008).
                 05   WK-APL-ZEINUKI-KINGAKU      PIC S9(011).
                 05   WK-APL-ZEI-KINGAKU          PIC S9(011).
                 05   WK-APL-SEIKYU-KINGAKU       PIC S9(011).
                 05   WK-APL-SHIHARAI-KINGAKU     PIC S9(011).
                 05   WK-APL-STATUS               PIC X(001).
                 05   WK-APL-SHIHARAI-KIGEN       PIC 9(008).
                 05   WK-APL-SHIHARAI-DATE        PIC 9(008).
       01   WK-APL-FOUND-FLG                     PIC 9(001).
       01   WK-APL-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>承認済買掛の仕入先請求書別合計テーブル
       01   WK-APG-AREA.
            03   WK-APG-COUNT                    PIC 9(004)  COMP.
            03   WK-APG-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-APG-IDX.
                 05   WK-APG-SUP-CODE             PIC X(004).
                 05   WK-APG-INV-BANGOU           PIC X(010).
                 05   WK-APG-INV-DATE             PIC 9(008).
                 05   WK-APG-ZEINUKI-KINGAKU      PIC S9(011).
                 05   WK-APG-ZEI-KISO             PIC 9(013)V9(002).
       01   WK-APG-FOUND-FLG                     PIC 9(001).
      *>
      *>仕入先デビットノート保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-SDN-AREA.
            03   WK-SDN-COUNT                    PIC 9(004)  COMP.
            03   WK-SDN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SDN-IDX.
                 05   WK-SDN-SUP-CODE             PIC X(004).
                 05   WK-SDN-DN-BANGOU            PIC X(010).
                 05   WK-SDN-DN-DATE              PIC 9(008).
                 05   WK-SDN-ZEINUKI-KINGAKU      PIC 9(011).
                 05   WK-SDN-ZEI-KINGAKU          PIC 9(011).
                 05   WK-SDN-KINGAKU              PIC 9(011).
                 05   WK-SDN-STATUS               PIC X(001).
                 05   WK-SDN-TENKI-DATE           PIC 9(008).
      *>
      *>仕入先別支払条件保持用テーブル
       01   WK-STM-AREA.
            03   WK-STM-COUNT                    PIC 9(004)  COMP.
            03   WK-STM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-STM-IDX.
                 05   WK-STM-SUP-CODE             PIC X(004).
                 05   WK-STM-SHIME-DAY            PIC 9(002).
                 05   WK-STM-SHIHARAI-MONTH       PIC 9(001).
                 05   WK-STM-SHIHARAI-DAY         PIC 9(002).
      *>
      *>仕入先マスタ保持用テーブル（仕入先名の表示用）
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-CHK-CODE                      PIC X(004).
      *>
      *>税率表保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZEI-AREA.
            03   WK-ZEI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZEI-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-ZEI-IDX.
                 05   WK-ZEI-BUNRUI-CODE          PIC X(002).
                 05   WK-ZEI-EFF-DATE             PIC 9(008).
                 05   WK-ZEI-RATE                 PIC 9(002)V9(002).
       01   WK-ZEI-FOUND-FLG                     PIC 9(001).
       01   WK-ZEI-BEST-EFF-DATE                 PIC 9(008).
       01   WK-ZEI-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>締め日・支払期日の計算用の作業領域
       01   WK-TERM-IN-AREA.
            03   WK-TERM-SHIME-DAY               PIC 9(002).
            03   WK-TERM-SHIHARAI-MONTH          PIC 9(001).
            03   WK-TERM-SHIHARAI-DAY            PIC 9(002).
       01   WK-INV-DATE-WORK                     PIC 9(008).
       01   WK-INV-DATE-WORK-R  REDEFINES  WK-INV-DATE-WORK.
            03   WK-INV-YYYYMM                   PIC 9(006).
            03   WK-INV-DD                       PIC 9(002).
       01   WK-KIGEN-SAVE                        PIC 9(008).
       01   WK-CAL-AREA.
            03   WK-CAL-YYYYMM                   PIC 9(006).
            03   WK-CAL-YYYYMM-R  REDEFINES  WK-CAL-YYYYMM.
                 05   WK-CAL-YYYY                 PIC 9(004).
                 05   WK-CAL-MM                   PIC 9(002).
            03   WK-CAL-ADD-MONTH                PIC 9(002).
            03   WK-CAL-DD                       PIC 9(002).
            03   WK-CAL-DATE                     PIC 9(008).
            03   WK-CAL-MONTHS                   PIC 9(006).
            03   WK-CAL-LAST-DD                  PIC 9(002).
            03   WK-CAL-NEXT-DATE                PIC 9(008).
            03   WK-CAL-NEXT-DATE-R  REDEFINES  WK-CAL-NEXT-DATE.
                 05   WK-CAL-NEXT-YYYY            PIC 9(004).
                 05   WK-CAL-NEXT-MM              PIC 9(002).
                 05   WK-CAL-NEXT-DD              PIC 9(002).
            03   WK-CAL-INT                      PIC S9(008).
      *>
      *>仕入先別年齢区分集計テーブル
       01   WK-AGE-AREA.
            03   WK-AGE-COUNT                    PIC 9(004)  COMP.
            03   WK-AGE-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-AGE-IDX.
                 05   WK-AGE-SUP-CODE             PIC X(004).
                 05   WK-AGE-MAE                  PIC S9(011).
                 05   WK-AGE-30                   PIC S9(011).
                 05   WK-AGE-60                   PIC S9(011).
                 05   WK-AGE-90                   PIC S9(011).
                 05   WK-AGE-OVER                 PIC S9(011).
       01   WK-AGE-FOUND-FLG                     PIC 9(001).
       01   WK-AGE-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>経過日数計算用の作業領域
       01   WK-DAYS-AREA.
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-KIGEN-YMD8                   PIC 9(008).
            03   WK-KEIKA-DAYS                   PIC S9(005).
      *>
      *>請求書１通分の転記金額の計算用領域
       01   WK-NEW-ZEI-KINGAKU                   PIC S9(011).
       01   WK-ZOU-ZEINUKI                       PIC S9(011).
       01   WK-ZOU-ZEI                           PIC S9(011).
      *>１行分の未払残高の計算用領域
       01   WK-ZANDAKA                           PIC S9(011).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-SIIR-KAMOKU                  PIC X(008).
            03   WK-KRZE-KAMOKU                  PIC X(008).
            03   WK-KAIK-KAMOKU                  PIC X(008).
      *>
      *>転記の仕訳の合計（仕入・仮払消費税）
       01   WK-GL-AREA.
            03   WK-GL-SIIR-TOTAL                PIC S9(011).
            03   WK-GL-KRZE-TOTAL                PIC S9(011).
            03   WK-GL-KAIK-TOTAL                PIC S9(011).
      *>デビットノートの仕訳の合計（仕入・仮払消費税・買掛金の戻し）
            03   WK-GL-DN-SIIR-TOTAL             PIC S9(011).
            03   WK-GL-DN-KRZE-TOTAL             PIC S9(011).
            03   WK-GL-DN-KAIK-TOTAL             PIC S9(011).
      *>
      *>会社合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-MAE                    PIC S9(011).
            03   WK-TOTAL-30                     PIC S9(011).
            03   WK-TOTAL-60                     PIC S9(011).
            03   WK-TOTAL-90                     PIC S9(011).
            03   WK-TOTAL-OVER                   PIC S9(011).
      *>
      *>年齢表の見出し行の編集用領域
       01   AGE-HDR-RECODE.
           03   FILLER                PIC X(026)
                   VALUE "**  仕入先年齢表  **".
           03   AGE-HDR-RUN-DATE      PIC 9(008).
      *>年齢表の列見出し行の編集用領域
       01   AGE-COLHDR-RECODE.
           03   FILLER                PIC X(018)
               VALUE "仕入先　名称".
           03   FILLER                PIC X(009)
               VALUE "期日前".
           03   FILLER                PIC X(033)
               VALUE "３０日以内　６０日以内".
           03   FILLER                PIC X(030)
               VALUE "９０日以内　９０日超".
      *>年齢表の明細行の編集用領域
       01   AGE-DETAIL-RECODE.
           03   AGE-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   AGE-SUP-NAME          PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-MAE        PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-30         PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-60         PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-90         PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-OVER       PIC -(009)9.
      *>年齢表の会社合計行の編集用領域
       01   AGE-TOTAL-RECODE.
           03   FILLER                PIC X(027)
                       VALUE "会社合計　　　　　".
           03   AGE-TOTAL-MAE         PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-TOTAL-30          PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-TOTAL-60          PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-TOTAL-90          PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-TOTAL-OVER        PIC -(009)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "承認済明細件数：".
            03   MSG1-APA-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　転記件数：".
            03   MSG1-TENKI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　増額件数：".
            03   MSG1-ZOUGAKU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　未払件数：".
            03   MSG1-MIBARAI-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　デビットノート：".
            03   MSG1-DN-COUNT                PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-APA-COUNT.
           MOVE   ZERO        TO   WRK-TENKI-COUNT.
           MOVE   ZERO        TO   WRK-ZOUGAKU-COUNT.
           MOVE   ZERO        TO   WRK-MIBARAI-COUNT.
           MOVE   ZERO        TO   WRK-DN-COUNT.
           MOVE   ZERO        TO   WRK-ENTRY-COUNT.
           MOVE   ZERO        TO   WK-APL-COUNT.
           MOVE   ZERO        TO   WK-APG-COUNT.
           MOVE   ZERO        TO   WK-SDN-COUNT.
           MOVE   ZERO        TO   WK-STM-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-AGE-COUNT.
           MOVE   ZERO        TO   WK-GL-SIIR-TOTAL.
           MOVE   ZERO        TO   WK-GL-KRZE-TOTAL.
           MOVE   ZERO        TO   WK-GL-KAIK-TOTAL.
           MOVE   ZERO        TO   WK-GL-DN-SIIR-TOTAL.
           MOVE   ZERO        TO   WK-GL-DN-KRZE-TOTAL.
           MOVE   ZERO        TO   WK-GL-DN-KAIK-TOTAL.
           MOVE   ZERO        TO   WK-TOTAL-MAE.
           MOVE   ZERO        TO   WK-TOTAL-30.
           MOVE   ZERO        TO   WK-TOTAL-60.
           MOVE   ZERO        TO   WK-TOTAL-90.
           MOVE   ZERO        TO   WK-TOTAL-OVER.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  勘定科目の確認（揃わなければ元帳を更新せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  買掛元帳・支払条件・仕入先マスタ・税率表の読み込み
           PERFORM   APLEDG-LOAD-PROC.
           PERFORM   STM-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
      *>
      *>  承認済買掛を仕入先請求書ごとに合計する
           PERFORM   APA-LOAD-PROC.
      *>
      *>  仕入先請求書ごとに元帳へ転記する
           PERFORM   VARYING   WK-APG-IDX   FROM   1   BY   1
                UNTIL   WK-APG-IDX   >   WK-APG-COUNT
                PERFORM   APG-POST-PROC
           END-PERFORM.
      *>
      *>  未転記のデビットノートをマイナスの行として転記する
           PERFORM   SDN-LOAD-PROC.
           PERFORM   VARYING   WK-SDN-IDX   FROM   1   BY   1
                UNTIL   WK-SDN-IDX   >   WK-SDN-COUNT
                IF   WK-SDN-STATUS(WK-SDN-IDX)   =   "1"
                     PERFORM   SDN-POST-PROC
                END-IF
           END-PERFORM.
      *>
      *>  買掛元帳・デビットノートを書き戻す
           PERFORM   APLEDG-REWRITE-PROC.
           IF   WRK-DN-COUNT   NOT =   ZERO
                PERFORM   SDN-REWRITE-PROC
           END-IF.
      *>
      *>  転記の仕訳を仕訳ファイルへ追記する
           IF   WK-GL-KAIK-TOTAL      NOT =   ZERO
           OR   WK-GL-DN-KAIK-TOTAL   NOT =   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
      *>  仕入先年齢表を印字する
           PERFORM   AGING-REPORT-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>買掛元帳の読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い（初回）場合は空の元帳から始める
      *>************************************************************************
       APLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   APLEDG-FILE.
           IF   APLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   APLEDG-FILE
                GO   TO   APLEDG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   APLEDG-FILE-STATUS   NOT =   "00"
                READ   APLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   APLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   WK-APL-COUNT   <   9999
                               ADD   1   TO   WK-APL-COUNT
                               MOVE  APL-SUP-CODE          TO
                                   WK-APL-SUP-CODE(WK-APL-COUNT)
                               MOVE  APL-INV-BANGOU        TO
                                   WK-APL-INV-BANGOU(WK-APL-COUNT)
                               MOVE  APL-INV-DATE          TO
                                   WK-APL-INV-DATE(WK-APL-COUNT)
                               MOVE  APL-ZEINUKI-KINGAKU   TO
                                   WK-APL-ZEINUKI-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-ZEI-KINGAKU       TO
                                   WK-APL-ZEI-KINGAKU(WK-APL-COUNT)
                               MOVE  APL-SEIKYU-KINGAKU    TO
                                   WK-APL-SEIKYU-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-KINGAKU  TO
                                   WK-APL-SHIHARAI-KINGAKU
                                        (WK-APL-COUNT)
                               MOVE  APL-STATUS            TO
                                   WK-APL-STATUS(WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-KIGEN    TO
                                   WK-APL-SHIHARAI-KIGEN
                                        (WK-APL-COUNT)
                               MOVE  APL-SHIHARAI-DATE     TO
                                   WK-APL-SHIHARAI-DATE
                                        (WK-APL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     APLEDG-FILE.
      *>
       APLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認済買掛の読み込み処理（仕入先請求書ごとに合計する）
      *>ファイルが無い場合は転記なしとして年齢表の印字だけを行う
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
                          ADD       1   TO   WRK-APA-COUNT
                          PERFORM   APG-ADD-PROC
                END-READ
           END-PERFORM.
           CLOSE     APA-FILE.
      *>
       APA-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認済買掛１明細分の仕入先請求書別合計への加算処理
      *>消費税相当額は明細の金額×税率のまま積み上げ、請求書単位で
      *>円未満を切り捨てる
      *>************************************************************************
       APG-ADD-PROC                   SECTION.
      *>
           PERFORM   ZEI-RATE-LOOKUP-PROC.
      *>
           MOVE      ZERO   TO   WK-APG-FOUND-FLG.
           PERFORM   VARYING   WK-APG-IDX   FROM   1   BY   1
                UNTIL   WK-APG-IDX   >   WK-APG-COUNT
                IF   WK-APG-SUP-CODE(WK-APG-IDX)     =   APA-SUP-CODE
                AND  WK-APG-INV-BANGOU(WK-APG-IDX)   =   APA-INV-BANGOU
                     MOVE   1   TO   WK-APG-FOUND-FLG
                     ADD    APA-SEIKYU-KINGAKU   TO
                          WK-APG-ZEINUKI-KINGAKU(WK-APG-IDX)
                     COMPUTE   WK-APG-ZEI-KISO(WK-APG-IDX)   =
                               WK-APG-ZEI-KISO(WK-APG-IDX)
                               +   APA-SEIKYU-KINGAKU
                                   *   WK-ZEI-RATE-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-APG-FOUND-FLG   NOT =   1
           AND  WK-APG-COUNT   <   9999
                ADD    1   TO   WK-APG-COUNT
                MOVE   APA-SUP-CODE         TO
                     WK-APG-SUP-CODE(WK-APG-COUNT)
                MOVE   APA-INV-BANGOU       TO
                     WK-APG-INV-BANGOU(WK-APG-COUNT)
                MOVE   APA-INV-DATE         TO
                     WK-APG-INV-DATE(WK-APG-COUNT)
                MOVE   APA-SEIKYU-KINGAKU   TO
                     WK-APG-ZEINUKI-KINGAKU(WK-APG-COUNT)
                COMPUTE   WK-APG-ZEI-KISO(WK-APG-COUNT)   =
                          APA-SEIKYU-KINGAKU   *   WK-ZEI-RATE-SAVE
           END-IF.
      *>
       APG-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先請求書１通分の元帳への転記処理
      *>元帳に無ければ未払の行を追加し、あれば増えた金額だけを加える
      *>************************************************************************
       APG-POST-PROC                  SECTION.
      *>
           COMPUTE   WK-NEW-ZEI-KINGAKU   =
                     WK-APG-ZEI-KISO(WK-APG-IDX)   /   100.
      *>
           MOVE      ZERO   TO   WK-APL-FOUND-FLG.
           MOVE      ZERO   TO   WK-APL-FOUND-IDX.
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-SUP-CODE(WK-APL-IDX)
                          =   WK-APG-SUP-CODE(WK-APG-IDX)
                AND  WK-APL-INV-BANGOU(WK-APL-IDX)
                          =   WK-APG-INV-BANGOU(WK-APG-IDX)
                     MOVE   1   TO   WK-APL-FOUND-FLG
                     MOVE   WK-APL-IDX   TO   WK-APL-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-APL-FOUND-FLG   NOT =   1
                PERFORM   APL-NEW-PROC
                GO   TO   APG-POST-PROC-EXIT
           END-IF.
      *>
      *>  既に転記済の請求書は、後から承認された明細で増えた分を加える
           COMPUTE   WK-ZOU-ZEINUKI   =
                     WK-APG-ZEINUKI-KINGAKU(WK-APG-IDX)
                     -   WK-APL-ZEINUKI-KINGAKU(WK-APL-FOUND-IDX).
           COMPUTE   WK-ZOU-ZEI   =
                     WK-NEW-ZEI-KINGAKU
                     -   WK-APL-ZEI-KINGAKU(WK-APL-FOUND-IDX).
           IF   WK-ZOU-ZEINUKI   NOT >   ZERO
                GO   TO   APG-POST-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-ZOUGAKU-COUNT.
           ADD       WK-ZOU-ZEINUKI   TO
                     WK-APL-ZEINUKI-KINGAKU(WK-APL-FOUND-IDX).
           ADD       WK-ZOU-ZEI       TO
                     WK-APL-ZEI-KINGAKU(WK-APL-FOUND-IDX).
           COMPUTE   WK-APL-SEIKYU-KINGAKU(WK-APL-FOUND-IDX)   =
                     WK-APL-ZEINUKI-KINGAKU(WK-APL-FOUND-IDX)
                     +   WK-APL-ZEI-KINGAKU(WK-APL-FOUND-IDX).
           MOVE      "1"   TO   WK-APL-STATUS(WK-APL-FOUND-IDX).
      *>
           ADD       WK-ZOU-ZEINUKI   TO   WK-GL-SIIR-TOTAL.
           ADD       WK-ZOU-ZEI       TO   WK-GL-KRZE-TOTAL.
           COMPUTE   WK-GL-KAIK-TOTAL   =
                     WK-GL-KAIK-TOTAL   +   WK-ZOU-ZEINUKI
                     +   WK-ZOU-ZEI.
      *>
       APG-POST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳への新しい請求書の行の追加処理
      *>************************************************************************
       APL-NEW-PROC                   SECTION.
      *>
           IF   WK-APL-COUNT   NOT <   9999
                DISPLAY   "買掛元帳テーブルが満杯です:"
                          WK-APG-SUP-CODE(WK-APG-IDX)
                          WK-APG-INV-BANGOU(WK-APG-IDX)
                GO   TO   APL-NEW-PROC-EXIT
           END-IF.
      *>
           PERFORM   KIGEN-CALC-PROC.
      *>
           ADD       1   TO   WK-APL-COUNT.
           ADD       1   TO   WRK-TENKI-COUNT.
           MOVE      WK-APG-SUP-CODE(WK-APG-IDX)   TO
                     WK-APL-SUP-CODE(WK-APL-COUNT).
           MOVE      WK-APG-INV-BANGOU(WK-APG-IDX)   TO
                     WK-APL-INV-BANGOU(WK-APL-COUNT).
           MOVE      WK-APG-INV-DATE(WK-APG-IDX)   TO
                     WK-APL-INV-DATE(WK-APL-COUNT).
           MOVE      WK-APG-ZEINUKI-KINGAKU(WK-APG-IDX)   TO
                     WK-APL-ZEINUKI-KINGAKU(WK-APL-COUNT).
           MOVE      WK-NEW-ZEI-KINGAKU   TO
                     WK-APL-ZEI-KINGAKU(WK-APL-COUNT).
           COMPUTE   WK-APL-SEIKYU-KINGAKU(WK-APL-COUNT)   =
                     WK-APG-ZEINUKI-KINGAKU(WK-APG-IDX)
                     +   WK-NEW-ZEI-KINGAKU.
           MOVE      ZERO   TO   WK-APL-SHIHARAI-KINGAKU(WK-APL-COUNT).
           MOVE      "1"    TO   WK-APL-STATUS(WK-APL-COUNT).
           MOVE      WK-KIGEN-SAVE   TO
                     WK-APL-SHIHARAI-KIGEN(WK-APL-COUNT).
           MOVE      ZERO   TO   WK-APL-SHIHARAI-DATE(WK-APL-COUNT).
      *>
           ADD       WK-APG-ZEINUKI-KINGAKU(WK-APG-IDX)
                          TO   WK-GL-SIIR-TOTAL.
           ADD       WK-NEW-ZEI-KINGAKU   TO   WK-GL-KRZE-TOTAL.
           ADD       WK-APL-SEIKYU-KINGAKU(WK-APL-COUNT)
                          TO   WK-GL-KAIK-TOTAL.
      *>
       APL-NEW-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先デビットノートの読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い場合はデビットノートの転記なしとする
      *>************************************************************************
       SDN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   SDN-FILE.
           IF   SDN-FILE-STATUS   NOT =   "00"
                CLOSE   SDN-FILE
                GO   TO   SDN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SDN-FILE-STATUS   NOT =   "00"
                READ   SDN-FILE
                     AT   END
                          MOVE   "10"   TO   SDN-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SDN-COUNT   <   9999
                               ADD   1   TO   WK-SDN-COUNT
                               MOVE  SDN-SUP-CODE          TO
                                   WK-SDN-SUP-CODE(WK-SDN-COUNT)
                               MOVE  SDN-DN-BANGOU         TO
                                   WK-SDN-DN-BANGOU(WK-SDN-COUNT)
                               MOVE  SDN-DN-DATE           TO
                                   WK-SDN-DN-DATE(WK-SDN-COUNT)
                               MOVE  SDN-ZEINUKI-KINGAKU   TO
                                   WK-SDN-ZEINUKI-KINGAKU
                                        (WK-SDN-COUNT)
                               MOVE  SDN-ZEI-KINGAKU       TO
                                   WK-SDN-ZEI-KINGAKU(WK-SDN-COUNT)
                               MOVE  SDN-KINGAKU           TO
                                   WK-SDN-KINGAKU(WK-SDN-COUNT)
                               MOVE  SDN-STATUS            TO
                                   WK-SDN-STATUS(WK-SDN-COUNT)
                               MOVE  SDN-TENKI-DATE        TO
                                   WK-SDN-TENKI-DATE(WK-SDN-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SDN-FILE.
      *>
       SDN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノート１通分の元帳への転記処理
      *>デビットノート番号を請求書番号とし、金額をマイナスにした未払の
      *>行を追加する。元帳に同じ番号の行が既にあれば転記済とだけする
      *>************************************************************************
       SDN-POST-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-APL-FOUND-FLG.
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-SUP-CODE(WK-APL-IDX)
                          =   WK-SDN-SUP-CODE(WK-SDN-IDX)
                AND  WK-APL-INV-BANGOU(WK-APL-IDX)
                          =   WK-SDN-DN-BANGOU(WK-SDN-IDX)
                     MOVE   1   TO   WK-APL-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
           IF   WK-APL-FOUND-FLG   NOT =   1
           AND  WK-APL-COUNT   NOT <   9999
                DISPLAY   "買掛元帳テーブルが満杯です:"
                          WK-SDN-SUP-CODE(WK-SDN-IDX)
                          WK-SDN-DN-BANGOU(WK-SDN-IDX)
                GO   TO   SDN-POST-PROC-EXIT
           END-IF.
      *>
           IF   WK-APL-FOUND-FLG   NOT =   1
                ADD       1   TO   WK-APL-COUNT
                MOVE      WK-SDN-SUP-CODE(WK-SDN-IDX)   TO
                          WK-APL-SUP-CODE(WK-APL-COUNT)
                MOVE      WK-SDN-DN-BANGOU(WK-SDN-IDX)   TO
                          WK-APL-INV-BANGOU(WK-APL-COUNT)
                MOVE      WK-SDN-DN-DATE(WK-SDN-IDX)   TO
                          WK-APL-INV-DATE(WK-APL-COUNT)
                COMPUTE   WK-APL-ZEINUKI-KINGAKU(WK-APL-COUNT)   =
                          ZERO   -   WK-SDN-ZEINUKI-KINGAKU(WK-SDN-IDX)
                COMPUTE   WK-APL-ZEI-KINGAKU(WK-APL-COUNT)   =
                          ZERO   -   WK-SDN-ZEI-KINGAKU(WK-SDN-IDX)
                COMPUTE   WK-APL-SEIKYU-KINGAKU(WK-APL-COUNT)   =
                          ZERO   -   WK-SDN-KINGAKU(WK-SDN-IDX)
                MOVE      ZERO   TO
                          WK-APL-SHIHARAI-KINGAKU(WK-APL-COUNT)
                MOVE      "1"    TO   WK-APL-STATUS(WK-APL-COUNT)
                MOVE      WK-SDN-DN-DATE(WK-SDN-IDX)   TO
                          WK-APL-SHIHARAI-KIGEN(WK-APL-COUNT)
                MOVE      ZERO   TO
                          WK-APL-SHIHARAI-DATE(WK-APL-COUNT)
      *>
                ADD       WK-SDN-ZEINUKI-KINGAKU(WK-SDN-IDX)
                               TO   WK-GL-DN-SIIR-TOTAL
                ADD       WK-SDN-ZEI-KINGAKU(WK-SDN-IDX)
                               TO   WK-GL-DN-KRZE-TOTAL
                ADD       WK-SDN-KINGAKU(WK-SDN-IDX)
                               TO   WK-GL-DN-KAIK-TOTAL
           END-IF.
      *>
           ADD       1   TO   WRK-DN-COUNT.
           MOVE      "2"            TO   WK-SDN-STATUS(WK-SDN-IDX).
           MOVE      WRK-RUN-DATE   TO   WK-SDN-TENKI-DATE(WK-SDN-IDX).
      *>
       SDN-POST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先デビットノートテーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       SDN-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   SDN-FILE.
      *>
           PERFORM   VARYING   WK-SDN-IDX   FROM   1   BY   1
                UNTIL   WK-SDN-IDX   >   WK-SDN-COUNT
                MOVE   WK-SDN-SUP-CODE(WK-SDN-IDX)
                     TO   SDN-SUP-CODE
                MOVE   WK-SDN-DN-BANGOU(WK-SDN-IDX)
                     TO   SDN-DN-BANGOU
                MOVE   WK-SDN-DN-DATE(WK-SDN-IDX)
                     TO   SDN-DN-DATE
                MOVE   WK-SDN-ZEINUKI-KINGAKU(WK-SDN-IDX)
                     TO   SDN-ZEINUKI-KINGAKU
                MOVE   WK-SDN-ZEI-KINGAKU(WK-SDN-IDX)
                     TO   SDN-ZEI-KINGAKU
                MOVE   WK-SDN-KINGAKU(WK-SDN-IDX)
                     TO   SDN-KINGAKU
                MOVE   WK-SDN-STATUS(WK-SDN-IDX)
                     TO   SDN-STATUS
                MOVE   WK-SDN-TENKI-DATE(WK-SDN-IDX)
                     TO   SDN-TENKI-DATE
                WRITE   SDN-RECODE
           END-PERFORM.
      *>
           CLOSE     SDN-FILE.
      *>
       SDN-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払期日の計算処理
      *>請求日が締め日以前ならその月、後なら翌月を締めの月とし、
      *>締めの月から経過月数後の支払日をWK-KIGEN-SAVEに返す
      *>************************************************************************
       KIGEN-CALC-PROC                SECTION.
      *>
      *>  仕入先の支払条件（マスタに無い仕入先は月末締め翌月末払い）
           MOVE      99   TO   WK-TERM-SHIME-DAY.
           MOVE      1    TO   WK-TERM-SHIHARAI-MONTH.
           MOVE      99   TO   WK-TERM-SHIHARAI-DAY.
           PERFORM   VARYING   WK-STM-IDX   FROM   1   BY   1
                UNTIL   WK-STM-IDX   >   WK-STM-COUNT
                IF   WK-STM-SUP-CODE(WK-STM-IDX)
                          =   WK-APG-SUP-CODE(WK-APG-IDX)
                     MOVE   WK-STM-SHIME-DAY(WK-STM-IDX)
                          TO   WK-TERM-SHIME-DAY
                     MOVE   WK-STM-SHIHARAI-MONTH(WK-STM-IDX)
                          TO   WK-TERM-SHIHARAI-MONTH
                     MOVE   WK-STM-SHIHARAI-DAY(WK-STM-IDX)
                          TO   WK-TERM-SHIHARAI-DAY
                END-IF
           END-PERFORM.
      *>
      *>  請求日の月の締め日
           MOVE      WK-APG-INV-DATE(WK-APG-IDX)
                          TO   WK-INV-DATE-WORK.
           MOVE      WK-INV-YYYYMM       TO   WK-CAL-YYYYMM.
           MOVE      ZERO                TO   WK-CAL-ADD-MONTH.
           MOVE      WK-TERM-SHIME-DAY   TO   WK-CAL-DD.
           PERFORM   CAL-DATE-PROC.
      *>
      *>  締めの月から経過月数後の支払日（締め日を過ぎた請求は翌月締め）
           MOVE      WK-INV-YYYYMM            TO   WK-CAL-YYYYMM.
           MOVE      WK-TERM-SHIHARAI-MONTH   TO   WK-CAL-ADD-MONTH.
           IF   WK-INV-DATE-WORK   >   WK-CAL-DATE
                ADD   1   TO   WK-CAL-ADD-MONTH
           END-IF.
           MOVE      WK-TERM-SHIHARAI-DAY     TO   WK-CAL-DD.
           PERFORM   CAL-DATE-PROC.
           MOVE      WK-CAL-DATE              TO   WK-KIGEN-SAVE.
      *>
       KIGEN-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>年月＋経過月数＋日からの日付の計算処理
      *>WK-CAL-YYYYMMにWK-CAL-ADD-MONTHか月を加えた月のWK-CAL-DD日を
      *>WK-CAL-DATEに返す。その月に無い日・ゼロ・99は月末日とする
      *>************************************************************************
       CAL-DATE-PROC                  SECTION.
      *>
      *>  経過月数を加えた年月を求める
           COMPUTE   WK-CAL-MONTHS   =
                     WK-CAL-YYYY   *   12   +   WK-CAL-MM   -   1
                     +   WK-CAL-ADD-MONTH.
           DIVIDE    WK-CAL-MONTHS   BY   12
                     GIVING      WK-CAL-YYYY
                     REMAINDER   WK-CAL-MM.
           ADD       1   TO   WK-CAL-MM.
      *>
      *>  翌月１日の前日からその月の末日を求める
           MOVE      WK-CAL-YYYY   TO   WK-CAL-NEXT-YYYY.
           MOVE      WK-CAL-MM     TO   WK-CAL-NEXT-MM.
           MOVE      1             TO   WK-CAL-NEXT-DD.
           IF   WK-CAL-NEXT-MM   =   12
                ADD    1    TO   WK-CAL-NEXT-YYYY
                MOVE   1    TO   WK-CAL-NEXT-MM
           ELSE
                ADD    1    TO   WK-CAL-NEXT-MM
           END-IF.
           COMPUTE   WK-CAL-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-CAL-NEXT-DATE)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-CAL-INT)
                          TO   WK-CAL-NEXT-DATE.
           MOVE      WK-CAL-NEXT-DD   TO   WK-CAL-LAST-DD.
      *>
           IF   WK-CAL-DD   =   ZERO
           OR   WK-CAL-DD   >   WK-CAL-LAST-DD
                MOVE   WK-CAL-LAST-DD   TO   WK-CAL-DD
           END-IF.
           COMPUTE   WK-CAL-DATE   =
                     WK-CAL-YYYYMM   *   100   +   WK-CAL-DD.
      *>
       CAL-DATE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>買掛元帳テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       APLEDG-REWRITE-PROC            SECTION.
      *>
           OPEN      OUTPUT   APLEDG-FILE.
      *>
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                MOVE   WK-APL-SUP-CODE(WK-APL-IDX)
                     TO   APL-SUP-CODE
                MOVE   WK-APL-INV-BANGOU(WK-APL-IDX)
                     TO   APL-INV-BANGOU
                MOVE   WK-APL-INV-DATE(WK-APL-IDX)
                     TO   APL-INV-DATE
                MOVE   WK-APL-ZEINUKI-KINGAKU(WK-APL-IDX)
                     TO   APL-ZEINUKI-KINGAKU
                MOVE   WK-APL-ZEI-KINGAKU(WK-APL-IDX)
                     TO   APL-ZEI-KINGAKU
                MOVE   WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                     TO   APL-SEIKYU-KINGAKU
                MOVE   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX)
                     TO   APL-SHIHARAI-KINGAKU
                MOVE   WK-APL-STATUS(WK-APL-IDX)
                     TO   APL-STATUS
                MOVE   WK-APL-SHIHARAI-KIGEN(WK-APL-IDX)
                     TO   APL-SHIHARAI-KIGEN
                MOVE   WK-APL-SHIHARAI-DATE(WK-APL-IDX)
                     TO   APL-SHIHARAI-DATE
                WRITE   APLEDG-RECODE
           END-PERFORM.
      *>
           CLOSE     APLEDG-FILE.
      *>
       APLEDG-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>仕入（"SIIR"）・仮払消費税（"KRZE"）・買掛金（"KAIK"）の科目が
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
                               WHEN   "SIIR"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-SIIR-KAMOKU
                               WHEN   "KRZE"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-KRZE-KAMOKU
                               WHEN   "KAIK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-KAIK-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-SIIR-KAMOKU   =   SPACE
           OR   WK-KRZE-KAMOKU   =   SPACE
           OR   WK-KAIK-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにSIIR/KRZE/KAIKの行が"
                          "ありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>転記の仕訳バッチの書き出し処理
      *>借方 仕入・仮払消費税／貸方 買掛金の合計で追記し、デビット
      *>ノートは借方 買掛金／貸方 仕入・仮払消費税で同じバッチに書く
      *>（金額がゼロの行は書かない）
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WRK-ENTRY-COUNT.
           IF   WK-GL-SIIR-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
           IF   WK-GL-KRZE-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
           IF   WK-GL-KAIK-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
           IF   WK-GL-DN-KAIK-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
           IF   WK-GL-DN-SIIR-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
           IF   WK-GL-DN-KRZE-TOTAL   NOT =   ZERO
                ADD   1   TO   WRK-ENTRY-COUNT
           END-IF.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（買掛元帳マーク付き）
           MOVE      "B"                TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT    TO   GLB-ENTRY-COUNT.
           COMPUTE   GLB-KARIKATA-TOTAL   =
                     WK-GL-KAIK-TOTAL   +   WK-GL-DN-KAIK-TOTAL.
           COMPUTE   GLB-KASHIKATA-TOTAL   =
                     WK-GL-KAIK-TOTAL   +   WK-GL-DN-KAIK-TOTAL.
           MOVE      "APL"              TO   GLB-ADJ-MARK.
           MOVE      WRK-RUN-DATE       TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           MOVE      "E"                TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLJ-RUN-DATE.
           MOVE      "**"               TO   GLJ-BUNRUI-CODE.
           MOVE      SPACE              TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE              TO   GLJ-INV-BANGOU.
           IF   WK-GL-SIIR-TOTAL   NOT =   ZERO
                MOVE   WK-SIIR-KAMOKU     TO   GLJ-KANJO-KAMOKU
                MOVE   "D"                TO   GLJ-TAISYAKU
                MOVE   WK-GL-SIIR-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
           IF   WK-GL-KRZE-TOTAL   NOT =   ZERO
                MOVE   WK-KRZE-KAMOKU     TO   GLJ-KANJO-KAMOKU
                MOVE   "D"                TO   GLJ-TAISYAKU
                MOVE   WK-GL-KRZE-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
           IF   WK-GL-KAIK-TOTAL   NOT =   ZERO
                MOVE   WK-KAIK-KAMOKU     TO   GLJ-KANJO-KAMOKU
                MOVE   "C"                TO   GLJ-TAISYAKU
                MOVE   WK-GL-KAIK-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
      *>
      *>  デビットノート分（買掛金の戻し）
           IF   WK-GL-DN-KAIK-TOTAL   NOT =   ZERO
                MOVE   WK-KAIK-KAMOKU        TO   GLJ-KANJO-KAMOKU
                MOVE   "D"                   TO   GLJ-TAISYAKU
                MOVE   WK-GL-DN-KAIK-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
           IF   WK-GL-DN-SIIR-TOTAL   NOT =   ZERO
                MOVE   WK-SIIR-KAMOKU        TO   GLJ-KANJO-KAMOKU
                MOVE   "C"                   TO   GLJ-TAISYAKU
                MOVE   WK-GL-DN-SIIR-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
           IF   WK-GL-DN-KRZE-TOTAL   NOT =   ZERO
                MOVE   WK-KRZE-KAMOKU        TO   GLJ-KANJO-KAMOKU
                MOVE   "C"                   TO   GLJ-TAISYAKU
                MOVE   WK-GL-DN-KRZE-TOTAL   TO   GLJ-KINGAKU
                WRITE  GLJRNL-RECODE
           END-IF.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先年齢表の作成処理
      *>未払の残高を仕入先別・経過日数区分別に積み上げてから印字する
      *>************************************************************************
       AGING-REPORT-PROC              SECTION.
      *>
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-STATUS(WK-APL-IDX)   =   "1"
                     ADD       1   TO   WRK-MIBARAI-COUNT
                     PERFORM   AGE-ADD-PROC
                END-IF
           END-PERFORM.
      *>
           OPEN      OUTPUT   AGING-FILE.
           MOVE      WRK-RUN-DATE   TO   AGE-HDR-RUN-DATE.
           WRITE     AGING-RECODE   FROM   AGE-HDR-RECODE.
           WRITE     AGING-RECODE   FROM   AGE-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-AGE-IDX   FROM   1   BY   1
                UNTIL   WK-AGE-IDX   >   WK-AGE-COUNT
                PERFORM   AGE-LINE-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WK-TOTAL-MAE    TO   AGE-TOTAL-MAE.
           MOVE      WK-TOTAL-30     TO   AGE-TOTAL-30.
           MOVE      WK-TOTAL-60     TO   AGE-TOTAL-60.
           MOVE      WK-TOTAL-90     TO   AGE-TOTAL-90.
           MOVE      WK-TOTAL-OVER   TO   AGE-TOTAL-OVER.
           WRITE     AGING-RECODE   FROM   AGE-TOTAL-RECODE.
      *>
           CLOSE     AGING-FILE.
      *>
       AGING-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未払残高１件分の年齢区分への積み上げ処理
      *>************************************************************************
       AGE-ADD-PROC                   SECTION.
      *>
           COMPUTE   WK-ZANDAKA   =
                     WK-APL-SEIKYU-KINGAKU(WK-APL-IDX)
                     -   WK-APL-SHIHARAI-KINGAKU(WK-APL-IDX).
           MOVE      WK-APL-SHIHARAI-KIGEN(WK-APL-IDX)
                          TO   WK-KIGEN-YMD8.
           COMPUTE   WK-KEIKA-DAYS   =
                     WK-TODAY-INT   -
                     FUNCTION INTEGER-OF-DATE(WK-KIGEN-YMD8).
      *>
      *>  仕入先別の集計行を探し、無ければ登録する
           MOVE      ZERO   TO   WK-AGE-FOUND-FLG.
           MOVE      ZERO   TO   WK-AGE-FOUND-IDX.
           PERFORM   VARYING   WK-AGE-IDX   FROM   1   BY   1
                UNTIL   WK-AGE-IDX   >   WK-AGE-COUNT
                IF   WK-AGE-SUP-CODE(WK-AGE-IDX)
                          =   WK-APL-SUP-CODE(WK-APL-IDX)
                     MOVE   1   TO   WK-AGE-FOUND-FLG
                     MOVE   WK-AGE-IDX   TO   WK-AGE-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-AGE-FOUND-FLG   NOT =   1
           AND  WK-AGE-COUNT   <   999
                ADD    1   TO   WK-AGE-COUNT
                MOVE   WK-AGE-COUNT   TO   WK-AGE-FOUND-IDX
                MOVE   WK-APL-SUP-CODE(WK-APL-IDX)
                     TO   WK-AGE-SUP-CODE(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-MAE(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-30(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-60(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-90(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-OVER(WK-AGE-COUNT)
           END-IF.
           IF   WK-AGE-FOUND-IDX   =   ZERO
                GO   TO   AGE-ADD-PROC-EXIT
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-KEIKA-DAYS   <=   0
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-MAE(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-MAE
                WHEN   WK-KEIKA-DAYS   <=   30
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-30(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-30
                WHEN   WK-KEIKA-DAYS   <=   60
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-60(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-60
                WHEN   WK-KEIKA-DAYS   <=   90
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-90(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-90
                WHEN   OTHER
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-OVER(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-OVER
           END-EVALUATE.
      *>
       AGE-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>年齢表の明細行１件分の印字処理
      *>************************************************************************
       AGE-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      WK-AGE-SUP-CODE(WK-AGE-IDX)
                          TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-AGE-SUP-CODE(WK-AGE-IDX)
                          TO   AGE-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE
                          TO   AGE-SUP-NAME.
           MOVE      WK-AGE-MAE(WK-AGE-IDX)    TO   AGE-BUCKET-MAE.
           MOVE      WK-AGE-30(WK-AGE-IDX)     TO   AGE-BUCKET-30.
           MOVE      WK-AGE-60(WK-AGE-IDX)     TO   AGE-BUCKET-60.
           MOVE      WK-AGE-90(WK-AGE-IDX)     TO   AGE-BUCKET-90.
           MOVE      WK-AGE-OVER(WK-AGE-IDX)   TO   AGE-BUCKET-OVER.
           WRITE     AGING-RECODE   FROM   AGE-DETAIL-RECODE.
      *>
       AGE-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先別支払条件マスタの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全仕入先を月末締め翌月末払いとする
      *>************************************************************************
       STM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   STM-FILE.
           IF   STM-FILE-STATUS   NOT =   "00"
                CLOSE   STM-FILE
                GO   TO   STM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   STM-FILE-STATUS   NOT =   "00"
                READ   STM-FILE
                     AT   END
                          MOVE   "10"   TO   STM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-STM-COUNT   <   999
                               ADD    1   TO   WK-STM-COUNT
                               MOVE   STM-SUP-CODE         TO
                                    WK-STM-SUP-CODE(WK-STM-COUNT)
                               MOVE   STM-SHIME-DAY        TO
                                    WK-STM-SHIME-DAY(WK-STM-COUNT)
                               MOVE   STM-SHIHARAI-MONTH   TO
                                    WK-STM-SHIHARAI-MONTH
                                         (WK-STM-COUNT)
                               MOVE   STM-SHIHARAI-DAY     TO
                                    WK-STM-SHIHARAI-DAY(WK-STM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     STM-FILE.
      *>
       STM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SUP-MSTR-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   SUPM-FILE.
           IF   SUPM-FILE-STATUS   NOT =   "00"
                CLOSE   SUPM-FILE
                GO   TO   SUP-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SUPM-FILE-STATUS   NOT =   "00"
                READ   SUPM-FILE
                     AT   END
                          MOVE   "10"   TO   SUPM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SUP-MSTR-COUNT   <   999
                               ADD    1   TO   WK-SUP-MSTR-COUNT
                               MOVE   SUP-SUP-CODE   TO
                                    WK-SUP-MSTR-CODE
                                         (WK-SUP-MSTR-COUNT)
                               MOVE   SUP-SUP-NAME   TO
                                    WK-SUP-MSTR-NAME
                                         (WK-SUP-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SUPM-FILE.
      *>
       SUP-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先名称検索処理（仕入先マスタテーブルを線形検索する）
      *>WK-SUP-CHK-CODEに仕入先コードを設定してから呼び出す
      *>************************************************************************
       SUP-MSTR-LOOKUP-PROC           SECTION.
      *>
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SUP-CHK-CODE
                     MOVE   WK-SUP-MSTR-NAME(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SUP-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       ZEI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZEI-FILE.
           IF   ZEI-FILE-STATUS   NOT =   "00"
                CLOSE   ZEI-FILE
                GO   TO   ZEI-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZEI-FILE-STATUS   NOT =   "00"
                READ   ZEI-FILE
                     AT   END
                          MOVE   "10"   TO   ZEI-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZEI-COUNT   <   999
                               ADD    1   TO   WK-ZEI-COUNT
                               MOVE   ZEI-BUNRUI-CODE   TO
                                    WK-ZEI-BUNRUI-CODE(WK-ZEI-COUNT)
                               MOVE   ZEI-EFF-DATE      TO
                                    WK-ZEI-EFF-DATE(WK-ZEI-COUNT)
                               MOVE   ZEI-ZEI-RATE      TO
                                    WK-ZEI-RATE(WK-ZEI-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZEI-FILE.
      *>
       ZEI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求日時点の税率の検索処理
      *>税率表から、分類コードが一致し請求日以前で最も新しい
      *>適用開始日の行を探す。該当行がなければ税率０とする
      *>************************************************************************
       ZEI-RATE-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZEI-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZEI-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-ZEI-RATE-SAVE.
           PERFORM   VARYING   WK-ZEI-IDX   FROM   1   BY   1
                UNTIL   WK-ZEI-IDX   >   WK-ZEI-COUNT
                IF   WK-ZEI-BUNRUI-CODE(WK-ZEI-IDX)
                          =   APA-BUNRUI-CODE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)   <=   APA-INV-DATE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          >=   WK-ZEI-BEST-EFF-DATE
                     MOVE   1   TO   WK-ZEI-FOUND-FLG
                     MOVE   WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          TO   WK-ZEI-BEST-EFF-DATE
                     MOVE   WK-ZEI-RATE(WK-ZEI-IDX)
                          TO   WK-ZEI-RATE-SAVE
                END-IF
           END-PERFORM.
      *>
       ZEI-RATE-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-APA-COUNT       TO   MSG1-APA-COUNT.
           MOVE      WRK-TENKI-COUNT     TO   MSG1-TENKI-COUNT.
           MOVE      WRK-ZOUGAKU-COUNT   TO   MSG1-ZOUGAKU-COUNT.
           MOVE      WRK-MIBARAI-COUNT   TO   MSG1-MIBARAI-COUNT.
           MOVE      WRK-DN-COUNT        TO   MSG1-DN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
