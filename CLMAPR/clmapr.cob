      *>************************************************************************
      *>納品差異請求の承認・クレジットメモ作成プログラム
      *>承認トランザクション（CLMAPR.txt：請求番号＋判定＋承認担当者
      *>番号）を読み、納品差異請求台帳（CLAIMREG.txt：POD001が登録）の
      *>承認待ち（"1"）の請求を、判定"1"なら承認済（"2"）、"2"なら
      *>却下（"3"）として処理日・承認担当者とともに書き戻す。
      *>承認した不足・破損の請求は、納品日時点の単価（契約単価・
      *>単価履歴・商品マスタの順）と税率で請求数を評価し、メモ種別
      *>"C"のクレジットメモ（CRMEMO.txt）を承認日付で追記する（売掛
      *>側（ARLEDG001）が未消込の請求から控除する）。過剰の請求は
      *>店舗の受け取り過ぎの確認であり、承認してもメモは作らない。
      *>次の指示は処理せずエラーとして印字する。
      *>　・請求番号が台帳に無い・承認待ちでない
      *>　・判定が"1"／"2"以外
      *>　・承認担当者が担当者マスタ（TANTOM.txt）に無い
      *>結果は請求承認結果表（CLMAPREP.txt）に印字し、続けて処理後も
      *>承認待ちのまま残っている請求の一覧を印字する。エラーがある
      *>場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CLMAPR001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>承認トランザクションファイル
      *>************************************************************************
       SELECT   APR-FILE      ASSIGN        TO "CLMAPR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APR-FILE-STATUS.
      *>************************************************************************
      *>納品差異請求台帳ファイル（読み込んで更新し、書き戻す）
      *>************************************************************************
       SELECT   CLM-FILE      ASSIGN        TO "CLAIMREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CLM-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル（承認担当者の確認に使用する）
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>商品単価履歴ファイル
      *>************************************************************************
       SELECT   PRC-FILE      ASSIGN        TO "SHOHINPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRC-FILE-STATUS.
      *>************************************************************************
      *>顧客別契約単価ファイル
      *>************************************************************************
       SELECT   CPR-FILE      ASSIGN        TO "CONTPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPR-FILE-STATUS.
      *>************************************************************************
      *>消費税率表ファイル
      *>************************************************************************
       SELECT   ZEI-FILE      ASSIGN        TO "ZEIRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>クレジットメモファイル（売掛側への引き渡し用）
      *>************************************************************************
       SELECT   CRM-FILE      ASSIGN        TO "CRMEMO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>請求承認結果表ファイル
      *>************************************************************************
       SELECT   APRREP-FILE   ASSIGN         TO "CLMAPREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>承認トランザクションファイルのレイアウト定義
      *>判定は"1"＝承認、"2"＝却下
      *>************************************************************************
       FD   APR-FILE.
       01   APR-RECODE.
           03   APR-CLAIM-NO                   PIC 9(006).
           03   APR-HANTEI                     PIC X(001).
           03   APR-SYONIN-TANTO               PIC 9(004).
      *>************************************************************************
      *>納品差異請求台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   CLM-FILE.
       01   CLM-RECODE.
           COPY   CLAIMREG   REPLACING   ==:PREFIX:==   BY   ==CLM==.
      *>************************************************************************
      *>TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR   REPLACING   ==:PREFIX:==   BY  ==TMST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>商品単価履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   PRC-FILE.
       01   PRC-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==PRC==.
      *>************************************************************************
      *>顧客別契約単価ファイルのレイアウト定義
      *>************************************************************************
       FD   CPR-FILE.
       01   CPR-RECODE.
           COPY   CONTPRC   REPLACING   ==:PREFIX:==   BY   ==CPR==.
      *>************************************************************************
      *>消費税率表ファイルのレイアウト定義
      *>************************************************************************
       FD   ZEI-FILE.
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義
      *>承認した不足・破損の請求１件につき１行を追記する
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>請求承認結果表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   APRREP-FILE.
       01   APRREP-RECODE                          PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  APR-FILE-STATUS                          PIC XX.
       01  CLM-FILE-STATUS                          PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-SYONIN-COUNT                 PIC 9(006).
             03   WRK-KYAKKA-COUNT                 PIC 9(006).
             03   WRK-CRM-COUNT                    PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-MISYONIN-COUNT               PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CLMAPR01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>納品差異請求台帳の保持用テーブル（全行を展開して書き戻す）
       01   WK-CLM-AREA.
            03   WK-CLM-COUNT                    PIC 9(004)  COMP.
            03   WK-CLM-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CLM-IDX.
                 05   WK-CLM-CLAIM-NO             PIC 9(006).
                 05   WK-CLM-REC                  PIC X(098).
       01   WK-CLM-FOUND-FLG                     PIC 9(001).
       01   WK-CLM-FOUND-IDX                     PIC 9(004)  COMP.
      *>請求１件分の参照・更新用の領域
       01   WCL-RECODE.
           COPY   CLAIMREG   REPLACING   ==:PREFIX:==   BY   ==WCL==.
      *>
      *>担当者マスタ保持用テーブル
       01   WK-TANTO-MSTR-AREA.
            03   WK-TANTO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-TANTO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-TANTO-MSTR-IDX.
                 05   WK-TANTO-MSTR-BANGOU        PIC 9(004).
                 05   WK-TANTO-MSTR-NAME          PIC X(020).
       01   WK-TANTO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-TANTO-MSTR-NAME-SAVE              PIC X(020).
       01   WK-TANTO-CHK-BANGOU                  PIC 9(004).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
      *>
      *>商品単価履歴保持用テーブル
       01   WK-PRC-AREA.
            03   WK-PRC-COUNT                    PIC 9(004)  COMP.
            03   WK-PRC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRC-IDX.
                 05   WK-PRC-SHOHIN-CODE          PIC X(006).
                 05   WK-PRC-EFF-DATE             PIC 9(008).
                 05   WK-PRC-TANKA                PIC 9(006).
       01   WK-PRC-FOUND-FLG                     PIC 9(001).
       01   WK-PRC-BEST-EFF-DATE                 PIC 9(008).
       01   WK-PRC-TANKA-SAVE                    PIC 9(006).
      *>
      *>顧客別契約単価保持用テーブル
       01   WK-CPR-AREA.
            03   WK-CPR-COUNT                    PIC 9(004)  COMP.
            03   WK-CPR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CPR-IDX.
                 05   WK-CPR-KOKYAKU-CODE         PIC X(005).
                 05   WK-CPR-SHOHIN-CODE          PIC X(006).
                 05   WK-CPR-EFF-DATE             PIC 9(008).
                 05   WK-CPR-TANKA                PIC 9(006).
       01   WK-CPR-FOUND-FLG                     PIC 9(001).
       01   WK-CPR-BEST-EFF-DATE                 PIC 9(008).
       01   WK-CPR-TANKA-SAVE                    PIC 9(006).
      *>
      *>消費税率表保持用テーブル
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
      *>請求１件分の評価金額・消費税額（円未満切り捨て）
       01   WK-LINE-URIAGE                       PIC S9(008).
       01   WK-LINE-ZEI                          PIC S9(008).
      *>理由コードの名称
       01   WK-RIYU-NAME                         PIC X(012).
      *>
      *>結果表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(040)
                       VALUE "**  納品差異請求承認結果  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>承認待ち一覧の見出し行の編集用領域
       01   REP-MSY-HDR-RECODE.
           03   FILLER                PIC X(040)
                       VALUE "**  承認待ちの請求  **".
      *>処理結果の項目見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "請求No  ".
           03   FILLER                PIC X(007)
               VALUE "店番 ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(008)
               VALUE "理由  ".
           03   FILLER                PIC X(010)
               VALUE " 請求数".
           03   FILLER                PIC X(017)
               VALUE "           金額".
           03   FILLER                PIC X(016)
               VALUE "  処理結果  ".
      *>処理結果の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-CLAIM-NO          PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIYU-NAME         PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-CLAIM-SU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KINGAKU           PIC -,---,---,--9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(040).
      *>承認待ち一覧の項目見出し行の編集用領域
       01   REP-MSY-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "請求No  ".
           03   FILLER                PIC X(013)
               VALUE "受付日    ".
           03   FILLER                PIC X(007)
               VALUE "店番 ".
           03   FILLER                PIC X(009)
               VALUE "注文   ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(008)
               VALUE "理由  ".
           03   FILLER                PIC X(010)
               VALUE " 案内数".
           03   FILLER                PIC X(012)
               VALUE "   受領数".
           03   FILLER                PIC X(012)
               VALUE "   請求数".
      *>承認待ち一覧の明細行の編集用領域
       01   REP-MSY-RECODE.
           03   REP-MSY-CLAIM-NO      PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-UKETSUKE-DATE PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-MISEBAN       PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-TYUMON-BANGOU PIC 9(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-SHOHIN-CODE   PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-RIYU-NAME     PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-ASN-SU        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-JURYO-SU      PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MSY-CLAIM-SU      PIC ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "指示件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                              VALUE "　承認：".
            03   MSG1-SYONIN-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                              VALUE "　却下：".
            03   MSG1-KYAKKA-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-SYONIN-COUNT.
           MOVE   ZERO        TO   WRK-KYAKKA-COUNT.
           MOVE   ZERO        TO   WRK-CRM-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WRK-MISYONIN-COUNT.
           MOVE   ZERO        TO   WK-CLM-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-CPR-COUNT.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  請求台帳・各マスタ・単価・税率の読み込み
           PERFORM   CLM-LOAD-PROC.
           PERFORM   TANTO-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
      *>
      *>  ファイルのオープン（クレジットメモは積み重ねるため追記で
      *>  オープンする）
           OPEN   INPUT    APR-FILE
                  OUTPUT   APRREP-FILE.
           OPEN   EXTEND   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                OPEN    OUTPUT   CRM-FILE
           END-IF.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   APR-OPEN-CHK-PROC.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     APRREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     APRREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  承認トランザクションの読み込み・請求の更新
           PERFORM   UNTIL   APR-FILE-STATUS   NOT =   "00"
                READ   APR-FILE
                     AT   END
                          MOVE   "10"   TO   APR-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-COUNT
                          PERFORM   APR-ONE-PROC
                END-READ
           END-PERFORM.
      *>
      *>  承認待ちのまま残っている請求の一覧
           PERFORM   MISYONIN-LIST-PROC.
      *>
           CLOSE     APR-FILE
                     APRREP-FILE
                     CRM-FILE.
      *>
      *>  更新後の請求台帳を書き戻す
           PERFORM   CLM-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>APR-FILEオープン時のステータスチェック処理
      *>************************************************************************
       APR-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   APR-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "CLMAPR-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "CLMAPR-FILE入出力エラー:"
                               APR-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       APR-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認指示１件分の処理
      *>請求を探して判定・承認担当者を確認し、台帳テーブルを更新する。
      *>承認した不足・破損はクレジットメモを書き出す
      *>************************************************************************
       APR-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-CLM-FOUND-FLG.
           MOVE      ZERO   TO   WK-CLM-FOUND-IDX.
           PERFORM   VARYING   WK-CLM-IDX   FROM   1   BY   1
                UNTIL   WK-CLM-IDX   >   WK-CLM-COUNT
                   OR   WK-CLM-FOUND-FLG   =   1
                IF   WK-CLM-CLAIM-NO(WK-CLM-IDX)   =   APR-CLAIM-NO
                     MOVE   1   TO   WK-CLM-FOUND-FLG
                     SET    WK-CLM-FOUND-IDX   TO   WK-CLM-IDX
                END-IF
           END-PERFORM.
      *>
           MOVE      APR-CLAIM-NO   TO   REP-CLAIM-NO.
           MOVE      ZERO           TO   REP-KINGAKU.
           IF   WK-CLM-FOUND-FLG   NOT =   1
                MOVE      SPACE   TO   REP-MISEBAN
                MOVE      SPACE   TO   REP-SHOHIN-CODE
                MOVE      SPACE   TO   REP-RIYU-NAME
                MOVE      ZERO    TO   REP-CLAIM-SU
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊台帳に無い請求番号"
                               TO   REP-KUBUN
                WRITE     APRREP-RECODE   FROM   REP-DETAIL-RECODE
                GO   TO   APR-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-CLM-REC(WK-CLM-FOUND-IDX)   TO   WCL-RECODE.
           PERFORM   RIYU-NAME-PROC.
           MOVE      WCL-MISEBAN       TO   REP-MISEBAN.
           MOVE      WCL-SHOHIN-CODE   TO   REP-SHOHIN-CODE.
           MOVE      WK-RIYU-NAME      TO   REP-RIYU-NAME.
           MOVE      WCL-CLAIM-SU      TO   REP-CLAIM-SU.
      *>
           IF   NOT   WCL-STS-MISYONIN
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊承認待ちではない請求です"
                               TO   REP-KUBUN
                WRITE     APRREP-RECODE   FROM   REP-DETAIL-RECODE
                GO   TO   APR-ONE-PROC-EXIT
           END-IF.
      *>
           IF   APR-HANTEI   NOT =   "1"
           AND  APR-HANTEI   NOT =   "2"
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊判定の誤り"   TO   REP-KUBUN
                WRITE     APRREP-RECODE   FROM   REP-DETAIL-RECODE
                GO   TO   APR-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      APR-SYONIN-TANTO   TO   WK-TANTO-CHK-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           IF   WK-TANTO-MSTR-FOUND-FLG   NOT =   1
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊承認担当者の誤り"
                               TO   REP-KUBUN
                WRITE     APRREP-RECODE   FROM   REP-DETAIL-RECODE
                GO   TO   APR-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      WRK-RUN-DATE       TO   WCL-SYORI-DATE.
           MOVE      APR-SYONIN-TANTO   TO   WCL-SYONIN-TANTO.
      *>
           IF   APR-HANTEI   =   "2"
                MOVE      "3"   TO   WCL-STATUS
                ADD       1   TO   WRK-KYAKKA-COUNT
                MOVE      "却下"   TO   REP-KUBUN
           ELSE
                MOVE      "2"   TO   WCL-STATUS
                ADD       1   TO   WRK-SYONIN-COUNT
                IF   WCL-RIYU-KAJO
                     MOVE   "承認（過剰のためメモなし）"
                          TO   REP-KUBUN
                ELSE
                     PERFORM   CRM-WRITE-PROC
                     MOVE   WK-LINE-URIAGE   TO   WCL-URIAGE-KINGAKU
                     MOVE   WK-LINE-ZEI      TO   WCL-ZEI-KINGAKU
                     MOVE   WK-LINE-URIAGE   TO   REP-KINGAKU
                     MOVE   "承認・クレジットメモ作成"
                          TO   REP-KUBUN
                END-IF
           END-IF.
           MOVE      WCL-RECODE   TO   WK-CLM-REC(WK-CLM-FOUND-IDX).
           WRITE     APRREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       APR-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>理由コードの名称変換処理（WCL-RIYU-CODEの名称を求める）
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   TRUE
                WHEN   WCL-RIYU-FUSOKU
                     MOVE   "不足"       TO   WK-RIYU-NAME
                WHEN   WCL-RIYU-KAJO
                     MOVE   "過剰"       TO   WK-RIYU-NAME
                WHEN   WCL-RIYU-HASON
                     MOVE   "破損"       TO   WK-RIYU-NAME
                WHEN   OTHER
                     MOVE   "不明"       TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認した請求１件分のクレジットメモの書き出し処理
      *>納品日時点の単価・税率で請求数を評価する
      *>************************************************************************
       CRM-WRITE-PROC                 SECTION.
      *>
           PERFORM   LINE-URIAGE-CALC-PROC.
           MOVE      WRK-RUN-DATE         TO   CRM-HENPIN-DATE.
           MOVE      WCL-MISEBAN          TO   CRM-MISEBAN.
           MOVE      WCL-TYUMON-BANGOU    TO   CRM-TYUMON-BANGOU.
           MOVE      WCL-SHOHIN-CODE      TO   CRM-SHOHIN-CODE.
           MOVE      WCL-CLAIM-SU         TO   CRM-HENPIN-SU.
           MOVE      WK-LINE-URIAGE       TO   CRM-URIAGE-KINGAKU.
           MOVE      WK-LINE-ZEI          TO   CRM-ZEI-KINGAKU.
           MOVE      WCL-KOKYAKU-CODE     TO   CRM-KOKYAKU-CODE.
           MOVE      "1"                  TO   CRM-STATUS.
           MOVE      ZERO                 TO   CRM-JUTO-DATE.
           MOVE      "C"                  TO   CRM-MEMO-SYUBETSU.
           WRITE     CRM-RECODE.
           ADD       1   TO   WRK-CRM-COUNT.
      *>
       CRM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求１件分の評価金額・消費税額の計算処理
      *>契約単価（顧客コード指定時）・単価履歴・商品マスタの順で
      *>納品日時点の単価を求め、消費税額は円未満を切り捨てる
      *>************************************************************************
       LINE-URIAGE-CALC-PROC          SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           IF   WCL-KOKYAKU-CODE   NOT =   SPACE
                PERFORM   CPR-LOOKUP-PROC
           END-IF.
           IF   WK-CPR-FOUND-FLG   =   1
                MOVE      WK-CPR-TANKA-SAVE   TO   WK-PRC-TANKA-SAVE
           ELSE
                PERFORM   PRC-LOOKUP-PROC
           END-IF.
           COMPUTE   WK-LINE-URIAGE   =
                     WCL-CLAIM-SU   *   WK-PRC-TANKA-SAVE.
      *>
           PERFORM   ZEI-RATE-LOOKUP-PROC.
           COMPUTE   WK-LINE-ZEI   =
                     WK-LINE-URIAGE   *   WK-ZEI-RATE-SAVE   /   100.
      *>
       LINE-URIAGE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品日時点の契約単価の検索処理
      *>************************************************************************
       CPR-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CPR-TANKA-SAVE.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          =   WCL-KOKYAKU-CODE
                AND  WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          =   WCL-SHOHIN-CODE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          <=   WCL-NOUHIN-DATE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          >=   WK-CPR-BEST-EFF-DATE
                     MOVE   1   TO   WK-CPR-FOUND-FLG
                     MOVE   WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   WK-CPR-BEST-EFF-DATE
                     MOVE   WK-CPR-TANKA(WK-CPR-IDX)
                          TO   WK-CPR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       CPR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品日時点の単価の検索処理
      *>単価履歴から納品日以前で最も新しい適用開始日の行を探し、
      *>該当行がなければ商品マスタの単価を使う
      *>************************************************************************
       PRC-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-PRC-TANKA-SAVE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   WCL-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          <=   WCL-NOUHIN-DATE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          >=   WK-PRC-BEST-EFF-DATE
                     MOVE   1   TO   WK-PRC-FOUND-FLG
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   WK-PRC-BEST-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   WK-PRC-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-PRC-FOUND-FLG   NOT =   1
                PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1  BY  1
                     UNTIL   WK-SHOHIN-MSTR-IDX   >
                               WK-SHOHIN-MSTR-COUNT
                     IF   WK-SHOHIN-MSTR-SHOHIN-CODE
                               (WK-SHOHIN-MSTR-IDX)
                               =   WCL-SHOHIN-CODE
                          MOVE   WK-SHOHIN-MSTR-TANKA
                                    (WK-SHOHIN-MSTR-IDX)
                               TO   WK-PRC-TANKA-SAVE
                     END-IF
                END-PERFORM
           END-IF.
      *>
       PRC-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品日時点の税率の検索処理
      *>************************************************************************
       ZEI-RATE-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZEI-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZEI-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-ZEI-RATE-SAVE.
           PERFORM   VARYING   WK-ZEI-IDX   FROM   1   BY   1
                UNTIL   WK-ZEI-IDX   >   WK-ZEI-COUNT
                IF   WK-ZEI-BUNRUI-CODE(WK-ZEI-IDX)
                          =   WCL-BUNRUI-CODE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          <=   WCL-NOUHIN-DATE
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
      *>承認待ちのまま残っている請求の一覧の印字処理
      *>************************************************************************
       MISYONIN-LIST-PROC             SECTION.
      *>
           WRITE     APRREP-RECODE   FROM   REP-MSY-HDR-RECODE.
           WRITE     APRREP-RECODE   FROM   REP-MSY-COLHDR-RECODE.
           PERFORM   VARYING   WK-CLM-IDX   FROM   1   BY   1
                UNTIL   WK-CLM-IDX   >   WK-CLM-COUNT
                MOVE   WK-CLM-REC(WK-CLM-IDX)   TO   WCL-RECODE
                IF   WCL-STS-MISYONIN
                     ADD    1   TO   WRK-MISYONIN-COUNT
                     PERFORM   RIYU-NAME-PROC
                     MOVE   WCL-CLAIM-NO        TO   REP-MSY-CLAIM-NO
                     MOVE   WCL-UKETSUKE-DATE
                          TO   REP-MSY-UKETSUKE-DATE
                     MOVE   WCL-MISEBAN         TO   REP-MSY-MISEBAN
                     MOVE   WCL-TYUMON-BANGOU
                          TO   REP-MSY-TYUMON-BANGOU
                     MOVE   WCL-SHOHIN-CODE     TO   REP-MSY-SHOHIN-CODE
                     MOVE   WK-RIYU-NAME        TO   REP-MSY-RIYU-NAME
                     MOVE   WCL-ASN-SU          TO   REP-MSY-ASN-SU
                     MOVE   WCL-JURYO-SU        TO   REP-MSY-JURYO-SU
                     MOVE   WCL-CLAIM-SU        TO   REP-MSY-CLAIM-SU
                     WRITE  APRREP-RECODE   FROM   REP-MSY-RECODE
                END-IF
           END-PERFORM.
      *>
       MISYONIN-LIST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品差異請求台帳の読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       CLM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CLM-FILE.
           IF   CLM-FILE-STATUS   NOT =   "00"
                CLOSE   CLM-FILE
                GO   TO   CLM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CLM-FILE-STATUS   NOT =   "00"
                READ   CLM-FILE
                     AT   END
                          MOVE   "10"   TO   CLM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CLM-COUNT   <   9999
                               ADD    1   TO   WK-CLM-COUNT
                               MOVE   CLM-CLAIM-NO   TO
                                    WK-CLM-CLAIM-NO(WK-CLM-COUNT)
                               MOVE   CLM-RECODE     TO
                                    WK-CLM-REC(WK-CLM-COUNT)
                          ELSE
                               DISPLAY   "請求台帳が上限超過:"
                                         CLM-CLAIM-NO
                               MOVE      8   TO   RETURN-CODE
                               STOP RUN
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CLM-FILE.
      *>
       CLM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品差異請求台帳テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       CLM-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   CLM-FILE.
           PERFORM   VARYING   WK-CLM-IDX   FROM   1   BY   1
                UNTIL   WK-CLM-IDX   >   WK-CLM-COUNT
                MOVE   WK-CLM-REC(WK-CLM-IDX)   TO   CLM-RECODE
                WRITE  CLM-RECODE
           END-PERFORM.
           CLOSE     CLM-FILE.
      *>
       CLM-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>承認者を確認できないため、読めない場合は異常終了する
      *>************************************************************************
       TANTO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANTOM-FILE.
           IF   TANTOM-FILE-STATUS   NOT =   "00"
                DISPLAY   "TANTOMが読めません:"
                          TANTOM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   TANTOM-FILE-STATUS   NOT =   "00"
                READ   TANTOM-FILE
                     AT   END
                          MOVE   "10"   TO   TANTOM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TANTO-MSTR-COUNT   <   999
                               ADD   1   TO   WK-TANTO-MSTR-COUNT
                               MOVE   TMST-TANTOSYA-BANGOU   TO
                                    WK-TANTO-MSTR-BANGOU
                                         (WK-TANTO-MSTR-COUNT)
                               MOVE   TMST-TANTOSYA-NAME     TO
                                    WK-TANTO-MSTR-NAME
                                         (WK-TANTO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TANTOM-FILE.
      *>
       TANTO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者検索処理（担当者マスタテーブルを線形検索する）
      *>WK-TANTO-CHK-BANGOUに担当者番号を設定してから呼び出す
      *>************************************************************************
       TANTO-MSTR-LOOKUP-PROC         SECTION.
      *>
           MOVE      ZERO           TO   WK-TANTO-MSTR-FOUND-FLG.
           MOVE      "担当者不明"   TO   WK-TANTO-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK-TANTO-CHK-BANGOU
                     MOVE   1   TO   WK-TANTO-MSTR-FOUND-FLG
                     MOVE   WK-TANTO-MSTR-NAME(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       TANTO-MSTR-LOOKUP-PROC-EXIT.
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
                                    MOVE   SMST-TANKA         TO
                                         WK-SHOHIN-MSTR-TANKA
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
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
           ELSE
                PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                     READ   PRC-FILE
                          AT   END
                               MOVE   "10"   TO   PRC-FILE-STATUS
                          NOT   AT   END
                               IF   WK-PRC-COUNT   <   9999
                                    ADD   1   TO   WK-PRC-COUNT
                                    MOVE   PRC-SHOHIN-CODE   TO
                                         WK-PRC-SHOHIN-CODE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-EFF-DATE      TO
                                         WK-PRC-EFF-DATE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-TANKA         TO
                                         WK-PRC-TANKA
                                              (WK-PRC-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   PRC-FILE
           END-IF.
      *>
       PRC-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別契約単価ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       CPR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CPR-FILE.
           IF   CPR-FILE-STATUS   NOT =   "00"
                CLOSE   CPR-FILE
           ELSE
                PERFORM   UNTIL   CPR-FILE-STATUS   NOT =   "00"
                     READ   CPR-FILE
                          AT   END
                               MOVE   "10"   TO   CPR-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CPR-COUNT   <   999
                                    ADD   1   TO   WK-CPR-COUNT
                                    MOVE   CPR-KOKYAKU-CODE   TO
                                         WK-CPR-KOKYAKU-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-SHOHIN-CODE    TO
                                         WK-CPR-SHOHIN-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-EFF-DATE       TO
                                         WK-CPR-EFF-DATE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-TANKA          TO
                                         WK-CPR-TANKA
                                              (WK-CPR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CPR-FILE
           END-IF.
      *>
       CPR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>消費税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       ZEI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZEI-FILE.
           IF   ZEI-FILE-STATUS   =   "35"
                CLOSE   ZEI-FILE
           ELSE
                PERFORM   UNTIL   ZEI-FILE-STATUS   NOT =   "00"
                     READ   ZEI-FILE
                          AT   END
                               MOVE   "10"   TO   ZEI-FILE-STATUS
                          NOT   AT   END
                               IF   WK-ZEI-COUNT   <   999
                                    ADD   1   TO   WK-ZEI-COUNT
                                    MOVE   ZEI-BUNRUI-CODE   TO
                                         WK-ZEI-BUNRUI-CODE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-EFF-DATE      TO
                                         WK-ZEI-EFF-DATE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-ZEI-RATE      TO
                                         WK-ZEI-RATE
                                              (WK-ZEI-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   ZEI-FILE
           END-IF.
      *>
       ZEI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
           MOVE      WRK-COUNT          TO   MSG1-IN-COUNT.
           MOVE      WRK-SYONIN-COUNT   TO   MSG1-SYONIN-COUNT.
           MOVE      WRK-KYAKKA-COUNT   TO   MSG1-KYAKKA-COUNT.
           MOVE      WRK-ERR-COUNT      TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA.
           DISPLAY   "メモ作成件数:"   WRK-CRM-COUNT
                     "　承認待ち残:"   WRK-MISYONIN-COUNT.
      *>
           IF   WRK-ERR-COUNT   >   ZERO
                IF   RETURN-CODE   <   4
                     MOVE   4   TO   RETURN-CODE
                END-IF
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
