      *>************************************************************************
      *>店舗受領確認（ＰＯＤ）取込・納品差異請求登録プログラム
      *>店舗からの受領確認（PODIN.txt：店番＋注文番号＋商品コード＋
      *>受領数＋うち破損数＋納品日＋顧客コード）を読み込み、店舗ごと
      *>にASN001が作成した事前出荷案内（ASN_店番.txt）の出荷数と
      *>商品単位で突き合わせる。受領確認は翌日のASN001で案内が
      *>作り直される前に取り込むこと（案内の納品予定日と受領確認の
      *>納品日が異なる店舗は突き合わせず、エラーとして印字する）。
      *>　・案内数より受領数が少ない商品（確認の無い案内明細を含む）
      *>　　は不足、多い商品（案内に無い商品を含む）は過剰、破損数の
      *>　　ある商品は破損として、納品差異請求台帳（CLAIMREG.txt）へ
      *>　　理由コード付き・承認待ちで追記する。同じ店番・商品・理由・
      *>　　納品日の請求が台帳にあれば再実行とみなして追記しない。
      *>　・案内にある商品の受領確認の行は受注キーごとに、受注
      *>　　ライフサイクル登録簿（ZYUREG.txt）で最新状況が出荷済
      *>　　（"6"）なら納品済（"A"）の行を納品日付で追記する。
      *>請求の承認・却下とクレジットメモの作成はCLMAPR001で行う。
      *>結果は受領確認突合せ表（PODREP.txt）に店舗別に印字し、
      *>請求の登録またはエラーがある場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   POD001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>受領確認トランザクションファイル
      *>************************************************************************
       SELECT   POD-FILE      ASSIGN        TO "PODIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POD-FILE-STATUS.
      *>************************************************************************
      *>店舗別事前出荷案内ファイル（店番ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ASN-FILE      ASSIGN        TO WK-ASN-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ASN-FILE-STATUS.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイル
      *>************************************************************************
       SELECT   ZYUREG-FILE   ASSIGN        TO "ZYUREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZYUREG-FILE-STATUS.
      *>************************************************************************
      *>納品差異請求台帳ファイル
      *>************************************************************************
       SELECT   CLM-FILE      ASSIGN        TO "CLAIMREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CLM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>受領確認突合せ表ファイル
      *>************************************************************************
       SELECT   PODREP-FILE   ASSIGN         TO "PODREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>受領確認トランザクションファイルのレイアウト定義
      *>受領数は破損品を含めて届いた数、破損数はそのうちの破損品の数
      *>************************************************************************
       FD   POD-FILE.
       01   POD-RECODE.
           03   POD-ZYUTYU-BANGOU.
                05   POD-MISEBAN               PIC X(003).
                05   POD-TYUMON-BANGOU         PIC 9(005).
           03   POD-SHOHIN-CODE.
                05   POD-BUNRUI-CODE           PIC X(002).
                05   POD-SHOHIN-NO             PIC 9(004).
           03   POD-JURYO-SU                   PIC 9(005).
           03   POD-HASON-SU                   PIC 9(005).
           03   POD-NOUHIN-DATE                PIC 9(008).
           03   POD-KOKYAKU-CODE               PIC X(005).
      *>************************************************************************
      *>店舗別事前出荷案内ファイルのレイアウト定義（ASN001の出力と同じ）
      *>************************************************************************
       FD   ASN-FILE.
       01   ASN-RECODE.
           03   ASN-SHOHIN-CODE                PIC X(006).
           03   ASN-SHOHIN-NAME                PIC X(020).
           03   ASN-TYUMON-SU                  PIC S9(007).
           03   ASN-SHUKKA-SU                  PIC S9(007).
           03   ASN-NOUHIN-DATE                PIC 9(008).
       01   ASN-HDR-RECODE.
           COPY   STOREHDR   REPLACING   ==:PREFIX:==   BY   ==ASN==.
       01   ASN-TRL-RECODE.
           COPY   STORETRL   REPLACING   ==:PREFIX:==   BY   ==ASN==.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   ZYUREG-FILE.
       01   ZYUREG-RECODE.
           COPY   ZYUREG   REPLACING   ==:PREFIX:==   BY   ==REG==.
      *>************************************************************************
      *>納品差異請求台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   CLM-FILE.
       01   CLM-RECODE.
           COPY   CLAIMREG   REPLACING   ==:PREFIX:==   BY   ==CLM==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>受領確認突合せ表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   PODREP-FILE.
       01   PODREP-RECODE                          PIC X(100).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  POD-FILE-STATUS                          PIC XX.
       01  ASN-FILE-STATUS                          PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  CLM-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
      *>店舗別事前出荷案内の入力元ファイル名（店番ごとに組み立てる）
       01  WK-ASN-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-CLAIM-COUNT                  PIC 9(006).
             03   WRK-KITOROKU-COUNT               PIC 9(006).
             03   WRK-NOUHIN-COUNT                 PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "POD00001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>受領確認の保持用テーブル（店舗ごとにまとめて処理する）
       01   WK-POD-AREA.
            03   WK-POD-COUNT                    PIC 9(004)  COMP.
            03   WK-POD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POD-IDX.
                 05   WK-POD-ZYUTYU-BANGOU.
                      07   WK-POD-MISEBAN         PIC X(003).
                      07   WK-POD-TYUMON-BANGOU   PIC 9(005).
                 05   WK-POD-SHOHIN-CODE          PIC X(006).
                 05   WK-POD-JURYO-SU             PIC 9(005).
                 05   WK-POD-HASON-SU             PIC 9(005).
                 05   WK-POD-NOUHIN-DATE          PIC 9(008).
                 05   WK-POD-KOKYAKU-CODE         PIC X(005).
                 05   WK-POD-DONE-FLG             PIC 9(001).
                 05   WK-POD-MATCH-FLG            PIC 9(001).
      *>
      *>処理中の店舗の情報
       01   WK-CUR-AREA.
            03   WK-CUR-MISEBAN                  PIC X(003).
            03   WK-CUR-NOUHIN-DATE              PIC 9(008).
            03   WK-CUR-KOKYAKU-CODE             PIC X(005).
            03   WK-CUR-ROW-COUNT                PIC 9(005).
      *>店舗の選択の終了フラグ
       01   WK-END-FLG                           PIC 9(001).
      *>事前出荷案内の読み込み結果（0＝正常・1＝無し・2＝日付不一致）
       01   WK-ASN-STS                           PIC 9(001).
      *>
      *>処理中の店舗の商品別突き合わせテーブル
       01   WK-ASN-AREA.
            03   WK-ASN-COUNT                    PIC 9(004)  COMP.
            03   WK-ASN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ASN-IDX.
                 05   WK-ASN-SHOHIN-CODE.
                      07   WK-ASN-BUNRUI-CODE     PIC X(002).
                      07   WK-ASN-SHOHIN-NO       PIC 9(004).
                 05   WK-ASN-SU                   PIC 9(007).
                 05   WK-ASN-JURYO-SU             PIC 9(007).
                 05   WK-ASN-HASON-SU             PIC 9(007).
                 05   WK-ASN-TYUMON-BANGOU        PIC 9(005).
                 05   WK-ASN-KAKUNIN-FLG          PIC 9(001).
       01   WK-ASN-FOUND-FLG                     PIC 9(001).
       01   WK-ASN-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>受注キー別最新状況保持用テーブル（登録簿を時系列に読み、
      *>キーごとの最後の状況を保持する）
       01   WK-REG-KEY-AREA.
            03   WK-REG-KEY-COUNT                PIC 9(004)  COMP.
            03   WK-REG-KEY-TBL                  OCCURS 9999 TIMES
                                    INDEXED BY WK-REG-KEY-IDX.
                 05   WK-REG-KEY-ZYUTYU           PIC X(008).
                 05   WK-REG-KEY-STATUS           PIC X(001).
       01   WK-REG-KEY-FOUND-FLG                 PIC 9(001).
       01   WK-REG-KEY-FOUND-IDX                 PIC 9(004)  COMP.
       01   WK-REG-KEY-WORK                      PIC X(008).
      *>
      *>登録済の請求のキー保持用テーブル（再実行時の二重登録防止）
       01   WK-CLM-KEY-AREA.
            03   WK-CLM-KEY-COUNT                PIC 9(004)  COMP.
            03   WK-CLM-KEY-TBL                  OCCURS 9999 TIMES
                                    INDEXED BY WK-CLM-KEY-IDX.
                 05   WK-CLM-KEY                  PIC X(018).
       01   WK-CLM-KEY-WORK.
            03   WK-CLM-KEY-MISEBAN              PIC X(003).
            03   WK-CLM-KEY-SHOHIN               PIC X(006).
            03   WK-CLM-KEY-RIYU                 PIC X(001).
            03   WK-CLM-KEY-DATE                 PIC 9(008).
       01   WK-CLM-KEY-FOUND-FLG                 PIC 9(001).
      *>請求番号の採番用（台帳の最大番号）
       01   WK-CLAIM-NO                          PIC 9(006).
      *>
      *>請求１件分の作成用の領域
       01   WK-NEW-CLAIM-AREA.
            03   WK-NEW-RIYU                     PIC X(001).
            03   WK-NEW-CLAIM-SU                 PIC 9(007).
      *>突き合わせ結果の編集用
       01   WK-KEKKA                             PIC X(030).
       01   WK-KEKKA-PTR                         PIC 9(003).
      *>
      *>商品マスタ保持用テーブル
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>突合せ表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(033)
                       VALUE "**  受領確認突合せ表  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>店舗見出し行の編集用領域
       01   REP-MISE-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "店番：".
           03   REP-MISE-MISEBAN      PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "納品日：".
           03   REP-MISE-NOUHIN-DATE  PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MISE-MSG          PIC X(060).
      *>突き合わせの列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(012)
               VALUE "  商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(010)
               VALUE " 案内数".
           03   FILLER                PIC X(012)
               VALUE "   受領数".
           03   FILLER                PIC X(012)
               VALUE "   破損数".
           03   FILLER                PIC X(010)
               VALUE "  結果  ".
      *>突き合わせの明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ASN-SU            PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JURYO-SU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HASON-SU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KEKKA             PIC X(030).
      *>登録簿の更新結果の行の編集用領域
       01   REP-REG-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "注文番号：".
           03   REP-REG-TYUMON-BANGOU PIC 9(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-REG-MSG           PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "確認件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　請求登録：".
            03   MSG1-CLAIM-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　納品済注文：".
            03   MSG1-NOUHIN-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-MISE-COUNT.
           MOVE   ZERO        TO   WRK-CLAIM-COUNT.
           MOVE   ZERO        TO   WRK-KITOROKU-COUNT.
           MOVE   ZERO        TO   WRK-NOUHIN-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WK-POD-COUNT.
           MOVE   ZERO        TO   WK-REG-KEY-COUNT.
           MOVE   ZERO        TO   WK-CLM-KEY-COUNT.
           MOVE   ZERO        TO   WK-CLAIM-NO.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  受領確認・登録簿・請求台帳・商品マスタの読み込み
           PERFORM   POD-LOAD-PROC.
           PERFORM   ZYUREG-LOAD-PROC.
           PERFORM   CLM-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
      *>  ファイルのオープン（登録簿は納品済の行を、請求台帳は新しい
      *>  請求を追記するためEXTENDでオープンする）
           OPEN   OUTPUT   PODREP-FILE
                  EXTEND   ZYUREG-FILE.
           OPEN   EXTEND   CLM-FILE.
           IF   CLM-FILE-STATUS   NOT =   "00"
                CLOSE   CLM-FILE
                OPEN    OUTPUT   CLM-FILE
           END-IF.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     PODREP-RECODE   FROM   REP-HDR-RECODE.
      *>
      *>  店番の小さい順に店舗ごとに突き合わせる
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-MISEBAN
                PERFORM   VARYING   WK-POD-IDX   FROM   1   BY   1
                     UNTIL   WK-POD-IDX   >   WK-POD-COUNT
                     IF   WK-POD-DONE-FLG(WK-POD-IDX)   =   ZERO
                     AND  WK-POD-MISEBAN(WK-POD-IDX)
                               <   WK-CUR-MISEBAN
                          MOVE   WK-POD-MISEBAN(WK-POD-IDX)
                               TO   WK-CUR-MISEBAN
                     END-IF
                END-PERFORM
                IF   WK-CUR-MISEBAN   =   HIGH-VALUE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   MISE-ONE-PROC
                     PERFORM   MISE-DONE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     PODREP-FILE
                     ZYUREG-FILE
                     CLM-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受領確認トランザクションの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       POD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   POD-FILE.
      *>
           EVALUATE   POD-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PODIN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PODIN-FILE入出力エラー:"
                               POD-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   POD-FILE-STATUS   NOT =   "00"
                READ   POD-FILE
                     AT   END
                          MOVE   "10"   TO   POD-FILE-STATUS
                     NOT   AT   END
                          ADD   1   TO   WRK-COUNT
                          IF   WK-POD-COUNT   <   9999
                               PERFORM   POD-ONE-LOAD-PROC
                          ELSE
                               DISPLAY   "受領確認の上限超過:"
                                         POD-MISEBAN
                               ADD   1   TO   WRK-ERR-COUNT
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     POD-FILE.
      *>
       POD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受領確認１行分のテーブル展開処理
      *>************************************************************************
       POD-ONE-LOAD-PROC              SECTION.
      *>
           ADD       1   TO   WK-POD-COUNT.
           MOVE      POD-ZYUTYU-BANGOU
                          TO   WK-POD-ZYUTYU-BANGOU(WK-POD-COUNT).
           MOVE      POD-SHOHIN-CODE
                          TO   WK-POD-SHOHIN-CODE(WK-POD-COUNT).
           MOVE      ZERO   TO   WK-POD-JURYO-SU(WK-POD-COUNT).
           MOVE      ZERO   TO   WK-POD-HASON-SU(WK-POD-COUNT).
           IF   POD-JURYO-SU   NUMERIC
                MOVE   POD-JURYO-SU   TO   WK-POD-JURYO-SU(WK-POD-COUNT)
           END-IF.
           IF   POD-HASON-SU   NUMERIC
                MOVE   POD-HASON-SU   TO   WK-POD-HASON-SU(WK-POD-COUNT)
           END-IF.
           MOVE      POD-NOUHIN-DATE
                          TO   WK-POD-NOUHIN-DATE(WK-POD-COUNT).
           MOVE      POD-KOKYAKU-CODE
                          TO   WK-POD-KOKYAKU-CODE(WK-POD-COUNT).
           MOVE      ZERO   TO   WK-POD-DONE-FLG(WK-POD-COUNT).
           MOVE      ZERO   TO   WK-POD-MATCH-FLG(WK-POD-COUNT).
      *>
       POD-ONE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の突き合わせ処理（WK-CUR-MISEBANの店舗）
      *>************************************************************************
       MISE-ONE-PROC                  SECTION.
      *>
           ADD       1   TO   WRK-MISE-COUNT.
           MOVE      ZERO    TO   WK-CUR-ROW-COUNT.
           MOVE      ZERO    TO   WK-CUR-NOUHIN-DATE.
           MOVE      SPACE   TO   WK-CUR-KOKYAKU-CODE.
           PERFORM   VARYING   WK-POD-IDX   FROM   1   BY   1
                UNTIL   WK-POD-IDX   >   WK-POD-COUNT
                IF   WK-POD-DONE-FLG(WK-POD-IDX)   =   ZERO
                AND  WK-POD-MISEBAN(WK-POD-IDX)   =   WK-CUR-MISEBAN
                     ADD   1   TO   WK-CUR-ROW-COUNT
                     IF   WK-CUR-ROW-COUNT   =   1
                          MOVE   WK-POD-NOUHIN-DATE(WK-POD-IDX)
                               TO   WK-CUR-NOUHIN-DATE
                          MOVE   WK-POD-KOKYAKU-CODE(WK-POD-IDX)
                               TO   WK-CUR-KOKYAKU-CODE
                     END-IF
                END-IF
           END-PERFORM.
      *>
      *>  事前出荷案内を読み込み、店舗見出しを印字する
           PERFORM   ASN-LOAD-PROC.
           MOVE      WK-CUR-MISEBAN        TO   REP-MISE-MISEBAN.
           MOVE      WK-CUR-NOUHIN-DATE    TO   REP-MISE-NOUHIN-DATE.
           EVALUATE   WK-ASN-STS
                WHEN   1
                     MOVE   "＊事前出荷案内がありません"
                          TO   REP-MISE-MSG
                WHEN   2
                     MOVE   "＊案内の納品予定日と不一致"
                          TO   REP-MISE-MSG
                WHEN   OTHER
                     MOVE   SPACE   TO   REP-MISE-MSG
           END-EVALUATE.
           WRITE     PODREP-RECODE   FROM   REP-MISE-RECODE.
      *>
      *>  案内と突き合わせられない店舗は請求も登録簿の更新も行わない
           IF   WK-ASN-STS   NOT =   ZERO
                ADD   WK-CUR-ROW-COUNT   TO   WRK-ERR-COUNT
                GO   TO   MISE-ONE-PROC-EXIT
           END-IF.
      *>
      *>  受領確認を商品別に集計する（案内に無い商品は行を追加する）
           PERFORM   VARYING   WK-POD-IDX   FROM   1   BY   1
                UNTIL   WK-POD-IDX   >   WK-POD-COUNT
                IF   WK-POD-DONE-FLG(WK-POD-IDX)   =   ZERO
                AND  WK-POD-MISEBAN(WK-POD-IDX)   =   WK-CUR-MISEBAN
                     PERFORM   POD-SHUKEI-PROC
                END-IF
           END-PERFORM.
      *>
      *>  商品ごとの差異を印字し、請求を登録する
           WRITE     PODREP-RECODE   FROM   REP-COLHDR-RECODE.
           PERFORM   VARYING   WK-ASN-IDX   FROM   1   BY   1
                UNTIL   WK-ASN-IDX   >   WK-ASN-COUNT
                PERFORM   SAI-ONE-PROC
           END-PERFORM.
      *>
      *>  案内にある商品の受注を納品済にする
           PERFORM   VARYING   WK-POD-IDX   FROM   1   BY   1
                UNTIL   WK-POD-IDX   >   WK-POD-COUNT
                IF   WK-POD-DONE-FLG(WK-POD-IDX)   =   ZERO
                AND  WK-POD-MISEBAN(WK-POD-IDX)   =   WK-CUR-MISEBAN
                AND  WK-POD-MATCH-FLG(WK-POD-IDX)   =   1
                     PERFORM   NOUHIN-REG-PROC
                END-IF
           END-PERFORM.
      *>
       MISE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>処理を終えた店舗の受領確認に済の印を付ける処理
      *>************************************************************************
       MISE-DONE-PROC                 SECTION.
      *>
           PERFORM   VARYING   WK-POD-IDX   FROM   1   BY   1
                UNTIL   WK-POD-IDX   >   WK-POD-COUNT
                IF   WK-POD-MISEBAN(WK-POD-IDX)   =   WK-CUR-MISEBAN
                     MOVE   1   TO   WK-POD-DONE-FLG(WK-POD-IDX)
                END-IF
           END-PERFORM.
      *>
       MISE-DONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別事前出荷案内の読み込み処理
      *>出荷数のある明細を商品別テーブルに展開する。ファイルが無い
      *>場合はWK-ASN-STSを1、明細の納品予定日が受領確認の納品日と
      *>異なる場合は2とする
      *>************************************************************************
       ASN-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO    TO   WK-ASN-STS.
           MOVE      ZERO    TO   WK-ASN-COUNT.
           MOVE      SPACE   TO   WK-ASN-FILENAME.
           STRING    "ASN_"   WK-CUR-MISEBAN   ".txt"
                     DELIMITED BY SIZE
                     INTO   WK-ASN-FILENAME.
      *>
           OPEN      INPUT   ASN-FILE.
           IF   ASN-FILE-STATUS   NOT =   "00"
                CLOSE   ASN-FILE
                MOVE    1   TO   WK-ASN-STS
                GO   TO   ASN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ASN-FILE-STATUS   NOT =   "00"
                READ   ASN-FILE
                     AT   END
                          MOVE   "10"   TO   ASN-FILE-STATUS
                     NOT   AT   END
                          PERFORM   ASN-ONE-LOAD-PROC
                END-READ
           END-PERFORM.
           CLOSE     ASN-FILE.
      *>
       ASN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>事前出荷案内１行分のテーブル展開処理
      *>見出し（"H"）・末尾（"T"）の行は読み飛ばす
      *>************************************************************************
       ASN-ONE-LOAD-PROC              SECTION.
      *>
           IF  (ASN-HDR-KUBUN   =   "H"
                AND   ASN-RECODE(13:)   =   SPACE)
           OR  (ASN-TRL-KUBUN   =   "T"
                AND   ASN-RECODE(17:)   =   SPACE)
                GO   TO   ASN-ONE-LOAD-PROC-EXIT
           END-IF.
      *>
           IF   ASN-NOUHIN-DATE   NOT =   WK-CUR-NOUHIN-DATE
                MOVE   2   TO   WK-ASN-STS
           END-IF.
           IF   ASN-SHUKKA-SU   NOT >   ZERO
           OR   WK-ASN-COUNT   NOT <   9999
                GO   TO   ASN-ONE-LOAD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-ASN-COUNT.
           MOVE      ASN-SHOHIN-CODE
                          TO   WK-ASN-SHOHIN-CODE(WK-ASN-COUNT).
           MOVE      ASN-SHUKKA-SU   TO   WK-ASN-SU(WK-ASN-COUNT).
           MOVE      ZERO   TO   WK-ASN-JURYO-SU(WK-ASN-COUNT).
           MOVE      ZERO   TO   WK-ASN-HASON-SU(WK-ASN-COUNT).
           MOVE      ZERO   TO   WK-ASN-TYUMON-BANGOU(WK-ASN-COUNT).
           MOVE      ZERO   TO   WK-ASN-KAKUNIN-FLG(WK-ASN-COUNT).
      *>
       ASN-ONE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受領確認１行分の商品別集計処理（WK-POD-IDXの行）
      *>案内にある商品の行は登録簿更新の対象として印を付ける
      *>************************************************************************
       POD-SHUKEI-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-ASN-FOUND-FLG.
           MOVE      ZERO   TO   WK-ASN-FOUND-IDX.
           PERFORM   VARYING   WK-ASN-IDX   FROM   1   BY   1
                UNTIL   WK-ASN-IDX   >   WK-ASN-COUNT
                   OR   WK-ASN-FOUND-FLG   =   1
                IF   WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                          =   WK-POD-SHOHIN-CODE(WK-POD-IDX)
                     MOVE   1   TO   WK-ASN-FOUND-FLG
                     SET    WK-ASN-FOUND-IDX   TO   WK-ASN-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-ASN-FOUND-FLG   =   ZERO
                IF   WK-ASN-COUNT   NOT <   9999
                     ADD   1   TO   WRK-ERR-COUNT
                     GO   TO   POD-SHUKEI-PROC-EXIT
                END-IF
                ADD    1   TO   WK-ASN-COUNT
                MOVE   WK-ASN-COUNT   TO   WK-ASN-FOUND-IDX
                MOVE   WK-POD-SHOHIN-CODE(WK-POD-IDX)
                     TO   WK-ASN-SHOHIN-CODE(WK-ASN-COUNT)
                MOVE   ZERO   TO   WK-ASN-SU(WK-ASN-COUNT)
                MOVE   ZERO   TO   WK-ASN-JURYO-SU(WK-ASN-COUNT)
                MOVE   ZERO   TO   WK-ASN-HASON-SU(WK-ASN-COUNT)
                MOVE   ZERO   TO   WK-ASN-TYUMON-BANGOU(WK-ASN-COUNT)
                MOVE   ZERO   TO   WK-ASN-KAKUNIN-FLG(WK-ASN-COUNT)
           ELSE
                MOVE   1   TO   WK-POD-MATCH-FLG(WK-POD-IDX)
           END-IF.
      *>
           ADD       WK-POD-JURYO-SU(WK-POD-IDX)
                          TO   WK-ASN-JURYO-SU(WK-ASN-FOUND-IDX).
           ADD       WK-POD-HASON-SU(WK-POD-IDX)
                          TO   WK-ASN-HASON-SU(WK-ASN-FOUND-IDX).
           IF   WK-ASN-KAKUNIN-FLG(WK-ASN-FOUND-IDX)   =   ZERO
                MOVE   1   TO   WK-ASN-KAKUNIN-FLG(WK-ASN-FOUND-IDX)
                MOVE   WK-POD-TYUMON-BANGOU(WK-POD-IDX)
                     TO   WK-ASN-TYUMON-BANGOU(WK-ASN-FOUND-IDX)
           END-IF.
      *>
       POD-SHUKEI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品１件分の差異判定・印字・請求登録処理（WK-ASN-IDXの商品）
      *>************************************************************************
       SAI-ONE-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-KEKKA.
           MOVE      1       TO   WK-KEKKA-PTR.
      *>
           IF   WK-ASN-JURYO-SU(WK-ASN-IDX)   <   WK-ASN-SU(WK-ASN-IDX)
                MOVE      "1"   TO   WK-NEW-RIYU
                COMPUTE   WK-NEW-CLAIM-SU   =
                          WK-ASN-SU(WK-ASN-IDX)
                        - WK-ASN-JURYO-SU(WK-ASN-IDX)
                PERFORM   CLAIM-ADD-PROC
                STRING    "不足　"   DELIMITED BY SIZE
                          INTO   WK-KEKKA   WITH POINTER   WK-KEKKA-PTR
           END-IF.
           IF   WK-ASN-JURYO-SU(WK-ASN-IDX)   >   WK-ASN-SU(WK-ASN-IDX)
                MOVE      "2"   TO   WK-NEW-RIYU
                COMPUTE   WK-NEW-CLAIM-SU   =
                          WK-ASN-JURYO-SU(WK-ASN-IDX)
                        - WK-ASN-SU(WK-ASN-IDX)
                PERFORM   CLAIM-ADD-PROC
                STRING    "過剰　"   DELIMITED BY SIZE
                          INTO   WK-KEKKA   WITH POINTER   WK-KEKKA-PTR
           END-IF.
           IF   WK-ASN-HASON-SU(WK-ASN-IDX)   >   ZERO
                MOVE      "3"   TO   WK-NEW-RIYU
                MOVE      WK-ASN-HASON-SU(WK-ASN-IDX)
                          TO   WK-NEW-CLAIM-SU
                PERFORM   CLAIM-ADD-PROC
                STRING    "破損　"   DELIMITED BY SIZE
                          INTO   WK-KEKKA   WITH POINTER   WK-KEKKA-PTR
           END-IF.
           IF   WK-ASN-KAKUNIN-FLG(WK-ASN-IDX)   =   ZERO
                STRING    "（確認なし）"   DELIMITED BY SIZE
                          INTO   WK-KEKKA   WITH POINTER   WK-KEKKA-PTR
           END-IF.
           IF   WK-KEKKA   =   SPACE
                MOVE   "一致"   TO   WK-KEKKA
           END-IF.
      *>
           MOVE      WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                                          TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-ASN-SU(WK-ASN-IDX)         TO   REP-ASN-SU.
           MOVE      WK-ASN-JURYO-SU(WK-ASN-IDX)   TO   REP-JURYO-SU.
           MOVE      WK-ASN-HASON-SU(WK-ASN-IDX)   TO   REP-HASON-SU.
           MOVE      WK-KEKKA                      TO   REP-KEKKA.
           WRITE     PODREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       SAI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求１件分の台帳への追記処理（WK-ASN-IDXの商品・WK-NEW-RIYU）
      *>同じ店番・商品・理由・納品日の請求が台帳にあれば追記しない
      *>************************************************************************
       CLAIM-ADD-PROC                 SECTION.
      *>
           MOVE      WK-CUR-MISEBAN       TO   WK-CLM-KEY-MISEBAN.
           MOVE      WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                                          TO   WK-CLM-KEY-SHOHIN.
           MOVE      WK-NEW-RIYU          TO   WK-CLM-KEY-RIYU.
           MOVE      WK-CUR-NOUHIN-DATE   TO   WK-CLM-KEY-DATE.
           PERFORM   CLM-KEY-FIND-PROC.
           IF   WK-CLM-KEY-FOUND-FLG   =   1
                ADD   1   TO   WRK-KITOROKU-COUNT
                GO   TO   CLAIM-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-CLAIM-NO.
           MOVE      WK-CLAIM-NO            TO   CLM-CLAIM-NO.
           MOVE      WRK-RUN-DATE           TO   CLM-UKETSUKE-DATE.
           MOVE      WK-CUR-NOUHIN-DATE     TO   CLM-NOUHIN-DATE.
           MOVE      WK-CUR-MISEBAN         TO   CLM-MISEBAN.
           MOVE      WK-ASN-TYUMON-BANGOU(WK-ASN-IDX)
                                            TO   CLM-TYUMON-BANGOU.
           MOVE      WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                                            TO   CLM-SHOHIN-CODE.
           MOVE      WK-NEW-RIYU            TO   CLM-RIYU-CODE.
           MOVE      WK-ASN-SU(WK-ASN-IDX)  TO   CLM-ASN-SU.
           MOVE      WK-ASN-JURYO-SU(WK-ASN-IDX)
                                            TO   CLM-JURYO-SU.
           MOVE      WK-NEW-CLAIM-SU        TO   CLM-CLAIM-SU.
           MOVE      WK-CUR-KOKYAKU-CODE    TO   CLM-KOKYAKU-CODE.
           MOVE      "1"                    TO   CLM-STATUS.
           MOVE      ZERO                   TO   CLM-SYORI-DATE.
           MOVE      ZERO                   TO   CLM-SYONIN-TANTO.
           MOVE      ZERO                   TO   CLM-URIAGE-KINGAKU.
           MOVE      ZERO                   TO   CLM-ZEI-KINGAKU.
           WRITE     CLM-RECODE.
           ADD       1   TO   WRK-CLAIM-COUNT.
      *>
           IF   WK-CLM-KEY-COUNT   <   9999
                ADD    1   TO   WK-CLM-KEY-COUNT
                MOVE   WK-CLM-KEY-WORK
                     TO   WK-CLM-KEY(WK-CLM-KEY-COUNT)
           END-IF.
      *>
       CLAIM-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録済請求のキー検索処理（WK-CLM-KEY-WORKのキーを探す）
      *>************************************************************************
       CLM-KEY-FIND-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-CLM-KEY-FOUND-FLG.
           PERFORM   VARYING   WK-CLM-KEY-IDX   FROM   1   BY   1
                UNTIL   WK-CLM-KEY-IDX   >   WK-CLM-KEY-COUNT
                   OR   WK-CLM-KEY-FOUND-FLG   =   1
                IF   WK-CLM-KEY(WK-CLM-KEY-IDX)   =   WK-CLM-KEY-WORK
                     MOVE   1   TO   WK-CLM-KEY-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       CLM-KEY-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の納品済の記録処理（WK-POD-IDXの行の受注）
      *>最新状況が出荷済（"6"）の受注だけに納品済（"A"）の行を追記する。
      *>既に納品済の受注（同じ受注の２行目以降・再実行）は何もしない
      *>************************************************************************
       NOUHIN-REG-PROC                SECTION.
      *>
           MOVE      WK-POD-ZYUTYU-BANGOU(WK-POD-IDX)
                          TO   WK-REG-KEY-WORK.
           PERFORM   REG-KEY-FIND-PROC.
           MOVE      WK-POD-TYUMON-BANGOU(WK-POD-IDX)
                          TO   REP-REG-TYUMON-BANGOU.
      *>
           IF   WK-REG-KEY-FOUND-FLG   NOT =   1
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊登録簿に存在しない受注です"
                               TO   REP-REG-MSG
                WRITE     PODREP-RECODE   FROM   REP-REG-RECODE
                GO   TO   NOUHIN-REG-PROC-EXIT
           END-IF.
      *>
           IF   WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX)   =   "A"
                GO   TO   NOUHIN-REG-PROC-EXIT
           END-IF.
      *>
           IF   WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX)   NOT =   "6"
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "＊出荷済ではない受注です"
                               TO   REP-REG-MSG
                WRITE     PODREP-RECODE   FROM   REP-REG-RECODE
                GO   TO   NOUHIN-REG-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-CUR-MISEBAN       TO   REG-MISEBAN.
           MOVE      WK-POD-TYUMON-BANGOU(WK-POD-IDX)
                                          TO   REG-TYUMON-BANGOU.
           MOVE      "A"                  TO   REG-STATUS.
           MOVE      WK-POD-NOUHIN-DATE(WK-POD-IDX)
                                          TO   REG-RUN-DATE.
           MOVE      WRK-PGM-NAME         TO   REG-PGM-NAME.
           MOVE      SPACE                TO   REG-SIKYU-KUBUN.
           WRITE     ZYUREG-RECODE.
           MOVE      "A"   TO   WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX).
           ADD       1   TO   WRK-NOUHIN-COUNT.
      *>
           MOVE      "納品済"   TO   REP-REG-MSG.
           WRITE     PODREP-RECODE   FROM   REP-REG-RECODE.
      *>
       NOUHIN-REG-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注ライフサイクル登録簿の読み込み処理
      *>登録簿は時系列に追記されるため、キーごとに最後に読んだ行の
      *>状況がそのまま最新状況になる
      *>************************************************************************
       ZYUREG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ZYUREG-FILE.
      *>
           IF   ZYUREG-FILE-STATUS   NOT =   "00"
                CLOSE   ZYUREG-FILE
           ELSE
                PERFORM   UNTIL   ZYUREG-FILE-STATUS   NOT =   "00"
                     READ   ZYUREG-FILE
                          AT   END
                               MOVE   "10"   TO   ZYUREG-FILE-STATUS
                          NOT   AT   END
                               PERFORM   ZYUREG-ONE-PROC
                     END-READ
                END-PERFORM
                CLOSE   ZYUREG-FILE
           END-IF.
      *>
       ZYUREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録簿１行分のテーブル反映処理
      *>************************************************************************
       ZYUREG-ONE-PROC                SECTION.
      *>
           MOVE      REG-ZYUTYU-BANGOU   TO   WK-REG-KEY-WORK.
           PERFORM   REG-KEY-FIND-PROC.
      *>
           IF   WK-REG-KEY-FOUND-FLG   =   1
                MOVE   REG-STATUS   TO
                     WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX)
           ELSE
                IF   WK-REG-KEY-COUNT   <   9999
                     ADD    1   TO   WK-REG-KEY-COUNT
                     MOVE   WK-REG-KEY-WORK   TO
                          WK-REG-KEY-ZYUTYU(WK-REG-KEY-COUNT)
                     MOVE   REG-STATUS        TO
                          WK-REG-KEY-STATUS(WK-REG-KEY-COUNT)
                END-IF
           END-IF.
      *>
       ZYUREG-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注キーのテーブル検索処理
      *>************************************************************************
       REG-KEY-FIND-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-REG-KEY-FOUND-FLG.
           MOVE      ZERO   TO   WK-REG-KEY-FOUND-IDX.
           PERFORM   VARYING   WK-REG-KEY-IDX   FROM   1   BY   1
                UNTIL   WK-REG-KEY-IDX   >   WK-REG-KEY-COUNT
                IF   WK-REG-KEY-ZYUTYU(WK-REG-KEY-IDX)
                          =   WK-REG-KEY-WORK
                     MOVE   1   TO   WK-REG-KEY-FOUND-FLG
                     MOVE   WK-REG-KEY-IDX
                          TO   WK-REG-KEY-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       REG-KEY-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品差異請求台帳の読み込み処理
      *>請求番号の最大値と、登録済の請求のキーを求める
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
                          IF   CLM-CLAIM-NO   >   WK-CLAIM-NO
                               MOVE   CLM-CLAIM-NO   TO   WK-CLAIM-NO
                          END-IF
                          IF   WK-CLM-KEY-COUNT   <   9999
                               ADD    1   TO   WK-CLM-KEY-COUNT
                               MOVE   CLM-MISEBAN       TO
                                    WK-CLM-KEY-MISEBAN
                               MOVE   CLM-SHOHIN-CODE   TO
                                    WK-CLM-KEY-SHOHIN
                               MOVE   CLM-RIYU-CODE     TO
                                    WK-CLM-KEY-RIYU
                               MOVE   CLM-NOUHIN-DATE   TO
                                    WK-CLM-KEY-DATE
                               MOVE   WK-CLM-KEY-WORK   TO
                                    WK-CLM-KEY(WK-CLM-KEY-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CLM-FILE.
      *>
       CLM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
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
           MOVE      WRK-COUNT          TO   MSG1-IN-COUNT.
           MOVE      WRK-CLAIM-COUNT    TO   MSG1-CLAIM-COUNT.
           MOVE      WRK-NOUHIN-COUNT   TO   MSG1-NOUHIN-COUNT.
           MOVE      WRK-ERR-COUNT      TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA.
      *>
           IF   WRK-KITOROKU-COUNT   >   ZERO
                DISPLAY   "登録済のため追記しない請求:"
                          WRK-KITOROKU-COUNT
           END-IF.
      *>
           IF   WRK-CLAIM-COUNT   >   ZERO
           OR   WRK-ERR-COUNT     >   ZERO
                IF   RETURN-CODE   <   4
                     MOVE   4   TO   RETURN-CODE
                END-IF
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
