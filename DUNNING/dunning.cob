      *>************************************************************************
      *>延滞請求の督促状作成プログラム
      *>売掛元帳（ARLEDG.txt）の未消込（状況"1"）の行を読み、支払期日
      *>からの経過日数で督促段階を判定して顧客別の督促状を作成する
      *>（支払期日の無い行は請求日を支払期日とみなす）。
      *>　・３０日超＝段階１（お支払いのお願い）
      *>　・６０日超＝段階２（再度のご請求）
      *>　・９０日超＝段階３（最終のご通知）
      *>督促履歴（DUNHIST.txt）で請求書ごとに送付済の最高段階を求め、
      *>今回送る段階はその次の段階とする（同じ段階を重ねて送らず、
      *>段階を飛ばさない。たとえば段階２を送っていない請求書には
      *>９０日を過ぎていても段階３を送らない）。経過日数が次の段階に
      *>達していない請求書と、前回の送付から１４日を経ていない請求書
      *>は今回段階を進めない。
      *>督促状は顧客ごとのファイル（DUN_顧客コード.txt）に、顧客内で
      *>最も高い段階の文面と、その顧客の延滞中の請求書（３０日超の
      *>未消込の行）すべての請求書番号・請求日・支払期日・経過日数・
      *>残高を顧客マスタ（KOKYAKUM.txt）の名称付きで書き出す。
      *>今回督促した請求書は段階を付けて督促履歴へ追記し、作成した
      *>督促状の一覧を督促一覧表（DUNREP.txt）に印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   DUNNING001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>売掛元帳ファイル
      *>************************************************************************
       SELECT   ARLEDG-FILE   ASSIGN        TO "ARLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARLEDG-FILE-STATUS.
      *>************************************************************************
      *>督促履歴ファイル
      *>************************************************************************
       SELECT   DUNHIST-FILE  ASSIGN        TO "DUNHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DUNHIST-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>顧客別督促状ファイル（顧客ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   DUN-FILE      ASSIGN        TO WK-DUN-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>督促一覧表ファイル
      *>************************************************************************
       SELECT   DUNREP-FILE   ASSIGN         TO "DUNREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>売掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   ARLEDG-FILE.
       01   ARLEDG-RECODE.
           COPY   ARLEDG   REPLACING   ==:PREFIX:==   BY   ==ARL==.
      *>************************************************************************
      *>督促履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   DUNHIST-FILE.
       01   DUNHIST-RECODE.
           COPY   DUNHIST  REPLACING   ==:PREFIX:==   BY   ==DNH==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>顧客別督促状ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   DUN-FILE.
       01   DUN-RECODE                             PIC X(100).
      *>************************************************************************
      *>督促一覧表ファイルのレイアウト定義
      *>************************************************************************
       FD   DUNREP-FILE.
       01   DUNREP-RECODE                          PIC X(100).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  ARLEDG-FILE-STATUS                       PIC XX.
       01  DUNHIST-FILE-STATUS                      PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
      *>
      *>顧客別督促状の出力先ファイル名（顧客ごとに組み立てる）
       01  WK-DUN-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-ENTAI-COUNT                  PIC 9(006).
             03   WRK-LETTER-COUNT                 PIC 9(006).
             03   WRK-HIST-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "DUNNING1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>延滞中の請求書テーブル（３０日超の未消込の行を保持する）
       01   WK-ENT-AREA.
            03   WK-ENT-COUNT                    PIC 9(004)  COMP.
            03   WK-ENT-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ENT-IDX.
                 05   WK-ENT-KOKYAKU-CODE         PIC X(005).
                 05   WK-ENT-INV-BANGOU           PIC 9(006).
                 05   WK-ENT-HAKKO-DATE           PIC 9(008).
                 05   WK-ENT-KIGEN-DATE           PIC 9(008).
                 05   WK-ENT-KEIKA-DAYS           PIC S9(005).
                 05   WK-ENT-ZANDAKA              PIC S9(011).
                 05   WK-ENT-SENT-LEVEL           PIC 9(001).
                 05   WK-ENT-NEW-LEVEL            PIC 9(001).
      *>
      *>督促履歴保持用テーブル（請求書ごとの送付済の最高段階）
       01   WK-DNH-AREA.
            03   WK-DNH-COUNT                    PIC 9(004)  COMP.
            03   WK-DNH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-DNH-IDX.
                 05   WK-DNH-KOKYAKU-CODE         PIC X(005).
                 05   WK-DNH-INV-BANGOU           PIC 9(006).
                 05   WK-DNH-MAX-LEVEL            PIC 9(001).
                 05   WK-DNH-LAST-DATE            PIC 9(008).
       01   WK-DNH-FOUND-FLG                     PIC 9(001).
      *>
      *>顧客別の督促状作成テーブル
       01   WK-CUS-AREA.
            03   WK-CUS-COUNT                    PIC 9(004)  COMP.
            03   WK-CUS-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CUS-IDX.
                 05   WK-CUS-KOKYAKU-CODE         PIC X(005).
                 05   WK-CUS-LETTER-LEVEL         PIC 9(001).
                 05   WK-CUS-ZANDAKA              PIC S9(011).
                 05   WK-CUS-INV-COUNT            PIC 9(004).
       01   WK-CUS-FOUND-IDX                     PIC 9(004)  COMP.
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
      *>経過日数計算用の作業領域
       01   WK-DAYS-AREA.
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-HAKKO-YMD8                   PIC 9(008).
            03   WK-KEIKA-DAYS                   PIC S9(005).
            03   WK-LAST-SEND-DATE               PIC 9(008).
            03   WK-KANKAKU-DAYS                 PIC S9(005).
      *>同じ請求書に続けて督促状を送るときに空ける最低日数
       01   WK-MIN-KANKAKU                       PIC 9(003)  VALUE 14.
      *>経過日数から求めた到達段階
       01   WK-DUE-LEVEL                         PIC 9(001).
       01   WK-ZANDAKA                           PIC S9(011).
      *>
      *>督促状の見出し行の編集用領域
       01   DUN-TITLE-RECODE.
           03   DUN-TITLE-TEXT        PIC X(040).
           03   FILLER                PIC X(015)
                       VALUE "　発行日：".
           03   DUN-TITLE-RUN-DATE    PIC 9(008).
      *>督促状の顧客行の編集用領域
       01   DUN-CUST-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "顧客：".
           03   DUN-CUST-CODE         PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DUN-CUST-NAME         PIC X(020).
           03   FILLER                PIC X(009)
                       VALUE "　様".
      *>督促状の本文行の編集用領域
       01   DUN-BODY-RECODE           PIC X(100).
      *>督促状の列見出し行の編集用領域
       01   DUN-COLHDR-RECODE.
           03   FILLER                PIC X(016)
                       VALUE "請求書番号".
           03   FILLER                PIC X(012)
                       VALUE "請求日".
           03   FILLER                PIC X(012)
                       VALUE "支払期日".
           03   FILLER                PIC X(018)
                       VALUE "経過日数".
           03   FILLER                PIC X(018)
                       VALUE "未入金残高".
      *>督促状の明細行の編集用領域
       01   DUN-DETAIL-RECODE.
           03   DUN-INV-BANGOU        PIC 9(006).
           03   FILLER                PIC X(005)
                                             VALUE SPACE.
           03   DUN-HAKKO-DATE        PIC 9(008).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   DUN-KIGEN-DATE        PIC 9(008).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   DUN-KEIKA-DAYS        PIC ZZZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   DUN-ZANDAKA           PIC -(010)9.
      *>督促状の合計行の編集用領域
       01   DUN-TOTAL-RECODE.
           03   FILLER                PIC X(030)
                       VALUE "未入金残高合計".
           03   DUN-TOTAL-ZANDAKA     PIC -(010)9.
      *>
      *>督促一覧表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  督促一覧表  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>督促一覧表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(030)
               VALUE "顧客　名称".
           03   FILLER                PIC X(039)
               VALUE "段階　延滞請求数　延滞残高".
      *>督促一覧表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-LEVEL             PIC 9(001).
           03   FILLER                PIC X(005)
                                             VALUE SPACE.
           03   REP-INV-COUNT         PIC ZZZ9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-ZANDAKA           PIC -(010)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "延滞請求件数：".
            03   MSG1-ENTAI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　督促状作成数：".
            03   MSG1-LETTER-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　履歴追記件数：".
            03   MSG1-HIST-COUNT              PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-ENTAI-COUNT.
           MOVE   ZERO        TO   WRK-LETTER-COUNT.
           MOVE   ZERO        TO   WRK-HIST-COUNT.
           MOVE   ZERO        TO   WK-ENT-COUNT.
           MOVE   ZERO        TO   WK-DNH-COUNT.
           MOVE   ZERO        TO   WK-CUS-COUNT.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  督促履歴・顧客マスタの読み込み
           PERFORM   DUNHIST-LOAD-PROC.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>
      *>  売掛元帳から延滞中の請求書を拾い、今回の段階を決める
           PERFORM   ARLEDG-LOAD-PROC.
      *>
      *>  顧客別に督促状を作成し、督促履歴へ追記する
           OPEN   EXTEND   DUNHIST-FILE.
           IF   DUNHIST-FILE-STATUS   NOT =   "00"
                CLOSE   DUNHIST-FILE
                OPEN    OUTPUT   DUNHIST-FILE
           END-IF.
           OPEN      OUTPUT   DUNREP-FILE.
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     DUNREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     DUNREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-CUS-IDX   FROM   1   BY   1
                UNTIL   WK-CUS-IDX   >   WK-CUS-COUNT
                IF   WK-CUS-LETTER-LEVEL(WK-CUS-IDX)   >   ZERO
                     PERFORM   DUN-ONE-CUST-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     DUNREP-FILE.
           CLOSE     DUNHIST-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>督促履歴ファイルの読み込み処理
      *>請求書ごとに送付済の最高段階を保持する。ファイルが無い（初回）
      *>場合は督促履歴なしとして扱う
      *>************************************************************************
       DUNHIST-LOAD-PROC              SECTION.
      *>
           OPEN      INPUT   DUNHIST-FILE.
           IF   DUNHIST-FILE-STATUS   NOT =   "00"
                CLOSE   DUNHIST-FILE
                GO   TO   DUNHIST-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   DUNHIST-FILE-STATUS   NOT =   "00"
                READ   DUNHIST-FILE
                     AT   END
                          MOVE   "10"   TO   DUNHIST-FILE-STATUS
                     NOT   AT   END
                          PERFORM   DNH-ADD-PROC
                END-READ
           END-PERFORM.
           CLOSE     DUNHIST-FILE.
      *>
       DUNHIST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>督促履歴１件分の積み上げ処理（請求書ごとの最高段階を残す）
      *>************************************************************************
       DNH-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-DNH-FOUND-FLG.
           PERFORM   VARYING   WK-DNH-IDX   FROM   1   BY   1
                UNTIL   WK-DNH-IDX   >   WK-DNH-COUNT
                IF   WK-DNH-KOKYAKU-CODE(WK-DNH-IDX)
                          =   DNH-KOKYAKU-CODE
                AND  WK-DNH-INV-BANGOU(WK-DNH-IDX)
                          =   DNH-INV-BANGOU
                     MOVE   1   TO   WK-DNH-FOUND-FLG
                     IF   DNH-DUN-LEVEL   >
                               WK-DNH-MAX-LEVEL(WK-DNH-IDX)
                          MOVE   DNH-DUN-LEVEL   TO
                               WK-DNH-MAX-LEVEL(WK-DNH-IDX)
                     END-IF
                     IF   DNH-SEND-DATE   >
                               WK-DNH-LAST-DATE(WK-DNH-IDX)
                          MOVE   DNH-SEND-DATE   TO
                               WK-DNH-LAST-DATE(WK-DNH-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-DNH-FOUND-FLG   NOT =   1
           AND  WK-DNH-COUNT   <   9999
                ADD    1   TO   WK-DNH-COUNT
                MOVE   DNH-KOKYAKU-CODE   TO
                     WK-DNH-KOKYAKU-CODE(WK-DNH-COUNT)
                MOVE   DNH-INV-BANGOU     TO
                     WK-DNH-INV-BANGOU(WK-DNH-COUNT)
                MOVE   DNH-DUN-LEVEL      TO
                     WK-DNH-MAX-LEVEL(WK-DNH-COUNT)
                MOVE   DNH-SEND-DATE      TO
                     WK-DNH-LAST-DATE(WK-DNH-COUNT)
           END-IF.
      *>
       DNH-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳の読み込み処理
      *>未消込の行のうち支払期日からの経過日数が３０日を超えるものを
      *>延滞中の請求書として保持する
      *>************************************************************************
       ARLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ARLEDG-FILE.
           IF   ARLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   ARLEDG-FILE
                GO   TO   ARLEDG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ARLEDG-FILE-STATUS   NOT =   "00"
                READ   ARLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   ARLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   ARL-STS-MIKESHIKOMI
                               PERFORM   ENT-CHECK-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未消込の元帳行１件分の判定処理
      *>経過日数から到達段階を求め、送付済の段階の次の段階に達して
      *>いれば今回の督促段階とする
      *>************************************************************************
       ENT-CHECK-PROC                 SECTION.
      *>
           COMPUTE   WK-ZANDAKA   =
                     ARL-SEIKYU-KINGAKU   -   ARL-NYUKIN-KINGAKU.
           IF   WK-ZANDAKA   <=   ZERO
                GO   TO   ENT-CHECK-PROC-EXIT
           END-IF.
      *>
           IF   ARL-SHIHARAI-KIGEN   IS   NUMERIC
           AND  ARL-SHIHARAI-KIGEN   >   ZERO
                MOVE   ARL-SHIHARAI-KIGEN   TO   WK-HAKKO-YMD8
           ELSE
                MOVE   ARL-HAKKO-DATE       TO   WK-HAKKO-YMD8
           END-IF.
           COMPUTE   WK-KEIKA-DAYS   =
                     WK-TODAY-INT   -
                     FUNCTION INTEGER-OF-DATE(WK-HAKKO-YMD8).
      *>
           EVALUATE   TRUE
                WHEN   WK-KEIKA-DAYS   >   90
                     MOVE   3   TO   WK-DUE-LEVEL
                WHEN   WK-KEIKA-DAYS   >   60
                     MOVE   2   TO   WK-DUE-LEVEL
                WHEN   WK-KEIKA-DAYS   >   30
                     MOVE   1   TO   WK-DUE-LEVEL
                WHEN   OTHER
                     MOVE   0   TO   WK-DUE-LEVEL
           END-EVALUATE.
           IF   WK-DUE-LEVEL   =   ZERO
           OR   WK-ENT-COUNT   NOT <   9999
                GO   TO   ENT-CHECK-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-ENT-COUNT.
           ADD       1   TO   WRK-ENTAI-COUNT.
           MOVE      ARL-KOKYAKU-CODE   TO
                WK-ENT-KOKYAKU-CODE(WK-ENT-COUNT).
           MOVE      ARL-INV-BANGOU     TO
                WK-ENT-INV-BANGOU(WK-ENT-COUNT).
           MOVE      ARL-HAKKO-DATE     TO
                WK-ENT-HAKKO-DATE(WK-ENT-COUNT).
           MOVE      WK-HAKKO-YMD8      TO
                WK-ENT-KIGEN-DATE(WK-ENT-COUNT).
           MOVE      WK-KEIKA-DAYS      TO
                WK-ENT-KEIKA-DAYS(WK-ENT-COUNT).
           MOVE      WK-ZANDAKA         TO
                WK-ENT-ZANDAKA(WK-ENT-COUNT).
      *>
      *>  送付済の最高段階と最終送付日を督促履歴から求める
           MOVE      ZERO   TO   WK-ENT-SENT-LEVEL(WK-ENT-COUNT).
           MOVE      ZERO   TO   WK-LAST-SEND-DATE.
           PERFORM   VARYING   WK-DNH-IDX   FROM   1   BY   1
                UNTIL   WK-DNH-IDX   >   WK-DNH-COUNT
                IF   WK-DNH-KOKYAKU-CODE(WK-DNH-IDX)
                          =   ARL-KOKYAKU-CODE
                AND  WK-DNH-INV-BANGOU(WK-DNH-IDX)
                          =   ARL-INV-BANGOU
                     MOVE   WK-DNH-MAX-LEVEL(WK-DNH-IDX)   TO
                          WK-ENT-SENT-LEVEL(WK-ENT-COUNT)
                     MOVE   WK-DNH-LAST-DATE(WK-DNH-IDX)   TO
                          WK-LAST-SEND-DATE
                END-IF
           END-PERFORM.
      *>
      *>  前回の送付から督促間隔の日数が過ぎていなければ今回は送らない
           MOVE      ZERO   TO   WK-ENT-NEW-LEVEL(WK-ENT-COUNT).
           IF   WK-LAST-SEND-DATE   >   ZERO
                COMPUTE   WK-KANKAKU-DAYS   =
                          WK-TODAY-INT   -
                          FUNCTION INTEGER-OF-DATE(WK-LAST-SEND-DATE)
           ELSE
                MOVE      99999   TO   WK-KANKAKU-DAYS
           END-IF.
      *>
      *>  次の段階に達していれば今回送る（段階は１つずつ進める）
           IF   WK-ENT-SENT-LEVEL(WK-ENT-COUNT)   <   3
           AND  WK-KANKAKU-DAYS   NOT <   WK-MIN-KANKAKU
           AND  WK-DUE-LEVEL   >   WK-ENT-SENT-LEVEL(WK-ENT-COUNT)
                COMPUTE   WK-ENT-NEW-LEVEL(WK-ENT-COUNT)   =
                          WK-ENT-SENT-LEVEL(WK-ENT-COUNT)   +   1
           END-IF.
      *>
      *>  顧客別の集計行へ延滞残高と督促状の段階を積み上げる
           PERFORM   CUS-FIND-PROC.
           IF   WK-CUS-FOUND-IDX   =   ZERO
                GO   TO   ENT-CHECK-PROC-EXIT
           END-IF.
           ADD       WK-ZANDAKA   TO   WK-CUS-ZANDAKA(WK-CUS-FOUND-IDX).
           ADD       1   TO   WK-CUS-INV-COUNT(WK-CUS-FOUND-IDX).
           IF   WK-ENT-NEW-LEVEL(WK-ENT-COUNT)   >
                     WK-CUS-LETTER-LEVEL(WK-CUS-FOUND-IDX)
                MOVE   WK-ENT-NEW-LEVEL(WK-ENT-COUNT)   TO
                     WK-CUS-LETTER-LEVEL(WK-CUS-FOUND-IDX)
           END-IF.
      *>
       ENT-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別集計テーブルの検索・登録処理
      *>ARL-KOKYAKU-CODEの行を探し、無ければ登録する。テーブルが満杯で
      *>登録できない場合はWK-CUS-FOUND-IDXをゼロにする
      *>************************************************************************
       CUS-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-CUS-FOUND-IDX.
           PERFORM   VARYING   WK-CUS-IDX   FROM   1   BY   1
                UNTIL   WK-CUS-IDX   >   WK-CUS-COUNT
                IF   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          =   ARL-KOKYAKU-CODE
                     MOVE   WK-CUS-IDX   TO   WK-CUS-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUS-FOUND-IDX   =   ZERO
           AND  WK-CUS-COUNT   <   999
                ADD    1   TO   WK-CUS-COUNT
                MOVE   WK-CUS-COUNT       TO   WK-CUS-FOUND-IDX
                MOVE   ARL-KOKYAKU-CODE   TO
                     WK-CUS-KOKYAKU-CODE(WK-CUS-COUNT)
                MOVE   ZERO   TO   WK-CUS-LETTER-LEVEL(WK-CUS-COUNT)
                MOVE   ZERO   TO   WK-CUS-ZANDAKA(WK-CUS-COUNT)
                MOVE   ZERO   TO   WK-CUS-INV-COUNT(WK-CUS-COUNT)
           END-IF.
      *>
       CUS-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分の督促状作成処理
      *>WK-CUS-IDXの顧客の督促状を段階に応じた文面で書き出し、今回
      *>段階を進めた請求書を督促履歴へ追記する
      *>************************************************************************
       DUN-ONE-CUST-PROC              SECTION.
      *>
           ADD       1   TO   WRK-LETTER-COUNT.
      *>
           MOVE      SPACE   TO   WK-DUN-FILENAME.
           STRING    "DUN_"   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-DUN-FILENAME.
           OPEN      OUTPUT   DUN-FILE.
      *>
      *>  見出しと本文は段階に応じて語調を強める
           EVALUATE   WK-CUS-LETTER-LEVEL(WK-CUS-IDX)
                WHEN   1
                     MOVE   "**  お支払いのお願い  **"
                          TO   DUN-TITLE-TEXT
                WHEN   2
                     MOVE   "**  再度のご請求  **"
                          TO   DUN-TITLE-TEXT
                WHEN   OTHER
                     MOVE   "**  最終のご通知  **"
                          TO   DUN-TITLE-TEXT
           END-EVALUATE.
           MOVE      WRK-RUN-DATE   TO   DUN-TITLE-RUN-DATE.
           WRITE     DUN-RECODE   FROM   DUN-TITLE-RECODE.
      *>
           MOVE      WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          TO   DUN-CUST-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   DUN-CUST-NAME.
           WRITE     DUN-RECODE   FROM   DUN-CUST-RECODE.
      *>
           PERFORM   DUN-BODY-WRITE-PROC.
           WRITE     DUN-RECODE   FROM   DUN-COLHDR-RECODE.
      *>
      *>  当該顧客の延滞中の請求書をすべて並べ、今回段階を進めた
      *>  請求書は督促履歴へ追記する
           PERFORM   VARYING   WK-ENT-IDX   FROM   1   BY   1
                UNTIL   WK-ENT-IDX   >   WK-ENT-COUNT
                IF   WK-ENT-KOKYAKU-CODE(WK-ENT-IDX)
                          =   WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                     MOVE   SPACE   TO   DUN-DETAIL-RECODE
                     MOVE   WK-ENT-INV-BANGOU(WK-ENT-IDX)
                          TO   DUN-INV-BANGOU
                     MOVE   WK-ENT-HAKKO-DATE(WK-ENT-IDX)
                          TO   DUN-HAKKO-DATE
                     MOVE   WK-ENT-KIGEN-DATE(WK-ENT-IDX)
                          TO   DUN-KIGEN-DATE
                     MOVE   WK-ENT-KEIKA-DAYS(WK-ENT-IDX)
                          TO   DUN-KEIKA-DAYS
                     MOVE   WK-ENT-ZANDAKA(WK-ENT-IDX)
                          TO   DUN-ZANDAKA
                     WRITE  DUN-RECODE   FROM   DUN-DETAIL-RECODE
                     IF   WK-ENT-NEW-LEVEL(WK-ENT-IDX)   >   ZERO
                          PERFORM   DUNHIST-WRITE-PROC
                     END-IF
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-CUS-ZANDAKA(WK-CUS-IDX)
                          TO   DUN-TOTAL-ZANDAKA.
           WRITE     DUN-RECODE   FROM   DUN-TOTAL-RECODE.
           CLOSE     DUN-FILE.
      *>
      *>  督促一覧表へ１行を印字する
           MOVE      SPACE   TO   REP-DETAIL-RECODE.
           MOVE      WK-CUS-KOKYAKU-CODE(WK-CUS-IDX)
                          TO   REP-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   REP-KOKYAKU-NAME.
           MOVE      WK-CUS-LETTER-LEVEL(WK-CUS-IDX)   TO   REP-LEVEL.
           MOVE      WK-CUS-INV-COUNT(WK-CUS-IDX)   TO   REP-INV-COUNT.
           MOVE      WK-CUS-ZANDAKA(WK-CUS-IDX)     TO   REP-ZANDAKA.
           WRITE     DUNREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       DUN-ONE-CUST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>督促状の本文の書き出し処理
      *>段階１はお願い、段階２は再請求、段階３は法的措置の予告とする
      *>************************************************************************
       DUN-BODY-WRITE-PROC            SECTION.
      *>
           EVALUATE   WK-CUS-LETTER-LEVEL(WK-CUS-IDX)
                WHEN   1
                     MOVE
           "下記のご請求につきまして、本日現在"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "ご入金の確認ができておりません。"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "お手数ながらご確認のうえ、お支払い"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "くださいますようお願いいたします。"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                WHEN   2
                     MOVE
           "先にご案内した下記のご請求について"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "現在もご入金をいただいておりません"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "至急お支払いくださいますよう、重ねて"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "ご請求申し上げます。"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                WHEN   OTHER
                     MOVE
           "再三のご請求にもかかわらず、下記の"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "ご請求のご入金がございません。"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "本状到着後１０日以内にお支払いの"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "ない場合は、お取引の停止および法的"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
                     MOVE
           "手続きに移らせていただきます。"
                          TO   DUN-BODY-RECODE
                     WRITE  DUN-RECODE   FROM   DUN-BODY-RECODE
           END-EVALUATE.
      *>
       DUN-BODY-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>督促履歴への１件分の追記処理
      *>************************************************************************
       DUNHIST-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-HIST-COUNT.
           MOVE      WK-ENT-KOKYAKU-CODE(WK-ENT-IDX)
                          TO   DNH-KOKYAKU-CODE.
           MOVE      WK-ENT-INV-BANGOU(WK-ENT-IDX)
                          TO   DNH-INV-BANGOU.
           MOVE      WK-ENT-NEW-LEVEL(WK-ENT-IDX)
                          TO   DNH-DUN-LEVEL.
           MOVE      WRK-RUN-DATE   TO   DNH-SEND-DATE.
           WRITE     DUNHIST-RECODE.
      *>
       DUNHIST-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   =   "35"
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
           MOVE      WRK-ENTAI-COUNT    TO   MSG1-ENTAI-COUNT.
           MOVE      WRK-LETTER-COUNT   TO   MSG1-LETTER-COUNT.
           MOVE      WRK-HIST-COUNT     TO   MSG1-HIST-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
