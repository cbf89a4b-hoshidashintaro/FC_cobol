      *>************************************************************************
      *>受注処理日数（受付→出荷）週次報告プログラム
      *>受注ライフサイクル登録簿（ZYUREG.txt）の状況ごとの日付から、
      *>集計期間（既定は実行日を含む直近７日）に出荷済（"6"）となった
      *>受注の、受付（"1"）→正常（"2"）→出荷（"6"）の経過営業日数を
      *>求め、店舗別・至急区分別に件数・平均・９０％点（９割の受注が
      *>その日数以内に収まる日数）と、サービス目標の日数を超えた件数
      *>を週次報告書（CYCTIME.txt）に印字する。全店の合計も印字する。
      *>経過営業日数は、営業日カレンダー（CALM.txt）の休業日を除いて
      *>起点の翌日から終点までを数える（同じ日のうちなら０日）。
      *>パラメータファイル（CYCPARM.txt）で集計期間の最終日と、通常・
      *>至急それぞれのサービス目標（受付→出荷の営業日数）を指定できる。
      *>無い場合は実行日を最終日とし、目標は通常３営業日・至急０営業日
      *>（当日出荷）とする。
      *>予約（"B"）・特注手配（"C"）の行を持つ受注は、受付から出荷
      *>までの待ちが約束どおりのものであるため対象から除く。受付の
      *>行が無い受注（登録簿を取り始める前の受付など）も除き、件数
      *>だけを印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CYCTIME001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>集計期間・サービス目標パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "CYCPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイル
      *>************************************************************************
       SELECT   ZYUREG-FILE   ASSIGN        TO "ZYUREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZYUREG-FILE-STATUS.
      *>************************************************************************
      *>営業日カレンダーファイル
      *>************************************************************************
       SELECT   CALM-FILE     ASSIGN        TO "CALM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CALM-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>受注処理日数週次報告書ファイル
      *>************************************************************************
       SELECT   CYCREP-FILE   ASSIGN         TO "CYCTIME.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>集計期間・サービス目標パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-END-DATE                  PIC 9(008).
           03   PARM-MOKUHYO-TUJO              PIC 9(002).
           03   PARM-MOKUHYO-SIKYU             PIC 9(002).
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   ZYUREG-FILE.
       01   ZYUREG-RECODE.
           COPY   ZYUREG   REPLACING   ==:PREFIX:==   BY   ==REG==.
      *>************************************************************************
      *>CALM-FILEのレイアウト定義
      *>************************************************************************
       FD   CALM-FILE.
       01   CALM-RECODE.
           COPY   CALMSTR   REPLACING   ==:PREFIX:==   BY   ==CAL==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>受注処理日数週次報告書ファイルのレイアウト定義
      *>************************************************************************
       FD   CYCREP-FILE.
       01   CYCREP-RECODE                          PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-REG-COUNT                    PIC 9(007).
             03   WRK-SHIP-COUNT                   PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-YOYAKU-COUNT                 PIC 9(006).
             03   WRK-FUMEI-COUNT                  PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CYCTIM01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>集計期間（最終日を含む７日間）とサービス目標（営業日数）
       01   WK-KIKAN-AREA.
            03   WK-KIKAN-FROM                   PIC 9(008).
            03   WK-KIKAN-TO                     PIC 9(008).
            03   WK-KIKAN-INT                    PIC S9(008).
            03   WK-MOKUHYO                      OCCURS 2 TIMES
                                                 PIC 9(002).
      *>
      *>営業日カレンダー保持用テーブル（休業日のみ）
       01   WK-CAL-AREA.
            03   WK-CAL-COUNT                    PIC 9(003)  COMP.
            03   WK-CAL-DATE                     OCCURS 999 TIMES
                                    INDEXED BY WK-CAL-IDX
                                                 PIC 9(008).
       01   WK-CAL-KYUGYO-FLG                    PIC 9(001).
      *>
      *>経過営業日数の計算用領域
       01   WK-BD-AREA.
            03   WK-BD-FROM                      PIC 9(008).
            03   WK-BD-TO                        PIC 9(008).
            03   WK-BD-NISSU                     PIC 9(003).
            03   WK-BD-INT                       PIC S9(008).
            03   WK-BD-END-INT                   PIC S9(008).
            03   WK-BD-CHK-DATE                  PIC 9(008).
            03   WK-BD-LOOP                      PIC 9(004).
      *>
      *>集計期間に出荷された受注の保持用テーブル
      *>（状況の日付は受付が最初の"1"、正常が受付以後の最初の"2"、
      *>　出荷が期間内の最後の"6"）
       01   WK-ORD-AREA.
            03   WK-ORD-COUNT                    PIC 9(004)  COMP.
            03   WK-ORD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ORD-IDX.
                 05   WK-ORD-ZYUTYU.
                      07   WK-ORD-MISEBAN         PIC X(003).
                      07   WK-ORD-BANGOU          PIC 9(005).
                 05   WK-ORD-UKETSUKE-DATE        PIC 9(008).
                 05   WK-ORD-SEIJO-DATE           PIC 9(008).
                 05   WK-ORD-SHUKKA-DATE          PIC 9(008).
                 05   WK-ORD-SIKYU-KUBUN          PIC X(001).
                 05   WK-ORD-YOYAKU-FLG           PIC 9(001).
       01   WK-ORD-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>受注１件分の区間別の経過営業日数
      *>（区間１＝受付→正常・２＝正常→出荷・３＝受付→出荷）
       01   WK-ONE-AREA.
            03   WK-ONE-KBN                      PIC 9(001).
            03   WK-ONE-KUKAN                    OCCURS 3 TIMES.
                 05   WK-ONE-SOKUTEI-FLG          PIC 9(001).
                 05   WK-ONE-NISSU                PIC 9(003).
       01   WK-KUKAN-NO                          PIC 9(001).
       01   WK-BUCKET-NO                         PIC 9(002).
      *>
      *>店舗別・至急区分別の集計テーブル
      *>（区分の１が通常、２が至急。日数の分布は０日〜３０日以上の
      *>　３１区分で持ち、９０％点を求めるのに使う）
       01   WK-MSE-AREA.
            03   WK-MSE-COUNT                    PIC 9(004)  COMP.
            03   WK-MSE-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MSE-IDX.
                 05   WK-MSE-MISEBAN              PIC X(003).
                 05   WK-MSE-DONE-FLG             PIC 9(001).
                 05   WK-MSE-KBN                  OCCURS 2 TIMES.
                      07   WK-MSE-KENSU           PIC 9(006).
                      07   WK-MSE-OVER            PIC 9(006).
                      07   WK-MSE-KUKAN           OCCURS 3 TIMES.
                           09   WK-MSE-SU         PIC 9(006).
                           09   WK-MSE-GOKEI      PIC 9(008).
                           09   WK-MSE-BUNPU      OCCURS 31 TIMES
                                                  PIC 9(006).
       01   WK-MSE-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-MSE-KEY-MISEBAN                   PIC X(003).
      *>全店合計の集計領域（店舗別と同じ形）
       01   WK-ALL-AREA.
            03   WK-ALL-KBN                      OCCURS 2 TIMES.
                 05   WK-ALL-KENSU                PIC 9(006).
                 05   WK-ALL-OVER                 PIC 9(006).
                 05   WK-ALL-KUKAN                OCCURS 3 TIMES.
                      07   WK-ALL-SU              PIC 9(006).
                      07   WK-ALL-GOKEI           PIC 9(008).
                      07   WK-ALL-BUNPU           OCCURS 31 TIMES
                                                  PIC 9(006).
      *>明細行の編集元（店舗別・全店の区分１件分を移して使う）
       01   WK-LINE-AREA.
            03   WK-LINE-KENSU                   PIC 9(006).
            03   WK-LINE-OVER                    PIC 9(006).
            03   WK-LINE-KUKAN                   OCCURS 3 TIMES.
                 05   WK-LINE-SU                  PIC 9(006).
                 05   WK-LINE-GOKEI               PIC 9(008).
                 05   WK-LINE-BUNPU               OCCURS 31 TIMES
                                                  PIC 9(006).
       01   WK-LINE-KBN                          PIC 9(001).
      *>
      *>平均・９０％点の計算用領域
       01   WK-CALC-AREA.
            03   WK-CALC-AVG                     PIC 9(003)V9(001).
            03   WK-CALC-P90                     PIC 9(002).
            03   WK-CALC-NEEDED                  PIC 9(007).
            03   WK-CALC-RUIKEI                  PIC 9(007).
            03   WK-CALC-OVER-PCT                PIC 9(003)V9(001).
      *>
      *>店舗の処理順（店番の昇順）を求める領域
       01   WK-END-FLG                           PIC 9(001).
       01   WK-CUR-MISEBAN                       PIC X(003).
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-NAME-SAVE                    PIC X(020).
      *>
      *>報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(045)
               VALUE "**  受注処理日数週次報告  **".
           03   FILLER                PIC X(015)
                       VALUE "出荷期間：".
           03   REP-HDR-FROM          PIC 9(008).
           03   FILLER                PIC X(003)
                       VALUE "～".
           03   REP-HDR-TO            PIC 9(008).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>サービス目標の行の編集用領域
       01   REP-MOKUHYO-RECODE.
           03   FILLER                PIC X(039)
               VALUE "サービス目標（受付→出荷）".
           03   FILLER                PIC X(012)
               VALUE "　通常：".
           03   REP-MK-TUJO           PIC Z9.
           03   FILLER                PIC X(027)
                       VALUE "営業日以内　至急：".
           03   REP-MK-SIKYU          PIC Z9.
           03   FILLER                PIC X(015)
                       VALUE "営業日以内".
      *>列見出し行の編集用領域（２行）
       01   REP-COLHDR1-RECODE.
           03   FILLER                PIC X(043)
               VALUE "                                  ".
           03   FILLER                PIC X(024)
               VALUE "受付→正常".
           03   FILLER                PIC X(019)
               VALUE "正常→出荷".
           03   FILLER                PIC X(019)
               VALUE "受付→出荷".
           03   FILLER                PIC X(018)
               VALUE "目標超過".
       01   REP-COLHDR2-RECODE.
           03   FILLER                PIC X(033)
               VALUE "店番　店名".
           03   FILLER                PIC X(021)
               VALUE "区分　件数".
           03   FILLER                PIC X(024)
               VALUE "平均　９０％".
           03   FILLER                PIC X(024)
               VALUE "平均　９０％".
           03   FILLER                PIC X(024)
               VALUE "平均　９０％".
           03   FILLER                PIC X(018)
               VALUE "件数　率".
      *>明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-MISEBAN           PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MISE-NAME         PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KBN-NAME          PIC X(006).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-KENSU             PIC ZZ,ZZ9.
           03   REP-KUKAN             OCCURS 3 TIMES.
                05   FILLER           PIC X(003)
                                             VALUE SPACE.
                05   REP-AVG          PIC ZZ9.9.
                05   FILLER           PIC X(002)
                                             VALUE SPACE.
                05   REP-P90          PIC Z9.
                05   REP-P90-MARK     PIC X(001).
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   REP-OVER              PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-OVER-PCT          PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
      *>除外件数の行の編集用領域
       01   REP-JOGAI-RECODE.
           03   FILLER                PIC X(036)
                       VALUE "対象外　予約・特注手配：".
           03   REP-JG-YOYAKU         PIC ZZ,ZZ9.
           03   FILLER                PIC X(024)
                       VALUE "件　受付日不明：".
           03   REP-JG-FUMEI          PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "件".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "登録簿件数：".
            03   MSG1-REG-COUNT               PIC Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　出荷件数：".
            03   MSG1-SHIP-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　対象件数：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-WOEK-AREA.
           MOVE   ZERO        TO   WK-ORD-COUNT.
           MOVE   ZERO        TO   WK-MSE-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           INITIALIZE   WK-ALL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  パラメータの読み込み（集計期間・サービス目標）
           PERFORM   PARM-READ-PROC.
      *>
      *>  営業日カレンダー・店舗マスタの読み込み
           PERFORM   CALM-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  登録簿を２回読む（１回目で期間内に出荷された受注を集め、
      *>  ２回目でその受注の受付・正常の日付を拾う）
           PERFORM   ZYUREG-SHIP-LOAD-PROC.
           PERFORM   ZYUREG-DATE-LOAD-PROC.
      *>
      *>  受注ごとに経過営業日数を求めて集計する
           PERFORM   VARYING   WK-ORD-IDX   FROM   1   BY   1
                UNTIL   WK-ORD-IDX   >   WK-ORD-COUNT
                PERFORM   ORD-CALC-PROC
           END-PERFORM.
      *>
           OPEN      OUTPUT   CYCREP-FILE.
           PERFORM   HEADER-WRITE-PROC.
      *>
      *>  店番の昇順に店舗別の行を印字する
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-MISEBAN
                PERFORM   VARYING   WK-MSE-IDX   FROM   1   BY   1
                     UNTIL   WK-MSE-IDX   >   WK-MSE-COUNT
                     IF   WK-MSE-DONE-FLG(WK-MSE-IDX)   =   ZERO
                     AND  WK-MSE-MISEBAN(WK-MSE-IDX)
                               <   WK-CUR-MISEBAN
                          MOVE   WK-MSE-MISEBAN(WK-MSE-IDX)
                               TO   WK-CUR-MISEBAN
                          SET    WK-MSE-FOUND-IDX   TO   WK-MSE-IDX
                     END-IF
                END-PERFORM
                IF   WK-CUR-MISEBAN   =   HIGH-VALUE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   MSE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  全店合計の行と対象外の件数を印字する
           PERFORM   ALL-WRITE-PROC.
      *>
           CLOSE     CYCREP-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>パラメータファイルの読み込み処理
      *>ファイルが無い、または項目が数字でない場合は既定値を使う
      *>（最終日は実行日、目標は通常３営業日・至急０営業日）
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           MOVE      WRK-RUN-DATE   TO   WK-KIKAN-TO.
           MOVE      3              TO   WK-MOKUHYO(1).
           MOVE      ZERO           TO   WK-MOKUHYO(2).
      *>
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   =   "00"
                READ   PARM-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   PARM-END-DATE   IS   NUMERIC
                          AND  PARM-END-DATE   >   ZERO
                               MOVE   PARM-END-DATE   TO   WK-KIKAN-TO
                          END-IF
                          IF   PARM-MOKUHYO-TUJO    IS   NUMERIC
                               MOVE   PARM-MOKUHYO-TUJO
                                    TO   WK-MOKUHYO(1)
                          END-IF
                          IF   PARM-MOKUHYO-SIKYU   IS   NUMERIC
                               MOVE   PARM-MOKUHYO-SIKYU
                                    TO   WK-MOKUHYO(2)
                          END-IF
                END-READ
           END-IF.
           CLOSE     PARM-FILE.
      *>
      *>  集計期間の初日は最終日の６日前とする
           COMPUTE   WK-KIKAN-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-KIKAN-TO)   -   6.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-KIKAN-INT)
                TO   WK-KIKAN-FROM.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>営業日カレンダーの読み込み処理（休業日のみをテーブルに展開する）
      *>************************************************************************
       CALM-LOAD-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-CAL-COUNT.
           OPEN      INPUT   CALM-FILE.
           IF   CALM-FILE-STATUS   NOT =   "00"
                CLOSE   CALM-FILE
                GO   TO   CALM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CALM-FILE-STATUS   NOT =   "00"
                READ   CALM-FILE
                     AT   END
                          MOVE   "10"   TO   CALM-FILE-STATUS
                     NOT   AT   END
                          IF   CAL-KYUGYOBI
                          AND  WK-CAL-COUNT   <   999
                               ADD   1   TO   WK-CAL-COUNT
                               MOVE   CAL-DATE   TO
                                    WK-CAL-DATE(WK-CAL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CALM-FILE.
      *>
       CALM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理（店名をテーブルに展開する）
      *>************************************************************************
       MISE-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   MISEM-FILE.
           IF   MISEM-FILE-STATUS   NOT =   "00"
                CLOSE   MISEM-FILE
                GO   TO   MISE-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MISEM-FILE-STATUS   NOT =   "00"
                READ   MISEM-FILE
                     AT   END
                          MOVE   "10"   TO   MISEM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MISE-MSTR-COUNT   <   999
                               ADD    1   TO   WK-MISE-MSTR-COUNT
                               MOVE   MMST-MISEBAN     TO
                                    WK-MISE-MSTR-MISEBAN
                                         (WK-MISE-MSTR-COUNT)
                               MOVE   MMST-MISE-NAME   TO
                                    WK-MISE-MSTR-NAME
                                         (WK-MISE-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MISEM-FILE.
      *>
       MISE-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録簿の１回目の読み込み処理
      *>集計期間に出荷済（"6"）の行がある受注をテーブルに集める
      *>************************************************************************
       ZYUREG-SHIP-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   ZYUREG-FILE.
      *>
           EVALUATE   ZYUREG-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "ZYUREG.txtが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "ZYUREG.txt入出力エラー:"
                               ZYUREG-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ZYUREG-FILE-STATUS   NOT =   "00"
                READ   ZYUREG-FILE
                     AT   END
                          MOVE   "10"   TO   ZYUREG-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-REG-COUNT
                          PERFORM   ZYUREG-SHIP-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ZYUREG-FILE.
      *>
       ZYUREG-SHIP-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録簿１行分の出荷受注の登録処理
      *>************************************************************************
       ZYUREG-SHIP-ONE-PROC           SECTION.
      *>
           IF   NOT   REG-STS-SHIPPED
           OR   REG-RUN-DATE   IS   NOT   NUMERIC
                GO   TO   ZYUREG-SHIP-ONE-PROC-EXIT
           END-IF.
           IF   REG-RUN-DATE   <   WK-KIKAN-FROM
           OR   REG-RUN-DATE   >   WK-KIKAN-TO
                GO   TO   ZYUREG-SHIP-ONE-PROC-EXIT
           END-IF.
      *>
           PERFORM   ORD-FIND-PROC.
           IF   WK-ORD-FOUND-IDX   =   ZERO
                IF   WK-ORD-COUNT   <   9999
                     ADD    1   TO   WK-ORD-COUNT
                     MOVE   WK-ORD-COUNT   TO   WK-ORD-FOUND-IDX
                     MOVE   REG-ZYUTYU-BANGOU   TO
                          WK-ORD-ZYUTYU(WK-ORD-COUNT)
                     MOVE   ZERO    TO
                          WK-ORD-UKETSUKE-DATE(WK-ORD-COUNT)
                     MOVE   ZERO    TO
                          WK-ORD-SEIJO-DATE(WK-ORD-COUNT)
                     MOVE   ZERO    TO
                          WK-ORD-SHUKKA-DATE(WK-ORD-COUNT)
                     MOVE   SPACE   TO
                          WK-ORD-SIKYU-KUBUN(WK-ORD-COUNT)
                     MOVE   ZERO    TO
                          WK-ORD-YOYAKU-FLG(WK-ORD-COUNT)
                ELSE
                     GO   TO   ZYUREG-SHIP-ONE-PROC-EXIT
                END-IF
           END-IF.
      *>
      *>  期間内に出荷が２回以上ある場合（返品後の再出荷など）は
      *>  最後の出荷日を使う
           IF   REG-RUN-DATE   >
                     WK-ORD-SHUKKA-DATE(WK-ORD-FOUND-IDX)
                MOVE   REG-RUN-DATE   TO
                     WK-ORD-SHUKKA-DATE(WK-ORD-FOUND-IDX)
           END-IF.
           IF   REG-SIKYU-KUBUN   =   "1"
                MOVE   "1"   TO
                     WK-ORD-SIKYU-KUBUN(WK-ORD-FOUND-IDX)
           END-IF.
      *>
       ZYUREG-SHIP-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録簿の２回目の読み込み処理
      *>集めた受注の受付・正常の日付、至急区分、予約・特注手配の
      *>有無を拾う
      *>************************************************************************
       ZYUREG-DATE-LOAD-PROC          SECTION.
      *>
           IF   WK-ORD-COUNT   =   ZERO
                GO   TO   ZYUREG-DATE-LOAD-PROC-EXIT
           END-IF.
      *>
           OPEN      INPUT   ZYUREG-FILE.
           PERFORM   UNTIL   ZYUREG-FILE-STATUS   NOT =   "00"
                READ   ZYUREG-FILE
                     AT   END
                          MOVE   "10"   TO   ZYUREG-FILE-STATUS
                     NOT   AT   END
                          PERFORM   ZYUREG-DATE-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ZYUREG-FILE.
      *>
       ZYUREG-DATE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>登録簿１行分の受付・正常の日付の反映処理
      *>************************************************************************
       ZYUREG-DATE-ONE-PROC           SECTION.
      *>
           IF   REG-RUN-DATE   IS   NOT   NUMERIC
                GO   TO   ZYUREG-DATE-ONE-PROC-EXIT
           END-IF.
      *>
           PERFORM   ORD-FIND-PROC.
           IF   WK-ORD-FOUND-IDX   =   ZERO
                GO   TO   ZYUREG-DATE-ONE-PROC-EXIT
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   REG-STS-RECEIVED
                     IF   WK-ORD-UKETSUKE-DATE(WK-ORD-FOUND-IDX)
                               =   ZERO
                          MOVE   REG-RUN-DATE   TO
                               WK-ORD-UKETSUKE-DATE(WK-ORD-FOUND-IDX)
                     END-IF
                WHEN   REG-STS-VALIDATED
                     IF   WK-ORD-SEIJO-DATE(WK-ORD-FOUND-IDX)   =   ZERO
                     AND  REG-RUN-DATE   >=
                               WK-ORD-UKETSUKE-DATE(WK-ORD-FOUND-IDX)
                          MOVE   REG-RUN-DATE   TO
                               WK-ORD-SEIJO-DATE(WK-ORD-FOUND-IDX)
                     END-IF
                WHEN   REG-STS-SCHEDULED
                WHEN   REG-STS-SPECIAL
                     MOVE   1   TO
                          WK-ORD-YOYAKU-FLG(WK-ORD-FOUND-IDX)
                WHEN   OTHER
                     CONTINUE
           END-EVALUATE.
      *>
           IF   REG-SIKYU-KUBUN   =   "1"
                MOVE   "1"   TO
                     WK-ORD-SIKYU-KUBUN(WK-ORD-FOUND-IDX)
           END-IF.
      *>
       ZYUREG-DATE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>出荷受注テーブルの検索処理
      *>登録簿の行の受注キーに一致する行をWK-ORD-FOUND-IDXに返す
      *>（無ければゼロ）
      *>************************************************************************
       ORD-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ORD-FOUND-IDX.
           PERFORM   VARYING   WK-ORD-IDX   FROM   1   BY   1
                UNTIL   WK-ORD-IDX   >   WK-ORD-COUNT
                   OR   WK-ORD-FOUND-IDX   NOT =   ZERO
                IF   WK-ORD-ZYUTYU(WK-ORD-IDX)   =   REG-ZYUTYU-BANGOU
                     SET    WK-ORD-FOUND-IDX   TO   WK-ORD-IDX
                END-IF
           END-PERFORM.
      *>
       ORD-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の経過営業日数の計算・集計処理
      *>************************************************************************
       ORD-CALC-PROC                  SECTION.
      *>
           ADD       1   TO   WRK-SHIP-COUNT.
      *>
      *>  予約・特注手配の受注と受付日の分からない受注は対象外
           IF   WK-ORD-YOYAKU-FLG(WK-ORD-IDX)   =   1
                ADD   1   TO   WRK-YOYAKU-COUNT
                GO   TO   ORD-CALC-PROC-EXIT
           END-IF.
           IF   WK-ORD-UKETSUKE-DATE(WK-ORD-IDX)   =   ZERO
           OR   WK-ORD-UKETSUKE-DATE(WK-ORD-IDX)   >
                     WK-ORD-SHUKKA-DATE(WK-ORD-IDX)
                ADD   1   TO   WRK-FUMEI-COUNT
                GO   TO   ORD-CALC-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-TAISHO-COUNT.
      *>
           IF   WK-ORD-SIKYU-KUBUN(WK-ORD-IDX)   =   "1"
                MOVE   2   TO   WK-ONE-KBN
           ELSE
                MOVE   1   TO   WK-ONE-KBN
           END-IF.
      *>
      *>  受付→出荷
           MOVE      WK-ORD-UKETSUKE-DATE(WK-ORD-IDX)   TO   WK-BD-FROM.
           MOVE      WK-ORD-SHUKKA-DATE(WK-ORD-IDX)     TO   WK-BD-TO.
           PERFORM   BD-CALC-PROC.
           MOVE      1             TO   WK-ONE-SOKUTEI-FLG(3).
           MOVE      WK-BD-NISSU   TO   WK-ONE-NISSU(3).
      *>
      *>  受付→正常・正常→出荷（正常の日付が拾えた受注のみ）
           IF   WK-ORD-SEIJO-DATE(WK-ORD-IDX)   =   ZERO
           OR   WK-ORD-SEIJO-DATE(WK-ORD-IDX)   >
                     WK-ORD-SHUKKA-DATE(WK-ORD-IDX)
                MOVE   ZERO   TO   WK-ONE-SOKUTEI-FLG(1)
                MOVE   ZERO   TO   WK-ONE-SOKUTEI-FLG(2)
           ELSE
                MOVE   WK-ORD-UKETSUKE-DATE(WK-ORD-IDX)
                     TO   WK-BD-FROM
                MOVE   WK-ORD-SEIJO-DATE(WK-ORD-IDX)      TO   WK-BD-TO
                PERFORM   BD-CALC-PROC
                MOVE   1             TO   WK-ONE-SOKUTEI-FLG(1)
                MOVE   WK-BD-NISSU   TO   WK-ONE-NISSU(1)
                MOVE   WK-ORD-SEIJO-DATE(WK-ORD-IDX)
                     TO   WK-BD-FROM
                MOVE   WK-ORD-SHUKKA-DATE(WK-ORD-IDX)
                     TO   WK-BD-TO
                PERFORM   BD-CALC-PROC
                MOVE   1             TO   WK-ONE-SOKUTEI-FLG(2)
                MOVE   WK-BD-NISSU   TO   WK-ONE-NISSU(2)
           END-IF.
      *>
      *>  店舗別と全店合計へ積み上げる
           MOVE      WK-ORD-MISEBAN(WK-ORD-IDX)
                TO   WK-MSE-KEY-MISEBAN.
           PERFORM   MSE-FIND-PROC.
           IF   WK-MSE-FOUND-IDX   NOT =   ZERO
                ADD   1   TO
                     WK-MSE-KENSU(WK-MSE-FOUND-IDX, WK-ONE-KBN)
                IF   WK-ONE-NISSU(3)   >   WK-MOKUHYO(WK-ONE-KBN)
                     ADD   1   TO
                          WK-MSE-OVER(WK-MSE-FOUND-IDX, WK-ONE-KBN)
                END-IF
           END-IF.
           ADD       1   TO   WK-ALL-KENSU(WK-ONE-KBN).
           IF   WK-ONE-NISSU(3)   >   WK-MOKUHYO(WK-ONE-KBN)
                ADD   1   TO   WK-ALL-OVER(WK-ONE-KBN)
           END-IF.
      *>
           PERFORM   VARYING   WK-KUKAN-NO   FROM   1   BY   1
                UNTIL   WK-KUKAN-NO   >   3
                IF   WK-ONE-SOKUTEI-FLG(WK-KUKAN-NO)   =   1
                     PERFORM   KUKAN-ADD-PROC
                END-IF
           END-PERFORM.
      *>
       ORD-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>区間１件分の日数の積み上げ処理（店舗別・全店合計）
      *>日数の分布は３０日以上をまとめて最後の区分に入れる
      *>************************************************************************
       KUKAN-ADD-PROC                 SECTION.
      *>
           IF   WK-ONE-NISSU(WK-KUKAN-NO)   >=   30
                MOVE   31   TO   WK-BUCKET-NO
           ELSE
                COMPUTE   WK-BUCKET-NO   =
                          WK-ONE-NISSU(WK-KUKAN-NO)   +   1
           END-IF.
      *>
           IF   WK-MSE-FOUND-IDX   NOT =   ZERO
                ADD   1   TO   WK-MSE-SU
                          (WK-MSE-FOUND-IDX, WK-ONE-KBN, WK-KUKAN-NO)
                ADD   WK-ONE-NISSU(WK-KUKAN-NO)   TO   WK-MSE-GOKEI
                          (WK-MSE-FOUND-IDX, WK-ONE-KBN, WK-KUKAN-NO)
                ADD   1   TO   WK-MSE-BUNPU
                          (WK-MSE-FOUND-IDX, WK-ONE-KBN, WK-KUKAN-NO,
                           WK-BUCKET-NO)
           END-IF.
      *>
           ADD       1   TO   WK-ALL-SU(WK-ONE-KBN, WK-KUKAN-NO).
           ADD       WK-ONE-NISSU(WK-KUKAN-NO)   TO
                     WK-ALL-GOKEI(WK-ONE-KBN, WK-KUKAN-NO).
           ADD       1   TO
                     WK-ALL-BUNPU
                          (WK-ONE-KBN, WK-KUKAN-NO, WK-BUCKET-NO).
      *>
       KUKAN-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>経過営業日数の計算処理
      *>WK-BD-FROM・WK-BD-TOに起点・終点の日付を設定してから呼び出す。
      *>起点の翌日から終点までの休業日でない日を数えてWK-BD-NISSUに
      *>返す（終点が起点以前なら０。数える日数は１年分を上限とする）
      *>************************************************************************
       BD-CALC-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-BD-NISSU.
           IF   WK-BD-TO   <=   WK-BD-FROM
                GO   TO   BD-CALC-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-BD-INT       =
                     FUNCTION INTEGER-OF-DATE(WK-BD-FROM).
           COMPUTE   WK-BD-END-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-BD-TO).
           MOVE      ZERO   TO   WK-BD-LOOP.
           PERFORM   UNTIL   WK-BD-INT   >=   WK-BD-END-INT
                        OR   WK-BD-LOOP   >   366
                ADD       1   TO   WK-BD-INT
                ADD       1   TO   WK-BD-LOOP
                COMPUTE   WK-BD-CHK-DATE   =
                          FUNCTION DATE-OF-INTEGER(WK-BD-INT)
                PERFORM   KYUGYO-CHK-PROC
                IF   WK-CAL-KYUGYO-FLG   =   ZERO
                     ADD   1   TO   WK-BD-NISSU
                END-IF
           END-PERFORM.
      *>
       BD-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>休業日判定処理（WK-BD-CHK-DATEが休業日ならWK-CAL-KYUGYO-FLG＝１）
      *>************************************************************************
       KYUGYO-CHK-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CAL-KYUGYO-FLG.
           PERFORM   VARYING   WK-CAL-IDX   FROM   1   BY   1
                UNTIL   WK-CAL-IDX   >   WK-CAL-COUNT
                   OR   WK-CAL-KYUGYO-FLG   =   1
                IF   WK-CAL-DATE(WK-CAL-IDX)   =   WK-BD-CHK-DATE
                     MOVE   1   TO   WK-CAL-KYUGYO-FLG
                END-IF
           END-PERFORM.
      *>
       KYUGYO-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別集計テーブルの検索処理（無ければ登録する）
      *>WK-MSE-KEY-MISEBANに店番を設定してから呼び出し、行の位置を
      *>WK-MSE-FOUND-IDXに返す（満杯で登録できない場合はゼロ）
      *>************************************************************************
       MSE-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-MSE-FOUND-IDX.
           PERFORM   VARYING   WK-MSE-IDX   FROM   1   BY   1
                UNTIL   WK-MSE-IDX   >   WK-MSE-COUNT
                   OR   WK-MSE-FOUND-IDX   NOT =   ZERO
                IF   WK-MSE-MISEBAN(WK-MSE-IDX)   =   WK-MSE-KEY-MISEBAN
                     SET    WK-MSE-FOUND-IDX   TO   WK-MSE-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-MSE-FOUND-IDX   =   ZERO
           AND  WK-MSE-COUNT   <   999
                ADD    1   TO   WK-MSE-COUNT
                MOVE   WK-MSE-COUNT   TO   WK-MSE-FOUND-IDX
                INITIALIZE   WK-MSE-TBL(WK-MSE-COUNT)
                MOVE   WK-MSE-KEY-MISEBAN
                     TO   WK-MSE-MISEBAN(WK-MSE-COUNT)
           END-IF.
      *>
       MSE-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の見出し・サービス目標・列見出しの印字処理
      *>************************************************************************
       HEADER-WRITE-PROC              SECTION.
      *>
           MOVE      WK-KIKAN-FROM   TO   REP-HDR-FROM.
           MOVE      WK-KIKAN-TO     TO   REP-HDR-TO.
           MOVE      WRK-RUN-DATE    TO   REP-HDR-RUN-DATE.
           WRITE     CYCREP-RECODE   FROM   REP-HDR-RECODE.
      *>
           MOVE      WK-MOKUHYO(1)   TO   REP-MK-TUJO.
           MOVE      WK-MOKUHYO(2)   TO   REP-MK-SIKYU.
           WRITE     CYCREP-RECODE   FROM   REP-MOKUHYO-RECODE.
      *>
           WRITE     CYCREP-RECODE   FROM   REP-COLHDR1-RECODE.
           WRITE     CYCREP-RECODE   FROM   REP-COLHDR2-RECODE.
      *>
       HEADER-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の行の印字処理（通常・至急の件数のある区分ごと）
      *>WK-MSE-FOUND-IDXに印字する店舗の位置を設定してから呼び出す
      *>************************************************************************
       MSE-WRITE-PROC                 SECTION.
      *>
           MOVE      1   TO   WK-MSE-DONE-FLG(WK-MSE-FOUND-IDX).
      *>
           PERFORM   MISE-NAME-LOOKUP-PROC.
      *>
           PERFORM   VARYING   WK-LINE-KBN   FROM   1   BY   1
                UNTIL   WK-LINE-KBN   >   2
                IF   WK-MSE-KENSU(WK-MSE-FOUND-IDX, WK-LINE-KBN)
                          >   ZERO
                     MOVE   WK-MSE-KBN(WK-MSE-FOUND-IDX, WK-LINE-KBN)
                          TO   WK-LINE-AREA
                     MOVE   WK-CUR-MISEBAN      TO   REP-MISEBAN
                     MOVE   WK-MISE-NAME-SAVE   TO   REP-MISE-NAME
                     PERFORM   LINE-EDIT-PROC
                     WRITE     CYCREP-RECODE   FROM   REP-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
       MSE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>全店合計の行と対象外件数の印字処理
      *>************************************************************************
       ALL-WRITE-PROC                 SECTION.
      *>
           PERFORM   VARYING   WK-LINE-KBN   FROM   1   BY   1
                UNTIL   WK-LINE-KBN   >   2
                MOVE   WK-ALL-KBN(WK-LINE-KBN)   TO   WK-LINE-AREA
                MOVE   SPACE                     TO   REP-MISEBAN
                MOVE   "全店合計"                TO   REP-MISE-NAME
                PERFORM   LINE-EDIT-PROC
                WRITE     CYCREP-RECODE   FROM   REP-DETAIL-RECODE
           END-PERFORM.
      *>
           MOVE      WRK-YOYAKU-COUNT   TO   REP-JG-YOYAKU.
           MOVE      WRK-FUMEI-COUNT    TO   REP-JG-FUMEI.
           WRITE     CYCREP-RECODE   FROM   REP-JOGAI-RECODE.
      *>
       ALL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>明細行の編集処理
      *>WK-LINE-AREAに区分１件分の集計、WK-LINE-KBNに区分を設定して
      *>から呼び出し、件数・区間ごとの平均と９０％点・目標超過を
      *>REP-DETAIL-RECODEに編集する
      *>************************************************************************
       LINE-EDIT-PROC                 SECTION.
      *>
           IF   WK-LINE-KBN   =   2
                MOVE   "至急"   TO   REP-KBN-NAME
           ELSE
                MOVE   "通常"   TO   REP-KBN-NAME
           END-IF.
           MOVE      WK-LINE-KENSU   TO   REP-KENSU.
      *>
           PERFORM   VARYING   WK-KUKAN-NO   FROM   1   BY   1
                UNTIL   WK-KUKAN-NO   >   3
                PERFORM   KUKAN-EDIT-PROC
           END-PERFORM.
      *>
           MOVE      WK-LINE-OVER   TO   REP-OVER.
           IF   WK-LINE-KENSU   =   ZERO
                MOVE   ZERO   TO   WK-CALC-OVER-PCT
           ELSE
                COMPUTE   WK-CALC-OVER-PCT   ROUNDED   =
                          WK-LINE-OVER   *   100   /   WK-LINE-KENSU
           END-IF.
           MOVE      WK-CALC-OVER-PCT   TO   REP-OVER-PCT.
      *>
       LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>区間１件分の平均・９０％点の編集処理
      *>９０％点は日数の分布を０日から累計し、件数の９割（端数切上げ）
      *>に達した日数とする。３０日以上の区分に達した場合は"+"を付ける
      *>************************************************************************
       KUKAN-EDIT-PROC                SECTION.
      *>
           MOVE      SPACE   TO   REP-P90-MARK(WK-KUKAN-NO).
      *>
           IF   WK-LINE-SU(WK-KUKAN-NO)   =   ZERO
                MOVE   ZERO   TO   REP-AVG(WK-KUKAN-NO)
                MOVE   ZERO   TO   REP-P90(WK-KUKAN-NO)
                GO   TO   KUKAN-EDIT-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-CALC-AVG   ROUNDED   =
                     WK-LINE-GOKEI(WK-KUKAN-NO)
                     /   WK-LINE-SU(WK-KUKAN-NO).
           MOVE      WK-CALC-AVG   TO   REP-AVG(WK-KUKAN-NO).
      *>
           COMPUTE   WK-CALC-NEEDED   =
                     (WK-LINE-SU(WK-KUKAN-NO)   *   9   +   9)   /   10.
           MOVE      ZERO   TO   WK-CALC-RUIKEI.
           MOVE      ZERO   TO   WK-CALC-P90.
           PERFORM   VARYING   WK-BUCKET-NO   FROM   1   BY   1
                UNTIL   WK-BUCKET-NO   >   31
                   OR   WK-CALC-RUIKEI   >=   WK-CALC-NEEDED
                ADD   WK-LINE-BUNPU(WK-KUKAN-NO, WK-BUCKET-NO)
                     TO   WK-CALC-RUIKEI
                COMPUTE   WK-CALC-P90   =   WK-BUCKET-NO   -   1
           END-PERFORM.
           MOVE      WK-CALC-P90   TO   REP-P90(WK-KUKAN-NO).
           IF   WK-CALC-P90   >=   30
                MOVE   "+"   TO   REP-P90-MARK(WK-KUKAN-NO)
           END-IF.
      *>
       KUKAN-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店名検索処理（店舗マスタテーブルを線形検索）
      *>WK-CUR-MISEBANの店舗の店名をWK-MISE-NAME-SAVEに返す
      *>************************************************************************
       MISE-NAME-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-CUR-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-NAME-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する（期間内の出荷が無ければ復帰コード４）
           MOVE      WRK-REG-COUNT      TO   MSG1-REG-COUNT.
           MOVE      WRK-SHIP-COUNT     TO   MSG1-SHIP-COUNT.
           MOVE      WRK-TAISHO-COUNT   TO   MSG1-TAISHO-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-SHIP-COUNT   =   ZERO
                DISPLAY   "対象期間の出荷なし"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
