      *>************************************************************************
      *>得意先口座照会コンソールプログラム
      *>受注デスクが卸売の得意先からの電話を受けながら使う、ORDINQ001
      *>（受注状況）・AVAILINQ001（在庫）の姉妹コンソール。
      *>コンソールから顧客コード（５桁）を入力すると
      *>　１．顧客マスタ（KOKYAKUM.txt）の顧客名
      *>　２．与信限度額（KOKYAKULMT.txt：行の無い顧客は限度なし）と
      *>　　　売掛元帳（ARLEDG.txt）の未消込残高（税込請求額－入金
      *>　　　済額）、未請求受注額、限度額からそれらを除いた利用可能残
      *>　３．未消込の請求書ごとの発行日・支払期日・残高と発行日から
      *>　　　の経過日数（支払期日を過ぎたものには"期限超過"を付ける。
      *>　　　支払期日がゼロの行は発行日を支払期日とする）
      *>　４．入金履歴（PAYHIST.txt）上の直近５件の入金
      *>　５．受付済で未請求の受注（JUDGE001日付退避ファイル
      *>　　　JOT01_yyyymmdd.txt のうち、請求書発行記録（INVREG.txt）
      *>　　　にある当該顧客の最後の請求書の締め日の翌日から本日まで
      *>　　　の当該顧客の明細。締め日の無い旧い行は請求年月の月末。
      *>　　　請求書の無い顧客、締め日が古い顧客は本日から遡って
      *>　　　９２日分を読む）
      *>を表示する。未請求受注の金額はJUDGE001の与信判定と同じく
      *>受付日付時点の単価（単価履歴SHOHINPRC.txt→商品マスタ
      *>SHOHINM.txt）×注文数で評価し、取消"9"・減量"6"は負数とする。
      *>空入力で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CUSTINQ001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>顧客別与信限度額ファイル
      *>************************************************************************
       SELECT   KLMT-FILE     ASSIGN        TO "KOKYAKULMT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KLMT-FILE-STATUS.
      *>************************************************************************
      *>売掛元帳ファイル
      *>************************************************************************
       SELECT   ARLEDG-FILE   ASSIGN        TO "ARLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARLEDG-FILE-STATUS.
      *>************************************************************************
      *>入金履歴ファイル（ARLEDG001が充当できた入金を追記する）
      *>************************************************************************
       SELECT   PAYHIST-FILE  ASSIGN        TO "PAYHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PAYHIST-FILE-STATUS.
      *>************************************************************************
      *>請求書発行記録ファイル（最後の締め日を求める）
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
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
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>顧客別与信限度額ファイルのレイアウト定義
      *>************************************************************************
       FD   KLMT-FILE.
       01   KLMT-RECODE.
           03   LMT-KOKYAKU-CODE                     PIC X(005).
           03   LMT-GENDO-GAKU                       PIC 9(010).
      *>************************************************************************
      *>売掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   ARLEDG-FILE.
       01   ARLEDG-RECODE.
           COPY   ARLEDG   REPLACING   ==:PREFIX:==   BY   ==ARL==.
      *>************************************************************************
      *>入金履歴ファイルのレイアウト定義（入金ファイルと同じ）
      *>************************************************************************
       FD   PAYHIST-FILE.
       01   PAYHIST-RECODE.
           COPY   PAYIN   REPLACING   ==:PREFIX:==   BY   ==PYH==.
      *>************************************************************************
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==RT==.
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
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  KLMT-FILE-STATUS                         PIC XX.
       01  ARLEDG-FILE-STATUS                       PIC XX.
       01  PAYHIST-FILE-STATUS                      PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
      *>
      *>コンソール入力の受け取り領域（顧客コード５桁）
       01   WK-INPUT                             PIC X(005).
      *>照会終了フラグ
       01   WK-END-FLG                           PIC 9(001).
      *>本日の日付
       01   WK-TODAY                             PIC 9(008).
       01   WK-TODAY-INT                         PIC 9(008).
      *>
      *>顧客名・与信限度額の検索結果
       01   WK-KOKYAKU-FOUND-FLG                 PIC 9(001).
       01   WK-KOKYAKU-NAME-SAVE                 PIC X(020).
       01   WK-KLMT-FOUND-FLG                    PIC 9(001).
       01   WK-KLMT-GENDO-SAVE                   PIC 9(010).
      *>売掛未消込残高・未請求受注額・利用可能残
       01   WK-AR-ZANDAKA                        PIC S9(011).
       01   WK-INV-ZANDAKA                       PIC S9(011).
       01   WK-INV-KIGEN                         PIC 9(008).
       01   WK-INV-COUNT                         PIC 9(004)  COMP.
       01   WK-UNB-KINGAKU                       PIC S9(011).
       01   WK-UNB-COUNT                         PIC 9(004)  COMP.
       01   WK-CREDIT-AVAIL                      PIC S9(012).
      *>
      *>直近の入金（入金履歴の後ろから５件を持つ）
       01   WK-PAY-AREA.
            03   WK-PAY-COUNT                    PIC 9(004)  COMP.
            03   WK-PAY-TBL                      OCCURS 5 TIMES
                                    INDEXED BY WK-PAY-IDX.
                 05   WK-PAY-NYUKIN-DATE          PIC 9(008).
                 05   WK-PAY-INV-BANGOU           PIC 9(006).
                 05   WK-PAY-NYUKIN-KINGAKU       PIC 9(010).
      *>
      *>未請求受注の読み込み範囲
       01   WK-LST-SHIME-DATE                    PIC 9(008).
       01   WK-IVR-SHIME-DATE                    PIC 9(008).
       01   WK-NEXT-YYYYMM                       PIC 9(006).
       01   WK-RT-DATE                           PIC 9(008).
       01   WK-RT-START-INT                      PIC 9(008).
       01   WK-RT-LIMIT-INT                      PIC 9(008).
       01   WK-RT-DATE-INT                       PIC 9(008).
      *>
      *>商品マスタ保持用テーブル
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
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
      *>受注明細１行分の符号付き注文数と評価金額
       01   WK-TYUMON-SU-SIGNED                  PIC S9(007).
       01   WK-ORDER-KINGAKU                     PIC S9(011).
      *>
      *>顧客名の表示用領域
       01   WK-NAME-DISP-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "顧客コード".
            03   FILLER                       PIC X(003)
                              VALUE "：".
            03   DSP-KOKYAKU-CODE             PIC X(005).
            03   FILLER                       PIC X(012)
                              VALUE "　顧客名".
            03   FILLER                       PIC X(003)
                              VALUE "：".
            03   DSP-KOKYAKU-NAME             PIC X(020).
      *>与信の表示用領域
       01   WK-CREDIT-DISP-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "与信限度額：".
            03   DSP-GENDO-GAKU               PIC Z,ZZZ,ZZZ,ZZ9.
            03   DSP-GENDO-NASI  REDEFINES  DSP-GENDO-GAKU
                                              PIC X(013).
            03   FILLER                       PIC X(018)
                              VALUE "　売掛残高：".
            03   DSP-AR-ZANDAKA               PIC -ZZ,ZZZ,ZZZ,ZZ9.
      *>未請求受注額・利用可能残の表示用領域
       01   WK-AVAIL-DISP-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "未請求受注額".
            03   FILLER                       PIC X(003)
                              VALUE "：".
            03   DSP-UNB-KINGAKU              PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　利用可能残：".
            03   DSP-CREDIT-AVAIL             PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   DSP-CREDIT-NASI  REDEFINES  DSP-CREDIT-AVAIL
                                              PIC X(015).
      *>未消込請求書の表示用領域
       01   WK-INV-DISP-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "　請求書：".
            03   DSP-INV-BANGOU               PIC 9(006).
            03   FILLER                       PIC X(015)
                              VALUE "　発行日：".
            03   DSP-HAKKO-DATE               PIC 9(008).
            03   FILLER                       PIC X(012)
                              VALUE "　期日：".
            03   DSP-SHIHARAI-KIGEN           PIC 9(008).
            03   FILLER                       PIC X(012)
                              VALUE "　残高：".
            03   DSP-INV-ZANDAKA              PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　経過：".
            03   DSP-KEIKA-NISSU              PIC ZZZZ9.
            03   FILLER                       PIC X(003)
                              VALUE "日".
            03   FILLER                       PIC X(001)
                              VALUE SPACE.
            03   DSP-KIGEN-CHOKA              PIC X(012).
      *>入金の表示用領域
       01   WK-PAY-DISP-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "　入金日：".
            03   DSP-NYUKIN-DATE              PIC 9(008).
            03   FILLER                       PIC X(015)
                              VALUE "　請求書：".
            03   DSP-PAY-INV-BANGOU           PIC 9(006).
            03   FILLER                       PIC X(015)
                              VALUE "　入金額：".
            03   DSP-NYUKIN-KINGAKU           PIC Z,ZZZ,ZZZ,ZZ9.
      *>未請求受注の表示用領域
       01   WK-UNB-DISP-AREA.
            03   FILLER                       PIC X(012)
                              VALUE "　受注：".
            03   DSP-ZYUTYU-BANGOU            PIC X(008).
            03   FILLER                       PIC X(015)
                              VALUE "　受付日：".
            03   DSP-HIDUKE                   PIC 9(008).
            03   FILLER                       PIC X(012)
                              VALUE "　商品：".
            03   DSP-SHOHIN-CODE              PIC X(006).
            03   FILLER                       PIC X(012)
                              VALUE "　数量：".
            03   DSP-TYUMON-SU                PIC -(005)9.
            03   FILLER                       PIC X(012)
                              VALUE "　金額：".
            03   DSP-ORDER-KINGAKU            PIC -ZZZ,ZZZ,ZZ9.
      *>件数の表示用領域
       01   WK-COUNT-DISP-AREA.
            03   DSP-COUNT-TITLE              PIC X(030).
            03   DSP-COUNT                    PIC ZZZ9.
            03   FILLER                       PIC X(003)
                              VALUE "件".
      *>************************************************************************
      *>手続き部
      *>************************************************************************
       PROCEDURE                     DIVISION.
      *>
           MOVE      ZERO   TO   WK-END-FLG.
           MOVE      ZERO   TO   WK-SHOHIN-MSTR-COUNT.
           MOVE      ZERO   TO   WK-PRC-COUNT.
           ACCEPT    WK-TODAY   FROM   DATE   YYYYMMDD.
           COMPUTE   WK-TODAY-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-TODAY).
      *>
      *>  未請求受注の評価に使う単価の読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
      *>
      *>  空入力になるまで照会を繰り返す
           PERFORM   UNTIL   WK-END-FLG   =   1
                DISPLAY   "顧客コード（５桁）を入力"
                          "（空入力で終了）"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT   =   SPACE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   INQ-ONE-PROC
                END-IF
           END-PERFORM.
      *>
       STOP RUN.
      *>************************************************************************
      *>照会１件分の処理
      *>顧客名→未消込請求書→直近の入金→未請求受注→与信の順に
      *>表示する（与信の利用可能残は未請求受注額を求めてから出す）
      *>************************************************************************
       INQ-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-AR-ZANDAKA.
           MOVE      ZERO   TO   WK-INV-COUNT.
           MOVE      ZERO   TO   WK-UNB-KINGAKU.
           MOVE      ZERO   TO   WK-UNB-COUNT.
           MOVE      ZERO   TO   WK-PAY-COUNT.
      *>
      *>  顧客名（顧客マスタに無い顧客は照会しない）
           PERFORM   KOKYAKU-NAME-PROC.
           IF   WK-KOKYAKU-FOUND-FLG   NOT =   1
                DISPLAY   "顧客マスタに無い顧客:"   WK-INPUT
                GO   TO   INQ-ONE-PROC-EXIT
           END-IF.
           MOVE      WK-INPUT               TO   DSP-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-NAME-SAVE   TO   DSP-KOKYAKU-NAME.
           DISPLAY   WK-NAME-DISP-AREA   UPON   CONSOLE.
      *>
      *>  未消込の請求書と売掛残高
           DISPLAY   "［未消込の請求書］"   UPON   CONSOLE.
           PERFORM   ARLEDG-DISP-PROC.
           MOVE      "　未消込請求書："   TO   DSP-COUNT-TITLE.
           MOVE      WK-INV-COUNT   TO   DSP-COUNT.
           DISPLAY   WK-COUNT-DISP-AREA   UPON   CONSOLE.
      *>
      *>  直近の入金
           DISPLAY   "［直近の入金］"   UPON   CONSOLE.
           PERFORM   PAYHIST-DISP-PROC.
      *>
      *>  受付済で未請求の受注
           DISPLAY   "［未請求の受注］"   UPON   CONSOLE.
           PERFORM   UNB-DISP-PROC.
           MOVE      "　未請求受注明細："
                TO   DSP-COUNT-TITLE.
           MOVE      WK-UNB-COUNT   TO   DSP-COUNT.
           DISPLAY   WK-COUNT-DISP-AREA   UPON   CONSOLE.
      *>
      *>  与信限度額・売掛残高・未請求受注額・利用可能残
           DISPLAY   "［与信］"   UPON   CONSOLE.
           PERFORM   KLMT-READ-PROC.
           IF   WK-KLMT-FOUND-FLG   =   1
                MOVE      WK-KLMT-GENDO-SAVE   TO   DSP-GENDO-GAKU
                COMPUTE   WK-CREDIT-AVAIL   =
                          WK-KLMT-GENDO-SAVE   -   WK-AR-ZANDAKA
                          -   WK-UNB-KINGAKU
                MOVE      WK-CREDIT-AVAIL      TO   DSP-CREDIT-AVAIL
           ELSE
                MOVE      " 限度なし"           TO   DSP-GENDO-NASI
                MOVE      "            －"      TO   DSP-CREDIT-NASI
           END-IF.
           MOVE      WK-AR-ZANDAKA    TO   DSP-AR-ZANDAKA.
           DISPLAY   WK-CREDIT-DISP-AREA   UPON   CONSOLE.
           MOVE      WK-UNB-KINGAKU   TO   DSP-UNB-KINGAKU.
           DISPLAY   WK-AVAIL-DISP-AREA    UPON   CONSOLE.
      *>
       INQ-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客名の検索処理
      *>************************************************************************
       KOKYAKU-NAME-PROC              SECTION.
      *>
           MOVE      ZERO    TO   WK-KOKYAKU-FOUND-FLG.
           MOVE      SPACE   TO   WK-KOKYAKU-NAME-SAVE.
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   NOT =   "00"
                DISPLAY   "KOKYAKUM.txtが開けません:"
                          KOKYAKUM-FILE-STATUS
                CLOSE     KOKYAKUM-FILE
                GO   TO   KOKYAKU-NAME-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   KOKYAKUM-FILE-STATUS   NOT =   "00"
                READ   KOKYAKUM-FILE
                     AT   END
                          MOVE   "10"   TO   KOKYAKUM-FILE-STATUS
                     NOT   AT   END
                          IF   KMST-KOKYAKU-CODE   =   WK-INPUT
                               MOVE   1   TO   WK-KOKYAKU-FOUND-FLG
                               MOVE   KMST-KOKYAKU-NAME   TO
                                    WK-KOKYAKU-NAME-SAVE
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     KOKYAKUM-FILE.
      *>
       KOKYAKU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>与信限度額の検索処理
      *>行の無い顧客（ファイルが無い場合を含む）は限度なしとする
      *>************************************************************************
       KLMT-READ-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-KLMT-FOUND-FLG.
           MOVE      ZERO   TO   WK-KLMT-GENDO-SAVE.
           OPEN      INPUT   KLMT-FILE.
           IF   KLMT-FILE-STATUS   NOT =   "00"
                CLOSE   KLMT-FILE
                GO   TO   KLMT-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   KLMT-FILE-STATUS   NOT =   "00"
                READ   KLMT-FILE
                     AT   END
                          MOVE   "10"   TO   KLMT-FILE-STATUS
                     NOT   AT   END
                          IF   LMT-KOKYAKU-CODE   =   WK-INPUT
                               MOVE   1   TO   WK-KLMT-FOUND-FLG
                               MOVE   LMT-GENDO-GAKU   TO
                                    WK-KLMT-GENDO-SAVE
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     KLMT-FILE.
      *>
       KLMT-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未消込請求書の表示処理
      *>売掛元帳の未消込"1"の行を表示しながら残高を合計する。
      *>経過日数は発行日から本日までの日数とし、支払期日を過ぎた
      *>請求書には"期限超過"を付ける
      *>************************************************************************
       ARLEDG-DISP-PROC               SECTION.
      *>
           OPEN      INPUT   ARLEDG-FILE.
           IF   ARLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   ARLEDG-FILE
                GO   TO   ARLEDG-DISP-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ARLEDG-FILE-STATUS   NOT =   "00"
                READ   ARLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   ARLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   ARL-KOKYAKU-CODE   =   WK-INPUT
                          AND  ARL-STS-MIKESHIKOMI
                               PERFORM   INV-ONE-DISP-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-DISP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未消込請求書１通分の表示処理
      *>************************************************************************
       INV-ONE-DISP-PROC              SECTION.
      *>
           COMPUTE   WK-INV-ZANDAKA   =
                     ARL-SEIKYU-KINGAKU   -   ARL-NYUKIN-KINGAKU.
           ADD       WK-INV-ZANDAKA   TO   WK-AR-ZANDAKA.
           ADD       1                TO   WK-INV-COUNT.
      *>
           IF   ARL-SHIHARAI-KIGEN   IS   NUMERIC
           AND  ARL-SHIHARAI-KIGEN   >   ZERO
                MOVE   ARL-SHIHARAI-KIGEN   TO   WK-INV-KIGEN
           ELSE
                MOVE   ARL-HAKKO-DATE       TO   WK-INV-KIGEN
           END-IF.
      *>
           MOVE      ARL-INV-BANGOU   TO   DSP-INV-BANGOU.
           MOVE      ARL-HAKKO-DATE   TO   DSP-HAKKO-DATE.
           MOVE      WK-INV-KIGEN     TO   DSP-SHIHARAI-KIGEN.
           MOVE      WK-INV-ZANDAKA   TO   DSP-INV-ZANDAKA.
           IF   ARL-HAKKO-DATE   <   WK-TODAY
                COMPUTE   DSP-KEIKA-NISSU   =   WK-TODAY-INT
                          -   FUNCTION INTEGER-OF-DATE(ARL-HAKKO-DATE)
           ELSE
                MOVE      ZERO   TO   DSP-KEIKA-NISSU
           END-IF.
           IF   WK-TODAY   >   WK-INV-KIGEN
                MOVE   "期限超過"   TO   DSP-KIGEN-CHOKA
           ELSE
                MOVE   SPACE        TO   DSP-KIGEN-CHOKA
           END-IF.
           DISPLAY   WK-INV-DISP-AREA   UPON   CONSOLE.
      *>
       INV-ONE-DISP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>直近の入金の表示処理
      *>入金履歴は充当した順に追記されるため、該当顧客の行を後ろから
      *>５件分だけテーブルに残し、新しい順に表示する
      *>************************************************************************
       PAYHIST-DISP-PROC              SECTION.
      *>
           OPEN      INPUT   PAYHIST-FILE.
           IF   PAYHIST-FILE-STATUS   NOT =   "00"
                CLOSE   PAYHIST-FILE
                DISPLAY   "　入金なし"   UPON   CONSOLE
                GO   TO   PAYHIST-DISP-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PAYHIST-FILE-STATUS   NOT =   "00"
                READ   PAYHIST-FILE
                     AT   END
                          MOVE   "10"   TO   PAYHIST-FILE-STATUS
                     NOT   AT   END
                          IF   PYH-KOKYAKU-CODE   =   WK-INPUT
                               PERFORM   PAY-KEEP-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PAYHIST-FILE.
      *>
           IF   WK-PAY-COUNT   =   ZERO
                DISPLAY   "　入金なし"   UPON   CONSOLE
                GO   TO   PAYHIST-DISP-PROC-EXIT
           END-IF.
           PERFORM   VARYING   WK-PAY-IDX   FROM   WK-PAY-COUNT
                BY   -1   UNTIL   WK-PAY-IDX   <   1
                MOVE   WK-PAY-NYUKIN-DATE(WK-PAY-IDX)
                     TO   DSP-NYUKIN-DATE
                MOVE   WK-PAY-INV-BANGOU(WK-PAY-IDX)
                     TO   DSP-PAY-INV-BANGOU
                MOVE   WK-PAY-NYUKIN-KINGAKU(WK-PAY-IDX)
                     TO   DSP-NYUKIN-KINGAKU
                DISPLAY   WK-PAY-DISP-AREA   UPON   CONSOLE
           END-PERFORM.
      *>
       PAYHIST-DISP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入金１件分の保持処理
      *>テーブルが５件で満杯の場合は最も古い行を押し出す
      *>************************************************************************
       PAY-KEEP-PROC                  SECTION.
      *>
           IF   WK-PAY-COUNT   <   5
                ADD   1   TO   WK-PAY-COUNT
           ELSE
                PERFORM   VARYING   WK-PAY-IDX   FROM   1   BY   1
                     UNTIL   WK-PAY-IDX   >   4
                     MOVE   WK-PAY-TBL(WK-PAY-IDX   +   1)
                          TO   WK-PAY-TBL(WK-PAY-IDX)
                END-PERFORM
           END-IF.
           MOVE      PYH-NYUKIN-DATE      TO
                WK-PAY-NYUKIN-DATE(WK-PAY-COUNT).
           MOVE      PYH-INV-BANGOU       TO
                WK-PAY-INV-BANGOU(WK-PAY-COUNT).
           MOVE      PYH-NYUKIN-KINGAKU   TO
                WK-PAY-NYUKIN-KINGAKU(WK-PAY-COUNT).
      *>
       PAY-KEEP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未請求受注の表示処理
      *>最後の請求書の締め日の翌日から本日までの日付退避ファイルを
      *>読む。請求書の無い顧客・締め日が９２日より前の顧客は本日から
      *>遡って９２日分とする
      *>************************************************************************
       UNB-DISP-PROC                  SECTION.
      *>
           PERFORM   IVREG-SHIME-PROC.
      *>
           COMPUTE   WK-RT-LIMIT-INT   =   WK-TODAY-INT   -   91.
           IF   WK-LST-SHIME-DATE   =   ZERO
                MOVE      WK-RT-LIMIT-INT   TO   WK-RT-START-INT
           ELSE
                COMPUTE   WK-RT-START-INT   =
                          FUNCTION INTEGER-OF-DATE(WK-LST-SHIME-DATE)
                          +   1
                IF   WK-RT-START-INT   <   WK-RT-LIMIT-INT
                     MOVE   WK-RT-LIMIT-INT   TO   WK-RT-START-INT
                END-IF
           END-IF.
      *>
           PERFORM   VARYING   WK-RT-DATE-INT   FROM   WK-RT-START-INT
                BY   1   UNTIL   WK-RT-DATE-INT   >   WK-TODAY-INT
                MOVE   FUNCTION DATE-OF-INTEGER(WK-RT-DATE-INT)
                     TO   WK-RT-DATE
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
      *>
       UNB-DISP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>最後の請求書の締め日の検索処理
      *>請求書発行記録から当該顧客の最も新しい締め日を求める
      *>（締め日の無い旧い行は請求年月の月末とみなす）
      *>************************************************************************
       IVREG-SHIME-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-LST-SHIME-DATE.
           OPEN      INPUT   IVREG-FILE.
           IF   IVREG-FILE-STATUS   NOT =   "00"
                CLOSE   IVREG-FILE
                GO   TO   IVREG-SHIME-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   IVREG-FILE-STATUS   NOT =   "00"
                READ   IVREG-FILE
                     AT   END
                          MOVE   "10"   TO   IVREG-FILE-STATUS
                     NOT   AT   END
                          IF   IVR-KOKYAKU-CODE   =   WK-INPUT
                               PERFORM   IVREG-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     IVREG-FILE.
      *>
       IVREG-SHIME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発行記録１行分の締め日の取り込み処理
      *>************************************************************************
       IVREG-ONE-PROC                 SECTION.
      *>
           IF   IVR-SHIME-DATE   IS   NUMERIC
           AND  IVR-SHIME-DATE   >   ZERO
                MOVE      IVR-SHIME-DATE      TO   WK-IVR-SHIME-DATE
           ELSE
                IF   IVR-SEIKYU-YYYYMM(5:2)   =   "12"
                     COMPUTE   WK-NEXT-YYYYMM   =
                               IVR-SEIKYU-YYYYMM   +   89
                ELSE
                     COMPUTE   WK-NEXT-YYYYMM   =
                               IVR-SEIKYU-YYYYMM   +   1
                END-IF
                COMPUTE   WK-IVR-SHIME-DATE   =
                          FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE
                                    (WK-NEXT-YYYYMM   *   100   +   1)
                                -   1)
           END-IF.
      *>
           IF   WK-IVR-SHIME-DATE   >   WK-LST-SHIME-DATE
                MOVE   WK-IVR-SHIME-DATE   TO   WK-LST-SHIME-DATE
           END-IF.
      *>
       IVREG-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理
      *>ファイルが存在しない日（休業日など）は読み飛ばす。受注明細は
      *>受付日時が必ず埋まるため、24桁目以降が空白の行は見出し・
      *>末尾レコードとして読み飛ばす
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-RT-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                READ   RT-FILE
                     AT   END
                          MOVE   "10"   TO   RT-FILE-STATUS
                     NOT   AT   END
                          IF   RT-RECODE(24:19)   NOT =   SPACE
                          AND  RT-KOKYAKU-CODE    =   WK-INPUT
                               PERFORM   UNB-ONE-DISP-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RT-FILE.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未請求受注明細１行分の表示処理
      *>取消受注・減量差分の場合は注文数を負数に変換して評価する
      *>************************************************************************
       UNB-ONE-DISP-PROC              SECTION.
      *>
           IF   RT-TYUMON-KUBUN   =   "9"
           OR   RT-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   RT-TYUMON-SU
           ELSE
                MOVE      RT-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
           PERFORM   ORDER-KINGAKU-CALC-PROC.
           ADD       WK-ORDER-KINGAKU   TO   WK-UNB-KINGAKU.
           ADD       1                  TO   WK-UNB-COUNT.
      *>
           MOVE      RT-ZYUTYU-BANGOU      TO   DSP-ZYUTYU-BANGOU.
           MOVE      RT-HIDUKE             TO   DSP-HIDUKE.
           MOVE      RT-SHOHIN-CODE        TO   DSP-SHOHIN-CODE.
           MOVE      WK-TYUMON-SU-SIGNED   TO   DSP-TYUMON-SU.
           MOVE      WK-ORDER-KINGAKU      TO   DSP-ORDER-KINGAKU.
           DISPLAY   WK-UNB-DISP-AREA   UPON   CONSOLE.
      *>
       UNB-ONE-DISP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注明細１行分の評価金額の計算処理（JUDGE001の与信判定と同じ）
      *>単価履歴から受付日付以前で最も新しい適用開始日の単価を探し、
      *>該当行がなければ商品マスタの単価を使う
      *>************************************************************************
       ORDER-KINGAKU-CALC-PROC        SECTION.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-PRC-TANKA-SAVE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   RT-HIDUKE
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
      *>  履歴に該当行がない場合は商品マスタの単価を使う
           IF   WK-PRC-FOUND-FLG   NOT =   1
                PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1  BY  1
                     UNTIL   WK-SHOHIN-MSTR-IDX   >
                               WK-SHOHIN-MSTR-COUNT
                     IF   WK-SHOHIN-MSTR-SHOHIN-CODE
                               (WK-SHOHIN-MSTR-IDX)
                               =   RT-SHOHIN-CODE
                          MOVE   WK-SHOHIN-MSTR-TANKA
                                    (WK-SHOHIN-MSTR-IDX)
                               TO   WK-PRC-TANKA-SAVE
                     END-IF
                END-PERFORM
           END-IF.
      *>
           COMPUTE   WK-ORDER-KINGAKU   =
                     WK-TYUMON-SU-SIGNED   *   WK-PRC-TANKA-SAVE.
      *>
       ORDER-KINGAKU-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
                CLOSE   SHOHINM-FILE
                GO   TO   SHOHIN-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
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
                               MOVE   SMST-TANKA         TO
                                    WK-SHOHIN-MSTR-TANKA
                                         (WK-SHOHIN-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
      *>
       SHOHIN-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>履歴ファイルが存在しない場合は商品マスタの単価のみで評価する
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
                GO   TO   PRC-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                READ   PRC-FILE
                     AT   END
                          MOVE   "10"   TO   PRC-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PRC-COUNT   <   9999
                               ADD   1   TO   WK-PRC-COUNT
                               MOVE   PRC-SHOHIN-CODE   TO
                                    WK-PRC-SHOHIN-CODE(WK-PRC-COUNT)
                               MOVE   PRC-EFF-DATE      TO
                                    WK-PRC-EFF-DATE(WK-PRC-COUNT)
                               MOVE   PRC-TANKA         TO
                                    WK-PRC-TANKA(WK-PRC-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PRC-FILE.
      *>
       PRC-LOAD-PROC-EXIT.
      *>
           EXIT.
