      *>************************************************************************
      *>対話型見積入力プログラム
      *>営業が電話・メールで卸売顧客に出した見積を、コンソールから
      *>１件ずつ入力して見積ファイル（QUOTE.txt）へ追記する。
      *>見積は顧客コード（顧客マスタに有ること）・出荷店番・有効期限日
      *>・部署・担当者の見出しと、商品・数量・見積単価の明細（最大
      *>９９行）からなる。見積番号は見積採番ファイル（QUOTENO.txt）で
      *>採番し、お客様への回答用に表示する。
      *>見積単価は入力時に、顧客の契約単価（CONTPRC.txt）、無ければ
      *>当日時点の単価履歴（SHOHINPRC.txt）、それも無ければ商品
      *>マスタの単価を基準単価として照合する。基準単価を下回る場合は
      *>確認を求め、承知の上で登録した行には単価区分"L"を付ける。
      *>有効期限日を空欄にした場合は見積日の３０日後とする。
      *>受注となった見積は受注入力（ORDENT001）で受注に変換する。
      *>顧客コードの入力で"END"と打つと終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   QUOTENT001.
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
      *>分類マスタファイル
      *>************************************************************************
       SELECT   BUNRUIM-FILE  ASSIGN        TO "BUNRUIM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUNRUIM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>部署マスタファイル
      *>************************************************************************
       SELECT   BUSHOM-FILE   ASSIGN        TO "BUSHOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUSHOM-FILE-STATUS.
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
      *>見積ファイル（追記）
      *>************************************************************************
       SELECT   QUO-FILE      ASSIGN        TO "QUOTE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QUO-FILE-STATUS.
      *>************************************************************************
      *>見積採番ファイル（前回の見積番号）
      *>************************************************************************
       SELECT   QNO-FILE      ASSIGN        TO "QUOTENO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QNO-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>各マスタのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR  REPLACING   ==:PREFIX:==   BY  ==KMST==.
       FD   BUNRUIM-FILE.
       01   BUNRUIM-RECODE.
           COPY   BUNRUIMSTR   REPLACING   ==:PREFIX:==   BY  ==BMST==.
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR    REPLACING   ==:PREFIX:==   BY  ==TMST==.
       FD   BUSHOM-FILE.
       01   BUSHOM-RECODE.
           COPY   BUSHOMSTR    REPLACING   ==:PREFIX:==   BY  ==UMST==.
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
      *>見積ファイルのレイアウト定義
      *>************************************************************************
       FD   QUO-FILE.
       01   QUO-RECODE.
           COPY   QUOTE   REPLACING   ==:PREFIX:==   BY   ==QUO==.
      *>************************************************************************
      *>見積採番ファイルのレイアウト定義
      *>************************************************************************
       FD   QNO-FILE.
       01   QNO-RECODE                             PIC 9(006).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  BUSHOM-FILE-STATUS                       PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  QUO-FILE-STATUS                          PIC XX.
       01  QNO-FILE-STATUS                          PIC XX.
      *>
      *>入力中の見積（見出し項目）の組み立て用作業領域
       01   WK-QUO-RECODE.
           COPY   QUOTE   REPLACING   ==:PREFIX:==   BY   ==WK01==.
      *>
      *>コンソール入力の受け取り領域
       01   WK-INPUT                             PIC X(020).
      *>入力確定フラグ（１項目の再入力ループ用）
       01   WK-FLD-OK-FLG                        PIC 9(001).
      *>入力終了フラグ（見積の入力終了・明細の入力終了）
       01   WK-END-FLG                           PIC 9(001).
       01   WK-GYO-END-FLG                       PIC 9(001).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-RUN-DATE                     PIC 9(008).
             03   WRK-RUN-INT                      PIC S9(008).
      *>前回の見積番号
             03   WRK-LAST-BANGOU                  PIC 9(006).
      *>登録した見積の件数・明細行数
             03   WRK-QUOTE-COUNT                  PIC 9(004).
             03   WRK-GYO-COUNT                    PIC 9(006).
      *>
      *>顧客マスタ保持用テーブル
       01   WK-KOKYAKU-MSTR-AREA.
            03   WK-KOKYAKU-MSTR-COUNT           PIC 9(004)  COMP.
            03   WK-KOKYAKU-MSTR-TBL             OCCURS 999 TIMES
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
                 05   WK-KOKYAKU-MSTR-NAME        PIC X(020).
       01   WK-KOKYAKU-MSTR-FOUND-FLG            PIC 9(001).
       01   WK-KOKYAKU-MSTR-NAME-SAVE            PIC X(020).
      *>分類マスタ保持用テーブル
       01   WK-BUNRUI-MSTR-AREA.
            03   WK-BUNRUI-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-BUNRUI-MSTR-TBL              OCCURS 999 TIMES
                                    INDEXED BY WK-BUNRUI-MSTR-IDX.
                 05   WK-BUNRUI-MSTR-CODE         PIC X(002).
       01   WK-BUNRUI-MSTR-FOUND-FLG             PIC 9(001).
      *>商品マスタ保持用テーブル
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
       01   WK-SHOHIN-MSTR-FOUND-FLG             PIC 9(001).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-MSTR-TANKA-SAVE            PIC 9(006).
      *>担当者マスタ保持用テーブル
       01   WK-TANTO-MSTR-AREA.
            03   WK-TANTO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-TANTO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-TANTO-MSTR-IDX.
                 05   WK-TANTO-MSTR-BANGOU        PIC 9(004).
                 05   WK-TANTO-MSTR-NAME          PIC X(020).
       01   WK-TANTO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-TANTO-MSTR-NAME-SAVE              PIC X(020).
      *>部署マスタ保持用テーブル
       01   WK-BUSHO-MSTR-AREA.
            03   WK-BUSHO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-BUSHO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-BUSHO-MSTR-IDX.
                 05   WK-BUSHO-MSTR-CODE          PIC X(003).
       01   WK-BUSHO-MSTR-FOUND-FLG              PIC 9(001).
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
      *>照合に使った基準単価とその出所
       01   WK-KIJUN-AREA.
            03   WK-KIJUN-TANKA                  PIC 9(006).
            03   WK-KIJUN-NAME                   PIC X(012).
       01   WK-KIJUN-TANKA-DSP                   PIC ZZZZZ9.
      *>
      *>数字チェック用の作業領域
       01   WK-DIGIT-CHK-AREA.
            03   WK-DIGIT-FLD                    PIC X(010).
            03   WK-DIGIT-LEN                    PIC 9(002).
            03   WK-DIGIT-MIN-LEN                PIC 9(002).
            03   WK-DIGIT-MAX-LEN                PIC 9(002).
            03   WK-DIGIT-NG-FLG                 PIC 9(001).
            03   WK-DIGIT-IDX                    PIC 9(002).
      *>
      *>有効期限日(YYYYMMDD)のチェック用作業領域
       01   WK-HIDUKE-CHK-AREA.
            03   WK-HIDUKE-FLD                   PIC 9(008).
            03   WK-HIDUKE-YY                    PIC 9(004).
            03   WK-HIDUKE-MM                    PIC 99.
            03   WK-HIDUKE-DD                    PIC 99.
            03   WK-HIDUKE-MAX-DD                PIC 99.
            03   WK-HIDUKE-NG-FLG                PIC 9(001).
      *>************************************************************************
      *>手続き部
      *>************************************************************************
       PROCEDURE                     DIVISION.
      *>
           MOVE      ZERO   TO   WK-END-FLG.
           MOVE      ZERO   TO   WRK-QUOTE-COUNT.
           MOVE      ZERO   TO   WRK-GYO-COUNT.
           MOVE      ZERO   TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE      ZERO   TO   WK-BUNRUI-MSTR-COUNT.
           MOVE      ZERO   TO   WK-SHOHIN-MSTR-COUNT.
           MOVE      ZERO   TO   WK-TANTO-MSTR-COUNT.
           MOVE      ZERO   TO   WK-BUSHO-MSTR-COUNT.
           MOVE      ZERO   TO   WK-PRC-COUNT.
           MOVE      ZERO   TO   WK-CPR-COUNT.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE   WRK-RUN-INT   =
                     FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  各マスタ・単価の読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   BUNRUI-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   TANTO-MSTR-LOAD-PROC.
           PERFORM   BUSHO-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
      *>
      *>  前回の見積番号を読み込む（初回は０から採番する）
           MOVE      ZERO   TO   WRK-LAST-BANGOU.
           OPEN      INPUT   QNO-FILE.
           IF   QNO-FILE-STATUS   =   "00"
                READ   QNO-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   QNO-RECODE   IS   NUMERIC
                               MOVE   QNO-RECODE   TO   WRK-LAST-BANGOU
                          END-IF
                END-READ
           END-IF.
           CLOSE     QNO-FILE.
      *>
      *>  見積ファイルを追記用にオープンする（初回はファイルを作る）
           OPEN      EXTEND   QUO-FILE.
           IF   QUO-FILE-STATUS   NOT =   "00"
                CLOSE   QUO-FILE
                OPEN    OUTPUT   QUO-FILE
           END-IF.
      *>
      *>  "END"の入力まで見積を１件ずつ受け付ける
           PERFORM   UNTIL   WK-END-FLG   =   1
                PERFORM   QUOTE-ENTRY-PROC
           END-PERFORM.
      *>
           CLOSE     QUO-FILE.
      *>
      *>  見積採番ファイルへ今回までの見積番号を書き戻す
           OPEN      OUTPUT   QNO-FILE.
           MOVE      WRK-LAST-BANGOU   TO   QNO-RECODE.
           WRITE     QNO-RECODE.
           CLOSE     QNO-FILE.
      *>
           DISPLAY   "登録見積件数:"   WRK-QUOTE-COUNT
                     "　明細行数:"     WRK-GYO-COUNT.
      *>
       STOP RUN.
      *>************************************************************************
      *>見積１件分の入力処理
      *>見出し項目を入力してから明細を１行ずつ入力する。明細が
      *>１行も無い見積は登録せず、見積番号も使わない
      *>************************************************************************
       QUOTE-ENTRY-PROC               SECTION.
      *>
           MOVE      SPACE   TO   WK-QUO-RECODE.
      *>
      *>  顧客コード（"END"で終了・顧客マスタ存在チェック）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "顧客コード（５桁・ENDで終了）"
                          "を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT(1:3)   =   "END"
                     MOVE   1   TO   WK-END-FLG
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     MOVE      WK-INPUT(1:5)   TO   WK01-KOKYAKU-CODE
                     PERFORM   KOKYAKU-MSTR-CHK-PROC
                     IF   WK-KOKYAKU-MSTR-FOUND-FLG   =   1
                     AND  WK01-KOKYAKU-CODE   NOT =   SPACE
                          DISPLAY   "顧客："
                                    WK-KOKYAKU-MSTR-NAME-SAVE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     ELSE
                          DISPLAY   "顧客マスタ不在エラー"
                     END-IF
                END-IF
           END-PERFORM.
           IF   WK-END-FLG   =   1
                GO   TO   QUOTE-ENTRY-PROC-EXIT
           END-IF.
      *>
      *>  出荷店番（３桁）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "出荷店番（３桁）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   FUNCTION LENGTH(FUNCTION
                          TRIM(WK-INPUT(1:3)))   =   3
                AND  WK-INPUT(1:3)   NOT =   SPACE
                     MOVE   WK-INPUT(1:3)   TO   WK01-MISEBAN
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     DISPLAY   "店番が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  有効期限日（YYYYMMDD・空欄は見積日の３０日後・当日以降）
           MOVE      WRK-RUN-DATE   TO   WK01-MITSUMORI-DATE.
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "有効期限日（YYYYMMDD・"
                          "空欄で30日後）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT   =   SPACE
                     MOVE   FUNCTION DATE-OF-INTEGER(WRK-RUN-INT + 30)
                          TO   WK01-YUKO-DATE
                     DISPLAY   "有効期限日："   WK01-YUKO-DATE
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                     MOVE      8   TO   WK-DIGIT-MIN-LEN
                     MOVE      8   TO   WK-DIGIT-MAX-LEN
                     PERFORM   DIGIT-CHK-PROC
                     IF   WK-DIGIT-NG-FLG   =   ZERO
                          MOVE      WK-INPUT(1:8)   TO   WK-HIDUKE-FLD
                          PERFORM   HIDUKE-CHK-PROC
                          IF   WK-HIDUKE-NG-FLG   =   ZERO
                               IF   WK-HIDUKE-FLD   <   WRK-RUN-DATE
                                    DISPLAY "期限日が過去です"
                               ELSE
                                    MOVE   WK-HIDUKE-FLD   TO
                                         WK01-YUKO-DATE
                                    MOVE   1   TO   WK-FLD-OK-FLG
                               END-IF
                          END-IF
                     ELSE
                          DISPLAY   "日付が不適切な値です"
                     END-IF
                END-IF
           END-PERFORM.
      *>
      *>  部署コード（部署マスタ存在チェック）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "部署コード（３桁）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      ZERO   TO   WK-BUSHO-MSTR-FOUND-FLG
                PERFORM   VARYING   WK-BUSHO-MSTR-IDX
                     FROM   1   BY   1
                     UNTIL   WK-BUSHO-MSTR-IDX
                               >   WK-BUSHO-MSTR-COUNT
                     IF   WK-BUSHO-MSTR-CODE(WK-BUSHO-MSTR-IDX)
                               =   WK-INPUT(1:3)
                          MOVE   1   TO   WK-BUSHO-MSTR-FOUND-FLG
                     END-IF
                END-PERFORM
                IF   WK-BUSHO-MSTR-FOUND-FLG   =   1
                     MOVE   WK-INPUT(1:3)   TO   WK01-BUSHO-CODE
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     DISPLAY   "部署コードマスタ不在エラー"
                END-IF
           END-PERFORM.
      *>
      *>  担当者番号（担当者マスタ存在チェック・氏名を表示）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "担当者番号（数字）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      4   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK01-TANTOSYA-BANGOU   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     PERFORM   TANTO-MSTR-CHK-PROC
                     IF   WK-TANTO-MSTR-FOUND-FLG   =   1
                          DISPLAY   "担当者："
                                    WK-TANTO-MSTR-NAME-SAVE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     ELSE
                          DISPLAY   "担当者マスタ不在エラー"
                     END-IF
                ELSE
                     DISPLAY   "担当者番号が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  見積番号を採番し、明細を入力する
           ADD       1   TO   WRK-LAST-BANGOU.
           MOVE      WRK-LAST-BANGOU   TO   WK01-QUOTE-BANGOU.
           MOVE      ZERO   TO   WK01-GYO-NO.
           MOVE      ZERO   TO   WK01-TYUMON-BANGOU.
           MOVE      ZERO   TO   WK01-JUCHU-DATE.
           MOVE      SPACE  TO   WK01-STATUS.
           MOVE      ZERO   TO   WK-GYO-END-FLG.
           PERFORM   UNTIL   WK-GYO-END-FLG   =   1
                PERFORM   QUOTE-GYO-ENTRY-PROC
           END-PERFORM.
      *>
           IF   WK01-GYO-NO   =   ZERO
                SUBTRACT  1   FROM   WRK-LAST-BANGOU
                DISPLAY   "明細が無いため"
                          "見積を登録しません"
           ELSE
                ADD       1   TO   WRK-QUOTE-COUNT
                DISPLAY   "見積番号（お客様回答用）:"
                          WK01-QUOTE-BANGOU
                          "　明細:"   WK01-GYO-NO   "行"
           END-IF.
      *>
       QUOTE-ENTRY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積明細１行分の入力処理
      *>分類コードを空欄で入力すると明細の入力を終える。
      *>見積単価は基準単価と照合し、下回る場合は確認を求める
      *>************************************************************************
       QUOTE-GYO-ENTRY-PROC           SECTION.
      *>
           IF   WK01-GYO-NO   >=   99
                DISPLAY   "明細は９９行までです"
                MOVE      1   TO   WK-GYO-END-FLG
                GO   TO   QUOTE-GYO-ENTRY-PROC-EXIT
           END-IF.
      *>
      *>  分類コード（空欄で明細終了・分類マスタ存在チェック）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "分類コード（２桁・空欄で"
                          "明細終了）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT(1:2)   =   SPACE
                     MOVE   1   TO   WK-GYO-END-FLG
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     MOVE      ZERO   TO   WK-BUNRUI-MSTR-FOUND-FLG
                     PERFORM   VARYING   WK-BUNRUI-MSTR-IDX
                          FROM   1   BY   1
                          UNTIL   WK-BUNRUI-MSTR-IDX
                                    >   WK-BUNRUI-MSTR-COUNT
                          IF   WK-BUNRUI-MSTR-CODE(WK-BUNRUI-MSTR-IDX)
                                    =   WK-INPUT(1:2)
                               MOVE   1   TO   WK-BUNRUI-MSTR-FOUND-FLG
                          END-IF
                     END-PERFORM
                     IF   WK-BUNRUI-MSTR-FOUND-FLG   =   1
                          MOVE   WK-INPUT(1:2)   TO   WK01-BUNRUI-CODE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     ELSE
                          DISPLAY   "分類コードマスタ不在"
                     END-IF
                END-IF
           END-PERFORM.
           IF   WK-GYO-END-FLG   =   1
                GO   TO   QUOTE-GYO-ENTRY-PROC-EXIT
           END-IF.
      *>
      *>  商品No（１～４桁の数字・商品マスタ存在チェック）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "商品No（数字）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      4   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK01-SHOHIN-NO   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     PERFORM   SHOHIN-MSTR-CHK-PROC
                     IF   WK-SHOHIN-MSTR-FOUND-FLG   =   1
                          DISPLAY   "商品："
                                    WK-SHOHIN-MSTR-NAME-SAVE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     ELSE
                          DISPLAY   "商品マスタ不在エラー"
                     END-IF
                ELSE
                     DISPLAY   "商品Noが不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  数量（１～５桁の数字・ゼロ以外）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "数量（数字）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      5   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK01-SURYO   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     IF   WK01-SURYO   =   ZERO
                          DISPLAY   "数量が不適切な値です"
                     ELSE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     END-IF
                ELSE
                     DISPLAY   "数量が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  見積単価（１～６桁の数字）と基準単価の照合
           PERFORM   KIJUN-TANKA-PROC.
           MOVE      WK-KIJUN-TANKA   TO   WK-KIJUN-TANKA-DSP.
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "見積単価（数字）を入力　"
                          WK-KIJUN-NAME   "："   WK-KIJUN-TANKA-DSP
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      6   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK01-TANKA   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     MOVE      SPACE   TO   WK01-TANKA-KUBUN
                     IF   WK01-TANKA   <   WK-KIJUN-TANKA
                          DISPLAY   WK-KIJUN-NAME
                                    "を下回ります。"
                                    "登録する場合はYを入力"
                          MOVE      SPACE   TO   WK-INPUT
                          ACCEPT    WK-INPUT   FROM   CONSOLE
                          IF   WK-INPUT(1:1)   =   "Y"
                               MOVE   "L"   TO   WK01-TANKA-KUBUN
                               MOVE   1   TO   WK-FLD-OK-FLG
                          END-IF
                     ELSE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     END-IF
                ELSE
                     DISPLAY   "見積単価が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  完成した明細を見積ファイルへ追記する
           ADD       1   TO   WK01-GYO-NO.
           MOVE      WK-QUO-RECODE   TO   QUO-RECODE.
           WRITE     QUO-RECODE.
           ADD       1   TO   WRK-GYO-COUNT.
      *>
       QUOTE-GYO-ENTRY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>基準単価の検索処理
      *>見積日時点の顧客の契約単価を探し、無ければ単価履歴、それも
      *>無ければ商品マスタの単価を基準単価とする（請求と同じ優先順）
      *>************************************************************************
       KIJUN-TANKA-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          =   WK01-KOKYAKU-CODE
                AND  WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          =   WK01-SHOHIN-CODE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)   <=   WRK-RUN-DATE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          >=   WK-CPR-BEST-EFF-DATE
                     MOVE   1   TO   WK-CPR-FOUND-FLG
                     MOVE   WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   WK-CPR-BEST-EFF-DATE
                     MOVE   WK-CPR-TANKA(WK-CPR-IDX)
                          TO   WK-KIJUN-TANKA
                END-IF
           END-PERFORM.
           IF   WK-CPR-FOUND-FLG   =   1
                MOVE   "契約単価"   TO   WK-KIJUN-NAME
                GO   TO   KIJUN-TANKA-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   WK01-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   WRK-RUN-DATE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          >=   WK-PRC-BEST-EFF-DATE
                     MOVE   1   TO   WK-PRC-FOUND-FLG
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   WK-PRC-BEST-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   WK-KIJUN-TANKA
                END-IF
           END-PERFORM.
           IF   WK-PRC-FOUND-FLG   =   1
                MOVE   "標準単価"   TO   WK-KIJUN-NAME
                GO   TO   KIJUN-TANKA-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-SHOHIN-MSTR-TANKA-SAVE   TO   WK-KIJUN-TANKA.
           MOVE      "マスタ単価"   TO   WK-KIJUN-NAME.
      *>
       KIJUN-TANKA-PROC-EXIT.
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
      *>分類マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       BUNRUI-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   BUNRUIM-FILE.
           IF   BUNRUIM-FILE-STATUS   NOT =   "00"
                CLOSE   BUNRUIM-FILE
           ELSE
                PERFORM   UNTIL   BUNRUIM-FILE-STATUS   NOT =   "00"
                     READ   BUNRUIM-FILE
                          AT   END
                               MOVE   "10"   TO   BUNRUIM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-BUNRUI-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-BUNRUI-MSTR-COUNT
                                    MOVE   BMST-BUNRUI-CODE   TO
                                         WK-BUNRUI-MSTR-CODE
                                              (WK-BUNRUI-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   BUNRUIM-FILE
           END-IF.
      *>
       BUNRUI-MSTR-LOAD-PROC-EXIT.
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
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       TANTO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANTOM-FILE.
           IF   TANTOM-FILE-STATUS   NOT =   "00"
                CLOSE   TANTOM-FILE
           ELSE
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
                END-PERFORM
                CLOSE   TANTOM-FILE
           END-IF.
      *>
       TANTO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>部署マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       BUSHO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   BUSHOM-FILE.
           IF   BUSHOM-FILE-STATUS   NOT =   "00"
                CLOSE   BUSHOM-FILE
           ELSE
                PERFORM   UNTIL   BUSHOM-FILE-STATUS   NOT =   "00"
                     READ   BUSHOM-FILE
                          AT   END
                               MOVE   "10"   TO   BUSHOM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-BUSHO-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-BUSHO-MSTR-COUNT
                                    MOVE   UMST-BUSHO-CODE   TO
                                         WK-BUSHO-MSTR-CODE
                                              (WK-BUSHO-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   BUSHOM-FILE
           END-IF.
      *>
       BUSHO-MSTR-LOAD-PROC-EXIT.
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
      *>顧客コードの存在チェック処理（名称も求める）
      *>************************************************************************
       KOKYAKU-MSTR-CHK-PROC          SECTION.
      *>
           MOVE      ZERO    TO   WK-KOKYAKU-MSTR-FOUND-FLG.
           MOVE      SPACE   TO   WK-KOKYAKU-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-KOKYAKU-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-KOKYAKU-MSTR-IDX   >   WK-KOKYAKU-MSTR-COUNT
                IF   WK-KOKYAKU-MSTR-CODE(WK-KOKYAKU-MSTR-IDX)
                          =   WK01-KOKYAKU-CODE
                     MOVE   1   TO   WK-KOKYAKU-MSTR-FOUND-FLG
                     MOVE   WK-KOKYAKU-MSTR-NAME(WK-KOKYAKU-MSTR-IDX)
                          TO   WK-KOKYAKU-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       KOKYAKU-MSTR-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品コードの存在チェック処理（名称・マスタ単価も求める）
      *>************************************************************************
       SHOHIN-MSTR-CHK-PROC           SECTION.
      *>
           MOVE      ZERO    TO   WK-SHOHIN-MSTR-FOUND-FLG.
           MOVE      SPACE   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           MOVE      ZERO    TO   WK-SHOHIN-MSTR-TANKA-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK01-SHOHIN-CODE
                     MOVE   1   TO   WK-SHOHIN-MSTR-FOUND-FLG
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                     MOVE   WK-SHOHIN-MSTR-TANKA(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者番号の存在チェック処理（氏名も求める）
      *>************************************************************************
       TANTO-MSTR-CHK-PROC            SECTION.
      *>
           MOVE      ZERO    TO   WK-TANTO-MSTR-FOUND-FLG.
           MOVE      SPACE   TO   WK-TANTO-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK01-TANTOSYA-BANGOU
                     MOVE   1   TO   WK-TANTO-MSTR-FOUND-FLG
                     MOVE   WK-TANTO-MSTR-NAME(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       TANTO-MSTR-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>数字チェック処理
      *>WK-DIGIT-FLDの前詰め内容が、指定桁数の範囲の数字だけで
      *>構成されているかを検証する
      *>************************************************************************
       DIGIT-CHK-PROC                 SECTION.
      *>
           MOVE   ZERO   TO   WK-DIGIT-NG-FLG.
           MOVE   FUNCTION LENGTH(FUNCTION TRIM(WK-DIGIT-FLD))
                TO   WK-DIGIT-LEN.
      *>
           IF   WK-DIGIT-FLD   =   SPACE
                MOVE   ZERO   TO   WK-DIGIT-LEN
           END-IF.
      *>
           IF   WK-DIGIT-LEN   <   WK-DIGIT-MIN-LEN
           OR   WK-DIGIT-LEN   >   WK-DIGIT-MAX-LEN
                MOVE   1   TO   WK-DIGIT-NG-FLG
           ELSE
                PERFORM   VARYING   WK-DIGIT-IDX   FROM   1   BY   1
                     UNTIL   WK-DIGIT-IDX   >   WK-DIGIT-LEN
                     IF   WK-DIGIT-FLD(WK-DIGIT-IDX:1)   <   "0"
                     OR   WK-DIGIT-FLD(WK-DIGIT-IDX:1)   >   "9"
                          MOVE   1   TO   WK-DIGIT-NG-FLG
                     END-IF
                END-PERFORM
           END-IF.
      *>
       DIGIT-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>日付(YYYYMMDD)の実在チェック処理
      *>（閏年は西暦４桁で判定し、１００で割り切れる年は４００で
      *>　割り切れる場合のみ閏年）
      *>************************************************************************
       HIDUKE-CHK-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-HIDUKE-NG-FLG.
           MOVE      WK-HIDUKE-FLD(1:4)    TO   WK-HIDUKE-YY.
           MOVE      WK-HIDUKE-FLD(5:2)    TO   WK-HIDUKE-MM.
           MOVE      WK-HIDUKE-FLD(7:2)    TO   WK-HIDUKE-DD.
      *>
           IF   WK-HIDUKE-MM   <   1   OR   WK-HIDUKE-MM   >   12
                DISPLAY   "日付エラー（月が不正）"
                MOVE      1     TO  WK-HIDUKE-NG-FLG
           ELSE
                EVALUATE   WK-HIDUKE-MM
                     WHEN   4   WHEN   6   WHEN   9   WHEN  11
                          MOVE   30   TO   WK-HIDUKE-MAX-DD
                     WHEN   2
                          IF   FUNCTION MOD(WK-HIDUKE-YY, 400) = 0
                          OR  (FUNCTION MOD(WK-HIDUKE-YY, 4) = 0
                               AND FUNCTION MOD(WK-HIDUKE-YY, 100)
                                        NOT = 0)
                               MOVE   29   TO   WK-HIDUKE-MAX-DD
                          ELSE
                               MOVE   28   TO   WK-HIDUKE-MAX-DD
                          END-IF
                     WHEN   OTHER
                          MOVE   31   TO   WK-HIDUKE-MAX-DD
                END-EVALUATE
                IF   WK-HIDUKE-DD   <   1
                OR   WK-HIDUKE-DD   >   WK-HIDUKE-MAX-DD
                     DISPLAY   "日付エラー（日が不正）"
                     MOVE      1     TO  WK-HIDUKE-NG-FLG
                END-IF
           END-IF.
      *>
       HIDUKE-CHK-PROC-EXIT.
      *>
           EXIT.
