      *>************************************************************************
      *>店舗別月次損益計算書作成プログラム
      *>パラメータファイル（PLPARM.txt：対象年月YYYYMM）で指定された
      *>月について、店舗ごとに次の項目を集めて損益を求め、貢献利益の
      *>大きい順に順位を付けて店舗別損益計算書（STOREPL.txt）に印字
      *>する。店名は店舗マスタ（MISEM.txt）から求め、最後に全社合計を
      *>印字する。
      *>　・売上　　　　：月次集計退避ファイル（GETSUJI_yyyymm.txt）の
      *>　　　　　　　　　店舗別合計（"S"行）の売上金額
      *>　・返品　　　　：クレジットメモ（CRMEMO.txt）のうち返品日が
      *>　　　　　　　　　対象月の返品の行（メモ種別空白）の税抜金額
      *>　・値引・補償　：同じく承認された納品差異の請求の行
      *>　　　　　　　　　（メモ種別"C"）の税抜金額
      *>　・売上原価　　：日次退避ファイル（OT01_yyyymmdd.txt）の店舗
      *>　　　　　　　　　別の明細行の数量×その日の商品別原価
      *>　　　　　　　　　（SHOHINCST.txt）から、在庫へ戻し入れた返品
      *>　　　　　　　　　の数量×返品日の原価を差し引いたもの
      *>　・ロイヤルティ：ロイヤルティ登録簿（ROYREG.txt：ROYALTY001
      *>　　　　　　　　　の出力）の対象月のフランチャイズ店の金額
      *>売上高計＝売上−返品−値引・補償、売上総利益＝売上高計−売上
      *>原価、貢献利益＝売上総利益＋ロイヤルティとする。
      *>四半期の数量リベート（メモ種別"B"）は店番を持たないため、
      *>店舗には振り分けず全社合計の前に別行で印字して全社合計から
      *>差し引く。容器保証金の返金（メモ種別"D"）は損益に関わらない
      *>ため対象にしない。
      *>ロイヤルティ登録簿に同じ月・店舗の行が２件以上ある場合（再
      *>計算など）は最後の行を使う。原価が設定されていない商品の
      *>明細行は原価ゼロとして数え、その店舗に＊を付ける。
      *>フランチャイズ属性マスタ（FRANM.txt）があれば、フランチャイズ
      *>店と直営店の区分を印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   STOREPL001.
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
       SELECT   PARM-FILE     ASSIGN        TO "PLPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>月次集計退避ファイル（年月ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   GJ-FILE       ASSIGN        TO WK-GJ-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GJ-FILE-STATUS.
      *>************************************************************************
      *>日次退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの仕入単価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>クレジットメモファイル
      *>************************************************************************
       SELECT   CRM-FILE      ASSIGN        TO "CRMEMO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>ロイヤルティ登録簿ファイル
      *>************************************************************************
       SELECT   ROYREG-FILE   ASSIGN        TO "ROYREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ROYREG-FILE-STATUS.
      *>************************************************************************
      *>フランチャイズ属性マスタファイル
      *>************************************************************************
       SELECT   FRN-FILE      ASSIGN        TO "FRANM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS FRN-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>店舗別損益計算書ファイル
      *>************************************************************************
       SELECT   PLREP-FILE    ASSIGN         TO "STOREPL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
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
      *>月次集計退避ファイルのレイアウト定義（店舗別合計は"S"行）
      *>************************************************************************
       FD   GJ-FILE.
       01   GJ-STORE-RECODE.
           03   GJ-STORE-KUBUN                 PIC X(001).
           03   GJ-STORE-MISEBAN               PIC X(003).
           03   GJ-STORE-TYUMON-SU             PIC S9(008).
           03   GJ-STORE-URIAGE                PIC S9(010).
      *>************************************************************************
      *>日次退避ファイルのレイアウト定義
      *>（SUMMARY_SAMPLE01の出力と同じ。先頭の区分バイトで
      *>　見出し・末尾・店舗別合計・顧客別合計の各行を見分ける）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   SHOHINSUM   REPLACING   ==:PREFIX:==   BY   ==RT==
                               ==:QTYPIC:==   BY   ==S9(007)==.
           03   RT-SHOHIN-NAME                 PIC X(020).
           03   RT-URIAGE-KINGAKU              PIC S9(008).
           03   RT-ZEI-KINGAKU                 PIC S9(008).
           03   RT-ZEIKOMI-KINGAKU             PIC S9(009).
           03   RT-MISEBAN                     PIC X(003).
       01   RT-VERIFY-RECODE.
           03   RT-VERIFY-KUBUN                PIC X(001).
           03   FILLER                         PIC X(060).
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義（単価履歴と同じ）
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>ロイヤルティ登録簿ファイルのレイアウト定義（ROYALTY001と同じ）
      *>************************************************************************
       FD   ROYREG-FILE.
       01   ROYREG-RECODE.
           03   ROYR-YYYYMM                    PIC 9(006).
           03   ROYR-MISEBAN                   PIC X(003).
           03   ROYR-URIAGE-KINGAKU            PIC S9(010).
           03   ROYR-ROYALTY-RATE              PIC 9(002)V9(002).
           03   ROYR-ROYALTY-KINGAKU           PIC S9(010).
           03   ROYR-INV-BANGOU                PIC 9(006).
      *>************************************************************************
      *>フランチャイズ属性マスタファイルのレイアウト定義
      *>************************************************************************
       FD   FRN-FILE.
       01   FRN-RECODE.
           COPY   FRANM   REPLACING   ==:PREFIX:==   BY   ==FRN==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>店舗別損益計算書ファイルのレイアウト定義
      *>************************************************************************
       FD   PLREP-FILE.
       01   PLREP-RECODE                           PIC X(210).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  GJ-FILE-STATUS                           PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
       01  ROYREG-FILE-STATUS                       PIC XX.
       01  FRN-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
      *>
      *>退避ファイルのファイル名
       01  WK-GJ-FILENAME                           PIC X(020).
       01  WK-RT-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WRK-FILE-COUNT                   PIC 9(002).
             03   WRK-RT-COUNT                     PIC 9(007).
             03   WRK-GENKA-NASI-COUNT             PIC 9(007).
             03   WRK-RANK                         PIC 9(003).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "STOREPL1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>日次退避ファイルの日付（対象年月＋日）
       01   WK-DAY-AREA.
            03   WK-DD                           PIC 9(002).
            03   WK-RT-DATE                      PIC 9(008).
      *>
      *>商品別原価保持用テーブル
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
      *>原価検索の条件（商品コード・原価を求める日付）
       01   WK-CST-CHK-SHOHIN-CODE               PIC X(006).
       01   WK-CST-CHK-DATE                      PIC 9(008).
      *>
      *>店舗別の損益集計テーブル
       01   WK-PL-AREA.
            03   WK-PL-COUNT                     PIC 9(004)  COMP.
            03   WK-PL-TBL                       OCCURS 999 TIMES
                                    INDEXED BY WK-PL-IDX.
                 05   WK-PL-MISEBAN               PIC X(003).
                 05   WK-PL-DONE-FLG              PIC 9(001).
                 05   WK-PL-GENKA-NASI-FLG        PIC 9(001).
                 05   WK-PL-SYUKEI.
                      07   WK-PL-URIAGE           PIC S9(011).
                      07   WK-PL-HENPIN           PIC S9(011).
                      07   WK-PL-NEBIKI           PIC S9(011).
                      07   WK-PL-GENKA            PIC S9(011).
                      07   WK-PL-ROYALTY          PIC S9(011).
                 05   WK-PL-KOKEN                 PIC S9(011).
       01   WK-PL-FOUND-IDX                      PIC 9(004)  COMP.
       01   WK-PL-KEY-MISEBAN                    PIC X(003).
      *>
      *>全社合計の集計領域と店舗に振り分けない数量リベート
       01   WK-ALL-SYUKEI.
            03   WK-ALL-URIAGE                   PIC S9(011).
            03   WK-ALL-HENPIN                   PIC S9(011).
            03   WK-ALL-NEBIKI                   PIC S9(011).
            03   WK-ALL-GENKA                    PIC S9(011).
            03   WK-ALL-ROYALTY                  PIC S9(011).
       01   WK-REBATE-KINGAKU                    PIC S9(011).
      *>
      *>明細行の編集元（店舗別・全社合計の１件分を移して使う）
       01   WK-LINE-SYUKEI.
            03   WK-LINE-URIAGE                  PIC S9(011).
            03   WK-LINE-HENPIN                  PIC S9(011).
            03   WK-LINE-NEBIKI                  PIC S9(011).
            03   WK-LINE-GENKA                   PIC S9(011).
            03   WK-LINE-ROYALTY                 PIC S9(011).
       01   WK-LINE-CALC-AREA.
            03   WK-LINE-URIAGE-KEI              PIC S9(011).
            03   WK-LINE-ARARI                   PIC S9(011).
            03   WK-LINE-ARARI-RITSU             PIC S9(005)V9(001).
            03   WK-LINE-KOKEN                   PIC S9(011).
      *>
      *>明細行の原価（数量×単価）
       01   WK-GENKA-KINGAKU                     PIC S9(011).
      *>
      *>貢献利益の大きい順を求める領域
       01   WK-END-FLG                           PIC 9(001).
       01   WK-CUR-KOKEN                         PIC S9(011).
      *>
      *>フランチャイズ属性マスタ保持用テーブル
       01   WK-FRN-AREA.
            03   WK-FRN-COUNT                    PIC 9(003)  COMP.
            03   WK-FRN-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-FRN-IDX.
                 05   WK-FRN-MISEBAN              PIC X(003).
                 05   WK-FRN-FRAN-KUBUN           PIC X(001).
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
      *>損益計算書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(042)
               VALUE "**  店舗別損益計算書  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(016)
               VALUE "順位 店番 ".
           03   FILLER                PIC X(030)
               VALUE "店名                 区分".
           03   FILLER                PIC X(013)
               VALUE "      売上".
           03   FILLER                PIC X(013)
               VALUE "      返品".
           03   FILLER                PIC X(021)
               VALUE "   値引・補償".
           03   FILLER                PIC X(018)
               VALUE "    売上高計".
           03   FILLER                PIC X(018)
               VALUE "    売上原価".
           03   FILLER                PIC X(021)
               VALUE "  売上総利益".
           03   FILLER                PIC X(012)
               VALUE "  粗利率".
           03   FILLER                PIC X(024)
               VALUE "  ロイヤルティ".
           03   FILLER                PIC X(018)
               VALUE "    貢献利益".
      *>明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-RANK              PIC ZZZ.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-MISEBAN           PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-MISE-NAME         PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(006).
           03   REP-KINGAKU-AREA      OCCURS 6 TIMES.
                05   FILLER           PIC X(001)
                                             VALUE SPACE.
                05   REP-KINGAKU      PIC -ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-ARARI-RITSU       PIC -ZZ9.9.
           03   REP-ARARI-RITSU-X  REDEFINES  REP-ARARI-RITSU
                                      PIC X(006).
           03   REP-PERCENT           PIC X(001).
           03   REP-KINGAKU2-AREA     OCCURS 2 TIMES.
                05   FILLER           PIC X(001)
                                             VALUE SPACE.
                05   REP-KINGAKU2     PIC -ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-GENKA-MARK        PIC X(001).
      *>注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   FILLER                PIC X(039)
               VALUE "＊：原価未設定の商品を含む".
           03   FILLER                PIC X(018)
               VALUE "（原価ゼロ）".
           03   FILLER                PIC X(018)
               VALUE "　明細行数：".
           03   REP-CK-GENKA-NASI     PIC Z,ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "店舗数：".
            03   MSG1-MISE-COUNT              PIC ZZ9.
            03   FILLER                       PIC X(033)
                              VALUE "　日次退避ファイル数：".
            03   MSG1-FILE-COUNT              PIC Z9.
            03   FILLER                       PIC X(027)
                              VALUE "　原価未設定行数：".
            03   MSG1-GENKA-NASI-COUNT        PIC Z,ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WK-PL-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-FRN-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-REBATE-KINGAKU.
           INITIALIZE   WK-ALL-SYUKEI.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月の読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  原価・フランチャイズ属性・店舗マスタの読み込み
           PERFORM   CST-LOAD-PROC.
           PERFORM   FRN-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  売上（月次集計退避）・原価（日次退避）・返品と値引
      *>  （クレジットメモ）・ロイヤルティ（登録簿）を店舗別に集める
           PERFORM   GJ-LOAD-PROC.
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
           PERFORM   CRM-LOAD-PROC.
           PERFORM   ROYREG-LOAD-PROC.
      *>
      *>  店舗ごとの貢献利益を求め、全社合計へ積み上げる
           PERFORM   VARYING   WK-PL-IDX   FROM   1   BY   1
                UNTIL   WK-PL-IDX   >   WK-PL-COUNT
                MOVE   WK-PL-SYUKEI(WK-PL-IDX)   TO   WK-LINE-SYUKEI
                PERFORM   LINE-CALC-PROC
                MOVE   WK-LINE-KOKEN   TO   WK-PL-KOKEN(WK-PL-IDX)
                ADD    WK-PL-URIAGE(WK-PL-IDX)    TO   WK-ALL-URIAGE
                ADD    WK-PL-HENPIN(WK-PL-IDX)    TO   WK-ALL-HENPIN
                ADD    WK-PL-NEBIKI(WK-PL-IDX)    TO   WK-ALL-NEBIKI
                ADD    WK-PL-GENKA(WK-PL-IDX)     TO   WK-ALL-GENKA
                ADD    WK-PL-ROYALTY(WK-PL-IDX)   TO   WK-ALL-ROYALTY
           END-PERFORM.
      *>
           OPEN      OUTPUT   PLREP-FILE.
           MOVE      WK-PARM-YYYYMM   TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE     TO   REP-HDR-RUN-DATE.
           WRITE     PLREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     PLREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  貢献利益の大きい順に店舗の行を印字する
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      ZERO   TO   WK-PL-FOUND-IDX
                PERFORM   VARYING   WK-PL-IDX   FROM   1   BY   1
                     UNTIL   WK-PL-IDX   >   WK-PL-COUNT
                     IF   WK-PL-DONE-FLG(WK-PL-IDX)   =   ZERO
                          IF   WK-PL-FOUND-IDX   =   ZERO
                          OR   WK-PL-KOKEN(WK-PL-IDX)   >   WK-CUR-KOKEN
                               MOVE   WK-PL-KOKEN(WK-PL-IDX)
                                    TO   WK-CUR-KOKEN
                               SET    WK-PL-FOUND-IDX   TO   WK-PL-IDX
                          END-IF
                     END-IF
                END-PERFORM
                IF   WK-PL-FOUND-IDX   =   ZERO
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   PL-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  店舗に振り分けない数量リベートと全社合計を印字する
           PERFORM   ALL-WRITE-PROC.
      *>
           CLOSE     PLREP-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
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
                     DISPLAY   "PLPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象年月の指定がありません"
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
      *>月次集計退避ファイルの読み込み処理（店舗別合計の売上を集める）
      *>退避ファイルが無い月は損益を作れないためリターンコード８で
      *>終了する
      *>************************************************************************
       GJ-LOAD-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-GJ-FILENAME.
           STRING    "GETSUJI_"   WK-PARM-YYYYMM   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-GJ-FILENAME.
      *>
           OPEN      INPUT   GJ-FILE.
           IF   GJ-FILE-STATUS   NOT =   "00"
                DISPLAY   "月次集計退避が読めません:"
                          WK-GJ-FILENAME
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   GJ-FILE-STATUS   NOT =   "00"
                READ   GJ-FILE
                     AT   END
                          MOVE   "10"   TO   GJ-FILE-STATUS
                     NOT   AT   END
                          IF   GJ-STORE-KUBUN   =   "S"
                               MOVE   GJ-STORE-MISEBAN
                                    TO   WK-PL-KEY-MISEBAN
                               PERFORM   PL-FIND-PROC
                               IF   WK-PL-FOUND-IDX   NOT =   ZERO
                                    ADD   GJ-STORE-URIAGE   TO
                                         WK-PL-URIAGE(WK-PL-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     GJ-FILE.
      *>
       GJ-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理（店舗別の原価を集める）
      *>ファイルが存在しない日（休業日など）は読み飛ばす
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "OT01_"   WK-PARM-YYYYMM   WK-DD   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
           COMPUTE   WK-RT-DATE   =
                     WK-PARM-YYYYMM   *   100   +   WK-DD.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-FILE-COUNT.
           PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                READ   RT-FILE
                     AT   END
                          MOVE   "10"   TO   RT-FILE-STATUS
                     NOT   AT   END
                          PERFORM   RT-ONE-REC-PROC
                END-READ
           END-PERFORM.
           CLOSE     RT-FILE.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>日次退避ファイル１行分の原価の積み上げ処理
      *>見出し（"H"）・末尾（"T"）・顧客別合計（"C"）・店舗別合計
      *>（"S"）は読み飛ばし、明細行の数量×その日の原価を積み上げる
      *>************************************************************************
       RT-ONE-REC-PROC                SECTION.
      *>
           IF   RT-VERIFY-KUBUN   =   "H"
           OR   RT-VERIFY-KUBUN   =   "T"
           OR   RT-VERIFY-KUBUN   =   "C"
           OR   RT-VERIFY-KUBUN   =   "S"
                GO   TO   RT-ONE-REC-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-RT-COUNT.
      *>
           MOVE      RT-MISEBAN   TO   WK-PL-KEY-MISEBAN.
           PERFORM   PL-FIND-PROC.
           IF   WK-PL-FOUND-IDX   =   ZERO
                GO   TO   RT-ONE-REC-PROC-EXIT
           END-IF.
      *>
           MOVE      RT-SHOHIN-CODE   TO   WK-CST-CHK-SHOHIN-CODE.
           MOVE      WK-RT-DATE       TO   WK-CST-CHK-DATE.
           PERFORM   CST-LOOKUP-PROC.
           IF   WK-CST-FOUND-FLG   NOT =   1
                ADD    1   TO   WRK-GENKA-NASI-COUNT
                MOVE   1   TO   WK-PL-GENKA-NASI-FLG(WK-PL-FOUND-IDX)
                GO   TO   RT-ONE-REC-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-GENKA-KINGAKU   =
                     RT-TYUMON-SU   *   WK-CST-TANKA-SAVE.
           ADD       WK-GENKA-KINGAKU   TO
                     WK-PL-GENKA(WK-PL-FOUND-IDX).
      *>
       RT-ONE-REC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>クレジットメモの読み込み処理
      *>返品日（またはその行の日付）が対象月の行を、返品は返品欄と
      *>原価の戻し、納品差異の請求は値引・補償欄、数量リベートは
      *>店舗に振り分けない値引として集める
      *>************************************************************************
       CRM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CRM-FILE.
           IF   CRM-FILE-STATUS   NOT =   "00"
                CLOSE   CRM-FILE
                GO   TO   CRM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CRM-FILE-STATUS   NOT =   "00"
                READ   CRM-FILE
                     AT   END
                          MOVE   "10"   TO   CRM-FILE-STATUS
                     NOT   AT   END
                          IF   CRM-HENPIN-DATE(1:6)   =   WK-PARM-YYYYMM
                               PERFORM   CRM-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CRM-FILE.
      *>
       CRM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>クレジットメモ１行分の積み上げ処理
      *>************************************************************************
       CRM-ONE-PROC                   SECTION.
      *>
           IF   CRM-MEMO-SYUBETSU   =   "B"
                ADD   CRM-URIAGE-KINGAKU   TO   WK-REBATE-KINGAKU
                GO   TO   CRM-ONE-PROC-EXIT
           END-IF.
           IF   CRM-MEMO-SYUBETSU   NOT =   SPACE
           AND  CRM-MEMO-SYUBETSU   NOT =   "C"
                GO   TO   CRM-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      CRM-MISEBAN   TO   WK-PL-KEY-MISEBAN.
           PERFORM   PL-FIND-PROC.
           IF   WK-PL-FOUND-IDX   =   ZERO
                GO   TO   CRM-ONE-PROC-EXIT
           END-IF.
      *>
           IF   CRM-MEMO-SYUBETSU   =   "C"
                ADD   CRM-URIAGE-KINGAKU   TO
                     WK-PL-NEBIKI(WK-PL-FOUND-IDX)
                GO   TO   CRM-ONE-PROC-EXIT
           END-IF.
      *>
      *>  返品は在庫へ戻し入れているため、返品日の原価で原価を戻す
           ADD       CRM-URIAGE-KINGAKU   TO
                     WK-PL-HENPIN(WK-PL-FOUND-IDX).
           MOVE      CRM-SHOHIN-CODE   TO   WK-CST-CHK-SHOHIN-CODE.
           MOVE      CRM-HENPIN-DATE   TO   WK-CST-CHK-DATE.
           PERFORM   CST-LOOKUP-PROC.
           IF   WK-CST-FOUND-FLG   =   1
                COMPUTE   WK-GENKA-KINGAKU   =
                          CRM-HENPIN-SU   *   WK-CST-TANKA-SAVE
                SUBTRACT  WK-GENKA-KINGAKU   FROM
                          WK-PL-GENKA(WK-PL-FOUND-IDX)
           END-IF.
      *>
       CRM-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロイヤルティ登録簿の読み込み処理
      *>同じ月・店舗の行は後の行で置き換える（再計算分を優先する）
      *>************************************************************************
       ROYREG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ROYREG-FILE.
           IF   ROYREG-FILE-STATUS   NOT =   "00"
                CLOSE   ROYREG-FILE
                GO   TO   ROYREG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ROYREG-FILE-STATUS   NOT =   "00"
                READ   ROYREG-FILE
                     AT   END
                          MOVE   "10"   TO   ROYREG-FILE-STATUS
                     NOT   AT   END
                          IF   ROYR-YYYYMM   =   WK-PARM-YYYYMM
                               MOVE   ROYR-MISEBAN
                                    TO   WK-PL-KEY-MISEBAN
                               PERFORM   PL-FIND-PROC
                               IF   WK-PL-FOUND-IDX   NOT =   ZERO
                                    MOVE   ROYR-ROYALTY-KINGAKU   TO
                                         WK-PL-ROYALTY(WK-PL-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ROYREG-FILE.
      *>
       ROYREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別損益集計テーブルの検索処理（無ければ登録する）
      *>WK-PL-KEY-MISEBANに店番を設定してから呼び出し、行の位置を
      *>WK-PL-FOUND-IDXに返す（満杯で登録できない場合はゼロ）
      *>************************************************************************
       PL-FIND-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-PL-FOUND-IDX.
           PERFORM   VARYING   WK-PL-IDX   FROM   1   BY   1
                UNTIL   WK-PL-IDX   >   WK-PL-COUNT
                   OR   WK-PL-FOUND-IDX   NOT =   ZERO
                IF   WK-PL-MISEBAN(WK-PL-IDX)   =   WK-PL-KEY-MISEBAN
                     SET    WK-PL-FOUND-IDX   TO   WK-PL-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-PL-FOUND-IDX   =   ZERO
           AND  WK-PL-COUNT   <   999
                ADD    1   TO   WK-PL-COUNT
                MOVE   WK-PL-COUNT   TO   WK-PL-FOUND-IDX
                INITIALIZE   WK-PL-TBL(WK-PL-COUNT)
                MOVE   WK-PL-KEY-MISEBAN
                     TO   WK-PL-MISEBAN(WK-PL-COUNT)
           END-IF.
      *>
       PL-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価の検索処理
      *>WK-CST-CHK-SHOHIN-CODE・WK-CST-CHK-DATEを設定してから呼び出し、
      *>その日に適用されている原価をWK-CST-TANKA-SAVEに返す
      *>（無ければWK-CST-FOUND-FLGがゼロ）
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-FOUND-FLG.
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-CST-CHK-SHOHIN-CODE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)   <=   WK-CST-CHK-DATE
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
      *>損益の計算処理
      *>WK-LINE-SYUKEIに１件分の集計を設定してから呼び出し、売上高計・
      *>売上総利益・粗利率・貢献利益を求める
      *>************************************************************************
       LINE-CALC-PROC                 SECTION.
      *>
           COMPUTE   WK-LINE-URIAGE-KEI   =
                     WK-LINE-URIAGE   -   WK-LINE-HENPIN
                     -   WK-LINE-NEBIKI.
           COMPUTE   WK-LINE-ARARI   =
                     WK-LINE-URIAGE-KEI   -   WK-LINE-GENKA.
           COMPUTE   WK-LINE-KOKEN   =
                     WK-LINE-ARARI   +   WK-LINE-ROYALTY.
           IF   WK-LINE-URIAGE-KEI   NOT   >   ZERO
                MOVE   ZERO   TO   WK-LINE-ARARI-RITSU
           ELSE
                COMPUTE   WK-LINE-ARARI-RITSU   ROUNDED   =
                          WK-LINE-ARARI   *   100
                          /   WK-LINE-URIAGE-KEI
           END-IF.
      *>
       LINE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>明細行の編集処理
      *>LINE-CALC-PROCの後に呼び出し、金額欄・粗利率を編集する
      *>（売上高計がゼロ以下の行は粗利率を"－"とする）
      *>************************************************************************
       LINE-EDIT-PROC                 SECTION.
      *>
           MOVE      WK-LINE-URIAGE        TO   REP-KINGAKU(1).
           MOVE      WK-LINE-HENPIN        TO   REP-KINGAKU(2).
           MOVE      WK-LINE-NEBIKI        TO   REP-KINGAKU(3).
           MOVE      WK-LINE-URIAGE-KEI    TO   REP-KINGAKU(4).
           MOVE      WK-LINE-GENKA         TO   REP-KINGAKU(5).
           MOVE      WK-LINE-ARARI         TO   REP-KINGAKU(6).
           MOVE      WK-LINE-ROYALTY       TO   REP-KINGAKU2(1).
           MOVE      WK-LINE-KOKEN         TO   REP-KINGAKU2(2).
           IF   WK-LINE-URIAGE-KEI   NOT   >   ZERO
                MOVE   "   －"   TO   REP-ARARI-RITSU-X
                MOVE   SPACE                 TO   REP-PERCENT
           ELSE
                MOVE   WK-LINE-ARARI-RITSU   TO   REP-ARARI-RITSU
                MOVE   "%"                   TO   REP-PERCENT
           END-IF.
      *>
       LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の行の印字処理
      *>WK-PL-FOUND-IDXに印字する店舗の位置を設定してから呼び出す
      *>************************************************************************
       PL-WRITE-PROC                  SECTION.
      *>
           MOVE      1   TO   WK-PL-DONE-FLG(WK-PL-FOUND-IDX).
           ADD       1   TO   WRK-RANK.
      *>
           PERFORM   MISE-NAME-LOOKUP-PROC.
           MOVE      WK-PL-SYUKEI(WK-PL-FOUND-IDX)
                TO   WK-LINE-SYUKEI.
           PERFORM   LINE-CALC-PROC.
           PERFORM   LINE-EDIT-PROC.
      *>
           MOVE      WRK-RANK                        TO   REP-RANK.
           MOVE      WK-PL-MISEBAN(WK-PL-FOUND-IDX)  TO   REP-MISEBAN.
           MOVE      WK-MISE-NAME-SAVE               TO   REP-MISE-NAME.
           PERFORM   FRN-KUBUN-PROC.
           IF   WK-PL-GENKA-NASI-FLG(WK-PL-FOUND-IDX)   =   1
                MOVE   "*"     TO   REP-GENKA-MARK
           ELSE
                MOVE   SPACE   TO   REP-GENKA-MARK
           END-IF.
           WRITE     PLREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       PL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>数量リベートの行と全社合計の行の印字処理
      *>************************************************************************
       ALL-WRITE-PROC                 SECTION.
      *>
           MOVE      ZERO    TO   REP-RANK.
           MOVE      SPACE   TO   REP-MISEBAN.
           MOVE      SPACE   TO   REP-KUBUN.
           MOVE      SPACE   TO   REP-GENKA-MARK.
      *>
      *>  店舗に振り分けない数量リベート（値引・補償欄に載せる）
           IF   WK-REBATE-KINGAKU   NOT =   ZERO
                INITIALIZE   WK-LINE-SYUKEI
                MOVE   WK-REBATE-KINGAKU   TO   WK-LINE-NEBIKI
                PERFORM   LINE-CALC-PROC
                PERFORM   LINE-EDIT-PROC
                MOVE   "数量リベート"   TO   REP-MISE-NAME
                WRITE  PLREP-RECODE   FROM   REP-DETAIL-RECODE
                ADD    WK-REBATE-KINGAKU   TO   WK-ALL-NEBIKI
           END-IF.
      *>
           MOVE      WK-ALL-SYUKEI   TO   WK-LINE-SYUKEI.
           PERFORM   LINE-CALC-PROC.
           PERFORM   LINE-EDIT-PROC.
           MOVE      "全社合計"   TO   REP-MISE-NAME.
           WRITE     PLREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           IF   WRK-GENKA-NASI-COUNT   >   ZERO
                MOVE   WRK-GENKA-NASI-COUNT   TO   REP-CK-GENKA-NASI
                WRITE  PLREP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
      *>
       ALL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>フランチャイズ区分の編集処理（属性マスタが無い店舗は空白）
      *>************************************************************************
       FRN-KUBUN-PROC                 SECTION.
      *>
           MOVE      SPACE   TO   REP-KUBUN.
           PERFORM   VARYING   WK-FRN-IDX   FROM   1   BY   1
                UNTIL   WK-FRN-IDX   >   WK-FRN-COUNT
                IF   WK-FRN-MISEBAN(WK-FRN-IDX)
                          =   WK-PL-MISEBAN(WK-PL-FOUND-IDX)
                     IF   WK-FRN-FRAN-KUBUN(WK-FRN-IDX)   =   "1"
                          MOVE   "ＦＣ"     TO   REP-KUBUN
                     ELSE
                          MOVE   "直営"     TO   REP-KUBUN
                     END-IF
                END-IF
           END-PERFORM.
      *>
       FRN-KUBUN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理
      *>ファイルが無い場合は全商品が原価未設定として扱われる
      *>************************************************************************
       CST-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CST-FILE.
           IF   CST-FILE-STATUS   NOT =   "00"
                CLOSE   CST-FILE
                GO   TO   CST-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CST-FILE-STATUS   NOT =   "00"
                READ   CST-FILE
                     AT   END
                          MOVE   "10"   TO   CST-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CST-COUNT   <   9999
                               ADD    1   TO   WK-CST-COUNT
                               MOVE   CST-SHOHIN-CODE   TO
                                    WK-CST-SHOHIN-CODE(WK-CST-COUNT)
                               MOVE   CST-EFF-DATE      TO
                                    WK-CST-EFF-DATE(WK-CST-COUNT)
                               MOVE   CST-TANKA         TO
                                    WK-CST-TANKA(WK-CST-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CST-FILE.
      *>
       CST-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>フランチャイズ属性マスタファイルの読み込み処理
      *>************************************************************************
       FRN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   FRN-FILE.
           IF   FRN-FILE-STATUS   NOT =   "00"
                CLOSE   FRN-FILE
                GO   TO   FRN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   FRN-FILE-STATUS   NOT =   "00"
                READ   FRN-FILE
                     AT   END
                          MOVE   "10"   TO   FRN-FILE-STATUS
                     NOT   AT   END
                          IF   WK-FRN-COUNT   <   999
                               ADD    1   TO   WK-FRN-COUNT
                               MOVE   FRN-MISEBAN      TO
                                    WK-FRN-MISEBAN(WK-FRN-COUNT)
                               MOVE   FRN-FRAN-KUBUN   TO
                                    WK-FRN-FRAN-KUBUN(WK-FRN-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     FRN-FILE.
      *>
       FRN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理
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
      *>店名検索処理（WK-PL-FOUND-IDXの店舗の店名を返す）
      *>************************************************************************
       MISE-NAME-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-PL-MISEBAN(WK-PL-FOUND-IDX)
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
      *>  処理件数を表示する（原価未設定の行があれば復帰コード４）
           MOVE      WK-PL-COUNT            TO   MSG1-MISE-COUNT.
           MOVE      WRK-FILE-COUNT         TO   MSG1-FILE-COUNT.
           MOVE      WRK-GENKA-NASI-COUNT   TO   MSG1-GENKA-NASI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-GENKA-NASI-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
