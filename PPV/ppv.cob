      *>************************************************************************
      *>購入価格差異表作成・差異計上プログラム
      *>パラメータファイル（PPVPARM.txt：対象年月YYYYMM）で指定された
      *>月に入荷した入荷履歴（RCPTHIST.txt）を、発注登録簿（POREG.txt）
      *>の仕入先別・商品別に集計し、入荷数×（実際単価－標準原価）の
      *>購入価格差異を購入価格差異表（PPVRPT.txt）に印字する。
      *>　・実際単価：入荷履歴の入荷単価（入荷単価を持たない履歴は
      *>　　発注登録簿の発注単価）
      *>　・標準原価：商品別原価（SHOHINCST.txt）の入荷日以前で最も
      *>　　新しい適用開始日の単価（MARGIN001の粗利計算と同じ原価）
      *>差異がプラスなら標準より高く買った（不利差異）ことを表す。
      *>発注登録簿に無い入荷・単価の分からない入荷・標準原価の無い
      *>商品は集計から除いて差異表の先頭に記録し、リターンコード４で
      *>知らせる。
      *>差異の合計は仕訳ファイル（GLJRNL.txt）へ種別マーク"PPV"・
      *>参照日付を対象月の月末日として追記する。仕入（買掛元帳の転記
      *>では請求金額で計上される）から差異を購入価格差異勘定へ振り
      *>替え、仕入を標準原価に揃える（不利差異は借方 購入価格差異
      *>"PPVR"／貸方 仕入"SIIR"、有利差異は貸借を逆にする）。勘定
      *>科目は計上種別勘定科目対応表（GLKMAP.txt）から求め、揃わない
      *>場合は何も出力せずにリターンコード８で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   PPV001.
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
       SELECT   PARM-FILE     ASSIGN        TO "PPVPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル
      *>************************************************************************
       SELECT   POR-FILE      ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POR-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの標準原価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル（差異表へ仕入先名を付けるために使用する）
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（差異表へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（差異の振替仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>購入価格差異表ファイル
      *>************************************************************************
       SELECT   PPVREP-FILE   ASSIGN         TO "PPVRPT.txt"
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
           03   PARM-TAISHO-YYYYMM             PIC 9(006).
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POR-FILE.
       01   POR-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
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
      *>購入価格差異表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   PPVREP-FILE.
       01   PPVREP-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  POR-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-RCH-COUNT                    PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-JOGAI-COUNT                  PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "PPV00001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の日付計算用の領域
       01   WK-MONTH-AREA.
            03   WK-MONTH-START                  PIC 9(008).
            03   WK-MONTH-START-R  REDEFINES  WK-MONTH-START.
                 05   WK-MONTH-YYYYMM             PIC 9(006).
                 05   WK-MONTH-START-DD           PIC 9(002).
            03   WK-MONTH-END                    PIC 9(008).
            03   WK-NEXT-MONTH                   PIC 9(008).
            03   WK-NEXT-MONTH-R  REDEFINES  WK-NEXT-MONTH.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-MONTH-INT                    PIC S9(008).
      *>
      *>入荷日の年月判定用の領域
       01   WK-NYUKA-DATE                        PIC 9(008).
       01   WK-NYUKA-DATE-R  REDEFINES  WK-NYUKA-DATE.
            03   WK-NYUKA-YYYYMM                 PIC 9(006).
            03   WK-NYUKA-DD                     PIC 9(002).
      *>
      *>発注明細保持用テーブル（入荷の仕入先・発注単価を求める）
       01   WK-POR-AREA.
            03   WK-POR-COUNT                    PIC 9(004)  COMP.
            03   WK-POR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POR-IDX.
                 05   WK-POR-PO-BANGOU            PIC 9(006).
                 05   WK-POR-SUP-CODE             PIC X(004).
                 05   WK-POR-SOKO-CODE            PIC X(002).
                 05   WK-POR-SHOHIN-CODE          PIC X(006).
                 05   WK-POR-HATYU-TANKA          PIC 9(006).
       01   WK-POR-FOUND-FLG                     PIC 9(001).
       01   WK-POR-FOUND-IDX                     PIC 9(004)  COMP.
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
      *>
      *>仕入先別・商品別の差異集計テーブル
       01   WK-PPV-AREA.
            03   WK-PPV-COUNT                    PIC 9(004)  COMP.
            03   WK-PPV-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PPV-IDX.
                 05   WK-PPV-SUP-CODE             PIC X(004).
                 05   WK-PPV-SHOHIN-CODE          PIC X(006).
                 05   WK-PPV-NYUKA-SU             PIC 9(009).
                 05   WK-PPV-JISSEKI-KINGAKU      PIC 9(011).
                 05   WK-PPV-HYOJUN-KINGAKU       PIC 9(011).
                 05   WK-PPV-INSATSU-FLG          PIC 9(001).
       01   WK-PPV-FOUND-FLG                     PIC 9(001).
       01   WK-PPV-FOUND-IDX                     PIC 9(004)  COMP.
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
      *>商品マスタ保持用テーブル（商品名の表示用）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>計上種別ごとの勘定科目
       01   WK-GLK-AREA.
            03   WK-PPVR-KAMOKU                  PIC X(008).
            03   WK-SIIR-KAMOKU                  PIC X(008).
      *>
      *>入荷１件分・明細１行分の計算用領域
       01   WK-CALC-AREA.
            03   WK-JISSEKI-TANKA                PIC 9(006).
            03   WK-JISSEKI-KINGAKU              PIC 9(011).
            03   WK-HYOJUN-KINGAKU               PIC 9(011).
            03   WK-SAGAKU                       PIC S9(011).
            03   WK-HEIKIN-TANKA                 PIC 9(007)V9(002).
            03   WK-JOGAI-RIYU                   PIC X(036).
      *>
      *>仕入先ごとの小計・全体合計の積み上げ領域
       01   WK-CUR-SUP-CODE                      PIC X(004).
       01   WK-SUBTOTAL-AREA.
            03   WK-SUB-NYUKA-SU                 PIC 9(009).
            03   WK-SUB-JISSEKI-KINGAKU          PIC 9(011).
            03   WK-SUB-HYOJUN-KINGAKU           PIC 9(011).
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-NYUKA-SU               PIC 9(011).
            03   WK-TOTAL-JISSEKI-KINGAKU        PIC 9(011).
            03   WK-TOTAL-HYOJUN-KINGAKU         PIC 9(011).
            03   WK-TOTAL-SAGAKU                 PIC S9(011).
            03   WK-GL-KINGAKU                   PIC 9(011).
      *>
      *>差異表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(029)
               VALUE "**  購入価格差異表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>差異表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(033)
               VALUE "仕入先　商品　　商品名".
           03   FILLER                PIC X(030)
               VALUE "　　　　　　　入荷数".
           03   FILLER                PIC X(030)
               VALUE "　実際単価　標準単価".
           03   FILLER                PIC X(048)
               VALUE "　　実際金額　　標準金額　　差異".
      *>集計から除いた入荷の記録行の編集用領域
       01   REP-JOGAI-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "除外：".
           03   REP-JOGAI-PO-BANGOU   PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JOGAI-SHOHIN-CODE PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JOGAI-SOKO-CODE   PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JOGAI-NYUKA-DATE  PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JOGAI-RIYU        PIC X(036).
      *>仕入先の見出し行の編集用領域
       01   REP-SUP-RECODE.
           03   REP-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SUP-NAME          PIC X(020).
      *>差異表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-NYUKA-SU          PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JISSEKI-TANKA     PIC ZZZ,ZZ9.99.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HYOJUN-TANKA      PIC ZZZ,ZZ9.99.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-JISSEKI-KINGAKU   PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HYOJUN-KINGAKU    PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SAGAKU            PIC -(011)9.
      *>仕入先小計行・全体合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(028).
           03   REP-T-NYUKA-SU        PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(026)
                                             VALUE SPACE.
           03   REP-T-JISSEKI-KINGAKU PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-HYOJUN-KINGAKU  PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-SAGAKU          PIC -(011)9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "入荷履歴件数：".
            03   MSG1-RCH-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　集計件数：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　除外件数：".
            03   MSG1-JOGAI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　差異合計：".
            03   MSG1-SAGAKU                  PIC -(011)9.
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
           MOVE   ZERO        TO   WRK-RCH-COUNT.
           MOVE   ZERO        TO   WRK-TAISHO-COUNT.
           MOVE   ZERO        TO   WRK-JOGAI-COUNT.
           MOVE   ZERO        TO   WK-POR-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-PPV-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータ・勘定科目の読み込み（揃わなければ終了）
           PERFORM   PARM-READ-PROC.
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  マスタ・発注登録簿・標準原価の読み込み
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   POR-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
      *>
           OPEN      OUTPUT   PPVREP-FILE.
           MOVE      WK-MONTH-YYYYMM   TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     PPVREP-RECODE   FROM   REP-HDR-RECODE.
      *>
      *>  対象月の入荷を仕入先別・商品別に集計する（除外した入荷は
      *>  この時点で記録する）
           PERFORM   RCH-LOAD-PROC.
      *>
           WRITE     PPVREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  仕入先ごとに明細・小計を印字する
           PERFORM   VARYING   WK-PPV-IDX   FROM   1   BY   1
                UNTIL   WK-PPV-IDX   >   WK-PPV-COUNT
                IF   WK-PPV-INSATSU-FLG(WK-PPV-IDX)   =   ZERO
                     PERFORM   PPV-ONE-SUP-PROC
                END-IF
           END-PERFORM.
      *>
      *>  全体合計行を印字する
           COMPUTE   WK-TOTAL-SAGAKU   =
                     WK-TOTAL-JISSEKI-KINGAKU
                     -   WK-TOTAL-HYOJUN-KINGAKU.
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "全仕入先合計"           TO   REP-T-TITLE.
           MOVE      WK-TOTAL-NYUKA-SU        TO   REP-T-NYUKA-SU.
           MOVE      WK-TOTAL-JISSEKI-KINGAKU
                     TO   REP-T-JISSEKI-KINGAKU.
           MOVE      WK-TOTAL-HYOJUN-KINGAKU  TO   REP-T-HYOJUN-KINGAKU.
           MOVE      WK-TOTAL-SAGAKU          TO   REP-T-SAGAKU.
           WRITE     PPVREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           CLOSE     PPVREP-FILE.
      *>
      *>  差異があれば仕入から購入価格差異へ振り替える
           IF   WK-TOTAL-SAGAKU   NOT =   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
           IF   WRK-JOGAI-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
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
                     DISPLAY   "PPVPARMが読めません:"
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
                     MOVE   PARM-TAISHO-YYYYMM   TO   WK-MONTH-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  月末日は翌月１日の前日とする
           MOVE      1                 TO   WK-MONTH-START-DD.
           MOVE      WK-MONTH-START    TO   WK-NEXT-MONTH.
           IF   WK-NEXT-MM   =   12
                ADD    1   TO   WK-NEXT-YYYY
                MOVE   1   TO   WK-NEXT-MM
           ELSE
                ADD    1   TO   WK-NEXT-MM
           END-IF.
           COMPUTE   WK-MONTH-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-MONTH-INT)
                TO   WK-MONTH-END.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴の読み込み処理
      *>差異を計算する元の入荷が無いため、読めない場合は異常終了する
      *>************************************************************************
       RCH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RCH-FILE.
           EVALUATE   RCH-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "RCPTHIST-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "RCPTHIST-FILE入出力エラー:"
                               RCH-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   RCH-FILE-STATUS   NOT =   "00"
                READ   RCH-FILE
                     AT   END
                          MOVE   "10"   TO   RCH-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-RCH-COUNT
                          PERFORM   RCH-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     RCH-FILE.
      *>
       RCH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴１件分の差異集計処理
      *>対象月の入荷だけを、発注明細の仕入先・商品別に積み上げる
      *>************************************************************************
       RCH-ONE-PROC                   SECTION.
      *>
           MOVE      RCH-NYUKA-DATE   TO   WK-NYUKA-DATE.
           IF   WK-NYUKA-YYYYMM   NOT =   WK-MONTH-YYYYMM
                GO   TO   RCH-ONE-PROC-EXIT
           END-IF.
      *>
      *>  入荷の発注明細を探す（仕入先・発注単価を求める）
           MOVE      ZERO   TO   WK-POR-FOUND-FLG.
           MOVE      ZERO   TO   WK-POR-FOUND-IDX.
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                   OR   WK-POR-FOUND-FLG   =   1
                IF   WK-POR-PO-BANGOU(WK-POR-IDX)   =   RCH-PO-BANGOU
                AND  WK-POR-SHOHIN-CODE(WK-POR-IDX)
                          =   RCH-SHOHIN-CODE
                AND  WK-POR-SOKO-CODE(WK-POR-IDX)   =   RCH-SOKO-CODE
                     MOVE   1   TO   WK-POR-FOUND-FLG
                     MOVE   WK-POR-IDX   TO   WK-POR-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-POR-FOUND-FLG   NOT =   1
                MOVE      "発注登録簿に無い入荷"
                               TO   WK-JOGAI-RIYU
                PERFORM   JOGAI-WRITE-PROC
                GO   TO   RCH-ONE-PROC-EXIT
           END-IF.
      *>
      *>  実際単価（入荷単価が無ければ発注単価）
           MOVE      ZERO   TO   WK-JISSEKI-TANKA.
           IF   RCH-NYUKA-TANKA   NUMERIC
                MOVE   RCH-NYUKA-TANKA   TO   WK-JISSEKI-TANKA
           END-IF.
           IF   WK-JISSEKI-TANKA   =   ZERO
                MOVE   WK-POR-HATYU-TANKA(WK-POR-FOUND-IDX)
                     TO   WK-JISSEKI-TANKA
           END-IF.
           IF   WK-JISSEKI-TANKA   =   ZERO
                MOVE      "入荷単価・発注単価が無い"
                               TO   WK-JOGAI-RIYU
                PERFORM   JOGAI-WRITE-PROC
                GO   TO   RCH-ONE-PROC-EXIT
           END-IF.
      *>
      *>  入荷日時点の標準原価
           PERFORM   CST-LOOKUP-PROC.
           IF   WK-CST-FOUND-FLG   NOT =   1
                MOVE      "標準原価が未設定"
                               TO   WK-JOGAI-RIYU
                PERFORM   JOGAI-WRITE-PROC
                GO   TO   RCH-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-TAISHO-COUNT.
           COMPUTE   WK-JISSEKI-KINGAKU   =
                     RCH-NYUKA-SU   *   WK-JISSEKI-TANKA.
           COMPUTE   WK-HYOJUN-KINGAKU   =
                     RCH-NYUKA-SU   *   WK-CST-TANKA-SAVE.
      *>
      *>  仕入先・商品の集計行を探し、無ければ追加する
           MOVE      ZERO   TO   WK-PPV-FOUND-FLG.
           PERFORM   VARYING   WK-PPV-IDX   FROM   1   BY   1
                UNTIL   WK-PPV-IDX   >   WK-PPV-COUNT
                   OR   WK-PPV-FOUND-FLG   =   1
                IF   WK-PPV-SUP-CODE(WK-PPV-IDX)
                          =   WK-POR-SUP-CODE(WK-POR-FOUND-IDX)
                AND  WK-PPV-SHOHIN-CODE(WK-PPV-IDX)
                          =   RCH-SHOHIN-CODE
                     MOVE   1   TO   WK-PPV-FOUND-FLG
                     MOVE   WK-PPV-IDX   TO   WK-PPV-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-PPV-FOUND-FLG   NOT =   1
                IF   WK-PPV-COUNT   NOT <   9999
                     GO   TO   RCH-ONE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-PPV-COUNT
                MOVE   WK-PPV-COUNT   TO   WK-PPV-FOUND-IDX
                MOVE   WK-POR-SUP-CODE(WK-POR-FOUND-IDX)
                     TO   WK-PPV-SUP-CODE(WK-PPV-FOUND-IDX)
                MOVE   RCH-SHOHIN-CODE
                     TO   WK-PPV-SHOHIN-CODE(WK-PPV-FOUND-IDX)
                MOVE   ZERO   TO   WK-PPV-NYUKA-SU(WK-PPV-FOUND-IDX)
                MOVE   ZERO   TO
                     WK-PPV-JISSEKI-KINGAKU(WK-PPV-FOUND-IDX)
                MOVE   ZERO   TO
                     WK-PPV-HYOJUN-KINGAKU(WK-PPV-FOUND-IDX)
                MOVE   ZERO   TO   WK-PPV-INSATSU-FLG(WK-PPV-FOUND-IDX)
           END-IF.
      *>
           ADD       RCH-NYUKA-SU   TO
                     WK-PPV-NYUKA-SU(WK-PPV-FOUND-IDX).
           ADD       WK-JISSEKI-KINGAKU   TO
                     WK-PPV-JISSEKI-KINGAKU(WK-PPV-FOUND-IDX).
           ADD       WK-HYOJUN-KINGAKU   TO
                     WK-PPV-HYOJUN-KINGAKU(WK-PPV-FOUND-IDX).
      *>
       RCH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計から除いた入荷の記録処理（理由はWK-JOGAI-RIYUに設定する）
      *>************************************************************************
       JOGAI-WRITE-PROC               SECTION.
      *>
           ADD       1   TO   WRK-JOGAI-COUNT.
           MOVE      RCH-PO-BANGOU       TO   REP-JOGAI-PO-BANGOU.
           MOVE      RCH-SHOHIN-CODE     TO   REP-JOGAI-SHOHIN-CODE.
           MOVE      RCH-SOKO-CODE       TO   REP-JOGAI-SOKO-CODE.
           MOVE      RCH-NYUKA-DATE      TO   REP-JOGAI-NYUKA-DATE.
           MOVE      WK-JOGAI-RIYU       TO   REP-JOGAI-RIYU.
           WRITE     PPVREP-RECODE   FROM   REP-JOGAI-RECODE.
      *>
       JOGAI-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷日時点の標準原価の検索処理
      *>商品別原価から、入荷日以前で最も新しい適用開始日の行を探す
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-FOUND-FLG.
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   RCH-SHOHIN-CODE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   RCH-NYUKA-DATE
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
      *>仕入先１社分の明細・小計の印字処理
      *>WK-PPV-IDXの集計行の仕入先について、まだ印字していない行を
      *>全てまとめて印字する
      *>************************************************************************
       PPV-ONE-SUP-PROC               SECTION.
      *>
           MOVE      WK-PPV-SUP-CODE(WK-PPV-IDX)   TO   WK-CUR-SUP-CODE.
           MOVE      ZERO   TO   WK-SUBTOTAL-AREA.
      *>
           MOVE      WK-CUR-SUP-CODE   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-CUR-SUP-CODE         TO   REP-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE   TO   REP-SUP-NAME.
           WRITE     PPVREP-RECODE   FROM   REP-SUP-RECODE.
      *>
           PERFORM   VARYING   WK-PPV-IDX   FROM   WK-PPV-IDX   BY   1
                UNTIL   WK-PPV-IDX   >   WK-PPV-COUNT
                IF   WK-PPV-SUP-CODE(WK-PPV-IDX)   =   WK-CUR-SUP-CODE
                AND  WK-PPV-INSATSU-FLG(WK-PPV-IDX)   =   ZERO
                     PERFORM   PPV-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "仕入先小計"             TO   REP-T-TITLE.
           MOVE      WK-SUB-NYUKA-SU          TO   REP-T-NYUKA-SU.
           MOVE      WK-SUB-JISSEKI-KINGAKU
                     TO   REP-T-JISSEKI-KINGAKU.
           MOVE      WK-SUB-HYOJUN-KINGAKU    TO   REP-T-HYOJUN-KINGAKU.
           COMPUTE   WK-SAGAKU   =
                     WK-SUB-JISSEKI-KINGAKU   -   WK-SUB-HYOJUN-KINGAKU.
           MOVE      WK-SAGAKU                TO   REP-T-SAGAKU.
           WRITE     PPVREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
      *>  呼び出し元の繰り返しは先頭から探し直す
           SET       WK-PPV-IDX   TO   1.
      *>
       PPV-ONE-SUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>差異表の明細行１件分の印字処理
      *>単価は期間中の入荷の加重平均で印字する
      *>************************************************************************
       PPV-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-PPV-INSATSU-FLG(WK-PPV-IDX).
      *>
           MOVE      WK-PPV-SHOHIN-CODE(WK-PPV-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-PPV-SHOHIN-CODE(WK-PPV-IDX)
                          TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-PPV-NYUKA-SU(WK-PPV-IDX)      TO   REP-NYUKA-SU.
           MOVE      ZERO   TO   WK-HEIKIN-TANKA.
           IF   WK-PPV-NYUKA-SU(WK-PPV-IDX)   >   ZERO
                COMPUTE   WK-HEIKIN-TANKA   ROUNDED   =
                          WK-PPV-JISSEKI-KINGAKU(WK-PPV-IDX)
                          /   WK-PPV-NYUKA-SU(WK-PPV-IDX)
           END-IF.
           MOVE      WK-HEIKIN-TANKA   TO   REP-JISSEKI-TANKA.
           MOVE      ZERO   TO   WK-HEIKIN-TANKA.
           IF   WK-PPV-NYUKA-SU(WK-PPV-IDX)   >   ZERO
                COMPUTE   WK-HEIKIN-TANKA   ROUNDED   =
                          WK-PPV-HYOJUN-KINGAKU(WK-PPV-IDX)
                          /   WK-PPV-NYUKA-SU(WK-PPV-IDX)
           END-IF.
           MOVE      WK-HEIKIN-TANKA   TO   REP-HYOJUN-TANKA.
           MOVE      WK-PPV-JISSEKI-KINGAKU(WK-PPV-IDX)
                          TO   REP-JISSEKI-KINGAKU.
           MOVE      WK-PPV-HYOJUN-KINGAKU(WK-PPV-IDX)
                          TO   REP-HYOJUN-KINGAKU.
           COMPUTE   WK-SAGAKU   =
                     WK-PPV-JISSEKI-KINGAKU(WK-PPV-IDX)
                     -   WK-PPV-HYOJUN-KINGAKU(WK-PPV-IDX).
           MOVE      WK-SAGAKU   TO   REP-SAGAKU.
           WRITE     PPVREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  仕入先小計・全体合計へ積み上げる
           ADD       WK-PPV-NYUKA-SU(WK-PPV-IDX)   TO   WK-SUB-NYUKA-SU.
           ADD       WK-PPV-JISSEKI-KINGAKU(WK-PPV-IDX)
                          TO   WK-SUB-JISSEKI-KINGAKU.
           ADD       WK-PPV-HYOJUN-KINGAKU(WK-PPV-IDX)
                          TO   WK-SUB-HYOJUN-KINGAKU.
           ADD       WK-PPV-NYUKA-SU(WK-PPV-IDX)
                          TO   WK-TOTAL-NYUKA-SU.
           ADD       WK-PPV-JISSEKI-KINGAKU(WK-PPV-IDX)
                          TO   WK-TOTAL-JISSEKI-KINGAKU.
           ADD       WK-PPV-HYOJUN-KINGAKU(WK-PPV-IDX)
                          TO   WK-TOTAL-HYOJUN-KINGAKU.
      *>
       PPV-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>購入価格差異の振替仕訳の書き出し処理
      *>不利差異（プラス）は借方 購入価格差異／貸方 仕入、有利差異
      *>（マイナス）は借方 仕入／貸方 購入価格差異の２行で追記する
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           MOVE      2   TO   WRK-ENTRY-COUNT.
           IF   WK-TOTAL-SAGAKU   <   ZERO
                COMPUTE   WK-GL-KINGAKU   =   ZERO   -   WK-TOTAL-SAGAKU
           ELSE
                MOVE      WK-TOTAL-SAGAKU   TO   WK-GL-KINGAKU
           END-IF.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（購入価格差異マーク・対象月の月末日付き）
           MOVE      "B"                TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT    TO   GLB-ENTRY-COUNT.
           MOVE      WK-GL-KINGAKU      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-GL-KINGAKU      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "PPV"              TO   GLB-ADJ-MARK.
           MOVE      WK-MONTH-END       TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           MOVE      "E"                TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLJ-RUN-DATE.
           MOVE      "**"               TO   GLJ-BUNRUI-CODE.
           MOVE      SPACE              TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE              TO   GLJ-INV-BANGOU.
           MOVE      WK-GL-KINGAKU      TO   GLJ-KINGAKU.
           IF   WK-TOTAL-SAGAKU   >   ZERO
                MOVE   WK-PPVR-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "D"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
                MOVE   WK-SIIR-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "C"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
           ELSE
                MOVE   WK-SIIR-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "D"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
                MOVE   WK-PPVR-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "C"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
           END-IF.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>購入価格差異（"PPVR"）・仕入（"SIIR"）の科目が揃わない場合は
      *>異常終了する
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
                               WHEN   "PPVR"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-PPVR-KAMOKU
                               WHEN   "SIIR"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-SIIR-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-PPVR-KAMOKU   =   SPACE
           OR   WK-SIIR-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにPPVR/SIIRの行が"
                          "ありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿の読み込み処理（全明細をテーブルに展開する）
      *>************************************************************************
       POR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   POR-FILE.
           EVALUATE   POR-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "POREG-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "POREG-FILE入出力エラー:"
                               POR-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   POR-FILE-STATUS   NOT =   "00"
                READ   POR-FILE
                     AT   END
                          MOVE   "10"   TO   POR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-POR-COUNT   <   9999
                               ADD    1   TO   WK-POR-COUNT
                               MOVE   POR-PO-BANGOU    TO
                                    WK-POR-PO-BANGOU(WK-POR-COUNT)
                               MOVE   POR-SUP-CODE     TO
                                    WK-POR-SUP-CODE(WK-POR-COUNT)
                               MOVE   POR-SOKO-CODE    TO
                                    WK-POR-SOKO-CODE(WK-POR-COUNT)
                               MOVE   POR-SHOHIN-CODE  TO
                                    WK-POR-SHOHIN-CODE(WK-POR-COUNT)
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
           CLOSE     POR-FILE.
      *>
       POR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>標準原価が無ければ差異を計算できないため、読めない場合は
      *>異常終了する
      *>************************************************************************
       CST-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CST-FILE.
           IF   CST-FILE-STATUS   NOT =   "00"
                DISPLAY   "SHOHINCSTが読めません:"
                          CST-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   CST-FILE-STATUS   NOT =   "00"
                READ   CST-FILE
                     AT   END
                          MOVE   "10"   TO   CST-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CST-COUNT   <   9999
                               ADD   1   TO   WK-CST-COUNT
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
      *>  処理件数を表示する
           MOVE      WRK-RCH-COUNT       TO   MSG1-RCH-COUNT.
           MOVE      WRK-TAISHO-COUNT    TO   MSG1-TAISHO-COUNT.
           MOVE      WRK-JOGAI-COUNT     TO   MSG1-JOGAI-COUNT.
           MOVE      WK-TOTAL-SAGAKU     TO   MSG1-SAGAKU.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
