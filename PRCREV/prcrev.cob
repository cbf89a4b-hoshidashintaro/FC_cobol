      *>************************************************************************
      *>一括価格改定プログラム
      *>仕入先の値上げなどで多数の商品の単価が変わる場合に、商品ごとに
      *>商品価格履歴（SHOHINPRC.txt）の行を手作業で作る代わりに、
      *>一括価格改定トランザクション（PRCREVTXN.txt）の指定から将来
      *>適用日の価格行をまとめて作成する。
      *>トランザクションは１行で、分類または商品コードの範囲・改定率
      *>または改定額（値上げ・値下げ）・端数処理（切捨て・四捨五入・
      *>切上げと端数単位）・適用日を指定する。商品マスタ（SHOHINM.txt）
      *>の該当する全商品について、適用日の前日時点の単価（価格履歴の
      *>適用日が適用日より前で最新の行。無ければ商品マスタの単価）を
      *>旧単価として新単価を計算する。
      *>パラメータファイル（PRCRPARM.txt）は処理モード（提案"P"・確定
      *>"K"）を持つ。どちらのモードでも旧単価・新単価の一覧
      *>（PRCREVLST.txt）を印字し、提案モードは一覧の印字だけを行う。
      *>確定モードでは一覧の内容どおりに価格履歴へ価格行を追記する
      *>（追記した行は価格改定事前通知（PRCNOTICE001）が通常どおり
      *>店舗へ通知する）。
      *>　・指定に誤りのあるトランザクション・該当する商品の無い
      *>　　トランザクションはエラーとして一覧に印字し、リターンコード
      *>　　４とする。確定モードでエラーがある場合は価格履歴を一切
      *>　　更新せずにリターンコード８で終了する
      *>　・適用日に既に価格行のある商品・新単価が範囲外（ゼロ以下・
      *>　　６桁超）になる商品は改定を見送り、一覧に印字してリターン
      *>　　コード４とする。新単価が旧単価と同じ商品も見送るが、
      *>　　エラーとはしない
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   PRCREV001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>一括価格改定パラメータファイル（処理モード）
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "PRCRPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>一括価格改定トランザクションファイル
      *>************************************************************************
       SELECT   PRV-FILE      ASSIGN        TO "PRCREVTXN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRV-FILE-STATUS.
      *>************************************************************************
      *>商品価格履歴ファイル（確定モードで価格行を追記する）
      *>************************************************************************
       SELECT   PRC-FILE      ASSIGN        TO "SHOHINPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRC-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（対象商品・商品名・既定単価の参照用）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>価格改定一覧ファイル
      *>************************************************************************
       SELECT   LST-FILE      ASSIGN         TO "PRCREVLST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>一括価格改定パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-MODE                      PIC X(001).
      *>************************************************************************
      *>一括価格改定トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   PRV-FILE.
       01   PRV-RECODE.
           COPY   PRCREVTXN   REPLACING   ==:PREFIX:==   BY   ==PRV==.
      *>************************************************************************
      *>商品価格履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   PRC-FILE.
       01   PRC-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==PRC==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>価格改定一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   LST-FILE.
       01   LST-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  PRV-FILE-STATUS                          PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-KAITEI-COUNT                 PIC 9(006).
             03   WRK-MIOKURI-COUNT                PIC 9(006).
             03   WRK-DOUGAKU-COUNT                PIC 9(006).
             03   WRK-WRITE-COUNT                  PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "PRCREV01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>処理モード
       01   WK-MODE                              PIC X(001).
            88   WK-MODE-TEIAN                       VALUE "P".
            88   WK-MODE-KAKUTEI                     VALUE "K".
      *>
      *>価格履歴の保持用テーブル（旧単価の検索・適用日の重複確認用。
      *>今回作成する価格行も追加し、後のトランザクションの旧単価に
      *>反映する）
       01   WK-PRC-AREA.
            03   WK-PRC-COUNT                    PIC 9(004)  COMP.
            03   WK-PRC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRC-IDX.
                 05   WK-PRC-SHOHIN-CODE          PIC X(006).
                 05   WK-PRC-EFF-DATE             PIC 9(008).
                 05   WK-PRC-TANKA                PIC 9(006).
                 05   WK-PRC-NEW-FLG              PIC 9(001).
       01   WK-PRC-OVER-FLG                      PIC 9(001).
      *>
      *>商品マスタ保持用テーブル（対象商品の抽出・商品名・既定単価）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE.
                      07   WK-SHOHIN-MSTR-BUNRUI  PIC X(002).
                      07   FILLER                 PIC X(004).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
      *>
      *>トランザクション１件分の処理用の領域
       01   WK-ERR-RIYU                          PIC X(042).
       01   WK-TXN-GAITO-COUNT                   PIC 9(006).
       01   WK-HASU-TANI                         PIC 9(003).
       01   WK-DATE-CHK                          PIC 9(008).
       01   WK-DATE-CHK-R  REDEFINES  WK-DATE-CHK.
            03   WK-DATE-CHK-YYYY                PIC 9(004).
            03   WK-DATE-CHK-MM                  PIC 9(002).
            03   WK-DATE-CHK-DD                  PIC 9(002).
      *>
      *>商品１件分の新単価計算用の領域
       01   WK-KEISAN-AREA.
            03   WK-OLD-TANKA                    PIC 9(006).
            03   WK-OLD-EFF-DATE                 PIC 9(008).
            03   WK-OLD-FOUND-FLG                PIC 9(001).
            03   WK-DOUJITSU-FLG                 PIC 9(001).
            03   WK-KEISAN-TANKA                 PIC S9(009)V9(004).
            03   WK-KEISAN-SEISU                 PIC S9(009).
            03   WK-NEW-TANKA-WORK               PIC S9(009).
            03   WK-NEW-TANKA                    PIC 9(006).
      *>
      *>価格改定一覧の見出し行の編集用領域
       01   LST-HDR-RECODE.
           03   FILLER                PIC X(032)
                   VALUE "**  一括価格改定一覧  **".
           03   LST-HDR-MODE          PIC X(012).
           03   FILLER                PIC X(015)
                       VALUE "　実行日：".
           03   LST-HDR-RUN-DATE      PIC 9(008).
      *>価格改定一覧の項目見出し行の編集用領域
       01   LST-COLHDR-RECODE.
           03   FILLER                PIC X(006)
                       VALUE "行No".
           03   FILLER                PIC X(008)
                       VALUE "商品".
           03   FILLER                PIC X(022)
                       VALUE "商品名".
           03   FILLER                PIC X(009)
                       VALUE "旧単価".
           03   FILLER                PIC X(009)
                       VALUE "新単価".
           03   FILLER                PIC X(009)
                       VALUE "増減".
           03   FILLER                PIC X(010)
                       VALUE "適用日".
           03   FILLER                PIC X(006)
                       VALUE "結果".
      *>価格改定一覧の明細行の編集用領域
       01   LST-DETAIL-RECODE.
           03   LST-TXN-NO            PIC ZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-OLD-TANKA         PIC ZZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-NEW-TANKA         PIC ZZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SAGAKU            PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-EFF-DATE          PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-KEKKA             PIC X(042).
      *>価格改定一覧のエラー行の編集用領域
       01   LST-ERR-RECODE.
           03   LST-ERR-TXN-NO        PIC ZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-ERR-TXN           PIC X(040).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-ERR-RIYU          PIC X(042).
      *>価格改定一覧の件数行の編集用領域
       01   LST-SUM-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "改定件数：".
           03   LST-SUM-KAITEI        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "　見送り：".
           03   LST-SUM-MIOKURI       PIC ZZZ,ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "　同額：".
           03   LST-SUM-DOUGAKU       PIC ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                       VALUE "　エラー件数：".
           03   LST-SUM-ERR           PIC ZZZ,ZZ9.
      *>価格改定一覧のメッセージ行の編集用領域
       01   LST-MSG-RECODE            PIC X(100).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "入力件数：".
            03   MSG1-COUNT                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　改定件数：".
            03   MSG1-KAITEI-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　追記価格行：".
            03   MSG1-WRITE-COUNT             PIC ZZZ,ZZ9.
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
           INITIALIZE   WRK-WOEK-AREA.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-PRC-OVER-FLG.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  処理モードの確認（無ければ何もせずに終わる）
           PERFORM   PARM-READ-PROC.
      *>
      *>  商品マスタ・価格履歴の読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
      *>
      *>  トランザクションを１件ずつ改定テーブルへ展開する
           OPEN      INPUT   PRV-FILE.
           PERFORM   PRV-OPEN-CHK-PROC.
      *>
           OPEN      OUTPUT   LST-FILE.
           IF   WK-MODE-KAKUTEI
                MOVE   "（確定）"   TO   LST-HDR-MODE
           ELSE
                MOVE   "（提案）"   TO   LST-HDR-MODE
           END-IF.
           MOVE      WRK-RUN-DATE   TO   LST-HDR-RUN-DATE.
           WRITE     LST-RECODE   FROM   LST-HDR-RECODE.
           WRITE     LST-RECODE   FROM   LST-COLHDR-RECODE.
      *>
           PERFORM   PRV-READ-PROC.
           CLOSE     PRV-FILE.
      *>
           MOVE      WRK-KAITEI-COUNT    TO   LST-SUM-KAITEI.
           MOVE      WRK-MIOKURI-COUNT   TO   LST-SUM-MIOKURI.
           MOVE      WRK-DOUGAKU-COUNT   TO   LST-SUM-DOUGAKU.
           MOVE      WRK-ERR-COUNT       TO   LST-SUM-ERR.
           WRITE     LST-RECODE   FROM   LST-SUM-RECODE.
      *>
           IF   WRK-ERR-COUNT       >   ZERO
           OR   WRK-MIOKURI-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
           IF   WK-PRC-OVER-FLG   =   1
                MOVE      "価格履歴が満杯で一部を見送り"
                               TO   LST-MSG-RECODE
                WRITE     LST-RECODE   FROM   LST-MSG-RECODE
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
      *>  提案モードはここまで
           IF   NOT   WK-MODE-KAKUTEI
                CLOSE     LST-FILE
                GO   TO   MAIN-PROC-EXIT
           END-IF.
      *>
      *>  確定モードでエラーがあれば価格履歴を一切更新しない
           IF   WRK-ERR-COUNT   >   ZERO
                MOVE      "エラーがあるため更新しません"
                               TO   LST-MSG-RECODE
                WRITE     LST-RECODE   FROM   LST-MSG-RECODE
                CLOSE     LST-FILE
                DISPLAY   "PRCREVTXNにエラーがあるため"
                          "更新しません"
                MOVE      8   TO   RETURN-CODE
                GO   TO   MAIN-PROC-EXIT
           END-IF.
      *>
           PERFORM   PRC-WRITE-PROC.
           CLOSE     LST-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>パラメータファイルの読み込み処理
      *>処理モードが提案"P"／確定"K"でない場合は異常終了する
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   NOT =   "00"
                DISPLAY   "PRCRPARMが読めません:"
                          PARM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           READ      PARM-FILE
                AT   END
                     MOVE   SPACE   TO   PARM-RECODE
           END-READ.
           CLOSE     PARM-FILE.
      *>
           IF   PARM-MODE   NOT =   "P"
           AND  PARM-MODE   NOT =   "K"
                DISPLAY   "PRCRPARMの処理モードが不正です"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           MOVE      PARM-MODE   TO   WK-MODE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>一括価格改定トランザクションファイルのオープン確認処理
      *>************************************************************************
       PRV-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   PRV-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PRCREVTXN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PRCREVTXN-FILE入出力エラー:"
                               PRV-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       PRV-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>一括価格改定トランザクションの読み込み処理
      *>************************************************************************
       PRV-READ-PROC                  SECTION.
      *>
           PERFORM   UNTIL   PRV-FILE-STATUS   NOT =   "00"
                READ   PRV-FILE
                     AT   END
                          MOVE   "10"   TO   PRV-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-COUNT
                          PERFORM   PRV-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           IF   PRV-FILE-STATUS   NOT =   "10"
                DISPLAY   "PRCREVTXN-FILE入出力エラー:"
                          PRV-FILE-STATUS
           END-IF.
      *>
       PRV-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>一括価格改定トランザクション１件分の確認・展開処理
      *>エラーの場合は理由を一覧に印字して読み飛ばす
      *>************************************************************************
       PRV-ONE-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-ERR-RIYU.
      *>
      *>  対象の指定の確認
           EVALUATE   TRUE
                WHEN   PRV-TAISHO-BUNRUI
                     IF   PRV-BUNRUI-CODE   =   SPACE
                          MOVE   "分類コードが未入力です"
                               TO   WK-ERR-RIYU
                     END-IF
                WHEN   PRV-TAISHO-HANI
                     IF   PRV-SHOHIN-FROM   =   SPACE
                     OR   PRV-SHOHIN-TO     =   SPACE
                     OR   PRV-SHOHIN-FROM   >   PRV-SHOHIN-TO
                          MOVE   "商品範囲が不正です"
                               TO   WK-ERR-RIYU
                     END-IF
                WHEN   OTHER
                     MOVE   "対象区分が不正です"
                          TO   WK-ERR-RIYU
           END-EVALUATE.
           IF   WK-ERR-RIYU   NOT =   SPACE
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  改定方式・改定率／改定額の確認
           EVALUATE   TRUE
                WHEN   PRV-HOUSIKI-RITSU
                     IF   PRV-KAITEI-RITSU   NOT   NUMERIC
                     OR   PRV-KAITEI-RITSU   =   ZERO
                          MOVE   "改定率が不正です"
                               TO   WK-ERR-RIYU
                     END-IF
                     IF   PRV-FUGOU-NESAGE
                     AND  PRV-KAITEI-RITSU   NUMERIC
                     AND  PRV-KAITEI-RITSU   NOT <   100
                          MOVE   "値下げ率が100%以上です"
                               TO   WK-ERR-RIYU
                     END-IF
                WHEN   PRV-HOUSIKI-GAKU
                     IF   PRV-KAITEI-GAKU   NOT   NUMERIC
                     OR   PRV-KAITEI-GAKU   =   ZERO
                          MOVE   "改定額が不正です"
                               TO   WK-ERR-RIYU
                     END-IF
                WHEN   OTHER
                     MOVE   "改定方式が不正です"
                          TO   WK-ERR-RIYU
           END-EVALUATE.
           IF   WK-ERR-RIYU   NOT =   SPACE
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  端数処理の確認（端数単位は空白・ゼロなら１円）
           IF   NOT   PRV-HASU-KIRISUTE
           AND  NOT   PRV-HASU-SISYAGONYU
           AND  NOT   PRV-HASU-KIRIAGE
                MOVE      "端数処理区分が不正です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
           EVALUATE   TRUE
                WHEN   PRV-HASU-TANI   =   SPACE
                     MOVE   1               TO   WK-HASU-TANI
                WHEN   PRV-HASU-TANI   NUMERIC
                     MOVE   PRV-HASU-TANI   TO   WK-HASU-TANI
                WHEN   OTHER
                     MOVE   "端数単位が不正です"
                          TO   WK-ERR-RIYU
                     PERFORM   LST-ERR-WRITE-PROC
                     GO   TO   PRV-ONE-PROC-EXIT
           END-EVALUATE.
           IF   WK-HASU-TANI   =   ZERO
                MOVE   1   TO   WK-HASU-TANI
           END-IF.
      *>
      *>  適用日の確認（実行日より後の日付に限る）
           IF   PRV-EFF-DATE   NOT   NUMERIC
                MOVE      "適用日が不正です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
           MOVE      PRV-EFF-DATE   TO   WK-DATE-CHK.
           IF   WK-DATE-CHK-YYYY   <   1900
           OR   WK-DATE-CHK-MM     <   1
           OR   WK-DATE-CHK-MM     >   12
           OR   WK-DATE-CHK-DD     <   1
           OR   WK-DATE-CHK-DD     >   31
                MOVE      "適用日が不正です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
           IF   PRV-EFF-DATE   NOT >   WRK-RUN-DATE
                MOVE      "適用日が実行日以前です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PRV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  該当する商品ごとに新単価を求める
           MOVE      ZERO   TO   WK-TXN-GAITO-COUNT.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   (PRV-TAISHO-BUNRUI
                     AND   WK-SHOHIN-MSTR-BUNRUI(WK-SHOHIN-MSTR-IDX)
                                =   PRV-BUNRUI-CODE)
                OR   (PRV-TAISHO-HANI
                     AND   WK-SHOHIN-MSTR-SHOHIN-CODE
                                (WK-SHOHIN-MSTR-IDX)
                                NOT <   PRV-SHOHIN-FROM
                     AND   WK-SHOHIN-MSTR-SHOHIN-CODE
                                (WK-SHOHIN-MSTR-IDX)
                                NOT >   PRV-SHOHIN-TO)
                     ADD       1   TO   WK-TXN-GAITO-COUNT
                     PERFORM   KAITEI-ONE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-TXN-GAITO-COUNT   =   ZERO
                MOVE      "該当する商品がありません"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
           END-IF.
      *>
       PRV-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品１件分の新単価の計算処理（WK-SHOHIN-MSTR-IDXの商品）
      *>旧単価は適用日より前で最新の価格行（無ければ商品マスタの単価）
      *>とし、改定率／改定額を反映して端数単位に丸める
      *>************************************************************************
       KAITEI-ONE-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-OLD-FOUND-FLG.
           MOVE      ZERO   TO   WK-OLD-EFF-DATE.
           MOVE      ZERO   TO   WK-OLD-TANKA.
           MOVE      ZERO   TO   WK-DOUJITSU-FLG.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   WK-SHOHIN-MSTR-SHOHIN-CODE
                                   (WK-SHOHIN-MSTR-IDX)
                     IF   WK-PRC-EFF-DATE(WK-PRC-IDX)   =   PRV-EFF-DATE
                          MOVE   1   TO   WK-DOUJITSU-FLG
                     END-IF
                     IF   WK-PRC-EFF-DATE(WK-PRC-IDX)   <   PRV-EFF-DATE
                     AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                               NOT <   WK-OLD-EFF-DATE
                          MOVE   1   TO   WK-OLD-FOUND-FLG
                          MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                               TO   WK-OLD-EFF-DATE
                          MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                               TO   WK-OLD-TANKA
                     END-IF
                END-IF
           END-PERFORM.
           IF   WK-OLD-FOUND-FLG   =   ZERO
                MOVE   WK-SHOHIN-MSTR-TANKA(WK-SHOHIN-MSTR-IDX)
                     TO   WK-OLD-TANKA
           END-IF.
      *>
      *>  改定率／改定額の反映
           EVALUATE   TRUE
                WHEN   PRV-HOUSIKI-RITSU   AND   PRV-FUGOU-NESAGE
                     COMPUTE   WK-KEISAN-TANKA   =   WK-OLD-TANKA
                               *   (100 - PRV-KAITEI-RITSU)   /   100
                WHEN   PRV-HOUSIKI-RITSU
                     COMPUTE   WK-KEISAN-TANKA   =   WK-OLD-TANKA
                               *   (100 + PRV-KAITEI-RITSU)   /   100
                WHEN   PRV-FUGOU-NESAGE
                     COMPUTE   WK-KEISAN-TANKA   =
                               WK-OLD-TANKA   -   PRV-KAITEI-GAKU
                WHEN   OTHER
                     COMPUTE   WK-KEISAN-TANKA   =
                               WK-OLD-TANKA   +   PRV-KAITEI-GAKU
           END-EVALUATE.
      *>
      *>  端数単位への丸め
           EVALUATE   TRUE
                WHEN   PRV-HASU-SISYAGONYU
                     COMPUTE   WK-KEISAN-SEISU   ROUNDED   =
                               WK-KEISAN-TANKA   /   WK-HASU-TANI
                WHEN   PRV-HASU-KIRIAGE
                     COMPUTE   WK-KEISAN-SEISU   =
                               WK-KEISAN-TANKA   /   WK-HASU-TANI
                     IF   WK-KEISAN-SEISU   *   WK-HASU-TANI
                               <   WK-KEISAN-TANKA
                          ADD   1   TO   WK-KEISAN-SEISU
                     END-IF
                WHEN   OTHER
                     COMPUTE   WK-KEISAN-SEISU   =
                               WK-KEISAN-TANKA   /   WK-HASU-TANI
           END-EVALUATE.
           COMPUTE   WK-NEW-TANKA-WORK   =
                     WK-KEISAN-SEISU   *   WK-HASU-TANI.
      *>
           MOVE      SPACE   TO   LST-DETAIL-RECODE.
           MOVE      WRK-COUNT      TO   LST-TXN-NO.
           MOVE      WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          TO   LST-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   LST-SHOHIN-NAME.
           MOVE      WK-OLD-TANKA   TO   LST-OLD-TANKA.
           MOVE      PRV-EFF-DATE   TO   LST-EFF-DATE.
      *>
      *>  改定を見送る商品
           IF   WK-DOUJITSU-FLG   =   1
                ADD    1   TO   WRK-MIOKURI-COUNT
                MOVE   ZERO   TO   LST-NEW-TANKA
                                   LST-SAGAKU
                MOVE   "見送り（適用日に価格行あり）"
                       TO   LST-KEKKA
                WRITE  LST-RECODE   FROM   LST-DETAIL-RECODE
                GO   TO   KAITEI-ONE-PROC-EXIT
           END-IF.
           IF   WK-NEW-TANKA-WORK   NOT >   ZERO
           OR   WK-NEW-TANKA-WORK   >   999999
                ADD    1   TO   WRK-MIOKURI-COUNT
                MOVE   ZERO   TO   LST-NEW-TANKA
                                   LST-SAGAKU
                MOVE   "見送り（新単価が範囲外）"
                       TO   LST-KEKKA
                WRITE  LST-RECODE   FROM   LST-DETAIL-RECODE
                GO   TO   KAITEI-ONE-PROC-EXIT
           END-IF.
           MOVE      WK-NEW-TANKA-WORK   TO   WK-NEW-TANKA.
           MOVE      WK-NEW-TANKA        TO   LST-NEW-TANKA.
           COMPUTE   LST-SAGAKU   =   WK-NEW-TANKA   -   WK-OLD-TANKA.
           IF   WK-NEW-TANKA   =   WK-OLD-TANKA
                ADD    1   TO   WRK-DOUGAKU-COUNT
                MOVE   "見送り（旧単価と同額）"
                       TO   LST-KEKKA
                WRITE  LST-RECODE   FROM   LST-DETAIL-RECODE
                GO   TO   KAITEI-ONE-PROC-EXIT
           END-IF.
           IF   WK-PRC-COUNT   NOT <   9999
                MOVE   1   TO   WK-PRC-OVER-FLG
                ADD    1   TO   WRK-MIOKURI-COUNT
                MOVE   "見送り（価格履歴が満杯）"
                       TO   LST-KEKKA
                WRITE  LST-RECODE   FROM   LST-DETAIL-RECODE
                GO   TO   KAITEI-ONE-PROC-EXIT
           END-IF.
      *>
      *>  価格行をテーブルへ追加する（後のトランザクションの旧単価にも
      *>  反映される）
           ADD       1   TO   WK-PRC-COUNT.
           MOVE      WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          TO   WK-PRC-SHOHIN-CODE(WK-PRC-COUNT).
           MOVE      PRV-EFF-DATE   TO   WK-PRC-EFF-DATE(WK-PRC-COUNT).
           MOVE      WK-NEW-TANKA   TO   WK-PRC-TANKA(WK-PRC-COUNT).
           MOVE      1              TO   WK-PRC-NEW-FLG(WK-PRC-COUNT).
           ADD       1   TO   WRK-KAITEI-COUNT.
           IF   WK-MODE-KAKUTEI
                MOVE   "改定"               TO   LST-KEKKA
           ELSE
                MOVE   "改定予定"           TO   LST-KEKKA
           END-IF.
           WRITE     LST-RECODE   FROM   LST-DETAIL-RECODE.
      *>
       KAITEI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>価格改定一覧のエラー行の印字処理（理由はWK-ERR-RIYUに設定する）
      *>************************************************************************
       LST-ERR-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           MOVE      SPACE         TO   LST-ERR-RECODE.
           MOVE      WRK-COUNT     TO   LST-ERR-TXN-NO.
           MOVE      PRV-RECODE    TO   LST-ERR-TXN.
           MOVE      WK-ERR-RIYU   TO   LST-ERR-RIYU.
           WRITE     LST-RECODE   FROM   LST-ERR-RECODE.
      *>
       LST-ERR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>価格履歴への価格行の追記処理（確定モード）
      *>今回作成した価格行をテーブルの順に追記する
      *>************************************************************************
       PRC-WRITE-PROC                 SECTION.
      *>
           IF   WRK-KAITEI-COUNT   =   ZERO
                GO   TO   PRC-WRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      EXTEND   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
                OPEN    OUTPUT   PRC-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-NEW-FLG(WK-PRC-IDX)   =   1
                     MOVE   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          TO   PRC-SHOHIN-CODE
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   PRC-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   PRC-TANKA
                     WRITE  PRC-RECODE
                     ADD    1   TO   WRK-WRITE-COUNT
                END-IF
           END-PERFORM.
      *>
           CLOSE     PRC-FILE.
      *>
       PRC-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品価格履歴ファイルの読み込み処理（全行をテーブルへ）
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
                GO   TO   PRC-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                READ   PRC-FILE
                     AT   END
                          MOVE   "10"   TO   PRC-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PRC-COUNT   <   9999
                               ADD    1   TO   WK-PRC-COUNT
                               MOVE   PRC-SHOHIN-CODE   TO
                                    WK-PRC-SHOHIN-CODE(WK-PRC-COUNT)
                               MOVE   PRC-EFF-DATE      TO
                                    WK-PRC-EFF-DATE(WK-PRC-COUNT)
                               MOVE   PRC-TANKA         TO
                                    WK-PRC-TANKA(WK-PRC-COUNT)
                               MOVE   ZERO              TO
                                    WK-PRC-NEW-FLG(WK-PRC-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PRC-FILE.
      *>
       PRC-LOAD-PROC-EXIT.
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
                               MOVE   SMST-SHOHIN-NAME   TO
                                    WK-SHOHIN-MSTR-NAME
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-COUNT           TO   MSG1-COUNT.
           MOVE      WRK-KAITEI-COUNT    TO   MSG1-KAITEI-COUNT.
           MOVE      WRK-ERR-COUNT       TO   MSG1-ERR-COUNT.
           MOVE      WRK-WRITE-COUNT     TO   MSG1-WRITE-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
