      *>************************************************************************
      *>仕入先新商品カタログ取込プログラム
      *>仕入先から受け取った新商品カタログ（SUPCAT.txt）を読み込み、
      *>仕入先商品コード対応表（CATMAP.txt）で当社の分類コードと商品
      *>番号の範囲を求め、範囲内の空き番号を順に割り当てて、MSTMNT001
      *>向けの商品追加トランザクションを作る。トランザクションには
      *>カタログの仕入先コードとケース入数を載せ、MSTMNT001が商品別
      *>仕入先割当（SHOHINSUP.txt）・商品別ケース入数（SHOHINCASE.txt）
      *>にも反映する。
      *>空き番号は商品マスタ（SHOHINM.txt）と、未適用のトランザクション
      *>（MSTTXN.txt）の商品追加に無い番号とする。商品マスタ・未適用の
      *>トランザクション・同じカタログの先の行に同名の商品があるもの、
      *>同じ仕入先商品コードが重複するもの、対応表に無いもの、仕入先
      *>マスタ（SUPM.txt）に無い仕入先、番号範囲に空きが無いものは
      *>除外する。
      *>パラメータファイル（CATPARM.txt：承認区分・操作者ID）の承認区分
      *>が"A"のときだけトランザクションファイル（MSTTXN.txt）へ追記し、
      *>それ以外（ファイルが無い場合を含む）は確認リスト（CATLIST.txt）
      *>だけを印字する。商品部が確認リストで内容を承認してから、同じ
      *>カタログを承認区分"A"で再実行して取り込む。トランザクションの
      *>操作者IDにはパラメータの操作者ID（承認者）を設定する。
      *>除外した行がある場合はリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   CATIMP001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>承認区分パラメータファイル
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "CATPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>仕入先新商品カタログファイル
      *>************************************************************************
       SELECT   SCT-FILE      ASSIGN        TO "SUPCAT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SCT-FILE-STATUS.
      *>************************************************************************
      *>仕入先商品コード対応表ファイル
      *>************************************************************************
       SELECT   CMP-FILE      ASSIGN        TO "CATMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CMP-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>メンテナンストランザクションファイル（未適用分の確認・追記）
      *>************************************************************************
       SELECT   TXN-FILE      ASSIGN        TO "MSTTXN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TXN-FILE-STATUS.
      *>************************************************************************
      *>取込確認リストファイル
      *>************************************************************************
       SELECT   CATLST-FILE   ASSIGN         TO "CATLIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>承認区分パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-SYONIN-KUBUN              PIC X(001).
           03   PARM-OPERATOR-ID               PIC X(004).
      *>************************************************************************
      *>仕入先新商品カタログファイルのレイアウト定義
      *>************************************************************************
       FD   SCT-FILE.
       01   SCT-RECODE.
           COPY   SUPCAT   REPLACING   ==:PREFIX:==   BY   ==SCT==.
      *>************************************************************************
      *>仕入先商品コード対応表ファイルのレイアウト定義
      *>************************************************************************
       FD   CMP-FILE.
       01   CMP-RECODE.
           COPY   CATMAP   REPLACING   ==:PREFIX:==   BY   ==CMP==.
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
      *>メンテナンストランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   TXN-FILE.
       01   TXN-RECODE.
           COPY   MSTTXN   REPLACING   ==:PREFIX:==   BY   ==TXN==.
      *>************************************************************************
      *>取込確認リストファイルのレイアウト定義
      *>************************************************************************
       FD   CATLST-FILE.
       01   CATLST-RECODE                          PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  SCT-FILE-STATUS                          PIC XX.
       01  CMP-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  TXN-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-IN-COUNT                     PIC 9(006).
             03   WRK-OK-COUNT                     PIC 9(006).
             03   WRK-JOGAI-COUNT                  PIC 9(006).
             03   WRK-TXN-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "CATIMP01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>承認区分（1＝承認済でトランザクションを作る）と操作者ID
       01   WK-SYONIN-FLG                        PIC 9(001).
       01   WK-OPERATOR-ID                       PIC X(004).
      *>
      *>仕入先商品コード対応表保持用テーブル
       01   WK-CMP-AREA.
            03   WK-CMP-COUNT                    PIC 9(004)  COMP.
            03   WK-CMP-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CMP-IDX.
                 05   WK-CMP-SUP-CODE             PIC X(004).
                 05   WK-CMP-ITEM-PREFIX          PIC X(010).
                 05   WK-CMP-PREFIX-LEN           PIC 9(002).
                 05   WK-CMP-BUNRUI-CODE          PIC X(002).
                 05   WK-CMP-NO-FROM              PIC 9(004).
                 05   WK-CMP-NO-TO                PIC 9(004).
       01   WK-CMP-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-CMP-BEST-LEN                      PIC 9(002).
      *>
      *>仕入先マスタ保持用テーブル
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
       01   WK-SUP-MSTR-FOUND-FLG                PIC 9(001).
      *>
      *>使用済み商品コード保持用テーブル（商品マスタ・未適用の
      *>トランザクションの商品追加・今回割り当てた商品）
       01   WK-USED-AREA.
            03   WK-USED-COUNT                   PIC 9(005)  COMP.
            03   WK-USED-TBL                     OCCURS 19999 TIMES
                                    INDEXED BY WK-USED-IDX.
                 05   WK-USED-SHOHIN-CODE.
                      07   WK-USED-BUNRUI-CODE    PIC X(002).
                      07   WK-USED-SHOHIN-NO      PIC 9(004).
                 05   WK-USED-SHOHIN-NAME         PIC X(020).
                 05   WK-USED-KUBUN               PIC X(001).
       01   WK-USED-FOUND-FLG                    PIC 9(001).
       01   WK-USED-FOUND-IDX                    PIC 9(005)  COMP.
      *>
      *>今回のカタログで受け付けた仕入先商品コード（重複チェック用）
       01   WK-ITEM-AREA.
            03   WK-ITEM-COUNT                   PIC 9(004)  COMP.
            03   WK-ITEM-TBL                     OCCURS 9999 TIMES
                                    INDEXED BY WK-ITEM-IDX.
                 05   WK-ITEM-SUP-CODE            PIC X(004).
                 05   WK-ITEM-SUP-ITEM-CODE       PIC X(010).
       01   WK-ITEM-FOUND-FLG                    PIC 9(001).
      *>
      *>カタログ１行分の判定用領域
       01   WK-CALC-AREA.
            03   WK-JOGAI-RIYU                   PIC X(036).
            03   WK-NEW-SHOHIN-CODE.
                 05   WK-NEW-BUNRUI-CODE          PIC X(002).
                 05   WK-NEW-SHOHIN-NO            PIC 9(004).
            03   WK-NEW-FOUND-FLG                PIC 9(001).
            03   WK-TRY-NO                       PIC 9(005).
      *>
      *>確認リストの見出し行の編集用領域
       01   LST-HDR-RECODE.
           03   FILLER                PIC X(048)
               VALUE "** 仕入先カタログ取込確認リスト **".
           03   FILLER                PIC X(015)
                   VALUE "　処理日：".
           03   LST-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-HDR-MODE          PIC X(048).
      *>確認リストの列見出し行の編集用領域
       01   LST-COLHDR-RECODE.
           03   FILLER                PIC X(039)
               VALUE "仕入先　仕入先商品コード".
           03   FILLER                PIC X(027)
               VALUE "商品名　　　　".
           03   FILLER                PIC X(042)
               VALUE "　販売単価　入数　商品コード".
           03   FILLER                PIC X(009)
               VALUE "　結果".
      *>確認リストの明細行の編集用領域
       01   LST-DETAIL-RECODE.
           03   LST-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SUP-ITEM-CODE     PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-TANKA             PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-CASE-IRI-SU       PIC ZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-KEKKA             PIC X(036).
      *>確認リストの合計行・承認欄の編集用領域
       01   LST-TOTAL-RECODE.
           03   FILLER                PIC X(015)
                   VALUE "読込件数：".
           03   LST-T-IN-COUNT        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                   VALUE "　追加件数：".
           03   LST-T-OK-COUNT        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(018)
                   VALUE "　除外件数：".
           03   LST-T-JOGAI-COUNT     PIC ZZZ,ZZ9.
       01   LST-SYONIN-RECODE.
           03   FILLER                PIC X(045)
               VALUE "商品部承認：＿＿＿＿　承認日：".
           03   FILLER                PIC X(024)
               VALUE "＿＿＿＿＿＿＿＿".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "読込件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　追加件数：".
            03   MSG1-OK-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　除外件数：".
            03   MSG1-JOGAI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　取引作成件数：".
            03   MSG1-TXN-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-IN-COUNT.
           MOVE   ZERO        TO   WRK-OK-COUNT.
           MOVE   ZERO        TO   WRK-JOGAI-COUNT.
           MOVE   ZERO        TO   WRK-TXN-COUNT.
           MOVE   ZERO        TO   WK-CMP-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-USED-COUNT.
           MOVE   ZERO        TO   WK-ITEM-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  承認区分パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  対応表・仕入先マスタ・使用済み商品コードの読み込み
           PERFORM   CMP-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   TXN-LOAD-PROC.
      *>
           OPEN      INPUT   SCT-FILE.
           EVALUATE   SCT-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "SUPCAT-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "SUPCAT-FILE入出力エラー:"
                               SCT-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
      *>  承認済のときはトランザクションファイルへ追記する
           IF   WK-SYONIN-FLG   =   1
                OPEN   EXTEND   TXN-FILE
                IF   TXN-FILE-STATUS   NOT =   "00"
                     CLOSE   TXN-FILE
                     OPEN    OUTPUT   TXN-FILE
                END-IF
           END-IF.
      *>
           OPEN      OUTPUT   CATLST-FILE.
           MOVE      WRK-RUN-DATE   TO   LST-HDR-RUN-DATE.
           IF   WK-SYONIN-FLG   =   1
                MOVE   "承認済（取引作成）"
                     TO   LST-HDR-MODE
           ELSE
                MOVE   "確認のみ（取引未作成）"
                     TO   LST-HDR-MODE
           END-IF.
           WRITE     CATLST-RECODE   FROM   LST-HDR-RECODE.
           WRITE     CATLST-RECODE   FROM   LST-COLHDR-RECODE.
      *>
           PERFORM   UNTIL   SCT-FILE-STATUS   NOT =   "00"
                READ   SCT-FILE
                     AT   END
                          MOVE   "10"   TO   SCT-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-IN-COUNT
                          PERFORM   SCT-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     SCT-FILE.
           IF   WK-SYONIN-FLG   =   1
                CLOSE   TXN-FILE
           END-IF.
      *>
      *>  合計行と、確認のみのときは商品部の承認欄を印字する
           MOVE      SPACE   TO   CATLST-RECODE.
           WRITE     CATLST-RECODE.
           MOVE      WRK-IN-COUNT      TO   LST-T-IN-COUNT.
           MOVE      WRK-OK-COUNT      TO   LST-T-OK-COUNT.
           MOVE      WRK-JOGAI-COUNT   TO   LST-T-JOGAI-COUNT.
           WRITE     CATLST-RECODE   FROM   LST-TOTAL-RECODE.
           IF   WK-SYONIN-FLG   NOT =   1
                WRITE   CATLST-RECODE   FROM   LST-SYONIN-RECODE
           END-IF.
           CLOSE     CATLST-FILE.
      *>
           IF   WRK-JOGAI-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認区分パラメータファイルの読み込み処理
      *>ファイルが無い場合・承認区分が"A"以外の場合は確認のみとする。
      *>承認済で操作者IDが空白の場合は取り込めないため異常終了する
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           MOVE      ZERO    TO   WK-SYONIN-FLG.
           MOVE      SPACE   TO   WK-OPERATOR-ID.
           OPEN      INPUT   PARM-FILE.
           IF   PARM-FILE-STATUS   NOT =   "00"
                CLOSE   PARM-FILE
                GO   TO   PARM-READ-PROC-EXIT
           END-IF.
      *>
           READ      PARM-FILE
                AT   END
                     CONTINUE
                NOT   AT   END
                     IF   PARM-SYONIN-KUBUN   =   "A"
                          MOVE   1   TO   WK-SYONIN-FLG
                     END-IF
                     MOVE   PARM-OPERATOR-ID   TO   WK-OPERATOR-ID
           END-READ.
           CLOSE     PARM-FILE.
      *>
           IF   WK-SYONIN-FLG   =   1
           AND  WK-OPERATOR-ID   =   SPACE
                DISPLAY   "承認者の操作者IDの指定なし"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>カタログ１行分のチェック・採番・トランザクション作成処理
      *>************************************************************************
       SCT-ONE-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-JOGAI-RIYU.
           MOVE      SPACE   TO   WK-NEW-SHOHIN-CODE.
      *>
      *>  項目のチェック
           EVALUATE   TRUE
                WHEN   SCT-SUP-ITEM-CODE   =   SPACE
                     MOVE   "仕入先商品コードなし"
                          TO   WK-JOGAI-RIYU
                WHEN   SCT-SHOHIN-NAME   =   SPACE
                     MOVE   "商品名なし"
                          TO   WK-JOGAI-RIYU
                WHEN   SCT-TANKA   NOT   NUMERIC
                WHEN   SCT-TANKA   =   ZERO
                     MOVE   "単価の誤り"
                          TO   WK-JOGAI-RIYU
                WHEN   SCT-CASE-IRI-SU   NOT   NUMERIC
                     MOVE   "入数の誤り"
                          TO   WK-JOGAI-RIYU
                WHEN   OTHER
                     CONTINUE
           END-EVALUATE.
           IF   WK-JOGAI-RIYU   NOT =   SPACE
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
      *>
      *>  仕入先マスタのチェック
           MOVE      ZERO   TO   WK-SUP-MSTR-FOUND-FLG.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   SCT-SUP-CODE
                     MOVE   1   TO   WK-SUP-MSTR-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-SUP-MSTR-FOUND-FLG   NOT =   1
                MOVE   "仕入先マスタに無い仕入先"
                     TO   WK-JOGAI-RIYU
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
      *>
      *>  同じカタログ内の仕入先商品コードの重複チェック
           MOVE      ZERO   TO   WK-ITEM-FOUND-FLG.
           PERFORM   VARYING   WK-ITEM-IDX   FROM   1   BY   1
                UNTIL   WK-ITEM-IDX   >   WK-ITEM-COUNT
                IF   WK-ITEM-SUP-CODE(WK-ITEM-IDX)   =   SCT-SUP-CODE
                AND  WK-ITEM-SUP-ITEM-CODE(WK-ITEM-IDX)
                          =   SCT-SUP-ITEM-CODE
                     MOVE   1   TO   WK-ITEM-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-ITEM-FOUND-FLG   =   1
                MOVE   "仕入先商品コード重複"
                     TO   WK-JOGAI-RIYU
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
           IF   WK-ITEM-COUNT   <   9999
                ADD    1   TO   WK-ITEM-COUNT
                MOVE   SCT-SUP-CODE        TO
                       WK-ITEM-SUP-CODE(WK-ITEM-COUNT)
                MOVE   SCT-SUP-ITEM-CODE   TO
                       WK-ITEM-SUP-ITEM-CODE(WK-ITEM-COUNT)
           END-IF.
      *>
      *>  同名の商品が商品マスタ・未適用のトランザクション・先の行に
      *>  あれば重複とする
           MOVE      ZERO   TO   WK-USED-FOUND-FLG.
           MOVE      ZERO   TO   WK-USED-FOUND-IDX.
           PERFORM   VARYING   WK-USED-IDX   FROM   1   BY   1
                UNTIL   WK-USED-IDX   >   WK-USED-COUNT
                   OR   WK-USED-FOUND-FLG   =   1
                IF   WK-USED-SHOHIN-NAME(WK-USED-IDX)
                          =   SCT-SHOHIN-NAME
                     MOVE   1             TO   WK-USED-FOUND-FLG
                     MOVE   WK-USED-IDX   TO   WK-USED-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-USED-FOUND-FLG   =   1
                MOVE   WK-USED-SHOHIN-CODE(WK-USED-FOUND-IDX)
                     TO   WK-NEW-SHOHIN-CODE
                EVALUATE   WK-USED-KUBUN(WK-USED-FOUND-IDX)
                     WHEN   "M"
                          MOVE  "重複：マスタに同名"
                               TO   WK-JOGAI-RIYU
                     WHEN   "T"
                          MOVE  "重複：未適用取引に同名"
                               TO   WK-JOGAI-RIYU
                     WHEN   OTHER
                          MOVE  "重複：カタログ内同名"
                               TO   WK-JOGAI-RIYU
                END-EVALUATE
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
      *>
      *>  対応表から分類コードと商品番号の範囲を求め、空き番号を探す
           PERFORM   CMP-FIND-PROC.
           IF   WK-CMP-FOUND-IDX   =   ZERO
                MOVE   "対応表に無い商品コード"
                     TO   WK-JOGAI-RIYU
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
           PERFORM   NO-ASSIGN-PROC.
           IF   WK-NEW-FOUND-FLG   NOT =   1
                MOVE   "番号範囲に空きなし"
                     TO   WK-JOGAI-RIYU
                MOVE   SPACE   TO   WK-NEW-SHOHIN-CODE
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
           IF   WK-USED-COUNT   NOT <   19999
                MOVE   "使用済み商品コード表満杯"
                     TO   WK-JOGAI-RIYU
                MOVE   SPACE   TO   WK-NEW-SHOHIN-CODE
                GO   TO   SCT-ONE-PROC-JOGAI
           END-IF.
      *>
      *>  割り当てた商品コードを使用済みとして登録する
           ADD       1   TO   WK-USED-COUNT.
           MOVE      WK-NEW-SHOHIN-CODE   TO
                     WK-USED-SHOHIN-CODE(WK-USED-COUNT).
           MOVE      SCT-SHOHIN-NAME      TO
                     WK-USED-SHOHIN-NAME(WK-USED-COUNT).
           MOVE      "C"                  TO
                     WK-USED-KUBUN(WK-USED-COUNT).
           ADD       1   TO   WRK-OK-COUNT.
      *>
      *>  承認済のときは商品追加のトランザクションを書き出す
           IF   WK-SYONIN-FLG   =   1
                MOVE    SPACE                TO   TXN-RECODE
                MOVE    "1"                  TO   TXN-MST-KUBUN
                MOVE    "A"                  TO   TXN-SYORI-KUBUN
                MOVE    WK-NEW-BUNRUI-CODE   TO   TXN-BUNRUI-CODE
                MOVE    WK-NEW-SHOHIN-NO     TO   TXN-SHOHIN-NO
                MOVE    ZERO                 TO   TXN-TANTOSYA-BANGOU
                MOVE    SCT-SHOHIN-NAME      TO   TXN-NAME
                MOVE    SCT-TANKA            TO   TXN-TANKA
                MOVE    ZERO                 TO   TXN-EFF-DATE
                MOVE    WK-OPERATOR-ID       TO   TXN-OPERATOR-ID
                MOVE    SCT-SUP-CODE         TO   TXN-SUP-CODE
                MOVE    SCT-CASE-IRI-SU      TO   TXN-CASE-IRI-SU
                WRITE   TXN-RECODE
                ADD     1   TO   WRK-TXN-COUNT
                MOVE   "追加（取引作成済）"
                     TO   WK-JOGAI-RIYU
           ELSE
                MOVE   "追加予定"
                     TO   WK-JOGAI-RIYU
           END-IF.
           PERFORM   LST-LINE-WRITE-PROC.
           GO   TO   SCT-ONE-PROC-EXIT.
      *>
       SCT-ONE-PROC-JOGAI.
      *>
           ADD       1   TO   WRK-JOGAI-COUNT.
           PERFORM   LST-LINE-WRITE-PROC.
      *>
       SCT-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>確認リストの明細行１件分の印字処理
      *>WK-JOGAI-RIYUに結果（追加予定・除外理由）を設定してから呼び出す
      *>************************************************************************
       LST-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      SPACE   TO   LST-DETAIL-RECODE.
           MOVE      SCT-SUP-CODE         TO   LST-SUP-CODE.
           MOVE      SCT-SUP-ITEM-CODE    TO   LST-SUP-ITEM-CODE.
           MOVE      SCT-SHOHIN-NAME      TO   LST-SHOHIN-NAME.
           IF   SCT-TANKA   IS   NUMERIC
                MOVE   SCT-TANKA   TO   LST-TANKA
           END-IF.
           IF   SCT-CASE-IRI-SU   IS   NUMERIC
                MOVE   SCT-CASE-IRI-SU   TO   LST-CASE-IRI-SU
           END-IF.
           MOVE      WK-NEW-SHOHIN-CODE   TO   LST-SHOHIN-CODE.
           MOVE      WK-JOGAI-RIYU        TO   LST-KEKKA.
           WRITE     CATLST-RECODE   FROM   LST-DETAIL-RECODE.
      *>
       LST-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対応表の検索処理
      *>仕入先コードが一致し、仕入先商品コードの先頭が一致する行の
      *>うち先頭部分の最も長い行をWK-CMP-FOUND-IDXに返す（無ければ０）
      *>************************************************************************
       CMP-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-CMP-FOUND-IDX.
           MOVE      ZERO   TO   WK-CMP-BEST-LEN.
           PERFORM   VARYING   WK-CMP-IDX   FROM   1   BY   1
                UNTIL   WK-CMP-IDX   >   WK-CMP-COUNT
                IF   WK-CMP-SUP-CODE(WK-CMP-IDX)   =   SCT-SUP-CODE
                     IF   WK-CMP-PREFIX-LEN(WK-CMP-IDX)   =   ZERO
                          IF   WK-CMP-FOUND-IDX   =   ZERO
                               MOVE   WK-CMP-IDX   TO   WK-CMP-FOUND-IDX
                          END-IF
                     ELSE
                          IF   SCT-SUP-ITEM-CODE
                                 (1:WK-CMP-PREFIX-LEN(WK-CMP-IDX))
                               =   WK-CMP-ITEM-PREFIX(WK-CMP-IDX)
                                 (1:WK-CMP-PREFIX-LEN(WK-CMP-IDX))
                          AND  WK-CMP-PREFIX-LEN(WK-CMP-IDX)
                               >   WK-CMP-BEST-LEN
                               MOVE   WK-CMP-IDX   TO   WK-CMP-FOUND-IDX
                               MOVE   WK-CMP-PREFIX-LEN(WK-CMP-IDX)
                                    TO   WK-CMP-BEST-LEN
                          END-IF
                     END-IF
                END-IF
           END-PERFORM.
      *>
       CMP-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>空き番号の割り当て処理
      *>対応表の番号範囲の小さい方から、使用済み商品コード表に無い
      *>最初の番号をWK-NEW-SHOHIN-CODEに返す
      *>************************************************************************
       NO-ASSIGN-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-NEW-FOUND-FLG.
           MOVE      WK-CMP-BUNRUI-CODE(WK-CMP-FOUND-IDX)
                          TO   WK-NEW-BUNRUI-CODE.
           PERFORM   VARYING   WK-TRY-NO
                FROM   WK-CMP-NO-FROM(WK-CMP-FOUND-IDX)   BY   1
                UNTIL   WK-TRY-NO   >   WK-CMP-NO-TO(WK-CMP-FOUND-IDX)
                   OR   WK-NEW-FOUND-FLG   =   1
                MOVE      WK-TRY-NO   TO   WK-NEW-SHOHIN-NO
                MOVE      ZERO   TO   WK-USED-FOUND-FLG
                PERFORM   VARYING   WK-USED-IDX   FROM   1   BY   1
                     UNTIL   WK-USED-IDX   >   WK-USED-COUNT
                        OR   WK-USED-FOUND-FLG   =   1
                     IF   WK-USED-SHOHIN-CODE(WK-USED-IDX)
                               =   WK-NEW-SHOHIN-CODE
                          MOVE   1   TO   WK-USED-FOUND-FLG
                     END-IF
                END-PERFORM
                IF   WK-USED-FOUND-FLG   =   ZERO
                     MOVE   1   TO   WK-NEW-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       NO-ASSIGN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先商品コード対応表ファイルの読み込み処理
      *>対応表が無ければ採番できないため異常終了する
      *>************************************************************************
       CMP-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CMP-FILE.
           IF   CMP-FILE-STATUS   NOT =   "00"
                DISPLAY   "CATMAPが読めません:"   CMP-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   CMP-FILE-STATUS   NOT =   "00"
                READ   CMP-FILE
                     AT   END
                          MOVE   "10"   TO   CMP-FILE-STATUS
                     NOT   AT   END
                          IF   WK-CMP-COUNT   <   999
                               ADD    1   TO   WK-CMP-COUNT
                               MOVE   CMP-SUP-CODE      TO
                                    WK-CMP-SUP-CODE(WK-CMP-COUNT)
                               MOVE   CMP-ITEM-PREFIX   TO
                                    WK-CMP-ITEM-PREFIX(WK-CMP-COUNT)
                               MOVE   CMP-BUNRUI-CODE   TO
                                    WK-CMP-BUNRUI-CODE(WK-CMP-COUNT)
                               MOVE   CMP-NO-FROM       TO
                                    WK-CMP-NO-FROM(WK-CMP-COUNT)
                               MOVE   CMP-NO-TO         TO
                                    WK-CMP-NO-TO(WK-CMP-COUNT)
      *>                       先頭部分の長さ（最初の空白の前まで）
                               MOVE   ZERO   TO
                                    WK-CMP-PREFIX-LEN(WK-CMP-COUNT)
                               INSPECT   CMP-ITEM-PREFIX
                                    TALLYING
                                    WK-CMP-PREFIX-LEN(WK-CMP-COUNT)
                                    FOR   CHARACTERS
                                    BEFORE   INITIAL   SPACE
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CMP-FILE.
      *>
       CMP-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>カタログの仕入先をチェックできないため、読めない場合は異常終了
      *>する
      *>************************************************************************
       SUP-MSTR-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   SUPM-FILE.
           IF   SUPM-FILE-STATUS   NOT =   "00"
                DISPLAY   "SUPMが読めません:"   SUPM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
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
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SUPM-FILE.
      *>
       SUP-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理
      *>商品コードと商品名を使用済み商品コード表に登録する。
      *>重複を判定できないため、読めない場合は異常終了する
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
                DISPLAY   "SHOHINMが読めません:"
                          SHOHINM-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   SHOHINM-FILE-STATUS   NOT =   "00"
                READ   SHOHINM-FILE
                     AT   END
                          MOVE   "10"   TO   SHOHINM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-USED-COUNT   <   19999
                               ADD    1   TO   WK-USED-COUNT
                               MOVE   SMST-SHOHIN-CODE   TO
                                    WK-USED-SHOHIN-CODE(WK-USED-COUNT)
                               MOVE   SMST-SHOHIN-NAME   TO
                                    WK-USED-SHOHIN-NAME(WK-USED-COUNT)
                               MOVE   "M"                TO
                                    WK-USED-KUBUN(WK-USED-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
      *>
       SHOHIN-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未適用トランザクションの読み込み処理
      *>トランザクションファイルに残っている商品追加の商品コードと
      *>商品名を使用済み商品コード表に登録する（ファイルが無ければ
      *>読み飛ばす）
      *>************************************************************************
       TXN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   TXN-FILE.
           IF   TXN-FILE-STATUS   NOT =   "00"
                CLOSE   TXN-FILE
                GO   TO   TXN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   TXN-FILE-STATUS   NOT =   "00"
                READ   TXN-FILE
                     AT   END
                          MOVE   "10"   TO   TXN-FILE-STATUS
                     NOT   AT   END
                          IF   TXN-MST-SHOHIN
                          AND  TXN-ADD
                          AND  WK-USED-COUNT   <   19999
                               ADD    1   TO   WK-USED-COUNT
                               MOVE   TXN-BUNRUI-CODE   TO
                                    WK-USED-BUNRUI-CODE(WK-USED-COUNT)
                               MOVE   TXN-SHOHIN-NO     TO
                                    WK-USED-SHOHIN-NO(WK-USED-COUNT)
                               MOVE   TXN-NAME          TO
                                    WK-USED-SHOHIN-NAME(WK-USED-COUNT)
                               MOVE   "T"               TO
                                    WK-USED-KUBUN(WK-USED-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TXN-FILE.
      *>
       TXN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-IN-COUNT        TO   MSG1-IN-COUNT.
           MOVE      WRK-OK-COUNT        TO   MSG1-OK-COUNT.
           MOVE      WRK-JOGAI-COUNT     TO   MSG1-JOGAI-COUNT.
           MOVE      WRK-TXN-COUNT       TO   MSG1-TXN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
