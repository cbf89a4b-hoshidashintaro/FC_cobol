      *>************************************************************************
      *>発注変更・取消処理プログラム
      *>発注変更トランザクション（POMNTTXN.txt）を読み込み、発注登録簿
      *>（POREG.txt）の未入荷の明細に対して、発注数の変更（"Q"）・
      *>入荷予定日の変更（"D"）・明細の取消（"C"）を行う。
      *>　・発注数は入荷済数より少なくできない。入荷済数と同じ数に
      *>　　減らした明細は入荷済として閉じる
      *>　・入荷予定日は発注日より前にできない
      *>　・取消した明細は状況を取消"9"にして閉じる（POGEN001は同じ
      *>　　倉庫・商品を改めて発注できるようになり、RECV001は以後の
      *>　　入荷をエラーにする）
      *>　・特注受注に紐付いた明細は数量を変更できない（取消した
      *>　　明細の特注受注はPOGEN001が発注し直す）
      *>担当者番号は担当者マスタ（TANTOM.txt）に有ること、変更理由は
      *>入力されていることを必須とし、登録簿に無い明細・入荷済や取消済
      *>の明細への変更とあわせてエラーとしてリターンコード４で知らせる。
      *>適用した変更は１件ずつ変更前・変更後の内容・担当者・理由付きで
      *>発注変更履歴（POHIST.txt）へ追記し、全トランザクションの処理
      *>結果を処理結果一覧（POMNTLST.txt）に印字する。変更のあった
      *>仕入先へは仕入先ごとの発注変更通知書（POREV_仕入先コード.txt）
      *>を作成する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   POMNT001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>発注変更トランザクションファイル
      *>************************************************************************
       SELECT   PMT-FILE      ASSIGN        TO "POMNTTXN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PMT-FILE-STATUS.
      *>************************************************************************
      *>発注登録簿ファイル
      *>************************************************************************
       SELECT   POR-FILE      ASSIGN        TO "POREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POR-FILE-STATUS.
      *>************************************************************************
      *>発注変更履歴ファイル（適用した変更を追記する）
      *>************************************************************************
       SELECT   POH-FILE      ASSIGN        TO "POHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS POH-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル（変更を行った担当者の確認に使用する）
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル（通知書へ仕入先名を付けるために使用する）
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（通知書へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>仕入先別発注変更通知書ファイル（仕入先ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   REV-FILE      ASSIGN        TO WK-REV-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>処理結果一覧ファイル
      *>************************************************************************
       SELECT   LST-FILE      ASSIGN         TO "POMNTLST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>発注変更トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   PMT-FILE.
       01   PMT-RECODE.
           COPY   POMNTTXN   REPLACING   ==:PREFIX:==   BY   ==PMT==.
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   POR-FILE.
       01   POR-RECODE.
           COPY   POREG   REPLACING   ==:PREFIX:==   BY   ==POR==.
      *>************************************************************************
      *>発注変更履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   POH-FILE.
       01   POH-RECODE.
           COPY   POHIST   REPLACING   ==:PREFIX:==   BY   ==POH==.
      *>************************************************************************
      *>TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR   REPLACING   ==:PREFIX:==   BY  ==TMST==.
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
      *>仕入先別発注変更通知書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   REV-FILE.
       01   REV-RECODE                             PIC X(120).
      *>************************************************************************
      *>処理結果一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   LST-FILE.
       01   LST-RECODE                             PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PMT-FILE-STATUS                          PIC XX.
       01  POR-FILE-STATUS                          PIC XX.
       01  POH-FILE-STATUS                          PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
      *>仕入先別発注変更通知書のファイル名（仕入先ごとに組み立てる）
       01  WK-REV-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-TEKIYO-COUNT                 PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-TSUCHI-COUNT                 PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "POMNT001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>発注登録簿保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-POR-AREA.
            03   WK-POR-COUNT                    PIC 9(004)  COMP.
            03   WK-POR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POR-IDX.
                 05   WK-POR-PO-BANGOU            PIC 9(006).
                 05   WK-POR-SUP-CODE             PIC X(004).
                 05   WK-POR-SOKO-CODE            PIC X(002).
                 05   WK-POR-SHOHIN-CODE          PIC X(006).
                 05   WK-POR-HATYU-SU             PIC 9(005).
                 05   WK-POR-HATYU-DATE           PIC 9(008).
                 05   WK-POR-YOTEI-DATE           PIC 9(008).
                 05   WK-POR-STATUS               PIC X(001).
                 05   WK-POR-NYUKA-SU             PIC 9(005).
                 05   WK-POR-HATYU-TANKA          PIC 9(006).
                 05   WK-POR-TOKU-ZYUTYU-BANGOU   PIC X(008).
       01   WK-POR-FOUND-FLG                     PIC 9(001).
       01   WK-POR-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>適用した変更の保持用テーブル（仕入先別の通知書の作成に使う）
       01   WK-CHG-AREA.
            03   WK-CHG-COUNT                    PIC 9(004)  COMP.
            03   WK-CHG-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CHG-IDX.
                 05   WK-CHG-SUP-CODE             PIC X(004).
                 05   WK-CHG-PO-BANGOU            PIC 9(006).
                 05   WK-CHG-SOKO-CODE            PIC X(002).
                 05   WK-CHG-SHOHIN-CODE          PIC X(006).
                 05   WK-CHG-SYORI-KUBUN          PIC X(001).
                 05   WK-CHG-OLD-HATYU-SU         PIC 9(005).
                 05   WK-CHG-NEW-HATYU-SU         PIC 9(005).
                 05   WK-CHG-OLD-YOTEI-DATE       PIC 9(008).
                 05   WK-CHG-NEW-YOTEI-DATE       PIC 9(008).
                 05   WK-CHG-TSUCHI-FLG           PIC 9(001).
      *>
      *>担当者マスタ保持用テーブル（担当者の確認用）
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
      *>トランザクション１件分の処理用の領域
       01   WK-ERR-RIYU                          PIC X(042).
       01   WK-OLD-AREA.
            03   WK-OLD-HATYU-SU                 PIC 9(005).
            03   WK-OLD-YOTEI-DATE               PIC 9(008).
            03   WK-OLD-STATUS                   PIC X(001).
      *>入荷予定日の妥当性確認用の領域
       01   WK-DATE-CHK                          PIC 9(008).
       01   WK-DATE-CHK-R  REDEFINES  WK-DATE-CHK.
            03   WK-DATE-CHK-YYYY                PIC 9(004).
            03   WK-DATE-CHK-MM                  PIC 9(002).
            03   WK-DATE-CHK-DD                  PIC 9(002).
      *>
      *>通知書作成中の仕入先
       01   WK-CUR-SUP-CODE                      PIC X(004).
       01   WK-CUR-MEISAI-COUNT                  PIC 9(004).
      *>
      *>処理結果一覧の見出し行の編集用領域
       01   LST-HDR-RECODE.
           03   FILLER                PIC X(038)
                   VALUE "**  発注変更処理結果一覧  **".
           03   LST-HDR-RUN-DATE      PIC 9(008).
      *>処理結果一覧の明細行の編集用領域
       01   LST-DETAIL-RECODE.
           03   LST-PO-BANGOU         PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SOKO-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-SYORI-KUBUN       PIC X(001).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-TANTO-BANGOU      PIC 9(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-KEKKA             PIC X(042).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   LST-RIYU              PIC X(030).
      *>処理結果一覧の件数行の編集用領域
       01   LST-SUM-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "適用件数：".
           03   LST-SUM-TEKIYO        PIC ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                       VALUE "　エラー件数：".
           03   LST-SUM-ERR           PIC ZZZ,ZZ9.
      *>
      *>発注変更通知書の見出し行の編集用領域
       01   REV-HDR-RECODE.
           03   FILLER                PIC X(024)
                       VALUE "発注変更通知書　".
           03   REV-HDR-SUP-CODE      PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-HDR-SUP-NAME      PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-HDR-RUN-DATE      PIC 9(008).
      *>発注変更通知書の明細行の編集用領域
       01   REV-DETAIL-RECODE.
           03   REV-PO-BANGOU         PIC 9(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-SOKO-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-KUBUN-NAME        PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REV-OLD-HATYU-SU      PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE "->".
           03   REV-NEW-HATYU-SU      PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(018)
                       VALUE "入荷予定日：".
           03   REV-OLD-YOTEI-DATE    PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE "->".
           03   REV-NEW-YOTEI-DATE    PIC 9(008).
      *>発注変更通知書の件数行の編集用領域
       01   REV-SUM-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "明細件数：".
           03   REV-SUM-COUNT         PIC ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "入力件数：".
            03   MSG1-COUNT                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　適用件数：".
            03   MSG1-TEKIYO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　通知仕入先：".
            03   MSG1-TSUCHI-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-TEKIYO-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WRK-TSUCHI-COUNT.
           MOVE   ZERO        TO   WK-POR-COUNT.
           MOVE   ZERO        TO   WK-CHG-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  マスタ・発注登録簿の読み込み
           PERFORM   TANTO-MSTR-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   POR-LOAD-PROC.
      *>
      *>  トランザクションを１件ずつ登録簿テーブルへ適用する
           OPEN      INPUT   PMT-FILE.
           PERFORM   PMT-OPEN-CHK-PROC.
      *>
           OPEN      OUTPUT   LST-FILE.
           MOVE      WRK-RUN-DATE   TO   LST-HDR-RUN-DATE.
           WRITE     LST-RECODE   FROM   LST-HDR-RECODE.
      *>
      *>  発注変更履歴は追記する（初回はファイルを作る）
           OPEN      EXTEND   POH-FILE.
           IF   POH-FILE-STATUS   NOT =   "00"
                CLOSE   POH-FILE
                OPEN    OUTPUT   POH-FILE
           END-IF.
      *>
           PERFORM   PMT-READ-PROC.
      *>
           MOVE      WRK-TEKIYO-COUNT   TO   LST-SUM-TEKIYO.
           MOVE      WRK-ERR-COUNT      TO   LST-SUM-ERR.
           WRITE     LST-RECODE   FROM   LST-SUM-RECODE.
      *>
           CLOSE     PMT-FILE.
           CLOSE     POH-FILE.
           CLOSE     LST-FILE.
      *>
      *>  変更があれば登録簿を書き戻し、仕入先へ通知書を作る
           IF   WRK-TEKIYO-COUNT   >   ZERO
                PERFORM   POR-REWRITE-PROC
                PERFORM   VARYING   WK-CHG-IDX   FROM   1   BY   1
                     UNTIL   WK-CHG-IDX   >   WK-CHG-COUNT
                     IF   WK-CHG-TSUCHI-FLG(WK-CHG-IDX)   =   ZERO
                          PERFORM   REV-ONE-SUP-PROC
                     END-IF
                END-PERFORM
           END-IF.
      *>
           IF   WRK-ERR-COUNT   >   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注変更トランザクションファイルのオープン確認処理
      *>************************************************************************
       PMT-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   PMT-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "POMNTTXN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "POMNTTXN-FILE入出力エラー:"
                               PMT-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       PMT-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注変更トランザクションの読み込み処理
      *>************************************************************************
       PMT-READ-PROC             SECTION.
      *>
       PERFORM UNTIL PMT-FILE-STATUS NOT = "00"
      *>
           READ PMT-FILE
               AT    END
                     DISPLAY "READ END"
      *>
               NOT   AT     END
               ADD       1   TO   WRK-COUNT
               PERFORM   PMT-ONE-PROC
      *>
           END-READ
       END-PERFORM.
      *>
           IF   PMT-FILE-STATUS   NOT =   "10"
                DISPLAY   "POMNTTXN-FILE入出力エラー:"
                          PMT-FILE-STATUS
           END-IF.
      *>
       PMT-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注変更トランザクション１件分の確認・適用処理
      *>エラーの場合は理由を処理結果一覧に印字して読み飛ばす
      *>************************************************************************
       PMT-ONE-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-ERR-RIYU.
      *>
      *>  発注登録簿の該当明細を探す
           MOVE      ZERO   TO   WK-POR-FOUND-FLG.
           MOVE      ZERO   TO   WK-POR-FOUND-IDX.
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                IF   WK-POR-PO-BANGOU(WK-POR-IDX)   =   PMT-PO-BANGOU
                AND  WK-POR-SHOHIN-CODE(WK-POR-IDX)
                          =   PMT-SHOHIN-CODE
                AND  WK-POR-SOKO-CODE(WK-POR-IDX)   =   PMT-SOKO-CODE
                     MOVE   1   TO   WK-POR-FOUND-FLG
                     MOVE   WK-POR-IDX   TO   WK-POR-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-POR-FOUND-FLG   NOT =   1
                MOVE      "発注登録簿に存在しません"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
      *>
      *>  処理区分・担当者・変更理由の確認
           IF   NOT   PMT-KUBUN-SURYO
           AND  NOT   PMT-KUBUN-YOTEI
           AND  NOT   PMT-KUBUN-TORIKESHI
                MOVE      "処理区分が不正です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
           MOVE      ZERO   TO   WK-TANTO-CHK-BANGOU.
           IF   PMT-TANTO-BANGOU   NUMERIC
                MOVE   PMT-TANTO-BANGOU   TO   WK-TANTO-CHK-BANGOU
           END-IF.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           IF   WK-TANTO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "担当者マスタにありません"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
           IF   PMT-RIYU   =   SPACE
                MOVE      "変更理由が未入力です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
      *>
      *>  変更できるのは未入荷の明細だけ
           IF   WK-POR-STATUS(WK-POR-FOUND-IDX)   =   "9"
                MOVE      "取消済の明細です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
           IF   WK-POR-STATUS(WK-POR-FOUND-IDX)   NOT =   "1"
                MOVE      "入荷済の明細です"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
      *>
      *>
      *>  特注受注に紐付いた明細は受注数どおりに発注しているため
      *>  数量を変えられない（取消はでき、発注起票が発注し直す）
           IF   PMT-KUBUN-SURYO
           AND  WK-POR-TOKU-ZYUTYU-BANGOU(WK-POR-FOUND-IDX)
                     NOT =   SPACE
                MOVE      "特注の明細は数量変更不可"
                               TO   WK-ERR-RIYU
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                          TO   WK-OLD-HATYU-SU.
           MOVE      WK-POR-YOTEI-DATE(WK-POR-FOUND-IDX)
                          TO   WK-OLD-YOTEI-DATE.
           MOVE      WK-POR-STATUS(WK-POR-FOUND-IDX)
                          TO   WK-OLD-STATUS.
      *>
           EVALUATE   TRUE
                WHEN   PMT-KUBUN-SURYO
                     PERFORM   SURYO-CHG-PROC
                WHEN   PMT-KUBUN-YOTEI
                     PERFORM   YOTEI-CHG-PROC
                WHEN   PMT-KUBUN-TORIKESHI
                     MOVE   "9"   TO   WK-POR-STATUS(WK-POR-FOUND-IDX)
           END-EVALUATE.
           IF   WK-ERR-RIYU   NOT =   SPACE
                PERFORM   LST-ERR-WRITE-PROC
                GO   TO   PMT-ONE-PROC-EXIT
           END-IF.
      *>
      *>  適用した変更を履歴・一覧・通知用テーブルへ記録する
           ADD       1   TO   WRK-TEKIYO-COUNT.
           PERFORM   POH-WRITE-PROC.
           PERFORM   CHG-ADD-PROC.
           MOVE      "適用"   TO   WK-ERR-RIYU.
           PERFORM   LST-LINE-WRITE-PROC.
      *>
       PMT-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注数の変更処理
      *>入荷済数より少ない発注数はエラーとし、入荷済数と同じ数に
      *>減らした明細は入荷済として閉じる
      *>************************************************************************
       SURYO-CHG-PROC                 SECTION.
      *>
           IF   PMT-NEW-HATYU-SU   NOT   NUMERIC
           OR   PMT-NEW-HATYU-SU   =   ZERO
                MOVE   "変更後の発注数が不正です"
                          TO   WK-ERR-RIYU
                GO   TO   SURYO-CHG-PROC-EXIT
           END-IF.
           IF   PMT-NEW-HATYU-SU   <   WK-POR-NYUKA-SU(WK-POR-FOUND-IDX)
                MOVE   "入荷済数より少ない発注数です"
                     TO   WK-ERR-RIYU
                GO   TO   SURYO-CHG-PROC-EXIT
           END-IF.
           IF   PMT-NEW-HATYU-SU   =   WK-OLD-HATYU-SU
                MOVE   "変更前と同じ発注数です"
                          TO   WK-ERR-RIYU
                GO   TO   SURYO-CHG-PROC-EXIT
           END-IF.
      *>
           MOVE      PMT-NEW-HATYU-SU   TO
                     WK-POR-HATYU-SU(WK-POR-FOUND-IDX).
           IF   WK-POR-NYUKA-SU(WK-POR-FOUND-IDX)
                     >=   WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                MOVE   "2"   TO   WK-POR-STATUS(WK-POR-FOUND-IDX)
           END-IF.
      *>
       SURYO-CHG-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷予定日の変更処理
      *>日付として正しくない日・発注日より前の日はエラーとする
      *>************************************************************************
       YOTEI-CHG-PROC                 SECTION.
      *>
           IF   PMT-NEW-YOTEI-DATE   NOT   NUMERIC
                MOVE   "変更後の入荷予定日が不正です"
                          TO   WK-ERR-RIYU
                GO   TO   YOTEI-CHG-PROC-EXIT
           END-IF.
           MOVE      PMT-NEW-YOTEI-DATE   TO   WK-DATE-CHK.
           IF   WK-DATE-CHK-YYYY   <   1900
           OR   WK-DATE-CHK-MM     <   1
           OR   WK-DATE-CHK-MM     >   12
           OR   WK-DATE-CHK-DD     <   1
           OR   WK-DATE-CHK-DD     >   31
                MOVE   "変更後の入荷予定日が不正です"
                          TO   WK-ERR-RIYU
                GO   TO   YOTEI-CHG-PROC-EXIT
           END-IF.
           IF   PMT-NEW-YOTEI-DATE
                     <   WK-POR-HATYU-DATE(WK-POR-FOUND-IDX)
                MOVE   "入荷予定日が発注日より前です"
                          TO   WK-ERR-RIYU
                GO   TO   YOTEI-CHG-PROC-EXIT
           END-IF.
           IF   PMT-NEW-YOTEI-DATE   =   WK-OLD-YOTEI-DATE
                MOVE   "変更前と同じ入荷予定日です"
                          TO   WK-ERR-RIYU
                GO   TO   YOTEI-CHG-PROC-EXIT
           END-IF.
      *>
           MOVE      PMT-NEW-YOTEI-DATE   TO
                     WK-POR-YOTEI-DATE(WK-POR-FOUND-IDX).
      *>
       YOTEI-CHG-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注変更履歴１件分の追記処理
      *>************************************************************************
       POH-WRITE-PROC                 SECTION.
      *>
           MOVE      WRK-RUN-DATE        TO   POH-RUN-DATE.
           MOVE      PMT-PO-BANGOU       TO   POH-PO-BANGOU.
           MOVE      PMT-SHOHIN-CODE     TO   POH-SHOHIN-CODE.
           MOVE      PMT-SOKO-CODE       TO   POH-SOKO-CODE.
           MOVE      WK-POR-SUP-CODE(WK-POR-FOUND-IDX)
                          TO   POH-SUP-CODE.
           MOVE      PMT-SYORI-KUBUN     TO   POH-SYORI-KUBUN.
           MOVE      WK-OLD-HATYU-SU     TO   POH-OLD-HATYU-SU.
           MOVE      WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                          TO   POH-NEW-HATYU-SU.
           MOVE      WK-OLD-YOTEI-DATE   TO   POH-OLD-YOTEI-DATE.
           MOVE      WK-POR-YOTEI-DATE(WK-POR-FOUND-IDX)
                          TO   POH-NEW-YOTEI-DATE.
           MOVE      WK-OLD-STATUS       TO   POH-OLD-STATUS.
           MOVE      WK-POR-STATUS(WK-POR-FOUND-IDX)
                          TO   POH-NEW-STATUS.
           MOVE      WK-TANTO-CHK-BANGOU TO   POH-TANTO-BANGOU.
           MOVE      PMT-RIYU            TO   POH-RIYU.
           WRITE     POH-RECODE.
      *>
       POH-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>適用した変更の通知用テーブルへの登録処理
      *>************************************************************************
       CHG-ADD-PROC                   SECTION.
      *>
           IF   WK-CHG-COUNT   NOT <   9999
                GO   TO   CHG-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-CHG-COUNT.
           MOVE      WK-POR-SUP-CODE(WK-POR-FOUND-IDX)
                          TO   WK-CHG-SUP-CODE(WK-CHG-COUNT).
           MOVE      PMT-PO-BANGOU
                     TO   WK-CHG-PO-BANGOU(WK-CHG-COUNT).
           MOVE      PMT-SOKO-CODE
                     TO   WK-CHG-SOKO-CODE(WK-CHG-COUNT).
           MOVE      PMT-SHOHIN-CODE
                          TO   WK-CHG-SHOHIN-CODE(WK-CHG-COUNT).
           MOVE      PMT-SYORI-KUBUN
                          TO   WK-CHG-SYORI-KUBUN(WK-CHG-COUNT).
           MOVE      WK-OLD-HATYU-SU
                          TO   WK-CHG-OLD-HATYU-SU(WK-CHG-COUNT).
           MOVE      WK-POR-HATYU-SU(WK-POR-FOUND-IDX)
                          TO   WK-CHG-NEW-HATYU-SU(WK-CHG-COUNT).
           MOVE      WK-OLD-YOTEI-DATE
                          TO   WK-CHG-OLD-YOTEI-DATE(WK-CHG-COUNT).
           MOVE      WK-POR-YOTEI-DATE(WK-POR-FOUND-IDX)
                          TO   WK-CHG-NEW-YOTEI-DATE(WK-CHG-COUNT).
           MOVE      ZERO   TO   WK-CHG-TSUCHI-FLG(WK-CHG-COUNT).
      *>
       CHG-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>処理結果一覧のエラー行の印字処理
      *>************************************************************************
       LST-ERR-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           PERFORM   LST-LINE-WRITE-PROC.
      *>
       LST-ERR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>処理結果一覧の明細行の印字処理（結果はWK-ERR-RIYUに設定する）
      *>************************************************************************
       LST-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      SPACE   TO   LST-DETAIL-RECODE.
           IF   PMT-PO-BANGOU   NUMERIC
                MOVE   PMT-PO-BANGOU    TO   LST-PO-BANGOU
           ELSE
                MOVE   ZERO             TO   LST-PO-BANGOU
           END-IF.
           MOVE      PMT-SHOHIN-CODE    TO   LST-SHOHIN-CODE.
           MOVE      PMT-SOKO-CODE      TO   LST-SOKO-CODE.
           MOVE      PMT-SYORI-KUBUN    TO   LST-SYORI-KUBUN.
           IF   PMT-TANTO-BANGOU   NUMERIC
                MOVE   PMT-TANTO-BANGOU   TO   LST-TANTO-BANGOU
           ELSE
                MOVE   ZERO               TO   LST-TANTO-BANGOU
           END-IF.
           MOVE      WK-ERR-RIYU        TO   LST-KEKKA.
           MOVE      PMT-RIYU           TO   LST-RIYU.
           WRITE     LST-RECODE   FROM   LST-DETAIL-RECODE.
      *>
       LST-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先１社分の発注変更通知書の作成処理
      *>WK-CHG-IDXの変更の仕入先について、まだ通知していない変更を
      *>全てまとめて印字する
      *>************************************************************************
       REV-ONE-SUP-PROC               SECTION.
      *>
           MOVE      WK-CHG-SUP-CODE(WK-CHG-IDX)   TO   WK-CUR-SUP-CODE.
           MOVE      ZERO   TO   WK-CUR-MEISAI-COUNT.
           ADD       1      TO   WRK-TSUCHI-COUNT.
      *>
           MOVE      SPACE   TO   WK-REV-FILENAME.
           STRING    "POREV_"   WK-CUR-SUP-CODE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-REV-FILENAME.
           OPEN      OUTPUT   REV-FILE.
      *>
           MOVE      WK-CUR-SUP-CODE   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-CUR-SUP-CODE         TO   REV-HDR-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE   TO   REV-HDR-SUP-NAME.
           MOVE      WRK-RUN-DATE            TO   REV-HDR-RUN-DATE.
           WRITE     REV-RECODE   FROM   REV-HDR-RECODE.
      *>
           PERFORM   VARYING   WK-CHG-IDX   FROM   WK-CHG-IDX   BY   1
                UNTIL   WK-CHG-IDX   >   WK-CHG-COUNT
                IF   WK-CHG-SUP-CODE(WK-CHG-IDX)   =   WK-CUR-SUP-CODE
                AND  WK-CHG-TSUCHI-FLG(WK-CHG-IDX)   =   ZERO
                     PERFORM   REV-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-CUR-MEISAI-COUNT   TO   REV-SUM-COUNT.
           WRITE     REV-RECODE   FROM   REV-SUM-RECODE.
           CLOSE     REV-FILE.
      *>
      *>  呼び出し元の繰り返しは先頭から探し直す
           SET       WK-CHG-IDX   TO   1.
      *>
       REV-ONE-SUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注変更通知書の明細行１件分の印字処理
      *>************************************************************************
       REV-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-CHG-TSUCHI-FLG(WK-CHG-IDX).
           ADD       1   TO   WK-CUR-MEISAI-COUNT.
      *>
           MOVE      WK-CHG-SHOHIN-CODE(WK-CHG-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-CHG-PO-BANGOU(WK-CHG-IDX)    TO   REV-PO-BANGOU.
           MOVE      WK-CHG-SOKO-CODE(WK-CHG-IDX)    TO   REV-SOKO-CODE.
           MOVE      WK-CHG-SHOHIN-CODE(WK-CHG-IDX)
                     TO   REV-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                     TO   REV-SHOHIN-NAME.
           EVALUATE   WK-CHG-SYORI-KUBUN(WK-CHG-IDX)
                WHEN   "Q"
                     MOVE   "数量変更"   TO   REV-KUBUN-NAME
                WHEN   "D"
                     MOVE   "納期変更"   TO   REV-KUBUN-NAME
                WHEN   OTHER
                     MOVE   "取消"       TO   REV-KUBUN-NAME
           END-EVALUATE.
           MOVE      WK-CHG-OLD-HATYU-SU(WK-CHG-IDX)
                          TO   REV-OLD-HATYU-SU.
           MOVE      WK-CHG-NEW-HATYU-SU(WK-CHG-IDX)
                          TO   REV-NEW-HATYU-SU.
           MOVE      WK-CHG-OLD-YOTEI-DATE(WK-CHG-IDX)
                          TO   REV-OLD-YOTEI-DATE.
           MOVE      WK-CHG-NEW-YOTEI-DATE(WK-CHG-IDX)
                          TO   REV-NEW-YOTEI-DATE.
           WRITE     REV-RECODE   FROM   REV-DETAIL-RECODE.
      *>
       REV-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿の読み込み処理（全行をテーブルに展開する）
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
                               MOVE   POR-HATYU-SU     TO
                                    WK-POR-HATYU-SU(WK-POR-COUNT)
                               MOVE   POR-HATYU-DATE   TO
                                    WK-POR-HATYU-DATE(WK-POR-COUNT)
                               MOVE   POR-YOTEI-DATE   TO
                                    WK-POR-YOTEI-DATE(WK-POR-COUNT)
                               MOVE   POR-STATUS       TO
                                    WK-POR-STATUS(WK-POR-COUNT)
                               MOVE   POR-NYUKA-SU     TO
                                    WK-POR-NYUKA-SU(WK-POR-COUNT)
                               IF   POR-HATYU-TANKA   NUMERIC
                                    MOVE   POR-HATYU-TANKA   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               END-IF
                               MOVE   POR-TOKU-ZYUTYU-BANGOU   TO
                                    WK-POR-TOKU-ZYUTYU-BANGOU
                                         (WK-POR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     POR-FILE.
      *>
       POR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発注登録簿テーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       POR-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   POR-FILE.
      *>
           PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                MOVE   WK-POR-PO-BANGOU(WK-POR-IDX)
                     TO   POR-PO-BANGOU
                MOVE   WK-POR-SUP-CODE(WK-POR-IDX)
                     TO   POR-SUP-CODE
                MOVE   WK-POR-SOKO-CODE(WK-POR-IDX)
                     TO   POR-SOKO-CODE
                MOVE   WK-POR-SHOHIN-CODE(WK-POR-IDX)
                     TO   POR-SHOHIN-CODE
                MOVE   WK-POR-HATYU-SU(WK-POR-IDX)
                     TO   POR-HATYU-SU
                MOVE   WK-POR-HATYU-DATE(WK-POR-IDX)
                     TO   POR-HATYU-DATE
                MOVE   WK-POR-YOTEI-DATE(WK-POR-IDX)
                     TO   POR-YOTEI-DATE
                MOVE   WK-POR-STATUS(WK-POR-IDX)
                     TO   POR-STATUS
                MOVE   WK-POR-NYUKA-SU(WK-POR-IDX)
                     TO   POR-NYUKA-SU
                MOVE   WK-POR-HATYU-TANKA(WK-POR-IDX)
                     TO   POR-HATYU-TANKA
                MOVE   WK-POR-TOKU-ZYUTYU-BANGOU(WK-POR-IDX)
                     TO   POR-TOKU-ZYUTYU-BANGOU
                WRITE   POR-RECODE
           END-PERFORM.
      *>
           CLOSE     POR-FILE.
      *>
       POR-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>担当者を確認できないため、読めない場合は異常終了する
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
           MOVE      WRK-COUNT           TO   MSG1-COUNT.
           MOVE      WRK-TEKIYO-COUNT    TO   MSG1-TEKIYO-COUNT.
           MOVE      WRK-ERR-COUNT       TO   MSG1-ERR-COUNT.
           MOVE      WRK-TSUCHI-COUNT    TO   MSG1-TSUCHI-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
