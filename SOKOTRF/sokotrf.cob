      *>************************************************************************
      *>倉庫間移送（出庫・着荷確認・取消）プログラム
      *>ある倉庫の在庫を別の倉庫へ移す倉庫間移送を登録する。倉庫間移送
      *>トランザクション（SOKOTRFIN.txt：処理区分＋移送番号＋出庫倉庫＋
      *>入庫倉庫＋商品コード＋数量＋日付＋備考）を読み込み、在庫マスタ
      *>（ZAIKOM.txt）と倉庫間移送台帳（SOKOTRF.txt）を更新する。
      *>処理区分"1"（出庫）は出庫倉庫の現在庫から移送数を落とし、移送
      *>番号（台帳の最大番号＋１）を採番して輸送中の行を台帳へ追加する。
      *>出庫できるのは出庫倉庫の現在庫から保留在庫台帳（ZAIKOHLD.txt）
      *>の保留数を引いた引当可能数までとし、入庫倉庫にも同じ商品の在庫
      *>マスタがあることを確認する。輸送中の数量はどちらの倉庫の現在庫
      *>にも含まれない。
      *>処理区分"2"（着荷確認）は輸送中の移送を入庫倉庫の現在庫へ積み
      *>増して着荷済とし、"9"（取消）は輸送中の移送を出庫倉庫の現在庫
      *>へ戻して取消とする。着荷数が移送数と違う場合は受け付けない
      *>（差異は棚卸で調整する）。日付が空白・ゼロの場合は処理日とする。
      *>現在庫を増減するたびに在庫移動記録（ZAIKOIDO.txt）へ移動区分
      *>"SS"（出庫）・"SN"（着荷）・"SC"（取消の戻し）で追記する。
      *>処理結果は倉庫間移送報告書（SOKOTRFREP.txt）に区分付きで印字し、
      *>続けて処理後も輸送中の移送を出庫日からの輸送日数付きで一覧に
      *>する（輸送日数が着荷遅れの日数以上の移送には印を付ける）。
      *>エラーのトランザクションは報告書に記録して在庫・台帳を動かさず、
      *>リターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   SOKOTRF001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>倉庫間移送トランザクションファイル
      *>************************************************************************
       SELECT   STI-FILE      ASSIGN        TO "SOKOTRFIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS STI-FILE-STATUS.
      *>************************************************************************
      *>倉庫間移送台帳ファイル（全行を読み込み、更新後に書き戻す）
      *>************************************************************************
       SELECT   TRF-FILE      ASSIGN        TO "SOKOTRF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TRF-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル（全行を読み込み、更新後に書き戻す）
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（出庫倉庫の引当可能数の確認用）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（報告書へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>倉庫間移送報告書ファイル
      *>************************************************************************
       SELECT   SOKOTRFREP-FILE ASSIGN       TO "SOKOTRFREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>在庫移動記録ファイル（現在庫の増減を１行ずつ追記する）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>実行番号採番ファイル（在庫移動記録の実行番号の参照用）
      *>************************************************************************
       SELECT   RUNNO-FILE    ASSIGN         TO "RUNNO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RUNNO-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>倉庫間移送トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   STI-FILE.
       01   STI-RECODE.
           COPY   SOKOTRFIN  REPLACING   ==:PREFIX:==   BY   ==STI==.
      *>************************************************************************
      *>倉庫間移送台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TRF-FILE.
       01   TRF-RECODE.
           COPY   SOKOTRF    REPLACING   ==:PREFIX:==   BY   ==TRF==.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>倉庫間移送報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   SOKOTRFREP-FILE.
       01   SOKOTRFREP-RECODE                      PIC X(160).
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>実行番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   RUNNO-FILE.
       01   RUNNO-RECODE                          PIC 9(006).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  STI-FILE-STATUS                          PIC XX.
       01  TRF-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
       01  WK-RUN-NO                                PIC 9(006).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-SYUKKO-COUNT                 PIC 9(006).
             03   WRK-CHAKUKA-COUNT                PIC 9(006).
             03   WRK-TORIKESHI-COUNT              PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-YUSOCHU-COUNT                PIC 9(006).
             03   WRK-CHIEN-COUNT                  PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "SOKOTRF1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>着荷遅れとみなす輸送日数（出庫日からの日数）
       01   WK-CHIEN-NISSU                       PIC 9(003)  VALUE 7.
      *>
      *>倉庫間移送台帳保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-TRF-AREA.
            03   WK-TRF-COUNT                    PIC 9(004)  COMP.
            03   WK-TRF-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TRF-IDX.
                 05   WK-TRF-TRF-NO               PIC 9(006).
                 05   WK-TRF-SYUKKO-DATE          PIC 9(008).
                 05   WK-TRF-DE-SOKO-CODE         PIC X(002).
                 05   WK-TRF-IRI-SOKO-CODE        PIC X(002).
                 05   WK-TRF-SHOHIN-CODE          PIC X(006).
                 05   WK-TRF-IDO-SU               PIC 9(007).
                 05   WK-TRF-STATUS               PIC X(001).
                 05   WK-TRF-KANRYO-DATE          PIC 9(008).
                 05   WK-TRF-BIKO                 PIC X(020).
       01   WK-TRF-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-TRF-MAX-NO                        PIC 9(006).
      *>
      *>在庫マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZAIKO-MSTR-AREA.
            03   WK-ZAIKO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-ZAIKO-MSTR-TBL               OCCURS 9999 TIMES
                                    INDEXED BY WK-ZAIKO-MSTR-IDX.
                 05   WK-ZAIKO-MSTR-SOKO-CODE     PIC X(002).
                 05   WK-ZAIKO-MSTR-SHOHIN-CODE   PIC X(006).
                 05   WK-ZAIKO-MSTR-ZAIKO-SU      PIC S9(007).
                 05   WK-ZAIKO-MSTR-HATYU-TEN     PIC 9(005).
       01   WK-ZAIKO-MSTR-FOUND-FLG              PIC 9(001).
       01   WK-ZAIKO-MSTR-FOUND-IDX              PIC 9(004)  COMP.
      *>在庫マスタの検索キー（呼び出し側で設定する）
       01   WK-ZAIKO-CHK-SOKO-CODE               PIC X(002).
       01   WK-ZAIKO-CHK-SHOHIN-CODE             PIC X(006).
      *>
      *>保留在庫保持用テーブル（倉庫＋商品の保留数の集計用）
       01   WK-HLD-AREA.
            03   WK-HLD-COUNT                    PIC 9(004)  COMP.
            03   WK-HLD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-HLD-IDX.
                 05   WK-HLD-SOKO-CODE            PIC X(002).
                 05   WK-HLD-SHOHIN-CODE          PIC X(006).
                 05   WK-HLD-HORYU-SU             PIC 9(007).
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
      *>トランザクション１件分の確認・更新・印字用の領域
      *>着荷確認・取消は台帳の行の内容を設定し直して印字する
       01   WK-TXN-AREA.
            03   WK-TXN-TRF-NO                   PIC 9(006).
            03   WK-TXN-DE-SOKO-CODE             PIC X(002).
            03   WK-TXN-IRI-SOKO-CODE            PIC X(002).
            03   WK-TXN-SHOHIN-CODE              PIC X(006).
            03   WK-TXN-SU                       PIC 9(007).
            03   WK-TXN-DATE                     PIC 9(008).
       01   WK-CALC-AREA.
            03   WK-HORYU-SU                     PIC S9(009).
            03   WK-KANO-SU                      PIC S9(009).
            03   WK-YUSO-SU-GOKEI                PIC S9(009).
            03   WK-NISSU                        PIC S9(005).
            03   WK-TODAY-INT                    PIC S9(009).
            03   WK-SYUKKO-INT                   PIC S9(009).
      *>
      *>報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(040)
                   VALUE "**  倉庫間移送報告書  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>報告書の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(010)
               VALUE "区分    ".
           03   FILLER                PIC X(014)
               VALUE "移送番号  ".
           03   FILLER                PIC X(014)
               VALUE "出庫倉庫  ".
           03   FILLER                PIC X(014)
               VALUE "入庫倉庫  ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(009)
               VALUE "   数量".
           03   FILLER                PIC X(014)
               VALUE "  日付      ".
           03   FILLER                PIC X(017)
               VALUE "結果           ".
      *>報告書の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SYORI-NAME        PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TRF-NO            PIC Z(005)9.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-DE-SOKO-CODE      PIC X(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-IRI-SOKO-CODE     PIC X(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SU                PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DATE              PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(040).
      *>輸送中一覧の見出し行の編集用領域
       01   REP-Y-HDR-RECODE.
           03   FILLER                PIC X(040)
                   VALUE "**  輸送中の移送一覧  **".
      *>輸送中一覧の列見出し行の編集用領域
       01   REP-Y-COLHDR-RECODE.
           03   FILLER                PIC X(014)
               VALUE "移送番号  ".
           03   FILLER                PIC X(013)
               VALUE "出庫日    ".
           03   FILLER                PIC X(014)
               VALUE "出庫倉庫  ".
           03   FILLER                PIC X(014)
               VALUE "入庫倉庫  ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(010)
               VALUE " 移送数".
           03   FILLER                PIC X(013)
               VALUE " 輸送日数".
           03   FILLER                PIC X(020)
               VALUE "                    ".
           03   FILLER                PIC X(012)
               VALUE "備考      ".
      *>輸送中一覧の明細行の編集用領域
       01   REP-Y-DETAIL-RECODE.
           03   REP-Y-TRF-NO          PIC 9(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-Y-SYUKKO-DATE     PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-DE-SOKO-CODE    PIC X(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-Y-IRI-SOKO-CODE   PIC X(006).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   REP-Y-SHOHIN-CODE     PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-SHOHIN-NAME     PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-SU              PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-NISSU           PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-CHIEN           PIC X(018).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-Y-BIKO            PIC X(020).
      *>輸送中一覧の合計行の編集用領域
       01   REP-Y-TOTAL-RECODE.
           03   FILLER                PIC X(021)
                   VALUE "輸送中　件数：".
           03   REP-Y-T-KENSU         PIC ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                   VALUE "　移送数合計：".
           03   REP-Y-T-SU            PIC ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(021)
                   VALUE "　着荷遅れ：".
           03   REP-Y-T-CHIEN         PIC ZZZ,ZZ9.
      *>輸送中一覧が空の場合の注記行
       01   REP-Y-NONE-RECODE.
           03   FILLER                PIC X(040)
                   VALUE "輸送中の移送はありません".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "倉庫間移送件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　出庫：".
            03   MSG1-SYUKKO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　着荷：".
            03   MSG1-CHAKUKA-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                              VALUE "　取消：".
            03   MSG1-TORIKESHI-COUNT         PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
       01   MS2-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "輸送中の移送：".
            03   MSG2-YUSOCHU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　着荷遅れ：".
            03   MSG2-CHIEN-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-SYUKKO-COUNT.
           MOVE   ZERO        TO   WRK-CHAKUKA-COUNT.
           MOVE   ZERO        TO   WRK-TORIKESHI-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WRK-YUSOCHU-COUNT.
           MOVE   ZERO        TO   WRK-CHIEN-COUNT.
           MOVE   ZERO        TO   WK-TRF-COUNT.
           MOVE   ZERO        TO   WK-TRF-MAX-NO.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-HLD-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  マスタ・台帳の読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   TRF-LOAD-PROC.
           PERFORM   HLD-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
           OPEN   INPUT    STI-FILE
                  OUTPUT   SOKOTRFREP-FILE.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   STI-OPEN-CHK-PROC.
      *>
      *>  在庫移動記録は追記する（無ければ新規に作成する）
           PERFORM   RUNNO-READ-PROC.
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  倉庫間移送トランザクションの読み込み・登録
           PERFORM   STI-READ-PROC.
      *>
      *>  処理後も輸送中の移送の一覧
           PERFORM   YUSOCHU-LIST-PROC.
      *>
           CLOSE     STI-FILE
                     SOKOTRFREP-FILE
                     ZID-FILE.
      *>
      *>  更新後の在庫マスタ・倉庫間移送台帳を書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
           PERFORM   TRF-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>STI-FILEオープン時のステータスチェック処理
      *>************************************************************************
       STI-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   STI-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "SOKOTRFIN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "SOKOTRFIN-FILE入出力エラー:"
                               STI-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       STI-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送トランザクションの読み込み処理
      *>************************************************************************
       STI-READ-PROC                  SECTION.
      *>
           PERFORM   UNTIL   STI-FILE-STATUS   NOT =   "00"
                READ   STI-FILE
                     AT   END
                          MOVE   "10"   TO   STI-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-COUNT
                          PERFORM   STI-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           IF   STI-FILE-STATUS   NOT =   "10"
                DISPLAY   "SOKOTRFIN-FILE入出力エラー:"
                          STI-FILE-STATUS
           END-IF.
      *>
       STI-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送１件分の登録処理
      *>トランザクションの内容を印字用の領域に移し、処理区分ごとの
      *>登録処理を呼び出す
      *>************************************************************************
       STI-ONE-PROC                   SECTION.
      *>
           IF   STI-TRF-NO   NUMERIC
                MOVE   STI-TRF-NO   TO   WK-TXN-TRF-NO
           ELSE
                MOVE   ZERO         TO   WK-TXN-TRF-NO
           END-IF.
           MOVE      STI-DE-SOKO-CODE    TO   WK-TXN-DE-SOKO-CODE.
           MOVE      STI-IRI-SOKO-CODE   TO   WK-TXN-IRI-SOKO-CODE.
           MOVE      STI-SHOHIN-CODE     TO   WK-TXN-SHOHIN-CODE.
           IF   STI-SU   NUMERIC
                MOVE   STI-SU   TO   WK-TXN-SU
           ELSE
                MOVE   ZERO     TO   WK-TXN-SU
           END-IF.
           IF   STI-DATE   NUMERIC
           AND  STI-DATE   NOT =   ZERO
                MOVE   STI-DATE       TO   WK-TXN-DATE
           ELSE
                MOVE   WRK-RUN-DATE   TO   WK-TXN-DATE
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   STI-SYUKKO
                     PERFORM   SYUKKO-ONE-PROC
                WHEN   STI-CHAKUKA
                WHEN   STI-TORIKESHI
                     PERFORM   KANRYO-ONE-PROC
                WHEN   OTHER
                     MOVE      "処理区分の誤り"   TO   REP-KUBUN
                     PERFORM   REP-ERR-WRITE-PROC
           END-EVALUATE.
      *>
       STI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>出庫（移送開始）１件分の登録処理
      *>出庫倉庫の引当可能数の範囲で現在庫から落とし、移送番号を採番
      *>して輸送中の行を台帳へ追加する
      *>************************************************************************
       SYUKKO-ONE-PROC                SECTION.
      *>
           IF   STI-SU   NOT   NUMERIC
           OR   STI-SU   =   ZERO
                MOVE      "数量の誤り"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
           IF   STI-DE-SOKO-CODE   =   STI-IRI-SOKO-CODE
                MOVE      "出庫倉庫と入庫倉庫が同じ"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
      *>  入庫倉庫にも同じ商品の在庫マスタがあることを確認する
           MOVE      STI-IRI-SOKO-CODE   TO   WK-ZAIKO-CHK-SOKO-CODE.
           MOVE      STI-SHOHIN-CODE     TO   WK-ZAIKO-CHK-SHOHIN-CODE.
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "入庫倉庫の在庫マスタ未登録"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      STI-DE-SOKO-CODE    TO   WK-ZAIKO-CHK-SOKO-CODE.
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "出庫倉庫の在庫マスタ未登録"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
      *>  保留数を除いた引当可能数まで出庫できる
           PERFORM   HLD-SUM-PROC.
           COMPUTE   WK-KANO-SU   =
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                -   WK-HORYU-SU.
           IF   WK-KANO-SU   <   STI-SU
                MOVE      "出庫倉庫の引当可能数を超過"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
           IF   WK-TRF-COUNT   NOT <   9999
                MOVE      "移送台帳が一杯です"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   SYUKKO-ONE-PROC-EXIT
           END-IF.
      *>
      *>  移送番号を採番し、輸送中の行を台帳へ追加する
           ADD       1   TO   WK-TRF-MAX-NO.
           MOVE      WK-TRF-MAX-NO   TO   WK-TXN-TRF-NO.
           ADD       1   TO   WK-TRF-COUNT.
           MOVE      WK-TRF-MAX-NO
                          TO   WK-TRF-TRF-NO(WK-TRF-COUNT).
           MOVE      WK-TXN-DATE
                          TO   WK-TRF-SYUKKO-DATE(WK-TRF-COUNT).
           MOVE      STI-DE-SOKO-CODE
                          TO   WK-TRF-DE-SOKO-CODE(WK-TRF-COUNT).
           MOVE      STI-IRI-SOKO-CODE
                          TO   WK-TRF-IRI-SOKO-CODE(WK-TRF-COUNT).
           MOVE      STI-SHOHIN-CODE
                          TO   WK-TRF-SHOHIN-CODE(WK-TRF-COUNT).
           MOVE      STI-SU
                          TO   WK-TRF-IDO-SU(WK-TRF-COUNT).
           MOVE      "1"  TO   WK-TRF-STATUS(WK-TRF-COUNT).
           MOVE      ZERO TO   WK-TRF-KANRYO-DATE(WK-TRF-COUNT).
           MOVE      STI-BIKO
                          TO   WK-TRF-BIKO(WK-TRF-COUNT).
      *>
      *>  出庫倉庫の現在庫から落とす
           SUBTRACT  STI-SU   FROM
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           MOVE      "SS"   TO   ZID-IDO-KUBUN.
           COMPUTE   ZID-IDO-SU   =   ZERO   -   STI-SU.
           MOVE      WK-TXN-TRF-NO   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
           ADD       1   TO   WRK-SYUKKO-COUNT.
           MOVE      "登録（輸送中）"   TO   REP-KUBUN.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       SYUKKO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>着荷確認・取消１件分の登録処理
      *>移送番号で輸送中の台帳の行を特定し、着荷確認は入庫倉庫の
      *>現在庫へ積み増して着荷済に、取消は出庫倉庫の現在庫へ戻して
      *>取消にする
      *>************************************************************************
       KANRYO-ONE-PROC                SECTION.
      *>
           IF   WK-TXN-TRF-NO   =   ZERO
                MOVE      "移送番号の誤り"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-TRF-FOUND-IDX.
           PERFORM   VARYING   WK-TRF-IDX   FROM   1   BY   1
                UNTIL   WK-TRF-IDX   >   WK-TRF-COUNT
                   OR   WK-TRF-FOUND-IDX   NOT =   ZERO
                IF   WK-TRF-TRF-NO(WK-TRF-IDX)   =   WK-TXN-TRF-NO
                     MOVE   WK-TRF-IDX   TO   WK-TRF-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-TRF-FOUND-IDX   =   ZERO
                MOVE      "移送台帳にない移送番号です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
      *>
      *>  倉庫・商品を指定した場合は台帳の内容と照合する
           IF   (STI-DE-SOKO-CODE   NOT =   SPACE
           AND   STI-DE-SOKO-CODE   NOT =
                      WK-TRF-DE-SOKO-CODE(WK-TRF-FOUND-IDX))
           OR   (STI-IRI-SOKO-CODE  NOT =   SPACE
           AND   STI-IRI-SOKO-CODE  NOT =
                      WK-TRF-IRI-SOKO-CODE(WK-TRF-FOUND-IDX))
           OR   (STI-SHOHIN-CODE    NOT =   SPACE
           AND   STI-SHOHIN-CODE    NOT =
                      WK-TRF-SHOHIN-CODE(WK-TRF-FOUND-IDX))
                MOVE      "台帳の内容と一致しません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
      *>
      *>  ここからは台帳の行の内容で印字する
           MOVE      WK-TRF-DE-SOKO-CODE(WK-TRF-FOUND-IDX)
                          TO   WK-TXN-DE-SOKO-CODE.
           MOVE      WK-TRF-IRI-SOKO-CODE(WK-TRF-FOUND-IDX)
                          TO   WK-TXN-IRI-SOKO-CODE.
           MOVE      WK-TRF-SHOHIN-CODE(WK-TRF-FOUND-IDX)
                          TO   WK-TXN-SHOHIN-CODE.
      *>
           IF   WK-TRF-STATUS(WK-TRF-FOUND-IDX)   NOT =   "1"
                MOVE      "輸送中ではありません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
           IF   STI-CHAKUKA
           AND  WK-TXN-SU   NOT =   ZERO
           AND  WK-TXN-SU   NOT =   WK-TRF-IDO-SU(WK-TRF-FOUND-IDX)
                MOVE      "着荷数が移送数と違います"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
           MOVE      WK-TRF-IDO-SU(WK-TRF-FOUND-IDX)   TO   WK-TXN-SU.
      *>
      *>  着荷確認は入庫倉庫、取消は出庫倉庫の在庫マスタを更新する
           IF   STI-CHAKUKA
                MOVE   WK-TXN-IRI-SOKO-CODE
                     TO   WK-ZAIKO-CHK-SOKO-CODE
           ELSE
                MOVE   WK-TXN-DE-SOKO-CODE
                     TO   WK-ZAIKO-CHK-SOKO-CODE
           END-IF.
           MOVE      WK-TXN-SHOHIN-CODE   TO   WK-ZAIKO-CHK-SHOHIN-CODE.
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "在庫マスタ未登録です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   KANRYO-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       WK-TXN-SU   TO
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           IF   STI-CHAKUKA
                MOVE   "SN"   TO   ZID-IDO-KUBUN
                MOVE   "2"    TO   WK-TRF-STATUS(WK-TRF-FOUND-IDX)
                ADD    1      TO   WRK-CHAKUKA-COUNT
                MOVE   "登録（着荷済）"   TO   REP-KUBUN
           ELSE
                MOVE   "SC"   TO   ZID-IDO-KUBUN
                MOVE   "9"    TO   WK-TRF-STATUS(WK-TRF-FOUND-IDX)
                ADD    1      TO   WRK-TORIKESHI-COUNT
                MOVE   "登録（出庫倉庫へ戻し）"
                     TO   REP-KUBUN
           END-IF.
           MOVE      WK-TXN-DATE
                          TO   WK-TRF-KANRYO-DATE(WK-TRF-FOUND-IDX).
           MOVE      WK-TXN-SU       TO   ZID-IDO-SU.
           MOVE      WK-TXN-TRF-NO   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       KANRYO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>出庫倉庫の保留数の集計処理（倉庫＋商品の全ロット・全理由）
      *>************************************************************************
       HLD-SUM-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-HORYU-SU.
           PERFORM   VARYING   WK-HLD-IDX   FROM   1   BY   1
                UNTIL   WK-HLD-IDX   >   WK-HLD-COUNT
                IF   WK-HLD-SOKO-CODE(WK-HLD-IDX)
                          =   WK-ZAIKO-CHK-SOKO-CODE
                AND  WK-HLD-SHOHIN-CODE(WK-HLD-IDX)
                          =   WK-ZAIKO-CHK-SHOHIN-CODE
                     ADD   WK-HLD-HORYU-SU(WK-HLD-IDX)
                          TO   WK-HORYU-SU
                END-IF
           END-PERFORM.
      *>
       HLD-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中の移送の一覧の印字処理
      *>台帳の順（移送番号順）に輸送中の行を出庫日からの輸送日数付きで
      *>印字する
      *>************************************************************************
       YUSOCHU-LIST-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-YUSO-SU-GOKEI.
           MOVE      SPACE   TO   SOKOTRFREP-RECODE.
           WRITE     SOKOTRFREP-RECODE.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-Y-HDR-RECODE.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-Y-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-TRF-IDX   FROM   1   BY   1
                UNTIL   WK-TRF-IDX   >   WK-TRF-COUNT
                IF   WK-TRF-STATUS(WK-TRF-IDX)   =   "1"
                     PERFORM   YUSOCHU-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WRK-YUSOCHU-COUNT   =   ZERO
                WRITE   SOKOTRFREP-RECODE   FROM   REP-Y-NONE-RECODE
           END-IF.
           MOVE      SPACE   TO   SOKOTRFREP-RECODE.
           WRITE     SOKOTRFREP-RECODE.
           MOVE      WRK-YUSOCHU-COUNT   TO   REP-Y-T-KENSU.
           MOVE      WK-YUSO-SU-GOKEI    TO   REP-Y-T-SU.
           MOVE      WRK-CHIEN-COUNT     TO   REP-Y-T-CHIEN.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-Y-TOTAL-RECODE.
      *>
       YUSOCHU-LIST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中の移送１件分の印字処理
      *>出庫日の誤った行は輸送日数を０日とする
      *>************************************************************************
       YUSOCHU-LINE-WRITE-PROC        SECTION.
      *>
           ADD       1   TO   WRK-YUSOCHU-COUNT.
           ADD       WK-TRF-IDO-SU(WK-TRF-IDX)   TO   WK-YUSO-SU-GOKEI.
      *>
           MOVE      ZERO   TO   WK-NISSU.
           IF   WK-TRF-SYUKKO-DATE(WK-TRF-IDX)   NUMERIC
           AND  WK-TRF-SYUKKO-DATE(WK-TRF-IDX)   >   ZERO
           AND  WK-TRF-SYUKKO-DATE(WK-TRF-IDX)   NOT >   WRK-RUN-DATE
                COMPUTE   WK-SYUKKO-INT   =   FUNCTION INTEGER-OF-DATE
                          (WK-TRF-SYUKKO-DATE(WK-TRF-IDX))
                COMPUTE   WK-NISSU   =
                          WK-TODAY-INT   -   WK-SYUKKO-INT
           END-IF.
           IF   WK-NISSU   NOT <   WK-CHIEN-NISSU
                ADD    1   TO   WRK-CHIEN-COUNT
                MOVE   "＊着荷遅れ"   TO   REP-Y-CHIEN
           ELSE
                MOVE   SPACE          TO   REP-Y-CHIEN
           END-IF.
      *>
           MOVE      WK-TRF-SHOHIN-CODE(WK-TRF-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-TRF-TRF-NO(WK-TRF-IDX)        TO   REP-Y-TRF-NO.
           MOVE      WK-TRF-SYUKKO-DATE(WK-TRF-IDX)
                          TO   REP-Y-SYUKKO-DATE.
           MOVE      WK-TRF-DE-SOKO-CODE(WK-TRF-IDX)
                          TO   REP-Y-DE-SOKO-CODE.
           MOVE      WK-TRF-IRI-SOKO-CODE(WK-TRF-IDX)
                          TO   REP-Y-IRI-SOKO-CODE.
           MOVE      WK-TRF-SHOHIN-CODE(WK-TRF-IDX)
                          TO   REP-Y-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-Y-SHOHIN-NAME.
           MOVE      WK-TRF-IDO-SU(WK-TRF-IDX)        TO   REP-Y-SU.
           MOVE      WK-NISSU                         TO   REP-Y-NISSU.
           MOVE      WK-TRF-BIKO(WK-TRF-IDX)          TO   REP-Y-BIKO.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-Y-DETAIL-RECODE.
      *>
       YUSOCHU-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理
      *>区分は呼び出し側で設定してから呼び出す
      *>************************************************************************
       REP-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      WK-TXN-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           EVALUATE   TRUE
                WHEN   STI-SYUKKO
                     MOVE   "出庫"   TO   REP-SYORI-NAME
                WHEN   STI-CHAKUKA
                     MOVE   "着荷"   TO   REP-SYORI-NAME
                WHEN   STI-TORIKESHI
                     MOVE   "取消"   TO   REP-SYORI-NAME
                WHEN   OTHER
                     MOVE   STI-SYORI-KUBUN   TO   REP-SYORI-NAME
           END-EVALUATE.
           MOVE      WK-TXN-TRF-NO          TO   REP-TRF-NO.
           MOVE      WK-TXN-DE-SOKO-CODE    TO   REP-DE-SOKO-CODE.
           MOVE      WK-TXN-IRI-SOKO-CODE   TO   REP-IRI-SOKO-CODE.
           MOVE      WK-TXN-SHOHIN-CODE     TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-TXN-SU              TO   REP-SU.
           MOVE      WK-TXN-DATE            TO   REP-DATE.
           WRITE     SOKOTRFREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理（登録しなかったトランザクション）
      *>区分は呼び出し側で設定してから呼び出す
      *>************************************************************************
       REP-ERR-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       REP-ERR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理（全行をテーブルに展開する）
      *>************************************************************************
       ZAIKO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
      *>
           EVALUATE   ZAIKOM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "ZAIKOM-FILE入出力エラー:"
                               ZAIKOM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZAIKO-MSTR-COUNT   <   9999
                               ADD   1   TO   WK-ZAIKO-MSTR-COUNT
                               MOVE   ZMST-SOKO-CODE     TO
                                    WK-ZAIKO-MSTR-SOKO-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-SHOHIN-CODE   TO
                                    WK-ZAIKO-MSTR-SHOHIN-CODE
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-ZAIKO-SU      TO
                                    WK-ZAIKO-MSTR-ZAIKO-SU
                                         (WK-ZAIKO-MSTR-COUNT)
                               MOVE   ZMST-HATYU-TEN     TO
                                    WK-ZAIKO-MSTR-HATYU-TEN
                                         (WK-ZAIKO-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの検索処理（倉庫コード＋商品コード）
      *>WK-ZAIKO-CHK-SOKO-CODE・WK-ZAIKO-CHK-SHOHIN-CODEを設定してから
      *>呼び出す
      *>************************************************************************
       ZAIKO-MSTR-FIND-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-ZAIKO-CHK-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-ZAIKO-CHK-SHOHIN-CODE
                     MOVE   1   TO   WK-ZAIKO-MSTR-FOUND-FLG
                     MOVE   WK-ZAIKO-MSTR-IDX
                          TO   WK-ZAIKO-MSTR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       ZAIKO-MSTR-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの内容を在庫マスタファイルへ書き戻す処理
      *>************************************************************************
       ZAIKO-MSTR-REWRITE-PROC        SECTION.
      *>
           OPEN      OUTPUT   ZAIKOM-FILE.
      *>
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                MOVE   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                     TO   ZMST-SOKO-CODE
                MOVE   WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                     TO   ZMST-SHOHIN-CODE
                MOVE   WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-IDX)
                     TO   ZMST-ZAIKO-SU
                MOVE   WK-ZAIKO-MSTR-HATYU-TEN(WK-ZAIKO-MSTR-IDX)
                     TO   ZMST-HATYU-TEN
                WRITE   ZAIKOM-RECODE
           END-PERFORM.
      *>
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKO-MSTR-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送台帳の読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い（初回）場合は移送なしとし、移送番号は１から
      *>採番する
      *>************************************************************************
       TRF-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   TRF-FILE.
           IF   TRF-FILE-STATUS   NOT =   "00"
                CLOSE   TRF-FILE
                GO   TO   TRF-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   TRF-FILE-STATUS   NOT =   "00"
                READ   TRF-FILE
                     AT   END
                          MOVE   "10"   TO   TRF-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TRF-COUNT   <   9999
                               PERFORM   TRF-ONE-LOAD-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TRF-FILE.
      *>
       TRF-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送台帳１行分のテーブルへの展開処理
      *>************************************************************************
       TRF-ONE-LOAD-PROC              SECTION.
      *>
           ADD       1   TO   WK-TRF-COUNT.
           MOVE      TRF-TRF-NO         TO
                     WK-TRF-TRF-NO(WK-TRF-COUNT).
           MOVE      TRF-SYUKKO-DATE    TO
                     WK-TRF-SYUKKO-DATE(WK-TRF-COUNT).
           MOVE      TRF-DE-SOKO-CODE   TO
                     WK-TRF-DE-SOKO-CODE(WK-TRF-COUNT).
           MOVE      TRF-IRI-SOKO-CODE  TO
                     WK-TRF-IRI-SOKO-CODE(WK-TRF-COUNT).
           MOVE      TRF-SHOHIN-CODE    TO
                     WK-TRF-SHOHIN-CODE(WK-TRF-COUNT).
           MOVE      TRF-IDO-SU         TO
                     WK-TRF-IDO-SU(WK-TRF-COUNT).
           MOVE      TRF-STATUS         TO
                     WK-TRF-STATUS(WK-TRF-COUNT).
           MOVE      TRF-KANRYO-DATE    TO
                     WK-TRF-KANRYO-DATE(WK-TRF-COUNT).
           MOVE      TRF-BIKO           TO
                     WK-TRF-BIKO(WK-TRF-COUNT).
           IF   TRF-TRF-NO   NUMERIC
           AND  TRF-TRF-NO   >   WK-TRF-MAX-NO
                MOVE   TRF-TRF-NO   TO   WK-TRF-MAX-NO
           END-IF.
      *>
       TRF-ONE-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送テーブルの内容を台帳ファイルへ書き戻す処理
      *>着荷済・取消の行も履歴として残す
      *>************************************************************************
       TRF-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   TRF-FILE.
      *>
           PERFORM   VARYING   WK-TRF-IDX   FROM   1   BY   1
                UNTIL   WK-TRF-IDX   >   WK-TRF-COUNT
                MOVE   WK-TRF-TRF-NO(WK-TRF-IDX)
                     TO   TRF-TRF-NO
                MOVE   WK-TRF-SYUKKO-DATE(WK-TRF-IDX)
                     TO   TRF-SYUKKO-DATE
                MOVE   WK-TRF-DE-SOKO-CODE(WK-TRF-IDX)
                     TO   TRF-DE-SOKO-CODE
                MOVE   WK-TRF-IRI-SOKO-CODE(WK-TRF-IDX)
                     TO   TRF-IRI-SOKO-CODE
                MOVE   WK-TRF-SHOHIN-CODE(WK-TRF-IDX)
                     TO   TRF-SHOHIN-CODE
                MOVE   WK-TRF-IDO-SU(WK-TRF-IDX)
                     TO   TRF-IDO-SU
                MOVE   WK-TRF-STATUS(WK-TRF-IDX)
                     TO   TRF-STATUS
                MOVE   WK-TRF-KANRYO-DATE(WK-TRF-IDX)
                     TO   TRF-KANRYO-DATE
                MOVE   WK-TRF-BIKO(WK-TRF-IDX)
                     TO   TRF-BIKO
                WRITE   TRF-RECODE
           END-PERFORM.
      *>
           CLOSE     TRF-FILE.
      *>
       TRF-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理（倉庫＋商品＋保留数をテーブルに展開する）
      *>ファイルが無い場合は保留なしとする
      *>************************************************************************
       HLD-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   HLD-FILE.
           IF   HLD-FILE-STATUS   NOT =   "00"
                CLOSE   HLD-FILE
                GO   TO   HLD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HLD-FILE-STATUS   NOT =   "00"
                READ   HLD-FILE
                     AT   END
                          MOVE   "10"   TO   HLD-FILE-STATUS
                     NOT   AT   END
                          IF   WK-HLD-COUNT   <   9999
                               ADD   1   TO   WK-HLD-COUNT
                               MOVE   HLD-SOKO-CODE     TO
                                    WK-HLD-SOKO-CODE(WK-HLD-COUNT)
                               MOVE   HLD-SHOHIN-CODE   TO
                                    WK-HLD-SHOHIN-CODE(WK-HLD-COUNT)
                               MOVE   HLD-HORYU-SU      TO
                                    WK-HLD-HORYU-SU(WK-HLD-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
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
           MOVE      WRK-COUNT             TO   MSG1-IN-COUNT.
           MOVE      WRK-SYUKKO-COUNT      TO   MSG1-SYUKKO-COUNT.
           MOVE      WRK-CHAKUKA-COUNT     TO   MSG1-CHAKUKA-COUNT.
           MOVE      WRK-TORIKESHI-COUNT   TO   MSG1-TORIKESHI-COUNT.
           MOVE      WRK-ERR-COUNT         TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
           MOVE      WRK-YUSOCHU-COUNT     TO   MSG2-YUSOCHU-COUNT.
           MOVE      WRK-CHIEN-COUNT       TO   MSG2-CHIEN-COUNT.
           DISPLAY   MS2-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-ERR-COUNT   NOT =   ZERO
                MOVE   4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１件分の書き出し処理
      *>呼び出し側で移動区分・移動数（入庫プラス・出庫マイナス）・
      *>伝票番号を設定し、増減した在庫テーブルの行を
      *>WK-ZAIKO-MSTR-FOUND-IDXに指した状態で呼び出す。移動後残高は
      *>その行の現在庫とする
      *>************************************************************************
       ZAIKOIDO-WRITE-PROC            SECTION.
      *>
           MOVE   WRK-RUN-DATE   TO   ZID-IDO-DATE.
           MOVE   WK-RUN-NO   TO   ZID-RUN-NO.
           MOVE   WRK-PGM-NAME   TO   ZID-PGM-NAME.
           MOVE      WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-SOKO-CODE.
           MOVE      WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-SHOHIN-CODE.
           MOVE      WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   ZID-ZANDAKA.
           WRITE     ZID-RECODE.
      *>
       ZAIKOIDO-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>実行番号の読み込み処理
      *>************************************************************************
       RUNNO-READ-PROC                SECTION.
      *>
           MOVE   ZERO   TO   WK-RUN-NO.
           OPEN      INPUT   RUNNO-FILE.
           IF   RUNNO-FILE-STATUS   =   "00"
                READ   RUNNO-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   RUNNO-RECODE   IS   NUMERIC
                               MOVE   RUNNO-RECODE   TO   WK-RUN-NO
                          END-IF
                END-READ
           END-IF.
           CLOSE     RUNNO-FILE.
      *>
       RUNNO-READ-PROC-EXIT.
      *>
           EXIT.
