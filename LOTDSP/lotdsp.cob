      *>************************************************************************
      *>期限切れロット廃棄プログラム
      *>ロット別在庫台帳（ZAIKOLOT.txt）の残数のあるロットのうち、賞味
      *>期限が処理日より前のもの（期限切れ）を廃棄として在庫から落とす。
      *>ロットの残数をゼロにし（行は履歴として残す）、在庫マスタ
      *>（ZAIKOM.txt）の現在庫から同じ数を引き落とす。ロットの倉庫は
      *>入荷履歴（RCPTHIST.txt）の同じ商品・ロットの最後の入荷の倉庫
      *>とし、入荷履歴に無いロットは"01"とする。
      *>廃棄したロットは期限切れ廃棄履歴（HAIKIHIST.txt）へ１件ずつ追記
      *>し、在庫移動記録（ZAIKOIDO.txt）へロット番号付きで記録する。
      *>廃棄は購入単価で評価する。購入単価はロットの入荷履歴の入荷単価
      *>とし、入荷単価の無いロットは処理日時点の標準原価
      *>（SHOHINCST.txt）とする。
      *>処理結果は廃棄台帳（LOTDSPREP.txt）に倉庫・商品・ロット・賞味
      *>期限・廃棄数・金額を印字する。在庫マスタに無い商品・現在庫が
      *>ロットの残数に足りないものはエラーとして台帳に記録し、在庫は
      *>動かさずにリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   LOTDSP001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>ロット別在庫台帳ファイル（全行を読み込み、廃棄後に書き戻す）
      *>************************************************************************
       SELECT   LOT-FILE      ASSIGN        TO "ZAIKOLOT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル（ロットの倉庫・入荷単価を求める）
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの標準原価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（台帳へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>期限切れ廃棄履歴ファイル（廃棄したロットを追記する）
      *>************************************************************************
       SELECT   HKH-FILE      ASSIGN        TO "HAIKIHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HKH-FILE-STATUS.
      *>************************************************************************
      *>廃棄台帳ファイル
      *>************************************************************************
       SELECT   LOTDSPREP-FILE ASSIGN        TO "LOTDSPREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>在庫移動記録ファイル（現在庫の増減を１件ずつ積み重ねる）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>実行番号採番ファイル（在庫移動記録に実行番号を記録する）
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
      *>ロット別在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOT-FILE.
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>期限切れ廃棄履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   HKH-FILE.
       01   HKH-RECODE.
           COPY   HAIKIHIST   REPLACING   ==:PREFIX:==   BY   ==HKH==.
      *>************************************************************************
      *>廃棄台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOTDSPREP-FILE.
       01   LOTDSPREP-RECODE                       PIC X(160).
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
       01  LOT-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  HKH-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-KIREGIRE-COUNT               PIC 9(006).
             03   WRK-HAIKI-COUNT                  PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "LOTDSP01".
             03   WRK-RUN-DATE                      PIC 9(008).
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
      *>
      *>ロット別在庫保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-LOT-AREA.
            03   WK-LOT-COUNT                    PIC 9(004)  COMP.
            03   WK-LOT-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-LOT-IDX.
                 05   WK-LOT-SHOHIN-CODE          PIC X(006).
                 05   WK-LOT-LOT-BANGOU           PIC X(008).
                 05   WK-LOT-NYUKA-DATE           PIC 9(008).
                 05   WK-LOT-ZAIKO-SU             PIC S9(007).
                 05   WK-LOT-KIGEN-DATE           PIC 9(008).
      *>
      *>入荷履歴保持用テーブル（ロットの倉庫・入荷単価の検索用）
       01   WK-RCH-AREA.
            03   WK-RCH-COUNT                    PIC 9(004)  COMP.
            03   WK-RCH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCH-IDX.
                 05   WK-RCH-SHOHIN-CODE          PIC X(006).
                 05   WK-RCH-LOT-BANGOU           PIC X(008).
                 05   WK-RCH-SOKO-CODE            PIC X(002).
                 05   WK-RCH-NYUKA-DATE           PIC 9(008).
                 05   WK-RCH-NYUKA-TANKA          PIC 9(006).
       01   WK-RCH-BEST-DATE                     PIC 9(008).
      *>
      *>商品別原価保持用テーブル
       01   WK-CST-AREA.
            03   WK-CST-COUNT                    PIC 9(004)  COMP.
            03   WK-CST-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CST-IDX.
                 05   WK-CST-SHOHIN-CODE          PIC X(006).
                 05   WK-CST-EFF-DATE             PIC 9(008).
                 05   WK-CST-TANKA                PIC 9(006).
       01   WK-CST-BEST-EFF-DATE                 PIC 9(008).
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
      *>廃棄するロットの倉庫・評価単価・金額
       01   WK-HAIKI-AREA.
            03   WK-HAIKI-SOKO-CODE              PIC X(002).
            03   WK-HAIKI-SU                     PIC 9(007).
            03   WK-HAIKI-TANKA                  PIC 9(006).
            03   WK-HAIKI-KINGAKU                PIC 9(011).
      *>廃棄の合計
       01   WK-TOTAL-AREA.
            03   WK-TT-HAIKI-SU                  PIC 9(009).
            03   WK-TT-KINGAKU                   PIC 9(013).
      *>
      *>廃棄台帳の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(040)
               VALUE "**  期限切れ廃棄台帳  **".
           03   FILLER                PIC X(012)
                       VALUE "処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>廃棄台帳の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(008)
               VALUE "倉庫  ".
           03   FILLER                PIC X(012)
               VALUE "商品      ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(013)
               VALUE "ロット    ".
           03   FILLER                PIC X(014)
               VALUE "賞味期限  ".
           03   FILLER                PIC X(010)
               VALUE " 廃棄数".
           03   FILLER                PIC X(011)
               VALUE "     単価".
           03   FILLER                PIC X(020)
               VALUE "        廃棄金額".
           03   FILLER                PIC X(010)
               VALUE "  区分  ".
      *>廃棄台帳の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SOKO-CODE         PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-LOT-BANGOU        PIC X(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KIGEN-DATE        PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HAIKI-SU          PIC Z(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TANKA             PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KINGAKU           PIC ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(036).
      *>合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "廃棄合計".
           03   REP-T-KENSU           PIC ZZZ,ZZ9.
           03   FILLER                PIC X(006)
                       VALUE "件".
           03   FILLER                PIC X(031)
                                             VALUE SPACE.
           03   REP-T-HAIKI-SU        PIC Z(008)9.
           03   FILLER                PIC X(011)
                                             VALUE SPACE.
           03   REP-T-KINGAKU         PIC ZZ,ZZZ,ZZZ,ZZ9.
      *>注記行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(090).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "期限切れロット：".
            03   MSG1-KIREGIRE-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(015)
                              VALUE "　廃棄：".
            03   MSG1-HAIKI-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-KIREGIRE-COUNT.
           MOVE   ZERO        TO   WRK-HAIKI-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-LOT-COUNT.
           MOVE   ZERO        TO   WK-RCH-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  台帳・マスタ・入荷履歴・原価の読み込み
           PERFORM   LOT-LOAD-PROC.
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
      *>  在庫移動記録・廃棄履歴は追記する（無ければ新規に作成する）
           PERFORM   RUNNO-READ-PROC.
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
           OPEN      EXTEND   HKH-FILE.
           IF   HKH-FILE-STATUS   NOT =   "00"
                CLOSE   HKH-FILE
                OPEN    OUTPUT   HKH-FILE
           END-IF.
      *>
           OPEN      OUTPUT   LOTDSPREP-FILE.
           MOVE   WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     LOTDSPREP-RECODE   FROM   REP-HDR-RECODE.
           WRITE     LOTDSPREP-RECODE   FROM   REP-COLHDR-RECODE.
      *>
      *>  期限切れロットの廃棄
           PERFORM   VARYING   WK-LOT-IDX   FROM   1   BY   1
                UNTIL   WK-LOT-IDX   >   WK-LOT-COUNT
                IF   WK-LOT-ZAIKO-SU(WK-LOT-IDX)     >   ZERO
                AND  WK-LOT-KIGEN-DATE(WK-LOT-IDX)   >   ZERO
                AND  WK-LOT-KIGEN-DATE(WK-LOT-IDX)   <   WRK-RUN-DATE
                     ADD       1   TO   WRK-KIREGIRE-COUNT
                     PERFORM   HAIKI-ONE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WRK-KIREGIRE-COUNT   =   ZERO
                MOVE   "期限切れのロットはありません"
                               TO   REP-CHUKI
                WRITE  LOTDSPREP-RECODE   FROM   REP-CHUKI-RECODE
           END-IF.
           MOVE   SPACE   TO   LOTDSPREP-RECODE.
           WRITE     LOTDSPREP-RECODE.
           MOVE   WRK-HAIKI-COUNT   TO   REP-T-KENSU.
           MOVE   WK-TT-HAIKI-SU   TO   REP-T-HAIKI-SU.
           MOVE   WK-TT-KINGAKU   TO   REP-T-KINGAKU.
           WRITE     LOTDSPREP-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           CLOSE     LOTDSPREP-FILE
                     HKH-FILE
                     ZID-FILE.
      *>
      *>  廃棄後の在庫マスタ・ロット台帳を書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
           PERFORM   LOT-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>期限切れロット１件分の廃棄処理（WK-LOT-IDXのロット）
      *>************************************************************************
       HAIKI-ONE-PROC                 SECTION.
      *>
           MOVE   WK-LOT-ZAIKO-SU(WK-LOT-IDX)   TO   WK-HAIKI-SU.
      *>
      *>  ロットの倉庫・入荷単価（無ければ標準原価）を求める
           PERFORM   LOT-TANKA-LOOKUP-PROC.
           COMPUTE   WK-HAIKI-KINGAKU   =
                     WK-HAIKI-SU   *   WK-HAIKI-TANKA.
      *>
      *>  在庫マスタの現在庫の確認
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "在庫マスタ未登録の商品です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HAIKI-ONE-PROC-EXIT
           END-IF.
           IF   WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                     <   WK-HAIKI-SU
                MOVE      "現在庫がロット残数に不足"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   HAIKI-ONE-PROC-EXIT
           END-IF.
      *>
      *>  在庫マスタ・ロット台帳から廃棄数を引き落とす
           SUBTRACT  WK-HAIKI-SU   FROM
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           MOVE   "HK"   TO   ZID-IDO-KUBUN.
           COMPUTE   ZID-IDO-SU   =   ZERO   -   WK-HAIKI-SU.
           MOVE   WK-LOT-LOT-BANGOU(WK-LOT-IDX)   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
           MOVE   ZERO   TO   WK-LOT-ZAIKO-SU(WK-LOT-IDX).
      *>
      *>  廃棄履歴へ１行追記する
           MOVE   WRK-RUN-DATE   TO   HKH-HAIKI-DATE.
           MOVE   WK-HAIKI-SOKO-CODE   TO   HKH-SOKO-CODE.
           MOVE   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)   TO   HKH-SHOHIN-CODE.
           MOVE   WK-LOT-LOT-BANGOU(WK-LOT-IDX)   TO   HKH-LOT-BANGOU.
           MOVE   WK-LOT-KIGEN-DATE(WK-LOT-IDX)   TO   HKH-KIGEN-DATE.
           MOVE   WK-HAIKI-SU   TO   HKH-HAIKI-SU.
           MOVE   WK-HAIKI-TANKA   TO   HKH-TANKA.
           MOVE   WK-HAIKI-KINGAKU   TO   HKH-KINGAKU.
           WRITE     HKH-RECODE.
      *>
           ADD       1                  TO   WRK-HAIKI-COUNT.
           ADD       WK-HAIKI-SU        TO   WK-TT-HAIKI-SU.
           ADD       WK-HAIKI-KINGAKU   TO   WK-TT-KINGAKU.
           IF   WK-HAIKI-TANKA   =   ZERO
                MOVE   "廃棄（単価なし）"   TO   REP-KUBUN
           ELSE
                MOVE   "廃棄"               TO   REP-KUBUN
           END-IF.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       HAIKI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロットの倉庫・評価単価の検索処理（WK-LOT-IDXのロット）
      *>同じ商品・ロットの最後の入荷の倉庫・入荷単価とし、入荷履歴に
      *>無いロットは倉庫"01"、入荷単価の無いロットは処理日時点の標準
      *>原価とする
      *>************************************************************************
       LOT-TANKA-LOOKUP-PROC          SECTION.
      *>
           MOVE   "01"   TO   WK-HAIKI-SOKO-CODE.
           MOVE   ZERO   TO   WK-HAIKI-TANKA.
           MOVE   ZERO   TO   WK-RCH-BEST-DATE.
           PERFORM   VARYING   WK-RCH-IDX   FROM   1   BY   1
                UNTIL   WK-RCH-IDX   >   WK-RCH-COUNT
                IF   WK-RCH-SHOHIN-CODE(WK-RCH-IDX)
                          =   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                AND  WK-RCH-LOT-BANGOU(WK-RCH-IDX)
                          =   WK-LOT-LOT-BANGOU(WK-LOT-IDX)
                AND  WK-RCH-NYUKA-DATE(WK-RCH-IDX)
                          >=   WK-RCH-BEST-DATE
                     MOVE   WK-RCH-NYUKA-DATE(WK-RCH-IDX)
                          TO   WK-RCH-BEST-DATE
                     MOVE   WK-RCH-SOKO-CODE(WK-RCH-IDX)
                          TO   WK-HAIKI-SOKO-CODE
                     MOVE   WK-RCH-NYUKA-TANKA(WK-RCH-IDX)
                          TO   WK-HAIKI-TANKA
                END-IF
           END-PERFORM.
           IF   WK-HAIKI-TANKA   >   ZERO
                GO   TO   LOT-TANKA-LOOKUP-PROC-EXIT
           END-IF.
      *>
           MOVE   ZERO   TO   WK-CST-BEST-EFF-DATE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   WRK-RUN-DATE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-EFF-DATE(WK-CST-IDX)
                          TO   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-TANKA(WK-CST-IDX)
                          TO   WK-HAIKI-TANKA
                END-IF
           END-PERFORM.
      *>
       LOT-TANKA-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>廃棄台帳の明細行の印字処理（廃棄したロット）
      *>区分は呼び出し側で設定してから呼び出す
      *>************************************************************************
       REP-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE   WK-HAIKI-SOKO-CODE   TO   REP-SOKO-CODE.
           MOVE   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)   TO   REP-SHOHIN-CODE.
           MOVE   WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE   WK-LOT-LOT-BANGOU(WK-LOT-IDX)   TO   REP-LOT-BANGOU.
           MOVE   WK-LOT-KIGEN-DATE(WK-LOT-IDX)   TO   REP-KIGEN-DATE.
           MOVE   WK-HAIKI-SU   TO   REP-HAIKI-SU.
           MOVE   WK-HAIKI-TANKA   TO   REP-TANKA.
           MOVE   WK-HAIKI-KINGAKU   TO   REP-KINGAKU.
           WRITE     LOTDSPREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>廃棄台帳の明細行の印字処理（廃棄できなかったロット）
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
      *>在庫マスタテーブルの検索処理（廃棄するロットの倉庫＋商品コード）
      *>************************************************************************
       ZAIKO-MSTR-FIND-PROC           SECTION.
      *>
           MOVE   ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE   ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-HAIKI-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
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
      *>ロット別在庫台帳の読み込み処理（全行をテーブルに展開する）
      *>************************************************************************
       LOT-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   LOT-FILE.
           IF   LOT-FILE-STATUS   NOT =   "00"
                DISPLAY   "ZAIKOLOT-FILE入出力エラー:"
                          LOT-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   LOT-FILE-STATUS   NOT =   "00"
                READ   LOT-FILE
                     AT   END
                          MOVE   "10"   TO   LOT-FILE-STATUS
                     NOT   AT   END
                          IF   WK-LOT-COUNT   <   9999
                               ADD   1   TO   WK-LOT-COUNT
                               MOVE   LOT-SHOHIN-CODE   TO
                                    WK-LOT-SHOHIN-CODE(WK-LOT-COUNT)
                               MOVE   LOT-LOT-BANGOU    TO
                                    WK-LOT-LOT-BANGOU(WK-LOT-COUNT)
                               MOVE   LOT-NYUKA-DATE    TO
                                    WK-LOT-NYUKA-DATE(WK-LOT-COUNT)
                               MOVE   LOT-ZAIKO-SU      TO
                                    WK-LOT-ZAIKO-SU(WK-LOT-COUNT)
      *>                      期限欄の無い古い行は期限なしとする
                               IF   LOT-KIGEN-DATE   NUMERIC
                                    MOVE   LOT-KIGEN-DATE   TO
                                         WK-LOT-KIGEN-DATE
                                              (WK-LOT-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                         WK-LOT-KIGEN-DATE
                                              (WK-LOT-COUNT)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     LOT-FILE.
      *>
       LOT-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫テーブルの内容を台帳ファイルへ書き戻す処理
      *>************************************************************************
       LOT-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   LOT-FILE.
      *>
           PERFORM   VARYING   WK-LOT-IDX   FROM   1   BY   1
                UNTIL   WK-LOT-IDX   >   WK-LOT-COUNT
                MOVE   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                     TO   LOT-SHOHIN-CODE
                MOVE   WK-LOT-LOT-BANGOU(WK-LOT-IDX)
                     TO   LOT-LOT-BANGOU
                MOVE   WK-LOT-NYUKA-DATE(WK-LOT-IDX)
                     TO   LOT-NYUKA-DATE
                MOVE   WK-LOT-ZAIKO-SU(WK-LOT-IDX)
                     TO   LOT-ZAIKO-SU
                MOVE   WK-LOT-KIGEN-DATE(WK-LOT-IDX)
                     TO   LOT-KIGEN-DATE
                WRITE   LOT-RECODE
           END-PERFORM.
      *>
           CLOSE     LOT-FILE.
      *>
       LOT-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴の読み込み処理（内容をテーブルに展開する）
      *>単価欄の無い古い行は単価ゼロとし、ファイルが無い場合は空とする
      *>************************************************************************
       RCH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RCH-FILE.
           IF   RCH-FILE-STATUS   NOT =   "00"
                CLOSE   RCH-FILE
                GO   TO   RCH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RCH-FILE-STATUS   NOT =   "00"
                READ   RCH-FILE
                     AT   END
                          MOVE   "10"   TO   RCH-FILE-STATUS
                     NOT   AT   END
                          IF   WK-RCH-COUNT   <   9999
                               ADD    1   TO   WK-RCH-COUNT
                               MOVE   RCH-SHOHIN-CODE   TO
                                    WK-RCH-SHOHIN-CODE(WK-RCH-COUNT)
                               MOVE   RCH-LOT-BANGOU    TO
                                    WK-RCH-LOT-BANGOU(WK-RCH-COUNT)
                               MOVE   RCH-SOKO-CODE     TO
                                    WK-RCH-SOKO-CODE(WK-RCH-COUNT)
                               MOVE   RCH-NYUKA-DATE    TO
                                    WK-RCH-NYUKA-DATE(WK-RCH-COUNT)
                               IF   RCH-NYUKA-TANKA   NUMERIC
                                    MOVE   RCH-NYUKA-TANKA   TO
                                    WK-RCH-NYUKA-TANKA(WK-RCH-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                    WK-RCH-NYUKA-TANKA(WK-RCH-COUNT)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RCH-FILE.
      *>
       RCH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は入荷単価の無いロットを評価できないだけとする
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
           MOVE   "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
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
           MOVE   WRK-KIREGIRE-COUNT   TO   MSG1-KIREGIRE-COUNT.
           MOVE   WRK-HAIKI-COUNT   TO   MSG1-HAIKI-COUNT.
           MOVE   WRK-ERR-COUNT   TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
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
