      *>************************************************************************
      *>取消・変更受注のバックオーダー解除プログラム
      *>受注が取消（注文種別"9"）や変更の減量（注文種別"6"）になっても
      *>バックオーダーファイル（BACKORD.txt）の未充当の行は残るため、
      *>BORDREL001が後日その行へ在庫を充当して不要な品物を出荷して
      *>しまう。本プログラムはSTOCK001の後・BORDREL001の前に毎晩実行し、
      *>未充当の行を受注の現在の状態に合わせて解除する。
      *>　・対象日（パラメータファイルBOCPARM.txt：YYYYMMDD。無ければ
      *>　　実行日）の日付退避ファイル（JOT01_yyyymmdd.txt）の取消・
      *>　　減量の明細の数量だけ、同じ受注キー＋商品の未充当の行の
      *>　　未充足数を新しい行から順に減らす
      *>　・受注現在状況スナップショット（ZYUSTAT.idx）の状況が取消
      *>　　（"9"）の受注は、残る未充当の行をすべて解除する
      *>未充足数が０になった行は取消解除"9"・減量解除"8"とし、解除日を
      *>充当日の欄に記録する。
      *>STOCK001は取消・減量の明細の数量をそのまま在庫へ戻し入れるが、
      *>バックオーダーになっていた分は元々引き落とされていないため、
      *>解除した数だけ在庫マスタ（ZAIKOM.txt）から差し引いて戻し過ぎを
      *>調整し、在庫移動記録（ZAIKOIDO.txt）に移動区分"BC"で記録する。
      *>解除した内容はバックオーダー解除履歴（BOCHIST.txt）へ追記し、
      *>解除報告書（BOCLOSE.txt）に理由付きで印字したうえで、商品別の
      *>解除数量（本来の需要へ回せる在庫）と調整後の在庫を印字する。
      *>同じ対象日の取消・変更明細を既に処理している場合（再実行）は
      *>日付退避ファイルを読み飛ばし、受注現在状況が読めない場合は
      *>状況による解除を行わずに、いずれもリターンコード４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   BOCLOSE001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>対象日パラメータファイル（無ければ実行日を対象日とする）
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "BOCPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>バックオーダーファイル（全行を読み書きする）
      *>************************************************************************
       SELECT   BACKORD-FILE  ASSIGN        TO "BACKORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BACKORD-FILE-STATUS.
      *>************************************************************************
      *>日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>受注現在状況スナップショットファイル（索引編成・受注キーがキー）
      *>************************************************************************
       SELECT   ZST-FILE      ASSIGN        TO "ZYUSTAT.idx"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS ZST-ZYUTYU-BANGOU
                              STATUS ZST-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>店舗別倉庫割当ファイル
      *>************************************************************************
       SELECT   MISESOKO-FILE ASSIGN        TO "MISESOKO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISESOKO-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（報告書へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>バックオーダー解除履歴ファイル（解除のたびに追記する）
      *>************************************************************************
       SELECT   BCH-FILE      ASSIGN        TO "BOCHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BCH-FILE-STATUS.
      *>************************************************************************
      *>解除報告書ファイル
      *>************************************************************************
       SELECT   BCREP-FILE    ASSIGN         TO "BOCLOSE.txt"
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
      *>対象日パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-TAISHO-DATE               PIC X(008).
      *>************************************************************************
      *>バックオーダーファイルのレイアウト定義
      *>************************************************************************
       FD   BACKORD-FILE.
       01   BACKORD-RECODE.
           COPY   BAKORD   REPLACING   ==:PREFIX:==   BY   ==BKO==.
      *>************************************************************************
      *>日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==RT==.
      *>************************************************************************
      *>受注現在状況スナップショットファイルのレイアウト定義
      *>************************************************************************
       FD   ZST-FILE.
       01   ZST-RECODE.
           COPY   ZYUSTAT   REPLACING   ==:PREFIX:==   BY   ==ZST==.
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>店舗別倉庫割当ファイルのレイアウト定義
      *>************************************************************************
       FD   MISESOKO-FILE.
       01   MISESOKO-RECODE.
           COPY   MISESOKO   REPLACING   ==:PREFIX:==   BY   ==MSK==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>バックオーダー解除履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   BCH-FILE.
       01   BCH-RECODE.
           COPY   BOCHIST   REPLACING   ==:PREFIX:==   BY   ==BCH==.
      *>************************************************************************
      *>解除報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   BCREP-FILE.
       01   BCREP-RECODE                           PIC X(120).
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
       01  PARM-FILE-STATUS                         PIC XX.
       01  BACKORD-FILE-STATUS                      PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  ZST-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  BCH-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
      *>
      *>日次退避ファイルのファイル名（対象日から組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-BKO-COUNT                    PIC 9(006).
             03   WRK-RT-COUNT                     PIC 9(006).
             03   WRK-KAIJO-COUNT                  PIC 9(006).
             03   WRK-KANRYO-COUNT                 PIC 9(006).
             03   WRK-KAIJO-SU                     PIC 9(007).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "BOCLOSE1".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象日（日付退避ファイルの日付）
       01   WK-TAISHO-DATE                       PIC 9(008).
      *>同じ対象日の取消・変更明細を処理済の場合は１
       01   WK-SUMI-FLG                          PIC 9(001).
      *>受注現在状況が読めなかった場合は１
       01   WK-ZST-NG-FLG                        PIC 9(001).
      *>
      *>バックオーダー保持用テーブル（ファイルの並び順＝古い順のまま持つ）
       01   WK-BKO-AREA.
            03   WK-BKO-COUNT                    PIC 9(004)  COMP.
            03   WK-BKO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-BKO-IDX.
                 05   WK-BKO-ZYUTYU-BANGOU.
                      07   WK-BKO-MISEBAN         PIC X(003).
                      07   WK-BKO-TYUMON-BANGOU   PIC 9(005).
                 05   WK-BKO-SHOHIN-CODE          PIC X(006).
                 05   WK-BKO-KEPPIN-SU            PIC 9(005).
                 05   WK-BKO-HASSEI-DATE          PIC 9(008).
                 05   WK-BKO-STATUS               PIC X(001).
                 05   WK-BKO-JUTO-DATE            PIC 9(008).
      *>
      *>解除の指示（受注キー・商品・減らす数量・理由コード）
       01   WK-RED-AREA.
            03   WK-RED-ZYUTYU-BANGOU            PIC X(008).
            03   WK-RED-SHOHIN-CODE              PIC X(006).
            03   WK-RED-SU                       PIC 9(005).
            03   WK-RED-RIYU-CODE                PIC X(001).
      *>１行分の解除数と解除前の未充足数
       01   WK-KAIJO-SU                          PIC 9(005).
       01   WK-MAE-SU                            PIC 9(005).
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
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
      *>
      *>商品名称検索の対象商品コード（呼び出し側で設定する）
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>店舗別倉庫割当保持用テーブル（割当のない店舗は"01"）
       01   WK-MSK-AREA.
            03   WK-MSK-COUNT                    PIC 9(004)  COMP.
            03   WK-MSK-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MSK-IDX.
                 05   WK-MSK-MISEBAN              PIC X(003).
                 05   WK-MSK-SOKO-CODE            PIC X(002).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
      *>
      *>倉庫＋商品別の解除数量テーブル（報告書の商品別集計に使う）
       01   WK-SUM-AREA.
            03   WK-SUM-COUNT                    PIC 9(004)  COMP.
            03   WK-SUM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-SUM-IDX.
                 05   WK-SUM-SOKO-CODE            PIC X(002).
                 05   WK-SUM-SHOHIN-CODE          PIC X(006).
                 05   WK-SUM-KAIJO-SU             PIC 9(007).
                 05   WK-SUM-ZAIKO-IDX            PIC 9(004)  COMP.
       01   WK-SUM-FOUND-FLG                     PIC 9(001).
      *>
      *>解除報告書の見出し行の編集用領域
       01   BCR-HDR-RECODE.
           03   FILLER                PIC X(050)
           VALUE "** 取消・変更受注のＢＯ解除報告 **".
           03   FILLER                PIC X(012)
                   VALUE "対象日：".
           03   BCR-HDR-TAISHO-DATE   PIC 9(008).
           03   FILLER                PIC X(015)
                   VALUE "　実行日：".
           03   BCR-HDR-RUN-DATE      PIC 9(008).
      *>解除報告書の列見出し行の編集用領域
       01   BCR-COLHDR-RECODE.
           03   FILLER                PIC X(024)
               VALUE "受注キー  商品".
           03   FILLER                PIC X(036)
               VALUE "  商品名                発生日".
           03   FILLER                PIC X(035)
               VALUE "  解除前 解除数 残数 倉庫".
           03   FILLER                PIC X(012)
               VALUE " 理由".
      *>解除報告書の明細行の編集用領域
       01   BCR-DETAIL-RECODE.
           03   BCD-MISEBAN           PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE "-".
           03   BCD-TYUMON-BANGOU     PIC 9(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-HASSEI-DATE       PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-MAE-SU            PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-KAIJO-SU          PIC ZZZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   BCD-ZAN-SU            PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-SOKO-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCD-RIYU              PIC X(030).
           03   BCD-BIKO              PIC X(015).
      *>商品別集計の見出し行の編集用領域
       01   BCR-SUMHDR-RECODE.
           03   FILLER                PIC X(060)
           VALUE "商品別解除数量（需要へ回せる在庫）".
      *>商品別集計の列見出し行の編集用領域
       01   BCR-SUMCOL-RECODE.
           03   FILLER                PIC X(030)
               VALUE "倉庫  商品    商品名".
           03   FILLER                PIC X(038)
               VALUE "            解除数  調整後在庫".
      *>商品別集計の明細行の編集用領域
       01   BCR-SUM-RECODE.
           03   BCS-SOKO-CODE         PIC X(002).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   BCS-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCS-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCS-KAIJO-SU          PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCS-ZAIKO-SU          PIC -(007)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   BCS-BIKO              PIC X(015).
      *>解除報告書の合計行の編集用領域
       01   BCR-TOTAL-RECODE.
           03   FILLER                PIC X(015)
               VALUE "解除件数：".
           03   BCT-KAIJO-COUNT       PIC ZZZ,ZZ9.
           03   FILLER                PIC X(024)
               VALUE "　うち解除完了：".
           03   BCT-KANRYO-COUNT      PIC ZZZ,ZZ9.
           03   FILLER                PIC X(024)
               VALUE "　解除数量合計：".
           03   BCT-KAIJO-SU          PIC Z,ZZZ,ZZ9.
      *>解除報告書の注記行の編集用領域
       01   BCR-MSG-RECODE.
           03   BCR-MSG               PIC X(100).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(030)
                              VALUE "バックオーダー件数：".
            03   MSG1-BKO-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　取消・減量明細：".
            03   MSG1-RT-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　解除件数：".
            03   MSG1-KAIJO-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-BKO-COUNT.
           MOVE   ZERO        TO   WRK-RT-COUNT.
           MOVE   ZERO        TO   WRK-KAIJO-COUNT.
           MOVE   ZERO        TO   WRK-KANRYO-COUNT.
           MOVE   ZERO        TO   WRK-KAIJO-SU.
           MOVE   ZERO        TO   WK-SUMI-FLG.
           MOVE   ZERO        TO   WK-ZST-NG-FLG.
           MOVE   ZERO        TO   WK-BKO-COUNT.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-MSK-COUNT.
           MOVE   ZERO        TO   WK-SUM-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象日の決定と、同じ対象日の取消・変更明細の処理済の確認
           PERFORM   PARM-READ-PROC.
           PERFORM   BCH-CHECK-PROC.
      *>
      *>  在庫移動記録・解除履歴は追記する（無ければ新規に作成する）
           PERFORM   RUNNO-READ-PROC.
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
           OPEN      EXTEND   BCH-FILE.
           IF   BCH-FILE-STATUS   NOT =   "00"
                CLOSE   BCH-FILE
                OPEN    OUTPUT   BCH-FILE
           END-IF.
      *>
      *>  在庫マスタ・店舗別倉庫割当・商品マスタ・バックオーダーの
      *>  読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   MISESOKO-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   BACKORD-LOAD-PROC.
      *>
           OPEN      OUTPUT   BCREP-FILE.
           MOVE      WK-TAISHO-DATE   TO   BCR-HDR-TAISHO-DATE.
           MOVE      WRK-RUN-DATE     TO   BCR-HDR-RUN-DATE.
           WRITE     BCREP-RECODE   FROM   BCR-HDR-RECODE.
           WRITE     BCREP-RECODE   FROM   BCR-COLHDR-RECODE.
      *>
      *>  対象日の取消・減量の明細の数量だけ解除する（処理済なら
      *>  読み飛ばす）
           IF   WK-SUMI-FLG   =   ZERO
                PERFORM   RT-READ-PROC
           END-IF.
      *>
      *>  受注現在状況が取消の受注は残る未充当の行をすべて解除する
           PERFORM   ZST-CHECK-PROC.
      *>
      *>  合計・商品別集計・注記を印字する
           PERFORM   BCR-SUMMARY-WRITE-PROC.
      *>
           CLOSE     BCREP-FILE
                     BCH-FILE
                     ZID-FILE.
      *>
      *>  解除があった場合だけバックオーダー・在庫マスタを書き戻す
           IF   WRK-KAIJO-COUNT   >   ZERO
                PERFORM   BACKORD-REWRITE-PROC
                PERFORM   ZAIKO-MSTR-REWRITE-PROC
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象日パラメータの読み込み処理
      *>ファイルが無い・日付が数字でない場合は実行日を対象日とする
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           MOVE      WRK-RUN-DATE   TO   WK-TAISHO-DATE.
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
                     IF   PARM-TAISHO-DATE   NUMERIC
                          MOVE   PARM-TAISHO-DATE   TO   WK-TAISHO-DATE
                     END-IF
           END-READ.
           CLOSE     PARM-FILE.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>解除履歴の確認処理
      *>同じ対象日の取消・変更明細による解除の行があれば処理済とする
      *>（状況による解除は何度実行しても結果が変わらないため見ない）
      *>************************************************************************
       BCH-CHECK-PROC                 SECTION.
      *>
           OPEN      INPUT   BCH-FILE.
           IF   BCH-FILE-STATUS   NOT =   "00"
                CLOSE   BCH-FILE
                GO   TO   BCH-CHECK-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   BCH-FILE-STATUS   NOT =   "00"
                READ   BCH-FILE
                     AT   END
                          MOVE   "10"   TO   BCH-FILE-STATUS
                     NOT   AT   END
                          IF   BCH-TAISHO-DATE   =   WK-TAISHO-DATE
                          AND  NOT   BCH-RIYU-ZYOKYO
                               MOVE   1   TO   WK-SUMI-FLG
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     BCH-FILE.
      *>
       BCH-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダーファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合はバックオーダーなしとして動く
      *>************************************************************************
       BACKORD-LOAD-PROC              SECTION.
      *>
           OPEN      INPUT   BACKORD-FILE.
           IF   BACKORD-FILE-STATUS   NOT =   "00"
                CLOSE   BACKORD-FILE
                GO   TO   BACKORD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   BACKORD-FILE-STATUS   NOT =   "00"
                READ   BACKORD-FILE
                     AT   END
                          MOVE   "10"   TO   BACKORD-FILE-STATUS
                     NOT   AT   END
                          IF   WK-BKO-COUNT   <   9999
                               ADD   1   TO   WK-BKO-COUNT
                               ADD   1   TO   WRK-BKO-COUNT
                               MOVE   BKO-ZYUTYU-BANGOU    TO
                                    WK-BKO-ZYUTYU-BANGOU(WK-BKO-COUNT)
                               MOVE   BKO-SHOHIN-CODE      TO
                                    WK-BKO-SHOHIN-CODE(WK-BKO-COUNT)
                               MOVE   BKO-KEPPIN-SU        TO
                                    WK-BKO-KEPPIN-SU(WK-BKO-COUNT)
                               MOVE   BKO-HASSEI-DATE      TO
                                    WK-BKO-HASSEI-DATE(WK-BKO-COUNT)
                               MOVE   BKO-STATUS           TO
                                    WK-BKO-STATUS(WK-BKO-COUNT)
                               MOVE   BKO-JUTO-DATE        TO
                                    WK-BKO-JUTO-DATE(WK-BKO-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     BACKORD-FILE.
      *>
       BACKORD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象日の日付退避ファイルの読み込み処理
      *>ファイルが無い日（休業日など）は何もしない。24桁目以降が空白の
      *>行（見出し・末尾）は読み飛ばし、取消（"9"）と変更の減量（"6"）
      *>の明細だけを解除の指示とする
      *>************************************************************************
       RT-READ-PROC                   SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-TAISHO-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
                GO   TO   RT-READ-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                READ   RT-FILE
                     AT   END
                          MOVE   "10"   TO   RT-FILE-STATUS
                     NOT   AT   END
                          IF   RT-RECODE(24:19)   NOT =   SPACE
                          AND (RT-TYUMON-KUBUN   =   "9"
                            OR RT-TYUMON-KUBUN   =   "6")
                               ADD    1   TO   WRK-RT-COUNT
                               MOVE   RT-ZYUTYU-BANGOU   TO
                                    WK-RED-ZYUTYU-BANGOU
                               MOVE   RT-SHOHIN-CODE     TO
                                    WK-RED-SHOHIN-CODE
                               MOVE   RT-TYUMON-SU       TO   WK-RED-SU
                               IF   RT-TYUMON-KUBUN   =   "9"
                                    MOVE   "2"   TO   WK-RED-RIYU-CODE
                               ELSE
                                    MOVE   "3"   TO   WK-RED-RIYU-CODE
                               END-IF
                               PERFORM   BKO-REDUCE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RT-FILE.
      *>
       RT-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消・減量の明細１件分の解除処理
      *>同じ受注キー＋商品の未充当の行を新しい行（ファイルの後ろ）から
      *>順に、明細の数量がなくなるまで未充足数を減らす
      *>************************************************************************
       BKO-REDUCE-PROC                SECTION.
      *>
           PERFORM   VARYING   WK-BKO-IDX   FROM   WK-BKO-COUNT
                BY   -1   UNTIL   WK-BKO-IDX   <   1
                                OR   WK-RED-SU   =   ZERO
                IF   WK-BKO-STATUS(WK-BKO-IDX)   =   "1"
                AND  WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                          =   WK-RED-ZYUTYU-BANGOU
                AND  WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                          =   WK-RED-SHOHIN-CODE
                     MOVE   WK-BKO-KEPPIN-SU(WK-BKO-IDX)
                          TO   WK-KAIJO-SU
                     IF   WK-KAIJO-SU   >   WK-RED-SU
                          MOVE   WK-RED-SU   TO   WK-KAIJO-SU
                     END-IF
                     SUBTRACT   WK-KAIJO-SU   FROM   WK-RED-SU
                     PERFORM   BKO-KAIJO-PROC
                END-IF
           END-PERFORM.
      *>
       BKO-REDUCE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注現在状況による解除処理
      *>未充当の行の受注キーでスナップショットを読み、状況が取消（"9"）
      *>なら残る未充足数をすべて解除する。スナップショットに無い受注
      *>は解除しない
      *>************************************************************************
       ZST-CHECK-PROC                 SECTION.
      *>
           OPEN      INPUT   ZST-FILE.
           IF   ZST-FILE-STATUS   NOT =   "00"
                DISPLAY   "ZYUSTATが開けません:"   ZST-FILE-STATUS
                MOVE      1   TO   WK-ZST-NG-FLG
                CLOSE     ZST-FILE
                GO   TO   ZST-CHECK-PROC-EXIT
           END-IF.
      *>
           MOVE      "1"    TO   WK-RED-RIYU-CODE.
           PERFORM   VARYING   WK-BKO-IDX   FROM   1   BY   1
                UNTIL   WK-BKO-IDX   >   WK-BKO-COUNT
                IF   WK-BKO-STATUS(WK-BKO-IDX)   =   "1"
                     MOVE   WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                          TO   ZST-ZYUTYU-BANGOU
                     READ   ZST-FILE
                          INVALID   KEY
                               CONTINUE
                          NOT   INVALID   KEY
                               IF   ZST-STATUS   =   "9"
                                    MOVE   WK-BKO-KEPPIN-SU(WK-BKO-IDX)
                                         TO   WK-KAIJO-SU
                                    PERFORM   BKO-KAIJO-PROC
                               END-IF
                     END-READ
                END-IF
           END-PERFORM.
           CLOSE     ZST-FILE.
      *>
       ZST-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダー１行分の解除処理
      *>WK-BKO-IDXの行の未充足数をWK-KAIJO-SUだけ減らし、０になれば
      *>理由に応じて取消解除"9"・減量解除"8"とする。解除した数は在庫
      *>マスタから差し引いて戻し過ぎを調整し、在庫移動記録・解除履歴
      *>・報告書に記録する
      *>************************************************************************
       BKO-KAIJO-PROC                 SECTION.
      *>
           IF   WK-KAIJO-SU   =   ZERO
                GO   TO   BKO-KAIJO-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-BKO-KEPPIN-SU(WK-BKO-IDX)   TO   WK-MAE-SU.
           SUBTRACT  WK-KAIJO-SU   FROM   WK-BKO-KEPPIN-SU(WK-BKO-IDX).
           ADD       1               TO   WRK-KAIJO-COUNT.
           ADD       WK-KAIJO-SU     TO   WRK-KAIJO-SU.
           IF   WK-BKO-KEPPIN-SU(WK-BKO-IDX)   =   ZERO
                ADD    1   TO   WRK-KANRYO-COUNT
                IF   WK-RED-RIYU-CODE   =   "3"
                     MOVE   "8"   TO   WK-BKO-STATUS(WK-BKO-IDX)
                ELSE
                     MOVE   "9"   TO   WK-BKO-STATUS(WK-BKO-IDX)
                END-IF
                MOVE   WRK-RUN-DATE   TO   WK-BKO-JUTO-DATE(WK-BKO-IDX)
           END-IF.
      *>
      *>  行の店番から倉庫を求め、倉庫＋商品で在庫を探す
           MOVE      "01"   TO   WK-CUR-SOKO-CODE.
           PERFORM   VARYING   WK-MSK-IDX   FROM   1   BY   1
                UNTIL   WK-MSK-IDX   >   WK-MSK-COUNT
                IF   WK-MSK-MISEBAN(WK-MSK-IDX)
                          =   WK-BKO-MISEBAN(WK-BKO-IDX)
                     MOVE   WK-MSK-SOKO-CODE(WK-MSK-IDX)
                          TO   WK-CUR-SOKO-CODE
                END-IF
           END-PERFORM.
           MOVE      WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   ZAIKO-MSTR-FIND-PROC.
      *>
      *>  在庫の戻し過ぎを調整し、在庫移動記録に記録する
           MOVE      SPACE   TO   BCD-BIKO.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   =   1
                SUBTRACT  WK-KAIJO-SU   FROM
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                MOVE      "BC"   TO   ZID-IDO-KUBUN
                COMPUTE   ZID-IDO-SU   =   ZERO   -   WK-KAIJO-SU
                MOVE      SPACE   TO   ZID-DENPYO-NO
                MOVE      WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                               TO   ZID-DENPYO-NO(1:8)
                PERFORM   ZAIKOIDO-WRITE-PROC
           ELSE
                MOVE      "在庫未登録"   TO   BCD-BIKO
           END-IF.
      *>
      *>  解除履歴に追記する
           MOVE      WRK-RUN-DATE       TO   BCH-RUN-DATE.
           MOVE      WK-TAISHO-DATE     TO   BCH-TAISHO-DATE.
           MOVE      WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                                        TO   BCH-ZYUTYU-BANGOU.
           MOVE      WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                                        TO   BCH-SHOHIN-CODE.
           MOVE      WK-BKO-HASSEI-DATE(WK-BKO-IDX)
                                        TO   BCH-HASSEI-DATE.
           MOVE      WK-MAE-SU          TO   BCH-MAE-SU.
           MOVE      WK-KAIJO-SU        TO   BCH-KAIJO-SU.
           MOVE      WK-BKO-KEPPIN-SU(WK-BKO-IDX)
                                        TO   BCH-ZAN-SU.
           MOVE      WK-RED-RIYU-CODE   TO   BCH-RIYU-CODE.
           MOVE      WK-CUR-SOKO-CODE   TO   BCH-SOKO-CODE.
           WRITE     BCH-RECODE.
      *>
      *>  倉庫＋商品別の解除数量を積み上げる
           PERFORM   SUM-ADD-PROC.
      *>
      *>  報告書に明細を印字する
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-BKO-MISEBAN(WK-BKO-IDX)       TO   BCD-MISEBAN.
           MOVE      WK-BKO-TYUMON-BANGOU(WK-BKO-IDX)
                          TO   BCD-TYUMON-BANGOU.
           MOVE      WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                          TO   BCD-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   BCD-SHOHIN-NAME.
           MOVE      WK-BKO-HASSEI-DATE(WK-BKO-IDX)
                          TO   BCD-HASSEI-DATE.
           MOVE      WK-MAE-SU                  TO   BCD-MAE-SU.
           MOVE      WK-KAIJO-SU                TO   BCD-KAIJO-SU.
           MOVE      WK-BKO-KEPPIN-SU(WK-BKO-IDX)   TO   BCD-ZAN-SU.
           MOVE      WK-CUR-SOKO-CODE           TO   BCD-SOKO-CODE.
           EVALUATE   WK-RED-RIYU-CODE
                WHEN   "1"
                     MOVE   "受注取消（現在状況）"
                          TO   BCD-RIYU
                WHEN   "2"
                     MOVE   "取消明細"               TO   BCD-RIYU
                WHEN   OTHER
                     MOVE   "変更の減量"             TO   BCD-RIYU
           END-EVALUATE.
           WRITE     BCREP-RECODE   FROM   BCR-DETAIL-RECODE.
      *>
       BKO-KAIJO-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫＋商品別の解除数量の積み上げ処理
      *>（在庫マスタの行も覚えておき、集計の印字で調整後在庫を出す）
      *>************************************************************************
       SUM-ADD-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-SUM-FOUND-FLG.
           PERFORM   VARYING   WK-SUM-IDX   FROM   1   BY   1
                UNTIL   WK-SUM-IDX   >   WK-SUM-COUNT
                   OR   WK-SUM-FOUND-FLG   =   1
                IF   WK-SUM-SOKO-CODE(WK-SUM-IDX)   =   WK-CUR-SOKO-CODE
                AND  WK-SUM-SHOHIN-CODE(WK-SUM-IDX)
                          =   WK-SHOHIN-CHK-CODE
                     MOVE   1   TO   WK-SUM-FOUND-FLG
                     ADD    WK-KAIJO-SU   TO
                          WK-SUM-KAIJO-SU(WK-SUM-IDX)
                END-IF
           END-PERFORM.
      *>
           IF   WK-SUM-FOUND-FLG   =   ZERO
           AND  WK-SUM-COUNT       <   999
                ADD    1   TO   WK-SUM-COUNT
                MOVE   WK-CUR-SOKO-CODE     TO
                     WK-SUM-SOKO-CODE(WK-SUM-COUNT)
                MOVE   WK-SHOHIN-CHK-CODE   TO
                     WK-SUM-SHOHIN-CODE(WK-SUM-COUNT)
                MOVE   WK-KAIJO-SU          TO
                     WK-SUM-KAIJO-SU(WK-SUM-COUNT)
                MOVE   WK-ZAIKO-MSTR-FOUND-IDX   TO
                     WK-SUM-ZAIKO-IDX(WK-SUM-COUNT)
           END-IF.
      *>
       SUM-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の合計・商品別集計・注記の印字処理
      *>************************************************************************
       BCR-SUMMARY-WRITE-PROC         SECTION.
      *>
           IF   WRK-KAIJO-COUNT   =   ZERO
                MOVE   "    解除したバックオーダーなし"
                     TO   BCR-MSG
                WRITE  BCREP-RECODE   FROM   BCR-MSG-RECODE
           END-IF.
      *>
           MOVE      SPACE   TO   BCREP-RECODE.
           WRITE     BCREP-RECODE.
           MOVE      WRK-KAIJO-COUNT    TO   BCT-KAIJO-COUNT.
           MOVE      WRK-KANRYO-COUNT   TO   BCT-KANRYO-COUNT.
           MOVE      WRK-KAIJO-SU       TO   BCT-KAIJO-SU.
           WRITE     BCREP-RECODE   FROM   BCR-TOTAL-RECODE.
      *>
           IF   WK-SUM-COUNT   >   ZERO
                MOVE   SPACE   TO   BCREP-RECODE
                WRITE  BCREP-RECODE
                WRITE  BCREP-RECODE   FROM   BCR-SUMHDR-RECODE
                WRITE  BCREP-RECODE   FROM   BCR-SUMCOL-RECODE
                PERFORM   VARYING   WK-SUM-IDX   FROM   1   BY   1
                     UNTIL   WK-SUM-IDX   >   WK-SUM-COUNT
                     PERFORM   BCR-SUM-LINE-WRITE-PROC
                END-PERFORM
           END-IF.
      *>
           IF   WK-SUMI-FLG   =   1
                MOVE   SPACE   TO   BCREP-RECODE
                WRITE  BCREP-RECODE
                MOVE   "＊対象日の取消変更明細は処理済"
                     TO   BCR-MSG
                WRITE  BCREP-RECODE   FROM   BCR-MSG-RECODE
           END-IF.
           IF   WK-ZST-NG-FLG   =   1
                MOVE   SPACE   TO   BCREP-RECODE
                WRITE  BCREP-RECODE
                MOVE   "＊受注状況が読めず状況解除せず"
                     TO   BCR-MSG
                WRITE  BCREP-RECODE   FROM   BCR-MSG-RECODE
           END-IF.
      *>
       BCR-SUMMARY-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別集計の明細行の印字処理（WK-SUM-IDXの行）
      *>************************************************************************
       BCR-SUM-LINE-WRITE-PROC        SECTION.
      *>
           MOVE      WK-SUM-SOKO-CODE(WK-SUM-IDX)   TO   BCS-SOKO-CODE.
           MOVE      WK-SUM-SHOHIN-CODE(WK-SUM-IDX)
                          TO   BCS-SHOHIN-CODE   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   BCS-SHOHIN-NAME.
           MOVE      WK-SUM-KAIJO-SU(WK-SUM-IDX)      TO   BCS-KAIJO-SU.
           IF   WK-SUM-ZAIKO-IDX(WK-SUM-IDX)   =   ZERO
                MOVE   ZERO           TO   BCS-ZAIKO-SU
                MOVE   "在庫未登録"   TO   BCS-BIKO
           ELSE
                MOVE   WK-ZAIKO-MSTR-ZAIKO-SU
                          (WK-SUM-ZAIKO-IDX(WK-SUM-IDX))
                     TO   BCS-ZAIKO-SU
                MOVE   SPACE          TO   BCS-BIKO
           END-IF.
           WRITE     BCREP-RECODE   FROM   BCR-SUM-RECODE.
      *>
       BCR-SUM-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       ZAIKO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
      *>
           EVALUATE   ZAIKOM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     MOVE   "10"   TO   ZAIKOM-FILE-STATUS
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
      *>在庫マスタテーブルの検索処理（倉庫＋商品コードを線形検索する）
      *>WK-CUR-SOKO-CODE・WK-SHOHIN-CHK-CODEを設定してから呼び出す
      *>************************************************************************
       ZAIKO-MSTR-FIND-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-CUR-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-SHOHIN-CHK-CODE
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
      *>店舗別倉庫割当ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全店舗が既定の倉庫"01"として扱われる
      *>************************************************************************
       MISESOKO-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   MISESOKO-FILE.
           IF   MISESOKO-FILE-STATUS   NOT =   "00"
                CLOSE   MISESOKO-FILE
                GO   TO   MISESOKO-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MISESOKO-FILE-STATUS   NOT =   "00"
                READ   MISESOKO-FILE
                     AT   END
                          MOVE   "10"   TO   MISESOKO-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MSK-COUNT   <   999
                               ADD   1   TO   WK-MSK-COUNT
                               MOVE   MSK-MISEBAN     TO
                                    WK-MSK-MISEBAN(WK-MSK-COUNT)
                               MOVE   MSK-SOKO-CODE   TO
                                    WK-MSK-SOKO-CODE(WK-MSK-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MISESOKO-FILE.
      *>
       MISESOKO-LOAD-PROC-EXIT.
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
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
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
      *>バックオーダーテーブルの内容をファイルへ書き戻す処理
      *>************************************************************************
       BACKORD-REWRITE-PROC           SECTION.
      *>
           OPEN      OUTPUT   BACKORD-FILE.
      *>
           PERFORM   VARYING   WK-BKO-IDX   FROM   1   BY   1
                UNTIL   WK-BKO-IDX   >   WK-BKO-COUNT
                MOVE   WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                     TO   BKO-ZYUTYU-BANGOU
                MOVE   WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                     TO   BKO-SHOHIN-CODE
                MOVE   WK-BKO-KEPPIN-SU(WK-BKO-IDX)
                     TO   BKO-KEPPIN-SU
                MOVE   WK-BKO-HASSEI-DATE(WK-BKO-IDX)
                     TO   BKO-HASSEI-DATE
                MOVE   WK-BKO-STATUS(WK-BKO-IDX)
                     TO   BKO-STATUS
                MOVE   WK-BKO-JUTO-DATE(WK-BKO-IDX)
                     TO   BKO-JUTO-DATE
                WRITE   BACKORD-RECODE
           END-PERFORM.
      *>
           CLOSE     BACKORD-FILE.
      *>
       BACKORD-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの内容を在庫マスタファイルへ書き戻す処理
      *>************************************************************************
       ZAIKO-MSTR-REWRITE-PROC   SECTION.
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
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-BKO-COUNT     TO   MSG1-BKO-COUNT.
           MOVE      WRK-RT-COUNT      TO   MSG1-RT-COUNT.
           MOVE      WRK-KAIJO-COUNT   TO   MSG1-KAIJO-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  再実行で明細を読み飛ばした・状況を読めなかった場合はその旨を
      *>  返す
           IF   WK-SUMI-FLG   =   1
                DISPLAY   "取消・変更明細は処理済"
                MOVE      4   TO   RETURN-CODE
           END-IF.
           IF   WK-ZST-NG-FLG   =   1
                MOVE      4   TO   RETURN-CODE
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
           MOVE      WRK-RUN-DATE   TO   ZID-IDO-DATE.
           MOVE      WK-RUN-NO      TO   ZID-RUN-NO.
           MOVE      WRK-PGM-NAME   TO   ZID-PGM-NAME.
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
      *>実行番号の読み込み処理（ファイルが無い場合は０とする）
      *>************************************************************************
       RUNNO-READ-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-RUN-NO.
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
