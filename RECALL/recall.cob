      *>************************************************************************
      *>店舗日次受注取消（リコール）プログラム
      *>店舗が誤ったファイル（前日分の再送・テスト用ファイルなど）を
      *>送ってきた場合に、パラメータファイル（RCLPARM.txt：店番＋対象日
      *>YYYYMMDD）で指定した店舗・実行日の受理済受注を、流れた先の
      *>すべてから取り消す。取り消した後は店舗が正しいファイルを
      *>送り直せばよい。
      *>　・判定日付退避ファイル（JOT01_yyyymmdd.txt）から当該店の
      *>　　受注明細を取り除き、末尾レコードの件数・合計を減らす
      *>　　（取り除いた明細が取消の対象になる）
      *>　・在庫移動記録（ZAIKOIDO.txt）にある対象日のSTOCK001の移動
      *>　　（出庫・戻し入れ・バックオーダー振替・移庫）と、取り消す
      *>　　バックオーダーへのBORDREL001の充当を、取消の受注キーごと
      *>　　に逆向きに在庫マスタ（ZAIKOM.txt）へ反映し、在庫移動記録
      *>　　に移動区分"RC"で記録する（以前の取消で戻し済の移動は
      *>　　除く）。取消の受注キーの対象日以後のBOCLOSE001のＢＯ解除
      *>　　の在庫調整（移動区分"BC"）も同じく逆向きに戻す
      *>　・バックオーダーファイル（BACKORD.txt）から、取消の受注キー
      *>　　で対象日に発生した行を取り除く。対象日の取消・変更明細で
      *>　　BOCLOSE001が解除した行は、バックオーダー解除履歴
      *>　　（BOCHIST.txt）の解除前の未充足数に戻して未充当に戻し、
      *>　　解除履歴からその対象日・受注キーの行を取り除く（取り除いた
      *>　　対象日は、正しいファイルの再送後にBOCLOSE001が再び解除
      *>　　できる）
      *>　・索引編成の商品別集計ファイル（OT01.txt）を、INCSUM001と
      *>　　同じくキー付きのREAD／REWRITEで減らし、増分仕訳
      *>　　（INCJNL.txt）に記録する（更新中ロック・集計時点も同様）
      *>　・集計退避ファイル（OT01_yyyymmdd.txt）から当該店の商品別
      *>　　明細行と店舗別合計行を取り除き、顧客別合計行と末尾
      *>　　レコードの件数・合計・金額を減らす
      *>　・受注ライフサイクル登録簿（ZYUREG.txt）に取消（"9"）の
      *>　　行を受注キーごとに追記する
      *>取り消した内容は明細ごとに取消報告書（RCLRPT_店番_yyyymmdd.txt）
      *>に印字し、最後に項目別の件数・数量を印字する。
      *>判定日付退避に当該店の明細が無い場合（取消済の再実行を含む）
      *>は何も変更せず、その旨を印字して戻り値４で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   RECALL001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>取消対象パラメータファイル（店番＋対象日）
      *>************************************************************************
       SELECT   PARM-FILE     ASSIGN        TO "RCLPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>判定日付退避ファイル（JOT01_yyyymmdd.txt）
      *>************************************************************************
       SELECT   JRT-FILE      ASSIGN        TO WK-JRT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS JRT-FILE-STATUS.
      *>************************************************************************
      *>判定日付退避の書き直し用作業ファイル
      *>************************************************************************
       SELECT   JWK-FILE      ASSIGN        TO "RCLJWK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS JWK-FILE-STATUS.
      *>************************************************************************
      *>集計退避ファイル（OT01_yyyymmdd.txt）
      *>************************************************************************
       SELECT   ORT-FILE      ASSIGN        TO WK-ORT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ORT-FILE-STATUS.
      *>************************************************************************
      *>集計退避の書き直し用作業ファイル
      *>************************************************************************
       SELECT   OWK-FILE      ASSIGN        TO "RCLOWK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OWK-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>バックオーダーファイル（全行を読み、取消分を除いて書き戻す）
      *>************************************************************************
       SELECT   BACKORD-FILE  ASSIGN        TO "BACKORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BACKORD-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル（取消対象の移動を読み、戻しを追記する）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>バックオーダー解除履歴ファイル（取消の受注キーの行を取り除く）
      *>************************************************************************
       SELECT   BCH-FILE      ASSIGN        TO "BOCHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BCH-FILE-STATUS.
      *>************************************************************************
      *>バックオーダー解除履歴の書き直し用作業ファイル
      *>************************************************************************
       SELECT   BWK-FILE      ASSIGN        TO "RCLBWK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BWK-FILE-STATUS.
      *>************************************************************************
      *>実行番号採番ファイル（在庫移動記録に実行番号を記録する）
      *>************************************************************************
       SELECT   RUNNO-FILE    ASSIGN         TO "RUNNO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RUNNO-FILE-STATUS.
      *>************************************************************************
      *>商品別集計ファイル（索引編成・商品コードがキー）
      *>************************************************************************
       SELECT   SUM-FILE      ASSIGN        TO   "OT01.txt"
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS SUM-SHOHIN-ZYOHOU
                              STATUS SUM-FILE-STATUS.
      *>************************************************************************
      *>増分仕訳ファイル
      *>************************************************************************
       SELECT   JNL-FILE      ASSIGN        TO "INCJNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS JNL-FILE-STATUS.
      *>************************************************************************
      *>更新中ロックファイル（照会との共存用）
      *>************************************************************************
       SELECT   SLK-FILE      ASSIGN        TO "SUMLOCK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SLK-FILE-STATUS.
      *>************************************************************************
      *>集計時点ファイル（照会の応答に表示する）
      *>************************************************************************
       SELECT   ASOF-FILE     ASSIGN        TO "SUMASOF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ASOF-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（商品名・集計行の売上金額用）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイル（取消の行を追記する）
      *>************************************************************************
       SELECT   ZYUREG-FILE   ASSIGN         TO "ZYUREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZYUREG-FILE-STATUS.
      *>************************************************************************
      *>取消報告書ファイル（RCLRPT_店番_yyyymmdd.txt）
      *>************************************************************************
       SELECT   RPT-FILE      ASSIGN         TO WK-RPT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>取消対象パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-MISEBAN                   PIC X(003).
           03   PARM-TAISHO-DATE               PIC X(008).
      *>************************************************************************
      *>判定日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   JRT-FILE.
       01   JRT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==JRT==.
       01   JRT-TRL-RECODE.
           COPY   RUNTRL   REPLACING   ==:PREFIX:==   BY   ==JRT==.
       01   JRT-FULL-RECODE                       PIC X(050).
      *>************************************************************************
      *>判定日付退避の作業ファイルのレイアウト定義
      *>************************************************************************
       FD   JWK-FILE.
       01   JWK-RECODE                            PIC X(050).
      *>************************************************************************
      *>集計退避ファイルのレイアウト定義（SUMMARY_SAMPLE01の出力と同じ）
      *>************************************************************************
       FD   ORT-FILE.
       01   ORT-RECODE.
           COPY   SHOHINSUM   REPLACING   ==:PREFIX:==   BY   ==ORT==
                               ==:QTYPIC:==   BY   ==S9(007)==.
           03   ORT-SHOHIN-NAME                PIC X(020).
           03   ORT-URIAGE-KINGAKU             PIC S9(008).
           03   ORT-ZEI-KINGAKU                PIC S9(008).
           03   ORT-ZEIKOMI-KINGAKU            PIC S9(009).
           03   ORT-MISEBAN                    PIC X(003).
       01   ORT-TRL-RECODE.
           COPY   RUNTRL   REPLACING   ==:PREFIX:==   BY   ==ORT==.
           03   ORT-TRL-NET-TOTAL              PIC S9(011).
           03   ORT-TRL-GROSS-TOTAL            PIC S9(011).
       01   ORT-STORE-RECODE.
           03   ORT-STORE-KUBUN                PIC X(001).
           03   ORT-STORE-MISEBAN              PIC X(003).
           03   ORT-STORE-TYUMON-SU            PIC S9(008).
           03   ORT-STORE-MISE-NAME            PIC X(020).
       01   ORT-CUST-RECODE.
           03   ORT-CUST-KUBUN                 PIC X(001).
           03   ORT-CUST-KOKYAKU-CODE          PIC X(005).
           03   ORT-CUST-TYUMON-SU             PIC S9(008).
       01   ORT-FULL-RECODE                       PIC X(070).
      *>************************************************************************
      *>集計退避の作業ファイルのレイアウト定義
      *>************************************************************************
       FD   OWK-FILE.
       01   OWK-RECODE                            PIC X(070).
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>バックオーダーファイルのレイアウト定義
      *>************************************************************************
       FD   BACKORD-FILE.
       01   BACKORD-RECODE.
           COPY   BAKORD   REPLACING   ==:PREFIX:==   BY   ==BKO==.
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>バックオーダー解除履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   BCH-FILE.
       01   BCH-RECODE.
           COPY   BOCHIST   REPLACING   ==:PREFIX:==   BY   ==BCH==.
      *>************************************************************************
      *>バックオーダー解除履歴の作業ファイルのレイアウト定義
      *>************************************************************************
       FD   BWK-FILE.
       01   BWK-RECODE                            PIC X(056).
      *>************************************************************************
      *>実行番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   RUNNO-FILE.
       01   RUNNO-RECODE                          PIC 9(006).
      *>************************************************************************
      *>商品別集計ファイルのレイアウト定義（SUM_PRPTO版の出力と同じ）
      *>************************************************************************
       FD   SUM-FILE.
       01   SUM-RECODE.
           COPY   SHOHINSUM   REPLACING   ==:PREFIX:==   BY   ==SUM==
                               ==:QTYPIC:==   BY   ==9(007)==.
           03   SUM-SHOHIN-NAME                PIC X(020).
           03   SUM-URIAGE-KINGAKU             PIC 9(008).
      *>************************************************************************
      *>増分仕訳ファイルのレイアウト定義（INCSUM001と同じ）
      *>************************************************************************
       FD   JNL-FILE.
       01   JNL-RECODE.
           03   IJ-RUN-DATE                    PIC 9(008).
           03   IJ-RUN-TIME                    PIC 9(004).
           03   IJ-SHOHIN-CODE                 PIC X(006).
           03   IJ-ZOUGEN-SU                   PIC S9(006).
           03   IJ-KEKKA-SU                    PIC 9(007).
      *>************************************************************************
      *>更新中ロックファイルのレイアウト定義（INCSUM001と同じ）
      *>************************************************************************
       FD   SLK-FILE.
       01   SLK-RECODE.
           03   SLK-STATUS                     PIC X(001).
                88   SLK-STS-UPDATING              VALUE "U".
                88   SLK-STS-COMPLETE              VALUE "C".
           03   FILLER                         PIC X(001).
           03   SLK-DATE                       PIC 9(008).
           03   FILLER                         PIC X(001).
           03   SLK-TIME                       PIC 9(004).
      *>************************************************************************
      *>集計時点ファイルのレイアウト定義（INCSUM001と同じ）
      *>************************************************************************
       FD   ASOF-FILE.
       01   ASOF-RECODE.
           03   ASOF-DATE                      PIC 9(008).
           03   FILLER                         PIC X(001).
           03   ASOF-TIME                      PIC 9(004).
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   ZYUREG-FILE.
       01   ZYUREG-RECODE.
           COPY   ZYUREG   REPLACING   ==:PREFIX:==   BY   ==REG==.
      *>************************************************************************
      *>取消報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   RPT-FILE.
       01   RPT-RECODE                             PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  JRT-FILE-STATUS                          PIC XX.
       01  JWK-FILE-STATUS                          PIC XX.
       01  ORT-FILE-STATUS                          PIC XX.
       01  OWK-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  BACKORD-FILE-STATUS                      PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
       01  SUM-FILE-STATUS                          PIC XX.
       01  JNL-FILE-STATUS                          PIC XX.
       01  SLK-FILE-STATUS                          PIC XX.
       01  ASOF-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  BCH-FILE-STATUS                          PIC XX.
       01  BWK-FILE-STATUS                          PIC XX.
      *>
      *>日付付きのファイル名（パラメータの店番・対象日から組み立てる）
       01  WK-JRT-FILENAME                          PIC X(020).
       01  WK-ORT-FILENAME                          PIC X(020).
       01  WK-RPT-FILENAME                          PIC X(030).
      *>
      *>取消対象の店番・対象日（パラメータから）
       01  WK-TAISHO-MISEBAN                        PIC X(003).
       01  WK-TAISHO-DATE                           PIC 9(008).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "RECALL01".
             03   WRK-RUN-DATE                      PIC 9(008).
       01   WK-SYSTEM-TIME                          PIC 9(008).
       01   WK-RUN-TIME                             PIC 9(004).
      *>在庫移動記録に記録する実行番号
       01   WK-RUN-NO                               PIC 9(006).
      *>更新中ロックへ書く状態（"U"更新中・"C"完了）
       01   WK-SLK-STATUS-SET                       PIC X(001).
      *>
       01   WRK-WOEK-AREA.
      *>      判定日付退避から取り除いた明細の件数・注文数の合計
             03   WRK-RCL-COUNT                    PIC 9(006).
             03   WRK-RCL-SU                       PIC 9(009).
      *>      取消の受注キー数
             03   WRK-KEY-COUNT                    PIC 9(006).
      *>      在庫の戻し件数・在庫マスタ未登録で戻せなかった件数
             03   WRK-MODOSHI-COUNT                PIC 9(006).
             03   WRK-MODOSHI-SU                   PIC S9(009).
             03   WRK-MITOUROKU-COUNT              PIC 9(006).
      *>      取り除いたバックオーダーの行数・未充足数
             03   WRK-BKO-DEL-COUNT                PIC 9(006).
             03   WRK-BKO-DEL-SU                   PIC 9(009).
      *>      商品別集計ファイルの戻し件数・集計行の無かった件数
             03   WRK-SUM-COUNT                    PIC 9(006).
             03   WRK-SUM-SU                       PIC S9(009).
             03   WRK-SUM-NASI-COUNT               PIC 9(006).
      *>      集計退避から取り除いた明細行の件数・数量・金額
             03   WRK-ORT-DEL-COUNT                PIC 9(006).
             03   WRK-ORT-DEL-SU                   PIC S9(009).
             03   WRK-ORT-DEL-URIAGE               PIC S9(011).
             03   WRK-ORT-DEL-ZEIKOMI              PIC S9(011).
      *>      集計退避の店舗別合計行の削除・顧客別合計行の修正件数
             03   WRK-ORT-STORE-COUNT              PIC 9(006).
             03   WRK-ORT-CUST-COUNT               PIC 9(006).
      *>      登録簿へ追記した取消の行数
             03   WRK-REG-COUNT                    PIC 9(006).
      *>      解除履歴から取り除いた行数・未充当に戻したＢＯの行数・数量
             03   WRK-BCH-DEL-COUNT                PIC 9(006).
             03   WRK-BKO-SAIKAI-COUNT             PIC 9(006).
             03   WRK-BKO-SAIKAI-SU                PIC 9(009).
      *>
      *>取消明細保持用テーブル（判定日付退避から取り除いた明細）
       01   WK-RCL-AREA.
            03   WK-RCL-OVER-FLG                 PIC 9(001).
            03   WK-RCL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCL-IDX.
                 05   WK-RCL-ZYUTYU-BANGOU        PIC X(008).
                 05   WK-RCL-SHOHIN-CODE          PIC X(006).
                 05   WK-RCL-TYUMON-SU            PIC 9(005).
                 05   WK-RCL-TYUMON-KUBUN         PIC X(001).
                 05   WK-RCL-KOKYAKU-CODE         PIC X(005).
      *>
      *>取消の受注キー保持用テーブル
       01   WK-KEY-AREA.
            03   WK-KEY-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-KEY-IDX.
                 05   WK-KEY-ZYUTYU-BANGOU        PIC X(008).
       01   WK-KEY-WORK                          PIC X(008).
       01   WK-KEY-FOUND-FLG                     PIC 9(001).
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
      *>バックオーダー保持用テーブル（取消分は削除フラグを立てる）
       01   WK-BKO-AREA.
            03   WK-BKO-COUNT                    PIC 9(004)  COMP.
            03   WK-BKO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-BKO-IDX.
                 05   WK-BKO-ZYUTYU-BANGOU        PIC X(008).
                 05   WK-BKO-SHOHIN-CODE          PIC X(006).
                 05   WK-BKO-KEPPIN-SU            PIC 9(005).
                 05   WK-BKO-HASSEI-DATE          PIC 9(008).
                 05   WK-BKO-STATUS               PIC X(001).
                 05   WK-BKO-JUTO-DATE            PIC 9(008).
                 05   WK-BKO-DEL-FLG              PIC 9(001).
       01   WK-BKO-FOUND-FLG                     PIC 9(001).
      *>
      *>取り除く解除履歴の保持用テーブル（対象日・取消の受注キーの行）
       01   WK-BCH-AREA.
            03   WK-BCH-COUNT                    PIC 9(004)  COMP.
            03   WK-BCH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-BCH-IDX.
                 05   WK-BCH-ZYUTYU-BANGOU        PIC X(008).
                 05   WK-BCH-SHOHIN-CODE          PIC X(006).
                 05   WK-BCH-HASSEI-DATE          PIC 9(008).
                 05   WK-BCH-MAE-SU               PIC 9(005).
      *>解除前の未充足数（同じ行の解除履歴のうち最も多いもの）
       01   WK-BCH-MAE-SU-SAVE                   PIC 9(005).
      *>
      *>戻す対象の在庫移動保持用テーブル
      *>（以前の取消で戻し済の移動は戻し済フラグを立てる）
       01   WK-IDO-AREA.
            03   WK-IDO-COUNT                    PIC 9(004)  COMP.
            03   WK-IDO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-IDO-IDX.
                 05   WK-IDO-SOKO-CODE            PIC X(002).
                 05   WK-IDO-SHOHIN-CODE          PIC X(006).
                 05   WK-IDO-KUBUN                PIC X(002).
                 05   WK-IDO-SU                   PIC S9(007).
                 05   WK-IDO-DENPYO-NO            PIC X(012).
                 05   WK-IDO-MODOSHI-FLG          PIC 9(001).
      *>
      *>商品マスタ保持用テーブル（商品名・単価）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-MSTR-TANKA-SAVE            PIC 9(006).
      *>
      *>顧客別の取消数量保持用テーブル（集計退避の顧客別合計行用）
       01   WK-CUST-AREA.
            03   WK-CUST-COUNT                   PIC 9(004)  COMP.
            03   WK-CUST-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-CUST-IDX.
                 05   WK-CUST-KOKYAKU-CODE        PIC X(005).
                 05   WK-CUST-TYUMON-SU           PIC S9(008).
       01   WK-CUST-FOUND-FLG                    PIC 9(001).
      *>
      *>商品別集計の増減数（取消・減量差分の取消はプラス）と反映後数量
       01   WK-ZOUGEN-SU                         PIC S9(006).
       01   WK-KEKKA-SU                          PIC S9(008).
      *>注文数の符号付き換算（取消・減量差分はマイナス）
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>
      *>報告書の見出し行の編集用領域
       01   RPT-HDR-RECODE.
           03   FILLER                PIC X(041)
                    VALUE "**  店舗日次受注取消報告書  **".
           03   FILLER                PIC X(012)
                           VALUE "　店番：".
           03   RPT-HDR-MISEBAN       PIC X(003).
           03   FILLER                PIC X(015)
                           VALUE "　対象日：".
           03   RPT-HDR-TAISHO-DATE   PIC 9(008).
           03   FILLER                PIC X(015)
                           VALUE "　処理日：".
           03   RPT-HDR-RUN-DATE      PIC 9(008).
      *>報告書の項目見出し行の編集用領域
       01   RPT-COLHDR-RECODE.
           03   FILLER                PIC X(026)
                           VALUE "区分".
           03   FILLER                PIC X(010)
                           VALUE "受注No".
           03   FILLER                PIC X(010)
                           VALUE "倉庫".
           03   FILLER                PIC X(008)
                           VALUE "商品".
           03   FILLER                PIC X(022)
                           VALUE "商品名".
           03   FILLER                PIC X(018)
                           VALUE "数量".
           03   FILLER                PIC X(018)
                           VALUE "反映後".
           03   FILLER                PIC X(006)
                           VALUE "備考".
      *>報告書の明細行の編集用領域
       01   RPT-DETAIL-RECODE.
           03   RPT-KUBUN             PIC X(024).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-ZYUTYU-BANGOU     PIC X(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SOKO-CODE         PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-SU                PIC -(007)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-ZAN               PIC -(007)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   RPT-BIKO              PIC X(030).
      *>報告書の合計行の編集用領域
       01   RPT-TOTAL-RECODE.
           03   RPT-TTL-NAME          PIC X(048).
           03   RPT-TTL-COUNT         PIC ZZZ,ZZ9.
           03   FILLER                PIC X(016)
                           VALUE "件　数量：".
           03   RPT-TTL-SU            PIC -(009)9.
      *>報告書のメッセージ行の編集用領域
       01   RPT-MSG-RECODE            PIC X(100).
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
           MOVE   ZERO        TO   WK-RCL-OVER-FLG.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BKO-COUNT.
           MOVE   ZERO        TO   WK-IDO-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-CUST-COUNT.
           MOVE   ZERO        TO   WK-BCH-COUNT.
      *>
           ACCEPT    WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT    WK-SYSTEM-TIME   FROM   TIME.
           MOVE      WK-SYSTEM-TIME(1:4)   TO   WK-RUN-TIME.
      *>
      *>  取消対象の店番・対象日を読み、ファイル名を組み立てる
           PERFORM   PARM-READ-PROC.
      *>
           PERFORM   RUNNO-READ-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
      *>  判定日付退避から当該店の明細を取り出す（残す行は作業
      *>  ファイルへ書き出す）
           PERFORM   JRT-SPLIT-PROC.
      *>
           OPEN      OUTPUT   RPT-FILE.
           MOVE      WK-TAISHO-MISEBAN   TO   RPT-HDR-MISEBAN.
           MOVE      WK-TAISHO-DATE      TO   RPT-HDR-TAISHO-DATE.
           MOVE      WRK-RUN-DATE        TO   RPT-HDR-RUN-DATE.
           WRITE     RPT-RECODE   FROM   RPT-HDR-RECODE.
      *>
      *>  当該店の明細が無ければ何も変更せずに終わる
      *>  （取消済の再実行もここで止まる）
           IF   WRK-RCL-COUNT   =   ZERO
                MOVE   "対象の受注なし（取消済を含む）"
                               TO   RPT-MSG-RECODE
                WRITE     RPT-RECODE   FROM   RPT-MSG-RECODE
                DISPLAY   "取消対象の受注がありません:"
                          WK-TAISHO-MISEBAN   " "   WK-TAISHO-DATE
                MOVE      4   TO   RETURN-CODE
                GO   TO   MAIN-PROC-EXIT
           END-IF.
      *>
           WRITE     RPT-RECODE   FROM   RPT-COLHDR-RECODE.
      *>
      *>  取り出した明細を報告書に印字し、判定日付退避を書き直す
           PERFORM   RCL-LIST-PROC.
           PERFORM   JRT-REWRITE-PROC.
      *>
      *>  在庫・バックオーダーの戻し
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   BCH-SPLIT-PROC.
           PERFORM   BACKORD-LOAD-PROC.
           PERFORM   ZID-LOAD-PROC.
           PERFORM   ZID-MODOSHI-PROC.
           PERFORM   BACKORD-REWRITE-PROC.
           PERFORM   BCH-REWRITE-PROC.
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
      *>
      *>  索引編成の商品別集計の戻し
           PERFORM   SUM-MODOSHI-PROC.
      *>
      *>  集計退避から当該店の行を取り除く
           PERFORM   ORT-SPLIT-PROC.
      *>
      *>  登録簿に取消の行を追記する
           PERFORM   ZYUREG-WRITE-PROC.
      *>
      *>  項目別の合計を印字する
           PERFORM   TOTAL-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消対象パラメータファイルの読み込み処理
      *>店番・対象日の無いパラメータでは何も取り消さない
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "RCLPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           READ      PARM-FILE
                AT   END
                     DISPLAY   "取消対象の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   PARM-MISEBAN       =   SPACE
           OR   PARM-TAISHO-DATE   NOT NUMERIC
                DISPLAY   "取消対象の指定誤り:"   PARM-RECODE
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           MOVE      PARM-MISEBAN       TO   WK-TAISHO-MISEBAN.
           MOVE      PARM-TAISHO-DATE   TO   WK-TAISHO-DATE.
      *>
           MOVE      SPACE   TO   WK-JRT-FILENAME.
           STRING    "JOT01_"   WK-TAISHO-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-JRT-FILENAME.
           MOVE      SPACE   TO   WK-ORT-FILENAME.
           STRING    "OT01_"   WK-TAISHO-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-ORT-FILENAME.
           MOVE      SPACE   TO   WK-RPT-FILENAME.
           STRING    "RCLRPT_"   WK-TAISHO-MISEBAN   "_"
                     WK-TAISHO-DATE   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RPT-FILENAME.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>判定日付退避の振り分け処理
      *>当該店の受注明細は取消明細テーブルへ取り出し、それ以外の行は
      *>作業ファイルへ書き出す。末尾レコードの件数・合計は取り出した
      *>分だけ減らす（末尾レコードは必ず明細の後にある）
      *>************************************************************************
       JRT-SPLIT-PROC                 SECTION.
      *>
           OPEN      INPUT   JRT-FILE.
           IF   JRT-FILE-STATUS   NOT =   "00"
                CLOSE     JRT-FILE
                DISPLAY   "判定日付退避がありません:"
                          WK-JRT-FILENAME
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           OPEN      OUTPUT   JWK-FILE.
      *>
           PERFORM   UNTIL   JRT-FILE-STATUS   NOT =   "00"
                READ   JRT-FILE
                     AT   END
                          MOVE   "10"   TO   JRT-FILE-STATUS
                     NOT   AT   END
                          EVALUATE   TRUE
                               WHEN   JRT-RECODE(24:19)   NOT =   SPACE
                               AND    JRT-MISEBAN
                                           =   WK-TAISHO-MISEBAN
                                    PERFORM   RCL-ADD-PROC
                               WHEN   JRT-RECODE(24:19)   =   SPACE
                               AND    JRT-TRL-KUBUN   =   "T"
                                    SUBTRACT   WRK-RCL-COUNT   FROM
                                         JRT-TRL-RECORD-COUNT
                                    SUBTRACT   WRK-RCL-SU      FROM
                                         JRT-TRL-CONTROL-TOTAL
                                    WRITE   JWK-RECODE
                                            FROM   JRT-FULL-RECODE
                               WHEN   OTHER
                                    WRITE   JWK-RECODE
                                            FROM   JRT-FULL-RECODE
                          END-EVALUATE
                END-READ
           END-PERFORM.
      *>
           CLOSE     JRT-FILE
                     JWK-FILE.
      *>
      *>  取消明細が表に収まらない場合は何も変更せずに止める
           IF   WK-RCL-OVER-FLG   =   1
                DISPLAY   "取消明細が多すぎるため中止"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       JRT-SPLIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消明細１件分の取り出し処理
      *>明細をテーブルに積み、受注キーを取消キーの表へ加える
      *>************************************************************************
       RCL-ADD-PROC                   SECTION.
      *>
           IF   WRK-RCL-COUNT   >=   9999
                MOVE   1   TO   WK-RCL-OVER-FLG
                GO   TO   RCL-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-RCL-COUNT.
           ADD       JRT-TYUMON-SU   TO   WRK-RCL-SU.
           MOVE      JRT-ZYUTYU-BANGOU   TO
                     WK-RCL-ZYUTYU-BANGOU(WRK-RCL-COUNT).
           MOVE      JRT-SHOHIN-CODE     TO
                     WK-RCL-SHOHIN-CODE(WRK-RCL-COUNT).
           MOVE      JRT-TYUMON-SU       TO
                     WK-RCL-TYUMON-SU(WRK-RCL-COUNT).
           MOVE      JRT-TYUMON-KUBUN    TO
                     WK-RCL-TYUMON-KUBUN(WRK-RCL-COUNT).
           MOVE      JRT-KOKYAKU-CODE    TO
                     WK-RCL-KOKYAKU-CODE(WRK-RCL-COUNT).
      *>
           MOVE      JRT-ZYUTYU-BANGOU   TO   WK-KEY-WORK.
           PERFORM   KEY-FIND-PROC.
           IF   WK-KEY-FOUND-FLG   NOT =   1
                ADD    1   TO   WRK-KEY-COUNT
                MOVE   JRT-ZYUTYU-BANGOU   TO
                       WK-KEY-ZYUTYU-BANGOU(WRK-KEY-COUNT)
           END-IF.
      *>
      *>  店舗間移庫は売上ではないため顧客別合計には含まれていない
           IF   JRT-KOKYAKU-CODE   NOT =   SPACE
           AND  JRT-TYUMON-KUBUN   NOT =   "7"
                PERFORM   CUST-ADD-PROC
           END-IF.
      *>
       RCL-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別の取消数量の積み上げ処理（取消・減量差分はマイナス）
      *>************************************************************************
       CUST-ADD-PROC                  SECTION.
      *>
           IF   JRT-TYUMON-KUBUN   =   "9"
           OR   JRT-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =   ZERO - JRT-TYUMON-SU
           ELSE
                MOVE      JRT-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
      *>
           MOVE      ZERO   TO   WK-CUST-FOUND-FLG.
           PERFORM   VARYING   WK-CUST-IDX   FROM   1   BY   1
                UNTIL   WK-CUST-IDX   >   WK-CUST-COUNT
                IF   WK-CUST-KOKYAKU-CODE(WK-CUST-IDX)
                          =   JRT-KOKYAKU-CODE
                     MOVE   1   TO   WK-CUST-FOUND-FLG
                     ADD    WK-TYUMON-SU-SIGNED   TO
                            WK-CUST-TYUMON-SU(WK-CUST-IDX)
                END-IF
           END-PERFORM.
           IF   WK-CUST-FOUND-FLG   NOT =   1
           AND  WK-CUST-COUNT   <   999
                ADD    1   TO   WK-CUST-COUNT
                MOVE   JRT-KOKYAKU-CODE   TO
                       WK-CUST-KOKYAKU-CODE(WK-CUST-COUNT)
                MOVE   WK-TYUMON-SU-SIGNED   TO
                       WK-CUST-TYUMON-SU(WK-CUST-COUNT)
           END-IF.
      *>
       CUST-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消キーの表の検索処理（WK-KEY-WORK）
      *>************************************************************************
       KEY-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-KEY-FOUND-FLG.
           PERFORM   VARYING   WK-KEY-IDX   FROM   1   BY   1
                UNTIL   WK-KEY-IDX   >   WRK-KEY-COUNT
                IF   WK-KEY-ZYUTYU-BANGOU(WK-KEY-IDX)   =   WK-KEY-WORK
                     MOVE   1   TO   WK-KEY-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       KEY-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消明細の報告書印字処理
      *>************************************************************************
       RCL-LIST-PROC                  SECTION.
      *>
           PERFORM   VARYING   WK-RCL-IDX   FROM   1   BY   1
                UNTIL   WK-RCL-IDX   >   WRK-RCL-COUNT
                MOVE   SPACE   TO   RPT-DETAIL-RECODE
                MOVE   "受注明細取消"   TO   RPT-KUBUN
                MOVE   WK-RCL-ZYUTYU-BANGOU(WK-RCL-IDX)
                     TO   RPT-ZYUTYU-BANGOU
                MOVE   WK-RCL-SHOHIN-CODE(WK-RCL-IDX)
                     TO   RPT-SHOHIN-CODE
                     WK-SHOHIN-CHK-CODE
                PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                MOVE   WK-SHOHIN-MSTR-NAME-SAVE   TO   RPT-SHOHIN-NAME
                MOVE   WK-RCL-TYUMON-SU(WK-RCL-IDX)   TO   RPT-SU
                MOVE   ZERO   TO   RPT-ZAN
                EVALUATE   WK-RCL-TYUMON-KUBUN(WK-RCL-IDX)
                     WHEN   "2"
                          MOVE   "特注受注"         TO   RPT-BIKO
                     WHEN   "5"
                          MOVE   "変更（増量差分）"
                               TO   RPT-BIKO
                     WHEN   "6"
                          MOVE   "変更（減量差分）"
                               TO   RPT-BIKO
                     WHEN   "7"
                          MOVE   "店舗間移庫"       TO   RPT-BIKO
                     WHEN   "9"
                          MOVE   "取消受注"         TO   RPT-BIKO
                     WHEN   OTHER
                          MOVE   "通常受注"         TO   RPT-BIKO
                END-EVALUATE
                WRITE  RPT-RECODE   FROM   RPT-DETAIL-RECODE
           END-PERFORM.
      *>
       RCL-LIST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>判定日付退避の書き直し処理（作業ファイルの内容で置き換える）
      *>************************************************************************
       JRT-REWRITE-PROC               SECTION.
      *>
           OPEN      INPUT    JWK-FILE.
           OPEN      OUTPUT   JRT-FILE.
           PERFORM   UNTIL   JWK-FILE-STATUS   NOT =   "00"
                READ   JWK-FILE
                     AT   END
                          MOVE   "10"   TO   JWK-FILE-STATUS
                     NOT   AT   END
                          WRITE   JRT-FULL-RECODE   FROM   JWK-RECODE
                END-READ
           END-PERFORM.
           CLOSE     JWK-FILE
                     JRT-FILE.
      *>
       JRT-REWRITE-PROC-EXIT.
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
      *>バックオーダーファイルの読み込み処理（内容をテーブルに展開する）
      *>取消の受注キーで対象日に発生した行に削除フラグを立てる
      *>（ALLOC001の引当不足分・STOCK001の欠品分のどちらも対象）
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
                               PERFORM   BACKORD-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     BACKORD-FILE.
      *>
       BACKORD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダー１行分のテーブル反映処理
      *>************************************************************************
       BACKORD-ONE-PROC               SECTION.
      *>
           ADD       1   TO   WK-BKO-COUNT.
           MOVE      BKO-ZYUTYU-BANGOU   TO
                     WK-BKO-ZYUTYU-BANGOU(WK-BKO-COUNT).
           MOVE      BKO-SHOHIN-CODE     TO
                     WK-BKO-SHOHIN-CODE(WK-BKO-COUNT).
           MOVE      BKO-KEPPIN-SU       TO
                     WK-BKO-KEPPIN-SU(WK-BKO-COUNT).
           MOVE      BKO-HASSEI-DATE     TO
                     WK-BKO-HASSEI-DATE(WK-BKO-COUNT).
           MOVE      BKO-STATUS          TO
                     WK-BKO-STATUS(WK-BKO-COUNT).
           MOVE      BKO-JUTO-DATE       TO
                     WK-BKO-JUTO-DATE(WK-BKO-COUNT).
           MOVE      ZERO                TO
                     WK-BKO-DEL-FLG(WK-BKO-COUNT).
      *>
      *>  対象日の取消・変更明細でBOCLOSE001が解除した行は、解除前の
      *>  未充足数に戻して未充当に戻す
           PERFORM   BKO-SAIKAI-PROC.
      *>
           IF   BKO-HASSEI-DATE   NOT =   WK-TAISHO-DATE
                GO   TO   BACKORD-ONE-PROC-EXIT
           END-IF.
           MOVE      BKO-ZYUTYU-BANGOU   TO   WK-KEY-WORK.
           PERFORM   KEY-FIND-PROC.
           IF   WK-KEY-FOUND-FLG   NOT =   1
                GO   TO   BACKORD-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      1   TO   WK-BKO-DEL-FLG(WK-BKO-COUNT).
           ADD       1   TO   WRK-BKO-DEL-COUNT.
           ADD       BKO-KEPPIN-SU   TO   WRK-BKO-DEL-SU.
      *>
           MOVE      SPACE   TO   RPT-DETAIL-RECODE.
           MOVE      "ＢＯ取消"          TO   RPT-KUBUN.
           MOVE      BKO-ZYUTYU-BANGOU   TO   RPT-ZYUTYU-BANGOU.
           MOVE      BKO-SHOHIN-CODE     TO   RPT-SHOHIN-CODE
                                              WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   RPT-SHOHIN-NAME.
           MOVE      BKO-KEPPIN-SU       TO   RPT-SU.
           MOVE      ZERO                TO   RPT-ZAN.
           IF   BKO-STS-JUTO-ZUMI
                MOVE   "充当済（充当分も戻す）"
                     TO   RPT-BIKO
           ELSE
                MOVE   "未充当"                         TO   RPT-BIKO
           END-IF.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
       BACKORD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＢＯ解除の戻し処理（BACKORD-ONE-PROCで読んだ行）
      *>受注キー＋商品＋発生日が取り除く解除履歴にあれば、解除前の
      *>未充足数に戻し、解除済（"8"・"9"）なら未充当に戻して解除日を
      *>消す（対象日に発生した取消の受注キーの行は取り除くため戻さない）
      *>************************************************************************
       BKO-SAIKAI-PROC                SECTION.
      *>
           IF   BKO-HASSEI-DATE   =   WK-TAISHO-DATE
                MOVE      BKO-ZYUTYU-BANGOU   TO   WK-KEY-WORK
                PERFORM   KEY-FIND-PROC
                IF   WK-KEY-FOUND-FLG   =   1
                     GO   TO   BKO-SAIKAI-PROC-EXIT
                END-IF
           END-IF.
      *>
           MOVE      ZERO   TO   WK-BCH-MAE-SU-SAVE.
           PERFORM   VARYING   WK-BCH-IDX   FROM   1   BY   1
                UNTIL   WK-BCH-IDX   >   WK-BCH-COUNT
                IF   WK-BCH-ZYUTYU-BANGOU(WK-BCH-IDX)
                          =   BKO-ZYUTYU-BANGOU
                AND  WK-BCH-SHOHIN-CODE(WK-BCH-IDX)
                          =   BKO-SHOHIN-CODE
                AND  WK-BCH-HASSEI-DATE(WK-BCH-IDX)
                          =   BKO-HASSEI-DATE
                AND  WK-BCH-MAE-SU(WK-BCH-IDX)   >   WK-BCH-MAE-SU-SAVE
                     MOVE   WK-BCH-MAE-SU(WK-BCH-IDX)
                          TO   WK-BCH-MAE-SU-SAVE
                END-IF
           END-PERFORM.
           IF   WK-BCH-MAE-SU-SAVE   NOT >   BKO-KEPPIN-SU
                GO   TO   BKO-SAIKAI-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-BCH-MAE-SU-SAVE   TO
                     WK-BKO-KEPPIN-SU(WK-BKO-COUNT).
           IF   BKO-STS-GENRYO-KAIJO
           OR   BKO-STS-TORIKESHI-KAIJO
                MOVE   "1"    TO   WK-BKO-STATUS(WK-BKO-COUNT)
                MOVE   ZERO   TO   WK-BKO-JUTO-DATE(WK-BKO-COUNT)
           END-IF.
           ADD       1   TO   WRK-BKO-SAIKAI-COUNT.
           COMPUTE   WRK-BKO-SAIKAI-SU   =   WRK-BKO-SAIKAI-SU
                     +   WK-BCH-MAE-SU-SAVE   -   BKO-KEPPIN-SU.
      *>
           MOVE      SPACE   TO   RPT-DETAIL-RECODE.
           MOVE      "ＢＯ解除戻し"      TO   RPT-KUBUN.
           MOVE      BKO-ZYUTYU-BANGOU   TO   RPT-ZYUTYU-BANGOU.
           MOVE      BKO-SHOHIN-CODE     TO   RPT-SHOHIN-CODE
                                              WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   RPT-SHOHIN-NAME.
           COMPUTE   RPT-SU   =   WK-BCH-MAE-SU-SAVE
                     -   BKO-KEPPIN-SU.
           MOVE      WK-BCH-MAE-SU-SAVE  TO   RPT-ZAN.
           STRING    "発生日："   BKO-HASSEI-DATE
                     DELIMITED   BY   SIZE
                     INTO   RPT-BIKO.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
       BKO-SAIKAI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録の読み込み処理（戻す対象の移動をテーブルに積む）
      *>取消の受注キーを伝票番号に持つ移動のうち
      *>　・対象日のSTOCK001の移動（出庫・戻し入れ・ＢＯ振替・移庫）
      *>　・削除するバックオーダー行への対象日以後のBORDREL001の充当
      *>　・対象日以後のBOCLOSE001のＢＯ解除の在庫調整
      *>を戻す対象とする。以前の取消（本プログラム）が記録した戻しは、
      *>同じ倉庫・商品・伝票番号で数量が逆向きの対象の移動を戻し済に
      *>する（同じ日の受注を取り消した後に再送分を再び取り消す場合）
      *>************************************************************************
       ZID-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                GO   TO   ZID-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZID-FILE-STATUS   NOT =   "00"
                READ   ZID-FILE
                     AT   END
                          MOVE   "10"   TO   ZID-FILE-STATUS
                     NOT   AT   END
                          IF   ZID-DENPYO-NO(9:4)   =   SPACE
                               PERFORM   ZID-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
       ZID-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１件分の判定処理
      *>************************************************************************
       ZID-ONE-PROC                   SECTION.
      *>
           MOVE      ZID-DENPYO-NO(1:8)   TO   WK-KEY-WORK.
           PERFORM   KEY-FIND-PROC.
           IF   WK-KEY-FOUND-FLG   NOT =   1
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   ZID-PGM-NAME   =   "STOCK001"
                AND    ZID-IDO-DATE   =   WK-TAISHO-DATE
                     PERFORM   IDO-ADD-PROC
                WHEN   ZID-PGM-NAME   =   "BORDREL1"
                AND    ZID-IDO-DATE   >=  WK-TAISHO-DATE
                AND    ZID-BKO-JUTO
                     PERFORM   BKO-DEL-FIND-PROC
                     IF   WK-BKO-FOUND-FLG   =   1
                          PERFORM   IDO-ADD-PROC
                     END-IF
                WHEN   ZID-PGM-NAME   =   "BOCLOSE1"
                AND    ZID-IDO-DATE   >=  WK-TAISHO-DATE
                AND    ZID-BKO-KAIJO
                     PERFORM   IDO-ADD-PROC
                WHEN   ZID-PGM-NAME   =   WRK-PGM-NAME
                AND    ZID-RECALL
                     PERFORM   IDO-ZUMI-PROC
                WHEN   OTHER
                     CONTINUE
           END-EVALUATE.
      *>
       ZID-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>戻す対象の移動１件分の積み上げ処理
      *>************************************************************************
       IDO-ADD-PROC                   SECTION.
      *>
           IF   WK-IDO-COUNT   >=   9999
                DISPLAY   "戻す在庫移動が多すぎます:"
                          ZID-DENPYO-NO
                MOVE      4   TO   RETURN-CODE
                GO   TO   IDO-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-IDO-COUNT.
           MOVE      ZID-SOKO-CODE     TO
                     WK-IDO-SOKO-CODE(WK-IDO-COUNT).
           MOVE      ZID-SHOHIN-CODE   TO
                     WK-IDO-SHOHIN-CODE(WK-IDO-COUNT).
           MOVE      ZID-IDO-KUBUN     TO   WK-IDO-KUBUN(WK-IDO-COUNT).
           MOVE      ZID-IDO-SU        TO   WK-IDO-SU(WK-IDO-COUNT).
           MOVE      ZID-DENPYO-NO     TO
                     WK-IDO-DENPYO-NO(WK-IDO-COUNT).
           MOVE      ZERO              TO
                     WK-IDO-MODOSHI-FLG(WK-IDO-COUNT).
      *>
       IDO-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>以前の取消で戻し済の移動の消し込み処理
      *>************************************************************************
       IDO-ZUMI-PROC                  SECTION.
      *>
           PERFORM   VARYING   WK-IDO-IDX   FROM   1   BY   1
                UNTIL   WK-IDO-IDX   >   WK-IDO-COUNT
                IF   WK-IDO-MODOSHI-FLG(WK-IDO-IDX)   =   ZERO
                AND  WK-IDO-SOKO-CODE(WK-IDO-IDX)   =   ZID-SOKO-CODE
                AND  WK-IDO-SHOHIN-CODE(WK-IDO-IDX) =   ZID-SHOHIN-CODE
                AND  WK-IDO-DENPYO-NO(WK-IDO-IDX)   =   ZID-DENPYO-NO
                AND  WK-IDO-SU(WK-IDO-IDX) + ZID-IDO-SU   =   ZERO
                     MOVE   1   TO   WK-IDO-MODOSHI-FLG(WK-IDO-IDX)
                     GO   TO   IDO-ZUMI-PROC-EXIT
                END-IF
           END-PERFORM.
      *>
       IDO-ZUMI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>削除するバックオーダー行の検索処理（受注キー＋商品）
      *>************************************************************************
       BKO-DEL-FIND-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-BKO-FOUND-FLG.
           PERFORM   VARYING   WK-BKO-IDX   FROM   1   BY   1
                UNTIL   WK-BKO-IDX   >   WK-BKO-COUNT
                IF   WK-BKO-DEL-FLG(WK-BKO-IDX)   =   1
                AND  WK-BKO-ZYUTYU-BANGOU(WK-BKO-IDX)
                          =   ZID-DENPYO-NO(1:8)
                AND  WK-BKO-SHOHIN-CODE(WK-BKO-IDX)
                          =   ZID-SHOHIN-CODE
                     MOVE   1   TO   WK-BKO-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       BKO-DEL-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫の戻し処理
      *>戻す対象の移動ごとに在庫テーブルを逆向きに増減し、在庫移動
      *>記録に取消（"RC"）として元の伝票番号で追記する
      *>************************************************************************
       ZID-MODOSHI-PROC               SECTION.
      *>
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-IDO-IDX   FROM   1   BY   1
                UNTIL   WK-IDO-IDX   >   WK-IDO-COUNT
                IF   WK-IDO-MODOSHI-FLG(WK-IDO-IDX)   =   ZERO
                     PERFORM   IDO-MODOSHI-ONE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     ZID-FILE.
      *>
       ZID-MODOSHI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移動１件分の戻し処理（WK-IDO-IDXの行）
      *>************************************************************************
       IDO-MODOSHI-ONE-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-IDO-SOKO-CODE(WK-IDO-IDX)
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   WK-IDO-SHOHIN-CODE(WK-IDO-IDX)
                     MOVE   1   TO   WK-ZAIKO-MSTR-FOUND-FLG
                     MOVE   WK-ZAIKO-MSTR-IDX
                          TO   WK-ZAIKO-MSTR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   RPT-DETAIL-RECODE.
           MOVE      WK-IDO-DENPYO-NO(WK-IDO-IDX)(1:8)
                          TO   RPT-ZYUTYU-BANGOU.
           MOVE      WK-IDO-SOKO-CODE(WK-IDO-IDX)
                          TO   RPT-SOKO-CODE.
           MOVE      WK-IDO-SHOHIN-CODE(WK-IDO-IDX)
                          TO   RPT-SHOHIN-CODE
                               WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   RPT-SHOHIN-NAME.
           COMPUTE   RPT-SU   =   ZERO   -   WK-IDO-SU(WK-IDO-IDX).
           STRING    "元の移動区分："   WK-IDO-KUBUN(WK-IDO-IDX)
                     DELIMITED   BY   SIZE
                     INTO   RPT-BIKO.
      *>
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
      *>
      *>      在庫マスタから消えた倉庫・商品は戻せないので報告書に記録する
                ADD       1   TO   WRK-MITOUROKU-COUNT
                MOVE      "在庫未登録"   TO   RPT-KUBUN
                MOVE      ZERO           TO   RPT-ZAN
                WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE
                GO   TO   IDO-MODOSHI-ONE-PROC-EXIT
           END-IF.
      *>
           SUBTRACT  WK-IDO-SU(WK-IDO-IDX)   FROM
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           ADD       1   TO   WRK-MODOSHI-COUNT.
           SUBTRACT  WK-IDO-SU(WK-IDO-IDX)   FROM   WRK-MODOSHI-SU.
      *>
      *>  在庫移動記録に取消の戻しを記録する
           MOVE      "RC"   TO   ZID-IDO-KUBUN.
           COMPUTE   ZID-IDO-SU   =   ZERO   -   WK-IDO-SU(WK-IDO-IDX).
           MOVE      WK-IDO-DENPYO-NO(WK-IDO-IDX)   TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
           MOVE      "在庫戻し"   TO   RPT-KUBUN.
           MOVE      WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                          TO   RPT-ZAN.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
       IDO-MODOSHI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１件分の書き出し処理
      *>呼び出し側で移動区分・移動数・伝票番号を設定し、増減した在庫
      *>テーブルの行をWK-ZAIKO-MSTR-FOUND-IDXに指した状態で呼び出す。
      *>移動後残高はその行の現在庫とする
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
      *>バックオーダーテーブルの内容をファイルへ書き戻す処理
      *>（削除フラグの立った行は書かない）
      *>************************************************************************
       BACKORD-REWRITE-PROC           SECTION.
      *>
           IF   WRK-BKO-DEL-COUNT      =   ZERO
           AND  WRK-BKO-SAIKAI-COUNT   =   ZERO
                GO   TO   BACKORD-REWRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      OUTPUT   BACKORD-FILE.
      *>
           PERFORM   VARYING   WK-BKO-IDX   FROM   1   BY   1
                UNTIL   WK-BKO-IDX   >   WK-BKO-COUNT
                IF   WK-BKO-DEL-FLG(WK-BKO-IDX)   =   ZERO
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
                END-IF
           END-PERFORM.
      *>
           CLOSE     BACKORD-FILE.
      *>
       BACKORD-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダー解除履歴の振り分け処理
      *>対象日の行のうち取消の受注キーの行は解除の戻し用テーブルへ
      *>取り出し、それ以外の行は作業ファイルへ書き出す
      *>（ファイルが無い場合は戻す解除が無いものとする）
      *>************************************************************************
       BCH-SPLIT-PROC                 SECTION.
      *>
           OPEN      INPUT   BCH-FILE.
           EVALUATE   BCH-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     CLOSE   BCH-FILE
                     GO   TO   BCH-SPLIT-PROC-EXIT
                WHEN   OTHER
                     DISPLAY   "BOCHIST-FILE入出力エラー:"
                               BCH-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
           OPEN      OUTPUT   BWK-FILE.
      *>
           PERFORM   UNTIL   BCH-FILE-STATUS   NOT =   "00"
                READ   BCH-FILE
                     AT   END
                          MOVE   "10"   TO   BCH-FILE-STATUS
                     NOT   AT   END
                          PERFORM   BCH-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           CLOSE     BCH-FILE
                     BWK-FILE.
      *>
       BCH-SPLIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダー解除履歴１行分の振り分け処理
      *>（テーブルに収まらない行は取り除かずに残す）
      *>************************************************************************
       BCH-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-KEY-FOUND-FLG.
           IF   BCH-TAISHO-DATE   =   WK-TAISHO-DATE
                MOVE      BCH-ZYUTYU-BANGOU   TO   WK-KEY-WORK
                PERFORM   KEY-FIND-PROC
           END-IF.
           IF   WK-KEY-FOUND-FLG   NOT =   1
           OR   WK-BCH-COUNT   NOT <   9999
                WRITE   BWK-RECODE   FROM   BCH-RECODE
                GO   TO   BCH-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-BCH-COUNT.
           ADD       1   TO   WRK-BCH-DEL-COUNT.
           MOVE      BCH-ZYUTYU-BANGOU   TO
                     WK-BCH-ZYUTYU-BANGOU(WK-BCH-COUNT).
           MOVE      BCH-SHOHIN-CODE     TO
                     WK-BCH-SHOHIN-CODE(WK-BCH-COUNT).
           MOVE      BCH-HASSEI-DATE     TO
                     WK-BCH-HASSEI-DATE(WK-BCH-COUNT).
           MOVE      BCH-MAE-SU          TO
                     WK-BCH-MAE-SU(WK-BCH-COUNT).
      *>
       BCH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>バックオーダー解除履歴の書き直し処理（作業ファイルの内容で
      *>置き換える。取り除いた行が無ければ何もしない）
      *>************************************************************************
       BCH-REWRITE-PROC               SECTION.
      *>
           IF   WRK-BCH-DEL-COUNT   =   ZERO
                GO   TO   BCH-REWRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      INPUT    BWK-FILE.
           OPEN      OUTPUT   BCH-FILE.
           PERFORM   UNTIL   BWK-FILE-STATUS   NOT =   "00"
                READ   BWK-FILE
                     AT   END
                          MOVE   "10"   TO   BWK-FILE-STATUS
                     NOT   AT   END
                          WRITE   BCH-RECODE   FROM   BWK-RECODE
                END-READ
           END-PERFORM.
           CLOSE     BWK-FILE
                     BCH-FILE.
      *>
       BCH-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタテーブルの内容を在庫マスタファイルへ書き戻す処理
      *>************************************************************************
       ZAIKO-MSTR-REWRITE-PROC   SECTION.
      *>
           IF   WRK-MODOSHI-COUNT   =   ZERO
                GO   TO   ZAIKO-MSTR-REWRITE-PROC-EXIT
           END-IF.
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
      *>索引編成の商品別集計の戻し処理
      *>INCSUM001が増分として反映した数量を、取消明細ごとにキー付きの
      *>READ／REWRITEで逆向きに反映し、増分仕訳に記録する。
      *>集計ファイルが無い場合は戻さない
      *>************************************************************************
       SUM-MODOSHI-PROC               SECTION.
      *>
           OPEN      I-O   SUM-FILE.
           IF   SUM-FILE-STATUS   NOT =   "00"
                CLOSE     SUM-FILE
                DISPLAY   "商品別集計が開けません:"
                          SUM-FILE-STATUS
                MOVE      "商品別集計なし（戻しなし）"
                               TO   RPT-MSG-RECODE
                WRITE     RPT-RECODE   FROM   RPT-MSG-RECODE
                GO   TO   SUM-MODOSHI-PROC-EXIT
           END-IF.
      *>
      *>  更新中ロックを立てる（照会は完了まで読み直しを待つ）
           MOVE      "U"   TO   WK-SLK-STATUS-SET.
           PERFORM   SLK-WRITE-PROC.
      *>
      *>  増分仕訳を追記用にオープンする（初回はファイルを作る）
           OPEN      EXTEND   JNL-FILE.
           IF   JNL-FILE-STATUS   NOT =   "00"
                CLOSE   JNL-FILE
                OPEN    OUTPUT   JNL-FILE
           END-IF.
      *>
      *>  店舗間移庫は売上ではないため集計に入っていない
           PERFORM   VARYING   WK-RCL-IDX   FROM   1   BY   1
                UNTIL   WK-RCL-IDX   >   WRK-RCL-COUNT
                IF   WK-RCL-TYUMON-KUBUN(WK-RCL-IDX)   NOT =   "7"
                     PERFORM   SUM-MODOSHI-ONE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     SUM-FILE
                     JNL-FILE.
      *>
      *>  更新完了：ロックを戻し、集計時点を書き出す
           ACCEPT    WK-SYSTEM-TIME   FROM   TIME.
           MOVE      WK-SYSTEM-TIME(1:4)   TO   WK-RUN-TIME.
           MOVE      "C"   TO   WK-SLK-STATUS-SET.
           PERFORM   SLK-WRITE-PROC.
           OPEN      OUTPUT   ASOF-FILE.
           MOVE      WRK-RUN-DATE   TO   ASOF-DATE.
           MOVE      WK-RUN-TIME    TO   ASOF-TIME.
           WRITE     ASOF-RECODE.
           CLOSE     ASOF-FILE.
      *>
       SUM-MODOSHI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消明細１件分の商品別集計の戻し処理（WK-RCL-IDXの行）
      *>数量が０を割る場合は０で止める
      *>************************************************************************
       SUM-MODOSHI-ONE-PROC           SECTION.
      *>
      *>  取消（"9"）と減量差分（"6"）は集計でマイナスに反映されて
      *>  いるため、戻しはプラスになる
           IF   WK-RCL-TYUMON-KUBUN(WK-RCL-IDX)   =   "9"
           OR   WK-RCL-TYUMON-KUBUN(WK-RCL-IDX)   =   "6"
                MOVE      WK-RCL-TYUMON-SU(WK-RCL-IDX)
                          TO   WK-ZOUGEN-SU
           ELSE
                COMPUTE   WK-ZOUGEN-SU   =
                          ZERO   -   WK-RCL-TYUMON-SU(WK-RCL-IDX)
           END-IF.
      *>
           MOVE      SPACE   TO   RPT-DETAIL-RECODE.
           MOVE      WK-RCL-ZYUTYU-BANGOU(WK-RCL-IDX)
                          TO   RPT-ZYUTYU-BANGOU.
           MOVE      WK-RCL-SHOHIN-CODE(WK-RCL-IDX)
                          TO   RPT-SHOHIN-CODE
                               WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   RPT-SHOHIN-NAME.
           MOVE      WK-ZOUGEN-SU   TO   RPT-SU.
      *>
           MOVE      WK-RCL-SHOHIN-CODE(WK-RCL-IDX)
                          TO   SUM-SHOHIN-ZYOHOU.
           READ      SUM-FILE
                INVALID   KEY
                     ADD       1   TO   WRK-SUM-NASI-COUNT
                     MOVE      "集計行なし"   TO   RPT-KUBUN
                     MOVE      ZERO           TO   RPT-ZAN
                     WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE
                     GO   TO   SUM-MODOSHI-ONE-PROC-EXIT
           END-READ.
      *>
           COMPUTE   WK-KEKKA-SU   =   SUM-TYUMON-SU   +   WK-ZOUGEN-SU.
           IF   WK-KEKKA-SU   <   ZERO
                MOVE   ZERO   TO   WK-KEKKA-SU
           END-IF.
           MOVE      WK-KEKKA-SU   TO   SUM-TYUMON-SU.
           COMPUTE   SUM-URIAGE-KINGAKU   =
                     SUM-TYUMON-SU   *   WK-SHOHIN-MSTR-TANKA-SAVE.
           REWRITE   SUM-RECODE.
           ADD       1   TO   WRK-SUM-COUNT.
           ADD       WK-ZOUGEN-SU   TO   WRK-SUM-SU.
      *>
      *>  増分仕訳に反映結果を追記する
           MOVE      WRK-RUN-DATE      TO   IJ-RUN-DATE.
           MOVE      WK-RUN-TIME       TO   IJ-RUN-TIME.
           MOVE      WK-RCL-SHOHIN-CODE(WK-RCL-IDX)
                          TO   IJ-SHOHIN-CODE.
           MOVE      WK-ZOUGEN-SU      TO   IJ-ZOUGEN-SU.
           MOVE      SUM-TYUMON-SU     TO   IJ-KEKKA-SU.
           WRITE     JNL-RECODE.
      *>
           MOVE      "集計索引戻し"   TO   RPT-KUBUN.
           MOVE      SUM-TYUMON-SU    TO   RPT-ZAN.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
       SUM-MODOSHI-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>更新中ロックの書き込み処理
      *>WK-SLK-STATUS-SETの状態（"U"／"C"）と現在日時を書く
      *>************************************************************************
       SLK-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   SLK-FILE.
           MOVE      WK-SLK-STATUS-SET   TO   SLK-STATUS.
           MOVE      WRK-RUN-DATE        TO   SLK-DATE.
           MOVE      WK-RUN-TIME         TO   SLK-TIME.
           WRITE     SLK-RECODE.
           CLOSE     SLK-FILE.
      *>
       SLK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計退避の振り分け処理
      *>当該店の商品別明細行と店舗別合計行を取り除き、顧客別合計行は
      *>取消明細の顧客別数量だけ減らす。末尾レコードの件数・合計・
      *>税抜／税込金額は取り除いた明細行の分だけ減らす。
      *>集計退避が無い場合（集計前の取消）は何もしない
      *>************************************************************************
       ORT-SPLIT-PROC                 SECTION.
      *>
           OPEN      INPUT   ORT-FILE.
           IF   ORT-FILE-STATUS   NOT =   "00"
                CLOSE     ORT-FILE
                MOVE      SPACE   TO   RPT-MSG-RECODE
                STRING    "集計退避なし（削除なし）："
                          WK-ORT-FILENAME
                          DELIMITED   BY   SIZE
                          INTO   RPT-MSG-RECODE
                WRITE     RPT-RECODE   FROM   RPT-MSG-RECODE
                GO   TO   ORT-SPLIT-PROC-EXIT
           END-IF.
           OPEN      OUTPUT   OWK-FILE.
      *>
           PERFORM   UNTIL   ORT-FILE-STATUS   NOT =   "00"
                READ   ORT-FILE
                     AT   END
                          MOVE   "10"   TO   ORT-FILE-STATUS
                     NOT   AT   END
                          PERFORM   ORT-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           CLOSE     ORT-FILE
                     OWK-FILE.
      *>
      *>  変更があった場合だけ集計退避を作業ファイルで置き換える
           IF   WRK-ORT-DEL-COUNT     =   ZERO
           AND  WRK-ORT-STORE-COUNT   =   ZERO
           AND  WRK-ORT-CUST-COUNT    =   ZERO
                GO   TO   ORT-SPLIT-PROC-EXIT
           END-IF.
      *>
           OPEN      INPUT    OWK-FILE.
           OPEN      OUTPUT   ORT-FILE.
           PERFORM   UNTIL   OWK-FILE-STATUS   NOT =   "00"
                READ   OWK-FILE
                     AT   END
                          MOVE   "10"   TO   OWK-FILE-STATUS
                     NOT   AT   END
                          WRITE   ORT-FULL-RECODE   FROM   OWK-RECODE
                END-READ
           END-PERFORM.
           CLOSE     OWK-FILE
                     ORT-FILE.
      *>
       ORT-SPLIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計退避１行分の振り分け処理
      *>（先頭の区分バイトで見出し・末尾・店舗別・顧客別を見分け、
      *>　それ以外を商品別明細行とする）
      *>************************************************************************
       ORT-ONE-PROC                   SECTION.
      *>
           EVALUATE   ORT-FULL-RECODE(1:1)
                WHEN   "H"
                     WRITE   OWK-RECODE   FROM   ORT-FULL-RECODE
                WHEN   "T"
                     SUBTRACT   WRK-ORT-DEL-COUNT     FROM
                                ORT-TRL-RECORD-COUNT
                     SUBTRACT   WRK-ORT-DEL-SU        FROM
                                ORT-TRL-CONTROL-TOTAL
                     SUBTRACT   WRK-ORT-DEL-URIAGE    FROM
                                ORT-TRL-NET-TOTAL
                     SUBTRACT   WRK-ORT-DEL-ZEIKOMI   FROM
                                ORT-TRL-GROSS-TOTAL
                     WRITE   OWK-RECODE   FROM   ORT-FULL-RECODE
                WHEN   "S"
                     IF   ORT-STORE-MISEBAN   =   WK-TAISHO-MISEBAN
                          ADD    1   TO   WRK-ORT-STORE-COUNT
                     ELSE
                          WRITE   OWK-RECODE   FROM   ORT-FULL-RECODE
                     END-IF
                WHEN   "C"
                     PERFORM   ORT-CUST-PROC
                     WRITE   OWK-RECODE   FROM   ORT-FULL-RECODE
                WHEN   OTHER
                     IF   ORT-MISEBAN   =   WK-TAISHO-MISEBAN
                          PERFORM   ORT-DEL-PROC
                     ELSE
                          WRITE   OWK-RECODE   FROM   ORT-FULL-RECODE
                     END-IF
           END-EVALUATE.
      *>
       ORT-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計退避の当該店の商品別明細行１行分の削除処理
      *>************************************************************************
       ORT-DEL-PROC                   SECTION.
      *>
           ADD       1                     TO   WRK-ORT-DEL-COUNT.
           ADD       ORT-TYUMON-SU         TO   WRK-ORT-DEL-SU.
           ADD       ORT-URIAGE-KINGAKU    TO   WRK-ORT-DEL-URIAGE.
           ADD       ORT-ZEIKOMI-KINGAKU   TO   WRK-ORT-DEL-ZEIKOMI.
      *>
           MOVE      SPACE   TO   RPT-DETAIL-RECODE.
           MOVE      "集計退避削除"      TO   RPT-KUBUN.
           MOVE      ORT-SHOHIN-CODE     TO   RPT-SHOHIN-CODE.
           MOVE      ORT-SHOHIN-NAME     TO   RPT-SHOHIN-NAME.
           MOVE      ORT-TYUMON-SU       TO   RPT-SU.
           MOVE      "反映後欄は売上金額"   TO   RPT-BIKO.
           MOVE      ORT-URIAGE-KINGAKU  TO   RPT-ZAN.
           WRITE     RPT-RECODE   FROM   RPT-DETAIL-RECODE.
      *>
       ORT-DEL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>集計退避の顧客別合計行１行分の修正処理
      *>************************************************************************
       ORT-CUST-PROC                  SECTION.
      *>
           PERFORM   VARYING   WK-CUST-IDX   FROM   1   BY   1
                UNTIL   WK-CUST-IDX   >   WK-CUST-COUNT
                IF   WK-CUST-KOKYAKU-CODE(WK-CUST-IDX)
                          =   ORT-CUST-KOKYAKU-CODE
                     SUBTRACT   WK-CUST-TYUMON-SU(WK-CUST-IDX)
                          FROM   ORT-CUST-TYUMON-SU
                     ADD    1   TO   WRK-ORT-CUST-COUNT
                END-IF
           END-PERFORM.
      *>
       ORT-CUST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注ライフサイクル登録簿への取消の行の追記処理
      *>取消の受注キーごとに取消（"9"）を１行追記する。最新状況が
      *>取消になるため、以後その受注は変更の対象にならない
      *>************************************************************************
       ZYUREG-WRITE-PROC              SECTION.
      *>
           OPEN      EXTEND   ZYUREG-FILE.
           IF   ZYUREG-FILE-STATUS   NOT =   "00"
                CLOSE   ZYUREG-FILE
                OPEN    OUTPUT   ZYUREG-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-KEY-IDX   FROM   1   BY   1
                UNTIL   WK-KEY-IDX   >   WRK-KEY-COUNT
                MOVE   SPACE   TO   ZYUREG-RECODE
                MOVE   WK-KEY-ZYUTYU-BANGOU(WK-KEY-IDX)
                     TO   REG-ZYUTYU-BANGOU
                MOVE   "9"            TO   REG-STATUS
                MOVE   WRK-RUN-DATE   TO   REG-RUN-DATE
                MOVE   WRK-PGM-NAME   TO   REG-PGM-NAME
                WRITE  ZYUREG-RECODE
                ADD    1   TO   WRK-REG-COUNT
      *>
                MOVE   SPACE   TO   RPT-DETAIL-RECODE
                MOVE   "登録簿取消"   TO   RPT-KUBUN
                MOVE   WK-KEY-ZYUTYU-BANGOU(WK-KEY-IDX)
                     TO   RPT-ZYUTYU-BANGOU
                MOVE   ZERO   TO   RPT-SU
                                   RPT-ZAN
                MOVE   "状況９（取消）を追記"   TO   RPT-BIKO
                WRITE  RPT-RECODE   FROM   RPT-DETAIL-RECODE
           END-PERFORM.
      *>
           CLOSE     ZYUREG-FILE.
      *>
       ZYUREG-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消報告書の合計行の印字処理
      *>************************************************************************
       TOTAL-WRITE-PROC               SECTION.
      *>
           MOVE      SPACE   TO   RPT-MSG-RECODE.
           WRITE     RPT-RECODE   FROM   RPT-MSG-RECODE.
      *>
           MOVE      "判定日付退避から取り除いた明細："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-RCL-COUNT     TO   RPT-TTL-COUNT.
           MOVE      WRK-RCL-SU        TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "在庫へ戻した移動："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-MODOSHI-COUNT TO   RPT-TTL-COUNT.
           MOVE      WRK-MODOSHI-SU    TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "取り除いたバックオーダー："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-BKO-DEL-COUNT TO   RPT-TTL-COUNT.
           MOVE      WRK-BKO-DEL-SU    TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "商品別集計（索引）の戻し："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-SUM-COUNT     TO   RPT-TTL-COUNT.
           MOVE      WRK-SUM-SU        TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "集計退避から取り除いた明細："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-ORT-DEL-COUNT TO   RPT-TTL-COUNT.
           MOVE      WRK-ORT-DEL-SU    TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "未充当に戻したＢＯ解除："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-BKO-SAIKAI-COUNT TO   RPT-TTL-COUNT.
           MOVE      WRK-BKO-SAIKAI-SU    TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "解除履歴から取り除いた行："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-BCH-DEL-COUNT TO   RPT-TTL-COUNT.
           MOVE      ZERO              TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
           MOVE      "登録簿に追記した取消："
                                       TO   RPT-TTL-NAME.
           MOVE      WRK-REG-COUNT     TO   RPT-TTL-COUNT.
           MOVE      ZERO              TO   RPT-TTL-SU.
           WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE.
      *>
      *>  戻せなかったものがあれば件数を印字し、戻り値４とする
           IF   WRK-MITOUROKU-COUNT   NOT =   ZERO
           OR   WRK-SUM-NASI-COUNT    NOT =   ZERO
                MOVE      "在庫未登録・集計行なし："
                                       TO   RPT-TTL-NAME
                COMPUTE   RPT-TTL-COUNT   =
                          WRK-MITOUROKU-COUNT   +   WRK-SUM-NASI-COUNT
                MOVE      ZERO              TO   RPT-TTL-SU
                WRITE     RPT-RECODE   FROM   RPT-TOTAL-RECODE
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TOTAL-WRITE-PROC-EXIT.
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
      *>商品名称・単価検索処理（WK-SHOHIN-CHK-CODE）
      *>************************************************************************
       SHOHIN-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           MOVE      ZERO    TO   WK-SHOHIN-MSTR-TANKA-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK-SHOHIN-CHK-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                     MOVE   WK-SHOHIN-MSTR-TANKA(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>実行番号の読み込み処理
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
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
           CLOSE     RPT-FILE.
      *>
           DISPLAY   "取消明細："         WRK-RCL-COUNT
                     "　受注キー："       WRK-KEY-COUNT
                     "　在庫戻し："       WRK-MODOSHI-COUNT
                     "　ＢＯ取消："       WRK-BKO-DEL-COUNT
                     UPON   CONSOLE.
           DISPLAY   "集計索引戻し："     WRK-SUM-COUNT
                     "　集計退避削除："   WRK-ORT-DEL-COUNT
                     "　登録簿追記："     WRK-REG-COUNT
                     UPON   CONSOLE.
           DISPLAY   "取消報告書："       WK-RPT-FILENAME
                     UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
