      *>************************************************************************
      *>棚卸減耗分析・減耗損計上プログラム
      *>パラメータファイル（SHRPARM.txt：対象年月YYYYMM＋連続減耗の
      *>判定月数）で指定された月に棚卸日のある棚卸調整（STKADJ.txt）
      *>を倉庫別・商品別に集計し、原価で評価した減耗分析表
      *>（SHRINK.txt）を倉庫別・分類別に小計を付けて印字する。
      *>　・評価単価：月末在庫単価（ZAIKOTNK.txt）の対象月以前で最も
      *>　　新しい月の移動平均単価（無ければ商品別原価 SHOHINCST.txt
      *>　　の月末日時点の標準原価）
      *>　・減耗率：減耗数（差異のマイナス）÷対象月の出荷数（在庫移動
      *>　　記録 ZAIKOIDO.txt の受注出庫・戻し入れ・バックオーダー振替
      *>　　・充当・店舗日次受注の取消の戻し・バックオーダー解除の
      *>　　調整の合計）×１００
      *>　・連続減耗：対象月を含め、棚卸のあった月を遡って差異の合計が
      *>　　マイナスの月が判定月数（省略時３）以上続いた商品に印を付け
      *>　　る
      *>差異金額の合計は仕訳ファイル（GLJRNL.txt）へ種別マーク"SHR"・
      *>参照日付を対象月の月末日として追記する（減耗は借方 棚卸減耗損
      *>"GNMO"／貸方 商品"SHOH"、増加は貸借を逆にする）。勘定科目は
      *>計上種別勘定科目対応表（GLKMAP.txt）から求め、揃わない場合は
      *>何も出力せずにリターンコード８で終了する。同じ月の計上仕訳が
      *>既にある場合（再実行）は分析表だけを印字して仕訳は追記しない。
      *>評価単価の無い商品・再実行はリターンコード４で知らせる。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   SHRINK001.
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
       SELECT   PARM-FILE     ASSIGN        TO "SHRPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>棚卸調整ファイル
      *>************************************************************************
       SELECT   ADJ-FILE      ASSIGN        TO "STKADJ.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ADJ-FILE-STATUS.
      *>************************************************************************
      *>月末在庫単価ファイル
      *>************************************************************************
       SELECT   ZTK-FILE      ASSIGN        TO "ZAIKOTNK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZTK-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（適用開始日付きの標準原価）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル（対象月の出荷数を求める）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（分析表へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>分類マスタファイル（分析表へ分類名を付けるために使用する）
      *>************************************************************************
       SELECT   BUNRUIM-FILE  ASSIGN        TO "BUNRUIM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUNRUIM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（棚卸減耗損の計上仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>減耗分析表ファイル
      *>************************************************************************
       SELECT   SHRINK-FILE   ASSIGN         TO "SHRINK.txt"
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
           03   PARM-RENZOKU-KIJUN             PIC X(002).
      *>************************************************************************
      *>棚卸調整ファイルのレイアウト定義
      *>************************************************************************
       FD   ADJ-FILE.
       01   ADJ-RECODE.
           COPY   STKADJ   REPLACING   ==:PREFIX:==   BY   ==ADJ==.
      *>************************************************************************
      *>月末在庫単価ファイルのレイアウト定義
      *>************************************************************************
       FD   ZTK-FILE.
       01   ZTK-RECODE.
           COPY   ZAIKOTNK   REPLACING   ==:PREFIX:==   BY   ==ZTK==.
      *>************************************************************************
      *>商品別原価ファイルのレイアウト定義
      *>************************************************************************
       FD   CST-FILE.
       01   CST-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==CST==.
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>BUNRUIM-FILEのレイアウト定義
      *>************************************************************************
       FD   BUNRUIM-FILE.
       01   BUNRUIM-RECODE.
           COPY   BUNRUIMSTR   REPLACING   ==:PREFIX:==   BY  ==BMST==.
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
      *>減耗分析表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   SHRINK-FILE.
       01   SHRINK-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  ADJ-FILE-STATUS                          PIC XX.
       01  ZTK-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-ADJ-COUNT                    PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-TANKA-NASHI-COUNT            PIC 9(006).
             03   WRK-RENZOKU-COUNT                PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "SHRINK01".
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
      *>連続減耗の判定月数（パラメータ省略時は３か月）
       01   WK-RENZOKU-KIJUN                     PIC 9(002).
      *>
      *>棚卸日の年月判定用の領域
       01   WK-ADJ-DATE                          PIC 9(008).
       01   WK-ADJ-DATE-R  REDEFINES  WK-ADJ-DATE.
            03   WK-ADJ-YYYYMM                   PIC 9(006).
            03   WK-ADJ-DD                       PIC 9(002).
      *>
      *>倉庫別・商品別・月別の差異の集計テーブル（連続減耗の判定用）
       01   WK-HST-AREA.
            03   WK-HST-COUNT                    PIC 9(004)  COMP.
            03   WK-HST-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-HST-IDX.
                 05   WK-HST-SOKO-CODE            PIC X(002).
                 05   WK-HST-SHOHIN-CODE          PIC X(006).
                 05   WK-HST-YYYYMM               PIC 9(006).
                 05   WK-HST-SAI-SU               PIC S9(009).
       01   WK-HST-FOUND-FLG                     PIC 9(001).
      *>
      *>対象月の倉庫別・商品別の減耗集計テーブル
      *>（評価区分　0：単価なし　1：月末在庫単価　2：標準原価）
       01   WK-SHR-AREA.
            03   WK-SHR-COUNT                    PIC 9(004)  COMP.
            03   WK-SHR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SHR-IDX.
                 05   WK-SHR-SOKO-CODE            PIC X(002).
                 05   WK-SHR-SHOHIN-CODE.
                      07   WK-SHR-BUNRUI-CODE     PIC X(002).
                      07   WK-SHR-SHOHIN-NO       PIC 9(004).
                 05   WK-SHR-SAI-SU               PIC S9(009).
                 05   WK-SHR-KENSU                PIC 9(005).
                 05   WK-SHR-HYOKA-KUBUN          PIC 9(001).
                 05   WK-SHR-ZTK-YYYYMM           PIC 9(006).
                 05   WK-SHR-TANKA                PIC 9(007)V9(002).
                 05   WK-SHR-KINGAKU              PIC S9(011).
                 05   WK-SHR-SHUKKA-SU            PIC S9(009).
                 05   WK-SHR-RENZOKU              PIC 9(003).
                 05   WK-SHR-INSATSU-FLG          PIC 9(001).
       01   WK-SHR-FOUND-FLG                     PIC 9(001).
       01   WK-SHR-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-SHR-CHK-SOKO                      PIC X(002).
       01   WK-SHR-CHK-SHOHIN                    PIC X(006).
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
       01   WK-CST-FOUND-FLG                     PIC 9(001).
       01   WK-CST-TANKA-SAVE                    PIC 9(006).
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
      *>分類マスタ保持用テーブル（分類名の表示用）
       01   WK-BUNRUI-MSTR-AREA.
            03   WK-BUNRUI-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-BUNRUI-MSTR-TBL              OCCURS 999 TIMES
                                    INDEXED BY WK-BUNRUI-MSTR-IDX.
                 05   WK-BUNRUI-MSTR-CODE         PIC X(002).
                 05   WK-BUNRUI-MSTR-NAME         PIC X(020).
       01   WK-BUNRUI-MSTR-NAME-SAVE             PIC X(020).
       01   WK-BUNRUI-CHK-CODE                   PIC X(002).
      *>
      *>計上種別ごとの勘定科目
       01   WK-GLK-AREA.
            03   WK-GNMO-KAMOKU                  PIC X(008).
            03   WK-SHOH-KAMOKU                  PIC X(008).
      *>
      *>連続減耗の判定用領域
       01   WK-RENZOKU-AREA.
            03   WK-RZ-YYYYMM                    PIC 9(006).
            03   WK-RZ-BEST-YYYYMM               PIC 9(006).
            03   WK-RZ-BEST-SAI-SU               PIC S9(009).
            03   WK-RZ-END-FLG                   PIC 9(001).
            03   WK-RZ-EDIT                      PIC ZZ9.
      *>
      *>評価表の印字順（倉庫・商品コード順）の選択用領域
       01   WK-BEST-IDX                          PIC 9(004)  COMP.
       01   WK-BEST-KEY                          PIC X(008).
       01   WK-CHK-KEY                           PIC X(008).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
       01   WK-CUR-BUNRUI-CODE                   PIC X(002).
      *>
      *>分類小計・倉庫合計・全体合計の積み上げ領域
       01   WK-BUNRUI-TOTAL-AREA.
            03   WK-BT-SAI-SU                    PIC S9(009).
            03   WK-BT-KINGAKU                   PIC S9(011).
            03   WK-BT-SHUKKA-SU                 PIC S9(009).
       01   WK-SOKO-TOTAL-AREA.
            03   WK-ST-SAI-SU                    PIC S9(009).
            03   WK-ST-KINGAKU                   PIC S9(011).
            03   WK-ST-SHUKKA-SU                 PIC S9(009).
       01   WK-TOTAL-AREA.
            03   WK-TT-SAI-SU                    PIC S9(009).
            03   WK-TT-KINGAKU                   PIC S9(011).
            03   WK-TT-SHUKKA-SU                 PIC S9(009).
      *>
      *>減耗率の計算用領域（WK-RT-SAI-SU・WK-RT-SHUKKA-SUを設定して
      *>RITSU-EDIT-PROCを呼び出す）
       01   WK-RITSU-AREA.
            03   WK-RT-SAI-SU                    PIC S9(009).
            03   WK-RT-SHUKKA-SU                 PIC S9(009).
            03   WK-RITSU                        PIC S9(005)V9(002).
            03   WK-RITSU-EDIT                   PIC X(010).
            03   WK-RITSU-NUM                    PIC -(005)9.99.
      *>
      *>仕訳の編集用領域
       01   WK-GL-AREA.
            03   WK-KEIJO-ZUMI-FLG               PIC 9(001).
            03   WK-GL-KINGAKU                   PIC 9(011).
      *>
      *>分析表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(029)
               VALUE "**  棚卸減耗分析表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
           03   FILLER                PIC X(027)
                       VALUE "　連続減耗の判定：".
           03   REP-HDR-KIJUN         PIC Z9.
           03   FILLER                PIC X(009)
                       VALUE "か月".
      *>分析表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(041)
               VALUE "        商品  商品名                ".
           03   FILLER                PIC X(014)
               VALUE "     差異数".
           03   FILLER                PIC X(018)
               VALUE "      評価単価".
           03   FILLER                PIC X(018)
               VALUE "      差異金額".
           03   FILLER                PIC X(014)
               VALUE "     出荷数".
           03   FILLER                PIC X(015)
               VALUE "      減耗率".
           03   FILLER                PIC X(016)
               VALUE "  連続減耗  ".
      *>倉庫の見出し行の編集用領域
       01   REP-SOKO-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "倉庫：".
           03   REP-SOKO-CODE         PIC X(002).
      *>分類の見出し行の編集用領域
       01   REP-BUNRUI-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "分類：".
           03   REP-BUNRUI-CODE       PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-BUNRUI-NAME       PIC X(020).
      *>分析表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SAI-SU            PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TANKA             PIC Z,ZZZ,ZZ9.99.
           03   REP-HYOKA-MARK        PIC X(002).
           03   REP-KINGAKU           PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHUKKA-SU         PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RITSU             PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RENZOKU-MARK      PIC X(024).
      *>分類小計行・倉庫合計行・全体合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(030).
           03   REP-T-SAI-SU          PIC -(008)9.
           03   FILLER                PIC X(016)
                                             VALUE SPACE.
           03   REP-T-KINGAKU         PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-SHUKKA-SU       PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-RITSU           PIC X(010).
      *>注記行・仕訳の状況の行の編集用領域
       01   REP-CHUKI-RECODE.
           03   REP-CHUKI             PIC X(090).
       01   REP-SHIWAKE-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "仕訳　　：".
           03   REP-SHIWAKE-JOKYO     PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "棚卸調整件数：".
            03   MSG1-ADJ-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　対象月の件数：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　連続減耗商品：".
            03   MSG1-RENZOKU-COUNT           PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　差異金額：".
            03   MSG1-KINGAKU                 PIC -(011)9.
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
           MOVE   ZERO        TO   WRK-ADJ-COUNT.
           MOVE   ZERO        TO   WRK-TAISHO-COUNT.
           MOVE   ZERO        TO   WRK-TANKA-NASHI-COUNT.
           MOVE   ZERO        TO   WRK-RENZOKU-COUNT.
           MOVE   ZERO        TO   WK-HST-COUNT.
           MOVE   ZERO        TO   WK-SHR-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BUNRUI-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
           MOVE   ZERO        TO   WK-KEIJO-ZUMI-FLG.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータ・勘定科目の読み込み（揃わなければ終了）
           PERFORM   PARM-READ-PROC.
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  マスタ・標準原価の読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   BUNRUI-MSTR-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
      *>
      *>  棚卸調整を集計し、評価単価・出荷数・連続減耗を求める
           PERFORM   ADJ-LOAD-PROC.
           PERFORM   ZTK-LOAD-PROC.
           PERFORM   ZID-LOAD-PROC.
           PERFORM   HYOKA-PROC.
      *>
      *>  倉庫・分類ごとに明細・小計を印字する
           PERFORM   REPORT-PROC.
      *>
      *>  同じ月の計上仕訳が無ければ差異金額を計上する
           PERFORM   GLJRNL-CHECK-PROC.
           IF   WK-KEIJO-ZUMI-FLG   =   1
                MOVE   "計上済の月のため追記せず"
                               TO   REP-SHIWAKE-JOKYO
                MOVE   4   TO   RETURN-CODE
           ELSE
                IF   WK-TT-KINGAKU   =   ZERO
                     MOVE   "計上する差異金額がありません"
                               TO   REP-SHIWAKE-JOKYO
                ELSE
                     PERFORM   GLJRNL-WRITE-PROC
                     MOVE   "棚卸差異を計上しました"
                               TO   REP-SHIWAKE-JOKYO
                END-IF
           END-IF.
           WRITE     SHRINK-RECODE   FROM   REP-SHIWAKE-RECODE.
           CLOSE     SHRINK-FILE.
      *>
           IF   WRK-TANKA-NASHI-COUNT   >   ZERO
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
                     DISPLAY   "SHRPARMが読めません:"
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
      *>  判定月数は省略・ゼロなら３か月とする
           IF   PARM-RENZOKU-KIJUN   NUMERIC
                MOVE   PARM-RENZOKU-KIJUN   TO   WK-RENZOKU-KIJUN
           ELSE
                MOVE   ZERO                 TO   WK-RENZOKU-KIJUN
           END-IF.
           IF   WK-RENZOKU-KIJUN   =   ZERO
                MOVE   3   TO   WK-RENZOKU-KIJUN
           END-IF.
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
      *>棚卸調整ファイルの読み込み処理
      *>対象月以前の調整を倉庫・商品・月別に、対象月の調整を倉庫・
      *>商品別に集計する。分析の元が無いため、読めない場合は異常終了
      *>する
      *>************************************************************************
       ADJ-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ADJ-FILE.
           EVALUATE   ADJ-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "STKADJ-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "STKADJ-FILE入出力エラー:"
                               ADJ-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ADJ-FILE-STATUS   NOT =   "00"
                READ   ADJ-FILE
                     AT   END
                          MOVE   "10"   TO   ADJ-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-ADJ-COUNT
                          PERFORM   ADJ-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ADJ-FILE.
      *>
       ADJ-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚卸調整１件分の集計処理
      *>************************************************************************
       ADJ-ONE-PROC                   SECTION.
      *>
           MOVE      ADJ-TANAOROSHI-DATE   TO   WK-ADJ-DATE.
           IF   WK-ADJ-YYYYMM   >   WK-MONTH-YYYYMM
                GO   TO   ADJ-ONE-PROC-EXIT
           END-IF.
      *>
      *>  月別の集計行を探し、無ければ追加する
           MOVE      ZERO   TO   WK-HST-FOUND-FLG.
           PERFORM   VARYING   WK-HST-IDX   FROM   1   BY   1
                UNTIL   WK-HST-IDX   >   WK-HST-COUNT
                   OR   WK-HST-FOUND-FLG   =   1
                IF   WK-HST-SOKO-CODE(WK-HST-IDX)   =   ADJ-SOKO-CODE
                AND  WK-HST-SHOHIN-CODE(WK-HST-IDX)
                          =   ADJ-SHOHIN-CODE
                AND  WK-HST-YYYYMM(WK-HST-IDX)   =   WK-ADJ-YYYYMM
                     MOVE   1   TO   WK-HST-FOUND-FLG
                     ADD    ADJ-SAI-SU   TO   WK-HST-SAI-SU(WK-HST-IDX)
                END-IF
           END-PERFORM.
           IF   WK-HST-FOUND-FLG   NOT =   1
           AND  WK-HST-COUNT   <   9999
                ADD    1   TO   WK-HST-COUNT
                MOVE   ADJ-SOKO-CODE     TO
                       WK-HST-SOKO-CODE(WK-HST-COUNT)
                MOVE   ADJ-SHOHIN-CODE   TO
                       WK-HST-SHOHIN-CODE(WK-HST-COUNT)
                MOVE   WK-ADJ-YYYYMM     TO
                       WK-HST-YYYYMM(WK-HST-COUNT)
                MOVE   ADJ-SAI-SU        TO
                       WK-HST-SAI-SU(WK-HST-COUNT)
           END-IF.
      *>
           IF   WK-ADJ-YYYYMM   NOT =   WK-MONTH-YYYYMM
                GO   TO   ADJ-ONE-PROC-EXIT
           END-IF.
      *>
      *>  対象月の調整は倉庫・商品別に積み上げる
           ADD       1   TO   WRK-TAISHO-COUNT.
           MOVE      ADJ-SOKO-CODE     TO   WK-SHR-CHK-SOKO.
           MOVE      ADJ-SHOHIN-CODE   TO   WK-SHR-CHK-SHOHIN.
           PERFORM   SHR-FIND-PROC.
           IF   WK-SHR-FOUND-FLG   NOT =   1
                IF   WK-SHR-COUNT   NOT <   9999
                     GO   TO   ADJ-ONE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-SHR-COUNT
                MOVE   WK-SHR-COUNT   TO   WK-SHR-FOUND-IDX
                MOVE   ADJ-SOKO-CODE
                     TO   WK-SHR-SOKO-CODE(WK-SHR-FOUND-IDX)
                MOVE   ADJ-SHOHIN-CODE
                     TO   WK-SHR-SHOHIN-CODE(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-SAI-SU(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-KENSU(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-HYOKA-KUBUN(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-ZTK-YYYYMM(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-TANKA(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-KINGAKU(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-SHUKKA-SU(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-RENZOKU(WK-SHR-FOUND-IDX)
                MOVE   ZERO   TO   WK-SHR-INSATSU-FLG(WK-SHR-FOUND-IDX)
           END-IF.
           ADD       ADJ-SAI-SU   TO   WK-SHR-SAI-SU(WK-SHR-FOUND-IDX).
           ADD       1            TO   WK-SHR-KENSU(WK-SHR-FOUND-IDX).
      *>
       ADJ-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>減耗集計テーブルの検索処理
      *>WK-SHR-CHK-SOKO・WK-SHR-CHK-SHOHINに倉庫・商品を設定してから
      *>呼び出す
      *>************************************************************************
       SHR-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-SHR-FOUND-FLG.
           MOVE      ZERO   TO   WK-SHR-FOUND-IDX.
           PERFORM   VARYING   WK-SHR-IDX   FROM   1   BY   1
                UNTIL   WK-SHR-IDX   >   WK-SHR-COUNT
                   OR   WK-SHR-FOUND-FLG   =   1
                IF   WK-SHR-SOKO-CODE(WK-SHR-IDX)   =   WK-SHR-CHK-SOKO
                AND  WK-SHR-SHOHIN-CODE(WK-SHR-IDX)
                          =   WK-SHR-CHK-SHOHIN
                     MOVE   1   TO   WK-SHR-FOUND-FLG
                     MOVE   WK-SHR-IDX   TO   WK-SHR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       SHR-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月末在庫単価ファイルの読み込み処理
      *>対象月の調整のある在庫について、対象月以前で最も新しい月の
      *>移動平均単価を評価単価とする（ファイルが無い場合は読み飛ばす）
      *>************************************************************************
       ZTK-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZTK-FILE.
           IF   ZTK-FILE-STATUS   NOT =   "00"
                CLOSE   ZTK-FILE
                GO   TO   ZTK-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZTK-FILE-STATUS   NOT =   "00"
                READ   ZTK-FILE
                     AT   END
                          MOVE   "10"   TO   ZTK-FILE-STATUS
                     NOT   AT   END
                          IF   ZTK-TAISHO-YYYYMM
                                    NOT >   WK-MONTH-YYYYMM
                               MOVE   ZTK-SOKO-CODE     TO
                                      WK-SHR-CHK-SOKO
                               MOVE   ZTK-SHOHIN-CODE   TO
                                      WK-SHR-CHK-SHOHIN
                               PERFORM   SHR-FIND-PROC
                               IF   WK-SHR-FOUND-FLG   =   1
                               AND  ZTK-TAISHO-YYYYMM   NOT <
                                    WK-SHR-ZTK-YYYYMM(WK-SHR-FOUND-IDX)
                                    MOVE   1   TO
                                    WK-SHR-HYOKA-KUBUN(WK-SHR-FOUND-IDX)
                                    MOVE   ZTK-TAISHO-YYYYMM   TO
                                    WK-SHR-ZTK-YYYYMM(WK-SHR-FOUND-IDX)
                                    MOVE   ZTK-HEIKIN-TANKA    TO
                                    WK-SHR-TANKA(WK-SHR-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZTK-FILE.
      *>
       ZTK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録の読み込み処理
      *>対象月の受注出庫・戻し入れ・バックオーダー振替・充当・店舗
      *>日次受注の取消の戻し・バックオーダー解除の調整の移動数
      *>を出荷数として積み上げる（ファイルが無い場合は出荷数ゼロ）
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
                          IF   ZID-IDO-DATE   NOT <   WK-MONTH-START
                          AND  ZID-IDO-DATE   NOT >   WK-MONTH-END
                          AND ( ZID-SYUKKO   OR   ZID-MODOSHI
                             OR ZID-BKO-FURIKAE   OR   ZID-BKO-JUTO
                             OR ZID-RECALL   OR   ZID-BKO-KAIJO )
                               MOVE   ZID-SOKO-CODE     TO
                                      WK-SHR-CHK-SOKO
                               MOVE   ZID-SHOHIN-CODE   TO
                                      WK-SHR-CHK-SHOHIN
                               PERFORM   SHR-FIND-PROC
                               IF   WK-SHR-FOUND-FLG   =   1
                                    SUBTRACT   ZID-IDO-SU   FROM
                                    WK-SHR-SHUKKA-SU(WK-SHR-FOUND-IDX)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
       ZID-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>評価・連続減耗の判定処理
      *>月末在庫単価の無い在庫は月末日時点の標準原価で評価し、どちら
      *>も無いものは金額ゼロとして数える
      *>************************************************************************
       HYOKA-PROC                     SECTION.
      *>
           PERFORM   VARYING   WK-SHR-IDX   FROM   1   BY   1
                UNTIL   WK-SHR-IDX   >   WK-SHR-COUNT
                IF   WK-SHR-HYOKA-KUBUN(WK-SHR-IDX)   =   ZERO
                     PERFORM   CST-LOOKUP-PROC
                     IF   WK-CST-FOUND-FLG   =   1
                          MOVE   2   TO   WK-SHR-HYOKA-KUBUN(WK-SHR-IDX)
                          MOVE   WK-CST-TANKA-SAVE
                               TO   WK-SHR-TANKA(WK-SHR-IDX)
                     ELSE
                          ADD    1   TO   WRK-TANKA-NASHI-COUNT
                     END-IF
                END-IF
                COMPUTE   WK-SHR-KINGAKU(WK-SHR-IDX)   ROUNDED   =
                          WK-SHR-SAI-SU(WK-SHR-IDX)
                          *   WK-SHR-TANKA(WK-SHR-IDX)
                PERFORM   RENZOKU-PROC
                IF   WK-SHR-RENZOKU(WK-SHR-IDX)
                          NOT <   WK-RENZOKU-KIJUN
                     ADD    1   TO   WRK-RENZOKU-COUNT
                END-IF
           END-PERFORM.
      *>
       HYOKA-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>連続減耗の月数の判定処理（WK-SHR-IDXの在庫について）
      *>対象月から棚卸のあった月を新しい順にたどり、差異の合計が
      *>マイナスの月がいくつ続いたかを数える
      *>************************************************************************
       RENZOKU-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-SHR-RENZOKU(WK-SHR-IDX).
           IF   WK-SHR-SAI-SU(WK-SHR-IDX)   NOT <   ZERO
                GO   TO   RENZOKU-PROC-EXIT
           END-IF.
      *>
           MOVE      1                 TO   WK-SHR-RENZOKU(WK-SHR-IDX).
           MOVE      WK-MONTH-YYYYMM   TO   WK-RZ-YYYYMM.
           MOVE      ZERO              TO   WK-RZ-END-FLG.
           PERFORM   UNTIL   WK-RZ-END-FLG   =   1
      *>        １つ前の棚卸のあった月を探す
                MOVE   ZERO   TO   WK-RZ-BEST-YYYYMM
                MOVE   ZERO   TO   WK-RZ-BEST-SAI-SU
                PERFORM   VARYING   WK-HST-IDX   FROM   1   BY   1
                     UNTIL   WK-HST-IDX   >   WK-HST-COUNT
                     IF   WK-HST-SOKO-CODE(WK-HST-IDX)
                               =   WK-SHR-SOKO-CODE(WK-SHR-IDX)
                     AND  WK-HST-SHOHIN-CODE(WK-HST-IDX)
                               =   WK-SHR-SHOHIN-CODE(WK-SHR-IDX)
                     AND  WK-HST-YYYYMM(WK-HST-IDX)   <   WK-RZ-YYYYMM
                     AND  WK-HST-YYYYMM(WK-HST-IDX)
                               >   WK-RZ-BEST-YYYYMM
                          MOVE   WK-HST-YYYYMM(WK-HST-IDX)
                               TO   WK-RZ-BEST-YYYYMM
                          MOVE   WK-HST-SAI-SU(WK-HST-IDX)
                               TO   WK-RZ-BEST-SAI-SU
                     END-IF
                END-PERFORM
                IF   WK-RZ-BEST-YYYYMM   =   ZERO
                OR   WK-RZ-BEST-SAI-SU   NOT <   ZERO
                     MOVE   1   TO   WK-RZ-END-FLG
                ELSE
                     ADD    1   TO   WK-SHR-RENZOKU(WK-SHR-IDX)
                     MOVE   WK-RZ-BEST-YYYYMM   TO   WK-RZ-YYYYMM
                END-IF
           END-PERFORM.
      *>
       RENZOKU-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>減耗分析表の印字処理
      *>未印字の在庫から倉庫・商品コードの最も小さいものを選んで印字
      *>することを、選ぶ在庫が無くなるまで繰り返し、倉庫・分類が
      *>変わるところで小計を印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           OPEN      OUTPUT   SHRINK-FILE.
           MOVE      WK-MONTH-YYYYMM    TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE       TO   REP-HDR-RUN-DATE.
           MOVE      WK-RENZOKU-KIJUN   TO   REP-HDR-KIJUN.
           WRITE     SHRINK-RECODE   FROM   REP-HDR-RECODE.
           WRITE     SHRINK-RECODE   FROM   REP-COLHDR-RECODE.
      *>
           MOVE      SPACE   TO   WK-CUR-SOKO-CODE.
           MOVE      SPACE   TO   WK-CUR-BUNRUI-CODE.
           MOVE      ZERO    TO   WK-BUNRUI-TOTAL-AREA.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
           MOVE      1   TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   SHR-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   SHR-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                PERFORM   BUNRUI-TOTAL-WRITE-PROC
                PERFORM   SOKO-TOTAL-WRITE-PROC
           END-IF.
      *>
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "全倉庫合計"             TO   REP-T-TITLE.
           MOVE      WK-TT-SAI-SU             TO   REP-T-SAI-SU.
           MOVE      WK-TT-KINGAKU            TO   REP-T-KINGAKU.
           MOVE      WK-TT-SHUKKA-SU          TO   REP-T-SHUKKA-SU.
           MOVE      WK-TT-SAI-SU             TO   WK-RT-SAI-SU.
           MOVE      WK-TT-SHUKKA-SU          TO   WK-RT-SHUKKA-SU.
           PERFORM   RITSU-EDIT-PROC.
           MOVE      WK-RITSU-EDIT            TO   REP-T-RITSU.
           WRITE     SHRINK-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           MOVE
                "評価単価の*は標準原価、?は単価なし"
                               TO   REP-CHUKI.
           WRITE     SHRINK-RECODE   FROM   REP-CHUKI-RECODE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する在庫の選択処理
      *>************************************************************************
       SHR-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-SHR-IDX   FROM   1   BY   1
                UNTIL   WK-SHR-IDX   >   WK-SHR-COUNT
                IF   WK-SHR-INSATSU-FLG(WK-SHR-IDX)   =   ZERO
                     MOVE   WK-SHR-SOKO-CODE(WK-SHR-IDX)
                          TO   WK-CHK-KEY(1:2)
                     MOVE   WK-SHR-SHOHIN-CODE(WK-SHR-IDX)
                          TO   WK-CHK-KEY(3:6)
                     IF   WK-CHK-KEY   <   WK-BEST-KEY
                          MOVE   WK-SHR-IDX   TO   WK-BEST-IDX
                          MOVE   WK-CHK-KEY   TO   WK-BEST-KEY
                     END-IF
                END-IF
           END-PERFORM.
      *>
       SHR-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>減耗分析表の明細行１件分の印字処理
      *>倉庫・分類が変わるところで小計と見出しを印字する
      *>************************************************************************
       SHR-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-SHR-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-SHR-SOKO-CODE(WK-BEST-IDX)   NOT =   WK-CUR-SOKO-CODE
                IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                     PERFORM   BUNRUI-TOTAL-WRITE-PROC
                     PERFORM   SOKO-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-SHR-SOKO-CODE(WK-BEST-IDX)
                     TO   WK-CUR-SOKO-CODE
                MOVE   WK-CUR-SOKO-CODE   TO   REP-SOKO-CODE
                WRITE  SHRINK-RECODE   FROM   REP-SOKO-RECODE
                MOVE   SPACE   TO   WK-CUR-BUNRUI-CODE
           END-IF.
      *>
           IF   WK-SHR-BUNRUI-CODE(WK-BEST-IDX)
                     NOT =   WK-CUR-BUNRUI-CODE
                IF   WK-CUR-BUNRUI-CODE   NOT =   SPACE
                     PERFORM   BUNRUI-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-SHR-BUNRUI-CODE(WK-BEST-IDX)
                     TO   WK-CUR-BUNRUI-CODE
                MOVE   WK-CUR-BUNRUI-CODE   TO   WK-BUNRUI-CHK-CODE
                PERFORM   BUNRUI-MSTR-LOOKUP-PROC
                MOVE   WK-CUR-BUNRUI-CODE         TO   REP-BUNRUI-CODE
                MOVE   WK-BUNRUI-MSTR-NAME-SAVE   TO   REP-BUNRUI-NAME
                WRITE  SHRINK-RECODE   FROM   REP-BUNRUI-RECODE
           END-IF.
      *>
           MOVE      WK-SHR-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHR-SHOHIN-CODE(WK-BEST-IDX)
                          TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-SHR-SAI-SU(WK-BEST-IDX)      TO   REP-SAI-SU.
           MOVE      WK-SHR-TANKA(WK-BEST-IDX)       TO   REP-TANKA.
           EVALUATE   WK-SHR-HYOKA-KUBUN(WK-BEST-IDX)
                WHEN   1
                     MOVE   SPACE   TO   REP-HYOKA-MARK
                WHEN   2
                     MOVE   "*"     TO   REP-HYOKA-MARK
                WHEN   OTHER
                     MOVE   "?"     TO   REP-HYOKA-MARK
           END-EVALUATE.
           MOVE      WK-SHR-KINGAKU(WK-BEST-IDX)     TO   REP-KINGAKU.
           MOVE      WK-SHR-SHUKKA-SU(WK-BEST-IDX)   TO   REP-SHUKKA-SU.
           MOVE      WK-SHR-SAI-SU(WK-BEST-IDX)      TO   WK-RT-SAI-SU.
           MOVE      WK-SHR-SHUKKA-SU(WK-BEST-IDX)
                          TO   WK-RT-SHUKKA-SU.
           PERFORM   RITSU-EDIT-PROC.
           MOVE      WK-RITSU-EDIT                   TO   REP-RITSU.
           MOVE      SPACE   TO   REP-RENZOKU-MARK.
           IF   WK-SHR-RENZOKU(WK-BEST-IDX)   NOT <   WK-RENZOKU-KIJUN
                MOVE   "＊連続減耗"   TO   REP-RENZOKU-MARK
                MOVE   WK-SHR-RENZOKU(WK-BEST-IDX)   TO   WK-RZ-EDIT
                MOVE   WK-RZ-EDIT   TO   REP-RENZOKU-MARK(16:3)
                MOVE   "か月"         TO   REP-RENZOKU-MARK(19:6)
           END-IF.
           WRITE     SHRINK-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  分類小計・倉庫合計・全体合計へ積み上げる
           ADD       WK-SHR-SAI-SU(WK-BEST-IDX)
                TO   WK-BT-SAI-SU   WK-ST-SAI-SU   WK-TT-SAI-SU.
           ADD       WK-SHR-KINGAKU(WK-BEST-IDX)
                TO   WK-BT-KINGAKU   WK-ST-KINGAKU   WK-TT-KINGAKU.
           ADD       WK-SHR-SHUKKA-SU(WK-BEST-IDX)
                TO   WK-BT-SHUKKA-SU   WK-ST-SHUKKA-SU
                     WK-TT-SHUKKA-SU.
      *>
       SHR-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類小計行の印字処理
      *>************************************************************************
       BUNRUI-TOTAL-WRITE-PROC        SECTION.
      *>
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "分類小計"               TO   REP-T-TITLE.
           MOVE      WK-BT-SAI-SU             TO   REP-T-SAI-SU.
           MOVE      WK-BT-KINGAKU            TO   REP-T-KINGAKU.
           MOVE      WK-BT-SHUKKA-SU          TO   REP-T-SHUKKA-SU.
           MOVE      WK-BT-SAI-SU             TO   WK-RT-SAI-SU.
           MOVE      WK-BT-SHUKKA-SU          TO   WK-RT-SHUKKA-SU.
           PERFORM   RITSU-EDIT-PROC.
           MOVE      WK-RITSU-EDIT            TO   REP-T-RITSU.
           WRITE     SHRINK-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      ZERO    TO   WK-BUNRUI-TOTAL-AREA.
      *>
       BUNRUI-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫合計行の印字処理
      *>************************************************************************
       SOKO-TOTAL-WRITE-PROC          SECTION.
      *>
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "倉庫合計"               TO   REP-T-TITLE.
           MOVE      WK-ST-SAI-SU             TO   REP-T-SAI-SU.
           MOVE      WK-ST-KINGAKU            TO   REP-T-KINGAKU.
           MOVE      WK-ST-SHUKKA-SU          TO   REP-T-SHUKKA-SU.
           MOVE      WK-ST-SAI-SU             TO   WK-RT-SAI-SU.
           MOVE      WK-ST-SHUKKA-SU          TO   WK-RT-SHUKKA-SU.
           PERFORM   RITSU-EDIT-PROC.
           MOVE      WK-RITSU-EDIT            TO   REP-T-RITSU.
           WRITE     SHRINK-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
       SOKO-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>減耗率の編集処理
      *>減耗率＝（０－差異数）÷出荷数×１００（マイナスは在庫の増加）
      *>出荷の無い場合は空欄とする
      *>************************************************************************
       RITSU-EDIT-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RITSU-EDIT.
           IF   WK-RT-SHUKKA-SU   NOT >   ZERO
                GO   TO   RITSU-EDIT-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-RITSU   ROUNDED   =
                     ( ZERO   -   WK-RT-SAI-SU )   *   100
                     /   WK-RT-SHUKKA-SU
                ON   SIZE   ERROR
                     MOVE   99999.99   TO   WK-RITSU
           END-COMPUTE.
           MOVE      WK-RITSU       TO   WK-RITSU-NUM.
           MOVE      WK-RITSU-NUM   TO   WK-RITSU-EDIT(1:9).
           MOVE      "%"            TO   WK-RITSU-EDIT(10:1).
      *>
       RITSU-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>同じ月の計上仕訳の有無の確認処理
      *>種別マーク"SHR"で参照日付が対象月の月末日のバッチ管理行が
      *>あれば計上済とする（ファイルが無い場合は未計上）
      *>************************************************************************
       GLJRNL-CHECK-PROC              SECTION.
      *>
           OPEN      INPUT   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                GO   TO   GLJRNL-CHECK-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   GLJRNL-FILE-STATUS   NOT =   "00"
                READ   GLJRNL-FILE
                     AT   END
                          MOVE   "10"   TO   GLJRNL-FILE-STATUS
                     NOT   AT   END
                          IF   GLB-KUBUN      =   "B"
                          AND  GLB-ADJ-MARK   =   "SHR"
                          AND  GLB-REF-DATE   =   WK-MONTH-END
                               MOVE   1   TO   WK-KEIJO-ZUMI-FLG
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚卸差異の計上仕訳の書き出し処理
      *>減耗（マイナス）は借方 棚卸減耗損／貸方 商品、増加（プラス）
      *>は借方 商品／貸方 棚卸減耗損の２行で追記する
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           MOVE      2   TO   WRK-ENTRY-COUNT.
           IF   WK-TT-KINGAKU   <   ZERO
                COMPUTE   WK-GL-KINGAKU   =   ZERO   -   WK-TT-KINGAKU
           ELSE
                MOVE      WK-TT-KINGAKU   TO   WK-GL-KINGAKU
           END-IF.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（棚卸減耗マーク・対象月の月末日付き）
           MOVE      "B"                TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT    TO   GLB-ENTRY-COUNT.
           MOVE      WK-GL-KINGAKU      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-GL-KINGAKU      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "SHR"              TO   GLB-ADJ-MARK.
           MOVE      WK-MONTH-END       TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           MOVE      "E"                TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLJ-RUN-DATE.
           MOVE      "**"               TO   GLJ-BUNRUI-CODE.
           MOVE      SPACE              TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE              TO   GLJ-INV-BANGOU.
           MOVE      WK-GL-KINGAKU      TO   GLJ-KINGAKU.
           IF   WK-TT-KINGAKU   <   ZERO
                MOVE   WK-GNMO-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "D"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
                MOVE   WK-SHOH-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "C"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
           ELSE
                MOVE   WK-SHOH-KAMOKU   TO   GLJ-KANJO-KAMOKU
                MOVE   "D"              TO   GLJ-TAISYAKU
                WRITE  GLJRNL-RECODE
                MOVE   WK-GNMO-KAMOKU   TO   GLJ-KANJO-KAMOKU
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
      *>棚卸減耗損（"GNMO"）・商品（"SHOH"）の科目が揃わない場合は
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
                               WHEN   "GNMO"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-GNMO-KAMOKU
                               WHEN   "SHOH"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-SHOH-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-GNMO-KAMOKU   =   SPACE
           OR   WK-SHOH-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにGNMO/SHOHの行が"
                          "ありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別原価ファイルの読み込み処理（内容をテーブルに展開する）
      *>（ファイルが無い場合は月末在庫単価だけで評価する）
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
      *>月末日時点の標準原価の検索処理（WK-SHR-IDXの在庫について）
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-FOUND-FLG.
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-SHR-SHOHIN-CODE(WK-SHR-IDX)
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   WK-MONTH-END
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
      *>分類マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       BUNRUI-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   BUNRUIM-FILE.
           IF   BUNRUIM-FILE-STATUS   NOT =   "00"
                CLOSE   BUNRUIM-FILE
                GO   TO   BUNRUI-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   BUNRUIM-FILE-STATUS   NOT =   "00"
                READ   BUNRUIM-FILE
                     AT   END
                          MOVE   "10"   TO   BUNRUIM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-BUNRUI-MSTR-COUNT   <   999
                               ADD    1   TO   WK-BUNRUI-MSTR-COUNT
                               MOVE   BMST-BUNRUI-CODE   TO
                                    WK-BUNRUI-MSTR-CODE
                                         (WK-BUNRUI-MSTR-COUNT)
                               MOVE   BMST-BUNRUI-NAME   TO
                                    WK-BUNRUI-MSTR-NAME
                                         (WK-BUNRUI-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     BUNRUIM-FILE.
      *>
       BUNRUI-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類名称検索処理（分類マスタテーブルを線形検索する）
      *>WK-BUNRUI-CHK-CODEに分類コードを設定してから呼び出す
      *>************************************************************************
       BUNRUI-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "分類名不明"   TO   WK-BUNRUI-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-BUNRUI-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-BUNRUI-MSTR-IDX   >   WK-BUNRUI-MSTR-COUNT
                IF   WK-BUNRUI-MSTR-CODE(WK-BUNRUI-MSTR-IDX)
                          =   WK-BUNRUI-CHK-CODE
                     MOVE   WK-BUNRUI-MSTR-NAME(WK-BUNRUI-MSTR-IDX)
                          TO   WK-BUNRUI-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       BUNRUI-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-ADJ-COUNT          TO   MSG1-ADJ-COUNT.
           MOVE      WRK-TAISHO-COUNT       TO   MSG1-TAISHO-COUNT.
           MOVE      WRK-RENZOKU-COUNT      TO   MSG1-RENZOKU-COUNT.
           MOVE      WK-TT-KINGAKU          TO   MSG1-KINGAKU.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
