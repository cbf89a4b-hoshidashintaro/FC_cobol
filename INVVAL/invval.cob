      *>************************************************************************
      *>月末在庫評価・売上原価計上プログラム
      *>パラメータファイル（INVVPARM.txt：対象年月YYYYMM）で指定された
      *>月について、倉庫別・商品別の在庫を移動平均単価で評価し、在庫
      *>評価表（INVVAL.txt）を倉庫別・分類別に小計を付けて印字する。
      *>月初の数量・単価は前月までの月末在庫単価（ZAIKOTNK.txt）の
      *>最も新しい月の行を引き継ぐ。行の無い商品は、数量を在庫移動
      *>記録（ZAIKOIDO.txt）の月初時点の残高（記録も無ければ在庫
      *>マスタ ZAIKOM.txt の現在庫）、単価を月初日時点の標準原価
      *>（SHOHINCST.txt）とする。
      *>対象月の在庫移動記録を記録順にたどり、
      *>　・仕入入荷は入荷履歴（RCPTHIST.txt）の入荷単価（無ければ
      *>　　発注登録簿 POREG.txt の発注単価）で受け入れて移動平均
      *>　　単価を計算し直す
      *>　・移庫入庫は移庫元の出庫時点の単価で受け入れる
      *>　・倉庫間移送（SOKOTRF001）の出庫はその時点の移動平均単価で
      *>　　払い出して単価を移送番号・商品ごとに控え、着荷は入庫倉庫
      *>　　へ、取消は出庫倉庫へ、控えた出庫時点の単価で受け入れる
      *>　　（前月以前に出庫した移送は月末在庫単価で引き継いだ輸送中
      *>　　在庫の単価で受け入れる）
      *>　・それ以外の移動は、その時点の移動平均単価で払い出す
      *>出荷（受注出庫・戻し入れ・バックオーダー振替・充当・店舗日次
      *>受注の取消の戻し・バックオーダー解除の調整）の原価を
      *>出荷原価、得意先返品の戻し入れの原価を返品原価として集計し、
      *>仕訳ファイル（GLJRNL.txt）へ種別マーク"CGS"・参照日付を対象
      *>月の月末日として追記する（出荷原価は借方 売上原価"URGN"／
      *>貸方 商品"SHOH"、返品原価は貸借を逆にする）。勘定科目は計上
      *>種別勘定科目対応表（GLKMAP.txt）から求め、揃わない場合は何も
      *>出力せずにリターンコード８で終了する。同じ月の計上仕訳が既に
      *>ある場合（再実行）は評価表だけを印字して仕訳は追記しない。
      *>倉庫間移送台帳（SOKOTRF.txt）から月末日までに出庫し月末日
      *>時点で着荷・取消になっていない移送を輸送中在庫とし、出庫時点
      *>の単価で評価して商品別に印字し、全倉庫合計に含める。
      *>月末の数量・単価・金額は月末在庫単価へ対象月の行として書き
      *>出す（同じ月の既存行は置き換える。輸送中在庫は倉庫コード"**"
      *>の行として商品別に書き出す）。入荷単価の分からない入荷・
      *>単価の無い在庫・再実行はリターンコード４で知らせる。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   INVVAL001.
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
       SELECT   PARM-FILE     ASSIGN        TO "INVVPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>月末在庫単価ファイル（前月までを読み、対象月の行を書き出す）
      *>************************************************************************
       SELECT   ZTK-FILE      ASSIGN        TO "ZAIKOTNK.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZTK-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル（移動の無い在庫の数量を求める）
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
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
      *>商品マスタファイル（評価表へ商品名を付けるために使用する）
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>分類マスタファイル（評価表へ分類名を付けるために使用する）
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
      *>仕訳ファイル（売上原価の計上仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>倉庫間移送台帳ファイル（月末時点の輸送中在庫を求める）
      *>************************************************************************
       SELECT   TRF-FILE      ASSIGN        TO "SOKOTRF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TRF-FILE-STATUS.
      *>************************************************************************
      *>在庫評価表ファイル
      *>************************************************************************
       SELECT   INVVAL-FILE   ASSIGN         TO "INVVAL.txt"
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
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>月末在庫単価ファイルのレイアウト定義
      *>************************************************************************
       FD   ZTK-FILE.
       01   ZTK-RECODE.
           COPY   ZAIKOTNK   REPLACING   ==:PREFIX:==   BY   ==ZTK==.
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
      *>倉庫間移送台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TRF-FILE.
       01   TRF-RECODE.
           COPY   SOKOTRF   REPLACING   ==:PREFIX:==   BY   ==TRF==.
      *>************************************************************************
      *>在庫評価表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   INVVAL-FILE.
       01   INVVAL-RECODE                          PIC X(160).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  ZTK-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  POR-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
       01  TRF-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-ZID-COUNT                    PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-CHUI-COUNT                   PIC 9(006).
             03   WRK-ZTK-OUT-COUNT                PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "INVVAL01".
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
      *>倉庫別・商品別の評価テーブル
      *>月初の数量・単価と、移動をたどった現在の数量・移動平均単価、
      *>当月の受払金額を持つ（月初区分　0：月初の根拠なし　1：月末
      *>在庫単価から引継ぎ　2：在庫移動記録・在庫マスタから求めた）
       01   WK-ZTK-AREA.
            03   WK-ZTK-COUNT                    PIC 9(004)  COMP.
            03   WK-ZTK-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ZTK-IDX.
                 05   WK-ZTK-SOKO-CODE            PIC X(002).
                 05   WK-ZTK-SHOHIN-CODE.
                      07   WK-ZTK-BUNRUI-CODE     PIC X(002).
                      07   WK-ZTK-SHOHIN-NO       PIC 9(004).
                 05   WK-ZTK-KISHU-KUBUN          PIC 9(001).
                 05   WK-ZTK-KISHU-YYYYMM         PIC 9(006).
                 05   WK-ZTK-KISHU-SU             PIC S9(007).
                 05   WK-ZTK-KISHU-TANKA          PIC 9(007)V9(002).
                 05   WK-ZTK-SU                   PIC S9(007).
                 05   WK-ZTK-TANKA                PIC 9(007)V9(002).
                 05   WK-ZTK-NYUKA-KINGAKU        PIC S9(011).
                 05   WK-ZTK-IKO-KINGAKU          PIC S9(011).
                 05   WK-ZTK-SHUKKA-GENKA         PIC S9(011).
                 05   WK-ZTK-HENPIN-GENKA         PIC S9(011).
                 05   WK-ZTK-SONOTA-KINGAKU       PIC S9(011).
                 05   WK-ZTK-ZAIKO-KINGAKU        PIC S9(011).
                 05   WK-ZTK-IDO-FLG              PIC 9(001).
                 05   WK-ZTK-INSATSU-FLG          PIC 9(001).
       01   WK-ZTK-FOUND-FLG                     PIC 9(001).
       01   WK-ZTK-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-ZTK-CHK-SOKO                      PIC X(002).
       01   WK-ZTK-CHK-SHOHIN                    PIC X(006).
      *>
      *>月末在庫単価の対象月以外の行の保持用テーブル（書き戻し用）
       01   WK-HST-AREA.
            03   WK-HST-COUNT                    PIC 9(005)  COMP.
            03   WK-HST-TBL                      OCCURS 99999 TIMES
                                    INDEXED BY WK-HST-IDX.
                 05   WK-HST-RECODE               PIC X(041).
      *>
      *>対象月の入荷履歴の保持用テーブル（入荷単価を求める）
       01   WK-RCH-AREA.
            03   WK-RCH-COUNT                    PIC 9(004)  COMP.
            03   WK-RCH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCH-IDX.
                 05   WK-RCH-PO-BANGOU            PIC 9(006).
                 05   WK-RCH-SHOHIN-CODE          PIC X(006).
                 05   WK-RCH-SOKO-CODE            PIC X(002).
                 05   WK-RCH-NYUKA-DATE           PIC 9(008).
                 05   WK-RCH-NYUKA-TANKA          PIC 9(006).
      *>
      *>発注明細保持用テーブル（入荷単価の無い入荷の発注単価を求める）
       01   WK-POR-AREA.
            03   WK-POR-COUNT                    PIC 9(004)  COMP.
            03   WK-POR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-POR-IDX.
                 05   WK-POR-PO-BANGOU            PIC 9(006).
                 05   WK-POR-SOKO-CODE            PIC X(002).
                 05   WK-POR-SHOHIN-CODE          PIC X(006).
                 05   WK-POR-HATYU-TANKA          PIC 9(006).
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
            03   WK-URGN-KAMOKU                  PIC X(008).
            03   WK-SHOH-KAMOKU                  PIC X(008).
      *>
      *>移動１件分の計算用領域
       01   WK-CALC-AREA.
            03   WK-PO-BANGOU-X                  PIC X(006).
            03   WK-PO-BANGOU                    PIC 9(006).
            03   WK-UKEIRE-TANKA                 PIC 9(007)V9(002).
            03   WK-KINGAKU                      PIC S9(011).
            03   WK-NEW-SU                       PIC S9(007).
            03   WK-CHUI-RIYU                    PIC X(036).
       01   WK-RCH-FOUND-FLG                     PIC 9(001).
      *>
      *>移動日の年月判定用の領域
       01   WK-IDO-DATE                          PIC 9(008).
       01   WK-IDO-DATE-R  REDEFINES  WK-IDO-DATE.
            03   WK-IDO-YYYYMM                   PIC 9(006).
            03   WK-IDO-DD                       PIC 9(002).
      *>
      *>移庫出庫時点の単価（直後の移庫入庫の受入単価にする）
       01   WK-IKO-AREA.
            03   WK-IKO-DENPYO-NO                PIC X(012).
            03   WK-IKO-SHOHIN-CODE              PIC X(006).
            03   WK-IKO-TANKA                    PIC 9(007)V9(002).
      *>
      *>倉庫間移送の出庫時点の単価（移送番号・商品ごとに控え、着荷・
      *>取消の受入単価と月末の輸送中在庫の評価単価にする）
       01   WK-TRT-AREA.
            03   WK-TRT-COUNT                    PIC 9(004)  COMP.
            03   WK-TRT-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TRT-IDX.
                 05   WK-TRT-DENPYO-NO            PIC X(012).
                 05   WK-TRT-SHOHIN-CODE          PIC X(006).
                 05   WK-TRT-TANKA                PIC 9(007)V9(002).
       01   WK-TRT-FOUND-FLG                     PIC 9(001).
       01   WK-TRT-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-TRT-CHK-DENPYO-NO                 PIC X(012).
       01   WK-TRT-CHK-SHOHIN                    PIC X(006).
      *>
      *>商品別の輸送中在庫（月末在庫単価の倉庫コード"**"の行で前月
      *>までの輸送中在庫の数量・単価を引き継ぎ、月末の輸送中在庫を
      *>積み上げる）
       01   WK-YSC-AREA.
            03   WK-YSC-COUNT                    PIC 9(004)  COMP.
            03   WK-YSC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-YSC-IDX.
                 05   WK-YSC-SHOHIN-CODE          PIC X(006).
                 05   WK-YSC-KISHU-YYYYMM         PIC 9(006).
                 05   WK-YSC-KISHU-SU             PIC S9(007).
                 05   WK-YSC-KISHU-TANKA          PIC 9(007)V9(002).
                 05   WK-YSC-SU                   PIC S9(007).
                 05   WK-YSC-TANKA                PIC 9(007)V9(002).
                 05   WK-YSC-ZAIKO-KINGAKU        PIC S9(011).
                 05   WK-YSC-INSATSU-FLG          PIC 9(001).
       01   WK-YSC-FOUND-FLG                     PIC 9(001).
       01   WK-YSC-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-YSC-CHK-SHOHIN                    PIC X(006).
       01   WK-YSC-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-YSC-BEST-KEY                      PIC X(006).
       01   WK-YSC-TANKA-SAVE                    PIC 9(007)V9(002).
       01   WK-YUSO-HDR-FLG                      PIC 9(001).
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
            03   WK-BT-ZAIKO-SU                  PIC S9(009).
            03   WK-BT-ZAIKO-KINGAKU             PIC S9(011).
            03   WK-BT-URIAGE-GENKA              PIC S9(011).
       01   WK-YUSO-TOTAL-AREA.
            03   WK-YT-ZAIKO-SU                  PIC S9(009).
            03   WK-YT-ZAIKO-KINGAKU             PIC S9(011).
       01   WK-SOKO-TOTAL-AREA.
            03   WK-ST-ZAIKO-SU                  PIC S9(009).
            03   WK-ST-ZAIKO-KINGAKU             PIC S9(011).
            03   WK-ST-URIAGE-GENKA              PIC S9(011).
       01   WK-TOTAL-AREA.
            03   WK-TT-ZAIKO-SU                  PIC S9(009).
            03   WK-TT-ZAIKO-KINGAKU             PIC S9(011).
            03   WK-TT-URIAGE-GENKA              PIC S9(011).
            03   WK-TT-NYUKA-KINGAKU             PIC S9(011).
            03   WK-TT-SHUKKA-GENKA              PIC S9(011).
            03   WK-TT-HENPIN-GENKA              PIC S9(011).
      *>
      *>仕訳の編集用領域
       01   WK-GL-AREA.
            03   WK-KEIJO-ZUMI-FLG               PIC 9(001).
            03   WK-GL-KINGAKU                   PIC 9(011).
            03   WK-GL-TOTAL                     PIC 9(011).
            03   WK-GL-KARI-KAMOKU               PIC X(008).
            03   WK-GL-KASHI-KAMOKU              PIC X(008).
      *>
      *>評価表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(023)
               VALUE "**  在庫評価表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>評価表の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(025)
               VALUE "        商品  商品名".
           03   FILLER                PIC X(030)
               VALUE "                     月初数".
           03   FILLER                PIC X(014)
               VALUE "     月末数".
           03   FILLER                PIC X(020)
               VALUE "  移動平均単価".
           03   FILLER                PIC X(018)
               VALUE "      在庫金額".
           03   FILLER                PIC X(018)
               VALUE "      売上原価".
      *>注意を要する移動・在庫の記録行の編集用領域
       01   REP-CHUI-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "注意：".
           03   REP-CHUI-SOKO-CODE    PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-CHUI-SHOHIN-CODE  PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-CHUI-DENPYO-NO    PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-CHUI-RIYU         PIC X(036).
      *>輸送中在庫の見出し行の編集用領域
       01   REP-YUSO-RECODE.
           03   FILLER                PIC X(045)
               VALUE "輸送中（倉庫間移送）".
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
      *>評価表の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KISHU-SU          PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ZAIKO-SU          PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TANKA             PIC Z,ZZZ,ZZ9.99.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-ZAIKO-KINGAKU     PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-URIAGE-GENKA      PIC -(011)9.
      *>分類小計行・倉庫合計行・全体合計行の編集用領域
       01   REP-TOTAL-RECODE.
           03   FILLER                PIC X(008)
                                             VALUE SPACE.
           03   REP-T-TITLE           PIC X(030).
           03   FILLER                PIC X(011)
                                             VALUE SPACE.
           03   REP-T-ZAIKO-SU        PIC -(008)9.
           03   FILLER                PIC X(016)
                                             VALUE SPACE.
           03   REP-T-ZAIKO-KINGAKU   PIC -(011)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-T-URIAGE-GENKA    PIC -(011)9.
      *>売上原価の内訳・仕訳の状況の行の編集用領域
       01   REP-GENKA-RECODE.
           03   REP-G-TITLE           PIC X(036).
           03   REP-G-KINGAKU         PIC -(011)9.
       01   REP-SHIWAKE-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "仕訳　　：".
           03   REP-SHIWAKE-JOKYO     PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(027)
                              VALUE "在庫移動記録件数：".
            03   MSG1-ZID-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　対象月の移動：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　注意件数：".
            03   MSG1-CHUI-COUNT              PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　在庫金額：".
            03   MSG1-ZAIKO-KINGAKU           PIC -(011)9.
            03   FILLER                       PIC X(018)
                              VALUE "　売上原価：".
            03   MSG1-URIAGE-GENKA            PIC -(011)9.
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
           MOVE   ZERO        TO   WRK-ZID-COUNT.
           MOVE   ZERO        TO   WRK-TAISHO-COUNT.
           MOVE   ZERO        TO   WRK-CHUI-COUNT.
           MOVE   ZERO        TO   WRK-ZTK-OUT-COUNT.
           MOVE   ZERO        TO   WK-ZTK-COUNT.
           MOVE   ZERO        TO   WK-HST-COUNT.
           MOVE   ZERO        TO   WK-RCH-COUNT.
           MOVE   ZERO        TO   WK-POR-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BUNRUI-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-AREA.
           MOVE   ZERO        TO   WK-KEIJO-ZUMI-FLG.
           MOVE   SPACE       TO   WK-IKO-AREA.
           MOVE   ZERO        TO   WK-TRT-COUNT.
           MOVE   ZERO        TO   WK-YSC-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータ・勘定科目の読み込み（揃わなければ終了）
           PERFORM   PARM-READ-PROC.
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  マスタ・標準原価・入荷単価の読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   BUNRUI-MSTR-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
           PERFORM   POR-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
      *>
           OPEN      OUTPUT   INVVAL-FILE.
           MOVE      WK-MONTH-YYYYMM   TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     INVVAL-RECODE   FROM   REP-HDR-RECODE.
      *>
      *>  月初の数量・単価を決め、対象月の移動をたどって月末の数量・
      *>  移動平均単価を求める（注意を要する移動はこの時点で記録する）
           PERFORM   ZTK-LOAD-PROC.
           PERFORM   ZID-LOAD-PROC.
           PERFORM   ZAIKOM-LOAD-PROC.
           PERFORM   TRF-LOAD-PROC.
           PERFORM   ZAIKO-KINGAKU-PROC.
      *>
      *>  倉庫・分類ごとに明細・小計を印字する
           PERFORM   REPORT-PROC.
      *>
      *>  月末在庫単価へ対象月の行を書き出す
           PERFORM   ZTK-WRITE-PROC.
      *>
      *>  同じ月の計上仕訳が無ければ売上原価を計上する
           PERFORM   GLJRNL-CHECK-PROC.
           IF   WK-KEIJO-ZUMI-FLG   =   1
                MOVE   "計上済の月のため追記せず"
                               TO   REP-SHIWAKE-JOKYO
                MOVE   4   TO   RETURN-CODE
           ELSE
                IF   WK-TT-SHUKKA-GENKA   =   ZERO
                AND  WK-TT-HENPIN-GENKA   =   ZERO
                     MOVE   "計上する売上原価がありません"
                               TO   REP-SHIWAKE-JOKYO
                ELSE
                     PERFORM   GLJRNL-WRITE-PROC
                     MOVE   "売上原価を計上しました"
                               TO   REP-SHIWAKE-JOKYO
                END-IF
           END-IF.
           WRITE     INVVAL-RECODE   FROM   REP-SHIWAKE-RECODE.
           CLOSE     INVVAL-FILE.
      *>
           IF   WRK-CHUI-COUNT   >   ZERO
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
                     DISPLAY   "INVVPARMが読めません:"
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
      *>月末在庫単価ファイルの読み込み処理
      *>対象月より前の行のうち、倉庫・商品ごとに最も新しい月の行を
      *>月初の数量・単価とする。対象月以外の行は書き戻し用に保持する
      *>（ファイルが無い場合は初回の評価として全て月初の根拠なしとする）
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
                          PERFORM   ZTK-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ZTK-FILE.
      *>
       ZTK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月末在庫単価１行分の読み込み処理
      *>************************************************************************
       ZTK-ONE-PROC                   SECTION.
      *>
           IF   ZTK-TAISHO-YYYYMM   NOT =   WK-MONTH-YYYYMM
           AND  WK-HST-COUNT   <   99999
                ADD    1   TO   WK-HST-COUNT
                MOVE   ZTK-RECODE   TO   WK-HST-RECODE(WK-HST-COUNT)
           END-IF.
      *>
           IF   ZTK-TAISHO-YYYYMM   NOT <   WK-MONTH-YYYYMM
                GO   TO   ZTK-ONE-PROC-EXIT
           END-IF.
      *>
      *>  倉庫コード"**"の行は輸送中在庫として引き継ぐ
           IF   ZTK-SOKO-CODE   =   "**"
                PERFORM   YSC-KISHU-PROC
                GO   TO   ZTK-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      ZTK-SOKO-CODE     TO   WK-ZTK-CHK-SOKO.
           MOVE      ZTK-SHOHIN-CODE   TO   WK-ZTK-CHK-SHOHIN.
           PERFORM   ZTK-FIND-PROC.
           IF   WK-ZTK-FOUND-FLG   NOT =   1
                GO   TO   ZTK-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)   =   1
           AND  WK-ZTK-KISHU-YYYYMM(WK-ZTK-FOUND-IDX)
                     >   ZTK-TAISHO-YYYYMM
                GO   TO   ZTK-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      1   TO   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX).
           MOVE      ZTK-TAISHO-YYYYMM
                TO   WK-ZTK-KISHU-YYYYMM(WK-ZTK-FOUND-IDX).
           MOVE      ZTK-ZAIKO-SU
                TO   WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)
                     WK-ZTK-SU(WK-ZTK-FOUND-IDX).
           MOVE      ZTK-HEIKIN-TANKA
                TO   WK-ZTK-KISHU-TANKA(WK-ZTK-FOUND-IDX)
                     WK-ZTK-TANKA(WK-ZTK-FOUND-IDX).
      *>
       ZTK-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>評価テーブルの検索・追加処理
      *>WK-ZTK-CHK-SOKO・WK-ZTK-CHK-SHOHINに倉庫・商品を設定してから
      *>呼び出す。無ければ月初数量ゼロ・月初日時点の標準原価で追加し、
      *>WK-ZTK-FOUND-IDXに行の位置を返す（テーブルが一杯なら
      *>WK-ZTK-FOUND-FLGはゼロのまま返す）
      *>************************************************************************
       ZTK-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-ZTK-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZTK-FOUND-IDX.
           PERFORM   VARYING   WK-ZTK-IDX   FROM   1   BY   1
                UNTIL   WK-ZTK-IDX   >   WK-ZTK-COUNT
                   OR   WK-ZTK-FOUND-FLG   =   1
                IF   WK-ZTK-SOKO-CODE(WK-ZTK-IDX)   =   WK-ZTK-CHK-SOKO
                AND  WK-ZTK-SHOHIN-CODE(WK-ZTK-IDX)
                          =   WK-ZTK-CHK-SHOHIN
                     MOVE   1   TO   WK-ZTK-FOUND-FLG
                     MOVE   WK-ZTK-IDX   TO   WK-ZTK-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-ZTK-FOUND-FLG   =   1
                GO   TO   ZTK-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-ZTK-COUNT   NOT <   9999
                GO   TO   ZTK-FIND-PROC-EXIT
           END-IF.
      *>
           PERFORM   CST-LOOKUP-PROC.
      *>
           ADD       1   TO   WK-ZTK-COUNT.
           MOVE      WK-ZTK-COUNT   TO   WK-ZTK-FOUND-IDX.
           MOVE      1              TO   WK-ZTK-FOUND-FLG.
           MOVE      WK-ZTK-CHK-SOKO
                TO   WK-ZTK-SOKO-CODE(WK-ZTK-FOUND-IDX).
           MOVE      WK-ZTK-CHK-SHOHIN
                TO   WK-ZTK-SHOHIN-CODE(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-KISHU-YYYYMM(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-SU(WK-ZTK-FOUND-IDX).
           MOVE      WK-CST-TANKA-SAVE
                TO   WK-ZTK-KISHU-TANKA(WK-ZTK-FOUND-IDX)
                     WK-ZTK-TANKA(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-NYUKA-KINGAKU(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-IKO-KINGAKU(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-SHUKKA-GENKA(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-HENPIN-GENKA(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO
                     WK-ZTK-SONOTA-KINGAKU(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-ZAIKO-KINGAKU(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-IDO-FLG(WK-ZTK-FOUND-IDX).
           MOVE      ZERO   TO   WK-ZTK-INSATSU-FLG(WK-ZTK-FOUND-IDX).
      *>
       ZTK-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録の読み込み処理
      *>評価の元になる移動が無いため、読めない場合は異常終了する
      *>************************************************************************
       ZID-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZID-FILE.
           EVALUATE   ZID-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "ZAIKOIDO-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "ZAIKOIDO-FILE入出力エラー:"
                               ZID-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   ZID-FILE-STATUS   NOT =   "00"
                READ   ZID-FILE
                     AT   END
                          MOVE   "10"   TO   ZID-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-ZID-COUNT
                          PERFORM   ZID-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
       ZID-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１件分の処理
      *>月初より前の移動は、月末在庫単価の無い在庫の月初数量を求める
      *>ためだけに使い、対象月の移動は移動区分ごとに金額を求める
      *>************************************************************************
       ZID-ONE-PROC                   SECTION.
      *>
           IF   ZID-IDO-DATE   >   WK-MONTH-END
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      ZID-SOKO-CODE     TO   WK-ZTK-CHK-SOKO.
           MOVE      ZID-SHOHIN-CODE   TO   WK-ZTK-CHK-SHOHIN.
           PERFORM   ZTK-FIND-PROC.
           IF   WK-ZTK-FOUND-FLG   NOT =   1
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
      *>
      *>  月初より前の移動は、移動後残高を月初数量とする（月末在庫
      *>  単価を引き継いだ在庫は、その月より後の移動に限る）
           MOVE      ZID-IDO-DATE   TO   WK-IDO-DATE.
           IF   ZID-IDO-DATE   <   WK-MONTH-START
                IF   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)   NOT =   1
                     MOVE   2
                          TO   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)
                     MOVE   ZID-ZANDAKA
                          TO   WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)
                               WK-ZTK-SU(WK-ZTK-FOUND-IDX)
                END-IF
                IF   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)   =   1
                AND  WK-IDO-YYYYMM
                          >   WK-ZTK-KISHU-YYYYMM(WK-ZTK-FOUND-IDX)
                     MOVE   ZID-ZANDAKA
                          TO   WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)
                               WK-ZTK-SU(WK-ZTK-FOUND-IDX)
                END-IF
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
      *>
      *>  月初の根拠の無い在庫は、対象月の最初の移動の前の残高を
      *>  月初数量とする
           IF   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)   =   ZERO
                MOVE      2   TO   WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)
                COMPUTE   WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)   =
                          ZID-ZANDAKA   -   ZID-IDO-SU
                MOVE      WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)
                     TO   WK-ZTK-SU(WK-ZTK-FOUND-IDX)
           END-IF.
      *>
           ADD       1   TO   WRK-TAISHO-COUNT.
           MOVE      1   TO   WK-ZTK-IDO-FLG(WK-ZTK-FOUND-IDX).
      *>
           EVALUATE   TRUE
                WHEN   ZID-NYUKA
                     PERFORM   NYUKA-TANKA-PROC
                     PERFORM   UKEIRE-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-NYUKA-KINGAKU(WK-ZTK-FOUND-IDX)
                WHEN   ZID-IKO-NYUKO
                     IF   ZID-DENPYO-NO     =   WK-IKO-DENPYO-NO
                     AND  ZID-SHOHIN-CODE   =   WK-IKO-SHOHIN-CODE
                          MOVE   WK-IKO-TANKA   TO   WK-UKEIRE-TANKA
                     ELSE
                          MOVE   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                               TO   WK-UKEIRE-TANKA
                     END-IF
                     PERFORM   UKEIRE-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-IKO-KINGAKU(WK-ZTK-FOUND-IDX)
                WHEN   ZID-IKO-SYUKKO
                     MOVE   ZID-DENPYO-NO     TO   WK-IKO-DENPYO-NO
                     MOVE   ZID-SHOHIN-CODE   TO   WK-IKO-SHOHIN-CODE
                     MOVE   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                          TO   WK-IKO-TANKA
                     PERFORM   HARAIDASHI-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-IKO-KINGAKU(WK-ZTK-FOUND-IDX)
                WHEN   ZID-TRF-SYUKKO
                     PERFORM   TRT-SAVE-PROC
                     PERFORM   HARAIDASHI-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-IKO-KINGAKU(WK-ZTK-FOUND-IDX)
                WHEN   ZID-TRF-CHAKUKA
                WHEN   ZID-TRF-TORIKESHI
                     PERFORM   TRF-TANKA-PROC
                     PERFORM   UKEIRE-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-IKO-KINGAKU(WK-ZTK-FOUND-IDX)
                WHEN   ZID-SYUKKO
                WHEN   ZID-MODOSHI
                WHEN   ZID-BKO-FURIKAE
                WHEN   ZID-BKO-JUTO
                WHEN   ZID-RECALL
                WHEN   ZID-BKO-KAIJO
                     PERFORM   HARAIDASHI-PROC
                     SUBTRACT   WK-KINGAKU   FROM
                           WK-ZTK-SHUKKA-GENKA(WK-ZTK-FOUND-IDX)
                WHEN   ZID-HENPIN-UKEIRE
                     PERFORM   HARAIDASHI-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-HENPIN-GENKA(WK-ZTK-FOUND-IDX)
                WHEN   OTHER
                     PERFORM   HARAIDASHI-PROC
                     ADD   WK-KINGAKU   TO
                           WK-ZTK-SONOTA-KINGAKU(WK-ZTK-FOUND-IDX)
           END-EVALUATE.
      *>
       ZID-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入入荷の入荷単価の検索処理
      *>在庫移動記録の伝票番号（発注番号）・商品・倉庫の入荷履歴を
      *>探し（同じ入荷日の行を優先する）、入荷単価が無ければ発注単価と
      *>する。どちらも無い入荷は現在の移動平均単価で受け入れ、注意
      *>として記録する
      *>************************************************************************
       NYUKA-TANKA-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-UKEIRE-TANKA.
           MOVE      ZERO   TO   WK-RCH-FOUND-FLG.
           MOVE      ZID-DENPYO-NO(1:6)   TO   WK-PO-BANGOU-X.
           IF   WK-PO-BANGOU-X   NUMERIC
                MOVE   WK-PO-BANGOU-X   TO   WK-PO-BANGOU
           ELSE
                MOVE   ZERO             TO   WK-PO-BANGOU
           END-IF.
      *>
           PERFORM   VARYING   WK-RCH-IDX   FROM   1   BY   1
                UNTIL   WK-RCH-IDX   >   WK-RCH-COUNT
                   OR   WK-RCH-FOUND-FLG   =   1
                IF   WK-RCH-PO-BANGOU(WK-RCH-IDX)   =   WK-PO-BANGOU
                AND  WK-RCH-SHOHIN-CODE(WK-RCH-IDX)
                          =   ZID-SHOHIN-CODE
                AND  WK-RCH-SOKO-CODE(WK-RCH-IDX)   =   ZID-SOKO-CODE
                AND  WK-RCH-NYUKA-TANKA(WK-RCH-IDX)   >   ZERO
                     MOVE   WK-RCH-NYUKA-TANKA(WK-RCH-IDX)
                          TO   WK-UKEIRE-TANKA
                     IF   WK-RCH-NYUKA-DATE(WK-RCH-IDX)
                               =   ZID-IDO-DATE
                          MOVE   1   TO   WK-RCH-FOUND-FLG
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-UKEIRE-TANKA   =   ZERO
                PERFORM   VARYING   WK-POR-IDX   FROM   1   BY   1
                     UNTIL   WK-POR-IDX   >   WK-POR-COUNT
                        OR   WK-UKEIRE-TANKA   >   ZERO
                     IF   WK-POR-PO-BANGOU(WK-POR-IDX)
                               =   WK-PO-BANGOU
                     AND  WK-POR-SHOHIN-CODE(WK-POR-IDX)
                               =   ZID-SHOHIN-CODE
                     AND  WK-POR-SOKO-CODE(WK-POR-IDX)
                               =   ZID-SOKO-CODE
                          MOVE   WK-POR-HATYU-TANKA(WK-POR-IDX)
                               TO   WK-UKEIRE-TANKA
                     END-IF
                END-PERFORM
           END-IF.
      *>
           IF   WK-UKEIRE-TANKA   =   ZERO
                MOVE      WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                     TO   WK-UKEIRE-TANKA
                MOVE      "入荷単価が分からない入荷"
                               TO   WK-CHUI-RIYU
                MOVE      ZID-DENPYO-NO   TO   REP-CHUI-DENPYO-NO
                PERFORM   CHUI-WRITE-PROC
           END-IF.
      *>
       NYUKA-TANKA-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受入処理（仕入入荷・移庫入庫）
      *>WK-UKEIRE-TANKAの単価で受け入れ、受入前の在庫がプラスなら
      *>受入前の在庫金額と受入金額から移動平均単価を計算し直す（受入前
      *>の在庫がゼロ以下なら受入単価をそのまま単価とする）
      *>************************************************************************
       UKEIRE-PROC                    SECTION.
      *>
           COMPUTE   WK-KINGAKU   ROUNDED   =
                     ZID-IDO-SU   *   WK-UKEIRE-TANKA.
           COMPUTE   WK-NEW-SU   =
                     WK-ZTK-SU(WK-ZTK-FOUND-IDX)   +   ZID-IDO-SU.
      *>
           IF   WK-ZTK-SU(WK-ZTK-FOUND-IDX)   >   ZERO
           AND  WK-NEW-SU   >   ZERO
                COMPUTE   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)   ROUNDED   =
                          ( WK-ZTK-SU(WK-ZTK-FOUND-IDX)
                            *   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                            +   ZID-IDO-SU   *   WK-UKEIRE-TANKA )
                          /   WK-NEW-SU
           ELSE
                MOVE   WK-UKEIRE-TANKA
                     TO   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
           END-IF.
      *>
           MOVE      WK-NEW-SU   TO   WK-ZTK-SU(WK-ZTK-FOUND-IDX).
      *>
       UKEIRE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>払出処理（受入以外の移動）
      *>現在の移動平均単価で移動数の金額を求める（単価は変えない）
      *>************************************************************************
       HARAIDASHI-PROC                SECTION.
      *>
           COMPUTE   WK-KINGAKU   ROUNDED   =
                     ZID-IDO-SU   *   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX).
           ADD       ZID-IDO-SU   TO   WK-ZTK-SU(WK-ZTK-FOUND-IDX).
      *>
       HARAIDASHI-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送の出庫時点の単価の控え処理
      *>出庫倉庫の現在の移動平均単価を移送番号（伝票番号）・商品ごとに
      *>控える（同じ移送番号・商品の行があれば置き換える）
      *>************************************************************************
       TRT-SAVE-PROC                  SECTION.
      *>
           MOVE      ZID-DENPYO-NO     TO   WK-TRT-CHK-DENPYO-NO.
           MOVE      ZID-SHOHIN-CODE   TO   WK-TRT-CHK-SHOHIN.
           PERFORM   TRT-FIND-PROC.
           IF   WK-TRT-FOUND-FLG   NOT =   1
                IF   WK-TRT-COUNT   NOT <   9999
                     GO   TO   TRT-SAVE-PROC-EXIT
                END-IF
                ADD    1   TO   WK-TRT-COUNT
                MOVE   WK-TRT-COUNT   TO   WK-TRT-FOUND-IDX
                MOVE   ZID-DENPYO-NO
                     TO   WK-TRT-DENPYO-NO(WK-TRT-FOUND-IDX)
                MOVE   ZID-SHOHIN-CODE
                     TO   WK-TRT-SHOHIN-CODE(WK-TRT-FOUND-IDX)
           END-IF.
           MOVE      WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                TO   WK-TRT-TANKA(WK-TRT-FOUND-IDX).
      *>
       TRT-SAVE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送の出庫時点の単価の検索処理
      *>WK-TRT-CHK-DENPYO-NO・WK-TRT-CHK-SHOHINに移送番号・商品を
      *>設定してから呼び出す
      *>************************************************************************
       TRT-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-TRT-FOUND-FLG.
           MOVE      ZERO   TO   WK-TRT-FOUND-IDX.
           PERFORM   VARYING   WK-TRT-IDX   FROM   1   BY   1
                UNTIL   WK-TRT-IDX   >   WK-TRT-COUNT
                   OR   WK-TRT-FOUND-FLG   =   1
                IF   WK-TRT-DENPYO-NO(WK-TRT-IDX)
                          =   WK-TRT-CHK-DENPYO-NO
                AND  WK-TRT-SHOHIN-CODE(WK-TRT-IDX)
                          =   WK-TRT-CHK-SHOHIN
                     MOVE   1   TO   WK-TRT-FOUND-FLG
                     MOVE   WK-TRT-IDX   TO   WK-TRT-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       TRT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送の着荷・取消の受入単価の決定処理
      *>当月に出庫した移送は控えた出庫時点の単価、前月以前に出庫した
      *>移送は引き継いだ輸送中在庫の単価とし、どちらも無ければ受入側
      *>の現在の移動平均単価とする
      *>************************************************************************
       TRF-TANKA-PROC                 SECTION.
      *>
           MOVE      ZID-DENPYO-NO     TO   WK-TRT-CHK-DENPYO-NO.
           MOVE      ZID-SHOHIN-CODE   TO   WK-TRT-CHK-SHOHIN.
           PERFORM   TRT-FIND-PROC.
           IF   WK-TRT-FOUND-FLG   =   1
                MOVE   WK-TRT-TANKA(WK-TRT-FOUND-IDX)
                     TO   WK-UKEIRE-TANKA
                GO   TO   TRF-TANKA-PROC-EXIT
           END-IF.
      *>
           MOVE      ZID-SHOHIN-CODE   TO   WK-YSC-CHK-SHOHIN.
           PERFORM   YSC-FIND-PROC.
           IF   WK-YSC-FOUND-FLG   =   1
           AND  WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX)   >   ZERO
                MOVE   WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX)
                     TO   WK-UKEIRE-TANKA
           ELSE
                MOVE   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                     TO   WK-UKEIRE-TANKA
           END-IF.
      *>
       TRF-TANKA-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫マスタの読み込み処理
      *>月末在庫単価にも在庫移動記録にも無い在庫は、移動が一度も無い
      *>ものとして在庫マスタの現在庫を月初・月末の数量とする
      *>（ファイルが無い場合は読み飛ばす）
      *>************************************************************************
       ZAIKOM-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ZAIKOM-FILE.
           IF   ZAIKOM-FILE-STATUS   NOT =   "00"
                CLOSE   ZAIKOM-FILE
                GO   TO   ZAIKOM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZAIKOM-FILE-STATUS   NOT =   "00"
                READ   ZAIKOM-FILE
                     AT   END
                          MOVE   "10"   TO   ZAIKOM-FILE-STATUS
                     NOT   AT   END
                          MOVE   ZMST-SOKO-CODE     TO   WK-ZTK-CHK-SOKO
                          MOVE   ZMST-SHOHIN-CODE
                               TO   WK-ZTK-CHK-SHOHIN
                          PERFORM   ZTK-FIND-PROC
                          IF   WK-ZTK-FOUND-FLG   =   1
                          AND  WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)
                                    =   ZERO
                               MOVE   2   TO
                                    WK-ZTK-KISHU-KUBUN(WK-ZTK-FOUND-IDX)
                               MOVE   ZMST-ZAIKO-SU   TO
                                    WK-ZTK-KISHU-SU(WK-ZTK-FOUND-IDX)
                                    WK-ZTK-SU(WK-ZTK-FOUND-IDX)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZAIKOM-FILE.
      *>
       ZAIKOM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送台帳の読み込み処理
      *>月末時点で輸送中の移送を商品別の輸送中在庫に積み上げる
      *>（ファイルが無い場合は倉庫間移送が無いものとする）
      *>************************************************************************
       TRF-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   TRF-FILE.
           EVALUATE   TRF-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     CLOSE   TRF-FILE
                     GO   TO   TRF-LOAD-PROC-EXIT
                WHEN   OTHER
                     DISPLAY   "SOKOTRF-FILE入出力エラー:"
                               TRF-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   TRF-FILE-STATUS   NOT =   "00"
                READ   TRF-FILE
                     AT   END
                          MOVE   "10"   TO   TRF-FILE-STATUS
                     NOT   AT   END
                          PERFORM   TRF-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     TRF-FILE.
      *>
      *>  月末の輸送中在庫の単価は積み上げた金額を数量で割って求める
           PERFORM   VARYING   WK-YSC-IDX   FROM   1   BY   1
                UNTIL   WK-YSC-IDX   >   WK-YSC-COUNT
                IF   WK-YSC-SU(WK-YSC-IDX)   NOT =   ZERO
                     COMPUTE   WK-YSC-TANKA(WK-YSC-IDX)   ROUNDED   =
                               WK-YSC-ZAIKO-KINGAKU(WK-YSC-IDX)
                               /   WK-YSC-SU(WK-YSC-IDX)
                END-IF
           END-PERFORM.
      *>
       TRF-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>倉庫間移送台帳１行分の処理
      *>月末日までに出庫し、輸送中のもの（着荷・取消が月末日より後の
      *>ものを含む）を、控えた出庫時点の単価（前月以前の出庫は引き
      *>継いだ輸送中在庫の単価、それも無ければ出庫倉庫の移動平均単価）
      *>で評価する
      *>************************************************************************
       TRF-ONE-PROC                   SECTION.
      *>
           IF   TRF-SYUKKO-DATE   NOT NUMERIC
           OR   TRF-SYUKKO-DATE   >   WK-MONTH-END
           OR   TRF-IDO-SU        NOT NUMERIC
                GO   TO   TRF-ONE-PROC-EXIT
           END-IF.
           IF   NOT   TRF-STS-YUSOCHU
           AND  TRF-KANRYO-DATE   NOT >   WK-MONTH-END
                GO   TO   TRF-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      TRF-TRF-NO        TO   WK-TRT-CHK-DENPYO-NO.
           MOVE      TRF-SHOHIN-CODE   TO   WK-TRT-CHK-SHOHIN.
           PERFORM   TRT-FIND-PROC.
           MOVE      TRF-SHOHIN-CODE   TO   WK-YSC-CHK-SHOHIN.
           PERFORM   YSC-FIND-PROC.
           IF   WK-YSC-FOUND-FLG   NOT =   1
                GO   TO   TRF-ONE-PROC-EXIT
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-TRT-FOUND-FLG   =   1
                     MOVE   WK-TRT-TANKA(WK-TRT-FOUND-IDX)
                          TO   WK-YSC-TANKA-SAVE
                WHEN   WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX)   >   ZERO
                     MOVE   WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX)
                          TO   WK-YSC-TANKA-SAVE
                WHEN   OTHER
                     MOVE      TRF-DE-SOKO-CODE   TO   WK-ZTK-CHK-SOKO
                     MOVE      TRF-SHOHIN-CODE    TO   WK-ZTK-CHK-SHOHIN
                     PERFORM   ZTK-FIND-PROC
                     IF   WK-ZTK-FOUND-FLG   =   1
                          MOVE   WK-ZTK-TANKA(WK-ZTK-FOUND-IDX)
                               TO   WK-YSC-TANKA-SAVE
                     ELSE
                          MOVE   ZERO   TO   WK-YSC-TANKA-SAVE
                     END-IF
           END-EVALUATE.
      *>
           COMPUTE   WK-KINGAKU   ROUNDED   =
                     TRF-IDO-SU   *   WK-YSC-TANKA-SAVE.
           ADD       TRF-IDO-SU   TO   WK-YSC-SU(WK-YSC-FOUND-IDX).
           ADD       WK-KINGAKU
                TO   WK-YSC-ZAIKO-KINGAKU(WK-YSC-FOUND-IDX).
      *>
       TRF-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中在庫の月初の引継ぎ処理（月末在庫単価の倉庫コード"**"の行）
      *>対象月より前の最も新しい月の行を月初の数量・単価とする
      *>************************************************************************
       YSC-KISHU-PROC                 SECTION.
      *>
           MOVE      ZTK-SHOHIN-CODE   TO   WK-YSC-CHK-SHOHIN.
           PERFORM   YSC-FIND-PROC.
           IF   WK-YSC-FOUND-FLG   NOT =   1
                GO   TO   YSC-KISHU-PROC-EXIT
           END-IF.
           IF   WK-YSC-KISHU-YYYYMM(WK-YSC-FOUND-IDX)
                     >   ZTK-TAISHO-YYYYMM
                GO   TO   YSC-KISHU-PROC-EXIT
           END-IF.
      *>
           MOVE      ZTK-TAISHO-YYYYMM
                TO   WK-YSC-KISHU-YYYYMM(WK-YSC-FOUND-IDX).
           MOVE      ZTK-ZAIKO-SU
                TO   WK-YSC-KISHU-SU(WK-YSC-FOUND-IDX).
           MOVE      ZTK-HEIKIN-TANKA
                TO   WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX).
      *>
       YSC-KISHU-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中在庫テーブルの検索・追加処理
      *>WK-YSC-CHK-SHOHINに商品を設定してから呼び出す。無ければ数量
      *>ゼロで追加し、WK-YSC-FOUND-IDXに行の位置を返す（テーブルが
      *>一杯ならWK-YSC-FOUND-FLGはゼロのまま返す）
      *>************************************************************************
       YSC-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-YSC-FOUND-FLG.
           MOVE      ZERO   TO   WK-YSC-FOUND-IDX.
           PERFORM   VARYING   WK-YSC-IDX   FROM   1   BY   1
                UNTIL   WK-YSC-IDX   >   WK-YSC-COUNT
                   OR   WK-YSC-FOUND-FLG   =   1
                IF   WK-YSC-SHOHIN-CODE(WK-YSC-IDX)
                          =   WK-YSC-CHK-SHOHIN
                     MOVE   1   TO   WK-YSC-FOUND-FLG
                     MOVE   WK-YSC-IDX   TO   WK-YSC-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-YSC-FOUND-FLG   =   1
                GO   TO   YSC-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-YSC-COUNT   NOT <   9999
                GO   TO   YSC-FIND-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-YSC-COUNT.
           MOVE      WK-YSC-COUNT   TO   WK-YSC-FOUND-IDX.
           MOVE      1              TO   WK-YSC-FOUND-FLG.
           MOVE      WK-YSC-CHK-SHOHIN
                TO   WK-YSC-SHOHIN-CODE(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-KISHU-YYYYMM(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-KISHU-SU(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-KISHU-TANKA(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-SU(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-TANKA(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-ZAIKO-KINGAKU(WK-YSC-FOUND-IDX).
           MOVE      ZERO   TO   WK-YSC-INSATSU-FLG(WK-YSC-FOUND-IDX).
      *>
       YSC-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月末在庫金額の計算処理
      *>月末の数量×移動平均単価を在庫金額とし、在庫があるのに単価の
      *>無いものは注意として記録する
      *>************************************************************************
       ZAIKO-KINGAKU-PROC             SECTION.
      *>
           PERFORM   VARYING   WK-ZTK-IDX   FROM   1   BY   1
                UNTIL   WK-ZTK-IDX   >   WK-ZTK-COUNT
                COMPUTE   WK-ZTK-ZAIKO-KINGAKU(WK-ZTK-IDX)   ROUNDED   =
                          WK-ZTK-SU(WK-ZTK-IDX)
                          *   WK-ZTK-TANKA(WK-ZTK-IDX)
                IF   WK-ZTK-SU(WK-ZTK-IDX)      NOT =   ZERO
                AND  WK-ZTK-TANKA(WK-ZTK-IDX)   =   ZERO
                     MOVE   WK-ZTK-IDX   TO   WK-ZTK-FOUND-IDX
                     MOVE   "単価の無い在庫"
                               TO   WK-CHUI-RIYU
                     MOVE   SPACE   TO   REP-CHUI-DENPYO-NO
                     PERFORM   CHUI-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
       ZAIKO-KINGAKU-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>注意を要する移動・在庫の記録処理
      *>WK-ZTK-FOUND-IDXの在庫について、理由をWK-CHUI-RIYUに、伝票
      *>番号をREP-CHUI-DENPYO-NOに設定してから呼び出す
      *>************************************************************************
       CHUI-WRITE-PROC                SECTION.
      *>
           ADD       1   TO   WRK-CHUI-COUNT.
           MOVE      WK-ZTK-SOKO-CODE(WK-ZTK-FOUND-IDX)
                TO   REP-CHUI-SOKO-CODE.
           MOVE      WK-ZTK-SHOHIN-CODE(WK-ZTK-FOUND-IDX)
                TO   REP-CHUI-SHOHIN-CODE.
           MOVE      WK-CHUI-RIYU   TO   REP-CHUI-RIYU.
           WRITE     INVVAL-RECODE   FROM   REP-CHUI-RECODE.
      *>
       CHUI-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫評価表の印字処理
      *>未印字の在庫から倉庫・商品コードの最も小さいものを選んで印字
      *>することを、選ぶ在庫が無くなるまで繰り返し、倉庫・分類が
      *>変わるところで小計を印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           WRITE     INVVAL-RECODE   FROM   REP-COLHDR-RECODE.
           MOVE      SPACE   TO   WK-CUR-SOKO-CODE.
           MOVE      SPACE   TO   WK-CUR-BUNRUI-CODE.
           MOVE      ZERO    TO   WK-BUNRUI-TOTAL-AREA.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
           MOVE      1   TO   WK-BEST-IDX.
           PERFORM   UNTIL   WK-BEST-IDX   =   ZERO
                PERFORM   ZTK-NEXT-FIND-PROC
                IF   WK-BEST-IDX   NOT =   ZERO
                     PERFORM   ZTK-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                PERFORM   BUNRUI-TOTAL-WRITE-PROC
                PERFORM   SOKO-TOTAL-WRITE-PROC
           END-IF.
      *>
      *>  輸送中在庫を商品別に印字する
           PERFORM   YSC-REPORT-PROC.
      *>
      *>  全体合計行と売上原価の内訳を印字する
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "全倉庫合計"             TO   REP-T-TITLE.
           MOVE      WK-TT-ZAIKO-SU           TO   REP-T-ZAIKO-SU.
           MOVE      WK-TT-ZAIKO-KINGAKU      TO   REP-T-ZAIKO-KINGAKU.
           MOVE      WK-TT-URIAGE-GENKA       TO   REP-T-URIAGE-GENKA.
           WRITE     INVVAL-RECODE   FROM   REP-TOTAL-RECODE.
      *>
           MOVE      "当月仕入入荷額："        TO   REP-G-TITLE.
           MOVE      WK-TT-NYUKA-KINGAKU      TO   REP-G-KINGAKU.
           WRITE     INVVAL-RECODE   FROM   REP-GENKA-RECODE.
           MOVE      "出荷原価："              TO   REP-G-TITLE.
           MOVE      WK-TT-SHUKKA-GENKA       TO   REP-G-KINGAKU.
           WRITE     INVVAL-RECODE   FROM   REP-GENKA-RECODE.
           MOVE      "返品原価："              TO   REP-G-TITLE.
           MOVE      WK-TT-HENPIN-GENKA       TO   REP-G-KINGAKU.
           WRITE     INVVAL-RECODE   FROM   REP-GENKA-RECODE.
           MOVE      "売上原価（純額）："   TO   REP-G-TITLE.
           MOVE      WK-TT-URIAGE-GENKA       TO   REP-G-KINGAKU.
           WRITE     INVVAL-RECODE   FROM   REP-GENKA-RECODE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中在庫の印字処理
      *>月初・月末のどちらかに輸送中在庫のある商品を商品コード順に
      *>印字し、輸送中合計を全倉庫合計に含める
      *>************************************************************************
       YSC-REPORT-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-YUSO-TOTAL-AREA.
           MOVE      ZERO   TO   WK-YUSO-HDR-FLG.
           MOVE      1      TO   WK-YSC-BEST-IDX.
           PERFORM   UNTIL   WK-YSC-BEST-IDX   =   ZERO
                PERFORM   YSC-NEXT-FIND-PROC
                IF   WK-YSC-BEST-IDX   NOT =   ZERO
                     IF   WK-YUSO-HDR-FLG   =   ZERO
                          WRITE  INVVAL-RECODE   FROM   REP-YUSO-RECODE
                          MOVE   1   TO   WK-YUSO-HDR-FLG
                     END-IF
                     PERFORM   YSC-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-YUSO-HDR-FLG   =   1
                MOVE   SPACE   TO   REP-TOTAL-RECODE
                MOVE   "輸送中合計"             TO   REP-T-TITLE
                MOVE   WK-YT-ZAIKO-SU           TO   REP-T-ZAIKO-SU
                MOVE   WK-YT-ZAIKO-KINGAKU      TO   REP-T-ZAIKO-KINGAKU
                MOVE   ZERO                     TO   REP-T-URIAGE-GENKA
                WRITE  INVVAL-RECODE   FROM   REP-TOTAL-RECODE
           END-IF.
      *>
       YSC-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する輸送中在庫の選択処理
      *>************************************************************************
       YSC-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-YSC-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-YSC-BEST-KEY.
           PERFORM   VARYING   WK-YSC-IDX   FROM   1   BY   1
                UNTIL   WK-YSC-IDX   >   WK-YSC-COUNT
                IF   WK-YSC-INSATSU-FLG(WK-YSC-IDX)   =   ZERO
                AND ( WK-YSC-SU(WK-YSC-IDX)        NOT =   ZERO
                   OR WK-YSC-KISHU-SU(WK-YSC-IDX)  NOT =   ZERO )
                AND  WK-YSC-SHOHIN-CODE(WK-YSC-IDX)
                          <   WK-YSC-BEST-KEY
                     MOVE   WK-YSC-IDX   TO   WK-YSC-BEST-IDX
                     MOVE   WK-YSC-SHOHIN-CODE(WK-YSC-IDX)
                          TO   WK-YSC-BEST-KEY
                END-IF
           END-PERFORM.
      *>
       YSC-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>輸送中在庫の明細行１件分の印字処理
      *>************************************************************************
       YSC-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-YSC-INSATSU-FLG(WK-YSC-BEST-IDX).
      *>
           MOVE      WK-YSC-SHOHIN-CODE(WK-YSC-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-YSC-SHOHIN-CODE(WK-YSC-BEST-IDX)
                          TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-YSC-KISHU-SU(WK-YSC-BEST-IDX)
                          TO   REP-KISHU-SU.
           MOVE      WK-YSC-SU(WK-YSC-BEST-IDX)   TO   REP-ZAIKO-SU.
           MOVE      WK-YSC-TANKA(WK-YSC-BEST-IDX)      TO   REP-TANKA.
           MOVE      WK-YSC-ZAIKO-KINGAKU(WK-YSC-BEST-IDX)
                          TO   REP-ZAIKO-KINGAKU.
           MOVE      ZERO   TO   REP-URIAGE-GENKA.
           WRITE     INVVAL-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  輸送中合計・全体合計へ積み上げる
           ADD       WK-YSC-SU(WK-YSC-BEST-IDX)
                TO   WK-YT-ZAIKO-SU   WK-TT-ZAIKO-SU.
           ADD       WK-YSC-ZAIKO-KINGAKU(WK-YSC-BEST-IDX)
                TO   WK-YT-ZAIKO-KINGAKU   WK-TT-ZAIKO-KINGAKU.
      *>
       YSC-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>月末在庫も当月の移動も無い在庫は印字しない
      *>************************************************************************
       ZTK-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-BEST-KEY.
           PERFORM   VARYING   WK-ZTK-IDX   FROM   1   BY   1
                UNTIL   WK-ZTK-IDX   >   WK-ZTK-COUNT
                IF   WK-ZTK-INSATSU-FLG(WK-ZTK-IDX)   =   ZERO
                AND ( WK-ZTK-SU(WK-ZTK-IDX)   NOT =   ZERO
                   OR WK-ZTK-IDO-FLG(WK-ZTK-IDX)   =   1 )
                     MOVE   WK-ZTK-SOKO-CODE(WK-ZTK-IDX)
                          TO   WK-CHK-KEY(1:2)
                     MOVE   WK-ZTK-SHOHIN-CODE(WK-ZTK-IDX)
                          TO   WK-CHK-KEY(3:6)
                     IF   WK-CHK-KEY   <   WK-BEST-KEY
                          MOVE   WK-ZTK-IDX   TO   WK-BEST-IDX
                          MOVE   WK-CHK-KEY   TO   WK-BEST-KEY
                     END-IF
                END-IF
           END-PERFORM.
      *>
       ZTK-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫評価表の明細行１件分の印字処理
      *>倉庫・分類が変わるところで小計と見出しを印字する
      *>************************************************************************
       ZTK-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      1   TO   WK-ZTK-INSATSU-FLG(WK-BEST-IDX).
      *>
           IF   WK-ZTK-SOKO-CODE(WK-BEST-IDX)   NOT =   WK-CUR-SOKO-CODE
                IF   WK-CUR-SOKO-CODE   NOT =   SPACE
                     PERFORM   BUNRUI-TOTAL-WRITE-PROC
                     PERFORM   SOKO-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-ZTK-SOKO-CODE(WK-BEST-IDX)
                     TO   WK-CUR-SOKO-CODE
                MOVE   WK-CUR-SOKO-CODE   TO   REP-SOKO-CODE
                WRITE  INVVAL-RECODE   FROM   REP-SOKO-RECODE
                MOVE   SPACE   TO   WK-CUR-BUNRUI-CODE
           END-IF.
      *>
           IF   WK-ZTK-BUNRUI-CODE(WK-BEST-IDX)
                     NOT =   WK-CUR-BUNRUI-CODE
                IF   WK-CUR-BUNRUI-CODE   NOT =   SPACE
                     PERFORM   BUNRUI-TOTAL-WRITE-PROC
                END-IF
                MOVE   WK-ZTK-BUNRUI-CODE(WK-BEST-IDX)
                     TO   WK-CUR-BUNRUI-CODE
                MOVE   WK-CUR-BUNRUI-CODE   TO   WK-BUNRUI-CHK-CODE
                PERFORM   BUNRUI-MSTR-LOOKUP-PROC
                MOVE   WK-CUR-BUNRUI-CODE         TO   REP-BUNRUI-CODE
                MOVE   WK-BUNRUI-MSTR-NAME-SAVE   TO   REP-BUNRUI-NAME
                WRITE  INVVAL-RECODE   FROM   REP-BUNRUI-RECODE
           END-IF.
      *>
           MOVE      WK-ZTK-SHOHIN-CODE(WK-BEST-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-ZTK-SHOHIN-CODE(WK-BEST-IDX)
                          TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      WK-ZTK-KISHU-SU(WK-BEST-IDX)   TO   REP-KISHU-SU.
           MOVE      WK-ZTK-SU(WK-BEST-IDX)         TO   REP-ZAIKO-SU.
           MOVE      WK-ZTK-TANKA(WK-BEST-IDX)      TO   REP-TANKA.
           MOVE      WK-ZTK-ZAIKO-KINGAKU(WK-BEST-IDX)
                          TO   REP-ZAIKO-KINGAKU.
           COMPUTE   WK-KINGAKU   =
                     WK-ZTK-SHUKKA-GENKA(WK-BEST-IDX)
                     -   WK-ZTK-HENPIN-GENKA(WK-BEST-IDX).
           MOVE      WK-KINGAKU   TO   REP-URIAGE-GENKA.
           WRITE     INVVAL-RECODE   FROM   REP-DETAIL-RECODE.
      *>
      *>  分類小計・倉庫合計・全体合計へ積み上げる
           ADD       WK-ZTK-SU(WK-BEST-IDX)
                TO   WK-BT-ZAIKO-SU   WK-ST-ZAIKO-SU   WK-TT-ZAIKO-SU.
           ADD       WK-ZTK-ZAIKO-KINGAKU(WK-BEST-IDX)
                TO   WK-BT-ZAIKO-KINGAKU   WK-ST-ZAIKO-KINGAKU
                     WK-TT-ZAIKO-KINGAKU.
           ADD       WK-KINGAKU
                TO   WK-BT-URIAGE-GENKA   WK-ST-URIAGE-GENKA
                     WK-TT-URIAGE-GENKA.
           ADD       WK-ZTK-NYUKA-KINGAKU(WK-BEST-IDX)
                TO   WK-TT-NYUKA-KINGAKU.
           ADD       WK-ZTK-SHUKKA-GENKA(WK-BEST-IDX)
                TO   WK-TT-SHUKKA-GENKA.
           ADD       WK-ZTK-HENPIN-GENKA(WK-BEST-IDX)
                TO   WK-TT-HENPIN-GENKA.
      *>
       ZTK-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類小計行の印字処理
      *>************************************************************************
       BUNRUI-TOTAL-WRITE-PROC        SECTION.
      *>
           MOVE      SPACE   TO   REP-TOTAL-RECODE.
           MOVE      "分類小計"               TO   REP-T-TITLE.
           MOVE      WK-BT-ZAIKO-SU           TO   REP-T-ZAIKO-SU.
           MOVE      WK-BT-ZAIKO-KINGAKU      TO   REP-T-ZAIKO-KINGAKU.
           MOVE      WK-BT-URIAGE-GENKA       TO   REP-T-URIAGE-GENKA.
           WRITE     INVVAL-RECODE   FROM   REP-TOTAL-RECODE.
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
           MOVE      WK-ST-ZAIKO-SU           TO   REP-T-ZAIKO-SU.
           MOVE      WK-ST-ZAIKO-KINGAKU      TO   REP-T-ZAIKO-KINGAKU.
           MOVE      WK-ST-URIAGE-GENKA       TO   REP-T-URIAGE-GENKA.
           WRITE     INVVAL-RECODE   FROM   REP-TOTAL-RECODE.
           MOVE      ZERO    TO   WK-SOKO-TOTAL-AREA.
      *>
       SOKO-TOTAL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月末在庫単価ファイルの書き出し処理
      *>対象月以外の行を書き戻し、在庫または単価のある在庫について
      *>対象月の行を追加する
      *>************************************************************************
       ZTK-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   ZTK-FILE.
      *>
           PERFORM   VARYING   WK-HST-IDX   FROM   1   BY   1
                UNTIL   WK-HST-IDX   >   WK-HST-COUNT
                MOVE    WK-HST-RECODE(WK-HST-IDX)   TO   ZTK-RECODE
                WRITE   ZTK-RECODE
           END-PERFORM.
      *>
           PERFORM   VARYING   WK-ZTK-IDX   FROM   1   BY   1
                UNTIL   WK-ZTK-IDX   >   WK-ZTK-COUNT
                IF   WK-ZTK-SU(WK-ZTK-IDX)      NOT =   ZERO
                OR   WK-ZTK-TANKA(WK-ZTK-IDX)   NOT =   ZERO
                     MOVE   WK-MONTH-YYYYMM   TO   ZTK-TAISHO-YYYYMM
                     MOVE   WK-ZTK-SOKO-CODE(WK-ZTK-IDX)
                          TO   ZTK-SOKO-CODE
                     MOVE   WK-ZTK-SHOHIN-CODE(WK-ZTK-IDX)
                          TO   ZTK-SHOHIN-CODE
                     MOVE   WK-ZTK-SU(WK-ZTK-IDX)      TO   ZTK-ZAIKO-SU
                     MOVE   WK-ZTK-TANKA(WK-ZTK-IDX)
                          TO   ZTK-HEIKIN-TANKA
                     MOVE   WK-ZTK-ZAIKO-KINGAKU(WK-ZTK-IDX)
                          TO   ZTK-ZAIKO-KINGAKU
                     WRITE  ZTK-RECODE
                     ADD    1   TO   WRK-ZTK-OUT-COUNT
                END-IF
           END-PERFORM.
      *>
      *>  輸送中在庫は倉庫コード"**"の行とする（月初にあって月末に無く
      *>  なった商品も数量ゼロの行を書き、前月の行を引き継がせない）
           PERFORM   VARYING   WK-YSC-IDX   FROM   1   BY   1
                UNTIL   WK-YSC-IDX   >   WK-YSC-COUNT
                IF   WK-YSC-SU(WK-YSC-IDX)         NOT =   ZERO
                OR   WK-YSC-KISHU-SU(WK-YSC-IDX)   NOT =   ZERO
                     MOVE   WK-MONTH-YYYYMM   TO   ZTK-TAISHO-YYYYMM
                     MOVE   "**"              TO   ZTK-SOKO-CODE
                     MOVE   WK-YSC-SHOHIN-CODE(WK-YSC-IDX)
                          TO   ZTK-SHOHIN-CODE
                     MOVE   WK-YSC-SU(WK-YSC-IDX)      TO   ZTK-ZAIKO-SU
                     MOVE   WK-YSC-TANKA(WK-YSC-IDX)
                          TO   ZTK-HEIKIN-TANKA
                     MOVE   WK-YSC-ZAIKO-KINGAKU(WK-YSC-IDX)
                          TO   ZTK-ZAIKO-KINGAKU
                     WRITE  ZTK-RECODE
                     ADD    1   TO   WRK-ZTK-OUT-COUNT
                END-IF
           END-PERFORM.
      *>
           CLOSE     ZTK-FILE.
      *>
       ZTK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>同じ月の計上仕訳の有無の確認処理
      *>種別マーク"CGS"で参照日付が対象月の月末日のバッチ管理行が
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
                          AND  GLB-ADJ-MARK   =   "CGS"
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
      *>売上原価の計上仕訳の書き出し処理
      *>出荷原価は借方 売上原価／貸方 商品、返品原価は借方 商品／貸方
      *>売上原価の２行ずつで追記する（マイナスの場合は貸借を逆にする）
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WRK-ENTRY-COUNT.
           MOVE      ZERO   TO   WK-GL-TOTAL.
           IF   WK-TT-SHUKKA-GENKA   NOT =   ZERO
                ADD   2   TO   WRK-ENTRY-COUNT
                IF   WK-TT-SHUKKA-GENKA   <   ZERO
                     SUBTRACT   WK-TT-SHUKKA-GENKA   FROM   WK-GL-TOTAL
                ELSE
                     ADD        WK-TT-SHUKKA-GENKA   TO     WK-GL-TOTAL
                END-IF
           END-IF.
           IF   WK-TT-HENPIN-GENKA   NOT =   ZERO
                ADD   2   TO   WRK-ENTRY-COUNT
                IF   WK-TT-HENPIN-GENKA   <   ZERO
                     SUBTRACT   WK-TT-HENPIN-GENKA   FROM   WK-GL-TOTAL
                ELSE
                     ADD        WK-TT-HENPIN-GENKA   TO     WK-GL-TOTAL
                END-IF
           END-IF.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（売上原価マーク・対象月の月末日付き）
           MOVE      "B"                TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT    TO   GLB-ENTRY-COUNT.
           MOVE      WK-GL-TOTAL        TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-GL-TOTAL        TO   GLB-KASHIKATA-TOTAL.
           MOVE      "CGS"              TO   GLB-ADJ-MARK.
           MOVE      WK-MONTH-END       TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
      *>  出荷原価（借方 売上原価／貸方 商品）
           IF   WK-TT-SHUKKA-GENKA   NOT =   ZERO
                IF   WK-TT-SHUKKA-GENKA   >   ZERO
                     MOVE   WK-URGN-KAMOKU   TO   WK-GL-KARI-KAMOKU
                     MOVE   WK-SHOH-KAMOKU   TO   WK-GL-KASHI-KAMOKU
                     MOVE   WK-TT-SHUKKA-GENKA   TO   WK-GL-KINGAKU
                ELSE
                     MOVE   WK-SHOH-KAMOKU   TO   WK-GL-KARI-KAMOKU
                     MOVE   WK-URGN-KAMOKU   TO   WK-GL-KASHI-KAMOKU
                     COMPUTE   WK-GL-KINGAKU   =
                               ZERO   -   WK-TT-SHUKKA-GENKA
                END-IF
                PERFORM   GLJRNL-PAIR-WRITE-PROC
           END-IF.
      *>
      *>  返品原価（借方 商品／貸方 売上原価）
           IF   WK-TT-HENPIN-GENKA   NOT =   ZERO
                IF   WK-TT-HENPIN-GENKA   >   ZERO
                     MOVE   WK-SHOH-KAMOKU   TO   WK-GL-KARI-KAMOKU
                     MOVE   WK-URGN-KAMOKU   TO   WK-GL-KASHI-KAMOKU
                     MOVE   WK-TT-HENPIN-GENKA   TO   WK-GL-KINGAKU
                ELSE
                     MOVE   WK-URGN-KAMOKU   TO   WK-GL-KARI-KAMOKU
                     MOVE   WK-SHOH-KAMOKU   TO   WK-GL-KASHI-KAMOKU
                     COMPUTE   WK-GL-KINGAKU   =
                               ZERO   -   WK-TT-HENPIN-GENKA
                END-IF
                PERFORM   GLJRNL-PAIR-WRITE-PROC
           END-IF.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>借方・貸方１組の仕訳明細の書き出し処理
      *>WK-GL-KARI-KAMOKU・WK-GL-KASHI-KAMOKU・WK-GL-KINGAKUを設定して
      *>から呼び出す
      *>************************************************************************
       GLJRNL-PAIR-WRITE-PROC         SECTION.
      *>
           MOVE      "E"                TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE       TO   GLJ-RUN-DATE.
           MOVE      "**"               TO   GLJ-BUNRUI-CODE.
           MOVE      SPACE              TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE              TO   GLJ-INV-BANGOU.
           MOVE      WK-GL-KINGAKU      TO   GLJ-KINGAKU.
           MOVE      WK-GL-KARI-KAMOKU  TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
           MOVE      WK-GL-KASHI-KAMOKU TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-PAIR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>売上原価（"URGN"）・商品（"SHOH"）の科目が揃わない場合は
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
                               WHEN   "URGN"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URGN-KAMOKU
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
           IF   WK-URGN-KAMOKU   =   SPACE
           OR   WK-SHOH-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにURGN/SHOHの行が"
                          "ありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷履歴の読み込み処理（対象月の入荷をテーブルに展開する）
      *>（ファイルが無い場合は発注単価だけで受け入れる）
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
                          IF   RCH-NYUKA-DATE   NOT <   WK-MONTH-START
                          AND  RCH-NYUKA-DATE   NOT >   WK-MONTH-END
                          AND  WK-RCH-COUNT   <   9999
                               ADD    1   TO   WK-RCH-COUNT
                               MOVE   RCH-PO-BANGOU    TO
                                    WK-RCH-PO-BANGOU(WK-RCH-COUNT)
                               MOVE   RCH-SHOHIN-CODE  TO
                                    WK-RCH-SHOHIN-CODE(WK-RCH-COUNT)
                               MOVE   RCH-SOKO-CODE    TO
                                    WK-RCH-SOKO-CODE(WK-RCH-COUNT)
                               MOVE   RCH-NYUKA-DATE   TO
                                    WK-RCH-NYUKA-DATE(WK-RCH-COUNT)
                               IF   RCH-NYUKA-TANKA   NUMERIC
                                    MOVE   RCH-NYUKA-TANKA   TO
                                         WK-RCH-NYUKA-TANKA
                                              (WK-RCH-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                         WK-RCH-NYUKA-TANKA
                                              (WK-RCH-COUNT)
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
      *>発注登録簿の読み込み処理（全明細をテーブルに展開する）
      *>（ファイルが無い場合は読み飛ばす）
      *>************************************************************************
       POR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   POR-FILE.
           IF   POR-FILE-STATUS   NOT =   "00"
                CLOSE   POR-FILE
                GO   TO   POR-LOAD-PROC-EXIT
           END-IF.
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
      *>（ファイルが無い場合は月初の単価をゼロとする）
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
      *>月初日時点の標準原価の検索処理
      *>WK-ZTK-CHK-SHOHINの商品について、月初日以前で最も新しい
      *>適用開始日の単価をWK-CST-TANKA-SAVEに返す（無ければゼロ）
      *>************************************************************************
       CST-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CST-TANKA-SAVE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   WK-ZTK-CHK-SHOHIN
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   WK-MONTH-START
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-CST-BEST-EFF-DATE
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
           MOVE      WRK-ZID-COUNT          TO   MSG1-ZID-COUNT.
           MOVE      WRK-TAISHO-COUNT       TO   MSG1-TAISHO-COUNT.
           MOVE      WRK-CHUI-COUNT         TO   MSG1-CHUI-COUNT.
           MOVE      WK-TT-ZAIKO-KINGAKU    TO   MSG1-ZAIKO-KINGAKU.
           MOVE      WK-TT-URIAGE-GENKA     TO   MSG1-URIAGE-GENKA.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
