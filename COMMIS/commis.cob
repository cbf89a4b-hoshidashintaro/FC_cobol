      *>************************************************************************
      *>担当者別販売手数料計算プログラム
      *>パラメータファイル（COMPARM.txt：対象年月YYYYMM）で指定された
      *>月について、受注を受け付けた担当者（担当者番号）ごとの販売
      *>手数料を計算する。
      *>売上は対象月のJUDGE001日付退避ファイル（JOT01_yyyymmdd.txt）の
      *>受注明細を、REBATE001と同じ規則（契約単価→単価履歴→商品
      *>マスタの単価、販促の割引、取消・減量差分は相殺、移庫は対象外）
      *>で評価した税抜金額とし、担当者・商品の分類コード別に集計する。
      *>返品は得意先返品履歴（RTNHIST.txt）の返品日が対象月の行を、
      *>対象月と直前３か月の日付退避ファイルから元の受注の担当者を
      *>求めて担当者・分類別に集計する（元の受注が見つからない返品は
      *>担当者不明として一覧に出し、戻し入れしない）。
      *>手数料の計画は販売手数料計画マスタ（COMPLAN.txt）から担当者・
      *>部署と分類で選び、戻し区分のある計画は返品額を差し引いた
      *>純売上に、達した段階の率を掛けて手数料とする（円未満切捨て）。
      *>純売上が負（返品が売上を上回る）の分類は第１段階の率で負の
      *>手数料（戻し入れ）とする。担当者の所属部署は担当者マスタ
      *>（TANTOM.txt）、無い場合は受注レコードの部署コードとする。
      *>担当者ごとに手数料計算書（COM_担当者番号.txt）を、給与計算へ
      *>渡す部署別の手数料一覧（COMSUM.txt）をあわせて書き出す。
      *>担当者不明の返品や計画の無い売上がある場合はリターンコード４
      *>で終了する。パラメータ・計画マスタが読めない場合はリターン
      *>コード８で終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   COMMIS001.
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
       SELECT   PARM-FILE     ASSIGN        TO "COMPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>日付退避ファイル（日付ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   RT-FILE       ASSIGN        TO WK-RT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RT-FILE-STATUS.
      *>************************************************************************
      *>販売手数料計画マスタファイル
      *>************************************************************************
       SELECT   CPL-FILE      ASSIGN        TO "COMPLAN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPL-FILE-STATUS.
      *>************************************************************************
      *>得意先返品履歴ファイル
      *>************************************************************************
       SELECT   RNH-FILE      ASSIGN        TO "RTNHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RNH-FILE-STATUS.
      *>************************************************************************
      *>担当者マスタファイル
      *>************************************************************************
       SELECT   TANTOM-FILE   ASSIGN        TO "TANTOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANTOM-FILE-STATUS.
      *>************************************************************************
      *>部署マスタファイル
      *>************************************************************************
       SELECT   BUSHOM-FILE   ASSIGN        TO "BUSHOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUSHOM-FILE-STATUS.
      *>************************************************************************
      *>分類マスタファイル
      *>************************************************************************
       SELECT   BUNRUIM-FILE  ASSIGN        TO "BUNRUIM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BUNRUIM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>商品単価履歴ファイル
      *>************************************************************************
       SELECT   PRC-FILE      ASSIGN        TO "SHOHINPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRC-FILE-STATUS.
      *>************************************************************************
      *>顧客別契約単価ファイル
      *>************************************************************************
       SELECT   CPR-FILE      ASSIGN        TO "CONTPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPR-FILE-STATUS.
      *>************************************************************************
      *>販促マスタファイル
      *>************************************************************************
       SELECT   PRM-FILE      ASSIGN        TO "PROMOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRM-FILE-STATUS.
      *>************************************************************************
      *>担当者別手数料計算書ファイル（担当者ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   COM-FILE      ASSIGN        TO WK-COM-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>部署別手数料一覧ファイル（給与計算への引き渡し用）
      *>************************************************************************
       SELECT   CSM-FILE      ASSIGN        TO "COMSUM.txt"
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
           03   PARM-YYYYMM                    PIC X(006).
      *>************************************************************************
      *>日付退避ファイルのレイアウト定義（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   RT-FILE.
       01   RT-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==RT==.
      *>************************************************************************
      *>販売手数料計画マスタファイルのレイアウト定義
      *>************************************************************************
       FD   CPL-FILE.
       01   CPL-RECODE.
           COPY   COMPLANM   REPLACING   ==:PREFIX:==   BY   ==CPL==.
      *>************************************************************************
      *>得意先返品履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RNH-FILE.
       01   RNH-RECODE.
           COPY   RTNHIST   REPLACING   ==:PREFIX:==   BY   ==RNH==.
      *>************************************************************************
      *>TANTOM-FILEのレイアウト定義
      *>************************************************************************
       FD   TANTOM-FILE.
       01   TANTOM-RECODE.
           COPY   TANTOMSTR   REPLACING   ==:PREFIX:==   BY   ==TMST==.
      *>************************************************************************
      *>BUSHOM-FILEのレイアウト定義
      *>************************************************************************
       FD   BUSHOM-FILE.
       01   BUSHOM-RECODE.
           COPY   BUSHOMSTR   REPLACING   ==:PREFIX:==   BY   ==BMST==.
      *>************************************************************************
      *>BUNRUIM-FILEのレイアウト定義
      *>************************************************************************
       FD   BUNRUIM-FILE.
       01   BUNRUIM-RECODE.
           COPY   BUNRUIMSTR   REPLACING   ==:PREFIX:==   BY   ==RMST==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>商品単価履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   PRC-FILE.
       01   PRC-RECODE.
           COPY   SHOHINPRC   REPLACING   ==:PREFIX:==   BY   ==PRC==.
      *>************************************************************************
      *>顧客別契約単価ファイルのレイアウト定義
      *>************************************************************************
       FD   CPR-FILE.
       01   CPR-RECODE.
           COPY   CONTPRC   REPLACING   ==:PREFIX:==   BY   ==CPR==.
      *>************************************************************************
      *>販促マスタファイルのレイアウト定義
      *>************************************************************************
       FD   PRM-FILE.
       01   PRM-RECODE.
           COPY   PROMOMSTR   REPLACING   ==:PREFIX:==   BY   ==PRM==.
      *>************************************************************************
      *>担当者別手数料計算書ファイルのレイアウト定義
      *>************************************************************************
       FD   COM-FILE.
       01   COM-RECODE                             PIC X(132).
      *>************************************************************************
      *>部署別手数料一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   CSM-FILE.
       01   CSM-RECODE                             PIC X(132).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  CPL-FILE-STATUS                          PIC XX.
       01  RNH-FILE-STATUS                          PIC XX.
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  BUSHOM-FILE-STATUS                       PIC XX.
       01  BUNRUIM-FILE-STATUS                      PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  PRM-FILE-STATUS                          PIC XX.
      *>
      *>日次退避ファイル・計算書のファイル名
       01  WK-RT-FILENAME                           PIC X(020).
       01  WK-COM-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-REC-COUNT                    PIC 9(006).
             03   WRK-HENPIN-COUNT                 PIC 9(006).
             03   WRK-FUMEI-COUNT                  PIC 9(006).
             03   WRK-NOPLAN-COUNT                 PIC 9(006).
             03   WRK-TANTO-COUNT                  PIC 9(006).
             03   WK-DD                            PIC 9(002).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "COMMIS01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象年月と初日・末日、返品の元受注を探す月の範囲
      *>（月は年×１２＋月－１の通し番号で数える）
       01   WK-MONTH-AREA.
            03   WK-PARM-YYYYMM                  PIC 9(006).
            03   WK-PARM-YYYYMM-R  REDEFINES  WK-PARM-YYYYMM.
                 05   WK-PARM-YYYY                PIC 9(004).
                 05   WK-PARM-MM                  PIC 9(002).
            03   WK-M-START-DATE                 PIC 9(008).
            03   WK-M-END-DATE                   PIC 9(008).
            03   WK-NEXT-START-DATE              PIC 9(008).
            03   WK-TGT-MIDX                     PIC 9(006).
            03   WK-FROM-MIDX                    PIC 9(006).
            03   WK-MIDX                         PIC 9(006).
            03   WK-MIDX-YYYY                    PIC 9(004).
            03   WK-MIDX-MM                      PIC 9(002).
            03   WK-RT-YYYYMM                    PIC 9(006).
      *>返品の元受注を探す直前の月数
       01   WK-SAKANOBORI-TSUKI                  PIC 9(002)  VALUE 3.
      *>
      *>販売手数料計画のテーブル（対象月の末日に有効な行）
       01   WK-CPA-AREA.
            03   WK-CPA-COUNT                    PIC 9(004)  COMP.
            03   WK-CPA-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CPA-IDX.
                 05   WK-CPA-TAISHO-KUBUN         PIC X(001).
                 05   WK-CPA-BUSHO-CODE           PIC X(003).
                 05   WK-CPA-TANTOSYA-BANGOU      PIC 9(004).
                 05   WK-CPA-BUNRUI-CODE          PIC X(002).
                 05   WK-CPA-START-DATE           PIC 9(008).
                 05   WK-CPA-MODOSHI-KUBUN        PIC X(001).
                 05   WK-CPA-DANKAI               OCCURS 5 TIMES.
                      07   WK-CPA-KIJUN-KINGAKU    PIC 9(011).
                      07   WK-CPA-RITSU            PIC 9(002)V9(002).
       01   WK-CPA-FOUND-FLG                     PIC 9(001).
       01   WK-CPA-FOUND-IDX                     PIC 9(004)  COMP.
      *>計画の選択順位（４：担当者＋分類　３：担当者　２：部署＋分類
      *>　１：部署）
       01   WK-CPA-JUNI                          PIC 9(001).
       01   WK-CPA-BEST-JUNI                     PIC 9(001).
      *>段階の添字
       01   WK-DK-NO                             PIC 9(001).
       01   WK-DK-BEST-KIJUN                     PIC 9(011).
      *>
      *>担当者別集計のテーブル（担当者１名につき１行）
       01   WK-TNA-AREA.
            03   WK-TNA-COUNT                    PIC 9(004)  COMP.
            03   WK-TNA-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-TNA-IDX.
                 05   WK-TNA-TANTOSYA-BANGOU      PIC 9(004).
                 05   WK-TNA-BUSHO-CODE           PIC X(003).
                 05   WK-TNA-MEISAI-COUNT         PIC 9(006).
                 05   WK-TNA-URIAGE               PIC S9(012).
                 05   WK-TNA-KOJO                 PIC S9(011).
                 05   WK-TNA-JUN-URIAGE           PIC S9(012).
                 05   WK-TNA-TESURYO              PIC S9(010).
                 05   WK-TNA-NOPLAN-FLG           PIC 9(001).
                 05   WK-TNA-PRT-FLG              PIC 9(001).
       01   WK-TNA-FOUND-FLG                     PIC 9(001).
       01   WK-TNA-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-TNA-GRP-IDX                       PIC 9(004)  COMP.
      *>
      *>担当者・分類別集計のテーブル
       01   WK-CMA-AREA.
            03   WK-CMA-COUNT                    PIC 9(004)  COMP.
            03   WK-CMA-TBL                      OCCURS 2999 TIMES
                                    INDEXED BY WK-CMA-IDX.
                 05   WK-CMA-TANTOSYA-BANGOU      PIC 9(004).
                 05   WK-CMA-BUNRUI-CODE          PIC X(002).
                 05   WK-CMA-MEISAI-COUNT         PIC 9(006).
                 05   WK-CMA-URIAGE               PIC S9(012).
                 05   WK-CMA-HENPIN               PIC S9(011).
                 05   WK-CMA-KOJO                 PIC S9(011).
                 05   WK-CMA-JUN-URIAGE           PIC S9(012).
                 05   WK-CMA-PLAN-IDX             PIC 9(004)  COMP.
                 05   WK-CMA-PLAN-JUNI            PIC 9(001).
                 05   WK-CMA-DANKAI               PIC 9(001).
                 05   WK-CMA-RITSU                PIC 9(002)V9(002).
                 05   WK-CMA-TESURYO              PIC S9(010).
       01   WK-CMA-FOUND-FLG                     PIC 9(001).
       01   WK-CMA-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>対象月の返品のテーブル（元の受注の担当者を付けて持つ）
       01   WK-RNA-AREA.
            03   WK-RNA-COUNT                    PIC 9(004)  COMP.
            03   WK-RNA-TBL                      OCCURS 2999 TIMES
                                    INDEXED BY WK-RNA-IDX.
                 05   WK-RNA-HENPIN-DATE          PIC 9(008).
                 05   WK-RNA-MISEBAN              PIC X(003).
                 05   WK-RNA-TYUMON-BANGOU        PIC 9(005).
                 05   WK-RNA-SHOHIN-CODE          PIC X(006).
                 05   WK-RNA-HENPIN-SU            PIC 9(005).
                 05   WK-RNA-KINGAKU              PIC S9(008).
                 05   WK-RNA-FOUND-FLG            PIC 9(001).
                 05   WK-RNA-TANTOSYA-BANGOU      PIC 9(004).
                 05   WK-RNA-BUSHO-CODE           PIC X(003).
      *>
      *>集計対象の担当者・部署・分類（集計処理の呼び出し側で設定する）
       01   WK-CUR-TANTOSYA-BANGOU               PIC 9(004).
       01   WK-CUR-BUSHO-CODE                    PIC X(003).
       01   WK-CUR-BUNRUI-CODE                   PIC X(002).
      *>
      *>担当者マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-TANTO-MSTR-AREA.
            03   WK-TANTO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-TANTO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-TANTO-MSTR-IDX.
                 05   WK-TANTO-MSTR-BANGOU        PIC 9(004).
                 05   WK-TANTO-MSTR-NAME          PIC X(020).
                 05   WK-TANTO-MSTR-BUSHO-CODE    PIC X(003).
       01   WK-TANTO-MSTR-NAME-SAVE              PIC X(020).
       01   WK-TANTO-MSTR-BUSHO-SAVE             PIC X(003).
      *>
      *>部署マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-BUSHO-MSTR-AREA.
            03   WK-BUSHO-MSTR-COUNT             PIC 9(004)  COMP.
            03   WK-BUSHO-MSTR-TBL               OCCURS 999 TIMES
                                    INDEXED BY WK-BUSHO-MSTR-IDX.
                 05   WK-BUSHO-MSTR-CODE          PIC X(003).
                 05   WK-BUSHO-MSTR-NAME          PIC X(020).
       01   WK-BUSHO-MSTR-NAME-SAVE              PIC X(020).
       01   WK-BUSHO-CHK-CODE                    PIC X(003).
      *>
      *>分類マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-BUNRUI-MSTR-AREA.
            03   WK-BUNRUI-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-BUNRUI-MSTR-TBL              OCCURS 999 TIMES
                                    INDEXED BY WK-BUNRUI-MSTR-IDX.
                 05   WK-BUNRUI-MSTR-CODE         PIC X(002).
                 05   WK-BUNRUI-MSTR-NAME         PIC X(020).
       01   WK-BUNRUI-MSTR-NAME-SAVE             PIC X(020).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
      *>
      *>商品単価履歴保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-PRC-AREA.
            03   WK-PRC-COUNT                    PIC 9(004)  COMP.
            03   WK-PRC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRC-IDX.
                 05   WK-PRC-SHOHIN-CODE          PIC X(006).
                 05   WK-PRC-EFF-DATE             PIC 9(008).
                 05   WK-PRC-TANKA                PIC 9(006).
       01   WK-PRC-FOUND-FLG                     PIC 9(001).
       01   WK-PRC-BEST-EFF-DATE                 PIC 9(008).
       01   WK-PRC-TANKA-SAVE                    PIC 9(006).
      *>
      *>顧客別契約単価保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-CPR-AREA.
            03   WK-CPR-COUNT                    PIC 9(004)  COMP.
            03   WK-CPR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CPR-IDX.
                 05   WK-CPR-KOKYAKU-CODE         PIC X(005).
                 05   WK-CPR-SHOHIN-CODE          PIC X(006).
                 05   WK-CPR-EFF-DATE             PIC 9(008).
                 05   WK-CPR-TANKA                PIC 9(006).
       01   WK-CPR-FOUND-FLG                     PIC 9(001).
       01   WK-CPR-BEST-EFF-DATE                 PIC 9(008).
       01   WK-CPR-TANKA-SAVE                    PIC 9(006).
      *>
      *>販促マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-PRM-AREA.
            03   WK-PRM-COUNT                    PIC 9(004)  COMP.
            03   WK-PRM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PRM-IDX.
                 05   WK-PRM-SCOPE-KUBUN          PIC X(001).
                 05   WK-PRM-SHOHIN-CODE          PIC X(006).
                 05   WK-PRM-BUNRUI-CODE          PIC X(002).
                 05   WK-PRM-START-DATE           PIC 9(008).
                 05   WK-PRM-END-DATE             PIC 9(008).
                 05   WK-PRM-NEBIKI-KUBUN         PIC X(001).
                 05   WK-PRM-NEBIKI-PERCENT       PIC 9(002).
                 05   WK-PRM-PROMO-TANKA          PIC 9(006).
       01   WK-PRM-FOUND-FLG                     PIC 9(001).
       01   WK-PRM-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>取消受注・減量差分の場合は注文数を負数に変換する
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>受注１件分の売上金額
       01   WK-LINE-URIAGE                       PIC S9(008).
      *>
      *>部署小計・総合計の領域
       01   WK-GOKEI-AREA.
            03   WK-BSK-URIAGE                   PIC S9(012).
            03   WK-BSK-KOJO                     PIC S9(011).
            03   WK-BSK-JUN-URIAGE               PIC S9(012).
            03   WK-BSK-TESURYO                  PIC S9(010).
            03   WK-SOU-URIAGE                   PIC S9(012).
            03   WK-SOU-KOJO                     PIC S9(011).
            03   WK-SOU-JUN-URIAGE               PIC S9(012).
            03   WK-SOU-TESURYO                  PIC S9(010).
      *>
      *>計算書の見出し行の編集用領域
       01   COM-HDR-RECODE.
           03   FILLER                PIC X(036)
                   VALUE "**  販売手数料計算書  **".
           03   FILLER                PIC X(015)
                   VALUE "対象月：".
           03   COM-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                   VALUE "　実行日：".
           03   COM-HDR-RUN-DATE      PIC 9(008).
      *>計算書の担当者行の編集用領域
       01   COM-TANTO-RECODE.
           03   FILLER                PIC X(012)
                   VALUE "担当者：".
           03   COM-TANTOSYA-BANGOU   PIC 9(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COM-TANTOSYA-NAME     PIC X(020).
           03   FILLER                PIC X(011)
                   VALUE "部署：".
           03   COM-BUSHO-CODE        PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COM-BUSHO-NAME        PIC X(020).
      *>計算書の列見出し行の編集用領域
       01   COM-COLHDR-RECODE.
           03   FILLER                PIC X(037)
               VALUE "分類  分類名              件数".
           03   FILLER                PIC X(043)
               VALUE "        売上  返品控除      純売上".
           03   FILLER                PIC X(042)
               VALUE "  計画          段階   率   手数料".
      *>計算書の分類別明細行の編集用領域
       01   COM-DETAIL-RECODE.
           03   COD-BUNRUI-CODE       PIC X(002).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   COD-BUNRUI-NAME       PIC X(020).
           03   COD-MEISAI-COUNT      PIC ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   COD-URIAGE            PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   COD-KOJO              PIC -(008)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   COD-JUN-URIAGE        PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COD-PLAN              PIC X(018).
           03   COD-DANKAI            PIC Z9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   COD-RITSU             PIC Z9.99.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   COD-TESURYO           PIC -(008)9.
      *>計算書の合計行の編集用領域
       01   COM-TOTAL-RECODE.
           03   FILLER                PIC X(021)
                   VALUE "売上合計：".
           03   COT-URIAGE            PIC -(011)9.
           03   FILLER                PIC X(021)
                   VALUE "　返品控除：".
           03   COT-KOJO              PIC -(010)9.
           03   FILLER                PIC X(018)
                   VALUE "　純売上：".
           03   COT-JUN-URIAGE        PIC -(011)9.
           03   FILLER                PIC X(018)
                   VALUE "　手数料：".
           03   COT-TESURYO           PIC -(009)9.
      *>計算書の返品明細の見出し行の編集用領域
       01   COM-RTNHDR-RECODE.
           03   FILLER                PIC X(036)
               VALUE "返品明細（元受注の担当）".
           03   FILLER                PIC X(042)
               VALUE "  返品日    受注キー   商品".
           03   FILLER                PIC X(036)
               VALUE "   返品数      金額  控除".
      *>計算書・一覧の返品明細行の編集用領域
       01   COM-RTN-RECODE.
           03   FILLER                PIC X(026)
                                             VALUE SPACE.
           03   COR-HENPIN-DATE       PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COR-MISEBAN           PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE "-".
           03   COR-TYUMON-BANGOU     PIC 9(005).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COR-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COR-HENPIN-SU         PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COR-KINGAKU           PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   COR-KOJO              PIC X(015).
      *>計算書・一覧の注記行の編集用領域
       01   COM-MSG-RECODE.
           03   COM-MSG               PIC X(100).
      *>
      *>一覧の見出し行の編集用領域
       01   CSM-HDR-RECODE.
           03   FILLER                PIC X(045)
                   VALUE "** 販売手数料一覧（給与用） **".
           03   FILLER                PIC X(015)
                   VALUE "対象月：".
           03   CSM-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                   VALUE "　実行日：".
           03   CSM-HDR-RUN-DATE      PIC 9(008).
      *>一覧の部署見出し行の編集用領域
       01   CSM-BUSHO-RECODE.
           03   FILLER                PIC X(009)
                   VALUE "部署：".
           03   CSM-BUSHO-CODE        PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CSM-BUSHO-NAME        PIC X(020).
      *>一覧の列見出し行の編集用領域
       01   CSM-COLHDR-RECODE.
           03   FILLER                PIC X(036)
               VALUE "担当者  氏名".
           03   FILLER                PIC X(048)
               VALUE "          売上    返品控除      純売上".
           03   FILLER                PIC X(030)
               VALUE "      手数料  備考".
      *>一覧の担当者行・小計行・合計行の編集用領域
       01   CSM-DETAIL-RECODE.
           03   CSD-TANTOSYA-BANGOU   PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CSD-TANTOSYA-NAME     PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CSD-URIAGE            PIC -(011)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CSD-KOJO              PIC -(010)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CSD-JUN-URIAGE        PIC -(011)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   CSD-TESURYO           PIC -(010)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   CSD-BIKO              PIC X(027).
      *>一覧の担当者不明の返品の見出し行の編集用領域
       01   CSM-FUMEIHDR-RECODE.
           03   FILLER                PIC X(072)
               VALUE "担当者不明の返品（控除せず）".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "受注明細件数：".
            03   MSG1-REC-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　返品件数：".
            03   MSG1-HENPIN-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　担当者数：".
            03   MSG1-TANTO-COUNT             PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-REC-COUNT.
           MOVE   ZERO        TO   WRK-HENPIN-COUNT.
           MOVE   ZERO        TO   WRK-FUMEI-COUNT.
           MOVE   ZERO        TO   WRK-NOPLAN-COUNT.
           MOVE   ZERO        TO   WRK-TANTO-COUNT.
           MOVE   ZERO        TO   WK-CPA-COUNT.
           MOVE   ZERO        TO   WK-TNA-COUNT.
           MOVE   ZERO        TO   WK-CMA-COUNT.
           MOVE   ZERO        TO   WK-RNA-COUNT.
           MOVE   ZERO        TO   WK-TANTO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BUSHO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-BUNRUI-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-CPR-COUNT.
           MOVE   ZERO        TO   WK-PRM-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータの読み込み（初日・末日も求める）
           PERFORM   PARM-READ-PROC.
      *>
      *>  対象月の末日に有効な販売手数料計画を読み込む
           PERFORM   CPL-LOAD-PROC.
      *>
      *>  各マスタ・単価履歴の読み込み
           PERFORM   TANTO-MSTR-LOAD-PROC.
           PERFORM   BUSHO-MSTR-LOAD-PROC.
           PERFORM   BUNRUI-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   PRM-LOAD-PROC.
      *>
      *>  対象月の返品を読み込む
           PERFORM   RNH-LOAD-PROC.
      *>
      *>  直前の月から対象月までの日次退避ファイルを読み、対象月の
      *>  受注を担当者・分類別に積み上げ、返品の元の受注を探す
           COMPUTE   WK-FROM-MIDX   =
                     WK-TGT-MIDX   -   WK-SAKANOBORI-TSUKI.
           PERFORM   VARYING   WK-MIDX   FROM   WK-FROM-MIDX   BY   1
                UNTIL   WK-MIDX   >   WK-TGT-MIDX
                DIVIDE    WK-MIDX   BY   12
                          GIVING      WK-MIDX-YYYY
                          REMAINDER   WK-MIDX-MM
                COMPUTE   WK-RT-YYYYMM   =
                          WK-MIDX-YYYY   *   100
                          +   WK-MIDX-MM   +   1
                PERFORM   VARYING   WK-DD   FROM   1   BY   1
                     UNTIL   WK-DD   >   31
                     PERFORM   RT-ONE-DAY-PROC
                END-PERFORM
           END-PERFORM.
      *>
      *>  元の受注が見つかった返品を担当者・分類別に積み上げる
           PERFORM   VARYING   WK-RNA-IDX   FROM   1   BY   1
                UNTIL   WK-RNA-IDX   >   WK-RNA-COUNT
                PERFORM   RNA-ADD-PROC
           END-PERFORM.
      *>
      *>  担当者・分類ごとに計画を選び、手数料を計算して担当者別に
      *>  積み上げる
           PERFORM   VARYING   WK-CMA-IDX   FROM   1   BY   1
                UNTIL   WK-CMA-IDX   >   WK-CMA-COUNT
                PERFORM   CPL-SELECT-PROC
                PERFORM   TESURYO-CALC-PROC
           END-PERFORM.
      *>
      *>  担当者ごとの計算書と部署別の一覧を書き出す
           PERFORM   VARYING   WK-TNA-IDX   FROM   1   BY   1
                UNTIL   WK-TNA-IDX   >   WK-TNA-COUNT
                ADD       1   TO   WRK-TANTO-COUNT
                PERFORM   COM-WRITE-PROC
           END-PERFORM.
           PERFORM   CSM-WRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月パラメータファイルの読み込み処理
      *>対象月の初日・末日と、月の通し番号を求める
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "COMPARMが読めません:"
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
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
           IF   PARM-YYYYMM   NOT   NUMERIC
                DISPLAY   "対象年月の指定誤り:"   PARM-YYYYMM
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           MOVE      PARM-YYYYMM   TO   WK-PARM-YYYYMM.
           IF   WK-PARM-MM   <   1
           OR   WK-PARM-MM   >   12
                DISPLAY   "対象年月の指定誤り:"   PARM-YYYYMM
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           COMPUTE   WK-TGT-MIDX   =
                     WK-PARM-YYYY   *   12   +   WK-PARM-MM   -   1.
           COMPUTE   WK-M-START-DATE   =
                     WK-PARM-YYYYMM   *   100   +   1.
           IF   WK-PARM-MM   =   12
                COMPUTE   WK-NEXT-START-DATE   =
                          (WK-PARM-YYYY   +   1)   *   10000   +   0101
           ELSE
                COMPUTE   WK-NEXT-START-DATE   =
                          WK-M-START-DATE   +   100
           END-IF.
           COMPUTE   WK-M-END-DATE   =
                     FUNCTION   DATE-OF-INTEGER
                     (FUNCTION   INTEGER-OF-DATE(WK-NEXT-START-DATE)
                      -   1).
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販売手数料計画マスタの読み込み処理
      *>対象月の末日に有効な行（適用開始日が末日以前で、適用終了日が
      *>ゼロまたは末日以降）だけを取り込む。同じ対象・分類の行が複数
      *>有効な場合は適用開始日の最も新しい行を使う
      *>************************************************************************
       CPL-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CPL-FILE.
           IF   CPL-FILE-STATUS   NOT =   "00"
                DISPLAY   "COMPLANが読めません:"   CPL-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   CPL-FILE-STATUS   NOT =   "00"
                READ   CPL-FILE
                     AT   END
                          MOVE   "10"   TO   CPL-FILE-STATUS
                     NOT   AT   END
                          IF  (CPL-TAISHO-BUSHO   OR   CPL-TAISHO-TANTO)
                          AND  CPL-START-DATE   <=   WK-M-END-DATE
                          AND (CPL-END-DATE   =   ZERO
                            OR CPL-END-DATE   >=   WK-M-END-DATE)
                               PERFORM   CPL-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CPL-FILE.
      *>
       CPL-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販売手数料計画１行分の取り込み処理
      *>部署の計画は担当者番号を、担当者の計画は部署コードを見ない
      *>************************************************************************
       CPL-ONE-PROC                   SECTION.
      *>
           IF   CPL-TAISHO-BUSHO
                MOVE   ZERO    TO   CPL-TANTOSYA-BANGOU
           ELSE
                MOVE   SPACE   TO   CPL-BUSHO-CODE
           END-IF.
      *>
           MOVE      ZERO   TO   WK-CPA-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPA-FOUND-IDX.
           PERFORM   VARYING   WK-CPA-IDX   FROM   1   BY   1
                UNTIL   WK-CPA-IDX   >   WK-CPA-COUNT
                IF   WK-CPA-TAISHO-KUBUN(WK-CPA-IDX)
                          =   CPL-TAISHO-KUBUN
                AND  WK-CPA-BUSHO-CODE(WK-CPA-IDX)
                          =   CPL-BUSHO-CODE
                AND  WK-CPA-TANTOSYA-BANGOU(WK-CPA-IDX)
                          =   CPL-TANTOSYA-BANGOU
                AND  WK-CPA-BUNRUI-CODE(WK-CPA-IDX)
                          =   CPL-BUNRUI-CODE
                     MOVE   1            TO   WK-CPA-FOUND-FLG
                     MOVE   WK-CPA-IDX   TO   WK-CPA-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-CPA-FOUND-FLG   =   1
                IF   CPL-START-DATE   <
                          WK-CPA-START-DATE(WK-CPA-FOUND-IDX)
                     GO   TO   CPL-ONE-PROC-EXIT
                END-IF
           ELSE
                IF   WK-CPA-COUNT   NOT <   999
                     DISPLAY   "手数料計画テーブル満杯:"
                               CPL-TAISHO-KUBUN   CPL-BUSHO-CODE
                               CPL-TANTOSYA-BANGOU
                     GO   TO   CPL-ONE-PROC-EXIT
                END-IF
                ADD    1              TO   WK-CPA-COUNT
                MOVE   WK-CPA-COUNT   TO   WK-CPA-FOUND-IDX
                MOVE   CPL-TAISHO-KUBUN      TO
                     WK-CPA-TAISHO-KUBUN(WK-CPA-FOUND-IDX)
                MOVE   CPL-BUSHO-CODE        TO
                     WK-CPA-BUSHO-CODE(WK-CPA-FOUND-IDX)
                MOVE   CPL-TANTOSYA-BANGOU   TO
                     WK-CPA-TANTOSYA-BANGOU(WK-CPA-FOUND-IDX)
                MOVE   CPL-BUNRUI-CODE       TO
                     WK-CPA-BUNRUI-CODE(WK-CPA-FOUND-IDX)
           END-IF.
      *>
           MOVE      CPL-START-DATE      TO
                WK-CPA-START-DATE(WK-CPA-FOUND-IDX).
           MOVE      CPL-MODOSHI-KUBUN   TO
                WK-CPA-MODOSHI-KUBUN(WK-CPA-FOUND-IDX).
           PERFORM   VARYING   WK-DK-NO   FROM   1   BY   1
                UNTIL   WK-DK-NO   >   5
                MOVE   CPL-KIJUN-KINGAKU(WK-DK-NO)   TO
                     WK-CPA-KIJUN-KINGAKU(WK-CPA-FOUND-IDX, WK-DK-NO)
                MOVE   CPL-RITSU(WK-DK-NO)           TO
                     WK-CPA-RITSU(WK-CPA-FOUND-IDX, WK-DK-NO)
           END-PERFORM.
      *>
       CPL-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>得意先返品履歴の読み込み処理
      *>返品日が対象月の行だけをテーブルに展開する（ファイルが無い
      *>場合は返品なし）
      *>************************************************************************
       RNH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RNH-FILE.
           IF   RNH-FILE-STATUS   NOT =   "00"
                CLOSE   RNH-FILE
                GO   TO   RNH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RNH-FILE-STATUS   NOT =   "00"
                READ   RNH-FILE
                     AT   END
                          MOVE   "10"   TO   RNH-FILE-STATUS
                     NOT   AT   END
                          IF   RNH-HENPIN-DATE   >=   WK-M-START-DATE
                          AND  RNH-HENPIN-DATE   <=   WK-M-END-DATE
                          AND  WK-RNA-COUNT      <    2999
                               ADD    1   TO   WK-RNA-COUNT
                               ADD    1   TO   WRK-HENPIN-COUNT
                               MOVE   RNH-HENPIN-DATE     TO
                                    WK-RNA-HENPIN-DATE(WK-RNA-COUNT)
                               MOVE   RNH-MISEBAN         TO
                                    WK-RNA-MISEBAN(WK-RNA-COUNT)
                               MOVE   RNH-TYUMON-BANGOU   TO
                                    WK-RNA-TYUMON-BANGOU(WK-RNA-COUNT)
                               MOVE   RNH-SHOHIN-CODE     TO
                                    WK-RNA-SHOHIN-CODE(WK-RNA-COUNT)
                               MOVE   RNH-HENPIN-SU       TO
                                    WK-RNA-HENPIN-SU(WK-RNA-COUNT)
                               MOVE   RNH-KINGAKU         TO
                                    WK-RNA-KINGAKU(WK-RNA-COUNT)
                               MOVE   ZERO                TO
                                    WK-RNA-FOUND-FLG(WK-RNA-COUNT)
                               MOVE   ZERO                TO
                                WK-RNA-TANTOSYA-BANGOU(WK-RNA-COUNT)
                               MOVE   SPACE               TO
                                    WK-RNA-BUSHO-CODE(WK-RNA-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     RNH-FILE.
      *>
       RNH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理
      *>ファイルが存在しない日は読み飛ばす。受注明細は受付日時が
      *>必ず埋まるため、24桁目以降が空白の行は見出し・末尾レコード
      *>として読み飛ばす。移庫（注文種別"7"）は対象にしない
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-RT-YYYYMM   WK-DD   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
      *>
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
           ELSE
                PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                     READ   RT-FILE
                          AT   END
                               MOVE   "10"   TO   RT-FILE-STATUS
                          NOT   AT   END
                               IF   RT-RECODE(24:19)   NOT =   SPACE
                               AND  RT-TYUMON-KUBUN    NOT =   "7"
                                    PERFORM   RT-ONE-REC-PROC
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   RT-FILE
           END-IF.
      *>
       RT-ONE-DAY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注明細１件分の処理
      *>対象月の受注は担当者・分類別の売上に積み上げ、対象月の返品と
      *>受注キー・商品コードが一致すれば返品に担当者を付ける（後の
      *>日付の受注で上書きする）
      *>************************************************************************
       RT-ONE-REC-PROC                SECTION.
      *>
           IF   WK-RT-YYYYMM   =   WK-PARM-YYYYMM
                PERFORM   CMA-URIAGE-ADD-PROC
           END-IF.
      *>
           PERFORM   VARYING   WK-RNA-IDX   FROM   1   BY   1
                UNTIL   WK-RNA-IDX   >   WK-RNA-COUNT
                IF   WK-RNA-MISEBAN(WK-RNA-IDX)   =   RT-MISEBAN
                AND  WK-RNA-TYUMON-BANGOU(WK-RNA-IDX)
                          =   RT-TYUMON-BANGOU
                AND  WK-RNA-SHOHIN-CODE(WK-RNA-IDX)
                          =   RT-SHOHIN-CODE
                     MOVE   1   TO   WK-RNA-FOUND-FLG(WK-RNA-IDX)
                     MOVE   RT-TANTOSYA-BANGOU   TO
                          WK-RNA-TANTOSYA-BANGOU(WK-RNA-IDX)
                     MOVE   RT-BUSHO-CODE        TO
                          WK-RNA-BUSHO-CODE(WK-RNA-IDX)
                END-IF
           END-PERFORM.
      *>
       RT-ONE-REC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象月の受注明細１件分の売上の積み上げ処理
      *>************************************************************************
       CMA-URIAGE-ADD-PROC            SECTION.
      *>
           ADD       1   TO   WRK-REC-COUNT.
      *>
      *>  取消（"9"）と変更の減量差分（"6"）は相殺する
           IF   RT-TYUMON-KUBUN   =   "9"
           OR   RT-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   RT-TYUMON-SU
           ELSE
                MOVE      RT-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
           PERFORM   LINE-URIAGE-CALC-PROC.
      *>
           MOVE      RT-TANTOSYA-BANGOU   TO   WK-CUR-TANTOSYA-BANGOU.
           MOVE      RT-BUSHO-CODE        TO   WK-CUR-BUSHO-CODE.
           MOVE      RT-BUNRUI-CODE       TO   WK-CUR-BUNRUI-CODE.
           PERFORM   CMA-FIND-PROC.
           IF   WK-CMA-FOUND-FLG   NOT =   1
                GO   TO   CMA-URIAGE-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-CMA-MEISAI-COUNT(WK-CMA-FOUND-IDX).
           ADD       WK-LINE-URIAGE   TO
                WK-CMA-URIAGE(WK-CMA-FOUND-IDX).
      *>
       CMA-URIAGE-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品１件分の積み上げ処理（WK-RNA-IDXの行）
      *>元の受注が見つからない返品は担当者不明として数えるだけにする
      *>************************************************************************
       RNA-ADD-PROC                   SECTION.
      *>
           IF   WK-RNA-FOUND-FLG(WK-RNA-IDX)   NOT =   1
                ADD    1   TO   WRK-FUMEI-COUNT
                GO   TO   RNA-ADD-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-RNA-TANTOSYA-BANGOU(WK-RNA-IDX)
                          TO   WK-CUR-TANTOSYA-BANGOU.
           MOVE      WK-RNA-BUSHO-CODE(WK-RNA-IDX)
                          TO   WK-CUR-BUSHO-CODE.
           MOVE      WK-RNA-SHOHIN-CODE(WK-RNA-IDX)(1:2)
                          TO   WK-CUR-BUNRUI-CODE.
           PERFORM   CMA-FIND-PROC.
           IF   WK-CMA-FOUND-FLG   NOT =   1
                GO   TO   RNA-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       WK-RNA-KINGAKU(WK-RNA-IDX)   TO
                WK-CMA-HENPIN(WK-CMA-FOUND-IDX).
      *>
       RNA-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者・分類別集計の行の検索処理（無ければ行を追加する）
      *>WK-CUR-TANTOSYA-BANGOU・WK-CUR-BUSHO-CODE・WK-CUR-BUNRUI-CODE
      *>を設定してから呼び出す。担当者別集計の行も同時に用意する
      *>************************************************************************
       CMA-FIND-PROC                  SECTION.
      *>
           PERFORM   TNA-FIND-PROC.
      *>
           MOVE      ZERO   TO   WK-CMA-FOUND-FLG.
           MOVE      ZERO   TO   WK-CMA-FOUND-IDX.
           PERFORM   VARYING   WK-CMA-IDX   FROM   1   BY   1
                UNTIL   WK-CMA-IDX   >   WK-CMA-COUNT
                   OR   WK-CMA-FOUND-FLG   =   1
                IF   WK-CMA-TANTOSYA-BANGOU(WK-CMA-IDX)
                          =   WK-CUR-TANTOSYA-BANGOU
                AND  WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                          =   WK-CUR-BUNRUI-CODE
                     MOVE   1            TO   WK-CMA-FOUND-FLG
                     MOVE   WK-CMA-IDX   TO   WK-CMA-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-CMA-FOUND-FLG   =   1
                GO   TO   CMA-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-CMA-COUNT   NOT <   2999
           OR   WK-TNA-FOUND-FLG   NOT =   1
                DISPLAY   "担当者分類別テーブル満杯:"
                          WK-CUR-TANTOSYA-BANGOU   WK-CUR-BUNRUI-CODE
                GO   TO   CMA-FIND-PROC-EXIT
           END-IF.
           ADD       1              TO   WK-CMA-COUNT.
           MOVE      WK-CMA-COUNT   TO   WK-CMA-FOUND-IDX.
           MOVE      1              TO   WK-CMA-FOUND-FLG.
           MOVE      WK-CUR-TANTOSYA-BANGOU   TO
                WK-CMA-TANTOSYA-BANGOU(WK-CMA-FOUND-IDX).
           MOVE      WK-CUR-BUNRUI-CODE       TO
                WK-CMA-BUNRUI-CODE(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-MEISAI-COUNT(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-URIAGE(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-HENPIN(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-KOJO(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-JUN-URIAGE(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-PLAN-IDX(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-PLAN-JUNI(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-DANKAI(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-RITSU(WK-CMA-FOUND-IDX).
           MOVE      ZERO   TO   WK-CMA-TESURYO(WK-CMA-FOUND-IDX).
      *>
       CMA-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者別集計の行の検索処理（無ければ行を追加する）
      *>新しい担当者の所属部署は担当者マスタから求め、マスタに無い
      *>場合はWK-CUR-BUSHO-CODE（受注レコードの部署）とする
      *>************************************************************************
       TNA-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-TNA-FOUND-FLG.
           MOVE      ZERO   TO   WK-TNA-FOUND-IDX.
           PERFORM   VARYING   WK-TNA-IDX   FROM   1   BY   1
                UNTIL   WK-TNA-IDX   >   WK-TNA-COUNT
                   OR   WK-TNA-FOUND-FLG   =   1
                IF   WK-TNA-TANTOSYA-BANGOU(WK-TNA-IDX)
                          =   WK-CUR-TANTOSYA-BANGOU
                     MOVE   1            TO   WK-TNA-FOUND-FLG
                     MOVE   WK-TNA-IDX   TO   WK-TNA-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-TNA-FOUND-FLG   =   1
                GO   TO   TNA-FIND-PROC-EXIT
           END-IF.
      *>
           IF   WK-TNA-COUNT   NOT <   999
                DISPLAY   "担当者テーブル満杯:"
                          WK-CUR-TANTOSYA-BANGOU
                GO   TO   TNA-FIND-PROC-EXIT
           END-IF.
           ADD       1              TO   WK-TNA-COUNT.
           MOVE      WK-TNA-COUNT   TO   WK-TNA-FOUND-IDX.
           MOVE      1              TO   WK-TNA-FOUND-FLG.
           MOVE      WK-CUR-TANTOSYA-BANGOU   TO
                WK-TNA-TANTOSYA-BANGOU(WK-TNA-FOUND-IDX).
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           IF   WK-TANTO-MSTR-BUSHO-SAVE   =   SPACE
                MOVE   WK-CUR-BUSHO-CODE          TO
                     WK-TNA-BUSHO-CODE(WK-TNA-FOUND-IDX)
           ELSE
                MOVE   WK-TANTO-MSTR-BUSHO-SAVE   TO
                     WK-TNA-BUSHO-CODE(WK-TNA-FOUND-IDX)
           END-IF.
           MOVE      ZERO   TO   WK-TNA-MEISAI-COUNT(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-URIAGE(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-KOJO(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-JUN-URIAGE(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-TESURYO(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-NOPLAN-FLG(WK-TNA-FOUND-IDX).
           MOVE      ZERO   TO   WK-TNA-PRT-FLG(WK-TNA-FOUND-IDX).
      *>
       TNA-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者・分類１行分の計画の選択処理（WK-CMA-IDXの行）
      *>担当者＋分類→担当者の全分類→部署＋分類→部署の全分類の順に
      *>優先する。部署は担当者別集計の所属部署を使う
      *>************************************************************************
       CPL-SELECT-PROC                SECTION.
      *>
           MOVE      WK-CMA-TANTOSYA-BANGOU(WK-CMA-IDX)
                          TO   WK-CUR-TANTOSYA-BANGOU.
           MOVE      SPACE   TO   WK-CUR-BUSHO-CODE.
           PERFORM   TNA-FIND-PROC.
           MOVE      WK-TNA-BUSHO-CODE(WK-TNA-FOUND-IDX)
                          TO   WK-CUR-BUSHO-CODE.
      *>
           MOVE      ZERO   TO   WK-CPA-BEST-JUNI.
           MOVE      ZERO   TO   WK-CMA-PLAN-IDX(WK-CMA-IDX).
           PERFORM   VARYING   WK-CPA-IDX   FROM   1   BY   1
                UNTIL   WK-CPA-IDX   >   WK-CPA-COUNT
                MOVE   ZERO   TO   WK-CPA-JUNI
                IF   WK-CPA-TAISHO-KUBUN(WK-CPA-IDX)   =   "T"
                AND  WK-CPA-TANTOSYA-BANGOU(WK-CPA-IDX)
                          =   WK-CUR-TANTOSYA-BANGOU
                     IF   WK-CPA-BUNRUI-CODE(WK-CPA-IDX)
                               =   WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                          MOVE   4   TO   WK-CPA-JUNI
                     END-IF
                     IF   WK-CPA-BUNRUI-CODE(WK-CPA-IDX)   =   SPACE
                          MOVE   3   TO   WK-CPA-JUNI
                     END-IF
                END-IF
                IF   WK-CPA-TAISHO-KUBUN(WK-CPA-IDX)   =   "B"
                AND  WK-CPA-BUSHO-CODE(WK-CPA-IDX)
                          =   WK-CUR-BUSHO-CODE
                     IF   WK-CPA-BUNRUI-CODE(WK-CPA-IDX)
                               =   WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                          MOVE   2   TO   WK-CPA-JUNI
                     END-IF
                     IF   WK-CPA-BUNRUI-CODE(WK-CPA-IDX)   =   SPACE
                          MOVE   1   TO   WK-CPA-JUNI
                     END-IF
                END-IF
                IF   WK-CPA-JUNI   >   WK-CPA-BEST-JUNI
                     MOVE   WK-CPA-JUNI   TO   WK-CPA-BEST-JUNI
                     SET    WK-CMA-PLAN-IDX(WK-CMA-IDX)
                          TO   WK-CPA-IDX
                END-IF
           END-PERFORM.
           MOVE      WK-CPA-BEST-JUNI
                          TO   WK-CMA-PLAN-JUNI(WK-CMA-IDX).
      *>
       CPL-SELECT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者・分類１行分の手数料の計算処理（WK-CMA-IDXの行）
      *>戻し区分のある計画は返品額を差し引いて純売上とし、純売上が
      *>基準額以上となった段階のうち最も高い基準額の段階の率を掛ける
      *>（第１段階は基準額ゼロでも使う）。純売上が負の場合は第１段階
      *>の率で負の手数料とする。計画の無い行は手数料ゼロとする
      *>************************************************************************
       TESURYO-CALC-PROC              SECTION.
      *>
           MOVE      WK-CMA-PLAN-IDX(WK-CMA-IDX)
                          TO   WK-CPA-FOUND-IDX.
           MOVE      ZERO   TO   WK-CMA-KOJO(WK-CMA-IDX).
           IF   WK-CPA-FOUND-IDX   >   ZERO
                IF   WK-CPA-MODOSHI-KUBUN(WK-CPA-FOUND-IDX)   =   "1"
                     MOVE   WK-CMA-HENPIN(WK-CMA-IDX)
                          TO   WK-CMA-KOJO(WK-CMA-IDX)
                END-IF
           END-IF.
           COMPUTE   WK-CMA-JUN-URIAGE(WK-CMA-IDX)   =
                     WK-CMA-URIAGE(WK-CMA-IDX)
                     -   WK-CMA-KOJO(WK-CMA-IDX).
      *>
      *>  担当者別に売上・控除・純売上を積み上げる
           ADD       WK-CMA-MEISAI-COUNT(WK-CMA-IDX)   TO
                WK-TNA-MEISAI-COUNT(WK-TNA-FOUND-IDX).
           ADD       WK-CMA-URIAGE(WK-CMA-IDX)         TO
                WK-TNA-URIAGE(WK-TNA-FOUND-IDX).
           ADD       WK-CMA-KOJO(WK-CMA-IDX)           TO
                WK-TNA-KOJO(WK-TNA-FOUND-IDX).
           ADD       WK-CMA-JUN-URIAGE(WK-CMA-IDX)     TO
                WK-TNA-JUN-URIAGE(WK-TNA-FOUND-IDX).
      *>
           IF   WK-CPA-FOUND-IDX   =   ZERO
                IF   WK-CMA-URIAGE(WK-CMA-IDX)   NOT =   ZERO
                OR   WK-CMA-HENPIN(WK-CMA-IDX)   NOT =   ZERO
                     MOVE   1   TO   WK-TNA-NOPLAN-FLG(WK-TNA-FOUND-IDX)
                     ADD    1   TO   WRK-NOPLAN-COUNT
                END-IF
                GO   TO   TESURYO-CALC-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-DK-BEST-KIJUN.
           PERFORM   VARYING   WK-DK-NO   FROM   1   BY   1
                UNTIL   WK-DK-NO   >   5
                IF  (WK-DK-NO   =   1
                  OR WK-CPA-KIJUN-KINGAKU(WK-CPA-FOUND-IDX, WK-DK-NO)
                          >   ZERO)
                AND  WK-CMA-JUN-URIAGE(WK-CMA-IDX)   >=
                     WK-CPA-KIJUN-KINGAKU(WK-CPA-FOUND-IDX, WK-DK-NO)
                AND  WK-CPA-KIJUN-KINGAKU(WK-CPA-FOUND-IDX, WK-DK-NO)
                          >=   WK-DK-BEST-KIJUN
                     MOVE   WK-DK-NO   TO   WK-CMA-DANKAI(WK-CMA-IDX)
                     MOVE   WK-CPA-KIJUN-KINGAKU
                               (WK-CPA-FOUND-IDX, WK-DK-NO)
                          TO   WK-DK-BEST-KIJUN
                END-IF
           END-PERFORM.
           IF   WK-CMA-DANKAI(WK-CMA-IDX)   =   ZERO
                MOVE   1   TO   WK-CMA-DANKAI(WK-CMA-IDX)
           END-IF.
           MOVE      WK-CMA-DANKAI(WK-CMA-IDX)   TO   WK-DK-NO.
           MOVE      WK-CPA-RITSU(WK-CPA-FOUND-IDX, WK-DK-NO)
                          TO   WK-CMA-RITSU(WK-CMA-IDX).
      *>
           COMPUTE   WK-CMA-TESURYO(WK-CMA-IDX)   =
                     WK-CMA-JUN-URIAGE(WK-CMA-IDX)
                     *   WK-CMA-RITSU(WK-CMA-IDX)   /   100.
           ADD       WK-CMA-TESURYO(WK-CMA-IDX)   TO
                WK-TNA-TESURYO(WK-TNA-FOUND-IDX).
      *>
       TESURYO-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者１名分の手数料計算書の書き出し処理（WK-TNA-IDXの行）
      *>分類別の売上・返品控除・純売上・適用した計画と段階・率・手数料
      *>と、戻し入れの対象とした返品の明細を印字する
      *>************************************************************************
       COM-WRITE-PROC                 SECTION.
      *>
           MOVE      SPACE   TO   WK-COM-FILENAME.
           STRING    "COM_"   WK-TNA-TANTOSYA-BANGOU(WK-TNA-IDX)
                     ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-COM-FILENAME.
           OPEN      OUTPUT   COM-FILE.
      *>
           MOVE      WK-PARM-YYYYMM   TO   COM-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE     TO   COM-HDR-RUN-DATE.
           WRITE     COM-RECODE   FROM   COM-HDR-RECODE.
      *>
           MOVE      WK-TNA-TANTOSYA-BANGOU(WK-TNA-IDX)
                          TO   WK-CUR-TANTOSYA-BANGOU
                               COM-TANTOSYA-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
           MOVE      WK-TANTO-MSTR-NAME-SAVE   TO   COM-TANTOSYA-NAME.
           MOVE      WK-TNA-BUSHO-CODE(WK-TNA-IDX)
                          TO   COM-BUSHO-CODE   WK-BUSHO-CHK-CODE.
           PERFORM   BUSHO-MSTR-LOOKUP-PROC.
           MOVE      WK-BUSHO-MSTR-NAME-SAVE   TO   COM-BUSHO-NAME.
           WRITE     COM-RECODE   FROM   COM-TANTO-RECODE.
           MOVE      SPACE   TO   COM-RECODE.
           WRITE     COM-RECODE.
           WRITE     COM-RECODE   FROM   COM-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-CMA-IDX   FROM   1   BY   1
                UNTIL   WK-CMA-IDX   >   WK-CMA-COUNT
                IF   WK-CMA-TANTOSYA-BANGOU(WK-CMA-IDX)
                          =   WK-TNA-TANTOSYA-BANGOU(WK-TNA-IDX)
                     PERFORM   COM-DETAIL-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   COM-RECODE.
           WRITE     COM-RECODE.
           MOVE      WK-TNA-URIAGE(WK-TNA-IDX)       TO   COT-URIAGE.
           MOVE      WK-TNA-KOJO(WK-TNA-IDX)         TO   COT-KOJO.
           MOVE      WK-TNA-JUN-URIAGE(WK-TNA-IDX)
                          TO   COT-JUN-URIAGE.
           MOVE      WK-TNA-TESURYO(WK-TNA-IDX)      TO   COT-TESURYO.
           WRITE     COM-RECODE   FROM   COM-TOTAL-RECODE.
           IF   WK-TNA-NOPLAN-FLG(WK-TNA-IDX)   =   1
                MOVE   "＊計画の無い分類あり"
                     TO   COM-MSG
                WRITE  COM-RECODE   FROM   COM-MSG-RECODE
           END-IF.
      *>
      *>  担当者の受注の返品を印字する
           MOVE      ZERO   TO   WK-CMA-FOUND-FLG.
           PERFORM   VARYING   WK-RNA-IDX   FROM   1   BY   1
                UNTIL   WK-RNA-IDX   >   WK-RNA-COUNT
                IF   WK-RNA-FOUND-FLG(WK-RNA-IDX)   =   1
                AND  WK-RNA-TANTOSYA-BANGOU(WK-RNA-IDX)
                          =   WK-TNA-TANTOSYA-BANGOU(WK-TNA-IDX)
                     IF   WK-CMA-FOUND-FLG   =   ZERO
                          MOVE   1   TO   WK-CMA-FOUND-FLG
                          MOVE   SPACE   TO   COM-RECODE
                          WRITE  COM-RECODE
                          WRITE  COM-RECODE   FROM   COM-RTNHDR-RECODE
                     END-IF
                     PERFORM   COM-RTN-WRITE-PROC
                     WRITE   COM-RECODE   FROM   COM-RTN-RECODE
                END-IF
           END-PERFORM.
      *>
           CLOSE     COM-FILE.
      *>
       COM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計算書の分類別明細行の書き出し処理（WK-CMA-IDXの行）
      *>************************************************************************
       COM-DETAIL-WRITE-PROC          SECTION.
      *>
           MOVE      WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                          TO   COD-BUNRUI-CODE.
           PERFORM   BUNRUI-MSTR-LOOKUP-PROC.
           MOVE      WK-BUNRUI-MSTR-NAME-SAVE   TO   COD-BUNRUI-NAME.
           MOVE      WK-CMA-MEISAI-COUNT(WK-CMA-IDX)
                          TO   COD-MEISAI-COUNT.
           MOVE      WK-CMA-URIAGE(WK-CMA-IDX)       TO   COD-URIAGE.
           MOVE      WK-CMA-KOJO(WK-CMA-IDX)         TO   COD-KOJO.
           MOVE      WK-CMA-JUN-URIAGE(WK-CMA-IDX)
                          TO   COD-JUN-URIAGE.
           EVALUATE   WK-CMA-PLAN-JUNI(WK-CMA-IDX)
                WHEN   4
                     MOVE   "担当者・分類"   TO   COD-PLAN
                WHEN   3
                     MOVE   "担当者"         TO   COD-PLAN
                WHEN   2
                     MOVE   "部署・分類"     TO   COD-PLAN
                WHEN   1
                     MOVE   "部署"           TO   COD-PLAN
                WHEN   OTHER
                     MOVE   "計画なし"       TO   COD-PLAN
           END-EVALUATE.
           MOVE      WK-CMA-DANKAI(WK-CMA-IDX)    TO   COD-DANKAI.
           MOVE      WK-CMA-RITSU(WK-CMA-IDX)     TO   COD-RITSU.
           MOVE      WK-CMA-TESURYO(WK-CMA-IDX)   TO   COD-TESURYO.
           WRITE     COM-RECODE   FROM   COM-DETAIL-RECODE.
      *>
       COM-DETAIL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品明細行の編集処理（WK-RNA-IDXの行）
      *>戻し入れした返品には「控除」、計画の戻し区分が無い・担当者
      *>不明の返品にはその旨を付ける
      *>************************************************************************
       COM-RTN-WRITE-PROC             SECTION.
      *>
           MOVE      WK-RNA-HENPIN-DATE(WK-RNA-IDX)
                          TO   COR-HENPIN-DATE.
           MOVE      WK-RNA-MISEBAN(WK-RNA-IDX)       TO   COR-MISEBAN.
           MOVE      WK-RNA-TYUMON-BANGOU(WK-RNA-IDX)
                          TO   COR-TYUMON-BANGOU.
           MOVE      WK-RNA-SHOHIN-CODE(WK-RNA-IDX)
                          TO   COR-SHOHIN-CODE.
           MOVE      WK-RNA-HENPIN-SU(WK-RNA-IDX)   TO   COR-HENPIN-SU.
           MOVE      WK-RNA-KINGAKU(WK-RNA-IDX)       TO   COR-KINGAKU.
           MOVE      "担当者不明"   TO   COR-KOJO.
           IF   WK-RNA-FOUND-FLG(WK-RNA-IDX)   NOT =   1
                GO   TO   COM-RTN-WRITE-PROC-EXIT
           END-IF.
      *>
           MOVE      "控除なし"     TO   COR-KOJO.
           PERFORM   VARYING   WK-CMA-IDX   FROM   1   BY   1
                UNTIL   WK-CMA-IDX   >   WK-CMA-COUNT
                IF   WK-CMA-TANTOSYA-BANGOU(WK-CMA-IDX)
                          =   WK-RNA-TANTOSYA-BANGOU(WK-RNA-IDX)
                AND  WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                          =   WK-RNA-SHOHIN-CODE(WK-RNA-IDX)(1:2)
                AND  WK-CMA-KOJO(WK-CMA-IDX)   NOT =   ZERO
                     MOVE   "控除"   TO   COR-KOJO
                END-IF
           END-PERFORM.
      *>
       COM-RTN-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>部署別手数料一覧の書き出し処理
      *>未印字の先頭担当者の部署ごとに担当者をまとめて印字し、部署
      *>小計・総合計と担当者不明の返品を印字する
      *>************************************************************************
       CSM-WRITE-PROC                 SECTION.
      *>
           OPEN      OUTPUT   CSM-FILE.
      *>
           MOVE      WK-PARM-YYYYMM   TO   CSM-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE     TO   CSM-HDR-RUN-DATE.
           WRITE     CSM-RECODE   FROM   CSM-HDR-RECODE.
      *>
           MOVE      ZERO   TO   WK-SOU-URIAGE.
           MOVE      ZERO   TO   WK-SOU-KOJO.
           MOVE      ZERO   TO   WK-SOU-JUN-URIAGE.
           MOVE      ZERO   TO   WK-SOU-TESURYO.
           PERFORM   VARYING   WK-TNA-IDX   FROM   1   BY   1
                UNTIL   WK-TNA-IDX   >   WK-TNA-COUNT
                IF   WK-TNA-PRT-FLG(WK-TNA-IDX)   =   ZERO
                     PERFORM   CSM-BUSHO-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   CSM-RECODE.
           WRITE     CSM-RECODE.
           MOVE      SPACE   TO   CSM-DETAIL-RECODE.
           MOVE      "総合計"   TO   CSD-TANTOSYA-NAME.
           MOVE      WK-SOU-URIAGE       TO   CSD-URIAGE.
           MOVE      WK-SOU-KOJO         TO   CSD-KOJO.
           MOVE      WK-SOU-JUN-URIAGE   TO   CSD-JUN-URIAGE.
           MOVE      WK-SOU-TESURYO      TO   CSD-TESURYO.
           WRITE     CSM-RECODE   FROM   CSM-DETAIL-RECODE.
      *>
           IF   WRK-FUMEI-COUNT   >   ZERO
                MOVE   SPACE   TO   CSM-RECODE
                WRITE  CSM-RECODE
                WRITE  CSM-RECODE   FROM   CSM-FUMEIHDR-RECODE
                PERFORM   VARYING   WK-RNA-IDX   FROM   1   BY   1
                     UNTIL   WK-RNA-IDX   >   WK-RNA-COUNT
                     IF   WK-RNA-FOUND-FLG(WK-RNA-IDX)   NOT =   1
                          PERFORM   COM-RTN-WRITE-PROC
                          WRITE   CSM-RECODE   FROM   COM-RTN-RECODE
                     END-IF
                END-PERFORM
           END-IF.
      *>
           CLOSE     CSM-FILE.
      *>
       CSM-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>一覧の１部署分の書き出し処理
      *>WK-TNA-IDXの担当者の部署を見出しとし、同じ部署の担当者を
      *>まとめて印字して部署小計を付ける
      *>************************************************************************
       CSM-BUSHO-WRITE-PROC           SECTION.
      *>
           MOVE      SPACE   TO   CSM-RECODE.
           WRITE     CSM-RECODE.
           MOVE      WK-TNA-BUSHO-CODE(WK-TNA-IDX)
                          TO   CSM-BUSHO-CODE   WK-BUSHO-CHK-CODE.
           PERFORM   BUSHO-MSTR-LOOKUP-PROC.
           MOVE      WK-BUSHO-MSTR-NAME-SAVE   TO   CSM-BUSHO-NAME.
           WRITE     CSM-RECODE   FROM   CSM-BUSHO-RECODE.
           WRITE     CSM-RECODE   FROM   CSM-COLHDR-RECODE.
      *>
           MOVE      ZERO   TO   WK-BSK-URIAGE.
           MOVE      ZERO   TO   WK-BSK-KOJO.
           MOVE      ZERO   TO   WK-BSK-JUN-URIAGE.
           MOVE      ZERO   TO   WK-BSK-TESURYO.
           PERFORM   VARYING   WK-TNA-GRP-IDX   FROM   1   BY   1
                UNTIL   WK-TNA-GRP-IDX   >   WK-TNA-COUNT
                IF   WK-TNA-BUSHO-CODE(WK-TNA-GRP-IDX)
                          =   WK-TNA-BUSHO-CODE(WK-TNA-IDX)
                AND  WK-TNA-PRT-FLG(WK-TNA-GRP-IDX)   =   ZERO
                     PERFORM   CSM-TANTO-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      SPACE   TO   CSM-DETAIL-RECODE.
           MOVE      "部署小計"   TO   CSD-TANTOSYA-NAME.
           MOVE      WK-BSK-URIAGE       TO   CSD-URIAGE.
           MOVE      WK-BSK-KOJO         TO   CSD-KOJO.
           MOVE      WK-BSK-JUN-URIAGE   TO   CSD-JUN-URIAGE.
           MOVE      WK-BSK-TESURYO      TO   CSD-TESURYO.
           WRITE     CSM-RECODE   FROM   CSM-DETAIL-RECODE.
      *>
           ADD       WK-BSK-URIAGE       TO   WK-SOU-URIAGE.
           ADD       WK-BSK-KOJO         TO   WK-SOU-KOJO.
           ADD       WK-BSK-JUN-URIAGE   TO   WK-SOU-JUN-URIAGE.
           ADD       WK-BSK-TESURYO      TO   WK-SOU-TESURYO.
      *>
       CSM-BUSHO-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>一覧の担当者１名分の明細行の書き出し処理（WK-TNA-GRP-IDXの行）
      *>************************************************************************
       CSM-TANTO-WRITE-PROC           SECTION.
      *>
           MOVE      1   TO   WK-TNA-PRT-FLG(WK-TNA-GRP-IDX).
           MOVE      WK-TNA-TANTOSYA-BANGOU(WK-TNA-GRP-IDX)
                          TO   WK-CUR-TANTOSYA-BANGOU.
           PERFORM   TANTO-MSTR-LOOKUP-PROC.
      *>
           MOVE      SPACE   TO   CSM-DETAIL-RECODE.
           MOVE      WK-TNA-TANTOSYA-BANGOU(WK-TNA-GRP-IDX)
                          TO   CSD-TANTOSYA-BANGOU.
           MOVE      WK-TANTO-MSTR-NAME-SAVE   TO   CSD-TANTOSYA-NAME.
           MOVE      WK-TNA-URIAGE(WK-TNA-GRP-IDX)   TO   CSD-URIAGE.
           MOVE      WK-TNA-KOJO(WK-TNA-GRP-IDX)         TO   CSD-KOJO.
           MOVE      WK-TNA-JUN-URIAGE(WK-TNA-GRP-IDX)
                          TO   CSD-JUN-URIAGE.
           MOVE      WK-TNA-TESURYO(WK-TNA-GRP-IDX)
                          TO   CSD-TESURYO.
           IF   WK-TNA-NOPLAN-FLG(WK-TNA-GRP-IDX)   =   1
                MOVE   "計画なしの分類あり"   TO   CSD-BIKO
           END-IF.
           WRITE     CSM-RECODE   FROM   CSM-DETAIL-RECODE.
      *>
           ADD       WK-TNA-URIAGE(WK-TNA-GRP-IDX)
                          TO   WK-BSK-URIAGE.
           ADD       WK-TNA-KOJO(WK-TNA-GRP-IDX)   TO   WK-BSK-KOJO.
           ADD       WK-TNA-JUN-URIAGE(WK-TNA-GRP-IDX)
                          TO   WK-BSK-JUN-URIAGE.
           ADD       WK-TNA-TESURYO(WK-TNA-GRP-IDX)
                          TO   WK-BSK-TESURYO.
      *>
       CSM-TANTO-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の売上金額の計算処理（REBATE001と同じ規則）
      *>受付日付時点の単価×符号付き注文数を求める
      *>************************************************************************
       LINE-URIAGE-CALC-PROC          SECTION.
      *>
      *>  契約単価を先に探し、該当する行があれば標準の単価に
      *>  優先して適用する
           PERFORM   CPR-LOOKUP-PROC.
           IF   WK-CPR-FOUND-FLG   =   1
                MOVE      WK-CPR-TANKA-SAVE   TO   WK-PRC-TANKA-SAVE
           ELSE
                PERFORM   PRC-LOOKUP-PROC
           END-IF.
      *>
      *>  受付日付が販促期間内の場合は割引率／販促単価を適用する
           PERFORM   PRM-APPLY-PROC.
           COMPUTE   WK-LINE-URIAGE   =
                     WK-TYUMON-SU-SIGNED   *   WK-PRC-TANKA-SAVE.
      *>
       LINE-URIAGE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の契約単価の検索処理
      *>顧客コード・商品コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す（顧客コードの無い店頭の受注は対象外）
      *>************************************************************************
       CPR-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CPR-TANKA-SAVE.
           IF   RT-KOKYAKU-CODE   =   SPACE
                GO   TO   CPR-LOOKUP-PROC-EXIT
           END-IF.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          =   RT-KOKYAKU-CODE
                AND  WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)   <=   RT-HIDUKE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          >=   WK-CPR-BEST-EFF-DATE
                     MOVE   1   TO   WK-CPR-FOUND-FLG
                     MOVE   WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   WK-CPR-BEST-EFF-DATE
                     MOVE   WK-CPR-TANKA(WK-CPR-IDX)
                          TO   WK-CPR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       CPR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の単価の検索処理
      *>単価履歴から、受付日付以前で最も新しい適用開始日の行を探す。
      *>該当行がなければ商品マスタの単価を使う
      *>************************************************************************
       PRC-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-PRC-TANKA-SAVE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   RT-HIDUKE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          >=   WK-PRC-BEST-EFF-DATE
                     MOVE   1   TO   WK-PRC-FOUND-FLG
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   WK-PRC-BEST-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   WK-PRC-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
      *>  履歴に該当行がない場合は商品マスタの単価を使う
           IF   WK-PRC-FOUND-FLG   NOT =   1
                PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1  BY  1
                     UNTIL   WK-SHOHIN-MSTR-IDX   >
                               WK-SHOHIN-MSTR-COUNT
                     IF   WK-SHOHIN-MSTR-SHOHIN-CODE
                               (WK-SHOHIN-MSTR-IDX)
                               =   RT-SHOHIN-CODE
                          MOVE   WK-SHOHIN-MSTR-TANKA
                                    (WK-SHOHIN-MSTR-IDX)
                               TO   WK-PRC-TANKA-SAVE
                     END-IF
                END-PERFORM
           END-IF.
      *>
       PRC-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販促適用処理
      *>受付日付が期間内で対象範囲（商品コードまたは分類コード）に
      *>一致する販促があれば、WK-PRC-TANKA-SAVEに割引率（円未満
      *>切捨て）または販促単価を適用する。複数該当時は後の行を使う
      *>************************************************************************
       PRM-APPLY-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-PRM-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRM-FOUND-IDX.
           PERFORM   VARYING   WK-PRM-IDX   FROM   1   BY   1
                UNTIL   WK-PRM-IDX   >   WK-PRM-COUNT
                IF   RT-HIDUKE   >=   WK-PRM-START-DATE(WK-PRM-IDX)
                AND  RT-HIDUKE   <=   WK-PRM-END-DATE(WK-PRM-IDX)
                AND ((WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "S"
                      AND   WK-PRM-SHOHIN-CODE(WK-PRM-IDX)
                               =   RT-SHOHIN-CODE)
                  OR (WK-PRM-SCOPE-KUBUN(WK-PRM-IDX)   =   "B"
                      AND   WK-PRM-BUNRUI-CODE(WK-PRM-IDX)
                               =   RT-BUNRUI-CODE))
                     MOVE   1   TO   WK-PRM-FOUND-FLG
                     MOVE   WK-PRM-IDX   TO   WK-PRM-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
           IF   WK-PRM-FOUND-FLG   NOT =   1
                GO   TO   PRM-APPLY-PROC-EXIT
           END-IF.
      *>
           IF   WK-PRM-NEBIKI-KUBUN(WK-PRM-FOUND-IDX)   =   "K"
                MOVE   WK-PRM-PROMO-TANKA(WK-PRM-FOUND-IDX)
                     TO   WK-PRC-TANKA-SAVE
           ELSE
                COMPUTE   WK-PRC-TANKA-SAVE   =
                     WK-PRC-TANKA-SAVE
                     *   (100   -
                          WK-PRM-NEBIKI-PERCENT(WK-PRM-FOUND-IDX))
                     /   100
           END-IF.
      *>
       PRM-APPLY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       TANTO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANTOM-FILE.
           IF   TANTOM-FILE-STATUS   NOT =   "00"
                CLOSE   TANTOM-FILE
           ELSE
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
                                    MOVE   TMST-BUSHO-CODE        TO
                                         WK-TANTO-MSTR-BUSHO-CODE
                                              (WK-TANTO-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   TANTOM-FILE
           END-IF.
      *>
       TANTO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者名称・所属部署検索処理（担当者マスタテーブルを線形検索
      *>する）。WK-CUR-TANTOSYA-BANGOUを設定してから呼び出す
      *>************************************************************************
       TANTO-MSTR-LOOKUP-PROC         SECTION.
      *>
           MOVE      "担当者名不明"
                          TO   WK-TANTO-MSTR-NAME-SAVE.
           MOVE      SPACE            TO   WK-TANTO-MSTR-BUSHO-SAVE.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK-CUR-TANTOSYA-BANGOU
                     MOVE   WK-TANTO-MSTR-NAME(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-NAME-SAVE
                     MOVE   WK-TANTO-MSTR-BUSHO-CODE(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-BUSHO-SAVE
                END-IF
           END-PERFORM.
      *>
       TANTO-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>部署マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       BUSHO-MSTR-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   BUSHOM-FILE.
           IF   BUSHOM-FILE-STATUS   NOT =   "00"
                CLOSE   BUSHOM-FILE
           ELSE
                PERFORM   UNTIL   BUSHOM-FILE-STATUS   NOT =   "00"
                     READ   BUSHOM-FILE
                          AT   END
                               MOVE   "10"   TO   BUSHOM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-BUSHO-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-BUSHO-MSTR-COUNT
                                    MOVE   BMST-BUSHO-CODE   TO
                                         WK-BUSHO-MSTR-CODE
                                              (WK-BUSHO-MSTR-COUNT)
                                    MOVE   BMST-BUSHO-NAME   TO
                                         WK-BUSHO-MSTR-NAME
                                              (WK-BUSHO-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   BUSHOM-FILE
           END-IF.
      *>
       BUSHO-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>部署名称検索処理（部署マスタテーブルを線形検索する）
      *>WK-BUSHO-CHK-CODEに部署コードを設定してから呼び出す
      *>************************************************************************
       BUSHO-MSTR-LOOKUP-PROC         SECTION.
      *>
           MOVE      "部署名不明"   TO   WK-BUSHO-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-BUSHO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-BUSHO-MSTR-IDX   >   WK-BUSHO-MSTR-COUNT
                IF   WK-BUSHO-MSTR-CODE(WK-BUSHO-MSTR-IDX)
                          =   WK-BUSHO-CHK-CODE
                     MOVE   WK-BUSHO-MSTR-NAME(WK-BUSHO-MSTR-IDX)
                          TO   WK-BUSHO-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       BUSHO-MSTR-LOOKUP-PROC-EXIT.
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
           ELSE
                PERFORM   UNTIL   BUNRUIM-FILE-STATUS   NOT =   "00"
                     READ   BUNRUIM-FILE
                          AT   END
                               MOVE   "10"   TO   BUNRUIM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-BUNRUI-MSTR-COUNT   <   999
                                    ADD   1   TO   WK-BUNRUI-MSTR-COUNT
                                    MOVE   RMST-BUNRUI-CODE   TO
                                         WK-BUNRUI-MSTR-CODE
                                              (WK-BUNRUI-MSTR-COUNT)
                                    MOVE   RMST-BUNRUI-NAME   TO
                                         WK-BUNRUI-MSTR-NAME
                                              (WK-BUNRUI-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   BUNRUIM-FILE
           END-IF.
      *>
       BUNRUI-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>分類名称検索処理（分類マスタテーブルを線形検索する）
      *>WK-CMA-IDXの行の分類コードで探す
      *>************************************************************************
       BUNRUI-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "分類名不明"   TO   WK-BUNRUI-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-BUNRUI-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-BUNRUI-MSTR-IDX   >   WK-BUNRUI-MSTR-COUNT
                IF   WK-BUNRUI-MSTR-CODE(WK-BUNRUI-MSTR-IDX)
                          =   WK-CMA-BUNRUI-CODE(WK-CMA-IDX)
                     MOVE   WK-BUNRUI-MSTR-NAME(WK-BUNRUI-MSTR-IDX)
                          TO   WK-BUNRUI-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       BUNRUI-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（単価をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
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
                                    MOVE   SMST-TANKA         TO
                                         WK-SHOHIN-MSTR-TANKA
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
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>履歴ファイルが存在しない場合は商品マスタの単価のみで計算する
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   NOT =   "00"
                CLOSE   PRC-FILE
           ELSE
                PERFORM   UNTIL   PRC-FILE-STATUS   NOT =   "00"
                     READ   PRC-FILE
                          AT   END
                               MOVE   "10"   TO   PRC-FILE-STATUS
                          NOT   AT   END
                               IF   WK-PRC-COUNT   <   9999
                                    ADD   1   TO   WK-PRC-COUNT
                                    MOVE   PRC-SHOHIN-CODE   TO
                                         WK-PRC-SHOHIN-CODE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-EFF-DATE      TO
                                         WK-PRC-EFF-DATE
                                              (WK-PRC-COUNT)
                                    MOVE   PRC-TANKA         TO
                                         WK-PRC-TANKA
                                              (WK-PRC-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   PRC-FILE
           END-IF.
      *>
       PRC-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別契約単価ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は契約単価なしとして標準単価で計算する
      *>************************************************************************
       CPR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CPR-FILE.
           IF   CPR-FILE-STATUS   NOT =   "00"
                CLOSE   CPR-FILE
           ELSE
                PERFORM   UNTIL   CPR-FILE-STATUS   NOT =   "00"
                     READ   CPR-FILE
                          AT   END
                               MOVE   "10"   TO   CPR-FILE-STATUS
                          NOT   AT   END
                               IF   WK-CPR-COUNT   <   999
                                    ADD   1   TO   WK-CPR-COUNT
                                    MOVE   CPR-KOKYAKU-CODE   TO
                                         WK-CPR-KOKYAKU-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-SHOHIN-CODE    TO
                                         WK-CPR-SHOHIN-CODE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-EFF-DATE       TO
                                         WK-CPR-EFF-DATE
                                              (WK-CPR-COUNT)
                                    MOVE   CPR-TANKA          TO
                                         WK-CPR-TANKA
                                              (WK-CPR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CPR-FILE
           END-IF.
      *>
       CPR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>販促マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は販促なしとして標準の単価で計算する
      *>************************************************************************
       PRM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRM-FILE.
           IF   PRM-FILE-STATUS   NOT =   "00"
                CLOSE   PRM-FILE
           ELSE
                PERFORM   UNTIL   PRM-FILE-STATUS   NOT =   "00"
                     READ   PRM-FILE
                          AT   END
                               MOVE   "10"   TO   PRM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-PRM-COUNT   <   999
                                    ADD   1   TO   WK-PRM-COUNT
                                    MOVE   PRM-SCOPE-KUBUN      TO
                                         WK-PRM-SCOPE-KUBUN
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-SHOHIN-CODE      TO
                                         WK-PRM-SHOHIN-CODE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-BUNRUI-CODE      TO
                                         WK-PRM-BUNRUI-CODE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-START-DATE       TO
                                         WK-PRM-START-DATE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-END-DATE         TO
                                         WK-PRM-END-DATE
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-NEBIKI-KUBUN     TO
                                         WK-PRM-NEBIKI-KUBUN
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-NEBIKI-PERCENT-SU  TO
                                         WK-PRM-NEBIKI-PERCENT
                                              (WK-PRM-COUNT)
                                    MOVE   PRM-PROMO-TANKA      TO
                                         WK-PRM-PROMO-TANKA
                                              (WK-PRM-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   PRM-FILE
           END-IF.
      *>
       PRM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-REC-COUNT      TO   MSG1-REC-COUNT.
           MOVE      WRK-HENPIN-COUNT   TO   MSG1-HENPIN-COUNT.
           MOVE      WRK-TANTO-COUNT    TO   MSG1-TANTO-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  担当者不明の返品・計画の無い売上がある場合はその旨を返す
           IF   WRK-FUMEI-COUNT   >   ZERO
                DISPLAY   "担当者不明の返品あり:"
                          WRK-FUMEI-COUNT
                MOVE      4   TO   RETURN-CODE
           END-IF.
           IF   WRK-NOPLAN-COUNT   >   ZERO
                DISPLAY   "手数料計画の無い売上あり:"
                          WRK-NOPLAN-COUNT
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
