      *>************************************************************************
      *>仕入先返品（RTV）取込・デビットノート発行プログラム
      *>破損・品質不良などで仕入先へ送り返す商品の返品トランザクション
      *>（RTVIN.txt：倉庫コード＋商品コード＋ロット番号＋返品数＋返品
      *>理由コード＋仕入先コード＋返品日）を読み込み、在庫マスタ
      *>（ZAIKOM.txt）の現在庫と、ロット別在庫台帳（ZAIKOLOT.txt）の
      *>指定ロットの残数から返品数を引き落とす（棚卸調整STKCNT001で
      *>在庫を落とすのではなく、理由と金額の残る返品として扱う）。
      *>受け付けた返品は仕入先返品履歴（RTVHIST.txt）へ１件ずつ追記
      *>する。返品は購入単価で評価する。購入単価は指定ロットの入荷
      *>履歴（RCPTHIST.txt）の入荷単価とし、入荷単価の無いロットは
      *>返品日時点の標準原価（SHOHINCST.txt）とする。
      *>返品は仕入先ごとにまとめ、実行１回につき仕入先１社あたり
      *>１通のデビットノートを発行する。デビットノート番号は採番
      *>ファイル（DNNO.txt）で連番を振り、消費税額は商品の分類コード・
      *>返品日から税率表（ZEIRATE.txt）の税率を求め、デビットノート
      *>単位で合計してから円未満を切り捨てる。発行したデビットノートは
      *>仕入先デビットノートファイル（SUPDN.txt）へ未転記で追記し、
      *>買掛元帳保守（APLEDG001）が買掛元帳へマイナスの行で転記して
      *>次回の支払（APPAY001）で仕入先への支払額から相殺する。
      *>デビットノートは仕入先へ送付する様式で印字（RTVDN.txt）し、
      *>処理結果は返品処理報告書（RTVREP.txt）に区分付きで印字する。
      *>仕入先マスタ（SUPM.txt）に無い仕入先・在庫マスタに無い商品・
      *>在庫やロットの残数を超える返品・理由コードの誤り・購入単価の
      *>分からない返品はエラーとして報告書に記録し、在庫は動かさずに
      *>リターンコード４で終了する。
      *>在庫から引き落とした返品は在庫移動記録（ZAIKOIDO.txt）へ
      *>デビットノート番号付きで１件ずつ追記する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   RTV001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>仕入先返品トランザクションファイル
      *>************************************************************************
       SELECT   RTV-FILE      ASSIGN        TO "RTVIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RTV-FILE-STATUS.
      *>************************************************************************
      *>在庫マスタファイル
      *>************************************************************************
       SELECT   ZAIKOM-FILE   ASSIGN        TO "ZAIKOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZAIKOM-FILE-STATUS.
      *>************************************************************************
      *>ロット別在庫台帳ファイル
      *>************************************************************************
       SELECT   LOT-FILE      ASSIGN        TO "ZAIKOLOT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル（ロットの購入単価を求める）
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>商品別原価ファイル（入荷単価の無いロットの評価に使用する）
      *>************************************************************************
       SELECT   CST-FILE      ASSIGN        TO "SHOHINCST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CST-FILE-STATUS.
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
      *>税率表ファイル
      *>************************************************************************
       SELECT   ZEI-FILE      ASSIGN        TO "ZEIRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>デビットノート番号採番ファイル
      *>************************************************************************
       SELECT   DNNO-FILE     ASSIGN        TO "DNNO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DNNO-FILE-STATUS.
      *>************************************************************************
      *>仕入先返品履歴ファイル
      *>************************************************************************
       SELECT   RTH-FILE      ASSIGN        TO "RTVHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RTH-FILE-STATUS.
      *>************************************************************************
      *>仕入先デビットノートファイル
      *>************************************************************************
       SELECT   SDN-FILE      ASSIGN        TO "SUPDN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SDN-FILE-STATUS.
      *>************************************************************************
      *>デビットノート印字ファイル
      *>************************************************************************
       SELECT   DNPRT-FILE    ASSIGN         TO "RTVDN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>返品処理報告書ファイル
      *>************************************************************************
       SELECT   RTVREP-FILE   ASSIGN         TO "RTVREP.txt"
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
      *>仕入先返品トランザクションファイルのレイアウト定義
      *>************************************************************************
       FD   RTV-FILE.
       01   RTV-RECODE.
           03   RTV-SOKO-CODE                  PIC X(002).
           03   RTV-SHOHIN-CODE.
                05   RTV-BUNRUI-CODE           PIC X(002).
                05   RTV-SHOHIN-NO             PIC 9(004).
           03   RTV-LOT-BANGOU                 PIC X(008).
           03   RTV-HENPIN-SU                  PIC 9(005).
           03   RTV-RIYU-CODE                  PIC X(002).
           03   RTV-SUP-CODE                   PIC X(004).
           03   RTV-HENPIN-DATE                PIC 9(008).
      *>************************************************************************
      *>ZAIKOM-FILEのレイアウト定義
      *>************************************************************************
       FD   ZAIKOM-FILE.
       01   ZAIKOM-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>ロット別在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOT-FILE.
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
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
      *>税率表ファイルのレイアウト定義
      *>************************************************************************
       FD   ZEI-FILE.
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
      *>************************************************************************
      *>デビットノート番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   DNNO-FILE.
       01   DNNO-RECODE                            PIC 9(008).
      *>************************************************************************
      *>仕入先返品履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RTH-FILE.
       01   RTH-RECODE.
           COPY   RTVHIST   REPLACING   ==:PREFIX:==   BY   ==RTH==.
      *>************************************************************************
      *>仕入先デビットノートファイルのレイアウト定義
      *>************************************************************************
       FD   SDN-FILE.
       01   SDN-RECODE.
           COPY   SUPDN   REPLACING   ==:PREFIX:==   BY   ==SDN==.
      *>************************************************************************
      *>デビットノート印字ファイル・返品処理報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   DNPRT-FILE.
       01   DNPRT-RECODE                           PIC X(120).
       FD   RTVREP-FILE.
       01   RTVREP-RECODE                          PIC X(150).
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
       01  RTV-FILE-STATUS                          PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
       01  LOT-FILE-STATUS                          PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  CST-FILE-STATUS                          PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  DNNO-FILE-STATUS                         PIC XX.
       01  RTH-FILE-STATUS                          PIC XX.
       01  SDN-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-UKETSUKE-COUNT               PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-DN-COUNT                     PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "RTV00001".
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
       01   WK-LOT-FOUND-FLG                     PIC 9(001).
       01   WK-LOT-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>入荷単価保持用テーブル（入荷単価を持つ入荷履歴だけを展開する）
       01   WK-RCH-AREA.
            03   WK-RCH-COUNT                    PIC 9(004)  COMP.
            03   WK-RCH-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-RCH-IDX.
                 05   WK-RCH-SHOHIN-CODE          PIC X(006).
                 05   WK-RCH-LOT-BANGOU           PIC X(008).
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
      *>仕入先マスタ保持用テーブル
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
       01   WK-SUP-MSTR-FOUND-FLG                PIC 9(001).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-CHK-CODE                      PIC X(004).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
      *>
      *>税率表保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZEI-AREA.
            03   WK-ZEI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZEI-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-ZEI-IDX.
                 05   WK-ZEI-BUNRUI-CODE          PIC X(002).
                 05   WK-ZEI-EFF-DATE             PIC 9(008).
                 05   WK-ZEI-RATE                 PIC 9(002)V9(002).
       01   WK-ZEI-BEST-EFF-DATE                 PIC 9(008).
       01   WK-ZEI-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>仕入先別デビットノートテーブル（実行中に発行する分）
       01   WK-DN-AREA.
            03   WK-DN-COUNT                     PIC 9(004)  COMP.
            03   WK-DN-TBL                       OCCURS 999 TIMES
                                    INDEXED BY WK-DN-IDX.
                 05   WK-DN-SUP-CODE              PIC X(004).
                 05   WK-DN-DN-BANGOU             PIC X(010).
                 05   WK-DN-ZEINUKI-KINGAKU       PIC 9(011).
                 05   WK-DN-ZEI-KISO              PIC 9(013)V9(002).
       01   WK-DN-FOUND-FLG                      PIC 9(001).
       01   WK-DN-FOUND-IDX                      PIC 9(004)  COMP.
      *>
      *>受け付けた返品の保持用テーブル（デビットノートの明細に使う）
       01   WK-ACC-AREA.
            03   WK-ACC-COUNT                    PIC 9(004)  COMP.
            03   WK-ACC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ACC-IDX.
                 05   WK-ACC-DN-IDX               PIC 9(004)  COMP.
                 05   WK-ACC-SHOHIN-CODE          PIC X(006).
                 05   WK-ACC-LOT-BANGOU           PIC X(008).
                 05   WK-ACC-HENPIN-SU            PIC 9(005).
                 05   WK-ACC-RIYU-CODE            PIC X(002).
                 05   WK-ACC-TANKA                PIC 9(006).
                 05   WK-ACC-KINGAKU              PIC 9(011).
      *>
      *>デビットノート番号の採番用領域
       01   WK-DN-SEQ                            PIC 9(008).
       01   WK-DN-BANGOU-EDIT.
            03   FILLER                          PIC X(002)
                                             VALUE "DN".
            03   WK-DN-BANGOU-SEQ                PIC 9(008).
      *>
      *>返品１件分の評価用の領域
       01   WK-CALC-AREA.
            03   WK-HENPIN-TANKA                 PIC 9(006).
            03   WK-HENPIN-KINGAKU               PIC 9(011).
            03   WK-DN-ZEI-KINGAKU               PIC 9(011).
       01   WK-RIYU-NAME                         PIC X(012).
       01   WK-RIYU-CHK-CODE                     PIC X(002).
      *>
      *>返品処理報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(038)
                   VALUE "**  仕入先返品処理報告書  **".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>返品処理報告書の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-SOKO-CODE         PIC X(002).
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
           03   REP-HENPIN-SU         PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIYU-NAME         PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-TANKA             PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KINGAKU           PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-DN-BANGOU         PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(036).
      *>
      *>デビットノートの見出し行の編集用領域
       01   DN-HDR-RECODE.
           03   FILLER                PIC X(041)
                   VALUE "**  デビットノート（返品）  **".
           03   FILLER                PIC X(012)
                   VALUE "　番号：".
           03   DN-HDR-DN-BANGOU      PIC X(010).
           03   FILLER                PIC X(015)
                   VALUE "　発行日：".
           03   DN-HDR-DN-DATE        PIC 9(008).
      *>デビットノートの宛先行の編集用領域
       01   DN-SUP-RECODE.
           03   FILLER                PIC X(012)
                   VALUE "仕入先：".
           03   DN-SUP-CODE           PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-SUP-NAME           PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(042)
                   VALUE "下記返品分を貴社への支払から".
           03   FILLER                PIC X(018)
                   VALUE "差し引きます".
      *>デビットノートの明細行の編集用領域
       01   DN-DETAIL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   DN-SHOHIN-CODE        PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-SHOHIN-NAME        PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-LOT-BANGOU         PIC X(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-HENPIN-SU          PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-TANKA              PIC ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-KINGAKU            PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   DN-RIYU-NAME          PIC X(012).
      *>デビットノートの合計行の編集用領域
       01   DN-TOTAL-RECODE.
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   DN-T-TITLE            PIC X(024).
           03   DN-T-KINGAKU          PIC ZZ,ZZZ,ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(015)
                              VALUE "返品件数：".
            03   MSG1-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　受付件数：".
            03   MSG1-UKETSUKE-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　エラー件数：".
            03   MSG1-ERR-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(027)
                              VALUE "　デビットノート：".
            03   MSG1-DN-COUNT                PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-UKETSUKE-COUNT.
           MOVE   ZERO        TO   WRK-ERR-COUNT.
           MOVE   ZERO        TO   WRK-DN-COUNT.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-LOT-COUNT.
           MOVE   ZERO        TO   WK-RCH-COUNT.
           MOVE   ZERO        TO   WK-CST-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-DN-COUNT.
           MOVE   ZERO        TO   WK-ACC-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  在庫移動記録は追記する（無ければ新規に作成する）
           PERFORM   RUNNO-READ-PROC.
           OPEN      EXTEND   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                OPEN    OUTPUT   ZID-FILE
           END-IF.
      *>
      *>  マスタ・台帳・入荷履歴・原価・税率表の読み込み
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   LOT-LOAD-PROC.
           PERFORM   RCH-LOAD-PROC.
           PERFORM   CST-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
           PERFORM   DNNO-READ-PROC.
      *>
           OPEN   INPUT    RTV-FILE
                  OUTPUT   RTVREP-FILE.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   RTV-OPEN-CHK-PROC.
      *>
      *>  返品履歴は追記する（無ければ新規に作成する）
           OPEN      EXTEND   RTH-FILE.
           IF   RTH-FILE-STATUS   NOT =   "00"
                CLOSE   RTH-FILE
                OPEN    OUTPUT   RTH-FILE
           END-IF.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     RTVREP-RECODE   FROM   REP-HDR-RECODE.
      *>
      *>  返品トランザクションの読み込み・受付
           PERFORM   RTV-READ-PROC.
      *>
           CLOSE     RTV-FILE
                     RTVREP-FILE
                     RTH-FILE
                     ZID-FILE.
      *>
      *>  デビットノートを発行し、採番ファイルを更新する
           PERFORM   DN-ISSUE-PROC.
           PERFORM   DNNO-WRITE-PROC.
      *>
      *>  返品後の在庫マスタ・ロット台帳を書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
           PERFORM   LOT-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>RTV-FILEオープン時のステータスチェック処理
      *>************************************************************************
       RTV-OPEN-CHK-PROC              SECTION.
      *>
           EVALUATE   RTV-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "RTVIN-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "RTVIN-FILE入出力エラー:"
                               RTV-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     PERFORM   TERM-PROC
                     STOP RUN
           END-EVALUATE.
      *>
       RTV-OPEN-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先返品トランザクションの読み込み処理
      *>************************************************************************
       RTV-READ-PROC                  SECTION.
      *>
           PERFORM   UNTIL   RTV-FILE-STATUS   NOT =   "00"
                READ   RTV-FILE
                     AT   END
                          MOVE   "10"   TO   RTV-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-COUNT
                          PERFORM   RTV-ONE-PROC
                END-READ
           END-PERFORM.
      *>
           IF   RTV-FILE-STATUS   NOT =   "10"
                DISPLAY   "RTVIN-FILE入出力エラー:"
                          RTV-FILE-STATUS
           END-IF.
      *>
       RTV-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先返品１件分の受付処理
      *>仕入先・理由・在庫・ロット・購入単価を確認してから在庫を
      *>引き落とし、仕入先のデビットノートへ金額を積み上げる
      *>************************************************************************
       RTV-ONE-PROC                   SECTION.
      *>
           MOVE      RTV-RIYU-CODE   TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           MOVE      ZERO            TO   WK-HENPIN-TANKA.
           MOVE      ZERO            TO   WK-HENPIN-KINGAKU.
           MOVE      SPACE           TO   REP-DN-BANGOU.
      *>
      *>  仕入先マスタの確認
           MOVE      RTV-SUP-CODE   TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           IF   WK-SUP-MSTR-FOUND-FLG   NOT =   1
                MOVE      "仕入先マスタにありません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  返品理由・返品数の確認
           IF   WK-RIYU-NAME   =   SPACE
                MOVE      "返品理由コードの誤り"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
           IF   RTV-HENPIN-SU   NOT   NUMERIC
           OR   RTV-HENPIN-SU   =   ZERO
                MOVE      "返品数の誤り"   TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  在庫マスタの現在庫の確認
           PERFORM   ZAIKO-MSTR-FIND-PROC.
           IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                MOVE      "在庫マスタ未登録の商品です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
           IF   WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
                     <   RTV-HENPIN-SU
                MOVE      "現在庫を超える返品です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  指定ロットの残数の確認
           PERFORM   LOT-FIND-PROC.
           IF   WK-LOT-FOUND-FLG   NOT =   1
                MOVE      "ロット台帳にありません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
           IF   WK-LOT-ZAIKO-SU(WK-LOT-FOUND-IDX)   <   RTV-HENPIN-SU
                MOVE      "ロット残数を超える返品です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  購入単価（ロットの入荷単価、無ければ標準原価）
           PERFORM   TANKA-LOOKUP-PROC.
           IF   WK-HENPIN-TANKA   =   ZERO
                MOVE      "購入単価が分かりません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  仕入先のデビットノートを探し、無ければ番号を振って起こす
           PERFORM   DN-FIND-PROC.
           IF   WK-DN-FOUND-IDX   =   ZERO
           OR   WK-ACC-COUNT   NOT <   9999
                MOVE      "デビットノートを起こせません"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RTV-ONE-PROC-EXIT
           END-IF.
      *>
      *>  在庫マスタ・ロット台帳から返品数を引き落とす
           SUBTRACT  RTV-HENPIN-SU   FROM
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
           MOVE      "SH"   TO   ZID-IDO-KUBUN.
           COMPUTE   ZID-IDO-SU   =   ZERO   -   RTV-HENPIN-SU.
           MOVE      WK-DN-DN-BANGOU(WK-DN-FOUND-IDX)
                          TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
           SUBTRACT  RTV-HENPIN-SU   FROM
                WK-LOT-ZAIKO-SU(WK-LOT-FOUND-IDX).
      *>
      *>  デビットノートへ税抜金額・消費税相当額を積み上げる
           COMPUTE   WK-HENPIN-KINGAKU   =
                     RTV-HENPIN-SU   *   WK-HENPIN-TANKA.
           PERFORM   ZEI-RATE-LOOKUP-PROC.
           ADD       WK-HENPIN-KINGAKU   TO
                     WK-DN-ZEINUKI-KINGAKU(WK-DN-FOUND-IDX).
           COMPUTE   WK-DN-ZEI-KISO(WK-DN-FOUND-IDX)   =
                     WK-DN-ZEI-KISO(WK-DN-FOUND-IDX)
                     +   WK-HENPIN-KINGAKU   *   WK-ZEI-RATE-SAVE.
      *>
      *>  デビットノートの明細用に保持する
           ADD       1   TO   WK-ACC-COUNT.
           MOVE      WK-DN-FOUND-IDX     TO
                     WK-ACC-DN-IDX(WK-ACC-COUNT).
           MOVE      RTV-SHOHIN-CODE     TO
                     WK-ACC-SHOHIN-CODE(WK-ACC-COUNT).
           MOVE      RTV-LOT-BANGOU      TO
                     WK-ACC-LOT-BANGOU(WK-ACC-COUNT).
           MOVE      RTV-HENPIN-SU       TO
                     WK-ACC-HENPIN-SU(WK-ACC-COUNT).
           MOVE      RTV-RIYU-CODE       TO
                     WK-ACC-RIYU-CODE(WK-ACC-COUNT).
           MOVE      WK-HENPIN-TANKA     TO
                     WK-ACC-TANKA(WK-ACC-COUNT).
           MOVE      WK-HENPIN-KINGAKU   TO
                     WK-ACC-KINGAKU(WK-ACC-COUNT).
      *>
      *>  返品履歴へ１行追記する
           MOVE      RTV-HENPIN-DATE     TO   RTH-HENPIN-DATE.
           MOVE      RTV-SOKO-CODE       TO   RTH-SOKO-CODE.
           MOVE      RTV-SHOHIN-CODE     TO   RTH-SHOHIN-CODE.
           MOVE      RTV-LOT-BANGOU      TO   RTH-LOT-BANGOU.
           MOVE      RTV-HENPIN-SU       TO   RTH-HENPIN-SU.
           MOVE      RTV-RIYU-CODE       TO   RTH-RIYU-CODE.
           MOVE      RTV-SUP-CODE        TO   RTH-SUP-CODE.
           MOVE      WK-HENPIN-TANKA     TO   RTH-TANKA.
           MOVE      WK-HENPIN-KINGAKU   TO   RTH-KINGAKU.
           MOVE      WK-DN-DN-BANGOU(WK-DN-FOUND-IDX)
                          TO   RTH-DN-BANGOU.
           WRITE     RTH-RECODE.
      *>
           ADD       1   TO   WRK-UKETSUKE-COUNT.
           MOVE      WK-DN-DN-BANGOU(WK-DN-FOUND-IDX)
                          TO   REP-DN-BANGOU.
           MOVE      "受付"   TO   REP-KUBUN.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       RTV-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはWK-RIYU-NAMEを空白で返す
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-RIYU-CHK-CODE
                WHEN   "01"
                     MOVE   "破損"         TO   WK-RIYU-NAME
                WHEN   "02"
                     MOVE   "品質不良"     TO   WK-RIYU-NAME
                WHEN   "03"
                     MOVE   "誤納品"       TO   WK-RIYU-NAME
                WHEN   "04"
                     MOVE   "過剰納品"     TO   WK-RIYU-NAME
                WHEN   "99"
                     MOVE   "その他"       TO   WK-RIYU-NAME
                WHEN   OTHER
                     MOVE   SPACE          TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品の購入単価の検索処理
      *>指定ロットの入荷履歴で最も新しい入荷の入荷単価を使い、無ければ
      *>返品日以前で最も新しい適用開始日の標準原価を使う。どちらも
      *>無ければWK-HENPIN-TANKAをゼロで返す
      *>************************************************************************
       TANKA-LOOKUP-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-HENPIN-TANKA.
           MOVE      ZERO   TO   WK-RCH-BEST-DATE.
           PERFORM   VARYING   WK-RCH-IDX   FROM   1   BY   1
                UNTIL   WK-RCH-IDX   >   WK-RCH-COUNT
                IF   WK-RCH-SHOHIN-CODE(WK-RCH-IDX)
                          =   RTV-SHOHIN-CODE
                AND  WK-RCH-LOT-BANGOU(WK-RCH-IDX)
                          =   RTV-LOT-BANGOU
                AND  WK-RCH-NYUKA-DATE(WK-RCH-IDX)
                          >=   WK-RCH-BEST-DATE
                     MOVE   WK-RCH-NYUKA-DATE(WK-RCH-IDX)
                          TO   WK-RCH-BEST-DATE
                     MOVE   WK-RCH-NYUKA-TANKA(WK-RCH-IDX)
                          TO   WK-HENPIN-TANKA
                END-IF
           END-PERFORM.
           IF   WK-HENPIN-TANKA   >   ZERO
                GO   TO   TANKA-LOOKUP-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-CST-BEST-EFF-DATE.
           PERFORM   VARYING   WK-CST-IDX   FROM   1   BY   1
                UNTIL   WK-CST-IDX   >   WK-CST-COUNT
                IF   WK-CST-SHOHIN-CODE(WK-CST-IDX)
                          =   RTV-SHOHIN-CODE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          <=   RTV-HENPIN-DATE
                AND  WK-CST-EFF-DATE(WK-CST-IDX)
                          >=   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-EFF-DATE(WK-CST-IDX)
                          TO   WK-CST-BEST-EFF-DATE
                     MOVE   WK-CST-TANKA(WK-CST-IDX)
                          TO   WK-HENPIN-TANKA
                END-IF
           END-PERFORM.
      *>
       TANKA-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先のデビットノートの検索・登録処理
      *>実行中に同じ仕入先のデビットノートが無ければ次の番号を振って
      *>登録する。テーブルが満杯の場合はWK-DN-FOUND-IDXをゼロで返す
      *>************************************************************************
       DN-FIND-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-DN-FOUND-FLG.
           MOVE      ZERO   TO   WK-DN-FOUND-IDX.
           PERFORM   VARYING   WK-DN-IDX   FROM   1   BY   1
                UNTIL   WK-DN-IDX   >   WK-DN-COUNT
                   OR   WK-DN-FOUND-FLG   =   1
                IF   WK-DN-SUP-CODE(WK-DN-IDX)   =   RTV-SUP-CODE
                     MOVE   1   TO   WK-DN-FOUND-FLG
                     MOVE   WK-DN-IDX   TO   WK-DN-FOUND-IDX
                END-IF
           END-PERFORM.
           IF   WK-DN-FOUND-FLG   =   1
           OR   WK-DN-COUNT   NOT <   999
                GO   TO   DN-FIND-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-DN-SEQ.
           MOVE      WK-DN-SEQ   TO   WK-DN-BANGOU-SEQ.
           ADD       1   TO   WK-DN-COUNT.
           MOVE      WK-DN-COUNT          TO   WK-DN-FOUND-IDX.
           MOVE      RTV-SUP-CODE         TO
                     WK-DN-SUP-CODE(WK-DN-COUNT).
           MOVE      WK-DN-BANGOU-EDIT    TO
                     WK-DN-DN-BANGOU(WK-DN-COUNT).
           MOVE      ZERO   TO   WK-DN-ZEINUKI-KINGAKU(WK-DN-COUNT).
           MOVE      ZERO   TO   WK-DN-ZEI-KISO(WK-DN-COUNT).
      *>
       DN-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノートの発行処理
      *>仕入先ごとに消費税額を確定し、デビットノートファイルへ未転記で
      *>追記したうえで、仕入先へ送付する様式で印字する
      *>************************************************************************
       DN-ISSUE-PROC                  SECTION.
      *>
           OPEN      OUTPUT   DNPRT-FILE.
      *>
           IF   WK-DN-COUNT   =   ZERO
                CLOSE   DNPRT-FILE
                GO   TO   DN-ISSUE-PROC-EXIT
           END-IF.
      *>
      *>  デビットノートは追記する（無ければ新規に作成する）
           OPEN      EXTEND   SDN-FILE.
           IF   SDN-FILE-STATUS   NOT =   "00"
                CLOSE   SDN-FILE
                OPEN    OUTPUT   SDN-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-DN-IDX   FROM   1   BY   1
                UNTIL   WK-DN-IDX   >   WK-DN-COUNT
                PERFORM   DN-ONE-PROC
           END-PERFORM.
      *>
           CLOSE     SDN-FILE
                     DNPRT-FILE.
      *>
       DN-ISSUE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノート１通分の発行処理
      *>************************************************************************
       DN-ONE-PROC                    SECTION.
      *>
           ADD       1   TO   WRK-DN-COUNT.
           COMPUTE   WK-DN-ZEI-KINGAKU   =
                     WK-DN-ZEI-KISO(WK-DN-IDX)   /   100.
      *>
           MOVE      WK-DN-SUP-CODE(WK-DN-IDX)    TO   SDN-SUP-CODE.
           MOVE      WK-DN-DN-BANGOU(WK-DN-IDX)   TO   SDN-DN-BANGOU.
           MOVE      WRK-RUN-DATE                 TO   SDN-DN-DATE.
           MOVE      WK-DN-ZEINUKI-KINGAKU(WK-DN-IDX)
                          TO   SDN-ZEINUKI-KINGAKU.
           MOVE      WK-DN-ZEI-KINGAKU            TO   SDN-ZEI-KINGAKU.
           COMPUTE   SDN-KINGAKU   =
                     WK-DN-ZEINUKI-KINGAKU(WK-DN-IDX)
                     +   WK-DN-ZEI-KINGAKU.
           MOVE      "1"                          TO   SDN-STATUS.
           MOVE      ZERO                         TO   SDN-TENKI-DATE.
           WRITE     SDN-RECODE.
      *>
      *>  見出し・宛先
           MOVE      WK-DN-DN-BANGOU(WK-DN-IDX)   TO   DN-HDR-DN-BANGOU.
           MOVE      WRK-RUN-DATE                 TO   DN-HDR-DN-DATE.
           WRITE     DNPRT-RECODE   FROM   DN-HDR-RECODE.
           MOVE      WK-DN-SUP-CODE(WK-DN-IDX)    TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-DN-SUP-CODE(WK-DN-IDX)    TO   DN-SUP-CODE.
           MOVE      WK-SUP-MSTR-NAME-SAVE        TO   DN-SUP-NAME.
           WRITE     DNPRT-RECODE   FROM   DN-SUP-RECODE.
      *>
      *>  返品の明細
           PERFORM   VARYING   WK-ACC-IDX   FROM   1   BY   1
                UNTIL   WK-ACC-IDX   >   WK-ACC-COUNT
                IF   WK-ACC-DN-IDX(WK-ACC-IDX)   =   WK-DN-IDX
                     PERFORM   DN-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  税抜金額・消費税額・合計
           MOVE      "税抜金額"   TO   DN-T-TITLE.
           MOVE      WK-DN-ZEINUKI-KINGAKU(WK-DN-IDX)
                          TO   DN-T-KINGAKU.
           WRITE     DNPRT-RECODE   FROM   DN-TOTAL-RECODE.
           MOVE      "消費税額"   TO   DN-T-TITLE.
           MOVE      WK-DN-ZEI-KINGAKU   TO   DN-T-KINGAKU.
           WRITE     DNPRT-RECODE   FROM   DN-TOTAL-RECODE.
           MOVE      "差引合計"   TO   DN-T-TITLE.
           MOVE      SDN-KINGAKU   TO   DN-T-KINGAKU.
           WRITE     DNPRT-RECODE   FROM   DN-TOTAL-RECODE.
           MOVE      SPACE   TO   DNPRT-RECODE.
           WRITE     DNPRT-RECODE.
      *>
       DN-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノートの明細行１件分の印字処理
      *>************************************************************************
       DN-LINE-WRITE-PROC             SECTION.
      *>
           MOVE      WK-ACC-SHOHIN-CODE(WK-ACC-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-ACC-RIYU-CODE(WK-ACC-IDX)
                          TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           MOVE      WK-ACC-SHOHIN-CODE(WK-ACC-IDX)
                          TO   DN-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                          TO   DN-SHOHIN-NAME.
           MOVE      WK-ACC-LOT-BANGOU(WK-ACC-IDX)
                          TO   DN-LOT-BANGOU.
           MOVE      WK-ACC-HENPIN-SU(WK-ACC-IDX)     TO   DN-HENPIN-SU.
           MOVE      WK-ACC-TANKA(WK-ACC-IDX)         TO   DN-TANKA.
           MOVE      WK-ACC-KINGAKU(WK-ACC-IDX)       TO   DN-KINGAKU.
           MOVE      WK-RIYU-NAME                     TO   DN-RIYU-NAME.
           WRITE     DNPRT-RECODE   FROM   DN-DETAIL-RECODE.
      *>
       DN-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理（受け付けた返品）
      *>************************************************************************
       REP-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      RTV-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      RTV-SOKO-CODE       TO   REP-SOKO-CODE.
           MOVE      RTV-SHOHIN-CODE     TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      RTV-LOT-BANGOU      TO   REP-LOT-BANGOU.
           MOVE      RTV-HENPIN-SU       TO   REP-HENPIN-SU.
           MOVE      RTV-SUP-CODE        TO   REP-SUP-CODE.
           MOVE      WK-RIYU-NAME        TO   REP-RIYU-NAME.
           MOVE      WK-HENPIN-TANKA     TO   REP-TANKA.
           MOVE      WK-HENPIN-KINGAKU   TO   REP-KINGAKU.
           WRITE     RTVREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理（受け付けなかった返品）
      *>区分は呼び出し側で設定してから呼び出す
      *>************************************************************************
       REP-ERR-WRITE-PROC             SECTION.
      *>
           ADD       1   TO   WRK-ERR-COUNT.
           MOVE      ZERO    TO   WK-HENPIN-TANKA.
           MOVE      ZERO    TO   WK-HENPIN-KINGAKU.
           MOVE      SPACE   TO   REP-DN-BANGOU.
           IF   RTV-HENPIN-SU   NOT   NUMERIC
                MOVE   ZERO   TO   RTV-HENPIN-SU
           END-IF.
           PERFORM   REP-LINE-WRITE-PROC.
      *>
       REP-ERR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノート番号採番ファイルの読み込み処理
      *>ファイルが無い（初回）場合はゼロから採番する
      *>************************************************************************
       DNNO-READ-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-DN-SEQ.
           OPEN      INPUT   DNNO-FILE.
           IF   DNNO-FILE-STATUS   =   "00"
                READ   DNNO-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   DNNO-RECODE   IS   NUMERIC
                               MOVE   DNNO-RECODE   TO   WK-DN-SEQ
                          END-IF
                END-READ
           END-IF.
           CLOSE     DNNO-FILE.
      *>
       DNNO-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>デビットノート番号採番ファイルへの書き戻し処理
      *>************************************************************************
       DNNO-WRITE-PROC                SECTION.
      *>
           OPEN      OUTPUT   DNNO-FILE.
           MOVE      WK-DN-SEQ   TO   DNNO-RECODE.
           WRITE     DNNO-RECODE.
           CLOSE     DNNO-FILE.
      *>
       DNNO-WRITE-PROC-EXIT.
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
      *>在庫マスタテーブルの検索処理（倉庫コード＋商品コード）
      *>************************************************************************
       ZAIKO-MSTR-FIND-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZAIKO-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-ZAIKO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-ZAIKO-MSTR-IDX   >   WK-ZAIKO-MSTR-COUNT
                IF   WK-ZAIKO-MSTR-SOKO-CODE(WK-ZAIKO-MSTR-IDX)
                          =   RTV-SOKO-CODE
                AND  WK-ZAIKO-MSTR-SHOHIN-CODE(WK-ZAIKO-MSTR-IDX)
                          =   RTV-SHOHIN-CODE
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
                CLOSE   LOT-FILE
           ELSE
                PERFORM   UNTIL   LOT-FILE-STATUS   NOT =   "00"
                     READ   LOT-FILE
                          AT   END
                               MOVE   "10"   TO   LOT-FILE-STATUS
                          NOT   AT   END
                               IF   WK-LOT-COUNT   <   9999
                                    ADD   1   TO   WK-LOT-COUNT
                                    MOVE   LOT-SHOHIN-CODE   TO
                                         WK-LOT-SHOHIN-CODE
                                              (WK-LOT-COUNT)
                                    MOVE   LOT-LOT-BANGOU    TO
                                         WK-LOT-LOT-BANGOU
                                              (WK-LOT-COUNT)
                                    MOVE   LOT-NYUKA-DATE    TO
                                         WK-LOT-NYUKA-DATE
                                              (WK-LOT-COUNT)
                                    MOVE   LOT-ZAIKO-SU      TO
                                         WK-LOT-ZAIKO-SU
                                              (WK-LOT-COUNT)
      *>                           期限欄の無い古い行は期限なしとする
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
                END-PERFORM
                CLOSE   LOT-FILE
           END-IF.
      *>
       LOT-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫テーブルの検索処理（商品コード＋ロット番号）
      *>************************************************************************
       LOT-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-LOT-FOUND-FLG.
           MOVE      ZERO   TO   WK-LOT-FOUND-IDX.
           PERFORM   VARYING   WK-LOT-IDX   FROM   1   BY   1
                UNTIL   WK-LOT-IDX   >   WK-LOT-COUNT
                   OR   WK-LOT-FOUND-FLG   =   1
                IF   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                          =   RTV-SHOHIN-CODE
                AND  WK-LOT-LOT-BANGOU(WK-LOT-IDX)
                          =   RTV-LOT-BANGOU
                     MOVE   1   TO   WK-LOT-FOUND-FLG
                     MOVE   WK-LOT-IDX   TO   WK-LOT-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       LOT-FIND-PROC-EXIT.
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
      *>入荷履歴の読み込み処理（入荷単価を持つ行だけをテーブルに展開）
      *>単価欄の無い古い行は読み飛ばし、ファイルが無い場合は空とする
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
                          IF   RCH-NYUKA-TANKA   NUMERIC
                          AND  RCH-NYUKA-TANKA   >   ZERO
                          AND  WK-RCH-COUNT   <   9999
                               ADD    1   TO   WK-RCH-COUNT
                               MOVE   RCH-SHOHIN-CODE   TO
                                    WK-RCH-SHOHIN-CODE(WK-RCH-COUNT)
                               MOVE   RCH-LOT-BANGOU    TO
                                    WK-RCH-LOT-BANGOU(WK-RCH-COUNT)
                               MOVE   RCH-NYUKA-DATE    TO
                                    WK-RCH-NYUKA-DATE(WK-RCH-COUNT)
                               MOVE   RCH-NYUKA-TANKA   TO
                                    WK-RCH-NYUKA-TANKA(WK-RCH-COUNT)
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
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>返品先の確認に使うため、読めない場合は異常終了する
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
      *>仕入先検索処理（仕入先マスタテーブルを線形検索する）
      *>WK-SUP-CHK-CODEに仕入先コードを設定してから呼び出す
      *>************************************************************************
       SUP-MSTR-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO             TO   WK-SUP-MSTR-FOUND-FLG.
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SUP-CHK-CODE
                     MOVE   1   TO   WK-SUP-MSTR-FOUND-FLG
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
      *>税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       ZEI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZEI-FILE.
           IF   ZEI-FILE-STATUS   NOT =   "00"
                CLOSE   ZEI-FILE
                GO   TO   ZEI-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZEI-FILE-STATUS   NOT =   "00"
                READ   ZEI-FILE
                     AT   END
                          MOVE   "10"   TO   ZEI-FILE-STATUS
                     NOT   AT   END
                          IF   WK-ZEI-COUNT   <   999
                               ADD    1   TO   WK-ZEI-COUNT
                               MOVE   ZEI-BUNRUI-CODE   TO
                                    WK-ZEI-BUNRUI-CODE(WK-ZEI-COUNT)
                               MOVE   ZEI-EFF-DATE      TO
                                    WK-ZEI-EFF-DATE(WK-ZEI-COUNT)
                               MOVE   ZEI-ZEI-RATE      TO
                                    WK-ZEI-RATE(WK-ZEI-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ZEI-FILE.
      *>
       ZEI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品日時点の税率の検索処理
      *>税率表から、分類コードが一致し返品日以前で最も新しい
      *>適用開始日の行を探す。該当行がなければ税率０とする
      *>************************************************************************
       ZEI-RATE-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZEI-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-ZEI-RATE-SAVE.
           PERFORM   VARYING   WK-ZEI-IDX   FROM   1   BY   1
                UNTIL   WK-ZEI-IDX   >   WK-ZEI-COUNT
                IF   WK-ZEI-BUNRUI-CODE(WK-ZEI-IDX)
                          =   RTV-BUNRUI-CODE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)   <=   RTV-HENPIN-DATE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          >=   WK-ZEI-BEST-EFF-DATE
                     MOVE   WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          TO   WK-ZEI-BEST-EFF-DATE
                     MOVE   WK-ZEI-RATE(WK-ZEI-IDX)
                          TO   WK-ZEI-RATE-SAVE
                END-IF
           END-PERFORM.
      *>
       ZEI-RATE-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-COUNT            TO   MSG1-IN-COUNT.
           MOVE      WRK-UKETSUKE-COUNT   TO   MSG1-UKETSUKE-COUNT.
           MOVE      WRK-ERR-COUNT        TO   MSG1-ERR-COUNT.
           MOVE      WRK-DN-COUNT         TO   MSG1-DN-COUNT.
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
