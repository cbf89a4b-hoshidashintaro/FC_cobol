      *>************************************************************************
      *>月末未請求出荷高の計上プログラム
      *>パラメータファイル（UNBPARM.txt：対象年月YYYYMM）で指定された
      *>月の月末時点で、出荷済なのに請求書の出ていない卸売受注を
      *>洗い出し、未請求出荷高計上表（UNBILL.txt）を印字する。
      *>対象は対象月と前月のJUDGE001日付退避ファイル
      *>（JOT01_yyyymmdd.txt）にある顧客コード付きの受注のうち、
      *>　・受注現在状況スナップショット（ZYUSTAT.idx）の状況が
      *>　　出荷済（"6"：SHIP001が記録）か納品済（"A"：POD001が
      *>　　記録）で、その日付が月末以前
      *>　・退避ファイルの日付が、請求書発行記録（INVREG.txt）にある
      *>　　当該顧客の最後の請求書の締め日より後（INVGEN001は退避
      *>　　ファイルの日付で請求期間を区切るため、締め日以前の受注は
      *>　　請求済とみなす。締め日の無い旧い行は請求年月の月末）
      *>の行とする。金額はINVGEN001と同じ規則（見積受注対応
      *>（QUOTEORD.txt）の見積単価→単価変更記録（PRCOVR.txt）の変更
      *>単価→契約単価→単価履歴→商品マスタの単価、販促の割引、取消・
      *>減量は負数）で受付日付時点の税抜金額を求め、顧客別に小計を
      *>付けて印字する。
      *>計上額は顧客別に、月末日付の計上仕訳（借方 未請求売掛金
      *>"MSKK"／貸方 未請求売上"MSUR"：種別マーク"ACR"）と、翌月１日
      *>付の戻し仕訳（貸借逆：種別マーク"ACV"）の２バッチとして仕訳
      *>ファイル（GLJRNL.txt）へ追記する。勘定科目は計上種別勘定科目
      *>対応表（GLKMAP.txt）から求め、揃わない場合はリターンコード８
      *>で終了する。同じ月の計上仕訳が既にある場合（再実行）は計上表
      *>だけを印字して仕訳は追記せず、リターンコード４で終了する。
      *>未請求明細・顧客別小計のテーブルが満杯になった場合は計上額を
      *>過少にしないよう、計上表・仕訳を出力せずにリターンコード８で
      *>終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   UNBILL001.
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
       SELECT   PARM-FILE     ASSIGN        TO "UNBPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
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
      *>請求書発行記録ファイル
      *>************************************************************************
       SELECT   IVREG-FILE    ASSIGN        TO "INVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS IVREG-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>商品単価履歴ファイル（受付日付時点の単価で金額を計算する）
      *>************************************************************************
       SELECT   PRC-FILE      ASSIGN        TO "SHOHINPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRC-FILE-STATUS.
      *>************************************************************************
      *>消費税率表ファイル
      *>************************************************************************
       SELECT   ZEI-FILE      ASSIGN        TO "ZEIRATE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZEI-FILE-STATUS.
      *>************************************************************************
      *>顧客別契約単価ファイル（顧客の契約単価を標準単価に優先する）
      *>************************************************************************
       SELECT   CPR-FILE      ASSIGN        TO "CONTPRC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CPR-FILE-STATUS.
      *>************************************************************************
      *>販促マスタファイル（期間内の受注に割引率／販促単価を適用する）
      *>************************************************************************
       SELECT   PRM-FILE      ASSIGN        TO "PROMOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRM-FILE-STATUS.
      *>************************************************************************
      *>見積受注対応ファイル（見積から変換した受注は見積単価で評価する）
      *>************************************************************************
       SELECT   QLK-FILE      ASSIGN        TO "QUOTEORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QLK-FILE-STATUS.
      *>************************************************************************
      *>単価変更記録ファイル（受注入力で単価を変更した受注は変更単価で
      *>評価する）
      *>************************************************************************
       SELECT   OVR-FILE      ASSIGN        TO "PRCOVR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVR-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（計上・戻しの仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>未請求出荷高計上表ファイル
      *>************************************************************************
       SELECT   UNB-FILE      ASSIGN         TO "UNBILL.txt"
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
           03   PARM-YYYYMM                    PIC 9(006).
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
      *>請求書発行記録ファイルのレイアウト定義
      *>************************************************************************
       FD   IVREG-FILE.
       01   IVREG-RECODE.
           COPY   INVREG   REPLACING   ==:PREFIX:==   BY   ==IVR==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
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
      *>消費税率表ファイルのレイアウト定義
      *>************************************************************************
       FD   ZEI-FILE.
       01   ZEI-RECODE.
           COPY   ZEIRATE   REPLACING   ==:PREFIX:==   BY   ==ZEI==.
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
      *>見積受注対応ファイルのレイアウト定義
      *>************************************************************************
       FD   QLK-FILE.
       01   QLK-RECODE.
           COPY   QUOTELNK   REPLACING   ==:PREFIX:==   BY   ==QLK==.
      *>************************************************************************
      *>単価変更記録ファイルのレイアウト定義
      *>************************************************************************
       FD   OVR-FILE.
       01   OVR-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==OVR==.
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
      *>未請求出荷高計上表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   UNB-FILE.
       01   UNB-RECODE                             PIC X(120).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  RT-FILE-STATUS                           PIC XX.
       01  ZST-FILE-STATUS                          PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  PRM-FILE-STATUS                          PIC XX.
       01  QLK-FILE-STATUS                          PIC XX.
       01  OVR-FILE-STATUS                          PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-FILE-COUNT                   PIC 9(002).
             03   WRK-REC-COUNT                    PIC 9(006).
             03   WRK-MISEIKYU-COUNT               PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WK-DD                            PIC 9(002).
      *>読み込み中の退避ファイルの年月（前月・対象月の順に読む）
             03   WK-RT-YYYYMM                     PIC 9(006).
             03   WK-PREV-YYYYMM                   PIC 9(006).
             03   WK-RT-DATE                       PIC 9(008).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "UNBILL01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の月末日付（計上日）と翌月１日（戻し日）
       01   WK-DATE-AREA.
            03   WK-GETSUMATSU-DATE              PIC 9(008).
            03   WK-MODOSHI-DATE                 PIC 9(008).
            03   WK-MODOSHI-DATE-R  REDEFINES  WK-MODOSHI-DATE.
                 05   WK-MODOSHI-YYYY             PIC 9(004).
                 05   WK-MODOSHI-MM               PIC 9(002).
                 05   WK-MODOSHI-DD               PIC 9(002).
            03   WK-DATE-INT                     PIC S9(008).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-MSKK-KAMOKU                  PIC X(008).
            03   WK-MSUR-KAMOKU                  PIC X(008).
      *>同じ月の計上仕訳が既にある場合は１
       01   WK-KEIJO-ZUMI-FLG                    PIC 9(001).
      *>
      *>顧客別の最後の請求書の締め日（請求書発行記録から求める）
       01   WK-LST-AREA.
            03   WK-LST-COUNT                    PIC 9(004)  COMP.
            03   WK-LST-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-LST-IDX.
                 05   WK-LST-KOKYAKU-CODE         PIC X(005).
                 05   WK-LST-SHIME-DATE           PIC 9(008).
       01   WK-LST-FOUND-FLG                     PIC 9(001).
       01   WK-LST-SHIME-SAVE                    PIC 9(008).
       01   WK-IVR-SHIME-DATE                    PIC 9(008).
      *>
      *>未請求の受注明細テーブル
       01   WK-UNB-AREA.
            03   WK-UNB-COUNT                    PIC 9(004)  COMP.
            03   WK-UNB-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-UNB-IDX.
                 05   WK-UNB-KOKYAKU-CODE         PIC X(005).
                 05   WK-UNB-MISEBAN              PIC X(003).
                 05   WK-UNB-TYUMON-BANGOU        PIC 9(005).
                 05   WK-UNB-SHOHIN-CODE          PIC X(006).
                 05   WK-UNB-TYUMON-SU            PIC S9(006).
                 05   WK-UNB-HIDUKE               PIC 9(008).
                 05   WK-UNB-SHUKKA-DATE          PIC 9(008).
                 05   WK-UNB-ZEI-RATE             PIC 9(002)V9(002).
                 05   WK-UNB-URIAGE               PIC S9(010).
      *>
      *>顧客別の小計テーブル（顧客コード順の印字と仕訳に使う）
       01   WK-KYK-AREA.
            03   WK-KYK-COUNT                    PIC 9(004)  COMP.
            03   WK-KYK-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-KYK-IDX.
                 05   WK-KYK-KOKYAKU-CODE         PIC X(005).
                 05   WK-KYK-DONE-FLG             PIC 9(001).
                 05   WK-KYK-MEISAI-COUNT         PIC 9(005).
                 05   WK-KYK-URIAGE               PIC S9(011).
       01   WK-KYK-FOUND-FLG                     PIC 9(001).
       01   WK-KYK-BEST-IDX                      PIC 9(004)  COMP.
       01   WK-KYK-BEST-CODE                     PIC X(005).
      *>
      *>計上額の合計（計上表の総合計・仕訳の貸借合計）
       01   WK-TOTAL-URIAGE                      PIC S9(012).
      *>
      *>顧客マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-KOKYAKU-MSTR-AREA.
            03   WK-KOKYAKU-MSTR-COUNT           PIC 9(004)  COMP.
            03   WK-KOKYAKU-MSTR-TBL             OCCURS 999 TIMES
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
                 05   WK-KOKYAKU-MSTR-NAME        PIC X(020).
       01   WK-KOKYAKU-MSTR-NAME-SAVE            PIC X(020).
       01   WK-KOKYAKU-CHK-CODE                  PIC X(005).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
       01   WK-SHOHIN-CHK-CODE                   PIC X(006).
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
      *>見積受注対応保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-QLK-AREA.
            03   WK-QLK-COUNT                    PIC 9(004)  COMP.
            03   WK-QLK-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-QLK-IDX.
                 05   WK-QLK-MISEBAN              PIC X(003).
                 05   WK-QLK-TYUMON-BANGOU        PIC 9(005).
                 05   WK-QLK-SHOHIN-CODE          PIC X(006).
                 05   WK-QLK-QUOTE-BANGOU         PIC 9(006).
                 05   WK-QLK-TANKA                PIC 9(006).
                 05   WK-QLK-JUCHU-DATE           PIC 9(008).
       01   WK-QLK-FOUND-FLG                     PIC 9(001).
       01   WK-QLK-BEST-DATE                     PIC 9(008).
       01   WK-QLK-BANGOU-SAVE                   PIC 9(006).
       01   WK-QLK-TANKA-SAVE                    PIC 9(006).
      *>単価変更記録保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-OVR-AREA.
            03   WK-OVR-COUNT                    PIC 9(004)  COMP.
            03   WK-OVR-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-OVR-IDX.
                 05   WK-OVR-MISEBAN              PIC X(003).
                 05   WK-OVR-TYUMON-BANGOU        PIC 9(005).
                 05   WK-OVR-SHOHIN-CODE          PIC X(006).
                 05   WK-OVR-KOKYAKU-CODE         PIC X(005).
                 05   WK-OVR-HENKO-TANKA          PIC 9(006).
                 05   WK-OVR-JUCHU-DATE           PIC 9(008).
       01   WK-OVR-FOUND-FLG                     PIC 9(001).
       01   WK-OVR-BEST-DATE                     PIC 9(008).
       01   WK-OVR-TANKA-SAVE                    PIC 9(006).
      *>
      *>消費税率表保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZEI-AREA.
            03   WK-ZEI-COUNT                    PIC 9(004)  COMP.
            03   WK-ZEI-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-ZEI-IDX.
                 05   WK-ZEI-BUNRUI-CODE          PIC X(002).
                 05   WK-ZEI-EFF-DATE             PIC 9(008).
                 05   WK-ZEI-RATE                 PIC 9(002)V9(002).
       01   WK-ZEI-FOUND-FLG                     PIC 9(001).
       01   WK-ZEI-BEST-EFF-DATE                 PIC 9(008).
       01   WK-ZEI-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>取消受注（注文種別が"9"）の場合は注文数を負数に変換する
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>受注１件分の売上金額
       01   WK-LINE-URIAGE                       PIC S9(008).
      *>
      *>計上表の見出し行の編集用領域
       01   UNB-HDR-RECODE.
           03   FILLER                PIC X(036)
                   VALUE "**  未請求出荷高計上表  **".
           03   FILLER                PIC X(012)
                   VALUE "対象月：".
           03   UNB-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                   VALUE "　計上日：".
           03   UNB-HDR-KEIJO-DATE    PIC 9(008).
           03   FILLER                PIC X(015)
                   VALUE "　戻し日：".
           03   UNB-HDR-MODOSHI-DATE  PIC 9(008).
      *>計上表の列見出し行の編集用領域
       01   UNB-COLHDR-RECODE.
           03   FILLER                PIC X(024)
               VALUE "顧客  受注番号".
           03   FILLER                PIC X(036)
               VALUE "商品    商品名".
           03   FILLER                PIC X(030)
               VALUE "  数量  受付日  出荷日".
           03   FILLER                PIC X(030)
               VALUE "  税率      税抜金額".
      *>計上表の明細行の編集用領域
       01   UNB-DETAIL-RECODE.
           03   UND-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-MISEBAN           PIC X(003).
           03   FILLER                PIC X(001)
                                             VALUE "-".
           03   UND-TYUMON-BANGOU     PIC 9(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-TYUMON-SU         PIC -(006)9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-HIDUKE            PIC 9(008).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-SHUKKA-DATE       PIC 9(008).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-ZEI-RATE          PIC Z9.99.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UND-URIAGE            PIC -(010)9.
      *>計上表の顧客小計行の編集用領域
       01   UNB-KEI-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   UNK-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   UNK-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
               VALUE "顧客計".
           03   UNK-MEISAI-COUNT      PIC ZZZZ9.
           03   FILLER                PIC X(004)
               VALUE "件".
           03   FILLER                PIC X(031)
                                             VALUE SPACE.
           03   UNK-URIAGE            PIC -(010)9.
      *>計上表の総合計行の編集用領域
       01   UNB-TOTAL-RECODE.
           03   FILLER                PIC X(030)
               VALUE "未請求出荷高　合計".
           03   FILLER                PIC X(021)
                                             VALUE SPACE.
           03   UNT-MEISAI-COUNT      PIC ZZZZ9.
           03   FILLER                PIC X(004)
               VALUE "件".
           03   FILLER                PIC X(031)
                                             VALUE SPACE.
           03   UNT-URIAGE            PIC -(010)9.
      *>計上表の仕訳の状況行の編集用領域
       01   UNB-GL-RECODE.
           03   UNB-GL-MSG            PIC X(060).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "対象受注明細件数：".
            03   MSG1-REC-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　未請求明細件数：".
            03   MSG1-MISEIKYU-COUNT          PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-FILE-COUNT.
           MOVE   ZERO        TO   WRK-REC-COUNT.
           MOVE   ZERO        TO   WRK-MISEIKYU-COUNT.
           MOVE   ZERO        TO   WRK-ENTRY-COUNT.
           MOVE   ZERO        TO   WK-LST-COUNT.
           MOVE   ZERO        TO   WK-UNB-COUNT.
           MOVE   ZERO        TO   WK-KYK-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-URIAGE.
           MOVE   ZERO        TO   WK-KEIJO-ZUMI-FLG.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PRC-COUNT.
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-CPR-COUNT.
           MOVE   ZERO        TO   WK-PRM-COUNT.
           MOVE   ZERO        TO   WK-QLK-COUNT.
           MOVE   ZERO        TO   WK-OVR-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月パラメータの読み込み（月末日・翌月１日も求める）
           PERFORM   PARM-READ-PROC.
      *>
      *>  勘定科目の確認（揃わなければ何も出力せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  各マスタ・単価履歴・税率表の読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   PRM-LOAD-PROC.
           PERFORM   QLK-LOAD-PROC.
           PERFORM   OVR-LOAD-PROC.
      *>
      *>  顧客別の最後の請求書の締め日を求める
           PERFORM   IVREG-LOAD-PROC.
      *>
      *>  受注の出荷状況はスナップショットをキーで読んで確かめる
           OPEN      INPUT   ZST-FILE.
           IF   ZST-FILE-STATUS   NOT =   "00"
                DISPLAY   "ZYUSTATが開けません:"   ZST-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
      *>  前月・対象月の１日～３１日の日次退避ファイルを順に読み込み
      *>  出荷済で未請求の受注を積み上げる
           MOVE      WK-PREV-YYYYMM   TO   WK-RT-YYYYMM.
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
           MOVE      WK-PARM-YYYYMM   TO   WK-RT-YYYYMM.
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
           CLOSE     ZST-FILE.
      *>
      *>  読み込めた退避ファイルが１つもない場合は異常終了する
           IF   WRK-FILE-COUNT   =   ZERO
                DISPLAY "対象月の退避ファイルなし"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
      *>  同じ月の計上仕訳が既にあるかを確かめる
           PERFORM   GLJRNL-CHECK-PROC.
      *>
      *>  計上表を印字する
           PERFORM   REPORT-PROC.
      *>
      *>  計上・戻しの仕訳を追記する
           IF   WK-KEIJO-ZUMI-FLG   =   ZERO
           AND  WK-TOTAL-URIAGE   NOT =   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月パラメータファイルの読み込み処理
      *>前月の年月、対象月の月末日（計上日）、翌月１日（戻し日）を求める
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "UNBPARMが読めません:"
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
                     MOVE   PARM-YYYYMM   TO   WK-PARM-YYYYMM
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  翌月１日と、その前日である対象月の月末日を求める
           COMPUTE   WK-MODOSHI-DATE   =
                     WK-PARM-YYYYMM   *   100   +   1.
           IF   WK-MODOSHI-MM   =   12
                ADD    1   TO   WK-MODOSHI-YYYY
                MOVE   1   TO   WK-MODOSHI-MM
           ELSE
                ADD    1   TO   WK-MODOSHI-MM
           END-IF.
           COMPUTE   WK-DATE-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-MODOSHI-DATE)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
                          TO   WK-GETSUMATSU-DATE.
      *>
      *>  前月の年月を求める（締め日が月末でない顧客の未請求分は
      *>  前月の受注から始まる）
           COMPUTE   WK-PREV-YYYYMM   =   WK-PARM-YYYYMM   -   1.
           IF   WK-PARM-YYYYMM(5:2)   =   "01"
                COMPUTE   WK-PREV-YYYYMM   =   WK-PARM-YYYYMM   -   89
           END-IF.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>未請求売掛金（"MSKK"）・未請求売上（"MSUR"）の科目が揃わない
      *>場合は異常終了する
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
                               WHEN   "MSKK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-MSKK-KAMOKU
                               WHEN   "MSUR"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-MSUR-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-MSKK-KAMOKU   =   SPACE
           OR   WK-MSUR-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにMSKK/MSURの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行記録の読み込み処理
      *>顧客ごとに最も遅い締め日を求める。締め日の無い行（項目追加前
      *>の行）は請求年月の末日（31日として比較する）とする。
      *>ファイルが無い場合は請求済の受注なしとして先へ進む
      *>************************************************************************
       IVREG-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   IVREG-FILE.
           IF   IVREG-FILE-STATUS   NOT =   "00"
                CLOSE   IVREG-FILE
                GO   TO   IVREG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   IVREG-FILE-STATUS   NOT =   "00"
                READ   IVREG-FILE
                     AT   END
                          MOVE   "10"   TO   IVREG-FILE-STATUS
                     NOT   AT   END
                          PERFORM   IVREG-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     IVREG-FILE.
      *>
       IVREG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>発行記録１行分の締め日の取り込み処理
      *>************************************************************************
       IVREG-ONE-PROC                 SECTION.
      *>
           IF   IVR-SHIME-DATE   IS   NUMERIC
           AND  IVR-SHIME-DATE   >   ZERO
                MOVE      IVR-SHIME-DATE      TO   WK-IVR-SHIME-DATE
           ELSE
                COMPUTE   WK-IVR-SHIME-DATE   =
                          IVR-SEIKYU-YYYYMM   *   100   +   31
           END-IF.
      *>
           MOVE      ZERO   TO   WK-LST-FOUND-FLG.
           PERFORM   VARYING   WK-LST-IDX   FROM   1   BY   1
                UNTIL   WK-LST-IDX   >   WK-LST-COUNT
                IF   WK-LST-KOKYAKU-CODE(WK-LST-IDX)
                          =   IVR-KOKYAKU-CODE
                     MOVE   1   TO   WK-LST-FOUND-FLG
                     IF   WK-IVR-SHIME-DATE   >
                               WK-LST-SHIME-DATE(WK-LST-IDX)
                          MOVE   WK-IVR-SHIME-DATE   TO
                               WK-LST-SHIME-DATE(WK-LST-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-LST-FOUND-FLG   NOT =   1
           AND  WK-LST-COUNT   <   999
                ADD    1   TO   WK-LST-COUNT
                MOVE   IVR-KOKYAKU-CODE    TO
                     WK-LST-KOKYAKU-CODE(WK-LST-COUNT)
                MOVE   WK-IVR-SHIME-DATE   TO
                     WK-LST-SHIME-DATE(WK-LST-COUNT)
           END-IF.
      *>
       IVREG-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>１日分の日次退避ファイルの読み込み処理
      *>ファイルが存在しない日（休業日など）・月末より後の日は読み
      *>飛ばす。受注明細は受付日時が必ず埋まるため、24桁目以降が
      *>空白の行は見出し・末尾レコードとして読み飛ばす
      *>（対象月の退避ファイルだけを読み込み件数に数える）
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           COMPUTE   WK-RT-DATE   =
                     WK-RT-YYYYMM   *   100   +   WK-DD.
           IF   WK-RT-DATE   >   WK-GETSUMATSU-DATE
                GO   TO   RT-ONE-DAY-PROC-EXIT
           END-IF.
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
                IF   WK-RT-YYYYMM   =   WK-PARM-YYYYMM
                     ADD   1   TO   WRK-FILE-COUNT
                END-IF
                PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                     READ   RT-FILE
                          AT   END
                               MOVE   "10"   TO   RT-FILE-STATUS
                          NOT   AT   END
                               IF   RT-RECODE(24:19)   NOT =   SPACE
                               AND  RT-KOKYAKU-CODE    NOT =   SPACE
                                    ADD       1   TO   WRK-REC-COUNT
                                    PERFORM   RT-CHECK-PROC
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
      *>受注１件分の未請求の判定処理
      *>最後の請求書の締め日より後の受注で、月末までに出荷済になって
      *>いるものだけを金額を付けて明細テーブルへ積み上げる
      *>************************************************************************
       RT-CHECK-PROC                  SECTION.
      *>
      *>  最後の請求書の締め日以前の受注は請求済
           MOVE      ZERO   TO   WK-LST-SHIME-SAVE.
           PERFORM   VARYING   WK-LST-IDX   FROM   1   BY   1
                UNTIL   WK-LST-IDX   >   WK-LST-COUNT
                IF   WK-LST-KOKYAKU-CODE(WK-LST-IDX)
                          =   RT-KOKYAKU-CODE
                     MOVE   WK-LST-SHIME-DATE(WK-LST-IDX)
                          TO   WK-LST-SHIME-SAVE
                END-IF
           END-PERFORM.
           IF   WK-RT-DATE   <=   WK-LST-SHIME-SAVE
                GO   TO   RT-CHECK-PROC-EXIT
           END-IF.
      *>
      *>  月末までに出荷済になっていない受注は対象外
           MOVE      RT-ZYUTYU-BANGOU   TO   ZST-ZYUTYU-BANGOU.
           READ      ZST-FILE
                INVALID   KEY
                     GO   TO   RT-CHECK-PROC-EXIT
           END-READ.
           IF  (ZST-STATUS   NOT =   "6"
           AND  ZST-STATUS   NOT =   "A")
           OR   ZST-STATUS-DATE   >   WK-GETSUMATSU-DATE
                GO   TO   RT-CHECK-PROC-EXIT
           END-IF.
      *>
      *>  取消受注・減量差分の場合は注文数を負数に変換する
           IF   RT-TYUMON-KUBUN   =   "9"
           OR   RT-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   RT-TYUMON-SU
           ELSE
                MOVE      RT-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
           PERFORM   LINE-URIAGE-CALC-PROC.
      *>
           IF   WK-UNB-COUNT   NOT <   9999
                DISPLAY   "未請求明細テーブルが満杯です:"
                          RT-ZYUTYU-BANGOU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-UNB-COUNT.
           ADD       1   TO   WRK-MISEIKYU-COUNT.
           MOVE      RT-KOKYAKU-CODE       TO
                WK-UNB-KOKYAKU-CODE(WK-UNB-COUNT).
           MOVE      RT-MISEBAN            TO
                WK-UNB-MISEBAN(WK-UNB-COUNT).
           MOVE      RT-TYUMON-BANGOU      TO
                WK-UNB-TYUMON-BANGOU(WK-UNB-COUNT).
           MOVE      RT-SHOHIN-CODE        TO
                WK-UNB-SHOHIN-CODE(WK-UNB-COUNT).
           MOVE      WK-TYUMON-SU-SIGNED   TO
                WK-UNB-TYUMON-SU(WK-UNB-COUNT).
           MOVE      RT-HIDUKE             TO
                WK-UNB-HIDUKE(WK-UNB-COUNT).
           MOVE      ZST-STATUS-DATE       TO
                WK-UNB-SHUKKA-DATE(WK-UNB-COUNT).
           MOVE      WK-ZEI-RATE-SAVE      TO
                WK-UNB-ZEI-RATE(WK-UNB-COUNT).
           MOVE      WK-LINE-URIAGE        TO
                WK-UNB-URIAGE(WK-UNB-COUNT).
           ADD       WK-LINE-URIAGE        TO   WK-TOTAL-URIAGE.
      *>
      *>  顧客別の小計へ積み上げる（無ければ登録する）
           MOVE      ZERO   TO   WK-KYK-FOUND-FLG.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          =   RT-KOKYAKU-CODE
                     MOVE   1   TO   WK-KYK-FOUND-FLG
                     ADD    1   TO   WK-KYK-MEISAI-COUNT(WK-KYK-IDX)
                     ADD    WK-LINE-URIAGE   TO
                          WK-KYK-URIAGE(WK-KYK-IDX)
                END-IF
           END-PERFORM.
           IF   WK-KYK-FOUND-FLG   NOT =   1
                IF   WK-KYK-COUNT   NOT <   999
                     DISPLAY   "顧客別小計表が満杯です:"
                               RT-KOKYAKU-CODE
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                END-IF
                ADD    1   TO   WK-KYK-COUNT
                MOVE   RT-KOKYAKU-CODE   TO
                     WK-KYK-KOKYAKU-CODE(WK-KYK-COUNT)
                MOVE   ZERO              TO
                     WK-KYK-DONE-FLG(WK-KYK-COUNT)
                MOVE   1                 TO
                     WK-KYK-MEISAI-COUNT(WK-KYK-COUNT)
                MOVE   WK-LINE-URIAGE    TO
                     WK-KYK-URIAGE(WK-KYK-COUNT)
           END-IF.
      *>
       RT-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の売上金額の計算処理（INVGEN001と同じ規則）
      *>受付日付時点の単価×符号付き注文数を求め、適用税率を求める
      *>************************************************************************
       LINE-URIAGE-CALC-PROC          SECTION.
      *>
      *>  見積から変換した受注は見積単価で計算する（契約単価・販促は
      *>  適用しない）
           PERFORM   QLK-LOOKUP-PROC.
           IF   WK-QLK-FOUND-FLG   =   1
                MOVE      WK-QLK-TANKA-SAVE   TO   WK-PRC-TANKA-SAVE
                COMPUTE   WK-LINE-URIAGE   =
                          WK-TYUMON-SU-SIGNED   *   WK-PRC-TANKA-SAVE
                PERFORM   ZEI-RATE-LOOKUP-PROC
                GO   TO   LINE-URIAGE-CALC-PROC-EXIT
           END-IF.
      *>
      *>  受注入力で単価を変更した受注は変更単価で計算する（契約単価
      *>  ・販促は適用しない）
           PERFORM   OVR-LOOKUP-PROC.
           IF   WK-OVR-FOUND-FLG   =   1
                MOVE      WK-OVR-TANKA-SAVE   TO   WK-PRC-TANKA-SAVE
                COMPUTE   WK-LINE-URIAGE   =
                          WK-TYUMON-SU-SIGNED   *   WK-PRC-TANKA-SAVE
                PERFORM   ZEI-RATE-LOOKUP-PROC
                GO   TO   LINE-URIAGE-CALC-PROC-EXIT
           END-IF.
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
           PERFORM   ZEI-RATE-LOOKUP-PROC.
      *>
       LINE-URIAGE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積受注対応の検索処理
      *>店番・注文番号・商品コードが一致し、受注日が受付日付以前で
      *>最も新しい行を探す（注文番号の再使用で古い見積と誤って
      *>対応付けないため）。見つからなければ見積番号ゼロを返す
      *>************************************************************************
       QLK-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-QLK-FOUND-FLG.
           MOVE      ZERO   TO   WK-QLK-BEST-DATE.
           MOVE      ZERO   TO   WK-QLK-BANGOU-SAVE.
           MOVE      ZERO   TO   WK-QLK-TANKA-SAVE.
           PERFORM   VARYING   WK-QLK-IDX   FROM   1   BY   1
                UNTIL   WK-QLK-IDX   >   WK-QLK-COUNT
                IF   WK-QLK-MISEBAN(WK-QLK-IDX)   =   RT-MISEBAN
                AND  WK-QLK-TYUMON-BANGOU(WK-QLK-IDX)
                          =   RT-TYUMON-BANGOU
                AND  WK-QLK-SHOHIN-CODE(WK-QLK-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-QLK-JUCHU-DATE(WK-QLK-IDX)   <=   RT-HIDUKE
                AND  WK-QLK-JUCHU-DATE(WK-QLK-IDX)
                          >=   WK-QLK-BEST-DATE
                     MOVE   1   TO   WK-QLK-FOUND-FLG
                     MOVE   WK-QLK-JUCHU-DATE(WK-QLK-IDX)
                          TO   WK-QLK-BEST-DATE
                     MOVE   WK-QLK-QUOTE-BANGOU(WK-QLK-IDX)
                          TO   WK-QLK-BANGOU-SAVE
                     MOVE   WK-QLK-TANKA(WK-QLK-IDX)
                          TO   WK-QLK-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       QLK-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積受注対応ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は見積からの受注なしとして扱う
      *>************************************************************************
       QLK-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   QLK-FILE.
           IF   QLK-FILE-STATUS   NOT =   "00"
                CLOSE   QLK-FILE
                GO   TO   QLK-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   QLK-FILE-STATUS   NOT =   "00"
                READ   QLK-FILE
                     AT   END
                          MOVE   "10"   TO   QLK-FILE-STATUS
                     NOT   AT   END
                          IF   WK-QLK-COUNT   <   9999
                               ADD    1   TO   WK-QLK-COUNT
                               MOVE   QLK-MISEBAN         TO
                                    WK-QLK-MISEBAN(WK-QLK-COUNT)
                               MOVE   QLK-TYUMON-BANGOU   TO
                                    WK-QLK-TYUMON-BANGOU(WK-QLK-COUNT)
                               MOVE   QLK-SHOHIN-CODE     TO
                                    WK-QLK-SHOHIN-CODE(WK-QLK-COUNT)
                               MOVE   QLK-QUOTE-BANGOU    TO
                                    WK-QLK-QUOTE-BANGOU(WK-QLK-COUNT)
                               MOVE   QLK-TANKA           TO
                                    WK-QLK-TANKA(WK-QLK-COUNT)
                               MOVE   QLK-JUCHU-DATE      TO
                                    WK-QLK-JUCHU-DATE(WK-QLK-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     QLK-FILE.
      *>
       QLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更記録の検索処理
      *>店番・注文番号・商品コード・顧客コードが一致し、受付日付以前で
      *>最も新しい受注日の行を探す（注文番号の再使用で古い変更と
      *>誤って対応付けないため）
      *>************************************************************************
       OVR-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-OVR-FOUND-FLG.
           MOVE      ZERO   TO   WK-OVR-BEST-DATE.
           MOVE      ZERO   TO   WK-OVR-TANKA-SAVE.
           PERFORM   VARYING   WK-OVR-IDX   FROM   1   BY   1
                UNTIL   WK-OVR-IDX   >   WK-OVR-COUNT
                IF   WK-OVR-MISEBAN(WK-OVR-IDX)   =   RT-MISEBAN
                AND  WK-OVR-TYUMON-BANGOU(WK-OVR-IDX)
                          =   RT-TYUMON-BANGOU
                AND  WK-OVR-SHOHIN-CODE(WK-OVR-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-OVR-KOKYAKU-CODE(WK-OVR-IDX)
                          =   RT-KOKYAKU-CODE
                AND  WK-OVR-JUCHU-DATE(WK-OVR-IDX)   <=   RT-HIDUKE
                AND  WK-OVR-JUCHU-DATE(WK-OVR-IDX)
                          >=   WK-OVR-BEST-DATE
                     MOVE   1   TO   WK-OVR-FOUND-FLG
                     MOVE   WK-OVR-JUCHU-DATE(WK-OVR-IDX)
                          TO   WK-OVR-BEST-DATE
                     MOVE   WK-OVR-HENKO-TANKA(WK-OVR-IDX)
                          TO   WK-OVR-TANKA-SAVE
                END-IF
           END-PERFORM.
      *>
       OVR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更記録ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが存在しない場合は単価変更なしとして扱う
      *>************************************************************************
       OVR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   OVR-FILE.
           IF   OVR-FILE-STATUS   NOT =   "00"
                CLOSE   OVR-FILE
                GO   TO   OVR-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   OVR-FILE-STATUS   NOT =   "00"
                READ   OVR-FILE
                     AT   END
                          MOVE   "10"   TO   OVR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-OVR-COUNT   <   9999
                               ADD    1   TO   WK-OVR-COUNT
                               MOVE   OVR-MISEBAN         TO
                                    WK-OVR-MISEBAN(WK-OVR-COUNT)
                               MOVE   OVR-TYUMON-BANGOU   TO
                                    WK-OVR-TYUMON-BANGOU(WK-OVR-COUNT)
                               MOVE   OVR-SHOHIN-CODE     TO
                                    WK-OVR-SHOHIN-CODE(WK-OVR-COUNT)
                               MOVE   OVR-KOKYAKU-CODE    TO
                                    WK-OVR-KOKYAKU-CODE(WK-OVR-COUNT)
                               MOVE   OVR-HENKO-TANKA     TO
                                    WK-OVR-HENKO-TANKA(WK-OVR-COUNT)
                               MOVE   OVR-JUCHU-DATE      TO
                                    WK-OVR-JUCHU-DATE(WK-OVR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     OVR-FILE.
      *>
       OVR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の契約単価の検索処理
      *>顧客コード・商品コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す
      *>************************************************************************
       CPR-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-CPR-TANKA-SAVE.
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
      *>受付日付時点の税率の検索処理
      *>税率表から、分類コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す。該当行がなければ税率０とする
      *>************************************************************************
       ZEI-RATE-LOOKUP-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-ZEI-FOUND-FLG.
           MOVE      ZERO   TO   WK-ZEI-BEST-EFF-DATE.
           MOVE      ZERO   TO   WK-ZEI-RATE-SAVE.
           PERFORM   VARYING   WK-ZEI-IDX   FROM   1   BY   1
                UNTIL   WK-ZEI-IDX   >   WK-ZEI-COUNT
                IF   WK-ZEI-BUNRUI-CODE(WK-ZEI-IDX)
                          =   RT-BUNRUI-CODE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)   <=   RT-HIDUKE
                AND  WK-ZEI-EFF-DATE(WK-ZEI-IDX)
                          >=   WK-ZEI-BEST-EFF-DATE
                     MOVE   1   TO   WK-ZEI-FOUND-FLG
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
      *>同じ月の計上仕訳の有無の確認処理
      *>種別マーク"ACR"で参照日付が対象月の月末日のバッチ管理行が
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
                          AND  GLB-ADJ-MARK   =   "ACR"
                          AND  GLB-REF-DATE   =   WK-GETSUMATSU-DATE
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
      *>未請求出荷高計上表の印字処理
      *>顧客コード順に明細と顧客小計を印字し、最後に総合計と仕訳の
      *>状況を印字する
      *>************************************************************************
       REPORT-PROC                    SECTION.
      *>
           OPEN      OUTPUT   UNB-FILE.
           MOVE      WK-PARM-YYYYMM       TO   UNB-HDR-YYYYMM.
           MOVE      WK-GETSUMATSU-DATE   TO   UNB-HDR-KEIJO-DATE.
           MOVE      WK-MODOSHI-DATE      TO   UNB-HDR-MODOSHI-DATE.
           WRITE     UNB-RECODE   FROM   UNB-HDR-RECODE.
           WRITE     UNB-RECODE   FROM   UNB-COLHDR-RECODE.
      *>
      *>  未印字の顧客から顧客コードの最も小さいものを選んで印字する
      *>  ことを、選ぶ顧客が無くなるまで繰り返す
           MOVE      1   TO   WK-KYK-BEST-IDX.
           PERFORM   UNTIL   WK-KYK-BEST-IDX   =   ZERO
                PERFORM   KYK-NEXT-FIND-PROC
                IF   WK-KYK-BEST-IDX   NOT =   ZERO
                     PERFORM   KYK-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WRK-MISEIKYU-COUNT   TO   UNT-MEISAI-COUNT.
           MOVE      WK-TOTAL-URIAGE      TO   UNT-URIAGE.
           WRITE     UNB-RECODE   FROM   UNB-TOTAL-RECODE.
      *>
           EVALUATE   TRUE
                WHEN   WK-KEIJO-ZUMI-FLG   =   1
                     MOVE
                "同月の計上仕訳ありのため仕訳出力せず"
                                    TO   UNB-GL-MSG
                WHEN   WK-TOTAL-URIAGE   =   ZERO
                     MOVE
                     "計上額がゼロのため仕訳は出力せず"
                                    TO   UNB-GL-MSG
                WHEN   OTHER
                     MOVE   "計上仕訳・戻し仕訳を出力"
                                    TO   UNB-GL-MSG
           END-EVALUATE.
           WRITE     UNB-RECODE   FROM   UNB-GL-RECODE.
      *>
           CLOSE     UNB-FILE.
      *>
       REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次に印字する顧客の検索処理
      *>未印字の顧客のうち顧客コードの最も小さい行の添字を
      *>WK-KYK-BEST-IDXに返す（無ければゼロ）
      *>************************************************************************
       KYK-NEXT-FIND-PROC             SECTION.
      *>
           MOVE      ZERO        TO   WK-KYK-BEST-IDX.
           MOVE      HIGH-VALUE  TO   WK-KYK-BEST-CODE.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-DONE-FLG(WK-KYK-IDX)   =   ZERO
                AND  WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          <   WK-KYK-BEST-CODE
                     MOVE   WK-KYK-IDX   TO   WK-KYK-BEST-IDX
                     MOVE   WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          TO   WK-KYK-BEST-CODE
                END-IF
           END-PERFORM.
      *>
       KYK-NEXT-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分の明細と顧客小計の印字処理
      *>************************************************************************
       KYK-WRITE-PROC                 SECTION.
      *>
           MOVE      1   TO   WK-KYK-DONE-FLG(WK-KYK-BEST-IDX).
      *>
           PERFORM   VARYING   WK-UNB-IDX   FROM   1   BY   1
                UNTIL   WK-UNB-IDX   >   WK-UNB-COUNT
                IF   WK-UNB-KOKYAKU-CODE(WK-UNB-IDX)
                          =   WK-KYK-BEST-CODE
                     PERFORM   UNB-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-KYK-BEST-CODE   TO   WK-KOKYAKU-CHK-CODE.
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-KYK-BEST-CODE            TO   UNK-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE   TO   UNK-KOKYAKU-NAME.
           MOVE      WK-KYK-MEISAI-COUNT(WK-KYK-BEST-IDX)
                          TO   UNK-MEISAI-COUNT.
           MOVE      WK-KYK-URIAGE(WK-KYK-BEST-IDX)
                          TO   UNK-URIAGE.
           WRITE     UNB-RECODE   FROM   UNB-KEI-RECODE.
      *>
       KYK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上表の明細行１件分の印字処理
      *>************************************************************************
       UNB-LINE-WRITE-PROC            SECTION.
      *>
           MOVE      WK-UNB-SHOHIN-CODE(WK-UNB-IDX)
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
      *>
           MOVE      WK-UNB-KOKYAKU-CODE(WK-UNB-IDX)
                          TO   UND-KOKYAKU-CODE.
           MOVE      WK-UNB-MISEBAN(WK-UNB-IDX)
                          TO   UND-MISEBAN.
           MOVE      WK-UNB-TYUMON-BANGOU(WK-UNB-IDX)
                          TO   UND-TYUMON-BANGOU.
           MOVE      WK-UNB-SHOHIN-CODE(WK-UNB-IDX)
                          TO   UND-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   UND-SHOHIN-NAME.
           MOVE      WK-UNB-TYUMON-SU(WK-UNB-IDX)
                          TO   UND-TYUMON-SU.
           MOVE      WK-UNB-HIDUKE(WK-UNB-IDX)
                          TO   UND-HIDUKE.
           MOVE      WK-UNB-SHUKKA-DATE(WK-UNB-IDX)
                          TO   UND-SHUKKA-DATE.
           MOVE      WK-UNB-ZEI-RATE(WK-UNB-IDX)
                          TO   UND-ZEI-RATE.
           MOVE      WK-UNB-URIAGE(WK-UNB-IDX)
                          TO   UND-URIAGE.
           WRITE     UNB-RECODE   FROM   UNB-DETAIL-RECODE.
      *>
       UNB-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上仕訳・戻し仕訳の書き出し処理
      *>顧客別の計上額ごとに、月末日付の計上バッチ（"ACR"）と翌月１日
      *>付の戻しバッチ（"ACV"）を追記する。どちらのバッチも参照日付は
      *>対象月の月末日とする
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WRK-ENTRY-COUNT.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-URIAGE(WK-KYK-IDX)   NOT =   ZERO
                     ADD   2   TO   WRK-ENTRY-COUNT
                END-IF
           END-PERFORM.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  計上バッチ（月末日付：借方 未請求売掛金／貸方 未請求売上）
           MOVE      "B"                  TO   GLB-KUBUN.
           MOVE      WK-GETSUMATSU-DATE   TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT      TO   GLB-ENTRY-COUNT.
           MOVE      WK-TOTAL-URIAGE      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-TOTAL-URIAGE      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "ACR"                TO   GLB-ADJ-MARK.
           MOVE      WK-GETSUMATSU-DATE   TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-URIAGE(WK-KYK-IDX)   NOT =   ZERO
                     MOVE      WK-GETSUMATSU-DATE   TO   GLJ-RUN-DATE
                     MOVE      WK-MSKK-KAMOKU
                          TO   GLJ-KANJO-KAMOKU
                     MOVE      "D"                  TO   GLJ-TAISYAKU
                     PERFORM   GLJRNL-ONE-WRITE-PROC
                     MOVE      WK-MSUR-KAMOKU
                          TO   GLJ-KANJO-KAMOKU
                     MOVE      "C"                  TO   GLJ-TAISYAKU
                     PERFORM   GLJRNL-ONE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  戻しバッチ（翌月１日付：計上の貸借逆）
           MOVE      "B"                  TO   GLB-KUBUN.
           MOVE      WK-MODOSHI-DATE      TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT      TO   GLB-ENTRY-COUNT.
           MOVE      WK-TOTAL-URIAGE      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-TOTAL-URIAGE      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "ACV"                TO   GLB-ADJ-MARK.
           MOVE      WK-GETSUMATSU-DATE   TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
           PERFORM   VARYING   WK-KYK-IDX   FROM   1   BY   1
                UNTIL   WK-KYK-IDX   >   WK-KYK-COUNT
                IF   WK-KYK-URIAGE(WK-KYK-IDX)   NOT =   ZERO
                     MOVE      WK-MODOSHI-DATE      TO   GLJ-RUN-DATE
                     MOVE      WK-MSUR-KAMOKU
                          TO   GLJ-KANJO-KAMOKU
                     MOVE      "D"                  TO   GLJ-TAISYAKU
                     PERFORM   GLJRNL-ONE-WRITE-PROC
                     MOVE      WK-MSKK-KAMOKU
                          TO   GLJ-KANJO-KAMOKU
                     MOVE      "C"                  TO   GLJ-TAISYAKU
                     PERFORM   GLJRNL-ONE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客１件分の仕訳１行の書き出し処理
      *>計上日付・勘定科目・貸借区分は呼び出し側で設定する
      *>************************************************************************
       GLJRNL-ONE-WRITE-PROC          SECTION.
      *>
           MOVE      "E"                  TO   GLJ-KUBUN.
           MOVE      WK-KYK-URIAGE(WK-KYK-IDX)
                          TO   GLJ-KINGAKU.
           MOVE      "**"                 TO   GLJ-BUNRUI-CODE.
           MOVE      WK-KYK-KOKYAKU-CODE(WK-KYK-IDX)
                          TO   GLJ-KOKYAKU-CODE.
           MOVE      SPACE                TO   GLJ-INV-BANGOU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   =   "35"
                CLOSE   KOKYAKUM-FILE
           ELSE
                PERFORM   UNTIL   KOKYAKUM-FILE-STATUS   NOT =   "00"
                     READ   KOKYAKUM-FILE
                          AT   END
                               MOVE   "10"   TO   KOKYAKUM-FILE-STATUS
                          NOT   AT   END
                               IF   WK-KOKYAKU-MSTR-COUNT   <   999
                                    ADD   1   TO
                                         WK-KOKYAKU-MSTR-COUNT
                                    MOVE   KMST-KOKYAKU-CODE   TO
                                         WK-KOKYAKU-MSTR-CODE
                                              (WK-KOKYAKU-MSTR-COUNT)
                                    MOVE   KMST-KOKYAKU-NAME   TO
                                         WK-KOKYAKU-MSTR-NAME
                                              (WK-KOKYAKU-MSTR-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   KOKYAKUM-FILE
           END-IF.
      *>
       KOKYAKU-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客名称検索処理（顧客マスタテーブルを線形検索する）
      *>WK-KOKYAKU-CHK-CODEに顧客コードを設定してから呼び出す
      *>************************************************************************
       KOKYAKU-MSTR-LOOKUP-PROC       SECTION.
      *>
           MOVE      "顧客名不明"   TO   WK-KOKYAKU-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-KOKYAKU-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-KOKYAKU-MSTR-IDX   >   WK-KOKYAKU-MSTR-COUNT
                IF   WK-KOKYAKU-MSTR-CODE(WK-KOKYAKU-MSTR-IDX)
                          =   WK-KOKYAKU-CHK-CODE
                     MOVE   WK-KOKYAKU-MSTR-NAME(WK-KOKYAKU-MSTR-IDX)
                          TO   WK-KOKYAKU-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       KOKYAKU-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
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
      *>商品単価履歴ファイルの読み込み処理（内容をテーブルに展開する）
      *>履歴ファイルが存在しない場合は商品マスタの単価のみで計算する
      *>************************************************************************
       PRC-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PRC-FILE.
           IF   PRC-FILE-STATUS   =   "35"
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
      *>消費税率表ファイルの読み込み処理（内容をテーブルに展開する）
      *>税率表が存在しない場合は税率０（税額なし）として扱う
      *>************************************************************************
       ZEI-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZEI-FILE.
           IF   ZEI-FILE-STATUS   =   "35"
                CLOSE   ZEI-FILE
           ELSE
                PERFORM   UNTIL   ZEI-FILE-STATUS   NOT =   "00"
                     READ   ZEI-FILE
                          AT   END
                               MOVE   "10"   TO   ZEI-FILE-STATUS
                          NOT   AT   END
                               IF   WK-ZEI-COUNT   <   999
                                    ADD   1   TO   WK-ZEI-COUNT
                                    MOVE   ZEI-BUNRUI-CODE   TO
                                         WK-ZEI-BUNRUI-CODE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-EFF-DATE      TO
                                         WK-ZEI-EFF-DATE
                                              (WK-ZEI-COUNT)
                                    MOVE   ZEI-ZEI-RATE      TO
                                         WK-ZEI-RATE
                                              (WK-ZEI-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   ZEI-FILE
           END-IF.
      *>
       ZEI-LOAD-PROC-EXIT.
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
           MOVE      WRK-REC-COUNT        TO   MSG1-REC-COUNT.
           MOVE      WRK-MISEIKYU-COUNT   TO   MSG1-MISEIKYU-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  再実行で仕訳を出さなかった場合はその旨を返す
           IF   WK-KEIJO-ZUMI-FLG   =   1
                DISPLAY
                "同月の計上仕訳あり（仕訳は出力せず）"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
