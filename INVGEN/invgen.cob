      *>顧客マスタの名称・明細・税抜／消費税／税込の合計）を作成し、
      *>請求書番号は採番ファイル（INVNO.txt）で採番して発行記録
      *>（INVREG.txt）へ追記する。
      *>締め日が月末でない顧客は、支払条件マスタ（PAYTERM.txt）の
      *>締め日で請求期間を区切る（例：20日締めなら前月21日～当月
      *>20日）。このため対象月の前月の退避ファイルも読み込み、
      *>各顧客の請求期間に入る日の受注だけを積み上げる。締め日と
      *>支払条件から求めた支払期日は請求書に印字し、発行記録にも
      *>記録する（マスタに無い顧客は月末締め翌月末払い）。
      *>請求書は適格請求書の記載事項を満たすよう、発行者情報
      *>（HAKKOSHA.txt）の登録番号・発行者名を印字し、明細ごとに
      *>適用税率を示したうえで、税率ごとの税抜合計（課税標準）と
      *>消費税額を印字する。消費税額は請求書１通の税率ごとの税抜
      *>合計に税率を掛けて１回だけ円未満を切り捨て、発行記録にも
      *>税率別に記録する（TAXSUM001が請求額との突き合わせに使う）。
      *>見積から変換した受注（見積受注対応ファイルQUOTEORD.txtに
      *>店番・注文番号・商品コードが有る受注）は、契約単価・販促に
      *>よらず見積単価で請求し、見積番号ごとに明細を分けて請求書の
      *>明細に見積番号を印字する。
      *>受注入力で単価を個別に取り決めた受注（単価変更記録PRCOVR.txt
      *>に店番・注文番号・商品コード・顧客コードが有る受注）は、契約
      *>単価・販促によらず変更単価で請求する（取消・変更の受注も同じ
      *>単価で相殺する）。
      *>納品先へ届けた受注（受注納品先対応ファイルNOHINORD.txtに店番・
      *>注文番号・顧客コードが有る受注）が有る顧客は、請求書の明細を
      *>納品先コード順（店舗への納品が先頭）にまとめ、納品先ごとに
      *>見出し（納品先マスタNOHINM.txtの名称）と小計を印字する。
      *>消費税額は従来どおり請求書１通の税率ごとに求める。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PRM-FILE-STATUS.
      *>************************************************************************
      *>顧客別支払条件マスタファイル（締め日・支払期日の規則）
      *>************************************************************************
       SELECT   PTM-FILE      ASSIGN        TO "PAYTERM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PTM-FILE-STATUS.
      *>************************************************************************
      *>請求書発行者情報ファイル（登録番号・発行者名）
      *>************************************************************************
       SELECT   HKS-FILE      ASSIGN        TO "HAKKOSHA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HKS-FILE-STATUS.
      *>************************************************************************
      *>見積受注対応ファイル（見積から変換した受注は見積単価で請求する）
      *>************************************************************************
       SELECT   QLK-FILE      ASSIGN        TO "QUOTEORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QLK-FILE-STATUS.
      *>************************************************************************
      *>単価変更記録ファイル（受注入力で単価を変更した受注は変更単価で
      *>請求する）
      *>************************************************************************
       SELECT   OVR-FILE      ASSIGN        TO "PRCOVR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVR-FILE-STATUS.
      *>************************************************************************
      *>受注納品先対応ファイル（納品先ごとに明細をまとめる）
      *>************************************************************************
       SELECT   NHL-FILE      ASSIGN        TO "NOHINORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHL-FILE-STATUS.
      *>************************************************************************
      *>納品先マスタファイル（納品先の名称の印字用）
      *>************************************************************************
       SELECT   NHM-FILE      ASSIGN        TO "NOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHM-FILE-STATUS.
      *>************************************************************************
      *>請求書番号採番ファイル
      *>************************************************************************
       SELECT   INVNO-FILE    ASSIGN        TO "INVNO.txt"
       01   PRM-RECODE.
           COPY   PROMOMSTR   REPLACING   ==:PREFIX:==   BY   ==PRM==.
      *>************************************************************************
      *>顧客別支払条件マスタファイルのレイアウト定義
      *>************************************************************************
       FD   PTM-FILE.
       01   PTM-RECODE.
           COPY   PAYTERM   REPLACING   ==:PREFIX:==   BY   ==PTM==.
      *>************************************************************************
      *>請求書発行者情報ファイルのレイアウト定義
      *>************************************************************************
       FD   HKS-FILE.
       01   HKS-RECODE.
           COPY   HAKKOSHA   REPLACING   ==:PREFIX:==   BY   ==HKS==.
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
      *>受注納品先対応ファイルのレイアウト定義
      *>************************************************************************
       FD   NHL-FILE.
       01   NHL-RECODE.
           COPY   NOHINLNK   REPLACING   ==:PREFIX:==   BY   ==NHL==.
      *>************************************************************************
      *>納品先マスタファイルのレイアウト定義
      *>************************************************************************
       FD   NHM-FILE.
       01   NHM-RECODE.
           COPY   NOHINSAKI   REPLACING   ==:PREFIX:==   BY   ==NHM==.
      *>************************************************************************
      *>請求書番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   INVNO-FILE.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  INVNO-FILE-STATUS                        PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  PTM-FILE-STATUS                          PIC XX.
       01  HKS-FILE-STATUS                          PIC XX.
       01  QLK-FILE-STATUS                          PIC XX.
       01  OVR-FILE-STATUS                          PIC XX.
       01  NHL-FILE-STATUS                          PIC XX.
       01  NHM-FILE-STATUS                          PIC XX.
      *>
      *>日次退避ファイルのファイル名（日付ごとに組み立てる）
       01  WK-RT-FILENAME                           PIC X(020).
             03   WRK-INV-COUNT                    PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WK-DD                            PIC 9(002).
      *>読み込み中の退避ファイルの年月（前月・対象月の順に読む）
             03   WK-RT-YYYYMM                     PIC 9(006).
             03   WK-PREV-YYYYMM                   PIC 9(006).
             03   WK-RT-DATE                       PIC 9(008).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-CSUM-SHOHIN-CODE         PIC X(006).
                 05   WK-CSUM-TYUMON-SU           PIC S9(008).
                 05   WK-CSUM-URIAGE              PIC S9(010).
                 05   WK-CSUM-ZEI-RATE            PIC 9(002)V9(002).
                 05   WK-CSUM-QUOTE-BANGOU        PIC 9(006).
                 05   WK-CSUM-NOHIN-CODE          PIC X(003).
                 05   WK-CSUM-DONE-FLG            PIC 9(001).
       01   WK-CSUM-FOUND-FLG                    PIC 9(001).
      *>
            03   WK-INV-ZEI-TOTAL                PIC S9(009).
            03   WK-INV-GROSS-TOTAL              PIC S9(011).
            03   WK-INV-MEISAI-COUNT             PIC 9(004).
      *>納品先ごとに明細をまとめる場合の作業領域
            03   WK-INV-NOHIN-ARI-FLG            PIC 9(001).
            03   WK-INV-NOHIN-OWARI-FLG          PIC 9(001).
            03   WK-INV-CUR-NOHIN                PIC X(003).
            03   WK-INV-NOHIN-TOTAL              PIC S9(010).
      *>
      *>請求書１通分の税率別の合計（税率ごとに１回だけ税額を求める）
       01   WK-RB-AREA.
            03   WK-RB-COUNT                     PIC 9(001).
            03   WK-RB-TBL                       OCCURS 4 TIMES
                                    INDEXED BY WK-RB-IDX.
                 05   WK-RB-ZEI-RATE              PIC 9(002)V9(002).
                 05   WK-RB-KAZEI-KINGAKU         PIC S9(010).
                 05   WK-RB-ZEI-KINGAKU           PIC S9(009).
       01   WK-RB-FOUND-FLG                      PIC 9(001).
       01   WK-RB-NO                             PIC 9(001).
      *>
      *>請求書発行者情報（登録番号・発行者名）
       01   WK-HKS-AREA.
            03   WK-HKS-TOROKU-BANGOU            PIC X(014).
            03   WK-HKS-HAKKOSHA-NAME            PIC X(030).
      *>
      *>顧客マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-KOKYAKU-MSTR-AREA.
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
      *>受注納品先対応保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-NHL-AREA.
            03   WK-NHL-COUNT                    PIC 9(004)  COMP.
            03   WK-NHL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-NHL-IDX.
                 05   WK-NHL-MISEBAN              PIC X(003).
                 05   WK-NHL-TYUMON-BANGOU        PIC 9(005).
                 05   WK-NHL-KOKYAKU-CODE         PIC X(005).
                 05   WK-NHL-NOHIN-CODE           PIC X(003).
                 05   WK-NHL-JUCHU-DATE           PIC 9(008).
       01   WK-NHL-BEST-DATE                     PIC 9(008).
       01   WK-NHL-NOHIN-SAVE                    PIC X(003).
      *>納品先マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-NHM-AREA.
            03   WK-NHM-COUNT                    PIC 9(004)  COMP.
            03   WK-NHM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-NHM-IDX.
                 05   WK-NHM-KOKYAKU-CODE         PIC X(005).
                 05   WK-NHM-NOHIN-CODE           PIC X(003).
                 05   WK-NHM-NOHIN-NAME           PIC X(020).
      *>
      *>消費税率表保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-ZEI-AREA.
            03   WK-ZEI-COUNT                    PIC 9(004)  COMP.
       01   WK-ZEI-BEST-EFF-DATE                 PIC 9(008).
       01   WK-ZEI-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>顧客別支払条件保持用テーブル（読み込み時に対象月の請求期間と
      *>支払期日を求めて保持する）
       01   WK-PTM-AREA.
            03   WK-PTM-COUNT                    PIC 9(004)  COMP.
            03   WK-PTM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PTM-IDX.
                 05   WK-PTM-KOKYAKU-CODE         PIC X(005).
                 05   WK-PTM-START-DATE           PIC 9(008).
                 05   WK-PTM-END-DATE             PIC 9(008).
                 05   WK-PTM-KIGEN-DATE           PIC 9(008).
       01   WK-PTM-CHK-CODE                      PIC X(005).
      *>検索結果（マスタに無い顧客は月末締め翌月末払いの値）
       01   WK-PTM-SAVE-AREA.
            03   WK-PTM-START-SAVE               PIC 9(008).
            03   WK-PTM-END-SAVE                 PIC 9(008).
            03   WK-PTM-KIGEN-SAVE               PIC 9(008).
       01   WK-DEF-SAVE-AREA.
            03   WK-DEF-START-DATE               PIC 9(008).
            03   WK-DEF-END-DATE                 PIC 9(008).
            03   WK-DEF-KIGEN-DATE               PIC 9(008).
      *>
      *>締め日・支払期日の計算用の作業領域
       01   WK-TERM-IN-AREA.
            03   WK-TERM-SHIME-DAY               PIC 9(002).
            03   WK-TERM-SHIHARAI-MONTH          PIC 9(001).
            03   WK-TERM-SHIHARAI-DAY            PIC 9(002).
       01   WK-CAL-AREA.
            03   WK-CAL-YYYYMM                   PIC 9(006).
            03   WK-CAL-YYYYMM-R  REDEFINES  WK-CAL-YYYYMM.
                 05   WK-CAL-YYYY                 PIC 9(004).
                 05   WK-CAL-MM                   PIC 9(002).
            03   WK-CAL-ADD-MONTH                PIC 9(002).
            03   WK-CAL-DD                       PIC 9(002).
            03   WK-CAL-DATE                     PIC 9(008).
            03   WK-CAL-MONTHS                   PIC 9(006).
            03   WK-CAL-LAST-DD                  PIC 9(002).
            03   WK-CAL-NEXT-DATE                PIC 9(008).
            03   WK-CAL-NEXT-DATE-R  REDEFINES  WK-CAL-NEXT-DATE.
                 05   WK-CAL-NEXT-YYYY            PIC 9(004).
                 05   WK-CAL-NEXT-MM              PIC 9(002).
                 05   WK-CAL-NEXT-DD              PIC 9(002).
            03   WK-CAL-INT                      PIC S9(008).
      *>
      *>取消受注（注文種別が"9"）の場合は注文数を負数に変換する
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>受注１件分の売上金額
       01   WK-LINE-URIAGE                       PIC S9(008).
      *>
      *>請求書の見出し行の編集用領域
       01   INV-TITLE-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "　対象月：".
           03   INV-TITLE-YYMM        PIC 9(006).
      *>請求書の締め日・支払期日行の編集用領域
       01   INV-KIGEN-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "請求期間：".
           03   INV-KIGEN-START       PIC 9(008).
           03   FILLER                PIC X(003)
                       VALUE "～".
           03   INV-KIGEN-END         PIC 9(008).
           03   FILLER                PIC X(021)
                       VALUE "　お支払期日：".
           03   INV-KIGEN-DATE        PIC 9(008).
      *>請求書の発行者行の編集用領域
       01   INV-HAKKOSHA-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "発行者：".
           03   INV-HAKKOSHA-NAME     PIC X(030).
           03   FILLER                PIC X(018)
                       VALUE "　登録番号：".
           03   INV-TOROKU-BANGOU     PIC X(014).
      *>請求書の顧客行の編集用領域
       01   INV-CUST-RECODE.
           03   FILLER                PIC X(009)
           03   INV-URIAGE            PIC -(008)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   INV-ZEI-RATE          PIC Z9.99.
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   INV-QUOTE-MIDASHI     PIC X(009).
           03   INV-QUOTE-BANGOU      PIC X(006).
      *>請求書の納品先見出し行の編集用領域
       01   INV-NOHIN-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "納品先：".
           03   INV-NOHIN-CODE        PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   INV-NOHIN-NAME        PIC X(020).
      *>請求書の納品先小計行の編集用領域
       01   INV-NOHIN-TOTAL-RECODE.
           03   FILLER                PIC X(036)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "納品先計：".
           03   INV-NOHIN-TOTAL       PIC -(009)9.
      *>請求書の税率別合計行の編集用領域
       01   INV-RATE-RECODE.
           03   INV-RB-ZEI-RATE       PIC Z9.99.
           03   FILLER                PIC X(010)
                       VALUE "%対象".
           03   FILLER                PIC X(009)
                       VALUE "税抜：".
           03   INV-RB-KAZEI-KINGAKU  PIC -(009)9.
           03   FILLER                PIC X(015)
                       VALUE "　消費税：".
           03   INV-RB-ZEI-KINGAKU    PIC -(008)9.
      *>請求書の合計行の編集用領域
       01   INV-TOTAL-RECODE.
           03   FILLER                PIC X(015)
           MOVE   ZERO        TO   WK-ZEI-COUNT.
           MOVE   ZERO        TO   WK-CPR-COUNT.
           MOVE   ZERO        TO   WK-PRM-COUNT.
           MOVE   ZERO        TO   WK-PTM-COUNT.
           MOVE   ZERO        TO   WK-QLK-COUNT.
           MOVE   ZERO        TO   WK-OVR-COUNT.
           MOVE   ZERO        TO   WK-NHL-COUNT.
           MOVE   ZERO        TO   WK-NHM-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  請求対象年月パラメータの読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  支払条件マスタを読み込み、顧客別の請求期間・支払期日を
      *>  求める（マスタに無い顧客用に月末締め翌月末払いの値も求める）
           MOVE      99   TO   WK-TERM-SHIME-DAY.
           MOVE      1    TO   WK-TERM-SHIHARAI-MONTH.
           MOVE      99   TO   WK-TERM-SHIHARAI-DAY.
           PERFORM   TERM-CALC-PROC.
           MOVE      WK-PTM-START-SAVE   TO   WK-DEF-START-DATE.
           MOVE      WK-PTM-END-SAVE     TO   WK-DEF-END-DATE.
           MOVE      WK-PTM-KIGEN-SAVE   TO   WK-DEF-KIGEN-DATE.
           PERFORM   PTM-LOAD-PROC.
      *>
      *>  各マスタ・単価履歴・税率表の読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   ZEI-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   PRM-LOAD-PROC.
           PERFORM   QLK-LOAD-PROC.
           PERFORM   OVR-LOAD-PROC.
           PERFORM   NHL-LOAD-PROC.
           PERFORM   NHM-LOAD-PROC.
      *>
      *>  請求書発行者情報（登録番号）の読み込み
           PERFORM   HKS-READ-PROC.
      *>
      *>  前回までの請求書番号を読み込む
           PERFORM   INVNO-READ-PROC.
      *>
      *>  前月・対象月の１日～３１日の日次退避ファイルを順に読み込み
      *>  各顧客の請求期間に入る日の受注を積み上げる
           MOVE      WK-PREV-YYYYMM   TO   WK-RT-YYYYMM.
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-PERFORM.
           MOVE      WK-PARM-YYYYMM   TO   WK-RT-YYYYMM.
           PERFORM   VARYING   WK-DD   FROM   1   BY   1
                UNTIL   WK-DD   >   31
                PERFORM   RT-ONE-DAY-PROC
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  前月の年月を求める（締め日が月末でない顧客の請求期間は
      *>  前月から始まる）
           MOVE      WK-PARM-YYYYMM   TO   WK-CAL-YYYYMM.
           IF   WK-CAL-MM   =   1
                SUBTRACT   1   FROM   WK-CAL-YYYY
                MOVE       12   TO   WK-CAL-MM
           ELSE
                SUBTRACT   1   FROM   WK-CAL-MM
           END-IF.
           MOVE      WK-CAL-YYYYMM   TO   WK-PREV-YYYYMM.
      *>
       PARM-READ-PROC-EXIT.
      *>
      *>１日分の日次退避ファイルの読み込み・積み上げ処理
      *>ファイルが存在しない日（休業日など）は読み飛ばす。
      *>受注明細は受付日時が必ず埋まるため、24桁目以降が空白の行は
      *>見出し・末尾レコードとして読み飛ばす。
      *>退避ファイルの日付が顧客の請求期間に入らない受注は積み上げない
      *>（対象月の退避ファイルだけを読み込み件数に数える）
      *>************************************************************************
       RT-ONE-DAY-PROC                SECTION.
      *>
           MOVE      SPACE   TO   WK-RT-FILENAME.
           STRING    "JOT01_"   WK-RT-YYYYMM   WK-DD   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-RT-FILENAME.
           COMPUTE   WK-RT-DATE   =
                     WK-RT-YYYYMM   *   100   +   WK-DD.
      *>
           MOVE      SPACE   TO   RT-FILE-STATUS.
           OPEN      INPUT   RT-FILE.
           IF   RT-FILE-STATUS   NOT =   "00"
                CLOSE   RT-FILE
           ELSE
                IF   WK-RT-YYYYMM   =   WK-PARM-YYYYMM
                     ADD   1   TO   WRK-FILE-COUNT
                END-IF
                PERFORM   UNTIL   RT-FILE-STATUS   NOT =   "00"
                     READ   RT-FILE
                          AT   END
                          NOT   AT   END
                               IF   RT-RECODE(24:19)   NOT =   SPACE
                               AND  RT-KOKYAKU-CODE    NOT =   SPACE
                                    PERFORM   RT-PERIOD-CHECK-PROC
                               END-IF
                     END-READ
                END-PERFORM
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の請求期間の判定処理
      *>退避ファイルの日付が当該顧客の請求期間に入る受注だけを
      *>集計へ積み上げる
      *>************************************************************************
       RT-PERIOD-CHECK-PROC           SECTION.
      *>
           MOVE      RT-KOKYAKU-CODE   TO   WK-PTM-CHK-CODE.
           PERFORM   PTM-LOOKUP-PROC.
           IF   WK-RT-DATE   <   WK-PTM-START-SAVE
           OR   WK-RT-DATE   >   WK-PTM-END-SAVE
                GO   TO   RT-PERIOD-CHECK-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-REC-COUNT.
           PERFORM   CSUM-ADD-PROC.
      *>
       RT-PERIOD-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客×商品の集計への積み上げ処理
      *>受付日付時点の単価・税率で１件分の金額を求め、取消受注と
      *>変更の減量差分は数量・金額を負数で相殺する
           END-IF.
      *>
      *>  受付日付時点の単価・税率で１件分の金額を求める
      *>  （集計は顧客×商品×適用税率×見積番号の単位で行う）
           PERFORM   LINE-URIAGE-CALC-PROC.
      *>
      *>  受注の納品先を求める（納品先ごとに明細を分ける）
           PERFORM   NHL-LOOKUP-PROC.
      *>
           MOVE      ZERO   TO   WK-CSUM-FOUND-FLG.
           PERFORM   VARYING   WK-CSUM-IDX   FROM   1   BY   1
                          =   RT-KOKYAKU-CODE
                AND  WK-CSUM-SHOHIN-CODE(WK-CSUM-IDX)
                          =   RT-SHOHIN-CODE
                AND  WK-CSUM-ZEI-RATE(WK-CSUM-IDX)
                          =   WK-ZEI-RATE-SAVE
                AND  WK-CSUM-QUOTE-BANGOU(WK-CSUM-IDX)
                          =   WK-QLK-BANGOU-SAVE
                AND  WK-CSUM-NOHIN-CODE(WK-CSUM-IDX)
                          =   WK-NHL-NOHIN-SAVE
                     MOVE   1   TO   WK-CSUM-FOUND-FLG
                     ADD    WK-TYUMON-SU-SIGNED   TO
                          WK-CSUM-TYUMON-SU(WK-CSUM-IDX)
                     ADD    WK-LINE-URIAGE        TO
                          WK-CSUM-URIAGE(WK-CSUM-IDX)
                END-IF
           END-PERFORM.
      *>
                     WK-CSUM-TYUMON-SU(WK-CSUM-COUNT)
                MOVE   WK-LINE-URIAGE        TO
                     WK-CSUM-URIAGE(WK-CSUM-COUNT)
                MOVE   WK-ZEI-RATE-SAVE      TO
                     WK-CSUM-ZEI-RATE(WK-CSUM-COUNT)
                MOVE   WK-QLK-BANGOU-SAVE    TO
                     WK-CSUM-QUOTE-BANGOU(WK-CSUM-COUNT)
                MOVE   WK-NHL-NOHIN-SAVE     TO
                     WK-CSUM-NOHIN-CODE(WK-CSUM-COUNT)
                MOVE   ZERO                  TO
                     WK-CSUM-DONE-FLG(WK-CSUM-COUNT)
           END-IF.
           MOVE      ZERO   TO   WK-INV-ZEI-TOTAL.
           MOVE      ZERO   TO   WK-INV-GROSS-TOTAL.
           MOVE      ZERO   TO   WK-INV-MEISAI-COUNT.
           MOVE      ZERO   TO   WK-RB-COUNT.
           PERFORM   VARYING   WK-RB-IDX   FROM   1   BY   1
                UNTIL   WK-RB-IDX   >   4
                MOVE   ZERO   TO   WK-RB-ZEI-RATE(WK-RB-IDX)
                MOVE   ZERO   TO   WK-RB-KAZEI-KINGAKU(WK-RB-IDX)
                MOVE   ZERO   TO   WK-RB-ZEI-KINGAKU(WK-RB-IDX)
           END-PERFORM.
      *>
           MOVE      SPACE   TO   WK-INV-FILENAME.
           STRING    "INV_"   WK-INV-CUR-KOKYAKU   ".txt"
           MOVE      WK-INV-BANGOU    TO   INV-TITLE-BANGOU.
           MOVE      WK-PARM-YYYYMM   TO   INV-TITLE-YYMM.
           WRITE     INV-RECODE   FROM   INV-TITLE-RECODE.
      *>
      *>  請求期間と支払期日を印字する
           MOVE      WK-INV-CUR-KOKYAKU   TO   WK-PTM-CHK-CODE.
           PERFORM   PTM-LOOKUP-PROC.
           MOVE      WK-PTM-START-SAVE   TO   INV-KIGEN-START.
           MOVE      WK-PTM-END-SAVE     TO   INV-KIGEN-END.
           MOVE      WK-PTM-KIGEN-SAVE   TO   INV-KIGEN-DATE.
           WRITE     INV-RECODE   FROM   INV-KIGEN-RECODE.
      *>
      *>  発行者名と登録番号を印字する
           MOVE      WK-HKS-HAKKOSHA-NAME   TO   INV-HAKKOSHA-NAME.
           MOVE      WK-HKS-TOROKU-BANGOU   TO   INV-TOROKU-BANGOU.
           WRITE     INV-RECODE   FROM   INV-HAKKOSHA-RECODE.
      *>
           PERFORM   KOKYAKU-MSTR-LOOKUP-PROC.
           MOVE      WK-INV-CUR-KOKYAKU   TO   INV-CUST-CODE.
           WRITE     INV-RECODE   FROM   INV-CUST-RECODE.
      *>
      *>  当該顧客の明細を印字し、合計を積み上げる
      *>  （納品先への受注が有る顧客は納品先ごとにまとめて印字する）
           MOVE      ZERO   TO   WK-INV-NOHIN-ARI-FLG.
           PERFORM   VARYING   WK-CSUM-IDX   FROM   1   BY   1
                UNTIL   WK-CSUM-IDX   >   WK-CSUM-COUNT
                IF   WK-CSUM-DONE-FLG(WK-CSUM-IDX)   =   ZERO
                AND  WK-CSUM-KOKYAKU-CODE(WK-CSUM-IDX)
                          =   WK-INV-CUR-KOKYAKU
                AND  WK-CSUM-NOHIN-CODE(WK-CSUM-IDX)   NOT =   SPACE
                     MOVE   1   TO   WK-INV-NOHIN-ARI-FLG
                END-IF
           END-PERFORM.
           IF   WK-INV-NOHIN-ARI-FLG   =   1
                PERFORM   INV-NOHIN-ALL-PROC
           ELSE
                PERFORM   VARYING   WK-CSUM-IDX   FROM   1   BY   1
                     UNTIL   WK-CSUM-IDX   >   WK-CSUM-COUNT
                     IF   WK-CSUM-DONE-FLG(WK-CSUM-IDX)   =   ZERO
                     AND  WK-CSUM-KOKYAKU-CODE(WK-CSUM-IDX)
                               =   WK-INV-CUR-KOKYAKU
                          PERFORM   INV-LINE-WRITE-PROC
                     END-IF
                END-PERFORM
           END-IF.
      *>
      *>  税率ごとの税抜合計に税率を掛けて１回だけ円未満を切り捨て、
      *>  税率別の合計行を印字する
           PERFORM   VARYING   WK-RB-IDX   FROM   1   BY   1
                UNTIL   WK-RB-IDX   >   WK-RB-COUNT
                COMPUTE   WK-RB-ZEI-KINGAKU(WK-RB-IDX)   =
                          WK-RB-KAZEI-KINGAKU(WK-RB-IDX)
                          *   WK-RB-ZEI-RATE(WK-RB-IDX)   /   100
                ADD       WK-RB-ZEI-KINGAKU(WK-RB-IDX)
                               TO   WK-INV-ZEI-TOTAL
                MOVE      WK-RB-ZEI-RATE(WK-RB-IDX)
                               TO   INV-RB-ZEI-RATE
                MOVE      WK-RB-KAZEI-KINGAKU(WK-RB-IDX)
                               TO   INV-RB-KAZEI-KINGAKU
                MOVE      WK-RB-ZEI-KINGAKU(WK-RB-IDX)
                               TO   INV-RB-ZEI-KINGAKU
                WRITE     INV-RECODE   FROM   INV-RATE-RECODE
           END-PERFORM.
      *>
           COMPUTE   WK-INV-GROSS-TOTAL   =
                     WK-INV-NET-TOTAL   +   WK-INV-ZEI-TOTAL.
           MOVE      WK-INV-ZEI-TOTAL     TO   IVR-ZEI-KINGAKU.
           MOVE      WK-INV-GROSS-TOTAL   TO   IVR-ZEIKOMI-KINGAKU.
           MOVE      WRK-RUN-DATE         TO   IVR-HAKKO-DATE.
           MOVE      WK-PTM-END-SAVE      TO   IVR-SHIME-DATE.
           MOVE      WK-PTM-KIGEN-SAVE    TO   IVR-SHIHARAI-KIGEN.
           MOVE      SPACE                TO   IVR-INV-SYUBETSU.
           PERFORM   VARYING   WK-RB-NO   FROM   1   BY   1
                UNTIL   WK-RB-NO   >   4
                MOVE   WK-RB-ZEI-RATE(WK-RB-NO)        TO
                     IVR-RB-ZEI-RATE(WK-RB-NO)
                MOVE   WK-RB-KAZEI-KINGAKU(WK-RB-NO)   TO
                     IVR-RB-KAZEI-KINGAKU(WK-RB-NO)
                MOVE   WK-RB-ZEI-KINGAKU(WK-RB-NO)     TO
                     IVR-RB-ZEI-KINGAKU(WK-RB-NO)
           END-PERFORM.
           WRITE     IVREG-RECODE.
      *>
       INV-ONE-CUST-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先ごとの明細の印字処理
      *>当該顧客の未処理の明細から納品先コードの最も小さいもの（店舗への
      *>納品の空白が先頭）を順に選び、納品先ごとにまとめて印字する
      *>************************************************************************
       INV-NOHIN-ALL-PROC             SECTION.
      *>
           MOVE      ZERO   TO   WK-INV-NOHIN-OWARI-FLG.
           PERFORM   UNTIL   WK-INV-NOHIN-OWARI-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-INV-CUR-NOHIN
                MOVE      1            TO   WK-INV-NOHIN-OWARI-FLG
                PERFORM   VARYING   WK-CSUM-IDX   FROM   1   BY   1
                     UNTIL   WK-CSUM-IDX   >   WK-CSUM-COUNT
                     IF   WK-CSUM-DONE-FLG(WK-CSUM-IDX)   =   ZERO
                     AND  WK-CSUM-KOKYAKU-CODE(WK-CSUM-IDX)
                               =   WK-INV-CUR-KOKYAKU
                     AND  WK-CSUM-NOHIN-CODE(WK-CSUM-IDX)
                               <   WK-INV-CUR-NOHIN
                          MOVE   WK-CSUM-NOHIN-CODE(WK-CSUM-IDX)
                               TO   WK-INV-CUR-NOHIN
                          MOVE   ZERO   TO   WK-INV-NOHIN-OWARI-FLG
                     END-IF
                END-PERFORM
                IF   WK-INV-NOHIN-OWARI-FLG   =   ZERO
                     PERFORM   INV-NOHIN-ONE-PROC
                END-IF
           END-PERFORM.
      *>
       INV-NOHIN-ALL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先１件分の見出し・明細・小計の印字処理
      *>WK-INV-CUR-NOHINの納品先の明細を印字する
      *>************************************************************************
       INV-NOHIN-ONE-PROC             SECTION.
      *>
           MOVE      WK-INV-CUR-NOHIN   TO   INV-NOHIN-CODE.
           IF   WK-INV-CUR-NOHIN   =   SPACE
                MOVE   "店舗納品"   TO   INV-NOHIN-NAME
           ELSE
                MOVE   "納品先名不明"   TO   INV-NOHIN-NAME
                PERFORM   VARYING   WK-NHM-IDX   FROM   1   BY   1
                     UNTIL   WK-NHM-IDX   >   WK-NHM-COUNT
                     IF   WK-NHM-KOKYAKU-CODE(WK-NHM-IDX)
                               =   WK-INV-CUR-KOKYAKU
                     AND  WK-NHM-NOHIN-CODE(WK-NHM-IDX)
                               =   WK-INV-CUR-NOHIN
                          MOVE   WK-NHM-NOHIN-NAME(WK-NHM-IDX)
                               TO   INV-NOHIN-NAME
                     END-IF
                END-PERFORM
           END-IF.
           WRITE     INV-RECODE   FROM   INV-NOHIN-RECODE.
      *>
           MOVE      ZERO   TO   WK-INV-NOHIN-TOTAL.
           PERFORM   VARYING   WK-CSUM-IDX   FROM   1   BY   1
                UNTIL   WK-CSUM-IDX   >   WK-CSUM-COUNT
                IF   WK-CSUM-DONE-FLG(WK-CSUM-IDX)   =   ZERO
                AND  WK-CSUM-KOKYAKU-CODE(WK-CSUM-IDX)
                          =   WK-INV-CUR-KOKYAKU
                AND  WK-CSUM-NOHIN-CODE(WK-CSUM-IDX)
                          =   WK-INV-CUR-NOHIN
                     ADD       WK-CSUM-URIAGE(WK-CSUM-IDX)
                                    TO   WK-INV-NOHIN-TOTAL
                     PERFORM   INV-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-INV-NOHIN-TOTAL   TO   INV-NOHIN-TOTAL.
           WRITE     INV-RECODE   FROM   INV-NOHIN-TOTAL-RECODE.
      *>
       INV-NOHIN-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書の明細行１件分の印字処理
      *>************************************************************************
       INV-LINE-WRITE-PROC            SECTION.
                          TO   WK-SHOHIN-CHK-CODE.
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      SPACE   TO   INV-DETAIL-RECODE.
           MOVE      "%"     TO   INV-DETAIL-RECODE(56:1).
           MOVE      WK-CSUM-SHOHIN-CODE(WK-CSUM-IDX)
                          TO   INV-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   INV-SHOHIN-NAME.
                          TO   INV-TYUMON-SU.
           MOVE      WK-CSUM-URIAGE(WK-CSUM-IDX)
                          TO   INV-URIAGE.
           MOVE      WK-CSUM-ZEI-RATE(WK-CSUM-IDX)
                          TO   INV-ZEI-RATE.
           IF   WK-CSUM-QUOTE-BANGOU(WK-CSUM-IDX)   >   ZERO
                MOVE   "見積："   TO   INV-QUOTE-MIDASHI
                MOVE   WK-CSUM-QUOTE-BANGOU(WK-CSUM-IDX)
                     TO   INV-QUOTE-BANGOU
           END-IF.
           WRITE     INV-RECODE   FROM   INV-DETAIL-RECODE.
      *>
           ADD       WK-CSUM-URIAGE(WK-CSUM-IDX)
                          TO   WK-INV-NET-TOTAL.
      *>
      *>  税率別の税抜合計へ積み上げる（無い税率は欄を追加する。
      *>  ４税率を超える場合は最後の欄へ合算する）
           MOVE      ZERO   TO   WK-RB-FOUND-FLG.
           PERFORM   VARYING   WK-RB-IDX   FROM   1   BY   1
                UNTIL   WK-RB-IDX   >   WK-RB-COUNT
                IF   WK-RB-ZEI-RATE(WK-RB-IDX)
                          =   WK-CSUM-ZEI-RATE(WK-CSUM-IDX)
                     MOVE   1   TO   WK-RB-FOUND-FLG
                     ADD    WK-CSUM-URIAGE(WK-CSUM-IDX)   TO
                          WK-RB-KAZEI-KINGAKU(WK-RB-IDX)
                END-IF
           END-PERFORM.
           IF   WK-RB-FOUND-FLG   NOT =   1
                IF   WK-RB-COUNT   <   4
                     ADD    1   TO   WK-RB-COUNT
                     MOVE   WK-CSUM-ZEI-RATE(WK-CSUM-IDX)   TO
                          WK-RB-ZEI-RATE(WK-RB-COUNT)
                ELSE
                     DISPLAY   "税率が４種を超えた請求書:"
                               WK-INV-BANGOU
                END-IF
                ADD    WK-CSUM-URIAGE(WK-CSUM-IDX)   TO
                     WK-RB-KAZEI-KINGAKU(WK-RB-COUNT)
           END-IF.
      *>
       INV-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注１件分の売上金額・消費税額の計算処理
      *>受付日付時点の単価×符号付き注文数を求め、適用税率を
      *>求める（消費税額は請求書１通の税率ごとにまとめて計算する）
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
      *>  優先して適用する（集計と同じ規則）
           PERFORM   CPR-LOOKUP-PROC.
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
      *>受注納品先対応ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は納品先ごとにまとめない
      *>************************************************************************
       NHL-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   NHL-FILE.
           IF   NHL-FILE-STATUS   NOT =   "00"
                CLOSE   NHL-FILE
                GO   TO   NHL-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   NHL-FILE-STATUS   NOT =   "00"
                READ   NHL-FILE
                     AT   END
                          MOVE   "10"   TO   NHL-FILE-STATUS
                     NOT   AT   END
                          IF   WK-NHL-COUNT   <   9999
                               ADD    1   TO   WK-NHL-COUNT
                               MOVE   NHL-MISEBAN         TO
                                    WK-NHL-MISEBAN(WK-NHL-COUNT)
                               MOVE   NHL-TYUMON-BANGOU   TO
                                    WK-NHL-TYUMON-BANGOU(WK-NHL-COUNT)
                               MOVE   NHL-KOKYAKU-CODE    TO
                                    WK-NHL-KOKYAKU-CODE(WK-NHL-COUNT)
                               MOVE   NHL-NOHIN-CODE      TO
                                    WK-NHL-NOHIN-CODE(WK-NHL-COUNT)
                               MOVE   NHL-JUCHU-DATE      TO
                                    WK-NHL-JUCHU-DATE(WK-NHL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     NHL-FILE.
      *>
       NHL-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は納品先名を不明として印字する
      *>************************************************************************
       NHM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   NHM-FILE.
           IF   NHM-FILE-STATUS   NOT =   "00"
                CLOSE   NHM-FILE
                GO   TO   NHM-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   NHM-FILE-STATUS   NOT =   "00"
                READ   NHM-FILE
                     AT   END
                          MOVE   "10"   TO   NHM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-NHM-COUNT   <   999
                               ADD    1   TO   WK-NHM-COUNT
                               MOVE   NHM-KOKYAKU-CODE   TO
                                    WK-NHM-KOKYAKU-CODE(WK-NHM-COUNT)
                               MOVE   NHM-NOHIN-CODE     TO
                                    WK-NHM-NOHIN-CODE(WK-NHM-COUNT)
                               MOVE   NHM-NOHIN-NAME     TO
                                    WK-NHM-NOHIN-NAME(WK-NHM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     NHM-FILE.
      *>
       NHM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注の納品先の検索処理
      *>店番・注文番号・顧客コードが一致し受付日付以前で最も新しい
      *>受注納品先対応の納品先コードを求める（無ければ空白）
      *>************************************************************************
       NHL-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO    TO   WK-NHL-BEST-DATE.
           MOVE      SPACE   TO   WK-NHL-NOHIN-SAVE.
           PERFORM   VARYING   WK-NHL-IDX   FROM   1   BY   1
                UNTIL   WK-NHL-IDX   >   WK-NHL-COUNT
                IF   WK-NHL-MISEBAN(WK-NHL-IDX)   =   RT-MISEBAN
                AND  WK-NHL-TYUMON-BANGOU(WK-NHL-IDX)
                          =   RT-TYUMON-BANGOU
                AND  WK-NHL-KOKYAKU-CODE(WK-NHL-IDX)
                          =   RT-KOKYAKU-CODE
                AND  WK-NHL-JUCHU-DATE(WK-NHL-IDX)   <=   RT-HIDUKE
                AND  WK-NHL-JUCHU-DATE(WK-NHL-IDX)
                          >=   WK-NHL-BEST-DATE
                     MOVE   WK-NHL-JUCHU-DATE(WK-NHL-IDX)
                          TO   WK-NHL-BEST-DATE
                     MOVE   WK-NHL-NOHIN-CODE(WK-NHL-IDX)
                          TO   WK-NHL-NOHIN-SAVE
                END-IF
           END-PERFORM.
      *>
       NHL-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付日付時点の契約単価の検索処理
      *>顧客コード・商品コードが一致し受付日付以前で最も新しい
      *>適用開始日の行を探す
      *>
           EXIT.
      *>************************************************************************
      *>支払条件マスタファイルの読み込み処理
      *>顧客ごとに対象月の請求期間と支払期日を求めてテーブルに展開する。
      *>マスタが無い場合は全顧客を月末締め翌月末払いとして扱う
      *>************************************************************************
       PTM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PTM-FILE.
           IF   PTM-FILE-STATUS   NOT =   "00"
                CLOSE   PTM-FILE
                GO   TO   PTM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PTM-FILE-STATUS   NOT =   "00"
                READ   PTM-FILE
                     AT   END
                          MOVE   "10"   TO   PTM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PTM-COUNT   <   999
                               MOVE   PTM-SHIME-DAY       TO
                                    WK-TERM-SHIME-DAY
                               MOVE   PTM-SHIHARAI-MONTH  TO
                                    WK-TERM-SHIHARAI-MONTH
                               MOVE   PTM-SHIHARAI-DAY    TO
                                    WK-TERM-SHIHARAI-DAY
                               PERFORM   TERM-CALC-PROC
                               ADD    1   TO   WK-PTM-COUNT
                               MOVE   PTM-KOKYAKU-CODE    TO
                                    WK-PTM-KOKYAKU-CODE(WK-PTM-COUNT)
                               MOVE   WK-PTM-START-SAVE   TO
                                    WK-PTM-START-DATE(WK-PTM-COUNT)
                               MOVE   WK-PTM-END-SAVE     TO
                                    WK-PTM-END-DATE(WK-PTM-COUNT)
                               MOVE   WK-PTM-KIGEN-SAVE   TO
                                    WK-PTM-KIGEN-DATE(WK-PTM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PTM-FILE.
      *>
       PTM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>支払条件検索処理（支払条件テーブルを線形検索する）
      *>WK-PTM-CHK-CODEに顧客コードを設定してから呼び出す。
      *>マスタに無い顧客は月末締め翌月末払いの値を返す
      *>************************************************************************
       PTM-LOOKUP-PROC                SECTION.
      *>
           MOVE      WK-DEF-START-DATE   TO   WK-PTM-START-SAVE.
           MOVE      WK-DEF-END-DATE     TO   WK-PTM-END-SAVE.
           MOVE      WK-DEF-KIGEN-DATE   TO   WK-PTM-KIGEN-SAVE.
           PERFORM   VARYING   WK-PTM-IDX   FROM   1   BY   1
                UNTIL   WK-PTM-IDX   >   WK-PTM-COUNT
                IF   WK-PTM-KOKYAKU-CODE(WK-PTM-IDX)
                          =   WK-PTM-CHK-CODE
                     MOVE   WK-PTM-START-DATE(WK-PTM-IDX)
                          TO   WK-PTM-START-SAVE
                     MOVE   WK-PTM-END-DATE(WK-PTM-IDX)
                          TO   WK-PTM-END-SAVE
                     MOVE   WK-PTM-KIGEN-DATE(WK-PTM-IDX)
                          TO   WK-PTM-KIGEN-SAVE
                END-IF
           END-PERFORM.
      *>
       PTM-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求期間・支払期日の計算処理
      *>WK-TERM-IN-AREAの締め日・支払条件から、対象月の請求期間
      *>（前月締め日の翌日～当月締め日）と支払期日を求めて
      *>WK-PTM-START-SAVE・WK-PTM-END-SAVE・WK-PTM-KIGEN-SAVEに返す
      *>************************************************************************
       TERM-CALC-PROC                 SECTION.
      *>
      *>  当月の締め日
           MOVE      WK-PARM-YYYYMM      TO   WK-CAL-YYYYMM.
           MOVE      ZERO                TO   WK-CAL-ADD-MONTH.
           MOVE      WK-TERM-SHIME-DAY   TO   WK-CAL-DD.
           PERFORM   CAL-DATE-PROC.
           MOVE      WK-CAL-DATE         TO   WK-PTM-END-SAVE.
      *>
      *>  前月の締め日の翌日
           MOVE      WK-PREV-YYYYMM      TO   WK-CAL-YYYYMM.
           MOVE      WK-TERM-SHIME-DAY   TO   WK-CAL-DD.
           PERFORM   CAL-DATE-PROC.
           COMPUTE   WK-CAL-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-CAL-DATE)   +   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-CAL-INT)
                          TO   WK-PTM-START-SAVE.
      *>
      *>  支払期日（締め日の属する月から支払月数後の支払日）
           MOVE      WK-PARM-YYYYMM           TO   WK-CAL-YYYYMM.
           MOVE      WK-TERM-SHIHARAI-MONTH   TO   WK-CAL-ADD-MONTH.
           MOVE      WK-TERM-SHIHARAI-DAY     TO   WK-CAL-DD.
           PERFORM   CAL-DATE-PROC.
           MOVE      WK-CAL-DATE              TO   WK-PTM-KIGEN-SAVE.
      *>
       TERM-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>年月＋経過月数＋日からの日付の計算処理
      *>WK-CAL-YYYYMMにWK-CAL-ADD-MONTHか月を加えた月のWK-CAL-DD日を
      *>WK-CAL-DATEに返す。その月に無い日・ゼロ・99は月末日とする
      *>************************************************************************
       CAL-DATE-PROC                  SECTION.
      *>
      *>  経過月数を加えた年月を求める
           COMPUTE   WK-CAL-MONTHS   =
                     WK-CAL-YYYY   *   12   +   WK-CAL-MM   -   1
                     +   WK-CAL-ADD-MONTH.
           DIVIDE    WK-CAL-MONTHS   BY   12
                     GIVING      WK-CAL-YYYY
                     REMAINDER   WK-CAL-MM.
           ADD       1   TO   WK-CAL-MM.
      *>
      *>  翌月１日の前日からその月の末日を求める
           MOVE      WK-CAL-YYYY   TO   WK-CAL-NEXT-YYYY.
           MOVE      WK-CAL-MM     TO   WK-CAL-NEXT-MM.
           MOVE      1             TO   WK-CAL-NEXT-DD.
           IF   WK-CAL-NEXT-MM   =   12
                ADD    1    TO   WK-CAL-NEXT-YYYY
                MOVE   1    TO   WK-CAL-NEXT-MM
           ELSE
                ADD    1    TO   WK-CAL-NEXT-MM
           END-IF.
           COMPUTE   WK-CAL-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-CAL-NEXT-DATE)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-CAL-INT)
                          TO   WK-CAL-NEXT-DATE.
           MOVE      WK-CAL-NEXT-DD   TO   WK-CAL-LAST-DD.
      *>
           IF   WK-CAL-DD   =   ZERO
           OR   WK-CAL-DD   >   WK-CAL-LAST-DD
                MOVE   WK-CAL-LAST-DD   TO   WK-CAL-DD
           END-IF.
           COMPUTE   WK-CAL-DATE   =
                     WK-CAL-YYYYMM   *   100   +   WK-CAL-DD.
      *>
       CAL-DATE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行者情報ファイルの読み込み処理
      *>登録番号の無い請求書は発行できないため、読めない・登録番号が
      *>空白の場合は異常終了する
      *>************************************************************************
       HKS-READ-PROC                  SECTION.
      *>
           OPEN      INPUT   HKS-FILE.
           IF   HKS-FILE-STATUS   NOT =   "00"
                DISPLAY   "HAKKOSHAなし:"   HKS-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           MOVE      SPACE   TO   WK-HKS-AREA.
           READ      HKS-FILE
                AT   END
                     CONTINUE
                NOT   AT   END
                     MOVE   HKS-TOROKU-BANGOU   TO
                          WK-HKS-TOROKU-BANGOU
                     MOVE   HKS-HAKKOSHA-NAME   TO
                          WK-HKS-HAKKOSHA-NAME
           END-READ.
           CLOSE     HKS-FILE.
      *>
           IF   WK-HKS-TOROKU-BANGOU   =   SPACE
                DISPLAY   "登録番号の指定なし"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       HKS-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書番号採番ファイルの読み込み処理
      *>ファイルが無い（初回）場合は０から採番を始める
      *>************************************************************************
