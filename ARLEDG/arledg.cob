      *>　２．入金ファイル（PAYIN.txt：顧客コード＋請求書番号＋入金額＋
      *>　　　入金日）を読み、該当する未消込の請求書へ入金額を充当する。
      *>　　　該当行が無い・入金額が残高を超えるなど突き合わせできない
      *>　　　入金は未充当入金一覧（PAYEXC.txt）へ理由付きで書き出す。
      *>　　　充当できた入金は入金履歴（PAYHIST.txt）へ追記し、
      *>　　　顧客別の取引明細書（STMT001）の入金欄に使う
      *>　２ｂ．返品のクレジットメモ（CRMEMO.txt：RTN001の出力）の
      *>　　　　うち未充当（状況"1"）の行だけを控除し、控除した行は
      *>　　　　充当済（"2"）＋充当日を書き戻して二重控除を防ぐ。
      *>　　　うち顧客コード付きの行を、当該顧客の未消込の請求へ
      *>　　　古い順に控除する。控除しきれない分・顧客コードの無い
      *>　　　行は未充当入金一覧へ理由付きで書き出す
      *>　３．未消込残高を顧客別に支払期日からの経過日数で区分
      *>　　　（期日前・３０日以内・６０日以内・９０日以内・９０日超）
      *>　　　した売掛年齢表（ARAGING.txt）を顧客マスタの名称付きで
      *>　　　印字する。支払期日は発行記録の支払期日（INVGEN001が
      *>　　　支払条件マスタから求めた値）を転記時に元帳へ写したもので、
      *>　　　支払期日の無い行は請求日を支払期日とみなす
      *>元帳は処理後に全行を書き戻す。貸倒償却済（状況"3"：ARWOFF001
      *>が償却した行）の行は入金・控除・年齢表の対象にせず、償却額
      *>とともにそのまま書き戻す。
      *>元帳の動き（請求の転記・入金の充当・クレジットメモの控除）は
      *>顧客コード・請求書番号付きの仕訳として仕訳ファイル
      *>（GLJRNL.txt）へ種別マーク"ARL"のバッチで追記し、総勘定元帳
      *>の売掛金残高が元帳の未消込残高と請求書単位で一致するように
      *>する（売掛金の勘定照合はARRECON001が行う）。
      *>　請求の転記　　：借方 売掛金（"URKK"）／貸方 売上計上相手
      *>　　　　　　　　　（"URMS"：GLPOST001が日々の売上の相手勘定
      *>　　　　　　　　　として借方に立てた未請求の売掛金）
      *>　入金の充当　　：借方 入金預金（"NYKN"）／貸方 売掛金
      *>　メモの控除　　：借方 売上戻り（"HNPN"）／貸方 売掛金
      *>　　　　　　　　　（数量リベートのメモ（種別"B"：REBATE001の
      *>　　　　　　　　　出力）は借方 売上割戻し（"RBAT"）、
      *>　　　　　　　　　容器保証金の返金のメモ（種別"D"：CTRSTMT001
      *>　　　　　　　　　の出力）は借方 預り保証金（"HOSK"））
      *>勘定科目は計上種別勘定科目対応表（GLKMAP.txt）から求め、表が
      *>無い・キーが揃わない場合は元帳を更新せずに異常終了する。
      *>仕訳テーブルが満杯になった場合も、元帳と仕訳が食い違わない
      *>よう元帳の書き戻し・仕訳の追記をせずに異常終了する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（元帳の動きの仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>未充当入金一覧ファイル
      *>************************************************************************
       SELECT   PAYEXC-FILE   ASSIGN         TO "PAYEXC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>入金履歴ファイル（充当できた入金を追記する）
      *>************************************************************************
       SELECT   PAYHIST-FILE  ASSIGN        TO "PAYHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PAYHIST-FILE-STATUS.
      *>************************************************************************
      *>売掛年齢表ファイル
      *>************************************************************************
       SELECT   AGING-FILE    ASSIGN         TO "ARAGING.txt"
      *>************************************************************************
       FD   PAY-FILE.
       01   PAY-RECODE.
           COPY   PAYIN    REPLACING   ==:PREFIX:==   BY   ==PAY==.
      *>************************************************************************
      *>クレジットメモファイルのレイアウト定義（RTN001の出力と同じ）
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>KOKYAKUM-FILEのレイアウト定義
      *>************************************************************************
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
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
      *>未充当入金一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   PAYEXC-FILE.
           03   FILLER                PIC X(002).
           03   PEX-RIYUU             PIC X(040).
      *>************************************************************************
      *>入金履歴ファイルのレイアウト定義（入金ファイルと同じ）
      *>************************************************************************
       FD   PAYHIST-FILE.
       01   PAYHIST-RECODE.
           COPY   PAYIN    REPLACING   ==:PREFIX:==   BY   ==PHS==.
      *>************************************************************************
      *>売掛年齢表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
       01  PAY-FILE-STATUS                          PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  PAYHIST-FILE-STATUS                      PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-TENKI-COUNT                  PIC 9(006).
             03   WRK-KESHI-COUNT                  PIC 9(006).
             03   WRK-EXC-COUNT                    PIC 9(006).
             03   WRK-MEMO-COUNT                   PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-ARL-SEIKYU-KINGAKU       PIC S9(011).
                 05   WK-ARL-NYUKIN-KINGAKU       PIC S9(011).
                 05   WK-ARL-STATUS               PIC X(001).
                 05   WK-ARL-SHIHARAI-KIGEN       PIC 9(008).
                 05   WK-ARL-KASHIDAORE-KINGAKU   PIC S9(011).
       01   WK-ARL-FOUND-FLG                     PIC 9(001).
       01   WK-ARL-FOUND-IDX                     PIC 9(004)  COMP.
      *>
            03   WK-AGE-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-AGE-IDX.
                 05   WK-AGE-KOKYAKU-CODE         PIC X(005).
                 05   WK-AGE-MAE                  PIC S9(011).
                 05   WK-AGE-30                   PIC S9(011).
                 05   WK-AGE-60                   PIC S9(011).
                 05   WK-AGE-90                   PIC S9(011).
                 05   WK-CRM-KOKYAKU-CODE         PIC X(005).
                 05   WK-CRM-STATUS               PIC X(001).
                 05   WK-CRM-JUTO-DATE            PIC 9(008).
                 05   WK-CRM-MEMO-SYUBETSU        PIC X(001).
       01   WK-CRM-LOADED-FLG                    PIC 9(001).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-URKK-KAMOKU                  PIC X(008).
            03   WK-URMS-KAMOKU                  PIC X(008).
            03   WK-NYKN-KAMOKU                  PIC X(008).
            03   WK-HNPN-KAMOKU                  PIC X(008).
            03   WK-RBAT-KAMOKU                  PIC X(008).
            03   WK-HOSK-KAMOKU                  PIC X(008).
      *>
      *>元帳の動きの仕訳保持用テーブル（１件が借方・貸方の２行になる）
       01   WK-GLE-AREA.
            03   WK-GLE-COUNT                    PIC 9(004)  COMP.
            03   WK-GLE-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-GLE-IDX.
                 05   WK-GLE-KARI-KAMOKU          PIC X(008).
                 05   WK-GLE-KASHI-KAMOKU         PIC X(008).
                 05   WK-GLE-KINGAKU              PIC S9(011).
                 05   WK-GLE-KOKYAKU-CODE         PIC X(005).
                 05   WK-GLE-INV-BANGOU           PIC 9(006).
       01   WK-GLE-TOTAL                         PIC S9(011).
      *>
      *>入金履歴の保持用テーブル（仕訳の追記・元帳の書き戻しの後に
      *>まとめて入金履歴へ書き出す）
       01   WK-PHS-AREA.
            03   WK-PHS-COUNT                    PIC 9(004)  COMP.
            03   WK-PHS-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PHS-IDX.
                 05   WK-PHS-RECODE               PIC X(033).
      *>仕訳１件を登録するときの受け渡し領域
       01   WK-GLE-NEW-AREA.
            03   WK-GLE-NEW-KARI-KAMOKU          PIC X(008).
            03   WK-GLE-NEW-KASHI-KAMOKU         PIC X(008).
            03   WK-GLE-NEW-KINGAKU              PIC S9(011).
            03   WK-GLE-NEW-KOKYAKU-CODE         PIC X(005).
            03   WK-GLE-NEW-INV-BANGOU           PIC 9(006).
      *>
      *>会社合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-TOTAL-MAE                    PIC S9(011).
            03   WK-TOTAL-30                     PIC S9(011).
            03   WK-TOTAL-60                     PIC S9(011).
            03   WK-TOTAL-90                     PIC S9(011).
       01   AGE-COLHDR-RECODE.
           03   FILLER                PIC X(030)
               VALUE "顧客　名称".
           03   FILLER                PIC X(012)
               VALUE "期日前".
           03   FILLER                PIC X(036)
               VALUE "３０日以内　６０日以内".
           03   FILLER                PIC X(030)
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-KOKYAKU-NAME      PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-MAE        PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-BUCKET-30         PIC -(009)9.
       01   AGE-TOTAL-RECODE.
           03   FILLER                PIC X(027)
                       VALUE "会社合計　　　　　".
           03   AGE-TOTAL-MAE         PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   AGE-TOTAL-30          PIC -(009)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           MOVE   ZERO        TO   WK-CRM-LOADED-FLG.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-AGE-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-MAE.
           MOVE   ZERO        TO   WK-TOTAL-30.
           MOVE   ZERO        TO   WK-TOTAL-60.
           MOVE   ZERO        TO   WK-TOTAL-90.
           MOVE   ZERO        TO   WK-TOTAL-OVER.
           MOVE   ZERO        TO   WK-GLE-COUNT.
           MOVE   ZERO        TO   WK-GLE-TOTAL.
           MOVE   ZERO        TO   WK-PHS-COUNT.
           MOVE   ZERO        TO   WRK-ENTRY-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  勘定科目の確認（揃わなければ元帳を更新せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  売掛元帳・顧客マスタの読み込み
           PERFORM   ARLEDG-LOAD-PROC.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
      *>  請求書発行記録からの転記
           PERFORM   IVREG-POST-PROC.
      *>
      *>  入金の消込（未充当は一覧へ書き出し、充当できた入金は
      *>  入金履歴用のテーブルへ保持する）
           OPEN   OUTPUT   PAYEXC-FILE.
      *>  区切りの空白欄を初期化しておく（以後は各項目だけを設定する）
           MOVE   SPACE    TO   PAYEXC-RECODE.
           PERFORM   PAY-APPLY-PROC.
      *>
      *>  返品クレジットメモの控除
      *>  売掛元帳を書き戻す
           PERFORM   ARLEDG-REWRITE-PROC.
      *>
      *>  元帳の動きを仕訳ファイルへ追記する
           IF   WK-GLE-COUNT   >   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
      *>  充当できた入金を入金履歴へ追記する（仕訳の追記・元帳の
      *>  書き戻しが済んでから書くので、途中で止まっても再実行で
      *>  入金履歴が二重にならない）
           IF   WK-PHS-COUNT   >   ZERO
                PERFORM   PAYHIST-WRITE-PROC
           END-IF.
      *>
      *>  売掛年齢表を印字する
           PERFORM   AGING-REPORT-PROC.
      *>
                                    MOVE  ARL-STATUS           TO
                                        WK-ARL-STATUS
                                             (WK-ARL-COUNT)
                                    PERFORM  ARL-KIGEN-SET-PROC
                                    PERFORM  ARL-KASHIDAORE-SET-PROC
                               END-IF
                     END-READ
                END-PERFORM
      *>
           EXIT.
      *>************************************************************************
      *>元帳１行分の支払期日の設定処理
      *>支払期日の無い行（項目追加前の行）は請求日を支払期日とする
      *>************************************************************************
       ARL-KIGEN-SET-PROC             SECTION.
      *>
           IF   ARL-SHIHARAI-KIGEN   IS   NUMERIC
           AND  ARL-SHIHARAI-KIGEN   >   ZERO
                MOVE   ARL-SHIHARAI-KIGEN   TO
                     WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
           ELSE
                MOVE   ARL-HAKKO-DATE       TO
                     WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
           END-IF.
      *>
       ARL-KIGEN-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳１行分の貸倒償却額の設定処理
      *>償却額の無い行（項目追加前の行）はゼロとする
      *>************************************************************************
       ARL-KASHIDAORE-SET-PROC        SECTION.
      *>
           IF   ARL-KASHIDAORE-KINGAKU   IS   NUMERIC
                MOVE   ARL-KASHIDAORE-KINGAKU   TO
                     WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-COUNT)
           ELSE
                MOVE   ZERO                     TO
                     WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-COUNT)
           END-IF.
      *>
       ARL-KASHIDAORE-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書発行記録からの転記処理
      *>元帳に無い請求書番号の行を未消込として追加する
      *>************************************************************************
                     WK-ARL-NYUKIN-KINGAKU(WK-ARL-COUNT)
                MOVE   "1"                   TO
                     WK-ARL-STATUS(WK-ARL-COUNT)
                MOVE   ZERO                  TO
                     WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-COUNT)
                IF   IVR-SHIHARAI-KIGEN   IS   NUMERIC
                AND  IVR-SHIHARAI-KIGEN   >   ZERO
                     MOVE   IVR-SHIHARAI-KIGEN   TO
                          WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
                ELSE
                     MOVE   IVR-HAKKO-DATE       TO
                          WK-ARL-SHIHARAI-KIGEN(WK-ARL-COUNT)
                END-IF
                MOVE   WK-URKK-KAMOKU        TO   WK-GLE-NEW-KARI-KAMOKU
                MOVE   WK-URMS-KAMOKU        TO
                     WK-GLE-NEW-KASHI-KAMOKU
                MOVE   IVR-ZEIKOMI-KINGAKU   TO   WK-GLE-NEW-KINGAKU
                MOVE   IVR-KOKYAKU-CODE      TO
                     WK-GLE-NEW-KOKYAKU-CODE
                MOVE   IVR-INV-BANGOU        TO   WK-GLE-NEW-INV-BANGOU
                PERFORM   GLE-ADD-PROC
           END-IF.
      *>
       IVREG-ONE-PROC-EXIT.
      *>
           ADD       PAY-NYUKIN-KINGAKU   TO
                WK-ARL-NYUKIN-KINGAKU(WK-ARL-FOUND-IDX).
           IF   WK-PHS-COUNT   NOT <   9999
                DISPLAY   "入金履歴テーブルが満杯です:"
                          PAY-KOKYAKU-CODE
                          PAY-INV-BANGOU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-PHS-COUNT.
           MOVE      PAY-RECODE   TO   WK-PHS-RECODE(WK-PHS-COUNT).
           MOVE      WK-NYKN-KAMOKU       TO   WK-GLE-NEW-KARI-KAMOKU.
           MOVE      WK-URKK-KAMOKU       TO   WK-GLE-NEW-KASHI-KAMOKU.
           MOVE      PAY-NYUKIN-KINGAKU   TO   WK-GLE-NEW-KINGAKU.
           MOVE      PAY-KOKYAKU-CODE     TO   WK-GLE-NEW-KOKYAKU-CODE.
           MOVE      PAY-INV-BANGOU       TO   WK-GLE-NEW-INV-BANGOU.
           PERFORM   GLE-ADD-PROC.
           IF   WK-ARL-NYUKIN-KINGAKU(WK-ARL-FOUND-IDX)
                     =   WK-ARL-SEIKYU-KINGAKU(WK-ARL-FOUND-IDX)
                ADD    1     TO   WRK-KESHI-COUNT
                                    WK-CRM-STATUS(WK-CRM-COUNT)
                               MOVE   CRM-JUTO-DATE        TO
                                    WK-CRM-JUTO-DATE(WK-CRM-COUNT)
                               MOVE   CRM-MEMO-SYUBETSU    TO
                                    WK-CRM-MEMO-SYUBETSU
                                         (WK-CRM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
                     CRM-STATUS
                MOVE   WK-CRM-JUTO-DATE(WK-CRM-IDX)        TO
                     CRM-JUTO-DATE
                MOVE   WK-CRM-MEMO-SYUBETSU(WK-CRM-IDX)    TO
                     CRM-MEMO-SYUBETSU
                WRITE  CRM-RECODE
           END-PERFORM.
           CLOSE     CRM-FILE.
                     ADD       WK-MEMO-HIKIATE   TO
                          WK-ARL-NYUKIN-KINGAKU(WK-ARL-IDX)
                     SUBTRACT  WK-MEMO-HIKIATE   FROM   WK-MEMO-ZAN
                     EVALUATE   WK-CRM-MEMO-SYUBETSU(WK-CRM-IDX)
                          WHEN   "B"
                               MOVE   WK-RBAT-KAMOKU    TO
                                    WK-GLE-NEW-KARI-KAMOKU
                          WHEN   "D"
                               MOVE   WK-HOSK-KAMOKU    TO
                                    WK-GLE-NEW-KARI-KAMOKU
                          WHEN   OTHER
                               MOVE   WK-HNPN-KAMOKU    TO
                                    WK-GLE-NEW-KARI-KAMOKU
                     END-EVALUATE
                     MOVE      WK-URKK-KAMOKU    TO
                          WK-GLE-NEW-KASHI-KAMOKU
                     MOVE      WK-MEMO-HIKIATE   TO   WK-GLE-NEW-KINGAKU
                     MOVE      WK-ARL-KOKYAKU-CODE(WK-ARL-IDX)
                                    TO   WK-GLE-NEW-KOKYAKU-CODE
                     MOVE      WK-ARL-INV-BANGOU(WK-ARL-IDX)
                                    TO   WK-GLE-NEW-INV-BANGOU
                     PERFORM   GLE-ADD-PROC
                     IF   WK-ARL-NYUKIN-KINGAKU(WK-ARL-IDX)
                               =   WK-ARL-SEIKYU-KINGAKU(WK-ARL-IDX)
                          ADD    1     TO   WRK-KESHI-COUNT
                     TO   ARL-NYUKIN-KINGAKU
                MOVE   WK-ARL-STATUS(WK-ARL-IDX)
                     TO   ARL-STATUS
                MOVE   WK-ARL-SHIHARAI-KIGEN(WK-ARL-IDX)
                     TO   ARL-SHIHARAI-KIGEN
                MOVE   WK-ARL-KASHIDAORE-KINGAKU(WK-ARL-IDX)
                     TO   ARL-KASHIDAORE-KINGAKU
                WRITE   ARLEDG-RECODE
           END-PERFORM.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>売掛金（"URKK"）・売上計上相手（"URMS"）・入金預金（"NYKN"）・
      *>売上戻り（"HNPN"）の科目が揃わない場合は異常終了する
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
                               WHEN   "URKK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URKK-KAMOKU
                               WHEN   "URMS"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URMS-KAMOKU
                               WHEN   "NYKN"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-NYKN-KAMOKU
                               WHEN   "HNPN"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-HNPN-KAMOKU
                               WHEN   "RBAT"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-RBAT-KAMOKU
                               WHEN   "HOSK"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-HOSK-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-URKK-KAMOKU   =   SPACE
           OR   WK-URMS-KAMOKU   =   SPACE
           OR   WK-NYKN-KAMOKU   =   SPACE
           OR   WK-HNPN-KAMOKU   =   SPACE
           OR   WK-RBAT-KAMOKU   =   SPACE
           OR   WK-HOSK-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにURKK/URMS/NYKN/HNPN/"
                          "RBAT/HOSKの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳の動き１件分の仕訳の登録処理
      *>受け渡し領域（WK-GLE-NEW-AREA）を設定してから呼び出す
      *>************************************************************************
       GLE-ADD-PROC                   SECTION.
      *>
           IF   WK-GLE-NEW-KINGAKU   =   ZERO
                GO   TO   GLE-ADD-PROC-EXIT
           END-IF.
           IF   WK-GLE-COUNT   NOT <   9999
                DISPLAY   "仕訳テーブルが満杯です:"
                          WK-GLE-NEW-KOKYAKU-CODE
                          WK-GLE-NEW-INV-BANGOU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           ADD       1   TO   WK-GLE-COUNT.
           MOVE      WK-GLE-NEW-KARI-KAMOKU    TO
                WK-GLE-KARI-KAMOKU(WK-GLE-COUNT).
           MOVE      WK-GLE-NEW-KASHI-KAMOKU   TO
                WK-GLE-KASHI-KAMOKU(WK-GLE-COUNT).
           MOVE      WK-GLE-NEW-KINGAKU        TO
                WK-GLE-KINGAKU(WK-GLE-COUNT).
           MOVE      WK-GLE-NEW-KOKYAKU-CODE   TO
                WK-GLE-KOKYAKU-CODE(WK-GLE-COUNT).
           MOVE      WK-GLE-NEW-INV-BANGOU     TO
                WK-GLE-INV-BANGOU(WK-GLE-COUNT).
           ADD       WK-GLE-NEW-KINGAKU   TO   WK-GLE-TOTAL.
      *>
       GLE-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳の動きの仕訳バッチの書き出し処理
      *>登録した動きごとに借方・貸方の仕訳を顧客コード・請求書番号
      *>付きで追記する
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           COMPUTE   WRK-ENTRY-COUNT   =   WK-GLE-COUNT   *   2.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（売掛元帳マーク付き）
           MOVE      "B"               TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE      TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT   TO   GLB-ENTRY-COUNT.
           MOVE      WK-GLE-TOTAL      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-GLE-TOTAL      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "ARL"             TO   GLB-ADJ-MARK.
           MOVE      WRK-RUN-DATE      TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           PERFORM   VARYING   WK-GLE-IDX   FROM   1   BY   1
                UNTIL   WK-GLE-IDX   >   WK-GLE-COUNT
                PERFORM   GLJRNL-ONE-WRITE-PROC
           END-PERFORM.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入金履歴の書き出し処理
      *>消込処理で保持した入金を入金履歴へ追記する（初回はファイルを作る）
      *>************************************************************************
       PAYHIST-WRITE-PROC             SECTION.
      *>
           OPEN   EXTEND   PAYHIST-FILE.
           IF   PAYHIST-FILE-STATUS   NOT =   "00"
                CLOSE   PAYHIST-FILE
                OPEN    OUTPUT   PAYHIST-FILE
           END-IF.
      *>
           PERFORM   VARYING   WK-PHS-IDX   FROM   1   BY   1
                UNTIL   WK-PHS-IDX   >   WK-PHS-COUNT
                MOVE    WK-PHS-RECODE(WK-PHS-IDX)   TO   PAYHIST-RECODE
                WRITE   PAYHIST-RECODE
           END-PERFORM.
      *>
           CLOSE     PAYHIST-FILE.
      *>
       PAYHIST-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>元帳の動き１件分の仕訳（借方・貸方の２行）の書き出し処理
      *>************************************************************************
       GLJRNL-ONE-WRITE-PROC          SECTION.
      *>
           MOVE      "E"                  TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE         TO   GLJ-RUN-DATE.
           MOVE      WK-GLE-KARI-KAMOKU(WK-GLE-IDX)
                          TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                  TO   GLJ-TAISYAKU.
           MOVE      WK-GLE-KINGAKU(WK-GLE-IDX)
                          TO   GLJ-KINGAKU.
           MOVE      "**"                 TO   GLJ-BUNRUI-CODE.
           MOVE      WK-GLE-KOKYAKU-CODE(WK-GLE-IDX)
                          TO   GLJ-KOKYAKU-CODE.
           MOVE      WK-GLE-INV-BANGOU(WK-GLE-IDX)
                          TO   GLJ-INV-BANGOU.
           WRITE     GLJRNL-RECODE.
      *>
           MOVE      WK-GLE-KASHI-KAMOKU(WK-GLE-IDX)
                          TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                  TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛年齢表の作成処理
      *>未消込の残高を顧客別・経過日数区分別に積み上げてから印字する
      *>************************************************************************
                PERFORM   AGE-LINE-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WK-TOTAL-MAE    TO   AGE-TOTAL-MAE.
           MOVE      WK-TOTAL-30     TO   AGE-TOTAL-30.
           MOVE      WK-TOTAL-60     TO   AGE-TOTAL-60.
           MOVE      WK-TOTAL-90     TO   AGE-TOTAL-90.
           COMPUTE   WK-ZANDAKA   =
                     WK-ARL-SEIKYU-KINGAKU(WK-ARL-IDX)
                     -   WK-ARL-NYUKIN-KINGAKU(WK-ARL-IDX).
           MOVE      WK-ARL-SHIHARAI-KIGEN(WK-ARL-IDX)
                          TO   WK-HAKKO-YMD8.
           COMPUTE   WK-KEIKA-DAYS   =
                     WK-TODAY-INT   -
                MOVE   WK-AGE-COUNT   TO   WK-AGE-FOUND-IDX
                MOVE   WK-ARL-KOKYAKU-CODE(WK-ARL-IDX)
                     TO   WK-AGE-KOKYAKU-CODE(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-MAE(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-30(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-60(WK-AGE-COUNT)
                MOVE   ZERO   TO   WK-AGE-90(WK-AGE-COUNT)
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-KEIKA-DAYS   <=   0
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-MAE(WK-AGE-FOUND-IDX)
                     ADD   WK-ZANDAKA   TO   WK-TOTAL-MAE
                WHEN   WK-KEIKA-DAYS   <=   30
                     ADD   WK-ZANDAKA   TO
                          WK-AGE-30(WK-AGE-FOUND-IDX)
                          TO   AGE-KOKYAKU-CODE.
           MOVE      WK-KOKYAKU-MSTR-NAME-SAVE
                          TO   AGE-KOKYAKU-NAME.
           MOVE      WK-AGE-MAE(WK-AGE-IDX)    TO   AGE-BUCKET-MAE.
           MOVE      WK-AGE-30(WK-AGE-IDX)     TO   AGE-BUCKET-30.
           MOVE      WK-AGE-60(WK-AGE-IDX)     TO   AGE-BUCKET-60.
           MOVE      WK-AGE-90(WK-AGE-IDX)     TO   AGE-BUCKET-90.
