      *>店舗ごとの請求明細書（ROY_店番.txt）とまとめのロイヤルティ
      *>登録簿（ROYREG.txt：追記）を書き出し、売掛側への引き渡しと
      *>して請求書発行記録（INVREG.txt）へ顧客コード"F"＋店番の
      *>請求書（消費税なし・請求書種別"R"）を追記する（売掛元帳には
      *>ARLEDG001の転記で載り、年齢表・入金消込も商品売上の請求書と
      *>同じに扱われる）。請求書番号は採番ファイル（INVNO.txt）から
      *>採番する。
      *>ロイヤルティ収入の仕訳（借方 売上計上相手勘定"URMS"／貸方
      *>ロイヤルティ収入"ROYI"：種別マーク"ROY"）を店舗ごとに仕訳
      *>ファイル（GLJRNL.txt）へ追記する。相手勘定はARLEDG001が請求書
      *>の転記時に売掛金へ振り替える。勘定科目は計上種別勘定科目
      *>対応表（GLKMAP.txt）から求め、揃わない場合は何も出力せずに
      *>リターンコード８で終了する。請求する店舗数が仕訳テーブルに
      *>収まらない場合も、請求書を書き出す前にリターンコード８で
      *>終了する（仕訳の無い請求書を発行記録に残さない）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS INVNO-FILE-STATUS.
      *>************************************************************************
      *>計上種別勘定科目対応表ファイル
      *>************************************************************************
       SELECT   GLK-FILE      ASSIGN        TO "GLKMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLK-FILE-STATUS.
      *>************************************************************************
      *>仕訳ファイル（ロイヤルティ収入の仕訳を追記する）
      *>************************************************************************
       SELECT   GLJRNL-FILE   ASSIGN        TO "GLJRNL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS GLJRNL-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FD   INVNO-FILE.
       01   INVNO-RECODE                           PIC 9(006).
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
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  ROYREG-FILE-STATUS                       PIC XX.
       01  IVREG-FILE-STATUS                        PIC XX.
       01  INVNO-FILE-STATUS                        PIC XX.
       01  GLK-FILE-STATUS                          PIC XX.
       01  GLJRNL-FILE-STATUS                       PIC XX.
      *>
      *>退避ファイル・明細書のファイル名
       01  WK-GJ-FILENAME                           PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-FRAN-COUNT                   PIC 9(006).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WK-PARM-YYYYMM                   PIC 9(006).
             03   WRK-ENTRY-COUNT                  PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-FRN-FRAN-KUBUN           PIC X(001).
                 05   WK-FRN-ROYALTY-RATE         PIC 9(002)V9(002).
       01   WK-FRN-FOUND-FLG                     PIC 9(001).
      *>請求書発行記録の税率別欄の添字（消費税なしのため全欄ゼロ）
       01   WK-RB-NO                             PIC 9(001).
       01   WK-FRN-RATE-SAVE                     PIC 9(002)V9(002).
      *>
      *>店舗マスタ保持用テーブル
      *>ロイヤルティ１件分の計算用領域
       01   WK-ROYALTY-KINGAKU                   PIC S9(010).
      *>
      *>計上種別勘定科目対応表から求めた勘定科目
       01   WK-GLK-AREA.
            03   WK-URMS-KAMOKU                  PIC X(008).
            03   WK-ROYI-KAMOKU                  PIC X(008).
      *>
      *>仕訳に書き出すロイヤルティ請求書（店舗ごとに１件）
       01   WK-RYJ-AREA.
            03   WK-RYJ-COUNT                    PIC 9(004)  COMP.
            03   WK-RYJ-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-RYJ-IDX.
                 05   WK-RYJ-KOKYAKU-CODE         PIC X(005).
                 05   WK-RYJ-INV-BANGOU           PIC 9(006).
                 05   WK-RYJ-KINGAKU              PIC S9(010).
       01   WK-RYJ-TOTAL                         PIC S9(011).
      *>
      *>明細書の見出し行の編集用領域
       01   ROY-HDR-RECODE.
           03   FILLER                PIC X(036)
           MOVE      ZERO   TO   WRK-FRAN-COUNT.
           MOVE      ZERO   TO   WK-FRN-COUNT.
           MOVE      ZERO   TO   WK-MISE-MSTR-COUNT.
           MOVE      ZERO   TO   WK-RYJ-COUNT.
           MOVE      ZERO   TO   WK-RYJ-TOTAL.
      *>
           ACCEPT    WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   FRN-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  勘定科目の確認（揃わなければ何も出力せずに終わる）
           PERFORM   GLK-LOAD-PROC.
      *>
      *>  請求する店舗数が仕訳テーブルに収まるかを確認する
      *>  （収まらなければ何も出力せずに終わる）
           PERFORM   GJ-CHECK-PROC.
      *>
      *>  前回までの請求書番号を読み込む
           PERFORM   INVNO-READ-PROC.
      *>
           CLOSE     ROYREG-FILE
                     IVREG-FILE.
      *>
      *>  ロイヤルティ収入の仕訳を追記する
           IF   WK-RYJ-COUNT   >   ZERO
                PERFORM   GLJRNL-WRITE-PROC
           END-IF.
      *>
      *>  採番ファイルへ今回までの請求書番号を書き戻す
           PERFORM   INVNO-WRITE-PROC.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>月次集計退避ファイルの事前確認処理
      *>請求書を書き出す前に、フランチャイズ店の"S"行の件数が仕訳
      *>テーブルに収まることを確かめる（発行記録に仕訳の無い請求書
      *>を残さないため）
      *>************************************************************************
       GJ-CHECK-PROC                  SECTION.
      *>
           MOVE      ZERO    TO   WRK-TAISHO-COUNT.
           MOVE      SPACE   TO   WK-GJ-FILENAME.
           STRING    "GETSUJI_"   WK-PARM-YYYYMM   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-GJ-FILENAME.
      *>
           OPEN      INPUT   GJ-FILE.
           IF   GJ-FILE-STATUS   NOT =   "00"
                DISPLAY   "対象月の月次退避なし"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           PERFORM   UNTIL   GJ-FILE-STATUS   NOT =   "00"
                READ   GJ-FILE
                     AT   END
                          MOVE   "10"   TO   GJ-FILE-STATUS
                     NOT   AT   END
                          IF   GJ-STORE-KUBUN   =   "S"
                               PERFORM   FRN-LOOKUP-PROC
                               IF   WK-FRN-FOUND-FLG   =   1
                                    ADD   1   TO   WRK-TAISHO-COUNT
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     GJ-FILE.
      *>
           IF   WRK-TAISHO-COUNT   >   999
                DISPLAY   "請求店舗数が仕訳表を超過:"
                          WRK-TAISHO-COUNT
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GJ-CHECK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>月次集計退避ファイルの読み込み処理
      *>店舗別合計（"S"行）のうちフランチャイズ店の行を処理する
      *>************************************************************************
      *>************************************************************************
       ROY-ONE-MISE-PROC              SECTION.
      *>
           PERFORM   FRN-LOOKUP-PROC.
           IF   WK-FRN-FOUND-FLG   NOT =   1
                GO   TO   ROY-ONE-MISE-PROC-EXIT
           END-IF.
      *>
      *>  請求書を書き出す前に仕訳テーブルの空きを確かめる
           IF   WK-RYJ-COUNT   NOT <   999
                DISPLAY   "仕訳テーブルが満杯です:"
                          GJ-STORE-MISEBAN
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           ADD       1   TO   WRK-FRAN-COUNT.
           ADD       1   TO   WK-INV-BANGOU.
           MOVE      ZERO                 TO   IVR-ZEI-KINGAKU.
           MOVE      WK-ROYALTY-KINGAKU   TO   IVR-ZEIKOMI-KINGAKU.
           MOVE      WRK-RUN-DATE         TO   IVR-HAKKO-DATE.
           MOVE      ZERO                 TO   IVR-SHIME-DATE.
           MOVE      ZERO                 TO   IVR-SHIHARAI-KIGEN.
           MOVE      "R"                  TO   IVR-INV-SYUBETSU.
           PERFORM   VARYING   WK-RB-NO   FROM   1   BY   1
                UNTIL   WK-RB-NO   >   4
                MOVE   ZERO   TO   IVR-RB-ZEI-RATE(WK-RB-NO)
                MOVE   ZERO   TO   IVR-RB-KAZEI-KINGAKU(WK-RB-NO)
                MOVE   ZERO   TO   IVR-RB-ZEI-KINGAKU(WK-RB-NO)
           END-PERFORM.
           WRITE     IVREG-RECODE.
      *>
      *>  ロイヤルティ収入の仕訳の対象として控えておく
           IF   WK-ROYALTY-KINGAKU   NOT =   ZERO
                ADD    1   TO   WK-RYJ-COUNT
                MOVE   IVR-KOKYAKU-CODE     TO
                     WK-RYJ-KOKYAKU-CODE(WK-RYJ-COUNT)
                MOVE   WK-INV-BANGOU        TO
                     WK-RYJ-INV-BANGOU(WK-RYJ-COUNT)
                MOVE   WK-ROYALTY-KINGAKU   TO
                     WK-RYJ-KINGAKU(WK-RYJ-COUNT)
                ADD    WK-ROYALTY-KINGAKU   TO   WK-RYJ-TOTAL
           END-IF.
      *>
       ROY-ONE-MISE-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>フランチャイズ店の検索処理
      *>GJ-STORE-MISEBANの店がフランチャイズ店（区分"1"）であれば
      *>WK-FRN-FOUND-FLGに１を、WK-FRN-RATE-SAVEに率を設定する
      *>************************************************************************
       FRN-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-FRN-FOUND-FLG.
           MOVE      ZERO   TO   WK-FRN-RATE-SAVE.
           PERFORM   VARYING   WK-FRN-IDX   FROM   1   BY   1
                UNTIL   WK-FRN-IDX   >   WK-FRN-COUNT
                IF   WK-FRN-MISEBAN(WK-FRN-IDX)   =   GJ-STORE-MISEBAN
                AND  WK-FRN-FRAN-KUBUN(WK-FRN-IDX)   =   "1"
                     MOVE   1   TO   WK-FRN-FOUND-FLG
                     MOVE   WK-FRN-ROYALTY-RATE(WK-FRN-IDX)
                          TO   WK-FRN-RATE-SAVE
                END-IF
           END-PERFORM.
      *>
       FRN-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>計上種別勘定科目対応表の読み込み処理
      *>売上計上相手勘定（"URMS"）・ロイヤルティ収入（"ROYI"）の科目が
      *>揃わない場合は異常終了する
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
                               WHEN   "URMS"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-URMS-KAMOKU
                               WHEN   "ROYI"
                                    MOVE   GLK-KANJO-KAMOKU   TO
                                         WK-ROYI-KAMOKU
                               WHEN   OTHER
                                    CONTINUE
                          END-EVALUATE
                END-READ
           END-PERFORM.
           CLOSE     GLK-FILE.
      *>
           IF   WK-URMS-KAMOKU   =   SPACE
           OR   WK-ROYI-KAMOKU   =   SPACE
                DISPLAY   "GLKMAPにURMS/ROYIの行がありません"
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
       GLK-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロイヤルティ収入の仕訳の書き出し処理
      *>種別マーク"ROY"のバッチに、請求書ごとに借方 売上計上相手勘定／
      *>貸方 ロイヤルティ収入の２行を顧客コード・請求書番号付きで書く
      *>************************************************************************
       GLJRNL-WRITE-PROC              SECTION.
      *>
           COMPUTE   WRK-ENTRY-COUNT   =   WK-RYJ-COUNT   *   2.
      *>
      *>  仕訳は日々のバッチに追記する（初回はファイルを作る）
           OPEN      EXTEND   GLJRNL-FILE.
           IF   GLJRNL-FILE-STATUS   NOT =   "00"
                CLOSE   GLJRNL-FILE
                OPEN    OUTPUT   GLJRNL-FILE
           END-IF.
      *>
      *>  バッチ管理レコード（ロイヤルティマーク付き）
           MOVE      "B"               TO   GLB-KUBUN.
           MOVE      WRK-RUN-DATE      TO   GLB-RUN-DATE.
           MOVE      WRK-ENTRY-COUNT   TO   GLB-ENTRY-COUNT.
           MOVE      WK-RYJ-TOTAL      TO   GLB-KARIKATA-TOTAL.
           MOVE      WK-RYJ-TOTAL      TO   GLB-KASHIKATA-TOTAL.
           MOVE      "ROY"             TO   GLB-ADJ-MARK.
           MOVE      WRK-RUN-DATE      TO   GLB-REF-DATE.
           WRITE     GLJRNL-BATCH-RECODE.
      *>
           PERFORM   VARYING   WK-RYJ-IDX   FROM   1   BY   1
                UNTIL   WK-RYJ-IDX   >   WK-RYJ-COUNT
                PERFORM   GLJRNL-ONE-WRITE-PROC
           END-PERFORM.
      *>
           CLOSE     GLJRNL-FILE.
      *>
       GLJRNL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書１件分の仕訳（借方・貸方の２行）の書き出し処理
      *>************************************************************************
       GLJRNL-ONE-WRITE-PROC          SECTION.
      *>
           MOVE      "E"                  TO   GLJ-KUBUN.
           MOVE      WRK-RUN-DATE         TO   GLJ-RUN-DATE.
           MOVE      WK-URMS-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "D"                  TO   GLJ-TAISYAKU.
           MOVE      WK-RYJ-KINGAKU(WK-RYJ-IDX)
                          TO   GLJ-KINGAKU.
           MOVE      "**"                 TO   GLJ-BUNRUI-CODE.
           MOVE      WK-RYJ-KOKYAKU-CODE(WK-RYJ-IDX)
                          TO   GLJ-KOKYAKU-CODE.
           MOVE      WK-RYJ-INV-BANGOU(WK-RYJ-IDX)
                          TO   GLJ-INV-BANGOU.
           WRITE     GLJRNL-RECODE.
      *>
           MOVE      WK-ROYI-KAMOKU       TO   GLJ-KANJO-KAMOKU.
           MOVE      "C"                  TO   GLJ-TAISYAKU.
           WRITE     GLJRNL-RECODE.
      *>
       GLJRNL-ONE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>請求書番号採番ファイルの読み込み処理
      *>************************************************************************
       INVNO-READ-PROC                SECTION.
