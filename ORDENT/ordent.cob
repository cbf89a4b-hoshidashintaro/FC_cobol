      *>窓口予約帯があれば自動採番し（前回番号はORDCAPNO.txtに保持）、
      *>採番した番号をお客様控えとして表示する。帯の未設定店は従来
      *>どおり手入力とする。
      *>店番の入力で"QUO"と打つと見積からの受注変換となり、見積入力
      *>（QUOTENT001）で登録した有効期限内の未決の見積（QUOTE.txt）の
      *>明細をそのまま受注として取込ファイルへ書き出す。見積の顧客
      *>コード・出荷店番・部署・担当者を受注に引き継ぎ、受付日時は
      *>変換した時点とする。変換した見積は受注済として注文番号を
      *>書き込み、受注と見積番号・見積単価の対応を見積受注対応
      *>ファイル（QUOTEORD.txt）へ追記する（請求書に見積番号を
      *>印字し見積単価で請求するため）。
      *>電話で顧客と単価を個別に取り決めた受注は、注文種別の後で
      *>単価変更を選び、顧客コード（顧客マスタに有ること）・変更単価
      *>・変更理由コード（必須）を入力する。受付日付時点の通常単価
      *>（契約単価、無ければ単価履歴、それも無ければ商品マスタの
      *>単価）から許容率（PRCOVPARM.txt・無ければ１０％）を超えて
      *>離れる変更は、単価変更承認者ファイル（PRCAPPR.txt）に有る
      *>入力担当者以外の承認者の担当者番号の入力を求める。変更した
      *>受注は単価変更記録（PRCOVR.txt）へ追記し、請求書作成
      *>（INVGEN001）が変更単価で請求する。
      *>店番の入力で"END"と打つと終了する。
      *>************************************************************************
      *>見出し部
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CAPNO-FILE-STATUS.
      *>************************************************************************
      *>見積ファイル（受注変換時に状態を書き戻す）
      *>************************************************************************
       SELECT   QUO-FILE      ASSIGN        TO "QUOTE.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QUO-FILE-STATUS.
      *>************************************************************************
      *>見積受注対応ファイル（追記）
      *>************************************************************************
       SELECT   QLK-FILE      ASSIGN        TO "QUOTEORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS QLK-FILE-STATUS.
      *>************************************************************************
      *>顧客マスタファイル（単価変更の顧客の確認に使用する）
      *>************************************************************************
       SELECT   KOKYAKUM-FILE ASSIGN        TO "KOKYAKUM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル（通常単価の最後の拠り所）
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
      *>単価変更許容率パラメータファイル
      *>************************************************************************
       SELECT   OVP-FILE      ASSIGN        TO "PRCOVPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVP-FILE-STATUS.
      *>************************************************************************
      *>単価変更承認者ファイル
      *>************************************************************************
       SELECT   APR-FILE      ASSIGN        TO "PRCAPPR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APR-FILE-STATUS.
      *>************************************************************************
      *>単価変更記録ファイル（追記）
      *>************************************************************************
       SELECT   OVR-FILE      ASSIGN        TO "PRCOVR.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS OVR-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
           03   CNO-MISEBAN                    PIC X(003).
           03   CNO-LAST-BANGOU                PIC 9(005).
      *>************************************************************************
      *>見積ファイルのレイアウト定義
      *>************************************************************************
       FD   QUO-FILE.
       01   QUO-RECODE.
           COPY   QUOTE      REPLACING   ==:PREFIX:==   BY   ==QUO==.
      *>************************************************************************
      *>見積受注対応ファイルのレイアウト定義
      *>************************************************************************
       FD   QLK-FILE.
       01   QLK-RECODE.
           COPY   QUOTELNK   REPLACING   ==:PREFIX:==   BY   ==QLK==.
      *>************************************************************************
      *>顧客マスタ・商品マスタのレイアウト定義
      *>************************************************************************
       FD   KOKYAKUM-FILE.
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR  REPLACING   ==:PREFIX:==   BY  ==KMST==.
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
      *>単価変更許容率パラメータファイルのレイアウト定義
      *>（通常単価から上下に離れてよい率を百分率の整数で持つ）
      *>************************************************************************
       FD   OVP-FILE.
       01   OVP-RECODE.
           03   OVP-KYOYO-RATE                 PIC 9(003).
      *>************************************************************************
      *>単価変更承認者ファイルのレイアウト定義
      *>************************************************************************
       FD   APR-FILE.
       01   APR-RECODE.
           03   APR-TANTOSYA-BANGOU            PIC 9(004).
      *>************************************************************************
      *>単価変更記録ファイルのレイアウト定義
      *>************************************************************************
       FD   OVR-FILE.
       01   OVR-RECODE.
           COPY   PRCOVR   REPLACING   ==:PREFIX:==   BY   ==OVR==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  ORDCAP-FILE-STATUS                       PIC XX.
       01  ORG-FILE-STATUS                          PIC XX.
       01  CAPNO-FILE-STATUS                        PIC XX.
       01  QUO-FILE-STATUS                          PIC XX.
       01  QLK-FILE-STATUS                          PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  OVP-FILE-STATUS                          PIC XX.
       01  APR-FILE-STATUS                          PIC XX.
       01  OVR-FILE-STATUS                          PIC XX.
      *>
      *>入力中の受注の組み立て用作業領域
       01   WK-ORD-RECODE.
       01   WK-ASSIGN-AREA.
            03   WK-ASSIGN-BANGOU                PIC 9(005).
            03   WK-ASSIGN-NG-FLG                PIC 9(001).
      *>
      *>見積ファイル保持用テーブル（受注変換した行の状態を書き戻す。
      *>各行の項目は見積明細の作業領域へ移して参照・更新する）
       01   WK-QUO-AREA.
            03   WK-QUO-COUNT                    PIC 9(004)  COMP.
            03   WK-QUO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-QUO-IDX.
                 05   WK-QUO-DATA                 PIC X(071).
      *>見積明細１行分の作業領域
       01   WK-QRD-RECODE.
           COPY   QUOTE   REPLACING   ==:PREFIX:==   BY   ==WKQ==.
      *>見積ファイルが保持件数を超えた場合は受注変換を行わない
       01   WK-QUO-OVER-FLG                      PIC 9(001).
      *>見積ファイルを書き戻す必要がある場合に１
       01   WK-QUO-UPD-FLG                       PIC 9(001).
      *>受注変換中の見積の作業領域
       01   WK-QCV-AREA.
            03   WK-QCV-BANGOU                   PIC 9(006).
            03   WK-QCV-GYO-COUNT                PIC 9(004).
            03   WK-QCV-FIRST-IDX                PIC 9(004)  COMP.
            03   WK-QCV-NG-FLG                   PIC 9(001).
            03   WK-QCV-RUN-DATE                 PIC 9(008).
            03   WK-QCV-RUN-TIME                 PIC 9(008).
       01   WK-QCV-COUNT                         PIC 9(004).
      *>
      *>顧客マスタ保持用テーブル
       01   WK-KOKYAKU-MSTR-AREA.
            03   WK-KOKYAKU-MSTR-COUNT           PIC 9(004)  COMP.
            03   WK-KOKYAKU-MSTR-TBL             OCCURS 999 TIMES
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
                 05   WK-KOKYAKU-MSTR-NAME        PIC X(020).
       01   WK-KOKYAKU-MSTR-FOUND-FLG            PIC 9(001).
       01   WK-KOKYAKU-MSTR-NAME-SAVE            PIC X(020).
      *>商品マスタ保持用テーブル（単価のみ）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-TANKA        PIC 9(006).
      *>商品単価履歴保持用テーブル
       01   WK-PRC-AREA.
            03   WK-PRC-COUNT                    PIC 9(004)  COMP.
            03   WK-PRC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PRC-IDX.
                 05   WK-PRC-SHOHIN-CODE          PIC X(006).
                 05   WK-PRC-EFF-DATE             PIC 9(008).
                 05   WK-PRC-TANKA                PIC 9(006).
       01   WK-PRC-FOUND-FLG                     PIC 9(001).
       01   WK-PRC-BEST-EFF-DATE                 PIC 9(008).
      *>顧客別契約単価保持用テーブル
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
      *>通常単価とその出所
       01   WK-KIJUN-AREA.
            03   WK-KIJUN-TANKA                  PIC 9(006).
            03   WK-KIJUN-NAME                   PIC X(015).
       01   WK-KIJUN-TANKA-DSP                   PIC ZZZZZ9.
      *>単価変更承認者保持用テーブル
       01   WK-APR-AREA.
            03   WK-APR-COUNT                    PIC 9(003)  COMP.
            03   WK-APR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-APR-IDX.
                 05   WK-APR-TANTOSYA-BANGOU      PIC 9(004).
       01   WK-APR-FOUND-FLG                     PIC 9(001).
      *>単価変更の作業領域
       01   WK-OVR-AREA.
      *>単価変更した受注の場合に１
            03   WK-OVR-FLG                      PIC 9(001).
            03   WK-OVR-HENKO-TANKA              PIC 9(006).
            03   WK-OVR-RIYU-CODE                PIC X(002).
            03   WK-OVR-RIYU-NAME                PIC X(020).
            03   WK-OVR-SHONIN-BANGOU            PIC 9(004).
      *>許容率（百分率）と通常単価からの乖離率
            03   WK-OVR-KYOYO-RATE               PIC 9(003).
            03   WK-OVR-SA                       PIC 9(006).
            03   WK-OVR-RATE                     PIC 9(008)V9(001).
            03   WK-OVR-RATE-DSP                 PIC ZZZZZZZ9.9.
            03   WK-OVR-KYOYO-DSP                PIC ZZ9.
            03   WK-OVR-RUN-DATE                 PIC 9(008).
       01   WK-OVR-COUNT                         PIC 9(004).
      *>************************************************************************
      *>手続き部
      *>************************************************************************
           PERFORM   ORG-LOAD-PROC.
           PERFORM   CAPNO-LOAD-PROC.
      *>
      *>  見積ファイルの読み込み（見積からの受注変換用）
           MOVE      ZERO   TO   WK-QUO-COUNT.
           MOVE      ZERO   TO   WK-QUO-OVER-FLG.
           MOVE      ZERO   TO   WK-QUO-UPD-FLG.
           MOVE      ZERO   TO   WK-QCV-COUNT.
           PERFORM   QUO-LOAD-PROC.
      *>
      *>  単価変更用の顧客・商品マスタ・単価・許容率・承認者の読み込み
           MOVE      ZERO   TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE      ZERO   TO   WK-SHOHIN-MSTR-COUNT.
           MOVE      ZERO   TO   WK-PRC-COUNT.
           MOVE      ZERO   TO   WK-CPR-COUNT.
           MOVE      ZERO   TO   WK-APR-COUNT.
           MOVE      ZERO   TO   WK-OVR-COUNT.
           ACCEPT    WK-OVR-RUN-DATE   FROM   DATE   YYYYMMDD.
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   PRC-LOAD-PROC.
           PERFORM   CPR-LOAD-PROC.
           PERFORM   OVP-LOAD-PROC.
           PERFORM   APR-LOAD-PROC.
      *>
      *>  取込ファイルを追記用にオープンする（初回はファイルを作る）
           OPEN      EXTEND   ORDCAP-FILE.
           IF   ORDCAP-FILE-STATUS   NOT =   "00"
                OPEN    OUTPUT   ORDCAP-FILE
           END-IF.
      *>
      *>  単価変更記録を追記用にオープンする（初回はファイルを作る）
           OPEN      EXTEND   OVR-FILE.
           IF   OVR-FILE-STATUS   NOT =   "00"
                CLOSE   OVR-FILE
                OPEN    OUTPUT   OVR-FILE
           END-IF.
      *>
      *>  "END"の入力まで受注を１件ずつ受け付ける
           PERFORM   UNTIL   WK-END-FLG   =   1
                PERFORM   ORD-ENTRY-PROC
           END-PERFORM.
      *>
           CLOSE     ORDCAP-FILE.
           CLOSE     OVR-FILE.
      *>
      *>  窓口採番の前回番号を書き戻す
           PERFORM   CAPNO-REWRITE-PROC.
      *>
      *>  受注変換した見積の状態を見積ファイルへ書き戻す
           IF   WK-QUO-UPD-FLG   =   1
                PERFORM   QUO-REWRITE-PROC
           END-IF.
      *>
           DISPLAY   "登録件数:"   WK-TOUROKU-COUNT.
           IF   WK-QCV-COUNT   >   ZERO
                DISPLAY   "うち見積からの変換見積数:"
                          WK-QCV-COUNT
           END-IF.
           IF   WK-OVR-COUNT   >   ZERO
                DISPLAY   "うち単価変更:"   WK-OVR-COUNT
           END-IF.
      *>
       STOP RUN.
      *>************************************************************************
      *>  店番（"END"で終了）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "店番（３桁・ENDで終了・"
                          "QUOで見積から受注）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                EVALUATE   TRUE
                     WHEN   WK-INPUT(1:3)   =   "END"
                          MOVE   1   TO   WK-END-FLG
                          MOVE   1   TO   WK-FLD-OK-FLG
                     WHEN   WK-INPUT(1:3)   =   "QUO"
                          PERFORM   QUOTE-CONV-PROC
                          GO   TO   ORD-ENTRY-PROC-EXIT
                     WHEN   FUNCTION LENGTH(FUNCTION
                               TRIM(WK-INPUT(1:3)))   =   3
                       AND  WK-INPUT(1:3)   NOT =   SPACE
      *>
      *>  注文番号（窓口予約帯のある店は自動採番し、控えを表示。
      *>  帯の未設定店は従来どおり手入力）
           PERFORM   BANGOU-INPUT-PROC.
           IF   WK-ASSIGN-NG-FLG   =   1
                GO   TO   ORD-ENTRY-PROC-EXIT
           END-IF.
      *>
      *>  分類コード（分類マスタ存在チェック）
                END-IF
           END-PERFORM.
      *>
      *>  注文種別（空欄・1・2・9。2は取扱いのない商品の特注）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "注文種別（空欄・1・2・9）"
                          "を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT(1:1)   =   SPACE
                OR   WK-INPUT(1:1)   =   "1"
                OR   WK-INPUT(1:1)   =   "2"
                OR   WK-INPUT(1:1)   =   "9"
                     MOVE   WK-INPUT(1:1)   TO   WK01-TYUMON-KUBUN
                     MOVE   1   TO   WK-FLD-OK-FLG
                END-IF
           END-PERFORM.
      *>
      *>  単価変更（取消受注は元の受注の単価で相殺するため対象外）
           MOVE      ZERO   TO   WK-OVR-FLG.
           IF   WK01-TYUMON-KUBUN   NOT =   "9"
                PERFORM   OVR-ENTRY-PROC
           END-IF.
      *>
      *>  完成した受注を取込ファイルへ追記する
           MOVE      WK-ORD-RECODE   TO   ORDCAP-RECODE.
           WRITE     ORDCAP-RECODE.
           ADD       1   TO   WK-TOUROKU-COUNT.
           DISPLAY   "登録しました："   WK-ORD-RECODE(1:14).
      *>
      *>  単価を変更した受注は単価変更記録へ追記する
           IF   WK-OVR-FLG   =   1
                PERFORM   OVR-WRITE-PROC
           END-IF.
      *>
       ORD-ENTRY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更の入力処理
      *>単価変更を選んだ場合に顧客・変更単価・変更理由を入力させ、
      *>通常単価から許容率を超えて離れる場合は承認者の入力を求める。
      *>変更が確定した場合はWK-OVR-FLGを１で返す。受注には入力した
      *>顧客コードを設定する（承認者の入力を取りやめた場合も顧客
      *>コードは残し、単価変更なしの受注となる）
      *>************************************************************************
       OVR-ENTRY-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-OVR-FLG.
           DISPLAY   "単価を変更する場合はYを入力".
           MOVE      SPACE   TO   WK-INPUT.
           ACCEPT    WK-INPUT   FROM   CONSOLE.
           IF   WK-INPUT(1:1)   NOT =   "Y"
                GO   TO   OVR-ENTRY-PROC-EXIT
           END-IF.
      *>
      *>  顧客コード（顧客マスタ存在チェック・空欄で取りやめ）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "顧客コード（５桁・空欄で"
                          "取りやめ）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                IF   WK-INPUT(1:5)   =   SPACE
                     DISPLAY   "単価変更を取りやめました"
                     GO   TO   OVR-ENTRY-PROC-EXIT
                END-IF
                MOVE      WK-INPUT(1:5)   TO   WK01-KOKYAKU-CODE
                PERFORM   KOKYAKU-MSTR-CHK-PROC
                IF   WK-KOKYAKU-MSTR-FOUND-FLG   =   1
                     DISPLAY   "顧客："   WK-KOKYAKU-MSTR-NAME-SAVE
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     DISPLAY   "顧客マスタ不在エラー"
                END-IF
           END-PERFORM.
      *>
      *>  受付日付時点の通常単価を表示する
           PERFORM   KIJUN-TANKA-PROC.
           MOVE      WK-KIJUN-TANKA   TO   WK-KIJUN-TANKA-DSP.
           DISPLAY   "通常単価（"   WK-KIJUN-NAME   "）："
                     WK-KIJUN-TANKA-DSP.
      *>
      *>  変更単価（１～６桁の数字・通常単価と同じ値は不可）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "変更単価（数字）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      6   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK-OVR-HENKO-TANKA   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     IF   WK-OVR-HENKO-TANKA   =   WK-KIJUN-TANKA
                          DISPLAY   "通常単価と同じ値です"
                     ELSE
                          MOVE   1   TO   WK-FLD-OK-FLG
                     END-IF
                ELSE
                     DISPLAY   "変更単価が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  変更理由コード（必須）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "変更理由（01競合 02数量 03品質 "
                          "04納期 05取決 99他）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:2)   TO   WK-OVR-RIYU-CODE
                PERFORM   RIYU-NAME-PROC
                IF   WK-OVR-RIYU-NAME   =   SPACE
                     DISPLAY   "変更理由コードの誤り"
                ELSE
                     DISPLAY   "変更理由："   WK-OVR-RIYU-NAME
                     MOVE   1   TO   WK-FLD-OK-FLG
                END-IF
           END-PERFORM.
      *>
      *>  通常単価からの乖離率を求める（通常単価がゼロの場合は
      *>  常に承認を求める）
           IF   WK-OVR-HENKO-TANKA   >   WK-KIJUN-TANKA
                COMPUTE   WK-OVR-SA   =
                          WK-OVR-HENKO-TANKA   -   WK-KIJUN-TANKA
           ELSE
                COMPUTE   WK-OVR-SA   =
                          WK-KIJUN-TANKA   -   WK-OVR-HENKO-TANKA
           END-IF.
           IF   WK-KIJUN-TANKA   =   ZERO
                MOVE      99999999.9   TO   WK-OVR-RATE
           ELSE
                COMPUTE   WK-OVR-RATE   ROUNDED   =
                          WK-OVR-SA   *   100   /   WK-KIJUN-TANKA
           END-IF.
      *>
      *>  許容率を超える場合は承認者の担当者番号を求める
      *>  （承認者ファイルに有り、入力担当者本人でないこと）
           MOVE      ZERO   TO   WK-OVR-SHONIN-BANGOU.
           IF   WK-OVR-RATE   >   WK-OVR-KYOYO-RATE
                MOVE      WK-OVR-RATE         TO   WK-OVR-RATE-DSP
                MOVE      WK-OVR-KYOYO-RATE   TO   WK-OVR-KYOYO-DSP
                DISPLAY   "乖離率"   WK-OVR-RATE-DSP
                          "％が許容率"   WK-OVR-KYOYO-DSP
                          "％を超えています"
                MOVE      ZERO   TO   WK-FLD-OK-FLG
                PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                     DISPLAY   "承認者の担当者番号（空欄で"
                               "取りやめ）を入力"
                     MOVE      SPACE   TO   WK-INPUT
                     ACCEPT    WK-INPUT   FROM   CONSOLE
                     IF   WK-INPUT(1:4)   =   SPACE
                          DISPLAY   "単価変更を取りやめ"
                                    "ました"
                          MOVE   ZERO   TO   WK-OVR-SHONIN-BANGOU
                          GO   TO   OVR-ENTRY-PROC-EXIT
                     END-IF
                     MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                     MOVE      1   TO   WK-DIGIT-MIN-LEN
                     MOVE      4   TO   WK-DIGIT-MAX-LEN
                     PERFORM   DIGIT-CHK-PROC
                     IF   WK-DIGIT-NG-FLG   =   ZERO
                          COMPUTE   WK-OVR-SHONIN-BANGOU   =
                               FUNCTION NUMVAL(WK-DIGIT-FLD)
                          PERFORM   APR-CHK-PROC
                          IF   WK-APR-FOUND-FLG   =   1
                               DISPLAY   "承認者："
                                         WK-TANTO-MSTR-NAME-SAVE
                               MOVE   1   TO   WK-FLD-OK-FLG
                          END-IF
                     ELSE
                          DISPLAY   "担当者番号が不適切な"
                                    "値です"
                     END-IF
                END-PERFORM
           END-IF.
      *>
           MOVE      1   TO   WK-OVR-FLG.
      *>
       OVR-ENTRY-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更記録への追記処理
      *>************************************************************************
       OVR-WRITE-PROC                 SECTION.
      *>
           MOVE      WK01-MISEBAN           TO   OVR-MISEBAN.
           MOVE      WK01-TYUMON-BANGOU     TO   OVR-TYUMON-BANGOU.
           MOVE      WK01-SHOHIN-CODE       TO   OVR-SHOHIN-CODE.
           MOVE      WK01-KOKYAKU-CODE      TO   OVR-KOKYAKU-CODE.
           MOVE      WK01-TANTOSYA-BANGOU   TO   OVR-TANTOSYA-BANGOU.
           MOVE      WK01-TYUMON-SU         TO   OVR-TYUMON-SU.
           MOVE      WK-KIJUN-TANKA         TO   OVR-TUJO-TANKA.
           MOVE      WK-OVR-HENKO-TANKA     TO   OVR-HENKO-TANKA.
           MOVE      WK-OVR-RIYU-CODE       TO   OVR-RIYU-CODE.
           MOVE      WK-OVR-SHONIN-BANGOU   TO   OVR-SHONIN-BANGOU.
           MOVE      WK01-HIDUKE            TO   OVR-JUCHU-DATE.
           MOVE      WK-OVR-RUN-DATE        TO   OVR-NYURYOKU-DATE.
           WRITE     OVR-RECODE.
           ADD       1   TO   WK-OVR-COUNT.
      *>
       OVR-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>通常単価の検索処理
      *>受付日付時点の顧客の契約単価を探し、無ければ単価履歴、それも
      *>無ければ商品マスタの単価を通常単価とする（請求と同じ優先順）
      *>************************************************************************
       KIJUN-TANKA-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-CPR-FOUND-FLG.
           MOVE      ZERO   TO   WK-CPR-BEST-EFF-DATE.
           PERFORM   VARYING   WK-CPR-IDX   FROM   1   BY   1
                UNTIL   WK-CPR-IDX   >   WK-CPR-COUNT
                IF   WK-CPR-KOKYAKU-CODE(WK-CPR-IDX)
                          =   WK01-KOKYAKU-CODE
                AND  WK-CPR-SHOHIN-CODE(WK-CPR-IDX)
                          =   WK01-SHOHIN-CODE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)   <=   WK01-HIDUKE
                AND  WK-CPR-EFF-DATE(WK-CPR-IDX)
                          >=   WK-CPR-BEST-EFF-DATE
                     MOVE   1   TO   WK-CPR-FOUND-FLG
                     MOVE   WK-CPR-EFF-DATE(WK-CPR-IDX)
                          TO   WK-CPR-BEST-EFF-DATE
                     MOVE   WK-CPR-TANKA(WK-CPR-IDX)
                          TO   WK-KIJUN-TANKA
                END-IF
           END-PERFORM.
           IF   WK-CPR-FOUND-FLG   =   1
                MOVE   "契約単価"   TO   WK-KIJUN-NAME
                GO   TO   KIJUN-TANKA-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-PRC-FOUND-FLG.
           MOVE      ZERO   TO   WK-PRC-BEST-EFF-DATE.
           PERFORM   VARYING   WK-PRC-IDX   FROM   1   BY   1
                UNTIL   WK-PRC-IDX   >   WK-PRC-COUNT
                IF   WK-PRC-SHOHIN-CODE(WK-PRC-IDX)
                          =   WK01-SHOHIN-CODE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)   <=   WK01-HIDUKE
                AND  WK-PRC-EFF-DATE(WK-PRC-IDX)
                          >=   WK-PRC-BEST-EFF-DATE
                     MOVE   1   TO   WK-PRC-FOUND-FLG
                     MOVE   WK-PRC-EFF-DATE(WK-PRC-IDX)
                          TO   WK-PRC-BEST-EFF-DATE
                     MOVE   WK-PRC-TANKA(WK-PRC-IDX)
                          TO   WK-KIJUN-TANKA
                END-IF
           END-PERFORM.
           IF   WK-PRC-FOUND-FLG   =   1
                MOVE   "標準単価"   TO   WK-KIJUN-NAME
                GO   TO   KIJUN-TANKA-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-KIJUN-TANKA.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK01-SHOHIN-CODE
                     MOVE   WK-SHOHIN-MSTR-TANKA(WK-SHOHIN-MSTR-IDX)
                          TO   WK-KIJUN-TANKA
                END-IF
           END-PERFORM.
           MOVE      "マスタ単価"   TO   WK-KIJUN-NAME.
      *>
       KIJUN-TANKA-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>変更理由コードの名称の設定処理
      *>WK-OVR-RIYU-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはWK-OVR-RIYU-NAMEを空白で返す
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-OVR-RIYU-CODE
                WHEN   "01"
                     MOVE   "競合対抗"       TO   WK-OVR-RIYU-NAME
                WHEN   "02"
                     MOVE   "数量値引"       TO   WK-OVR-RIYU-NAME
                WHEN   "03"
                     MOVE   "品質・破損"     TO   WK-OVR-RIYU-NAME
                WHEN   "04"
                     MOVE   "納期遅延"       TO   WK-OVR-RIYU-NAME
                WHEN   "05"
                     MOVE   "得意先取決め"   TO   WK-OVR-RIYU-NAME
                WHEN   "99"
                     MOVE   "その他"         TO   WK-OVR-RIYU-NAME
                WHEN   OTHER
                     MOVE   SPACE            TO   WK-OVR-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>承認者の確認処理
      *>WK-OVR-SHONIN-BANGOUが単価変更承認者ファイルと担当者マスタに
      *>有り、入力担当者本人でない場合にWK-APR-FOUND-FLGを１で返す
      *>（氏名はWK-TANTO-MSTR-NAME-SAVEに返す）
      *>************************************************************************
       APR-CHK-PROC                   SECTION.
      *>
           MOVE      ZERO    TO   WK-APR-FOUND-FLG.
           MOVE      SPACE   TO   WK-TANTO-MSTR-NAME-SAVE.
           IF   WK-OVR-SHONIN-BANGOU   =   WK01-TANTOSYA-BANGOU
                DISPLAY   "入力担当者本人は承認"
                          "できません"
                GO   TO   APR-CHK-PROC-EXIT
           END-IF.
      *>
           PERFORM   VARYING   WK-APR-IDX   FROM   1   BY   1
                UNTIL   WK-APR-IDX   >   WK-APR-COUNT
                IF   WK-APR-TANTOSYA-BANGOU(WK-APR-IDX)
                          =   WK-OVR-SHONIN-BANGOU
                     MOVE   1   TO   WK-APR-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-APR-FOUND-FLG   NOT =   1
                DISPLAY   "単価変更の承認者では"
                          "ありません"
                GO   TO   APR-CHK-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-APR-FOUND-FLG.
           PERFORM   VARYING   WK-TANTO-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-TANTO-MSTR-IDX   >   WK-TANTO-MSTR-COUNT
                IF   WK-TANTO-MSTR-BANGOU(WK-TANTO-MSTR-IDX)
                          =   WK-OVR-SHONIN-BANGOU
                     MOVE   1   TO   WK-APR-FOUND-FLG
                     MOVE   WK-TANTO-MSTR-NAME(WK-TANTO-MSTR-IDX)
                          TO   WK-TANTO-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
           IF   WK-APR-FOUND-FLG   NOT =   1
                DISPLAY   "担当者マスタ不在エラー"
           END-IF.
      *>
       APR-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>注文番号の決定処理
      *>WK01-MISEBANの店に窓口予約帯があれば自動採番して控えを表示し、
      *>帯の未設定店は手入力を求めてWK01-TYUMON-BANGOUに設定する。
      *>予約帯の番号が尽きた場合はWK-ASSIGN-NG-FLGを１で返す
      *>************************************************************************
       BANGOU-INPUT-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-ASSIGN-NG-FLG.
           PERFORM   ORG-FIND-PROC.
           IF   WK-ORG-FOUND-FLG   =   1
                PERFORM   BANGOU-ASSIGN-PROC
                IF   WK-ASSIGN-NG-FLG   =   1
                     DISPLAY   "予約帯の番号枯渇:"
                               WK01-MISEBAN
                     GO   TO   BANGOU-INPUT-PROC-EXIT
                END-IF
                MOVE      WK-ASSIGN-BANGOU   TO   WK01-TYUMON-BANGOU
                DISPLAY   "注文番号（お客様控え）:"
                          WK01-TYUMON-BANGOU
           ELSE
                MOVE      ZERO   TO   WK-FLD-OK-FLG
                PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                     DISPLAY   "注文番号（数字）を入力"
                     MOVE      SPACE   TO   WK-INPUT
                     ACCEPT    WK-INPUT   FROM   CONSOLE
                     MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                     MOVE      1   TO   WK-DIGIT-MIN-LEN
                     MOVE      5   TO   WK-DIGIT-MAX-LEN
                     PERFORM   DIGIT-CHK-PROC
                     IF   WK-DIGIT-NG-FLG   =   ZERO
                          COMPUTE   WK01-TYUMON-BANGOU   =
                               FUNCTION NUMVAL(WK-DIGIT-FLD)
                          IF   WK01-TYUMON-BANGOU   =   ZERO
                               DISPLAY "注文番号が不適切な値"
                          ELSE
                               MOVE   1   TO   WK-FLD-OK-FLG
                          END-IF
                     ELSE
                          DISPLAY   "注文番号が不適切な値"
                     END-IF
                END-PERFORM
           END-IF.
      *>
       BANGOU-INPUT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積からの受注変換処理
      *>見積番号を入力させ、有効期限内の未決の見積であれば明細ごとに
      *>受注を取込ファイルへ書き出し、見積受注対応ファイルへ追記して
      *>見積を受注済にする。受注は見積の店番で注文番号を１つ決め、
      *>全明細を同じ注文番号とする
      *>************************************************************************
       QUOTE-CONV-PROC                SECTION.
      *>
           IF   WK-QUO-OVER-FLG   =   1
                DISPLAY   "見積ファイルの件数超過のため"
                          "変換できません"
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
      *>
      *>  見積番号（１～６桁の数字）
           MOVE      ZERO   TO   WK-FLD-OK-FLG.
           PERFORM   UNTIL   WK-FLD-OK-FLG   =   1
                DISPLAY   "見積番号（数字）を入力"
                MOVE      SPACE   TO   WK-INPUT
                ACCEPT    WK-INPUT   FROM   CONSOLE
                MOVE      WK-INPUT(1:10)   TO   WK-DIGIT-FLD
                MOVE      1   TO   WK-DIGIT-MIN-LEN
                MOVE      6   TO   WK-DIGIT-MAX-LEN
                PERFORM   DIGIT-CHK-PROC
                IF   WK-DIGIT-NG-FLG   =   ZERO
                     COMPUTE   WK-QCV-BANGOU   =
                          FUNCTION NUMVAL(WK-DIGIT-FLD)
                     MOVE   1   TO   WK-FLD-OK-FLG
                ELSE
                     DISPLAY   "見積番号が不適切な値です"
                END-IF
           END-PERFORM.
      *>
      *>  見積の明細を探し、変換できる状態かを調べる
           ACCEPT    WK-QCV-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT    WK-QCV-RUN-TIME   FROM   TIME.
           MOVE      ZERO   TO   WK-QCV-GYO-COUNT.
           MOVE      ZERO   TO   WK-QCV-NG-FLG.
           PERFORM   VARYING   WK-QUO-IDX   FROM   1   BY   1
                UNTIL   WK-QUO-IDX   >   WK-QUO-COUNT
                MOVE   WK-QUO-DATA(WK-QUO-IDX)   TO   WK-QRD-RECODE
                IF   WKQ-QUOTE-BANGOU   =   WK-QCV-BANGOU
                     ADD    1   TO   WK-QCV-GYO-COUNT
                     IF   WK-QCV-GYO-COUNT   =   1
                          MOVE   WK-QUO-IDX   TO   WK-QCV-FIRST-IDX
                     END-IF
                     EVALUATE   TRUE
                          WHEN   WKQ-STS-ORDERED
                               MOVE   1   TO   WK-QCV-NG-FLG
                          WHEN   WKQ-STS-EXPIRED
                               MOVE   2   TO   WK-QCV-NG-FLG
                          WHEN   WKQ-YUKO-DATE   <   WK-QCV-RUN-DATE
                               MOVE   2   TO   WK-QCV-NG-FLG
                          WHEN   OTHER
                               CONTINUE
                     END-EVALUATE
                END-IF
           END-PERFORM.
      *>
           IF   WK-QCV-GYO-COUNT   =   ZERO
                DISPLAY   "見積番号が見つかりません:"
                          WK-QCV-BANGOU
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
           MOVE      WK-QUO-DATA(WK-QCV-FIRST-IDX)   TO   WK-QRD-RECODE.
           IF   WK-QCV-NG-FLG   =   1
                DISPLAY   "受注済の見積です　注文番号:"
                          WKQ-TYUMON-BANGOU
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
           IF   WK-QCV-NG-FLG   =   2
                DISPLAY   "有効期限切れの見積です　期限:"
                          WKQ-YUKO-DATE
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
      *>
      *>  見積の内容を表示し、変換の確認を求める
           DISPLAY   "顧客:"       WKQ-KOKYAKU-CODE
                     "　出荷店:"   WKQ-MISEBAN
                     "　明細:"     WK-QCV-GYO-COUNT   "行".
           DISPLAY   "受注に変換する場合はYを入力".
           MOVE      SPACE   TO   WK-INPUT.
           ACCEPT    WK-INPUT   FROM   CONSOLE.
           IF   WK-INPUT(1:1)   NOT =   "Y"
                DISPLAY   "変換を取りやめました"
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
      *>
      *>  見積の店番で注文番号を決める
           MOVE      SPACE   TO   WK-ORD-RECODE.
           MOVE      WKQ-MISEBAN   TO   WK01-MISEBAN.
           PERFORM   BANGOU-INPUT-PROC.
           IF   WK-ASSIGN-NG-FLG   =   1
                GO   TO   QUOTE-CONV-PROC-EXIT
           END-IF.
      *>
      *>  見積受注対応ファイルを追記用にオープンする
           OPEN      EXTEND   QLK-FILE.
           IF   QLK-FILE-STATUS   NOT =   "00"
                CLOSE   QLK-FILE
                OPEN    OUTPUT   QLK-FILE
           END-IF.
      *>
      *>  明細ごとに受注を書き出し、見積を受注済にする
           PERFORM   VARYING   WK-QUO-IDX   FROM   WK-QCV-FIRST-IDX
                BY   1
                UNTIL   WK-QUO-IDX   >   WK-QUO-COUNT
                MOVE   WK-QUO-DATA(WK-QUO-IDX)   TO   WK-QRD-RECODE
                IF   WKQ-QUOTE-BANGOU   =   WK-QCV-BANGOU
                     PERFORM   QUOTE-CONV-GYO-PROC
                END-IF
           END-PERFORM.
      *>
           CLOSE     QLK-FILE.
           MOVE      1   TO   WK-QUO-UPD-FLG.
           ADD       1   TO   WK-QCV-COUNT.
           DISPLAY   "見積から受注に変換しました"
                     "　注文番号:"   WK01-TYUMON-BANGOU
                     "　明細:"       WK-QCV-GYO-COUNT   "行".
      *>
       QUOTE-CONV-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積明細１行分の受注変換処理
      *>WK-QUO-IDXの見積明細（WK-QRD-RECODEに移したもの）から受注を
      *>組み立てて取込ファイルへ書き出し、見積受注対応ファイルへ
      *>１行追記して見積明細を受注済にする
      *>************************************************************************
       QUOTE-CONV-GYO-PROC            SECTION.
      *>
           MOVE      WKQ-SHOHIN-CODE        TO   WK01-SHOHIN-CODE.
           MOVE      WKQ-SURYO              TO   WK01-TYUMON-SU.
           MOVE      WK-QCV-RUN-DATE        TO   WK01-HIDUKE.
           MOVE      WK-QCV-RUN-TIME(1:4)   TO   WK01-ZIKAN.
           MOVE      WKQ-BUSHO-CODE         TO   WK01-BUSHO-CODE.
           MOVE      WKQ-TANTOSYA-BANGOU    TO   WK01-TANTOSYA-BANGOU.
           MOVE      SPACE   TO   WK01-TYUMON-KUBUN.
           MOVE      WKQ-KOKYAKU-CODE       TO   WK01-KOKYAKU-CODE.
           MOVE      SPACE   TO   WK01-SIKYU-KUBUN.
           MOVE      SPACE   TO   WK01-TANI-KUBUN.
           MOVE      SPACE   TO   WK01-AITE-MISEBAN.
      *>
           MOVE      WK-ORD-RECODE   TO   ORDCAP-RECODE.
           WRITE     ORDCAP-RECODE.
           ADD       1   TO   WK-TOUROKU-COUNT.
      *>
           MOVE      WK01-MISEBAN         TO   QLK-MISEBAN.
           MOVE      WK01-TYUMON-BANGOU   TO   QLK-TYUMON-BANGOU.
           MOVE      WK01-SHOHIN-CODE     TO   QLK-SHOHIN-CODE.
           MOVE      WK-QCV-BANGOU        TO   QLK-QUOTE-BANGOU.
           MOVE      WKQ-TANKA            TO   QLK-TANKA.
           MOVE      WK-QCV-RUN-DATE      TO   QLK-JUCHU-DATE.
           WRITE     QLK-RECODE.
      *>
           MOVE      "1"                  TO   WKQ-STATUS.
           MOVE      WK01-TYUMON-BANGOU   TO   WKQ-TYUMON-BANGOU.
           MOVE      WK-QCV-RUN-DATE      TO   WKQ-JUCHU-DATE.
           MOVE      WK-QRD-RECODE   TO   WK-QUO-DATA(WK-QUO-IDX).
      *>
       QUOTE-CONV-GYO-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積ファイルの読み込み処理（内容をテーブルに展開する）
      *>保持件数を超える場合は書き戻しで行を失わないよう変換を止める
      *>************************************************************************
       QUO-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   QUO-FILE.
           IF   QUO-FILE-STATUS   NOT =   "00"
                CLOSE   QUO-FILE
                GO   TO   QUO-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   QUO-FILE-STATUS   NOT =   "00"
                READ   QUO-FILE
                     AT   END
                          MOVE   "10"   TO   QUO-FILE-STATUS
                     NOT   AT   END
                          IF   WK-QUO-COUNT   <   9999
                               ADD    1   TO   WK-QUO-COUNT
                               MOVE   QUO-RECODE   TO
                                    WK-QUO-DATA(WK-QUO-COUNT)
                          ELSE
                               MOVE   1   TO   WK-QUO-OVER-FLG
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     QUO-FILE.
      *>
       QUO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見積ファイルの書き戻し処理（全件書き戻し）
      *>************************************************************************
       QUO-REWRITE-PROC               SECTION.
      *>
           OPEN      OUTPUT   QUO-FILE.
           PERFORM   VARYING   WK-QUO-IDX   FROM   1   BY   1
                UNTIL   WK-QUO-IDX   >   WK-QUO-COUNT
                WRITE  QUO-RECODE   FROM   WK-QUO-DATA(WK-QUO-IDX)
           END-PERFORM.
           CLOSE     QUO-FILE.
      *>
       QUO-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>番号レンジマスタの検索処理（WK01-MISEBANの帯を探す）
      *>************************************************************************
       ORG-FIND-PROC                  SECTION.
      *>
           EXIT.
      *>************************************************************************
      *>顧客マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       KOKYAKU-MSTR-LOAD-PROC         SECTION.
      *>
           OPEN      INPUT   KOKYAKUM-FILE.
           IF   KOKYAKUM-FILE-STATUS   NOT =   "00"
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
      *>商品マスタファイルの読み込み処理（商品コードと単価を展開する）
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
      *>単価変更許容率パラメータの読み込み処理
      *>ファイルが無い・数字でない場合は１０％とする
      *>************************************************************************
       OVP-LOAD-PROC                  SECTION.
      *>
           MOVE      10   TO   WK-OVR-KYOYO-RATE.
           OPEN      INPUT   OVP-FILE.
           IF   OVP-FILE-STATUS   =   "00"
                READ   OVP-FILE
                     AT   END
                          CONTINUE
                     NOT   AT   END
                          IF   OVP-KYOYO-RATE   IS   NUMERIC
                               MOVE   OVP-KYOYO-RATE
                                    TO   WK-OVR-KYOYO-RATE
                          END-IF
                END-READ
           END-IF.
           CLOSE     OVP-FILE.
      *>
       OVP-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>単価変更承認者ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は許容率を超える変更を登録できない
      *>************************************************************************
       APR-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   APR-FILE.
           IF   APR-FILE-STATUS   NOT =   "00"
                CLOSE   APR-FILE
                GO   TO   APR-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   APR-FILE-STATUS   NOT =   "00"
                READ   APR-FILE
                     AT   END
                          MOVE   "10"   TO   APR-FILE-STATUS
                     NOT   AT   END
                          IF   WK-APR-COUNT   <   999
                          AND  APR-TANTOSYA-BANGOU   IS   NUMERIC
                               ADD    1   TO   WK-APR-COUNT
                               MOVE   APR-TANTOSYA-BANGOU   TO
                                    WK-APR-TANTOSYA-BANGOU(WK-APR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     APR-FILE.
      *>
       APR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客コードの存在チェック処理（名称も求める）
      *>************************************************************************
       KOKYAKU-MSTR-CHK-PROC          SECTION.
      *>
           MOVE      ZERO    TO   WK-KOKYAKU-MSTR-FOUND-FLG.
           MOVE      SPACE   TO   WK-KOKYAKU-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-KOKYAKU-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-KOKYAKU-MSTR-IDX   >   WK-KOKYAKU-MSTR-COUNT
                IF   WK-KOKYAKU-MSTR-CODE(WK-KOKYAKU-MSTR-IDX)
                          =   WK01-KOKYAKU-CODE
                     MOVE   1   TO   WK-KOKYAKU-MSTR-FOUND-FLG
                     MOVE   WK-KOKYAKU-MSTR-NAME(WK-KOKYAKU-MSTR-IDX)
                          TO   WK-KOKYAKU-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       KOKYAKU-MSTR-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>担当者番号の存在チェック処理（氏名も求める）
      *>************************************************************************
       TANTO-MSTR-CHK-PROC            SECTION.
