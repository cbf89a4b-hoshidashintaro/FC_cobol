      *>************************************************************************
      *>店舗向け事前出荷案内（ＡＳＮ）作成プログラム
      *>当日ピッキングに回した受注（PICK001が書き出すピッキング対象
      *>受注ファイルPICKORD.txt。配送曜日で保留した受注は除かれ、
      *>保留から払い出した受注は含まれる）とピッキング結果データ
      *>（PICKDATA.txt：実際に出荷する数量）を店番・商品単位で
      *>突き合わせ、店舗ごとの事前出荷案内
      *>ファイル（ASN_店番.txt）を作成する。店舗側で到着の検証が
      *>できるよう、店舗別入力ファイルと同じ見出し・末尾
      *>（STOREHDR／STORETRL）の封筒を付ける。
      *>明細は商品コード・商品マスタの商品名・受注数・出荷数・
      *>納品予定日（営業日カレンダーで求めた翌営業日）を持つ。
      *>出荷ケース作成（CARTON001）の当日分のケース内容明細
      *>（CARTONDATA.txt）がある場合は、店舗ごとにケース別内容一覧
      *>（ASNCTN_店番.txt：ケース番号・満ケース／混載の区分・商品・
      *>数量）も同じ封筒を付けて作成し、店舗がケース単位で検品
      *>できるようにする。
      *>卸売顧客の納品先へ届ける受注（受注納品先対応ファイル
      *>NOHINORD.txtに有る受注）は店舗の案内から外し、納品先ごとの
      *>事前出荷案内（ASNS_顧客コード納品先コード.txt。見出しの店番は
      *>出荷元の店舗）を同じ封筒で作成する。出荷数は同じ店番・商品の
      *>ピッキング数量を納品先の受注数まで先に割り当て、残りを店舗の
      *>出荷数とする。ケース別内容一覧は従来どおり店舗単位とする。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>ピッキング対象受注ファイル（PICK001の出力・受注数の取得用）
      *>************************************************************************
       SELECT   PKO-FILE      ASSIGN        TO "PICKORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PKO-FILE-STATUS.
      *>************************************************************************
      *>受注納品先対応ファイル（JUDGE001が納品先付きの受注を記録する）
      *>************************************************************************
       SELECT   NHL-FILE      ASSIGN        TO "NOHINORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHL-FILE-STATUS.
      *>************************************************************************
      *>ピッキング結果データファイル（PICK001の出力・出荷数の取得用）
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CALM-FILE-STATUS.
      *>************************************************************************
      *>ケース内容明細ファイル（CARTON001の出力・ケース別一覧の元）
      *>************************************************************************
       SELECT   CTN-FILE      ASSIGN        TO "CARTONDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CTN-FILE-STATUS.
      *>************************************************************************
      *>店舗別ケース別内容一覧ファイル（店番ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ACT-FILE      ASSIGN        TO WK-ACT-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>店舗別事前出荷案内ファイル（店番ごとにファイル名が変わる）
      *>************************************************************************
       SELECT   ASN-FILE      ASSIGN        TO WK-ASN-FILENAME
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>ピッキング対象受注ファイルのレイアウト定義（受注明細と同じ）
      *>************************************************************************
       FD   PKO-FILE.
       01   PKO-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==PKO==.
      *>************************************************************************
      *>受注納品先対応ファイルのレイアウト定義
      *>************************************************************************
       FD   NHL-FILE.
       01   NHL-RECODE.
           COPY   NOHINLNK   REPLACING   ==:PREFIX:==   BY   ==NHL==.
      *>************************************************************************
      *>ピッキング結果データファイルのレイアウト定義（PICK001の出力と同じ）
      *>************************************************************************
       01   CALM-RECODE.
           COPY   CALMSTR   REPLACING   ==:PREFIX:==   BY   ==CAL==.
      *>************************************************************************
      *>ケース内容明細ファイルのレイアウト定義（CARTON001の出力と同じ）
      *>************************************************************************
       FD   CTN-FILE.
       01   CTN-RECODE.
           COPY   CARTONREC   REPLACING   ==:PREFIX:==   BY   ==CTN==.
      *>************************************************************************
      *>店舗別ケース別内容一覧ファイルのレイアウト定義
      *>見出し・末尾は事前出荷案内と同じ封筒（STOREHDR／STORETRL）
      *>を使う。区分は"1"が満ケース、"2"が混載ケース
      *>************************************************************************
       FD   ACT-FILE.
       01   ACT-RECODE.
           03   ACT-CARTON-NO                  PIC 9(006).
           03   ACT-CARTON-KUBUN               PIC X(001).
           03   ACT-SHOHIN-CODE                PIC X(006).
           03   ACT-SHOHIN-NAME                PIC X(020).
           03   ACT-SU                         PIC 9(007).
           03   ACT-NOUHIN-DATE                PIC 9(008).
       01   ACT-HDR-RECODE.
           COPY   STOREHDR   REPLACING   ==:PREFIX:==   BY   ==ACT==.
       01   ACT-TRL-RECODE.
           COPY   STORETRL   REPLACING   ==:PREFIX:==   BY   ==ACT==.
      *>************************************************************************
      *>店舗別事前出荷案内ファイルのレイアウト定義
      *>見出し・末尾は店舗別入力ファイルと同じ封筒（STOREHDR／
      *>STORETRL）を使う
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PKO-FILE-STATUS                          PIC XX.
       01  PKD-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  CTN-FILE-STATUS                          PIC XX.
       01  NHL-FILE-STATUS                          PIC XX.
      *>
      *>店舗別事前出荷案内の出力先ファイル名（店番ごとに組み立てる）
       01  WK-ASN-FILENAME                          PIC X(020).
      *>店舗別ケース別内容一覧の出力先ファイル名（店番ごとに組み立てる）
       01  WK-ACT-FILENAME                          PIC X(020).
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-MISE-COUNT                   PIC 9(006).
             03   WRK-ACT-COUNT                    PIC 9(006).
             03   WRK-NOHIN-COUNT                  PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>店番・商品別の受注数・出荷数の突き合わせテーブル
      *>（納品先への受注は顧客コード・納品先コードを付けて別行にする）
       01   WK-ASN-AREA.
            03   WK-ASN-COUNT                    PIC 9(004)  COMP.
            03   WK-ASN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-ASN-IDX.
                 05   WK-ASN-MISEBAN              PIC X(003).
                 05   WK-ASN-KOKYAKU-CODE         PIC X(005).
                 05   WK-ASN-NOHIN-CODE           PIC X(003).
                 05   WK-ASN-SHOHIN-CODE          PIC X(006).
                 05   WK-ASN-TYUMON-SU            PIC S9(007).
                 05   WK-ASN-SHUKKA-SU            PIC S9(007).
       01   WK-ASN-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-ASN-KEY-AREA.
            03   WK-ASN-KEY-MISEBAN              PIC X(003).
            03   WK-ASN-KEY-KOKYAKU              PIC X(005).
            03   WK-ASN-KEY-NOHIN                PIC X(003).
            03   WK-ASN-KEY-SHOHIN               PIC X(006).
      *>
      *>ピッキング数量の納品先への割り当て用の領域
       01   WK-PKD-REST-SU                       PIC S9(007).
       01   WK-PKD-TAKE-SU                       PIC S9(007).
      *>
      *>受注納品先対応保持用テーブル
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
      *>
      *>取消受注の符号変換用の領域
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>
            03   WK-NOUHIN-INT                   PIC S9(008).
            03   WK-NOUHIN-DATE                  PIC 9(008).
      *>
      *>当日分のケース内容明細保持用テーブル
       01   WK-CTN-AREA.
            03   WK-CTN-COUNT                    PIC 9(004)  COMP.
            03   WK-CTN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-CTN-IDX.
                 05   WK-CTN-CARTON-NO            PIC 9(006).
                 05   WK-CTN-MISEBAN              PIC X(003).
                 05   WK-CTN-KUBUN                PIC X(001).
                 05   WK-CTN-SHOHIN-CODE          PIC X(006).
                 05   WK-CTN-SU                   PIC 9(005).
       01   WK-CTN-FOUND-FLG                     PIC 9(001).
      *>
      *>店舗１件分の処理の作業領域
       01   WK-CUR-AREA.
            03   WK-CUR-MISEBAN                  PIC X(003).
            03   WK-CUR-KOKYAKU-CODE             PIC X(005).
            03   WK-CUR-NOHIN-CODE               PIC X(003).
            03   WK-CUR-REC-COUNT                PIC 9(006).
            03   WK-CUR-SU-TOTAL                 PIC 9(009).
      *>************************************************************************
           MOVE   ZERO        TO   WK-ASN-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-CAL-COUNT.
           MOVE   ZERO        TO   WRK-ACT-COUNT.
           MOVE   ZERO        TO   WK-CTN-COUNT.
           MOVE   ZERO        TO   WRK-NOHIN-COUNT.
           MOVE   ZERO        TO   WK-NHL-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   NOUHIN-DATE-CALC-PROC.
      *>
      *>  当日の受注数・出荷数を突き合わせテーブルに展開する
      *>  （受注の納品先は受注納品先対応で引く）
           PERFORM   NHL-LOAD-PROC.
           PERFORM   PKO-LOAD-PROC.
           PERFORM   PKD-LOAD-PROC.
      *>
      *>  当日分のケース内容明細を読み込む（無ければケース別一覧は
      *>  作らない）
           PERFORM   CTN-LOAD-PROC.
      *>
      *>  店舗ごとの事前出荷案内を書き出す
           PERFORM   ASN-ALL-PROC.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング対象受注ファイルの読み込み処理（受注数の積み上げ）
      *>受注明細は受付日時が必ず埋まるため、24桁目以降が空白の行は
      *>見出し・末尾レコードとして読み飛ばす。取消受注は相殺する
      *>************************************************************************
       PKO-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PKO-FILE.
      *>
           EVALUATE   PKO-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     DISPLAY   "PKO-FILEが見つかりません"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                WHEN   OTHER
                     DISPLAY   "PKO-FILE入出力エラー:"
                               PKO-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   PKO-FILE-STATUS   NOT =   "00"
                READ   PKO-FILE
                     AT   END
                          MOVE   "10"   TO   PKO-FILE-STATUS
                     NOT   AT   END
      *>                    店舗間移庫（注文種別"7"）は店舗への出荷
      *>                    案内の対象にしない
                          IF   PKO-RECODE(24:19)   NOT =   SPACE
                          AND  PKO-TYUMON-KUBUN    NOT =   "7"
                               ADD       1   TO   WRK-COUNT
                               PERFORM   PKO-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     PKO-FILE.
      *>
       PKO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注明細１件分の受注数の積み上げ処理
      *>************************************************************************
       PKO-ONE-PROC                   SECTION.
      *>
      *>  取消（"9"）と変更の減量差分（"6"）は相殺する
           IF   PKO-TYUMON-KUBUN   =   "9"
           OR   PKO-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   PKO-TYUMON-SU
           ELSE
                MOVE      PKO-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
      *>
           MOVE      PKO-MISEBAN       TO   WK-ASN-KEY-MISEBAN.
           MOVE      SPACE              TO   WK-ASN-KEY-KOKYAKU.
           MOVE      SPACE              TO   WK-ASN-KEY-NOHIN.
           MOVE      PKO-SHOHIN-CODE   TO   WK-ASN-KEY-SHOHIN.
      *>  顧客コード付きの受注は受注納品先対応から納品先を引く
           IF   PKO-KOKYAKU-CODE   NOT =   SPACE
                PERFORM   NHL-LOOKUP-PROC
           END-IF.
           PERFORM   ASN-KEY-FIND-PROC.
           IF   WK-ASN-FOUND-FLG   =   1
                ADD   WK-TYUMON-SU-SIGNED   TO
                     ADD    1   TO   WK-ASN-COUNT
                     MOVE   WK-ASN-KEY-MISEBAN    TO
                          WK-ASN-MISEBAN(WK-ASN-COUNT)
                     MOVE   WK-ASN-KEY-KOKYAKU    TO
                          WK-ASN-KOKYAKU-CODE(WK-ASN-COUNT)
                     MOVE   WK-ASN-KEY-NOHIN      TO
                          WK-ASN-NOHIN-CODE(WK-ASN-COUNT)
                     MOVE   WK-ASN-KEY-SHOHIN     TO
                          WK-ASN-SHOHIN-CODE(WK-ASN-COUNT)
                     MOVE   WK-TYUMON-SU-SIGNED   TO
                END-IF
           END-IF.
      *>
       PKO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注の納品先の検索処理
      *>店番・注文番号・顧客コードが一致し、受注日が受付日付以前で
      *>最も新しい受注納品先対応の顧客コード・納品先コードを
      *>突き合わせのキーに設定する（無ければ店舗への納品のまま）
      *>************************************************************************
       NHL-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-NHL-BEST-DATE.
           PERFORM   VARYING   WK-NHL-IDX   FROM   1   BY   1
                UNTIL   WK-NHL-IDX   >   WK-NHL-COUNT
                IF   WK-NHL-MISEBAN(WK-NHL-IDX)   =   PKO-MISEBAN
                AND  WK-NHL-TYUMON-BANGOU(WK-NHL-IDX)
                          =   PKO-TYUMON-BANGOU
                AND  WK-NHL-KOKYAKU-CODE(WK-NHL-IDX)
                          =   PKO-KOKYAKU-CODE
                AND  WK-NHL-JUCHU-DATE(WK-NHL-IDX)   <=   PKO-HIDUKE
                AND  WK-NHL-JUCHU-DATE(WK-NHL-IDX)
                          >=   WK-NHL-BEST-DATE
                     MOVE   WK-NHL-JUCHU-DATE(WK-NHL-IDX)
                          TO   WK-NHL-BEST-DATE
                     MOVE   WK-NHL-KOKYAKU-CODE(WK-NHL-IDX)
                          TO   WK-ASN-KEY-KOKYAKU
                     MOVE   WK-NHL-NOHIN-CODE(WK-NHL-IDX)
                          TO   WK-ASN-KEY-NOHIN
                END-IF
           END-PERFORM.
      *>
       NHL-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注納品先対応ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全ての受注を店舗への納品として扱う
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
           EXIT.
      *>************************************************************************
      *>ピッキング結果１件分の出荷数の設定処理
      *>同じ店番・商品の納品先の行へ受注数（既に割り当てた分を除く）
      *>まで先に割り当て、残りを店舗の行の出荷数とする
      *>************************************************************************
       PKD-ONE-PROC                   SECTION.
      *>
           MOVE      PKD-PICK-SU   TO   WK-PKD-REST-SU.
           PERFORM   VARYING   WK-ASN-IDX   FROM   1   BY   1
                UNTIL   WK-ASN-IDX   >   WK-ASN-COUNT
                   OR   WK-PKD-REST-SU   NOT >   ZERO
                IF   WK-ASN-MISEBAN(WK-ASN-IDX)       =   PKD-MISEBAN
                AND  WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                          =   PKD-SHOHIN-CODE
                AND  WK-ASN-NOHIN-CODE(WK-ASN-IDX)   NOT =   SPACE
                AND  WK-ASN-TYUMON-SU(WK-ASN-IDX)
                          >   WK-ASN-SHUKKA-SU(WK-ASN-IDX)
                     COMPUTE   WK-PKD-TAKE-SU   =
                               WK-ASN-TYUMON-SU(WK-ASN-IDX)
                             - WK-ASN-SHUKKA-SU(WK-ASN-IDX)
                     IF   WK-PKD-TAKE-SU   >   WK-PKD-REST-SU
                          MOVE   WK-PKD-REST-SU   TO   WK-PKD-TAKE-SU
                     END-IF
                     ADD        WK-PKD-TAKE-SU   TO
                                WK-ASN-SHUKKA-SU(WK-ASN-IDX)
                     SUBTRACT   WK-PKD-TAKE-SU   FROM   WK-PKD-REST-SU
                END-IF
           END-PERFORM.
           IF   WK-PKD-REST-SU   =   ZERO
                GO   TO   PKD-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      PKD-MISEBAN       TO   WK-ASN-KEY-MISEBAN.
           MOVE      SPACE             TO   WK-ASN-KEY-KOKYAKU.
           MOVE      SPACE             TO   WK-ASN-KEY-NOHIN.
           MOVE      PKD-SHOHIN-CODE   TO   WK-ASN-KEY-SHOHIN.
           PERFORM   ASN-KEY-FIND-PROC.
           IF   WK-ASN-FOUND-FLG   =   1
                ADD   WK-PKD-REST-SU   TO
                     WK-ASN-SHUKKA-SU(WK-ASN-FOUND-IDX)
           ELSE
                IF   WK-ASN-COUNT   <   9999
                     ADD    1   TO   WK-ASN-COUNT
                     MOVE   WK-ASN-KEY-MISEBAN   TO
                          WK-ASN-MISEBAN(WK-ASN-COUNT)
                     MOVE   SPACE                TO
                          WK-ASN-KOKYAKU-CODE(WK-ASN-COUNT)
                     MOVE   SPACE                TO
                          WK-ASN-NOHIN-CODE(WK-ASN-COUNT)
                     MOVE   WK-ASN-KEY-SHOHIN    TO
                          WK-ASN-SHOHIN-CODE(WK-ASN-COUNT)
                     MOVE   ZERO          TO
                          WK-ASN-TYUMON-SU(WK-ASN-COUNT)
                     MOVE   WK-PKD-REST-SU   TO
                          WK-ASN-SHUKKA-SU(WK-ASN-COUNT)
                     MOVE   ZERO   TO   WK-ASN-DONE-FLG(WK-ASN-COUNT)
                END-IF
      *>
           EXIT.
      *>************************************************************************
      *>突き合わせテーブルの検索処理（店番＋納品先＋商品コード）
      *>************************************************************************
       ASN-KEY-FIND-PROC              SECTION.
      *>
                UNTIL   WK-ASN-IDX   >   WK-ASN-COUNT
                IF   WK-ASN-MISEBAN(WK-ASN-IDX)
                          =   WK-ASN-KEY-MISEBAN
                AND  WK-ASN-KOKYAKU-CODE(WK-ASN-IDX)
                          =   WK-ASN-KEY-KOKYAKU
                AND  WK-ASN-NOHIN-CODE(WK-ASN-IDX)
                          =   WK-ASN-KEY-NOHIN
                AND  WK-ASN-SHOHIN-CODE(WK-ASN-IDX)
                          =   WK-ASN-KEY-SHOHIN
                     MOVE   1   TO   WK-ASN-FOUND-FLG
           EXIT.
      *>************************************************************************
      *>全店舗分の事前出荷案内の書き出し処理
      *>未処理の行から店舗（または納品先）を順に選び、その明細を
      *>まとめて１ファイルにする
      *>************************************************************************
       ASN-ALL-PROC                   SECTION.
      *>
                IF   WK-ASN-DONE-FLG(WK-ASN-IDX2)   =   ZERO
                     MOVE      WK-ASN-MISEBAN(WK-ASN-IDX2)
                                    TO   WK-CUR-MISEBAN
                     MOVE      WK-ASN-KOKYAKU-CODE(WK-ASN-IDX2)
                                    TO   WK-CUR-KOKYAKU-CODE
                     MOVE      WK-ASN-NOHIN-CODE(WK-ASN-IDX2)
                                    TO   WK-CUR-NOHIN-CODE
                     PERFORM   ASN-ONE-MISE-PROC
                END-IF
           END-PERFORM.
           EXIT.
      *>************************************************************************
      *>店舗１件分の事前出荷案内の書き出し処理
      *>納品先の案内は顧客コード・納品先コードでファイル名を組み立て、
      *>見出しの店番には出荷元の店舗を設定する
      *>************************************************************************
       ASN-ONE-MISE-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-CUR-REC-COUNT.
           MOVE      ZERO   TO   WK-CUR-SU-TOTAL.
      *>
           MOVE      SPACE   TO   WK-ASN-FILENAME.
           IF   WK-CUR-NOHIN-CODE   =   SPACE
                ADD       1      TO   WRK-MISE-COUNT
                STRING    "ASN_"   WK-CUR-MISEBAN   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-ASN-FILENAME
           ELSE
                ADD       1      TO   WRK-NOHIN-COUNT
                STRING    "ASNS_"   WK-CUR-KOKYAKU-CODE
                          WK-CUR-NOHIN-CODE   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-ASN-FILENAME
           END-IF.
           OPEN      OUTPUT   ASN-FILE.
      *>
           MOVE      "H"              TO   ASN-HDR-KUBUN.
                UNTIL   WK-ASN-IDX   >   WK-ASN-COUNT
                IF   WK-ASN-DONE-FLG(WK-ASN-IDX)   =   ZERO
                AND  WK-ASN-MISEBAN(WK-ASN-IDX)   =   WK-CUR-MISEBAN
                AND  WK-ASN-KOKYAKU-CODE(WK-ASN-IDX)
                          =   WK-CUR-KOKYAKU-CODE
                AND  WK-ASN-NOHIN-CODE(WK-ASN-IDX)
                          =   WK-CUR-NOHIN-CODE
                     PERFORM   ASN-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
           WRITE     ASN-TRL-RECODE.
      *>
           CLOSE     ASN-FILE.
      *>
      *>  ケース別内容一覧は店舗単位なので納品先の案内では作らない
           IF   WK-CUR-NOHIN-CODE   NOT =   SPACE
                GO   TO   ASN-ONE-MISE-PROC-EXIT
           END-IF.
      *>
      *>  当該店舗のケースがあればケース別内容一覧を書き出す
           MOVE      ZERO   TO   WK-CTN-FOUND-FLG.
           PERFORM   VARYING   WK-CTN-IDX   FROM   1   BY   1
                UNTIL   WK-CTN-IDX   >   WK-CTN-COUNT
                IF   WK-CTN-MISEBAN(WK-CTN-IDX)   =   WK-CUR-MISEBAN
                     MOVE   1   TO   WK-CTN-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-CTN-FOUND-FLG   =   1
                PERFORM   ACT-ONE-MISE-PROC
           END-IF.
      *>
       ASN-ONE-MISE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分のケース別内容一覧の書き出し処理
      *>ケース内容明細の順（ケース番号順）に、当該店舗の行を書き出す
      *>************************************************************************
       ACT-ONE-MISE-PROC              SECTION.
      *>
           ADD       1      TO   WRK-ACT-COUNT.
           MOVE      ZERO   TO   WK-CUR-REC-COUNT.
           MOVE      ZERO   TO   WK-CUR-SU-TOTAL.
      *>
           MOVE      SPACE   TO   WK-ACT-FILENAME.
           STRING    "ASNCTN_"   WK-CUR-MISEBAN   ".txt"
                     DELIMITED   BY   SIZE
                     INTO   WK-ACT-FILENAME.
           OPEN      OUTPUT   ACT-FILE.
      *>
           MOVE      "H"              TO   ACT-HDR-KUBUN.
           MOVE      WK-CUR-MISEBAN   TO   ACT-HDR-MISEBAN.
           MOVE      WRK-RUN-DATE     TO   ACT-HDR-CREATE-DATE.
           WRITE     ACT-HDR-RECODE.
      *>
           PERFORM   VARYING   WK-CTN-IDX   FROM   1   BY   1
                UNTIL   WK-CTN-IDX   >   WK-CTN-COUNT
                IF   WK-CTN-MISEBAN(WK-CTN-IDX)   =   WK-CUR-MISEBAN
                     ADD    1   TO   WK-CUR-REC-COUNT
                     ADD    WK-CTN-SU(WK-CTN-IDX)   TO   WK-CUR-SU-TOTAL
                     MOVE   WK-CTN-SHOHIN-CODE(WK-CTN-IDX)
                          TO   WK-SHOHIN-CHK-CODE
                     PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                     MOVE   WK-CTN-CARTON-NO(WK-CTN-IDX)
                          TO   ACT-CARTON-NO
                     MOVE   WK-CTN-KUBUN(WK-CTN-IDX)
                          TO   ACT-CARTON-KUBUN
                     MOVE   WK-CTN-SHOHIN-CODE(WK-CTN-IDX)
                          TO   ACT-SHOHIN-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME-SAVE
                          TO   ACT-SHOHIN-NAME
                     MOVE   WK-CTN-SU(WK-CTN-IDX)   TO   ACT-SU
                     MOVE   WK-NOUHIN-DATE          TO   ACT-NOUHIN-DATE
                     WRITE  ACT-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      "T"                TO   ACT-TRL-KUBUN.
           MOVE      WK-CUR-REC-COUNT   TO   ACT-TRL-RECORD-COUNT.
           MOVE      WK-CUR-SU-TOTAL    TO   ACT-TRL-SU-TOTAL.
           WRITE     ACT-TRL-RECODE.
      *>
           CLOSE     ACT-FILE.
      *>
       ACT-ONE-MISE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ケース内容明細ファイルの読み込み処理（当日分をテーブルに展開する）
      *>前日以前に作られた行は読み飛ばす。ファイルが無い場合は
      *>ケース別内容一覧を作らない
      *>************************************************************************
       CTN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   CTN-FILE.
           IF   CTN-FILE-STATUS   NOT =   "00"
                CLOSE   CTN-FILE
                GO   TO   CTN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   CTN-FILE-STATUS   NOT =   "00"
                READ   CTN-FILE
                     AT   END
                          MOVE   "10"   TO   CTN-FILE-STATUS
                     NOT   AT   END
                          IF   CTN-SYUKKA-DATE   =   WRK-RUN-DATE
                          AND  CTN-SU   NUMERIC
                          AND  WK-CTN-COUNT   <   9999
                               ADD    1   TO   WK-CTN-COUNT
                               MOVE   CTN-CARTON-NO      TO
                                    WK-CTN-CARTON-NO(WK-CTN-COUNT)
                               MOVE   CTN-MISEBAN        TO
                                    WK-CTN-MISEBAN(WK-CTN-COUNT)
                               MOVE   CTN-CARTON-KUBUN   TO
                                    WK-CTN-KUBUN(WK-CTN-COUNT)
                               MOVE   CTN-SHOHIN-CODE    TO
                                    WK-CTN-SHOHIN-CODE(WK-CTN-COUNT)
                               MOVE   CTN-SU             TO
                                    WK-CTN-SU(WK-CTN-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     CTN-FILE.
      *>
       CTN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>事前出荷案内の明細行１件分の書き出し処理
      *>末尾の合計には出荷数（マイナスはゼロ扱い）を積み上げる
      *>************************************************************************
      *>
           DISPLAY   "対象受注件数:"   WRK-COUNT
                     "　作成店舗数:"   WRK-MISE-COUNT.
           DISPLAY   "ケース別一覧店舗数:"   WRK-ACT-COUNT.
           DISPLAY   "納品先別案内作成数:"   WRK-NOHIN-COUNT.
      *>
           IF   WRK-MISE-COUNT   =   ZERO
           AND  WRK-NOHIN-COUNT  =   ZERO
                DISPLAY   "出荷案内の対象がありません"
                MOVE      4   TO   RETURN-CODE
           END-IF.
