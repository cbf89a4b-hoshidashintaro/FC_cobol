      *>************************************************************************
      *>銀行振込入金の取込・自動照合プログラム
      *>銀行の振込入金通知ファイル（BANKIN.txt）の明細を読み、振込
      *>依頼人名（カナ）を振込依頼人名対応表（PAYERMAP.txt）で顧客
      *>コードに置き換え、売掛元帳（ARLEDG.txt）の当該顧客の未消込の
      *>請求へ照合して入金ファイル（PAYIN.txt）の行を作成する。
      *>　・振込金額と未消込残高が一致する請求があれば、その請求
      *>　　（複数あれば古い方）に全額を充てる
      *>　・一致する請求が無ければ、古い請求（元帳の並び順）から順に
      *>　　残高まで充て、請求ごとに入金ファイルの行を作成する
      *>未消込残高は元帳の残高から、入金ファイルに既にある未処理の
      *>入金（手入力分）と今回作成した入金を差し引いて求める。
      *>依頼人名が未登録・複数の顧客に該当する・未消込の請求が無い・
      *>振込金額が未消込残高の合計を超えるなど自動で照合できない
      *>振込は、ARLEDG001の実行前に担当者が処理できるよう理由付きで
      *>未照合入金一覧（BANKSUS.txt）へ書き出す。
      *>入金ファイルへは追記する（手入力の入金はそのまま残る）。
      *>自動照合で作成した入金の入力者欄は空白とする。
      *>取り込んだ振込は勘定日＋照会番号で振込入金取込履歴
      *>（BANKHIST.txt）へ照合の結果とともに追記する。同じ通知
      *>ファイルを再度取り込んだ場合など、履歴に既にある（または
      *>同じファイル内で重複する）振込は照合せずに「取込済み」として
      *>未照合入金一覧へ書き出し、リターンコード４で終了する（入金の
      *>二重作成を防ぐ）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   BANKIN001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>振込入金通知ファイル
      *>************************************************************************
       SELECT   BNK-FILE      ASSIGN        TO "BANKIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BNK-FILE-STATUS.
      *>************************************************************************
      *>振込依頼人名対応表ファイル
      *>************************************************************************
       SELECT   PYM-FILE      ASSIGN        TO "PAYERMAP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PYM-FILE-STATUS.
      *>************************************************************************
      *>売掛元帳ファイル
      *>************************************************************************
       SELECT   ARLEDG-FILE   ASSIGN        TO "ARLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ARLEDG-FILE-STATUS.
      *>************************************************************************
      *>入金ファイル
      *>************************************************************************
       SELECT   PAY-FILE      ASSIGN        TO "PAYIN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PAY-FILE-STATUS.
      *>************************************************************************
      *>未照合入金一覧ファイル
      *>************************************************************************
       SELECT   BNKSUS-FILE   ASSIGN         TO "BANKSUS.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>振込入金取込履歴ファイル（取込済みの振込の確認用・追記）
      *>************************************************************************
       SELECT   BKH-FILE      ASSIGN        TO "BANKHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS BKH-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>振込入金通知ファイルのレイアウト定義
      *>************************************************************************
       FD   BNK-FILE.
       01   BNK-RECODE.
           COPY   BANKIN   REPLACING   ==:PREFIX:==   BY   ==BNK==.
      *>************************************************************************
      *>振込依頼人名対応表ファイルのレイアウト定義
      *>************************************************************************
       FD   PYM-FILE.
       01   PYM-RECODE.
           COPY   PAYERMAP   REPLACING   ==:PREFIX:==   BY   ==PYM==.
      *>************************************************************************
      *>売掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   ARLEDG-FILE.
       01   ARLEDG-RECODE.
           COPY   ARLEDG   REPLACING   ==:PREFIX:==   BY   ==ARL==.
      *>************************************************************************
      *>入金ファイルのレイアウト定義
      *>************************************************************************
       FD   PAY-FILE.
       01   PAY-RECODE.
           COPY   PAYIN    REPLACING   ==:PREFIX:==   BY   ==PAY==.
      *>************************************************************************
      *>未照合入金一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   BNKSUS-FILE.
       01   BNKSUS-RECODE.
           03   SUS-KANJYO-DATE       PIC 9(008).
           03   FILLER                PIC X(002).
           03   SUS-SYOUKAI-BANGOU    PIC 9(006).
           03   FILLER                PIC X(002).
           03   SUS-FURIKOMI-KINGAKU  PIC 9(010).
           03   FILLER                PIC X(002).
           03   SUS-KOKYAKU-CODE      PIC X(005).
           03   FILLER                PIC X(002).
           03   SUS-IRAININ-NAME      PIC X(048).
           03   FILLER                PIC X(002).
           03   SUS-RIYUU             PIC X(040).
      *>************************************************************************
      *>振込入金取込履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   BKH-FILE.
       01   BKH-RECODE.
           COPY   BNKHIST   REPLACING   ==:PREFIX:==   BY   ==BKH==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  BNK-FILE-STATUS                          PIC XX.
       01  PYM-FILE-STATUS                          PIC XX.
       01  ARLEDG-FILE-STATUS                       PIC XX.
       01  PAY-FILE-STATUS                          PIC XX.
       01  BKH-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-MEISAI-COUNT                 PIC 9(006).
             03   WRK-SHOGO-COUNT                  PIC 9(006).
             03   WRK-PAYIN-COUNT                  PIC 9(006).
             03   WRK-SUS-COUNT                    PIC 9(006).
             03   WRK-ZUMI-COUNT                   PIC 9(006).
             03   WRK-SUS-COUNT-SAVE               PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "BANKIN01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>振込依頼人名対応表保持用テーブル
       01   WK-PYM-AREA.
            03   WK-PYM-COUNT                    PIC 9(004)  COMP.
            03   WK-PYM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-PYM-IDX.
                 05   WK-PYM-KOKYAKU-CODE         PIC X(005).
                 05   WK-PYM-IRAININ-NAME         PIC X(048).
      *>依頼人名から求めた顧客コードと該当した顧客数
       01   WK-PYM-KOKYAKU-SAVE                  PIC X(005).
       01   WK-PYM-HIT-COUNT                     PIC 9(004)  COMP.
      *>
      *>取込済みの振込（取込履歴と今回取り込んだ振込）保持用テーブル
       01   WK-BKH-AREA.
            03   WK-BKH-COUNT                    PIC 9(005)  COMP.
            03   WK-BKH-TBL                      OCCURS 99999 TIMES
                                    INDEXED BY WK-BKH-IDX.
                 05   WK-BKH-KANJYO-DATE          PIC 9(008).
                 05   WK-BKH-SYOUKAI-BANGOU       PIC 9(006).
       01   WK-BKH-FOUND-FLG                     PIC 9(001).
      *>
      *>未消込請求保持用テーブル（残高は未処理の入金を差し引いた値）
       01   WK-OPN-AREA.
            03   WK-OPN-COUNT                    PIC 9(004)  COMP.
            03   WK-OPN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-OPN-IDX.
                 05   WK-OPN-KOKYAKU-CODE         PIC X(005).
                 05   WK-OPN-INV-BANGOU           PIC 9(006).
                 05   WK-OPN-ZANDAKA              PIC S9(011).
       01   WK-OPN-FOUND-IDX                     PIC 9(004)  COMP.
      *>
      *>振込１件分の照合用の作業領域
       01   WK-SHOGO-AREA.
            03   WK-OPN-TOTAL                    PIC S9(011).
            03   WK-FURIKOMI-ZAN                 PIC S9(011).
            03   WK-HIKIATE                      PIC S9(011).
      *>未照合入金一覧へ書き出す理由
       01   WK-SUS-RIYUU                         PIC X(040).
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "振込明細件数：".
            03   MSG1-MEISAI-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　照合件数：".
            03   MSG1-SHOGO-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　入金作成行数：".
            03   MSG1-PAYIN-COUNT             PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　未照合件数：".
            03   MSG1-SUS-COUNT               PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-MEISAI-COUNT.
           MOVE   ZERO        TO   WRK-SHOGO-COUNT.
           MOVE   ZERO        TO   WRK-PAYIN-COUNT.
           MOVE   ZERO        TO   WRK-SUS-COUNT.
           MOVE   ZERO        TO   WRK-ZUMI-COUNT.
           MOVE   ZERO        TO   WK-PYM-COUNT.
           MOVE   ZERO        TO   WK-BKH-COUNT.
           MOVE   ZERO        TO   WK-OPN-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  振込入金通知ファイルが無い場合は異常終了する
           OPEN      INPUT   BNK-FILE.
           IF   BNK-FILE-STATUS   NOT =   "00"
                DISPLAY   "BANKINが読めません:"   BNK-FILE-STATUS
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
      *>  依頼人名対応表・未消込請求・未処理の入金の読み込み
           PERFORM   PYM-LOAD-PROC.
           PERFORM   ARLEDG-LOAD-PROC.
           PERFORM   PAYIN-LOAD-PROC.
      *>
      *>  取込済みの振込を読み込む
           PERFORM   BKH-LOAD-PROC.
      *>
      *>  振込明細を１件ずつ照合する（入金ファイル・取込履歴へは
      *>  追記する）
           OPEN   EXTEND   PAY-FILE.
           IF   PAY-FILE-STATUS   NOT =   "00"
                CLOSE   PAY-FILE
                OPEN    OUTPUT   PAY-FILE
           END-IF.
           OPEN   EXTEND   BKH-FILE.
           IF   BKH-FILE-STATUS   NOT =   "00"
                CLOSE   BKH-FILE
                OPEN    OUTPUT   BKH-FILE
           END-IF.
           OPEN      OUTPUT   BNKSUS-FILE.
      *>
           PERFORM   UNTIL   BNK-FILE-STATUS   NOT =   "00"
                READ   BNK-FILE
                     AT   END
                          MOVE   "10"   TO   BNK-FILE-STATUS
                     NOT   AT   END
                          IF   BNK-KUBUN-MEISAI
                               ADD       1   TO   WRK-MEISAI-COUNT
                               PERFORM   BNK-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     BNKSUS-FILE.
           CLOSE     BKH-FILE.
           CLOSE     PAY-FILE.
           CLOSE     BNK-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>振込依頼人名対応表の読み込み処理（内容をテーブルに展開する）
      *>対応表が無い場合はすべての振込が未照合となる
      *>************************************************************************
       PYM-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   PYM-FILE.
           IF   PYM-FILE-STATUS   NOT =   "00"
                CLOSE   PYM-FILE
                GO   TO   PYM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PYM-FILE-STATUS   NOT =   "00"
                READ   PYM-FILE
                     AT   END
                          MOVE   "10"   TO   PYM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-PYM-COUNT   <   999
                               ADD    1   TO   WK-PYM-COUNT
                               MOVE   PYM-KOKYAKU-CODE   TO
                                    WK-PYM-KOKYAKU-CODE(WK-PYM-COUNT)
                               MOVE   PYM-IRAININ-NAME   TO
                                    WK-PYM-IRAININ-NAME(WK-PYM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PYM-FILE.
      *>
       PYM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>売掛元帳の読み込み処理
      *>未消込（状況"1"）で残高のある行だけを元帳の並び順に保持する
      *>************************************************************************
       ARLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   ARLEDG-FILE.
           IF   ARLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   ARLEDG-FILE
                GO   TO   ARLEDG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ARLEDG-FILE-STATUS   NOT =   "00"
                READ   ARLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   ARLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   ARL-STS-MIKESHIKOMI
                          AND  ARL-SEIKYU-KINGAKU   >
                                    ARL-NYUKIN-KINGAKU
                          AND  WK-OPN-COUNT   <   9999
                               ADD    1   TO   WK-OPN-COUNT
                               MOVE   ARL-KOKYAKU-CODE   TO
                                    WK-OPN-KOKYAKU-CODE(WK-OPN-COUNT)
                               MOVE   ARL-INV-BANGOU     TO
                                    WK-OPN-INV-BANGOU(WK-OPN-COUNT)
                               COMPUTE   WK-OPN-ZANDAKA(WK-OPN-COUNT)
                                    =   ARL-SEIKYU-KINGAKU
                                    -   ARL-NYUKIN-KINGAKU
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     ARLEDG-FILE.
      *>
       ARLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>振込入金取込履歴の読み込み処理
      *>取込済みの振込の勘定日・照会番号をテーブルに展開する（履歴が
      *>無い場合は取込済みの振込なし）。テーブルに収まらない場合は
      *>二重取込を確かめられないため、何も出力せずに異常終了する
      *>************************************************************************
       BKH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   BKH-FILE.
           IF   BKH-FILE-STATUS   NOT =   "00"
                CLOSE   BKH-FILE
                GO   TO   BKH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   BKH-FILE-STATUS   NOT =   "00"
                READ   BKH-FILE
                     AT   END
                          MOVE   "10"   TO   BKH-FILE-STATUS
                     NOT   AT   END
                          IF   WK-BKH-COUNT   NOT <   99999
                               DISPLAY   "取込履歴が上限超過"
                               MOVE      8   TO   RETURN-CODE
                               STOP RUN
                          END-IF
                          ADD    1   TO   WK-BKH-COUNT
                          MOVE   BKH-KANJYO-DATE      TO
                               WK-BKH-KANJYO-DATE(WK-BKH-COUNT)
                          MOVE   BKH-SYOUKAI-BANGOU   TO
                               WK-BKH-SYOUKAI-BANGOU(WK-BKH-COUNT)
                END-READ
           END-PERFORM.
           CLOSE     BKH-FILE.
      *>
       BKH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未処理の入金の読み込み処理
      *>入金ファイルに既にある入金（手入力分・前回の取込分）は
      *>ARLEDG001で充当される前のため、該当する請求の残高から
      *>差し引いておく（二重の充当を防ぐ）
      *>************************************************************************
       PAYIN-LOAD-PROC                SECTION.
      *>
           OPEN      INPUT   PAY-FILE.
           IF   PAY-FILE-STATUS   NOT =   "00"
                CLOSE   PAY-FILE
                GO   TO   PAYIN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PAY-FILE-STATUS   NOT =   "00"
                READ   PAY-FILE
                     AT   END
                          MOVE   "10"   TO   PAY-FILE-STATUS
                     NOT   AT   END
                          PERFORM   PAY-PENDING-PROC
                END-READ
           END-PERFORM.
           CLOSE     PAY-FILE.
      *>
       PAYIN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未処理の入金１件分の差し引き処理
      *>************************************************************************
       PAY-PENDING-PROC               SECTION.
      *>
           PERFORM   VARYING   WK-OPN-IDX   FROM   1   BY   1
                UNTIL   WK-OPN-IDX   >   WK-OPN-COUNT
                IF   WK-OPN-KOKYAKU-CODE(WK-OPN-IDX)
                          =   PAY-KOKYAKU-CODE
                AND  WK-OPN-INV-BANGOU(WK-OPN-IDX)
                          =   PAY-INV-BANGOU
                     SUBTRACT   PAY-NYUKIN-KINGAKU   FROM
                          WK-OPN-ZANDAKA(WK-OPN-IDX)
                END-IF
           END-PERFORM.
      *>
       PAY-PENDING-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>振込明細１件分の処理
      *>取込済みの振込は照合せずに未照合入金一覧へ書き出す。それ以外
      *>は照合し、結果を取込履歴へ追記する
      *>************************************************************************
       BNK-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-BKH-FOUND-FLG.
           PERFORM   VARYING   WK-BKH-IDX   FROM   1   BY   1
                UNTIL   WK-BKH-IDX   >   WK-BKH-COUNT
                   OR   WK-BKH-FOUND-FLG   =   1
                IF   WK-BKH-KANJYO-DATE(WK-BKH-IDX)
                          =   BNK-KANJYO-DATE
                AND  WK-BKH-SYOUKAI-BANGOU(WK-BKH-IDX)
                          =   BNK-SYOUKAI-BANGOU
                     MOVE   1   TO   WK-BKH-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-BKH-FOUND-FLG   =   1
                ADD       1   TO   WRK-ZUMI-COUNT
                MOVE      SPACE   TO   WK-PYM-KOKYAKU-SAVE
                MOVE      "取込済みの振込（二重取込）"
                               TO   WK-SUS-RIYUU
                PERFORM   BNKSUS-WRITE-PROC
                GO   TO   BNK-ONE-PROC-EXIT
           END-IF.
           IF   WK-BKH-COUNT   NOT <   99999
                DISPLAY   "取込履歴が上限超過:"
                          BNK-SYOUKAI-BANGOU
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
      *>
           MOVE      WRK-SUS-COUNT   TO   WRK-SUS-COUNT-SAVE.
           PERFORM   BNK-SHOGO-PROC.
      *>
      *>  取込履歴へ追記し、同じファイル内の重複にも備えて控える
           MOVE      WRK-RUN-DATE           TO   BKH-RUN-DATE.
           MOVE      BNK-KANJYO-DATE        TO   BKH-KANJYO-DATE.
           MOVE      BNK-SYOUKAI-BANGOU     TO   BKH-SYOUKAI-BANGOU.
           MOVE      BNK-FURIKOMI-KINGAKU   TO   BKH-FURIKOMI-KINGAKU.
           MOVE      WK-PYM-KOKYAKU-SAVE    TO   BKH-KOKYAKU-CODE.
           IF   WRK-SUS-COUNT   =   WRK-SUS-COUNT-SAVE
                SET    BKH-KEKKA-SHOGO     TO   TRUE
           ELSE
                SET    BKH-KEKKA-MISHOGO   TO   TRUE
           END-IF.
           WRITE     BKH-RECODE.
           ADD       1   TO   WK-BKH-COUNT.
           MOVE      BNK-KANJYO-DATE      TO
                WK-BKH-KANJYO-DATE(WK-BKH-COUNT).
           MOVE      BNK-SYOUKAI-BANGOU   TO
                WK-BKH-SYOUKAI-BANGOU(WK-BKH-COUNT).
      *>
       BNK-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>振込明細１件分の照合処理
      *>************************************************************************
       BNK-SHOGO-PROC                 SECTION.
      *>
      *>  依頼人名から顧客を特定する
           MOVE      SPACE   TO   WK-PYM-KOKYAKU-SAVE.
           MOVE      ZERO    TO   WK-PYM-HIT-COUNT.
           PERFORM   VARYING   WK-PYM-IDX   FROM   1   BY   1
                UNTIL   WK-PYM-IDX   >   WK-PYM-COUNT
                IF   WK-PYM-IRAININ-NAME(WK-PYM-IDX)
                          =   BNK-IRAININ-NAME
                AND  WK-PYM-KOKYAKU-CODE(WK-PYM-IDX)
                          NOT =   WK-PYM-KOKYAKU-SAVE
                     ADD    1   TO   WK-PYM-HIT-COUNT
                     MOVE   WK-PYM-KOKYAKU-CODE(WK-PYM-IDX)
                          TO   WK-PYM-KOKYAKU-SAVE
                END-IF
           END-PERFORM.
      *>
           IF   WK-PYM-HIT-COUNT   =   ZERO
                MOVE      "振込依頼人名が未登録"
                               TO   WK-SUS-RIYUU
                PERFORM   BNKSUS-WRITE-PROC
                GO   TO   BNK-SHOGO-PROC-EXIT
           END-IF.
           IF   WK-PYM-HIT-COUNT   >   1
                MOVE      SPACE   TO   WK-PYM-KOKYAKU-SAVE
                MOVE      "依頼人名が複数の顧客に該当"
                               TO   WK-SUS-RIYUU
                PERFORM   BNKSUS-WRITE-PROC
                GO   TO   BNK-SHOGO-PROC-EXIT
           END-IF.
      *>
      *>  振込金額と残高が一致する請求を古い順に探す
           MOVE      ZERO   TO   WK-OPN-FOUND-IDX.
           MOVE      ZERO   TO   WK-OPN-TOTAL.
           PERFORM   VARYING   WK-OPN-IDX   FROM   1   BY   1
                UNTIL   WK-OPN-IDX   >   WK-OPN-COUNT
                IF   WK-OPN-KOKYAKU-CODE(WK-OPN-IDX)
                          =   WK-PYM-KOKYAKU-SAVE
                AND  WK-OPN-ZANDAKA(WK-OPN-IDX)   >   ZERO
                     ADD    WK-OPN-ZANDAKA(WK-OPN-IDX)   TO
                          WK-OPN-TOTAL
                     IF   WK-OPN-FOUND-IDX   =   ZERO
                     AND  WK-OPN-ZANDAKA(WK-OPN-IDX)
                               =   BNK-FURIKOMI-KINGAKU
                          MOVE   WK-OPN-IDX   TO   WK-OPN-FOUND-IDX
                     END-IF
                END-IF
           END-PERFORM.
      *>
           IF   WK-OPN-TOTAL   =   ZERO
                MOVE      "未消込の請求なし"   TO   WK-SUS-RIYUU
                PERFORM   BNKSUS-WRITE-PROC
                GO   TO   BNK-SHOGO-PROC-EXIT
           END-IF.
           IF   BNK-FURIKOMI-KINGAKU   >   WK-OPN-TOTAL
                MOVE      "振込額が残高合計を超過"
                               TO   WK-SUS-RIYUU
                PERFORM   BNKSUS-WRITE-PROC
                GO   TO   BNK-SHOGO-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WRK-SHOGO-COUNT.
      *>
      *>  残高が一致する請求があれば全額をその請求に充てる
           IF   WK-OPN-FOUND-IDX   NOT =   ZERO
                SET       WK-OPN-IDX   TO   WK-OPN-FOUND-IDX
                MOVE      BNK-FURIKOMI-KINGAKU   TO   WK-HIKIATE
                PERFORM   PAYIN-WRITE-PROC
                GO   TO   BNK-SHOGO-PROC-EXIT
           END-IF.
      *>
      *>  一致する請求が無ければ古い請求から順に残高まで充てる
           MOVE      BNK-FURIKOMI-KINGAKU   TO   WK-FURIKOMI-ZAN.
           PERFORM   VARYING   WK-OPN-IDX   FROM   1   BY   1
                UNTIL   WK-OPN-IDX   >   WK-OPN-COUNT
                     OR      WK-FURIKOMI-ZAN   <=   ZERO
                IF   WK-OPN-KOKYAKU-CODE(WK-OPN-IDX)
                          =   WK-PYM-KOKYAKU-SAVE
                AND  WK-OPN-ZANDAKA(WK-OPN-IDX)   >   ZERO
                     MOVE   WK-FURIKOMI-ZAN   TO   WK-HIKIATE
                     IF   WK-HIKIATE   >   WK-OPN-ZANDAKA(WK-OPN-IDX)
                          MOVE   WK-OPN-ZANDAKA(WK-OPN-IDX)
                               TO   WK-HIKIATE
                     END-IF
                     SUBTRACT  WK-HIKIATE   FROM   WK-FURIKOMI-ZAN
                     PERFORM   PAYIN-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
       BNK-SHOGO-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入金ファイルへの１行分の書き出し処理
      *>WK-OPN-IDXの請求へWK-HIKIATEの金額を充てる入金を作成し、
      *>今回の振込の照合に使えるよう請求の残高から差し引く
      *>************************************************************************
       PAYIN-WRITE-PROC               SECTION.
      *>
           ADD       1   TO   WRK-PAYIN-COUNT.
           MOVE      WK-OPN-KOKYAKU-CODE(WK-OPN-IDX)
                          TO   PAY-KOKYAKU-CODE.
           MOVE      WK-OPN-INV-BANGOU(WK-OPN-IDX)
                          TO   PAY-INV-BANGOU.
           MOVE      WK-HIKIATE        TO   PAY-NYUKIN-KINGAKU.
           MOVE      BNK-KANJYO-DATE   TO   PAY-NYUKIN-DATE.
           MOVE      SPACE             TO   PAY-OPERATOR-ID.
           WRITE     PAY-RECODE.
           SUBTRACT  WK-HIKIATE   FROM   WK-OPN-ZANDAKA(WK-OPN-IDX).
      *>
       PAYIN-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未照合入金一覧への１件分の書き出し処理
      *>理由は呼び出し側でWK-SUS-RIYUUに設定してから呼び出す
      *>************************************************************************
       BNKSUS-WRITE-PROC              SECTION.
      *>
           ADD       1   TO   WRK-SUS-COUNT.
           MOVE      SPACE                  TO   BNKSUS-RECODE.
           MOVE      BNK-KANJYO-DATE        TO   SUS-KANJYO-DATE.
           MOVE      BNK-SYOUKAI-BANGOU     TO   SUS-SYOUKAI-BANGOU.
           MOVE      BNK-FURIKOMI-KINGAKU   TO   SUS-FURIKOMI-KINGAKU.
           MOVE      WK-PYM-KOKYAKU-SAVE    TO   SUS-KOKYAKU-CODE.
           MOVE      BNK-IRAININ-NAME       TO   SUS-IRAININ-NAME.
           MOVE      WK-SUS-RIYUU           TO   SUS-RIYUU.
           WRITE     BNKSUS-RECODE.
      *>
       BNKSUS-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-MEISAI-COUNT   TO   MSG1-MEISAI-COUNT.
           MOVE      WRK-SHOGO-COUNT    TO   MSG1-SHOGO-COUNT.
           MOVE      WRK-PAYIN-COUNT    TO   MSG1-PAYIN-COUNT.
           MOVE      WRK-SUS-COUNT      TO   MSG1-SUS-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
      *>  未照合の振込がある場合は担当者の確認が必要な旨を返す
           IF   WRK-SUS-COUNT   NOT =   ZERO
                DISPLAY   "未照合の振込あり（BANKSUS.txt）"
                MOVE      4   TO   RETURN-CODE
           END-IF.
           IF   WRK-ZUMI-COUNT   NOT =   ZERO
                DISPLAY   "取込済みの振込あり:"
                          WRK-ZUMI-COUNT
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
