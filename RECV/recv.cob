      *>積み増す。発注数に対する過納・未納（分納）は日次入荷報告書
      *>（RECVREP.txt）に区分付きで印字し、発注登録簿の入荷済数を
      *>積み上げて発注数に達した行は入荷済に更新する。
      *>登録簿に無い発注番号・商品、入荷済・取消の行への入荷はエラーとして
      *>報告書に記録し、在庫へは反映しない（手編集による台帳崩れを
      *>防ぐため、在庫への反映はこのプログラム経由のみとする）。
      *>入荷トランザクションはロット番号を持ち、検収できた入荷は
      *>ロット別在庫台帳（ZAIKOLOT.txt）へもロット単位で積み増す
      *>（同一商品・同一ロットの行があれば残数を加算する）。
      *>検収できた入荷は１件ずつ入荷履歴（RCPTHIST.txt）へ追記し、
      *>仕入先請求の照合で入荷日・入荷数の根拠に使用する。
      *>入荷トランザクションの末尾には仕入先の納品書で確認した実際の
      *>購入単価を入れる（空白・ゼロの場合は発注単価とみなす）。入荷
      *>単価は入荷履歴に記録し、購入価格差異の計算（PPV001）に使う。
      *>在庫へ積み増した入荷は在庫移動記録（ZAIKOIDO.txt）へ発注番号
      *>付きで１件ずつ追記する。
      *>入荷トランザクションの末尾にはロットの賞味期限（YYYYMMDD）を
      *>入れ、ロット別在庫台帳へ記録する（空白・ゼロは期限管理の無い
      *>商品とする。既存ロットへの追加入荷で台帳に期限が無い場合は
      *>入荷トランザクションの期限を記録する）。
      *>特注受注に紐付いた発注明細（登録簿に特注受注番号の有る行）の
      *>入荷は、特注受注台帳（TOKUCHU.txt）の受注が発注済のままなら
      *>在庫マスタ・ロット台帳・在庫移動記録へは入れずにその受注へ
      *>引き当てる（入荷履歴・登録簿の更新は通常どおり行う）。受注数
      *>に達した受注は引当済とし、次の判定（JUDGE001）で出荷手配される。
      *>取消された特注受注の入荷は通常の入荷として在庫へ入れる。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>入荷履歴ファイル（検収できた入荷を追記する）
      *>************************************************************************
       SELECT   RCH-FILE      ASSIGN        TO "RCPTHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RCH-FILE-STATUS.
      *>************************************************************************
      *>日次入荷報告書ファイル
      *>************************************************************************
       SELECT   RECVREP-FILE  ASSIGN         TO "RECVREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>在庫移動記録ファイル（現在庫の増減を１件ずつ積み重ねる）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>特注受注台帳ファイル（特注受注に紐付いた入荷を引き当てる）
      *>************************************************************************
       SELECT   TOKUCHU-FILE  ASSIGN        TO "TOKUCHU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TOKUCHU-FILE-STATUS.
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
           03   RCPT-NYUKA-SU                  PIC 9(005).
           03   RCPT-NYUKA-DATE                PIC 9(008).
           03   RCPT-LOT-BANGOU                PIC X(008).
           03   RCPT-NYUKA-TANKA               PIC 9(006).
           03   RCPT-KIGEN-DATE                PIC 9(008).
      *>************************************************************************
      *>発注登録簿ファイルのレイアウト定義
      *>************************************************************************
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
      *>************************************************************************
      *>入荷履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RCH-FILE.
       01   RCH-RECODE.
           COPY   RCPTHIST   REPLACING   ==:PREFIX:==   BY   ==RCH==.
      *>************************************************************************
      *>日次入荷報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
       FD   RECVREP-FILE.
       01   RECVREP-RECODE                         PIC X(100).
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>特注受注台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   TOKUCHU-FILE.
       01   TOKUCHU-RECODE.
           COPY   TOKUCHU    REPLACING   ==:PREFIX:==   BY   ==TKC==.
      *>************************************************************************
      *>実行番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   RUNNO-FILE.
       01   RUNNO-RECODE                          PIC 9(006).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  RCPT-FILE-STATUS                         PIC XX.
       01  POREG-FILE-STATUS                        PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  LOT-FILE-STATUS                          PIC XX.
       01  RCH-FILE-STATUS                          PIC XX.
       01  TOKUCHU-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-KANO-COUNT                   PIC 9(006).
             03   WRK-BUNNO-COUNT                  PIC 9(006).
             03   WRK-ERR-COUNT                    PIC 9(006).
             03   WRK-TOKU-COUNT                   PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
                 05   WK-POR-YOTEI-DATE           PIC 9(008).
                 05   WK-POR-STATUS               PIC X(001).
                 05   WK-POR-NYUKA-SU             PIC 9(005).
                 05   WK-POR-HATYU-TANKA          PIC 9(006).
                 05   WK-POR-TOKU-ZYUTYU-BANGOU   PIC X(008).
       01   WK-POR-FOUND-FLG                     PIC 9(001).
       01   WK-POR-FOUND-IDX                     PIC 9(004)  COMP.
      *>
                 05   WK-LOT-LOT-BANGOU           PIC X(008).
                 05   WK-LOT-NYUKA-DATE           PIC 9(008).
                 05   WK-LOT-ZAIKO-SU             PIC S9(007).
                 05   WK-LOT-KIGEN-DATE           PIC 9(008).
       01   WK-LOT-FOUND-FLG                     PIC 9(001).
      *>入荷ロットの賞味期限（入荷トランザクションから求める）
       01   WK-KIGEN-DATE                        PIC 9(008).
      *>
      *>特注受注台帳の保持用テーブル（ファイルが有った場合だけ
      *>書き戻す）
       01   WK-TKC-LOAD-FLG                      PIC 9(001).
       01   WK-TKC-AREA.
            03   WK-TKC-COUNT                    PIC 9(004)  COMP.
            03   WK-TKC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TKC-IDX.
                 05   WK-TKC-RECODE               PIC X(087).
       01   WK-TKC-FOUND-FLG                     PIC 9(001).
       01   WK-TKC-FOUND-IDX                     PIC 9(004)  COMP.
      *>特注受注台帳１行分の作業領域
       01   WK-TKC-WORK.
           COPY   TOKUCHU    REPLACING   ==:PREFIX:==   BY   ==TKW==.
      *>特注受注台帳の受注レコードの参照用領域
       01   WK-TKO-ORDREC.
           COPY   ORDREC     REPLACING   ==:PREFIX:==   BY   ==TKO==.
      *>特注受注の引当後の累計引当数の計算用領域
       01   WK-TKC-RUIKEI-SU                     PIC 9(007).
      *>
      *>報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           MOVE   ZERO        TO   WK-ZAIKO-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-LOT-COUNT.
           MOVE   ZERO        TO   WRK-TOKU-COUNT.
           MOVE   ZERO        TO   WK-TKC-COUNT.
           MOVE   ZERO        TO   WK-TKC-LOAD-FLG.
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
      *>  発注登録簿・在庫マスタ・商品マスタの読み込み
           PERFORM   POREG-LOAD-PROC.
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   LOT-LOAD-PROC.
           PERFORM   TOKUCHU-LOAD-PROC.
      *>
           OPEN   INPUT    RCPT-FILE
                  OUTPUT   RECVREP-FILE.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   RCPT-OPEN-CHK-PROC.
      *>
      *>  入荷履歴は追記する（無ければ新規に作成する）
           OPEN      EXTEND   RCH-FILE.
           IF   RCH-FILE-STATUS   NOT =   "00"
                CLOSE   RCH-FILE
                OPEN    OUTPUT   RCH-FILE
           END-IF.
      *>
           MOVE      WRK-RUN-DATE   TO   REP-HDR-RUN-DATE.
           WRITE     RECVREP-RECODE   FROM   REP-HDR-RECODE.
           PERFORM   RCPT-READ-PROC.
      *>
           CLOSE     RCPT-FILE
                     RECVREP-FILE
                     RCH-FILE
                     ZID-FILE.
      *>
      *>  検収後の発注登録簿・在庫マスタ・ロット台帳を書き戻す
           PERFORM   POREG-REWRITE-PROC.
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
           PERFORM   LOT-REWRITE-PROC.
           PERFORM   TOKUCHU-REWRITE-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RCPT-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WK-POR-STATUS(WK-POR-FOUND-IDX)   =   "9"
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "取消済の発注です"
                               TO   REP-KUBUN
                PERFORM   REP-ERR-WRITE-PROC
                GO   TO   RCPT-ONE-PROC-EXIT
           END-IF.
      *>
           IF   WK-POR-STATUS(WK-POR-FOUND-IDX)   NOT =   "1"
                ADD       1   TO   WRK-ERR-COUNT
                GO   TO   RCPT-ONE-PROC-EXIT
           END-IF.
      *>
      *>  特注受注に紐付いた明細は、台帳の受注が発注済のままなら
      *>  在庫へ入れずに受注へ引き当てる
           MOVE      ZERO   TO   WK-TKC-FOUND-FLG.
           IF   WK-POR-TOKU-ZYUTYU-BANGOU(WK-POR-FOUND-IDX)
                     NOT =   SPACE
                PERFORM   TOKUCHU-FIND-PROC
           END-IF.
      *>
      *>  在庫マスタへ入荷数を積み増す（入荷先の倉庫は発注登録簿の
      *>  行から求める。未登録商品はエラー）
           MOVE      WK-POR-SOKO-CODE(WK-POR-FOUND-IDX)
           IF   WK-CUR-SOKO-CODE   =   SPACE
                MOVE   "01"   TO   WK-CUR-SOKO-CODE
           END-IF.
           IF   WK-TKC-FOUND-FLG   NOT =   1
                MOVE      RCPT-SHOHIN-CODE   TO   WK-SHOHIN-CHK-CODE
                PERFORM   ZAIKO-MSTR-FIND-PROC
                IF   WK-ZAIKO-MSTR-FOUND-FLG   NOT =   1
                     ADD       1   TO   WRK-ERR-COUNT
                     MOVE      "在庫マスタ未登録の商品です"
                                    TO   REP-KUBUN
                     PERFORM   REP-ERR-WRITE-PROC
                     GO   TO   RCPT-ONE-PROC-EXIT
                END-IF
                ADD       RCPT-NYUKA-SU   TO
                     WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX)
      *>
      *>      在庫移動記録に入荷を記録する
                MOVE      "NK"               TO   ZID-IDO-KUBUN
                MOVE      RCPT-NYUKA-SU      TO   ZID-IDO-SU
                MOVE      RCPT-PO-BANGOU     TO   ZID-DENPYO-NO
                PERFORM   ZAIKOIDO-WRITE-PROC
      *>
      *>      ロット別在庫台帳にも入荷ロットを積み増す
                PERFORM   LOT-ADD-PROC
           END-IF.
      *>
      *>  入荷履歴へ１行追記する
           MOVE      RCPT-PO-BANGOU     TO   RCH-PO-BANGOU.
           MOVE      RCPT-SHOHIN-CODE   TO   RCH-SHOHIN-CODE.
           MOVE      WK-CUR-SOKO-CODE   TO   RCH-SOKO-CODE.
           MOVE      RCPT-NYUKA-SU      TO   RCH-NYUKA-SU.
           MOVE      RCPT-NYUKA-DATE    TO   RCH-NYUKA-DATE.
           MOVE      RCPT-LOT-BANGOU    TO   RCH-LOT-BANGOU.
           IF   RCPT-NYUKA-TANKA   NUMERIC
           AND  RCPT-NYUKA-TANKA   >   ZERO
                MOVE   RCPT-NYUKA-TANKA   TO   RCH-NYUKA-TANKA
           ELSE
                MOVE   WK-POR-HATYU-TANKA(WK-POR-FOUND-IDX)
                     TO   RCH-NYUKA-TANKA
           END-IF.
           WRITE     RCH-RECODE.
      *>
      *>  発注登録簿の入荷済数を積み上げる
           ADD       1   TO   WRK-KENSYU-COUNT.
                     MOVE   "分納（未納残あり）"
                          TO   REP-KUBUN
           END-EVALUATE.
      *>
      *>  特注受注へ引き当てる
           IF   WK-TKC-FOUND-FLG   =   1
                PERFORM   TOKU-HIKIATE-PROC
           END-IF.
      *>
           PERFORM   REP-LINE-WRITE-PROC.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の検索処理
      *>入荷した明細の発注番号・商品・特注受注番号で発注済の行を探す
      *>（該当があればWK-TKC-FOUND-FLG＝１・WK-TKC-FOUND-IDXにその行）
      *>************************************************************************
       TOKUCHU-FIND-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-TKC-FOUND-FLG.
           MOVE      ZERO   TO   WK-TKC-FOUND-IDX.
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE      WK-TKC-RECODE(WK-TKC-IDX)   TO   WK-TKC-WORK
                MOVE      TKW-ORDER   TO   WK-TKO-ORDREC
                IF   TKW-HATYU-ZUMI
                AND  TKW-PO-BANGOU       =   RCPT-PO-BANGOU
                AND  TKO-SHOHIN-CODE     =   RCPT-SHOHIN-CODE
                AND  TKO-ZYUTYU-BANGOU   =
                          WK-POR-TOKU-ZYUTYU-BANGOU(WK-POR-FOUND-IDX)
                     MOVE   1   TO   WK-TKC-FOUND-FLG
                     SET    WK-TKC-FOUND-IDX   TO   WK-TKC-IDX
                END-IF
           END-PERFORM.
      *>
       TOKUCHU-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>入荷１件分の特注受注への引当処理
      *>台帳の入荷数を積み上げ、受注数に達した受注を引当済にする
      *>（受注数を超えた分も受注に付けたまま報告書に過納として示す）
      *>************************************************************************
       TOKU-HIKIATE-PROC              SECTION.
      *>
           ADD       1   TO   WRK-TOKU-COUNT.
           MOVE      WK-TKC-RECODE(WK-TKC-FOUND-IDX)   TO   WK-TKC-WORK.
           MOVE      TKW-ORDER   TO   WK-TKO-ORDREC.
           COMPUTE   WK-TKC-RUIKEI-SU   =
                     TKW-NYUKA-SU   +   RCPT-NYUKA-SU.
           IF   WK-TKC-RUIKEI-SU   >   99999
                MOVE   99999   TO   TKW-NYUKA-SU
           ELSE
                MOVE   WK-TKC-RUIKEI-SU   TO   TKW-NYUKA-SU
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   WK-TKC-RUIKEI-SU   >   TKO-TYUMON-SU
                     MOVE   "3"   TO   TKW-STATUS
                     MOVE   RCPT-NYUKA-DATE   TO   TKW-NYUKA-DATE
                     MOVE   "特注引当（過納）"
                          TO   REP-KUBUN
                WHEN   WK-TKC-RUIKEI-SU   =   TKO-TYUMON-SU
                     MOVE   "3"   TO   TKW-STATUS
                     MOVE   RCPT-NYUKA-DATE   TO   TKW-NYUKA-DATE
                     MOVE   "特注引当済"
                          TO   REP-KUBUN
                WHEN   OTHER
                     MOVE   "特注分納・未納残"
                          TO   REP-KUBUN
           END-EVALUATE.
      *>
           MOVE      WK-TKC-WORK   TO   WK-TKC-RECODE(WK-TKC-FOUND-IDX).
      *>
       TOKU-HIKIATE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の読み込み処理（全行をテーブルに展開する）
      *>ファイルが無い場合は特注受注なしとする
      *>************************************************************************
       TOKUCHU-LOAD-PROC              SECTION.
      *>
           OPEN      INPUT   TOKUCHU-FILE.
           IF   TOKUCHU-FILE-STATUS   NOT =   "00"
                CLOSE   TOKUCHU-FILE
                GO   TO   TOKUCHU-LOAD-PROC-EXIT
           END-IF.
      *>
           MOVE      1   TO   WK-TKC-LOAD-FLG.
           PERFORM   UNTIL   TOKUCHU-FILE-STATUS   NOT =   "00"
                READ   TOKUCHU-FILE
                     AT   END
                          MOVE   "10"   TO   TOKUCHU-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TKC-COUNT   <   9999
                               ADD    1   TO   WK-TKC-COUNT
                               MOVE   TOKUCHU-RECODE   TO
                                    WK-TKC-RECODE(WK-TKC-COUNT)
                          ELSE
                               DISPLAY   "特注受注台帳の"
                                         "件数超過:"
                                         TKC-ORDER(1:8)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の書き戻し処理（読み込めた場合だけ行う）
      *>************************************************************************
       TOKUCHU-REWRITE-PROC           SECTION.
      *>
           IF   WK-TKC-LOAD-FLG   NOT =   1
                GO   TO   TOKUCHU-REWRITE-PROC-EXIT
           END-IF.
      *>
           OPEN      OUTPUT   TOKUCHU-FILE.
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE   WK-TKC-RECODE(WK-TKC-IDX)   TO   TOKUCHU-RECODE
                WRITE  TOKUCHU-RECODE
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>報告書の明細行の印字処理（検収できた入荷）
      *>************************************************************************
       REP-LINE-WRITE-PROC       SECTION.
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
      *>************************************************************************
      *>入荷１件分のロット台帳への積み増し処理
      *>同一商品・同一ロットの行があれば残数を加算し、無ければ
      *>新しいロット行を起こす（賞味期限も記録する）
      *>************************************************************************
       LOT-ADD-PROC                   SECTION.
      *>
           IF   RCPT-KIGEN-DATE   NUMERIC
                MOVE   RCPT-KIGEN-DATE   TO   WK-KIGEN-DATE
           ELSE
                MOVE   ZERO              TO   WK-KIGEN-DATE
           END-IF.
      *>
           MOVE      ZERO   TO   WK-LOT-FOUND-FLG.
           PERFORM   VARYING   WK-LOT-IDX   FROM   1   BY   1
                     MOVE   1   TO   WK-LOT-FOUND-FLG
                     ADD    RCPT-NYUKA-SU   TO
                          WK-LOT-ZAIKO-SU(WK-LOT-IDX)
                     IF   WK-LOT-KIGEN-DATE(WK-LOT-IDX)   =   ZERO
                          MOVE   WK-KIGEN-DATE   TO
                               WK-LOT-KIGEN-DATE(WK-LOT-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
                     WK-LOT-NYUKA-DATE(WK-LOT-COUNT)
                MOVE   RCPT-NYUKA-SU      TO
                     WK-LOT-ZAIKO-SU(WK-LOT-COUNT)
                MOVE   WK-KIGEN-DATE      TO
                     WK-LOT-KIGEN-DATE(WK-LOT-COUNT)
           END-IF.
      *>
       LOT-ADD-PROC-EXIT.
                     TO   LOT-NYUKA-DATE
                MOVE   WK-LOT-ZAIKO-SU(WK-LOT-IDX)
                     TO   LOT-ZAIKO-SU
                MOVE   WK-LOT-KIGEN-DATE(WK-LOT-IDX)
                     TO   LOT-KIGEN-DATE
                WRITE   LOT-RECODE
           END-PERFORM.
      *>
                                    WK-POR-STATUS(WK-POR-COUNT)
                               MOVE   POR-NYUKA-SU     TO
                                    WK-POR-NYUKA-SU(WK-POR-COUNT)
                               IF   POR-HATYU-TANKA   NUMERIC
                                    MOVE   POR-HATYU-TANKA   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               ELSE
                                    MOVE   ZERO   TO
                                         WK-POR-HATYU-TANKA
                                              (WK-POR-COUNT)
                               END-IF
                               MOVE   POR-TOKU-ZYUTYU-BANGOU   TO
                                    WK-POR-TOKU-ZYUTYU-BANGOU
                                         (WK-POR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
                     TO   POR-STATUS
                MOVE   WK-POR-NYUKA-SU(WK-POR-IDX)
                     TO   POR-NYUKA-SU
                MOVE   WK-POR-HATYU-TANKA(WK-POR-IDX)
                     TO   POR-HATYU-TANKA
                MOVE   WK-POR-TOKU-ZYUTYU-BANGOU(WK-POR-IDX)
                     TO   POR-TOKU-ZYUTYU-BANGOU
                WRITE   POREG-RECODE
           END-PERFORM.
      *>
           MOVE      WRK-KENSYU-COUNT   TO   MSG1-KENSYU-COUNT.
           MOVE      WRK-ERR-COUNT      TO   MSG1-ERR-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
           IF   WRK-TOKU-COUNT   NOT =   ZERO
                DISPLAY   "特注受注への引当件数："
                          WRK-TOKU-COUNT   UPON   CONSOLE
           END-IF.
      *>
           IF   WRK-ERR-COUNT   NOT =   ZERO
                MOVE   4   TO   RETURN-CODE
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
