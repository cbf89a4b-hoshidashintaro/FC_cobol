      *>JUDGE001が出力した正常受注ファイル（0T01.txt。在庫引当
      *>（ALLOC001）を実行した日は引当済ファイルALLOC01.txtを
      *>優先する）を読み込み、
      *>店番・歩行順・商品コード順に並び替えたうえで、店舗ごとに改ページ
      *>した
      *>ピッキングリスト（PICKLIST.txt）を印字する。同一店舗・同一
      *>商品の受注は１行にまとめ、取消受注（注文種別"9"）は数量を
      *>相殺する。商品名は商品マスタ（SHOHINM.txt）から求める。
      *>またがる場合はロットごとに行を分ける）。引き当てた内容は
      *>ロット引当記録（LOTALLOC.txt）に追記し、回収時にどの店舗へ
      *>どのロットを出したかを追跡できるようにする。台帳の残数は
      *>引き当て後に書き戻す。賞味期限が処理日より前のロット（期限
      *>切れ）は引き当てない。ロットを指定して保留在庫台帳
      *>（ZAIKOHLD.txt）に保留中の数量は、そのロットの残数から除いて
      *>引き当てる。
      *>印字と並行して、店番・商品・相殺後数量のデータファイル
      *>（PICKDATA.txt）も書き出し、積込表（LOADMAN001）などの後続が
      *>紙のリストではなくデータを読めるようにする。
      *>ピッキングに回した受注明細（保留受注から払い出した分を含む）
      *>は、受注明細のままピッキング対象受注ファイル（PICKORD.txt）
      *>にも書き出し、積込表・事前出荷案内が受注数や納品先への
      *>受注数を実際にピッキングした受注から求められるようにする。
      *>店舗内の明細は棚番マスタ（TANAM.txt）の歩行順に並べ、各行に
      *>棚番（ゾーン－通路－連－段）を印字して、倉庫内を行き来せずに
      *>ピッキングできるようにする。棚番マスタに行のない倉庫・商品は
      *>「未設定」として店舗内の最後に印字し、棚番未設定商品一覧
      *>（PICKNOLOC.txt）にも書き出して棚番の登録漏れを知らせる。
      *>決まった曜日にしか納品を受けない店舗のため、店舗別配送曜日
      *>マスタ（HAISOBI.txt）で配送日（処理日の翌営業日。営業日
      *>カレンダー（CALM.txt）の休業日を飛ばす）の曜日が配送曜日に
      *>当たらない店舗の受注はピッキングせず、保留受注ファイル
      *>（HORYUORD.txt）へ回す。保留中の受注は、その店舗の配送曜日に
      *>当たる日の実行で通常の受注と同じくピッキングする。至急区分
      *>"1"の受注と移庫は保留しない。同じ日の再実行でも結果が変わら
      *>ないよう、保留受注ファイルには当日保留した行と当日払い出した
      *>行を残し、前日以前に払い出した行は落とす。保留中の受注は
      *>店舗ごとの保留受注一覧（HORYULST.txt）に次回配送日と保留
      *>日数を付けて印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       SELECT   PICKDATA-FILE ASSIGN        TO "PICKDATA.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ピッキング対象受注ファイル（ピッキングに回した受注明細）
      *>************************************************************************
       SELECT   PKO-FILE      ASSIGN        TO "PICKORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ロット別在庫台帳ファイル（古いロットから引き当てて書き戻す）
      *>************************************************************************
       SELECT   LOT-FILE      ASSIGN        TO "ZAIKOLOT.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOT-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル（ロット指定の保留数は引き当てない）
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>ロット引当記録ファイル（ロット追跡照会用に日々積み重ねる）
      *>************************************************************************
       SELECT   LOTALLOC-FILE ASSIGN        TO "LOTALLOC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS LOTALLOC-FILE-STATUS.
      *>************************************************************************
      *>棚番マスタファイル（倉庫・商品ごとの棚番と歩行順）
      *>************************************************************************
       SELECT   TANAM-FILE    ASSIGN        TO "TANAM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TANAM-FILE-STATUS.
      *>************************************************************************
      *>棚番未設定商品一覧ファイル
      *>************************************************************************
       SELECT   NOLOC-FILE    ASSIGN         TO "PICKNOLOC.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>営業日カレンダーファイル（配送日を求めるために使用する）
      *>************************************************************************
       SELECT   CALM-FILE     ASSIGN        TO "CALM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CALM-FILE-STATUS.
      *>************************************************************************
      *>店舗別配送曜日マスタファイル
      *>************************************************************************
       SELECT   HSB-FILE      ASSIGN        TO "HAISOBI.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HSB-FILE-STATUS.
      *>************************************************************************
      *>保留受注ファイル（読み込んで更新し、書き戻す）
      *>************************************************************************
       SELECT   HRO-FILE      ASSIGN        TO "HORYUORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HRO-FILE-STATUS.
      *>************************************************************************
      *>保留受注一覧ファイル
      *>************************************************************************
       SELECT   HROLST-FILE   ASSIGN         TO "HORYULST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ピッキングリストファイル
      *>************************************************************************
       SELECT   PICK-FILE     ASSIGN         TO WK-PICK-FILENAME
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==OT01==.
      *>************************************************************************
      *>作業ファイルのレイアウト定義
      *>（出荷元倉庫・歩行順の後ろに受注明細をそのまま持つ）
      *>************************************************************************
       FD   PICKWK-FILE.
       01   PICKWK-RECODE.
           03   PWK-SOKO-CODE                  PIC X(002).
           03   PWK-WALK-SEQ                   PIC 9(005).
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==PWK==.
      *>************************************************************************
      *>ソート作業ファイルのレイアウト定義
       SD   SW01-FILE.
       01   SW01-RECODE.
           03   SW01-SOKO-CODE                 PIC X(002).
           03   SW01-WALK-SEQ                  PIC 9(005).
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==SW01==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
           03   PKD-SHOHIN-CODE                PIC X(006).
           03   PKD-PICK-SU                    PIC S9(007).
      *>************************************************************************
      *>ピッキング対象受注ファイルのレイアウト定義
      *>（JUDGE001の出力と同じ）
      *>************************************************************************
       FD   PKO-FILE.
       01   PKO-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==PKO==.
      *>************************************************************************
      *>ロット別在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   LOT-FILE.
       01   LOT-RECODE.
           COPY   ZAIKOLOT   REPLACING   ==:PREFIX:==   BY   ==LOT==.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>ロット引当記録ファイルのレイアウト定義
      *>************************************************************************
       FD   LOTALLOC-FILE.
           03   LAL-SHOHIN-CODE                PIC X(006).
           03   LAL-PICK-SU                    PIC 9(005).
      *>************************************************************************
      *>棚番マスタファイルのレイアウト定義
      *>************************************************************************
       FD   TANAM-FILE.
       01   TANAM-RECODE.
           COPY   TANAM   REPLACING   ==:PREFIX:==   BY   ==TNM==.
      *>************************************************************************
      *>棚番未設定商品一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   NOLOC-FILE.
       01   NOLOC-RECODE                           PIC X(080).
      *>************************************************************************
      *>CALM-FILEのレイアウト定義
      *>************************************************************************
       FD   CALM-FILE.
       01   CALM-RECODE.
           COPY   CALMSTR   REPLACING   ==:PREFIX:==   BY   ==CAL==.
      *>************************************************************************
      *>店舗別配送曜日マスタファイルのレイアウト定義
      *>************************************************************************
       FD   HSB-FILE.
       01   HSB-RECODE.
           COPY   HAISOBI   REPLACING   ==:PREFIX:==   BY   ==HSB==.
      *>************************************************************************
      *>保留受注ファイルのレイアウト定義
      *>（保留日・次回配送日・払出日の後ろに受注明細をそのまま持つ。
      *>　払出日は保留中がゼロ、ピッキングに払い出した行は払出日）
      *>************************************************************************
       FD   HRO-FILE.
       01   HRO-RECODE.
           03   HRO-HORYU-DATE                 PIC 9(008).
           03   HRO-HAISO-DATE                 PIC 9(008).
           03   HRO-KAIJO-DATE                 PIC 9(008).
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==HRO==.
      *>************************************************************************
      *>保留受注一覧ファイルのレイアウト定義
      *>************************************************************************
       FD   HROLST-FILE.
       01   HROLST-RECODE                          PIC X(080).
      *>************************************************************************
      *>ピッキングリストファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
       01  PICKWK-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  LOT-FILE-STATUS                          PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  LOTALLOC-FILE-STATUS                     PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
       01  CASE-FILE-STATUS                         PIC XX.
       01  TANAM-FILE-STATUS                        PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  HSB-FILE-STATUS                          PIC XX.
       01  HRO-FILE-STATUS                          PIC XX.
      *>
      *>ピッキングリストの出力先ファイル名（倉庫ごとに組み立てる）
       01  WK-PICK-FILENAME                         PIC X(020).
            03   WK-SIKYU-OLD                    PIC X(001).
            03   WK-SOKO-OLD                     PIC X(002).
            03   WK-PICK-SU                      PIC S9(007).
            03   WK-TOKU-SU                      PIC S9(007).
            03   WK-MISE-TOTAL-SU                PIC S9(008).
            03   WK-DATA-FLG                     PIC 9(001).
      *>
                 05   WK-LOT-LOT-BANGOU           PIC X(008).
                 05   WK-LOT-NYUKA-DATE           PIC 9(008).
                 05   WK-LOT-ZAIKO-SU             PIC S9(007).
                 05   WK-LOT-KIGEN-DATE           PIC 9(008).
                 05   WK-LOT-HORYU-SU             PIC 9(007).
      *>ロットの引当可能数（残数－ロット指定の保留数）の計算用領域
       01   WK-LOT-KANO-SU                       PIC S9(007).
      *>店舗別倉庫割当保持用テーブル（割当のない店舗は"01"）
       01   WK-MSK-AREA.
            03   WK-MSK-COUNT                    PIC 9(004)  COMP.
                 05   WK-MSK-SOKO-CODE            PIC X(002).
       01   WK-CUR-SOKO-CODE                     PIC X(002).
      *>
      *>棚番マスタ保持用テーブル（倉庫・商品ごとの棚番と歩行順）
       01   WK-TNM-AREA.
            03   WK-TNM-COUNT                    PIC 9(004)  COMP.
            03   WK-TNM-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TNM-IDX.
                 05   WK-TNM-SOKO-CODE            PIC X(002).
                 05   WK-TNM-SHOHIN-CODE          PIC X(006).
                 05   WK-TNM-ZONE                 PIC X(001).
                 05   WK-TNM-TSURO                PIC X(002).
                 05   WK-TNM-REN                  PIC X(002).
                 05   WK-TNM-DAN                  PIC X(002).
                 05   WK-TNM-WALK-SEQ             PIC 9(005).
      *>棚番検索の検索キーと結果（未設定は歩行順99999で最後に回す）
       01   WK-TNM-KEY-SOKO                      PIC X(002).
       01   WK-TNM-KEY-SHOHIN                    PIC X(006).
       01   WK-TNM-FOUND-FLG                     PIC 9(001).
       01   WK-TNM-WALK-SAVE                     PIC 9(005).
       01   WK-TNM-TANA-EDIT                     PIC X(010).
      *>
      *>棚番未設定の倉庫・商品（重複を除いて一覧に書き出す）
       01   WK-NOLOC-AREA.
            03   WK-NOLOC-COUNT                  PIC 9(004)  COMP.
            03   WK-NOLOC-TBL                    OCCURS 9999 TIMES
                                    INDEXED BY WK-NOLOC-IDX.
                 05   WK-NOLOC-SOKO-CODE          PIC X(002).
                 05   WK-NOLOC-SHOHIN-CODE        PIC X(006).
       01   WK-NOLOC-FOUND-FLG                   PIC 9(001).
      *>
      *>商品別ケース入数保持用テーブル（行のない商品はバラ売りのみ）
       01   WK-CASE-AREA.
            03   WK-CASE-COUNT                   PIC 9(004)  COMP.
            03   WK-LOT-MIN-DATE                 PIC 9(008).
            03   WK-LOT-MIN-IDX                  PIC 9(004)  COMP.
      *>
      *>営業日カレンダーの休業日保持用テーブル
       01   WK-CAL-AREA.
            03   WK-CAL-COUNT                    PIC 9(004)  COMP.
            03   WK-CAL-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-CAL-IDX.
                 05   WK-CAL-DATE                 PIC 9(008).
       01   WK-CAL-KYUGYO-FLG                    PIC 9(001).
      *>
      *>店舗別配送曜日保持用テーブル
       01   WK-HSB-AREA.
            03   WK-HSB-COUNT                    PIC 9(004)  COMP.
            03   WK-HSB-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-HSB-IDX.
                 05   WK-HSB-MISEBAN              PIC X(003).
                 05   WK-HSB-HAISO-YOUBI          PIC X(007).
      *>
      *>配送日・曜日の計算用領域（通算日はINTEGER-OF-DATEの値）
       01   WK-HAISO-AREA.
            03   WK-HAISO-DATE                   PIC 9(008).
            03   WK-HAISO-INT                    PIC 9(008).
            03   WK-CHK-DATE                     PIC 9(008).
            03   WK-CHK-INT                      PIC 9(008).
            03   WK-CHK-COUNT                    PIC 9(004)  COMP.
            03   WK-HAISO-YOUBI                  PIC 9(001).
            03   WK-YOUBI                        PIC 9(001).
            03   WK-YOUBI-QUOT                   PIC 9(008).
            03   WK-YOUBI-REM                    PIC 9(008).
      *>配送曜日の判定のキーと結果（１＝配送日に当たる）
       01   WK-HSB-KEY-MISEBAN                   PIC X(003).
       01   WK-HSB-OK-FLG                        PIC 9(001).
       01   WK-HSB-NEXT-DATE                     PIC 9(008).
       01   WK-HSB-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-HSB-TALLY                         PIC 9(004)  COMP.
      *>
      *>保留受注保持用テーブル（全行をメモリに展開し書き戻す）
       01   WK-HRO-AREA.
            03   WK-HRO-COUNT                    PIC 9(004)  COMP.
            03   WK-HRO-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-HRO-IDX.
                 05   WK-HRO-HORYU-DATE           PIC 9(008).
                 05   WK-HRO-HAISO-DATE           PIC 9(008).
                 05   WK-HRO-KAIJO-DATE           PIC 9(008).
                 05   WK-HRO-MISEBAN              PIC X(003).
                 05   WK-HRO-ORDER                PIC X(049).
       01   WK-HRO-AREA-WORK.
            03   WK-HRO-HORYU-COUNT              PIC 9(006).
            03   WK-HRO-KAIJO-COUNT              PIC 9(006).
            03   WK-HRO-END-FLG                  PIC 9(001).
            03   WK-HRO-CUR-MISEBAN              PIC X(003).
            03   WK-HRO-NEXT-MISEBAN             PIC X(003).
            03   WK-HRO-MISE-KENSU               PIC 9(006).
            03   WK-HRO-MISE-SU                  PIC S9(008).
            03   WK-HRO-NISSU                    PIC 9(004).
      *>保留受注の明細を受注レコードの形で参照するための領域
       01   WK-HRO-ORDER-REC.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==WHO==.
      *>
      *>ピッキングリストの見出し行の編集用領域
       01   PICK-TITLE-RECODE.
           03   FILLER                PIC X(036)
           03   PICK-MISE-MISEBAN     PIC X(003).
      *>列見出し行の編集用領域
       01   PICK-COLHDR-RECODE.
           03   FILLER                PIC X(014)
               VALUE "棚番        ".
           03   FILLER                PIC X(017)
               VALUE "商品コード  ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(013)
               VALUE "ロット    ".
           03   FILLER                PIC X(008)
               VALUE "  数量".
      *>明細行の編集用領域
       01   PICK-DETAIL-RECODE.
           03   PICK-TANA-CODE        PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   PICK-SHOHIN-CODE      PIC X(006).
           03   FILLER                PIC X(006)
                                             VALUE SPACE.
           03   TRFP-TRL-COUNT        PIC ZZZZZ9.
       01   WK-TRFP-COUNT             PIC 9(006).
      *>
      *>棚番未設定商品一覧の見出し行の編集用領域
       01   NOLOC-HDR-RECODE.
           03   FILLER                PIC X(036)
                   VALUE "**  棚番未設定商品一覧  **".
           03   NOLOC-HDR-RUN-DATE    PIC 9(008).
      *>棚番未設定商品一覧の列見出し行の編集用領域
       01   NOLOC-COLHDR-RECODE.
           03   FILLER                PIC X(040)
               VALUE "倉庫  商品コード  商品名".
      *>棚番未設定商品一覧の明細行の編集用領域
       01   NOLOC-DETAIL-RECODE.
           03   NOLOC-SOKO-CODE       PIC X(002).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   NOLOC-SHOHIN-CODE     PIC X(006).
           03   FILLER                PIC X(006)
                                             VALUE SPACE.
           03   NOLOC-SHOHIN-NAME     PIC X(020).
      *>棚番未設定商品一覧の件数行の編集用領域
       01   NOLOC-TRL-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "件数：".
           03   NOLOC-TRL-COUNT       PIC ZZZZZ9.
      *>
      *>至急／通常セクションの見出し行の編集用領域
       01   PICK-SIKYU-RECODE.
           03   FILLER                PIC X(040)
           03   FILLER                PIC X(018)
                       VALUE "店舗合計　：".
           03   PICK-MISE-TOTAL-SU    PIC -(006)9.
      *>
      *>保留受注一覧の見出し行の編集用領域
       01   HROL-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  保留受注一覧  **".
           03   HROL-HDR-RUN-DATE     PIC 9(008).
           03   FILLER                PIC X(014)
                       VALUE "  配送日：".
           03   HROL-HDR-HAISO-DATE   PIC 9(008).
      *>保留受注一覧の店舗見出し行の編集用領域
       01   HROL-MISE-RECODE.
           03   FILLER                PIC X(009)
                       VALUE "店番：".
           03   HROL-MISE-MISEBAN     PIC X(003).
           03   FILLER                PIC X(020)
                       VALUE "  次回配送日：".
           03   HROL-MISE-NEXT-DATE   PIC 9(008).
      *>保留受注一覧の列見出し行の編集用領域
       01   HROL-COLHDR-RECODE.
           03   FILLER                PIC X(014)
               VALUE "注文番号  ".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(008)
               VALUE "  数量".
           03   FILLER                PIC X(008)
               VALUE "  区分".
           03   FILLER                PIC X(013)
               VALUE "  保留日  ".
           03   FILLER                PIC X(007)
               VALUE " 日数".
      *>保留受注一覧の明細行の編集用領域
       01   HROL-DETAIL-RECODE.
           03   HROL-TYUMON-BANGOU    PIC 9(005).
           03   FILLER                PIC X(005)
                                             VALUE SPACE.
           03   HROL-SHOHIN-CODE      PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   HROL-SU               PIC -(005)9.
           03   FILLER                PIC X(003)
                                             VALUE SPACE.
           03   HROL-TYUMON-KUBUN     PIC X(001).
           03   FILLER                PIC X(004)
                                             VALUE SPACE.
           03   HROL-HORYU-DATE       PIC 9(008).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   HROL-NISSU            PIC ZZZ9.
      *>保留受注一覧の店舗計行の編集用領域
       01   HROL-MISE-TOTAL-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "店舗計：".
           03   HROL-MISE-KENSU       PIC ZZZZ9.
           03   FILLER                PIC X(007)
                       VALUE "件".
           03   HROL-MISE-SU          PIC -(006)9.
      *>保留受注一覧の件数行の編集用領域
       01   HROL-TRL-RECODE.
           03   FILLER                PIC X(015)
                       VALUE "保留件数：".
           03   HROL-TRL-HORYU        PIC ZZZZZ9.
           03   FILLER                PIC X(021)
                       VALUE "　払出件数：".
           03   HROL-TRL-KAIJO        PIC ZZZZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-PAGE-NO.
           MOVE   ZERO        TO   WK-PICK-SU.
           MOVE   ZERO        TO   WK-TOKU-SU.
           MOVE   ZERO        TO   WK-MISE-TOTAL-SU.
           MOVE   ZERO        TO   WK-DATA-FLG.
           MOVE   SPACE       TO   WK-MISEBAN-OLD.
           MOVE   ZERO        TO   WK-LOT-COUNT.
           MOVE   ZERO        TO   WK-MSK-COUNT.
           MOVE   ZERO        TO   WK-CASE-COUNT.
           MOVE   ZERO        TO   WK-TNM-COUNT.
           MOVE   ZERO        TO   WK-NOLOC-COUNT.
           MOVE   ZERO        TO   WK-PICK-OPEN-FLG.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>  商品別ケース入数の読み込み（箱・バラ表示に使う）
           PERFORM   CASE-LOAD-PROC.
      *>
      *>  棚番マスタの読み込み（明細の並び順と棚番の印字に使う）
           PERFORM   TANAM-LOAD-PROC.
      *>
      *>  ロット別在庫台帳の読み込み
           PERFORM   LOT-LOAD-PROC.
      *>
      *>  保留在庫台帳の読み込み（ロットごとの保留数を求める）
           PERFORM   HLD-LOAD-PROC.
      *>
      *>  配送日（翌営業日）を求め、配送曜日マスタ・保留受注を
      *>  読み込む
           PERFORM   CALM-LOAD-PROC.
           PERFORM   HAISO-DATE-CALC-PROC.
           PERFORM   HSB-LOAD-PROC.
           PERFORM   HRO-LOAD-PROC.
      *>
      *>  正常受注ファイルから明細のみを作業ファイルへ抜き出す
           PERFORM   PICKWK-MAKE-PROC.
      *>
      *>  保留受注ファイルを書き戻し、保留受注一覧を印字する
           PERFORM   HRO-REWRITE-PROC.
           PERFORM   HROLST-WRITE-PROC.
      *>
      *>  棚番の無かった倉庫・商品を棚番未設定商品一覧に書き出す
           PERFORM   NOLOC-LIST-WRITE-PROC.
      *>
      *>  作業ファイルを店番・歩行順・商品コード順に並び替える
      *>  （至急区分の降順を先頭キーにして、至急分のセクションを
      *>  　リストの最初にまとめる。歩行順は倉庫・商品ごとに一つの
      *>  　ため、同一商品の明細は並び替え後も続けて並ぶ）
           SORT      SW01-FILE
                ON   ASCENDING   KEY   SW01-SOKO-CODE
                ON   DESCENDING  KEY   SW01-SIKYU-KUBUN
                ON   ASCENDING   KEY   SW01-MISEBAN
                                        SW01-WALK-SEQ
                                        SW01-SHOHIN-CODE
                USING    PICKWK-FILE
                GIVING   PICKWK-FILE.
                     STOP RUN
           END-EVALUATE.
      *>
           OPEN   OUTPUT   PICKWK-FILE
                  OUTPUT   PKO-FILE.
      *>
           PERFORM   UNTIL   OT01-FILE-STATUS   NOT =   "00"
                READ   OT01-FILE
      *>                          移庫の明細は移庫ピッキング一覧へ回す
                                    PERFORM   TRFPICK-WRITE-PROC
                               ELSE
      *>
      *>                          配送日に当たらない店舗の受注は保留する
                                    MOVE    OT01-MISEBAN
                                            TO   WK-HSB-KEY-MISEBAN
                                    PERFORM   HSB-CHK-PROC
                                    IF   WK-HSB-OK-FLG   =   ZERO
                                    AND  OT01-SIKYU-KUBUN   NOT =   "1"
                                         PERFORM   HRO-ADD-PROC
                                    ELSE
                                         PERFORM   PICKWK-WRITE-PROC
                                    END-IF
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
      *>
      *>  保留中の受注のうち、配送日に当たる店舗の分を払い出す
           PERFORM   VARYING   WK-HRO-IDX   FROM   1   BY   1
                UNTIL   WK-HRO-IDX   >   WK-HRO-COUNT
                IF   WK-HRO-KAIJO-DATE(WK-HRO-IDX)   =   ZERO
                     MOVE      WK-HRO-MISEBAN(WK-HRO-IDX)
                                    TO   WK-HSB-KEY-MISEBAN
                     PERFORM   HSB-CHK-PROC
                     IF   WK-HSB-OK-FLG   =   1
                          ADD    1   TO   WRK-COUNT
                          MOVE   WK-HRO-ORDER(WK-HRO-IDX)
                               TO   OT01-RECODE
                          PERFORM   PICKWK-WRITE-PROC
                          MOVE   WRK-RUN-DATE
                               TO   WK-HRO-KAIJO-DATE(WK-HRO-IDX)
                     END-IF
                END-IF
           END-PERFORM.
      *>
           CLOSE   OT01-FILE
                   PICKWK-FILE
                   PKO-FILE.
      *>
       PICKWK-MAKE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング対象の受注明細１件分の作業ファイルへの書き出し処理
      *>OT01-RECODEの明細に出荷元倉庫・歩行順を付けて書き出す。
      *>明細はピッキング対象受注ファイルにもそのまま書き出す
      *>************************************************************************
       PICKWK-WRITE-PROC         SECTION.
      *>
           PERFORM   MISESOKO-LOOKUP-PROC.
           MOVE      WK-CUR-SOKO-CODE   TO   WK-TNM-KEY-SOKO.
           MOVE      OT01-SHOHIN-CODE   TO   WK-TNM-KEY-SHOHIN.
           PERFORM   TANAM-LOOKUP-PROC.
           IF   WK-TNM-FOUND-FLG   =   ZERO
                PERFORM   NOLOC-ADD-PROC
           END-IF.
           MOVE      WK-CUR-SOKO-CODE   TO   PICKWK-RECODE(1:2).
           MOVE      WK-TNM-WALK-SAVE   TO   PICKWK-RECODE(3:5).
           MOVE      OT01-RECODE        TO   PICKWK-RECODE(8:).
           WRITE     PICKWK-RECODE.
      *>
           MOVE      OT01-RECODE   TO   PKO-RECODE.
           WRITE     PKO-RECODE.
      *>
       PICKWK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>移庫ピッキング一覧への１件分の印字処理
      *>************************************************************************
       TRFPICK-WRITE-PROC        SECTION.
                     MOVE      PWK-SHOHIN-CODE   TO  WK-SHOHIN-CODE-OLD
                     MOVE      PWK-SIKYU-KUBUN   TO   WK-SIKYU-OLD
                     MOVE      WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     MOVE      ZERO   TO   WK-TOKU-SU
                     MOVE      WK-TYUMON-SU-SIGNED
                                    TO   WK-MISE-TOTAL-SU
                     PERFORM   PICK-SOKO-OPEN-PROC
                     MOVE      PWK-SHOHIN-CODE   TO  WK-SHOHIN-CODE-OLD
                     MOVE      PWK-SIKYU-KUBUN   TO   WK-SIKYU-OLD
                     MOVE      WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     MOVE      ZERO   TO   WK-TOKU-SU
                     MOVE      WK-TYUMON-SU-SIGNED
                                    TO   WK-MISE-TOTAL-SU
                     PERFORM   PICK-SOKO-OPEN-PROC
                     MOVE      PWK-SHOHIN-CODE   TO  WK-SHOHIN-CODE-OLD
                     MOVE      PWK-SIKYU-KUBUN   TO   WK-SIKYU-OLD
                     MOVE      WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     MOVE      ZERO   TO   WK-TOKU-SU
                     MOVE      WK-TYUMON-SU-SIGNED
                                    TO   WK-MISE-TOTAL-SU
                     PERFORM   PICK-SIKYU-BANNER-PROC
                     MOVE      PWK-MISEBAN       TO   WK-MISEBAN-OLD
                     MOVE      PWK-SHOHIN-CODE   TO  WK-SHOHIN-CODE-OLD
                     MOVE      WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     MOVE      ZERO   TO   WK-TOKU-SU
                     MOVE      WK-TYUMON-SU-SIGNED
                                    TO   WK-MISE-TOTAL-SU
                     PERFORM   PICK-MISE-HEADER-PROC
                     PERFORM   PICK-LINE-WRITE-PROC
                     MOVE      PWK-SHOHIN-CODE   TO  WK-SHOHIN-CODE-OLD
                     MOVE      WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     MOVE      ZERO   TO   WK-TOKU-SU
                     ADD       WK-TYUMON-SU-SIGNED
                                    TO   WK-MISE-TOTAL-SU
      *>
                     ADD   WK-TYUMON-SU-SIGNED   TO   WK-PICK-SU
                     ADD   WK-TYUMON-SU-SIGNED   TO   WK-MISE-TOTAL-SU
           END-EVALUATE.
      *>
      *>  特注（"2"）の数量は受注に引き当て済みの入荷分なので、
      *>  一般在庫のロットから引き当てる数量とは別に積み上げる
           IF   PWK-TYUMON-KUBUN   =   "2"
                ADD   WK-TYUMON-SU-SIGNED   TO   WK-TOKU-SU
           END-IF.
      *>
       PICKWK-ONE-PROC-EXIT.
      *>
      *>数量がプラスの場合は入荷日の古いロットから引き当て、ロット
      *>ごとに行を分けて印字する。ロット台帳に残が無い分は
      *>「ロットなし」として印字する。ゼロ・マイナスの数量（相殺後）
      *>はロットを引き当てずそのまま印字する。
      *>特注（"2"）の数量は入荷時に受注へ引き当て済みで一般在庫の
      *>ロットには無いため、「特注」の行として別に印字し、ロットの
      *>引き当て・ロット引当記録の対象にしない
      *>************************************************************************
       PICK-LINE-WRITE-PROC      SECTION.
      *>
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
      *>
      *>  明細行に印字する棚番を求める
           MOVE      WK-SOKO-OLD          TO   WK-TNM-KEY-SOKO.
           MOVE      WK-SHOHIN-CODE-OLD   TO   WK-TNM-KEY-SHOHIN.
           PERFORM   TANAM-LOOKUP-PROC.
      *>
      *>  後続プログラム向けのデータファイルにも１行を書き出す
           MOVE      WK-MISEBAN-OLD       TO   PKD-MISEBAN.
           MOVE      WK-SHOHIN-CODE-OLD   TO   PKD-SHOHIN-CODE.
      *>
           IF   WK-PICK-SU   <=   ZERO
                MOVE      SPACE   TO   PICK-DETAIL-RECODE
                MOVE      WK-TNM-TANA-EDIT     TO   PICK-TANA-CODE
                MOVE      WK-SHOHIN-CODE-OLD   TO   PICK-SHOHIN-CODE
                MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                               TO   PICK-SHOHIN-NAME
           END-IF.
      *>
           MOVE      WK-PICK-SU   TO   WK-ALLOC-ZAN.
      *>
      *>  特注の数量はロットを引き当てずに印字する
           IF   WK-TOKU-SU   >   ZERO
                IF   WK-TOKU-SU   >   WK-ALLOC-ZAN
                     MOVE   WK-ALLOC-ZAN   TO   WK-TOKU-SU
                END-IF
                MOVE      SPACE   TO   PICK-DETAIL-RECODE
                MOVE      WK-TNM-TANA-EDIT     TO   PICK-TANA-CODE
                MOVE      WK-SHOHIN-CODE-OLD   TO   PICK-SHOHIN-CODE
                MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                               TO   PICK-SHOHIN-NAME
                MOVE      "特注"       TO   PICK-LOT-BANGOU
                MOVE      WK-TOKU-SU   TO   PICK-SU
                MOVE      WK-TOKU-SU   TO   WK-HAKO-EDIT-SU
                PERFORM   HAKO-BARA-EDIT-PROC
                WRITE     PICK-RECODE   FROM   PICK-DETAIL-RECODE
                ADD       1   TO   WRK-LINE-COUNT
                SUBTRACT  WK-TOKU-SU   FROM   WK-ALLOC-ZAN
           END-IF.
      *>
           PERFORM   UNTIL   WK-ALLOC-ZAN   <=   ZERO
                PERFORM   LOT-OLDEST-FIND-PROC
                IF   WK-LOT-MIN-IDX   =   ZERO
      *>
      *>          台帳に残がない分は「ロットなし」として印字する
                     MOVE      SPACE   TO   PICK-DETAIL-RECODE
                     MOVE      WK-TNM-TANA-EDIT   TO   PICK-TANA-CODE
                     MOVE      WK-SHOHIN-CODE-OLD
                                    TO   PICK-SHOHIN-CODE
                     MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                     MOVE      ZERO   TO   WK-ALLOC-ZAN
                ELSE
                     MOVE      WK-ALLOC-ZAN   TO   WK-ALLOC-SU
                     COMPUTE   WK-LOT-KANO-SU   =
                          WK-LOT-ZAIKO-SU(WK-LOT-MIN-IDX)
                        - WK-LOT-HORYU-SU(WK-LOT-MIN-IDX)
                     IF   WK-ALLOC-SU   >   WK-LOT-KANO-SU
                          MOVE   WK-LOT-KANO-SU   TO   WK-ALLOC-SU
                     END-IF
                     SUBTRACT   WK-ALLOC-SU   FROM
                          WK-LOT-ZAIKO-SU(WK-LOT-MIN-IDX)
           EXIT.
      *>************************************************************************
      *>当該商品の最古ロット（入荷日が最も古い残ありロット）の検索処理
      *>賞味期限が処理日より前のロット・残数が全て保留中のロットは
      *>対象外とする
      *>該当が無い場合は添字ゼロを返す
      *>************************************************************************
       LOT-OLDEST-FIND-PROC      SECTION.
                UNTIL   WK-LOT-IDX   >   WK-LOT-COUNT
                IF   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                          =   WK-SHOHIN-CODE-OLD
                AND  WK-LOT-ZAIKO-SU(WK-LOT-IDX)
                          >   WK-LOT-HORYU-SU(WK-LOT-IDX)
                AND  WK-LOT-NYUKA-DATE(WK-LOT-IDX)
                          <   WK-LOT-MIN-DATE
                AND (WK-LOT-KIGEN-DATE(WK-LOT-IDX)   =   ZERO
                 OR  WK-LOT-KIGEN-DATE(WK-LOT-IDX)
                          NOT <   WRK-RUN-DATE)
                     MOVE   WK-LOT-NYUKA-DATE(WK-LOT-IDX)
                          TO   WK-LOT-MIN-DATE
                     SET    WK-LOT-MIN-IDX   TO   WK-LOT-IDX
       PICK-LOT-LINE-WRITE-PROC  SECTION.
      *>
           MOVE      SPACE   TO   PICK-DETAIL-RECODE.
           MOVE      WK-TNM-TANA-EDIT           TO   PICK-TANA-CODE.
           MOVE      WK-SHOHIN-CODE-OLD         TO   PICK-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   PICK-SHOHIN-NAME.
           MOVE      WK-LOT-LOT-BANGOU(WK-LOT-MIN-IDX)
      *>
           EXIT.
      *>************************************************************************
      *>棚番マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全商品が棚番未設定として扱われる
      *>************************************************************************
       TANAM-LOAD-PROC           SECTION.
      *>
           OPEN      INPUT   TANAM-FILE.
           IF   TANAM-FILE-STATUS   NOT =   "00"
                CLOSE   TANAM-FILE
                GO   TO   TANAM-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   TANAM-FILE-STATUS   NOT =   "00"
                READ   TANAM-FILE
                     AT   END
                          MOVE   "10"   TO   TANAM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-TNM-COUNT   <   9999
                          AND  TNM-WALK-SEQ   NUMERIC
                               ADD    1   TO   WK-TNM-COUNT
                               MOVE   TNM-SOKO-CODE     TO
                                    WK-TNM-SOKO-CODE(WK-TNM-COUNT)
                               MOVE   TNM-SHOHIN-CODE   TO
                                    WK-TNM-SHOHIN-CODE(WK-TNM-COUNT)
                               MOVE   TNM-ZONE          TO
                                    WK-TNM-ZONE(WK-TNM-COUNT)
                               MOVE   TNM-TSURO         TO
                                    WK-TNM-TSURO(WK-TNM-COUNT)
                               MOVE   TNM-REN           TO
                                    WK-TNM-REN(WK-TNM-COUNT)
                               MOVE   TNM-DAN           TO
                                    WK-TNM-DAN(WK-TNM-COUNT)
                               MOVE   TNM-WALK-SEQ      TO
                                    WK-TNM-WALK-SEQ(WK-TNM-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     TANAM-FILE.
      *>
       TANAM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚番の検索処理（WK-TNM-KEY-SOKO・WK-TNM-KEY-SHOHINの棚番を求める）
      *>見つかれば歩行順と「ゾーン－通路－連－段」の棚番を返し、
      *>無ければ歩行順99999・棚番「未設定」を返す
      *>************************************************************************
       TANAM-LOOKUP-PROC         SECTION.
      *>
           MOVE      ZERO      TO   WK-TNM-FOUND-FLG.
           MOVE      99999     TO   WK-TNM-WALK-SAVE.
           MOVE      "未設定"   TO   WK-TNM-TANA-EDIT.
           PERFORM   VARYING   WK-TNM-IDX   FROM   1   BY   1
                UNTIL   WK-TNM-IDX   >   WK-TNM-COUNT
                   OR   WK-TNM-FOUND-FLG   =   1
                IF   WK-TNM-SOKO-CODE(WK-TNM-IDX)   =   WK-TNM-KEY-SOKO
                AND  WK-TNM-SHOHIN-CODE(WK-TNM-IDX)
                          =   WK-TNM-KEY-SHOHIN
                     MOVE   1   TO   WK-TNM-FOUND-FLG
                     MOVE   WK-TNM-WALK-SEQ(WK-TNM-IDX)
                          TO   WK-TNM-WALK-SAVE
                     MOVE   SPACE   TO   WK-TNM-TANA-EDIT
                     STRING   WK-TNM-ZONE(WK-TNM-IDX)    "-"
                              WK-TNM-TSURO(WK-TNM-IDX)   "-"
                              WK-TNM-REN(WK-TNM-IDX)     "-"
                              WK-TNM-DAN(WK-TNM-IDX)
                              DELIMITED   BY   SIZE
                              INTO   WK-TNM-TANA-EDIT
                END-IF
           END-PERFORM.
      *>
       TANAM-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚番未設定の倉庫・商品の登録処理（既に登録済みなら何もしない）
      *>************************************************************************
       NOLOC-ADD-PROC            SECTION.
      *>
           MOVE      ZERO   TO   WK-NOLOC-FOUND-FLG.
           PERFORM   VARYING   WK-NOLOC-IDX   FROM   1   BY   1
                UNTIL   WK-NOLOC-IDX   >   WK-NOLOC-COUNT
                IF   WK-NOLOC-SOKO-CODE(WK-NOLOC-IDX)
                          =   WK-TNM-KEY-SOKO
                AND  WK-NOLOC-SHOHIN-CODE(WK-NOLOC-IDX)
                          =   WK-TNM-KEY-SHOHIN
                     MOVE   1   TO   WK-NOLOC-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
           IF   WK-NOLOC-FOUND-FLG   =   1
           OR   WK-NOLOC-COUNT   NOT <   9999
                GO   TO   NOLOC-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-NOLOC-COUNT.
           MOVE      WK-TNM-KEY-SOKO
                          TO   WK-NOLOC-SOKO-CODE(WK-NOLOC-COUNT).
           MOVE      WK-TNM-KEY-SHOHIN
                          TO   WK-NOLOC-SHOHIN-CODE(WK-NOLOC-COUNT).
      *>
       NOLOC-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>棚番未設定商品一覧の印字処理
      *>当日のピッキング対象のうち、棚番マスタに行のない倉庫・商品を
      *>見出し・明細・件数行の形で書き出す（該当なしでも件数０で作る）
      *>************************************************************************
       NOLOC-LIST-WRITE-PROC     SECTION.
      *>
           OPEN      OUTPUT   NOLOC-FILE.
           MOVE      WRK-RUN-DATE   TO   NOLOC-HDR-RUN-DATE.
           WRITE     NOLOC-RECODE   FROM   NOLOC-HDR-RECODE.
           WRITE     NOLOC-RECODE   FROM   NOLOC-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-NOLOC-IDX   FROM   1   BY   1
                UNTIL   WK-NOLOC-IDX   >   WK-NOLOC-COUNT
                MOVE   WK-NOLOC-SHOHIN-CODE(WK-NOLOC-IDX)
                     TO   WK-SHOHIN-CODE-OLD
                PERFORM   SHOHIN-MSTR-LOOKUP-PROC
                MOVE   WK-NOLOC-SOKO-CODE(WK-NOLOC-IDX)
                     TO   NOLOC-SOKO-CODE
                MOVE   WK-NOLOC-SHOHIN-CODE(WK-NOLOC-IDX)
                     TO   NOLOC-SHOHIN-CODE
                MOVE   WK-SHOHIN-MSTR-NAME-SAVE
                     TO   NOLOC-SHOHIN-NAME
                WRITE  NOLOC-RECODE   FROM   NOLOC-DETAIL-RECODE
           END-PERFORM.
      *>
           MOVE      WK-NOLOC-COUNT   TO   NOLOC-TRL-COUNT.
           WRITE     NOLOC-RECODE   FROM   NOLOC-TRL-RECODE.
           CLOSE     NOLOC-FILE.
      *>
      *>  商品名検索に借りたブレイクキーを元に戻す
           MOVE      SPACE   TO   WK-SHOHIN-CODE-OLD.
      *>
       NOLOC-LIST-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別倉庫割当の検索処理（OT01-MISEBANの倉庫を求める）
      *>割当のない店舗は既定の倉庫"01"とする
      *>************************************************************************
                                    MOVE   LOT-ZAIKO-SU      TO
                                         WK-LOT-ZAIKO-SU
                                              (WK-LOT-COUNT)
                                    MOVE   ZERO              TO
                                         WK-LOT-HORYU-SU
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
      *>
           EXIT.
      *>************************************************************************
      *>保留在庫台帳の読み込み処理
      *>ロットを指定した保留の数量を、ロット別在庫テーブルの同じ商品・
      *>ロットの保留数に積み上げる（ロットを特定しない保留は在庫引当
      *>（ALLOC001）で引当数から除かれている）。
      *>ファイルが無い場合は保留なしとする
      *>************************************************************************
       HLD-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   HLD-FILE.
           IF   HLD-FILE-STATUS   NOT =   "00"
                CLOSE   HLD-FILE
                GO   TO   HLD-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HLD-FILE-STATUS   NOT =   "00"
                READ   HLD-FILE
                     AT   END
                          MOVE   "10"   TO   HLD-FILE-STATUS
                     NOT   AT   END
                          IF   HLD-HORYU-SU     NUMERIC
                          AND  HLD-LOT-BANGOU   NOT =   SPACE
                               PERFORM   VARYING   WK-LOT-IDX
                                    FROM   1   BY   1
                                    UNTIL   WK-LOT-IDX  >  WK-LOT-COUNT
                                    IF   WK-LOT-SHOHIN-CODE(WK-LOT-IDX)
                                              =   HLD-SHOHIN-CODE
                                    AND  WK-LOT-LOT-BANGOU(WK-LOT-IDX)
                                              =   HLD-LOT-BANGOU
                                         ADD   HLD-HORYU-SU   TO
                                            WK-LOT-HORYU-SU(WK-LOT-IDX)
                                    END-IF
                               END-PERFORM
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ロット別在庫テーブルの内容を台帳ファイルへ書き戻す処理
      *>************************************************************************
       LOT-REWRITE-PROC          SECTION.
                     TO   LOT-NYUKA-DATE
                MOVE   WK-LOT-ZAIKO-SU(WK-LOT-IDX)
                     TO   LOT-ZAIKO-SU
                MOVE   WK-LOT-KIGEN-DATE(WK-LOT-IDX)
                     TO   LOT-KIGEN-DATE
                WRITE   LOT-RECODE
           END-PERFORM.
      *>
       OT01-FRESH-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>営業日カレンダーの読み込み処理（休業日のみをテーブルに展開する）
      *>************************************************************************
       CALM-LOAD-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-CAL-COUNT.
           OPEN      INPUT   CALM-FILE.
           IF   CALM-FILE-STATUS   NOT =   "00"
                CLOSE   CALM-FILE
           ELSE
                PERFORM   UNTIL   CALM-FILE-STATUS   NOT =   "00"
                     READ   CALM-FILE
                          AT   END
                               MOVE   "10"   TO   CALM-FILE-STATUS
                          NOT   AT   END
                               IF   CAL-EIGYO-KUBUN   =   "9"
                               AND  WK-CAL-COUNT   <   999
                                    ADD   1   TO   WK-CAL-COUNT
                                    MOVE   CAL-DATE   TO
                                         WK-CAL-DATE(WK-CAL-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   CALM-FILE
           END-IF.
      *>
       CALM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>休業日判定処理（WK-CHK-DATEが休業日ならWK-CAL-KYUGYO-FLG＝１）
      *>************************************************************************
       KYUGYO-CHK-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-CAL-KYUGYO-FLG.
           PERFORM   VARYING   WK-CAL-IDX   FROM   1   BY   1
                UNTIL   WK-CAL-IDX   >   WK-CAL-COUNT
                IF   WK-CAL-DATE(WK-CAL-IDX)   =   WK-CHK-DATE
                     MOVE   1   TO   WK-CAL-KYUGYO-FLG
                END-IF
           END-PERFORM.
      *>
       KYUGYO-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>曜日計算処理（WK-CHK-INTの曜日をWK-YOUBIに求める）
      *>（通算日１＝１６０１年１月１日（月曜）を基準にする）
      *>************************************************************************
       YOUBI-CALC-PROC                SECTION.
      *>
           DIVIDE    WK-CHK-INT   BY   7
                GIVING      WK-YOUBI-QUOT
                REMAINDER   WK-YOUBI-REM.
           IF   WK-YOUBI-REM   =   ZERO
                MOVE      7   TO   WK-YOUBI
           ELSE
                MOVE      WK-YOUBI-REM   TO   WK-YOUBI
           END-IF.
      *>
       YOUBI-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配送日の計算処理
      *>処理日の翌日から休業日を飛ばした最初の営業日を配送日とする
      *>************************************************************************
       HAISO-DATE-CALC-PROC           SECTION.
      *>
           COMPUTE   WK-CHK-INT   =
                     FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
           MOVE      1      TO   WK-CAL-KYUGYO-FLG.
           MOVE      ZERO   TO   WK-CHK-COUNT.
           PERFORM   UNTIL   WK-CAL-KYUGYO-FLG   =   ZERO
                        OR   WK-CHK-COUNT   >   366
                ADD       1   TO   WK-CHK-INT
                ADD       1   TO   WK-CHK-COUNT
                COMPUTE   WK-CHK-DATE   =
                          FUNCTION DATE-OF-INTEGER(WK-CHK-INT)
                PERFORM   KYUGYO-CHK-PROC
           END-PERFORM.
           MOVE      WK-CHK-DATE   TO   WK-HAISO-DATE.
           MOVE      WK-CHK-INT    TO   WK-HAISO-INT.
           PERFORM   YOUBI-CALC-PROC.
           MOVE      WK-YOUBI      TO   WK-HAISO-YOUBI.
      *>
       HAISO-DATE-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別配送曜日マスタの読み込み処理（内容をテーブルに展開する）
      *>マスタが無い場合は全店舗が毎日納品を受けるものとして扱う
      *>************************************************************************
       HSB-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-HSB-COUNT.
           OPEN      INPUT   HSB-FILE.
           IF   HSB-FILE-STATUS   NOT =   "00"
                CLOSE   HSB-FILE
           ELSE
                PERFORM   UNTIL   HSB-FILE-STATUS   NOT =   "00"
                     READ   HSB-FILE
                          AT   END
                               MOVE   "10"   TO   HSB-FILE-STATUS
                          NOT   AT   END
                               IF   WK-HSB-COUNT   <   999
                                    ADD   1   TO   WK-HSB-COUNT
                                    MOVE   HSB-MISEBAN       TO
                                         WK-HSB-MISEBAN
                                              (WK-HSB-COUNT)
                                    MOVE   HSB-HAISO-YOUBI   TO
                                         WK-HSB-HAISO-YOUBI
                                              (WK-HSB-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   HSB-FILE
           END-IF.
      *>
       HSB-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配送曜日判定処理
      *>WK-HSB-KEY-MISEBANの店舗が配送日の曜日に納品を受けるなら
      *>WK-HSB-OK-FLG＝１とする（マスタに行の無い店舗、配送曜日が
      *>一つも"1"でない店舗は毎日納品とみなす）
      *>************************************************************************
       HSB-CHK-PROC                   SECTION.
      *>
           MOVE      1      TO   WK-HSB-OK-FLG.
           PERFORM   HSB-FIND-PROC.
           IF   WK-HSB-FOUND-IDX   =   ZERO
                GO   TO   HSB-CHK-PROC-EXIT
           END-IF.
      *>
           IF   WK-HSB-HAISO-YOUBI(WK-HSB-FOUND-IDX)
                     (WK-HAISO-YOUBI:1)   NOT =   "1"
                MOVE   ZERO   TO   WK-HSB-OK-FLG
           END-IF.
      *>
       HSB-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配送曜日マスタの検索処理
      *>WK-HSB-KEY-MISEBANの行の添字をWK-HSB-FOUND-IDXに求める
      *>（行が無い、または配送曜日が一つも"1"でない場合はゼロ）
      *>************************************************************************
       HSB-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-HSB-FOUND-IDX.
           PERFORM   VARYING   WK-HSB-IDX   FROM   1   BY   1
                UNTIL   WK-HSB-IDX   >   WK-HSB-COUNT
                   OR   WK-HSB-FOUND-IDX   >   ZERO
                IF   WK-HSB-MISEBAN(WK-HSB-IDX)   =   WK-HSB-KEY-MISEBAN
                     SET   WK-HSB-FOUND-IDX   TO   WK-HSB-IDX
                END-IF
           END-PERFORM.
           IF   WK-HSB-FOUND-IDX   =   ZERO
                GO   TO   HSB-FIND-PROC-EXIT
           END-IF.
      *>
           MOVE      ZERO   TO   WK-HSB-TALLY.
           INSPECT   WK-HSB-HAISO-YOUBI(WK-HSB-FOUND-IDX)
                     TALLYING   WK-HSB-TALLY   FOR   ALL   "1".
           IF   WK-HSB-TALLY   =   ZERO
                MOVE   ZERO   TO   WK-HSB-FOUND-IDX
           END-IF.
      *>
       HSB-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>次回配送日の計算処理
      *>WK-HSB-KEY-MISEBANの店舗について、配送日の翌日以降で休業日で
      *>なく配送曜日に当たる最初の日をWK-HSB-NEXT-DATEに求める
      *>************************************************************************
       HSB-NEXT-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-HSB-NEXT-DATE.
           PERFORM   HSB-FIND-PROC.
           MOVE      WK-HAISO-INT   TO   WK-CHK-INT.
           MOVE      ZERO           TO   WK-CHK-COUNT.
           PERFORM   UNTIL   WK-HSB-NEXT-DATE   NOT =   ZERO
                        OR   WK-CHK-COUNT   >   366
                ADD       1   TO   WK-CHK-INT
                ADD       1   TO   WK-CHK-COUNT
                COMPUTE   WK-CHK-DATE   =
                          FUNCTION DATE-OF-INTEGER(WK-CHK-INT)
                PERFORM   KYUGYO-CHK-PROC
                PERFORM   YOUBI-CALC-PROC
                IF   WK-CAL-KYUGYO-FLG   =   ZERO
                     IF   WK-HSB-FOUND-IDX   =   ZERO
                          MOVE   WK-CHK-DATE   TO   WK-HSB-NEXT-DATE
                     ELSE
                          IF   WK-HSB-HAISO-YOUBI(WK-HSB-FOUND-IDX)
                                    (WK-YOUBI:1)   =   "1"
                               MOVE   WK-CHK-DATE   TO
                                    WK-HSB-NEXT-DATE
                          END-IF
                     END-IF
                END-IF
           END-PERFORM.
      *>
       HSB-NEXT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留受注ファイルの読み込み処理（全行をテーブルに展開する）
      *>当日保留した行は当日の入力から保留し直すため読み飛ばし、
      *>前日以前に払い出した行は落とす。当日払い出した行は保留中に
      *>戻して、再実行でも同じ払い出しになるようにする
      *>************************************************************************
       HRO-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-HRO-COUNT.
           OPEN      INPUT   HRO-FILE.
           IF   HRO-FILE-STATUS   NOT =   "00"
                CLOSE   HRO-FILE
                GO   TO   HRO-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HRO-FILE-STATUS   NOT =   "00"
                READ   HRO-FILE
                     AT   END
                          MOVE   "10"   TO   HRO-FILE-STATUS
                     NOT   AT   END
                          IF   HRO-HORYU-DATE   NOT =   WRK-RUN-DATE
                          AND (HRO-KAIJO-DATE   =   ZERO
                            OR HRO-KAIJO-DATE   =   WRK-RUN-DATE)
                               PERFORM   HRO-LOAD-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HRO-FILE.
      *>
       HRO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留受注１行分のテーブルへの展開処理
      *>************************************************************************
       HRO-LOAD-ONE-PROC              SECTION.
      *>
           IF   WK-HRO-COUNT   >=   9999
                DISPLAY   "保留受注が上限超過:"   HRO-MISEBAN
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-HRO-COUNT.
           MOVE      HRO-HORYU-DATE   TO
                     WK-HRO-HORYU-DATE(WK-HRO-COUNT).
           MOVE      HRO-HAISO-DATE   TO
                     WK-HRO-HAISO-DATE(WK-HRO-COUNT).
           MOVE      ZERO             TO
                     WK-HRO-KAIJO-DATE(WK-HRO-COUNT).
           MOVE      HRO-MISEBAN      TO
                     WK-HRO-MISEBAN(WK-HRO-COUNT).
           MOVE      HRO-RECODE(25:)  TO
                     WK-HRO-ORDER(WK-HRO-COUNT).
      *>
       HRO-LOAD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>当日の受注明細（OT01-RECODE）の保留受注テーブルへの追加処理
      *>************************************************************************
       HRO-ADD-PROC                   SECTION.
      *>
           IF   WK-HRO-COUNT   >=   9999
                DISPLAY   "保留受注が上限超過:"   OT01-MISEBAN
                MOVE      8   TO   RETURN-CODE
                STOP RUN
           END-IF.
           ADD       1   TO   WK-HRO-COUNT.
           MOVE      WRK-RUN-DATE   TO
                     WK-HRO-HORYU-DATE(WK-HRO-COUNT).
           MOVE      ZERO           TO
                     WK-HRO-HAISO-DATE(WK-HRO-COUNT).
           MOVE      ZERO           TO
                     WK-HRO-KAIJO-DATE(WK-HRO-COUNT).
           MOVE      OT01-MISEBAN   TO
                     WK-HRO-MISEBAN(WK-HRO-COUNT).
           MOVE      OT01-RECODE    TO
                     WK-HRO-ORDER(WK-HRO-COUNT).
      *>
       HRO-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留受注テーブルの内容をファイルへ書き戻す処理
      *>保留中の行は次回配送日を求め直して書く
      *>************************************************************************
       HRO-REWRITE-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-HRO-HORYU-COUNT.
           MOVE      ZERO   TO   WK-HRO-KAIJO-COUNT.
           OPEN      OUTPUT   HRO-FILE.
           PERFORM   VARYING   WK-HRO-IDX   FROM   1   BY   1
                UNTIL   WK-HRO-IDX   >   WK-HRO-COUNT
                IF   WK-HRO-KAIJO-DATE(WK-HRO-IDX)   =   ZERO
                     ADD    1   TO   WK-HRO-HORYU-COUNT
                     MOVE   WK-HRO-MISEBAN(WK-HRO-IDX)
                          TO   WK-HSB-KEY-MISEBAN
                     PERFORM   HSB-NEXT-PROC
                     MOVE   WK-HSB-NEXT-DATE
                          TO   WK-HRO-HAISO-DATE(WK-HRO-IDX)
                ELSE
                     ADD    1   TO   WK-HRO-KAIJO-COUNT
                END-IF
                MOVE   WK-HRO-HORYU-DATE(WK-HRO-IDX)
                     TO   HRO-HORYU-DATE
                MOVE   WK-HRO-HAISO-DATE(WK-HRO-IDX)
                     TO   HRO-HAISO-DATE
                MOVE   WK-HRO-KAIJO-DATE(WK-HRO-IDX)
                     TO   HRO-KAIJO-DATE
                MOVE   WK-HRO-ORDER(WK-HRO-IDX)   TO   HRO-RECODE(25:)
                WRITE  HRO-RECODE
           END-PERFORM.
           CLOSE     HRO-FILE.
      *>
       HRO-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留受注一覧の印字処理
      *>保留中の行を店番の昇順に、店舗ごとに次回配送日を付けて印字する
      *>************************************************************************
       HROLST-WRITE-PROC              SECTION.
      *>
           OPEN      OUTPUT   HROLST-FILE.
           MOVE      WRK-RUN-DATE    TO   HROL-HDR-RUN-DATE.
           MOVE      WK-HAISO-DATE   TO   HROL-HDR-HAISO-DATE.
           WRITE     HROLST-RECODE   FROM   HROL-HDR-RECODE.
      *>
           MOVE      LOW-VALUE   TO   WK-HRO-CUR-MISEBAN.
           MOVE      ZERO        TO   WK-HRO-END-FLG.
           PERFORM   UNTIL   WK-HRO-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-HRO-NEXT-MISEBAN
                PERFORM   VARYING   WK-HRO-IDX   FROM   1   BY   1
                     UNTIL   WK-HRO-IDX   >   WK-HRO-COUNT
                     IF   WK-HRO-KAIJO-DATE(WK-HRO-IDX)   =   ZERO
                     AND  WK-HRO-MISEBAN(WK-HRO-IDX)
                               >   WK-HRO-CUR-MISEBAN
                     AND  WK-HRO-MISEBAN(WK-HRO-IDX)
                               <   WK-HRO-NEXT-MISEBAN
                          MOVE   WK-HRO-MISEBAN(WK-HRO-IDX)
                               TO   WK-HRO-NEXT-MISEBAN
                     END-IF
                END-PERFORM
                IF   WK-HRO-NEXT-MISEBAN   =   HIGH-VALUE
                     MOVE   1   TO   WK-HRO-END-FLG
                ELSE
                     MOVE      WK-HRO-NEXT-MISEBAN
                                    TO   WK-HRO-CUR-MISEBAN
                     PERFORM   HROLST-MISE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-HRO-HORYU-COUNT   TO   HROL-TRL-HORYU.
           MOVE      WK-HRO-KAIJO-COUNT   TO   HROL-TRL-KAIJO.
           WRITE     HROLST-RECODE   FROM   HROL-TRL-RECODE.
           CLOSE     HROLST-FILE.
      *>
           IF   WK-HRO-HORYU-COUNT   >   ZERO
           OR   WK-HRO-KAIJO-COUNT   >   ZERO
                DISPLAY   "保留受注：" WK-HRO-HORYU-COUNT
                          "　払出："   WK-HRO-KAIJO-COUNT
           END-IF.
      *>
       HROLST-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留受注一覧の店舗１件分の印字処理
      *>************************************************************************
       HROLST-MISE-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-HRO-MISE-KENSU.
           MOVE      ZERO   TO   WK-HRO-MISE-SU.
           MOVE      WK-HRO-CUR-MISEBAN   TO   HROL-MISE-MISEBAN.
           MOVE      ZERO                 TO   HROL-MISE-NEXT-DATE.
           PERFORM   VARYING   WK-HRO-IDX   FROM   1   BY   1
                UNTIL   WK-HRO-IDX   >   WK-HRO-COUNT
                   OR   HROL-MISE-NEXT-DATE   NOT =   ZERO
                IF   WK-HRO-KAIJO-DATE(WK-HRO-IDX)   =   ZERO
                AND  WK-HRO-MISEBAN(WK-HRO-IDX)   =   WK-HRO-CUR-MISEBAN
                     MOVE   WK-HRO-HAISO-DATE(WK-HRO-IDX)
                          TO   HROL-MISE-NEXT-DATE
                END-IF
           END-PERFORM.
           WRITE     HROLST-RECODE   FROM   HROL-MISE-RECODE.
           WRITE     HROLST-RECODE   FROM   HROL-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-HRO-IDX   FROM   1   BY   1
                UNTIL   WK-HRO-IDX   >   WK-HRO-COUNT
                IF   WK-HRO-KAIJO-DATE(WK-HRO-IDX)   =   ZERO
                AND  WK-HRO-MISEBAN(WK-HRO-IDX)   =   WK-HRO-CUR-MISEBAN
                     MOVE   WK-HRO-ORDER(WK-HRO-IDX)
                          TO   WK-HRO-ORDER-REC
                     IF   WHO-TYUMON-KUBUN   =   "9"
                     OR   WHO-TYUMON-KUBUN   =   "6"
                          COMPUTE   WK-TYUMON-SU-SIGNED   =
                                    ZERO   -   WHO-TYUMON-SU
                     ELSE
                          MOVE   WHO-TYUMON-SU   TO
                               WK-TYUMON-SU-SIGNED
                     END-IF
                     ADD    1   TO   WK-HRO-MISE-KENSU
                     ADD    WK-TYUMON-SU-SIGNED   TO   WK-HRO-MISE-SU
                     COMPUTE   WK-HRO-NISSU   =
                          FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)
                          -   FUNCTION INTEGER-OF-DATE
                                   (WK-HRO-HORYU-DATE(WK-HRO-IDX))
                     MOVE   WHO-TYUMON-BANGOU
                          TO   HROL-TYUMON-BANGOU
                     MOVE   WHO-SHOHIN-CODE       TO   HROL-SHOHIN-CODE
                     MOVE   WK-TYUMON-SU-SIGNED   TO   HROL-SU
                     MOVE   WHO-TYUMON-KUBUN      TO   HROL-TYUMON-KUBUN
                     MOVE   WK-HRO-HORYU-DATE(WK-HRO-IDX)
                          TO   HROL-HORYU-DATE
                     MOVE   WK-HRO-NISSU          TO   HROL-NISSU
                     WRITE  HROLST-RECODE   FROM   HROL-DETAIL-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-HRO-MISE-KENSU   TO   HROL-MISE-KENSU.
           MOVE      WK-HRO-MISE-SU      TO   HROL-MISE-SU.
           WRITE     HROLST-RECODE   FROM   HROL-MISE-TOTAL-RECODE.
      *>
       HROLST-MISE-PROC-EXIT.
      *>
           EXIT.
