      *>のみを対象とする。ルート未割当の店舗は「未割当」の区分で
      *>まとめる。末尾に配車係向けのルート総括（ルート・店舗数・
      *>総数量）を印字する。
      *>商品別重量・容積（SHOHINWV.txt）から各行の重量・容積を求め、
      *>車両容量マスタ（SHARYOM.txt）のルートの容量と比べる。容量を
      *>超えるルートは配送順の早い店舗から順に便へ詰め、入りきらない
      *>店舗から次の便に分ける（店舗は分けない）。便ごとに積載重量・
      *>容積・積載率を印字し、複数便になったルートと積載率が警告率
      *>（WK-KEIKOKU-RITSU）以上のルートを末尾の配車確認に並べて、
      *>前夜のうちに追加車両を手配できるようにする。容量の登録の
      *>ないルートは１便のまま容量の確認をしない。
      *>便割りの結果は、運賃計算（FRTCOST001）が読めるよう便別
      *>配送先ファイル（LOADTRIP.txt：ルート・便・配送順・店番）にも
      *>書き出す。
      *>卸売顧客の納品先へ届ける受注（受注納品先対応ファイル
      *>NOHINORD.txtに店番・注文番号・顧客コードが有る受注のうち、
      *>PICK001が実際にピッキングに回したもの。PICK001の出力する
      *>ピッキング対象受注ファイルPICKORD.txtから求めるため、
      *>配送曜日で保留された受注は含まず、後日保留から払い出された
      *>受注はその日に含まれる）は、その店舗のピッキング数量から
      *>納品先ごとの受注数を
      *>切り出し、納品先マスタ（NOHINM.txt）のルート・配送順で独立した
      *>配送先として積む。納品先の明細には納品先コードを、配送先の
      *>先頭には届け先の住所を印字する。便別配送先ファイルには納品先
      *>も注文した店舗の店番で１行書き出す（運賃は店舗に配賦する）。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>商品別重量・容積ファイル（積載量の計算に使用する）
      *>************************************************************************
       SELECT   SWV-FILE      ASSIGN        TO "SHOHINWV.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SWV-FILE-STATUS.
      *>************************************************************************
      *>車両容量マスタファイル（ルートごとの最大積載重量・容積）
      *>************************************************************************
       SELECT   SHARYO-FILE   ASSIGN        TO "SHARYOM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHARYO-FILE-STATUS.
      *>************************************************************************
      *>便別配送先ファイル（運賃計算向けの便割りの結果）
      *>************************************************************************
       SELECT   LTP-FILE      ASSIGN        TO "LOADTRIP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ピッキング対象受注ファイル（PICK001の出力・納品先への
      *>受注数の取得用）
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
      *>納品先マスタファイル（納品先の名称・住所・ルート・配送順）
      *>************************************************************************
       SELECT   NHM-FILE      ASSIGN        TO "NOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHM-FILE-STATUS.
      *>************************************************************************
      *>積込表ファイル
      *>************************************************************************
       SELECT   MAN-FILE      ASSIGN         TO "LOADMAN.txt"
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>商品別重量・容積ファイルのレイアウト定義
      *>************************************************************************
       FD   SWV-FILE.
       01   SWV-RECODE.
           COPY   SHOHINWV   REPLACING   ==:PREFIX:==   BY   ==SWV==.
      *>************************************************************************
      *>車両容量マスタファイルのレイアウト定義
      *>************************************************************************
       FD   SHARYO-FILE.
       01   SHARYO-RECODE.
           COPY   SHARYOM   REPLACING   ==:PREFIX:==   BY   ==SHR==.
      *>************************************************************************
      *>便別配送先ファイルのレイアウト定義
      *>************************************************************************
       FD   LTP-FILE.
       01   LTP-RECODE.
           COPY   LOADTRIP   REPLACING   ==:PREFIX:==   BY   ==LTP==.
      *>************************************************************************
      *>ピッキング対象受注ファイルのレイアウト定義
      *>（JUDGE001の出力と同じ）
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
      *>納品先マスタファイルのレイアウト定義
      *>************************************************************************
       FD   NHM-FILE.
       01   NHM-RECODE.
           COPY   NOHINSAKI   REPLACING   ==:PREFIX:==   BY   ==NHM==.
      *>************************************************************************
      *>積込表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
       01  PKD-FILE-STATUS                          PIC XX.
       01  ROUTEM-FILE-STATUS                       PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  SWV-FILE-STATUS                          PIC XX.
       01  SHARYO-FILE-STATUS                       PIC XX.
       01  PKO-FILE-STATUS                          PIC XX.
       01  NHL-FILE-STATUS                          PIC XX.
       01  NHM-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-ROUTE-COUNT                  PIC 9(003).
             03   WRK-KEIKOKU-COUNT                PIC 9(003).
             03   WRK-SWV-NASI-COUNT               PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>ピッキング結果保持用テーブル（ルート・配送順を付けて展開する）
      *>配送先は店番＋顧客コード＋納品先コードで区別する（店舗への
      *>納品は顧客コード・納品先コードが空白）
       01   WK-PKD-AREA.
            03   WK-PKD-COUNT                    PIC 9(004)  COMP.
            03   WK-PKD-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-PKD-IDX.
                 05   WK-PKD-STOP-KEY.
                      07   WK-PKD-MISEBAN         PIC X(003).
                      07   WK-PKD-KOKYAKU-CODE    PIC X(005).
                      07   WK-PKD-NOHIN-CODE      PIC X(003).
                 05   WK-PKD-SHOHIN-CODE          PIC X(006).
                 05   WK-PKD-PICK-SU              PIC S9(007).
                 05   WK-PKD-ROUTE-CODE           PIC X(003).
                 05   WK-PKD-DROP-SEQ             PIC 9(003).
                 05   WK-PKD-DONE-FLG             PIC 9(001).
                 05   WK-PKD-JURYO-G              PIC 9(011).
                 05   WK-PKD-YOSEKI-CC            PIC 9(012).
                 05   WK-PKD-TRIP-NO              PIC 9(003).
      *>
      *>配送ルートマスタ保持用テーブル
       01   WK-RTM-AREA.
                 05   WK-RTM-ROUTE-CODE           PIC X(003).
                 05   WK-RTM-DROP-SEQ             PIC 9(003).
      *>
      *>ピッキング結果１行分の店舗に残る数量（納品先分を切り出した残り）
       01   WK-PKD-REST-SU                       PIC S9(007).
       01   WK-PKD-TAKE-SU                       PIC S9(007).
      *>
      *>納品先マスタ保持用テーブル
       01   WK-NHM-AREA.
            03   WK-NHM-COUNT                    PIC 9(004)  COMP.
            03   WK-NHM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-NHM-IDX.
                 05   WK-NHM-KOKYAKU-CODE         PIC X(005).
                 05   WK-NHM-NOHIN-CODE           PIC X(003).
                 05   WK-NHM-NOHIN-NAME           PIC X(020).
                 05   WK-NHM-JUSHO                PIC X(040).
                 05   WK-NHM-ROUTE-CODE           PIC X(003).
                 05   WK-NHM-DROP-SEQ             PIC 9(003).
       01   WK-NHM-CHK-KOKYAKU                   PIC X(005).
       01   WK-NHM-CHK-NOHIN                     PIC X(003).
       01   WK-NHM-FOUND-IDX                     PIC 9(004)  COMP.
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
       01   WK-NHL-NOHIN-SAVE                    PIC X(003).
      *>
      *>店番・商品・納品先ごとの当日の受注数（ピッキング数量から
      *>切り出した分だけ減らす）
       01   WK-NHS-AREA.
            03   WK-NHS-COUNT                    PIC 9(004)  COMP.
            03   WK-NHS-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-NHS-IDX.
                 05   WK-NHS-MISEBAN              PIC X(003).
                 05   WK-NHS-SHOHIN-CODE          PIC X(006).
                 05   WK-NHS-KOKYAKU-CODE         PIC X(005).
                 05   WK-NHS-NOHIN-CODE           PIC X(003).
                 05   WK-NHS-SU                   PIC S9(007).
       01   WK-NHS-FOUND-FLG                     PIC 9(001).
      *>取消受注・減量差分の符号変換用の領域
       01   WK-TYUMON-SU-SIGNED                  PIC S9(006).
      *>
      *>商品別重量・容積保持用テーブル（行のない商品はゼロ）
       01   WK-SWV-AREA.
            03   WK-SWV-COUNT                    PIC 9(004)  COMP.
            03   WK-SWV-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SWV-IDX.
                 05   WK-SWV-SHOHIN-CODE          PIC X(006).
                 05   WK-SWV-JURYO-G              PIC 9(006).
                 05   WK-SWV-YOSEKI-CC            PIC 9(007).
       01   WK-SWV-FOUND-FLG                     PIC 9(001).
      *>
      *>車両容量保持用テーブル（グラム・立方センチに換算して持つ）
       01   WK-SHR-AREA.
            03   WK-SHR-COUNT                    PIC 9(004)  COMP.
            03   WK-SHR-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-SHR-IDX.
                 05   WK-SHR-ROUTE-CODE           PIC X(003).
                 05   WK-SHR-JURYO-G              PIC 9(011).
                 05   WK-SHR-YOSEKI-CC            PIC 9(012).
      *>
      *>容量に近いとして警告する積載率（パーセント）
       01   WK-KEIKOKU-RITSU                     PIC 9(003)
                                             VALUE 90.
      *>
      *>便割りの作業領域（ルート１本分）
       01   WK-TRIP-AREA.
            03   WK-CAP-FLG                      PIC 9(001).
            03   WK-CAP-JURYO-G                  PIC 9(011).
            03   WK-CAP-YOSEKI-CC                PIC 9(012).
            03   WK-TRIP-COUNT                   PIC 9(003).
            03   WK-TRIP-NO                      PIC 9(003).
            03   WK-MISE-JURYO-G                 PIC 9(011).
            03   WK-MISE-YOSEKI-CC               PIC 9(012).
            03   WK-SEL-DROP-SEQ                 PIC 9(003).
            03   WK-SEL-STOP-KEY                 PIC X(011).
            03   WK-SEL-OWARI-FLG                PIC 9(001).
            03   WK-NEXT-TRIP-FLG                PIC 9(001).
            03   WK-RITSU                        PIC 9(005).
            03   WK-RITSU-YOSEKI                 PIC 9(005).
            03   WK-ROUTE-MAX-RITSU              PIC 9(005).
            03   WK-ROUTE-OVER-FLG               PIC 9(001).
      *>便ごとの積載重量・容積
       01   WK-TRIPT-AREA.
            03   WK-TRIPT-TBL                    OCCURS 99 TIMES.
                 05   WK-TRIPT-JURYO-G            PIC 9(011).
                 05   WK-TRIPT-YOSEKI-CC          PIC 9(012).
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
                 05   WK-RSUM-ROUTE-CODE          PIC X(003).
                 05   WK-RSUM-MISE-COUNT          PIC 9(003).
                 05   WK-RSUM-TOTAL-SU            PIC S9(009).
                 05   WK-RSUM-TRIP-COUNT          PIC 9(003).
                 05   WK-RSUM-MAX-RITSU           PIC 9(005).
                 05   WK-RSUM-CAP-FLG             PIC 9(001).
                 05   WK-RSUM-OVER-FLG            PIC 9(001).
      *>
      *>ルート処理の作業領域
       01   WK-CUR-AREA.
            03   WK-DROP-OWARI-FLG               PIC 9(001).
            03   WK-CUR-MAX-DROP                 PIC S9(004).
            03   WK-CUR-PICK-IDX                 PIC 9(004)  COMP.
            03   WK-CUR-MAX-KEY                  PIC X(011).
            03   WK-CUR-ROUTE-SU                 PIC S9(009).
            03   WK-CUR-STOP-OLD                 PIC X(011).
            03   WK-CUR-MISE-COUNT               PIC 9(003).
      *>
      *>積込表の見出し行の編集用領域
           03   FILLER                PIC X(012)
                       VALUE "ルート：".
           03   MAN-ROUTE-CODE        PIC X(003).
      *>便見出し行の編集用領域
       01   MAN-TRIP-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(006)
                       VALUE "便：".
           03   MAN-TRIP-NO           PIC Z9.
      *>便合計行の編集用領域
       01   MAN-TTOTAL-RECODE.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
                       VALUE "便積載：".
           03   MAN-TTOTAL-JURYO      PIC ZZZ,ZZ9.
           03   FILLER                PIC X(004)
                       VALUE "kg  ".
           03   MAN-TTOTAL-YOSEKI     PIC ZZZ,ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "L  ".
           03   MAN-TTOTAL-RITSU-LBL  PIC X(012).
           03   MAN-TTOTAL-RITSU      PIC ZZZZ9
                                             BLANK WHEN ZERO.
           03   MAN-TTOTAL-PCT        PIC X(001).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MAN-TTOTAL-MSG        PIC X(036).
      *>明細行の編集用領域
       01   MAN-DETAIL-RECODE.
           03   MAN-DROP-SEQ          PIC ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MAN-PICK-SU           PIC -(006)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MAN-NOHIN-MIDASHI     PIC X(012).
           03   MAN-NOHIN-KOKYAKU     PIC X(005).
           03   MAN-NOHIN-HYPHEN      PIC X(001).
           03   MAN-NOHIN-CODE        PIC X(003).
      *>納品先の届け先住所行の編集用領域
       01   MAN-JUSHO-RECODE.
           03   FILLER                PIC X(005)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
                       VALUE "届け先：".
           03   MAN-JUSHO             PIC X(040).
      *>ルート合計行の編集用領域
       01   MAN-RTOTAL-RECODE.
           03   FILLER                PIC X(018)
           03   FILLER                PIC X(012)
                       VALUE "　総数量：".
           03   MAN-RECAP-SU          PIC -(008)9.
           03   FILLER                PIC X(012)
                       VALUE "　便数：".
           03   MAN-RECAP-TRIP        PIC Z9.
      *>配車確認の見出し行の編集用領域
       01   MAN-KEIKOKU-HDR-RECODE.
           03   FILLER                PIC X(030)
                   VALUE "**  配車確認  **".
      *>配車確認の明細行の編集用領域
       01   MAN-KEIKOKU-RECODE.
           03   FILLER                PIC X(012)
                       VALUE "ルート：".
           03   MAN-KEIKOKU-ROUTE     PIC X(003).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(006)
                       VALUE "便数".
           03   MAN-KEIKOKU-TRIP      PIC Z9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "最大積載率".
           03   MAN-KEIKOKU-RITSU     PIC ZZZZ9.
           03   FILLER                PIC X(003)
                       VALUE "%  ".
           03   MAN-KEIKOKU-MSG       PIC X(045).
      *>配車確認の件数行・注記行の編集用領域
       01   MAN-KEIKOKU-TRL-RECODE.
           03   FILLER                PIC X(027)
                       VALUE "要確認ルート数：".
           03   MAN-KEIKOKU-COUNT     PIC ZZ9.
       01   MAN-SWV-NASI-RECODE.
           03   FILLER                PIC X(042)
                   VALUE "重量・容積未登録の明細数：".
           03   MAN-SWV-NASI-COUNT    PIC ZZZZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
           MOVE   ZERO        TO   WK-RTM-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-RSUM-COUNT.
           MOVE   ZERO        TO   WK-SWV-COUNT.
           MOVE   ZERO        TO   WK-SHR-COUNT.
           MOVE   ZERO        TO   WRK-KEIKOKU-COUNT.
           MOVE   ZERO        TO   WRK-SWV-NASI-COUNT.
           MOVE   ZERO        TO   WK-NHM-COUNT.
           MOVE   ZERO        TO   WK-NHL-COUNT.
           MOVE   ZERO        TO   WK-NHS-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
           PERFORM   ROUTEM-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  商品別重量・容積・車両容量マスタの読み込み
           PERFORM   SWV-LOAD-PROC.
           PERFORM   SHARYO-LOAD-PROC.
      *>
      *>  納品先マスタ・受注納品先対応を読み込み、当日ピッキングした
      *>  受注から納品先ごとの受注数を求める
           PERFORM   NHM-LOAD-PROC.
           PERFORM   NHL-LOAD-PROC.
           PERFORM   PKO-LOAD-PROC.
      *>
      *>  ピッキング結果の読み込み（ルート・配送順を付けて展開する）
           PERFORM   PKD-LOAD-PROC.
      *>
           OPEN      OUTPUT   MAN-FILE
                              LTP-FILE.
           MOVE      WRK-RUN-DATE   TO   MAN-HDR-RUN-DATE.
           WRITE     MAN-RECODE   FROM   MAN-HDR-RECODE.
      *>
                     TO   MAN-RECAP-MISE
                MOVE   WK-RSUM-TOTAL-SU(WK-RSUM-IDX)
                     TO   MAN-RECAP-SU
                MOVE   WK-RSUM-TRIP-COUNT(WK-RSUM-IDX)
                     TO   MAN-RECAP-TRIP
                WRITE  MAN-RECODE   FROM   MAN-RECAP-RECODE
           END-PERFORM.
      *>
      *>  容量を超えた・容量に近いルートを配車確認として印字する
           PERFORM   KEIKOKU-WRITE-PROC.
      *>
           CLOSE     MAN-FILE
                     LTP-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
      *>ピッキング結果データの読み込み処理
      *>数量がプラスの行だけを対象とし、ルートマスタから当該店舗の
      *>ルート・配送順を付けてテーブルに展開する。ルート未割当の
      *>店舗はルート"ZZZ"（未割当）として扱う。納品先への受注がある
      *>行は、納品先分を別の配送先として切り出す
      *>************************************************************************
       PKD-LOAD-PROC                  SECTION.
      *>
                          MOVE   "10"   TO   PKD-FILE-STATUS
                     NOT   AT   END
                          IF   PKD-PICK-SU   >   ZERO
                               PERFORM   PKD-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分の展開処理
      *>同じ店番・商品の納品先への受注数を順に切り出して納品先の行と
      *>し（ピッキング数量が足りない場合は先の納品先から満たす）、
      *>残りを店舗の行とする
      *>************************************************************************
       PKD-ONE-PROC                   SECTION.
      *>
           MOVE      PKD-PICK-SU   TO   WK-PKD-REST-SU.
           PERFORM   VARYING   WK-NHS-IDX   FROM   1   BY   1
                UNTIL   WK-NHS-IDX   >   WK-NHS-COUNT
                   OR   WK-PKD-REST-SU   NOT >   ZERO
                IF   WK-NHS-MISEBAN(WK-NHS-IDX)       =   PKD-MISEBAN
                AND  WK-NHS-SHOHIN-CODE(WK-NHS-IDX)
                          =   PKD-SHOHIN-CODE
                AND  WK-NHS-SU(WK-NHS-IDX)            >   ZERO
                AND  WK-PKD-COUNT   <   9999
                     IF   WK-NHS-SU(WK-NHS-IDX)   <   WK-PKD-REST-SU
                          MOVE   WK-NHS-SU(WK-NHS-IDX)
                               TO   WK-PKD-TAKE-SU
                     ELSE
                          MOVE   WK-PKD-REST-SU   TO   WK-PKD-TAKE-SU
                     END-IF
                     SUBTRACT   WK-PKD-TAKE-SU   FROM
                                WK-NHS-SU(WK-NHS-IDX)
                     SUBTRACT   WK-PKD-TAKE-SU   FROM   WK-PKD-REST-SU
                     ADD       1   TO   WK-PKD-COUNT
                     ADD       1   TO   WRK-COUNT
                     MOVE   PKD-MISEBAN       TO
                          WK-PKD-MISEBAN(WK-PKD-COUNT)
                     MOVE   WK-NHS-KOKYAKU-CODE(WK-NHS-IDX)   TO
                          WK-PKD-KOKYAKU-CODE(WK-PKD-COUNT)
                     MOVE   WK-NHS-NOHIN-CODE(WK-NHS-IDX)     TO
                          WK-PKD-NOHIN-CODE(WK-PKD-COUNT)
                     MOVE   PKD-SHOHIN-CODE   TO
                          WK-PKD-SHOHIN-CODE(WK-PKD-COUNT)
                     MOVE   WK-PKD-TAKE-SU    TO
                          WK-PKD-PICK-SU(WK-PKD-COUNT)
                     PERFORM   PKD-NOHIN-ROUTE-SET-PROC
                     PERFORM   PKD-SWV-SET-PROC
                END-IF
           END-PERFORM.
      *>
           IF   WK-PKD-REST-SU   >   ZERO
           AND  WK-PKD-COUNT   <   9999
                ADD       1   TO   WK-PKD-COUNT
                ADD       1   TO   WRK-COUNT
                MOVE   PKD-MISEBAN       TO
                     WK-PKD-MISEBAN(WK-PKD-COUNT)
                MOVE   SPACE             TO
                     WK-PKD-KOKYAKU-CODE(WK-PKD-COUNT)
                MOVE   SPACE             TO
                     WK-PKD-NOHIN-CODE(WK-PKD-COUNT)
                MOVE   PKD-SHOHIN-CODE   TO
                     WK-PKD-SHOHIN-CODE(WK-PKD-COUNT)
                MOVE   WK-PKD-REST-SU    TO
                     WK-PKD-PICK-SU(WK-PKD-COUNT)
                PERFORM   PKD-ROUTE-SET-PROC
                PERFORM   PKD-SWV-SET-PROC
           END-IF.
      *>
       PKD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先の行のルート・配送順の設定処理
      *>納品先マスタに無い・ルートが空白の納品先は未割当とする
      *>************************************************************************
       PKD-NOHIN-ROUTE-SET-PROC       SECTION.
      *>
           MOVE      "ZZZ"   TO   WK-PKD-ROUTE-CODE(WK-PKD-COUNT).
           MOVE      ZERO    TO   WK-PKD-DROP-SEQ(WK-PKD-COUNT).
           MOVE      ZERO    TO   WK-PKD-DONE-FLG(WK-PKD-COUNT).
           MOVE      WK-PKD-KOKYAKU-CODE(WK-PKD-COUNT)
                          TO   WK-NHM-CHK-KOKYAKU.
           MOVE      WK-PKD-NOHIN-CODE(WK-PKD-COUNT)
                          TO   WK-NHM-CHK-NOHIN.
           PERFORM   NHM-FIND-PROC.
           IF   WK-NHM-FOUND-IDX   >   ZERO
           AND  WK-NHM-ROUTE-CODE(WK-NHM-FOUND-IDX)   NOT =   SPACE
                MOVE   WK-NHM-ROUTE-CODE(WK-NHM-FOUND-IDX)
                     TO   WK-PKD-ROUTE-CODE(WK-PKD-COUNT)
                MOVE   WK-NHM-DROP-SEQ(WK-NHM-FOUND-IDX)
                     TO   WK-PKD-DROP-SEQ(WK-PKD-COUNT)
           END-IF.
      *>
       PKD-NOHIN-ROUTE-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分のルート・配送順の設定処理
      *>************************************************************************
       PKD-ROUTE-SET-PROC             SECTION.
           ADD       1   TO   WRK-ROUTE-COUNT.
           MOVE      ZERO    TO   WK-CUR-ROUTE-SU.
           MOVE      ZERO    TO   WK-CUR-MISE-COUNT.
           MOVE      SPACE   TO   WK-CUR-STOP-OLD.
      *>
           MOVE      WK-CUR-ROUTE   TO   MAN-ROUTE-CODE.
           WRITE     MAN-RECODE   FROM   MAN-ROUTE-RECODE.
      *>
      *>  車両容量に従って店舗を便に割り振る
           PERFORM   TRIP-ASSIGN-PROC.
      *>
      *>  便ごとに積込明細と便の積載を印字する
           PERFORM   VARYING   WK-TRIP-NO   FROM   1   BY   1
                UNTIL   WK-TRIP-NO   >   WK-TRIP-COUNT
                PERFORM   TRIP-ONE-PROC
           END-PERFORM.
      *>
           MOVE      WK-CUR-ROUTE-SU   TO   MAN-RTOTAL-SU.
           WRITE     MAN-RECODE   FROM   MAN-RTOTAL-RECODE.
      *>
      *>  総括テーブルに積み上げる
           IF   WK-RSUM-COUNT   <   999
                ADD    1   TO   WK-RSUM-COUNT
                MOVE   WK-CUR-ROUTE        TO
                     WK-RSUM-ROUTE-CODE(WK-RSUM-COUNT)
                MOVE   WK-CUR-MISE-COUNT   TO
                     WK-RSUM-MISE-COUNT(WK-RSUM-COUNT)
                MOVE   WK-CUR-ROUTE-SU     TO
                     WK-RSUM-TOTAL-SU(WK-RSUM-COUNT)
                MOVE   WK-TRIP-COUNT       TO
                     WK-RSUM-TRIP-COUNT(WK-RSUM-COUNT)
                MOVE   WK-ROUTE-MAX-RITSU  TO
                     WK-RSUM-MAX-RITSU(WK-RSUM-COUNT)
                MOVE   WK-CAP-FLG          TO
                     WK-RSUM-CAP-FLG(WK-RSUM-COUNT)
                MOVE   WK-ROUTE-OVER-FLG   TO
                     WK-RSUM-OVER-FLG(WK-RSUM-COUNT)
           END-IF.
      *>
       ROUTE-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ルート１本分の便割り処理
      *>配送順の早い店舗（同じ配送順は店番順。納品先は注文した店舗の
      *>後）から順に、配送先単位の
      *>重量・容積を今の便に積み、容量を超える店舗から次の便とする。
      *>１店舗だけで容量を超える場合もその店舗で１便とし、超過として
      *>印をつける。容量の登録のないルートは全店舗を１便とする
      *>************************************************************************
       TRIP-ASSIGN-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-CAP-FLG.
           MOVE      ZERO   TO   WK-CAP-JURYO-G.
           MOVE      ZERO   TO   WK-CAP-YOSEKI-CC.
           MOVE      ZERO   TO   WK-ROUTE-OVER-FLG.
           PERFORM   VARYING   WK-SHR-IDX   FROM   1   BY   1
                UNTIL   WK-SHR-IDX   >   WK-SHR-COUNT
                IF   WK-SHR-ROUTE-CODE(WK-SHR-IDX)   =   WK-CUR-ROUTE
                     MOVE   1   TO   WK-CAP-FLG
                     MOVE   WK-SHR-JURYO-G(WK-SHR-IDX)
                          TO   WK-CAP-JURYO-G
                     MOVE   WK-SHR-YOSEKI-CC(WK-SHR-IDX)
                          TO   WK-CAP-YOSEKI-CC
                END-IF
           END-PERFORM.
      *>
           MOVE      1      TO   WK-TRIP-COUNT.
           MOVE      ZERO   TO   WK-TRIPT-JURYO-G(1).
           MOVE      ZERO   TO   WK-TRIPT-YOSEKI-CC(1).
           PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                IF   WK-PKD-ROUTE-CODE(WK-PKD-IDX)   =   WK-CUR-ROUTE
                     MOVE   ZERO   TO   WK-PKD-TRIP-NO(WK-PKD-IDX)
                END-IF
           END-PERFORM.
      *>
      *>  便の決まっていない店舗のうち配送順が最小のものを選ぶ
           MOVE      ZERO   TO   WK-SEL-OWARI-FLG.
           PERFORM   UNTIL   WK-SEL-OWARI-FLG   =   1
                MOVE      999           TO   WK-SEL-DROP-SEQ
                MOVE      HIGH-VALUE    TO   WK-SEL-STOP-KEY
                PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                     UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                     IF   WK-PKD-ROUTE-CODE(WK-PKD-IDX)
                               =   WK-CUR-ROUTE
                     AND  WK-PKD-TRIP-NO(WK-PKD-IDX)   =   ZERO
                     AND (WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               <   WK-SEL-DROP-SEQ
                      OR (WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               =   WK-SEL-DROP-SEQ
                      AND WK-PKD-STOP-KEY(WK-PKD-IDX)
                               <   WK-SEL-STOP-KEY))
                          MOVE   WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               TO   WK-SEL-DROP-SEQ
                          MOVE   WK-PKD-STOP-KEY(WK-PKD-IDX)
                               TO   WK-SEL-STOP-KEY
                     END-IF
                END-PERFORM
                IF   WK-SEL-STOP-KEY   =   HIGH-VALUE
                     MOVE      1   TO   WK-SEL-OWARI-FLG
                ELSE
                     PERFORM   TRIP-MISE-SET-PROC
                END-IF
           END-PERFORM.
      *>
      *>  便ごとの積載率の最大をルートの積載率とする
           MOVE      ZERO   TO   WK-ROUTE-MAX-RITSU.
           PERFORM   VARYING   WK-TRIP-NO   FROM   1   BY   1
                UNTIL   WK-TRIP-NO   >   WK-TRIP-COUNT
                PERFORM   TRIP-RITSU-CALC-PROC
                IF   WK-RITSU   >   WK-ROUTE-MAX-RITSU
                     MOVE   WK-RITSU   TO   WK-ROUTE-MAX-RITSU
                END-IF
           END-PERFORM.
      *>
       TRIP-ASSIGN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>選んだ店舗１件分の便の決定処理
      *>店舗の重量・容積を合計し、今の便に積むと容量を超える場合
      *>（今の便が空でなければ）次の便を開く
      *>************************************************************************
       TRIP-MISE-SET-PROC             SECTION.
      *>
           MOVE      ZERO   TO   WK-MISE-JURYO-G.
           MOVE      ZERO   TO   WK-MISE-YOSEKI-CC.
           PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                IF   WK-PKD-ROUTE-CODE(WK-PKD-IDX)   =   WK-CUR-ROUTE
                AND  WK-PKD-TRIP-NO(WK-PKD-IDX)      =   ZERO
                AND  WK-PKD-STOP-KEY(WK-PKD-IDX)     =   WK-SEL-STOP-KEY
                AND  WK-PKD-DROP-SEQ(WK-PKD-IDX)     =   WK-SEL-DROP-SEQ
                     ADD   WK-PKD-JURYO-G(WK-PKD-IDX)
                          TO   WK-MISE-JURYO-G
                     ADD   WK-PKD-YOSEKI-CC(WK-PKD-IDX)
                          TO   WK-MISE-YOSEKI-CC
                END-IF
           END-PERFORM.
      *>
           MOVE      ZERO   TO   WK-NEXT-TRIP-FLG.
           IF   WK-CAP-FLG   =   1
                IF   WK-CAP-JURYO-G   >   ZERO
                AND  WK-TRIPT-JURYO-G(WK-TRIP-COUNT)
                   + WK-MISE-JURYO-G   >   WK-CAP-JURYO-G
                     MOVE   1   TO   WK-NEXT-TRIP-FLG
                END-IF
                IF   WK-CAP-YOSEKI-CC   >   ZERO
                AND  WK-TRIPT-YOSEKI-CC(WK-TRIP-COUNT)
                   + WK-MISE-YOSEKI-CC   >   WK-CAP-YOSEKI-CC
                     MOVE   1   TO   WK-NEXT-TRIP-FLG
                END-IF
           END-IF.
      *>
      *>  今の便が空なら超過でもこの便に積む（１店舗で１便）
           IF   WK-NEXT-TRIP-FLG   =   1
           AND (WK-TRIPT-JURYO-G(WK-TRIP-COUNT)     >   ZERO
            OR  WK-TRIPT-YOSEKI-CC(WK-TRIP-COUNT)   >   ZERO)
           AND  WK-TRIP-COUNT   <   99
                ADD    1      TO   WK-TRIP-COUNT
                MOVE   ZERO   TO   WK-TRIPT-JURYO-G(WK-TRIP-COUNT)
                MOVE   ZERO   TO   WK-TRIPT-YOSEKI-CC(WK-TRIP-COUNT)
           END-IF.
      *>
           ADD       WK-MISE-JURYO-G     TO
                          WK-TRIPT-JURYO-G(WK-TRIP-COUNT).
           ADD       WK-MISE-YOSEKI-CC   TO
                          WK-TRIPT-YOSEKI-CC(WK-TRIP-COUNT).
      *>
           PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                IF   WK-PKD-ROUTE-CODE(WK-PKD-IDX)   =   WK-CUR-ROUTE
                AND  WK-PKD-TRIP-NO(WK-PKD-IDX)      =   ZERO
                AND  WK-PKD-STOP-KEY(WK-PKD-IDX)     =   WK-SEL-STOP-KEY
                AND  WK-PKD-DROP-SEQ(WK-PKD-IDX)     =   WK-SEL-DROP-SEQ
                     MOVE   WK-TRIP-COUNT
                          TO   WK-PKD-TRIP-NO(WK-PKD-IDX)
                END-IF
           END-PERFORM.
      *>
       TRIP-MISE-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>便１本分の積載率の計算処理（WK-TRIP-NOの便）
      *>重量・容積それぞれの容量に対する割合の大きい方を積載率とし、
      *>100を超える便はルートの超過として印をつける
      *>************************************************************************
       TRIP-RITSU-CALC-PROC           SECTION.
      *>
           MOVE      ZERO   TO   WK-RITSU.
           MOVE      ZERO   TO   WK-RITSU-YOSEKI.
           IF   WK-CAP-FLG   =   ZERO
                GO   TO   TRIP-RITSU-CALC-PROC-EXIT
           END-IF.
      *>
           IF   WK-CAP-JURYO-G   >   ZERO
                COMPUTE   WK-RITSU   =
                          WK-TRIPT-JURYO-G(WK-TRIP-NO)   *   100
                        / WK-CAP-JURYO-G
           END-IF.
           IF   WK-CAP-YOSEKI-CC   >   ZERO
                COMPUTE   WK-RITSU-YOSEKI   =
                          WK-TRIPT-YOSEKI-CC(WK-TRIP-NO)   *   100
                        / WK-CAP-YOSEKI-CC
           END-IF.
           IF   WK-RITSU-YOSEKI   >   WK-RITSU
                MOVE   WK-RITSU-YOSEKI   TO   WK-RITSU
           END-IF.
           IF   WK-RITSU   >   100
                MOVE   1   TO   WK-ROUTE-OVER-FLG
           END-IF.
      *>
       TRIP-RITSU-CALC-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>便１本分の積込明細の印字処理（WK-TRIP-NOの便）
      *>配送順の降順（あとで降ろす店から先に）に明細を印字し、
      *>便の積載重量・容積・積載率を印字する
      *>************************************************************************
       TRIP-ONE-PROC                  SECTION.
      *>
           MOVE      WK-TRIP-NO   TO   MAN-TRIP-NO.
           WRITE     MAN-RECODE   FROM   MAN-TRIP-RECODE.
      *>
      *>  この便の未処理の行から配送順が最大のものを選んで印字する
      *>  （同じ配送順の配送先が複数ある場合は配送先ごとにまとめる）
           MOVE      ZERO   TO   WK-DROP-OWARI-FLG.
           PERFORM   UNTIL   WK-DROP-OWARI-FLG   =   1
                MOVE      -1     TO   WK-CUR-MAX-DROP
                MOVE      LOW-VALUE   TO   WK-CUR-MAX-KEY
                MOVE      ZERO   TO   WK-CUR-PICK-IDX
                PERFORM   VARYING   WK-PKD-IDX   FROM   1   BY   1
                     UNTIL   WK-PKD-IDX   >   WK-PKD-COUNT
                     IF   WK-PKD-DONE-FLG(WK-PKD-IDX)   =   ZERO
                     AND  WK-PKD-ROUTE-CODE(WK-PKD-IDX)
                               =   WK-CUR-ROUTE
                     AND  WK-PKD-TRIP-NO(WK-PKD-IDX)
                               =   WK-TRIP-NO
                     AND (WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               >   WK-CUR-MAX-DROP
                      OR (WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               =   WK-CUR-MAX-DROP
                      AND WK-PKD-STOP-KEY(WK-PKD-IDX)
                               >   WK-CUR-MAX-KEY))
                          MOVE   WK-PKD-DROP-SEQ(WK-PKD-IDX)
                               TO   WK-CUR-MAX-DROP
                          MOVE   WK-PKD-STOP-KEY(WK-PKD-IDX)
                               TO   WK-CUR-MAX-KEY
                          SET    WK-CUR-PICK-IDX   TO   WK-PKD-IDX
                     END-IF
                END-PERFORM
                END-IF
           END-PERFORM.
      *>
      *>  便の積載（キログラム・リットル）と積載率を印字する
           MOVE      SPACE   TO   MAN-TTOTAL-RITSU-LBL.
           MOVE      SPACE   TO   MAN-TTOTAL-PCT.
           MOVE      SPACE   TO   MAN-TTOTAL-MSG.
           MOVE      ZERO    TO   MAN-TTOTAL-RITSU.
           COMPUTE   MAN-TTOTAL-JURYO   =
                     WK-TRIPT-JURYO-G(WK-TRIP-NO)   /   1000.
           COMPUTE   MAN-TTOTAL-YOSEKI  =
                     WK-TRIPT-YOSEKI-CC(WK-TRIP-NO)   /   1000.
           PERFORM   TRIP-RITSU-CALC-PROC.
           IF   WK-CAP-FLG   =   ZERO
                MOVE   "容量未登録"   TO   MAN-TTOTAL-MSG
           ELSE
                MOVE   "積載率："     TO   MAN-TTOTAL-RITSU-LBL
                MOVE   WK-RITSU       TO   MAN-TTOTAL-RITSU
                MOVE   "%"            TO   MAN-TTOTAL-PCT
                EVALUATE   TRUE
                     WHEN   WK-RITSU   >   100
                          MOVE   "＊容量超過（店舗単独）"
                               TO   MAN-TTOTAL-MSG
                     WHEN   WK-RITSU   NOT <   WK-KEIKOKU-RITSU
                          MOVE   "＊容量間近"   TO   MAN-TTOTAL-MSG
                     WHEN   OTHER
                          CONTINUE
                END-EVALUATE
           END-IF.
           WRITE     MAN-RECODE   FROM   MAN-TTOTAL-RECODE.
      *>
       TRIP-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配車確認の印字処理
      *>複数便に分けたルート・１店舗で容量を超えたルート・積載率が
      *>警告率以上のルートを並べ、件数をコンソールにも表示する
      *>************************************************************************
       KEIKOKU-WRITE-PROC             SECTION.
      *>
           WRITE     MAN-RECODE   FROM   MAN-KEIKOKU-HDR-RECODE.
      *>
           PERFORM   VARYING   WK-RSUM-IDX   FROM   1   BY   1
                UNTIL   WK-RSUM-IDX   >   WK-RSUM-COUNT
                MOVE   SPACE   TO   MAN-KEIKOKU-MSG
                EVALUATE   TRUE
                     WHEN   WK-RSUM-OVER-FLG(WK-RSUM-IDX)   =   1
                          MOVE   "１店舗で容量超過"
                               TO   MAN-KEIKOKU-MSG
                     WHEN   WK-RSUM-TRIP-COUNT(WK-RSUM-IDX)   >   1
                          MOVE   "便分割・追加車両の手配要"
                               TO   MAN-KEIKOKU-MSG
                     WHEN   WK-RSUM-CAP-FLG(WK-RSUM-IDX)   =   1
                     AND    WK-RSUM-MAX-RITSU(WK-RSUM-IDX)
                                 NOT <   WK-KEIKOKU-RITSU
                          MOVE   "容量間近・追加車両を検討"
                               TO   MAN-KEIKOKU-MSG
                     WHEN   OTHER
                          CONTINUE
                END-EVALUATE
                IF   MAN-KEIKOKU-MSG   NOT =   SPACE
                     ADD    1   TO   WRK-KEIKOKU-COUNT
                     MOVE   WK-RSUM-ROUTE-CODE(WK-RSUM-IDX)
                          TO   MAN-KEIKOKU-ROUTE
                     MOVE   WK-RSUM-TRIP-COUNT(WK-RSUM-IDX)
                          TO   MAN-KEIKOKU-TRIP
                     MOVE   WK-RSUM-MAX-RITSU(WK-RSUM-IDX)
                          TO   MAN-KEIKOKU-RITSU
                     WRITE  MAN-RECODE   FROM   MAN-KEIKOKU-RECODE
                END-IF
           END-PERFORM.
      *>
           MOVE      WRK-KEIKOKU-COUNT    TO   MAN-KEIKOKU-COUNT.
           WRITE     MAN-RECODE   FROM   MAN-KEIKOKU-TRL-RECODE.
           IF   WRK-SWV-NASI-COUNT   >   ZERO
                MOVE    WRK-SWV-NASI-COUNT   TO   MAN-SWV-NASI-COUNT
                WRITE   MAN-RECODE   FROM   MAN-SWV-NASI-RECODE
           END-IF.
      *>
       KEIKOKU-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ピッキング結果１行分の重量・容積の設定処理
      *>バラ１個あたりの重量・容積に数量を掛ける。登録のない商品は
      *>ゼロとし、未登録の明細数を数える
      *>************************************************************************
       PKD-SWV-SET-PROC               SECTION.
      *>
           MOVE      ZERO   TO   WK-PKD-JURYO-G(WK-PKD-COUNT).
           MOVE      ZERO   TO   WK-PKD-YOSEKI-CC(WK-PKD-COUNT).
           MOVE      ZERO   TO   WK-PKD-TRIP-NO(WK-PKD-COUNT).
           MOVE      ZERO   TO   WK-SWV-FOUND-FLG.
           PERFORM   VARYING   WK-SWV-IDX   FROM   1   BY   1
                UNTIL   WK-SWV-IDX   >   WK-SWV-COUNT
                IF   WK-SWV-SHOHIN-CODE(WK-SWV-IDX)
                          =   PKD-SHOHIN-CODE
                     MOVE   1   TO   WK-SWV-FOUND-FLG
                     COMPUTE   WK-PKD-JURYO-G(WK-PKD-COUNT)   =
                               WK-SWV-JURYO-G(WK-SWV-IDX)
                             * WK-PKD-PICK-SU(WK-PKD-COUNT)
                     COMPUTE   WK-PKD-YOSEKI-CC(WK-PKD-COUNT)   =
                               WK-SWV-YOSEKI-CC(WK-SWV-IDX)
                             * WK-PKD-PICK-SU(WK-PKD-COUNT)
                END-IF
           END-PERFORM.
           IF   WK-SWV-FOUND-FLG   =   ZERO
                ADD   1   TO   WRK-SWV-NASI-COUNT
           END-IF.
      *>
       PKD-SWV-SET-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別重量・容積ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全商品が重量・容積ゼロとして扱われる
      *>************************************************************************
       SWV-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   SWV-FILE.
           IF   SWV-FILE-STATUS   NOT =   "00"
                CLOSE   SWV-FILE
                GO   TO   SWV-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SWV-FILE-STATUS   NOT =   "00"
                READ   SWV-FILE
                     AT   END
                          MOVE   "10"   TO   SWV-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SWV-COUNT   <   9999
                          AND  SWV-JURYO-G    NUMERIC
                          AND  SWV-YOSEKI-CC  NUMERIC
                               ADD    1   TO   WK-SWV-COUNT
                               MOVE   SWV-SHOHIN-CODE   TO
                                    WK-SWV-SHOHIN-CODE(WK-SWV-COUNT)
                               MOVE   SWV-JURYO-G       TO
                                    WK-SWV-JURYO-G(WK-SWV-COUNT)
                               MOVE   SWV-YOSEKI-CC     TO
                                    WK-SWV-YOSEKI-CC(WK-SWV-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SWV-FILE.
      *>
       SWV-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>車両容量マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>キログラムはグラムへ、リットルは立方センチへ換算して持つ。
      *>ファイルが無い場合は全ルートが容量未登録として扱われる
      *>************************************************************************
       SHARYO-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   SHARYO-FILE.
           IF   SHARYO-FILE-STATUS   NOT =   "00"
                CLOSE   SHARYO-FILE
                GO   TO   SHARYO-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SHARYO-FILE-STATUS   NOT =   "00"
                READ   SHARYO-FILE
                     AT   END
                          MOVE   "10"   TO   SHARYO-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SHR-COUNT       <   999
                          AND  SHR-MAX-JURYO-KG   NUMERIC
                          AND  SHR-MAX-YOSEKI-L   NUMERIC
                               ADD    1   TO   WK-SHR-COUNT
                               MOVE   SHR-ROUTE-CODE    TO
                                    WK-SHR-ROUTE-CODE(WK-SHR-COUNT)
                               COMPUTE   WK-SHR-JURYO-G(WK-SHR-COUNT)
                                    =   SHR-MAX-JURYO-KG   *   1000
                               COMPUTE   WK-SHR-YOSEKI-CC(WK-SHR-COUNT)
                                    =   SHR-MAX-YOSEKI-L   *   1000
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHARYO-FILE.
      *>
       SHARYO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>
           MOVE      1   TO   WK-PKD-DONE-FLG(WK-CUR-PICK-IDX).
      *>
      *>  配送先が変わったら総括用の店舗数を数える
           IF   WK-PKD-STOP-KEY(WK-CUR-PICK-IDX)
                     NOT =   WK-CUR-STOP-OLD
                ADD    1   TO   WK-CUR-MISE-COUNT
                MOVE   WK-PKD-STOP-KEY(WK-CUR-PICK-IDX)
                     TO   WK-CUR-STOP-OLD
      *>        納品先は届け先の住所を先に印字する
                IF   WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)   NOT =   SPACE
                     PERFORM   MAN-JUSHO-WRITE-PROC
                END-IF
      *>        便別配送先ファイルに店舗の便を１行書き出す
      *>        （納品先は注文した店舗の店番で書き出す）
                MOVE   WRK-RUN-DATE   TO   LTP-RUN-DATE
                MOVE   WK-CUR-ROUTE   TO   LTP-ROUTE-CODE
                MOVE   WK-TRIP-NO     TO   LTP-TRIP-NO
                MOVE   WK-PKD-DROP-SEQ(WK-CUR-PICK-IDX)
                     TO   LTP-DROP-SEQ
                MOVE   WK-PKD-MISEBAN(WK-CUR-PICK-IDX)
                     TO   LTP-MISEBAN
                WRITE  LTP-RECODE
           END-IF.
      *>
           MOVE      WK-PKD-MISEBAN(WK-CUR-PICK-IDX)
                          TO   WK-MISE-CHK-MISEBAN.
           PERFORM   MISE-MSTR-LOOKUP-PROC.
      *>  納品先の明細は納品先名と納品先コードを印字する
           IF   WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)   NOT =   SPACE
                MOVE   WK-PKD-KOKYAKU-CODE(WK-CUR-PICK-IDX)
                     TO   WK-NHM-CHK-KOKYAKU
                MOVE   WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)
                     TO   WK-NHM-CHK-NOHIN
                PERFORM   NHM-FIND-PROC
                IF   WK-NHM-FOUND-IDX   >   ZERO
                     MOVE   WK-NHM-NOHIN-NAME(WK-NHM-FOUND-IDX)
                          TO   WK-MISE-MSTR-NAME-SAVE
                ELSE
                     MOVE   "納品先不明"
                          TO   WK-MISE-MSTR-NAME-SAVE
                END-IF
           END-IF.
           MOVE      SPACE   TO   MAN-DETAIL-RECODE.
           MOVE      WK-PKD-DROP-SEQ(WK-CUR-PICK-IDX)
                          TO   MAN-DROP-SEQ.
                          TO   MAN-SHOHIN-CODE.
           MOVE      WK-PKD-PICK-SU(WK-CUR-PICK-IDX)
                          TO   MAN-PICK-SU.
           IF   WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)   NOT =   SPACE
                MOVE   "納品先："   TO   MAN-NOHIN-MIDASHI
                MOVE   WK-PKD-KOKYAKU-CODE(WK-CUR-PICK-IDX)
                     TO   MAN-NOHIN-KOKYAKU
                MOVE   "-"          TO   MAN-NOHIN-HYPHEN
                MOVE   WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)
                     TO   MAN-NOHIN-CODE
           END-IF.
           WRITE     MAN-RECODE   FROM   MAN-DETAIL-RECODE.
      *>
           ADD       WK-PKD-PICK-SU(WK-CUR-PICK-IDX)
      *>
           EXIT.
      *>************************************************************************
      *>納品先の届け先住所行の印字処理（WK-CUR-PICK-IDXの納品先）
      *>************************************************************************
       MAN-JUSHO-WRITE-PROC           SECTION.
      *>
           MOVE      WK-PKD-KOKYAKU-CODE(WK-CUR-PICK-IDX)
                          TO   WK-NHM-CHK-KOKYAKU.
           MOVE      WK-PKD-NOHIN-CODE(WK-CUR-PICK-IDX)
                          TO   WK-NHM-CHK-NOHIN.
           PERFORM   NHM-FIND-PROC.
           IF   WK-NHM-FOUND-IDX   >   ZERO
                MOVE   WK-NHM-JUSHO(WK-NHM-FOUND-IDX)   TO   MAN-JUSHO
           ELSE
                MOVE   "納品先マスタ未登録"   TO   MAN-JUSHO
           END-IF.
           WRITE     MAN-RECODE   FROM   MAN-JUSHO-RECODE.
      *>
       MAN-JUSHO-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先マスタの検索処理
      *>WK-NHM-CHK-KOKYAKU・WK-NHM-CHK-NOHINに設定した納品先を探し、
      *>見つかった行の位置をWK-NHM-FOUND-IDXに返す（無ければゼロ）
      *>************************************************************************
       NHM-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-NHM-FOUND-IDX.
           PERFORM   VARYING   WK-NHM-IDX   FROM   1   BY   1
                UNTIL   WK-NHM-IDX   >   WK-NHM-COUNT
                   OR   WK-NHM-FOUND-IDX   >   ZERO
                IF   WK-NHM-KOKYAKU-CODE(WK-NHM-IDX)
                          =   WK-NHM-CHK-KOKYAKU
                AND  WK-NHM-NOHIN-CODE(WK-NHM-IDX)
                          =   WK-NHM-CHK-NOHIN
                     SET    WK-NHM-FOUND-IDX   TO   WK-NHM-IDX
                END-IF
           END-PERFORM.
      *>
       NHM-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は納品先への受注も店舗へ積む
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
                               MOVE   NHM-JUSHO          TO
                                    WK-NHM-JUSHO(WK-NHM-COUNT)
                               MOVE   NHM-ROUTE-CODE     TO
                                    WK-NHM-ROUTE-CODE(WK-NHM-COUNT)
                               MOVE   ZERO               TO
                                    WK-NHM-DROP-SEQ(WK-NHM-COUNT)
                               IF   NHM-DROP-SEQ   NUMERIC
                                    MOVE   NHM-DROP-SEQ   TO
                                         WK-NHM-DROP-SEQ(WK-NHM-COUNT)
                               END-IF
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     NHM-FILE.
      *>
       NHM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注納品先対応ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は納品先への受注なしとして扱う
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
      *>ピッキング対象受注ファイルの読み込み処理
      *>（納品先ごとの受注数の積み上げ）
      *>顧客コード付きの受注明細のうち受注納品先対応の有るものを、
      *>店番・商品・納品先ごとに積み上げる。取消（"9"）と変更の減量
      *>差分（"6"）は相殺し、店舗間移庫（"7"）は対象にしない
      *>（PICK001は移庫を書き出さないが念のため除く）。
      *>ファイルが無い場合は納品先の切り出しを行わない
      *>************************************************************************
       PKO-LOAD-PROC                  SECTION.
      *>
           IF   WK-NHL-COUNT   =   ZERO
                GO   TO   PKO-LOAD-PROC-EXIT
           END-IF.
           OPEN      INPUT   PKO-FILE.
           IF   PKO-FILE-STATUS   NOT =   "00"
                CLOSE   PKO-FILE
                GO   TO   PKO-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   PKO-FILE-STATUS   NOT =   "00"
                READ   PKO-FILE
                     AT   END
                          MOVE   "10"   TO   PKO-FILE-STATUS
                     NOT   AT   END
                          IF   PKO-RECODE(24:19)   NOT =   SPACE
                          AND  PKO-TYUMON-KUBUN    NOT =   "7"
                          AND  PKO-KOKYAKU-CODE    NOT =   SPACE
                               PERFORM   PKO-ONE-PROC
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     PKO-FILE.
      *>
       PKO-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注明細１件分の納品先ごとの受注数の積み上げ処理
      *>店番・注文番号・顧客コードが一致し、受注日が受付日付以前で
      *>最も新しい受注納品先対応の納品先に積み上げる
      *>************************************************************************
       PKO-ONE-PROC                   SECTION.
      *>
           MOVE      ZERO    TO   WK-NHL-BEST-DATE.
           MOVE      SPACE   TO   WK-NHL-NOHIN-SAVE.
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
                     MOVE   WK-NHL-NOHIN-CODE(WK-NHL-IDX)
                          TO   WK-NHL-NOHIN-SAVE
                END-IF
           END-PERFORM.
           IF   WK-NHL-NOHIN-SAVE   =   SPACE
                GO   TO   PKO-ONE-PROC-EXIT
           END-IF.
      *>
           IF   PKO-TYUMON-KUBUN   =   "9"
           OR   PKO-TYUMON-KUBUN   =   "6"
                COMPUTE   WK-TYUMON-SU-SIGNED   =
                          ZERO   -   PKO-TYUMON-SU
           ELSE
                MOVE      PKO-TYUMON-SU   TO   WK-TYUMON-SU-SIGNED
           END-IF.
      *>
           MOVE      ZERO   TO   WK-NHS-FOUND-FLG.
           PERFORM   VARYING   WK-NHS-IDX   FROM   1   BY   1
                UNTIL   WK-NHS-IDX   >   WK-NHS-COUNT
                   OR   WK-NHS-FOUND-FLG   =   1
                IF   WK-NHS-MISEBAN(WK-NHS-IDX)       =   PKO-MISEBAN
                AND  WK-NHS-SHOHIN-CODE(WK-NHS-IDX)
                          =   PKO-SHOHIN-CODE
                AND  WK-NHS-KOKYAKU-CODE(WK-NHS-IDX)
                          =   PKO-KOKYAKU-CODE
                AND  WK-NHS-NOHIN-CODE(WK-NHS-IDX)
                          =   WK-NHL-NOHIN-SAVE
                     MOVE   1   TO   WK-NHS-FOUND-FLG
                     ADD    WK-TYUMON-SU-SIGNED   TO
                          WK-NHS-SU(WK-NHS-IDX)
                END-IF
           END-PERFORM.
           IF   WK-NHS-FOUND-FLG   =   ZERO
           AND  WK-NHS-COUNT   <   9999
                ADD    1   TO   WK-NHS-COUNT
                MOVE   PKO-MISEBAN          TO
                     WK-NHS-MISEBAN(WK-NHS-COUNT)
                MOVE   PKO-SHOHIN-CODE      TO
                     WK-NHS-SHOHIN-CODE(WK-NHS-COUNT)
                MOVE   PKO-KOKYAKU-CODE     TO
                     WK-NHS-KOKYAKU-CODE(WK-NHS-COUNT)
                MOVE   WK-NHL-NOHIN-SAVE     TO
                     WK-NHS-NOHIN-CODE(WK-NHS-COUNT)
                MOVE   WK-TYUMON-SU-SIGNED   TO
                     WK-NHS-SU(WK-NHS-COUNT)
           END-IF.
      *>
       PKO-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>配送ルートマスタファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全店舗が未割当として扱われる
      *>************************************************************************
      *>
           DISPLAY   "対象明細数:"   WRK-COUNT
                     "　ルート数:"   WRK-ROUTE-COUNT.
           IF   WRK-KEIKOKU-COUNT   >   ZERO
                DISPLAY   "配車確認の必要なルート数:"
                          WRK-KEIKOKU-COUNT
           END-IF.
      *>
           IF   WRK-COUNT   =   ZERO
                DISPLAY   "積込対象がありません"
