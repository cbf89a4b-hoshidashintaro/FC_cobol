      *>************************************************************************
      *>月次返品分析表作成プログラム
      *>パラメータファイル（RTAPARM.txt：対象年月YYYYMM＋要確認とする
      *>返品率＋返品率を判定する最低出荷数）で指定された月の得意先
      *>返品履歴（RTNHIST.txt）を集計し、返品分析表（RTNANL.txt）に
      *>次の３つの表を印字する。
      *>　・理由別：返品理由ごとの返品数・返品金額・返品数の構成比
      *>　・商品別：返品のあった商品ごとの出荷数・返品数・返品金額・
      *>　　返品率と、返品理由ごとの返品数
      *>　・店舗別：返品のあった店舗ごとの同じ項目
      *>出荷数は在庫移動記録（ZAIKOIDO.txt）の対象月の受注出庫
      *>（"SK"・"BF"・"BJ"）から取消・減量の戻し入れ（"MD"）と店舗日次
      *>受注の取消の戻し（"RC"）・バックオーダー解除の調整（"BC"）を
      *>差し引いた数とし、伝票番号の受注キーの
      *>店番で店舗に振り分ける。返品率は返品数÷出荷数とする。
      *>返品率が要確認の率以上の商品・店舗には、品質管理・商品部での
      *>確認のため"★要確認"を付ける。出荷数が最低出荷数に満たない
      *>行は返品率がぶれるため判定しない（出荷の無い行は返品率を
      *>"－"とする）。要確認の率の指定が無ければ5.0％、最低出荷数の
      *>指定が無ければ10とする。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   RTNANL001.
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
       SELECT   PARM-FILE     ASSIGN        TO "RTAPARM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS PARM-FILE-STATUS.
      *>************************************************************************
      *>得意先返品履歴ファイル
      *>************************************************************************
       SELECT   RNH-FILE      ASSIGN        TO "RTNHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RNH-FILE-STATUS.
      *>************************************************************************
      *>在庫移動記録ファイル
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>店舗マスタファイル
      *>************************************************************************
       SELECT   MISEM-FILE    ASSIGN        TO "MISEM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>返品分析表ファイル
      *>************************************************************************
       SELECT   RTAREP-FILE   ASSIGN         TO "RTNANL.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>対象年月パラメータファイルのレイアウト定義
      *>要確認の返品率は小数点以下１桁まで（"050"で5.0％）
      *>************************************************************************
       FD   PARM-FILE.
       01   PARM-RECODE.
           03   PARM-TAISHO-YYYYMM             PIC 9(006).
           03   PARM-IJO-RITSU                 PIC 9(002)V9(001).
           03   PARM-SAITEI-SU                 PIC 9(005).
      *>************************************************************************
      *>得意先返品履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RNH-FILE.
       01   RNH-RECODE.
           COPY   RTNHIST   REPLACING   ==:PREFIX:==   BY   ==RNH==.
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>MISEM-FILEのレイアウト定義
      *>************************************************************************
       FD   MISEM-FILE.
       01   MISEM-RECODE.
           COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>返品分析表ファイルのレイアウト定義
      *>************************************************************************
       FD   RTAREP-FILE.
       01   RTAREP-RECODE                          PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  PARM-FILE-STATUS                         PIC XX.
       01  RNH-FILE-STATUS                          PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-RNH-COUNT                    PIC 9(007).
             03   WRK-TAISHO-COUNT                 PIC 9(006).
             03   WRK-ZID-COUNT                    PIC 9(007).
             03   WRK-YOKAKUNIN-SHN                PIC 9(005).
             03   WRK-YOKAKUNIN-MSE                PIC 9(005).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "RTNANL01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>対象月の日付計算用の領域
       01   WK-MONTH-AREA.
            03   WK-MONTH-START                  PIC 9(008).
            03   WK-MONTH-START-R  REDEFINES  WK-MONTH-START.
                 05   WK-MONTH-YYYYMM             PIC 9(006).
                 05   WK-MONTH-START-DD           PIC 9(002).
            03   WK-MONTH-END                    PIC 9(008).
            03   WK-NEXT-MONTH                   PIC 9(008).
            03   WK-NEXT-MONTH-R  REDEFINES  WK-NEXT-MONTH.
                 05   WK-NEXT-YYYY                PIC 9(004).
                 05   WK-NEXT-MM                  PIC 9(002).
                 05   WK-NEXT-DD                  PIC 9(002).
            03   WK-MONTH-INT                    PIC S9(008).
      *>
      *>要確認の判定基準（返品率・判定する最低出荷数）
       01   WK-HANTEI-AREA.
            03   WK-IJO-RITSU                    PIC 9(002)V9(001).
            03   WK-SAITEI-SU                    PIC 9(005).
      *>
      *>返品理由の名称とその検索用の理由コード
       01   WK-RIYU-NAME                         PIC X(012).
       01   WK-RIYU-CHK-CODE                     PIC X(002).
       01   WK-RIYU-NO                           PIC 9(001).
      *>
      *>理由別の集計領域（理由コード"01"〜"05"の順）
       01   WK-RIY-AREA.
            03   WK-RIY-TBL                      OCCURS 5 TIMES.
                 05   WK-RIY-SU                   PIC 9(007).
                 05   WK-RIY-KINGAKU              PIC S9(011).
      *>
      *>商品別の集計テーブル（返品のあった商品のみ）
       01   WK-SHN-AREA.
            03   WK-SHN-COUNT                    PIC 9(004)  COMP.
            03   WK-SHN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SHN-IDX.
                 05   WK-SHN-SHOHIN-CODE          PIC X(006).
                 05   WK-SHN-DONE-FLG             PIC 9(001).
                 05   WK-SHN-SYUKEI.
                      07   WK-SHN-SHUKKA-SU       PIC S9(009).
                      07   WK-SHN-HENPIN-SU       PIC 9(007).
                      07   WK-SHN-KINGAKU         PIC S9(011).
                      07   WK-SHN-RIYU-SU         OCCURS 5 TIMES
                                                  PIC 9(007).
       01   WK-SHN-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-SHN-KEY-CODE                      PIC X(006).
      *>
      *>店舗別の集計テーブル（返品のあった店舗のみ）
       01   WK-MSE-AREA.
            03   WK-MSE-COUNT                    PIC 9(004)  COMP.
            03   WK-MSE-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MSE-IDX.
                 05   WK-MSE-MISEBAN              PIC X(003).
                 05   WK-MSE-DONE-FLG             PIC 9(001).
                 05   WK-MSE-SYUKEI.
                      07   WK-MSE-SHUKKA-SU       PIC S9(009).
                      07   WK-MSE-HENPIN-SU       PIC 9(007).
                      07   WK-MSE-KINGAKU         PIC S9(011).
                      07   WK-MSE-RIYU-SU         OCCURS 5 TIMES
                                                  PIC 9(007).
       01   WK-MSE-FOUND-IDX                     PIC 9(004)  COMP.
       01   WK-MSE-KEY-MISEBAN                   PIC X(003).
      *>
      *>全体の集計領域（出荷数は全商品・全店舗の合計）
       01   WK-ALL-SYUKEI.
            03   WK-ALL-SHUKKA-SU                PIC S9(009).
            03   WK-ALL-HENPIN-SU                PIC 9(007).
            03   WK-ALL-KINGAKU                  PIC S9(011).
            03   WK-ALL-RIYU-SU                  OCCURS 5 TIMES
                                                  PIC 9(007).
      *>
      *>明細行の編集元（商品別・店舗別・全体の１件分を移して使う）
       01   WK-LINE-SYUKEI.
            03   WK-LINE-SHUKKA-SU               PIC S9(009).
            03   WK-LINE-HENPIN-SU               PIC 9(007).
            03   WK-LINE-KINGAKU                 PIC S9(011).
            03   WK-LINE-RIYU-SU                 OCCURS 5 TIMES
                                                  PIC 9(007).
       01   WK-LINE-RITSU                        PIC 9(005)V9(001).
       01   WK-LINE-YOKAKUNIN-FLG                PIC 9(001).
      *>
      *>処理順（コードの昇順）を求める領域
       01   WK-END-FLG                           PIC 9(001).
       01   WK-CUR-SHOHIN-CODE                   PIC X(006).
       01   WK-CUR-MISEBAN                       PIC X(003).
      *>
      *>商品マスタ保持用テーブル（読み込んだ内容をメモリに展開する）
       01   WK-SHOHIN-MSTR-AREA.
            03   WK-SHOHIN-MSTR-COUNT            PIC 9(004)  COMP.
            03   WK-SHOHIN-MSTR-TBL              OCCURS 9999 TIMES
                                    INDEXED BY WK-SHOHIN-MSTR-IDX.
                 05   WK-SHOHIN-MSTR-SHOHIN-CODE  PIC X(006).
                 05   WK-SHOHIN-MSTR-NAME         PIC X(020).
       01   WK-SHOHIN-MSTR-NAME-SAVE             PIC X(020).
      *>
      *>店舗マスタ保持用テーブル
       01   WK-MISE-MSTR-AREA.
            03   WK-MISE-MSTR-COUNT              PIC 9(004)  COMP.
            03   WK-MISE-MSTR-TBL                OCCURS 999 TIMES
                                    INDEXED BY WK-MISE-MSTR-IDX.
                 05   WK-MISE-MSTR-MISEBAN        PIC X(003).
                 05   WK-MISE-MSTR-NAME           PIC X(020).
       01   WK-MISE-NAME-SAVE                    PIC X(020).
      *>
      *>返品分析表の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(030)
               VALUE "**  返品分析表  **".
           03   FILLER                PIC X(015)
                       VALUE "対象年月：".
           03   REP-HDR-YYYYMM        PIC 9(006).
           03   FILLER                PIC X(015)
                       VALUE "　処理日：".
           03   REP-HDR-RUN-DATE      PIC 9(008).
      *>要確認の判定基準の行の編集用領域
       01   REP-KIJUN-RECODE.
           03   FILLER                PIC X(021)
                       VALUE "要確認：返品率".
           03   REP-KJ-RITSU          PIC Z9.9.
           03   FILLER                PIC X(021)
                       VALUE "％以上（出荷数".
           03   REP-KJ-SAITEI         PIC ZZ,ZZ9.
           03   FILLER                PIC X(024)
                       VALUE "以上の行を判定）".
      *>表の見出し行の編集用領域
       01   REP-HYO-RECODE.
           03   FILLER                PIC X(006)
                       VALUE "■".
           03   REP-HYO-NAME          PIC X(030).
      *>理由別の列見出し行の編集用領域
       01   REP-RIY-COLHDR-RECODE.
           03   FILLER                PIC X(026)
               VALUE "理由              ".
           03   FILLER                PIC X(014)
               VALUE "  返品数".
           03   FILLER                PIC X(018)
               VALUE "      返品金額".
           03   FILLER                PIC X(011)
               VALUE "  構成比".
      *>理由別の明細行の編集用領域
       01   REP-RIY-DETAIL-RECODE.
           03   REP-RIY-CODE          PIC X(002).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIY-NAME          PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIY-SU            PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIY-KINGAKU       PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIY-KOSEI         PIC ZZ9.9.
           03   FILLER                PIC X(001)
                                             VALUE "%".
      *>商品別・店舗別の列見出し行の編集用領域
       01   REP-COLHDR-RECODE.
           03   FILLER                PIC X(030)
               VALUE "コード  名称".
           03   FILLER                PIC X(015)
               VALUE "  出荷数".
           03   FILLER                PIC X(013)
               VALUE "  返品数".
           03   FILLER                PIC X(018)
               VALUE "      返品金額".
           03   FILLER                PIC X(013)
               VALUE "  返品率".
           03   FILLER                PIC X(014)
               VALUE "    破損".
           03   FILLER                PIC X(010)
               VALUE "  誤品".
           03   FILLER                PIC X(010)
               VALUE "  期限".
           03   FILLER                PIC X(010)
               VALUE "  拒否".
           03   FILLER                PIC X(010)
               VALUE "  過剰".
      *>商品別・店舗別・全体の明細行の編集用領域
       01   REP-DETAIL-RECODE.
           03   REP-CODE              PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-NAME              PIC X(020).
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-SHUKKA-SU         PIC -ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-HENPIN-SU         PIC Z,ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-KINGAKU           PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(001)
                                             VALUE SPACE.
           03   REP-RITSU             PIC ZZZ9.9.
           03   REP-RITSU-X   REDEFINES   REP-RITSU
                                      PIC X(006).
           03   FILLER                PIC X(001)
                                             VALUE "%".
           03   REP-RIYU-AREA         OCCURS 5 TIMES.
                05   FILLER           PIC X(001)
                                             VALUE SPACE.
                05   REP-RIYU-SU      PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HANTEI            PIC X(015).
      *>要確認件数の行の編集用領域
       01   REP-KENSU-RECODE.
           03   FILLER                PIC X(021)
                       VALUE "要確認　商品：".
           03   REP-KS-SHN            PIC ZZ,ZZ9.
           03   FILLER                PIC X(015)
                       VALUE "件　店舗：".
           03   REP-KS-MSE            PIC ZZ,ZZ9.
           03   FILLER                PIC X(003)
                       VALUE "件".
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(024)
                              VALUE "返品履歴件数：".
            03   MSG1-RNH-COUNT               PIC Z,ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　対象月件数：".
            03   MSG1-TAISHO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                              VALUE "　出荷記録件数：".
            03   MSG1-ZID-COUNT               PIC Z,ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-WOEK-AREA.
           MOVE   ZERO        TO   WK-SHN-COUNT.
           MOVE   ZERO        TO   WK-MSE-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           INITIALIZE   WK-RIY-AREA.
           INITIALIZE   WK-ALL-SYUKEI.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  対象年月・判定基準の読み込み
           PERFORM   PARM-READ-PROC.
      *>
      *>  商品マスタ・店舗マスタの読み込み
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  返品履歴を集計してから、出荷数を在庫移動記録から拾う
           PERFORM   RNH-LOAD-PROC.
           PERFORM   ZID-LOAD-PROC.
      *>
           OPEN      OUTPUT   RTAREP-FILE.
      *>
           MOVE      WK-MONTH-YYYYMM   TO   REP-HDR-YYYYMM.
           MOVE      WRK-RUN-DATE      TO   REP-HDR-RUN-DATE.
           WRITE     RTAREP-RECODE   FROM   REP-HDR-RECODE.
           MOVE      WK-IJO-RITSU      TO   REP-KJ-RITSU.
           MOVE      WK-SAITEI-SU      TO   REP-KJ-SAITEI.
           WRITE     RTAREP-RECODE   FROM   REP-KIJUN-RECODE.
      *>
      *>  理由別の表
           PERFORM   RIY-WRITE-PROC.
      *>
      *>  商品別の表（商品コードの昇順）
           MOVE      "商品別"   TO   REP-HYO-NAME.
           WRITE     RTAREP-RECODE   FROM   REP-HYO-RECODE.
           WRITE     RTAREP-RECODE   FROM   REP-COLHDR-RECODE.
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-SHOHIN-CODE
                PERFORM   VARYING   WK-SHN-IDX   FROM   1   BY   1
                     UNTIL   WK-SHN-IDX   >   WK-SHN-COUNT
                     IF   WK-SHN-DONE-FLG(WK-SHN-IDX)   =   ZERO
                     AND  WK-SHN-SHOHIN-CODE(WK-SHN-IDX)
                               <   WK-CUR-SHOHIN-CODE
                          MOVE   WK-SHN-SHOHIN-CODE(WK-SHN-IDX)
                               TO   WK-CUR-SHOHIN-CODE
                          SET    WK-SHN-FOUND-IDX   TO   WK-SHN-IDX
                     END-IF
                END-PERFORM
                IF   WK-CUR-SHOHIN-CODE   =   HIGH-VALUE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   SHN-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  店舗別の表（店番の昇順）
           MOVE      "店舗別"   TO   REP-HYO-NAME.
           WRITE     RTAREP-RECODE   FROM   REP-HYO-RECODE.
           WRITE     RTAREP-RECODE   FROM   REP-COLHDR-RECODE.
           MOVE      ZERO   TO   WK-END-FLG.
           PERFORM   UNTIL   WK-END-FLG   =   1
                MOVE      HIGH-VALUE   TO   WK-CUR-MISEBAN
                PERFORM   VARYING   WK-MSE-IDX   FROM   1   BY   1
                     UNTIL   WK-MSE-IDX   >   WK-MSE-COUNT
                     IF   WK-MSE-DONE-FLG(WK-MSE-IDX)   =   ZERO
                     AND  WK-MSE-MISEBAN(WK-MSE-IDX)
                               <   WK-CUR-MISEBAN
                          MOVE   WK-MSE-MISEBAN(WK-MSE-IDX)
                               TO   WK-CUR-MISEBAN
                          SET    WK-MSE-FOUND-IDX   TO   WK-MSE-IDX
                     END-IF
                END-PERFORM
                IF   WK-CUR-MISEBAN   =   HIGH-VALUE
                     MOVE   1   TO   WK-END-FLG
                ELSE
                     PERFORM   MSE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
      *>  全体の行と要確認の件数
           MOVE      WK-ALL-SYUKEI   TO   WK-LINE-SYUKEI.
           MOVE      SPACE           TO   REP-CODE.
           MOVE      "全体"          TO   REP-NAME.
           PERFORM   LINE-EDIT-PROC.
           MOVE      SPACE           TO   REP-HANTEI.
           WRITE     RTAREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
           MOVE      WRK-YOKAKUNIN-SHN   TO   REP-KS-SHN.
           MOVE      WRK-YOKAKUNIN-MSE   TO   REP-KS-MSE.
           WRITE     RTAREP-RECODE   FROM   REP-KENSU-RECODE.
      *>
           CLOSE     RTAREP-FILE.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>対象年月パラメータファイルの読み込み処理
      *>要確認の返品率・最低出荷数は数字でない、またはゼロの場合に
      *>既定値（5.0％・10）を使う
      *>************************************************************************
       PARM-READ-PROC                 SECTION.
      *>
           OPEN      INPUT   PARM-FILE.
      *>
           EVALUATE   PARM-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   OTHER
                     DISPLAY   "RTAPARMが読めません:"
                               PARM-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           MOVE      5.0   TO   WK-IJO-RITSU.
           MOVE      10    TO   WK-SAITEI-SU.
           READ      PARM-FILE
                AT   END
                     DISPLAY   "対象年月の指定なし"
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
                NOT   AT   END
                     MOVE   PARM-TAISHO-YYYYMM   TO   WK-MONTH-YYYYMM
                     IF   PARM-IJO-RITSU   IS   NUMERIC
                     AND  PARM-IJO-RITSU   >   ZERO
                          MOVE   PARM-IJO-RITSU   TO   WK-IJO-RITSU
                     END-IF
                     IF   PARM-SAITEI-SU   IS   NUMERIC
                     AND  PARM-SAITEI-SU   >   ZERO
                          MOVE   PARM-SAITEI-SU   TO   WK-SAITEI-SU
                     END-IF
           END-READ.
      *>
           CLOSE     PARM-FILE.
      *>
      *>  月末日は翌月１日の前日とする
           MOVE      1                 TO   WK-MONTH-START-DD.
           MOVE      WK-MONTH-START    TO   WK-NEXT-MONTH.
           IF   WK-NEXT-MM   =   12
                ADD    1   TO   WK-NEXT-YYYY
                MOVE   1   TO   WK-NEXT-MM
           ELSE
                ADD    1   TO   WK-NEXT-MM
           END-IF.
           COMPUTE   WK-MONTH-INT   =
                     FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH)   -   1.
           MOVE      FUNCTION DATE-OF-INTEGER(WK-MONTH-INT)
                TO   WK-MONTH-END.
      *>
       PARM-READ-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>得意先返品履歴の読み込み・集計処理
      *>対象月に返品日のある行を理由別・商品別・店舗別に積み上げる
      *>************************************************************************
       RNH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RNH-FILE.
           IF   RNH-FILE-STATUS   NOT =   "00"
                CLOSE   RNH-FILE
                GO   TO   RNH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RNH-FILE-STATUS   NOT =   "00"
                READ   RNH-FILE
                     AT   END
                          MOVE   "10"   TO   RNH-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-RNH-COUNT
                          PERFORM   RNH-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     RNH-FILE.
      *>
       RNH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品履歴１行分の集計処理
      *>************************************************************************
       RNH-ONE-PROC                   SECTION.
      *>
           IF   RNH-HENPIN-DATE   <   WK-MONTH-START
           OR   RNH-HENPIN-DATE   >   WK-MONTH-END
                GO   TO   RNH-ONE-PROC-EXIT
           END-IF.
      *>
      *>  理由表に無いコードの行は取り込まない（受け入れ時に確認済）
           MOVE      RNH-RIYU-CODE   TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           IF   WK-RIYU-NAME   =   SPACE
                GO   TO   RNH-ONE-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-TAISHO-COUNT.
      *>
           ADD       RNH-HENPIN-SU   TO   WK-RIY-SU(WK-RIYU-NO).
           ADD       RNH-KINGAKU     TO   WK-RIY-KINGAKU(WK-RIYU-NO).
           ADD       RNH-HENPIN-SU   TO   WK-ALL-HENPIN-SU.
           ADD       RNH-KINGAKU     TO   WK-ALL-KINGAKU.
           ADD       RNH-HENPIN-SU   TO   WK-ALL-RIYU-SU(WK-RIYU-NO).
      *>
           MOVE      RNH-SHOHIN-CODE   TO   WK-SHN-KEY-CODE.
           PERFORM   SHN-FIND-PROC.
           IF   WK-SHN-FOUND-IDX   =   ZERO
           AND  WK-SHN-COUNT   <   9999
                ADD    1   TO   WK-SHN-COUNT
                MOVE   WK-SHN-COUNT   TO   WK-SHN-FOUND-IDX
                INITIALIZE   WK-SHN-TBL(WK-SHN-COUNT)
                MOVE   RNH-SHOHIN-CODE
                     TO   WK-SHN-SHOHIN-CODE(WK-SHN-COUNT)
           END-IF.
           IF   WK-SHN-FOUND-IDX   NOT =   ZERO
                ADD   RNH-HENPIN-SU   TO
                     WK-SHN-HENPIN-SU(WK-SHN-FOUND-IDX)
                ADD   RNH-KINGAKU     TO
                     WK-SHN-KINGAKU(WK-SHN-FOUND-IDX)
                ADD   RNH-HENPIN-SU   TO
                     WK-SHN-RIYU-SU(WK-SHN-FOUND-IDX, WK-RIYU-NO)
           END-IF.
      *>
           MOVE      RNH-MISEBAN   TO   WK-MSE-KEY-MISEBAN.
           PERFORM   MSE-FIND-PROC.
           IF   WK-MSE-FOUND-IDX   =   ZERO
           AND  WK-MSE-COUNT   <   999
                ADD    1   TO   WK-MSE-COUNT
                MOVE   WK-MSE-COUNT   TO   WK-MSE-FOUND-IDX
                INITIALIZE   WK-MSE-TBL(WK-MSE-COUNT)
                MOVE   RNH-MISEBAN
                     TO   WK-MSE-MISEBAN(WK-MSE-COUNT)
           END-IF.
           IF   WK-MSE-FOUND-IDX   NOT =   ZERO
                ADD   RNH-HENPIN-SU   TO
                     WK-MSE-HENPIN-SU(WK-MSE-FOUND-IDX)
                ADD   RNH-KINGAKU     TO
                     WK-MSE-KINGAKU(WK-MSE-FOUND-IDX)
                ADD   RNH-HENPIN-SU   TO
                     WK-MSE-RIYU-SU(WK-MSE-FOUND-IDX, WK-RIYU-NO)
           END-IF.
      *>
       RNH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録の読み込み処理（対象月の出荷数を拾う）
      *>************************************************************************
       ZID-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   ZID-FILE.
           IF   ZID-FILE-STATUS   NOT =   "00"
                CLOSE   ZID-FILE
                GO   TO   ZID-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   ZID-FILE-STATUS   NOT =   "00"
                READ   ZID-FILE
                     AT   END
                          MOVE   "10"   TO   ZID-FILE-STATUS
                     NOT   AT   END
                          PERFORM   ZID-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     ZID-FILE.
      *>
       ZID-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>在庫移動記録１行分の出荷数の積み上げ処理
      *>受注出庫・バックオーダー振替・充当（出庫はマイナス）と取消の
      *>戻し・バックオーダー解除の調整の符号を反転して出荷数とする
      *>************************************************************************
       ZID-ONE-PROC                   SECTION.
      *>
           IF   ZID-IDO-DATE   <   WK-MONTH-START
           OR   ZID-IDO-DATE   >   WK-MONTH-END
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
           IF   NOT   ZID-SYUKKO
           AND  NOT   ZID-BKO-JUTO
           AND  NOT   ZID-MODOSHI
           AND  NOT   ZID-RECALL
           AND  NOT   ZID-BKO-FURIKAE
           AND  NOT   ZID-BKO-KAIJO
                GO   TO   ZID-ONE-PROC-EXIT
           END-IF.
           ADD       1   TO   WRK-ZID-COUNT.
      *>
           SUBTRACT  ZID-IDO-SU   FROM   WK-ALL-SHUKKA-SU.
      *>
           MOVE      ZID-SHOHIN-CODE   TO   WK-SHN-KEY-CODE.
           PERFORM   SHN-FIND-PROC.
           IF   WK-SHN-FOUND-IDX   NOT =   ZERO
                SUBTRACT  ZID-IDO-SU   FROM
                     WK-SHN-SHUKKA-SU(WK-SHN-FOUND-IDX)
           END-IF.
      *>
           MOVE      ZID-DENPYO-NO(1:3)   TO   WK-MSE-KEY-MISEBAN.
           PERFORM   MSE-FIND-PROC.
           IF   WK-MSE-FOUND-IDX   NOT =   ZERO
                SUBTRACT  ZID-IDO-SU   FROM
                     WK-MSE-SHUKKA-SU(WK-MSE-FOUND-IDX)
           END-IF.
      *>
       ZID-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品別集計テーブルの検索処理
      *>WK-SHN-KEY-CODEに商品コードを設定してから呼び出し、行の位置を
      *>WK-SHN-FOUND-IDXに返す（無ければゼロ）
      *>************************************************************************
       SHN-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-SHN-FOUND-IDX.
           PERFORM   VARYING   WK-SHN-IDX   FROM   1   BY   1
                UNTIL   WK-SHN-IDX   >   WK-SHN-COUNT
                   OR   WK-SHN-FOUND-IDX   NOT =   ZERO
                IF   WK-SHN-SHOHIN-CODE(WK-SHN-IDX)
                          =   WK-SHN-KEY-CODE
                     SET    WK-SHN-FOUND-IDX   TO   WK-SHN-IDX
                END-IF
           END-PERFORM.
      *>
       SHN-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗別集計テーブルの検索処理
      *>WK-MSE-KEY-MISEBANに店番を設定してから呼び出し、行の位置を
      *>WK-MSE-FOUND-IDXに返す（無ければゼロ）
      *>************************************************************************
       MSE-FIND-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-MSE-FOUND-IDX.
           PERFORM   VARYING   WK-MSE-IDX   FROM   1   BY   1
                UNTIL   WK-MSE-IDX   >   WK-MSE-COUNT
                   OR   WK-MSE-FOUND-IDX   NOT =   ZERO
                IF   WK-MSE-MISEBAN(WK-MSE-IDX)   =   WK-MSE-KEY-MISEBAN
                     SET    WK-MSE-FOUND-IDX   TO   WK-MSE-IDX
                END-IF
           END-PERFORM.
      *>
       MSE-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>理由別の表の印字処理（構成比は返品数の合計に対する割合）
      *>************************************************************************
       RIY-WRITE-PROC                 SECTION.
      *>
           MOVE      "理由別"   TO   REP-HYO-NAME.
           WRITE     RTAREP-RECODE   FROM   REP-HYO-RECODE.
           WRITE     RTAREP-RECODE   FROM   REP-RIY-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-RIYU-NO   FROM   1   BY   1
                UNTIL   WK-RIYU-NO   >   5
                MOVE      SPACE        TO   WK-RIYU-CHK-CODE
                MOVE      "0"          TO   WK-RIYU-CHK-CODE(1:1)
                MOVE      WK-RIYU-NO   TO   WK-RIYU-CHK-CODE(2:1)
                PERFORM   RIYU-NAME-PROC
                MOVE      WK-RIYU-CHK-CODE          TO   REP-RIY-CODE
                MOVE      WK-RIYU-NAME              TO   REP-RIY-NAME
                MOVE      WK-RIY-SU(WK-RIYU-NO)     TO   REP-RIY-SU
                MOVE      WK-RIY-KINGAKU(WK-RIYU-NO)
                     TO   REP-RIY-KINGAKU
                IF   WK-ALL-HENPIN-SU   =   ZERO
                     MOVE   ZERO   TO   REP-RIY-KOSEI
                ELSE
                     COMPUTE   REP-RIY-KOSEI   ROUNDED   =
                               WK-RIY-SU(WK-RIYU-NO)   *   100
                               /   WK-ALL-HENPIN-SU
                END-IF
                WRITE     RTAREP-RECODE   FROM   REP-RIY-DETAIL-RECODE
           END-PERFORM.
      *>
       RIY-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品１件分の行の印字処理
      *>WK-SHN-FOUND-IDXに印字する商品の位置を設定してから呼び出す
      *>************************************************************************
       SHN-WRITE-PROC                 SECTION.
      *>
           MOVE      1   TO   WK-SHN-DONE-FLG(WK-SHN-FOUND-IDX).
      *>
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           MOVE      WK-SHN-SYUKEI(WK-SHN-FOUND-IDX)
                TO   WK-LINE-SYUKEI.
           MOVE      WK-CUR-SHOHIN-CODE          TO   REP-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE    TO   REP-NAME.
           PERFORM   LINE-EDIT-PROC.
           IF   WK-LINE-YOKAKUNIN-FLG   =   1
                ADD   1   TO   WRK-YOKAKUNIN-SHN
           END-IF.
           WRITE     RTAREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       SHN-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗１件分の行の印字処理
      *>WK-MSE-FOUND-IDXに印字する店舗の位置を設定してから呼び出す
      *>************************************************************************
       MSE-WRITE-PROC                 SECTION.
      *>
           MOVE      1   TO   WK-MSE-DONE-FLG(WK-MSE-FOUND-IDX).
      *>
           PERFORM   MISE-NAME-LOOKUP-PROC.
           MOVE      WK-MSE-SYUKEI(WK-MSE-FOUND-IDX)
                TO   WK-LINE-SYUKEI.
           MOVE      WK-CUR-MISEBAN              TO   REP-CODE.
           MOVE      WK-MISE-NAME-SAVE           TO   REP-NAME.
           PERFORM   LINE-EDIT-PROC.
           IF   WK-LINE-YOKAKUNIN-FLG   =   1
                ADD   1   TO   WRK-YOKAKUNIN-MSE
           END-IF.
           WRITE     RTAREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       MSE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>明細行の編集処理
      *>WK-LINE-SYUKEIに１件分の集計を設定してから呼び出し、数量・
      *>金額・返品率・理由別の返品数と要確認の判定をREP-DETAIL-RECODE
      *>に編集する（要確認ならWK-LINE-YOKAKUNIN-FLG＝１）
      *>************************************************************************
       LINE-EDIT-PROC                 SECTION.
      *>
           MOVE      ZERO    TO   WK-LINE-YOKAKUNIN-FLG.
           MOVE      SPACE   TO   REP-HANTEI.
           MOVE      WK-LINE-SHUKKA-SU   TO   REP-SHUKKA-SU.
           MOVE      WK-LINE-HENPIN-SU   TO   REP-HENPIN-SU.
           MOVE      WK-LINE-KINGAKU     TO   REP-KINGAKU.
           PERFORM   VARYING   WK-RIYU-NO   FROM   1   BY   1
                UNTIL   WK-RIYU-NO   >   5
                MOVE   WK-LINE-RIYU-SU(WK-RIYU-NO)
                     TO   REP-RIYU-SU(WK-RIYU-NO)
           END-PERFORM.
      *>
           IF   WK-LINE-SHUKKA-SU   NOT >   ZERO
                MOVE   "    －"   TO   REP-RITSU-X
                GO   TO   LINE-EDIT-PROC-EXIT
           END-IF.
      *>
           COMPUTE   WK-LINE-RITSU   ROUNDED   =
                     WK-LINE-HENPIN-SU   *   100
                     /   WK-LINE-SHUKKA-SU.
           MOVE      WK-LINE-RITSU   TO   REP-RITSU.
      *>
           IF   WK-LINE-SHUKKA-SU   >=   WK-SAITEI-SU
           AND  WK-LINE-RITSU       >=   WK-IJO-RITSU
                MOVE   1                TO   WK-LINE-YOKAKUNIN-FLG
                MOVE   "★要確認"       TO   REP-HANTEI
           END-IF.
      *>
       LINE-EDIT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはWK-RIYU-NAMEを空白で返す。理由の番号（表の
      *>何番目か）をWK-RIYU-NOに返す
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-RIYU-CHK-CODE
                WHEN   "01"
                     MOVE   "破損"         TO   WK-RIYU-NAME
                     MOVE   1              TO   WK-RIYU-NO
                WHEN   "02"
                     MOVE   "誤品"         TO   WK-RIYU-NAME
                     MOVE   2              TO   WK-RIYU-NO
                WHEN   "03"
                     MOVE   "期限切れ"     TO   WK-RIYU-NAME
                     MOVE   3              TO   WK-RIYU-NO
                WHEN   "04"
                     MOVE   "受取拒否"     TO   WK-RIYU-NAME
                     MOVE   4              TO   WK-RIYU-NO
                WHEN   "05"
                     MOVE   "過剰発注"     TO   WK-RIYU-NAME
                     MOVE   5              TO   WK-RIYU-NO
                WHEN   OTHER
                     MOVE   SPACE          TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
           IF   SHOHINM-FILE-STATUS   NOT =   "00"
                CLOSE   SHOHINM-FILE
                GO   TO   SHOHIN-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SHOHINM-FILE-STATUS   NOT =   "00"
                READ   SHOHINM-FILE
                     AT   END
                          MOVE   "10"   TO   SHOHINM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SHOHIN-MSTR-COUNT   <   9999
                               ADD    1   TO   WK-SHOHIN-MSTR-COUNT
                               MOVE   SMST-SHOHIN-CODE   TO
                                    WK-SHOHIN-MSTR-SHOHIN-CODE
                                         (WK-SHOHIN-MSTR-COUNT)
                               MOVE   SMST-SHOHIN-NAME   TO
                                    WK-SHOHIN-MSTR-NAME
                                         (WK-SHOHIN-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SHOHINM-FILE.
      *>
       SHOHIN-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品名検索処理（WK-CUR-SHOHIN-CODEの商品名を返す）
      *>************************************************************************
       SHOHIN-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK-CUR-SHOHIN-CODE
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店舗マスタファイルの読み込み処理
      *>************************************************************************
       MISE-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   MISEM-FILE.
           IF   MISEM-FILE-STATUS   NOT =   "00"
                CLOSE   MISEM-FILE
                GO   TO   MISE-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MISEM-FILE-STATUS   NOT =   "00"
                READ   MISEM-FILE
                     AT   END
                          MOVE   "10"   TO   MISEM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-MISE-MSTR-COUNT   <   999
                               ADD    1   TO   WK-MISE-MSTR-COUNT
                               MOVE   MMST-MISEBAN     TO
                                    WK-MISE-MSTR-MISEBAN
                                         (WK-MISE-MSTR-COUNT)
                               MOVE   MMST-MISE-NAME   TO
                                    WK-MISE-MSTR-NAME
                                         (WK-MISE-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     MISEM-FILE.
      *>
       MISE-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>店名検索処理（WK-CUR-MISEBANの店名を返す）
      *>************************************************************************
       MISE-NAME-LOOKUP-PROC          SECTION.
      *>
           MOVE      "店名不明"   TO   WK-MISE-NAME-SAVE.
           PERFORM   VARYING   WK-MISE-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-MISE-MSTR-IDX   >   WK-MISE-MSTR-COUNT
                IF   WK-MISE-MSTR-MISEBAN(WK-MISE-MSTR-IDX)
                          =   WK-CUR-MISEBAN
                     MOVE   WK-MISE-MSTR-NAME(WK-MISE-MSTR-IDX)
                          TO   WK-MISE-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       MISE-NAME-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する（対象月の返品が無ければ復帰コード４）
           MOVE      WRK-RNH-COUNT      TO   MSG1-RNH-COUNT.
           MOVE      WRK-TAISHO-COUNT   TO   MSG1-TAISHO-COUNT.
           MOVE      WRK-ZID-COUNT      TO   MSG1-ZID-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-TAISHO-COUNT   =   ZERO
                DISPLAY   "対象月の返品なし"
                MOVE      4   TO   RETURN-CODE
           END-IF.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
