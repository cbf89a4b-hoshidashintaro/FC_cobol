      *>************************************************************************
      *>仕入先返品未精算一覧表作成プログラム
      *>仕入先返品履歴（RTVHIST.txt：RTV001の出力）の返品明細のうち、
      *>仕入先からの精算（デビットノートによる支払からの差し引き）が
      *>まだ済んでいないものを仕入先別に一覧表（RTVREG.txt）へ印字する。
      *>精算の状況は返品明細のデビットノート番号で判定する。
      *>　・仕入先デビットノート（SUPDN.txt）が未転記　　→買掛未転記
      *>　・買掛元帳（APLEDG.txt）のデビットノートの行が未払
      *>　　（次回の支払で相殺される）　　　　　　　　　→支払未相殺
      *>　・買掛元帳の行が支払済　　　　　　　　　　　　→精算済（対象外）
      *>　・デビットノートも買掛元帳の行も見つからない　→ＤＮ照合不可
      *>明細には返品日からの経過日数を付け、仕入先小計・総合計を印字
      *>する。仕入先名・商品名は仕入先マスタ（SUPM.txt）・商品マスタ
      *>（SHOHINM.txt）から求める。返品履歴が無い場合は見出しと総合計
      *>だけを印字する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       IDENTIFICATION                DIVISION.
       PROGRAM-ID.                   RTVREG001.
      *>************************************************************************
      *>環境部
      *>************************************************************************
       ENVIRONMENT                   DIVISION.
       CONFIGURATION                 SECTION.
       INPUT-OUTPUT                  SECTION.
       FILE-CONTROL.
      *>************************************************************************
      *>仕入先返品履歴ファイル
      *>************************************************************************
       SELECT   RTH-FILE      ASSIGN        TO "RTVHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RTH-FILE-STATUS.
      *>************************************************************************
      *>仕入先デビットノートファイル
      *>************************************************************************
       SELECT   SDN-FILE      ASSIGN        TO "SUPDN.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SDN-FILE-STATUS.
      *>************************************************************************
      *>買掛元帳ファイル
      *>************************************************************************
       SELECT   APLEDG-FILE   ASSIGN        TO "APLEDG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS APLEDG-FILE-STATUS.
      *>************************************************************************
      *>仕入先マスタファイル
      *>************************************************************************
       SELECT   SUPM-FILE     ASSIGN        TO "SUPM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SUPM-FILE-STATUS.
      *>************************************************************************
      *>商品マスタファイル
      *>************************************************************************
       SELECT   SHOHINM-FILE  ASSIGN        TO "SHOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS SHOHINM-FILE-STATUS.
      *>************************************************************************
      *>仕入先返品未精算一覧表ファイル
      *>************************************************************************
       SELECT   REG-FILE      ASSIGN         TO "RTVREG.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       FILE                          SECTION.
      *>************************************************************************
      *>仕入先返品履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RTH-FILE.
       01   RTH-RECODE.
           COPY   RTVHIST   REPLACING   ==:PREFIX:==   BY   ==RTH==.
      *>************************************************************************
      *>仕入先デビットノートファイルのレイアウト定義
      *>************************************************************************
       FD   SDN-FILE.
       01   SDN-RECODE.
           COPY   SUPDN   REPLACING   ==:PREFIX:==   BY   ==SDN==.
      *>************************************************************************
      *>買掛元帳ファイルのレイアウト定義
      *>************************************************************************
       FD   APLEDG-FILE.
       01   APLEDG-RECODE.
           COPY   APLEDG   REPLACING   ==:PREFIX:==   BY   ==APL==.
      *>************************************************************************
      *>SUPM-FILEのレイアウト定義
      *>************************************************************************
       FD   SUPM-FILE.
       01   SUPM-RECODE.
           COPY   SUPMSTR   REPLACING   ==:PREFIX:==   BY   ==SUP==.
      *>************************************************************************
      *>SHOHINM-FILEのレイアウト定義
      *>************************************************************************
       FD   SHOHINM-FILE.
       01   SHOHINM-RECODE.
           COPY   SHOHINMSTR   REPLACING   ==:PREFIX:==   BY  ==SMST==.
      *>************************************************************************
      *>一覧表ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
      *>ここへはWRITE ... FROMで書き出す
      *>************************************************************************
       FD   REG-FILE.
       01   REG-RECODE                             PIC X(150).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  RTH-FILE-STATUS                          PIC XX.
       01  SDN-FILE-STATUS                          PIC XX.
       01  APLEDG-FILE-STATUS                       PIC XX.
       01  SUPM-FILE-STATUS                         PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-RTH-COUNT                    PIC 9(006).
             03   WRK-MISEISAN-COUNT               PIC 9(006).
             03   WRK-SEISAN-COUNT                 PIC 9(006).
      *>
      *>見出し編集用の領域
       01   WRK-HEADER-AREA.
             03   WRK-PGM-NAME                     PIC X(008)
                                             VALUE "RTVREG01".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>仕入先デビットノート保持用テーブル
       01   WK-SDN-AREA.
            03   WK-SDN-COUNT                    PIC 9(004)  COMP.
            03   WK-SDN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-SDN-IDX.
                 05   WK-SDN-SUP-CODE             PIC X(004).
                 05   WK-SDN-DN-BANGOU            PIC X(010).
                 05   WK-SDN-STATUS               PIC X(001).
      *>
      *>買掛元帳のデビットノートの行の保持用テーブル
       01   WK-APL-AREA.
            03   WK-APL-COUNT                    PIC 9(004)  COMP.
            03   WK-APL-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-APL-IDX.
                 05   WK-APL-SUP-CODE             PIC X(004).
                 05   WK-APL-INV-BANGOU           PIC X(010).
                 05   WK-APL-STATUS               PIC X(001).
      *>
      *>未精算の返品明細の保持用テーブル
       01   WK-REG-AREA.
            03   WK-REG-COUNT                    PIC 9(004)  COMP.
            03   WK-REG-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-REG-IDX.
                 05   WK-REG-SUP-CODE             PIC X(004).
                 05   WK-REG-HENPIN-DATE          PIC 9(008).
                 05   WK-REG-DN-BANGOU            PIC X(010).
                 05   WK-REG-SHOHIN-CODE          PIC X(006).
                 05   WK-REG-LOT-BANGOU           PIC X(008).
                 05   WK-REG-HENPIN-SU            PIC 9(005).
                 05   WK-REG-RIYU-CODE            PIC X(002).
                 05   WK-REG-KINGAKU              PIC 9(011).
                 05   WK-REG-JOKYO                PIC X(015).
      *>
      *>未精算の返品がある仕入先の一覧（印字順）
       01   WK-RSUP-AREA.
            03   WK-RSUP-COUNT                   PIC 9(004)  COMP.
            03   WK-RSUP-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-RSUP-IDX.
                 05   WK-RSUP-SUP-CODE            PIC X(004).
       01   WK-RSUP-FOUND-FLG                    PIC 9(001).
      *>
      *>仕入先マスタ保持用テーブル（仕入先名の表示用）
       01   WK-SUP-MSTR-AREA.
            03   WK-SUP-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-SUP-MSTR-TBL                 OCCURS 999 TIMES
                                    INDEXED BY WK-SUP-MSTR-IDX.
                 05   WK-SUP-MSTR-CODE            PIC X(004).
                 05   WK-SUP-MSTR-NAME            PIC X(020).
       01   WK-SUP-MSTR-NAME-SAVE                PIC X(020).
       01   WK-SUP-CHK-CODE                      PIC X(004).
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
      *>返品明細１件分の精算状況の判定用領域
       01   WK-JOKYO-SAVE                        PIC X(015).
       01   WK-SDN-STATUS-SAVE                   PIC X(001).
       01   WK-APL-STATUS-SAVE                   PIC X(001).
      *>
      *>経過日数計算用の作業領域
       01   WK-DAYS-AREA.
            03   WK-TODAY-INT                    PIC S9(008).
            03   WK-KEIKA-DAYS                   PIC S9(005).
      *>
      *>仕入先小計・総合計の積み上げ領域
       01   WK-TOTAL-AREA.
            03   WK-SUB-KENSU                    PIC 9(005).
            03   WK-SUB-KINGAKU                  PIC 9(011).
            03   WK-TOTAL-KENSU                  PIC 9(005).
            03   WK-TOTAL-KINGAKU                PIC 9(011).
      *>
      *>一覧表の見出し行の編集用領域
       01   REG-HDR-RECODE.
           03   FILLER                PIC X(041)
                   VALUE "**  仕入先返品未精算一覧表  **".
           03   REG-HDR-RUN-DATE      PIC 9(008).
      *>一覧表の列見出し行の編集用領域
       01   REG-COLHDR-RECODE.
           03   FILLER                PIC X(039)
               VALUE "仕入先　返品日　　ＤＮ番号".
           03   FILLER                PIC X(039)
               VALUE "商品　　商品名　　　ロット".
           03   FILLER                PIC X(036)
               VALUE "返品数　理由　　　　金額".
           03   FILLER                PIC X(021)
               VALUE "経過日数　状況".
      *>一覧表の明細行の編集用領域
       01   REG-DETAIL-RECODE.
           03   REG-SUP-CODE          PIC X(004).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-HENPIN-DATE       PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-DN-BANGOU         PIC X(010).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-SHOHIN-CODE       PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-SHOHIN-NAME       PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-LOT-BANGOU        PIC X(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-HENPIN-SU         PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-RIYU-NAME         PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-KINGAKU           PIC ZZ,ZZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-KEIKA-DAYS        PIC -(004)9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REG-JOKYO             PIC X(015).
      *>一覧表の仕入先小計行の編集用領域
       01   REG-SUBTOTAL-RECODE.
           03   FILLER                PIC X(006)
                                             VALUE SPACE.
           03   FILLER                PIC X(015)
                       VALUE "仕入先小計".
           03   REG-SUB-SUP-NAME      PIC X(020).
           03   FILLER                PIC X(012)
                       VALUE "　件数：".
           03   REG-SUB-KENSU         PIC ZZ,ZZ9.
           03   FILLER                PIC X(012)
                       VALUE "　金額：".
           03   REG-SUB-KINGAKU       PIC ZZ,ZZZ,ZZZ,ZZ9.
      *>一覧表の総合計行の編集用領域
       01   REG-TOTAL-RECODE.
           03   FILLER                PIC X(006)
                                             VALUE SPACE.
           03   FILLER                PIC X(009)
                       VALUE "総合計".
           03   FILLER                PIC X(026)
                                             VALUE SPACE.
           03   FILLER                PIC X(012)
                       VALUE "　件数：".
           03   REG-TOTAL-KENSU       PIC ZZ,ZZ9.
           03   FILLER                PIC X(012)
                       VALUE "　金額：".
           03   REG-TOTAL-KINGAKU     PIC ZZ,ZZZ,ZZZ,ZZ9.
      *>
      *>処理件数をまとめて表示する領域
       01   MS1-SUMMARY-AREA.
            03   FILLER                       PIC X(021)
                              VALUE "返品履歴件数：".
            03   MSG1-RTH-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　未精算件数：".
            03   MSG1-MISEISAN-COUNT          PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                              VALUE "　精算済件数：".
            03   MSG1-SEISAN-COUNT            PIC ZZZ,ZZ9.
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
           MOVE   ZERO        TO   WRK-RTH-COUNT.
           MOVE   ZERO        TO   WRK-MISEISAN-COUNT.
           MOVE   ZERO        TO   WRK-SEISAN-COUNT.
           MOVE   ZERO        TO   WK-SDN-COUNT.
           MOVE   ZERO        TO   WK-APL-COUNT.
           MOVE   ZERO        TO   WK-REG-COUNT.
           MOVE   ZERO        TO   WK-RSUP-COUNT.
           MOVE   ZERO        TO   WK-SUP-MSTR-COUNT.
           MOVE   ZERO        TO   WK-SHOHIN-MSTR-COUNT.
           MOVE   ZERO        TO   WK-TOTAL-KENSU.
           MOVE   ZERO        TO   WK-TOTAL-KINGAKU.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           COMPUTE  WK-TODAY-INT   =
                    FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE).
      *>
      *>  デビットノート・買掛元帳・マスタの読み込み
           PERFORM   SDN-LOAD-PROC.
           PERFORM   APLEDG-LOAD-PROC.
           PERFORM   SUP-MSTR-LOAD-PROC.
           PERFORM   SHOHIN-MSTR-LOAD-PROC.
      *>
      *>  返品履歴から未精算の明細を選ぶ
           PERFORM   RTH-LOAD-PROC.
      *>
      *>  仕入先別に一覧表を印字する
           PERFORM   REG-REPORT-PROC.
      *>
       MAIN-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先返品履歴の読み込み処理（未精算の明細だけを保持する）
      *>ファイルが無い場合は未精算なしとする
      *>************************************************************************
       RTH-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   RTH-FILE.
           IF   RTH-FILE-STATUS   NOT =   "00"
                CLOSE   RTH-FILE
                GO   TO   RTH-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   RTH-FILE-STATUS   NOT =   "00"
                READ   RTH-FILE
                     AT   END
                          MOVE   "10"   TO   RTH-FILE-STATUS
                     NOT   AT   END
                          ADD       1   TO   WRK-RTH-COUNT
                          PERFORM   RTH-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     RTH-FILE.
      *>
       RTH-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品明細１件分の精算状況の判定処理
      *>************************************************************************
       RTH-ONE-PROC                   SECTION.
      *>
      *>  デビットノートの転記状況
           MOVE      SPACE   TO   WK-SDN-STATUS-SAVE.
           PERFORM   VARYING   WK-SDN-IDX   FROM   1   BY   1
                UNTIL   WK-SDN-IDX   >   WK-SDN-COUNT
                IF   WK-SDN-SUP-CODE(WK-SDN-IDX)    =   RTH-SUP-CODE
                AND  WK-SDN-DN-BANGOU(WK-SDN-IDX)   =   RTH-DN-BANGOU
                     MOVE   WK-SDN-STATUS(WK-SDN-IDX)
                          TO   WK-SDN-STATUS-SAVE
                END-IF
           END-PERFORM.
      *>
      *>  買掛元帳上のデビットノートの行の支払状況
           MOVE      SPACE   TO   WK-APL-STATUS-SAVE.
           PERFORM   VARYING   WK-APL-IDX   FROM   1   BY   1
                UNTIL   WK-APL-IDX   >   WK-APL-COUNT
                IF   WK-APL-SUP-CODE(WK-APL-IDX)     =   RTH-SUP-CODE
                AND  WK-APL-INV-BANGOU(WK-APL-IDX)   =   RTH-DN-BANGOU
                     MOVE   WK-APL-STATUS(WK-APL-IDX)
                          TO   WK-APL-STATUS-SAVE
                END-IF
           END-PERFORM.
      *>
           EVALUATE   TRUE
                WHEN   WK-APL-STATUS-SAVE   =   "2"
                     ADD    1   TO   WRK-SEISAN-COUNT
                     GO   TO   RTH-ONE-PROC-EXIT
                WHEN   WK-APL-STATUS-SAVE   =   "1"
                     MOVE   "支払未相殺"   TO   WK-JOKYO-SAVE
                WHEN   WK-SDN-STATUS-SAVE   =   "1"
                     MOVE   "買掛未転記"   TO   WK-JOKYO-SAVE
                WHEN   OTHER
                     MOVE   "ＤＮ照合不可"   TO   WK-JOKYO-SAVE
           END-EVALUATE.
      *>
           IF   WK-REG-COUNT   NOT <   9999
                DISPLAY   "未精算テーブルが満杯です:"
                          RTH-SUP-CODE   RTH-DN-BANGOU
                GO   TO   RTH-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-REG-COUNT.
           ADD       1   TO   WRK-MISEISAN-COUNT.
           MOVE      RTH-SUP-CODE
                          TO   WK-REG-SUP-CODE(WK-REG-COUNT).
           MOVE      RTH-HENPIN-DATE   TO
                     WK-REG-HENPIN-DATE(WK-REG-COUNT).
           MOVE      RTH-DN-BANGOU
                          TO   WK-REG-DN-BANGOU(WK-REG-COUNT).
           MOVE      RTH-SHOHIN-CODE   TO
                     WK-REG-SHOHIN-CODE(WK-REG-COUNT).
           MOVE      RTH-LOT-BANGOU    TO
                     WK-REG-LOT-BANGOU(WK-REG-COUNT).
           MOVE      RTH-HENPIN-SU
                          TO   WK-REG-HENPIN-SU(WK-REG-COUNT).
           MOVE      RTH-RIYU-CODE
                          TO   WK-REG-RIYU-CODE(WK-REG-COUNT).
           MOVE      RTH-KINGAKU
                          TO   WK-REG-KINGAKU(WK-REG-COUNT).
           MOVE      WK-JOKYO-SAVE     TO   WK-REG-JOKYO(WK-REG-COUNT).
      *>
      *>  印字する仕入先の一覧に無ければ加える
           MOVE      ZERO   TO   WK-RSUP-FOUND-FLG.
           PERFORM   VARYING   WK-RSUP-IDX   FROM   1   BY   1
                UNTIL   WK-RSUP-IDX   >   WK-RSUP-COUNT
                IF   WK-RSUP-SUP-CODE(WK-RSUP-IDX)   =   RTH-SUP-CODE
                     MOVE   1   TO   WK-RSUP-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-RSUP-FOUND-FLG   NOT =   1
           AND  WK-RSUP-COUNT   <   999
                ADD    1   TO   WK-RSUP-COUNT
                MOVE   RTH-SUP-CODE
                               TO   WK-RSUP-SUP-CODE(WK-RSUP-COUNT)
           END-IF.
      *>
       RTH-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未精算一覧表の作成処理
      *>************************************************************************
       REG-REPORT-PROC                SECTION.
      *>
           OPEN      OUTPUT   REG-FILE.
           MOVE      WRK-RUN-DATE   TO   REG-HDR-RUN-DATE.
           WRITE     REG-RECODE   FROM   REG-HDR-RECODE.
           WRITE     REG-RECODE   FROM   REG-COLHDR-RECODE.
      *>
           PERFORM   VARYING   WK-RSUP-IDX   FROM   1   BY   1
                UNTIL   WK-RSUP-IDX   >   WK-RSUP-COUNT
                PERFORM   REG-SUP-WRITE-PROC
           END-PERFORM.
      *>
           MOVE      WK-TOTAL-KENSU     TO   REG-TOTAL-KENSU.
           MOVE      WK-TOTAL-KINGAKU   TO   REG-TOTAL-KINGAKU.
           WRITE     REG-RECODE   FROM   REG-TOTAL-RECODE.
      *>
           CLOSE     REG-FILE.
      *>
       REG-REPORT-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未精算一覧表の仕入先１社分の印字処理
      *>************************************************************************
       REG-SUP-WRITE-PROC             SECTION.
      *>
           MOVE      ZERO   TO   WK-SUB-KENSU.
           MOVE      ZERO   TO   WK-SUB-KINGAKU.
      *>
           PERFORM   VARYING   WK-REG-IDX   FROM   1   BY   1
                UNTIL   WK-REG-IDX   >   WK-REG-COUNT
                IF   WK-REG-SUP-CODE(WK-REG-IDX)
                          =   WK-RSUP-SUP-CODE(WK-RSUP-IDX)
                     PERFORM   REG-LINE-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
           MOVE      WK-RSUP-SUP-CODE(WK-RSUP-IDX)
                          TO   WK-SUP-CHK-CODE.
           PERFORM   SUP-MSTR-LOOKUP-PROC.
           MOVE      WK-SUP-MSTR-NAME-SAVE   TO   REG-SUB-SUP-NAME.
           MOVE      WK-SUB-KENSU            TO   REG-SUB-KENSU.
           MOVE      WK-SUB-KINGAKU          TO   REG-SUB-KINGAKU.
           WRITE     REG-RECODE   FROM   REG-SUBTOTAL-RECODE.
           ADD       WK-SUB-KENSU     TO   WK-TOTAL-KENSU.
           ADD       WK-SUB-KINGAKU   TO   WK-TOTAL-KINGAKU.
      *>
       REG-SUP-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>未精算一覧表の明細行１件分の印字処理
      *>************************************************************************
       REG-LINE-WRITE-PROC            SECTION.
      *>
           PERFORM   SHOHIN-MSTR-LOOKUP-PROC.
           COMPUTE   WK-KEIKA-DAYS   =
                     WK-TODAY-INT   -
                     FUNCTION INTEGER-OF-DATE
                          (WK-REG-HENPIN-DATE(WK-REG-IDX)).
      *>
           MOVE      WK-REG-SUP-CODE(WK-REG-IDX)      TO   REG-SUP-CODE.
           MOVE      WK-REG-HENPIN-DATE(WK-REG-IDX)
                          TO   REG-HENPIN-DATE.
           MOVE      WK-REG-DN-BANGOU(WK-REG-IDX)
                          TO   REG-DN-BANGOU.
           MOVE      WK-REG-SHOHIN-CODE(WK-REG-IDX)
                          TO   REG-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE
                          TO   REG-SHOHIN-NAME.
           MOVE      WK-REG-LOT-BANGOU(WK-REG-IDX)
                          TO   REG-LOT-BANGOU.
           MOVE      WK-REG-HENPIN-SU(WK-REG-IDX)
                          TO   REG-HENPIN-SU.
           EVALUATE   WK-REG-RIYU-CODE(WK-REG-IDX)
                WHEN   "01"
                     MOVE   "破損"         TO   REG-RIYU-NAME
                WHEN   "02"
                     MOVE   "品質不良"     TO   REG-RIYU-NAME
                WHEN   "03"
                     MOVE   "誤納品"       TO   REG-RIYU-NAME
                WHEN   "04"
                     MOVE   "過剰納品"     TO   REG-RIYU-NAME
                WHEN   OTHER
                     MOVE   "その他"       TO   REG-RIYU-NAME
           END-EVALUATE.
           MOVE      WK-REG-KINGAKU(WK-REG-IDX)       TO   REG-KINGAKU.
           MOVE      WK-KEIKA-DAYS
                          TO   REG-KEIKA-DAYS.
           MOVE      WK-REG-JOKYO(WK-REG-IDX)         TO   REG-JOKYO.
           WRITE     REG-RECODE   FROM   REG-DETAIL-RECODE.
      *>
           ADD       1   TO   WK-SUB-KENSU.
           ADD       WK-REG-KINGAKU(WK-REG-IDX)   TO   WK-SUB-KINGAKU.
      *>
       REG-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先デビットノートの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SDN-LOAD-PROC                  SECTION.
      *>
           OPEN      INPUT   SDN-FILE.
           IF   SDN-FILE-STATUS   NOT =   "00"
                CLOSE   SDN-FILE
                GO   TO   SDN-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SDN-FILE-STATUS   NOT =   "00"
                READ   SDN-FILE
                     AT   END
                          MOVE   "10"   TO   SDN-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SDN-COUNT   <   9999
                               ADD    1   TO   WK-SDN-COUNT
                               MOVE   SDN-SUP-CODE    TO
                                    WK-SDN-SUP-CODE(WK-SDN-COUNT)
                               MOVE   SDN-DN-BANGOU   TO
                                    WK-SDN-DN-BANGOU(WK-SDN-COUNT)
                               MOVE   SDN-STATUS      TO
                                    WK-SDN-STATUS(WK-SDN-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SDN-FILE.
      *>
       SDN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>買掛元帳の読み込み処理（デビットノートの行だけをテーブルに展開）
      *>デビットノート番号は"DN"で始まる
      *>************************************************************************
       APLEDG-LOAD-PROC               SECTION.
      *>
           OPEN      INPUT   APLEDG-FILE.
           IF   APLEDG-FILE-STATUS   NOT =   "00"
                CLOSE   APLEDG-FILE
                GO   TO   APLEDG-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   APLEDG-FILE-STATUS   NOT =   "00"
                READ   APLEDG-FILE
                     AT   END
                          MOVE   "10"   TO   APLEDG-FILE-STATUS
                     NOT   AT   END
                          IF   APL-INV-BANGOU(1:2)   =   "DN"
                          AND  WK-APL-COUNT   <   9999
                               ADD    1   TO   WK-APL-COUNT
                               MOVE   APL-SUP-CODE     TO
                                    WK-APL-SUP-CODE(WK-APL-COUNT)
                               MOVE   APL-INV-BANGOU   TO
                                    WK-APL-INV-BANGOU(WK-APL-COUNT)
                               MOVE   APL-STATUS       TO
                                    WK-APL-STATUS(WK-APL-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     APLEDG-FILE.
      *>
       APLEDG-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SUP-MSTR-LOAD-PROC             SECTION.
      *>
           OPEN      INPUT   SUPM-FILE.
           IF   SUPM-FILE-STATUS   NOT =   "00"
                CLOSE   SUPM-FILE
                GO   TO   SUP-MSTR-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   SUPM-FILE-STATUS   NOT =   "00"
                READ   SUPM-FILE
                     AT   END
                          MOVE   "10"   TO   SUPM-FILE-STATUS
                     NOT   AT   END
                          IF   WK-SUP-MSTR-COUNT   <   999
                               ADD    1   TO   WK-SUP-MSTR-COUNT
                               MOVE   SUP-SUP-CODE   TO
                                    WK-SUP-MSTR-CODE
                                         (WK-SUP-MSTR-COUNT)
                               MOVE   SUP-SUP-NAME   TO
                                    WK-SUP-MSTR-NAME
                                         (WK-SUP-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     SUPM-FILE.
      *>
       SUP-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>仕入先名称検索処理（仕入先マスタテーブルを線形検索する）
      *>WK-SUP-CHK-CODEに仕入先コードを設定してから呼び出す
      *>************************************************************************
       SUP-MSTR-LOOKUP-PROC           SECTION.
      *>
           MOVE      "仕入先名不明"   TO   WK-SUP-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SUP-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SUP-MSTR-IDX   >   WK-SUP-MSTR-COUNT
                IF   WK-SUP-MSTR-CODE(WK-SUP-MSTR-IDX)
                          =   WK-SUP-CHK-CODE
                     MOVE   WK-SUP-MSTR-NAME(WK-SUP-MSTR-IDX)
                          TO   WK-SUP-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SUP-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>************************************************************************
       SHOHIN-MSTR-LOAD-PROC          SECTION.
      *>
           OPEN      INPUT   SHOHINM-FILE.
      *>
           IF   SHOHINM-FILE-STATUS   =   "35"
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
                                    MOVE   SMST-SHOHIN-NAME   TO
                                         WK-SHOHIN-MSTR-NAME
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
      *>商品名称検索処理（商品マスタテーブルを線形検索する）
      *>WK-REG-IDXの明細の商品コードで探す
      *>************************************************************************
       SHOHIN-MSTR-LOOKUP-PROC        SECTION.
      *>
           MOVE      "商品名不明"   TO   WK-SHOHIN-MSTR-NAME-SAVE.
           PERFORM   VARYING   WK-SHOHIN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-SHOHIN-MSTR-IDX   >   WK-SHOHIN-MSTR-COUNT
                IF   WK-SHOHIN-MSTR-SHOHIN-CODE(WK-SHOHIN-MSTR-IDX)
                          =   WK-REG-SHOHIN-CODE(WK-REG-IDX)
                     MOVE   WK-SHOHIN-MSTR-NAME(WK-SHOHIN-MSTR-IDX)
                          TO   WK-SHOHIN-MSTR-NAME-SAVE
                END-IF
           END-PERFORM.
      *>
       SHOHIN-MSTR-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>************************************************************************
       TERM-PROC                     SECTION.
      *>
      *>  処理件数を表示する
           MOVE      WRK-RTH-COUNT         TO   MSG1-RTH-COUNT.
           MOVE      WRK-MISEISAN-COUNT    TO   MSG1-MISEISAN-COUNT.
           MOVE      WRK-SEISAN-COUNT      TO   MSG1-SEISAN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
       TERM-PROC-EXIT.
      *>
           EXIT.
