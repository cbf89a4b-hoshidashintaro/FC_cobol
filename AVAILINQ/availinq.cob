      *>受注デスクの「この商品は供給できるか」に答える、INQ001の
      *>姉妹コンソール。コンソールから商品コード（６桁）を入力すると
      *>　１．在庫マスタ（ZAIKOM.txt）の現在庫（倉庫別と合計）と
      *>　　　発注点、保留在庫台帳（ZAIKOHLD.txt）の保留数と、現在庫
      *>　　　から保留数を除いた引当可能数
      *>　２．当日の正常受注（0T01.txt）で既に引き当てられる数量
      *>　　　（取消"9"・減量"6"は減算、移庫"7"は対象外）
      *>　３．発注残（POREG.txt の未入荷"1"の行の合計と、その中で
      *>　　　最も早い入荷予定日。特注受注に紐付いた明細は受注へ
      *>　　　引き当てるため含めない）
      *>　４．未充当のバックオーダー（BACKORD.txt の状況"1"の合計）
      *>を表示する。空入力で終了する。
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZMST-FILE-STATUS.
      *>************************************************************************
      *>保留在庫台帳ファイル
      *>************************************************************************
       SELECT   HLD-FILE      ASSIGN        TO "ZAIKOHLD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS HLD-FILE-STATUS.
      *>************************************************************************
      *>当日の正常受注ファイル（JUDGE001の出力）
      *>************************************************************************
       SELECT   OT01-FILE     ASSIGN        TO "0T01.txt"
       01   ZMST-RECODE.
           COPY   ZAIKOMSTR   REPLACING   ==:PREFIX:==   BY   ==ZMST==.
      *>************************************************************************
      *>保留在庫台帳ファイルのレイアウト定義
      *>************************************************************************
       FD   HLD-FILE.
       01   HLD-RECODE.
           COPY   ZAIKOHLD   REPLACING   ==:PREFIX:==   BY   ==HLD==.
      *>************************************************************************
      *>当日の正常受注ファイルのレイアウト定義
      *>************************************************************************
       FD   OT01-FILE.
       WORKING-STORAGE               SECTION.
      *>
       01  ZMST-FILE-STATUS                         PIC XX.
       01  HLD-FILE-STATUS                          PIC XX.
       01  OT01-FILE-STATUS                         PIC XX.
       01  POR-FILE-STATUS                          PIC XX.
       01  BKO-FILE-STATUS                          PIC XX.
      *>照会１件分の集計領域
       01   WK-AVAIL-AREA.
            03   WK-ZAIKO-TOTAL                  PIC S9(008).
            03   WK-HORYU-TOTAL                  PIC 9(008).
            03   WK-SOKO-HORYU-SU                PIC 9(008).
            03   WK-HATYU-TEN-SAVE               PIC 9(005).
            03   WK-ZAIKO-FOUND-FLG              PIC 9(001).
            03   WK-HIKIATE-SU                   PIC S9(008).
            03   FILLER                       PIC X(012)
                              VALUE "　在庫数：".
            03   DSP-SOKO-ZAIKO-SU            PIC -(006)9.
            03   FILLER                       PIC X(015)
                              VALUE "　保留数：".
            03   DSP-SOKO-HORYU-SU            PIC Z(006)9.
            03   FILLER                       PIC X(021)
                              VALUE "　引当可能数：".
            03   DSP-SOKO-KANO-SU             PIC -(006)9.
      *>合計・発注点の表示用領域
       01   WK-TOTAL-DISP-AREA.
            03   FILLER                       PIC X(015)
            03   FILLER                       PIC X(012)
                              VALUE "　発注点：".
            03   DSP-HATYU-TEN                PIC ZZZZ9.
      *>保留合計・引当可能数合計の表示用領域
       01   WK-KANO-DISP-AREA.
            03   FILLER                       PIC X(018)
                              VALUE "　保留合計：".
            03   DSP-HORYU-TOTAL              PIC Z(007)9.
            03   FILLER                       PIC X(027)
                              VALUE "　引当可能数合計：".
            03   DSP-KANO-TOTAL               PIC -(007)9.
      *>引当済の表示用領域
       01   WK-HIKIATE-DISP-AREA.
            03   FILLER                       PIC X(021)
       AVAIL-ONE-PROC                 SECTION.
      *>
           MOVE      ZERO   TO   WK-ZAIKO-TOTAL.
           MOVE      ZERO   TO   WK-HORYU-TOTAL.
           MOVE      ZERO   TO   WK-HATYU-TEN-SAVE.
           MOVE      ZERO   TO   WK-ZAIKO-FOUND-FLG.
           MOVE      ZERO   TO   WK-HIKIATE-SU.
           MOVE      WK-ZAIKO-TOTAL      TO   DSP-ZAIKO-TOTAL.
           MOVE      WK-HATYU-TEN-SAVE   TO   DSP-HATYU-TEN.
           DISPLAY   WK-TOTAL-DISP-AREA   UPON   CONSOLE.
           MOVE      WK-HORYU-TOTAL      TO   DSP-HORYU-TOTAL.
           COMPUTE   DSP-KANO-TOTAL   =
                     WK-ZAIKO-TOTAL   -   WK-HORYU-TOTAL.
           DISPLAY   WK-KANO-DISP-AREA    UPON   CONSOLE.
      *>
      *>  当日の正常受注で引き当てられる数量
           PERFORM   HIKIATE-SUM-PROC.
      *>************************************************************************
      *>在庫マスタの照会処理
      *>該当商品の行を倉庫別に表示しながら合計する。発注点は
      *>最初に見つかった行の値を使う。倉庫別の行には保留数と引当
      *>可能数（現在庫－保留数）も表示する
      *>************************************************************************
       ZAIKO-DISP-PROC                SECTION.
      *>
                                    DSP-SOKO-CODE
                               MOVE   ZMST-ZAIKO-SU    TO
                                    DSP-SOKO-ZAIKO-SU
                               PERFORM   HLD-SUM-PROC
                               ADD    WK-SOKO-HORYU-SU   TO
                                    WK-HORYU-TOTAL
                               MOVE   WK-SOKO-HORYU-SU   TO
                                    DSP-SOKO-HORYU-SU
                               COMPUTE   DSP-SOKO-KANO-SU   =
                                    ZMST-ZAIKO-SU   -   WK-SOKO-HORYU-SU
                               DISPLAY   WK-SOKO-DISP-AREA
                                         UPON   CONSOLE
                          END-IF
      *>
           EXIT.
      *>************************************************************************
      *>倉庫別の保留数の集計処理
      *>保留在庫台帳から在庫マスタの現在行と同じ倉庫・商品の保留数を
      *>合計する。ファイルが無い場合は保留なしとする
      *>************************************************************************
       HLD-SUM-PROC                   SECTION.
      *>
           MOVE      ZERO   TO   WK-SOKO-HORYU-SU.
           OPEN      INPUT   HLD-FILE.
           IF   HLD-FILE-STATUS   NOT =   "00"
                CLOSE   HLD-FILE
                GO   TO   HLD-SUM-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   HLD-FILE-STATUS   NOT =   "00"
                READ   HLD-FILE
                     AT   END
                          MOVE   "10"   TO   HLD-FILE-STATUS
                     NOT   AT   END
                          IF   HLD-SOKO-CODE     =   ZMST-SOKO-CODE
                          AND  HLD-SHOHIN-CODE   =   WK-INPUT
                          AND  HLD-HORYU-SU      NUMERIC
                               ADD   HLD-HORYU-SU   TO
                                    WK-SOKO-HORYU-SU
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     HLD-FILE.
      *>
       HLD-SUM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>当日の引当済数量の集計処理
      *>正常受注の明細行の数量を商品別に合計する（取消"9"・減量"6"は
      *>減算、移庫"7"は倉庫間の移動のため対象外）
                     NOT   AT   END
                          IF   POR-SHOHIN-CODE   =   WK-INPUT
                          AND  POR-STATUS   =   "1"
                          AND  POR-TOKU-ZYUTYU-BANGOU   =   SPACE
                               ADD   POR-HATYU-SU   TO   WK-PO-ZAN-SU
                               IF   WK-PO-YOTEI-DATE   =   ZERO
                               OR   POR-YOTEI-DATE   <
