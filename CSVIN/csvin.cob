      *>CSVの項目は受注レコードと同じ並びで、
      *>店番,注文番号,商品コード,注文数,受付日付,受付時刻,担当者コード,
      *>注文種別 の８項目とする。
      *>商品コードの項目には、当社の商品コード（６桁）の代わりに
      *>ＪＡＮコード（13桁、または短縮形の８桁）を入れてもよい。
      *>ＪＡＮコードはＪＡＮコード対照ファイル（JANXREF.txt）で商品
      *>コードに変換し、対照ファイルに無いＪＡＮコードの行は専用の
      *>理由（ＪＡＮコード未登録）で却下する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
       SELECT   CSVREJ-FILE   ASSIGN         TO "CSVREJ.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ＪＡＮコード対照ファイル（MSTMNT001が保守する）
      *>************************************************************************
       SELECT   JANX-FILE     ASSIGN         TO "JANXREF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS JANX-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
           03   FILLER                PIC X(002).
           03   CSVREJ-LINE-IMAGE     PIC X(080).
      *>************************************************************************
      *>JANX-FILEのレイアウト定義
      *>************************************************************************
       FD   JANX-FILE.
       01   JANX-RECODE.
           COPY   JANXREF   REPLACING   ==:PREFIX:==   BY   ==JANX==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
      *>
       01  CSV-FILE-STATUS                          PIC XX.
       01  JANX-FILE-STATUS                         PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
             03   WRK-OUT-COUNT                    PIC 9(006).
             03   WRK-REJ-COUNT                    PIC 9(006).
             03   WRK-OUT-SU-TOTAL                 PIC 9(009).
             03   WRK-JAN-COUNT                    PIC 9(006).
             03   WK-ERR-FLG                       PIC 9(002).
      *>
      *>見出し編集用の領域
            03   WK-FLD-COUNT                    PIC 9(002).
            03   WK-FLD-MISEBAN                  PIC X(010).
            03   WK-FLD-TYUMON-BANGOU            PIC X(010).
            03   WK-FLD-SHOHIN-CODE              PIC X(014).
            03   WK-FLD-TYUMON-SU                PIC X(010).
            03   WK-FLD-HIDUKE                   PIC X(010).
            03   WK-FLD-ZIKAN                    PIC X(010).
            03   WK-DIGIT-NG-FLG                 PIC 9(001).
            03   WK-DIGIT-IDX                    PIC 9(002).
      *>
      *>ＪＡＮコード対照の保持用テーブル
       01   WK-JAN-AREA.
            03   WK-JAN-COUNT                    PIC 9(004)  COMP.
            03   WK-JAN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-JAN-IDX.
                 05   WK-JAN-CODE                 PIC X(013).
                 05   WK-JAN-SHOHIN-CODE          PIC X(006).
       01   WK-JAN-FOUND-FLG                     PIC 9(001).
      *>商品コード項目の桁数（６桁＝商品コード、８・13桁＝ＪＡＮ）
       01   WK-SHOHIN-FLD-LEN                    PIC 9(002).
      *>
      *>変換後のORDRECを組み立てる作業領域
       01   WK-ORD-RECODE.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==WK01==.
            03   FILLER                       PIC X(018)
                              VALUE "　却下件数：".
            03   MSG1-REJ-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                              VALUE "　JAN変換：".
            03   MSG1-JAN-COUNT               PIC ZZZ,ZZ9.
      *>************************************************************************
      *>手続き部
      *>************************************************************************
           MOVE   ZERO        TO   WRK-OUT-COUNT.
           MOVE   ZERO        TO   WRK-REJ-COUNT.
           MOVE   ZERO        TO   WRK-OUT-SU-TOTAL.
           MOVE   ZERO        TO   WRK-JAN-COUNT.
      *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
      *>
      *>  ＪＡＮコード対照の読み込み
           PERFORM   JAN-LOAD-PROC.
      *>
      *>  ファイルのオープン
           OPEN   INPUT    CSV-FILE
                  OUTPUT   CSVOUT-FILE
                END-IF
           END-IF.
      *>
      *>  商品コード（ＪＡＮコードのときは対照ファイルで商品コードに
      *>  変換し、未登録のＪＡＮコードは専用の理由で却下する）
           IF   WK-ERR-FLG   =   ZERO
                MOVE   FUNCTION LENGTH
                          (FUNCTION TRIM(WK-FLD-SHOHIN-CODE))
                     TO   WK-SHOHIN-FLD-LEN
                IF   WK-FLD-SHOHIN-CODE   =   SPACE
                     MOVE   ZERO   TO   WK-SHOHIN-FLD-LEN
                END-IF
           END-IF.
           IF   WK-ERR-FLG   =   ZERO
           AND (WK-SHOHIN-FLD-LEN   =   8
                OR   WK-SHOHIN-FLD-LEN   =   13)
                PERFORM   JAN-CONV-PROC
           END-IF.
      *>  商品コード（６桁ちょうどで、後半４桁が数字であること）
           IF   WK-ERR-FLG   =   ZERO
           AND  FUNCTION LENGTH(FUNCTION TRIM(WK-FLD-SHOHIN-CODE))
                     TO   CSVREJ-RIYUU
           END-IF.
      *>
      *>  注文種別（空欄・"1"・"2"・"9"のいずれかであること）
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-FLD-TYUMON-KUBUN   NOT =   SPACE
           AND  WK-FLD-TYUMON-KUBUN   NOT =   "1"
           AND  WK-FLD-TYUMON-KUBUN   NOT =   "2"
           AND  WK-FLD-TYUMON-KUBUN   NOT =   "9"
                MOVE   9   TO   WK-ERR-FLG
                MOVE   "注文種別が不正です"
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコードの商品コード変換処理
      *>数字だけのＪＡＮコードを対照テーブルで引き、見つかれば商品
      *>コード項目を商品コードに置き換える（以降は商品コードとして
      *>検証する）。数字以外を含む８・13桁は従来どおり商品コードの
      *>桁数不正とする
      *>************************************************************************
       JAN-CONV-PROC             SECTION.
      *>
           IF   WK-FLD-SHOHIN-CODE(1:WK-SHOHIN-FLD-LEN)   IS NOT NUMERIC
                GO   TO   JAN-CONV-PROC-EXIT
           END-IF.
      *>
           MOVE   ZERO   TO   WK-JAN-FOUND-FLG.
           PERFORM   VARYING   WK-JAN-IDX   FROM   1   BY   1
                UNTIL   WK-JAN-IDX   >   WK-JAN-COUNT
                   OR   WK-JAN-FOUND-FLG   =   1
                IF   WK-JAN-CODE(WK-JAN-IDX)
                          =   WK-FLD-SHOHIN-CODE(1:13)
                     MOVE   1   TO   WK-JAN-FOUND-FLG
                     MOVE   WK-JAN-SHOHIN-CODE(WK-JAN-IDX)
                          TO   WK-FLD-SHOHIN-CODE
                END-IF
           END-PERFORM.
      *>
           IF   WK-JAN-FOUND-FLG   =   1
                ADD    1    TO   WRK-JAN-COUNT
           ELSE
                MOVE   11   TO   WK-ERR-FLG
                MOVE   "JANコードが未登録です"
                     TO   CSVREJ-RIYUU
           END-IF.
      *>
       JAN-CONV-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照ファイルの読み込み処理
      *>（ファイルが無い場合は空のテーブルとし、ＪＡＮコードの行は
      *>　すべて未登録として却下する）
      *>************************************************************************
       JAN-LOAD-PROC             SECTION.
      *>
           MOVE   ZERO   TO   WK-JAN-COUNT.
           OPEN   INPUT   JANX-FILE.
           IF   JANX-FILE-STATUS   NOT =   "00"
                CLOSE   JANX-FILE
                GO   TO   JAN-LOAD-PROC-EXIT
           END-IF.
           PERFORM   UNTIL   JANX-FILE-STATUS   NOT =   "00"
                READ   JANX-FILE
                     AT   END
                          MOVE   "10"   TO   JANX-FILE-STATUS
                     NOT   AT   END
                          IF   WK-JAN-COUNT   <   9999
                               ADD    1   TO   WK-JAN-COUNT
                               MOVE   JANX-JAN-CODE      TO
                                    WK-JAN-CODE(WK-JAN-COUNT)
                               MOVE   JANX-SHOHIN-CODE   TO
                                    WK-JAN-SHOHIN-CODE(WK-JAN-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE  JANX-FILE.
      *>
       JAN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>数字チェック処理
      *>WK-DIGIT-FLDの前詰め内容が、WK-DIGIT-MIN-LEN～WK-DIGIT-MAX-LEN
      *>桁の数字だけで構成されているかを検証する
           MOVE      WRK-COUNT       TO   MSG1-IN-COUNT.
           MOVE      WRK-OUT-COUNT   TO   MSG1-OUT-COUNT.
           MOVE      WRK-REJ-COUNT   TO   MSG1-REJ-COUNT.
           MOVE      WRK-JAN-COUNT   TO   MSG1-JAN-COUNT.
           DISPLAY   MS1-SUMMARY-AREA   UPON   CONSOLE.
      *>
           IF   WRK-REJ-COUNT   NOT =   ZERO
