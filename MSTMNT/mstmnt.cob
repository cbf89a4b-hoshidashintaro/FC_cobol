      *>商品・分類・担当者マスタメンテナンスプログラム
      *>トランザクション（追加／変更／削除）を読み込み、各マスタファイルを
      *>更新する。
      *>商品の追加で仕入先コード・ケース入数の指定があるトランザクション
      *>（仕入先カタログ取込CATIMP001が作る）は、商品別仕入先割当
      *>（SHOHINSUP.txt）・商品別ケース入数（SHOHINCASE.txt）にも行を
      *>追記する。
      *>店舗のPOS・CSVが使うＪＡＮコードと商品コードの対照ファイル
      *>（JANXREF.txt）もマスタ区分"6"で保守する（１商品に複数の
      *>ＪＡＮコードを対応させてよい）。
      *>変更履歴（MSTJNL.txt）には適用日と適用時刻（時分）を記録する。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                               ORGANIZATION IS LINE SEQUENTIAL
                               STATUS MISEM-FILE-STATUS.
      *>************************************************************************
      *>商品別仕入先割当ファイル（商品の追加時に追記する）
      *>************************************************************************
       SELECT   SSP-FILE      ASSIGN         TO "SHOHINSUP.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
                               STATUS SSP-FILE-STATUS.
      *>************************************************************************
      *>商品別ケース入数ファイル（商品の追加時に追記する）
      *>************************************************************************
       SELECT   CSE-FILE      ASSIGN         TO "SHOHINCASE.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
                               STATUS CSE-FILE-STATUS.
      *>************************************************************************
      *>ＪＡＮコード対照ファイル（テーブルへ読み込み、終了時に書き戻す）
      *>************************************************************************
       SELECT   JANX-FILE     ASSIGN         TO "JANXREF.txt"
                               ORGANIZATION IS LINE SEQUENTIAL
                               STATUS JANX-FILE-STATUS.
      *>************************************************************************
      *>データ部
      *>************************************************************************
       DATA                          DIVISION.
       01   MISEM-RECODE.
            COPY   MISEMSTR   REPLACING   ==:PREFIX:==   BY   ==MMST==.
      *>************************************************************************
      *>SSP-FILEのレイアウト定義
      *>************************************************************************
       FD   SSP-FILE.
       01   SSP-RECODE.
            COPY   SHOHINSUP   REPLACING   ==:PREFIX:==   BY   ==SSP==.
      *>************************************************************************
      *>CSE-FILEのレイアウト定義
      *>************************************************************************
       FD   CSE-FILE.
       01   CSE-RECODE.
            COPY   SHOHINCASE  REPLACING   ==:PREFIX:==   BY   ==CSE==.
      *>************************************************************************
      *>JANX-FILEのレイアウト定義
      *>************************************************************************
       FD   JANX-FILE.
       01   JANX-RECODE.
            COPY   JANXREF     REPLACING   ==:PREFIX:==   BY   ==JANX==.
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01   TANTOM-FILE-STATUS                       PIC XX.
       01   KOKYAKUM-FILE-STATUS                     PIC XX.
       01   MISEM-FILE-STATUS                        PIC XX.
       01   SSP-FILE-STATUS                          PIC XX.
       01   CSE-FILE-STATUS                          PIC XX.
       01   JANX-FILE-STATUS                         PIC XX.
      *>
      *>索引マスタのキー一致判定フラグ（商品・分類・担当者共通）
       01   WK-MSTR-FOUND-FLG                    PIC 9(001).
      *>
      *>実行日（適用日の判定用）
       01   WK-RUN-DATE                          PIC 9(008).
      *>実行時刻（HHMMSSss・変更履歴には先頭の時分を記録する）
       01   WK-RUN-TIME                          PIC 9(008).
      *>
      *>処理中トランザクションの作業領域
      *>（当日分・保留分のどちらも、ここへ写してから適用する）
            03   WK-PEND-COUNT                   PIC 9(004)  COMP.
            03   WK-PEND-TBL                     OCCURS 999 TIMES
                                    INDEXED BY WK-PEND-IDX.
                 05   WK-PEND-RECODE              PIC X(070).
      *>適用待ちから適用した件数
       01   WK-PEND-APPLY-CNT                    PIC 9(004).
      *>
                 05   WK-MISE-MSTR-EIGYO-KUBUN    PIC X(001).
       01   WK-MISE-MSTR-FOUND-FLG               PIC 9(001).
       01   WK-MISE-MSTR-FOUND-IDX               PIC 9(004)  COMP.
      *>ＪＡＮコード対照保持用テーブル
       01   WK-JAN-MSTR-AREA.
            03   WK-JAN-MSTR-COUNT               PIC 9(004)  COMP.
            03   WK-JAN-MSTR-TBL                 OCCURS 9999 TIMES
                                    INDEXED BY WK-JAN-MSTR-IDX.
                 05   WK-JAN-MSTR-JAN-CODE        PIC X(013).
                 05   WK-JAN-MSTR-SHOHIN-CODE     PIC X(006).
       01   WK-JAN-MSTR-FOUND-FLG                PIC 9(001).
       01   WK-JAN-MSTR-FOUND-IDX                PIC 9(004)  COMP.
      *>ＪＡＮコード対照の処理内容一覧のキー（対応させる商品コード）
       01   WK-JAN-LST-KEY.
            03   WK-JAN-LST-BUNRUI-CODE          PIC X(002).
            03   WK-JAN-LST-SHOHIN-NO            PIC 9(004).
      *>
      *>処理件数集計用の領域
       01   WK-CNT-AREA.
            03   WK-CHG-CNT                       PIC 9(004).
            03   WK-DEL-CNT                       PIC 9(004).
            03   WK-ERR-CNT                        PIC 9(004).
            03   WK-SSP-ADD-CNT                    PIC 9(004).
            03   WK-CSE-ADD-CNT                    PIC 9(004).
      *>
      *>処理結果の表示用領域
       01   WK-RESULT-DISPLAY-AREA.
      *>
           MOVE      ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE      ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE      ZERO        TO   WK-JAN-MSTR-COUNT.
           MOVE      ZERO        TO   WK-ADD-CNT.
           MOVE      ZERO        TO   WK-CHG-CNT.
           MOVE      ZERO        TO   WK-DEL-CNT.
           MOVE      ZERO        TO   WK-ERR-CNT.
           MOVE      ZERO        TO   WK-SSP-ADD-CNT.
           MOVE      ZERO        TO   WK-CSE-ADD-CNT.
           MOVE      ZERO        TO   WK-PEND-COUNT.
           MOVE      ZERO        TO   WK-PEND-APPLY-CNT.
      *>
           ACCEPT    WK-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT    WK-RUN-TIME   FROM   TIME.
      *>
      *>   実行モードの読み込みと処理内容一覧のオープン
           PERFORM   MODE-READ-PROC.
                     OPEN    OUTPUT   JNL-FILE
                END-IF
           END-IF.
      *>
      *>   商品別仕入先割当・ケース入数を追記用にオープンする
      *>   （ドライランでは書かないためオープンしない）
           IF   WK-DRYRUN-FLG   NOT =   1
                OPEN   EXTEND   SSP-FILE
                IF   SSP-FILE-STATUS   NOT =   "00"
                     CLOSE   SSP-FILE
                     OPEN    OUTPUT   SSP-FILE
                END-IF
                OPEN   EXTEND   CSE-FILE
                IF   CSE-FILE-STATUS   NOT =   "00"
                     CLOSE   CSE-FILE
                     OPEN    OUTPUT   CSE-FILE
                END-IF
           END-IF.
           IF   WK-DRYRUN-FLG   =   1
                MOVE    "＊＊ドライラン（検証のみ）＊＊"
                     TO   MNTLIST-RECODE
      *>
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   MISE-MSTR-LOAD-PROC.
           PERFORM   JAN-MSTR-LOAD-PROC.
      *>
      *>   操作権限テーブルの読み込み
           PERFORM   AUTH-LOAD-PROC.
                MOVE    LST-OLD           TO   JNL-OLD-NAIYO
                MOVE    LST-NEW           TO   JNL-NEW-NAIYO
                MOVE    TXW-OPERATOR-ID   TO   JNL-OPERATOR-ID
                MOVE    WK-RUN-TIME(1:4)  TO   JNL-RUN-TIME
                WRITE   JNL-RECODE
           END-IF.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照ファイルの読み込み処理
      *>************************************************************************
       JAN-MSTR-LOAD-PROC            SECTION.
      *>
           OPEN      INPUT   JANX-FILE.
      *>
      *>   ファイルが存在しない（初回実行など）場合は空のテーブルの
      *>   まま処理を続ける。その他の入出力エラーは続行できないので
      *>   異常終了する
           EVALUATE   JANX-FILE-STATUS
                WHEN   "00"
                     CONTINUE
                WHEN   "35"
                     MOVE   "10"   TO   JANX-FILE-STATUS
                WHEN   OTHER
                     DISPLAY   "JANX-FILE入出力エラー:"
                               JANX-FILE-STATUS
                     MOVE      8   TO   RETURN-CODE
                     STOP RUN
           END-EVALUATE.
      *>
           PERFORM   UNTIL   JANX-FILE-STATUS   NOT =   "00"
                READ   JANX-FILE
                     AT   END
                          MOVE   "10"   TO   JANX-FILE-STATUS
                     NOT   AT   END
                          IF   WK-JAN-MSTR-COUNT   <   9999
                               ADD   1   TO   WK-JAN-MSTR-COUNT
                               MOVE   JANX-JAN-CODE      TO
                                    WK-JAN-MSTR-JAN-CODE
                                         (WK-JAN-MSTR-COUNT)
                               MOVE   JANX-SHOHIN-CODE   TO
                                    WK-JAN-MSTR-SHOHIN-CODE
                                         (WK-JAN-MSTR-COUNT)
                          END-IF
                END-READ
           END-PERFORM.
      *>
           CLOSE     JANX-FILE.
      *>
       JAN-MSTR-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>主処理
      *>トランザクションファイルを読み込み、１件ずつマスタへ反映する
      *>************************************************************************
                WHEN   TXW-MST-MISE
                     PERFORM   MISE-MST-UPDATE-PROC
                     PERFORM   TBLMST-LST-PROC
                WHEN   TXW-MST-JAN
                     PERFORM   JAN-MST-UPDATE-PROC
                     PERFORM   TBLMST-LST-PROC
                WHEN   OTHER
                     ADD    1   TO   WK-ERR-CNT
           END-EVALUATE.
      *>
           EXIT.
      *>************************************************************************
      *>顧客・店舗マスタ・ＪＡＮコード対照の処理内容一覧の書き出し処理
      *>（テーブル方式のマスタは処理区分とキーのみを記録する。
      *>　ドライランではテーブルの書き戻しを行わないため実害はない）
      *>************************************************************************
                          MOVE   "削除"     TO   LST-ACTION
                END-EVALUATE
           END-IF.
      *>  ＪＡＮコード対照は対応させる商品コードをキーとし、
      *>  ＪＡＮコードを変更後の内容（削除は変更前の内容）に記録する
           EVALUATE   TRUE
                WHEN   TXW-MST-KOKYAKU
                     MOVE   "顧客"             TO   LST-MST-NAME
                     MOVE   TXW-KOKYAKU-CODE   TO   LST-KEY
                WHEN   TXW-MST-MISE
                     MOVE   "店舗"             TO   LST-MST-NAME
                     MOVE   TXW-MISEBAN        TO   LST-KEY
                WHEN   OTHER
                     MOVE   "ＪＡＮ"           TO   LST-MST-NAME
                     MOVE   WK-JAN-LST-KEY     TO   LST-KEY
           END-EVALUATE.
      *>  変更前の内容（変更・削除のとき。エラーのときは理由）
           MOVE      WK-TBL-OLD-NAIYO   TO   LST-OLD.
           MOVE      SPACE   TO   LST-NEW.
           OR   LST-ACTION   =   "変更"
                MOVE   TXW-NAME(1:20)   TO   LST-NEW
           END-IF.
           IF   TXW-MST-JAN
           AND  LST-ACTION   =   "エラー"
                MOVE   TXW-JAN-CODE     TO   LST-NEW
           END-IF.
           PERFORM   MNTLIST-WRITE-PROC.
      *>
       TBLMST-LST-PROC-EXIT.
                                         ADD   1   TO   WK-ERR-CNT
                                    NOT   INVALID   KEY
                                         ADD   1   TO   WK-ADD-CNT
                                         PERFORM   SUPCASE-ADD-PROC
                               END-WRITE
                          END-IF
                     END-IF
      *>
           EXIT.
      *>************************************************************************
      *>追加した商品の仕入先割当・ケース入数の追記処理
      *>トランザクションに仕入先コード・ケース入数の指定があれば、
      *>商品別仕入先割当・商品別ケース入数ファイルへ１行ずつ追記する
      *>************************************************************************
       SUPCASE-ADD-PROC              SECTION.
      *>
           IF   TXW-SUP-CODE   NOT =   SPACE
           AND  TXW-SUP-CODE   NOT =   LOW-VALUE
                MOVE    TXW-BUNRUI-CODE   TO   SSP-BUNRUI-CODE
                MOVE    TXW-SHOHIN-NO     TO   SSP-SHOHIN-NO
                MOVE    TXW-SUP-CODE      TO   SSP-SUP-CODE
                WRITE   SSP-RECODE
                ADD     1   TO   WK-SSP-ADD-CNT
           END-IF.
      *>
           IF   TXW-CASE-IRI-SU   IS   NUMERIC
           AND  TXW-CASE-IRI-SU   >   ZERO
                MOVE    TXW-BUNRUI-CODE   TO   CSE-BUNRUI-CODE
                MOVE    TXW-SHOHIN-NO     TO   CSE-SHOHIN-NO
                MOVE    TXW-CASE-IRI-SU   TO   CSE-CASE-IRI-SU
                WRITE   CSE-RECODE
                ADD     1   TO   WK-CSE-ADD-CNT
           END-IF.
      *>
       SUPCASE-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>商品マスタの変更前の値の一覧編集処理（読み込んだ現行値を使う）
      *>************************************************************************
       SHOHIN-OLD-LST-PROC           SECTION.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照テーブルを線形検索し、一致するＪＡＮコードの
      *>有無を判定する処理
      *>************************************************************************
       JAN-MSTR-FIND-PROC            SECTION.
      *>
           MOVE      ZERO   TO   WK-JAN-MSTR-FOUND-FLG.
           MOVE      ZERO   TO   WK-JAN-MSTR-FOUND-IDX.
           PERFORM   VARYING   WK-JAN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-JAN-MSTR-IDX   >   WK-JAN-MSTR-COUNT
                IF   WK-JAN-MSTR-JAN-CODE(WK-JAN-MSTR-IDX)
                          =   TXW-JAN-CODE
                     MOVE   1
                          TO   WK-JAN-MSTR-FOUND-FLG
                     MOVE   WK-JAN-MSTR-IDX
                          TO   WK-JAN-MSTR-FOUND-IDX
                END-IF
           END-PERFORM.
      *>
       JAN-MSTR-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照トランザクションの追加・変更・削除を適用する処理
      *>追加・変更はＪＡＮコードの形式（13桁、または短縮形８桁の
      *>数字）と、対応させる商品の商品マスタ存在を確認する
      *>************************************************************************
       JAN-MST-UPDATE-PROC           SECTION.
      *>
           MOVE      ZERO    TO   WK-TBL-UPD-NG-FLG.
           MOVE      SPACE   TO   WK-TBL-OLD-NAIYO.
           MOVE      TXW-BUNRUI-CODE   TO   WK-JAN-LST-BUNRUI-CODE.
           MOVE      TXW-SHOHIN-NO     TO   WK-JAN-LST-SHOHIN-NO.
           PERFORM   JAN-MSTR-FIND-PROC.
      *>
           IF   TXW-ADD
           OR   TXW-CHANGE
                IF   TXW-JAN-CODE   IS NOT NUMERIC
                AND (TXW-JAN-CODE(1:8)   IS NOT NUMERIC
                     OR   TXW-JAN-CODE(9:5)   NOT =   SPACE)
                     ADD    1   TO   WK-ERR-CNT
                     MOVE   1   TO   WK-TBL-UPD-NG-FLG
                     MOVE   "ＪＡＮコード不正"
                          TO   WK-TBL-OLD-NAIYO
                     GO   TO   JAN-MST-UPDATE-PROC-EXIT
                END-IF
                PERFORM   SHOHIN-MSTR-FIND-PROC
                IF   WK-MSTR-FOUND-FLG   NOT =   1
                     ADD    1   TO   WK-ERR-CNT
                     MOVE   1   TO   WK-TBL-UPD-NG-FLG
                     MOVE   "商品不在"   TO   WK-TBL-OLD-NAIYO
                     GO   TO   JAN-MST-UPDATE-PROC-EXIT
                END-IF
           END-IF.
      *>
           EVALUATE   TRUE
                WHEN   TXW-ADD
                     IF   WK-JAN-MSTR-FOUND-FLG   =   1
                       OR WK-JAN-MSTR-COUNT   NOT <   9999
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   1   TO   WK-TBL-UPD-NG-FLG
                          MOVE   "キー重複"   TO   WK-TBL-OLD-NAIYO
                     ELSE
                          ADD   1   TO   WK-JAN-MSTR-COUNT
                          MOVE   TXW-JAN-CODE       TO
                               WK-JAN-MSTR-JAN-CODE
                                    (WK-JAN-MSTR-COUNT)
                          MOVE   WK-JAN-LST-KEY     TO
                               WK-JAN-MSTR-SHOHIN-CODE
                                    (WK-JAN-MSTR-COUNT)
                          ADD   1   TO   WK-ADD-CNT
                     END-IF
                WHEN   TXW-CHANGE
                     IF   WK-JAN-MSTR-FOUND-FLG   NOT =   1
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   1   TO   WK-TBL-UPD-NG-FLG
                          MOVE   "キー不在"   TO   WK-TBL-OLD-NAIYO
                     ELSE
                          MOVE   WK-JAN-MSTR-SHOHIN-CODE
                                    (WK-JAN-MSTR-FOUND-IDX)
                               TO   WK-TBL-OLD-NAIYO
                          MOVE   WK-JAN-LST-KEY     TO
                               WK-JAN-MSTR-SHOHIN-CODE
                                    (WK-JAN-MSTR-FOUND-IDX)
                          ADD   1   TO   WK-CHG-CNT
                     END-IF
                WHEN   TXW-DELETE
                     IF   WK-JAN-MSTR-FOUND-FLG   NOT =   1
                          ADD    1   TO   WK-ERR-CNT
                          MOVE   1   TO   WK-TBL-UPD-NG-FLG
                          MOVE   "キー不在"   TO   WK-TBL-OLD-NAIYO
                     ELSE
      *>                  キーは削除する行が対応していた商品コードとする
                          MOVE   WK-JAN-MSTR-SHOHIN-CODE
                                    (WK-JAN-MSTR-FOUND-IDX)
                               TO   WK-JAN-LST-KEY
                          MOVE   WK-JAN-MSTR-JAN-CODE
                                    (WK-JAN-MSTR-FOUND-IDX)
                               TO   WK-TBL-OLD-NAIYO
                          PERFORM   JAN-MSTR-DELETE-PROC
                          ADD   1   TO   WK-DEL-CNT
                     END-IF
                WHEN   OTHER
                     ADD    1   TO   WK-ERR-CNT
                     MOVE   1   TO   WK-TBL-UPD-NG-FLG
                     MOVE   "処理区分不正"   TO   WK-TBL-OLD-NAIYO
           END-EVALUATE.
      *>
       JAN-MST-UPDATE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照テーブルから該当行を取り除き、後続の行を詰める処理
      *>************************************************************************
       JAN-MSTR-DELETE-PROC          SECTION.
      *>
           PERFORM   VARYING   WK-JAN-MSTR-IDX
                     FROM   WK-JAN-MSTR-FOUND-IDX   BY   1
                UNTIL   WK-JAN-MSTR-IDX   >=   WK-JAN-MSTR-COUNT
                MOVE   WK-JAN-MSTR-TBL(WK-JAN-MSTR-IDX + 1)
                     TO   WK-JAN-MSTR-TBL(WK-JAN-MSTR-IDX)
           END-PERFORM.
      *>
           SUBTRACT   1   FROM   WK-JAN-MSTR-COUNT.
      *>
       JAN-MSTR-DELETE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>終了処理
      *>更新後の各マスタテーブルをファイルへ書き戻し、処理件数を表示する
      *>************************************************************************
           CLOSE     MNTLIST-FILE.
           IF   WK-DRYRUN-FLG   NOT =   1
                CLOSE   JNL-FILE
                        SSP-FILE
                        CSE-FILE
           END-IF.
           IF   WK-DRYRUN-FLG   NOT =   1
                PERFORM   SHOHIN-MSTR-EXPORT-PROC
      *>
                PERFORM   KOKYAKU-MSTR-REWRITE-PROC
                PERFORM   MISE-MSTR-REWRITE-PROC
                PERFORM   JAN-MSTR-REWRITE-PROC
      *>
      *>        保留ファイルの書き戻しと適用待ち一覧の書き出し
                PERFORM   PEND-REWRITE-PROC
           DISPLAY   WK-RESULT-DISPLAY-AREA   UPON CONSOLE.
           DISPLAY   "保留から適用:"   WK-PEND-APPLY-CNT
                     "　適用待ち:"     WK-PEND-COUNT.
           DISPLAY   "仕入先割当追加:"   WK-SSP-ADD-CNT
                     "　ケース入数追加:"   WK-CSE-ADD-CNT.
      *>
       FINAL-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照テーブルの内容を対照ファイルへ書き戻す処理
      *>************************************************************************
       JAN-MSTR-REWRITE-PROC         SECTION.
      *>
           OPEN      OUTPUT   JANX-FILE.
      *>
           PERFORM   VARYING   WK-JAN-MSTR-IDX   FROM   1   BY   1
                UNTIL   WK-JAN-MSTR-IDX   >   WK-JAN-MSTR-COUNT
                MOVE   WK-JAN-MSTR-JAN-CODE(WK-JAN-MSTR-IDX)
                     TO   JANX-JAN-CODE
                MOVE   WK-JAN-MSTR-SHOHIN-CODE(WK-JAN-MSTR-IDX)
                     TO   JANX-SHOHIN-CODE
                WRITE   JANX-RECODE
           END-PERFORM.
      *>
           CLOSE     JANX-FILE.
      *>
       JAN-MSTR-REWRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>保留ファイルの書き戻し・適用待ち一覧の書き出し処理
      *>************************************************************************
       PEND-REWRITE-PROC             SECTION.
                     MOVE   "顧客"     TO   LST-MST-NAME
                WHEN   TXW-MST-MISE
                     MOVE   "店舗"     TO   LST-MST-NAME
                WHEN   TXW-MST-JAN
                     MOVE   "ＪＡＮ"   TO   LST-MST-NAME
                WHEN   OTHER
                     MOVE   SPACE      TO   LST-MST-NAME
           END-EVALUATE.
