      *>************************************************************************
      *>出荷後返品取込プログラム
      *>店舗からの返品トランザクション（RTNIN.txt：店番＋注文番号＋
      *>商品コード＋返品数＋返品日＋顧客コード＋返品理由コード）を
      *>読み込み、返品理由コードが理由表にあることを確かめた上で、受注
      *>ライフサイクル登録簿（ZYUREG.txt）で最新状況が出荷済（"6"）
      *>または納品済（"A"）の受注だけを受け付ける（出荷前の取消は
      *>従来どおり注文種別"9"の取消受注で行い、本プログラムの対象に
      *>しない）。
      *>受け付けた返品は在庫マスタ（ZAIKOM.txt）へ戻し入れ（戻し先の
      *>倉庫は店舗別倉庫割当（MISESOKO.txt）でその店舗へ出荷する
      *>倉庫とし、未割当は既定の"01"）、登録簿に
      *>評価したクレジットメモ（CRMEMO.txt）を書き出し、売掛側
      *>（ARLEDG001）が未消込の請求から控除する。
      *>結果は返品報告書（RTNREP.txt）に区分付きで印字する。
      *>在庫へ戻し入れた返品は在庫移動記録（ZAIKOIDO.txt）へ受注キー
      *>付きで１件ずつ追記する。
      *>受け入れた返品は返品理由コード・評価金額とともに得意先返品
      *>履歴（RTNHIST.txt）へ１件ずつ追記し、月次の返品分析表
      *>（RTNANL001）で使う。
      *>返品理由コードは "01"：破損　"02"：誤品　"03"：期限切れ
      *>　"04"：受取拒否　"05"：過剰発注。
      *>************************************************************************
      *>見出し部
      *>************************************************************************
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRM-FILE-STATUS.
      *>************************************************************************
      *>得意先返品履歴ファイル
      *>************************************************************************
       SELECT   RNH-FILE      ASSIGN        TO "RTNHIST.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS RNH-FILE-STATUS.
      *>************************************************************************
      *>返品報告書ファイル
      *>************************************************************************
       SELECT   RTNREP-FILE   ASSIGN         TO "RTNREP.txt"
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>在庫移動記録ファイル（現在庫の増減を１件ずつ積み重ねる）
      *>************************************************************************
       SELECT   ZID-FILE      ASSIGN        TO "ZAIKOIDO.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ZID-FILE-STATUS.
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
           03   RTN-HENPIN-SU                  PIC 9(005).
           03   RTN-HENPIN-DATE                PIC 9(008).
           03   RTN-KOKYAKU-CODE               PIC X(005).
           03   RTN-RIYU-CODE                  PIC X(002).
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイルのレイアウト定義
      *>************************************************************************
      *>************************************************************************
       FD   CRM-FILE.
       01   CRM-RECODE.
           COPY   CRMEMO   REPLACING   ==:PREFIX:==   BY   ==CRM==.
      *>************************************************************************
      *>得意先返品履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   RNH-FILE.
       01   RNH-RECODE.
           COPY   RTNHIST   REPLACING   ==:PREFIX:==   BY   ==RNH==.
      *>************************************************************************
      *>返品報告書ファイルのレイアウト定義
      *>見出し行・明細行は長さが異なるため、編集は作業領域で行い、
       FD   RTNREP-FILE.
       01   RTNREP-RECODE                          PIC X(100).
      *>************************************************************************
      *>在庫移動記録ファイルのレイアウト定義
      *>************************************************************************
       FD   ZID-FILE.
       01   ZID-RECODE.
           COPY   ZAIKOIDO   REPLACING   ==:PREFIX:==   BY   ==ZID==.
      *>************************************************************************
      *>実行番号採番ファイルのレイアウト定義
      *>************************************************************************
       FD   RUNNO-FILE.
       01   RUNNO-RECODE                          PIC 9(006).
      *>************************************************************************
      *>作業領域の定義
      *>************************************************************************
       WORKING-STORAGE               SECTION.
       01  RTN-FILE-STATUS                          PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  ZAIKOM-FILE-STATUS                       PIC XX.
       01  ZID-FILE-STATUS                          PIC XX.
       01  RUNNO-FILE-STATUS                        PIC XX.
       01  MISESOKO-FILE-STATUS                     PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  PRC-FILE-STATUS                          PIC XX.
       01  CPR-FILE-STATUS                          PIC XX.
       01  ZEI-FILE-STATUS                          PIC XX.
       01  CRM-FILE-STATUS                          PIC XX.
       01  RNH-FILE-STATUS                          PIC XX.
      *>
       01   WRK-WOEK-AREA.
             03   WRK-COUNT                        PIC 9(006).
                                             VALUE "RTN00001".
             03   WRK-RUN-DATE                      PIC 9(008).
      *>
      *>在庫移動記録に記録する実行番号
       01  WK-RUN-NO                                PIC 9(006).
      *>
      *>受注キー別最新状況保持用テーブル（登録簿を時系列に読み、
      *>キーごとの最後の状況を保持する）
       01   WK-REG-KEY-AREA.
       01   WK-LINE-URIAGE                       PIC S9(008).
       01   WK-LINE-ZEI                          PIC S9(008).
      *>
      *>返品理由の名称とその検索用の理由コード
       01   WK-RIYU-NAME                         PIC X(012).
       01   WK-RIYU-CHK-CODE                     PIC X(002).
      *>
      *>報告書の見出し行の編集用領域
       01   REP-HDR-RECODE.
           03   FILLER                PIC X(027)
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-HENPIN-SU         PIC ZZZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-RIYU-NAME         PIC X(012).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   REP-KUBUN             PIC X(030).
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
      *>  登録簿・各マスタ・単価・税率の読み込み
           PERFORM   ZYUREG-LOAD-PROC.
           PERFORM   ZAIKO-MSTR-LOAD-PROC.
                CLOSE   CRM-FILE
                OPEN    OUTPUT   CRM-FILE
           END-IF.
           OPEN   EXTEND   RNH-FILE.
           IF   RNH-FILE-STATUS   NOT =   "00"
                CLOSE   RNH-FILE
                OPEN    OUTPUT   RNH-FILE
           END-IF.
      *>
      *>  ファイルが存在しない／入出力エラーの場合は通常のEOFと区別する
           PERFORM   RTN-OPEN-CHK-PROC.
           CLOSE     RTN-FILE
                     RTNREP-FILE
                     ZYUREG-FILE
                     CRM-FILE
                     RNH-FILE
                     ZID-FILE.
      *>
      *>  戻し入れ後の在庫マスタを書き戻す
           PERFORM   ZAIKO-MSTR-REWRITE-PROC.
           EXIT.
      *>************************************************************************
      *>返品１件分の突き合わせ処理
      *>返品理由コードが理由表にあり、最新状況が出荷済（"6"）・
      *>納品済（"A"）の受注だけを受け入れ、在庫の戻し入れ・登録簿への
      *>返品済の追記・クレジットメモと返品履歴の書き出しを行う
      *>************************************************************************
       RTN-ONE-PROC              SECTION.
      *>
           MOVE      RTN-RIYU-CODE   TO   WK-RIYU-CHK-CODE.
           PERFORM   RIYU-NAME-PROC.
           IF   WK-RIYU-NAME   =   SPACE
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "返品理由コードの誤り"
                               TO   REP-KUBUN
                PERFORM   REP-LINE-WRITE-PROC
                GO   TO   RTN-ONE-PROC-EXIT
           END-IF.
      *>
           MOVE      RTN-ZYUTYU-BANGOU   TO   WK-REG-KEY-WORK.
           PERFORM   REG-KEY-FIND-PROC.
           END-IF.
      *>
           IF   WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX)   NOT =   "6"
           AND  WK-REG-KEY-STATUS(WK-REG-KEY-FOUND-IDX)   NOT =   "A"
                ADD       1   TO   WRK-ERR-COUNT
                MOVE      "出荷済ではない受注です"
                               TO   REP-KUBUN
           ADD       RTN-HENPIN-SU   TO
                WK-ZAIKO-MSTR-ZAIKO-SU(WK-ZAIKO-MSTR-FOUND-IDX).
      *>
      *>  在庫移動記録に返品の戻し入れを記録する
           MOVE      "HU"                  TO   ZID-IDO-KUBUN.
           MOVE      RTN-HENPIN-SU         TO   ZID-IDO-SU.
           MOVE      RTN-ZYUTYU-BANGOU     TO   ZID-DENPYO-NO.
           PERFORM   ZAIKOIDO-WRITE-PROC.
      *>
      *>  登録簿に返品済（"7"）の行を追記し、最新状況も更新する
           MOVE      RTN-MISEBAN          TO   REG-MISEBAN.
           MOVE      RTN-TYUMON-BANGOU    TO   REG-TYUMON-BANGOU.
           MOVE      RTN-KOKYAKU-CODE     TO   CRM-KOKYAKU-CODE.
           MOVE      "1"                  TO   CRM-STATUS.
           MOVE      ZERO                 TO   CRM-JUTO-DATE.
           MOVE      SPACE                TO   CRM-MEMO-SYUBETSU.
           WRITE     CRM-RECODE.
      *>
      *>  返品履歴へ理由コード・評価金額付きで１行追記する
           MOVE      RTN-HENPIN-DATE      TO   RNH-HENPIN-DATE.
           MOVE      RTN-MISEBAN          TO   RNH-MISEBAN.
           MOVE      RTN-TYUMON-BANGOU    TO   RNH-TYUMON-BANGOU.
           MOVE      RTN-SHOHIN-CODE      TO   RNH-SHOHIN-CODE.
           MOVE      RTN-HENPIN-SU        TO   RNH-HENPIN-SU.
           MOVE      RTN-RIYU-CODE        TO   RNH-RIYU-CODE.
           MOVE      RTN-KOKYAKU-CODE     TO   RNH-KOKYAKU-CODE.
           MOVE      WK-LINE-URIAGE       TO   RNH-KINGAKU.
           WRITE     RNH-RECODE.
      *>
           ADD       1   TO   WRK-UKEIRE-COUNT.
           MOVE      "返品受入"   TO   REP-KUBUN.
           MOVE      RTN-SHOHIN-CODE      TO   REP-SHOHIN-CODE.
           MOVE      WK-SHOHIN-MSTR-NAME-SAVE   TO   REP-SHOHIN-NAME.
           MOVE      RTN-HENPIN-SU        TO   REP-HENPIN-SU.
           MOVE      WK-RIYU-NAME         TO   REP-RIYU-NAME.
           WRITE     RTNREP-RECODE   FROM   REP-DETAIL-RECODE.
      *>
       REP-LINE-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品理由コードの名称の設定処理
      *>WK-RIYU-CHK-CODEに理由コードを設定してから呼び出す。
      *>該当しないコードはWK-RIYU-NAMEを空白で返す
      *>************************************************************************
       RIYU-NAME-PROC                 SECTION.
      *>
           EVALUATE   WK-RIYU-CHK-CODE
                WHEN   "01"
                     MOVE   "破損"         TO   WK-RIYU-NAME
                WHEN   "02"
                     MOVE   "誤品"         TO   WK-RIYU-NAME
                WHEN   "03"
                     MOVE   "期限切れ"     TO   WK-RIYU-NAME
                WHEN   "04"
                     MOVE   "受取拒否"     TO   WK-RIYU-NAME
                WHEN   "05"
                     MOVE   "過剰発注"     TO   WK-RIYU-NAME
                WHEN   OTHER
                     MOVE   SPACE          TO   WK-RIYU-NAME
           END-EVALUATE.
      *>
       RIYU-NAME-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>返品１件分の評価金額・消費税額の計算処理
      *>契約単価（顧客コード指定時）・単価履歴・商品マスタの順で
      *>返品日時点の単価を求め、消費税額は円未満を切り捨てる
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
