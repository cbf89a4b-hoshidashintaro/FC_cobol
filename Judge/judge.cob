                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS ERRHIST-FILE-STATUS.
      *>************************************************************************
      *>店舗別データ品質履歴ファイル（伝送検証で拒否したファイルを
      *>店番別に積み重ねる）
      *>************************************************************************
       SELECT   DQH-FILE      ASSIGN         TO WK-DQHIST-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS DQH-FILE-STATUS.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイル（各プログラム共通の処理状況記録）
      *>************************************************************************
       SELECT   ZYUREG-FILE   ASSIGN         TO WK-ZYUREG-FILENAME
       SELECT   SUBSTLST-FILE ASSIGN         TO WK-SUBSTLST-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>ＪＡＮコード対照ファイル
      *>（ＪＡＮコード形式の受注明細"OJ"を商品コードに変換するために
      *>　引く。ファイルが無い場合はＪＡＮコードの明細はすべて未登録）
      *>************************************************************************
       SELECT   JANX-FILE     ASSIGN        TO "JANXREF.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS JANX-FILE-STATUS.
      *>************************************************************************
      *>締切時刻パラメータファイル
      *>（HHMM。受付時刻がこの時刻を過ぎた正常受注は当日分とせず
      *>　繰越ファイルへ回す。ファイルが無い場合は締切なし）
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS CRYOVR-FILE-STATUS.
      *>************************************************************************
      *>予約受注（納品希望日が先日付の受注）ファイル
      *>（実行開始時に読み込み、納品日の前営業日を迎えた受注を当日分
      *>　として判定し直したうえで、終了時に残りを書き戻す）
      *>************************************************************************
       SELECT   MIRAI-FILE    ASSIGN         TO WK-MIRAI-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS MIRAI-FILE-STATUS.
      *>************************************************************************
      *>特注受注台帳（取扱いのない商品の受注。実行開始時に読み込み、
      *>　入荷して引き当てた受注を当日分として判定し直したうえで、
      *>　終了時に書き戻す。店舗分割判定では使わない）
      *>************************************************************************
       SELECT   TOKUCHU-FILE  ASSIGN         TO "TOKUCHU.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS TOKUCHU-FILE-STATUS.
      *>************************************************************************
      *>予約受注台帳（納品希望日・商品別の先行受注の一覧）
      *>************************************************************************
       SELECT   MRBOOK-FILE   ASSIGN         TO WK-MRBOOK-FILENAME
                              ORGANIZATION IS LINE SEQUENTIAL.
      *>************************************************************************
      *>営業日カレンダーファイル
      *>************************************************************************
       SELECT   CALM-FILE     ASSIGN         TO "CALM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS KOKYAKUM-FILE-STATUS.
      *>************************************************************************
      *>納品先マスタファイル（卸売顧客の拠点ごとの届け先）
      *>************************************************************************
       SELECT   NHM-FILE      ASSIGN         TO "NOHINM.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHM-FILE-STATUS.
      *>************************************************************************
      *>受注納品先対応ファイル（納品先コード付きの受注の記録・追記）
      *>************************************************************************
       SELECT   NHL-FILE      ASSIGN         TO "NOHINORD.txt"
                              ORGANIZATION IS LINE SEQUENTIAL
                              STATUS NHL-FILE-STATUS.
      *>************************************************************************
      *>変更受注の元数量検索用の日付退避ファイル
      *>（受注変更（注文種別"5"）の変更前数量を、登録簿の正常日付の
      *>　JOT01_yyyymmdd.txtから求めるために読む）
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==IN01==.
      *>----------------------------------------------------------------------------
      *>受注見出し・受注明細レコード（同一バッファの別視点）
      *>先頭２バイトが"OH"の行は見出し、"OD"の行は明細、"OJ"の行は
      *>商品をＪＡＮコードで持つ明細として扱う
      *>----------------------------------------------------------------------------
       01   IN01-OH-RECODE.
           COPY   ORDHDRREC   REPLACING   ==:PREFIX:==   BY   ==OH==.
       01   IN01-OD-RECODE.
           COPY   ORDDTLREC   REPLACING   ==:PREFIX:==   BY   ==OD==.
       01   IN01-OJ-RECODE.
           COPY   ORDJANREC   REPLACING   ==:PREFIX:==   BY   ==OJ==.
      *>----------------------------------------------------------------------------
      *>納品希望日（YYYYMMDD。従来形式は受注レコードの後ろ、見出し・
      *>明細形式は見出しの後ろに付ける。空白・ゼロは指定なし）
      *>納品先コード（卸売顧客の納品先マスタのコード）は納品希望日の
      *>後ろに付ける。空白は注文した店舗への納品とする
      *>----------------------------------------------------------------------------
       01   IN01-KIBO-RECODE.
           03   FILLER                PIC X(049).
           03   IN01-KIBO-DATE        PIC X(008).
           03   IN01-NOHIN-CODE       PIC X(003).
       01   IN01-OH-KIBO-RECODE.
           03   FILLER                PIC X(035).
           03   OH-KIBO-DATE          PIC X(008).
           03   OH-NOHIN-CODE         PIC X(003).
      *>************************************************************************
      *>統合対象一覧ファイルのレイアウト定義（ファイル名を１行１件で保持する）
      *>************************************************************************
           COPY   STOREHDR   REPLACING   ==:PREFIX:==   BY   ==SRC==.
       01   SRC-TRL-RECODE.
           COPY   STORETRL   REPLACING   ==:PREFIX:==   BY   ==SRC==.
      *>納品希望日・納品先コードまで含めた１行分（IN01-FILEへ
      *>そのまま写す）
       01   SRC-KIBO-RECODE                  PIC X(060).
      *>----------------------------------------------------------------------------
      *>店舗別入力ファイルの伝送検証結果一覧ファイルのレイアウト定義
      *>----------------------------------------------------------------------------
           03   EH-MISEBAN                           PIC X(003).
           03   EH-ERR-MASSAGE-AREA                  PIC X(040).
      *>************************************************************************
      *>店舗別データ品質履歴ファイルのレイアウト定義
      *>************************************************************************
       FD   DQH-FILE.
       01   DQH-RECODE.
           COPY   DQHIST   REPLACING   ==:PREFIX:==   BY   ==DQH==.
      *>************************************************************************
      *>受注ライフサイクル登録簿ファイルのレイアウト定義
      *>************************************************************************
       FD   ZYUREG-FILE.
       FD   SUBSTLST-FILE.
       01   SUBSTLST-RECODE                          PIC X(080).
      *>************************************************************************
      *>ＪＡＮコード対照ファイルのレイアウト定義
      *>************************************************************************
       FD   JANX-FILE.
       01   JANX-RECODE.
           COPY   JANXREF   REPLACING   ==:PREFIX:==   BY   ==JANX==.
      *>************************************************************************
      *>締切時刻パラメータファイルのレイアウト定義
      *>************************************************************************
       FD   CUTOFF-FILE.
       01   CUTOFF-RECODE.
           03   CUTOFF-HHMM                          PIC 9(004).
      *>************************************************************************
      *>繰越ファイルのレイアウト定義（受注レコードと納品希望日を持つ）
      *>************************************************************************
       FD   CRYOVR-FILE.
       01   CRYOVR-RECODE.
           03   CRYOVR-ORDER                         PIC X(049).
           03   CRYOVR-KIBO-DATE                     PIC X(008).
      *>************************************************************************
      *>予約受注ファイルのレイアウト定義
      *>************************************************************************
       FD   MIRAI-FILE.
       01   MIRAI-RECODE.
           COPY   MIRAIORD   REPLACING   ==:PREFIX:==   BY   ==MRI==.
      *>************************************************************************
      *>特注受注台帳のレイアウト定義
      *>************************************************************************
       FD   TOKUCHU-FILE.
       01   TOKUCHU-RECODE.
           COPY   TOKUCHU    REPLACING   ==:PREFIX:==   BY   ==TKC==.
      *>************************************************************************
      *>予約受注台帳のレイアウト定義
      *>見出し・明細の編集は作業領域で行い、WRITE ... FROMで書き出す
      *>************************************************************************
       FD   MRBOOK-FILE.
       01   MRBOOK-RECODE                            PIC X(080).
      *>************************************************************************
      *>CALM-FILEのレイアウト定義
      *>************************************************************************
       01   KOKYAKUM-RECODE.
           COPY   KOKYAKUMSTR   REPLACING   ==:PREFIX:==   BY  ==KMST==.
      *>************************************************************************
      *>納品先マスタファイルのレイアウト定義
      *>************************************************************************
       FD   NHM-FILE.
       01   NHM-RECODE.
           COPY   NOHINSAKI   REPLACING   ==:PREFIX:==   BY   ==NHM==.
      *>************************************************************************
      *>受注納品先対応ファイルのレイアウト定義
      *>************************************************************************
       FD   NHL-FILE.
       01   NHL-RECODE.
           COPY   NOHINLNK   REPLACING   ==:PREFIX:==   BY   ==NHL==.
      *>************************************************************************
      *>変更受注の元数量検索用の日付退避ファイルのレイアウト定義
      *>************************************************************************
       FD   RTAMD-FILE.
      *>
      *>却下履歴ファイルのステータス領域
       01  ERRHIST-FILE-STATUS                      PIC XX.
      *>データ品質履歴ファイルのステータス領域
       01  DQH-FILE-STATUS                          PIC XX.
      *>警告チェックのパラメータ・判定用の作業領域
       01  WRNPARM-FILE-STATUS                      PIC XX.
       01  PCTL-FILE-STATUS                         PIC XX.
       01  ZYUREG-FILE-STATUS                       PIC XX.
       01  SHOHINM-FILE-STATUS                      PIC XX.
       01  SUBSTM-FILE-STATUS                       PIC XX.
       01  JANX-FILE-STATUS                         PIC XX.
       01  CUTOFF-FILE-STATUS                       PIC XX.
       01  CRYOVR-FILE-STATUS                       PIC XX.
       01  MIRAI-FILE-STATUS                        PIC XX.
       01  TOKUCHU-FILE-STATUS                      PIC XX.
       01   WK-WRN-AREA.
            03   WK-WRN-HOLIDAY-FLG              PIC X(001)
                                          VALUE "1".
       01   WK-SUBST-NEW-CODE-SAVE               PIC X(006).
      *>代替品への振替件数（締め処理で別枠の件数として表示する）
       01   WK-SUBST-OVR-COUNT                   PIC 9(006).
      *>ＪＡＮコード対照の保持用テーブル
       01   WK-JAN-AREA.
            03   WK-JAN-COUNT                    PIC 9(004)  COMP.
            03   WK-JAN-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-JAN-IDX.
                 05   WK-JAN-CODE                 PIC X(013).
                 05   WK-JAN-SHOHIN-CODE.
                      07   WK-JAN-BUNRUI-CODE     PIC X(002).
                      07   WK-JAN-SHOHIN-NO       PIC 9(004).
       01   WK-JAN-FOUND-FLG                     PIC 9(001).
      *>ＪＡＮコードから商品コードへ変換した明細の件数
       01   WK-JAN-CONV-COUNT                    PIC 9(006).
      *>代替品振替一覧表の明細行の編集用領域
       01   SUBSTLST-DETAIL-RECODE.
           03   SUBSTLST-MISEBAN      PIC X(003).
      *>繰越ファイルの取り込み実施フラグ（取り込んだ実行だけが
      *>　繰越ファイルを当日分の書き出し用に作り直してよい）
       01   WK-CRY-MERGED-FLG                    PIC 9(001).
      *>判定中の受注の納品希望日（空白・ゼロは指定なし）
       01   WK-KIBO-DATE                         PIC X(008).
       01   WK-KIBO-DATE-N                       REDEFINES
                                                 WK-KIBO-DATE
                                                 PIC 9(008).
      *>判定中の受注の納品先コード（空白は注文した店舗への納品）
       01   WK-NOHIN-CODE                        PIC X(003).
      *>通常の納品日（実行日の翌営業日）。納品希望日がこれより先の
      *>受注は予約受注として保留する
       01   WK-MRI-NOUHIN-DATE                   PIC 9(008).
       01   WK-MRI-INT-DATE                      PIC 9(008).
      *>予約受注の保持用テーブル（解除日付ゼロが保留中）
       01   WK-MRI-AREA.
            03   WK-MRI-COUNT                    PIC 9(004)  COMP.
            03   WK-MRI-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-MRI-IDX
                                               WK-MRI-REL-IDX.
                 05   WK-MRI-KIBO-DATE            PIC 9(008).
                 05   WK-MRI-TOROKU-DATE          PIC 9(008).
                 05   WK-MRI-KAIJO-DATE           PIC 9(008).
                 05   WK-MRI-ORDER                PIC X(049).
                 05   WK-MRI-TORIKESHI-FLG        PIC 9(001).
      *>予約受注の件数（解除＝当日分へ戻した件数・保留＝当日の新規
      *>保留件数・取消＝取消受注で外した件数）
       01   WK-MRI-IN-COUNT                      PIC 9(006).
       01   WK-MRI-OUT-COUNT                     PIC 9(006).
       01   WK-MRI-CAN-COUNT                     PIC 9(006).
       01   WK-MRI-CAN-FOUND-FLG                 PIC 9(001).
      *>特注受注台帳の保持用テーブル（状態区分は台帳と同じ）
       01   WK-TKC-AREA.
            03   WK-TKC-COUNT                    PIC 9(004)  COMP.
            03   WK-TKC-TBL                      OCCURS 9999 TIMES
                                    INDEXED BY WK-TKC-IDX
                                               WK-TKC-REL-IDX.
                 05   WK-TKC-STATUS               PIC X(001).
                 05   WK-TKC-TOROKU-DATE          PIC 9(008).
                 05   WK-TKC-PO-BANGOU            PIC 9(006).
                 05   WK-TKC-SOKO-CODE            PIC X(002).
                 05   WK-TKC-NYUKA-SU             PIC 9(005).
                 05   WK-TKC-NYUKA-DATE           PIC 9(008).
                 05   WK-TKC-KAIJO-DATE           PIC 9(008).
                 05   WK-TKC-ORDER                PIC X(049).
      *>特注受注の件数（手配＝引当済から当日分へ戻した件数・受付＝
      *>当日の新規受付件数・取消＝取消受注で台帳を閉じた件数）
       01   WK-TKC-IN-COUNT                      PIC 9(006).
       01   WK-TKC-OUT-COUNT                     PIC 9(006).
       01   WK-TKC-CAN-COUNT                     PIC 9(006).
      *>判定中の受注が引当済の特注受注の手配分であることを示す
       01   WK-TKC-REL-FLG                       PIC 9(001).
      *>判定中の受注と同じ店番・注文番号・商品コードの台帳の行
       01   WK-TKC-FOUND-FLG                     PIC 9(001).
       01   WK-TKC-FOUND-IDX                     PIC 9(004)  COMP.
      *>予約受注台帳の集計用テーブル（納品希望日＋商品コード順）
       01   WK-MRB-AREA.
            03   WK-MRB-COUNT                    PIC 9(004)  COMP.
            03   WK-MRB-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-MRB-IDX.
                 05   WK-MRB-KEY.
                      07   WK-MRB-KIBO-DATE       PIC 9(008).
                      07   WK-MRB-SHOHIN-CODE     PIC X(006).
                 05   WK-MRB-KENSU                PIC 9(005).
                 05   WK-MRB-SU                   PIC 9(007).
       01   WK-MRB-NEW-KEY.
            03   WK-MRB-NEW-KIBO-DATE            PIC 9(008).
            03   WK-MRB-NEW-SHOHIN-CODE          PIC X(006).
       01   WK-MRB-POS                           PIC 9(004)  COMP.
       01   WK-MRB-SFT                           PIC 9(004)  COMP.
       01   WK-MRB-DATE-SAVE                     PIC 9(008).
       01   WK-MRB-DATE-KENSU                    PIC 9(006).
       01   WK-MRB-DATE-SU                       PIC 9(008).
       01   WK-MRB-TOTAL-KENSU                   PIC 9(006).
       01   WK-MRB-TOTAL-SU                      PIC 9(008).
      *>予約受注台帳の集計時に受注レコードを項目に分ける領域
       01   WK-MRB-ORDREC.
           COPY   ORDREC   REPLACING   ==:PREFIX:==   BY   ==MRBO==.
      *>予約受注台帳の見出し・明細行の編集用領域
       01   MRBOOK-TITLE-RECODE.
           03   FILLER                PIC X(030)
                           VALUE "**  予約受注台帳  **".
       01   MRBOOK-RUNDATE-RECODE.
           03   FILLER                PIC X(015)
                                      VALUE "作成日　：".
           03   MRBOOK-RUNDATE        PIC 9(008).
       01   MRBOOK-COLHDR-RECODE.
           03   FILLER                PIC X(015)
               VALUE "納品希望日".
           03   FILLER                PIC X(010)
               VALUE "商品    ".
           03   FILLER                PIC X(025)
               VALUE "商品名                ".
           03   FILLER                PIC X(008)
               VALUE "  件数".
           03   FILLER                PIC X(013)
               VALUE "       数量".
       01   MRBOOK-DETAIL-RECODE.
           03   MRBOOK-KIBO-DATE      PIC 9(008).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MRBOOK-SHOHIN-CODE    PIC X(006).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MRBOOK-SHOHIN-NAME    PIC X(020).
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MRBOOK-KENSU          PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MRBOOK-SU             PIC Z,ZZZ,ZZ9.
       01   MRBOOK-TOTAL-RECODE.
           03   MRBOOK-TOTAL-NAME     PIC X(045).
           03   MRBOOK-TOTAL-KENSU    PIC ZZ,ZZ9.
           03   FILLER                PIC X(002)
                                             VALUE SPACE.
           03   MRBOOK-TOTAL-SU       PIC Z,ZZZ,ZZ9.
      *>会計期間状況の保持用テーブル（クローズ期間のみを保持する）
       01   WK-PCTL-AREA.
            03   WK-PCTL-COUNT                   PIC 9(004)  COMP.
            03   WK-MLO-HDR-TANTOSYA-BANGOU      PIC 9(004).
            03   WK-MLO-HDR-TYUMON-KUBUN         PIC X(001).
            03   WK-MLO-HDR-KOKYAKU-CODE         PIC X(005).
            03   WK-MLO-HDR-KIBO-DATE            PIC X(008).
            03   WK-MLO-HDR-NOHIN-CODE           PIC X(003).
            03   WK-MLO-DTL-MISEBAN              PIC X(003).
            03   WK-MLO-DTL-TYUMON-BANGOU        PIC 9(005).
            03   WK-MLO-DTL-BUNRUI-CODE          PIC X(002).
            03   WK-MLO-DTL-SHOHIN-NO            PIC 9(004).
            03   WK-MLO-DTL-TYUMON-SU            PIC 9(005).
            03   WK-MLO-DTL-JAN-CODE             PIC X(013).
      *>見出し単位の受注件数を表示する領域
       01   MS5-MLO-AREA.
            03   FILLER                       PIC X(030)
       01  TANTOM-FILE-STATUS                       PIC XX.
       01  BUSHOM-FILE-STATUS                       PIC XX.
       01  KOKYAKUM-FILE-STATUS                     PIC XX.
       01  NHM-FILE-STATUS                          PIC XX.
       01  NHL-FILE-STATUS                          PIC XX.
       01  MISEM-FILE-STATUS                        PIC XX.
       01  CALM-FILE-STATUS                         PIC XX.
       01  INLIST-FILE-STATUS                       PIC XX.
                                          VALUE "ZYUREG.txt".
       01  WK-ERRHIST-FILENAME                      PIC X(020)
                                          VALUE "ERRHIST.txt".
       01  WK-DQHIST-FILENAME                       PIC X(020)
                                          VALUE "DQHIST.txt".
      *>予約受注ファイル・予約受注台帳のファイル名（店舗分割判定では
      *>店舗別の名前になり、店舗ごとに保留・解除を行う）
       01  WK-MIRAI-FILENAME                        PIC X(020)
                                          VALUE "MIRAIORD.txt".
       01  WK-MRBOOK-FILENAME                       PIC X(020)
                                          VALUE "MIRAIBOOK.txt".
      *>店舗分割判定のパラメータ関連の作業領域
       01  JDGPARM-FILE-STATUS                      PIC XX.
       01  WK-PARA-MODE-FLG                         PIC 9(001).
            03   WK-SRCENV-SU-TOTAL              PIC 9(009).
            03   WK-SRCENV-TRL-COUNT             PIC 9(006).
            03   WK-SRCENV-TRL-TOTAL             PIC 9(009).
            03   WK-SRCENV-MISEBAN               PIC X(003).
      *>分類マスタ（索引）のキー一致判定フラグ
       01   WK-BUNRUI-MSTR-FOUND-FLG             PIC 9(001).
      *>受付日付(YYYYMMDD)のチェック用作業領域
                                    INDEXED BY WK-KOKYAKU-MSTR-IDX.
                 05   WK-KOKYAKU-MSTR-CODE        PIC X(005).
       01   WK-KOKYAKU-MSTR-FOUND-FLG            PIC 9(001).
      *>納品先マスタ保持用テーブル（顧客コード＋納品先コード）
       01   WK-NHM-AREA.
            03   WK-NHM-COUNT                    PIC 9(004)  COMP.
            03   WK-NHM-TBL                      OCCURS 999 TIMES
                                    INDEXED BY WK-NHM-IDX.
                 05   WK-NHM-KOKYAKU-CODE         PIC X(005).
                 05   WK-NHM-NOHIN-CODE           PIC X(003).
       01   WK-NHM-FOUND-FLG                     PIC 9(001).
      *>直前に受注納品先対応ファイルへ書き出した受注（同じ受注の
      *>明細ごとに同じ行を重ねて書かないため）
       01   WK-NHL-LAST-AREA.
            03   WK-NHL-LAST-ZYUTYU              PIC X(008).
            03   WK-NHL-LAST-KOKYAKU             PIC X(005).
            03   WK-NHL-LAST-NOHIN               PIC X(003).
            03   WK-NHL-LAST-DATE                PIC 9(008).
      *>与信限度額・売掛残高関連のステータス領域
       01  KLMT-FILE-STATUS                         PIC XX.
       01  ARLEDG-FILE-STATUS                       PIC XX.
                STRING    "EHS_"   WK-PARA-MISEBAN   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-ERRHIST-FILENAME
                MOVE      SPACE   TO   WK-DQHIST-FILENAME
                STRING    "DQS_"   WK-PARA-MISEBAN   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-DQHIST-FILENAME
                MOVE      SPACE   TO   WK-MIRAI-FILENAME
                STRING    "MRS_"   WK-PARA-MISEBAN   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-MIRAI-FILENAME
                MOVE      SPACE   TO   WK-MRBOOK-FILENAME
                STRING    "MBS_"   WK-PARA-MISEBAN   ".txt"
                          DELIMITED   BY   SIZE
                          INTO   WK-MRBOOK-FILENAME
                MOVE      SPACE   TO   WK-RUNCTL-PGM-NAME
                STRING    "JDG_"   WK-PARA-MISEBAN
                          DELIMITED   BY   SIZE
      *>  見出しレコードの書き出し
           PERFORM    HEADER-WRITE-PROC.
      *>
      *>  予約受注を読み込み、納品日の前営業日を迎えた受注を当日の
      *>  入力より先に判定する（在庫引当・配分へ当日分として流す）
           PERFORM    MIRAI-LOAD-PROC.
           PERFORM    MIRAI-RELEASE-PROC.
      *>
      *>  特注受注台帳を読み込み、入荷して引き当てた特注受注を当日の
      *>  入力より先に判定する（在庫引当をせずにピッキングへ流す）
           PERFORM    TOKUCHU-LOAD-PROC.
           PERFORM    TOKUCHU-RELEASE-PROC.
      *>
      *>  入力ファイルの読み込み
           PERFORM    IN01-FILE-READ-PROC.
      *>
           MOVE   ZERO        TO   ER01-CTL-TOTAL.
           MOVE   SPACE       TO   IN-FILE-STATUS.
           MOVE   ZERO        TO   WK-KOKYAKU-MSTR-COUNT.
           MOVE   ZERO        TO   WK-NHM-COUNT.
           MOVE   SPACE       TO   WK-NHL-LAST-AREA.
           MOVE   SPACE       TO   WK-NOHIN-CODE.
           MOVE   ZERO        TO   WK-MISE-MSTR-COUNT.
           MOVE   ZERO        TO   WK-CAL-COUNT.
           MOVE   ZERO        TO   WK-EX01-PAGE-NO.
           MOVE      ZERO   TO   WK-SUBST-OVR-COUNT.
           PERFORM   SUBSTM-LOAD-PROC.
      *>
      *>  ＪＡＮコード対照の読み込み
           MOVE      ZERO   TO   WK-JAN-CONV-COUNT.
           PERFORM   JAN-LOAD-PROC.
      *>
      *>  店舗マスタの読み込み
           PERFORM   MISE-MSTR-LOAD-PROC.
      *>
      *>  顧客マスタ・納品先マスタの読み込み
           PERFORM   KOKYAKU-MSTR-LOAD-PROC.
           PERFORM   NHM-LOAD-PROC.
      *>
      *>  与信限度額・売掛未消込残高・商品単価履歴の読み込み
      *>  （顧客コード付き受注の与信判定に使う）
           MOVE   ZERO   TO   WK-SRCENV-SU-TOTAL.
           MOVE   ZERO   TO   WK-SRCENV-TRL-COUNT.
           MOVE   ZERO   TO   WK-SRCENV-TRL-TOTAL.
           MOVE   SPACE  TO   WK-SRCENV-MISEBAN.
      *>
           MOVE   SPACE   TO   SRC-FILE-STATUS.
           OPEN   INPUT   SRC-FILE.
                WHEN   SRC-HDR-KUBUN   =   "H"
                  AND  SRC-RECODE(24:19)   =   SPACE
                     MOVE   1   TO   WK-SRCENV-HDR-FLG
                     MOVE   SRC-HDR-MISEBAN   TO   WK-SRCENV-MISEBAN
                WHEN   SRC-TRL-KUBUN   =   "T"
                  AND  SRC-RECODE(24:19)   =   SPACE
                     MOVE   1   TO   WK-SRCENV-TRL-FLG
           IF   WK-SRCENV-NG-FLG   NOT   =   ZERO
                DISPLAY   "伝送検証エラー:"   WK-SRC-FILENAME
                MOVE      4   TO   RETURN-CODE
      *>
      *>      店舗別データ品質評価のため、拒否を店番別に積み重ねる
                PERFORM   SRC-ENV-DQH-WRITE-PROC
           END-IF.
      *>
       SRC-ENV-JUDGE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>伝送検証で拒否したファイル１件分のデータ品質履歴の追記処理
      *>店番は見出しレコードから取る（店舗分割判定では店舗別の
      *>履歴ファイルへ書き、統合プログラムが共有の履歴へ追記する）
      *>************************************************************************
       SRC-ENV-DQH-WRITE-PROC         SECTION.
      *>
           OPEN   EXTEND   DQH-FILE.
           IF   DQH-FILE-STATUS   NOT =   "00"
                CLOSE   DQH-FILE
                OPEN    OUTPUT   DQH-FILE
           END-IF.
      *>
           MOVE      SPACE   TO   DQH-RECODE.
           ACCEPT    DQH-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE      WK-SRCENV-MISEBAN   TO   DQH-MISEBAN.
           IF   WK-SRCENV-MISEBAN   =   SPACE
           AND  WK-PARA-MODE-FLG    =   1
                MOVE   WK-PARA-MISEBAN   TO   DQH-MISEBAN
           END-IF.
           MOVE      "E"   TO   DQH-KUBUN.
           MOVE      1     TO   DQH-KENSU.
           MOVE      MERGECHK-KEKKA   TO   DQH-NAIYO.
           WRITE     DQH-RECODE.
      *>
           CLOSE     DQH-FILE.
      *>
       SRC-ENV-DQH-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>窓口予約帯の逸脱チェック処理
      *>統合中の店舗ファイルの明細の注文番号が、その店舗の窓口
      *>予約帯（ORDRANGE.txt）に入っていれば設定誤りとして記録する
                                         "ORDCAP.txt"
                                    PERFORM   RANGE-CHK-PROC
                               END-IF
                               WRITE   IN01-KIBO-RECODE
                                    FROM   SRC-KIBO-RECODE
                          END-IF
                END-READ
           END-PERFORM.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照ファイルの読み込み処理
      *>************************************************************************
       JAN-LOAD-PROC                  SECTION.
      *>
           MOVE      ZERO   TO   WK-JAN-COUNT.
           OPEN      INPUT   JANX-FILE.
           IF   JANX-FILE-STATUS   NOT =   "00"
                CLOSE   JANX-FILE
           ELSE
                PERFORM   UNTIL   JANX-FILE-STATUS   NOT =   "00"
                     READ   JANX-FILE
                          AT   END
                               MOVE   "10"   TO   JANX-FILE-STATUS
                          NOT   AT   END
                               IF   WK-JAN-COUNT   <   9999
                                    ADD    1   TO   WK-JAN-COUNT
                                    MOVE   JANX-JAN-CODE       TO
                                       WK-JAN-CODE(WK-JAN-COUNT)
                                    MOVE   JANX-SHOHIN-CODE    TO
                                       WK-JAN-SHOHIN-CODE
                                            (WK-JAN-COUNT)
                               END-IF
                     END-READ
                END-PERFORM
                CLOSE   JANX-FILE
           END-IF.
      *>
       JAN-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード対照の検索処理
      *>ＪＡＮコード形式の明細のＪＡＮコードが一致する行を探し、
      *>見つかれば明細の作業領域に商品コードを設定する
      *>************************************************************************
       JAN-LOOKUP-PROC                SECTION.
      *>
           MOVE      ZERO    TO   WK-JAN-FOUND-FLG.
           MOVE      SPACE   TO   WK-MLO-DTL-BUNRUI-CODE.
           MOVE      ZERO    TO   WK-MLO-DTL-SHOHIN-NO.
           PERFORM   VARYING   WK-JAN-IDX   FROM   1   BY   1
                UNTIL   WK-JAN-IDX   >   WK-JAN-COUNT
                   OR   WK-JAN-FOUND-FLG   =   1
                IF   WK-JAN-CODE(WK-JAN-IDX)   =   WK-MLO-DTL-JAN-CODE
                     MOVE   1   TO   WK-JAN-FOUND-FLG
                     MOVE   WK-JAN-BUNRUI-CODE(WK-JAN-IDX)
                          TO   WK-MLO-DTL-BUNRUI-CODE
                     MOVE   WK-JAN-SHOHIN-NO(WK-JAN-IDX)
                          TO   WK-MLO-DTL-SHOHIN-NO
                END-IF
           END-PERFORM.
      *>
       JAN-LOOKUP-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>代替品マスタの検索処理
      *>旧商品コードが一致し、適用開始日が受付日付以前の行を探す
      *>************************************************************************
                               MOVE   "10"   TO   CRYOVR-FILE-STATUS
                          NOT   AT   END
                               ADD     1   TO   WK-CRY-IN-COUNT
                               WRITE   IN01-KIBO-RECODE
                                    FROM   CRYOVR-RECODE
                     END-READ
                END-PERFORM
      *>
           EXIT.
      *>************************************************************************
      *>予約受注ファイルの読み込み処理（内容をテーブルに展開する）
      *>あわせて通常の納品日（実行日の翌営業日）を求める。
      *>前日までに解除済の行は捨て、当日に解除済の行は同日の再実行
      *>として保留中に戻す。当日に保留した行も今回の入力から保留し
      *>直すため捨てる。ファイルが無い場合は予約受注なしとする
      *>************************************************************************
       MIRAI-LOAD-PROC                SECTION.
      *>
           MOVE      ZERO   TO   WK-MRI-COUNT.
           MOVE      ZERO   TO   WK-MRI-IN-COUNT.
           MOVE      ZERO   TO   WK-MRI-OUT-COUNT.
           MOVE      ZERO   TO   WK-MRI-CAN-COUNT.
      *>
           COMPUTE   WK-MRI-INT-DATE   =
                     FUNCTION INTEGER-OF-DATE(WRK-RUN-DATE)   +   1.
           MOVE      1   TO   WK-CAL-KYUGYO-FLG.
           PERFORM   UNTIL   WK-CAL-KYUGYO-FLG   =   ZERO
                MOVE      FUNCTION DATE-OF-INTEGER(WK-MRI-INT-DATE)
                               TO   WK-MRI-NOUHIN-DATE
                MOVE      WK-MRI-NOUHIN-DATE   TO   WK-CAL-CHK-DATE
                PERFORM   CAL-KYUGYO-CHK-PROC
                ADD       1   TO   WK-MRI-INT-DATE
           END-PERFORM.
      *>
           OPEN      INPUT   MIRAI-FILE.
           IF   MIRAI-FILE-STATUS   NOT =   "00"
                CLOSE   MIRAI-FILE
                GO   TO   MIRAI-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   MIRAI-FILE-STATUS   NOT =   "00"
                READ   MIRAI-FILE
                     AT   END
                          MOVE   "10"   TO   MIRAI-FILE-STATUS
                     NOT   AT   END
                          PERFORM   MIRAI-LOAD-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     MIRAI-FILE.
      *>
       MIRAI-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注ファイル１行分のテーブル展開処理
      *>************************************************************************
       MIRAI-LOAD-ONE-PROC            SECTION.
      *>
           IF   MRI-KAIJO-DATE   NOT =   ZERO
           AND  MRI-KAIJO-DATE   <   WRK-RUN-DATE
                GO   TO   MIRAI-LOAD-ONE-PROC-EXIT
           END-IF.
           IF   MRI-KAIJO-DATE    =   ZERO
           AND  MRI-TOROKU-DATE   =   WRK-RUN-DATE
                GO   TO   MIRAI-LOAD-ONE-PROC-EXIT
           END-IF.
           IF   WK-MRI-COUNT   >=   9999
                DISPLAY   "予約受注の保持件数超過のため"
                          "読み飛ばし:"   MRI-ORDER(1:8)
                GO   TO   MIRAI-LOAD-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-MRI-COUNT.
           SET       WK-MRI-IDX   TO   WK-MRI-COUNT.
           MOVE      MRI-KIBO-DATE    TO   WK-MRI-KIBO-DATE(WK-MRI-IDX).
           MOVE      MRI-TOROKU-DATE
                          TO   WK-MRI-TOROKU-DATE(WK-MRI-IDX).
           IF   MRI-KAIJO-DATE   =   WRK-RUN-DATE
                MOVE   ZERO   TO   WK-MRI-KAIJO-DATE(WK-MRI-IDX)
           ELSE
                MOVE   MRI-KAIJO-DATE
                               TO   WK-MRI-KAIJO-DATE(WK-MRI-IDX)
           END-IF.
           MOVE      MRI-ORDER        TO   WK-MRI-ORDER(WK-MRI-IDX).
           MOVE      ZERO   TO   WK-MRI-TORIKESHI-FLG(WK-MRI-IDX).
      *>
       MIRAI-LOAD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注の解除処理
      *>保留中で納品希望日が通常の納品日以前になった受注を、当日の
      *>入力より先に１件ずつ判定する（判定し直すことで、保留中の
      *>マスタ変更・閉店・与信の状況を反映したうえで0T01へ流す）
      *>************************************************************************
       MIRAI-RELEASE-PROC             SECTION.
      *>
           PERFORM   VARYING   WK-MRI-REL-IDX   FROM   1   BY   1
                UNTIL   WK-MRI-REL-IDX   >   WK-MRI-COUNT
                IF   WK-MRI-KAIJO-DATE(WK-MRI-REL-IDX)   =   ZERO
                AND  WK-MRI-TORIKESHI-FLG(WK-MRI-REL-IDX)   =   ZERO
                AND  WK-MRI-KIBO-DATE(WK-MRI-REL-IDX)
                          <=   WK-MRI-NOUHIN-DATE
                     MOVE   WRK-RUN-DATE
                          TO   WK-MRI-KAIJO-DATE(WK-MRI-REL-IDX)
                     ADD    1   TO   WK-MRI-IN-COUNT
                     MOVE   WK-MRI-ORDER(WK-MRI-REL-IDX)
                          TO   IN01-RECODE
                     MOVE   WK-MRI-KIBO-DATE(WK-MRI-REL-IDX)
                          TO   WK-KIBO-DATE-N
                     MOVE   SPACE   TO   WK-NOHIN-CODE
                     PERFORM   IN01-RECODE-CHK-PROC
                     ADD    1   TO   WRK-COUNT
                     PERFORM   NISSI-DETAIL-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
       MIRAI-RELEASE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注の保留処理（判定で正常となった先日付の受注１件分）
      *>テーブルに保留中の行を追加し、登録簿に予約（"B"）の行を、
      *>受付確認に受理の行を書き出す
      *>************************************************************************
       MIRAI-ADD-PROC                 SECTION.
      *>
           IF   WK-MRI-COUNT   >=   9999
                MOVE      28   TO   WK-ERR-FLG
                DISPLAY   "予約受注の保持件数超過"
                GO   TO   MIRAI-ADD-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-MRI-COUNT.
           SET       WK-MRI-IDX   TO   WK-MRI-COUNT.
           MOVE      WK-KIBO-DATE-N   TO   WK-MRI-KIBO-DATE(WK-MRI-IDX).
           MOVE      WRK-RUN-DATE
                          TO   WK-MRI-TOROKU-DATE(WK-MRI-IDX).
           MOVE      ZERO   TO   WK-MRI-KAIJO-DATE(WK-MRI-IDX).
           MOVE      IN01-RECODE      TO   WK-MRI-ORDER(WK-MRI-IDX).
           MOVE      ZERO   TO   WK-MRI-TORIKESHI-FLG(WK-MRI-IDX).
           ADD       1   TO   WK-MRI-OUT-COUNT.
      *>
           MOVE      "B"   TO   WK-REG-STATUS.
           PERFORM   ZYUREG-WRITE-PROC.
      *>
           MOVE      "0"    TO   ACKWK-KEKKA.
           MOVE      SPACE  TO   ACKWK-ERR-MASSAGE-AREA.
           PERFORM   ACKWK-WRITE-PROC.
      *>
       MIRAI-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消受注による予約受注の保留解除処理
      *>同じ店番・注文番号・商品コードで保留中の行に取消の印を付け、
      *>書き戻しの対象から外す（該当があればWK-MRI-CAN-FOUND-FLG＝１）
      *>************************************************************************
       MIRAI-CANCEL-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-MRI-CAN-FOUND-FLG.
           PERFORM   VARYING   WK-MRI-IDX   FROM   1   BY   1
                UNTIL   WK-MRI-IDX   >   WK-MRI-COUNT
                IF   WK-MRI-KAIJO-DATE(WK-MRI-IDX)   =   ZERO
                AND  WK-MRI-TORIKESHI-FLG(WK-MRI-IDX)   =   ZERO
                AND  WK-MRI-ORDER(WK-MRI-IDX)(1:8)
                          =   IN01-ZYUTYU-BANGOU
                AND  WK-MRI-ORDER(WK-MRI-IDX)(9:6)
                          =   IN01-SHOHIN-CODE
                     MOVE   1   TO   WK-MRI-TORIKESHI-FLG(WK-MRI-IDX)
                     MOVE   1   TO   WK-MRI-CAN-FOUND-FLG
                END-IF
           END-PERFORM.
           IF   WK-MRI-CAN-FOUND-FLG   =   1
                ADD   1   TO   WK-MRI-CAN-COUNT
           END-IF.
      *>
       MIRAI-CANCEL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の読み込み処理（内容をテーブルに展開する）
      *>前日までに出荷手配・取消をした行は捨て、当日に出荷手配した
      *>行は同日の再実行として引当済に戻す。当日に受け付けて発注前の
      *>行も今回の入力から受け付け直すため捨てる（当日に受け付けて
      *>取り消した行も同様）。店舗分割判定では読み込まない
      *>************************************************************************
       TOKUCHU-LOAD-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-TKC-COUNT.
           MOVE      ZERO   TO   WK-TKC-IN-COUNT.
           MOVE      ZERO   TO   WK-TKC-OUT-COUNT.
           MOVE      ZERO   TO   WK-TKC-CAN-COUNT.
           MOVE      ZERO   TO   WK-TKC-REL-FLG.
           MOVE      ZERO   TO   WK-TKC-FOUND-FLG.
      *>
           IF   WK-PARA-MODE-FLG   =   1
                GO   TO   TOKUCHU-LOAD-PROC-EXIT
           END-IF.
      *>
           OPEN      INPUT   TOKUCHU-FILE.
           IF   TOKUCHU-FILE-STATUS   NOT =   "00"
                CLOSE   TOKUCHU-FILE
                GO   TO   TOKUCHU-LOAD-PROC-EXIT
           END-IF.
      *>
           PERFORM   UNTIL   TOKUCHU-FILE-STATUS   NOT =   "00"
                READ   TOKUCHU-FILE
                     AT   END
                          MOVE   "10"   TO   TOKUCHU-FILE-STATUS
                     NOT   AT   END
                          PERFORM   TOKUCHU-LOAD-ONE-PROC
                END-READ
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳１行分のテーブル展開処理
      *>************************************************************************
       TOKUCHU-LOAD-ONE-PROC          SECTION.
      *>
           IF  (TKC-STATUS   =   "4"   OR   TKC-STATUS   =   "9")
           AND  TKC-KAIJO-DATE   <   WRK-RUN-DATE
                GO   TO   TOKUCHU-LOAD-ONE-PROC-EXIT
           END-IF.
           IF  (TKC-STATUS   =   "1"   OR   TKC-STATUS   =   "9")
           AND  TKC-TOROKU-DATE   =   WRK-RUN-DATE
                GO   TO   TOKUCHU-LOAD-ONE-PROC-EXIT
           END-IF.
           IF   WK-TKC-COUNT   >=   9999
                DISPLAY   "特注受注の保持件数超過のため"
                          "読み飛ばし:"   TKC-ORDER(1:8)
                GO   TO   TOKUCHU-LOAD-ONE-PROC-EXIT
           END-IF.
      *>
           ADD       1   TO   WK-TKC-COUNT.
           SET       WK-TKC-IDX   TO   WK-TKC-COUNT.
           MOVE      TKC-STATUS       TO   WK-TKC-STATUS(WK-TKC-IDX).
           MOVE      TKC-TOROKU-DATE
                          TO   WK-TKC-TOROKU-DATE(WK-TKC-IDX).
           MOVE      TKC-PO-BANGOU    TO   WK-TKC-PO-BANGOU(WK-TKC-IDX).
           MOVE      TKC-SOKO-CODE    TO   WK-TKC-SOKO-CODE(WK-TKC-IDX).
           MOVE      TKC-NYUKA-SU     TO   WK-TKC-NYUKA-SU(WK-TKC-IDX).
           MOVE      TKC-NYUKA-DATE
                          TO   WK-TKC-NYUKA-DATE(WK-TKC-IDX).
           MOVE      TKC-KAIJO-DATE
                          TO   WK-TKC-KAIJO-DATE(WK-TKC-IDX).
           IF   TKC-STATUS   =   "4"
                MOVE   "3"    TO   WK-TKC-STATUS(WK-TKC-IDX)
                MOVE   ZERO   TO   WK-TKC-KAIJO-DATE(WK-TKC-IDX)
           END-IF.
           MOVE      TKC-ORDER        TO   WK-TKC-ORDER(WK-TKC-IDX).
      *>
       TOKUCHU-LOAD-ONE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注の出荷手配処理
      *>引当済の特注受注を当日の入力より先に１件ずつ判定し直し、
      *>正常なら出荷手配済として0T01へ流す（在庫引当はせずに
      *>ピッキングへ回る）。判定でエラーになった受注は入荷した品物を
      *>引き当てたまま引当済に戻し、翌日以降の判定で手配し直す
      *>************************************************************************
       TOKUCHU-RELEASE-PROC           SECTION.
      *>
           PERFORM   VARYING   WK-TKC-REL-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-REL-IDX   >   WK-TKC-COUNT
                IF   WK-TKC-STATUS(WK-TKC-REL-IDX)   =   "3"
                     MOVE   "4"   TO   WK-TKC-STATUS(WK-TKC-REL-IDX)
                     MOVE   WRK-RUN-DATE
                          TO   WK-TKC-KAIJO-DATE(WK-TKC-REL-IDX)
                     ADD    1   TO   WK-TKC-IN-COUNT
                     MOVE   WK-TKC-ORDER(WK-TKC-REL-IDX)
                          TO   IN01-RECODE
                     MOVE   SPACE   TO   WK-KIBO-DATE
                     MOVE   SPACE   TO   WK-NOHIN-CODE
                     MOVE   1   TO   WK-TKC-REL-FLG
                     PERFORM   IN01-RECODE-CHK-PROC
                     MOVE   ZERO   TO   WK-TKC-REL-FLG
                     IF   WK-ERR-FLG   NOT =   ZERO
                          MOVE   "3"   TO
                               WK-TKC-STATUS(WK-TKC-REL-IDX)
                          MOVE   ZERO   TO
                               WK-TKC-KAIJO-DATE(WK-TKC-REL-IDX)
                     END-IF
                     ADD    1   TO   WRK-COUNT
                     PERFORM   NISSI-DETAIL-WRITE-PROC
                END-IF
           END-PERFORM.
      *>
       TOKUCHU-RELEASE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の検索処理
      *>判定中の受注と同じ店番・注文番号・商品コードで取消していない
      *>行（当日に取り消した行を含む）を探す（該当があれば
      *>WK-TKC-FOUND-FLG＝１・WK-TKC-FOUND-IDXにその行）
      *>************************************************************************
       TOKUCHU-FIND-PROC              SECTION.
      *>
           MOVE      ZERO   TO   WK-TKC-FOUND-FLG.
           MOVE      ZERO   TO   WK-TKC-FOUND-IDX.
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                IF   WK-TKC-ORDER(WK-TKC-IDX)(1:8)
                          =   IN01-ZYUTYU-BANGOU
                AND  WK-TKC-ORDER(WK-TKC-IDX)(9:6)
                          =   IN01-SHOHIN-CODE
                AND (WK-TKC-STATUS(WK-TKC-IDX)   NOT =   "9"
                     OR   WK-TKC-KAIJO-DATE(WK-TKC-IDX)
                               =   WRK-RUN-DATE)
                     MOVE   1   TO   WK-TKC-FOUND-FLG
                     SET    WK-TKC-FOUND-IDX   TO   WK-TKC-IDX
                END-IF
           END-PERFORM.
      *>
       TOKUCHU-FIND-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注の受付処理（判定で正常となった特注受注１件分）
      *>台帳に発注待ちの行を追加し（同じ受注の行が既にあれば追加
      *>しない）、登録簿に特注手配（"C"）の行を、受付確認に受理の
      *>行を書き出す
      *>************************************************************************
       TOKUCHU-ADD-PROC               SECTION.
      *>
           PERFORM   TOKUCHU-FIND-PROC.
           IF   WK-TKC-FOUND-FLG   NOT =   1
           OR   WK-TKC-STATUS(WK-TKC-FOUND-IDX)   =   "9"
                IF   WK-TKC-COUNT   >=   9999
                     MOVE      32   TO   WK-ERR-FLG
                     DISPLAY   "特注受注の保持件数超過"
                     GO   TO   TOKUCHU-ADD-PROC-EXIT
                END-IF
                ADD    1   TO   WK-TKC-COUNT
                SET    WK-TKC-IDX   TO   WK-TKC-COUNT
                MOVE   "1"    TO   WK-TKC-STATUS(WK-TKC-IDX)
                MOVE   WRK-RUN-DATE
                          TO   WK-TKC-TOROKU-DATE(WK-TKC-IDX)
                MOVE   ZERO   TO   WK-TKC-PO-BANGOU(WK-TKC-IDX)
                MOVE   SPACE  TO   WK-TKC-SOKO-CODE(WK-TKC-IDX)
                MOVE   ZERO   TO   WK-TKC-NYUKA-SU(WK-TKC-IDX)
                MOVE   ZERO   TO   WK-TKC-NYUKA-DATE(WK-TKC-IDX)
                MOVE   ZERO   TO   WK-TKC-KAIJO-DATE(WK-TKC-IDX)
                MOVE   IN01-RECODE   TO   WK-TKC-ORDER(WK-TKC-IDX)
           END-IF.
      *>
           ADD       1   TO   WK-TKC-OUT-COUNT.
           MOVE      "C"   TO   WK-REG-STATUS.
           PERFORM   ZYUREG-WRITE-PROC.
      *>
           MOVE      "0"    TO   ACKWK-KEKKA.
           MOVE      SPACE  TO   ACKWK-ERR-MASSAGE-AREA.
           PERFORM   ACKWK-WRITE-PROC.
      *>
       TOKUCHU-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>取消受注による特注受注の取消処理
      *>TOKUCHU-FIND-PROCで見つけた発注待ち・発注済の行を取消にする
      *>（発注済の発注明細はそのまま残り、入荷は一般在庫に入る）
      *>************************************************************************
       TOKUCHU-CANCEL-PROC            SECTION.
      *>
           IF   WK-TKC-STATUS(WK-TKC-FOUND-IDX)   NOT =   "9"
                MOVE   "9"   TO   WK-TKC-STATUS(WK-TKC-FOUND-IDX)
                MOVE   WRK-RUN-DATE
                     TO   WK-TKC-KAIJO-DATE(WK-TKC-FOUND-IDX)
           END-IF.
           ADD       1   TO   WK-TKC-CAN-COUNT.
      *>
       TOKUCHU-CANCEL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>特注受注台帳の終了処理
      *>テーブルの内容をファイルへ書き戻す（当日に出荷手配・取消を
      *>した行は同日の再実行に備えて解除日付付きで残す）。
      *>店舗分割判定では書き戻さない
      *>************************************************************************
       TOKUCHU-TERM-PROC              SECTION.
      *>
           IF   WK-PARA-MODE-FLG   =   1
                GO   TO   TOKUCHU-TERM-PROC-EXIT
           END-IF.
      *>
           OPEN      OUTPUT   TOKUCHU-FILE.
           PERFORM   VARYING   WK-TKC-IDX   FROM   1   BY   1
                UNTIL   WK-TKC-IDX   >   WK-TKC-COUNT
                MOVE   WK-TKC-STATUS(WK-TKC-IDX)       TO   TKC-STATUS
                MOVE   WK-TKC-TOROKU-DATE(WK-TKC-IDX)
                     TO   TKC-TOROKU-DATE
                MOVE   WK-TKC-PO-BANGOU(WK-TKC-IDX)
                     TO   TKC-PO-BANGOU
                MOVE   WK-TKC-SOKO-CODE(WK-TKC-IDX)
                     TO   TKC-SOKO-CODE
                MOVE   WK-TKC-NYUKA-SU(WK-TKC-IDX)     TO   TKC-NYUKA-SU
                MOVE   WK-TKC-NYUKA-DATE(WK-TKC-IDX)
                     TO   TKC-NYUKA-DATE
                MOVE   WK-TKC-KAIJO-DATE(WK-TKC-IDX)
                     TO   TKC-KAIJO-DATE
                MOVE   WK-TKC-ORDER(WK-TKC-IDX)        TO   TKC-ORDER
                WRITE  TOKUCHU-RECODE
           END-PERFORM.
           CLOSE     TOKUCHU-FILE.
      *>
       TOKUCHU-TERM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注の終了処理
      *>取消の印が付いた行を除いてファイルへ書き戻し（当日に解除した
      *>行は同日の再実行に備えて解除日付付きで残す）、保留中の行から
      *>納品希望日・商品別の予約受注台帳を作成する
      *>************************************************************************
       MIRAI-TERM-PROC                SECTION.
      *>
           OPEN      OUTPUT   MIRAI-FILE.
           MOVE      ZERO     TO   WK-MRB-COUNT.
           PERFORM   VARYING   WK-MRI-IDX   FROM   1   BY   1
                UNTIL   WK-MRI-IDX   >   WK-MRI-COUNT
                IF   WK-MRI-TORIKESHI-FLG(WK-MRI-IDX)   =   ZERO
                     MOVE   WK-MRI-KIBO-DATE(WK-MRI-IDX)
                          TO   MRI-KIBO-DATE
                     MOVE   WK-MRI-TOROKU-DATE(WK-MRI-IDX)
                          TO   MRI-TOROKU-DATE
                     MOVE   WK-MRI-KAIJO-DATE(WK-MRI-IDX)
                          TO   MRI-KAIJO-DATE
                     MOVE   WK-MRI-ORDER(WK-MRI-IDX)
                          TO   MRI-ORDER
                     WRITE  MIRAI-RECODE
                     IF   WK-MRI-KAIJO-DATE(WK-MRI-IDX)   =   ZERO
                          PERFORM   MRBOOK-ADD-PROC
                     END-IF
                END-IF
           END-PERFORM.
           CLOSE     MIRAI-FILE.
      *>
           PERFORM   MRBOOK-WRITE-PROC.
      *>
       MIRAI-TERM-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注台帳の集計処理（保留中の１行分）
      *>納品希望日＋商品コードの順にテーブルへ挿入し、同じキーの
      *>行があれば件数・数量を積み上げる
      *>************************************************************************
       MRBOOK-ADD-PROC                SECTION.
      *>
           MOVE      WK-MRI-ORDER(WK-MRI-IDX)   TO   WK-MRB-ORDREC.
           MOVE      WK-MRI-KIBO-DATE(WK-MRI-IDX)
                          TO   WK-MRB-NEW-KIBO-DATE.
           MOVE      MRBO-SHOHIN-CODE   TO   WK-MRB-NEW-SHOHIN-CODE.
      *>
      *>  挿入位置（新しいキー以上の最初の行）を求める
           MOVE      1   TO   WK-MRB-POS.
           PERFORM   UNTIL   WK-MRB-POS   >   WK-MRB-COUNT
                OR   WK-MRB-KEY(WK-MRB-POS)   >=   WK-MRB-NEW-KEY
                ADD   1   TO   WK-MRB-POS
           END-PERFORM.
      *>
           IF   WK-MRB-POS   <=   WK-MRB-COUNT
           AND  WK-MRB-KEY(WK-MRB-POS)   =   WK-MRB-NEW-KEY
                ADD   1                  TO   WK-MRB-KENSU(WK-MRB-POS)
                ADD   MRBO-TYUMON-SU     TO   WK-MRB-SU(WK-MRB-POS)
                GO   TO   MRBOOK-ADD-PROC-EXIT
           END-IF.
      *>
           IF   WK-MRB-COUNT   >=   999
                DISPLAY   "予約受注台帳の集計件数超過"
                GO   TO   MRBOOK-ADD-PROC-EXIT
           END-IF.
      *>
      *>  挿入位置以降の行を１行ずつ後ろへずらす
           PERFORM   VARYING   WK-MRB-SFT   FROM   WK-MRB-COUNT
                     BY   -1
                UNTIL   WK-MRB-SFT   <   WK-MRB-POS
                MOVE   WK-MRB-TBL(WK-MRB-SFT)
                     TO   WK-MRB-TBL(WK-MRB-SFT   +   1)
           END-PERFORM.
           ADD       1   TO   WK-MRB-COUNT.
           MOVE      WK-MRB-NEW-KEY     TO   WK-MRB-KEY(WK-MRB-POS).
           MOVE      1                  TO   WK-MRB-KENSU(WK-MRB-POS).
           MOVE      MRBO-TYUMON-SU     TO   WK-MRB-SU(WK-MRB-POS).
      *>
       MRBOOK-ADD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注台帳の書き出し処理
      *>納品希望日・商品別の明細と、納品希望日ごとの日付計・総合計を
      *>印字する（保留中の予約受注が無い場合は見出しのみ）
      *>************************************************************************
       MRBOOK-WRITE-PROC              SECTION.
      *>
           OPEN      OUTPUT   MRBOOK-FILE.
           WRITE     MRBOOK-RECODE   FROM   MRBOOK-TITLE-RECODE.
           MOVE      WRK-RUN-DATE    TO   MRBOOK-RUNDATE.
           WRITE     MRBOOK-RECODE   FROM   MRBOOK-RUNDATE-RECODE.
           WRITE     MRBOOK-RECODE   FROM   MRBOOK-COLHDR-RECODE.
      *>
           MOVE      ZERO   TO   WK-MRB-DATE-SAVE.
           MOVE      ZERO   TO   WK-MRB-DATE-KENSU.
           MOVE      ZERO   TO   WK-MRB-DATE-SU.
           MOVE      ZERO   TO   WK-MRB-TOTAL-KENSU.
           MOVE      ZERO   TO   WK-MRB-TOTAL-SU.
      *>
           PERFORM   VARYING   WK-MRB-IDX   FROM   1   BY   1
                UNTIL   WK-MRB-IDX   >   WK-MRB-COUNT
                IF   WK-MRB-DATE-SAVE   NOT =   ZERO
                AND  WK-MRB-KIBO-DATE(WK-MRB-IDX)
                          NOT =   WK-MRB-DATE-SAVE
                     PERFORM   MRBOOK-DATE-TOTAL-PROC
                END-IF
                MOVE   WK-MRB-KIBO-DATE(WK-MRB-IDX)
                                          TO   WK-MRB-DATE-SAVE
                MOVE   WK-MRB-KIBO-DATE(WK-MRB-IDX)
                                          TO   MRBOOK-KIBO-DATE
                MOVE   WK-MRB-SHOHIN-CODE(WK-MRB-IDX)
                                          TO   MRBOOK-SHOHIN-CODE
                MOVE   WK-MRB-SHOHIN-CODE(WK-MRB-IDX)
                                          TO   SHMST-SHOHIN-CODE
                READ   SHOHINM-FILE
                     INVALID   KEY
                          MOVE   SPACE   TO   MRBOOK-SHOHIN-NAME
                     NOT   INVALID   KEY
                          MOVE   SHMST-SHOHIN-NAME
                                          TO   MRBOOK-SHOHIN-NAME
                END-READ
                MOVE   WK-MRB-KENSU(WK-MRB-IDX)   TO   MRBOOK-KENSU
                MOVE   WK-MRB-SU(WK-MRB-IDX)      TO   MRBOOK-SU
                WRITE  MRBOOK-RECODE   FROM   MRBOOK-DETAIL-RECODE
                ADD    WK-MRB-KENSU(WK-MRB-IDX)   TO   WK-MRB-DATE-KENSU
                ADD    WK-MRB-SU(WK-MRB-IDX)      TO   WK-MRB-DATE-SU
           END-PERFORM.
           IF   WK-MRB-DATE-SAVE   NOT =   ZERO
                PERFORM   MRBOOK-DATE-TOTAL-PROC
           END-IF.
      *>
           MOVE      "　　総合計"           TO   MRBOOK-TOTAL-NAME.
           MOVE      WK-MRB-TOTAL-KENSU     TO   MRBOOK-TOTAL-KENSU.
           MOVE      WK-MRB-TOTAL-SU        TO   MRBOOK-TOTAL-SU.
           WRITE     MRBOOK-RECODE   FROM   MRBOOK-TOTAL-RECODE.
           CLOSE     MRBOOK-FILE.
      *>
       MRBOOK-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>予約受注台帳の日付計の印字処理（総合計へ積み上げて０に戻す）
      *>************************************************************************
       MRBOOK-DATE-TOTAL-PROC         SECTION.
      *>
           MOVE      "　　日付計"           TO   MRBOOK-TOTAL-NAME.
           MOVE      WK-MRB-DATE-KENSU      TO   MRBOOK-TOTAL-KENSU.
           MOVE      WK-MRB-DATE-SU         TO   MRBOOK-TOTAL-SU.
           WRITE     MRBOOK-RECODE   FROM   MRBOOK-TOTAL-RECODE.
           ADD       WK-MRB-DATE-KENSU      TO   WK-MRB-TOTAL-KENSU.
           ADD       WK-MRB-DATE-SU         TO   WK-MRB-TOTAL-SU.
           MOVE      ZERO   TO   WK-MRB-DATE-KENSU.
           MOVE      ZERO   TO   WK-MRB-DATE-SU.
      *>
       MRBOOK-DATE-TOTAL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注警告一覧表の見出し印字処理（ページ切り替え時にも呼ばれる）
      *>************************************************************************
       WR01-HEADER-WRITE-PROC         SECTION.
           MOVE      "0"            TO   NISSI-OUTCOME.
      *>  受付件数は出力（正常・エラー）の行になる受注だけを数える。
      *>  見出し・明細形式の"OH"行はどちらの行にもならないため
      *>  繰越分・予約受注の保留分・保留を外した取消受注・特注受注の
      *>  受付分・台帳を閉じた取消受注とともに
      *>  差し引くが、明細ゼロでエラー行になった
      *>  見出しだけは出力に現れるので足し戻し、残高照合の
      *>  「受付＝正常＋エラー」を保つ
           COMPUTE   NISSI-IN-CNT   =
                     WRK-COUNT   -   WK-CRY-OUT-COUNT
                                 -   WK-MRI-OUT-COUNT
                                 -   WK-MRI-CAN-COUNT
                                 -   WK-TKC-OUT-COUNT
                                 -   WK-TKC-CAN-COUNT
                                 -   WK-MLO-HDR-COUNT
                                 +   WK-MLO-EMPTY-HDR-COUNT.
           MOVE      OT01-REC-COUNT TO   NISSI-OT-CNT.
      *>  末尾レコードの書き出し
           PERFORM   TRAILER-WRITE-PROC.
      *>
      *>  予約受注ファイルを書き戻し、予約受注台帳を作成する
      *>  （台帳の商品名を引くため商品マスタのクローズ前に行う）
           PERFORM   MIRAI-TERM-PROC.
      *>
      *>  特注受注台帳を書き戻す
           PERFORM   TOKUCHU-TERM-PROC.
      *>
      *>  ファイルのクローズ
           CLOSE   IN01-FILE
                   OT01-FILE
                      WK-PCTL-OVR-COUNT   UPON   CONSOLE
       END-IF.
      *>
      *>  ＪＡＮコードから商品コードへ変換した明細があれば件数を表示する
       IF   WK-JAN-CONV-COUNT   NOT   =   ZERO
            DISPLAY   "ＪＡＮコードの変換件数："
                      WK-JAN-CONV-COUNT   UPON   CONSOLE
       END-IF.
      *>
      *>  代替品へ振り替えた受注があれば件数を別枠で表示する
       IF   WK-SUBST-OVR-COUNT   NOT   =   ZERO
            DISPLAY   "代替品の振替件数："
            DISPLAY   "翌営業日への繰越件数："
                      WK-CRY-OUT-COUNT   UPON   CONSOLE
       END-IF.
      *>
      *>  予約受注の解除（当日分へ戻した）件数・新規の保留件数・
      *>  取消受注で保留を外した件数を表示する
       IF   WK-MRI-IN-COUNT   NOT   =   ZERO
            DISPLAY   "予約受注の解除件数："
                      WK-MRI-IN-COUNT    UPON   CONSOLE
       END-IF.
       IF   WK-MRI-OUT-COUNT   NOT   =   ZERO
            DISPLAY   "予約受注の保留件数："
                      WK-MRI-OUT-COUNT   UPON   CONSOLE
       END-IF.
       IF   WK-MRI-CAN-COUNT   NOT   =   ZERO
            DISPLAY   "予約受注の取消件数："
                      WK-MRI-CAN-COUNT   UPON   CONSOLE
       END-IF.
      *>
      *>  特注受注の手配（当日分へ戻した）件数・新規の受付件数・
      *>  取消受注で台帳を閉じた件数を表示する
       IF   WK-TKC-IN-COUNT   NOT   =   ZERO
            DISPLAY   "特注受注の手配件数："
                      WK-TKC-IN-COUNT    UPON   CONSOLE
       END-IF.
       IF   WK-TKC-OUT-COUNT   NOT   =   ZERO
            DISPLAY   "特注受注の受付件数："
                      WK-TKC-OUT-COUNT   UPON   CONSOLE
       END-IF.
       IF   WK-TKC-CAN-COUNT   NOT   =   ZERO
            DISPLAY   "特注受注の取消件数："
                      WK-TKC-CAN-COUNT   UPON   CONSOLE
       END-IF.
      *>
       TERM-PROC-EXIT.
      *>
      *>
           EXIT.
      *>************************************************************************
      *>納品先マスタファイルの読み込み処理（内容をテーブルに展開する）
      *>マスタファイルが存在しない場合は納品先未登録として扱う
      *>************************************************************************
       NHM-LOAD-PROC                 SECTION.
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
                          END-IF
                END-READ
           END-PERFORM.
           CLOSE     NHM-FILE.
      *>
       NHM-LOAD-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>納品先コード存在チェック処理（納品先マスタテーブルを線形検索する）
      *>顧客コードが空欄の受注は該当なしとなる
      *>************************************************************************
       NHM-CHK-PROC                  SECTION.
      *>
           MOVE      ZERO    TO   WK-NHM-FOUND-FLG.
           IF   IN01-KOKYAKU-CODE   =   SPACE
                GO   TO   NHM-CHK-PROC-EXIT
           END-IF.
           PERFORM   VARYING   WK-NHM-IDX   FROM   1   BY   1
                UNTIL   WK-NHM-IDX   >   WK-NHM-COUNT
                IF   WK-NHM-KOKYAKU-CODE(WK-NHM-IDX)
                          =   IN01-KOKYAKU-CODE
                AND  WK-NHM-NOHIN-CODE(WK-NHM-IDX)   =   WK-NOHIN-CODE
                     MOVE   1   TO   WK-NHM-FOUND-FLG
                END-IF
           END-PERFORM.
      *>
       NHM-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受注納品先対応ファイルへの書き出し処理
      *>同じ受注の明細が続く間は直前と同じ行になるため書き出さない
      *>************************************************************************
       NHL-WRITE-PROC                SECTION.
      *>
           IF   IN01-ZYUTYU-BANGOU   =   WK-NHL-LAST-ZYUTYU
           AND  IN01-KOKYAKU-CODE    =   WK-NHL-LAST-KOKYAKU
           AND  WK-NOHIN-CODE        =   WK-NHL-LAST-NOHIN
           AND  IN01-HIDUKE          =   WK-NHL-LAST-DATE
                GO   TO   NHL-WRITE-PROC-EXIT
           END-IF.
           MOVE      IN01-ZYUTYU-BANGOU   TO   WK-NHL-LAST-ZYUTYU.
           MOVE      IN01-KOKYAKU-CODE    TO   WK-NHL-LAST-KOKYAKU.
           MOVE      WK-NOHIN-CODE        TO   WK-NHL-LAST-NOHIN.
           MOVE      IN01-HIDUKE          TO   WK-NHL-LAST-DATE.
      *>
           OPEN      EXTEND   NHL-FILE.
           IF   NHL-FILE-STATUS   NOT =   "00"
                CLOSE   NHL-FILE
                OPEN    OUTPUT   NHL-FILE
           END-IF.
           MOVE      IN01-MISEBAN         TO   NHL-MISEBAN.
           MOVE      IN01-TYUMON-BANGOU   TO   NHL-TYUMON-BANGOU.
           MOVE      IN01-KOKYAKU-CODE    TO   NHL-KOKYAKU-CODE.
           MOVE      WK-NOHIN-CODE        TO   NHL-NOHIN-CODE.
           MOVE      IN01-HIDUKE          TO   NHL-JUCHU-DATE.
           WRITE     NHL-RECODE.
           CLOSE     NHL-FILE.
      *>
       NHL-WRITE-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>顧客別与信限度額ファイルの読み込み処理（内容をテーブルに展開する）
      *>ファイルが無い場合は全顧客が限度なしとして扱われる
      *>************************************************************************
           EXIT.
      *>************************************************************************
      *>IN01-RECODE１件分の振り分け処理
      *>先頭２バイトにより、見出し（"OH"）・明細（"OD"）・ＪＡＮ
      *>コード形式の明細（"OJ"）・従来の受注レコードのそれぞれの
      *>処理へ振り分ける
      *>************************************************************************
       IN01-RECODE-ROUTE-PROC    SECTION.
      *>
                     PERFORM   MLO-HEADER-PROC
                WHEN   "OD"
                     PERFORM   MLO-DETAIL-PROC
                WHEN   "OJ"
                     PERFORM   MLO-JAN-DETAIL-PROC
                WHEN   OTHER
      *>           従来の受注レコードはそのまま判定する
                     MOVE      IN01-KIBO-DATE   TO   WK-KIBO-DATE
                     MOVE      IN01-NOHIN-CODE  TO   WK-NOHIN-CODE
                     MOVE      "1"   TO   WK-REG-STATUS
                     PERFORM   ZYUREG-WRITE-PROC
                     PERFORM   IN01-RECODE-CHK-PROC
           MOVE   OH-TANTOSYA-BANGOU    TO   WK-MLO-HDR-TANTOSYA-BANGOU.
           MOVE   OH-TYUMON-KUBUN       TO   WK-MLO-HDR-TYUMON-KUBUN.
           MOVE   OH-KOKYAKU-CODE       TO   WK-MLO-HDR-KOKYAKU-CODE.
           MOVE   OH-KIBO-DATE          TO   WK-MLO-HDR-KIBO-DATE.
           MOVE   OH-NOHIN-CODE         TO   WK-MLO-HDR-NOHIN-CODE.
           MOVE   1      TO   WK-MLO-ACTIVE-FLG.
           MOVE   ZERO   TO   WK-MLO-DTL-COUNT.
           ADD    1      TO   WK-MLO-HDR-COUNT.
      *>
           EXIT.
      *>************************************************************************
      *>ＪＡＮコード形式の受注明細レコード１件分の処理
      *>ＪＡＮコードを対照ファイルで商品コードに変換したうえで、
      *>通常の明細と同じく見出しと組み立てて従来の判定処理へ渡す。
      *>対照ファイルに無いＪＡＮコードの明細は未登録エラーとする
      *>************************************************************************
       MLO-JAN-DETAIL-PROC       SECTION.
      *>
           MOVE   OJ-MISEBAN         TO   WK-MLO-DTL-MISEBAN.
           MOVE   OJ-TYUMON-BANGOU   TO   WK-MLO-DTL-TYUMON-BANGOU.
           MOVE   OJ-TYUMON-SU       TO   WK-MLO-DTL-TYUMON-SU.
           MOVE   OJ-JAN-CODE        TO   WK-MLO-DTL-JAN-CODE.
           PERFORM   JAN-LOOKUP-PROC.
      *>
           IF   WK-MLO-ACTIVE-FLG        NOT =   1
           OR   WK-MLO-DTL-MISEBAN       NOT =   WK-MLO-HDR-MISEBAN
           OR   WK-MLO-DTL-TYUMON-BANGOU
                     NOT =   WK-MLO-HDR-TYUMON-BANGOU
      *>
      *>      見出しのない明細はエラーとして書き出す
                PERFORM   MLO-ORPHAN-BUILD-PROC
                MOVE      11   TO   WK-MLO-ERR-FLG
                PERFORM   IN01-RECODE-CHK-PROC
           ELSE
                ADD       1    TO   WK-MLO-DTL-COUNT
                PERFORM   MLO-HDR-BUILD-PROC
                MOVE      WK-MLO-DTL-BUNRUI-CODE   TO  IN01-BUNRUI-CODE
                MOVE      WK-MLO-DTL-SHOHIN-NO     TO  IN01-SHOHIN-NO
                MOVE      WK-MLO-DTL-TYUMON-SU     TO  IN01-TYUMON-SU
                IF   WK-JAN-FOUND-FLG   =   1
                     ADD       1    TO   WK-JAN-CONV-COUNT
                ELSE
                     DISPLAY   "ＪＡＮコード未登録："
                               WK-MLO-DTL-JAN-CODE
                     MOVE      33   TO   WK-MLO-ERR-FLG
                END-IF
                PERFORM   IN01-RECODE-CHK-PROC
           END-IF.
      *>
       MLO-JAN-DETAIL-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>見出しの内容からIN01-RECODE（従来形式）を組み立てる処理
      *>商品情報・注文数は呼び出し側で上書きする
      *>************************************************************************
           MOVE   SPACE                     TO   IN01-SIKYU-KUBUN.
           MOVE   SPACE                     TO   IN01-TANI-KUBUN.
           MOVE   SPACE                     TO   IN01-AITE-MISEBAN.
           MOVE   WK-MLO-HDR-KIBO-DATE      TO   WK-KIBO-DATE.
           MOVE   WK-MLO-HDR-NOHIN-CODE     TO   WK-NOHIN-CODE.
      *>
       MLO-HDR-BUILD-PROC-EXIT.
      *>
           MOVE   SPACE                     TO   IN01-SIKYU-KUBUN.
           MOVE   SPACE                     TO   IN01-TANI-KUBUN.
           MOVE   SPACE                     TO   IN01-AITE-MISEBAN.
           MOVE   SPACE                     TO   WK-KIBO-DATE.
           MOVE   SPACE                     TO   WK-NOHIN-CODE.
      *>
       MLO-ORPHAN-BUILD-PROC-EXIT.
      *>
                DISPLAY   "担当者番号が不適切な値です"
           END-IF.
      *>
      *>  納品希望日（空白・ゼロは指定なし。指定時は年月日として
      *>  実在し、受付日付以降の営業日であること）
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-KIBO-DATE   NOT =   SPACE
           AND  WK-KIBO-DATE   NOT =   ZERO
                PERFORM   KIBO-CHK-PROC
           END-IF.
      *>
      *>  店舗間移庫（注文種別"7"）は出庫店（相手店番）を検証する
      *>  （店舗マスタに存在し営業中で、受入店と異なること）
           IF   WK-ERR-FLG   =   ZERO
                END-IF
           END-IF.
      *>
      *>  納品先コード（空白は注文した店舗への納品。指定時は顧客
      *>  コード付きの受注で、納品先マスタに顧客コード＋納品先コードが
      *>  あること）
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-NOHIN-CODE   NOT =   SPACE
                PERFORM   NHM-CHK-PROC
                IF   WK-NHM-FOUND-FLG   NOT =   1
                     MOVE      34   TO   WK-ERR-FLG
                     DISPLAY   "納品先マスタ不在エラー"
                END-IF
           END-IF.
      *>
      *>  顧客コード付きの通常受注は与信限度をチェックする
      *>  （限度額－売掛未消込残高－同一バッチの受理済金額を超える
      *>  　受注はエラーとして例外レポートに記録する）
                PERFORM   CREDIT-CHK-PROC
           END-IF.
      *>
      *>  特注受注は台帳を共有できないため統合実行でだけ受け付ける。
      *>  特注受注の変更は受注数どおりに発注済のため受け付けず、
      *>  取消は入荷して引き当てた後（出荷手配前）は受け付けない
           IF   WK-ERR-FLG   =   ZERO
           AND  IN01-TYUMON-KUBUN   =   "2"
           AND  WK-PARA-MODE-FLG   =   1
                MOVE      30   TO   WK-ERR-FLG
                DISPLAY   "特注受注は統合実行のみ受付"
           END-IF.
           IF   WK-ERR-FLG   =   ZERO
           AND (IN01-TYUMON-KUBUN   =   "5"
                OR   IN01-TYUMON-KUBUN   =   "9")
                PERFORM   TOKUCHU-FIND-PROC
                IF   WK-TKC-FOUND-FLG   =   1
                AND  IN01-TYUMON-KUBUN   =   "5"
                     MOVE      31   TO   WK-ERR-FLG
                     DISPLAY   "特注受注の変更エラー"
                END-IF
                IF   WK-TKC-FOUND-FLG   =   1
                AND  IN01-TYUMON-KUBUN   =   "9"
                AND  WK-TKC-STATUS(WK-TKC-FOUND-IDX)   =   "3"
                     MOVE      29   TO   WK-ERR-FLG
                     DISPLAY   "入荷済特注受注の取消エラー"
                END-IF
           END-IF.
      *>
      *>  変更受注（注文種別"5"）は同一キー＋商品の受理済受注が
      *>  あるかを確認し、変更前数量との差分を求める
           IF   WK-ERR-FLG   =   ZERO
                PERFORM   AMEND-CHK-PROC
           END-IF.
      *>
      *>  納品先コード付きの受注は受注納品先対応ファイルに記録する
      *>  （予約・特注・繰越で当日分とならない受注も受付時に記録し、
      *>  　後日当日分として流れたときに同じ行で納品先を引く）
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-NOHIN-CODE   NOT =   SPACE
                PERFORM   NHL-WRITE-PROC
           END-IF.
      *>
      *>  特注受注（注文種別"2"）は当日分とせず特注受注台帳に登録し、
      *>  発注起票・入荷を待つ（入荷して引き当てた後の手配分は
      *>  当日分として流す）
           IF   WK-ERR-FLG   =   ZERO
           AND  IN01-TYUMON-KUBUN   =   "2"
           AND  WK-TKC-REL-FLG   =   ZERO
                PERFORM   TOKUCHU-ADD-PROC
                IF   WK-ERR-FLG   =   ZERO
                     GO   TO   IN01-RECODE-CHK-PROC-EXIT
                END-IF
           END-IF.
      *>
      *>  納品希望日が通常の納品日（翌営業日）より先の正常受注は
      *>  当日分とせず予約受注として保留する（変更・取消受注は
      *>  既存の受注に対する指示のため保留しない）
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-KIBO-DATE   IS NUMERIC
           AND  WK-KIBO-DATE-N   >   WK-MRI-NOUHIN-DATE
           AND  IN01-TYUMON-KUBUN   NOT =   "5"
           AND  IN01-TYUMON-KUBUN   NOT =   "9"
                PERFORM   MIRAI-ADD-PROC
                IF   WK-ERR-FLG   =   ZERO
                     GO   TO   IN01-RECODE-CHK-PROC-EXIT
                END-IF
           END-IF.
      *>
      *>  締切時刻を過ぎた正常受注は当日分とせず繰越ファイルへ
      *>  書き出し、翌営業日の統合処理の先頭で取り込む。
      *>  統合の先頭に取り込んだ前回繰越分（入力の先頭から
      *>  繰越取込件数分。WRK-COUNTは判定後に加算されるため
      *>  判定時点では処理済件数を表す）は受付時刻が締切後の
      *>  ままなので、締切判定から除外して当日分として扱う。
      *>  入力より先に判定する予約受注の解除分・特注受注の手配分も
      *>  同様に除外する
           IF   WK-ERR-FLG   =   ZERO
           AND  WK-CUTOFF-FLG   =   1
           AND  WRK-COUNT   >=   WK-CRY-IN-COUNT   +   WK-MRI-IN-COUNT
                                 +   WK-TKC-IN-COUNT
           AND  IN01-ZIKAN   >   WK-CUTOFF-HHMM
                ADD       1   TO   WK-CRY-OUT-COUNT
                MOVE      IN01-RECODE    TO   CRYOVR-ORDER
                MOVE      WK-KIBO-DATE   TO   CRYOVR-KIBO-DATE
                WRITE     CRYOVR-RECODE
                GO   TO   IN01-RECODE-CHK-PROC-EXIT
           END-IF.
      *>
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 25 MOVE "移庫元と受入店が同一です"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 26 MOVE "納品希望日が不適切な値です"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 27 MOVE "納品希望日が休業日です"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 28 MOVE "予約受注の保持件数超過"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 29 MOVE "入荷済特注受注の取消エラー"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 30 MOVE "特注受注は統合実行のみ受付"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 31 MOVE "特注受注の変更エラー"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 32 MOVE "特注受注の保持件数超過"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 33 MOVE "JANコード未登録エラー"
                                                TO ER01-ERR-MASSAGE-AREA
                  WHEN 34 MOVE "納品先マスタ不在エラー"
                                                TO ER01-ERR-MASSAGE-AREA
                END-EVALUATE
      *>
      *>      担当者名・部署名をマスタから求めて付加する
                     GO   TO   IN01-RECODE-CHK-PROC-EXIT
                END-IF
      *>
      *>      取消受注の対象が予約受注として保留中の場合は保留を
      *>      外すだけとし、在庫を戻さないよう当日分には流さない
                IF   IN01-TYUMON-KUBUN   =   "9"
                     PERFORM   MIRAI-CANCEL-PROC
                     IF   WK-MRI-CAN-FOUND-FLG   =   1
                          MOVE      "9"   TO   WK-REG-STATUS
                          PERFORM   ZYUREG-WRITE-PROC
                          MOVE      "0"    TO   ACKWK-KEKKA
                          MOVE      SPACE  TO   ACKWK-ERR-MASSAGE-AREA
                          PERFORM   ACKWK-WRITE-PROC
                          GO   TO   IN01-RECODE-CHK-PROC-EXIT
                     END-IF
                END-IF
      *>
      *>      取消受注の対象が発注待ち・発注済の特注受注の場合は台帳を
      *>      取消にするだけとし、在庫を戻さないよう当日分には流さない
      *>      （出荷手配済の特注受注の取消は通常の取消として流す）
                IF   IN01-TYUMON-KUBUN   =   "9"
                AND  WK-TKC-FOUND-FLG   =   1
                AND  WK-TKC-STATUS(WK-TKC-FOUND-IDX)   NOT =   "4"
                     PERFORM   TOKUCHU-CANCEL-PROC
                     MOVE      "9"   TO   WK-REG-STATUS
                     PERFORM   ZYUREG-WRITE-PROC
                     MOVE      "0"    TO   ACKWK-KEKKA
                     MOVE      SPACE  TO   ACKWK-ERR-MASSAGE-AREA
                     PERFORM   ACKWK-WRITE-PROC
                     GO   TO   IN01-RECODE-CHK-PROC-EXIT
                END-IF
      *>
      *>      正常レコードはOT01-FILEにそのまま書き出す
                MOVE      IN01-MISEBAN         TO   OT01-MISEBAN
                MOVE      IN01-TYUMON-BANGOU   TO   OT01-TYUMON-BANGOU
      *>
           EXIT.
      *>************************************************************************
      *>納品希望日(YYYYMMDD)のチェック処理
      *>年月日として実在し、受付日付より前でなく、営業日カレンダーの
      *>休業日に当たらないことを確認する
      *>************************************************************************
       KIBO-CHK-PROC                 SECTION.
      *>
           IF   WK-KIBO-DATE   IS NOT NUMERIC
                MOVE      26   TO   WK-ERR-FLG
                DISPLAY   "納品希望日が不適切な値です"
                GO   TO   KIBO-CHK-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-KIBO-DATE(1:4)   TO   WK-HIDUKE-YY.
           MOVE      WK-KIBO-DATE(5:2)   TO   WK-HIDUKE-MM.
           MOVE      WK-KIBO-DATE(7:2)   TO   WK-HIDUKE-DD.
           IF   WK-HIDUKE-MM   <   1   OR   WK-HIDUKE-MM   >   12
                MOVE      26   TO   WK-ERR-FLG
                DISPLAY   "納品希望日が不適切な値です"
                GO   TO   KIBO-CHK-PROC-EXIT
           END-IF.
           EVALUATE   WK-HIDUKE-MM
                WHEN   4   WHEN   6   WHEN   9   WHEN  11
                     MOVE   30   TO   WK-HIDUKE-MAX-DD
                WHEN   2
                     IF   FUNCTION MOD(WK-HIDUKE-YY, 400) = 0
                     OR  (FUNCTION MOD(WK-HIDUKE-YY, 4) = 0
                          AND FUNCTION MOD(WK-HIDUKE-YY, 100)
                                   NOT = 0)
                          MOVE   29   TO   WK-HIDUKE-MAX-DD
                     ELSE
                          MOVE   28   TO   WK-HIDUKE-MAX-DD
                     END-IF
                WHEN   OTHER
                     MOVE   31   TO   WK-HIDUKE-MAX-DD
           END-EVALUATE.
           IF   WK-HIDUKE-DD   <   1
           OR   WK-HIDUKE-DD   >   WK-HIDUKE-MAX-DD
           OR   WK-KIBO-DATE-N   <   IN01-HIDUKE
                MOVE      26   TO   WK-ERR-FLG
                DISPLAY   "納品希望日が不適切な値です"
                GO   TO   KIBO-CHK-PROC-EXIT
           END-IF.
      *>
           MOVE      WK-KIBO-DATE-N   TO   WK-CAL-CHK-DATE.
           PERFORM   CAL-KYUGYO-CHK-PROC.
           IF   WK-CAL-KYUGYO-FLG   =   1
                MOVE      27   TO   WK-ERR-FLG
                DISPLAY   "納品希望日が休業日です"
           END-IF.
      *>
       KIBO-CHK-PROC-EXIT.
      *>
           EXIT.
      *>************************************************************************
      *>受付時刻(HHMM)の実在チェック処理
      *>************************************************************************
       ZIKAN-CHK-PROC                SECTION.
