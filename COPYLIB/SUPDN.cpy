      *>----------------------------------------------------------------------------
      *>仕入先デビットノートレコードレイアウト
      *>仕入先への返品（RTV001）で発行したデビットノート１通につき
      *>１行を追記するファイルのレイアウト。仕入先コード・デビット
      *>ノート番号（"DN"＋連番８桁）・発行日・税抜金額・消費税額・
      *>税込金額と、買掛側（APLEDG001）での転記状況（未転記"1"・
      *>転記済"2"）・転記日を持つ。転記済の行は二重に転記しない。
      *>買掛元帳へはデビットノート番号を請求書番号としたマイナスの
      *>行で転記され、支払処理（APPAY001）で買掛金と相殺される。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==SDN== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SUP-CODE              PIC X(004).
           03   :PREFIX:-DN-BANGOU             PIC X(010).
           03   :PREFIX:-DN-DATE               PIC 9(008).
           03   :PREFIX:-ZEINUKI-KINGAKU       PIC 9(011).
           03   :PREFIX:-ZEI-KINGAKU           PIC 9(011).
           03   :PREFIX:-KINGAKU               PIC 9(011).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MITENKI          VALUE "1".
                88   :PREFIX:-STS-TENKI-ZUMI       VALUE "2".
           03   :PREFIX:-TENKI-DATE            PIC 9(008).
