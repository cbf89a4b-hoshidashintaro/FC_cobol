      *>----------------------------------------------------------------------------
      *>納品差異請求台帳レコードレイアウト
      *>店舗の受領確認（POD001）を事前出荷案内（ASN_店番.txt）と
      *>突き合わせて見つかった不足・過剰・破損を、店番・商品・理由
      *>ごとに１行で持つ請求台帳（CLAIMREG.txt）のレイアウト。
      *>請求番号は台帳の最大番号の次から振る。
      *>理由コードは"1"＝不足（案内数より受領数が少ない）、"2"＝過剰
      *>（案内数より受領数が多い・案内に無い商品）、"3"＝破損。
      *>案内数・受領数は店番・商品単位の合計、請求数は差異の数量
      *>（破損は破損数）。注文番号は受領確認の最初の行の番号で、
      *>確認の無かった案内明細の不足はゼロとする。
      *>状況は"1"＝承認待ち、"2"＝承認済、"3"＝却下。承認・却下は
      *>CLMAPR001が承認担当者・処理日とともに書き込み、承認された
      *>不足・破損はクレジットメモ（CRMEMO.txt）の金額も持つ。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==CLM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-CLAIM-NO              PIC 9(006).
           03   :PREFIX:-UKETSUKE-DATE         PIC 9(008).
           03   :PREFIX:-NOUHIN-DATE           PIC 9(008).
           03   :PREFIX:-MISEBAN               PIC X(003).
           03   :PREFIX:-TYUMON-BANGOU         PIC 9(005).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-RIYU-CODE             PIC X(001).
                88   :PREFIX:-RIYU-FUSOKU          VALUE "1".
                88   :PREFIX:-RIYU-KAJO            VALUE "2".
                88   :PREFIX:-RIYU-HASON           VALUE "3".
           03   :PREFIX:-ASN-SU                PIC 9(007).
           03   :PREFIX:-JURYO-SU              PIC 9(007).
           03   :PREFIX:-CLAIM-SU              PIC 9(007).
           03   :PREFIX:-KOKYAKU-CODE          PIC X(005).
           03   :PREFIX:-STATUS                PIC X(001).
                88   :PREFIX:-STS-MISYONIN         VALUE "1".
                88   :PREFIX:-STS-SYONIN           VALUE "2".
                88   :PREFIX:-STS-KYAKKA           VALUE "3".
           03   :PREFIX:-SYORI-DATE            PIC 9(008).
           03   :PREFIX:-SYONIN-TANTO          PIC 9(004).
           03   :PREFIX:-URIAGE-KINGAKU        PIC S9(008).
           03   :PREFIX:-ZEI-KINGAKU           PIC S9(008).
