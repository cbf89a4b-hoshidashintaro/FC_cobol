      *>----------------------------------------------------------------------------
      *>棚番マスタレコードレイアウト
      *>倉庫・商品ごとに、その商品を置いている棚の位置（ゾーン・通路・
      *>連・段）と、ピッキング時に倉庫内を回る順番（歩行順）を持つ
      *>棚番マスタ（TANAM.txt）のレイアウト。
      *>ピッキングリスト（PICK001）は店舗ごとに歩行順で明細を並べ、
      *>棚番を「ゾーン－通路－連－段」の形で印字する。行のない
      *>倉庫・商品は棚番未設定として歩行順の最後に回す。
      *>呼び出し側で REPLACING ==:PREFIX:== BY ==TNM== のように
      *>項目名の接頭語を差し替えて使用する。
      *>----------------------------------------------------------------------------
           03   :PREFIX:-SOKO-CODE             PIC X(002).
           03   :PREFIX:-SHOHIN-CODE.
                05   :PREFIX:-BUNRUI-CODE      PIC X(002).
                05   :PREFIX:-SHOHIN-NO        PIC 9(004).
           03   :PREFIX:-TANA-CODE.
                05   :PREFIX:-ZONE             PIC X(001).
                05   :PREFIX:-TSURO            PIC X(002).
                05   :PREFIX:-REN              PIC X(002).
                05   :PREFIX:-DAN              PIC X(002).
           03   :PREFIX:-WALK-SEQ              PIC 9(005).
