      *>注文種別の項目を持つ、生受注データの標準レイアウト。
      *>注文種別は通常受注が空白／"1"、変更受注が"5"（判定後の差分
      *>レコードは増量"5"・減量"6"）、店舗間移庫が"7"、取消受注が
      *>"9"。取扱いのない商品を受注に紐付けて発注する特注受注は"2"
      *>で、入荷して引き当てるまで判定が特注受注台帳に保持する。
      *>移庫の場合は店番が受入店・相手店番が出庫店を表す
      *>（移庫以外は相手店番は空白）。
      *>顧客コードは卸売口座の顧客を表し、店頭客は空白とする。
      *>至急区分は当日出荷の緊急補充が"1"、通常は空白とする。
