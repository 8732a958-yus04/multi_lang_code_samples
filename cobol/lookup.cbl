      *    以後の呼び出しでは展開済みのテーブルを検索して返す。
      *    運賃マスタ(FAREMST)も同時に読み込み、実行日時点で
      *    有効な(適用開始日が実行日以前で最新の)運賃表を採用する。
      *    運賃マスタには TBL081 で承認済みの運賃表しか載らない
      *    (承認待ちは FARPND に保留される)ため、承認前の運賃表が
      *    運賃計算に使われることはない。
      *    TBL030(駅コード照会)、TBL033(乗降人員集計) 等、
      *    駅マスタを使う各プログラムから CALL される。
      ******************************************************************
