      ******************************************************************
      *    駅定員マスタ  レコードレイアウト  (CAPMST)
      *    駅ごとの1時間あたり処理可能人員(入場+出場)を保持する。
      *    キーは駅マスタと同じ 路線コード + 駅コード。
      *    駅マスタ(TBLMST)のレコードは予約システム連携の抽出
      *    (TBL035)にそのまま使われるため、定員は別マスタとする。
      *    初期ロードは TBL071、保守は TBL072。TBL073(ピーク時間帯
      *    混雑表)が参照する。
      ******************************************************************
       01  CAPMST-REC.
           03  CAP-KEY.
      *                  *** 路線コード ***
               05  CAP-LINE           PIC X(02).
      *                  *** 駅コード ***
               05  CAP-TBCD           PIC X(04).
      *          *** 1時間あたり処理可能人員 (入場+出場) ***
           03  CAP-HOURCAP            PIC 9(06).
