      ******************************************************************
      *    マスタ退避ファイル  レコードレイアウト  (MSTBKP)
      *    TBL076(マスタ退避)が索引マスタを1世代1ファイル(業務日付
      *    ごとの mstbkup_YYYYMMDD.dat)へ順に書き出し、TBL077(マスタ
      *    復元)が読み戻す。保持している世代は世代索引(MSTBKI)で管理
      *    する。
      *    マスタごとに  見出し(H) → 明細(D) … → 後書き(T)  の順で
      *    並ぶ。明細はマスタのレコードイメージをそのまま持つ。
      *    後書きには明細件数とキーのハッシュ合計(キー各バイトの
      *    文字コード × 桁位置 の総和)を持ち、復元前の照合に使う。
      ******************************************************************
       01  MSTBKP-REC.
      *          *** マスタ名 (RIDACC / FAREMST / ... ) ***
           03  BKP-FILE               PIC X(08).
      *          *** レコード区分 (H=見出し D=明細 T=後書き) ***
           03  BKP-TYPE               PIC X(01).
               88  BKP-HEAD                       VALUE "H".
               88  BKP-DETAIL                     VALUE "D".
               88  BKP-TRAIL                      VALUE "T".
      *          *** 明細 ... マスタのレコードイメージ ***
           03  BKP-DATA               PIC X(93).
      *          *** 見出し ***
           03  BKP-HEAD-AREA  REDEFINES  BKP-DATA.
      *                  *** 退避した業務日付 (YYYYMMDD) ***
               05  BKP-H-DATE         PIC X(08).
      *                  *** 退避日時 (YYYYMMDDHHMMSSss) ***
               05  BKP-H-TS           PIC X(16).
               05  FILLER             PIC X(69).
      *          *** 後書き ***
           03  BKP-TRAIL-AREA  REDEFINES  BKP-DATA.
      *                  *** 明細件数 ***
               05  BKP-T-COUNT        PIC 9(08).
      *                  *** キーのハッシュ合計 ***
               05  BKP-T-HASH         PIC 9(15).
               05  FILLER             PIC X(70).
