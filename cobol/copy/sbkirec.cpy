      ******************************************************************
      *    マスタ退避  世代索引ファイル  レコードレイアウト  (MSTBKI)
      *    TBL076(マスタ退避)が退避を終えるたびに書き直す、保持して
      *    いる世代の一覧。1世代1レコード。
      *    退避ファイルは業務日付ごとに  mstbkup_YYYYMMDD.dat  の名前で
      *    作り、保持世代数を超えた古い世代はファイルごと削除して
      *    この索引からも外す。
      *    TBL077(マスタ復元)はこの索引から業務日付で世代を選ぶ。
      ******************************************************************
       01  MSTBKI-REC.
      *          *** 退避した業務日付 (YYYYMMDD) ***
           03  BKI-DATE               PIC X(08).
      *          *** 退避日時 (YYYYMMDDHHMMSSss) ***
           03  BKI-TS                 PIC X(16).
      *          *** 退避件数 (全マスタの明細件数の合計) ***
           03  BKI-COUNT              PIC 9(08).
      *          *** 退避ファイル名 ***
           03  BKI-NAME               PIC X(40).
