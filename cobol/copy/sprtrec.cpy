      ******************************************************************
      *    定期券割引率マスタ  レコードレイアウト  (PRTMST)
      *    種別(通勤・通学)+有効期間ごとに1レコード。
      *    発売額 = 区間運賃 × 換算回数 × (100 - 割引率) / 100
      *    (10円未満切り捨て)。TBL067 が価格計算で参照する。
      *    初期ロードは TBL065、保守は TBL066。
      ******************************************************************
       01  PRTMST-REC.
           03  PRT-KEY.
      *                  *** 種別 (C=通勤 S=通学) ***
               05  PRT-TYPE           PIC X(01).
      *                  *** 有効期間 (1=1か月 3=3か月 6=6か月) ***
               05  PRT-TERM           PIC X(01).
      *          *** 換算回数 (割引前に普通運賃何回分とみなすか) ***
           03  PRT-TRIPS              PIC 9(03).
      *          *** 割引率 (% ... 小数1桁) ***
           03  PRT-RATE               PIC 9(02)V9(01).
