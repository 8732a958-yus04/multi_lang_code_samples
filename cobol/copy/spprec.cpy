      ******************************************************************
      *    定期券発売(価格確定)  レコードレイアウト
      *    TBL067 が発売トランザクション(PSS-REC)に区間運賃と
      *    発売額を付けて書き出すクリーンファイル(pass_clean.dat)
      *    および発売履歴アーカイブ(pass_hist.dat)のレコード。
      *    TBL068(定期券収入月次表)は履歴側を読み、発売額を
      *    有効期間の各月へ按分する。
      ******************************************************************
       01  PSP-REC.
      *          *** 定期券番号 ***
           03  PSP-ID             PIC X(10).
      *          *** 発駅 路線コード・駅コード ***
           03  PSP-LINE1          PIC X(02).
           03  PSP-TBCD1          PIC X(04).
      *          *** 着駅 路線コード・駅コード ***
           03  PSP-LINE2          PIC X(02).
           03  PSP-TBCD2          PIC X(04).
      *          *** 有効期間 (1=1か月 3=3か月 6=6か月) ***
           03  PSP-TERM           PIC 9(01).
      *          *** 有効開始日 (YYYYMMDD) ***
           03  PSP-START          PIC X(08).
      *          *** 種別 (C=通勤 S=通学) ***
           03  PSP-TYPE           PIC X(01).
      *          *** 区間運賃 (TBL031 FARE ... 普通運賃 円) ***
           03  PSP-FARE           PIC 9(04).
      *          *** 発売額 (円) ***
           03  PSP-PRICE          PIC 9(07).
