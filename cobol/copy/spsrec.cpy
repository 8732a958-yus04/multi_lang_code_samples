      ******************************************************************
      *    定期券発売トランザクション  レコードレイアウト
      *    窓口の発売票から起こした原始ファイル(pass_sales.dat)。
      *    TBL067(入力チェック・価格計算)が検査し、正常レコードに
      *    運賃と発売額を付けて pass_clean.dat へ書き出す。
      ******************************************************************
       01  PSS-REC.
      *          *** 定期券番号 ***
           03  PSS-ID             PIC X(10).
      *          *** 発駅 路線コード ***
           03  PSS-LINE1          PIC X(02).
      *          *** 発駅 駅コード ***
           03  PSS-TBCD1          PIC X(04).
      *          *** 着駅 路線コード ***
           03  PSS-LINE2          PIC X(02).
      *          *** 着駅 駅コード ***
           03  PSS-TBCD2          PIC X(04).
      *          *** 有効期間 (1=1か月 3=3か月 6=6か月) ***
           03  PSS-TERM           PIC X(01).
      *          *** 有効開始日 (YYYYMMDD) ***
           03  PSS-START          PIC X(08).
      *          *** 種別 (C=通勤 S=通学) ***
           03  PSS-TYPE           PIC X(01).
