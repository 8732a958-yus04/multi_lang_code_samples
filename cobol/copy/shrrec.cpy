      ******************************************************************
      *    時間帯別改札通過人員トランザクション  レコードレイアウト
      *    改札機の集計から起こした原始ファイル(gate_hourly.dat)。
      *    1営業日・1駅・1時間帯につき1レコード。
      *    TBL069(入力チェック)が検査し、正常レコードのみを
      *    gate_hourly_clean.dat へ書き出す(履歴は
      *    gate_hourly_hist.dat へ追記)。
      ******************************************************************
       01  HRR-REC.
      *          *** 営業日 (YYYYMMDD) ***
           03  HRR-DATE           PIC X(08).
      *          *** 路線コード ***
           03  HRR-LINE           PIC X(02).
      *          *** 駅コード ***
           03  HRR-TBCD           PIC X(04).
      *          *** 時間帯 (00-23 ... "07" は 7:00-7:59) ***
           03  HRR-HOUR           PIC X(02).
      *          *** 入場人員数 ***
           03  HRR-IN             PIC 9(06).
      *          *** 出場人員数 ***
           03  HRR-OUT            PIC 9(06).
