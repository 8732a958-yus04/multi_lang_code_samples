      ******************************************************************
      *    乗車区間(OD)  月次累計ファイル  レコードレイアウト (ODACC)
      *    キーは 対象年月 + 乗車路線・駅 + 降車路線・駅 の複合キー。
      *    年月を先頭に置き、1か月分を START で頭出しして続けて
      *    読めるようにしてある。
      *    TBL084(OD 月次累計更新)が夜間に TBL055 のクリーン
      *    トランザクションを加算し、TBL085(OD 表)が読む。
      *    収入額は加算時点の TBL031 FARE 運賃 × 人員数の累計。
      ******************************************************************
       01  ODACC-REC.
           03  ODA-KEY.
      *                  *** 対象年月 (YYYYMM) ***
               05  ODA-YM             PIC X(06).
      *                  *** 乗車路線コード ***
               05  ODA-LINE1          PIC X(02).
      *                  *** 乗車駅コード ***
               05  ODA-TBCD1          PIC X(04).
      *                  *** 降車路線コード ***
               05  ODA-LINE2          PIC X(02).
      *                  *** 降車駅コード ***
               05  ODA-TBCD2          PIC X(04).
      *          *** 月間累計人員数 ***
           03  ODA-CNT                PIC 9(08).
      *          *** 月間累計収入額 ***
           03  ODA-AMT                PIC 9(12).
