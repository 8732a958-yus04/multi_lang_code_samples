      ******************************************************************
      *    輸送障害  事象マスタ  レコードレイアウト  (DISMST)
      *    路線の一部区間の運転見合わせや、駅単位の閉鎖など、日の
      *    途中の輸送障害を1事象1レコードで保持する(終日運休は
      *    従来どおり営業日カレンダ(CALMST)の運行フラグで表す)。
      *    キーは 発生日 + 日内連番 の複合キー。
      *    影響区間は同一路線の 起点駅～終点駅(駅コード順で両端を
      *    含む)。駅単位の閉鎖は起点駅=終点駅とする。
      *    保守は TBL086、影響人員・減収見込の印刷は TBL087。
      ******************************************************************
       01  DISMST-REC.
           03  DSR-KEY.
      *                  *** 発生日 (YYYYMMDD) ***
               05  DSR-DATE           PIC X(08).
      *                  *** 日内連番 (01-99) ***
               05  DSR-SEQ            PIC 9(02).
      *          *** 路線コード ***
           03  DSR-LINE               PIC X(02).
      *          *** 影響区間 起点駅コード ***
           03  DSR-FROM-TBCD          PIC X(04).
      *          *** 影響区間 終点駅コード ***
           03  DSR-TO-TBCD            PIC X(04).
      *          *** 開始時刻 (HHMM) ***
           03  DSR-START-TIME         PIC X(04).
      *          *** 終了時刻 (HHMM) ***
           03  DSR-END-TIME           PIC X(04).
      *          *** 原因コード ***
           03  DSR-CAUSE              PIC X(01).
               88  DSR-CSE-VEHICLE                VALUE "1".
               88  DSR-CSE-FACILITY               VALUE "2".
               88  DSR-CSE-ACCIDENT               VALUE "3".
               88  DSR-CSE-WEATHER                VALUE "4".
               88  DSR-CSE-QUAKE                  VALUE "5".
               88  DSR-CSE-STATION                VALUE "6".
               88  DSR-CSE-OTHER                  VALUE "9".
               88  DSR-CSE-VALID                  VALUE "1" "2" "3"
                                                        "4" "5" "6"
                                                        "9".
      *          *** 摘要 (全角10文字) ***
           03  DSR-NOTE               PIC X(30).
      *          *** 最終更新オペレータID ***
           03  DSR-OPID               PIC X(08).
      *          *** 最終更新日時 (YYYYMMDDHHMMSSss) ***
           03  DSR-UPD-TS             PIC X(16).
