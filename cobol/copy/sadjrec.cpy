      ******************************************************************
      *    乗降人員  訂正(増減)トランザクション  レコードレイアウト
      *    TBL078(訂正入力)が訂正ファイル(ridership_adj.dat)へ
      *    追記し、夜間に TBL079(訂正転記)が RIDACC へ転記する。
      *    転記結果(状況・転記日)を埋めたものを訂正履歴
      *    (ridership_adj_hist.dat)へ残し、TBL080(訂正記録簿)が
      *    月次締めで理由別・オペレータ別に印刷する。
      *    人員数は絶対値で持ち、増減は符号で表す。
      ******************************************************************
       01  ADJ-REC.
      *          *** 元の営業日 (YYYYMMDD) ***
           03  ADJ-DATE               PIC X(08).
      *          *** 路線コード ***
           03  ADJ-LINE               PIC X(02).
      *          *** 駅コード ***
           03  ADJ-TBCD               PIC X(04).
      *          *** 増減符号 (+=増 -=減) ***
           03  ADJ-SIGN               PIC X(01).
               88  ADJ-PLUS                       VALUE "+".
               88  ADJ-MINUS                      VALUE "-".
      *          *** 訂正人員数 (絶対値) ***
           03  ADJ-CNT                PIC 9(06).
      *          *** 訂正理由 ***
           03  ADJ-REASON             PIC X(01).
               88  ADJ-RSN-DEVICE                 VALUE "1".
               88  ADJ-RSN-REPORT                 VALUE "2".
               88  ADJ-RSN-OMIT                   VALUE "3".
               88  ADJ-RSN-DOUBLE                 VALUE "4".
               88  ADJ-RSN-OTHER                  VALUE "9".
               88  ADJ-RSN-VALID                  VALUE "1" "2" "3"
                                                        "4" "9".
      *          *** 入力オペレータID ***
           03  ADJ-OPID               PIC X(08).
      *          *** 入力日時 (YYYYMMDDHHMMSSss) ***
           03  ADJ-TS                 PIC X(16).
      *          *** 状況 (空白=未転記 P=転記済 N=転記拒否(累計が
      *              負になる) E=累計更新エラー) ***
           03  ADJ-STS                PIC X(01).
               88  ADJ-UNPOSTED                   VALUE SPACE.
               88  ADJ-POSTED                     VALUE "P".
               88  ADJ-REFUSED                    VALUE "N".
               88  ADJ-ERROR                      VALUE "E".
      *          *** 転記した業務日付 (未転記は空白) ***
           03  ADJ-POST-DATE          PIC X(08).
