      ******************************************************************
      *    年度統計  提出ファイル  レコードレイアウト  (FYSTAT)
      *    TBL088(年度別駅別乗降人員統計)が毎年の統計報告(監督官庁
      *    への年次提出)用に作成する固定長ファイル。1レコード80桁。
      *    見出し(1) → 駅明細(2) … → 路線計(3) … → 後書き(9)
      *    の順で並ぶ。駅明細は路線+駅コード順。
      *    人員はいずれも乗降人員(RIDACC と同じ乗車+降車の合計)。
      *    1日平均は集計期間の暦日数で割り四捨五入したもの。
      *    増減率は1日平均の前年度(年度途中は前年同期)比で、
      *    前年度実績が無い場合は符号を空白・率をゼロとする。
      ******************************************************************
       01  FYSTAT-REC.
      *          *** レコード区分 (1=見出し 2=駅明細 3=路線計
      *              9=後書き) ***
           03  FYS-TYPE               PIC X(01).
               88  FYS-HEAD                       VALUE "1".
               88  FYS-DETAIL                     VALUE "2".
               88  FYS-LINE-TOTAL                 VALUE "3".
               88  FYS-TRAIL                      VALUE "9".
           03  FYS-DATA               PIC X(79).
      *          *** 見出し ***
           03  FYS-HEAD-AREA  REDEFINES  FYS-DATA.
      *                  *** 年度 (4月始まりの年) ***
               05  FYS-H-FY           PIC 9(04).
      *                  *** 集計期間 (YYYYMM～YYYYMM) ***
               05  FYS-H-FROM-YM      PIC X(06).
               05  FYS-H-TO-YM        PIC X(06).
      *                  *** 区分 (F=年度確定 P=年度途中) ***
               05  FYS-H-STATUS       PIC X(01).
                   88  FYS-H-FINAL                VALUE "F".
                   88  FYS-H-YTD                  VALUE "P".
      *                  *** 集計月数 ***
               05  FYS-H-MONTHS       PIC 9(02).
      *                  *** 暦日数 (当年度・前年度) ***
               05  FYS-H-DAYS         PIC 9(03).
               05  FYS-H-PRV-DAYS     PIC 9(03).
      *                  *** 累計マスタに無かった月の数 (当年度と
      *                      前年度の合計。ゼロ以外は不完全) ***
               05  FYS-H-MISSING      PIC 9(02).
      *                  *** 作成日 (YYYYMMDD) ***
               05  FYS-H-CREATE-DATE  PIC X(08).
               05  FILLER             PIC X(44).
      *          *** 駅明細 ***
           03  FYS-DETAIL-AREA  REDEFINES  FYS-DATA.
               05  FYS-D-LINE         PIC X(02).
               05  FYS-D-TBCD         PIC X(04).
      *                  *** 当年度 累計・1日平均 ***
               05  FYS-D-TOTAL        PIC 9(10).
               05  FYS-D-AVG          PIC 9(07).
      *                  *** 前年度 累計・1日平均 ***
               05  FYS-D-PRV-TOTAL    PIC 9(10).
               05  FYS-D-PRV-AVG      PIC 9(07).
      *                  *** 増減率 (符号 +/-/空白、% 小数1桁) ***
               05  FYS-D-YOY-SIGN     PIC X(01).
               05  FYS-D-YOY          PIC 9(03)V9.
      *                  *** 順位 (両路線を通した1日平均の順位) ***
               05  FYS-D-RANK         PIC 9(04).
               05  FILLER             PIC X(30).
      *          *** 路線計 ***
           03  FYS-LINE-AREA  REDEFINES  FYS-DATA.
               05  FYS-L-LINE         PIC X(02).
               05  FYS-L-STATIONS     PIC 9(04).
               05  FYS-L-TOTAL        PIC 9(11).
               05  FYS-L-AVG          PIC 9(08).
               05  FYS-L-PRV-TOTAL    PIC 9(11).
               05  FYS-L-PRV-AVG      PIC 9(08).
               05  FYS-L-YOY-SIGN     PIC X(01).
               05  FYS-L-YOY          PIC 9(03)V9.
               05  FILLER             PIC X(30).
      *          *** 後書き ***
           03  FYS-TRAIL-AREA  REDEFINES  FYS-DATA.
      *                  *** 駅明細件数 ***
               05  FYS-T-COUNT        PIC 9(06).
      *                  *** 駅明細の当年度累計の合計 ***
               05  FYS-T-TOTAL        PIC 9(12).
               05  FILLER             PIC X(61).
