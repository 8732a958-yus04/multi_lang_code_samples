      ******************************************************************
      *    ( 年度別  駅別乗降人員統計・順位表 )
      *    月次累計マスタ(RIDACC)から4月～翌3月の年度累計を駅別に
      *    集計し、暦日数で割った1日平均乗降人員、前年度比の増減率、
      *    両路線を通した順位、路線計と総合計を印刷する。あわせて
      *    年次の統計報告(監督官庁への提出)用の固定長ファイル
      *    (fy_statistics.dat ... copy/sfysrec.cpy)を作成する。
      *      ・年度途中(基準日が年度末前)の場合は、基準日までに
      *        締まった月(基準日が月末日ならその月を含む)までの
      *        年度累計を、前年度の同じ月までと比べる
      *      ・集計期間の月が累計マスタに1件も無い場合は、ゼロと
      *        みなさずに警告を印刷・表示し、その月の日数を1日
      *        平均の分母から除く(終了コード 4)
      *    年度と基準日は起動時に入力する。TBL040(月次比較表)と
      *    同じく累計マスタはキー(路線+駅+年月)順に読む。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL088.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 月次累計マスタ(索引ファイル) ***
           SELECT  RIDACC
               ASSIGN       TO  "cobol/data/RIDACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RAC-KEY
               FILE STATUS  IS  RAC-STATUS.
      *          *** 年度統計表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/fy_statistics_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
      *          *** 年度統計 提出ファイル(固定長) ***
           SELECT  FYS-FILE
               ASSIGN       TO  "cobol/data/fy_statistics.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  FYS-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(132).
       FD  FYS-FILE
           LABEL RECORD IS STANDARD.
       COPY sfysrec.
       WORKING-STORAGE            SECTION.
       01  RAC-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  FYS-STATUS             PIC X(02).
       01  RAC-EOF-SW             PIC X(01)   VALUE "N".
           88  RAC-EOF                        VALUE "Y".
      *年度・基準日入力領域 *****
       01  ACPT-FY                PIC X(04).
       01  ACPT-ASOF              PIC X(08).
       01  WK-FY                  PIC 9(04).
       01  WK-ASOF.
           03  WK-ASOF-YYYY       PIC 9(04).
           03  WK-ASOF-MM         PIC 9(02).
           03  WK-ASOF-DD         PIC 9(02).
       01  WK-TODAY               PIC X(08).
      *集計期間領域 *****
      *          *** 集計月数 (年度確定は12) ***
       01  WK-MONTHS              PIC 9(02).
       01  WK-N                   PIC S9(05).
       01  WK-STS-SW              PIC X(01).
           88  WK-STS-FINAL                   VALUE "F".
           88  WK-STS-YTD                     VALUE "P".
       01  WK-DAYS                PIC 9(03)   VALUE ZERO.
       01  WK-PRV-DAYS            PIC 9(03)   VALUE ZERO.
       01  WK-MISSING             PIC 9(02)   VALUE ZERO.
      ***** ( 月の日数 (2月はうるう年を 8000 で補正) ) *****
       01  DM-TABLE-DEF.
           03  FILLER             PIC X(24)
                                   VALUE "312831303130313130313031".
       01  DM-TABLE  REDEFINES  DM-TABLE-DEF.
           03  DM-DAYS            PIC 9(02)   OCCURS 12 TIMES.
       01  WK-CAL-YYYY            PIC 9(04).
       01  WK-CAL-MM              PIC 9(02).
       01  WK-CAL-DAYS            PIC 9(02).
       01  WK-QUOT                PIC 9(04).
       01  WK-REM4                PIC 9(04).
       01  WK-REM100              PIC 9(04).
       01  WK-REM400              PIC 9(04).
      ***** ( 集計月テーブル ... 年度の何月目か(4月=1)で引く。
      *       前年度の同じ月と対にして持つ ) *****
       01  MO-TABLE.
           03  MO  OCCURS 12 TIMES.
               05  MO-YM.
                   07  MO-YYYY    PIC 9(04).
                   07  MO-MM      PIC 9(02).
               05  MO-PRV-YM.
                   07  MO-PRV-YYYY  PIC 9(04).
                   07  MO-PRV-MM    PIC 9(02).
               05  MO-DAYS        PIC 9(02).
               05  MO-PRV-DAYS    PIC 9(02).
      *              *** 累計マスタにその月あり (Y=あり) ***
               05  MO-HIT-SW      PIC X(01).
                   88  MO-HIT                 VALUE "Y".
               05  MO-PRV-HIT-SW  PIC X(01).
                   88  MO-PRV-HIT             VALUE "Y".
      ***** ( 駅別集計テーブル ... 累計マスタのキー順に作る ) *****
       01  SS-MAX                 PIC 9(05)   VALUE 2000.
       01  SS-TABLE.
           03  SS-CNT             PIC 9(05)   VALUE ZERO.
           03  SS  OCCURS 1 TO 2000 TIMES DEPENDING ON SS-CNT.
               05  SS-LINE        PIC X(02).
               05  SS-TBCD        PIC X(04).
               05  SS-CUR         PIC 9(10).
               05  SS-PRV         PIC 9(10).
               05  SS-AVG         PIC 9(08).
               05  SS-PRV-AVG     PIC 9(08).
               05  SS-RANK        PIC 9(05).
      ***** ( 路線別集計テーブル ) *****
       01  LT-MAX                 PIC 9(02)   VALUE 20.
       01  LT-TABLE.
           03  LT-CNT             PIC 9(02)   VALUE ZERO.
           03  LT  OCCURS 1 TO 20 TIMES DEPENDING ON LT-CNT.
               05  LT-LINE        PIC X(02).
               05  LT-STATIONS    PIC 9(05).
               05  LT-CUR         PIC 9(11).
               05  LT-PRV         PIC 9(11).
      *作業領域 *****
       01  M                      PIC 9(02).
       01  I                      PIC 9(05).
       01  J                      PIC 9(05).
       01  L                      PIC 9(02).
       01  R                      PIC 9(05).
       01  WK-KBN                 PIC X(01).
           88  WK-KBN-CUR                     VALUE "C".
           88  WK-KBN-PRV                     VALUE "P".
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  WK-GRAND-CUR           PIC 9(11)   VALUE ZERO.
       01  WK-GRAND-PRV           PIC 9(11)   VALUE ZERO.
       01  WK-GRAND-STNS          PIC 9(05)   VALUE ZERO.
       01  WK-TOTAL-AVG           PIC 9(08).
       01  WK-TOTAL-PRV-AVG       PIC 9(08).
       01  WK-FYS-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-FYS-TOTAL           PIC 9(12)   VALUE ZERO.
      *増減率算出領域 *****
       01  WK-CALC-CUR            PIC 9(08).
       01  WK-CALC-PREV           PIC 9(08).
       01  WK-PCT                 PIC S9(04)V9.
       01  WK-PCT-NUM             PIC +ZZ9.9.
       01  WK-PCT-EDIT            PIC X(06).
      *          *** 提出ファイル用 (符号と絶対値、999.9 で止める) ***
       01  WK-PCT-SIGN            PIC X(01).
       01  WK-PCT-ABS             PIC 9(03)V9.
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(46)
               VALUE "年度別 駅別乗降人員統計・順位表".
           03  FILLER             PIC X(04)   VALUE " ***".
           03  FILLER             PIC X(09)   VALUE "  年度 ".
           03  WK-H-FY            PIC 9(04).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-H-STS           PIC X(36).
           03  FILLER             PIC X(27)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(15)   VALUE "  集計期間 ".
           03  WK-H-FROM          PIC X(06).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-H-TO            PIC X(06).
           03  FILLER             PIC X(08)   VALUE "  日数".
           03  WK-H-DAYS          PIC ZZ9.
           03  FILLER             PIC X(15)   VALUE "  比較期間 ".
           03  WK-H-PFROM         PIC X(06).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-H-PTO           PIC X(06).
           03  FILLER             PIC X(08)   VALUE "  日数".
           03  WK-H-PDAYS         PIC ZZ9.
           03  FILLER             PIC X(54)   VALUE SPACES.
      *欠落月警告編集領域 *****
       01  WK-WARN.
           03  FILLER             PIC X(04)   VALUE "<<< ".
           03  FILLER             PIC X(28)
                                   VALUE "累計マスタに欠落月 ".
           03  WK-W-YM            PIC X(06).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-W-KBN           PIC X(12).
           03  FILLER             PIC X(04)   VALUE " >>>".
           03  FILLER             PIC X(37)
               VALUE " ゼロ扱いせず日数から除外".
           03  FILLER             PIC X(40)   VALUE SPACES.
       01  WK-HEAD-P1.
           03  FILLER             PIC X(26)
               VALUE "【第1部 駅別順位表".
           03  FILLER             PIC X(39)
               VALUE "(1日平均乗降人員の多い順)】".
           03  FILLER             PIC X(67)   VALUE SPACES.
       01  WK-HEAD-P2.
           03  FILLER             PIC X(29)
               VALUE "【第2部 路線別集計】".
           03  FILLER             PIC X(103)  VALUE SPACES.
      *駅別順位表 見出し・明細編集領域 *****
       01  WK-SH.
           03  FILLER             PIC X(08)   VALUE "  順位".
           03  FILLER             PIC X(13)   VALUE "路線".
           03  FILLER             PIC X(24)
                                   VALUE "駅コード 駅名".
           03  FILLER             PIC X(14)   VALUE "  当年度計".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(10)   VALUE "1日平均".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(14)   VALUE "  前年度計".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(10)   VALUE "1日平均".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(09)   VALUE "増減率".
           03  FILLER             PIC X(18)   VALUE "備考".
           03  FILLER             PIC X(04)   VALUE SPACES.
       01  WK-SD.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-RANK         PIC ZZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-LNNM         PIC X(12).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-SD-TBCD         PIC X(04).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-TBNM         PIC X(18).
           03  WK-SD-CUR          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-AVG          PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-PRV          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-PAVG         PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-PCT          PIC X(06).
           03  FILLER             PIC X(01)   VALUE "%".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-SD-RMK          PIC X(18).
           03  FILLER             PIC X(04)   VALUE SPACES.
      *路線別集計 見出し・明細編集領域 *****
       01  WK-LH.
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  FILLER             PIC X(13)   VALUE "路線".
           03  FILLER             PIC X(08)   VALUE "  駅数".
           03  FILLER             PIC X(14)   VALUE "  当年度計".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(10)   VALUE "1日平均".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(14)   VALUE "  前年度計".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(10)   VALUE "1日平均".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(09)   VALUE "増減率".
           03  FILLER             PIC X(42)   VALUE SPACES.
       01  WK-LD.
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  WK-LD-NAME         PIC X(13).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-LD-STNS         PIC ZZZ,ZZ9.
           03  WK-LD-CUR          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-LD-AVG          PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-LD-PRV          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-LD-PAVG         PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-LD-PCT          PIC X(06).
           03  FILLER             PIC X(01)   VALUE "%".
           03  FILLER             PIC X(44)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "年度(YYYY ... 4月始まりの年)を入力"
           ACCEPT   ACPT-FY
           DISPLAY  "基準日(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-ASOF
           PERFORM  1000-SET-PERIOD
           PERFORM  2000-LOAD-RIDACC
           PERFORM  3000-CHECK-MONTHS
           PERFORM  3500-CALC-STATIONS
           OPEN  OUTPUT  RPT-FILE
           PERFORM  4000-PRINT-HEAD
           IF  SS-CNT  =  ZERO
               MOVE  "  対象年度の累計がありません"
                 TO  RPT-LINE
               WRITE  RPT-LINE
           ELSE
               PERFORM  4200-PRINT-RANKING
               PERFORM  4300-PRINT-LINES
           END-IF
           CLOSE  RPT-FILE
           PERFORM  5000-WRITE-SUBMISSION
           DISPLAY  "TBL088 集計月数   = "  WK-MONTHS
           DISPLAY  "TBL088 対象駅数   = "  SS-CNT
           DISPLAY  "TBL088 欠落月数   = "  WK-MISSING
           DISPLAY  "TBL088 提出明細数 = "  WK-FYS-COUNT
      *          *** (欠落月がある場合は不完全な統計として
      *              終了コード 4 を返す) ***
           IF  WK-MISSING  NOT  =  ZERO
               MOVE  4  TO  RETURN-CODE
           END-IF
           STOP  RUN.

       1000-SET-PERIOD            SECTION.
      *          *** (集計期間の決定 ... 基準日が年度末を過ぎていれば
      *              12か月(年度確定)、年度内なら基準日までに締まった
      *              月まで(年度途中)とし、前年度の同じ月と対にする) ***
           IF  ACPT-FY  IS  NOT  NUMERIC
               DISPLAY  "<<< 年度誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ACPT-FY  TO  WK-FY
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-TODAY
           IF  ACPT-ASOF  =  SPACES
               MOVE  WK-TODAY  TO  ACPT-ASOF
           END-IF
           IF  ACPT-ASOF  IS  NOT  NUMERIC
               DISPLAY  "<<< 基準日誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ACPT-ASOF  TO  WK-ASOF
           IF  WK-ASOF-MM  <  01  OR  WK-ASOF-MM  >  12
               DISPLAY  "<<< 基準日誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
      *          *** (基準月が年度の何月目か ... 4月=1) ***
           COMPUTE  WK-N  =  ( WK-ASOF-YYYY  -  WK-FY )  *  12
                          +  WK-ASOF-MM  -  3
           MOVE  WK-ASOF-YYYY  TO  WK-CAL-YYYY
           MOVE  WK-ASOF-MM    TO  WK-CAL-MM
           PERFORM  8000-MONTH-DAYS
           IF  WK-ASOF-DD  <  WK-CAL-DAYS
               SUBTRACT  1  FROM  WK-N
           END-IF
           IF  WK-N  <  1
               DISPLAY  "<<< 基準日までに締まった月が"
                        "ありません >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           IF  WK-N  >=  12
               MOVE  12   TO  WK-MONTHS
               MOVE  "F"  TO  WK-STS-SW
           ELSE
               MOVE  WK-N  TO  WK-MONTHS
               MOVE  "P"   TO  WK-STS-SW
           END-IF
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  12
               IF  M  <=  9
                   MOVE  WK-FY  TO  MO-YYYY (M)
                   COMPUTE  MO-MM (M)  =  M  +  3
               ELSE
                   COMPUTE  MO-YYYY (M)  =  WK-FY  +  1
                   COMPUTE  MO-MM (M)    =  M  -  9
               END-IF
               COMPUTE  MO-PRV-YYYY (M)  =  MO-YYYY (M)  -  1
               MOVE  MO-MM (M)  TO  MO-PRV-MM (M)
               MOVE  MO-YYYY (M)  TO  WK-CAL-YYYY
               MOVE  MO-MM (M)    TO  WK-CAL-MM
               PERFORM  8000-MONTH-DAYS
               MOVE  WK-CAL-DAYS  TO  MO-DAYS (M)
               MOVE  MO-PRV-YYYY (M)  TO  WK-CAL-YYYY
               PERFORM  8000-MONTH-DAYS
               MOVE  WK-CAL-DAYS  TO  MO-PRV-DAYS (M)
               MOVE  "N"  TO  MO-HIT-SW (M)  MO-PRV-HIT-SW (M)
           END-PERFORM.

       2000-LOAD-RIDACC           SECTION.
      *          *** (累計マスタを読み、集計期間の当年度・前年度の月
      *              だけを駅別に加える) ***
           OPEN  INPUT  RIDACC
           IF  RAC-STATUS  NOT  =  "00"
               DISPLAY  "<<< 累計マスタが開けません >>> "
                        RAC-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  RAC-EOF
               READ  RIDACC  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  RAC-EOF-SW
                   NOT AT END
                       PERFORM  2100-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE  RIDACC.

       2100-ACCUMULATE            SECTION.
      *          *** (1件分 ... 集計期間の月に当たらなければ読み
      *              捨てる。累計マスタはキー順のため、駅が変わった
      *              ところで駅別集計テーブルに行を起こす) ***
           MOVE  SPACE  TO  WK-KBN
           PERFORM  VARYING  M  FROM  1  BY  1
                     UNTIL  M  >  WK-MONTHS  OR  WK-KBN  NOT  =  SPACE
               IF  RAC-YM  =  MO-YM (M)
                   MOVE  "C"  TO  WK-KBN
               END-IF
               IF  RAC-YM  =  MO-PRV-YM (M)
                   MOVE  "P"  TO  WK-KBN
               END-IF
           END-PERFORM
           IF  WK-KBN  =  SPACE
               GO  TO  2100-EXIT
           END-IF
           SUBTRACT  1  FROM  M
           IF  SS-CNT  =  ZERO
               OR  SS-LINE (SS-CNT)  NOT  =  RAC-LINE
               OR  SS-TBCD (SS-CNT)  NOT  =  RAC-TBCD
               IF  SS-CNT  >=  SS-MAX
                   DISPLAY  "<<< 駅数上限超過 >>>"
                   MOVE  16  TO  RETURN-CODE
                   STOP  RUN
               END-IF
               ADD  1  TO  SS-CNT
               MOVE  RAC-LINE  TO  SS-LINE (SS-CNT)
               MOVE  RAC-TBCD  TO  SS-TBCD (SS-CNT)
               MOVE  ZERO      TO  SS-CUR (SS-CNT)  SS-PRV (SS-CNT)
           END-IF
           IF  WK-KBN-CUR
               ADD   RAC-CNT  TO  SS-CUR (SS-CNT)
               MOVE  "Y"      TO  MO-HIT-SW (M)
           ELSE
               ADD   RAC-CNT  TO  SS-PRV (SS-CNT)
               MOVE  "Y"      TO  MO-PRV-HIT-SW (M)
           END-IF.

       2100-EXIT.
           EXIT.

       3000-CHECK-MONTHS          SECTION.
      *          *** (欠落月の検査 ... 累計マスタに1件も無い月は
      *              警告を表示し、1日平均の分母(暦日数)から除く) ***
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-MONTHS
               IF  MO-HIT (M)
                   ADD  MO-DAYS (M)  TO  WK-DAYS
               ELSE
                   ADD  1  TO  WK-MISSING
                   DISPLAY  "<<< 累計マスタに欠落月 "
                            MO-YM (M)
                            " (当年度) >>>"
               END-IF
               IF  MO-PRV-HIT (M)
                   ADD  MO-PRV-DAYS (M)  TO  WK-PRV-DAYS
               ELSE
                   ADD  1  TO  WK-MISSING
                   DISPLAY  "<<< 累計マスタに欠落月 "
                            MO-PRV-YM (M)
                            " (前年度) >>>"
               END-IF
           END-PERFORM.

       3500-CALC-STATIONS         SECTION.
      *          *** (駅別の1日平均と路線別集計 ... 順位は自駅より
      *              1日平均の多い駅の数 + 1 (同数は同順位)) ***
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  SS-CNT
               IF  WK-DAYS  =  ZERO
                   THEN  MOVE  ZERO  TO  SS-AVG (I)
                   ELSE  COMPUTE  SS-AVG (I)  ROUNDED  =
                             SS-CUR (I)  /  WK-DAYS
               END-IF
               IF  WK-PRV-DAYS  =  ZERO
                   THEN  MOVE  ZERO  TO  SS-PRV-AVG (I)
                   ELSE  COMPUTE  SS-PRV-AVG (I)  ROUNDED  =
                             SS-PRV (I)  /  WK-PRV-DAYS
               END-IF
               PERFORM  3600-ADD-LINE
           END-PERFORM
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  SS-CNT
               MOVE  1  TO  SS-RANK (I)
               PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  SS-CNT
                   IF  SS-AVG (J)  >  SS-AVG (I)
                       ADD  1  TO  SS-RANK (I)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3600-ADD-LINE              SECTION.
      *          *** (路線別集計への加算 ... 駅はキー順のため路線が
      *              変わったところで行を起こす) ***
           IF  LT-CNT  =  ZERO
               OR  LT-LINE (LT-CNT)  NOT  =  SS-LINE (I)
               IF  LT-CNT  >=  LT-MAX
                   DISPLAY  "<<< 路線数上限超過 >>>"
                   MOVE  16  TO  RETURN-CODE
                   STOP  RUN
               END-IF
               ADD  1  TO  LT-CNT
               MOVE  SS-LINE (I)  TO  LT-LINE (LT-CNT)
               MOVE  ZERO  TO  LT-STATIONS (LT-CNT)  LT-CUR (LT-CNT)
                               LT-PRV (LT-CNT)
           END-IF
           ADD  1            TO  LT-STATIONS (LT-CNT)  WK-GRAND-STNS
           ADD  SS-CUR (I)   TO  LT-CUR (LT-CNT)       WK-GRAND-CUR
           ADD  SS-PRV (I)   TO  LT-PRV (LT-CNT)       WK-GRAND-PRV.

       4000-PRINT-HEAD            SECTION.
      *          *** (見出しと欠落月の警告) ***
           MOVE  WK-FY  TO  WK-H-FY
           IF  WK-STS-FINAL
               MOVE  "(年度確定 前年度と比較)"  TO  WK-H-STS
           ELSE
               MOVE  "(年度途中 前年同期と比較)"
                 TO  WK-H-STS
           END-IF
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  MO-YM (1)              TO  WK-H-FROM
           MOVE  MO-YM (WK-MONTHS)      TO  WK-H-TO
           MOVE  WK-DAYS                TO  WK-H-DAYS
           MOVE  MO-PRV-YM (1)          TO  WK-H-PFROM
           MOVE  MO-PRV-YM (WK-MONTHS)  TO  WK-H-PTO
           MOVE  WK-PRV-DAYS            TO  WK-H-PDAYS
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  M  FROM  1  BY  1  UNTIL  M  >  WK-MONTHS
               IF  NOT  MO-HIT (M)
                   MOVE  MO-YM (M)      TO  WK-W-YM
                   MOVE  "(当年度)"     TO  WK-W-KBN
                   MOVE  WK-WARN  TO  RPT-LINE
                   WRITE  RPT-LINE
               END-IF
               IF  NOT  MO-PRV-HIT (M)
                   MOVE  MO-PRV-YM (M)  TO  WK-W-YM
                   MOVE  "(前年度)"     TO  WK-W-KBN
                   MOVE  WK-WARN  TO  RPT-LINE
                   WRITE  RPT-LINE
               END-IF
           END-PERFORM.

       4200-PRINT-RANKING         SECTION.
      *          *** (第1部 ... 順位の順に打つ。同順位の駅は路線+
      *              駅コード順) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-SH       TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  R  FROM  1  BY  1  UNTIL  R  >  SS-CNT
               PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  SS-CNT
                   IF  SS-RANK (I)  =  R
                       PERFORM  4210-PRINT-STATION
                   END-IF
               END-PERFORM
           END-PERFORM.

       4210-PRINT-STATION         SECTION.
      *          *** (1駅分 ... 路線名は TBL048、駅名は TBL031) ***
           MOVE  SS-RANK (I)  TO  WK-SD-RANK
           MOVE  SS-LINE (I)  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NAME  =  SPACES
               MOVE  SS-LINE (I)  TO  LK-LN-NAME
           END-IF
           MOVE  LK-LN-NAME   TO  WK-SD-LNNM
           MOVE  "FIND"       TO  LK-FUNCTION
           MOVE  SS-LINE (I)  TO  LK-LINE
           MOVE  SS-TBCD (I)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           MOVE  SS-TBCD (I)  TO  WK-SD-TBCD
           IF  LK-NOT-FOUND
               THEN  MOVE  "コード未登録"  TO  WK-SD-TBNM
               ELSE  MOVE  LK-TBNM         TO  WK-SD-TBNM
           END-IF
           MOVE  SS-CUR (I)      TO  WK-SD-CUR
           MOVE  SS-AVG (I)      TO  WK-SD-AVG
           MOVE  SS-PRV (I)      TO  WK-SD-PRV
           MOVE  SS-PRV-AVG (I)  TO  WK-SD-PAVG
           MOVE  SS-AVG (I)      TO  WK-CALC-CUR
           MOVE  SS-PRV-AVG (I)  TO  WK-CALC-PREV
           PERFORM  7100-EDIT-PCT
           MOVE  WK-PCT-EDIT  TO  WK-SD-PCT
           IF  SS-PRV (I)  =  ZERO
               THEN  MOVE  "前年実績なし"  TO  WK-SD-RMK
               ELSE  MOVE  SPACES          TO  WK-SD-RMK
           END-IF
           MOVE  WK-SD  TO  RPT-LINE
           WRITE  RPT-LINE.

       4300-PRINT-LINES           SECTION.
      *          *** (第2部 ... 路線ごとの駅数・累計・1日平均・
      *              増減率と総合計) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P2  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-LH       TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  L  FROM  1  BY  1  UNTIL  L  >  LT-CNT
               MOVE  LT-LINE (L)  TO  LK-LN-LINE
               CALL  "TBL048"  USING  TBL048-PARM
               IF  LK-LN-NAME  =  SPACES
                   MOVE  LT-LINE (L)  TO  LK-LN-NAME
               END-IF
               MOVE  LK-LN-NAME       TO  WK-LD-NAME
               MOVE  LT-STATIONS (L)  TO  WK-LD-STNS
               MOVE  LT-CUR (L)       TO  WK-LD-CUR
               MOVE  LT-PRV (L)       TO  WK-LD-PRV
               PERFORM  7000-CALC-TOTAL-AVG
               MOVE  WK-LD  TO  RPT-LINE
               WRITE  RPT-LINE
           END-PERFORM
           MOVE  "** 総合計"    TO  WK-LD-NAME
           MOVE  WK-GRAND-STNS  TO  WK-LD-STNS
           MOVE  WK-GRAND-CUR   TO  WK-LD-CUR
           MOVE  WK-GRAND-PRV   TO  WK-LD-PRV
           MOVE  ZERO  TO  L
           PERFORM  7000-CALC-TOTAL-AVG
           MOVE  WK-LD  TO  RPT-LINE
           WRITE  RPT-LINE.

       5000-WRITE-SUBMISSION      SECTION.
      *          *** (提出ファイルの作成 ... 見出し・駅明細(キー順)・
      *              路線計・後書き) ***
           OPEN  OUTPUT  FYS-FILE
           MOVE  SPACES  TO  FYSTAT-REC
           MOVE  "1"                    TO  FYS-TYPE
           MOVE  WK-FY                  TO  FYS-H-FY
           MOVE  MO-YM (1)              TO  FYS-H-FROM-YM
           MOVE  MO-YM (WK-MONTHS)      TO  FYS-H-TO-YM
           MOVE  WK-STS-SW              TO  FYS-H-STATUS
           MOVE  WK-MONTHS              TO  FYS-H-MONTHS
           MOVE  WK-DAYS                TO  FYS-H-DAYS
           MOVE  WK-PRV-DAYS            TO  FYS-H-PRV-DAYS
           MOVE  WK-MISSING             TO  FYS-H-MISSING
           MOVE  WK-TODAY               TO  FYS-H-CREATE-DATE
           WRITE  FYSTAT-REC
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  SS-CNT
               MOVE  SPACES  TO  FYSTAT-REC
               MOVE  "2"             TO  FYS-TYPE
               MOVE  SS-LINE (I)     TO  FYS-D-LINE
               MOVE  SS-TBCD (I)     TO  FYS-D-TBCD
               MOVE  SS-CUR (I)      TO  FYS-D-TOTAL
               MOVE  SS-AVG (I)      TO  FYS-D-AVG
               MOVE  SS-PRV (I)      TO  FYS-D-PRV-TOTAL
               MOVE  SS-PRV-AVG (I)  TO  FYS-D-PRV-AVG
               MOVE  SS-AVG (I)      TO  WK-CALC-CUR
               MOVE  SS-PRV-AVG (I)  TO  WK-CALC-PREV
               PERFORM  7100-EDIT-PCT
               MOVE  WK-PCT-SIGN     TO  FYS-D-YOY-SIGN
               MOVE  WK-PCT-ABS      TO  FYS-D-YOY
               MOVE  SS-RANK (I)     TO  FYS-D-RANK
               WRITE  FYSTAT-REC
               ADD  1           TO  WK-FYS-COUNT
               ADD  SS-CUR (I)  TO  WK-FYS-TOTAL
           END-PERFORM
           PERFORM  VARYING  L  FROM  1  BY  1  UNTIL  L  >  LT-CNT
               PERFORM  7000-CALC-TOTAL-AVG
               MOVE  SPACES  TO  FYSTAT-REC
               MOVE  "3"              TO  FYS-TYPE
               MOVE  LT-LINE (L)      TO  FYS-L-LINE
               MOVE  LT-STATIONS (L)  TO  FYS-L-STATIONS
               MOVE  LT-CUR (L)       TO  FYS-L-TOTAL
               MOVE  WK-TOTAL-AVG     TO  FYS-L-AVG
               MOVE  LT-PRV (L)       TO  FYS-L-PRV-TOTAL
               MOVE  WK-TOTAL-PRV-AVG TO  FYS-L-PRV-AVG
               MOVE  WK-PCT-SIGN      TO  FYS-L-YOY-SIGN
               MOVE  WK-PCT-ABS       TO  FYS-L-YOY
               WRITE  FYSTAT-REC
           END-PERFORM
           MOVE  SPACES  TO  FYSTAT-REC
           MOVE  "9"           TO  FYS-TYPE
           MOVE  WK-FYS-COUNT  TO  FYS-T-COUNT
           MOVE  WK-FYS-TOTAL  TO  FYS-T-TOTAL
           WRITE  FYSTAT-REC
           CLOSE  FYS-FILE.

       7000-CALC-TOTAL-AVG        SECTION.
      *          *** (路線計・総合計の1日平均と増減率 ... L=0 は
      *              総合計) ***
           IF  WK-DAYS  =  ZERO
               MOVE  ZERO  TO  WK-TOTAL-AVG
           ELSE
               IF  L  =  ZERO
                   THEN  COMPUTE  WK-TOTAL-AVG  ROUNDED  =
                             WK-GRAND-CUR  /  WK-DAYS
                   ELSE  COMPUTE  WK-TOTAL-AVG  ROUNDED  =
                             LT-CUR (L)  /  WK-DAYS
               END-IF
           END-IF
           IF  WK-PRV-DAYS  =  ZERO
               MOVE  ZERO  TO  WK-TOTAL-PRV-AVG
           ELSE
               IF  L  =  ZERO
                   THEN  COMPUTE  WK-TOTAL-PRV-AVG  ROUNDED  =
                             WK-GRAND-PRV  /  WK-PRV-DAYS
                   ELSE  COMPUTE  WK-TOTAL-PRV-AVG  ROUNDED  =
                             LT-PRV (L)  /  WK-PRV-DAYS
               END-IF
           END-IF
           MOVE  WK-TOTAL-AVG      TO  WK-LD-AVG  WK-CALC-CUR
           MOVE  WK-TOTAL-PRV-AVG  TO  WK-LD-PAVG  WK-CALC-PREV
           PERFORM  7100-EDIT-PCT
           MOVE  WK-PCT-EDIT  TO  WK-LD-PCT.

       7100-EDIT-PCT              SECTION.
      *          *** (増減率の編集 ... TBL040 と同じく前年度実績なしは
      *              "---" 表示。提出ファイル用に符号と絶対値も作る) ***
           IF  WK-CALC-PREV  =  ZERO
               MOVE  "   ---"  TO  WK-PCT-EDIT
               MOVE  SPACE     TO  WK-PCT-SIGN
               MOVE  ZERO      TO  WK-PCT-ABS
           ELSE
               COMPUTE  WK-PCT  ROUNDED  =
                   ( WK-CALC-CUR  -  WK-CALC-PREV )
                   *  100  /  WK-CALC-PREV
                   ON SIZE ERROR
                       MOVE  999.9  TO  WK-PCT
               END-COMPUTE
               IF  WK-PCT  >  999.9
                   MOVE  999.9  TO  WK-PCT
               END-IF
               MOVE  WK-PCT      TO  WK-PCT-NUM
               MOVE  WK-PCT-NUM  TO  WK-PCT-EDIT
               IF  WK-PCT  <  ZERO
                   THEN  MOVE  "-"  TO  WK-PCT-SIGN
                   ELSE  MOVE  "+"  TO  WK-PCT-SIGN
               END-IF
               MOVE  WK-PCT  TO  WK-PCT-ABS
           END-IF.

       8000-MONTH-DAYS            SECTION.
      *          *** (WK-CAL-YYYY/WK-CAL-MM の月の日数 ... 2月は
      *              4で割り切れ、100で割り切れないか400で割り切れる
      *              年を29日とする) ***
           MOVE  DM-DAYS (WK-CAL-MM)  TO  WK-CAL-DAYS
           IF  WK-CAL-MM  =  02
               DIVIDE  WK-CAL-YYYY  BY  4    GIVING  WK-QUOT
                   REMAINDER  WK-REM4
               DIVIDE  WK-CAL-YYYY  BY  100  GIVING  WK-QUOT
                   REMAINDER  WK-REM100
               DIVIDE  WK-CAL-YYYY  BY  400  GIVING  WK-QUOT
                   REMAINDER  WK-REM400
               IF  WK-REM4  =  ZERO
                   AND  ( WK-REM100  NOT  =  ZERO
                          OR  WK-REM400  =  ZERO )
                   MOVE  29  TO  WK-CAL-DAYS
               END-IF
           END-IF.
