      ******************************************************************
      *    ( 駅別  ピーク時間帯混雑表 )
      *    時間帯別履歴アーカイブ(gate_hourly_hist.dat ... TBL069
      *    出力)から指定年月の駅・時間帯別の入場+出場人員を
      *    日種別(平日／土休日)に分けて集計し、1日あたりの平均人員
      *    が駅定員マスタ(CAPMST)の1時間あたり処理可能人員の
      *    指定割合(既定 80%)を超える駅・時間帯を印刷する。
      *    日種別は営業日カレンダ(TBL060)で引く ... TBL061 と同じく
      *    土曜(S)と日祝(H)はまとめて土休日とし、カレンダ未登録の
      *    日付は平日として扱う。
      *    最大人員欄は対象月で最も多かった1日の人員(参考値)。
      *    定員未登録の駅・時間帯は判定できないため件数だけ表示する。
      *    増発・ホーム要員配置の検討資料として運行計画部門が使う。
      *    対象年月と判定割合は起動時に入力する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL073.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 時間帯別履歴アーカイブ(TBL069 出力、順編成) ***
           SELECT  HIS-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
      *          *** 駅定員マスタ(索引ファイル) ***
           SELECT  CAPMST
               ASSIGN       TO  "cobol/data/CAPMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  RANDOM
               RECORD KEY   IS  CAP-KEY
               FILE STATUS  IS  CAP-STATUS.
      *          *** ピーク時間帯混雑表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/peak_hour_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY shrrec.
       FD  CAPMST
           LABEL RECORD IS STANDARD.
       COPY scaprec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE            SECTION.
       01  HIS-STATUS             PIC X(02).
       01  CAP-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  HIS-EOF-SW             PIC X(01)   VALUE "N".
           88  HIS-EOF                        VALUE "Y".
      *対象年月・判定割合入力領域 *****
       01  ACPT-YM.
           03  ACPT-YYYY          PIC 9(04).
           03  ACPT-MM            PIC 9(02).
       01  ACPT-PCT               PIC X(03).
       01  WK-LIMIT-PCT           PIC 9(03)   VALUE 80.
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-OVER-COUNT          PIC 9(06)   VALUE ZERO.
       01  WK-NOCAP-COUNT         PIC 9(06)   VALUE ZERO.
      ***** ( 駅・時間帯・日種別集計テーブル ... あふれる場合は
      *       黙って切り詰めずエラー終了する ) *****
       01  PK-MAX                 PIC 9(05)   VALUE 20000.
       01  PK-TABLE.
           03  PK-CNT             PIC 9(05)   VALUE ZERO.
           03  PK  OCCURS 1 TO 20000 TIMES DEPENDING ON PK-CNT.
               05  PK-LINE        PIC X(02).
               05  PK-TBCD        PIC X(04).
               05  PK-HOUR        PIC X(02).
      *              *** 日種別 (W=平日 H=土休日) ***
               05  PK-DAYGRP      PIC X(01).
               05  PK-TOTAL       PIC 9(10).
               05  PK-DAYS        PIC 9(04).
               05  PK-MAXCNT      PIC 9(07).
       01  I                      PIC 9(05).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
      *集計・判定作業領域 *****
       01  WK-DAYGRP              PIC X(01).
       01  WK-PRT-DAYGRP          PIC X(01).
       01  WK-HOUR-CNT            PIC 9(07).
       01  WK-AVG                 PIC 9(07).
       01  WK-PCT                 PIC 9(04)V9.
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL060 呼び出しパラメータ *****
       COPY scacall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(33)
                                   VALUE "ピーク時間帯混雑表".
           03  FILLER             PIC X(04)   VALUE "***".
           03  FILLER             PIC X(08)   VALUE "  対象".
           03  WK-H-YM            PIC X(06).
           03  FILLER             PIC X(08)   VALUE "  判定".
           03  WK-H-PCT           PIC ZZ9.
           03  FILLER             PIC X(14)   VALUE "% 超".
       01  WK-HEAD2.
           03  FILLER             PIC X(21)
                                   VALUE "駅コード  駅名".
           03  FILLER             PIC X(15)   VALUE "    時間帯".
           03  FILLER             PIC X(11)   VALUE "  平均".
           03  FILLER             PIC X(11)   VALUE "  最大".
           03  FILLER             PIC X(11)   VALUE "  定員".
           03  FILLER             PIC X(11)   VALUE "  使用率".
      *日種別見出し編集領域 *****
       01  WK-SEC-LINE.
           03  FILLER             PIC X(04)   VALUE "<< ".
           03  WK-S-NAME          PIC X(09).
           03  FILLER             PIC X(03)   VALUE ">>".
           03  FILLER             PIC X(64)   VALUE SPACES.
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-LINE          PIC X(02).
           03  WK-D-TBCD          PIC X(04).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-TBNM          PIC X(18).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-HOUR          PIC X(02).
           03  FILLER             PIC X(03)   VALUE "時".
           03  WK-D-AVG           PIC ZZZ,ZZ9.
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-MAX           PIC ZZZ,ZZ9.
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-CAP           PIC ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-PCT           PIC ZZZ9.9.
           03  FILLER             PIC X(02)   VALUE "%".
           03  FILLER             PIC X(15)   VALUE SPACES.
      *件数行編集領域 *****
       01  WK-TOTAL-LINE.
           03  WK-T-LABEL         PIC X(38).
           03  WK-T-COUNT         PIC ZZZ,ZZ9.
           03  FILLER             PIC X(35)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "対象年月(YYYYMM)を入力"
           ACCEPT   ACPT-YM
           IF  ACPT-YM  IS  NOT  NUMERIC
               OR  ACPT-MM  <  01  OR  ACPT-MM  >  12
               DISPLAY  "<<< 対象年月誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           DISPLAY  "判定割合(%、3桁 空=080)を入力"
           ACCEPT   ACPT-PCT
           IF  ACPT-PCT  NOT  =  SPACES
               IF  ACPT-PCT  IS  NUMERIC
                   THEN  MOVE  ACPT-PCT  TO  WK-LIMIT-PCT
                   ELSE  DISPLAY  "<<< 判定割合誤り >>> "
                                  "080 で実行します"
               END-IF
           END-IF
           OPEN  INPUT  HIS-FILE
           IF  HIS-STATUS  NOT  =  "00"
               DISPLAY  "<<< 時間帯別履歴なし >>> "
                        HIS-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  HIS-EOF
               READ  HIS-FILE
                   AT END
                       MOVE  "Y"  TO  HIS-EOF-SW
                   NOT AT END
                       IF  HRR-DATE (1:6)  =  ACPT-YM
                           ADD  1  TO  WK-IN-COUNT
                           PERFORM  1000-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  HIS-FILE
           OPEN  INPUT   CAPMST
           IF  CAP-STATUS  NOT  =  "00"
               DISPLAY  "<<< 駅定員マスタが開けません >>> "
                        CAP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           OPEN  OUTPUT  RPT-FILE
           MOVE  ACPT-YM       TO  WK-H-YM
           MOVE  WK-LIMIT-PCT  TO  WK-H-PCT
           MOVE  WK-HEAD1      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  "W"       TO  WK-PRT-DAYGRP
           MOVE  "平日"    TO  WK-S-NAME
           PERFORM  3000-PRINT-SECTION
           MOVE  "H"       TO  WK-PRT-DAYGRP
           MOVE  "土休日"  TO  WK-S-NAME
           PERFORM  3000-PRINT-SECTION
           PERFORM  4000-PRINT-TOTALS
           CLOSE  CAPMST
           CLOSE  RPT-FILE
           DISPLAY  "TBL073 対象件数   = "  WK-IN-COUNT
           DISPLAY  "TBL073 超過件数   = "  WK-OVER-COUNT
           DISPLAY  "TBL073 定員未登録 = "  WK-NOCAP-COUNT
           STOP  RUN.

       1000-ACCUMULATE            SECTION.
      *          *** (1件分の集計 ... 日種別は TBL060 で引き、
      *              土曜(S)・日祝(H)は土休日へまとめる。履歴は
      *              1駅1時間帯1営業日1件のため、件数がそのまま
      *              日数になる) ***
           MOVE  HRR-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-DAYTYPE  =  "S"  OR  "H"
               THEN  MOVE  "H"  TO  WK-DAYGRP
               ELSE  MOVE  "W"  TO  WK-DAYGRP
           END-IF
           COMPUTE  WK-HOUR-CNT  =  HRR-IN  +  HRR-OUT
           PERFORM  1100-FIND-ENTRY
           ADD  WK-HOUR-CNT  TO  PK-TOTAL (I)
           ADD  1            TO  PK-DAYS (I)
           IF  WK-HOUR-CNT  >  PK-MAXCNT (I)
               MOVE  WK-HOUR-CNT  TO  PK-MAXCNT (I)
           END-IF.

       1100-FIND-ENTRY            SECTION.
      *          *** (集計テーブルの位置決め ... 無ければ追加。
      *              テーブルあふれはエラー終了する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  PK-CNT  OR  WK-HIT
               IF  PK-LINE (I)  =  HRR-LINE
                   AND  PK-TBCD (I)  =  HRR-TBCD
                   AND  PK-HOUR (I)  =  HRR-HOUR
                   AND  PK-DAYGRP (I)  =  WK-DAYGRP
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  I
               ELSE  IF  PK-CNT  >=  PK-MAX
                         DISPLAY  "<<< 集計上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  PK-CNT
                     MOVE  HRR-LINE   TO  PK-LINE (PK-CNT)
                     MOVE  HRR-TBCD   TO  PK-TBCD (PK-CNT)
                     MOVE  HRR-HOUR   TO  PK-HOUR (PK-CNT)
                     MOVE  WK-DAYGRP  TO  PK-DAYGRP (PK-CNT)
                     MOVE  ZERO       TO  PK-TOTAL (PK-CNT)
                                          PK-DAYS (PK-CNT)
                                          PK-MAXCNT (PK-CNT)
                     MOVE  PK-CNT     TO  I
           END-IF.

       3000-PRINT-SECTION         SECTION.
      *          *** (日種別1区分の印刷 ... 区分見出しの後に、
      *              判定割合を超えた駅・時間帯だけを印刷する) ***
           MOVE  WK-SEC-LINE  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  PK-CNT
               IF  PK-DAYGRP (I)  =  WK-PRT-DAYGRP
                   PERFORM  3100-CHECK-ENTRY
               END-IF
           END-PERFORM.

       3100-CHECK-ENTRY           SECTION.
      *          *** (1駅1時間帯分の判定 ... 平均人員を定員で割った
      *              使用率が判定割合を超えたものを印刷する。
      *              定員未登録・定員ゼロは件数だけ数える) ***
           MOVE  PK-LINE (I)  TO  CAP-LINE
           MOVE  PK-TBCD (I)  TO  CAP-TBCD
           READ  CAPMST
               INVALID KEY
                   MOVE  ZERO  TO  CAP-HOURCAP
           END-READ
           IF  CAP-HOURCAP  =  ZERO
               ADD  1  TO  WK-NOCAP-COUNT
               GO  TO  3100-EXIT
           END-IF
           COMPUTE  WK-AVG  ROUNDED  =  PK-TOTAL (I)  /  PK-DAYS (I)
           COMPUTE  WK-PCT  ROUNDED  =  WK-AVG  *  100  /  CAP-HOURCAP
               ON SIZE ERROR
                   MOVE  9999.9  TO  WK-PCT
           END-COMPUTE
           IF  WK-PCT  NOT  >  WK-LIMIT-PCT
               GO  TO  3100-EXIT
           END-IF
           ADD  1  TO  WK-OVER-COUNT
           MOVE  "FIND"       TO  LK-FUNCTION
           MOVE  PK-LINE (I)  TO  LK-LINE
           MOVE  PK-TBCD (I)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               THEN  MOVE  "コード未登録"  TO  WK-D-TBNM
               ELSE  MOVE  LK-TBNM         TO  WK-D-TBNM
           END-IF
           MOVE  PK-LINE (I)    TO  WK-D-LINE
           MOVE  PK-TBCD (I)    TO  WK-D-TBCD
           MOVE  PK-HOUR (I)    TO  WK-D-HOUR
           MOVE  WK-AVG         TO  WK-D-AVG
           MOVE  PK-MAXCNT (I)  TO  WK-D-MAX
           MOVE  CAP-HOURCAP    TO  WK-D-CAP
           MOVE  WK-PCT         TO  WK-D-PCT
           MOVE  WK-DETAIL      TO  RPT-LINE
           WRITE  RPT-LINE.

       3100-EXIT.
           EXIT.

       4000-PRINT-TOTALS          SECTION.
      *          *** (件数の印刷) ***
           MOVE  "** 判定割合超過 駅・時間帯"  TO  WK-T-LABEL
           MOVE  WK-OVER-COUNT                TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE                TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  "** 定員未登録 駅・時間帯"    TO  WK-T-LABEL
           MOVE  WK-NOCAP-COUNT               TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE                TO  RPT-LINE
           WRITE  RPT-LINE.
