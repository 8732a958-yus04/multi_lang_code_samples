      ******************************************************************
      *    ( 発駅別  定期券収入月次表 )
      *    定期券発売履歴(pass_hist.dat ... TBL067 出力)から、
      *    指定年月に有効期間がかかる定期券の発売額を月別に按分し、
      *    発駅別・路線別に印刷する。
      *    按分は有効開始日の属する月を第1月とし、有効期間の月数
      *    (1/3/6)で発売額を均等に割る。割り切れない端数は第1月に
      *    寄せる(全月の按分額の合計が発売額と一致する)。
      *    当月に有効開始となった定期券の発売額(一括計上ベース)も
      *    併記し、按分収入との差を確認できるようにする。
      *    経理が窓口の発売票から表計算で作っていた月別按分表を
      *    置き換えるもの。対象年月は起動時に入力する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL068.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 定期券発売履歴アーカイブ(TBL067 出力、順編成) ***
           SELECT  HIS-FILE
               ASSIGN       TO  "cobol/data/pass_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
      *          *** 定期券収入月次表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/pass_revenue_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY spprec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE            SECTION.
       01  HIS-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  HIS-EOF-SW             PIC X(01)   VALUE "N".
           88  HIS-EOF                        VALUE "Y".
      *対象年月入力領域 *****
       01  ACPT-YM.
           03  ACPT-YYYY          PIC 9(04).
           03  ACPT-MM            PIC 9(02).
      *按分算出領域 ... 年月を通算月数に直して差を取る *****
       01  WK-TGT-MONTHS          PIC 9(06).
       01  WK-START-MONTHS        PIC 9(06).
       01  WK-OFFSET              PIC S9(06).
       01  WK-START-YYYY          PIC 9(04).
       01  WK-START-MM            PIC 9(02).
       01  WK-ALLOC               PIC 9(07).
       01  WK-ALLOC-REM           PIC 9(07).
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-HIT-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-GRAND-PASSES        PIC 9(08)   VALUE ZERO.
       01  WK-GRAND-SALES         PIC 9(12)   VALUE ZERO.
       01  WK-GRAND-ALLOC         PIC 9(12)   VALUE ZERO.
      ***** ( 発駅別集計テーブル ... あふれる場合は黙って
      *       切り詰めずエラー終了する ) *****
       01  PT-MAX                 PIC 9(05)   VALUE 5000.
       01  PT-TABLE.
           03  PT-CNT             PIC 9(05)   VALUE ZERO.
           03  PT  OCCURS 1 TO 5000 TIMES DEPENDING ON PT-CNT.
               05  PT-LINE        PIC X(02).
               05  PT-TBCD        PIC X(04).
      *              *** 当月有効枚数 ***
               05  PT-PASSES      PIC 9(06).
      *              *** 当月有効開始分の発売額(一括計上ベース) ***
               05  PT-SALES       PIC 9(10).
      *              *** 当月按分収入 ***
               05  PT-ALLOC       PIC 9(10).
      ***** ( 出現路線テーブル ... 印刷時のグループ分けに使う ) *****
       01  LT-MAX                 PIC 9(02)   VALUE 50.
       01  LT-TABLE.
           03  LT-CNT             PIC 9(02)   VALUE ZERO.
           03  LT  OCCURS 1 TO 50 TIMES DEPENDING ON LT-CNT.
               05  LT-LINE        PIC X(02).
       01  I                      PIC 9(05).
       01  J                      PIC 9(02).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  WK-LINE-PASSES         PIC 9(08).
       01  WK-LINE-SALES          PIC 9(12).
       01  WK-LINE-ALLOC          PIC 9(12).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(30)
                                   VALUE "発駅別定期券収入表".
           03  FILLER             PIC X(04)   VALUE "***".
           03  FILLER             PIC X(08)   VALUE "  対象".
           03  WK-H-YM            PIC X(06).
           03  FILLER             PIC X(28)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(20)
                                   VALUE "駅コード  駅名".
           03  FILLER             PIC X(14)   VALUE "  有効枚数".
           03  FILLER             PIC X(17)   VALUE "  当月開始額".
           03  FILLER             PIC X(17)   VALUE "  按分収入".
           03  FILLER             PIC X(12)   VALUE SPACES.
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-TBCD          PIC X(04).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-TBNM          PIC X(18).
           03  WK-D-PASSES        PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-SALES         PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-ALLOC         PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(14)   VALUE SPACES.
      *小計・合計行編集領域 *****
       01  WK-TOTAL-LINE.
           03  WK-T-LABEL         PIC X(24).
           03  WK-T-PASSES        PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-T-SALES         PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-T-ALLOC         PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(14)   VALUE SPACES.
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
           COMPUTE  WK-TGT-MONTHS  =  ACPT-YYYY  *  12  +  ACPT-MM
           OPEN  INPUT  HIS-FILE
           IF  HIS-STATUS  NOT  =  "00"
               DISPLAY  "<<< 発売履歴なし >>> "
                        HIS-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  HIS-EOF
               READ  HIS-FILE
                   AT END
                       MOVE  "Y"  TO  HIS-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-IN-COUNT
                       PERFORM  1000-ALLOCATE
               END-READ
           END-PERFORM
           CLOSE  HIS-FILE
           OPEN  OUTPUT  RPT-FILE
           MOVE  ACPT-YM   TO  WK-H-YM
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  3000-PRINT-REPORT
           PERFORM  3300-PRINT-GRAND-TOTAL
           CLOSE  RPT-FILE
           DISPLAY  "TBL068 入力件数 = "  WK-IN-COUNT
           DISPLAY  "TBL068 対象件数 = "  WK-HIT-COUNT
           STOP  RUN.

       1000-ALLOCATE              SECTION.
      *          *** (1件分の按分 ... 有効開始月から対象年月までの
      *              月数差が 0 〜 有効期間-1 の定期券だけが対象。
      *              第1月(月数差 0)には割り切れない端数を加える) ***
           MOVE  PSP-START (1:4)  TO  WK-START-YYYY
           MOVE  PSP-START (5:2)  TO  WK-START-MM
           COMPUTE  WK-START-MONTHS  =  WK-START-YYYY  *  12
                                     +  WK-START-MM
           COMPUTE  WK-OFFSET  =  WK-TGT-MONTHS  -  WK-START-MONTHS
           IF  WK-OFFSET  <  ZERO
               OR  WK-OFFSET  NOT  <  PSP-TERM
               GO  TO  1000-EXIT
           END-IF
           ADD  1  TO  WK-HIT-COUNT
           DIVIDE  PSP-PRICE  BY  PSP-TERM
               GIVING  WK-ALLOC  REMAINDER  WK-ALLOC-REM
           PERFORM  1100-FIND-STATION
           ADD  1  TO  PT-PASSES (I)
           IF  WK-OFFSET  =  ZERO
               ADD  WK-ALLOC-REM  TO  WK-ALLOC
               ADD  PSP-PRICE     TO  PT-SALES (I)
           END-IF
           ADD  WK-ALLOC  TO  PT-ALLOC (I)
           PERFORM  1200-ADD-LINE.

       1000-EXIT.
           EXIT.

       1100-FIND-STATION          SECTION.
      *          *** (発駅別集計テーブルの位置決め ... 無ければ追加。
      *              テーブルあふれはエラー終了する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  PT-CNT  OR  WK-HIT
               IF  PT-LINE (I)  =  PSP-LINE1
                   AND  PT-TBCD (I)  =  PSP-TBCD1
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  I
               ELSE  IF  PT-CNT  >=  PT-MAX
                         DISPLAY  "<<< 集計上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  PT-CNT
                     MOVE  PSP-LINE1  TO  PT-LINE (PT-CNT)
                     MOVE  PSP-TBCD1  TO  PT-TBCD (PT-CNT)
                     MOVE  ZERO       TO  PT-PASSES (PT-CNT)
                                          PT-SALES (PT-CNT)
                                          PT-ALLOC (PT-CNT)
                     MOVE  PT-CNT     TO  I
           END-IF.

       1200-ADD-LINE              SECTION.
      *          *** (出現した路線の控え ... 印刷時のグループ分け
      *              に使う) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  J  FROM  1  BY  1
                     UNTIL  J  >  LT-CNT  OR  WK-HIT
               IF  LT-LINE (J)  =  PSP-LINE1
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  NOT  WK-HIT
               IF  LT-CNT  >=  LT-MAX
                   DISPLAY  "<<< 路線数上限超過 >>>"
                   MOVE  16  TO  RETURN-CODE
                   STOP  RUN
               END-IF
               ADD  1  TO  LT-CNT
               MOVE  PSP-LINE1  TO  LT-LINE (LT-CNT)
           END-IF.

       3000-PRINT-REPORT          SECTION.
      *          *** (路線ごとに当該路線の発駅明細と小計を印刷する) ***
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  LT-CNT
               MOVE  ZERO  TO  WK-LINE-PASSES  WK-LINE-SALES
                               WK-LINE-ALLOC
               PERFORM  VARYING  I  FROM  1  BY  1
                         UNTIL  I  >  PT-CNT
                   IF  PT-LINE (I)  =  LT-LINE (J)
                       PERFORM  3100-PRINT-DETAIL
                   END-IF
               END-PERFORM
               PERFORM  3200-PRINT-LINE-TOTAL
           END-PERFORM.

       3100-PRINT-DETAIL          SECTION.
      *          *** (発駅1件分の編集・印刷 ... 駅名は TBL031 で
      *              引く) ***
           MOVE  "FIND"       TO  LK-FUNCTION
           MOVE  PT-LINE (I)  TO  LK-LINE
           MOVE  PT-TBCD (I)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           MOVE  PT-TBCD (I)  TO  WK-D-TBCD
           IF  LK-NOT-FOUND
               THEN  MOVE  "コード未登録"  TO  WK-D-TBNM
               ELSE  MOVE  LK-TBNM         TO  WK-D-TBNM
           END-IF
           MOVE  PT-PASSES (I)  TO  WK-D-PASSES
           MOVE  PT-SALES (I)   TO  WK-D-SALES
           MOVE  PT-ALLOC (I)   TO  WK-D-ALLOC
           MOVE  WK-DETAIL      TO  RPT-LINE
           WRITE  RPT-LINE
           ADD  PT-PASSES (I)  TO  WK-LINE-PASSES
           ADD  PT-SALES (I)   TO  WK-LINE-SALES
           ADD  PT-ALLOC (I)   TO  WK-LINE-ALLOC.

       3200-PRINT-LINE-TOTAL      SECTION.
      *          *** (路線小計の印刷 ... 路線名は TBL048 で引く) ***
           MOVE  SPACES  TO  WK-T-LABEL
           MOVE  LT-LINE (J)  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NAME  =  SPACES
               MOVE  LT-LINE (J)  TO  LK-LN-NAME
           END-IF
           STRING  "*  "  LK-LN-NAME  " 計"
               DELIMITED BY SIZE  INTO  WK-T-LABEL
           MOVE  WK-LINE-PASSES  TO  WK-T-PASSES
           MOVE  WK-LINE-SALES   TO  WK-T-SALES
           MOVE  WK-LINE-ALLOC   TO  WK-T-ALLOC
           MOVE  WK-TOTAL-LINE   TO  RPT-LINE
           WRITE  RPT-LINE
           ADD  WK-LINE-PASSES  TO  WK-GRAND-PASSES
           ADD  WK-LINE-SALES   TO  WK-GRAND-SALES
           ADD  WK-LINE-ALLOC   TO  WK-GRAND-ALLOC.

       3300-PRINT-GRAND-TOTAL     SECTION.
      *          *** (総合計の印刷) ***
           MOVE  "** 総合計"        TO  WK-T-LABEL
           MOVE  WK-GRAND-PASSES  TO  WK-T-PASSES
           MOVE  WK-GRAND-SALES   TO  WK-T-SALES
           MOVE  WK-GRAND-ALLOC   TO  WK-T-ALLOC
           MOVE  WK-TOTAL-LINE    TO  RPT-LINE
           WRITE  RPT-LINE.
