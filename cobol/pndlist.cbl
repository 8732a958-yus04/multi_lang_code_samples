      ******************************************************************
      *    ( 駅マスタ  予約変更一覧表 )
      *    予約変更ファイル(TBLPND)を適用日順に読み込み、適用日・
      *    駅・処理区分・状況・受付者と受付日時・最終更新者
      *    (取消オペレータまたは適用ステップ)と日時・変更後の
      *    レコードイメージを一覧印刷する。
      *    起動時に 保留中(P)のみ か 全件 かを選ぶ ... 予約の確認と
      *    取消(TBL034 の X)の対象選び、適用エラー(E)の調査に使う。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL075.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 予約変更ファイル(索引ファイル) ***
           SELECT  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 予約変更一覧表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/tblpnd_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(132).
       WORKING-STORAGE            SECTION.
       01  PND-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  PND-EOF-SW             PIC X(01)   VALUE "N".
           88  PND-EOF                        VALUE "Y".
      *一覧区分入力領域 (P=保留中のみ スペース=全件) *****
       01  ACPT-SEL               PIC X(01).
       01  WK-COUNT               PIC 9(05)   VALUE ZERO.
       01  WK-PND-COUNT           PIC 9(05)   VALUE ZERO.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(18)
                                   VALUE "駅マスタ予約".
           03  FILLER             PIC X(16)
                                   VALUE "変更一覧表 ".
           03  FILLER             PIC X(03)   VALUE "***".
           03  FILLER             PIC X(91)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(10)   VALUE "適用日".
           03  FILLER             PIC X(08)   VALUE "駅".
           03  FILLER             PIC X(07)   VALUE "区分".
           03  FILLER             PIC X(16)   VALUE "状況".
           03  FILLER             PIC X(28)   VALUE "受付者/日時".
           03  FILLER             PIC X(28)   VALUE "更新者/日時".
           03  FILLER             PIC X(31)   VALUE "変更後".
           03  FILLER             PIC X(04)   VALUE SPACES.
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-EFFDATE       PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-LINE          PIC X(02).
           03  WK-D-TBCD          PIC X(04).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-ACT           PIC X(01).
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  WK-D-STS           PIC X(15).
           03  WK-D-OPID          PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-TS            PIC X(16).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-UPD-OPID      PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-UPD-TS        PIC X(16).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-AFTER         PIC X(29).
           03  FILLER             PIC X(10)   VALUE SPACES.
      *合計行編集領域 *****
       01  WK-TOTAL-LINE.
           03  WK-T-LABEL         PIC X(24).
           03  WK-T-COUNT         PIC ZZ,ZZ9.
           03  FILLER             PIC X(102)  VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "一覧区分(P=保留中のみ "
                    "空=全件)を入力"
           ACCEPT   ACPT-SEL
           OPEN  INPUT   TBLPND
           IF  PND-STATUS  NOT  =  "00"
               DISPLAY  "<<< 予約変更ファイルが"
                        "開けません >>> "  PND-STATUS
               STOP  RUN
           END-IF
           OPEN  OUTPUT  RPT-FILE
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  UNTIL  PND-EOF
               READ  TBLPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  PND-EOF-SW
                   NOT AT END
                       IF  PND-PENDING
                           ADD  1  TO  WK-PND-COUNT
                       END-IF
                       IF  ACPT-SEL  NOT  =  "P"
                           OR  PND-PENDING
                           PERFORM  1000-PRINT-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           MOVE  "** 印刷件数"     TO  WK-T-LABEL
           MOVE  WK-COUNT          TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE     TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  "** うち保留中"   TO  WK-T-LABEL
           MOVE  WK-PND-COUNT      TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE     TO  RPT-LINE
           WRITE  RPT-LINE
           CLOSE  TBLPND
           CLOSE  RPT-FILE
           DISPLAY  "TBL075 印刷件数 = "  WK-COUNT
           DISPLAY  "TBL075 保留件数 = "  WK-PND-COUNT
           STOP  RUN.

       1000-PRINT-DETAIL          SECTION.
      *          *** (予約1件分の編集・印刷) ***
           EVALUATE  TRUE
               WHEN  PND-PENDING
                   MOVE  "保留"      TO  WK-D-STS
               WHEN  PND-APPLIED
                   MOVE  "適用済"    TO  WK-D-STS
               WHEN  PND-CANCELED
                   MOVE  "取消"      TO  WK-D-STS
               WHEN  PND-ERROR
                   MOVE  "適用エラー"  TO  WK-D-STS
               WHEN  OTHER
                   MOVE  PND-STS     TO  WK-D-STS
           END-EVALUATE
           MOVE  PND-EFFDATE   TO  WK-D-EFFDATE
           MOVE  PND-LINE      TO  WK-D-LINE
           MOVE  PND-TBCD      TO  WK-D-TBCD
           MOVE  PND-ACT       TO  WK-D-ACT
           MOVE  PND-OPID      TO  WK-D-OPID
           MOVE  PND-TS        TO  WK-D-TS
           MOVE  PND-UPD-OPID  TO  WK-D-UPD-OPID
           MOVE  PND-UPD-TS    TO  WK-D-UPD-TS
           MOVE  PND-AFTER     TO  WK-D-AFTER
           MOVE  WK-DETAIL     TO  RPT-LINE
           WRITE  RPT-LINE
           ADD  1  TO  WK-COUNT.
