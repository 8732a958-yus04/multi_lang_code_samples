      ******************************************************************
      *    ( 運賃改定履歴表 )
      *    監査向けに、運賃マスタ(FAREMST)の全運賃表と、運賃マスタ
      *    保守ジャーナル(FARJNL)に記録された申請・承認・却下の
      *    経過を印刷する。
      *      第1部 運賃表一覧 ... 適用開始日順に各運賃表の運賃段と、
      *                          その運賃表を申請したオペレータ・
      *                          承認したオペレータ・承認日時
      *                          (ジャーナルに承認記録のない運賃表は
      *                          TBL036 の初期ロード分などとして
      *                          その旨を示す)
      *      第2部 申請・承認経過 ... ジャーナルの全記録を記録順に、
      *                          事象・処理区分・操作者・申請者と
      *                          運賃段(削除は削除前の運賃段)
      *    同一適用開始日に承認が複数あれば、最も新しい承認を第1部
      *    に示す。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL082.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 運賃マスタ(索引ファイル) ***
           SELECT  FAREMST
               ASSIGN       TO  "cobol/data/FAREMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FRM-KEY
               FILE STATUS  IS  FRM-STATUS.
      *          *** 運賃マスタ保守ジャーナル(順編成) ***
           SELECT  OPTIONAL  FARJNL
               ASSIGN       TO  "cobol/data/FARJNL.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  JNL-STATUS.
      *          *** 運賃改定履歴表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/farhist_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  FAREMST
           LABEL RECORD IS STANDARD.
       COPY sfarrec.
       FD  FARJNL
           LABEL RECORD IS STANDARD.
       COPY sfjnrec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(132).
       WORKING-STORAGE            SECTION.
       01  FRM-STATUS             PIC X(02).
       01  JNL-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  FRM-EOF-SW             PIC X(01)   VALUE "N".
           88  FRM-EOF                        VALUE "Y".
       01  JNL-EOF-SW             PIC X(01)   VALUE "N".
           88  JNL-EOF                        VALUE "Y".
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  I                      PIC 9(04).
       01  WK-STEP                PIC 9(02).
      *件数領域 *****
       01  WK-FARE-COUNT          PIC 9(05)   VALUE ZERO.
       01  WK-NOREC-COUNT         PIC 9(05)   VALUE ZERO.
       01  WK-ENT-COUNT           PIC 9(05)   VALUE ZERO.
       01  WK-APR-COUNT           PIC 9(05)   VALUE ZERO.
       01  WK-REJ-COUNT           PIC 9(05)   VALUE ZERO.
      ***** ( 承認記録テーブル ... 適用開始日ごとの最新の承認 ) *****
       01  FA-MAX                 PIC 9(04)   VALUE 500.
       01  FA-TABLE.
           03  FA-CNT             PIC 9(04)   VALUE ZERO.
           03  FA-ENTRY  OCCURS 1 TO 500 TIMES
                         DEPENDING ON FA-CNT.
               05  FA-EFFDATE     PIC X(08).
               05  FA-ENT-OPID    PIC X(08).
               05  FA-APR-OPID    PIC X(08).
               05  FA-APR-TS      PIC X(16).
      *運賃段の取出し領域 *****
       01  WK-IMG-REC.
           03  FILLER             PIC X(08).
           03  WK-IMG-STEP  OCCURS 6 TIMES.
               05  WK-IMG-KMMAX   PIC 9(03).
               05  WK-IMG-FARE    PIC 9(04).
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(24)
               VALUE "運賃改定履歴表".
           03  FILLER             PIC X(03)   VALUE "***".
           03  FILLER             PIC X(101)  VALUE SPACES.
       01  WK-HEAD-P1.
           03  FILLER             PIC X(30)
               VALUE "【第1部 運賃表一覧】".
           03  FILLER             PIC X(102)  VALUE SPACES.
       01  WK-HEAD-P1C.
           03  FILLER             PIC X(12)   VALUE "適用開始".
           03  FILLER             PIC X(72)
               VALUE "運賃段1-6 (キロ上限/運賃)".
           03  FILLER             PIC X(10)   VALUE "申請者".
           03  FILLER             PIC X(10)   VALUE "承認者".
           03  FILLER             PIC X(15)   VALUE "承認日時".
           03  FILLER             PIC X(13)   VALUE SPACES.
       01  WK-HEAD-P2.
           03  FILLER             PIC X(36)
               VALUE "【第2部 申請・承認経過】".
           03  FILLER             PIC X(96)   VALUE SPACES.
       01  WK-HEAD-P2C.
           03  FILLER             PIC X(18)   VALUE "記録日時".
           03  FILLER             PIC X(08)   VALUE "事象".
           03  FILLER             PIC X(07)   VALUE "区分".
           03  FILLER             PIC X(12)   VALUE "適用開始".
           03  FILLER             PIC X(12)   VALUE "操作者".
           03  FILLER             PIC X(10)   VALUE "申請者".
           03  FILLER             PIC X(65)
               VALUE "運賃段1-6 (キロ上限/運賃)".
      *運賃段編集領域 (第1部・第2部共通) *****
       01  WK-STEPS.
           03  WK-S-STEP  OCCURS 6 TIMES.
               05  WK-S-KM        PIC ZZ9.
               05  WK-S-SL        PIC X(01).
               05  WK-S-FARE      PIC ZZ,ZZ9.
               05  WK-S-SP        PIC X(02).
      *第1部明細行編集領域 *****
       01  WK-DETAIL1.
           03  WK-D1-EFFDATE      PIC X(08).
           03  FILLER             PIC X(02).
           03  WK-D1-STEPS        PIC X(72).
           03  WK-D1-APR-AREA.
               05  WK-D1-ENT      PIC X(08).
               05  FILLER         PIC X(02).
               05  WK-D1-APR      PIC X(08).
               05  FILLER         PIC X(02).
               05  WK-D1-APR-TS   PIC X(16).
           03  WK-D1-NOTE  REDEFINES  WK-D1-APR-AREA
                                  PIC X(36).
           03  FILLER             PIC X(14).
      *第2部明細行編集領域 *****
       01  WK-DETAIL2.
           03  WK-D2-TS           PIC X(16).
           03  FILLER             PIC X(02).
           03  WK-D2-EVENT        PIC X(06).
           03  FILLER             PIC X(02).
           03  WK-D2-ACT          PIC X(01).
           03  FILLER             PIC X(02).
           03  WK-D2-EFFDATE      PIC X(08).
           03  FILLER             PIC X(02).
           03  WK-D2-OPID         PIC X(08).
           03  FILLER             PIC X(02).
           03  WK-D2-ENT          PIC X(08).
           03  FILLER             PIC X(02).
           03  WK-D2-STEPS        PIC X(72).
           03  FILLER             PIC X(01).
      *合計行編集領域 *****
       01  WK-TOTAL1.
           03  FILLER             PIC X(18)   VALUE "** 運賃表数".
           03  WK-T1-FARE         PIC ZZ,ZZ9.
           03  FILLER             PIC X(28)
                                   VALUE "  うち承認記録なし".
           03  WK-T1-NOREC        PIC ZZ,ZZ9.
           03  FILLER             PIC X(74)   VALUE SPACES.
       01  WK-TOTAL2.
           03  FILLER             PIC X(12)   VALUE "** 申請".
           03  WK-T2-ENT          PIC ZZ,ZZ9.
           03  FILLER             PIC X(10)   VALUE "  承認".
           03  WK-T2-APR          PIC ZZ,ZZ9.
           03  FILLER             PIC X(10)   VALUE "  却下".
           03  WK-T2-REJ          PIC ZZ,ZZ9.
           03  FILLER             PIC X(82)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           OPEN  INPUT  FAREMST
           IF  FRM-STATUS  NOT  =  "00"
               DISPLAY  "<<< 運賃マスタが開けません >>> "
                        FRM-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  1000-LOAD-APPROVALS
           OPEN  OUTPUT  RPT-FILE
           MOVE  WK-HEAD1    TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P1C TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  UNTIL  FRM-EOF
               READ  FAREMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  FRM-EOF-SW
                   NOT AT END
                       PERFORM  2000-PRINT-FARE
               END-READ
           END-PERFORM
           CLOSE  FAREMST
           MOVE  WK-FARE-COUNT   TO  WK-T1-FARE
           MOVE  WK-NOREC-COUNT  TO  WK-T1-NOREC
           MOVE  WK-TOTAL1   TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P2  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P2C TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  3000-PRINT-JOURNAL
           MOVE  WK-ENT-COUNT  TO  WK-T2-ENT
           MOVE  WK-APR-COUNT  TO  WK-T2-APR
           MOVE  WK-REJ-COUNT  TO  WK-T2-REJ
           MOVE  WK-TOTAL2   TO  RPT-LINE
           WRITE  RPT-LINE
           CLOSE  RPT-FILE
           DISPLAY  "TBL082 運賃表数   = "  WK-FARE-COUNT
           DISPLAY  "TBL082 承認記録なし = "  WK-NOREC-COUNT
           DISPLAY  "TBL082 申請件数   = "  WK-ENT-COUNT
           DISPLAY  "TBL082 承認件数   = "  WK-APR-COUNT
           DISPLAY  "TBL082 却下件数   = "  WK-REJ-COUNT
           STOP  RUN.

       1000-LOAD-APPROVALS        SECTION.
      *          *** (ジャーナルから承認(K)記録を適用開始日ごとに
      *              控える ... 後の記録で上書きし最新を残す。
      *              ジャーナルは SELECT OPTIONAL のため、無ければ
      *              全運賃表が承認記録なしとなる) ***
           OPEN  INPUT  FARJNL
           MOVE  "N"  TO  JNL-EOF-SW
           IF  JNL-STATUS  NOT  =  "00"
               MOVE  "Y"  TO  JNL-EOF-SW
           END-IF
           PERFORM  UNTIL  JNL-EOF
               READ  FARJNL
                   AT END
                       MOVE  "Y"  TO  JNL-EOF-SW
                   NOT AT END
                       IF  FJN-APPROVE
                           PERFORM  1100-SET-APPROVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  FARJNL.

       1100-SET-APPROVAL          SECTION.
      *          *** (承認記録1件の控え ... テーブルあふれはエラー
      *              終了する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  FA-CNT  OR  WK-HIT
               IF  FA-EFFDATE (I)  =  FJN-EFFDATE
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  I
               ELSE  IF  FA-CNT  >=  FA-MAX
                         DISPLAY  "<<< 承認記録上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  FA-CNT
                     MOVE  FA-CNT  TO  I
           END-IF
           MOVE  FJN-EFFDATE   TO  FA-EFFDATE (I)
           MOVE  FJN-ENT-OPID  TO  FA-ENT-OPID (I)
           MOVE  FJN-OPID      TO  FA-APR-OPID (I)
           MOVE  FJN-TS        TO  FA-APR-TS (I).

       2000-PRINT-FARE            SECTION.
      *          *** (運賃表1件の印刷 ... 申請者・承認者を承認記録
      *              テーブルから引く) ***
           ADD  1  TO  WK-FARE-COUNT
           MOVE  SPACES        TO  WK-DETAIL1
           MOVE  FRM-EFFDATE   TO  WK-D1-EFFDATE
           MOVE  FAREMST-REC   TO  WK-IMG-REC
           PERFORM  8000-EDIT-STEPS
           MOVE  WK-STEPS      TO  WK-D1-STEPS
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  FA-CNT  OR  WK-HIT
               IF  FA-EFFDATE (I)  =  FRM-EFFDATE
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               SUBTRACT  1  FROM  I
               MOVE  FA-ENT-OPID (I)  TO  WK-D1-ENT
               MOVE  FA-APR-OPID (I)  TO  WK-D1-APR
               MOVE  FA-APR-TS (I)    TO  WK-D1-APR-TS
           ELSE
               ADD  1  TO  WK-NOREC-COUNT
               MOVE  "承認記録なし(初期ロード)"
                                 TO  WK-D1-NOTE
           END-IF
           MOVE  WK-DETAIL1  TO  RPT-LINE
           WRITE  RPT-LINE.

       3000-PRINT-JOURNAL         SECTION.
      *          *** (ジャーナル全記録の印刷 ... 削除は削除前の
      *              運賃段を示す) ***
           OPEN  INPUT  FARJNL
           MOVE  "N"  TO  JNL-EOF-SW
           IF  JNL-STATUS  NOT  =  "00"
               MOVE  "Y"  TO  JNL-EOF-SW
           END-IF
           PERFORM  UNTIL  JNL-EOF
               READ  FARJNL
                   AT END
                       MOVE  "Y"  TO  JNL-EOF-SW
                   NOT AT END
                       PERFORM  3100-PRINT-EVENT
               END-READ
           END-PERFORM
           CLOSE  FARJNL.

       3100-PRINT-EVENT           SECTION.
      *          *** (ジャーナル1件分の編集・印刷) ***
           MOVE  SPACES        TO  WK-DETAIL2
           MOVE  FJN-TS        TO  WK-D2-TS
           EVALUATE  TRUE
               WHEN  FJN-ENTRY
                   MOVE  "申請"  TO  WK-D2-EVENT
                   ADD  1  TO  WK-ENT-COUNT
               WHEN  FJN-APPROVE
                   MOVE  "承認"  TO  WK-D2-EVENT
                   ADD  1  TO  WK-APR-COUNT
               WHEN  FJN-REJECT
                   MOVE  "却下"  TO  WK-D2-EVENT
                   ADD  1  TO  WK-REJ-COUNT
               WHEN  OTHER
                   MOVE  FJN-EVENT  TO  WK-D2-EVENT
           END-EVALUATE
           MOVE  FJN-ACT       TO  WK-D2-ACT
           MOVE  FJN-EFFDATE   TO  WK-D2-EFFDATE
           MOVE  FJN-OPID      TO  WK-D2-OPID
           MOVE  FJN-ENT-OPID  TO  WK-D2-ENT
           IF  FJN-AFTER  =  SPACES
               THEN  MOVE  FJN-BEFORE  TO  WK-IMG-REC
               ELSE  MOVE  FJN-AFTER   TO  WK-IMG-REC
           END-IF
           PERFORM  8000-EDIT-STEPS
           MOVE  WK-STEPS      TO  WK-D2-STEPS
           MOVE  WK-DETAIL2    TO  RPT-LINE
           WRITE  RPT-LINE.

       8000-EDIT-STEPS            SECTION.
      *          *** (運賃段6段の編集 ... キロ上限/運賃) ***
           MOVE  SPACES  TO  WK-STEPS
           IF  WK-IMG-REC  (9:42)  =  SPACES
               GO  TO  8000-EXIT
           END-IF
           PERFORM  VARYING  WK-STEP  FROM  1  BY  1
                     UNTIL  WK-STEP  >  6
               MOVE  WK-IMG-KMMAX (WK-STEP)  TO  WK-S-KM (WK-STEP)
               MOVE  "/"                     TO  WK-S-SL (WK-STEP)
               MOVE  WK-IMG-FARE (WK-STEP)   TO  WK-S-FARE (WK-STEP)
           END-PERFORM.

       8000-EXIT.
           EXIT.
