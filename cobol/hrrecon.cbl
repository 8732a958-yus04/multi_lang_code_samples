      ******************************************************************
      *    ( 時間帯別人員  日次人員突合表 )
      *    TBL069 が検査した時間帯別クリーンファイル
      *    (gate_hourly_clean.dat)の入場+出場人員を営業日・駅ごとに
      *    合算し、TBL038 が検査した日次クリーンファイル
      *    (ridership_clean.dat)の乗降人員数(RID-CNT)と突き合わせる。
      *      ・不一致   ... 時間帯の合計と日次人員が異なる
      *      ・日次なし ... 時間帯データはあるが日次レコードがない
      *      ・時間帯なし ... 日次レコードはあるが時間帯データがない
      *    を例外として印刷する(一致した駅は件数のみ)。
      *    時間帯の欠落・エラー除外があれば不一致として現れるため、
      *    当夜の時間帯エラーファイルと合わせて確認すること。
      *    開始時に TBL051(実行管理)で TBL069 完了済み・同日実行
      *    済みでないことを検査し、正常終了時に完了と制御合計
      *    (突合件数・例外件数)を記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL070.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 時間帯別クリーントランザクション(TBL069 出力) ***
           SELECT  HRR-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_clean.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HRR-STATUS.
      *          *** 日次クリーントランザクション(TBL038 出力) ***
           SELECT  RID-FILE
               ASSIGN       TO  "cobol/data/ridership_clean.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RID-STATUS.
      *          *** 突合表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/gate_recon_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HRR-FILE
           LABEL RECORD IS STANDARD.
       COPY shrrec.
       FD  RID-FILE
           LABEL RECORD IS STANDARD.
       COPY srdrec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE            SECTION.
       01  HRR-STATUS             PIC X(02).
       01  RID-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  HRR-EOF-SW             PIC X(01)   VALUE "N".
           88  HRR-EOF                        VALUE "Y".
       01  RID-EOF-SW             PIC X(01)   VALUE "N".
           88  RID-EOF                        VALUE "Y".
      *制御合計領域 *****
       01  WK-HRR-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-RID-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-MATCH-COUNT         PIC 9(06)   VALUE ZERO.
       01  WK-EXC-COUNT           PIC 9(06)   VALUE ZERO.
      ***** ( 営業日・駅別突合テーブル ... あふれる場合は黙って
      *       切り詰めずエラー終了する ) *****
       01  RC-MAX                 PIC 9(05)   VALUE 20000.
       01  RC-TABLE.
           03  RC-CNT             PIC 9(05)   VALUE ZERO.
           03  RC  OCCURS 1 TO 20000 TIMES DEPENDING ON RC-CNT.
               05  RC-DATE        PIC X(08).
               05  RC-LINE        PIC X(02).
               05  RC-TBCD        PIC X(04).
      *              *** 時間帯別の入場+出場合計と時間帯数 ***
               05  RC-HR-TOTAL    PIC 9(08).
               05  RC-HR-BANDS    PIC 9(02).
      *              *** 日次の乗降人員数 ***
               05  RC-DAY-CNT     PIC 9(06).
               05  RC-DAY-SW      PIC X(01).
                   88  RC-DAY-FOUND               VALUE "Y".
       01  I                      PIC 9(05).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
      *検索キー領域 *****
       01  WK-KEY-DATE            PIC X(08).
       01  WK-KEY-LINE            PIC X(02).
       01  WK-KEY-TBCD            PIC X(04).
      *差算出領域 *****
       01  WK-DIFF                PIC S9(08).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(18)
                                   VALUE "時間帯別人員".
           03  FILLER             PIC X(18)
                                   VALUE " 日次突合表".
           03  FILLER             PIC X(04)   VALUE "***".
           03  FILLER             PIC X(36)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(09)   VALUE "営業日".
           03  FILLER             PIC X(25)
                                   VALUE "駅コード  駅名".
           03  FILLER             PIC X(14)   VALUE "  時間帯計".
           03  FILLER             PIC X(10)   VALUE "  日次".
           03  FILLER             PIC X(11)   VALUE "      差".
           03  FILLER             PIC X(11)   VALUE "  区分".
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-DATE          PIC X(08).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-LINE          PIC X(02).
           03  WK-D-TBCD          PIC X(04).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-TBNM          PIC X(18).
           03  WK-D-HR-TOTAL      PIC ZZ,ZZZ,ZZ9.
           03  WK-D-DAY-CNT       PIC ZZ,ZZZ,ZZ9.
           03  WK-D-DIFF          PIC -Z,ZZZ,ZZ9.
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-D-KIND          PIC X(15).
      *合計行編集領域 *****
       01  WK-TOTAL-LINE.
           03  WK-T-LABEL         PIC X(30).
           03  WK-T-COUNT         PIC ZZZ,ZZ9.
           03  FILLER             PIC X(43)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。TBL069 未完了
      *              または同日実行済みの場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL070"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL070 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  1000-LOAD-HOURLY
           PERFORM  2000-MATCH-DAILY
           OPEN  OUTPUT  RPT-FILE
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  RC-CNT
               PERFORM  3000-CHECK-STATION
           END-PERFORM
           PERFORM  4000-PRINT-TOTALS
           CLOSE  RPT-FILE
           DISPLAY  "TBL070 時間帯件数 = "  WK-HRR-COUNT
           DISPLAY  "TBL070 日次件数   = "  WK-RID-COUNT
           DISPLAY  "TBL070 一致件数   = "  WK-MATCH-COUNT
           DISPLAY  "TBL070 例外件数   = "  WK-EXC-COUNT
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は例外件数) ***
           MOVE  "END"         TO  LK-RC-FUNC
           MOVE  "TBL070"      TO  LK-RC-STEP
           MOVE  RC-CNT        TO  LK-RC-CNT1
           MOVE  WK-EXC-COUNT  TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-LOAD-HOURLY           SECTION.
      *          *** (時間帯別ファイルを営業日・駅ごとに合算する) ***
           OPEN  INPUT  HRR-FILE
           PERFORM  UNTIL  HRR-EOF
               READ  HRR-FILE
                   AT END
                       MOVE  "Y"  TO  HRR-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-HRR-COUNT
                       MOVE  HRR-DATE  TO  WK-KEY-DATE
                       MOVE  HRR-LINE  TO  WK-KEY-LINE
                       MOVE  HRR-TBCD  TO  WK-KEY-TBCD
                       PERFORM  5000-FIND-ENTRY
                       ADD  HRR-IN  HRR-OUT  TO  RC-HR-TOTAL (I)
                       ADD  1  TO  RC-HR-BANDS (I)
               END-READ
           END-PERFORM
           CLOSE  HRR-FILE.

       2000-MATCH-DAILY           SECTION.
      *          *** (日次ファイルの人員数を同じ営業日・駅の欄へ
      *              控える ... 時間帯データの無い駅は欄を追加し、
      *              時間帯なしとして現れる) ***
           OPEN  INPUT  RID-FILE
           PERFORM  UNTIL  RID-EOF
               READ  RID-FILE
                   AT END
                       MOVE  "Y"  TO  RID-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-RID-COUNT
                       MOVE  RID-DATE  TO  WK-KEY-DATE
                       MOVE  RID-LINE  TO  WK-KEY-LINE
                       MOVE  RID-TBCD  TO  WK-KEY-TBCD
                       PERFORM  5000-FIND-ENTRY
                       MOVE  RID-CNT  TO  RC-DAY-CNT (I)
                       MOVE  "Y"      TO  RC-DAY-SW (I)
               END-READ
           END-PERFORM
           CLOSE  RID-FILE.

       3000-CHECK-STATION         SECTION.
      *          *** (1駅1営業日分の判定 ... 一致は件数のみ、
      *              例外は明細を印刷する) ***
           MOVE  SPACES  TO  WK-D-KIND
           EVALUATE  TRUE
               WHEN  NOT  RC-DAY-FOUND (I)
                   MOVE  "日次なし"    TO  WK-D-KIND
               WHEN  RC-HR-BANDS (I)  =  ZERO
                   MOVE  "時間帯なし"  TO  WK-D-KIND
               WHEN  RC-HR-TOTAL (I)  NOT  =  RC-DAY-CNT (I)
                   MOVE  "不一致"      TO  WK-D-KIND
               WHEN  OTHER
                   ADD  1  TO  WK-MATCH-COUNT
           END-EVALUATE
           IF  WK-D-KIND  NOT  =  SPACES
               ADD  1  TO  WK-EXC-COUNT
               PERFORM  3100-PRINT-DETAIL
           END-IF.

       3100-PRINT-DETAIL          SECTION.
      *          *** (例外明細の編集・印刷 ... 差は 時間帯計 - 日次。
      *              駅名は TBL031 で引く) ***
           MOVE  "FIND"       TO  LK-FUNCTION
           MOVE  RC-LINE (I)  TO  LK-LINE
           MOVE  RC-TBCD (I)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               THEN  MOVE  "コード未登録"  TO  WK-D-TBNM
               ELSE  MOVE  LK-TBNM         TO  WK-D-TBNM
           END-IF
           COMPUTE  WK-DIFF  =  RC-HR-TOTAL (I)  -  RC-DAY-CNT (I)
           MOVE  RC-DATE (I)      TO  WK-D-DATE
           MOVE  RC-LINE (I)      TO  WK-D-LINE
           MOVE  RC-TBCD (I)      TO  WK-D-TBCD
           MOVE  RC-HR-TOTAL (I)  TO  WK-D-HR-TOTAL
           MOVE  RC-DAY-CNT (I)   TO  WK-D-DAY-CNT
           MOVE  WK-DIFF          TO  WK-D-DIFF
           MOVE  WK-DETAIL        TO  RPT-LINE
           WRITE  RPT-LINE.

       4000-PRINT-TOTALS          SECTION.
      *          *** (件数の印刷) ***
           MOVE  "** 一致件数"        TO  WK-T-LABEL
           MOVE  WK-MATCH-COUNT     TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  "** 例外件数"        TO  WK-T-LABEL
           MOVE  WK-EXC-COUNT       TO  WK-T-COUNT
           MOVE  WK-TOTAL-LINE      TO  RPT-LINE
           WRITE  RPT-LINE.

       5000-FIND-ENTRY            SECTION.
      *          *** (突合テーブルの位置決め ... 無ければ追加。
      *              テーブルあふれはエラー終了する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  RC-CNT  OR  WK-HIT
               IF  RC-DATE (I)  =  WK-KEY-DATE
                   AND  RC-LINE (I)  =  WK-KEY-LINE
                   AND  RC-TBCD (I)  =  WK-KEY-TBCD
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  I
               ELSE  IF  RC-CNT  >=  RC-MAX
                         DISPLAY  "<<< 突合上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  RC-CNT
                     MOVE  WK-KEY-DATE  TO  RC-DATE (RC-CNT)
                     MOVE  WK-KEY-LINE  TO  RC-LINE (RC-CNT)
                     MOVE  WK-KEY-TBCD  TO  RC-TBCD (RC-CNT)
                     MOVE  ZERO         TO  RC-HR-TOTAL (RC-CNT)
                                            RC-HR-BANDS (RC-CNT)
                                            RC-DAY-CNT (RC-CNT)
                     MOVE  "N"          TO  RC-DAY-SW (RC-CNT)
                     MOVE  RC-CNT       TO  I
           END-IF.
