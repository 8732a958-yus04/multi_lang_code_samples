      ******************************************************************
      *    ( 索引マスタ  整合性検査 )
      *    夜間ストリームの先頭ステップ。各マスタはそれぞれの保守
      *    プログラムで個別に更新されるため、マスタ間の食い違いを
      *    ここでまとめて検査し、重要度つきの例外表を印刷する。
      *      ・駅マスタ(TBLMST)の駅が路線マスタ(LINMST)に無い路線
      *        に載っている(重大)／無効の路線に載っている(警告)
      *        ... TBL032 の初期ロードは路線を検査しないため
      *      ・予約変更(TBLPND)のうち本日までに適用される登録・
      *        変更が無い路線・無効の路線を指している(警告)
      *      ・月次累計(RIDACC)に駅マスタから削除された駅の行が
      *        残っている(警告 ... 駅ごとに行数を示す)
      *      ・運賃マスタ(FAREMST)の運賃段が非数値、またはキロ上限
      *        ・運賃が前の段より下がっている(重大)／最終段の
      *        キロ上限が 999 でない(警告)／業務日付に有効な運賃表
      *        が無い(重大)
      *      ・営業日カレンダ(CALMST)に業務日付が無い(重大)／
      *        翌日から先読み日数分の日付が無い、日種別・運行
      *        フラグが不正(警告)
      *    重大が1件でもあれば完了を記録せずに異常終了する ...
      *    TBL051 の先行ステップ検査により後続の TBL074・TBL038
      *    以降は開始できない。マスタを直して本ステップを再実行
      *    すれば(開始("S")のままなので再実行できる)ストリームを
      *    再開できる。警告だけの場合は完了を記録して後続へ進む。
      *    開始時に TBL051(実行管理)で同日実行済みでないことを検査
      *    し、正常終了時に完了と制御合計(検査件数・例外件数)を
      *    記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL083.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 路線マスタ(索引ファイル) ***
           SELECT  LINMST
               ASSIGN       TO  "cobol/data/LINMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  LNM-KEY
               FILE STATUS  IS  LNM-STATUS.
      *          *** 駅マスタ(索引ファイル) ***
           SELECT  TBLMST
               ASSIGN       TO  "cobol/data/TBLMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 駅マスタ予約変更ファイル(索引ファイル) ***
           SELECT  OPTIONAL  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 月次累計マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RIDACC
               ASSIGN       TO  "cobol/data/RIDACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RAC-KEY
               FILE STATUS  IS  RAC-STATUS.
      *          *** 運賃マスタ(索引ファイル) ***
           SELECT  FAREMST
               ASSIGN       TO  "cobol/data/FAREMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FRM-KEY
               FILE STATUS  IS  FRM-STATUS.
      *          *** 営業日カレンダマスタ(索引ファイル) ***
           SELECT  CALMST
               ASSIGN       TO  "cobol/data/CALMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  RANDOM
               RECORD KEY   IS  CAL-KEY
               FILE STATUS  IS  CAL-STATUS.
      *          *** 整合性検査例外表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/integrity_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  LINMST
           LABEL RECORD IS STANDARD.
       COPY slnrec.
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
       FD  FAREMST
           LABEL RECORD IS STANDARD.
       COPY sfarrec.
       FD  CALMST
           LABEL RECORD IS STANDARD.
       COPY scalrec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE            SECTION.
       01  LNM-STATUS             PIC X(02).
       01  TBM-STATUS             PIC X(02).
       01  PND-STATUS             PIC X(02).
       01  RAC-STATUS             PIC X(02).
       01  FRM-STATUS             PIC X(02).
       01  CAL-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  MST-EOF-SW             PIC X(01).
           88  MST-EOF                        VALUE "Y".
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  I                      PIC 9(05).
       01  WK-STEP                PIC 9(02).
      *路線テーブル検索キー *****
       01  WK-FIND-LINE           PIC X(02).
      *業務日付領域 *****
       01  WK-RUN-DATE            PIC X(08).
      *カレンダ先読み日数 (翌日から何日先まで検査するか) *****
       01  WK-LOOKAHEAD           PIC 9(03)   VALUE 28.
       01  WK-DAY                 PIC 9(03).
       01  WK-RUN-INT             PIC 9(08).
       01  WK-CHK-DATE            PIC 9(08).
      *運賃表検査領域 *****
       01  WK-FARE-EFF-SW         PIC X(01).
           88  WK-FARE-EFF                    VALUE "Y".
       01  WK-FARE-NUM-SW         PIC X(01).
           88  WK-FARE-NUM                    VALUE "Y".
      *累計行の駅ごとの区切り領域 *****
       01  WK-RAC-PREV.
           03  WK-RAC-P-LINE      PIC X(02).
           03  WK-RAC-P-TBCD      PIC X(04).
       01  WK-RAC-ROWS            PIC 9(06).
      *制御合計領域 *****
       01  WK-CHK-COUNT           PIC 9(08)   VALUE ZERO.
       01  WK-SEVERE-COUNT        PIC 9(06)   VALUE ZERO.
       01  WK-WARN-COUNT          PIC 9(06)   VALUE ZERO.
       01  WK-EX-COUNT            PIC 9(06)   VALUE ZERO.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      ***** ( 路線テーブル ... 路線コードと有効フラグ ) *****
       01  LN-MAX                 PIC 9(03)   VALUE 99.
       01  LN-TABLE.
           03  LN-CNT             PIC 9(03)   VALUE ZERO.
           03  LN  OCCURS 1 TO 99 TIMES DEPENDING ON LN-CNT.
               05  LN-LINE        PIC X(02).
               05  LN-ACTIVE      PIC X(01).
      ***** ( 駅テーブル ... 累計行の駅の存在検査に使う ) *****
       01  TB-MAX                 PIC 9(05)   VALUE 5000.
       01  TB-TABLE.
           03  TB-CNT             PIC 9(05)   VALUE ZERO.
           03  TB  OCCURS 1 TO 5000 TIMES DEPENDING ON TB-CNT.
               05  TB-LINE        PIC X(02).
               05  TB-TBCD        PIC X(04).
      *例外編集領域 (重要度 S=重大 W=警告) *****
       01  WK-EX-SEV              PIC X(01).
       01  WK-EX-MST              PIC X(08).
       01  WK-EX-KEY              PIC X(14).
       01  WK-EX-MSG              PIC X(46).
      *例外内容の編集領域 *****
       01  WK-STEP-KEY.
           03  WK-SK-EFFDATE      PIC X(08).
           03  FILLER             PIC X(04)   VALUE " 段".
           03  WK-SK-STEP         PIC 9(01).
           03  FILLER             PIC X(01)   VALUE SPACES.
       01  WK-RAC-MSG.
           03  FILLER             PIC X(37)
               VALUE "駅マスタに無い駅の累計行 ".
           03  WK-RM-ROWS         PIC ZZ,ZZ9.
           03  FILLER             PIC X(03)   VALUE "件".
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(34)
               VALUE "マスタ整合性検査例外表".
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(14)   VALUE "業務日付 ".
           03  WK-H-DATE          PIC X(08).
           03  FILLER             PIC X(16)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(10)   VALUE "重要度".
           03  FILLER             PIC X(13)   VALUE "マスタ".
           03  FILLER             PIC X(16)   VALUE "キー".
           03  FILLER             PIC X(06)   VALUE "内容".
           03  FILLER             PIC X(35)   VALUE SPACES.
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-SEV           PIC X(06).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-MST           PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-KEY           PIC X(14).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-MSG           PIC X(46).
      *合計行編集領域 *****
       01  WK-TOTAL-LINE.
           03  FILLER             PIC X(13)   VALUE "** 重大".
           03  WK-T-SEVERE        PIC ZZ,ZZ9.
           03  FILLER             PIC X(09)   VALUE "  警告".
           03  WK-T-WARN          PIC ZZ,ZZ9.
           03  FILLER             PIC X(18)   VALUE "  検査件数".
           03  WK-T-CHK           PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(18)   VALUE SPACES.
       01  WK-NONE-LINE.
           03  FILLER             PIC X(15)   VALUE "** 例外なし".
           03  FILLER             PIC X(65)   VALUE SPACES.
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。同日実行済みの
      *              場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL083"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL083 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ACPT-RUN-DATE  TO  WK-RUN-DATE
           IF  WK-RUN-DATE  IS  NOT  NUMERIC
               MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE
           END-IF
           OPEN  OUTPUT  RPT-FILE
           MOVE  WK-RUN-DATE  TO  WK-H-DATE
           MOVE  WK-HEAD1     TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2     TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  1000-LOAD-LINES
           PERFORM  2000-CHECK-STATIONS
           PERFORM  2500-CHECK-PENDING
           PERFORM  3000-CHECK-RIDACC
           PERFORM  4000-CHECK-FARES
           PERFORM  5000-CHECK-CALENDAR
           IF  WK-EX-COUNT  =  ZERO
               MOVE  WK-NONE-LINE  TO  RPT-LINE
               WRITE  RPT-LINE
           END-IF
           MOVE  WK-SEVERE-COUNT  TO  WK-T-SEVERE
           MOVE  WK-WARN-COUNT    TO  WK-T-WARN
           MOVE  WK-CHK-COUNT     TO  WK-T-CHK
           MOVE  WK-TOTAL-LINE    TO  RPT-LINE
           WRITE  RPT-LINE
           CLOSE  RPT-FILE
           DISPLAY  "TBL083 業務日付 = "  WK-RUN-DATE
           DISPLAY  "TBL083 検査件数 = "  WK-CHK-COUNT
           DISPLAY  "TBL083 重大     = "  WK-SEVERE-COUNT
           DISPLAY  "TBL083 警告     = "  WK-WARN-COUNT
      *          *** (重大ありの場合は完了を記録しない ... 後続の
      *              TBL074・TBL038 は先行未完了で開始できない) ***
           IF  WK-SEVERE-COUNT  >  ZERO
               DISPLAY  "<<< 重大な不整合あり  夜間"
                        "ストリーム停止 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は例外(警告)件数) ***
           MOVE  "END"         TO  LK-RC-FUNC
           MOVE  "TBL083"      TO  LK-RC-STEP
           MOVE  WK-CHK-COUNT  TO  LK-RC-CNT1
           MOVE  WK-EX-COUNT   TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-LOAD-LINES            SECTION.
      *          *** (路線マスタの展開 ... テーブルあふれはエラー
      *              終了する) ***
           OPEN  INPUT  LINMST
           IF  LNM-STATUS  NOT  =  "00"
               DISPLAY  "<<< 路線マスタが開けません >>> "
                        LNM-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  LINMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       IF  LN-CNT  >=  LN-MAX
                           DISPLAY  "<<< 路線数上限超過 >>>"
                           MOVE  16  TO  RETURN-CODE
                           STOP  RUN
                       END-IF
                       ADD  1  TO  LN-CNT
                       MOVE  LNM-LINE    TO  LN-LINE (LN-CNT)
                       MOVE  LNM-ACTIVE  TO  LN-ACTIVE (LN-CNT)
               END-READ
           END-PERFORM
           CLOSE  LINMST.

       2000-CHECK-STATIONS        SECTION.
      *          *** (駅マスタの検査 ... 路線の存在・有効を調べ、
      *              あわせて累計行の検査用に駅テーブルを作る) ***
           OPEN  INPUT  TBLMST
           IF  TBM-STATUS  NOT  =  "00"
               DISPLAY  "<<< 駅マスタが開けません >>> "
                        TBM-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  TBLMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-CHK-COUNT
                       IF  TB-CNT  >=  TB-MAX
                           DISPLAY  "<<< 駅数上限超過 >>>"
                           MOVE  16  TO  RETURN-CODE
                           STOP  RUN
                       END-IF
                       ADD  1  TO  TB-CNT
                       MOVE  TBM-LINE  TO  TB-LINE (TB-CNT)
                       MOVE  TBM-TBCD  TO  TB-TBCD (TB-CNT)
                       PERFORM  2100-CHECK-STATION-LINE
               END-READ
           END-PERFORM
           CLOSE  TBLMST.

       2100-CHECK-STATION-LINE    SECTION.
      *          *** (駅1件の路線検査) ***
           MOVE  TBM-LINE  TO  WK-FIND-LINE
           PERFORM  8000-FIND-LINE
           MOVE  "TBLMST"  TO  WK-EX-MST
           MOVE  SPACES    TO  WK-EX-KEY
           STRING  TBM-LINE  "-"  TBM-TBCD
                   DELIMITED BY SIZE  INTO  WK-EX-KEY
           IF  NOT  WK-HIT
               MOVE  "S"  TO  WK-EX-SEV
               MOVE  "路線マスタに無い路線の駅"
                                 TO  WK-EX-MSG
               PERFORM  7000-WRITE-EXCEPTION
           ELSE
               IF  LN-ACTIVE (I)  NOT  =  "Y"
                   MOVE  "W"  TO  WK-EX-SEV
                   MOVE  "無効の路線に載っている駅"
                                     TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               END-IF
           END-IF.

       2500-CHECK-PENDING         SECTION.
      *          *** (本日までに TBL074 が適用する予約変更のうち、
      *              登録・変更の路線を検査する ... 本ステップは
      *              TBL074 より前に走るため) ***
           OPEN  INPUT  TBLPND
           MOVE  "N"  TO  MST-EOF-SW
           IF  PND-STATUS  NOT  =  "00"
               MOVE  "Y"  TO  MST-EOF-SW
           END-IF
           PERFORM  UNTIL  MST-EOF
               READ  TBLPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       IF  PND-EFFDATE  >  WK-RUN-DATE
                           MOVE  "Y"  TO  MST-EOF-SW
                       ELSE
                           IF  PND-PENDING  AND  PND-ACT  NOT  =  "D"
                               ADD  1  TO  WK-CHK-COUNT
                               PERFORM  2600-CHECK-PENDING-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  TBLPND.

       2600-CHECK-PENDING-LINE    SECTION.
      *          *** (予約1件の路線検査 ... 予約は適用時に TBL074 が
      *              反映するため警告にとどめる) ***
           MOVE  PND-LINE  TO  WK-FIND-LINE
           PERFORM  8000-FIND-LINE
           MOVE  "TBLPND"  TO  WK-EX-MST
           MOVE  SPACES    TO  WK-EX-KEY
           STRING  PND-LINE  "-"  PND-TBCD
                   DELIMITED BY SIZE  INTO  WK-EX-KEY
           MOVE  "W"       TO  WK-EX-SEV
           IF  NOT  WK-HIT
               MOVE  "予約変更先の路線が未登録"
                                 TO  WK-EX-MSG
               PERFORM  7000-WRITE-EXCEPTION
           ELSE
               IF  LN-ACTIVE (I)  NOT  =  "Y"
                   MOVE  "予約変更の路線が無効"  TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               END-IF
           END-IF.

       3000-CHECK-RIDACC          SECTION.
      *          *** (月次累計の検査 ... キーは路線+駅+年月のため、
      *              駅が変わるごとに駅テーブルを引き、無い駅は行数
      *              をまとめて1件の警告にする) ***
           OPEN  INPUT  RIDACC
           MOVE  "N"     TO  MST-EOF-SW
           IF  RAC-STATUS  NOT  =  "00"
               MOVE  "Y"  TO  MST-EOF-SW
           END-IF
           MOVE  SPACES  TO  WK-RAC-PREV
           MOVE  ZERO    TO  WK-RAC-ROWS
           PERFORM  UNTIL  MST-EOF
               READ  RIDACC  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-CHK-COUNT
                       IF  RAC-LINE  NOT  =  WK-RAC-P-LINE
                           OR  RAC-TBCD  NOT  =  WK-RAC-P-TBCD
                           PERFORM  3100-FLUSH-STATION
                           MOVE  RAC-LINE  TO  WK-RAC-P-LINE
                           MOVE  RAC-TBCD  TO  WK-RAC-P-TBCD
                           PERFORM  3200-FIND-STATION
                       END-IF
                       IF  NOT  WK-HIT
                           ADD  1  TO  WK-RAC-ROWS
                       END-IF
               END-READ
           END-PERFORM
           PERFORM  3100-FLUSH-STATION
           CLOSE  RIDACC.

       3100-FLUSH-STATION         SECTION.
      *          *** (前の駅の行数を警告として書き出す) ***
           IF  WK-RAC-ROWS  >  ZERO
               MOVE  "W"       TO  WK-EX-SEV
               MOVE  "RIDACC"  TO  WK-EX-MST
               MOVE  SPACES    TO  WK-EX-KEY
               STRING  WK-RAC-P-LINE  "-"  WK-RAC-P-TBCD
                       DELIMITED BY SIZE  INTO  WK-EX-KEY
               MOVE  WK-RAC-ROWS  TO  WK-RM-ROWS
               MOVE  WK-RAC-MSG   TO  WK-EX-MSG
               PERFORM  7000-WRITE-EXCEPTION
           END-IF
           MOVE  ZERO  TO  WK-RAC-ROWS.

       3200-FIND-STATION          SECTION.
      *          *** (駅テーブルの検索) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  TB-CNT  OR  WK-HIT
               IF  TB-LINE (I)  =  RAC-LINE
                   AND  TB-TBCD (I)  =  RAC-TBCD
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM.

       4000-CHECK-FARES           SECTION.
      *          *** (運賃マスタの検査 ... 全運賃表の段の並びと、
      *              業務日付に有効な運賃表の有無) ***
           OPEN  INPUT  FAREMST
           IF  FRM-STATUS  NOT  =  "00"
               DISPLAY  "<<< 運賃マスタが開けません >>> "
                        FRM-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           MOVE  "N"  TO  WK-FARE-EFF-SW
           PERFORM  UNTIL  MST-EOF
               READ  FAREMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-CHK-COUNT
                       IF  FRM-EFFDATE  NOT  >  WK-RUN-DATE
                           MOVE  "Y"  TO  WK-FARE-EFF-SW
                       END-IF
                       PERFORM  4100-CHECK-FARE-TABLE
               END-READ
           END-PERFORM
           CLOSE  FAREMST
           IF  NOT  WK-FARE-EFF
               MOVE  "S"        TO  WK-EX-SEV
               MOVE  "FAREMST"  TO  WK-EX-MST
               MOVE  WK-RUN-DATE  TO  WK-EX-KEY
               MOVE  "業務日付に有効な運賃表が無い"
                                 TO  WK-EX-MSG
               PERFORM  7000-WRITE-EXCEPTION
           END-IF.

       4100-CHECK-FARE-TABLE      SECTION.
      *          *** (運賃表1件の検査 ... 段1-6 のキロ上限・運賃は
      *              前の段以上でなければならない。非数値の段が
      *              あれば大小は比べない) ***
           MOVE  "FAREMST"    TO  WK-EX-MST
           MOVE  FRM-EFFDATE  TO  WK-SK-EFFDATE
           MOVE  "Y"  TO  WK-FARE-NUM-SW
           PERFORM  VARYING  WK-STEP  FROM  1  BY  1
                     UNTIL  WK-STEP  >  6
               IF  FRM-KMMAX (WK-STEP)  IS  NOT  NUMERIC
                   OR  FRM-FARE (WK-STEP)  IS  NOT  NUMERIC
                   MOVE  "N"  TO  WK-FARE-NUM-SW
                   MOVE  WK-STEP      TO  WK-SK-STEP
                   MOVE  WK-STEP-KEY  TO  WK-EX-KEY
                   MOVE  "S"  TO  WK-EX-SEV
                   MOVE  "運賃段が非数値"  TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           IF  NOT  WK-FARE-NUM
               GO  TO  4100-EXIT
           END-IF
           PERFORM  VARYING  WK-STEP  FROM  2  BY  1
                     UNTIL  WK-STEP  >  6
               MOVE  WK-STEP      TO  WK-SK-STEP
               MOVE  WK-STEP-KEY  TO  WK-EX-KEY
               MOVE  "S"  TO  WK-EX-SEV
               IF  FRM-KMMAX (WK-STEP)  <  FRM-KMMAX (WK-STEP - 1)
                   MOVE  "キロ上限が前の段より小さい"
                                     TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               END-IF
               IF  FRM-FARE (WK-STEP)  <  FRM-FARE (WK-STEP - 1)
                   MOVE  "運賃が前の段より安い"  TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               END-IF
           END-PERFORM
           IF  FRM-KMMAX (6)  NOT  =  999
               MOVE  6            TO  WK-SK-STEP
               MOVE  WK-STEP-KEY  TO  WK-EX-KEY
               MOVE  "W"  TO  WK-EX-SEV
               MOVE  "最終段のキロ上限が 999 でない"
                                 TO  WK-EX-MSG
               PERFORM  7000-WRITE-EXCEPTION
           END-IF.

       4100-EXIT.
           EXIT.

       5000-CHECK-CALENDAR        SECTION.
      *          *** (営業日カレンダの検査 ... 業務日付は重大、
      *              翌日から先読み日数分は警告) ***
           OPEN  INPUT  CALMST
           IF  CAL-STATUS  NOT  =  "00"
               DISPLAY  "<<< カレンダマスタが開けません"
                        " >>> "
                        CAL-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  WK-RUN-DATE  TO  WK-CHK-DATE
           MOVE  "S"          TO  WK-EX-SEV
           PERFORM  5100-CHECK-ONE-DATE
           COMPUTE  WK-RUN-INT  =
                    FUNCTION INTEGER-OF-DATE (WK-CHK-DATE)
           MOVE  "W"  TO  WK-EX-SEV
           PERFORM  VARYING  WK-DAY  FROM  1  BY  1
                     UNTIL  WK-DAY  >  WK-LOOKAHEAD
               COMPUTE  WK-CHK-DATE  =
                        FUNCTION DATE-OF-INTEGER (WK-RUN-INT + WK-DAY)
               PERFORM  5100-CHECK-ONE-DATE
           END-PERFORM
           CLOSE  CALMST.

       5100-CHECK-ONE-DATE        SECTION.
      *          *** (1日分の検査 ... 重要度は呼び出し元で決める) ***
           ADD  1  TO  WK-CHK-COUNT
           MOVE  "CALMST"     TO  WK-EX-MST
           MOVE  WK-CHK-DATE  TO  WK-EX-KEY
           MOVE  WK-CHK-DATE  TO  CAL-DATE
           READ  CALMST
               INVALID KEY
                   MOVE  "カレンダ未登録"  TO  WK-EX-MSG
                   PERFORM  7000-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF  ( CAL-DAYTYPE  NOT  =  "W"  AND  "S"  AND  "H" )
                       OR  ( CAL-OPEN  NOT  =  "Y"  AND  "N" )
                       MOVE  "日種別・運行フラグ不正"
                                         TO  WK-EX-MSG
                       PERFORM  7000-WRITE-EXCEPTION
                   END-IF
           END-READ.

       7000-WRITE-EXCEPTION       SECTION.
      *          *** (例外1件の印刷と重要度別の計数) ***
           IF  WK-EX-SEV  =  "S"
               THEN  MOVE  "重大"  TO  WK-D-SEV
                     ADD  1  TO  WK-SEVERE-COUNT
               ELSE  MOVE  "警告"  TO  WK-D-SEV
                     ADD  1  TO  WK-WARN-COUNT
           END-IF
           ADD  1  TO  WK-EX-COUNT
           MOVE  WK-EX-MST  TO  WK-D-MST
           MOVE  WK-EX-KEY  TO  WK-D-KEY
           MOVE  WK-EX-MSG  TO  WK-D-MSG
           MOVE  WK-DETAIL  TO  RPT-LINE
           WRITE  RPT-LINE.

       8000-FIND-LINE             SECTION.
      *          *** (路線テーブルの検索 ... WK-FIND-LINE の路線を引く。
      *              見つかれば I はその位置) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  LN-CNT  OR  WK-HIT
               IF  LN-LINE (I)  =  WK-FIND-LINE
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               SUBTRACT  1  FROM  I
           END-IF.
