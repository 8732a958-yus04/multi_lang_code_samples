      ******************************************************************
      *    ( 時間帯別改札通過人員トランザクション  入力チェック )
      *    夜間ストリームで TBL038(日次の入力チェック)の後に実行する。
      *    原始トランザクション(gate_hourly.dat)を1件ずつ検査し、
      *      ・営業日の非数値・カレンダ未登録・運休日(TBL060 で突合)
      *      ・時間帯が 00-23 以外
      *      ・入場／出場人員数の非数値、人員数の範囲外
      *      ・路線コード無効(TBL048 で突合)
      *      ・駅マスタ未登録(TBL031 で突合)
      *      ・同一営業日+路線+駅コード+時間帯のファイル内重複
      *    をエラーファイルへ理由コードつきで振り分け、正常レコード
      *    のみをクリーンファイルへ書き出す。理由コード 1-6 は
      *    TBL038 と同じ意味とする。
      *    エラーファイルは TBL038 と同様に作り直さず、検査完了後に
      *    当夜分をまとめて追記する。検査が全件完了した後、完成した
      *    クリーンファイルを履歴アーカイブ(gate_hourly_hist.dat)へ
      *    まとめて追記する ... ピーク時間帯混雑表(TBL073)は
      *    この履歴を入力とする。日次人員との突合は TBL070 が行う。
      *    開始時に TBL051(実行管理)で TBL038 完了済み・同日実行
      *    済みでないことを検査し、正常終了時に完了と制御合計を
      *    実行管理マスタへ記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL069.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 時間帯別トランザクション(原始、順編成) ***
           SELECT  HRR-FILE
               ASSIGN       TO  "cobol/data/gate_hourly.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HRR-STATUS.
      *          *** クリーントランザクション(正常レコードのみ) ***
           SELECT  CLN-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_clean.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  CLN-STATUS.
      *          *** エラーファイル(理由コードつき ... 作り直さず、
      *              終了時に当夜分を追記する) ***
           SELECT  OPTIONAL  REJ-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_reject.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  REJ-STATUS.
      *          *** 当夜のエラーレコード作業ファイル(順編成) ***
           SELECT  RJW-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_reject_work.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RJW-STATUS.
      *          *** クリーントランザクション履歴アーカイブ
      *              (順編成、追記) ***
           SELECT  OPTIONAL  HIS-FILE
               ASSIGN       TO  "cobol/data/gate_hourly_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  HRR-FILE
           LABEL RECORD IS STANDARD.
       COPY shrrec.
       FD  CLN-FILE
           LABEL RECORD IS STANDARD.
       01  CLN-REC                PIC X(28).
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       01  HIS-REC                PIC X(28).
       FD  REJ-FILE
           LABEL RECORD IS STANDARD.
       01  REJ-REC                PIC X(30).
       FD  RJW-FILE
           LABEL RECORD IS STANDARD.
       01  RJW-REC.
      *          *** エラー理由コード
      *              1=コード未登録  2=人員数非数値
      *              3=人員数範囲外  4=ファイル内重複
      *              5=営業日不正(非数値・カレンダ未登録・運休日)
      *              6=路線コード無効  7=時間帯不正 ***
           03  REJ-REASON         PIC X(01).
           03  FILLER             PIC X(01).
      *          *** 原始レコードイメージ ***
           03  REJ-DATA           PIC X(28).
       WORKING-STORAGE            SECTION.
       01  HRR-STATUS             PIC X(02).
       01  CLN-STATUS             PIC X(02).
       01  REJ-STATUS             PIC X(02).
       01  RJW-STATUS             PIC X(02).
       01  HIS-STATUS             PIC X(02).
       01  HRR-EOF-SW             PIC X(01)   VALUE "N".
           88  HRR-EOF                        VALUE "Y".
       01  CLN-EOF-SW             PIC X(01)   VALUE "N".
           88  CLN-EOF                        VALUE "Y".
       01  RJW-EOF-SW             PIC X(01)   VALUE "N".
           88  RJW-EOF                        VALUE "Y".
      *エラー理由判定領域 *****
       01  WK-REASON              PIC X(01).
           88  WK-REC-OK                      VALUE SPACE.
           88  WK-REJ-UNKNOWN                 VALUE "1".
           88  WK-REJ-NOT-NUM                 VALUE "2".
           88  WK-REJ-RANGE                   VALUE "3".
           88  WK-REJ-DUP                     VALUE "4".
           88  WK-REJ-DATE                    VALUE "5".
           88  WK-REJ-LINE                    VALUE "6".
           88  WK-REJ-HOUR                    VALUE "7".
      *1時間帯あたり人員数の妥当範囲上限(入場・出場それぞれ) *****
       01  WK-CNT-MAX             PIC 9(06)   VALUE 100000.
      *時間帯検査領域 *****
       01  WK-HOUR                PIC 9(02).
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-OK-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-REJ-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-OK-TOTAL            PIC 9(12)   VALUE ZERO.
      ***** ( ファイル内重複検出用 ... 受理済みキーのテーブル ) *****
       01  DP-MAX                 PIC 9(06)   VALUE 200000.
       01  DP-TABLE.
           03  DP-CNT             PIC 9(06)   VALUE ZERO.
           03  DP  OCCURS 1 TO 200000 TIMES DEPENDING ON DP-CNT.
               05  DP-DATE        PIC X(08).
               05  DP-LINE        PIC X(02).
               05  DP-TBCD        PIC X(04).
               05  DP-HOUR        PIC X(02).
       01  I                      PIC 9(06).
       01  WK-DUP-SW              PIC X(01).
           88  WK-DUP                         VALUE "Y".
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
      *TBL060 呼び出しパラメータ *****
       COPY scacall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。TBL038 未完了
      *              または同日実行済みの場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL069"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL069 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           OPEN  INPUT   HRR-FILE
           OPEN  OUTPUT  CLN-FILE
           OPEN  OUTPUT  RJW-FILE
           PERFORM  UNTIL  HRR-EOF
               READ  HRR-FILE
                   AT END
                       MOVE  "Y"  TO  HRR-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-IN-COUNT
                       PERFORM  1000-EDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE  HRR-FILE
           CLOSE  CLN-FILE
           CLOSE  RJW-FILE
           PERFORM  8500-APPEND-HISTORY
           PERFORM  8600-APPEND-REJECTS
           PERFORM  9000-PRINT-TOTALS
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は正常レコードの入場+出場人員合計) ***
           MOVE  "END"         TO  LK-RC-FUNC
           MOVE  "TBL069"      TO  LK-RC-STEP
           MOVE  WK-IN-COUNT   TO  LK-RC-CNT1
           MOVE  WK-OK-TOTAL   TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-EDIT-RECORD           SECTION.
      *          *** (1件分の検査 ... 最初に検出した理由で振り分ける) ***
           MOVE  SPACE  TO  WK-REASON
           IF  HRR-DATE  IS  NOT  NUMERIC
               MOVE  "5"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               PERFORM  1200-CHECK-CALENDAR
           END-IF
           IF  WK-REC-OK
               PERFORM  1300-CHECK-HOUR
           END-IF
           IF  WK-REC-OK
               AND  ( HRR-IN   IS  NOT  NUMERIC
                      OR  HRR-OUT  IS  NOT  NUMERIC )
               MOVE  "2"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               AND  ( HRR-IN   >  WK-CNT-MAX
                      OR  HRR-OUT  >  WK-CNT-MAX )
               MOVE  "3"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               PERFORM  1500-CHECK-LINE
           END-IF
           IF  WK-REC-OK
               PERFORM  2000-CHECK-MASTER
           END-IF
           IF  WK-REC-OK
               PERFORM  3000-CHECK-DUP
           END-IF
           IF  WK-REC-OK
               THEN  ADD  1  TO  WK-OK-COUNT
                     ADD  HRR-IN  HRR-OUT  TO  WK-OK-TOTAL
                     MOVE  HRR-REC  TO  CLN-REC
                     WRITE  CLN-REC
               ELSE  ADD  1  TO  WK-REJ-COUNT
                     MOVE  SPACES     TO  RJW-REC
                     MOVE  WK-REASON  TO  REJ-REASON
                     MOVE  HRR-REC    TO  REJ-DATA
                     WRITE  RJW-REC
           END-IF.

       1200-CHECK-CALENDAR        SECTION.
      *          *** (営業日の検査 ... TBL060 へ委譲。カレンダ
      *              未登録の日付・運休日は営業日不正とする) ***
           MOVE  HRR-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-NG
               MOVE  "5"  TO  WK-REASON
           END-IF.

       1300-CHECK-HOUR            SECTION.
      *          *** (時間帯の検査 ... 数字2桁の 00-23 だけを
      *              受け付ける) ***
           IF  HRR-HOUR  IS  NOT  NUMERIC
               MOVE  "7"  TO  WK-REASON
           ELSE
               MOVE  HRR-HOUR  TO  WK-HOUR
               IF  WK-HOUR  >  23
                   MOVE  "7"  TO  WK-REASON
               END-IF
           END-IF.

       1500-CHECK-LINE            SECTION.
      *          *** (路線コードの検査 ... TBL048 へ委譲) ***
           MOVE  HRR-LINE  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NG
               MOVE  "6"  TO  WK-REASON
           END-IF.

       2000-CHECK-MASTER          SECTION.
      *          *** (駅マスタとの突合 ... TBL031 へ委譲) ***
           MOVE  "FIND"    TO  LK-FUNCTION
           MOVE  HRR-LINE  TO  LK-LINE
           MOVE  HRR-TBCD  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               MOVE  "1"  TO  WK-REASON
           END-IF.

       3000-CHECK-DUP             SECTION.
      *          *** (ファイル内重複の検出 ... 受理済みの営業日+路線+
      *              駅コード+時間帯をテーブルへ控え、線形走査で
      *              突き合わせる) ***
           MOVE  "N"  TO  WK-DUP-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  DP-CNT  OR  WK-DUP
               IF  DP-DATE (I)  =  HRR-DATE
                   AND  DP-LINE (I)  =  HRR-LINE
                   AND  DP-TBCD (I)  =  HRR-TBCD
                   AND  DP-HOUR (I)  =  HRR-HOUR
                   MOVE  "Y"  TO  WK-DUP-SW
               END-IF
           END-PERFORM
           IF  WK-DUP
               THEN  MOVE  "4"  TO  WK-REASON
      *                  *** (テーブル満杯 ... 以降の重複は検出
      *                      できず不完全な検査となるため、即時
      *                      異常終了する) ***
               ELSE  IF  DP-CNT  >=  DP-MAX
                         DISPLAY  "<<< 重複検出上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  DP-CNT
                     MOVE  HRR-DATE  TO  DP-DATE (DP-CNT)
                     MOVE  HRR-LINE  TO  DP-LINE (DP-CNT)
                     MOVE  HRR-TBCD  TO  DP-TBCD (DP-CNT)
                     MOVE  HRR-HOUR  TO  DP-HOUR (DP-CNT)
           END-IF.

       8500-APPEND-HISTORY        SECTION.
      *          *** (履歴アーカイブへの追記 ... 検査が全件完了して
      *              から、完成したクリーンファイルを読み直して
      *              丸ごと追記する。検査の途中で異常終了した実行は
      *              履歴に何も残らないため、許容される再実行で
      *              履歴が二重になることはない) ***
           OPEN  INPUT   CLN-FILE
           OPEN  EXTEND  HIS-FILE
           MOVE  "N"  TO  CLN-EOF-SW
           PERFORM  UNTIL  CLN-EOF
               READ  CLN-FILE
                   AT END
                       MOVE  "Y"  TO  CLN-EOF-SW
                   NOT AT END
                       MOVE  CLN-REC  TO  HIS-REC
                       WRITE  HIS-REC
               END-READ
           END-PERFORM
           CLOSE  CLN-FILE
           CLOSE  HIS-FILE.

       8600-APPEND-REJECTS        SECTION.
      *          *** (エラーファイルへの追記 ... 当夜分の作業
      *              ファイルを読み直してまとめて追記する) ***
           OPEN  INPUT   RJW-FILE
           OPEN  EXTEND  REJ-FILE
           MOVE  "N"  TO  RJW-EOF-SW
           PERFORM  UNTIL  RJW-EOF
               READ  RJW-FILE
                   AT END
                       MOVE  "Y"  TO  RJW-EOF-SW
                   NOT AT END
                       MOVE  RJW-REC  TO  REJ-REC
                       WRITE  REJ-REC
               END-READ
           END-PERFORM
           CLOSE  RJW-FILE
           CLOSE  REJ-FILE.

       9000-PRINT-TOTALS          SECTION.
      *          *** (制御合計の表示 ... リリース前の確認用) ***
           DISPLAY  "TBL069 入力件数   = "  WK-IN-COUNT
           DISPLAY  "TBL069 正常件数   = "  WK-OK-COUNT
           DISPLAY  "TBL069 エラー件数 = "  WK-REJ-COUNT
           DISPLAY  "TBL069 通過人員計 = "  WK-OK-TOTAL.
