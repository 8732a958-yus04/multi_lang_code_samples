      ******************************************************************
      *    ( 定期券発売トランザクション  入力チェック・価格計算 )
      *    窓口の発売票から起こした原始ファイル(pass_sales.dat)を
      *    1件ずつ検査し、
      *      ・有効開始日の非数値・月日の範囲外
      *      ・有効期間が 1/3/6 以外、種別が C/S 以外
      *      ・路線コード無効(TBL048 で突合)
      *      ・発駅・着駅の駅マスタ未登録(TBL031 で突合)
      *      ・発駅と着駅が同一
      *      ・割引率マスタ(PRTMST)未登録
      *      ・定期券番号のファイル内重複
      *    をエラーファイルへ理由コードつきで振り分ける。
      *    正常レコードには区間運賃(TBL031 FARE)と発売額
      *      発売額 = 区間運賃 × 換算回数 × (100 - 割引率) / 100
      *               (10円未満切り捨て)
      *    を付けてクリーンファイル(pass_clean.dat)へ書き出す。
      *    エラーファイルは TBL038 と同様に作り直さず、検査完了後に
      *    当夜分をまとめて追記する。検査が全件完了した後、完成した
      *    クリーンファイルを発売履歴アーカイブ(pass_hist.dat)へ
      *    まとめて追記する ... 発売額の月別按分(TBL068)は
      *    この履歴を唯一の入力とする。
      *    開始時に TBL051(実行管理)で同日実行済みでないことを検査
      *    し、正常終了時に完了と制御合計(入力件数・発売額合計)を
      *    実行管理マスタへ記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL067.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 定期券発売トランザクション(原始、順編成) ***
           SELECT  PSS-FILE
               ASSIGN       TO  "cobol/data/pass_sales.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  PSS-STATUS.
      *          *** 定期券割引率マスタ(索引ファイル) ***
           SELECT  PRTMST
               ASSIGN       TO  "cobol/data/PRTMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  RANDOM
               RECORD KEY   IS  PRT-KEY
               FILE STATUS  IS  PRT-STATUS.
      *          *** クリーンファイル(価格確定済み正常レコード) ***
           SELECT  CLN-FILE
               ASSIGN       TO  "cobol/data/pass_clean.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  CLN-STATUS.
      *          *** エラーファイル(理由コードつき ... 作り直さず、
      *              終了時に当夜分を追記する) ***
           SELECT  OPTIONAL  REJ-FILE
               ASSIGN       TO  "cobol/data/pass_reject.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  REJ-STATUS.
      *          *** 当夜のエラーレコード作業ファイル(順編成) ***
           SELECT  RJW-FILE
               ASSIGN       TO  "cobol/data/pass_reject_work.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RJW-STATUS.
      *          *** 定期券発売履歴アーカイブ(順編成、追記) ***
           SELECT  OPTIONAL  HIS-FILE
               ASSIGN       TO  "cobol/data/pass_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  PSS-FILE
           LABEL RECORD IS STANDARD.
       COPY spsrec.
       FD  PRTMST
           LABEL RECORD IS STANDARD.
       COPY sprtrec.
       FD  CLN-FILE
           LABEL RECORD IS STANDARD.
       COPY spprec.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       01  HIS-REC                PIC X(43).
       FD  REJ-FILE
           LABEL RECORD IS STANDARD.
       01  REJ-REC                PIC X(34).
       FD  RJW-FILE
           LABEL RECORD IS STANDARD.
       01  RJW-REC.
      *          *** エラー理由コード
      *              1=発駅・着駅未登録  2=有効期間不正
      *              3=種別不正  4=ファイル内重複
      *              5=有効開始日不正  6=路線コード無効
      *              7=発着同一駅  8=割引率未登録 ***
           03  REJ-REASON         PIC X(01).
           03  FILLER             PIC X(01).
      *          *** 原始レコードイメージ ***
           03  REJ-DATA           PIC X(32).
       WORKING-STORAGE            SECTION.
       01  PSS-STATUS             PIC X(02).
       01  PRT-STATUS             PIC X(02).
       01  CLN-STATUS             PIC X(02).
       01  REJ-STATUS             PIC X(02).
       01  RJW-STATUS             PIC X(02).
       01  HIS-STATUS             PIC X(02).
       01  PSS-EOF-SW             PIC X(01)   VALUE "N".
           88  PSS-EOF                        VALUE "Y".
       01  CLN-EOF-SW             PIC X(01)   VALUE "N".
           88  CLN-EOF                        VALUE "Y".
       01  RJW-EOF-SW             PIC X(01)   VALUE "N".
           88  RJW-EOF                        VALUE "Y".
      *エラー理由判定領域 *****
       01  WK-REASON              PIC X(01).
           88  WK-REC-OK                      VALUE SPACE.
           88  WK-REJ-UNKNOWN                 VALUE "1".
           88  WK-REJ-TERM                    VALUE "2".
           88  WK-REJ-TYPE                    VALUE "3".
           88  WK-REJ-DUP                     VALUE "4".
           88  WK-REJ-DATE                    VALUE "5".
           88  WK-REJ-LINE                    VALUE "6".
           88  WK-REJ-SAME                    VALUE "7".
           88  WK-REJ-RATE                    VALUE "8".
      *有効開始日検査領域 *****
       01  WK-START-DATE.
           03  WK-START-YYYY      PIC 9(04).
           03  WK-START-MM        PIC 9(02).
           03  WK-START-DD        PIC 9(02).
       01  WK-START-NUM  REDEFINES  WK-START-DATE
                                  PIC 9(08).
      *発売額算出領域 *****
       01  WK-PRICE-10            PIC 9(06).
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-OK-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-REJ-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-PRICE-TOTAL         PIC 9(12)   VALUE ZERO.
      ***** ( ファイル内重複検出用 ... 受理済み定期券番号の
      *       テーブル ) *****
       01  DP-MAX                 PIC 9(05)   VALUE 20000.
       01  DP-TABLE.
           03  DP-CNT             PIC 9(05)   VALUE ZERO.
           03  DP  OCCURS 1 TO 20000 TIMES DEPENDING ON DP-CNT.
               05  DP-ID          PIC X(10).
       01  I                      PIC 9(05).
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
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。同日実行済みの
      *              場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL067"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL067 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
      *          *** (割引率マスタが無ければ価格を決められないため、
      *              検査に入らず異常終了する) ***
           OPEN  INPUT  PRTMST
           IF  PRT-STATUS  NOT  =  "00"
               DISPLAY  "<<< 割引率マスタが開けません >>> "
                        PRT-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           OPEN  INPUT   PSS-FILE
           OPEN  OUTPUT  CLN-FILE
           OPEN  OUTPUT  RJW-FILE
           PERFORM  UNTIL  PSS-EOF
               READ  PSS-FILE
                   AT END
                       MOVE  "Y"  TO  PSS-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-IN-COUNT
                       PERFORM  1000-EDIT-RECORD
               END-READ
           END-PERFORM
           CLOSE  PSS-FILE
           CLOSE  PRTMST
           CLOSE  CLN-FILE
           CLOSE  RJW-FILE
           PERFORM  8500-APPEND-HISTORY
           PERFORM  8600-APPEND-REJECTS
           PERFORM  9000-PRINT-TOTALS
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は発売額の合計) ***
           MOVE  "END"           TO  LK-RC-FUNC
           MOVE  "TBL067"        TO  LK-RC-STEP
           MOVE  WK-IN-COUNT     TO  LK-RC-CNT1
           MOVE  WK-PRICE-TOTAL  TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-EDIT-RECORD           SECTION.
      *          *** (1件分の検査 ... 最初に検出した理由で振り分ける) ***
           MOVE  SPACE  TO  WK-REASON
           PERFORM  1100-CHECK-START
           IF  WK-REC-OK
               AND  PSS-TERM  NOT  =  "1"  AND  "3"  AND  "6"
               MOVE  "2"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               AND  PSS-TYPE  NOT  =  "C"  AND  "S"
               MOVE  "3"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               PERFORM  1500-CHECK-LINE
           END-IF
           IF  WK-REC-OK
               PERFORM  2000-CHECK-MASTER
           END-IF
           IF  WK-REC-OK
               AND  PSS-LINE1  =  PSS-LINE2
               AND  PSS-TBCD1  =  PSS-TBCD2
               MOVE  "7"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               PERFORM  2500-READ-RATE
           END-IF
           IF  WK-REC-OK
               PERFORM  3000-CHECK-DUP
           END-IF
           IF  WK-REC-OK
               THEN  ADD  1  TO  WK-OK-COUNT
                     PERFORM  4000-WRITE-CLEAN
               ELSE  ADD  1  TO  WK-REJ-COUNT
                     MOVE  SPACES     TO  RJW-REC
                     MOVE  WK-REASON  TO  REJ-REASON
                     MOVE  PSS-REC    TO  REJ-DATA
                     WRITE  RJW-REC
           END-IF.

       1100-CHECK-START           SECTION.
      *          *** (有効開始日の検査 ... 発売日より先の日付も
      *              あるため、カレンダではなく暦の上で実在する
      *              日付かどうか(うるう年・月末日を含む)で見る) ***
           IF  PSS-START  IS  NOT  NUMERIC
               MOVE  "5"  TO  WK-REASON
           ELSE
               MOVE  PSS-START  TO  WK-START-DATE
               IF  FUNCTION TEST-DATE-YYYYMMDD (WK-START-NUM)
                       NOT  =  ZERO
                   MOVE  "5"  TO  WK-REASON
               END-IF
           END-IF.

       1500-CHECK-LINE            SECTION.
      *          *** (発駅・着駅の路線コードの検査 ... TBL048 へ
      *              委譲) ***
           MOVE  PSS-LINE1  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NG
               MOVE  "6"  TO  WK-REASON
           END-IF
           IF  WK-REC-OK
               MOVE  PSS-LINE2  TO  LK-LN-LINE
               CALL  "TBL048"  USING  TBL048-PARM
               IF  LK-LN-NG
                   MOVE  "6"  TO  WK-REASON
               END-IF
           END-IF.

       2000-CHECK-MASTER          SECTION.
      *          *** (発駅・着駅の駅マスタ突合と区間運賃の算出 ...
      *              TBL031 の FARE 機能へ委譲。2駅とも見つかった
      *              場合のみ運賃が返る) ***
           MOVE  "FARE"     TO  LK-FUNCTION
           MOVE  PSS-LINE1  TO  LK-LINE
           MOVE  PSS-TBCD1  TO  LK-TBCD
           MOVE  PSS-LINE2  TO  LK-LINE2
           MOVE  PSS-TBCD2  TO  LK-TBCD2
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               MOVE  "1"  TO  WK-REASON
           END-IF.

       2500-READ-RATE             SECTION.
      *          *** (種別+有効期間で割引率マスタを引く) ***
           MOVE  PSS-TYPE  TO  PRT-TYPE
           MOVE  PSS-TERM  TO  PRT-TERM
           READ  PRTMST
               INVALID KEY
                   MOVE  "8"  TO  WK-REASON
           END-READ.

       3000-CHECK-DUP             SECTION.
      *          *** (ファイル内重複の検出 ... 受理済みの定期券番号を
      *              テーブルへ控え、線形走査で突き合わせる) ***
           MOVE  "N"  TO  WK-DUP-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  DP-CNT  OR  WK-DUP
               IF  DP-ID (I)  =  PSS-ID
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
                     MOVE  PSS-ID  TO  DP-ID (DP-CNT)
           END-IF.

       4000-WRITE-CLEAN           SECTION.
      *          *** (発売額の算出とクリーンファイルへの書き出し ...
      *              10円未満は切り捨てる) ***
           COMPUTE  WK-PRICE-10  =  LK-FARE  *  PRT-TRIPS
                                   *  (100  -  PRT-RATE)  /  1000
           MOVE  PSS-ID     TO  PSP-ID
           MOVE  PSS-LINE1  TO  PSP-LINE1
           MOVE  PSS-TBCD1  TO  PSP-TBCD1
           MOVE  PSS-LINE2  TO  PSP-LINE2
           MOVE  PSS-TBCD2  TO  PSP-TBCD2
           MOVE  PSS-TERM   TO  PSP-TERM
           MOVE  PSS-START  TO  PSP-START
           MOVE  PSS-TYPE   TO  PSP-TYPE
           MOVE  LK-FARE    TO  PSP-FARE
           COMPUTE  PSP-PRICE  =  WK-PRICE-10  *  10
           ADD  PSP-PRICE  TO  WK-PRICE-TOTAL
           WRITE  PSP-REC.

       8500-APPEND-HISTORY        SECTION.
      *          *** (発売履歴アーカイブへの追記 ... 検査が全件完了
      *              してから、完成したクリーンファイルを読み直して
      *              丸ごと追記する。検査の途中で異常終了した実行は
      *              履歴に何も残らないため、許容される再実行で
      *              発売額が二重に按分されることはない) ***
           OPEN  INPUT   CLN-FILE
           OPEN  EXTEND  HIS-FILE
           MOVE  "N"  TO  CLN-EOF-SW
           PERFORM  UNTIL  CLN-EOF
               READ  CLN-FILE
                   AT END
                       MOVE  "Y"  TO  CLN-EOF-SW
                   NOT AT END
                       MOVE  PSP-REC  TO  HIS-REC
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
           DISPLAY  "TBL067 入力件数   = "  WK-IN-COUNT
           DISPLAY  "TBL067 正常件数   = "  WK-OK-COUNT
           DISPLAY  "TBL067 エラー件数 = "  WK-REJ-COUNT
           DISPLAY  "TBL067 発売額合計 = "  WK-PRICE-TOTAL.
