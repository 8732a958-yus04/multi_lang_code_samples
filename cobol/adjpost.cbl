      ******************************************************************
      *    ( 乗降人員  訂正(増減)転記 )
      *    夜間ストリームで TBL039(月次累計更新)の後に実行する。
      *    TBL078(訂正入力)が受け付けた訂正ファイル
      *    (ridership_adj.dat)を1件ずつ読み、元の営業日の年月の
      *    月次累計マスタ(RIDACC)へ符号どおりに加減算する。
      *      ・減算で RAC-CNT が負になる訂正、累計行の無い年月への
      *        減算は転記を拒否(N)する
      *      ・累計行の無い年月への増加は新規行を作る
      *    転記した訂正は履歴アーカイブ(ridership_hist.dat)へ訂正
      *    レコード(srharec)として追記する ... TBL054(再計算・
      *    監査)・TBL061(日種別平均)・TBL062(予約精度)は訂正後の
      *    値を見る(TBL054 の再構築でも訂正は消えない)。
      *    全件に状況(転記済 P／拒否 N／更新エラー E)と業務日付を
      *    埋めて訂正履歴(ridership_adj_hist.dat)へ追記し、訂正
      *    ファイルは空へ戻す(二重転記の防止。拒否分は原因を
      *    確かめて TBL078 で入力し直す)。
      *    開始時に TBL051(実行管理)で TBL039 完了済み・同日実行
      *    済みでないことを検査し、正常終了時に完了と制御合計
      *    (入力件数・転記件数)を記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL079.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 訂正ファイル(TBL078 出力、順編成) ***
           SELECT  OPTIONAL  ADJ-FILE
               ASSIGN       TO  "cobol/data/ridership_adj.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  ADJ-STATUS.
      *          *** 月次累計マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RIDACC
               ASSIGN       TO  "cobol/data/RIDACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  RAC-KEY
               FILE STATUS  IS  RAC-STATUS.
      *          *** 履歴アーカイブ(順編成、追記) ***
           SELECT  OPTIONAL  HIS-FILE
               ASSIGN       TO  "cobol/data/ridership_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
      *          *** 訂正履歴(順編成、追記 ... TBL080 が読む) ***
           SELECT  OPTIONAL  ADH-FILE
               ASSIGN       TO  "cobol/data/ridership_adj_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  ADH-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ADJ-FILE
           LABEL RECORD IS STANDARD.
       COPY sadjrec.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY srharec.
       FD  ADH-FILE
           LABEL RECORD IS STANDARD.
       01  ADH-REC                PIC X(55).
       WORKING-STORAGE            SECTION.
       01  ADJ-STATUS             PIC X(02).
       01  RAC-STATUS             PIC X(02).
       01  HIS-STATUS             PIC X(02).
       01  ADH-STATUS             PIC X(02).
       01  ADJ-EOF-SW             PIC X(01)   VALUE "N".
           88  ADJ-EOF                        VALUE "Y".
      *業務日付領域 *****
       01  WK-RUN-DATE            PIC X(08).
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-POST-COUNT          PIC 9(06)   VALUE ZERO.
       01  WK-REFUSE-COUNT        PIC 9(06)   VALUE ZERO.
       01  WK-ERR-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-PLUS-TOTAL          PIC 9(09)   VALUE ZERO.
       01  WK-MINUS-TOTAL         PIC 9(09)   VALUE ZERO.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。TBL039 未完了
      *              または同日実行済みの場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL079"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL079 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ACPT-RUN-DATE  TO  WK-RUN-DATE
           IF  WK-RUN-DATE  IS  NOT  NUMERIC
               MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE
           END-IF
      *          *** (訂正ファイルは SELECT OPTIONAL のため、訂正が
      *              一度も入力されていなければ対象なしで完了する) ***
           OPEN  INPUT  ADJ-FILE
           IF  ADJ-STATUS  NOT  =  "00"
               MOVE  "Y"  TO  ADJ-EOF-SW
           END-IF
           OPEN  I-O     RIDACC
           OPEN  EXTEND  HIS-FILE
           OPEN  EXTEND  ADH-FILE
           PERFORM  UNTIL  ADJ-EOF
               READ  ADJ-FILE
                   AT END
                       MOVE  "Y"  TO  ADJ-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-IN-COUNT
                       PERFORM  1000-POST-ADJUSTMENT
               END-READ
           END-PERFORM
           CLOSE  ADJ-FILE
           CLOSE  RIDACC
           CLOSE  HIS-FILE
           CLOSE  ADH-FILE
      *          *** (訂正ファイルを空へ戻す ... 同じ訂正を翌夜に
      *              二重転記しないため) ***
           OPEN  OUTPUT  ADJ-FILE
           CLOSE  ADJ-FILE
           DISPLAY  "TBL079 業務日付   = "  WK-RUN-DATE
           DISPLAY  "TBL079 入力件数   = "  WK-IN-COUNT
           DISPLAY  "TBL079 転記件数   = "  WK-POST-COUNT
           DISPLAY  "TBL079 拒否件数   = "  WK-REFUSE-COUNT
           DISPLAY  "TBL079 エラー件数 = "  WK-ERR-COUNT
           DISPLAY  "TBL079 増加人員計 = "  WK-PLUS-TOTAL
           DISPLAY  "TBL079 減少人員計 = "  WK-MINUS-TOTAL
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は転記件数) ***
           MOVE  "END"          TO  LK-RC-FUNC
           MOVE  "TBL079"       TO  LK-RC-STEP
           MOVE  WK-IN-COUNT    TO  LK-RC-CNT1
           MOVE  WK-POST-COUNT  TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-POST-ADJUSTMENT       SECTION.
      *          *** (訂正1件の転記 ... 路線+駅+元の営業日の年月の
      *              キーで読み、符号どおりに加減算する。結果を
      *              状況に埋めて訂正履歴へ残す) ***
           MOVE  ADJ-LINE        TO  RAC-LINE
           MOVE  ADJ-TBCD        TO  RAC-TBCD
           MOVE  ADJ-DATE (1:6)  TO  RAC-YM
           READ  RIDACC
               INVALID KEY
                   PERFORM  2000-POST-NEW-MONTH
               NOT INVALID KEY
                   PERFORM  3000-POST-EXISTING
           END-READ
           IF  ADJ-POSTED
               ADD  1  TO  WK-POST-COUNT
               IF  ADJ-PLUS
                   THEN  ADD  ADJ-CNT  TO  WK-PLUS-TOTAL
                   ELSE  ADD  ADJ-CNT  TO  WK-MINUS-TOTAL
               END-IF
               PERFORM  8000-WRITE-HISTORY
           END-IF
           MOVE  WK-RUN-DATE  TO  ADJ-POST-DATE
           MOVE  ADJ-REC      TO  ADH-REC
           WRITE  ADH-REC.

       2000-POST-NEW-MONTH        SECTION.
      *          *** (累計行の無い年月 ... 増加は新規行として書き、
      *              減算は負になるため拒否する) ***
           IF  ADJ-MINUS
               MOVE  "N"  TO  ADJ-STS
               ADD  1  TO  WK-REFUSE-COUNT
               DISPLAY  "<<< 累計なしのため減算拒否 >>> "
                        ADJ-DATE  " "  ADJ-LINE  "-"  ADJ-TBCD
                        " -"  ADJ-CNT
           ELSE
               MOVE  ADJ-LINE        TO  RAC-LINE
               MOVE  ADJ-TBCD        TO  RAC-TBCD
               MOVE  ADJ-DATE (1:6)  TO  RAC-YM
               MOVE  ADJ-CNT         TO  RAC-CNT
               WRITE  RIDACC-REC
                   INVALID KEY
                       MOVE  "E"  TO  ADJ-STS
                       ADD  1  TO  WK-ERR-COUNT
                       DISPLAY  "<<< 累計書込エラー >>> "
                                RAC-KEY
                   NOT INVALID KEY
                       MOVE  "P"  TO  ADJ-STS
               END-WRITE
           END-IF.

       3000-POST-EXISTING         SECTION.
      *          *** (既存の累計行への加減算 ... 減算後に負となる
      *              訂正は転記せず拒否する) ***
           IF  ADJ-MINUS  AND  ADJ-CNT  >  RAC-CNT
               MOVE  "N"  TO  ADJ-STS
               ADD  1  TO  WK-REFUSE-COUNT
               DISPLAY  "<<< 累計が負になるため拒否 >>> "
                        ADJ-DATE  " "  ADJ-LINE  "-"  ADJ-TBCD
                        " -"  ADJ-CNT  " 累計 "  RAC-CNT
           ELSE
               IF  ADJ-PLUS
                   THEN  ADD       ADJ-CNT  TO    RAC-CNT
                   ELSE  SUBTRACT  ADJ-CNT  FROM  RAC-CNT
               END-IF
               REWRITE  RIDACC-REC
                   INVALID KEY
                       MOVE  "E"  TO  ADJ-STS
                       ADD  1  TO  WK-ERR-COUNT
                       DISPLAY  "<<< 累計更新エラー >>> "
                                RAC-KEY
                   NOT INVALID KEY
                       MOVE  "P"  TO  ADJ-STS
               END-REWRITE
           END-IF.

       8000-WRITE-HISTORY         SECTION.
      *          *** (履歴アーカイブへの訂正レコードの追記 ... 先頭
      *              20バイトは通常の明細と同じ位置、区分 "A") ***
           MOVE  ADJ-DATE    TO  RHA-DATE
           MOVE  ADJ-LINE    TO  RHA-LINE
           MOVE  ADJ-TBCD    TO  RHA-TBCD
           MOVE  ADJ-CNT     TO  RHA-CNT
           MOVE  "A"         TO  RHA-KBN
           MOVE  ADJ-SIGN    TO  RHA-SIGN
           MOVE  ADJ-REASON  TO  RHA-REASON
           MOVE  ADJ-OPID    TO  RHA-OPID
           WRITE  RHA-REC.
