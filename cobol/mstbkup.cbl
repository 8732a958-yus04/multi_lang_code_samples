      ******************************************************************
      *    ( 索引マスタ  世代退避 )
      *    夜間ストリームの最後に実行し、索引マスタ全件
      *      RIDACC・FAREMST・CALMST・LINMST・OPERMST・RUNCTL・
      *      TBLMST・PRTMST・CAPMST・TBLPND・FARPND・ODACC・DISMST
      *    を1世代1ファイルの退避ファイルへ順に書き出す。
      *    TBLMST 以外はシード＋ジャーナルからの再作成ができない
      *    (ロードプログラムは初期シードからしか作れない)ため、
      *    月の途中で壊れた場合はこの退避から TBL077(マスタ復元)
      *    で戻す。
      *    マスタごとに見出し(業務日付・退避日時)と後書き(明細件数
      *    ・キーのハッシュ合計)をつける。
      *    退避ファイルは業務日付ごとに  mstbkup_YYYYMMDD.dat  の名前
      *    で作る(同じ業務日付の再実行は同じファイルを作り直す)。
      *    保持している世代は世代索引(mstbkup_idx.dat)に持ち、退避を
      *    終えたら今回の世代を加え、保持世代数(7)を超えた分は業務
      *    日付の古い順にファイルを削除して索引から外す(今回の世代は
      *    必ず残す)。索引は退避が正常に終わってから書き直すため、
      *    途中で異常終了した世代は索引に載らない。
      *    開始時に TBL051(実行管理)で同日実行済みでないことを検査
      *    し、正常終了時に完了と制御合計を記録する ... 制御合計1は
      *    退避件数、制御合計2はキーのハッシュ合計を 10の12乗 で
      *    割った余り(下12桁)。朝の夜間実行ログ(TBL052)で退避の
      *    実行を確認できる。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL076.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 乗降人員月次累計マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RIDACC
               ASSIGN       TO  "cobol/data/RIDACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RAC-KEY
               FILE STATUS  IS  RAC-STATUS.
      *          *** 運賃マスタ(索引ファイル) ***
           SELECT  OPTIONAL  FAREMST
               ASSIGN       TO  "cobol/data/FAREMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FRM-KEY
               FILE STATUS  IS  FRM-STATUS.
      *          *** 営業日カレンダマスタ(索引ファイル) ***
           SELECT  OPTIONAL  CALMST
               ASSIGN       TO  "cobol/data/CALMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  CAL-KEY
               FILE STATUS  IS  CAL-STATUS.
      *          *** 路線マスタ(索引ファイル) ***
           SELECT  OPTIONAL  LINMST
               ASSIGN       TO  "cobol/data/LINMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  LNM-KEY
               FILE STATUS  IS  LNM-STATUS.
      *          *** オペレータマスタ(索引ファイル) ***
           SELECT  OPTIONAL  OPERMST
               ASSIGN       TO  "cobol/data/OPERMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  OPM-KEY
               FILE STATUS  IS  OPM-STATUS.
      *          *** 実行管理マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RUNCTL
               ASSIGN       TO  "cobol/data/RUNCTL.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RCT-KEY
               FILE STATUS  IS  RCT-STATUS.
      *          *** 駅マスタ(索引ファイル) ***
           SELECT  OPTIONAL  TBLMST
               ASSIGN       TO  "cobol/data/TBLMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 定期券割引率マスタ(索引ファイル) ***
           SELECT  OPTIONAL  PRTMST
               ASSIGN       TO  "cobol/data/PRTMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PRT-KEY
               FILE STATUS  IS  PRT-STATUS.
      *          *** 駅定員マスタ(索引ファイル) ***
           SELECT  OPTIONAL  CAPMST
               ASSIGN       TO  "cobol/data/CAPMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  CAP-KEY
               FILE STATUS  IS  CAP-STATUS.
      *          *** 駅マスタ予約変更ファイル(索引ファイル) ***
           SELECT  OPTIONAL  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 運賃マスタ承認待ちファイル(索引ファイル) ***
           SELECT  OPTIONAL  FARPND
               ASSIGN       TO  "cobol/data/FARPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FPD-KEY
               FILE STATUS  IS  FPD-STATUS.
      *          *** 乗車区間月次累計ファイル(索引ファイル) ***
           SELECT  OPTIONAL  ODACC
               ASSIGN       TO  "cobol/data/ODACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  ODA-KEY
               FILE STATUS  IS  ODA-STATUS.
      *          *** 輸送障害事象マスタ(索引ファイル) ***
           SELECT  OPTIONAL  DISMST
               ASSIGN       TO  "cobol/data/DISMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  DSR-KEY
               FILE STATUS  IS  DSR-STATUS.
      *          *** マスタ退避ファイル(順編成 ... 業務日付ごとの
      *              ファイル名を WK-BKP-NAME に組み立てて開く) ***
           SELECT  OPTIONAL  MSTBKP
               ASSIGN       USING  WK-BKP-NAME
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  BKP-STATUS.
      *          *** マスタ退避 世代索引ファイル(順編成) ***
           SELECT  OPTIONAL  MSTBKI
               ASSIGN       TO  "cobol/data/mstbkup_idx.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  BKI-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
       FD  FAREMST
           LABEL RECORD IS STANDARD.
       COPY sfarrec.
       FD  CALMST
           LABEL RECORD IS STANDARD.
       COPY scalrec.
       FD  LINMST
           LABEL RECORD IS STANDARD.
       COPY slnrec.
       FD  OPERMST
           LABEL RECORD IS STANDARD.
       COPY soprec.
       FD  RUNCTL
           LABEL RECORD IS STANDARD.
       COPY srcrec.
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  PRTMST
           LABEL RECORD IS STANDARD.
       COPY sprtrec.
       FD  CAPMST
           LABEL RECORD IS STANDARD.
       COPY scaprec.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  FARPND
           LABEL RECORD IS STANDARD.
       COPY sfpdrec.
       FD  ODACC
           LABEL RECORD IS STANDARD.
       COPY sodarec.
       FD  DISMST
           LABEL RECORD IS STANDARD.
       COPY sdsrrec.
       FD  MSTBKP
           LABEL RECORD IS STANDARD.
       01  BKP-FD-REC             PIC X(102).
       FD  MSTBKI
           LABEL RECORD IS STANDARD.
       COPY sbkirec.
       WORKING-STORAGE            SECTION.
       01  RAC-STATUS             PIC X(02).
       01  FRM-STATUS             PIC X(02).
       01  CAL-STATUS             PIC X(02).
       01  LNM-STATUS             PIC X(02).
       01  OPM-STATUS             PIC X(02).
       01  RCT-STATUS             PIC X(02).
       01  TBM-STATUS             PIC X(02).
       01  PRT-STATUS             PIC X(02).
       01  CAP-STATUS             PIC X(02).
       01  PND-STATUS             PIC X(02).
       01  FPD-STATUS             PIC X(02).
       01  ODA-STATUS             PIC X(02).
       01  DSR-STATUS             PIC X(02).
       01  BKP-STATUS             PIC X(02).
       01  BKI-STATUS             PIC X(02).
       01  MST-EOF-SW             PIC X(01).
           88  MST-EOF                        VALUE "Y".
      *退避ファイル編集領域 *****
       COPY sbkprec.
      ***** ( 退避対象マスタの一覧 ... マスタ名とキー長。
      *       退避ファイル上もこの順に並ぶ ) *****
       01  MS-TABLE-DEF.
           03  FILLER             PIC X(10)   VALUE "RIDACC  12".
           03  FILLER             PIC X(10)   VALUE "FAREMST 08".
           03  FILLER             PIC X(10)   VALUE "CALMST  08".
           03  FILLER             PIC X(10)   VALUE "LINMST  02".
           03  FILLER             PIC X(10)   VALUE "OPERMST 08".
           03  FILLER             PIC X(10)   VALUE "RUNCTL  14".
           03  FILLER             PIC X(10)   VALUE "TBLMST  06".
           03  FILLER             PIC X(10)   VALUE "PRTMST  02".
           03  FILLER             PIC X(10)   VALUE "CAPMST  06".
           03  FILLER             PIC X(10)   VALUE "TBLPND  14".
           03  FILLER             PIC X(10)   VALUE "FARPND  08".
           03  FILLER             PIC X(10)   VALUE "ODACC   18".
           03  FILLER             PIC X(10)   VALUE "DISMST  10".
       01  MS-TABLE  REDEFINES  MS-TABLE-DEF.
           03  MS  OCCURS 13 TIMES.
               05  MS-NAME        PIC X(08).
               05  MS-KEYLEN      PIC 9(02).
       01  MS-MAX                 PIC 9(02)   VALUE 13.
      ***** ( 世代索引の一覧 ... 索引ファイルの内容を読み込む ) *****
       01  GN-MAX                 PIC 9(02)   VALUE 20.
       01  GN-USED                PIC 9(02)   VALUE ZERO.
       01  GN-TABLE.
           03  GN  OCCURS 20 TIMES.
               05  GN-DATE        PIC X(08).
               05  GN-TS          PIC X(16).
               05  GN-COUNT       PIC 9(08).
               05  GN-NAME        PIC X(40).
      *退避ファイル名領域 *****
       01  WK-BKP-NAME            PIC X(40).
       01  BKI-EOF-SW             PIC X(01).
           88  BKI-EOF                        VALUE "Y".
      ***** ( 保持世代数 ... これを超えた古い世代は削除する ) *****
       01  GN-KEEP                PIC 9(02)   VALUE 7.
       01  I                      PIC 9(02).
       01  J                      PIC 9(02).
       01  WK-MS                  PIC 9(02).
       01  WK-GEN                 PIC 9(02).
      *業務日付領域 *****
       01  WK-RUN-DATE            PIC X(08).
       01  WK-BKP-TS              PIC X(16).
      *制御合計領域 *****
       01  WK-MS-COUNT            PIC 9(08).
       01  WK-MS-HASH             PIC 9(15).
       01  WK-ALL-COUNT           PIC 9(08)   VALUE ZERO.
       01  WK-ALL-HASH            PIC 9(15)   VALUE ZERO.
       01  WK-CTL-HASH            PIC 9(12).
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
           MOVE  "TBL076"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL076 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ACPT-RUN-DATE  TO  WK-RUN-DATE
           IF  WK-RUN-DATE  IS  NOT  NUMERIC
               MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE
           END-IF
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  WK-BKP-TS
           PERFORM  1000-LOAD-INDEX
           MOVE  SPACES  TO  WK-BKP-NAME
           STRING  "cobol/data/mstbkup_"  WK-RUN-DATE  ".dat"
                   DELIMITED BY SIZE  INTO  WK-BKP-NAME
           PERFORM  8100-OPEN-GEN-OUTPUT
           PERFORM  2000-UNLOAD-RIDACC
           PERFORM  2100-UNLOAD-FAREMST
           PERFORM  2200-UNLOAD-CALMST
           PERFORM  2300-UNLOAD-LINMST
           PERFORM  2400-UNLOAD-OPERMST
           PERFORM  2500-UNLOAD-RUNCTL
           PERFORM  2600-UNLOAD-TBLMST
           PERFORM  2700-UNLOAD-PRTMST
           PERFORM  2800-UNLOAD-CAPMST
           PERFORM  2900-UNLOAD-TBLPND
           PERFORM  2950-UNLOAD-FARPND
           PERFORM  2960-UNLOAD-ODACC
           PERFORM  2970-UNLOAD-DISMST
           PERFORM  8400-CLOSE-GEN
           PERFORM  3000-UPDATE-INDEX
           DISPLAY  "TBL076 業務日付   = "  WK-RUN-DATE
           DISPLAY  "TBL076 退避ファイル = "  WK-BKP-NAME
           DISPLAY  "TBL076 保持世代数 = "  GN-USED
           DISPLAY  "TBL076 退避件数   = "  WK-ALL-COUNT
           DISPLAY  "TBL076 ハッシュ計 = "  WK-ALL-HASH
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は12桁のため、キーのハッシュ合計を
      *              10の12乗で割った余り(下12桁)を渡す) ***
           COMPUTE  WK-CTL-HASH
                 =  FUNCTION MOD (WK-ALL-HASH, 1000000000000)
           MOVE  "END"         TO  LK-RC-FUNC
           MOVE  "TBL076"      TO  LK-RC-STEP
           MOVE  WK-ALL-COUNT  TO  LK-RC-CNT1
           MOVE  WK-CTL-HASH   TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-LOAD-INDEX            SECTION.
      *          *** (世代索引の読込み ... 同じ業務日付の世代は今回
      *              作り直すため一覧から外しておく) ***
           MOVE  ZERO  TO  GN-USED
           OPEN  INPUT  MSTBKI
           IF  BKI-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< 世代索引が開けません >>> "
                        BKI-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  BKI-EOF-SW
           PERFORM  UNTIL  BKI-EOF
               READ  MSTBKI
                   AT END
                       MOVE  "Y"  TO  BKI-EOF-SW
                   NOT AT END
                       PERFORM  1100-ADD-INDEX
               END-READ
           END-PERFORM
           CLOSE  MSTBKI.

       1100-ADD-INDEX             SECTION.
      *          *** (世代索引 1件分の取込み) ***
           IF  BKI-DATE  =  WK-RUN-DATE
               DISPLAY  "TBL076 同日の世代を作り直す "
                        BKI-NAME
           ELSE
               IF  GN-USED  NOT  <  GN-MAX
                   DISPLAY  "<<< 世代索引の件数超過 >>> "
                            GN-MAX
                   MOVE  16  TO  RETURN-CODE
                   STOP  RUN
               END-IF
               ADD   1           TO  GN-USED
               MOVE  MSTBKI-REC  TO  GN (GN-USED)
           END-IF.

       2000-UNLOAD-RIDACC         SECTION.
      *          *** (乗降人員月次累計マスタの退避) ***
           MOVE  1  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  RIDACC
           IF  RAC-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< RIDACC が開けません >>> "
                        RAC-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  RIDACC  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  RIDACC-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  RIDACC
           PERFORM  7200-WRITE-TRAILER.

       2100-UNLOAD-FAREMST        SECTION.
      *          *** (運賃マスタの退避) ***
           MOVE  2  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  FAREMST
           IF  FRM-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< FAREMST が開けません >>> "
                        FRM-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  FAREMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  FAREMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  FAREMST
           PERFORM  7200-WRITE-TRAILER.

       2200-UNLOAD-CALMST         SECTION.
      *          *** (営業日カレンダマスタの退避) ***
           MOVE  3  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  CALMST
           IF  CAL-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< CALMST が開けません >>> "
                        CAL-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  CALMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  CALMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  CALMST
           PERFORM  7200-WRITE-TRAILER.

       2300-UNLOAD-LINMST         SECTION.
      *          *** (路線マスタの退避) ***
           MOVE  4  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  LINMST
           IF  LNM-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< LINMST が開けません >>> "
                        LNM-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  LINMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  LINMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  LINMST
           PERFORM  7200-WRITE-TRAILER.

       2400-UNLOAD-OPERMST        SECTION.
      *          *** (オペレータマスタの退避) ***
           MOVE  5  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  OPERMST
           IF  OPM-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< OPERMST が開けません >>> "
                        OPM-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  OPERMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  OPERMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  OPERMST
           PERFORM  7200-WRITE-TRAILER.

       2500-UNLOAD-RUNCTL         SECTION.
      *          *** (実行管理マスタの退避) ***
           MOVE  6  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  RUNCTL
           IF  RCT-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< RUNCTL が開けません >>> "
                        RCT-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  RUNCTL  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  RUNCTL-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  RUNCTL
           PERFORM  7200-WRITE-TRAILER.

       2600-UNLOAD-TBLMST         SECTION.
      *          *** (駅マスタの退避) ***
           MOVE  7  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  TBLMST
           IF  TBM-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< TBLMST が開けません >>> "
                        TBM-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  TBLMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  TBLMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  TBLMST
           PERFORM  7200-WRITE-TRAILER.

       2700-UNLOAD-PRTMST         SECTION.
      *          *** (定期券割引率マスタの退避) ***
           MOVE  8  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  PRTMST
           IF  PRT-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< PRTMST が開けません >>> "
                        PRT-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  PRTMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  PRTMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  PRTMST
           PERFORM  7200-WRITE-TRAILER.

       2800-UNLOAD-CAPMST         SECTION.
      *          *** (駅定員マスタの退避) ***
           MOVE  9  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  CAPMST
           IF  CAP-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< CAPMST が開けません >>> "
                        CAP-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  CAPMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  CAPMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  CAPMST
           PERFORM  7200-WRITE-TRAILER.

       2900-UNLOAD-TBLPND         SECTION.
      *          *** (駅マスタ予約変更ファイルの退避) ***
           MOVE  10  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  TBLPND
           IF  PND-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< TBLPND が開けません >>> "
                        PND-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  TBLPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  TBLPND-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  TBLPND
           PERFORM  7200-WRITE-TRAILER.

       2950-UNLOAD-FARPND         SECTION.
      *          *** (運賃マスタ承認待ちファイルの退避) ***
           MOVE  11  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  FARPND
           IF  FPD-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< FARPND が開けません >>> "
                        FPD-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  FARPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  FARPND-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  FARPND
           PERFORM  7200-WRITE-TRAILER.

       2960-UNLOAD-ODACC          SECTION.
      *          *** (乗車区間月次累計ファイルの退避) ***
           MOVE  12  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  ODACC
           IF  ODA-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< ODACC が開けません >>> "
                        ODA-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  ODACC  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  ODACC-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  ODACC
           PERFORM  7200-WRITE-TRAILER.

       2970-UNLOAD-DISMST         SECTION.
      *          *** (輸送障害事象マスタの退避) ***
           MOVE  13  TO  WK-MS
           PERFORM  7000-WRITE-HEADER
           OPEN  INPUT  DISMST
           IF  DSR-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< DISMST が開けません >>> "
                        DSR-STATUS
               PERFORM  9000-ABEND
           END-IF
           MOVE  "N"  TO  MST-EOF-SW
           PERFORM  UNTIL  MST-EOF
               READ  DISMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  MST-EOF-SW
                   NOT AT END
                       MOVE  DISMST-REC  TO  BKP-DATA
                       PERFORM  7100-WRITE-DETAIL
               END-READ
           END-PERFORM
           CLOSE  DISMST
           PERFORM  7200-WRITE-TRAILER.

       3000-UPDATE-INDEX          SECTION.
      *          *** (世代索引の更新 ... 今回の世代を一覧の最後に加え、
      *              保持世代数を超えた分は業務日付の古い世代から
      *              削除する。今回の世代は削除の対象から外す) ***
           ADD   1             TO  GN-USED
           MOVE  WK-RUN-DATE   TO  GN-DATE (GN-USED)
           MOVE  WK-BKP-TS     TO  GN-TS (GN-USED)
           MOVE  WK-ALL-COUNT  TO  GN-COUNT (GN-USED)
           MOVE  WK-BKP-NAME   TO  GN-NAME (GN-USED)
           PERFORM  UNTIL  GN-USED  NOT  >  GN-KEEP
               MOVE  1  TO  WK-GEN
               PERFORM  VARYING  I  FROM  2  BY  1
                        UNTIL  I  NOT  <  GN-USED
                   IF  GN-DATE (I)  <  GN-DATE (WK-GEN)
                       MOVE  I  TO  WK-GEN
                   END-IF
               END-PERFORM
               PERFORM  3100-DELETE-GEN
           END-PERFORM
           MOVE  GN-NAME (GN-USED)  TO  WK-BKP-NAME
           OPEN  OUTPUT  MSTBKI
           IF  BKI-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< 世代索引が開けません >>> "
                        BKI-STATUS
               PERFORM  9000-ABEND
           END-IF
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  GN-USED
               MOVE  GN (I)  TO  MSTBKI-REC
               WRITE  MSTBKI-REC
               IF  BKI-STATUS  NOT  =  "00"
                   DISPLAY  "<<< 世代索引書込エラー >>> "
                            BKI-STATUS
                   PERFORM  9000-ABEND
               END-IF
           END-PERFORM
           CLOSE  MSTBKI.

       3100-DELETE-GEN            SECTION.
      *          *** (WK-GEN の世代の削除 ... ファイルを消して一覧を
      *              詰める。ファイルが既に無い場合もそのまま一覧
      *              から外す) ***
           MOVE  GN-NAME (WK-GEN)  TO  WK-BKP-NAME
           DELETE  FILE  MSTBKP
           IF  BKP-STATUS  =  "00"  OR  "05"  OR  "35"
               DISPLAY  "TBL076 削除した世代 = "  GN-DATE (WK-GEN)
                        " "  WK-BKP-NAME
           ELSE
               DISPLAY  "<<< 世代の削除に失敗 >>> "
                        WK-BKP-NAME  " "  BKP-STATUS
               PERFORM  9000-ABEND
           END-IF
           PERFORM  VARYING  I  FROM  WK-GEN  BY  1
                    UNTIL  I  NOT  <  GN-USED
               MOVE  GN (I + 1)  TO  GN (I)
           END-PERFORM
           SUBTRACT  1  FROM  GN-USED.

       7000-WRITE-HEADER          SECTION.
      *          *** (マスタ見出しの書出し) ***
           MOVE  SPACES           TO  MSTBKP-REC
           MOVE  MS-NAME (WK-MS)  TO  BKP-FILE
           MOVE  "H"              TO  BKP-TYPE
           MOVE  WK-RUN-DATE      TO  BKP-H-DATE
           MOVE  WK-BKP-TS        TO  BKP-H-TS
           PERFORM  8300-WRITE-GEN
           MOVE  ZERO  TO  WK-MS-COUNT  WK-MS-HASH.

       7100-WRITE-DETAIL          SECTION.
      *          *** (明細の書出し ... BKP-DATA にマスタのレコード
      *              イメージを置いて呼ぶ) ***
           MOVE  MS-NAME (WK-MS)  TO  BKP-FILE
           MOVE  "D"              TO  BKP-TYPE
           PERFORM  7300-ADD-HASH
           ADD  1  TO  WK-MS-COUNT
           PERFORM  8300-WRITE-GEN.

       7200-WRITE-TRAILER         SECTION.
      *          *** (マスタ後書きの書出し ... 明細件数とハッシュ
      *              合計) ***
           MOVE  SPACES           TO  MSTBKP-REC
           MOVE  MS-NAME (WK-MS)  TO  BKP-FILE
           MOVE  "T"              TO  BKP-TYPE
           MOVE  WK-MS-COUNT      TO  BKP-T-COUNT
           MOVE  WK-MS-HASH       TO  BKP-T-HASH
           PERFORM  8300-WRITE-GEN
           ADD  WK-MS-COUNT  TO  WK-ALL-COUNT
           ADD  WK-MS-HASH   TO  WK-ALL-HASH
           DISPLAY  "TBL076 "  MS-NAME (WK-MS)  " 件数 = "
                    WK-MS-COUNT  " ハッシュ = "  WK-MS-HASH.

       7300-ADD-HASH              SECTION.
      *          *** (キーのハッシュ加算 ... キーはどのマスタも
      *              レコードの先頭にあるため、先頭からキー長分の
      *              各バイトの文字コードに桁位置を掛けて足す) ***
           PERFORM  VARYING  J  FROM  1  BY  1
                    UNTIL  J  >  MS-KEYLEN (WK-MS)
               COMPUTE  WK-MS-HASH  =  WK-MS-HASH
                      +  FUNCTION ORD (BKP-DATA (J:1))  *  J
           END-PERFORM.

       8100-OPEN-GEN-OUTPUT       SECTION.
      *          *** (WK-BKP-NAME の退避ファイルを出力で開く ...
      *              同じ業務日付の再実行では前の内容は消える) ***
           OPEN  OUTPUT  MSTBKP
           IF  BKP-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< 退避ファイルが開けません >>> "
                        BKP-STATUS
               PERFORM  9000-ABEND
           END-IF.

       8300-WRITE-GEN             SECTION.
      *          *** (退避ファイルへ1件書く) ***
           WRITE  BKP-FD-REC  FROM  MSTBKP-REC
           IF  BKP-STATUS  NOT  =  "00"
               DISPLAY  "<<< 退避ファイル書込エラー >>> "
                        BKP-STATUS
               PERFORM  9000-ABEND
           END-IF.

       8400-CLOSE-GEN             SECTION.
      *          *** (退避ファイルを閉じる) ***
           CLOSE  MSTBKP.

       9000-ABEND                 SECTION.
      *          *** (異常終了 ... 書きかけの世代は世代索引に載らず
      *              TBL077 の復元対象にならない。実行管理は開始("S")
      *              のまま残り、同じ業務日付で再実行すれば作り直さ
      *              れる) ***
           DISPLAY  "<<< TBL076 異常終了 >>> "  WK-BKP-NAME
           MOVE  16  TO  RETURN-CODE
           STOP  RUN.
