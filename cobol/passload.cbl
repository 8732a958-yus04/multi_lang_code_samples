      ******************************************************************
      *    ( 定期券割引率マスタ  初期ロード )
      *    固定長テキスト(PASSRATE-SEED)を読み込み、
      *    定期券割引率マスタ索引ファイル(PRTMST)を作成する。
      *    割引率・換算回数の改定は TBL066(保守)を使う。
      *    このプログラムは初期構築／再構築専用。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL065.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 定期券割引率マスタ元データ(順編成) ***
           SELECT  SEED-FILE
               ASSIGN       TO  "cobol/data/passrate_seed.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  SEED-STATUS.
      *          *** 定期券割引率マスタ(索引ファイル) ***
           SELECT  PRTMST
               ASSIGN       TO  "cobol/data/PRTMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PRT-KEY OF PRTMST-REC
               FILE STATUS  IS  PRT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SEED-FILE
           LABEL RECORD IS STANDARD.
       COPY sprtrec REPLACING PRTMST-REC  BY SEED-REC
                              PRT-KEY     BY SEED-KEY
                              PRT-TYPE    BY SEED-TYPE
                              PRT-TERM    BY SEED-TERM
                              PRT-TRIPS   BY SEED-TRIPS
                              PRT-RATE    BY SEED-RATE.
       FD  PRTMST
           LABEL RECORD IS STANDARD.
       COPY sprtrec.
       WORKING-STORAGE            SECTION.
       01  SEED-STATUS            PIC X(02).
       01  PRT-STATUS             PIC X(02).
       01  SEED-EOF-SW            PIC X(01)   VALUE "N".
           88  SEED-EOF                       VALUE "Y".
       01  WK-COUNT               PIC 9(05)   VALUE ZERO.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           OPEN  INPUT   SEED-FILE
           OPEN  OUTPUT  PRTMST
           PERFORM  UNTIL  SEED-EOF
               READ  SEED-FILE
                   AT END
                       MOVE  "Y"  TO  SEED-EOF-SW
                   NOT AT END
                       MOVE  SEED-REC  TO  PRTMST-REC
                       WRITE  PRTMST-REC
                           INVALID KEY
                               DISPLAY  "<<< DUP KEY >>> "
                                        PRT-KEY OF PRTMST-REC
                       END-WRITE
                       ADD  1  TO  WK-COUNT
               END-READ
           END-PERFORM
           CLOSE  SEED-FILE
           CLOSE  PRTMST
           DISPLAY  "TBL065 ロード件数 = "  WK-COUNT
           STOP  RUN.
