      ******************************************************************
      *    ( 駅定員マスタ  初期ロード )
      *    固定長テキスト(CAPACITY-SEED)を読み込み、
      *    駅定員マスタ索引ファイル(CAPMST)を作成する。
      *    駅の改良工事などで定員が変わる場合は TBL072(保守)を使う。
      *    このプログラムは初期構築／再構築専用。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL071.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 駅定員マスタ元データ(順編成) ***
           SELECT  SEED-FILE
               ASSIGN       TO  "cobol/data/capacity_seed.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  SEED-STATUS.
      *          *** 駅定員マスタ(索引ファイル) ***
           SELECT  CAPMST
               ASSIGN       TO  "cobol/data/CAPMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  CAP-KEY OF CAPMST-REC
               FILE STATUS  IS  CAP-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SEED-FILE
           LABEL RECORD IS STANDARD.
       COPY scaprec REPLACING CAPMST-REC  BY SEED-REC
                              CAP-KEY     BY SEED-KEY
                              CAP-LINE    BY SEED-LINE
                              CAP-TBCD    BY SEED-TBCD
                              CAP-HOURCAP BY SEED-HOURCAP.
       FD  CAPMST
           LABEL RECORD IS STANDARD.
       COPY scaprec.
       WORKING-STORAGE            SECTION.
       01  SEED-STATUS            PIC X(02).
       01  CAP-STATUS             PIC X(02).
       01  SEED-EOF-SW            PIC X(01)   VALUE "N".
           88  SEED-EOF                       VALUE "Y".
       01  WK-COUNT               PIC 9(05)   VALUE ZERO.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           OPEN  INPUT   SEED-FILE
           OPEN  OUTPUT  CAPMST
           PERFORM  UNTIL  SEED-EOF
               READ  SEED-FILE
                   AT END
                       MOVE  "Y"  TO  SEED-EOF-SW
                   NOT AT END
                       MOVE  SEED-REC  TO  CAPMST-REC
                       WRITE  CAPMST-REC
                           INVALID KEY
                               DISPLAY  "<<< DUP KEY >>> "
                                        CAP-KEY OF CAPMST-REC
                       END-WRITE
                       ADD  1  TO  WK-COUNT
               END-READ
           END-PERFORM
           CLOSE  SEED-FILE
           CLOSE  CAPMST
           DISPLAY  "TBL071 ロード件数 = "  WK-COUNT
           STOP  RUN.
