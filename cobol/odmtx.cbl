      ******************************************************************
      *    ( 乗車区間(OD)表  月次 )
      *    OD 月次累計ファイル(ODACC ... TBL084 が夜間に加算)から
      *    指定年月の乗車駅×降車駅の人員を読み、次の3部を印刷する。
      *      第1部  駅間 OD 表 ... 行=乗車駅、列=降車駅の人員表。
      *             行計・列計・総計つき。132桁に収まるよう降車駅
      *             8駅ずつの帯に分けて印刷し、行計は最終帯に打つ
      *      第2部  人員上位区間 ... 人員の多い区間(乗車駅→降車駅)
      *             の上位 N 件(起動時に入力、空=10、最大50)
      *      第3部  路線間流動 ... 乗車路線と降車路線が異なる
      *             (中央線⇔総武線の相互乗車)人員と収入額、および
      *             月間総計に対する構成比
      *    収入額は TBL084 が TBL031 の FARE 機能(路線またがりは
      *    接続駅経由の通算運賃)で求めて累計した値を用いる。
      *    日々の OD ファイルは読み直さない。対象年月は起動時に
      *    入力する(企画部門の依頼時に随時実行)。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL085.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** OD 月次累計ファイル(索引ファイル) ***
           SELECT  ODACC
               ASSIGN       TO  "cobol/data/ODACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  ODA-KEY
               FILE STATUS  IS  ODA-STATUS.
      *          *** OD 表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/od_matrix_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ODACC
           LABEL RECORD IS STANDARD.
       COPY sodarec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(132).
       WORKING-STORAGE            SECTION.
       01  ODA-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  ODA-EOF-SW             PIC X(01)   VALUE "N".
           88  ODA-EOF                        VALUE "Y".
      *対象年月・上位件数入力領域 *****
       01  ACPT-YM.
           03  ACPT-YYYY          PIC 9(04).
           03  ACPT-MM            PIC 9(02).
       01  ACPT-TOPN              PIC X(02).
       01  WK-TOPN                PIC 9(02)   VALUE 10.
      *月間総計領域 *****
       01  WK-GRAND-PSGR          PIC 9(09)   VALUE ZERO.
       01  WK-GRAND-AMT           PIC 9(12)   VALUE ZERO.
       01  WK-CROSS-PSGR          PIC 9(09)   VALUE ZERO.
       01  WK-CROSS-AMT           PIC 9(12)   VALUE ZERO.
      ***** ( 当月の OD 累計を展開したテーブル ... あふれる場合は
      *       黙って切り詰めずエラー終了する ) *****
       01  OX-MAX                 PIC 9(05)   VALUE 20000.
       01  OX-TABLE.
           03  OX-CNT             PIC 9(05)   VALUE ZERO.
           03  OX  OCCURS 1 TO 20000 TIMES DEPENDING ON OX-CNT.
               05  OX-LINE1       PIC X(02).
               05  OX-TBCD1       PIC X(04).
               05  OX-LINE2       PIC X(02).
               05  OX-TBCD2       PIC X(04).
               05  OX-PSGR        PIC 9(08).
               05  OX-AMT         PIC 9(12).
      ***** ( 出現駅テーブル ... 乗車駅・降車駅のどちらかに現れた
      *       駅を路線+駅コード順に並べたもの。OD 表の行と列は
      *       同じ並びになる ) *****
       01  SX-MAX                 PIC 9(03)   VALUE 200.
       01  SX-TABLE.
           03  SX-CNT             PIC 9(03)   VALUE ZERO.
           03  SX  OCCURS 1 TO 200 TIMES DEPENDING ON SX-CNT.
               05  SX-KEY.
                   07  SX-LINE    PIC X(02).
                   07  SX-TBCD    PIC X(04).
               05  SX-TBNM        PIC X(18).
               05  SX-ROW-TOT     PIC 9(09).
               05  SX-COL-TOT     PIC 9(09).
      ***** ( OD 表本体 ... 行=乗車駅、列=降車駅の出現駅番号 ) *****
       01  MX-TABLE.
           03  MX-ROW  OCCURS 200 TIMES.
               05  MX-CELL        PIC 9(08)   OCCURS 200 TIMES.
      ***** ( 人員上位区間テーブル ... OX の行番号を人員の多い
      *       順に保持する ) *****
       01  TP-MAX                 PIC 9(02)   VALUE 50.
       01  TP-TABLE.
           03  TP-CNT             PIC 9(02)   VALUE ZERO.
           03  TP  OCCURS 1 TO 50 TIMES DEPENDING ON TP-CNT.
               05  TP-IDX         PIC 9(05).
      ***** ( 路線間流動テーブル ... 乗車路線+降車路線別 ) *****
       01  LP-MAX                 PIC 9(02)   VALUE 50.
       01  LP-TABLE.
           03  LP-CNT             PIC 9(02)   VALUE ZERO.
           03  LP  OCCURS 1 TO 50 TIMES DEPENDING ON LP-CNT.
               05  LP-LINE1       PIC X(02).
               05  LP-LINE2       PIC X(02).
               05  LP-PSGR        PIC 9(09).
               05  LP-AMT         PIC 9(12).
      *作業領域 *****
       01  I                      PIC 9(05).
       01  J                      PIC 9(05).
       01  K                      PIC 9(05).
       01  L                      PIC 9(05).
       01  N                      PIC 9(02).
       01  WK-O-IDX               PIC 9(03).
       01  WK-D-IDX               PIC 9(03).
       01  WK-BAND-FROM           PIC 9(03).
       01  WK-BAND-TO             PIC 9(03).
       01  WK-SX-KEY.
           03  WK-SX-LINE         PIC X(02).
           03  WK-SX-TBCD         PIC X(04).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  WK-POS-SW              PIC X(01).
           88  WK-POS                         VALUE "Y".
      *構成比算出領域 *****
       01  WK-FLOW-PSGR           PIC 9(09).
       01  WK-FLOW-AMT            PIC 9(12).
       01  WK-CALC-PART           PIC 9(12).
       01  WK-CALC-WHOLE          PIC 9(12).
       01  WK-PCT                 PIC 9(03)V9.
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(20)
                                   VALUE "乗車区間(OD)表".
           03  FILLER             PIC X(03)   VALUE "***".
           03  FILLER             PIC X(08)   VALUE "  対象".
           03  WK-H-YM            PIC X(06).
           03  FILLER             PIC X(91)   VALUE SPACES.
       01  WK-HEAD-P1.
           03  FILLER             PIC X(30)
               VALUE "【第1部 駅間 OD 表】".
           03  FILLER             PIC X(48)
               VALUE "(行=乗車駅  列=降車駅  単位:人)".
           03  FILLER             PIC X(54)   VALUE SPACES.
       01  WK-HEAD-P2.
           03  FILLER             PIC X(32)
               VALUE "【第2部 人員上位区間】".
           03  FILLER             PIC X(08)   VALUE "  上位".
           03  WK-H-TOPN          PIC Z9.
           03  FILLER             PIC X(03)   VALUE "件".
           03  FILLER             PIC X(87)   VALUE SPACES.
       01  WK-HEAD-P3.
           03  FILLER             PIC X(30)
               VALUE "【第3部 路線間流動】".
           03  FILLER             PIC X(48)
               VALUE "(乗車路線と降車路線が異なる乗車)".
           03  FILLER             PIC X(54)   VALUE SPACES.
      *第1部 帯見出し編集領域 *****
       01  WK-MH.
           03  FILLER             PIC X(27)
                                   VALUE "乗車駅 / 降車駅".
           03  WK-MH-CELL         PIC X(11)   OCCURS 8 TIMES.
           03  WK-MH-TOT          PIC X(13).
           03  FILLER             PIC X(04).
      *第1部 行編集領域(列計行も同じ形で打つ) *****
       01  WK-MR.
           03  WK-MR-LINE         PIC X(02).
           03  WK-MR-SEP          PIC X(01).
           03  WK-MR-TBCD         PIC X(04).
           03  FILLER             PIC X(01).
           03  WK-MR-TBNM         PIC X(18).
           03  FILLER             PIC X(01).
           03  WK-MR-COL          OCCURS 8 TIMES.
               05  FILLER         PIC X(01).
               05  WK-MR-CELL     PIC ZZ,ZZZ,ZZZ.
           03  FILLER             PIC X(02).
           03  WK-MR-TOT          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(04).
      *第2部 見出し・明細編集領域 *****
       01  WK-TH.
           03  FILLER             PIC X(06)   VALUE "順位".
           03  FILLER             PIC X(31)   VALUE "乗車駅".
           03  FILLER             PIC X(26)   VALUE "降車駅".
           03  FILLER             PIC X(11)   VALUE "     人員".
           03  FILLER             PIC X(16)
                                   VALUE "       収入額".
           03  FILLER             PIC X(09)   VALUE "人員比".
           03  FILLER             PIC X(33)   VALUE SPACES.
       01  WK-TD.
           03  WK-TD-RANK         PIC ZZ9.
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  WK-TD-LINE1        PIC X(02).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-TD-TBCD1        PIC X(04).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-TD-TBNM1        PIC X(18).
           03  FILLER             PIC X(05)   VALUE " → ".
           03  WK-TD-LINE2        PIC X(02).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-TD-TBCD2        PIC X(04).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-TD-TBNM2        PIC X(18).
           03  WK-TD-PSGR         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-TD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  WK-TD-PCT          PIC ZZ9.9.
           03  FILLER             PIC X(01)   VALUE "%".
           03  FILLER             PIC X(33)   VALUE SPACES.
      *第3部 見出し・明細編集領域 *****
       01  WK-LH.
           03  FILLER             PIC X(17)   VALUE "乗車路線".
           03  FILLER             PIC X(16)   VALUE "降車路線".
           03  FILLER             PIC X(11)   VALUE "     人員".
           03  FILLER             PIC X(16)
                                   VALUE "       収入額".
           03  FILLER             PIC X(09)   VALUE "人員比".
           03  FILLER             PIC X(09)   VALUE "収入比".
           03  FILLER             PIC X(54)   VALUE SPACES.
       01  WK-LD.
           03  WK-LD-NAMES.
               05  WK-LD-LN1      PIC X(12).
               05  WK-LD-ARROW    PIC X(05).
               05  WK-LD-LN2      PIC X(12).
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  WK-LD-PSGR         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-LD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  WK-LD-PPCT         PIC ZZ9.9.
           03  FILLER             PIC X(01)   VALUE "%".
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  WK-LD-APCT         PIC ZZ9.9.
           03  FILLER             PIC X(01)   VALUE "%".
           03  FILLER             PIC X(54)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "対象年月(YYYYMM)を入力"
           ACCEPT   ACPT-YM
           IF  ACPT-YM  IS  NOT  NUMERIC
               OR  ACPT-MM  <  01  OR  ACPT-MM  >  12
               DISPLAY  "<<< 対象年月誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           DISPLAY  "上位区間の件数(2桁 空=10 最大50)"
                    "を入力"
           ACCEPT   ACPT-TOPN
           IF  ACPT-TOPN  NOT  =  SPACES
               IF  ACPT-TOPN  IS  NUMERIC
                   AND  ACPT-TOPN  NOT  =  "00"
                   AND  ACPT-TOPN  NOT  >  "50"
                   THEN  MOVE  ACPT-TOPN  TO  WK-TOPN
                   ELSE  DISPLAY  "<<< 上位件数誤り >>> "
                                  "10 で実行します"
               END-IF
           END-IF
           PERFORM  1000-LOAD-MONTH
           DISPLAY  "TBL085 対象年月   = "  ACPT-YM
           DISPLAY  "TBL085 区間数     = "  OX-CNT
           DISPLAY  "TBL085 駅数       = "  SX-CNT
           PERFORM  2000-BUILD-MATRIX
           OPEN  OUTPUT  RPT-FILE
           MOVE  ACPT-YM   TO  WK-H-YM
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           IF  OX-CNT  =  ZERO
               MOVE  "  対象年月の OD 累計はありません"
                 TO  RPT-LINE
               WRITE  RPT-LINE
               CLOSE  RPT-FILE
               DISPLAY  "<<< 対象年月の OD 累計なし >>>"
               MOVE  4  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  3000-PRINT-MATRIX
           PERFORM  4000-PRINT-TOP-PAIRS
           PERFORM  5000-PRINT-LINE-FLOW
           CLOSE  RPT-FILE
           DISPLAY  "TBL085 人員合計   = "  WK-GRAND-PSGR
           DISPLAY  "TBL085 収入合計   = "  WK-GRAND-AMT
           STOP  RUN.

       1000-LOAD-MONTH            SECTION.
      *          *** (対象年月の先頭へ START で位置づけ、年月が
      *              変わるまで読んで区間テーブルと出現駅テーブル
      *              を作る ... キーは年月が先頭のため、他の月を
      *              読み飛ばさずに済む) ***
           OPEN  INPUT  ODACC
           IF  ODA-STATUS  NOT  =  "00"
               DISPLAY  "<<< OD 累計ファイルなし >>> "
                        ODA-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  LOW-VALUE  TO  ODA-KEY
           MOVE  ACPT-YM    TO  ODA-YM
           START  ODACC  KEY  NOT  <  ODA-KEY
               INVALID KEY
                   MOVE  "Y"  TO  ODA-EOF-SW
           END-START
           PERFORM  UNTIL  ODA-EOF
               READ  ODACC  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  ODA-EOF-SW
                   NOT AT END
                       IF  ODA-YM  NOT  =  ACPT-YM
                           THEN  MOVE  "Y"  TO  ODA-EOF-SW
                           ELSE  PERFORM  1100-ADD-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  ODACC.

       1100-ADD-PAIR              SECTION.
      *          *** (区間1件の展開 ... 上限超過は欠けた表を出さない
      *              よう即時異常終了する) ***
           IF  OX-CNT  >=  OX-MAX
               DISPLAY  "<<< 区間件数上限超過 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           ADD  1  TO  OX-CNT
           MOVE  ODA-LINE1  TO  OX-LINE1 (OX-CNT)
           MOVE  ODA-TBCD1  TO  OX-TBCD1 (OX-CNT)
           MOVE  ODA-LINE2  TO  OX-LINE2 (OX-CNT)
           MOVE  ODA-TBCD2  TO  OX-TBCD2 (OX-CNT)
           MOVE  ODA-CNT    TO  OX-PSGR (OX-CNT)
           MOVE  ODA-AMT    TO  OX-AMT (OX-CNT)
           MOVE  ODA-LINE1  TO  WK-SX-LINE
           MOVE  ODA-TBCD1  TO  WK-SX-TBCD
           PERFORM  1200-ADD-STATION
           MOVE  ODA-LINE2  TO  WK-SX-LINE
           MOVE  ODA-TBCD2  TO  WK-SX-TBCD
           PERFORM  1200-ADD-STATION.

       1200-ADD-STATION           SECTION.
      *          *** (出現駅テーブルへの登録 ... 路線+駅コード順の
      *              位置へ挿入し、後ろの駅を1つずつずらす) ***
           MOVE  "N"  TO  WK-HIT-SW
           MOVE  "N"  TO  WK-POS-SW
           PERFORM  VARYING  K  FROM  1  BY  1
                     UNTIL  K  >  SX-CNT  OR  WK-HIT  OR  WK-POS
               IF  SX-KEY (K)  =  WK-SX-KEY
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
               IF  SX-KEY (K)  >  WK-SX-KEY
                   MOVE  "Y"  TO  WK-POS-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               GO  TO  1200-EXIT
           END-IF
           IF  WK-POS
               SUBTRACT  1  FROM  K
           END-IF
           IF  SX-CNT  >=  SX-MAX
               DISPLAY  "<<< 駅数上限超過 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           ADD  1  TO  SX-CNT
           PERFORM  VARYING  J  FROM  SX-CNT  BY  -1
                     UNTIL  J  NOT  >  K
               MOVE  SX (J - 1)  TO  SX (J)
           END-PERFORM
           MOVE  WK-SX-KEY  TO  SX-KEY (K)
           MOVE  SPACES     TO  SX-TBNM (K)
           MOVE  ZERO       TO  SX-ROW-TOT (K)
           MOVE  ZERO       TO  SX-COL-TOT (K).

       1200-EXIT.
           EXIT.

       2000-BUILD-MATRIX          SECTION.
      *          *** (OD 表・行計・列計・月間総計の集計と、人員上位
      *              区間・路線間流動の抽出。駅名は TBL031 で一度
      *              だけ引いて出現駅テーブルに持つ) ***
           INITIALIZE  MX-TABLE
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  SX-CNT
               MOVE  "FIND"       TO  LK-FUNCTION
               MOVE  SX-LINE (K)  TO  LK-LINE
               MOVE  SX-TBCD (K)  TO  LK-TBCD
               CALL  "TBL031"  USING  TBL031-PARM
               IF  LK-NOT-FOUND
                   THEN  MOVE  "コード未登録"  TO  SX-TBNM (K)
                   ELSE  MOVE  LK-TBNM         TO  SX-TBNM (K)
               END-IF
           END-PERFORM
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  OX-CNT
               MOVE  OX-LINE1 (I)  TO  WK-SX-LINE
               MOVE  OX-TBCD1 (I)  TO  WK-SX-TBCD
               PERFORM  2100-FIND-STATION
               MOVE  K  TO  WK-O-IDX
               MOVE  OX-LINE2 (I)  TO  WK-SX-LINE
               MOVE  OX-TBCD2 (I)  TO  WK-SX-TBCD
               PERFORM  2100-FIND-STATION
               MOVE  K  TO  WK-D-IDX
               ADD  OX-PSGR (I)  TO  MX-CELL (WK-O-IDX WK-D-IDX)
               ADD  OX-PSGR (I)  TO  SX-ROW-TOT (WK-O-IDX)
               ADD  OX-PSGR (I)  TO  SX-COL-TOT (WK-D-IDX)
               ADD  OX-PSGR (I)  TO  WK-GRAND-PSGR
               ADD  OX-AMT (I)   TO  WK-GRAND-AMT
               PERFORM  2200-RANK-PAIR
               IF  OX-LINE1 (I)  NOT  =  OX-LINE2 (I)
                   PERFORM  2300-ADD-LINE-FLOW
               END-IF
           END-PERFORM.

       2100-FIND-STATION          SECTION.
      *          *** (出現駅番号の検索 ... 登録済みの駅のため必ず
      *              見つかる) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  K  FROM  1  BY  1
                     UNTIL  K  >  SX-CNT  OR  WK-HIT
               IF  SX-KEY (K)  =  WK-SX-KEY
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           SUBTRACT  1  FROM  K.

       2200-RANK-PAIR             SECTION.
      *          *** (人員上位区間への挿入 ... 人員の少ない区間が
      *              現れた位置へ入れ、後ろを1つずつずらす。同数の
      *              場合は先に読んだ(キー順の若い)区間を上位とし、
      *              上位件数を超えた末尾は落とす) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  K  FROM  1  BY  1
                     UNTIL  K  >  TP-CNT  OR  WK-HIT
               MOVE  TP-IDX (K)  TO  L
               IF  OX-PSGR (L)  <  OX-PSGR (I)
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               SUBTRACT  1  FROM  K
           END-IF
           IF  K  >  WK-TOPN
               GO  TO  2200-EXIT
           END-IF
           IF  TP-CNT  <  WK-TOPN
               ADD  1  TO  TP-CNT
           END-IF
           PERFORM  VARYING  J  FROM  TP-CNT  BY  -1
                     UNTIL  J  NOT  >  K
               MOVE  TP-IDX (J - 1)  TO  TP-IDX (J)
           END-PERFORM
           MOVE  I  TO  TP-IDX (K).

       2200-EXIT.
           EXIT.

       2300-ADD-LINE-FLOW         SECTION.
      *          *** (路線間流動テーブルへの加算 ... 乗車路線+降車
      *              路線の組ごとに人員と収入額を集める) ***
           ADD  OX-PSGR (I)  TO  WK-CROSS-PSGR
           ADD  OX-AMT (I)   TO  WK-CROSS-AMT
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  J  FROM  1  BY  1
                     UNTIL  J  >  LP-CNT  OR  WK-HIT
               IF  LP-LINE1 (J)  =  OX-LINE1 (I)
                   AND  LP-LINE2 (J)  =  OX-LINE2 (I)
                   MOVE  "Y"  TO  WK-HIT-SW
                   ADD  OX-PSGR (I)  TO  LP-PSGR (J)
                   ADD  OX-AMT (I)   TO  LP-AMT (J)
               END-IF
           END-PERFORM
           IF  NOT  WK-HIT
               IF  LP-CNT  >=  LP-MAX
                   DISPLAY  "<<< 路線組数上限超過 >>>"
                   MOVE  16  TO  RETURN-CODE
                   STOP  RUN
               END-IF
               ADD  1  TO  LP-CNT
               MOVE  OX-LINE1 (I)  TO  LP-LINE1 (LP-CNT)
               MOVE  OX-LINE2 (I)  TO  LP-LINE2 (LP-CNT)
               MOVE  OX-PSGR (I)   TO  LP-PSGR (LP-CNT)
               MOVE  OX-AMT (I)    TO  LP-AMT (LP-CNT)
           END-IF.

       3000-PRINT-MATRIX          SECTION.
      *          *** (第1部 ... 降車駅を8駅ずつの帯に分け、帯ごとに
      *              見出し・全乗車駅の行・列計行を打つ) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P1  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  WK-BAND-FROM  FROM  1  BY  8
                     UNTIL  WK-BAND-FROM  >  SX-CNT
               COMPUTE  WK-BAND-TO  =  WK-BAND-FROM  +  7
               IF  WK-BAND-TO  >  SX-CNT
                   MOVE  SX-CNT  TO  WK-BAND-TO
               END-IF
               PERFORM  3100-PRINT-BAND-HEAD
               PERFORM  VARYING  I  FROM  1  BY  1
                         UNTIL  I  >  SX-CNT
                   PERFORM  3200-PRINT-BAND-ROW
               END-PERFORM
               PERFORM  3300-PRINT-BAND-TOTAL
           END-PERFORM.

       3100-PRINT-BAND-HEAD       SECTION.
      *          *** (帯の見出し ... 列ごとに降車駅の路線-駅コード。
      *              行計欄の見出しは最終帯にだけ打つ) ***
           MOVE  SPACES  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  SPACES  TO  WK-MH-TOT
           MOVE  ZERO    TO  N
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  8
               MOVE  SPACES  TO  WK-MH-CELL (J)
           END-PERFORM
           PERFORM  VARYING  J  FROM  WK-BAND-FROM  BY  1
                     UNTIL  J  >  WK-BAND-TO
               ADD  1  TO  N
               STRING  "    "  SX-LINE (J)  "-"  SX-TBCD (J)
                   DELIMITED BY SIZE  INTO  WK-MH-CELL (N)
           END-PERFORM
           IF  WK-BAND-TO  =  SX-CNT
               MOVE  "       行計"  TO  WK-MH-TOT
           END-IF
           MOVE  WK-MH   TO  RPT-LINE
           WRITE  RPT-LINE.

       3200-PRINT-BAND-ROW        SECTION.
      *          *** (乗車駅1行分 ... 人員0の区間は空欄で打つ) ***
           MOVE  SPACES       TO  WK-MR
           MOVE  SX-LINE (I)  TO  WK-MR-LINE
           MOVE  "-"          TO  WK-MR-SEP
           MOVE  SX-TBCD (I)  TO  WK-MR-TBCD
           MOVE  SX-TBNM (I)  TO  WK-MR-TBNM
           MOVE  ZERO  TO  N
           PERFORM  VARYING  J  FROM  WK-BAND-FROM  BY  1
                     UNTIL  J  >  WK-BAND-TO
               ADD  1  TO  N
               MOVE  MX-CELL (I J)  TO  WK-MR-CELL (N)
           END-PERFORM
           IF  WK-BAND-TO  =  SX-CNT
               MOVE  SX-ROW-TOT (I)  TO  WK-MR-TOT
           END-IF
           MOVE  WK-MR  TO  RPT-LINE
           WRITE  RPT-LINE.

       3300-PRINT-BAND-TOTAL      SECTION.
      *          *** (列計行 ... 最終帯では行計欄に月間総計を打つ) ***
           MOVE  SPACES     TO  WK-MR
           MOVE  "** 列計"  TO  WK-MR-TBNM
           MOVE  ZERO  TO  N
           PERFORM  VARYING  J  FROM  WK-BAND-FROM  BY  1
                     UNTIL  J  >  WK-BAND-TO
               ADD  1  TO  N
               MOVE  SX-COL-TOT (J)  TO  WK-MR-CELL (N)
           END-PERFORM
           IF  WK-BAND-TO  =  SX-CNT
               MOVE  WK-GRAND-PSGR  TO  WK-MR-TOT
           END-IF
           MOVE  WK-MR  TO  RPT-LINE
           WRITE  RPT-LINE.

       4000-PRINT-TOP-PAIRS       SECTION.
      *          *** (第2部 ... 人員上位区間を順位つきで打つ。人員比
      *              は月間総人員に対する割合) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-TOPN     TO  WK-H-TOPN
           MOVE  WK-HEAD-P2  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-TH       TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  N  FROM  1  BY  1  UNTIL  N  >  TP-CNT
               MOVE  TP-IDX (N)    TO  L
               MOVE  N             TO  WK-TD-RANK
               MOVE  OX-LINE1 (L)  TO  WK-TD-LINE1
               MOVE  OX-TBCD1 (L)  TO  WK-TD-TBCD1
               MOVE  OX-LINE1 (L)  TO  WK-SX-LINE
               MOVE  OX-TBCD1 (L)  TO  WK-SX-TBCD
               PERFORM  2100-FIND-STATION
               MOVE  SX-TBNM (K)   TO  WK-TD-TBNM1
               MOVE  OX-LINE2 (L)  TO  WK-TD-LINE2
               MOVE  OX-TBCD2 (L)  TO  WK-TD-TBCD2
               MOVE  OX-LINE2 (L)  TO  WK-SX-LINE
               MOVE  OX-TBCD2 (L)  TO  WK-SX-TBCD
               PERFORM  2100-FIND-STATION
               MOVE  SX-TBNM (K)   TO  WK-TD-TBNM2
               MOVE  OX-PSGR (L)   TO  WK-TD-PSGR
               MOVE  OX-AMT (L)    TO  WK-TD-AMT
               MOVE  OX-PSGR (L)   TO  WK-CALC-PART
               MOVE  WK-GRAND-PSGR TO  WK-CALC-WHOLE
               PERFORM  7000-EDIT-PCT
               MOVE  WK-PCT        TO  WK-TD-PCT
               MOVE  WK-TD         TO  RPT-LINE
               WRITE  RPT-LINE
           END-PERFORM.

       5000-PRINT-LINE-FLOW       SECTION.
      *          *** (第3部 ... 乗車路線+降車路線の組ごとの人員・
      *              収入額と、月間総計に対する構成比。最後に路線間
      *              流動の計と月間総計を打つ) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P3  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-LH       TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  LP-CNT
               MOVE  LP-LINE1 (J)  TO  LK-LN-LINE
               PERFORM  5100-GET-LINE-NAME
               MOVE  LK-LN-NAME    TO  WK-LD-LN1
               MOVE  " → "         TO  WK-LD-ARROW
               MOVE  LP-LINE2 (J)  TO  LK-LN-LINE
               PERFORM  5100-GET-LINE-NAME
               MOVE  LK-LN-NAME    TO  WK-LD-LN2
               MOVE  LP-PSGR (J)   TO  WK-FLOW-PSGR
               MOVE  LP-AMT (J)    TO  WK-FLOW-AMT
               PERFORM  5200-PRINT-FLOW-LINE
           END-PERFORM
           MOVE  "** 路線間流動 計"  TO  WK-LD-NAMES
           MOVE  WK-CROSS-PSGR     TO  WK-FLOW-PSGR
           MOVE  WK-CROSS-AMT      TO  WK-FLOW-AMT
           PERFORM  5200-PRINT-FLOW-LINE
           MOVE  "** 月間総計"       TO  WK-LD-NAMES
           MOVE  WK-GRAND-PSGR     TO  WK-FLOW-PSGR
           MOVE  WK-GRAND-AMT      TO  WK-FLOW-AMT
           PERFORM  5200-PRINT-FLOW-LINE.

       5100-GET-LINE-NAME         SECTION.
      *          *** (路線名は TBL048 で引く ... 未登録の場合は路線
      *              コードのまま表示する) ***
           MOVE  LK-LN-LINE  TO  WK-SX-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NAME  =  SPACES
               MOVE  WK-SX-LINE  TO  LK-LN-NAME
           END-IF.

       5200-PRINT-FLOW-LINE       SECTION.
      *          *** (人員・収入額と月間総計に対する人員比・収入比
      *              を編集して1行打つ) ***
           MOVE  WK-FLOW-PSGR   TO  WK-LD-PSGR
           MOVE  WK-FLOW-AMT    TO  WK-LD-AMT
           MOVE  WK-FLOW-PSGR   TO  WK-CALC-PART
           MOVE  WK-GRAND-PSGR  TO  WK-CALC-WHOLE
           PERFORM  7000-EDIT-PCT
           MOVE  WK-PCT         TO  WK-LD-PPCT
           MOVE  WK-FLOW-AMT    TO  WK-CALC-PART
           MOVE  WK-GRAND-AMT   TO  WK-CALC-WHOLE
           PERFORM  7000-EDIT-PCT
           MOVE  WK-PCT         TO  WK-LD-APCT
           MOVE  WK-LD          TO  RPT-LINE
           WRITE  RPT-LINE.

       7000-EDIT-PCT              SECTION.
      *          *** (構成比の算出 ... 全体が0の場合は0%とする) ***
           IF  WK-CALC-WHOLE  =  ZERO
               THEN  MOVE  ZERO  TO  WK-PCT
               ELSE  COMPUTE  WK-PCT  ROUNDED  =
                         WK-CALC-PART  *  100  /  WK-CALC-WHOLE
           END-IF.
