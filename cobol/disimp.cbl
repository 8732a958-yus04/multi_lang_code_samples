      ******************************************************************
      *    ( 輸送障害  影響人員・減収見込表 )
      *    輸送障害事象マスタ(DISMST ... TBL086 で保守)から指定の
      *    年月(または1日)の事象を読み、影響区間(同一路線の起点駅
      *    ～終点駅、駅コード順で両端を含む)の各駅について、障害
      *    当日の乗降人員と同月の同じ日種別の1日平均を比べる。
      *      ・1日平均は TBL061(日種別平均)と同じ方法で履歴アーカ
      *        イブ(ridership_hist.dat)から求める ... 平日／土休日
      *        (土曜 S・日祝 H)の別は TBL060、訂正レコード(srharec)
      *        は人員だけを加減算し日数に数えない。ただし当該駅が
      *        障害を受けた日は平均から除く(平均を引き下げないため)
      *      ・減少人員 = 1日平均 - 当日実績 (増えた場合はゼロ)
      *      ・減収見込 = 減少人員 × 基準駅(新宿 01-1001)から当該駅
      *        までの TBL031 運賃 (TBL041 の推定収入と同じ考え方)
      *      ・当日の実績が履歴に無い駅(夜間未処理の日付など)と、
      *        同日の先の事象と重なる駅は減少人員に含めない
      *      ・発生日(1日)を指定した場合も、平均から除く障害日を
      *        月の集計と揃えるため同月の全事象を読み込み、印刷と
      *        集計はその日の事象だけに絞る
      *    事象別の明細・事象計と、原因別の件数・減少人員・減収見込
      *    と総合計を印刷する。安全・補償部門が事故報告ごとに手計算
      *    していた数字を置き換えるもの。対象は起動時に入力する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL087.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 輸送障害事象マスタ(索引ファイル) ***
           SELECT  OPTIONAL  DISMST
               ASSIGN       TO  "cobol/data/DISMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  DSR-KEY
               FILE STATUS  IS  DSR-STATUS.
      *          *** 駅マスタ(索引ファイル) ***
           SELECT  TBLMST
               ASSIGN       TO  "cobol/data/TBLMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 履歴アーカイブ(TBL038 出力、順編成) ***
           SELECT  HIS-FILE
               ASSIGN       TO  "cobol/data/ridership_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  HIS-STATUS.
      *          *** 影響人員・減収見込表(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/disruption_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  DISMST
           LABEL RECORD IS STANDARD.
       COPY sdsrrec.
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY srdrec.
       COPY srharec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(132).
       WORKING-STORAGE            SECTION.
       01  DSR-STATUS             PIC X(02).
       01  TBM-STATUS             PIC X(02).
       01  HIS-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  DSR-EOF-SW             PIC X(01)   VALUE "N".
           88  DSR-EOF                        VALUE "Y".
       01  TBM-EOF-SW             PIC X(01)   VALUE "N".
           88  TBM-EOF                        VALUE "Y".
       01  HIS-EOF-SW             PIC X(01)   VALUE "N".
           88  HIS-EOF                        VALUE "Y".
      *対象入力領域 (年月、または年月日) *****
       01  ACPT-TGT.
           03  ACPT-YM.
               05  ACPT-YYYY      PIC 9(04).
               05  ACPT-MM        PIC 9(02).
           03  ACPT-DD            PIC X(02).
      *運賃計算の基準駅 (新宿) *****
       01  WK-BASE-LINE           PIC X(02)   VALUE "01".
       01  WK-BASE-TBCD           PIC X(04)   VALUE "1001".
      *制御合計領域 *****
       01  WK-HIS-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-PRT-EV-COUNT        PIC 9(03)   VALUE ZERO.
       01  WK-PRT-AF-COUNT        PIC 9(05)   VALUE ZERO.
       01  WK-GRAND-LOST          PIC 9(09)   VALUE ZERO.
       01  WK-GRAND-AMT           PIC 9(12)   VALUE ZERO.
       01  WK-EV-LOST             PIC 9(09).
       01  WK-EV-AMT              PIC 9(12).
      ***** ( 原因の印刷順と名称 (TBL086 の入力体系) ) *****
       01  CZ-TABLE-DEF.
           03  FILLER             PIC X(22)
                                   VALUE "1車両故障".
           03  FILLER             PIC X(22)
                                   VALUE "2信号・設備故障".
           03  FILLER             PIC X(22)
                                   VALUE "3人身事故".
           03  FILLER             PIC X(22)
                                   VALUE "4気象災害".
           03  FILLER             PIC X(22)
                                   VALUE "5地震".
           03  FILLER             PIC X(22)
                                   VALUE "6駅構内の事故".
           03  FILLER             PIC X(22)
                                   VALUE "9その他".
       01  CZ-TABLE  REDEFINES  CZ-TABLE-DEF.
           03  CZ  OCCURS 7 TIMES.
               05  CZ-CODE        PIC X(01).
               05  CZ-NAME        PIC X(21).
       01  CZ-MAX                 PIC 9(02)   VALUE 7.
      ***** ( 原因別集計 (CZ と同じ並び) ) *****
       01  CS-TABLE.
           03  CS  OCCURS 7 TIMES.
               05  CS-EVENTS      PIC 9(05).
               05  CS-LOST        PIC 9(09).
               05  CS-AMT         PIC 9(12).
      ***** ( 駅マスタを展開したテーブル ... 影響区間の駅を
      *       駅コード順に拾うために使う ) *****
       01  ST-MAX                 PIC 9(05)   VALUE 5000.
       01  ST-TABLE.
           03  ST-CNT             PIC 9(05)   VALUE ZERO.
           03  ST  OCCURS 1 TO 5000 TIMES DEPENDING ON ST-CNT.
               05  ST-LINE        PIC X(02).
               05  ST-TBCD        PIC X(04).
               05  ST-TBNM        PIC X(18).
      ***** ( 対象期間の事象テーブル ) *****
       01  EV-MAX                 PIC 9(03)   VALUE 500.
       01  EV-TABLE.
           03  EV-CNT             PIC 9(03)   VALUE ZERO.
           03  EV  OCCURS 1 TO 500 TIMES DEPENDING ON EV-CNT.
               05  EV-DATE        PIC X(08).
               05  EV-SEQ         PIC 9(02).
               05  EV-LINE        PIC X(02).
               05  EV-FROM-TBCD   PIC X(04).
               05  EV-TO-TBCD     PIC X(04).
               05  EV-START-TIME  PIC X(04).
               05  EV-END-TIME    PIC X(04).
               05  EV-CAUSE       PIC X(01).
               05  EV-NOTE        PIC X(30).
      *              *** 日種別 (W=平日 H=土休日) ***
               05  EV-DAYTYPE     PIC X(01).
      *              *** 印刷対象 (Y=対象日の事象) ***
               05  EV-PRINT-SW    PIC X(01).
                   88  EV-PRINT               VALUE "Y".
      ***** ( 影響駅テーブル ... 事象ごとの影響区間の駅 ) *****
       01  AF-MAX                 PIC 9(05)   VALUE 5000.
       01  AF-TABLE.
           03  AF-CNT             PIC 9(05)   VALUE ZERO.
           03  AF  OCCURS 1 TO 5000 TIMES DEPENDING ON AF-CNT.
               05  AF-EV          PIC 9(03).
               05  AF-DATE        PIC X(08).
               05  AF-LINE        PIC X(02).
               05  AF-TBCD        PIC X(04).
               05  AF-TBNM        PIC X(18).
      *              *** 当日実績人員 ***
               05  AF-ACT         PIC 9(08).
      *              *** 当日実績あり (Y=履歴に通常の明細あり) ***
               05  AF-FOUND-SW    PIC X(01).
                   88  AF-FOUND               VALUE "Y".
      *              *** 同日の先の事象と重複 (Y=重複) ***
               05  AF-DUP-SW      PIC X(01).
                   88  AF-DUP                 VALUE "Y".
      ***** ( 影響駅の日種別集計テーブル ... 障害を受けた日を
      *       除いた平日／土休日の累計人員と日数 ) *****
       01  DT-MAX                 PIC 9(05)   VALUE 5000.
       01  DT-TABLE.
           03  DT-CNT             PIC 9(05)   VALUE ZERO.
           03  DT  OCCURS 1 TO 5000 TIMES DEPENDING ON DT-CNT.
               05  DT-LINE        PIC X(02).
               05  DT-TBCD        PIC X(04).
               05  DT-WD-TOTAL    PIC 9(10).
               05  DT-WD-DAYS     PIC 9(04).
               05  DT-HD-TOTAL    PIC 9(10).
               05  DT-HD-DAYS     PIC 9(04).
      *作業領域 *****
       01  E                      PIC 9(03).
       01  I                      PIC 9(05).
       01  J                      PIC 9(05).
       01  K                      PIC 9(05).
       01  C                      PIC 9(02).
       01  WK-LOW-TBCD            PIC X(04).
       01  WK-HIGH-TBCD           PIC X(04).
      *日種別集計テーブル検索キー *****
       01  WK-DT-LINE             PIC X(02).
       01  WK-DT-TBCD             PIC X(04).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
       01  WK-AF-HIT-SW           PIC X(01).
           88  WK-AF-HIT                      VALUE "Y".
      *減少人員算出領域 *****
       01  WK-BASE-TOTAL          PIC 9(10).
       01  WK-BASE-DAYS           PIC 9(04).
       01  WK-AVG                 PIC 9(08).
       01  WK-LOST                PIC 9(08).
       01  WK-LOST-AMT            PIC 9(12).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *TBL060 呼び出しパラメータ *****
       COPY scacall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(44)
               VALUE "輸送障害 影響人員・減収見込表".
           03  FILLER             PIC X(03)   VALUE "***".
           03  FILLER             PIC X(08)   VALUE "  対象".
           03  WK-H-TGT           PIC X(08).
           03  FILLER             PIC X(65)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(39)
               VALUE "(平均=同月同日種別の1日平均".
           03  FILLER             PIC X(21)
               VALUE " 障害日を除く)".
           03  FILLER             PIC X(46)
               VALUE "(減収=減少人員×新宿からの運賃)".
           03  FILLER             PIC X(26)   VALUE SPACES.
       01  WK-HEAD-P1.
           03  FILLER             PIC X(21)
               VALUE "【第1部 事象別 ".
           03  FILLER             PIC X(31)
               VALUE "影響人員・減収見込】".
           03  FILLER             PIC X(80)   VALUE SPACES.
       01  WK-HEAD-P2.
           03  FILLER             PIC X(30)
               VALUE "【第2部 原因別集計】".
           03  FILLER             PIC X(102)  VALUE SPACES.
      *事象見出し編集領域 *****
       01  WK-EH1.
           03  FILLER             PIC X(07)   VALUE "事象 ".
           03  WK-EH-DATE         PIC X(08).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-EH-SEQ          PIC 9(02).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-EH-LNNM         PIC X(12).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  WK-EH-FROM         PIC X(18).
           03  FILLER             PIC X(03)   VALUE "～".
           03  WK-EH-TO           PIC X(18).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-EH-START-HH     PIC X(02).
           03  FILLER             PIC X(01)   VALUE ":".
           03  WK-EH-START-MM     PIC X(02).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-EH-END-HH       PIC X(02).
           03  FILLER             PIC X(01)   VALUE ":".
           03  WK-EH-END-MM       PIC X(02).
           03  FILLER             PIC X(47)   VALUE SPACES.
       01  WK-EH2.
           03  FILLER             PIC X(07)   VALUE SPACES.
           03  FILLER             PIC X(07)   VALUE "原因:".
           03  WK-EH-CAUSE        PIC X(21).
           03  FILLER             PIC X(01)   VALUE SPACES.
           03  FILLER             PIC X(10)   VALUE "日種別:".
           03  WK-EH-DAYTYPE      PIC X(09).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(07)   VALUE "摘要:".
           03  WK-EH-NOTE         PIC X(30).
           03  FILLER             PIC X(38)   VALUE SPACES.
      *駅明細見出し編集領域 *****
       01  WK-SH.
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  FILLER             PIC X(27)
                                   VALUE "駅コード  駅名".
           03  FILLER             PIC X(11)   VALUE "     平均".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(11)   VALUE "     実績".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(11)   VALUE "     減少".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(14)   VALUE "  減収見込".
           03  FILLER             PIC X(03)   VALUE SPACES.
           03  FILLER             PIC X(24)   VALUE "備考".
           03  FILLER             PIC X(21)   VALUE SPACES.
      *駅明細・事象計編集領域 (行ごとに SPACES で初期化する) *****
       01  WK-SD.
           03  FILLER             PIC X(04).
           03  WK-SD-LINE         PIC X(02).
           03  WK-SD-SEP          PIC X(01).
           03  WK-SD-TBCD         PIC X(04).
           03  FILLER             PIC X(02).
           03  WK-SD-TBNM         PIC X(18).
           03  WK-SD-AVG          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02).
           03  WK-SD-ACT          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02).
           03  WK-SD-LOST         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02).
           03  WK-SD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(03).
           03  WK-SD-RMK          PIC X(30).
           03  FILLER             PIC X(15).
      *原因別集計編集領域 *****
       01  WK-CH.
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  FILLER             PIC X(23)   VALUE "原因".
           03  FILLER             PIC X(07)   VALUE " 件数".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(11)   VALUE "     減少".
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  FILLER             PIC X(14)   VALUE "  減収見込".
           03  FILLER             PIC X(69)   VALUE SPACES.
       01  WK-CD.
           03  FILLER             PIC X(04)   VALUE SPACES.
           03  WK-CD-NAME         PIC X(21).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-CD-EVENTS       PIC ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-CD-LOST         PIC ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-CD-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(69)   VALUE SPACES.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "対象年月(YYYYMM)または"
                    "発生日(YYYYMMDD)を入力"
           ACCEPT   ACPT-TGT
           IF  ACPT-YM  IS  NOT  NUMERIC
               OR  ACPT-MM  <  01  OR  ACPT-MM  >  12
               DISPLAY  "<<< 対象誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           IF  ACPT-DD  NOT  =  SPACES  AND  ACPT-DD  IS  NOT  NUMERIC
               DISPLAY  "<<< 対象誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           INITIALIZE  CS-TABLE
           PERFORM  1000-LOAD-STATIONS
           PERFORM  2000-LOAD-EVENTS
           PERFORM  3000-READ-HISTORY
           OPEN  OUTPUT  RPT-FILE
           MOVE  ACPT-TGT  TO  WK-H-TGT
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           IF  WK-PRT-EV-COUNT  =  ZERO
               MOVE  "  対象期間の輸送障害はありません"
                 TO  RPT-LINE
               WRITE  RPT-LINE
           ELSE
               PERFORM  4000-PRINT-EVENTS
               PERFORM  5000-PRINT-CAUSES
           END-IF
           CLOSE  RPT-FILE
           DISPLAY  "TBL087 事象件数   = "  WK-PRT-EV-COUNT
           DISPLAY  "TBL087 影響駅数   = "  WK-PRT-AF-COUNT
           DISPLAY  "TBL087 履歴件数   = "  WK-HIS-COUNT
           DISPLAY  "TBL087 減少人員計 = "  WK-GRAND-LOST
           DISPLAY  "TBL087 減収見込計 = "  WK-GRAND-AMT
           STOP  RUN.

       1000-LOAD-STATIONS         SECTION.
      *          *** (駅マスタをキー(路線+駅コード)順に展開する) ***
           OPEN  INPUT  TBLMST
           IF  TBM-STATUS  NOT  =  "00"
               DISPLAY  "<<< 駅マスタが開けません >>> "
                        TBM-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  TBM-EOF
               READ  TBLMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  TBM-EOF-SW
                   NOT AT END
                       IF  ST-CNT  >=  ST-MAX
                           DISPLAY  "<<< 駅数上限超過 >>>"
                           MOVE  16  TO  RETURN-CODE
                           STOP  RUN
                       END-IF
                       ADD  1  TO  ST-CNT
                       MOVE  TBM-LINE  TO  ST-LINE (ST-CNT)
                       MOVE  TBM-TBCD  TO  ST-TBCD (ST-CNT)
                       MOVE  TBM-TBNM  TO  ST-TBNM (ST-CNT)
               END-READ
           END-PERFORM
           CLOSE  TBLMST.

       2000-LOAD-EVENTS           SECTION.
      *          *** (対象の年月(日)の先頭へ START で位置づけ、範囲を
      *              外れるまで事象を読む。発生日指定でも障害日を
      *              平均から除くために同月の全事象を読む。事象
      *              マスタが未作成の場合は事象なしとなる) ***
           OPEN  INPUT  DISMST
           IF  DSR-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< 事象マスタが開けません >>> "
                        DSR-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  LOW-VALUE  TO  DSR-KEY
           MOVE  ACPT-YM    TO  DSR-DATE (1:6)
           START  DISMST  KEY  NOT  <  DSR-KEY
               INVALID KEY
                   MOVE  "Y"  TO  DSR-EOF-SW
           END-START
           PERFORM  UNTIL  DSR-EOF
               READ  DISMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  DSR-EOF-SW
                   NOT AT END
                       IF  DSR-DATE (1:6)  NOT  =  ACPT-YM
                           THEN  MOVE  "Y"  TO  DSR-EOF-SW
                           ELSE  PERFORM  2100-ADD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  DISMST.

       2100-ADD-EVENT             SECTION.
      *          *** (事象1件の展開 ... 日種別を TBL060 で引き(土曜・
      *              日祝は土休日、カレンダ未登録は平日)、影響区間
      *              の駅を拾う) ***
           IF  EV-CNT  >=  EV-MAX
               DISPLAY  "<<< 事象件数上限超過 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           ADD  1  TO  EV-CNT
           MOVE  EV-CNT          TO  E
           MOVE  DSR-DATE        TO  EV-DATE (E)
           MOVE  DSR-SEQ         TO  EV-SEQ (E)
           MOVE  DSR-LINE        TO  EV-LINE (E)
           MOVE  DSR-FROM-TBCD   TO  EV-FROM-TBCD (E)
           MOVE  DSR-TO-TBCD     TO  EV-TO-TBCD (E)
           MOVE  DSR-START-TIME  TO  EV-START-TIME (E)
           MOVE  DSR-END-TIME    TO  EV-END-TIME (E)
           MOVE  DSR-CAUSE       TO  EV-CAUSE (E)
           MOVE  DSR-NOTE        TO  EV-NOTE (E)
           IF  ACPT-DD  =  SPACES  OR  DSR-DATE  =  ACPT-TGT
               MOVE  "Y"  TO  EV-PRINT-SW (E)
               ADD   1    TO  WK-PRT-EV-COUNT
           ELSE
               MOVE  "N"  TO  EV-PRINT-SW (E)
           END-IF
           MOVE  DSR-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-DAYTYPE  =  "S"  OR  "H"
               THEN  MOVE  "H"  TO  EV-DAYTYPE (E)
               ELSE  MOVE  "W"  TO  EV-DAYTYPE (E)
           END-IF
      *          *** (区間の両端は起点・終点のどちらが若いコードでも
      *              よい) ***
           IF  DSR-FROM-TBCD  >  DSR-TO-TBCD
               MOVE  DSR-TO-TBCD    TO  WK-LOW-TBCD
               MOVE  DSR-FROM-TBCD  TO  WK-HIGH-TBCD
           ELSE
               MOVE  DSR-FROM-TBCD  TO  WK-LOW-TBCD
               MOVE  DSR-TO-TBCD    TO  WK-HIGH-TBCD
           END-IF
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  ST-CNT
               IF  ST-LINE (I)  =  DSR-LINE
                   AND  ST-TBCD (I)  NOT  <  WK-LOW-TBCD
                   AND  ST-TBCD (I)  NOT  >  WK-HIGH-TBCD
                   PERFORM  2200-ADD-AFFECTED
               END-IF
           END-PERFORM.

       2200-ADD-AFFECTED          SECTION.
      *          *** (影響駅1件の登録 ... 同日の先の事象に同じ駅が
      *              あれば重複印をつける。日種別集計テーブルにも
      *              駅を登録しておく) ***
           IF  AF-CNT  >=  AF-MAX
               DISPLAY  "<<< 影響駅件数上限超過 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  J  FROM  1  BY  1
                     UNTIL  J  >  AF-CNT  OR  WK-HIT
               IF  AF-DATE (J)  =  DSR-DATE
                   AND  AF-LINE (J)  =  ST-LINE (I)
                   AND  AF-TBCD (J)  =  ST-TBCD (I)
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           ADD  1  TO  AF-CNT
           MOVE  E            TO  AF-EV (AF-CNT)
           MOVE  DSR-DATE     TO  AF-DATE (AF-CNT)
           MOVE  ST-LINE (I)  TO  AF-LINE (AF-CNT)
           MOVE  ST-TBCD (I)  TO  AF-TBCD (AF-CNT)
           MOVE  ST-TBNM (I)  TO  AF-TBNM (AF-CNT)
           MOVE  ZERO         TO  AF-ACT (AF-CNT)
           MOVE  "N"          TO  AF-FOUND-SW (AF-CNT)
           MOVE  WK-HIT-SW    TO  AF-DUP-SW (AF-CNT)
           IF  EV-PRINT (E)
               ADD  1  TO  WK-PRT-AF-COUNT
           END-IF
           MOVE  ST-LINE (I)  TO  WK-DT-LINE
           MOVE  ST-TBCD (I)  TO  WK-DT-TBCD
           PERFORM  8000-FIND-DT.

       3000-READ-HISTORY          SECTION.
      *          *** (履歴アーカイブから対象年月の影響駅の明細を拾い、
      *              障害日は当日実績へ、それ以外の日は日種別集計へ
      *              振り分ける) ***
           IF  AF-CNT  =  ZERO
               GO  TO  3000-EXIT
           END-IF
           OPEN  INPUT  HIS-FILE
           IF  HIS-STATUS  NOT  =  "00"
               DISPLAY  "<<< 履歴アーカイブなし >>> "
                        HIS-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  HIS-EOF
               READ  HIS-FILE
                   AT END
                       MOVE  "Y"  TO  HIS-EOF-SW
                   NOT AT END
                       IF  RID-DATE (1:6)  =  ACPT-YM
                           PERFORM  3100-ACCUMULATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  HIS-FILE.

       3000-EXIT.
           EXIT.

       3100-ACCUMULATE            SECTION.
      *          *** (1件分の振り分け ... 影響駅でない駅は読み捨てる。
      *              訂正レコードは人員だけを加減算し、負になる場合
      *              はゼロで止める) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  K  FROM  1  BY  1
                     UNTIL  K  >  DT-CNT  OR  WK-HIT
               IF  DT-LINE (K)  =  RID-LINE
                   AND  DT-TBCD (K)  =  RID-TBCD
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  NOT  WK-HIT
               GO  TO  3100-EXIT
           END-IF
           SUBTRACT  1  FROM  K
           ADD  1  TO  WK-HIS-COUNT
      *          *** (障害日の明細 ... 該当する影響駅すべての当日実績
      *              へ加え、平均からは除く) ***
           MOVE  "N"  TO  WK-AF-HIT-SW
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  AF-CNT
               IF  AF-DATE (J)  =  RID-DATE
                   AND  AF-LINE (J)  =  RID-LINE
                   AND  AF-TBCD (J)  =  RID-TBCD
                   MOVE  "Y"  TO  WK-AF-HIT-SW
                   PERFORM  3200-ADD-ACTUAL
               END-IF
           END-PERFORM
           IF  WK-AF-HIT
               GO  TO  3100-EXIT
           END-IF
      *          *** (障害日以外 ... TBL061 と同じく日種別ごとの
      *              累計と日数へ加える) ***
           MOVE  RID-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-DAYTYPE  =  "S"  OR  "H"
               IF  NOT  RHA-ADJUST
                   ADD  RID-CNT  TO  DT-HD-TOTAL (K)
                   ADD  1        TO  DT-HD-DAYS (K)
               ELSE
                   IF  RHA-PLUS
                       ADD  RID-CNT  TO  DT-HD-TOTAL (K)
                   ELSE
                       IF  RID-CNT  >  DT-HD-TOTAL (K)
                           THEN  MOVE  ZERO  TO  DT-HD-TOTAL (K)
                           ELSE  SUBTRACT  RID-CNT
                                     FROM  DT-HD-TOTAL (K)
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF  NOT  RHA-ADJUST
                   ADD  RID-CNT  TO  DT-WD-TOTAL (K)
                   ADD  1        TO  DT-WD-DAYS (K)
               ELSE
                   IF  RHA-PLUS
                       ADD  RID-CNT  TO  DT-WD-TOTAL (K)
                   ELSE
                       IF  RID-CNT  >  DT-WD-TOTAL (K)
                           THEN  MOVE  ZERO  TO  DT-WD-TOTAL (K)
                           ELSE  SUBTRACT  RID-CNT
                                     FROM  DT-WD-TOTAL (K)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3100-EXIT.
           EXIT.

       3200-ADD-ACTUAL            SECTION.
      *          *** (障害日の当日実績への加減算 ... 通常の明細が
      *              あれば実績ありとする) ***
           IF  NOT  RHA-ADJUST
               ADD   RID-CNT  TO  AF-ACT (J)
               MOVE  "Y"      TO  AF-FOUND-SW (J)
           ELSE
               IF  RHA-PLUS
                   ADD  RID-CNT  TO  AF-ACT (J)
               ELSE
                   IF  RID-CNT  >  AF-ACT (J)
                       THEN  MOVE  ZERO  TO  AF-ACT (J)
                       ELSE  SUBTRACT  RID-CNT  FROM  AF-ACT (J)
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-EVENTS          SECTION.
      *          *** (第1部 ... 事象ごとに見出し2行・影響駅の明細・
      *              事象計を打ち、原因別集計へ加える。発生日指定
      *              の場合、他の日の事象は飛ばす) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P1  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  E  FROM  1  BY  1  UNTIL  E  >  EV-CNT
               IF  EV-PRINT (E)
                   PERFORM  4100-PRINT-EVENT-HEAD
                   MOVE  ZERO  TO  WK-EV-LOST  WK-EV-AMT
                   PERFORM  VARYING  J  FROM  1  BY  1
                             UNTIL  J  >  AF-CNT
                       IF  AF-EV (J)  =  E
                           PERFORM  4200-PRINT-STATION
                       END-IF
                   END-PERFORM
                   PERFORM  4300-PRINT-EVENT-TOTAL
               END-IF
           END-PERFORM.

       4100-PRINT-EVENT-HEAD      SECTION.
      *          *** (事象の見出し ... 路線名は TBL048、区間両端の
      *              駅名は TBL031 で引く) ***
           MOVE  SPACES  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  EV-DATE (E)  TO  WK-EH-DATE
           MOVE  EV-SEQ (E)   TO  WK-EH-SEQ
           MOVE  EV-LINE (E)  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NAME  =  SPACES
               MOVE  EV-LINE (E)  TO  LK-LN-NAME
           END-IF
           MOVE  LK-LN-NAME   TO  WK-EH-LNNM
           MOVE  "FIND"            TO  LK-FUNCTION
           MOVE  EV-LINE (E)       TO  LK-LINE
           MOVE  EV-FROM-TBCD (E)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               THEN  MOVE  EV-FROM-TBCD (E)  TO  WK-EH-FROM
               ELSE  MOVE  LK-TBNM           TO  WK-EH-FROM
           END-IF
           MOVE  "FIND"          TO  LK-FUNCTION
           MOVE  EV-LINE (E)     TO  LK-LINE
           MOVE  EV-TO-TBCD (E)  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               THEN  MOVE  EV-TO-TBCD (E)  TO  WK-EH-TO
               ELSE  MOVE  LK-TBNM         TO  WK-EH-TO
           END-IF
           MOVE  EV-START-TIME (E) (1:2)  TO  WK-EH-START-HH
           MOVE  EV-START-TIME (E) (3:2)  TO  WK-EH-START-MM
           MOVE  EV-END-TIME (E) (1:2)    TO  WK-EH-END-HH
           MOVE  EV-END-TIME (E) (3:2)    TO  WK-EH-END-MM
           MOVE  WK-EH1  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  8100-FIND-CAUSE
           MOVE  CZ-NAME (C)  TO  WK-EH-CAUSE
           IF  EV-DAYTYPE (E)  =  "H"
               THEN  MOVE  "土休日"  TO  WK-EH-DAYTYPE
               ELSE  MOVE  "平日"    TO  WK-EH-DAYTYPE
           END-IF
           MOVE  EV-NOTE (E)  TO  WK-EH-NOTE
           MOVE  WK-EH2  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-SH   TO  RPT-LINE
           WRITE  RPT-LINE.

       4200-PRINT-STATION         SECTION.
      *          *** (影響駅1件 ... 日種別の1日平均と当日実績から
      *              減少人員を、基準駅からの運賃で減収見込を出す) ***
           MOVE  SPACES       TO  WK-SD
           MOVE  AF-LINE (J)  TO  WK-SD-LINE
           MOVE  "-"          TO  WK-SD-SEP
           MOVE  AF-TBCD (J)  TO  WK-SD-TBCD
           MOVE  AF-TBNM (J)  TO  WK-SD-TBNM
           MOVE  AF-LINE (J)  TO  WK-DT-LINE
           MOVE  AF-TBCD (J)  TO  WK-DT-TBCD
           PERFORM  8000-FIND-DT
           IF  EV-DAYTYPE (E)  =  "H"
               MOVE  DT-HD-TOTAL (K)  TO  WK-BASE-TOTAL
               MOVE  DT-HD-DAYS (K)   TO  WK-BASE-DAYS
           ELSE
               MOVE  DT-WD-TOTAL (K)  TO  WK-BASE-TOTAL
               MOVE  DT-WD-DAYS (K)   TO  WK-BASE-DAYS
           END-IF
           IF  WK-BASE-DAYS  NOT  =  ZERO
               COMPUTE  WK-AVG  ROUNDED  =
                   WK-BASE-TOTAL  /  WK-BASE-DAYS
               MOVE  WK-AVG  TO  WK-SD-AVG
           END-IF
           IF  AF-FOUND (J)
               MOVE  AF-ACT (J)  TO  WK-SD-ACT
           END-IF
           EVALUATE  TRUE
               WHEN  AF-DUP (J)
                   MOVE  "同日の前掲事象と重複"  TO  WK-SD-RMK
               WHEN  NOT  AF-FOUND (J)
                   MOVE  "当日実績なし"  TO  WK-SD-RMK
               WHEN  WK-BASE-DAYS  =  ZERO
                   MOVE  "比較する日なし"  TO  WK-SD-RMK
               WHEN  OTHER
                   PERFORM  4210-CALC-LOST
           END-EVALUATE
           MOVE  WK-SD  TO  RPT-LINE
           WRITE  RPT-LINE.

       4210-CALC-LOST             SECTION.
      *          *** (減少人員と減収見込 ... 当日実績が平均以上の
      *              場合は減少ゼロ。運賃は TBL031 の FARE 機能で
      *              基準駅から求める) ***
           IF  WK-AVG  >  AF-ACT (J)
               THEN  COMPUTE  WK-LOST  =  WK-AVG  -  AF-ACT (J)
               ELSE  MOVE  ZERO  TO  WK-LOST
           END-IF
           MOVE  "FARE"        TO  LK-FUNCTION
           MOVE  WK-BASE-LINE  TO  LK-LINE
           MOVE  WK-BASE-TBCD  TO  LK-TBCD
           MOVE  AF-LINE (J)   TO  LK-LINE2
           MOVE  AF-TBCD (J)   TO  LK-TBCD2
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               MOVE  ZERO  TO  WK-LOST-AMT
               MOVE  "運賃不明"  TO  WK-SD-RMK
           ELSE
               COMPUTE  WK-LOST-AMT  =  WK-LOST  *  LK-FARE
           END-IF
           MOVE  WK-LOST      TO  WK-SD-LOST
           MOVE  WK-LOST-AMT  TO  WK-SD-AMT
           ADD  WK-LOST      TO  WK-EV-LOST
           ADD  WK-LOST-AMT  TO  WK-EV-AMT.

       4300-PRINT-EVENT-TOTAL     SECTION.
      *          *** (事象計の印刷と原因別集計への加算) ***
           MOVE  SPACES       TO  WK-SD
           MOVE  "*  事象計"  TO  WK-SD-TBNM
           MOVE  WK-EV-LOST   TO  WK-SD-LOST
           MOVE  WK-EV-AMT    TO  WK-SD-AMT
           MOVE  WK-SD  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  8100-FIND-CAUSE
           ADD  1           TO  CS-EVENTS (C)
           ADD  WK-EV-LOST  TO  CS-LOST (C)   WK-GRAND-LOST
           ADD  WK-EV-AMT   TO  CS-AMT (C)    WK-GRAND-AMT.

       5000-PRINT-CAUSES          SECTION.
      *          *** (第2部 ... 原因ごとの件数・減少人員・減収見込と
      *              総合計。事象の無い原因も0件で打つ) ***
           MOVE  SPACES      TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD-P2  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-CH       TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  C  FROM  1  BY  1  UNTIL  C  >  CZ-MAX
               MOVE  CZ-NAME (C)    TO  WK-CD-NAME
               MOVE  CS-EVENTS (C)  TO  WK-CD-EVENTS
               MOVE  CS-LOST (C)    TO  WK-CD-LOST
               MOVE  CS-AMT (C)     TO  WK-CD-AMT
               MOVE  WK-CD  TO  RPT-LINE
               WRITE  RPT-LINE
           END-PERFORM
           MOVE  "** 総合計"     TO  WK-CD-NAME
           MOVE  WK-PRT-EV-COUNT TO  WK-CD-EVENTS
           MOVE  WK-GRAND-LOST   TO  WK-CD-LOST
           MOVE  WK-GRAND-AMT    TO  WK-CD-AMT
           MOVE  WK-CD  TO  RPT-LINE
           WRITE  RPT-LINE.

       8000-FIND-DT               SECTION.
      *          *** (日種別集計テーブルの位置決め ... WK-DT-LINE/
      *              WK-DT-TBCD の駅を探し、無ければ追加する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  K  FROM  1  BY  1
                     UNTIL  K  >  DT-CNT  OR  WK-HIT
               IF  DT-LINE (K)  =  WK-DT-LINE
                   AND  DT-TBCD (K)  =  WK-DT-TBCD
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  K
               ELSE  IF  DT-CNT  >=  DT-MAX
                         DISPLAY  "<<< 集計上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  DT-CNT
                     MOVE  WK-DT-LINE  TO  DT-LINE (DT-CNT)
                     MOVE  WK-DT-TBCD  TO  DT-TBCD (DT-CNT)
                     MOVE  ZERO      TO  DT-WD-TOTAL (DT-CNT)
                                         DT-WD-DAYS (DT-CNT)
                                         DT-HD-TOTAL (DT-CNT)
                                         DT-HD-DAYS (DT-CNT)
                     MOVE  DT-CNT    TO  K
           END-IF.

       8100-FIND-CAUSE            SECTION.
      *          *** (原因コードの位置決め ... 体系外のコードは
      *              「その他」(最後の行)へまとめる) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  C  FROM  1  BY  1
                     UNTIL  C  >  CZ-MAX  OR  WK-HIT
               IF  CZ-CODE (C)  =  EV-CAUSE (E)
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  C
               ELSE  MOVE  CZ-MAX  TO  C
           END-IF.
