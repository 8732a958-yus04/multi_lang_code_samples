      ******************************************************************
      *    ( 乗降人員  訂正記録簿 )
      *    訂正履歴(ridership_adj_hist.dat ... TBL079 が転記結果を
      *    つけて追記)から指定年月に転記処理した訂正を読み込み、
      *    訂正理由ごとに明細(元の営業日・駅・増減人員・入力者・
      *    転記日・状況)と理由計を印刷し、続けてオペレータ別の
      *    件数・増減計と総合計を印刷する。月次締めの添付資料。
      *    理由計・オペレータ計・総合計は転記済(P)の訂正だけを
      *    集計する ... 拒否(N)・更新エラー(E)は明細に状況つきで
      *    印刷し、件数だけを別掲する。
      *    対象年月(転記した業務日付の年月)は起動時に入力する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL080.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 訂正履歴(TBL079 出力、順編成) ***
           SELECT  ADH-FILE
               ASSIGN       TO  "cobol/data/ridership_adj_hist.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  ADH-STATUS.
      *          *** 訂正記録簿(印刷ファイル) ***
           SELECT  RPT-FILE
               ASSIGN       TO  "cobol/data/adj_register_report.txt"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  RPT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ADH-FILE
           LABEL RECORD IS STANDARD.
       01  ADH-REC                PIC X(55).
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
       WORKING-STORAGE            SECTION.
       01  ADH-STATUS             PIC X(02).
       01  RPT-STATUS             PIC X(02).
       01  ADH-EOF-SW             PIC X(01)   VALUE "N".
           88  ADH-EOF                        VALUE "Y".
      *訂正レコード編集領域 *****
       COPY sadjrec.
      *対象年月入力領域 *****
       01  ACPT-YM.
           03  ACPT-YYYY          PIC 9(04).
           03  ACPT-MM            PIC 9(02).
      ***** ( 対象年月の訂正テーブル ... あふれる場合は黙って
      *       切り詰めずエラー終了する ) *****
       01  AJ-MAX                 PIC 9(05)   VALUE 5000.
       01  AJ-TABLE.
           03  AJ-CNT             PIC 9(05)   VALUE ZERO.
           03  AJ  OCCURS 1 TO 5000 TIMES DEPENDING ON AJ-CNT.
               05  AJ-DATA        PIC X(55).
      *          *** 印刷済み印 (Y=いずれかの理由で印刷した) ***
               05  AJ-PRINT-SW    PIC X(01).
      ***** ( 訂正理由の印刷順と名称 (TBL078 の入力体系) ) *****
       01  RS-TABLE-DEF.
           03  FILLER             PIC X(19)
                                   VALUE "1計数機器障害".
           03  FILLER             PIC X(19)
                                   VALUE "2報告誤り".
           03  FILLER             PIC X(19)
                                   VALUE "3報告漏れ".
           03  FILLER             PIC X(19)
                                   VALUE "4二重計上".
           03  FILLER             PIC X(19)
                                   VALUE "9その他".
       01  RS-TABLE  REDEFINES  RS-TABLE-DEF.
           03  RS  OCCURS 5 TIMES.
               05  RS-CODE        PIC X(01).
               05  RS-NAME        PIC X(18).
       01  RS-MAX                 PIC 9(02)   VALUE 5.
      ***** ( オペレータ別集計テーブル ) *****
       01  OP-MAX                 PIC 9(03)   VALUE 200.
       01  OP-TABLE.
           03  OP-CNT             PIC 9(03)   VALUE ZERO.
           03  OP  OCCURS 1 TO 200 TIMES DEPENDING ON OP-CNT.
               05  OP-OPID        PIC X(08).
               05  OP-COUNT       PIC 9(05).
               05  OP-PLUS        PIC 9(09).
               05  OP-MINUS       PIC 9(09).
       01  I                      PIC 9(05).
       01  J                      PIC 9(03).
       01  K                      PIC 9(02).
       01  WK-HIT-SW              PIC X(01).
           88  WK-HIT                         VALUE "Y".
      *集計領域 *****
       01  WK-GRP-COUNT           PIC 9(05).
       01  WK-GRP-PLUS            PIC 9(09).
       01  WK-GRP-MINUS           PIC 9(09).
       01  WK-ALL-COUNT           PIC 9(05)   VALUE ZERO.
       01  WK-ALL-PLUS            PIC 9(09)   VALUE ZERO.
       01  WK-ALL-MINUS           PIC 9(09)   VALUE ZERO.
       01  WK-NG-COUNT            PIC 9(05)   VALUE ZERO.
       01  WK-SIGNED-CNT          PIC S9(06).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *見出し編集領域 *****
       01  WK-HEAD1.
           03  FILLER             PIC X(04)   VALUE "*** ".
           03  FILLER             PIC X(27)
                                   VALUE "乗降人員訂正記録簿".
           03  FILLER             PIC X(04)   VALUE " ***".
           03  FILLER             PIC X(14)   VALUE "  転記年月".
           03  WK-H-YM            PIC X(06).
           03  FILLER             PIC X(25)   VALUE SPACES.
       01  WK-HEAD2.
           03  FILLER             PIC X(10)   VALUE "営業日".
           03  FILLER             PIC X(09)   VALUE "駅".
           03  FILLER             PIC X(18)   VALUE "駅名".
           03  FILLER             PIC X(10)   VALUE "  増減".
           03  FILLER             PIC X(10)   VALUE "入力者".
           03  FILLER             PIC X(10)   VALUE "転記日".
           03  FILLER             PIC X(13)   VALUE "状況".
      *理由見出し行編集領域 *****
       01  WK-REASON-LINE.
           03  FILLER             PIC X(10)   VALUE "【理由 ".
           03  WK-R-CODE          PIC X(01).
           03  FILLER             PIC X(01)   VALUE SPACE.
           03  WK-R-NAME          PIC X(18).
           03  FILLER             PIC X(03)   VALUE "】".
           03  FILLER             PIC X(47)   VALUE SPACES.
      *明細行編集領域 *****
       01  WK-DETAIL.
           03  WK-D-DATE          PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-LINE          PIC X(02).
           03  FILLER             PIC X(01)   VALUE "-".
           03  WK-D-TBCD          PIC X(04).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-TBNM          PIC X(18).
           03  WK-D-CNT           PIC -ZZZ,ZZ9.
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-OPID          PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-POST          PIC X(08).
           03  FILLER             PIC X(02)   VALUE SPACES.
           03  WK-D-STS           PIC X(09).
           03  FILLER             PIC X(04)   VALUE SPACES.
      *合計行編集領域 *****
       01  WK-TOTAL-LINE.
           03  WK-T-LABEL         PIC X(24).
           03  WK-T-COUNT         PIC ZZ,ZZ9.
           03  FILLER             PIC X(05)   VALUE "  増".
           03  WK-T-PLUS          PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(05)   VALUE "  減".
           03  WK-T-MINUS         PIC ZZ,ZZZ,ZZ9.
           03  FILLER             PIC X(09)   VALUE "  差引".
           03  WK-T-NET           PIC -ZZ,ZZZ,ZZ9.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "対象年月(転記した年月 YYYYMM)を入力"
           ACCEPT   ACPT-YM
           IF  ACPT-YM  IS  NOT  NUMERIC
               OR  ACPT-MM  <  01  OR  ACPT-MM  >  12
               DISPLAY  "<<< 対象年月誤り >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           OPEN  INPUT  ADH-FILE
           IF  ADH-STATUS  NOT  =  "00"
               DISPLAY  "<<< 訂正履歴なし >>> "  ADH-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  UNTIL  ADH-EOF
               READ  ADH-FILE  INTO  ADJ-REC
                   AT END
                       MOVE  "Y"  TO  ADH-EOF-SW
                   NOT AT END
                       IF  ADJ-POST-DATE (1:6)  =  ACPT-YM
                           PERFORM  1000-LOAD-ADJUSTMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  ADH-FILE
           OPEN  OUTPUT  RPT-FILE
           MOVE  ACPT-YM   TO  WK-H-YM
           MOVE  WK-HEAD1  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  WK-HEAD2  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  2000-PRINT-BY-REASON
           PERFORM  3000-PRINT-BY-OPERATOR
           MOVE  "** 総合計 (転記分)"  TO  WK-T-LABEL
           MOVE  WK-ALL-COUNT  TO  WK-GRP-COUNT
           MOVE  WK-ALL-PLUS   TO  WK-GRP-PLUS
           MOVE  WK-ALL-MINUS  TO  WK-GRP-MINUS
           PERFORM  8000-PRINT-TOTAL
           MOVE  "** 拒否・エラー"     TO  WK-T-LABEL
           MOVE  WK-NG-COUNT   TO  WK-GRP-COUNT
           MOVE  ZERO          TO  WK-GRP-PLUS  WK-GRP-MINUS
           PERFORM  8000-PRINT-TOTAL
           CLOSE  RPT-FILE
           DISPLAY  "TBL080 対象件数   = "  AJ-CNT
           DISPLAY  "TBL080 転記件数   = "  WK-ALL-COUNT
           DISPLAY  "TBL080 拒否・エラー = "  WK-NG-COUNT
           STOP  RUN.

       1000-LOAD-ADJUSTMENT       SECTION.
      *          *** (訂正1件のテーブル格納と集計 ... 転記済の訂正は
      *              オペレータ別にも集計する) ***
           IF  AJ-CNT  >=  AJ-MAX
               DISPLAY  "<<< 訂正テーブル上限超過 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           ADD  1  TO  AJ-CNT
           MOVE  ADJ-REC  TO  AJ-DATA (AJ-CNT)
           MOVE  "N"      TO  AJ-PRINT-SW (AJ-CNT)
           IF  ADJ-POSTED
               THEN  PERFORM  1100-ADD-OPERATOR
                     ADD  1  TO  WK-ALL-COUNT
                     IF  ADJ-PLUS
                         THEN  ADD  ADJ-CNT  TO  WK-ALL-PLUS
                         ELSE  ADD  ADJ-CNT  TO  WK-ALL-MINUS
                     END-IF
               ELSE  ADD  1  TO  WK-NG-COUNT
           END-IF.

       1100-ADD-OPERATOR          SECTION.
      *          *** (オペレータ別集計 ... 無ければ追加。テーブル
      *              あふれはエラー終了する) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  J  FROM  1  BY  1
                     UNTIL  J  >  OP-CNT  OR  WK-HIT
               IF  OP-OPID (J)  =  ADJ-OPID
                   MOVE  "Y"  TO  WK-HIT-SW
               END-IF
           END-PERFORM
           IF  WK-HIT
               THEN  SUBTRACT  1  FROM  J
               ELSE  IF  OP-CNT  >=  OP-MAX
                         DISPLAY  "<<< オペレータ数"
                                  "上限超過 >>>"
                         MOVE  16  TO  RETURN-CODE
                         STOP  RUN
                     END-IF
                     ADD  1  TO  OP-CNT
                     MOVE  ADJ-OPID  TO  OP-OPID (OP-CNT)
                     MOVE  ZERO      TO  OP-COUNT (OP-CNT)
                                         OP-PLUS (OP-CNT)
                                         OP-MINUS (OP-CNT)
                     MOVE  OP-CNT    TO  J
           END-IF
           ADD  1  TO  OP-COUNT (J)
           IF  ADJ-PLUS
               THEN  ADD  ADJ-CNT  TO  OP-PLUS (J)
               ELSE  ADD  ADJ-CNT  TO  OP-MINUS (J)
           END-IF.

       2000-PRINT-BY-REASON       SECTION.
      *          *** (理由ごとに明細と理由計を印刷する ... 体系外の
      *              理由コードは最後に「理由不明」でまとめる) ***
           PERFORM  VARYING  K  FROM  1  BY  1  UNTIL  K  >  RS-MAX
               MOVE  RS-CODE (K)  TO  WK-R-CODE
               MOVE  RS-NAME (K)  TO  WK-R-NAME
               PERFORM  2100-PRINT-REASON-GROUP
           END-PERFORM
           MOVE  SPACE         TO  WK-R-CODE
           MOVE  "理由不明"    TO  WK-R-NAME
           PERFORM  2100-PRINT-REASON-GROUP.

       2100-PRINT-REASON-GROUP    SECTION.
      *          *** (理由1つ分 ... 該当の訂正が無い理由は見出しも
      *              印刷しない。WK-R-CODE が空白のときは未印刷の
      *              残り全件を対象とする) ***
           MOVE  ZERO  TO  WK-GRP-COUNT  WK-GRP-PLUS  WK-GRP-MINUS
           MOVE  "N"   TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  AJ-CNT
               MOVE  AJ-DATA (I)  TO  ADJ-REC
               IF  AJ-PRINT-SW (I)  =  "N"
                   AND  ( ADJ-REASON  =  WK-R-CODE
                          OR  WK-R-CODE  =  SPACE )
                   IF  NOT  WK-HIT
                       MOVE  "Y"  TO  WK-HIT-SW
                       MOVE  WK-REASON-LINE  TO  RPT-LINE
                       WRITE  RPT-LINE
                   END-IF
                   MOVE  "Y"  TO  AJ-PRINT-SW (I)
                   PERFORM  2200-PRINT-DETAIL
               END-IF
           END-PERFORM
           IF  WK-HIT
               MOVE  "*  理由計"  TO  WK-T-LABEL
               PERFORM  8000-PRINT-TOTAL
           END-IF.

       2200-PRINT-DETAIL          SECTION.
      *          *** (訂正1件分の編集・印刷 ... 駅名は TBL031 で
      *              引く。理由計は転記済のものだけ加える) ***
           MOVE  "FIND"    TO  LK-FUNCTION
           MOVE  ADJ-LINE  TO  LK-LINE
           MOVE  ADJ-TBCD  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               THEN  MOVE  "コード未登録"  TO  WK-D-TBNM
               ELSE  MOVE  LK-TBNM         TO  WK-D-TBNM
           END-IF
           MOVE  ADJ-CNT  TO  WK-SIGNED-CNT
           IF  ADJ-MINUS
               COMPUTE  WK-SIGNED-CNT  =  ZERO  -  ADJ-CNT
           END-IF
           MOVE  ADJ-DATE       TO  WK-D-DATE
           MOVE  ADJ-LINE       TO  WK-D-LINE
           MOVE  ADJ-TBCD       TO  WK-D-TBCD
           MOVE  WK-SIGNED-CNT  TO  WK-D-CNT
           MOVE  ADJ-OPID       TO  WK-D-OPID
           MOVE  ADJ-POST-DATE  TO  WK-D-POST
           EVALUATE  TRUE
               WHEN  ADJ-POSTED
                   MOVE  "転記済"  TO  WK-D-STS
                   ADD  1  TO  WK-GRP-COUNT
                   IF  ADJ-PLUS
                       THEN  ADD  ADJ-CNT  TO  WK-GRP-PLUS
                       ELSE  ADD  ADJ-CNT  TO  WK-GRP-MINUS
                   END-IF
               WHEN  ADJ-REFUSED
                   MOVE  "拒否"    TO  WK-D-STS
               WHEN  OTHER
                   MOVE  "エラー"  TO  WK-D-STS
           END-EVALUATE
           MOVE  WK-DETAIL  TO  RPT-LINE
           WRITE  RPT-LINE.

       3000-PRINT-BY-OPERATOR     SECTION.
      *          *** (オペレータ別の件数・増減計 ... 転記済のみ) ***
           MOVE  SPACES  TO  RPT-LINE
           WRITE  RPT-LINE
           MOVE  "【オペレータ別 (転記分)】"  TO  RPT-LINE
           WRITE  RPT-LINE
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  OP-CNT
               MOVE  SPACES  TO  WK-T-LABEL
               STRING  "*  "  OP-OPID (J)
                   DELIMITED BY SIZE  INTO  WK-T-LABEL
               MOVE  OP-COUNT (J)  TO  WK-GRP-COUNT
               MOVE  OP-PLUS (J)   TO  WK-GRP-PLUS
               MOVE  OP-MINUS (J)  TO  WK-GRP-MINUS
               PERFORM  8000-PRINT-TOTAL
           END-PERFORM.

       8000-PRINT-TOTAL           SECTION.
      *          *** (合計行の編集・印刷 ... ラベルと件数・増減計は
      *              呼び出し側で設定済み) ***
           MOVE  WK-GRP-COUNT  TO  WK-T-COUNT
           MOVE  WK-GRP-PLUS   TO  WK-T-PLUS
           MOVE  WK-GRP-MINUS  TO  WK-T-MINUS
           COMPUTE  WK-T-NET  =  WK-GRP-PLUS  -  WK-GRP-MINUS
           MOVE  WK-TOTAL-LINE  TO  RPT-LINE
           WRITE  RPT-LINE.
