      *      不一致       : 再計算値で REWRITE
      *      履歴のみ     : 再計算値で WRITE (マスタ欠落の補完)
      *      マスタのみ   : DELETE (裏づけ明細のない行の削除)
      *    履歴アーカイブ中の訂正レコード(TBL079 が RIDACC へ転記
      *    した増減 ... srharec)は符号どおりに加減算するため、
      *    再構築しても転記済みの訂正は失われない。
      *    対象年月は起動時に入力する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY srdrec.
       COPY srharec.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
           88  WK-HIT                         VALUE "Y".
      *差異件数領域 *****
       01  WK-HIS-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-ADJ-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-DIFF-COUNT          PIC 9(05)   VALUE ZERO.
       01  WK-ONLYM-COUNT         PIC 9(05)   VALUE ZERO.
       01  WK-ONLYH-COUNT         PIC 9(05)   VALUE ZERO.
           WRITE  RPT-LINE
           CLOSE  RPT-FILE
           DISPLAY  "TBL054 履歴件数     = "  WK-HIS-COUNT
           DISPLAY  "TBL054 うち訂正     = "  WK-ADJ-COUNT
           DISPLAY  "TBL054 不一致       = "  WK-DIFF-COUNT
           DISPLAY  "TBL054 マスタのみ   = "  WK-ONLYM-COUNT
           DISPLAY  "TBL054 履歴のみ     = "  WK-ONLYH-COUNT
                       MOVE  "Y"  TO  HIS-EOF-SW
                   NOT AT END
                       IF  RID-DATE (1:6)  =  ACPT-YM
                           IF  RHA-ADJUST
                               THEN  ADD  1  TO  WK-ADJ-COUNT
                               ELSE  ADD  1  TO  WK-HIS-COUNT
                           END-IF
                           PERFORM  1100-ADD-TO-TABLE
                       END-IF
               END-READ

       1100-ADD-TO-TABLE          SECTION.
      *          *** (履歴1件分の加算 ... 既存駅は加算、新規駅は
      *              テーブルへ追加する。減の訂正レコードは減算する
      *              ... 訂正は元の明細より後に追記され、TBL079 が
      *              累計を負にする訂正を拒否しているため、ここで
      *              負になることはない) ***
           MOVE  "N"  TO  WK-HIT-SW
           PERFORM  VARYING  I  FROM  1  BY  1
                     UNTIL  I  >  AU-CNT  OR  WK-HIT
               IF  AU-LINE (I)  =  RID-LINE
                   AND  AU-TBCD (I)  =  RID-TBCD
                   MOVE  "Y"  TO  WK-HIT-SW
                   IF  RHA-ADJUST  AND  RHA-MINUS
                       THEN  SUBTRACT  RID-CNT  FROM  AU-TOTAL (I)
                       ELSE  ADD       RID-CNT  TO    AU-TOTAL (I)
                   END-IF
               END-IF
           END-PERFORM
           IF  NOT  WK-HIT
               ADD  1  TO  AU-CNT
               MOVE  RID-LINE  TO  AU-LINE (AU-CNT)
               MOVE  RID-TBCD  TO  AU-TBCD (AU-CNT)
               IF  RHA-ADJUST  AND  RHA-MINUS
                   THEN  MOVE  ZERO     TO  AU-TOTAL (AU-CNT)
                   ELSE  MOVE  RID-CNT  TO  AU-TOTAL (AU-CNT)
               END-IF
               MOVE  "N"       TO  AU-MATCH-SW (AU-CNT)
           END-IF.

