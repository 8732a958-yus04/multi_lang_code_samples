      *    日付は平日として扱い、件数だけ表示する。
      *    企画部門が手作業で作っていた平日対休日の比較表を
      *    置き換えるもの。対象年月は起動時に入力する。
      *    履歴中の訂正レコード(TBL079 ... srharec)は元の営業日の
      *    日種別へ人員だけを加減算し、日数には数えない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL061.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY srdrec.
       COPY srharec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
           MOVE  RID-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           PERFORM  1100-FIND-STATION
           IF  RHA-ADJUST
               PERFORM  1300-ADJUST
           ELSE
               IF  LK-CA-DAYTYPE  =  "S"  OR  "H"
                   THEN  ADD  RID-CNT  TO  DT-HD-TOTAL (I)
                         ADD  1        TO  DT-HD-DAYS (I)
                   ELSE  ADD  RID-CNT  TO  DT-WD-TOTAL (I)
                         ADD  1        TO  DT-WD-DAYS (I)
               END-IF
           END-IF
           PERFORM  1200-ADD-LINE.

               MOVE  RID-LINE  TO  LT-LINE (LT-CNT)
           END-IF.

       1300-ADJUST                SECTION.
      *          *** (訂正レコードの加減算 ... 元の営業日の日種別の
      *              人員だけを増減し、日数は変えない。減算で負に
      *              なる場合はゼロで止める) ***
           IF  LK-CA-DAYTYPE  =  "S"  OR  "H"
               IF  RHA-PLUS
                   ADD  RID-CNT  TO  DT-HD-TOTAL (I)
               ELSE
                   IF  RID-CNT  >  DT-HD-TOTAL (I)
                       THEN  MOVE  ZERO  TO  DT-HD-TOTAL (I)
                       ELSE  SUBTRACT  RID-CNT  FROM  DT-HD-TOTAL (I)
                   END-IF
               END-IF
           ELSE
               IF  RHA-PLUS
                   ADD  RID-CNT  TO  DT-WD-TOTAL (I)
               ELSE
                   IF  RID-CNT  >  DT-WD-TOTAL (I)
                       THEN  MOVE  ZERO  TO  DT-WD-TOTAL (I)
                       ELSE  SUBTRACT  RID-CNT  FROM  DT-WD-TOTAL (I)
                   END-IF
               END-IF
           END-IF.

       3000-PRINT-REPORT          SECTION.
      *          *** (路線ごとに当該路線の駅明細と小計を印刷する) ***
           PERFORM  VARYING  J  FROM  1  BY  1  UNTIL  J  >  LT-CNT
