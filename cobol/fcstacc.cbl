      *    表示する ... 予約事務所の見込み補正(再調整)の対象一覧。
      *    対象年月としきい値は起動時に入力する(しきい値は空の
      *    まま改行で 20% とする)。
      *    履歴中の訂正レコード(TBL079 ... srharec)は突合済みの
      *    実績へ符号どおりに加減算する(訂正後の実績で比べる)。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL062.
       FD  HIS-FILE
           LABEL RECORD IS STANDARD.
       COPY srdrec.
       COPY srharec.
       FD  RPT-FILE
           LABEL RECORD IS STANDARD.
       01  RPT-LINE               PIC X(80).
                       MOVE  "Y"  TO  HIS-EOF-SW
                   NOT AT END
                       IF  RID-DATE (1:6)  =  ACPT-YM
                           IF  RHA-ADJUST
                               THEN  PERFORM  2200-APPLY-ADJUSTMENT
                               ELSE  PERFORM  2100-MATCH-ONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM.

       2200-APPLY-ADJUSTMENT      SECTION.
      *          *** (訂正1件分の反映 ... 同一乗車日+駅の突合済み
      *              明細の実績を増減する。訂正は元の実績より後に
      *              追記されている。減算で負になる場合はゼロで
      *              止める) ***
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  RV-CNT
               IF  RV-DATE (I)  =  RID-DATE
                   AND  RV-LINE (I)  =  RID-LINE
                   AND  RV-TBCD (I)  =  RID-TBCD
                   AND  RV-MATCH-SW (I)  =  "Y"
                   IF  RHA-PLUS
                       ADD  RID-CNT  TO  RV-ACT (I)
                   ELSE
                       IF  RID-CNT  >  RV-ACT (I)
                           THEN  MOVE  ZERO  TO  RV-ACT (I)
                           ELSE  SUBTRACT  RID-CNT  FROM  RV-ACT (I)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3000-SUMMARIZE-STATIONS    SECTION.
      *          *** (実績と突合できた予約明細を駅別に集約する ...
      *              実績の出ていない明細(未突合)は精度を測れない
