      ******************************************************************
      *    ( 乗車区間(OD)  月次累計更新 )
      *    夜間ストリームで TBL055(入力チェック) の後に実行する。
      *    OD クリーントランザクションを読み込み、乗車区間の月次
      *    累計ファイル(ODACC ... 年月+乗車駅+降車駅キー)へ人員数
      *    と収入額を加算する。収入額は TBL056 と同じく TBL031 の
      *    FARE 機能(路線またがりは接続駅経由の通算運賃)で求めた
      *    運賃 × 人員数。運賃が引けない区間は人員数だけを加算し、
      *    件数を表示する(チェック済みファイルのため通常は無い)。
      *    月間の OD 表・上位区間・路線間流動の印刷は TBL085 が
      *    本ファイルから行う(日々の OD ファイルを読み直さない)。
      *    開始時に TBL051(実行管理)で TBL055 完了済み・同日実行
      *    済みでないことを検査する(二重実行すると累計が倍加する
      *    ため)。正常終了時に完了と制御合計を記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL084.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** OD クリーントランザクション(TBL055 出力) ***
           SELECT  OD-FILE
               ASSIGN       TO  "cobol/data/odtrip_clean.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  OD-STATUS.
      *          *** OD 月次累計ファイル(索引ファイル) ***
           SELECT  OPTIONAL  ODACC
               ASSIGN       TO  "cobol/data/ODACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  ODA-KEY
               FILE STATUS  IS  ODA-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OD-FILE
           LABEL RECORD IS STANDARD.
       COPY sodrec.
       FD  ODACC
           LABEL RECORD IS STANDARD.
       COPY sodarec.
       WORKING-STORAGE            SECTION.
       01  OD-STATUS              PIC X(02).
       01  ODA-STATUS             PIC X(02).
       01  OD-EOF-SW              PIC X(01)   VALUE "N".
           88  OD-EOF                         VALUE "Y".
      *収入算出領域 *****
       01  WK-REVENUE             PIC 9(12).
      *制御合計領域 *****
       01  WK-IN-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-ADD-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-UPD-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-NOFARE-COUNT        PIC 9(06)   VALUE ZERO.
       01  WK-PSGR-TOTAL          PIC 9(09)   VALUE ZERO.
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。TBL055 未完了
      *              または同日実行済みの場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL084"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL084 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           OPEN  INPUT  OD-FILE
           OPEN  I-O    ODACC
           PERFORM  UNTIL  OD-EOF
               READ  OD-FILE
                   AT END
                       MOVE  "Y"  TO  OD-EOF-SW
                   NOT AT END
                       ADD  1  TO  WK-IN-COUNT
                       PERFORM  1000-ACCUMULATE
               END-READ
           END-PERFORM
           CLOSE  OD-FILE
           CLOSE  ODACC
           DISPLAY  "TBL084 入力件数   = "  WK-IN-COUNT
           DISPLAY  "TBL084 新規件数   = "  WK-ADD-COUNT
           DISPLAY  "TBL084 加算件数   = "  WK-UPD-COUNT
           DISPLAY  "TBL084 運賃不明   = "  WK-NOFARE-COUNT
           DISPLAY  "TBL084 人員合計   = "  WK-PSGR-TOTAL
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は加算した人員数の合計) ***
           MOVE  "END"          TO  LK-RC-FUNC
           MOVE  "TBL084"       TO  LK-RC-STEP
           MOVE  WK-IN-COUNT    TO  LK-RC-CNT1
           MOVE  WK-PSGR-TOTAL  TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-ACCUMULATE            SECTION.
      *          *** (1件分の運賃計算 ... 運賃は TBL031 の FARE
      *              機能で実区間から求める) ***
           MOVE  "FARE"    TO  LK-FUNCTION
           MOVE  OD-LINE1  TO  LK-LINE
           MOVE  OD-TBCD1  TO  LK-TBCD
           MOVE  OD-LINE2  TO  LK-LINE2
           MOVE  OD-TBCD2  TO  LK-TBCD2
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
      *          *** (マスタが日中に保守された場合の保険 ... 流動は
      *              失わないよう人員数だけを加算する) ***
               ADD   1     TO  WK-NOFARE-COUNT
               MOVE  ZERO  TO  WK-REVENUE
           ELSE
               COMPUTE  WK-REVENUE  =  OD-CNT  *  LK-FARE
           END-IF
           ADD  OD-CNT  TO  WK-PSGR-TOTAL
      *          *** (年月+乗車駅+降車駅のキーで読み、あれば加算、
      *              なければ新規レコードを作成する) ***
           MOVE  OD-DATE (1:6)  TO  ODA-YM
           MOVE  OD-LINE1       TO  ODA-LINE1
           MOVE  OD-TBCD1       TO  ODA-TBCD1
           MOVE  OD-LINE2       TO  ODA-LINE2
           MOVE  OD-TBCD2       TO  ODA-TBCD2
           READ  ODACC
               INVALID KEY
                   MOVE  OD-DATE (1:6)  TO  ODA-YM
                   MOVE  OD-LINE1       TO  ODA-LINE1
                   MOVE  OD-TBCD1       TO  ODA-TBCD1
                   MOVE  OD-LINE2       TO  ODA-LINE2
                   MOVE  OD-TBCD2       TO  ODA-TBCD2
                   MOVE  OD-CNT         TO  ODA-CNT
                   MOVE  WK-REVENUE     TO  ODA-AMT
                   WRITE  ODACC-REC
                       INVALID KEY
                           DISPLAY  "<<< OD 累計書込エラー >>> "
                                    ODA-KEY
                   END-WRITE
                   ADD  1  TO  WK-ADD-COUNT
               NOT INVALID KEY
                   ADD  OD-CNT      TO  ODA-CNT
                   ADD  WK-REVENUE  TO  ODA-AMT
                   REWRITE  ODACC-REC
                       INVALID KEY
                           DISPLAY  "<<< OD 累計更新エラー >>> "
                                    ODA-KEY
                   END-REWRITE
                   ADD  1  TO  WK-UPD-COUNT
           END-READ.
