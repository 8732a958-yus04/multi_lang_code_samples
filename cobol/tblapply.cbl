      ******************************************************************
      *    ( 駅マスタ  予約変更適用 )
      *    夜間ストリームで TBL083(整合性検査)の後、TBL038(入力
      *    チェック)の前に実行する。
      *    予約変更ファイル(TBLPND ... TBL034 が保留した翌日以降
      *    適用の登録／変更／削除)のうち、適用日が業務日付以前で
      *    保留中(P)のものを適用日順にすべて駅マスタへ反映する
      *    (前夜までに停止していた分も取りこぼさない)。
      *    反映した更新は TBL034 と同じ形式で変更前後のレコード
      *    イメージつきで保守ジャーナル(TBLJNL)へ記録する ... オペ
      *    レータIDには予約を受け付けたオペレータを残すため、
      *    TBL042(一覧)・TBL043(復旧)・TBL035(差分抽出)からは
      *    通常の保守と同じに見える。
      *    変更前イメージは適用時点の駅マスタから採る。
      *      ・登録 ... 同じ駅が既に存在する
      *      ・変更／削除 ... 駅が存在しない
      *    場合は反映せず適用エラー(E)とし、表示して後続へ進む。
      *    予約レコードは削除せず、状況を適用済(A)／適用エラー(E)
      *    に変えて残す(一覧は TBL075)。
      *    開始時に TBL051(実行管理)で TBL083 完了済み・同日実行
      *    済みでないことを検査し、正常終了時に完了と制御合計
      *    (対象件数・適用件数)を記録する。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL074.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 予約変更ファイル(索引ファイル) ***
           SELECT  OPTIONAL  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 駅マスタ(索引ファイル) ***
           SELECT  TBLMST
               ASSIGN       TO  "cobol/data/TBLMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 保守ジャーナル(順編成、追記) ***
           SELECT  OPTIONAL  TBLJNL
               ASSIGN       TO  "cobol/data/TBLJNL.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  JNL-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  TBLJNL
           LABEL RECORD IS STANDARD.
       COPY sjnlrec.
       WORKING-STORAGE            SECTION.
       01  PND-STATUS             PIC X(02).
       01  TBM-STATUS             PIC X(02).
       01  JNL-STATUS             PIC X(02).
       01  PND-EOF-SW             PIC X(01)   VALUE "N".
           88  PND-EOF                        VALUE "Y".
      *業務日付領域 *****
       01  WK-RUN-DATE            PIC X(08).
      *ジャーナル編集領域 *****
       01  WK-JNL-ACT             PIC X(01).
       01  WK-BEFORE-REC          PIC X(29).
       01  WK-AFTER-REC           PIC X(29).
      *適用結果判定領域 *****
       01  WK-APPLY-SW            PIC X(01).
           88  WK-APPLY-OK                    VALUE "Y".
      *制御合計領域 *****
       01  WK-DUE-COUNT           PIC 9(06)   VALUE ZERO.
       01  WK-OK-COUNT            PIC 9(06)   VALUE ZERO.
       01  WK-ERR-COUNT           PIC 9(06)   VALUE ZERO.
      *業務日付入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
      *          *** (実行管理検査 ... TBL051 へ委譲。TBL083 未完了
      *              または同日実行済みの場合はここで打ち切る) ***
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "CHK"     TO  LK-RC-FUNC
           MOVE  "TBL074"  TO  LK-RC-STEP
           CALL  "TBL051"  USING  TBL051-PARM
           IF  LK-RC-NG
               DISPLAY  "<<< TBL074 開始不可 >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
      *          *** (適用の基準日 ... TBL051 と同じく未設定(非数値)
      *              の場合のみ実行日とする) ***
           MOVE  ACPT-RUN-DATE  TO  WK-RUN-DATE
           IF  WK-RUN-DATE  IS  NOT  NUMERIC
               MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE
           END-IF
      *          *** (TBLPND は SELECT OPTIONAL のため、予約が一度も
      *              受け付けられていなければ対象なしで完了する) ***
           OPEN  I-O  TBLPND
           IF  PND-STATUS  NOT  =  "00"  AND  "05"
               MOVE  "Y"  TO  PND-EOF-SW
           END-IF
           OPEN  I-O     TBLMST
           OPEN  EXTEND  TBLJNL
           PERFORM  UNTIL  PND-EOF
               READ  TBLPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  PND-EOF-SW
                   NOT AT END
      *                  *** (キーは適用日が先頭のため、業務日付を
      *                      超えたところで打ち切る) ***
                       IF  PND-EFFDATE  >  WK-RUN-DATE
                           MOVE  "Y"  TO  PND-EOF-SW
                       ELSE
                           IF  PND-PENDING
                               ADD  1  TO  WK-DUE-COUNT
                               PERFORM  1000-APPLY-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE  TBLPND
           CLOSE  TBLMST
           CLOSE  TBLJNL
           DISPLAY  "TBL074 業務日付   = "  WK-RUN-DATE
           DISPLAY  "TBL074 対象件数   = "  WK-DUE-COUNT
           DISPLAY  "TBL074 適用件数   = "  WK-OK-COUNT
           DISPLAY  "TBL074 エラー件数 = "  WK-ERR-COUNT
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は適用件数) ***
           MOVE  "END"         TO  LK-RC-FUNC
           MOVE  "TBL074"      TO  LK-RC-STEP
           MOVE  WK-DUE-COUNT  TO  LK-RC-CNT1
           MOVE  WK-OK-COUNT   TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-APPLY-CHANGE          SECTION.
      *          *** (予約1件の反映 ... 処理区分ごとに駅マスタを
      *              更新し、成功したらジャーナルを記録する。
      *              結果を予約レコードの状況へ書き戻す) ***
           MOVE  "N"      TO  WK-APPLY-SW
           MOVE  PND-ACT  TO  WK-JNL-ACT
           EVALUATE  PND-ACT
               WHEN  "A"
                   PERFORM  2000-APPLY-ADD
               WHEN  "C"
                   PERFORM  3000-APPLY-CHANGE
               WHEN  "D"
                   PERFORM  4000-APPLY-DELETE
               WHEN  OTHER
                   DISPLAY  "<<< 処理区分誤り >>> "  PND-KEY
           END-EVALUATE
           IF  WK-APPLY-OK
               THEN  ADD  1  TO  WK-OK-COUNT
                     PERFORM  9000-WRITE-JOURNAL
                     MOVE  "A"  TO  PND-STS
               ELSE  ADD  1  TO  WK-ERR-COUNT
                     MOVE  "E"  TO  PND-STS
           END-IF
           MOVE  "TBL074"  TO  PND-UPD-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  PND-UPD-TS
           REWRITE  TBLPND-REC
               INVALID KEY
                   DISPLAY  "<<< 予約更新エラー >>> "  PND-KEY
           END-REWRITE.

       2000-APPLY-ADD             SECTION.
      *          *** (登録の反映) ***
           MOVE  PND-AFTER  TO  TBLMST-REC
           WRITE  TBLMST-REC
               INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>> "  PND-KEY
               NOT INVALID KEY
                   MOVE  "Y"         TO  WK-APPLY-SW
                   MOVE  SPACES      TO  WK-BEFORE-REC
                   MOVE  TBLMST-REC  TO  WK-AFTER-REC
           END-WRITE.

       3000-APPLY-CHANGE          SECTION.
      *          *** (変更の反映 ... 変更前イメージは適用時点の
      *              駅マスタから採る) ***
           MOVE  PND-LINE  TO  TBM-LINE
           MOVE  PND-TBCD  TO  TBM-TBCD
           READ  TBLMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>> "  PND-KEY
               NOT INVALID KEY
                   MOVE  TBLMST-REC  TO  WK-BEFORE-REC
                   MOVE  PND-AFTER   TO  TBLMST-REC
                   REWRITE  TBLMST-REC
                       INVALID KEY
                           DISPLAY  "<<< 更新エラー >>> "  PND-KEY
                       NOT INVALID KEY
                           MOVE  "Y"         TO  WK-APPLY-SW
                           MOVE  TBLMST-REC  TO  WK-AFTER-REC
                   END-REWRITE
           END-READ.

       4000-APPLY-DELETE          SECTION.
      *          *** (削除の反映 ... 変更前イメージを残すため、
      *              削除の前に読み込んでおく) ***
           MOVE  PND-LINE  TO  TBM-LINE
           MOVE  PND-TBCD  TO  TBM-TBCD
           READ  TBLMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>> "  PND-KEY
               NOT INVALID KEY
                   MOVE  TBLMST-REC  TO  WK-BEFORE-REC
                   DELETE  TBLMST
                       INVALID KEY
                           DISPLAY  "<<< 削除エラー >>> "  PND-KEY
                       NOT INVALID KEY
                           MOVE  "Y"     TO  WK-APPLY-SW
                           MOVE  SPACES  TO  WK-AFTER-REC
                   END-DELETE
           END-READ.

       9000-WRITE-JOURNAL         SECTION.
      *          *** (保守ジャーナルへの書き出し ... TBL034 と同じ
      *              形式。オペレータIDは予約の受付者) ***
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  JNL-TS
           MOVE  PND-OPID       TO  JNL-OPID
           MOVE  WK-JNL-ACT     TO  JNL-ACT
           MOVE  WK-BEFORE-REC  TO  JNL-BEFORE
           MOVE  WK-AFTER-REC   TO  JNL-AFTER
           WRITE  TBLJNL-REC.
