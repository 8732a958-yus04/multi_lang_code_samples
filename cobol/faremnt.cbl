      ******************************************************************
      *    ( 運賃マスタ  保守 )
      *    運賃マスタ(FAREMST)の更新を申請する。
      *    登録(A)／変更(C)／削除(D) を選択する。
      *    運賃改定は適用開始日つきの新レコードを事前に登録して
      *    おけば、TBL031 が実行日時点で有効なレコードを自動的に
      *    採用する(改定当日のプログラム入れ替えは不要)。
      *    入力した運賃表は運賃マスタへは直接反映せず、承認待ち
      *    ファイル(FARPND)へ保留する ... 申請者とは別の保守権限
      *    オペレータが TBL081(運賃承認)で承認した時点で運賃
      *    マスタへ反映される(承認前の運賃表は TBL031・TBL057 の
      *    運賃計算に使われない)。申請は申請時点の運賃マスタと
      *    申請内容のイメージつきで運賃マスタ保守ジャーナル
      *    (FARJNL)へ記録する(改定履歴表は TBL082)。
      *    TBL036(初期ロード)は再構築専用。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  FRM-KEY
               FILE STATUS  IS  FRM-STATUS.
      *          *** 運賃マスタ承認待ちファイル(索引ファイル) ***
           SELECT  OPTIONAL  FARPND
               ASSIGN       TO  "cobol/data/FARPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  FPD-KEY
               FILE STATUS  IS  FPD-STATUS.
      *          *** 運賃マスタ保守ジャーナル(順編成、追記) ***
           SELECT  OPTIONAL  FARJNL
               ASSIGN       TO  "cobol/data/FARJNL.LOG"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  JNL-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  FAREMST
           LABEL RECORD IS STANDARD.
       COPY sfarrec.
       FD  FARPND
           LABEL RECORD IS STANDARD.
       COPY sfpdrec.
       FD  FARJNL
           LABEL RECORD IS STANDARD.
       COPY sfjnrec.
       WORKING-STORAGE            SECTION.
       01  FRM-STATUS             PIC X(02).
       01  FPD-STATUS             PIC X(02).
       01  JNL-STATUS             PIC X(02).
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *ジャーナル編集領域 *****
       01  WK-JNL-ACT             PIC X(01).
       01  WK-BEFORE-REC          PIC X(50).
       01  WK-AFTER-REC           PIC X(50).
      *承認待ち検索結果 *****
       01  WK-PND-SW              PIC X(01).
           88  WK-PND-FOUND                   VALUE "Y".
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *適用開始日入力領域 *****
               STOP  RUN
           END-IF
           DISPLAY  LK-OP-NAME  " さん  サインオン"
      *          *** (運賃マスタは参照のみ ... 反映は TBL081) ***
           OPEN  INPUT  FAREMST
           OPEN  I-O    FARPND
      *          *** (FARJNL は SELECT OPTIONAL のため、ジャーナルが
      *              無くても OPEN EXTEND が自動的に新規作成する) ***
           OPEN  EXTEND  FARJNL
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 A=登録 C=変更 D=削除 9999=終了"
               ACCEPT   ACPT-MENU
               END-EVALUATE
           END-PERFORM
           CLOSE  FAREMST
           CLOSE  FARPND
           CLOSE  FARJNL
           STOP  RUN.

       1000-ADD                   SECTION.
      *          *** (新運賃表の登録申請 ... 同じ適用開始日の運賃表が
      *              既にあれば受け付けない) ***
           PERFORM  8000-ACCEPT-KEY
           IF  ACPT-EFFDATE  IS  NOT  NUMERIC
               DISPLAY  "<<< 適用開始日誤り >>>"
               GO  TO  1000-EXIT
           END-IF
           MOVE  ACPT-EFFDATE  TO  FRM-EFFDATE
           READ  FAREMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>>"
                   GO  TO  1000-EXIT
           END-READ
           PERFORM  8100-ACCEPT-DETAIL
           MOVE  ACPT-EFFDATE  TO  FRM-EFFDATE
           MOVE  "A"           TO  WK-JNL-ACT
           MOVE  SPACES        TO  WK-BEFORE-REC
           MOVE  FAREMST-REC   TO  WK-AFTER-REC
           PERFORM  5000-WRITE-PENDING.

       1000-EXIT.
           EXIT.

       2000-CHANGE                SECTION.
      *          *** (既存運賃表の変更申請 ... 変更前イメージとして
      *              申請時点の運賃マスタを残す) ***
           PERFORM  8000-ACCEPT-KEY
           IF  ACPT-EFFDATE  IS  NOT  NUMERIC
               DISPLAY  "<<< 適用開始日誤り >>>"
               GO  TO  2000-EXIT
           END-IF
           MOVE  ACPT-EFFDATE  TO  FRM-EFFDATE
           READ  FAREMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   MOVE  FAREMST-REC  TO  WK-BEFORE-REC
                   PERFORM  8100-ACCEPT-DETAIL
                   MOVE  "C"          TO  WK-JNL-ACT
                   MOVE  FAREMST-REC  TO  WK-AFTER-REC
                   PERFORM  5000-WRITE-PENDING
           END-READ.

       2000-EXIT.
           EXIT.

       3000-DELETE                SECTION.
      *          *** (運賃表の削除申請) ***
           PERFORM  8000-ACCEPT-KEY
           IF  ACPT-EFFDATE  IS  NOT  NUMERIC
               DISPLAY  "<<< 適用開始日誤り >>>"
               GO  TO  3000-EXIT
           END-IF
           MOVE  ACPT-EFFDATE  TO  FRM-EFFDATE
           READ  FAREMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   MOVE  FAREMST-REC  TO  WK-BEFORE-REC
                   MOVE  "D"          TO  WK-JNL-ACT
                   MOVE  SPACES       TO  WK-AFTER-REC
                   PERFORM  5000-WRITE-PENDING
           END-READ.

       3000-EXIT.
           EXIT.

       5000-WRITE-PENDING         SECTION.
      *          *** (承認待ちファイルへの保留 ... 同一適用開始日の
      *              承認待ちが既にあれば受け付けない。承認・却下の
      *              済んだ旧申請は新しい申請で置き換える) ***
           MOVE  ACPT-EFFDATE  TO  FPD-EFFDATE
           READ  FARPND
               INVALID KEY
                   MOVE  "N"  TO  WK-PND-SW
               NOT INVALID KEY
                   MOVE  "Y"  TO  WK-PND-SW
           END-READ
           IF  WK-PND-FOUND  AND  FPD-PENDING
               DISPLAY  "<<< 同一適用開始日の承認待ちあり"
                        " >>> 申請者="  FPD-ENT-OPID
               GO  TO  5000-EXIT
           END-IF
           MOVE  ACPT-EFFDATE  TO  FPD-EFFDATE
           MOVE  WK-JNL-ACT    TO  FPD-ACT
           MOVE  "P"           TO  FPD-STS
           MOVE  OPER-ID       TO  FPD-ENT-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  FPD-ENT-TS
           MOVE  SPACES        TO  FPD-APR-OPID
                                   FPD-APR-DATE
           MOVE  WK-AFTER-REC (9:42)  TO  FPD-STEP-TBL
           IF  WK-PND-FOUND
               REWRITE  FARPND-REC
                   INVALID KEY
                       DISPLAY  "<<< 更新エラー >>>"
                       GO  TO  5000-EXIT
               END-REWRITE
           ELSE
               WRITE  FARPND-REC
                   INVALID KEY
                       DISPLAY  "<<< 書込エラー >>>"
                       GO  TO  5000-EXIT
               END-WRITE
           END-IF
           MOVE  "E"  TO  FJN-EVENT
           PERFORM  9000-WRITE-JOURNAL
           DISPLAY  "<<< 申請を受け付けました (承認待ち)"
                    " >>> 適用開始日="  ACPT-EFFDATE.

       5000-EXIT.
           EXIT.

       8000-ACCEPT-KEY            SECTION.
           DISPLAY  "適用開始日(YYYYMMDD)を入力"
               MOVE  ACPT-S-KMMAX  TO  FRM-KMMAX (WK-STEP)
               MOVE  ACPT-S-FARE   TO  FRM-FARE (WK-STEP)
           END-PERFORM.

       9000-WRITE-JOURNAL         SECTION.
      *          *** (運賃マスタ保守ジャーナルへの書き出し ... 日時・
      *              オペレータ・事象・処理区分と変更前後のレコード
      *              イメージを残す) ***
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  FJN-TS
           MOVE  OPER-ID        TO  FJN-OPID
           MOVE  WK-JNL-ACT     TO  FJN-ACT
           MOVE  ACPT-EFFDATE   TO  FJN-EFFDATE
           MOVE  OPER-ID        TO  FJN-ENT-OPID
           MOVE  WK-BEFORE-REC  TO  FJN-BEFORE
           MOVE  WK-AFTER-REC   TO  FJN-AFTER
           WRITE  FARJNL-REC.
