      *    運用中の追加・変更・削除はこちらを使う。
      *    全ての更新は変更前後のレコードイメージつきで保守
      *    ジャーナル(TBLJNL)へ記録する(復旧は TBL043)。
      *    適用日に翌日以降の日付を入力した更新は駅マスタへ反映
      *    せず、予約変更ファイル(TBLPND)へ保留する ... 夜間
      *    ストリームの TBL074 が適用日に反映し、ジャーナルを記録
      *    する。保留中の予約は取消(X)で取り消せる(一覧は TBL075)。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 予約変更ファイル(索引ファイル) ***
           SELECT  OPTIONAL  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 保守ジャーナル(順編成、追記) ***
           SELECT  OPTIONAL  TBLJNL
               ASSIGN       TO  "cobol/data/TBLJNL.LOG"
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  TBLJNL
           LABEL RECORD IS STANDARD.
       COPY sjnlrec.
       WORKING-STORAGE            SECTION.
       01  TBM-STATUS             PIC X(02).
       01  PND-STATUS             PIC X(02).
       01  JNL-STATUS             PIC X(02).
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
       01  ACPT-TBNM              PIC X(18).
       01  ACPT-ZONE              PIC 9(02).
       01  ACPT-DIST              PIC 9(03).
      *適用日入力領域 (スペース=即時) *****
       01  ACPT-EFFDATE           PIC X(08).
       01  ACPT-EFFDATE-N  REDEFINES  ACPT-EFFDATE
                                  PIC 9(08).
       01  WK-TODAY               PIC X(08).
       01  WK-PND-SW              PIC X(01).
           88  WK-PND-FOUND                   VALUE "Y".
       01  WK-EFF-SW              PIC X(01).
           88  WK-EFF-NOW                     VALUE "N".
           88  WK-EFF-FUTURE                  VALUE "F".
           88  WK-EFF-ERROR                   VALUE "E".
      *取消確認入力領域 *****
       01  ACPT-CONFIRM           PIC X(01).
      *TBL045 呼び出しパラメータ *****
       COPY sopcall.
      *TBL048 呼び出しパラメータ *****
           END-IF
           DISPLAY  LK-OP-NAME  " さん  サインオン"
           OPEN  I-O  TBLMST
           OPEN  I-O  TBLPND
      *          *** (TBLJNL は SELECT OPTIONAL のため、ジャーナルが
      *              無くても OPEN EXTEND が自動的に新規作成する) ***
           OPEN  EXTEND  TBLJNL
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 A=登録 C=変更 D=削除 "
                        "X=予約取消 9999=終了"
               ACCEPT   ACPT-MENU
               EVALUATE  TRUE
                   WHEN  ACPT-MENU  =  "9999"
                       PERFORM  2000-CHANGE
                   WHEN  ACPT-MENU  =  "D"
                       PERFORM  3000-DELETE
                   WHEN  ACPT-MENU  =  "X"
                       PERFORM  4000-CANCEL
                   WHEN  OTHER
                       DISPLAY  "<<< 選択誤り >>>"
               END-EVALUATE
           END-PERFORM
           CLOSE  TBLMST
           CLOSE  TBLPND
           CLOSE  TBLJNL
           STOP  RUN.

           IF  LK-LN-NG
               GO  TO  1000-EXIT
           END-IF
           PERFORM  8200-ACCEPT-EFFDATE
           IF  WK-EFF-ERROR
               GO  TO  1000-EXIT
           END-IF
           PERFORM  8100-ACCEPT-DETAIL
           MOVE  ACPT-LINE   TO  TBM-LINE
           MOVE  ACPT-TBCD   TO  TBM-TBCD
           MOVE  ACPT-TBNM   TO  TBM-TBNM
           MOVE  ACPT-ZONE   TO  TBM-ZONE
           MOVE  ACPT-DIST   TO  TBM-DIST
      *          *** (適用日が翌日以降 ... 予約変更ファイルへ保留) ***
           IF  WK-EFF-FUTURE
               MOVE  "A"         TO  WK-JNL-ACT
               MOVE  TBLMST-REC  TO  WK-AFTER-REC
               PERFORM  5000-WRITE-PENDING
               GO  TO  1000-EXIT
           END-IF
           WRITE  TBLMST-REC
               INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>>"
           IF  LK-LN-NG
               GO  TO  2000-EXIT
           END-IF
           PERFORM  8200-ACCEPT-EFFDATE
           IF  WK-EFF-ERROR
               GO  TO  2000-EXIT
           END-IF
      *          *** (適用日が翌日以降 ... 変更後の内容を全項目
      *              入力させ、予約変更ファイルへ保留する。変更前
      *              イメージは適用時点の駅マスタから TBL074 が
      *              採る) ***
           IF  WK-EFF-FUTURE
               PERFORM  8100-ACCEPT-DETAIL
               MOVE  ACPT-LINE   TO  TBM-LINE
               MOVE  ACPT-TBCD   TO  TBM-TBCD
               MOVE  ACPT-TBNM   TO  TBM-TBNM
               MOVE  ACPT-ZONE   TO  TBM-ZONE
               MOVE  ACPT-DIST   TO  TBM-DIST
               MOVE  "C"         TO  WK-JNL-ACT
               MOVE  TBLMST-REC  TO  WK-AFTER-REC
               PERFORM  5000-WRITE-PENDING
               GO  TO  2000-EXIT
           END-IF
           MOVE  ACPT-LINE   TO  TBM-LINE
           MOVE  ACPT-TBCD   TO  TBM-TBCD
           READ  TBLMST
           IF  LK-LN-NG
               GO  TO  3000-EXIT
           END-IF
           PERFORM  8200-ACCEPT-EFFDATE
           IF  WK-EFF-ERROR
               GO  TO  3000-EXIT
           END-IF
      *          *** (適用日が翌日以降 ... 予約変更ファイルへ保留) ***
           IF  WK-EFF-FUTURE
               MOVE  "D"     TO  WK-JNL-ACT
               MOVE  SPACES  TO  WK-AFTER-REC
               PERFORM  5000-WRITE-PENDING
               GO  TO  3000-EXIT
           END-IF
           MOVE  ACPT-LINE   TO  TBM-LINE
           MOVE  ACPT-TBCD   TO  TBM-TBCD
           READ  TBLMST
       3000-EXIT.
           EXIT.

       4000-CANCEL                SECTION.
      *          *** (予約の取消 ... 保留中(P)の予約だけを取消(X)
      *              にする。レコードは削除せず、取消者と日時を
      *              残す) ***
           PERFORM  8000-ACCEPT-KEY
           IF  LK-LN-NG
               GO  TO  4000-EXIT
           END-IF
           DISPLAY  "取り消す予約の適用日(YYYYMMDD)を入力"
           ACCEPT   ACPT-EFFDATE
           MOVE  ACPT-EFFDATE  TO  PND-EFFDATE
           MOVE  ACPT-LINE     TO  PND-LINE
           MOVE  ACPT-TBCD     TO  PND-TBCD
           READ  TBLPND
               INVALID KEY
                   DISPLAY  "<<< 予約なし >>>"
                   GO  TO  4000-EXIT
           END-READ
           IF  NOT  PND-PENDING
               DISPLAY  "<<< 保留中ではありません >>> 状況="
                        PND-STS
               GO  TO  4000-EXIT
           END-IF
           DISPLAY  "処理区分=" PND-ACT  "  受付者=" PND-OPID
           DISPLAY  "変更後=" PND-AFTER
           DISPLAY  "取り消しますか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               GO  TO  4000-EXIT
           END-IF
           MOVE  "X"      TO  PND-STS
           MOVE  OPER-ID  TO  PND-UPD-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  PND-UPD-TS
           REWRITE  TBLPND-REC
               INVALID KEY
                   DISPLAY  "<<< 更新エラー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 予約を取り消しました >>>"
           END-REWRITE.

       4000-EXIT.
           EXIT.

       5000-WRITE-PENDING         SECTION.
      *          *** (予約変更ファイルへの保留 ... 同一駅・同一
      *              適用日の保留中(P)の予約が既にあれば受け付け
      *              ない。取消(X)・適用エラー(E)などの済んだ旧予約
      *              は新しい予約で置き換える) ***
           MOVE  ACPT-EFFDATE  TO  PND-EFFDATE
           MOVE  ACPT-LINE     TO  PND-LINE
           MOVE  ACPT-TBCD     TO  PND-TBCD
           READ  TBLPND
               INVALID KEY
                   MOVE  "N"  TO  WK-PND-SW
               NOT INVALID KEY
                   MOVE  "Y"  TO  WK-PND-SW
           END-READ
           IF  WK-PND-FOUND  AND  PND-PENDING
               DISPLAY  "<<< 同一適用日の予約あり >>> "
                        "受付者="  PND-OPID
               GO  TO  5000-EXIT
           END-IF
           MOVE  ACPT-EFFDATE  TO  PND-EFFDATE
           MOVE  ACPT-LINE     TO  PND-LINE
           MOVE  ACPT-TBCD     TO  PND-TBCD
           MOVE  WK-JNL-ACT    TO  PND-ACT
           MOVE  "P"           TO  PND-STS
           MOVE  OPER-ID       TO  PND-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  PND-TS
           MOVE  SPACES        TO  PND-UPD-OPID
                                   PND-UPD-TS
           MOVE  WK-AFTER-REC  TO  PND-AFTER
           IF  WK-PND-FOUND
               REWRITE  TBLPND-REC
                   INVALID KEY
                       DISPLAY  "<<< 更新エラー >>>"
                       GO  TO  5000-EXIT
               END-REWRITE
           ELSE
               WRITE  TBLPND-REC
                   INVALID KEY
                       DISPLAY  "<<< 同一適用日の予約あり >>>"
                       GO  TO  5000-EXIT
               END-WRITE
           END-IF
           DISPLAY  "<<< 予約を受け付けました >>> "
                    "適用日="  ACPT-EFFDATE.

       5000-EXIT.
           EXIT.

       8000-ACCEPT-KEY            SECTION.
      *          *** (路線コードは路線マスタに登録された有効な
      *              ものだけを受け付ける ... TBL048 へ委譲。
           DISPLAY  "新宿からの営業キロを入力"
           ACCEPT   ACPT-DIST.

       8200-ACCEPT-EFFDATE        SECTION.
      *          *** (適用日の取得 ... スペースまたは本日は即時反映、
      *              翌日以降は予約。過去日・非数値・暦に無い日付
      *              は誤りとして更新を行わずメニューへ戻る) ***
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-TODAY
           DISPLAY  "適用日(YYYYMMDD 空=即時)を入力"
           ACCEPT   ACPT-EFFDATE
           EVALUATE  TRUE
               WHEN  ACPT-EFFDATE  =  SPACES
                   MOVE  "N"  TO  WK-EFF-SW
               WHEN  ACPT-EFFDATE  IS  NOT  NUMERIC
                   DISPLAY  "<<< 適用日誤り >>>"
                   MOVE  "E"  TO  WK-EFF-SW
               WHEN  FUNCTION TEST-DATE-YYYYMMDD (ACPT-EFFDATE-N)
                         NOT  =  ZERO
                   DISPLAY  "<<< 適用日誤り >>>"
                   MOVE  "E"  TO  WK-EFF-SW
               WHEN  ACPT-EFFDATE  <  WK-TODAY
                   DISPLAY  "<<< 過去日は指定できません >>>"
                   MOVE  "E"  TO  WK-EFF-SW
               WHEN  ACPT-EFFDATE  =  WK-TODAY
                   MOVE  "N"  TO  WK-EFF-SW
               WHEN  OTHER
                   MOVE  "F"  TO  WK-EFF-SW
           END-EVALUATE.

       9000-WRITE-JOURNAL         SECTION.
      *          *** (保守ジャーナルへの書き出し ... 日時・オペレータ
      *              ・処理区分と変更前後のレコードイメージを残す) ***
