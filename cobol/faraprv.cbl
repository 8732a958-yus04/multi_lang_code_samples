      ******************************************************************
      *    ( 運賃マスタ  変更承認 )
      *    TBL037(運賃マスタ保守)が承認待ちファイル(FARPND)へ
      *    保留した運賃表の登録(A)／変更(C)／削除(D)を、申請者とは
      *    別の保守権限オペレータが確認して承認(K)／却下(R)する。
      *      ・承認 ... 運賃マスタ(FAREMST)へ反映し、反映直前と
      *                 反映後のイメージを運賃マスタ保守ジャーナル
      *                 (FARJNL)へ記録する
      *      ・却下 ... 運賃マスタは変えず、申請内容をジャーナルへ
      *                 記録する
      *    申請者本人の承認・却下は受け付けない(1人で運賃表を
      *    書き換えられないようにするため)。承認待ちの一覧は L。
      *    TBL031 は初回呼び出し時に運賃マスタを展開するため、承認
      *    した運賃表は各プログラムの次回起動から有効になる。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL081.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 運賃マスタ(索引ファイル) ***
           SELECT  FAREMST
               ASSIGN       TO  "cobol/data/FAREMST.DAT"
               ORGANIZATION IS  INDEXED
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
       01  FPD-EOF-SW             PIC X(01)   VALUE "N".
           88  FPD-EOF                        VALUE "Y".
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *適用開始日・確認入力領域 *****
       01  ACPT-EFFDATE           PIC X(08).
       01  ACPT-CONFIRM           PIC X(01).
      *ジャーナル編集領域 *****
       01  WK-BEFORE-REC          PIC X(50).
       01  WK-AFTER-REC           PIC X(50).
      *運賃段の対照表示領域 (現行／申請) *****
       01  WK-CUR-REC.
           03  FILLER             PIC X(08).
           03  WK-CUR-STEP  OCCURS 6 TIMES.
               05  WK-CUR-KMMAX   PIC 9(03).
               05  WK-CUR-FARE    PIC 9(04).
       01  WK-NEW-REC.
           03  FILLER             PIC X(08).
           03  WK-NEW-STEP  OCCURS 6 TIMES.
               05  WK-NEW-KMMAX   PIC 9(03).
               05  WK-NEW-FARE    PIC 9(04).
       01  WK-STEP                PIC 9(02).
       01  WK-CUR-SW              PIC X(01).
           88  WK-CUR-FOUND                   VALUE "Y".
       01  WK-TODAY               PIC X(08).
      *制御合計領域 *****
       01  WK-LIST-COUNT          PIC 9(05).
       01  WK-APR-COUNT           PIC 9(05)   VALUE ZERO.
       01  WK-REJ-COUNT           PIC 9(05)   VALUE ZERO.
      *TBL045 呼び出しパラメータ *****
       COPY sopcall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "オペレータID を入力してください"
           ACCEPT   OPER-ID
      *          *** (サインオン検査 ... TBL045 へ委譲。未登録・
      *              無効のID、保守権限のない照会専用IDは
      *              ここで打ち切る) ***
           MOVE  OPER-ID   TO  LK-OP-ID
           MOVE  "TBL081"  TO  LK-OP-PGM
           MOVE  "2"       TO  LK-OP-REQ
           CALL  "TBL045"  USING  TBL045-PARM
           IF  LK-OP-NG
               IF  LK-OP-RSN-AUTH
                   DISPLAY  "<<< 保守権限がありません >>>"
               ELSE
                   DISPLAY  "<<< サインオン不可 >>>"
               END-IF
               STOP  RUN
           END-IF
           DISPLAY  LK-OP-NAME  " さん  サインオン"
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-TODAY
           OPEN  I-O  FAREMST
           OPEN  I-O  FARPND
      *          *** (FARJNL は SELECT OPTIONAL のため、ジャーナルが
      *              無くても OPEN EXTEND が自動的に新規作成する) ***
           OPEN  EXTEND  FARJNL
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 L=承認待ち一覧 K=承認 R=却下 "
                        "9999=終了"
               ACCEPT   ACPT-MENU
               EVALUATE  TRUE
                   WHEN  ACPT-MENU  =  "9999"
                       CONTINUE
                   WHEN  ACPT-MENU  =  "L"
                       PERFORM  1000-LIST
                   WHEN  ACPT-MENU  =  "K"
                       PERFORM  2000-APPROVE
                   WHEN  ACPT-MENU  =  "R"
                       PERFORM  3000-REJECT
                   WHEN  OTHER
                       DISPLAY  "<<< 選択誤り >>>"
               END-EVALUATE
           END-PERFORM
           CLOSE  FAREMST
           CLOSE  FARPND
           CLOSE  FARJNL
           DISPLAY  "TBL081 承認件数 = "  WK-APR-COUNT
           DISPLAY  "TBL081 却下件数 = "  WK-REJ-COUNT
           STOP  RUN.

       1000-LIST                  SECTION.
      *          *** (承認待ち(P)の一覧 ... 適用開始日順に先頭から
      *              読み進める) ***
           MOVE  ZERO        TO  WK-LIST-COUNT
           MOVE  "N"         TO  FPD-EOF-SW
           MOVE  LOW-VALUE   TO  FPD-KEY
           START  FARPND  KEY  NOT  <  FPD-KEY
               INVALID KEY
                   MOVE  "Y"  TO  FPD-EOF-SW
           END-START
           PERFORM  UNTIL  FPD-EOF
               READ  FARPND  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  FPD-EOF-SW
                   NOT AT END
                       IF  FPD-PENDING
                           ADD  1  TO  WK-LIST-COUNT
                           DISPLAY  FPD-EFFDATE  " 区分="  FPD-ACT
                                    " 申請者="  FPD-ENT-OPID
                                    " "  FPD-ENT-TS (1:12)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY  "承認待ち件数 = "  WK-LIST-COUNT.

       2000-APPROVE               SECTION.
      *          *** (承認 ... 運賃マスタへ反映してから承認待ちを
      *              承認済(A)にする。反映できなかった申請は承認
      *              待ちのまま残す) ***
           PERFORM  8000-READ-PENDING
           IF  NOT  FPD-PENDING
               GO  TO  2000-EXIT
           END-IF
           DISPLAY  "承認しますか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  2000-EXIT
           END-IF
           MOVE  FPD-EFFDATE   TO  FRM-EFFDATE
           MOVE  FPD-STEP-TBL  TO  FRM-STEP-TBL
           EVALUATE  FPD-ACT
               WHEN  "A"
                   WRITE  FAREMST-REC
                       INVALID KEY
                           DISPLAY  "<<< 登録済みキー >>>"
                           GO  TO  2000-EXIT
                   END-WRITE
               WHEN  "C"
                   REWRITE  FAREMST-REC
                       INVALID KEY
                           DISPLAY  "<<< 未登録キー >>>"
                           GO  TO  2000-EXIT
                   END-REWRITE
               WHEN  "D"
                   DELETE  FAREMST
                       INVALID KEY
                           DISPLAY  "<<< 未登録キー >>>"
                           GO  TO  2000-EXIT
                   END-DELETE
               WHEN  OTHER
                   DISPLAY  "<<< 処理区分誤り >>> "  FPD-ACT
                   GO  TO  2000-EXIT
           END-EVALUATE
           IF  FPD-ACT  =  "D"
               THEN  MOVE  SPACES       TO  WK-AFTER-REC
               ELSE  MOVE  FAREMST-REC  TO  WK-AFTER-REC
           END-IF
           MOVE  "A"      TO  FPD-STS
           MOVE  "K"      TO  FJN-EVENT
           PERFORM  9000-CLOSE-PENDING
           ADD  1  TO  WK-APR-COUNT
           DISPLAY  "<<< 承認し運賃マスタへ"
                    "反映しました >>>".

       2000-EXIT.
           EXIT.

       3000-REJECT                SECTION.
      *          *** (却下 ... 運賃マスタは変えず、承認待ちを却下(R)
      *              にする。申請内容は変更後欄に残す) ***
           PERFORM  8000-READ-PENDING
           IF  NOT  FPD-PENDING
               GO  TO  3000-EXIT
           END-IF
           DISPLAY  "却下しますか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  3000-EXIT
           END-IF
           MOVE  WK-NEW-REC  TO  WK-AFTER-REC
           MOVE  "R"      TO  FPD-STS
           MOVE  "R"      TO  FJN-EVENT
           PERFORM  9000-CLOSE-PENDING
           ADD  1  TO  WK-REJ-COUNT
           DISPLAY  "<<< 却下しました >>>".

       3000-EXIT.
           EXIT.

       8000-READ-PENDING          SECTION.
      *          *** (承認待ちの取得と対照表示 ... 承認待ちでない
      *              もの、申請者本人の操作は状況をスペースにして
      *              呼び出し元で打ち切らせる) ***
           DISPLAY  "適用開始日(YYYYMMDD)を入力"
           ACCEPT   ACPT-EFFDATE
           MOVE  ACPT-EFFDATE  TO  FPD-EFFDATE
           READ  FARPND
               INVALID KEY
                   DISPLAY  "<<< 承認待ちなし >>>"
                   MOVE  SPACE  TO  FPD-STS
                   GO  TO  8000-EXIT
           END-READ
           IF  NOT  FPD-PENDING
               DISPLAY  "<<< 承認待ちではありません >>> "
                        "状況="
                        FPD-STS
               MOVE  SPACE  TO  FPD-STS
               GO  TO  8000-EXIT
           END-IF
           IF  FPD-ENT-OPID  =  OPER-ID
               DISPLAY  "<<< 申請者本人は承認・却下"
                        "できません >>>"
               MOVE  SPACE  TO  FPD-STS
               GO  TO  8000-EXIT
           END-IF
      *          *** (現行の運賃マスタを読み、変更前イメージとして
      *              控える。登録申請では現行なし) ***
           MOVE  FPD-EFFDATE  TO  FRM-EFFDATE
           READ  FAREMST
               INVALID KEY
                   MOVE  "N"     TO  WK-CUR-SW
                   MOVE  SPACES  TO  WK-BEFORE-REC
               NOT INVALID KEY
                   MOVE  "Y"          TO  WK-CUR-SW
                   MOVE  FAREMST-REC  TO  WK-BEFORE-REC
           END-READ
           MOVE  WK-BEFORE-REC  TO  WK-CUR-REC
           MOVE  FPD-EFFDATE    TO  WK-NEW-REC
           MOVE  FPD-STEP-TBL   TO  WK-NEW-REC (9:42)
           DISPLAY  "適用開始日=" FPD-EFFDATE  "  区分=" FPD-ACT
                    "  申請者=" FPD-ENT-OPID
           IF  NOT  WK-CUR-FOUND
               DISPLAY  "  (現行の運賃表なし)"
           END-IF
           PERFORM  VARYING  WK-STEP  FROM  1  BY  1
                     UNTIL  WK-STEP  >  6
               DISPLAY  "  段"  WK-STEP
                        "  現行 "  WK-CUR-KMMAX (WK-STEP)
                        "km "      WK-CUR-FARE (WK-STEP)
                        "円  申請 " WK-NEW-KMMAX (WK-STEP)
                        "km "      WK-NEW-FARE (WK-STEP)  "円"
           END-PERFORM.

       8000-EXIT.
           EXIT.

       9000-CLOSE-PENDING         SECTION.
      *          *** (承認待ちの締め ... 承認(却下)者と日付を埋めて
      *              書き戻し、ジャーナルへ記録する) ***
           MOVE  OPER-ID   TO  FPD-APR-OPID
           MOVE  WK-TODAY  TO  FPD-APR-DATE
           REWRITE  FARPND-REC
               INVALID KEY
                   DISPLAY  "<<< 承認待ち更新エラー >>> "
                            FPD-EFFDATE
           END-REWRITE
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  FJN-TS
           MOVE  OPER-ID        TO  FJN-OPID
           MOVE  FPD-ACT        TO  FJN-ACT
           MOVE  FPD-EFFDATE    TO  FJN-EFFDATE
           MOVE  FPD-ENT-OPID   TO  FJN-ENT-OPID
           MOVE  WK-BEFORE-REC  TO  FJN-BEFORE
           MOVE  WK-AFTER-REC   TO  FJN-AFTER
           WRITE  FARJNL-REC.
