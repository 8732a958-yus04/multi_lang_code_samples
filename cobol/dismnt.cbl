      ******************************************************************
      *    ( 輸送障害  事象マスタ  保守 )
      *    輸送障害事象マスタ(DISMST)を直接更新する。
      *    登録(A)／変更(C)／削除(D)／一覧(L) を選択する。
      *    登録時に発生日・路線・影響区間(起点駅～終点駅)・開始／
      *    終了時刻・原因コード・摘要を入力し、その場で
      *      ・発生日の非数値・カレンダ未登録・運休日(TBL060)
      *      ・路線コード無効(TBL048)・起点／終点駅の駅マスタ
      *        未登録(TBL031 ... 終点駅の空白は起点駅と同じ)
      *      ・時刻の非数値・範囲外、終了が開始より前
      *      ・原因コード
      *    を検査する。日内連番は発生日ごとに自動で採番する。
      *    変更は発生日+連番で呼び出し、区間以降を入力し直す。
      *    影響人員・減収見込の印刷は TBL087。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL086.
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
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  DISMST
           LABEL RECORD IS STANDARD.
       COPY sdsrrec.
       WORKING-STORAGE            SECTION.
       01  DSR-STATUS             PIC X(02).
       01  DSR-EOF-SW             PIC X(01).
           88  DSR-EOF                        VALUE "Y".
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *事象入力領域 *****
       01  ACPT-DATE              PIC X(08).
       01  ACPT-SEQ               PIC X(02).
       01  ACPT-LINE              PIC X(02).
       01  ACPT-FROM-TBCD         PIC X(04).
       01  ACPT-TO-TBCD           PIC X(04).
       01  ACPT-START-TIME.
           03  ACPT-START-HH      PIC 9(02).
           03  ACPT-START-MM      PIC 9(02).
       01  ACPT-END-TIME.
           03  ACPT-END-HH        PIC 9(02).
           03  ACPT-END-MM        PIC 9(02).
       01  ACPT-CAUSE             PIC X(01).
       01  ACPT-NOTE              PIC X(30).
       01  ACPT-CONFIRM           PIC X(01).
      *入力検査結果 (Y=誤りあり ... 更新せずメニューへ戻る) *****
       01  WK-ERR-SW              PIC X(01).
           88  WK-ERR                         VALUE "Y".
      *採番領域 *****
       01  WK-LAST-SEQ            PIC 9(02).
      *一覧件数 *****
       01  WK-LIST-COUNT          PIC 9(04).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL045 呼び出しパラメータ *****
       COPY sopcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *TBL060 呼び出しパラメータ *****
       COPY scacall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "オペレータID を入力してください"
           ACCEPT   OPER-ID
      *          *** (サインオン検査 ... TBL045 へ委譲。未登録・
      *              無効のID、保守権限のない照会専用IDは
      *              ここで打ち切る) ***
           MOVE  OPER-ID   TO  LK-OP-ID
           MOVE  "TBL086"  TO  LK-OP-PGM
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
      *          *** (事象マスタは SELECT OPTIONAL のため、初回の
      *              登録時に作成される) ***
           OPEN  I-O  DISMST
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 A=登録 C=変更 D=削除 L=一覧"
                        " 9999=終了"
               ACCEPT   ACPT-MENU
               EVALUATE  TRUE
                   WHEN  ACPT-MENU  =  "9999"
                       CONTINUE
                   WHEN  ACPT-MENU  =  "A"
                       PERFORM  1000-ADD
                   WHEN  ACPT-MENU  =  "C"
                       PERFORM  2000-CHANGE
                   WHEN  ACPT-MENU  =  "D"
                       PERFORM  3000-DELETE
                   WHEN  ACPT-MENU  =  "L"
                       PERFORM  4000-LIST
                   WHEN  OTHER
                       DISPLAY  "<<< 選択誤り >>>"
               END-EVALUATE
           END-PERFORM
           CLOSE  DISMST
           STOP  RUN.

       1000-ADD                   SECTION.
      *          *** (事象の登録 ... 発生日を検査して内容を入力し、
      *              確認(Y)のうえ発生日内の次の連番で書き込む) ***
           DISPLAY  "発生日(YYYYMMDD)を入力"
           ACCEPT   ACPT-DATE
           IF  ACPT-DATE  IS  NOT  NUMERIC
               DISPLAY  "<<< 発生日不正 >>>"
               GO  TO  1000-EXIT
           END-IF
      *          *** (発生日の検査 ... TBL060 へ委譲。カレンダ
      *              未登録の日付・運休日(終日運休はカレンダ側で
      *              表す)は受け付けない) ***
           MOVE  ACPT-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-NG
               DISPLAY  "<<< 発生日不正 >>>"
               GO  TO  1000-EXIT
           END-IF
           PERFORM  8000-ACCEPT-DETAIL
           IF  WK-ERR
               GO  TO  1000-EXIT
           END-IF
           PERFORM  8500-NEXT-SEQ
           IF  WK-LAST-SEQ  >=  99
               DISPLAY  "<<< 同日の事象件数上限超過 >>>"
               GO  TO  1000-EXIT
           END-IF
           DISPLAY  "よろしいですか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  1000-EXIT
           END-IF
           MOVE  ACPT-DATE  TO  DSR-DATE
           COMPUTE  DSR-SEQ  =  WK-LAST-SEQ  +  1
           PERFORM  8600-MOVE-DETAIL
           WRITE  DISMST-REC
               INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 登録しました >>> "
                            DSR-DATE  "-"  DSR-SEQ
           END-WRITE.

       1000-EXIT.
           EXIT.

       2000-CHANGE                SECTION.
      *          *** (既存事象の変更 ... 発生日+連番で呼び出して
      *              現在の内容を表示し、区間以降を入力し直す) ***
           PERFORM  8700-READ-EVENT
           IF  WK-ERR
               GO  TO  2000-EXIT
           END-IF
           MOVE  DSR-DATE  TO  ACPT-DATE
           PERFORM  8000-ACCEPT-DETAIL
           IF  WK-ERR
               GO  TO  2000-EXIT
           END-IF
           DISPLAY  "よろしいですか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  2000-EXIT
           END-IF
           PERFORM  8600-MOVE-DETAIL
           REWRITE  DISMST-REC
               INVALID KEY
                   DISPLAY  "<<< 更新エラー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 変更しました >>>"
           END-REWRITE.

       2000-EXIT.
           EXIT.

       3000-DELETE                SECTION.
      *          *** (事象の削除 ... 内容を表示して確認をとる) ***
           PERFORM  8700-READ-EVENT
           IF  WK-ERR
               GO  TO  3000-EXIT
           END-IF
           DISPLAY  "削除してよろしいですか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  3000-EXIT
           END-IF
           DELETE  DISMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 削除しました >>>"
           END-DELETE.

       3000-EXIT.
           EXIT.

       4000-LIST                  SECTION.
      *          *** (指定日の事象の一覧 ... 発生日の先頭から日付が
      *              変わるまで読む) ***
           DISPLAY  "発生日(YYYYMMDD)を入力"
           ACCEPT   ACPT-DATE
           MOVE  ZERO       TO  WK-LIST-COUNT
           MOVE  "N"        TO  DSR-EOF-SW
           MOVE  ACPT-DATE  TO  DSR-DATE
           MOVE  ZERO       TO  DSR-SEQ
           START  DISMST  KEY  NOT  <  DSR-KEY
               INVALID KEY
                   MOVE  "Y"  TO  DSR-EOF-SW
           END-START
           PERFORM  UNTIL  DSR-EOF
               READ  DISMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  DSR-EOF-SW
                   NOT AT END
                       IF  DSR-DATE  NOT  =  ACPT-DATE
                           MOVE  "Y"  TO  DSR-EOF-SW
                       ELSE
                           ADD  1  TO  WK-LIST-COUNT
                           PERFORM  8900-SHOW-EVENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY  "一覧件数 = "  WK-LIST-COUNT.

       8000-ACCEPT-DETAIL         SECTION.
      *          *** (区間・時刻・原因・摘要の入力と検査 ... 誤りは
      *              WK-ERR で返す) ***
           MOVE  "Y"  TO  WK-ERR-SW
      *          *** (路線コードは路線マスタに登録された有効な
      *              ものだけを受け付ける ... TBL048 へ委譲) ***
           DISPLAY  "路線コードを入力してください"
           ACCEPT   ACPT-LINE
           MOVE  ACPT-LINE  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NG
               DISPLAY  "<<< 路線コード誤り >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  "影響区間 起点駅コードを入力"
           ACCEPT   ACPT-FROM-TBCD
           MOVE  "FIND"          TO  LK-FUNCTION
           MOVE  ACPT-LINE       TO  LK-LINE
           MOVE  ACPT-FROM-TBCD  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               DISPLAY  "<<< 起点駅 駅マスタ未登録 >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  LK-TBNM
           DISPLAY  "影響区間 終点駅コードを入力"
                    "(空=駅単位)"
           ACCEPT   ACPT-TO-TBCD
           IF  ACPT-TO-TBCD  =  SPACES
               MOVE  ACPT-FROM-TBCD  TO  ACPT-TO-TBCD
           END-IF
           MOVE  "FIND"        TO  LK-FUNCTION
           MOVE  ACPT-LINE     TO  LK-LINE
           MOVE  ACPT-TO-TBCD  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               DISPLAY  "<<< 終点駅 駅マスタ未登録 >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  LK-TBNM
           DISPLAY  "開始時刻(HHMM)を入力"
           ACCEPT   ACPT-START-TIME
           IF  ACPT-START-TIME  IS  NOT  NUMERIC
               OR  ACPT-START-HH  >  23  OR  ACPT-START-MM  >  59
               DISPLAY  "<<< 開始時刻誤り >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  "終了時刻(HHMM)を入力"
           ACCEPT   ACPT-END-TIME
           IF  ACPT-END-TIME  IS  NOT  NUMERIC
               OR  ACPT-END-HH  >  23  OR  ACPT-END-MM  >  59
               DISPLAY  "<<< 終了時刻誤り >>>"
               GO  TO  8000-EXIT
           END-IF
           IF  ACPT-END-TIME  <  ACPT-START-TIME
               DISPLAY  "<<< 終了時刻が開始時刻より前 >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  "原因 1=車両故障 2=信号・設備故障 "
                    "3=人身事故 4=気象災害"
           DISPLAY  "     5=地震 6=駅構内の事故 9=その他"
           ACCEPT   ACPT-CAUSE
           MOVE  ACPT-CAUSE  TO  DSR-CAUSE
           IF  NOT  DSR-CSE-VALID
               DISPLAY  "<<< 原因コード誤り >>>"
               GO  TO  8000-EXIT
           END-IF
           DISPLAY  "摘要(全角10文字まで)を入力"
           ACCEPT   ACPT-NOTE
           DISPLAY  ACPT-DATE  " "  ACPT-LINE  " "  ACPT-FROM-TBCD
                    "-"  ACPT-TO-TBCD  " "  ACPT-START-TIME  "-"
                    ACPT-END-TIME  " 原因"  ACPT-CAUSE
           MOVE  "N"  TO  WK-ERR-SW.

       8000-EXIT.
           EXIT.

       8500-NEXT-SEQ              SECTION.
      *          *** (発生日内の最終連番を求める ... 発生日の先頭
      *              から日付が変わるまで読む) ***
           MOVE  ZERO       TO  WK-LAST-SEQ
           MOVE  "N"        TO  DSR-EOF-SW
           MOVE  ACPT-DATE  TO  DSR-DATE
           MOVE  ZERO       TO  DSR-SEQ
           START  DISMST  KEY  NOT  <  DSR-KEY
               INVALID KEY
                   MOVE  "Y"  TO  DSR-EOF-SW
           END-START
           PERFORM  UNTIL  DSR-EOF
               READ  DISMST  NEXT  RECORD
                   AT END
                       MOVE  "Y"  TO  DSR-EOF-SW
                   NOT AT END
                       IF  DSR-DATE  NOT  =  ACPT-DATE
                           THEN  MOVE  "Y"      TO  DSR-EOF-SW
                           ELSE  MOVE  DSR-SEQ  TO  WK-LAST-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       8600-MOVE-DETAIL           SECTION.
      *          *** (入力内容と更新者・更新日時をレコードへ移す) ***
           MOVE  ACPT-LINE        TO  DSR-LINE
           MOVE  ACPT-FROM-TBCD   TO  DSR-FROM-TBCD
           MOVE  ACPT-TO-TBCD     TO  DSR-TO-TBCD
           MOVE  ACPT-START-TIME  TO  DSR-START-TIME
           MOVE  ACPT-END-TIME    TO  DSR-END-TIME
           MOVE  ACPT-CAUSE       TO  DSR-CAUSE
           MOVE  ACPT-NOTE        TO  DSR-NOTE
           MOVE  OPER-ID          TO  DSR-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  DSR-UPD-TS.

       8700-READ-EVENT            SECTION.
      *          *** (発生日+連番で事象を読み、内容を表示する ...
      *              未登録は WK-ERR で返す) ***
           MOVE  "Y"  TO  WK-ERR-SW
           DISPLAY  "発生日(YYYYMMDD)を入力"
           ACCEPT   ACPT-DATE
           DISPLAY  "連番(2桁)を入力"
           ACCEPT   ACPT-SEQ
           IF  ACPT-SEQ  IS  NOT  NUMERIC
               DISPLAY  "<<< 連番誤り >>>"
               GO  TO  8700-EXIT
           END-IF
           MOVE  ACPT-DATE  TO  DSR-DATE
           MOVE  ACPT-SEQ   TO  DSR-SEQ
           READ  DISMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   PERFORM  8900-SHOW-EVENT
                   MOVE  "N"  TO  WK-ERR-SW
           END-READ.

       8700-EXIT.
           EXIT.

       8900-SHOW-EVENT            SECTION.
      *          *** (事象1件の表示) ***
           DISPLAY  DSR-DATE  "-"  DSR-SEQ  " "  DSR-LINE  " "
                    DSR-FROM-TBCD  "-"  DSR-TO-TBCD  " "
                    DSR-START-TIME  "-"  DSR-END-TIME  " 原因"
                    DSR-CAUSE  " "  DSR-NOTE  " "  DSR-OPID.
