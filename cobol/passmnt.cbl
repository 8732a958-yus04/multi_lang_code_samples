      ******************************************************************
      *    ( 定期券割引率マスタ  保守 )
      *    定期券割引率マスタ(PRTMST)を直接更新する。
      *    登録(A)／変更(C)／削除(D) を選択する。
      *    キーは 種別(C=通勤 S=通学) + 有効期間(1/3/6か月)。
      *    変更は翌晩以降の TBL067(定期券入力チェック)の価格計算
      *    から反映される(発売済みの定期券の発売額は変わらない)。
      *    TBL065(初期ロード)は再構築専用。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL066.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 定期券割引率マスタ(索引ファイル) ***
           SELECT  PRTMST
               ASSIGN       TO  "cobol/data/PRTMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  PRT-KEY
               FILE STATUS  IS  PRT-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  PRTMST
           LABEL RECORD IS STANDARD.
       COPY sprtrec.
       WORKING-STORAGE            SECTION.
       01  PRT-STATUS             PIC X(02).
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *キー入力領域 *****
       01  ACPT-TYPE              PIC X(01).
       01  ACPT-TERM              PIC X(01).
       01  WK-KEY-OK-SW           PIC X(01).
           88  WK-KEY-OK                      VALUE "Y".
      *明細入力領域 *****
       01  ACPT-TRIPS             PIC 9(03).
       01  ACPT-RATE              PIC 9(03).
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
           MOVE  "TBL066"  TO  LK-OP-PGM
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
           OPEN  I-O  PRTMST
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 A=登録 C=変更 D=削除 9999=終了"
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
                   WHEN  OTHER
                       DISPLAY  "<<< 選択誤り >>>"
               END-EVALUATE
           END-PERFORM
           CLOSE  PRTMST
           STOP  RUN.

       1000-ADD                   SECTION.
      *          *** (割引率の登録) ***
           PERFORM  8000-ACCEPT-KEY
           IF  NOT  WK-KEY-OK
               GO  TO  1000-EXIT
           END-IF
           PERFORM  8100-ACCEPT-DETAIL
           MOVE  ACPT-TYPE   TO  PRT-TYPE
           MOVE  ACPT-TERM   TO  PRT-TERM
           MOVE  ACPT-TRIPS  TO  PRT-TRIPS
           COMPUTE  PRT-RATE  =  ACPT-RATE  /  10
           WRITE  PRTMST-REC
               INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 登録しました >>>"
           END-WRITE.

       1000-EXIT.
           EXIT.

       2000-CHANGE                SECTION.
      *          *** (既存割引率の変更) ***
           PERFORM  8000-ACCEPT-KEY
           IF  NOT  WK-KEY-OK
               GO  TO  2000-EXIT
           END-IF
           MOVE  ACPT-TYPE  TO  PRT-TYPE
           MOVE  ACPT-TERM  TO  PRT-TERM
           READ  PRTMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   PERFORM  8100-ACCEPT-DETAIL
                   MOVE  ACPT-TRIPS  TO  PRT-TRIPS
                   COMPUTE  PRT-RATE  =  ACPT-RATE  /  10
                   REWRITE  PRTMST-REC
                       INVALID KEY
                           DISPLAY  "<<< 更新エラー >>>"
                       NOT INVALID KEY
                           DISPLAY  "<<< 変更しました >>>"
                   END-REWRITE
           END-READ.

       2000-EXIT.
           EXIT.

       3000-DELETE                SECTION.
      *          *** (割引率の削除) ***
           PERFORM  8000-ACCEPT-KEY
           IF  NOT  WK-KEY-OK
               GO  TO  3000-EXIT
           END-IF
           MOVE  ACPT-TYPE  TO  PRT-TYPE
           MOVE  ACPT-TERM  TO  PRT-TERM
           DELETE  PRTMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 削除しました >>>"
           END-DELETE.

       3000-EXIT.
           EXIT.

       8000-ACCEPT-KEY            SECTION.
      *          *** (種別は C/S、有効期間は 1/3/6 だけを受け付ける
      *              ... 誤りの場合は更新を行わずメニューへ戻る) ***
           MOVE  "Y"  TO  WK-KEY-OK-SW
           DISPLAY  "種別(C=通勤 S=通学)を入力"
           ACCEPT   ACPT-TYPE
           DISPLAY  "有効期間(1/3/6 か月)を入力"
           ACCEPT   ACPT-TERM
           IF  ACPT-TYPE  NOT  =  "C"  AND  "S"
               DISPLAY  "<<< 種別誤り >>>"
               MOVE  "N"  TO  WK-KEY-OK-SW
           END-IF
           IF  ACPT-TERM  NOT  =  "1"  AND  "3"  AND  "6"
               DISPLAY  "<<< 有効期間誤り >>>"
               MOVE  "N"  TO  WK-KEY-OK-SW
           END-IF.

       8100-ACCEPT-DETAIL         SECTION.
      *          *** (割引率は小数1桁を含む3桁で入力する ...
      *              例 37.5% は 375) ***
           DISPLAY  "換算回数(3桁)を入力"
           ACCEPT   ACPT-TRIPS
           DISPLAY  "割引率(%×10 の3桁 例 375=37.5%)を入力"
           ACCEPT   ACPT-RATE.
