      ******************************************************************
      *    ( 駅定員マスタ  保守 )
      *    駅定員マスタ(CAPMST)を直接更新する。
      *    登録(A)／変更(C)／削除(D) を選択する。
      *    登録は駅マスタに存在する駅だけを受け付ける(TBL031 で
      *    突合)。TBL071(初期ロード)は再構築専用。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL072.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 駅定員マスタ(索引ファイル) ***
           SELECT  CAPMST
               ASSIGN       TO  "cobol/data/CAPMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  DYNAMIC
               RECORD KEY   IS  CAP-KEY
               FILE STATUS  IS  CAP-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CAPMST
           LABEL RECORD IS STANDARD.
       COPY scaprec.
       WORKING-STORAGE            SECTION.
       01  CAP-STATUS             PIC X(02).
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *駅コード入力領域 *****
       01  ACPT-LINE              PIC X(02).
       01  ACPT-TBCD              PIC X(04).
      *定員入力領域 *****
       01  ACPT-HOURCAP           PIC 9(06).
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
      *TBL045 呼び出しパラメータ *****
       COPY sopcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "オペレータID を入力してください"
           ACCEPT   OPER-ID
      *          *** (サインオン検査 ... TBL045 へ委譲。未登録・
      *              無効のID、保守権限のない照会専用IDは
      *              ここで打ち切る) ***
           MOVE  OPER-ID   TO  LK-OP-ID
           MOVE  "TBL072"  TO  LK-OP-PGM
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
           OPEN  I-O  CAPMST
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
           CLOSE  CAPMST
           STOP  RUN.

       1000-ADD                   SECTION.
      *          *** (駅定員の登録 ... 駅マスタに無い駅は受け付け
      *              ない) ***
           PERFORM  8000-ACCEPT-KEY
           IF  LK-LN-NG
               GO  TO  1000-EXIT
           END-IF
           MOVE  "FIND"     TO  LK-FUNCTION
           MOVE  ACPT-LINE  TO  LK-LINE
           MOVE  ACPT-TBCD  TO  LK-TBCD
           CALL  "TBL031"  USING  TBL031-PARM
           IF  LK-NOT-FOUND
               DISPLAY  "<<< 駅マスタ未登録 >>>"
               GO  TO  1000-EXIT
           END-IF
           DISPLAY  LK-TBNM
           PERFORM  8100-ACCEPT-DETAIL
           MOVE  ACPT-LINE     TO  CAP-LINE
           MOVE  ACPT-TBCD     TO  CAP-TBCD
           MOVE  ACPT-HOURCAP  TO  CAP-HOURCAP
           WRITE  CAPMST-REC
               INVALID KEY
                   DISPLAY  "<<< 登録済みキー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 登録しました >>>"
           END-WRITE.

       1000-EXIT.
           EXIT.

       2000-CHANGE                SECTION.
      *          *** (既存駅定員の変更) ***
           PERFORM  8000-ACCEPT-KEY
           IF  LK-LN-NG
               GO  TO  2000-EXIT
           END-IF
           MOVE  ACPT-LINE  TO  CAP-LINE
           MOVE  ACPT-TBCD  TO  CAP-TBCD
           READ  CAPMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   PERFORM  8100-ACCEPT-DETAIL
                   MOVE  ACPT-HOURCAP  TO  CAP-HOURCAP
                   REWRITE  CAPMST-REC
                       INVALID KEY
                           DISPLAY  "<<< 更新エラー >>>"
                       NOT INVALID KEY
                           DISPLAY  "<<< 変更しました >>>"
                   END-REWRITE
           END-READ.

       2000-EXIT.
           EXIT.

       3000-DELETE                SECTION.
      *          *** (駅定員の削除) ***
           PERFORM  8000-ACCEPT-KEY
           IF  LK-LN-NG
               GO  TO  3000-EXIT
           END-IF
           MOVE  ACPT-LINE  TO  CAP-LINE
           MOVE  ACPT-TBCD  TO  CAP-TBCD
           DELETE  CAPMST
               INVALID KEY
                   DISPLAY  "<<< 未登録キー >>>"
               NOT INVALID KEY
                   DISPLAY  "<<< 削除しました >>>"
           END-DELETE.

       3000-EXIT.
           EXIT.

       8000-ACCEPT-KEY            SECTION.
      *          *** (路線コードは路線マスタに登録された有効な
      *              ものだけを受け付ける ... TBL048 へ委譲。
      *              誤りの場合は更新を行わずメニューへ戻る) ***
           DISPLAY  "路線コードを入力してください"
           ACCEPT   ACPT-LINE
           MOVE  ACPT-LINE  TO  LK-LN-LINE
           CALL  "TBL048"  USING  TBL048-PARM
           IF  LK-LN-NG
               DISPLAY  "<<< 路線コード誤り >>>"
           ELSE
               DISPLAY  "駅コードを入力してください"
               ACCEPT   ACPT-TBCD
           END-IF.

       8100-ACCEPT-DETAIL         SECTION.
           DISPLAY  "1時間あたり処理可能人員(6桁)を入力"
           ACCEPT   ACPT-HOURCAP.
