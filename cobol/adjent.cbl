      ******************************************************************
      *    ( 乗降人員  訂正(増減)入力 )
      *    TBL038/TBL039 を通過済みの営業日について、後日判明した
      *    計数誤り(ゲート計数機の障害など)の訂正を受け付ける。
      *    元の営業日・路線・駅・増減(+/-)と人員数・訂正理由を
      *    入力し、その場で
      *      ・営業日の非数値・カレンダ未登録・運休日(TBL060)と
      *        本日より先の日付
      *      ・路線コード無効(TBL048)・駅マスタ未登録(TBL031)
      *      ・増減符号・人員数(非数値・ゼロ・範囲外)・理由コード
      *    を検査して、確認(Y)のうえ訂正ファイル
      *    (ridership_adj.dat)へ追記する。
      *    RIDACC への転記と、累計が負になる訂正の拒否は夜間の
      *    TBL079(訂正転記)が行う。月次締めの記録簿は TBL080。
      *    起動時に TBL045(オペレータ認証)でサインオン検査を行い、
      *    保守権限(レベル2)のないIDは受け付けない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL078.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 訂正ファイル(順編成、追記 ... TBL079 が読む) ***
           SELECT  OPTIONAL  ADJ-FILE
               ASSIGN       TO  "cobol/data/ridership_adj.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  ADJ-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ADJ-FILE
           LABEL RECORD IS STANDARD.
       COPY sadjrec.
       WORKING-STORAGE            SECTION.
       01  ADJ-STATUS             PIC X(02).
      *オペレータID領域 *****
       01  OPER-ID                PIC X(08)   VALUE SPACES.
      *メニュー選択領域 *****
       01  ACPT-MENU              PIC X(04).
      *訂正入力領域 *****
       01  ACPT-DATE              PIC X(08).
       01  ACPT-LINE              PIC X(02).
       01  ACPT-TBCD              PIC X(04).
       01  ACPT-SIGN              PIC X(01).
       01  ACPT-CNT               PIC X(06).
       01  ACPT-REASON            PIC X(01).
       01  ACPT-CONFIRM           PIC X(01).
      *人員数の妥当範囲上限 (TBL038 と合わせること) *****
       01  WK-CNT-MAX             PIC 9(06)   VALUE 500000.
       01  WK-CNT                 PIC 9(06).
       01  WK-TODAY               PIC X(08).
      *制御合計領域 *****
       01  WK-ENT-COUNT           PIC 9(06)   VALUE ZERO.
      *TBL045 呼び出しパラメータ *****
       COPY sopcall.
      *TBL048 呼び出しパラメータ *****
       COPY slncall.
      *TBL031 呼び出しパラメータ *****
       COPY stbcall.
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
           MOVE  "TBL078"  TO  LK-OP-PGM
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
           OPEN  EXTEND  ADJ-FILE
           PERFORM  UNTIL  ACPT-MENU  =  "9999"
               DISPLAY  "選択 A=訂正入力 9999=終了"
               ACCEPT   ACPT-MENU
               EVALUATE  TRUE
                   WHEN  ACPT-MENU  =  "9999"
                       CONTINUE
                   WHEN  ACPT-MENU  =  "A"
                       PERFORM  1000-ENTER
                   WHEN  OTHER
                       DISPLAY  "<<< 選択誤り >>>"
               END-EVALUATE
           END-PERFORM
           CLOSE  ADJ-FILE
           DISPLAY  "TBL078 入力件数 = "  WK-ENT-COUNT
           STOP  RUN.

       1000-ENTER                 SECTION.
      *          *** (訂正1件の入力 ... 誤りがあれば書き出さずに
      *              メニューへ戻る) ***
           DISPLAY  "元の営業日(YYYYMMDD)を入力"
           ACCEPT   ACPT-DATE
           IF  ACPT-DATE  IS  NOT  NUMERIC
               DISPLAY  "<<< 営業日不正 >>>"
               GO  TO  1000-EXIT
           END-IF
           IF  ACPT-DATE  >  WK-TODAY
               DISPLAY  "<<< 本日より先の営業日は"
                        "訂正できません >>>"
               GO  TO  1000-EXIT
           END-IF
      *          *** (営業日の検査 ... TBL060 へ委譲。カレンダ
      *              未登録の日付・運休日は受け付けない) ***
           MOVE  ACPT-DATE  TO  LK-CA-DATE
           CALL  "TBL060"  USING  TBL060-PARM
           IF  LK-CA-NG
               DISPLAY  "<<< 営業日不正 >>>"
               GO  TO  1000-EXIT
           END-IF
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
           DISPLAY  "増減(+=増 -=減)を入力"
           ACCEPT   ACPT-SIGN
           IF  ACPT-SIGN  NOT  =  "+"  AND  "-"
               DISPLAY  "<<< 増減符号誤り >>>"
               GO  TO  1000-EXIT
           END-IF
           DISPLAY  "訂正人員数(6桁)を入力"
           ACCEPT   ACPT-CNT
           IF  ACPT-CNT  IS  NOT  NUMERIC
               DISPLAY  "<<< 人員数非数値 >>>"
               GO  TO  1000-EXIT
           END-IF
           MOVE  ACPT-CNT  TO  WK-CNT
           IF  WK-CNT  =  ZERO  OR  WK-CNT  >  WK-CNT-MAX
               DISPLAY  "<<< 人員数範囲外 >>>"
               GO  TO  1000-EXIT
           END-IF
           DISPLAY  "訂正理由 1=計数機器障害 2=報告誤り "
                    "3=報告漏れ 4=二重計上 9=その他"
           ACCEPT   ACPT-REASON
           MOVE  ACPT-REASON  TO  ADJ-REASON
           IF  NOT  ADJ-RSN-VALID
               DISPLAY  "<<< 訂正理由誤り >>>"
               GO  TO  1000-EXIT
           END-IF
           DISPLAY  ACPT-DATE  " "  ACPT-LINE  "-"  ACPT-TBCD
                    " "  ACPT-SIGN  WK-CNT
           DISPLAY  "よろしいですか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "<<< 取りやめました >>>"
               GO  TO  1000-EXIT
           END-IF
           MOVE  ACPT-DATE    TO  ADJ-DATE
           MOVE  ACPT-LINE    TO  ADJ-LINE
           MOVE  ACPT-TBCD    TO  ADJ-TBCD
           MOVE  ACPT-SIGN    TO  ADJ-SIGN
           MOVE  WK-CNT       TO  ADJ-CNT
           MOVE  ACPT-REASON  TO  ADJ-REASON
           MOVE  OPER-ID      TO  ADJ-OPID
           MOVE  FUNCTION CURRENT-DATE (1:16)  TO  ADJ-TS
           MOVE  SPACE        TO  ADJ-STS
           MOVE  SPACES       TO  ADJ-POST-DATE
           WRITE  ADJ-REC
           ADD  1  TO  WK-ENT-COUNT
           DISPLAY  "<<< 受け付けました (今夜転記) >>>".

       1000-EXIT.
           EXIT.

       8000-ACCEPT-KEY            SECTION.
      *          *** (路線コードは路線マスタに登録された有効な
      *              ものだけを受け付ける ... TBL048 へ委譲) ***
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
