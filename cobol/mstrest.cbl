      ******************************************************************
      *    ( 索引マスタ  世代復元 )
      *    TBL076(マスタ退避)が書き出した退避ファイルから、指定した
      *    世代の索引マスタを1マスタまたは全マスタ読み戻す。
      *    起動時に  業務日付・復元する世代の業務日付(空=最新)・
      *    マスタ名(空=全マスタ)  を入力する。世代は TBL076 が管理
      *    する世代索引(mstbkup_idx.dat)に載っているものから業務日付
      *    で選び、索引の退避ファイル名(mstbkup_YYYYMMDD.dat)で開く。
      *    置き換えの前に対象世代を全件読み、マスタごとに
      *      ・見出し→明細→後書きの並び
      *      ・見出しの業務日付が指定世代と一致すること
      *      ・明細件数とキーのハッシュ合計が後書きと一致すること
      *    を照合する。1件でも不成立ならマスタには一切触れずに
      *    異常終了する。照合成立後、確認(Y)を取ってから対象
      *    マスタを作り直し(OPEN OUTPUT)、退避の順(キー順)に
      *    書き戻す。書戻し件数も後書きと照合する。
      *    オンライン・夜間ストリームが止まっている時間帯に実行
      *    すること(駅マスタは復元後 TBL035 の全件抽出を取り直す)。
      *    正常終了時に TBL051(実行管理)へ完了と制御合計(復元件数
      *    ・復元マスタ数)を記録する。復元は誤った世代を選んだ場合
      *    などに同じ業務日付で何度でもやり直せるよう、開始検査
      *    (CHK ... 同日完了済みの拒否)は行わず、完了記録は最後の
      *    復元の内容で上書きされる。RUNCTL 自体を復元した場合も
      *    完了記録は復元後の RUNCTL へ書かれる。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL077.
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *          *** 乗降人員月次累計マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RIDACC
               ASSIGN       TO  "cobol/data/RIDACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RAC-KEY
               FILE STATUS  IS  RAC-STATUS.
      *          *** 運賃マスタ(索引ファイル) ***
           SELECT  OPTIONAL  FAREMST
               ASSIGN       TO  "cobol/data/FAREMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FRM-KEY
               FILE STATUS  IS  FRM-STATUS.
      *          *** 営業日カレンダマスタ(索引ファイル) ***
           SELECT  OPTIONAL  CALMST
               ASSIGN       TO  "cobol/data/CALMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  CAL-KEY
               FILE STATUS  IS  CAL-STATUS.
      *          *** 路線マスタ(索引ファイル) ***
           SELECT  OPTIONAL  LINMST
               ASSIGN       TO  "cobol/data/LINMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  LNM-KEY
               FILE STATUS  IS  LNM-STATUS.
      *          *** オペレータマスタ(索引ファイル) ***
           SELECT  OPTIONAL  OPERMST
               ASSIGN       TO  "cobol/data/OPERMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  OPM-KEY
               FILE STATUS  IS  OPM-STATUS.
      *          *** 実行管理マスタ(索引ファイル) ***
           SELECT  OPTIONAL  RUNCTL
               ASSIGN       TO  "cobol/data/RUNCTL.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  RCT-KEY
               FILE STATUS  IS  RCT-STATUS.
      *          *** 駅マスタ(索引ファイル) ***
           SELECT  OPTIONAL  TBLMST
               ASSIGN       TO  "cobol/data/TBLMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  TBM-KEY
               FILE STATUS  IS  TBM-STATUS.
      *          *** 定期券割引率マスタ(索引ファイル) ***
           SELECT  OPTIONAL  PRTMST
               ASSIGN       TO  "cobol/data/PRTMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PRT-KEY
               FILE STATUS  IS  PRT-STATUS.
      *          *** 駅定員マスタ(索引ファイル) ***
           SELECT  OPTIONAL  CAPMST
               ASSIGN       TO  "cobol/data/CAPMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  CAP-KEY
               FILE STATUS  IS  CAP-STATUS.
      *          *** 駅マスタ予約変更ファイル(索引ファイル) ***
           SELECT  OPTIONAL  TBLPND
               ASSIGN       TO  "cobol/data/TBLPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  PND-KEY
               FILE STATUS  IS  PND-STATUS.
      *          *** 運賃マスタ承認待ちファイル(索引ファイル) ***
           SELECT  OPTIONAL  FARPND
               ASSIGN       TO  "cobol/data/FARPND.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  FPD-KEY
               FILE STATUS  IS  FPD-STATUS.
      *          *** 乗車区間月次累計ファイル(索引ファイル) ***
           SELECT  OPTIONAL  ODACC
               ASSIGN       TO  "cobol/data/ODACC.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  ODA-KEY
               FILE STATUS  IS  ODA-STATUS.
      *          *** 輸送障害事象マスタ(索引ファイル) ***
           SELECT  OPTIONAL  DISMST
               ASSIGN       TO  "cobol/data/DISMST.DAT"
               ORGANIZATION IS  INDEXED
               ACCESS MODE  IS  SEQUENTIAL
               RECORD KEY   IS  DSR-KEY
               FILE STATUS  IS  DSR-STATUS.
      *          *** マスタ退避ファイル(順編成 ... 業務日付ごとの
      *              ファイル名を WK-BKP-NAME に組み立てて開く) ***
           SELECT  OPTIONAL  MSTBKP
               ASSIGN       USING  WK-BKP-NAME
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  BKP-STATUS.
      *          *** マスタ退避 世代索引ファイル(順編成) ***
           SELECT  OPTIONAL  MSTBKI
               ASSIGN       TO  "cobol/data/mstbkup_idx.dat"
               ORGANIZATION IS  LINE SEQUENTIAL
               FILE STATUS  IS  BKI-STATUS.
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RIDACC
           LABEL RECORD IS STANDARD.
       COPY sracrec.
       FD  FAREMST
           LABEL RECORD IS STANDARD.
       COPY sfarrec.
       FD  CALMST
           LABEL RECORD IS STANDARD.
       COPY scalrec.
       FD  LINMST
           LABEL RECORD IS STANDARD.
       COPY slnrec.
       FD  OPERMST
           LABEL RECORD IS STANDARD.
       COPY soprec.
       FD  RUNCTL
           LABEL RECORD IS STANDARD.
       COPY srcrec.
       FD  TBLMST
           LABEL RECORD IS STANDARD.
       COPY stbrec.
       FD  PRTMST
           LABEL RECORD IS STANDARD.
       COPY sprtrec.
       FD  CAPMST
           LABEL RECORD IS STANDARD.
       COPY scaprec.
       FD  TBLPND
           LABEL RECORD IS STANDARD.
       COPY spndrec.
       FD  FARPND
           LABEL RECORD IS STANDARD.
       COPY sfpdrec.
       FD  ODACC
           LABEL RECORD IS STANDARD.
       COPY sodarec.
       FD  DISMST
           LABEL RECORD IS STANDARD.
       COPY sdsrrec.
       FD  MSTBKP
           LABEL RECORD IS STANDARD.
       01  BKP-FD-REC             PIC X(102).
       FD  MSTBKI
           LABEL RECORD IS STANDARD.
       COPY sbkirec.
       WORKING-STORAGE            SECTION.
       01  RAC-STATUS             PIC X(02).
       01  FRM-STATUS             PIC X(02).
       01  CAL-STATUS             PIC X(02).
       01  LNM-STATUS             PIC X(02).
       01  OPM-STATUS             PIC X(02).
       01  RCT-STATUS             PIC X(02).
       01  TBM-STATUS             PIC X(02).
       01  PRT-STATUS             PIC X(02).
       01  CAP-STATUS             PIC X(02).
       01  PND-STATUS             PIC X(02).
       01  FPD-STATUS             PIC X(02).
       01  ODA-STATUS             PIC X(02).
       01  DSR-STATUS             PIC X(02).
       01  BKP-STATUS             PIC X(02).
       01  BKI-STATUS             PIC X(02).
       01  WK-MST-STATUS          PIC X(02).
       01  BKP-EOF-SW             PIC X(01).
           88  BKP-EOF                        VALUE "Y".
      *退避ファイル編集領域 *****
       COPY sbkprec.
      ***** ( 退避対象マスタの一覧 ... マスタ名とキー長。
      *       退避ファイル上もこの順に並ぶ ) *****
       01  MS-TABLE-DEF.
           03  FILLER             PIC X(10)   VALUE "RIDACC  12".
           03  FILLER             PIC X(10)   VALUE "FAREMST 08".
           03  FILLER             PIC X(10)   VALUE "CALMST  08".
           03  FILLER             PIC X(10)   VALUE "LINMST  02".
           03  FILLER             PIC X(10)   VALUE "OPERMST 08".
           03  FILLER             PIC X(10)   VALUE "RUNCTL  14".
           03  FILLER             PIC X(10)   VALUE "TBLMST  06".
           03  FILLER             PIC X(10)   VALUE "PRTMST  02".
           03  FILLER             PIC X(10)   VALUE "CAPMST  06".
           03  FILLER             PIC X(10)   VALUE "TBLPND  14".
           03  FILLER             PIC X(10)   VALUE "FARPND  08".
           03  FILLER             PIC X(10)   VALUE "ODACC   18".
           03  FILLER             PIC X(10)   VALUE "DISMST  10".
       01  MS-TABLE  REDEFINES  MS-TABLE-DEF.
           03  MS  OCCURS 13 TIMES.
               05  MS-NAME        PIC X(08).
               05  MS-KEYLEN      PIC 9(02).
       01  MS-MAX                 PIC 9(02)   VALUE 13.
      ***** ( マスタごとの復元対象・照合結果 ) *****
       01  MC-TABLE.
           03  MC  OCCURS 13 TIMES.
               05  MC-SEL         PIC X(01).
               05  MC-OK          PIC X(01).

      ***** ( 世代索引の一覧 ... 索引ファイルの内容を読み込む ) *****
       01  GN-MAX                 PIC 9(02)   VALUE 20.
       01  GN-USED                PIC 9(02)   VALUE ZERO.
       01  GN-TABLE.
           03  GN  OCCURS 20 TIMES.
               05  GN-DATE        PIC X(08).
               05  GN-TS          PIC X(16).
               05  GN-COUNT       PIC 9(08).
               05  GN-NAME        PIC X(40).
      *退避ファイル名領域 *****
       01  WK-BKP-NAME            PIC X(40).
       01  BKI-EOF-SW             PIC X(01).
           88  BKI-EOF                        VALUE "Y".
       01  I                      PIC 9(02).
       01  J                      PIC 9(02).
       01  WK-MS                  PIC 9(02).
       01  WK-GEN                 PIC 9(02).
       01  WK-GEN-DATE            PIC X(08).
      *照合判定領域 *****
       01  WK-SECT-SW             PIC X(01).
           88  WK-SECT-OK                     VALUE "Y".
       01  WK-ERR-COUNT           PIC 9(04)   VALUE ZERO.
      *制御合計領域 *****
       01  WK-MS-COUNT            PIC 9(08).
       01  WK-MS-HASH             PIC 9(15).
       01  WK-LOAD-COUNT          PIC 9(08)   VALUE ZERO.
       01  WK-LOAD-MS             PIC 9(02)   VALUE ZERO.
      *入力領域 *****
       01  ACPT-RUN-DATE          PIC X(08).
       01  ACPT-GEN-DATE          PIC X(08).
       01  ACPT-MS-NAME           PIC X(08).
       01  ACPT-CONFIRM           PIC X(01).
      *TBL051 呼び出しパラメータ *****
       COPY srccall.
       PROCEDURE                  DIVISION.
       0000-MAIN                  SECTION.
           DISPLAY  "業務日付(YYYYMMDD)を入力(空=本日)"
           ACCEPT   ACPT-RUN-DATE
           DISPLAY  "復元する世代の業務日付(YYYYMMDD)を"
                    "入力(空=最新)"
           ACCEPT   ACPT-GEN-DATE
           DISPLAY  "復元するマスタ名を入力"
                    "(空=全マスタ)"
           ACCEPT   ACPT-MS-NAME
           PERFORM  1000-SELECT-GEN
           PERFORM  1100-SELECT-MASTER
      *          *** (置き換え前の照合 ... 不成立ならマスタには
      *              触れずに打ち切る) ***
           PERFORM  2000-VERIFY-GEN
           IF  WK-ERR-COUNT  >  ZERO
               DISPLAY  "<<< 照合エラー "  WK-ERR-COUNT
                        " 件のため復元しません >>>"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           DISPLAY  "TBL077 照合完了 業務日付 "  WK-GEN-DATE
                    " "  WK-BKP-NAME
           DISPLAY  "復元を実行しますか(Y/N)"
           ACCEPT   ACPT-CONFIRM
           IF  ACPT-CONFIRM  NOT  =  "Y"
               DISPLAY  "TBL077 復元を取りやめました"
               MOVE  4  TO  RETURN-CODE
               STOP  RUN
           END-IF
           PERFORM  3000-RELOAD-GEN
           DISPLAY  "TBL077 復元世代   = "  WK-GEN-DATE
           DISPLAY  "TBL077 復元件数   = "  WK-LOAD-COUNT
           DISPLAY  "TBL077 復元マスタ = "  WK-LOAD-MS
      *          *** (完了と制御合計を実行管理マスタへ記録する ...
      *              制御合計2は復元したマスタ数) ***
           MOVE  ACPT-RUN-DATE  TO  LK-RC-DATE
           MOVE  "END"          TO  LK-RC-FUNC
           MOVE  "TBL077"       TO  LK-RC-STEP
           MOVE  WK-LOAD-COUNT  TO  LK-RC-CNT1
           MOVE  WK-LOAD-MS     TO  LK-RC-CNT2
           CALL  "TBL051"  USING  TBL051-PARM
           STOP  RUN.

       1000-SELECT-GEN            SECTION.
      *          *** (復元する世代の決定 ... 世代索引を読んで一覧表示
      *              し、指定の業務日付(空なら最新)の世代を選ぶ) ***
           MOVE  ZERO  TO  GN-USED
           OPEN  INPUT  MSTBKI
           IF  BKI-STATUS  NOT  =  "00"  AND  "05"
               DISPLAY  "<<< 世代索引が開けません >>> "
                        BKI-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  "N"  TO  BKI-EOF-SW
           PERFORM  UNTIL  BKI-EOF
               READ  MSTBKI
                   AT END
                       MOVE  "Y"  TO  BKI-EOF-SW
                   NOT AT END
                       PERFORM  1010-ADD-INDEX
               END-READ
           END-PERFORM
           CLOSE  MSTBKI
           MOVE  ZERO  TO  WK-GEN
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  GN-USED
               IF  GN-DATE (I)  NOT  =  SPACES
                   IF  ACPT-GEN-DATE  =  SPACES
                       IF  WK-GEN  =  ZERO
                           OR  GN-DATE (I)  >  GN-DATE (WK-GEN)
                           MOVE  I  TO  WK-GEN
                       END-IF
                   ELSE
                       IF  GN-DATE (I)  =  ACPT-GEN-DATE
                           MOVE  I  TO  WK-GEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF  WK-GEN  =  ZERO
               DISPLAY  "<<< 指定の世代がありません >>> "
                        ACPT-GEN-DATE
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  GN-DATE (WK-GEN)  TO  WK-GEN-DATE
           MOVE  GN-NAME (WK-GEN)  TO  WK-BKP-NAME.

       1010-ADD-INDEX             SECTION.
      *          *** (世代索引 1件分の取込みと一覧表示) ***
           IF  GN-USED  NOT  <  GN-MAX
               DISPLAY  "<<< 世代索引の件数超過 >>> "
                        GN-MAX
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           ADD   1           TO  GN-USED
           MOVE  MSTBKI-REC  TO  GN (GN-USED)
           DISPLAY  "TBL077 世代 業務日付 "  BKI-DATE
                    " 退避日時 "  BKI-TS  " 件数 "  BKI-COUNT.

       1100-SELECT-MASTER         SECTION.
      *          *** (復元するマスタの決定 ... 空なら全マスタ) ***
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  MS-MAX
               MOVE  "N"  TO  MC-OK (I)
               IF  ACPT-MS-NAME  =  SPACES
                   OR  ACPT-MS-NAME  =  MS-NAME (I)
                   THEN  MOVE  "Y"  TO  MC-SEL (I)
                         ADD   1    TO  WK-LOAD-MS
                   ELSE  MOVE  "N"  TO  MC-SEL (I)
               END-IF
           END-PERFORM
           IF  WK-LOAD-MS  =  ZERO
               DISPLAY  "<<< マスタ名誤り >>> "  ACPT-MS-NAME
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ZERO  TO  WK-LOAD-MS.

       2000-VERIFY-GEN            SECTION.
      *          *** (照合 ... 世代を全件読み、復元対象のマスタが
      *              すべて揃って制御合計が一致することを確かめる) ***
           PERFORM  8000-OPEN-GEN-INPUT
           IF  BKP-STATUS  NOT  =  "00"
               DISPLAY  "<<< 退避ファイルが開けません >>> "
                        BKP-STATUS
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-IF
           MOVE  ZERO  TO  WK-MS
           PERFORM  UNTIL  BKP-EOF
               PERFORM  8200-READ-GEN
               IF  NOT  BKP-EOF
                   PERFORM  2100-VERIFY-RECORD
               END-IF
           END-PERFORM
           IF  WK-MS  NOT  =  ZERO
               DISPLAY  "<<< 後書きがありません >>> "
                        MS-NAME (WK-MS)
               ADD  1  TO  WK-ERR-COUNT
           END-IF
           PERFORM  8400-CLOSE-GEN
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  MS-MAX
               IF  MC-SEL (I)  =  "Y"  AND  MC-OK (I)  NOT  =  "Y"
                   DISPLAY  "<<< 照合不成立 >>> "  MS-NAME (I)
                   ADD  1  TO  WK-ERR-COUNT
               END-IF
           END-PERFORM.

       2100-VERIFY-RECORD         SECTION.
      *          *** (照合 1件分 ... WK-MS は読込中のマスタ。
      *              後書きで ZERO に戻す) ***
           EVALUATE  TRUE
               WHEN  BKP-HEAD
                   IF  WK-MS  NOT  =  ZERO
                       DISPLAY  "<<< 後書きがありません >>> "
                                MS-NAME (WK-MS)
                       ADD  1  TO  WK-ERR-COUNT
                   END-IF
                   PERFORM  7400-FIND-MASTER
                   MOVE  "Y"   TO  WK-SECT-SW
                   MOVE  ZERO  TO  WK-MS-COUNT  WK-MS-HASH
                   IF  WK-MS  =  ZERO
                       DISPLAY  "<<< 不明なマスタ >>> "  BKP-FILE
                       ADD  1  TO  WK-ERR-COUNT
                   ELSE
                       IF  BKP-H-DATE  NOT  =  WK-GEN-DATE
                           DISPLAY  "<<< 業務日付不一致 >>> "
                                    BKP-FILE  " "  BKP-H-DATE
                           MOVE  "N"  TO  WK-SECT-SW
                       END-IF
                   END-IF
               WHEN  BKP-DETAIL
                   IF  WK-MS  =  ZERO
                       OR  BKP-FILE  NOT  =  MS-NAME (WK-MS)
                       THEN  DISPLAY  "<<< 見出しのない明細 >>>"
                                      " "  BKP-FILE
                             ADD  1  TO  WK-ERR-COUNT
                       ELSE  PERFORM  7300-ADD-HASH
                             ADD  1  TO  WK-MS-COUNT
                   END-IF
               WHEN  BKP-TRAIL
                   IF  WK-MS  =  ZERO
                       OR  BKP-FILE  NOT  =  MS-NAME (WK-MS)
                       DISPLAY  "<<< 見出しのない後書き >>> "
                                BKP-FILE
                       ADD  1  TO  WK-ERR-COUNT
                   ELSE
                       PERFORM  2200-CHECK-TRAILER
                   END-IF
                   MOVE  ZERO  TO  WK-MS
               WHEN  OTHER
                   DISPLAY  "<<< レコード区分誤り >>> "
                            BKP-FILE  " "  BKP-TYPE
                   ADD  1  TO  WK-ERR-COUNT
           END-EVALUATE.

       2200-CHECK-TRAILER         SECTION.
      *          *** (後書きとの照合 ... 件数・ハッシュ合計が一致し、
      *              見出しの業務日付も正しければ照合成立) ***
           DISPLAY  "TBL077 照合 "  MS-NAME (WK-MS)
                    " 件数 = "  WK-MS-COUNT
                    " ハッシュ = "  WK-MS-HASH
           IF  BKP-T-COUNT  NOT  =  WK-MS-COUNT
               DISPLAY  "<<< 件数不一致 >>> 後書き = "
                        BKP-T-COUNT
               MOVE  "N"  TO  WK-SECT-SW
           END-IF
           IF  BKP-T-HASH  NOT  =  WK-MS-HASH
               DISPLAY  "<<< ハッシュ合計不一致 >>> "
                        "後書き = "  BKP-T-HASH
               MOVE  "N"  TO  WK-SECT-SW
           END-IF
           IF  WK-SECT-OK
               MOVE  "Y"  TO  MC-OK (WK-MS)
           END-IF.

       3000-RELOAD-GEN            SECTION.
      *          *** (書戻し ... 照合済みの世代をもう一度読み、
      *              復元対象のマスタだけを作り直して書き戻す) ***
           PERFORM  8000-OPEN-GEN-INPUT
           MOVE  ZERO  TO  WK-MS
           PERFORM  UNTIL  BKP-EOF
               PERFORM  8200-READ-GEN
               IF  NOT  BKP-EOF
                   PERFORM  3100-RELOAD-RECORD
               END-IF
           END-PERFORM
           PERFORM  8400-CLOSE-GEN.

       3100-RELOAD-RECORD         SECTION.
      *          *** (書戻し 1件分 ... WK-MS は見出しで決まり、明細
      *              ・後書きでも引き継いで添字に使う。照合済みの
      *              世代でも、一覧に無いマスタ名や見出しの無い
      *              レコードで ZERO のまま添字に使わないよう、先に
      *              検査して打ち切る) ***
           IF  BKP-HEAD
               PERFORM  7400-FIND-MASTER
               MOVE  ZERO  TO  WK-MS-COUNT
           END-IF
           IF  WK-MS  =  ZERO
               DISPLAY  "<<< 不明なマスタ >>> "  BKP-FILE
               PERFORM  9000-ABEND
           END-IF
           EVALUATE  TRUE
               WHEN  BKP-HEAD
                   IF  MC-SEL (WK-MS)  =  "Y"
                       PERFORM  8500-OPEN-MST-OUTPUT
                   END-IF
               WHEN  BKP-DETAIL
                   IF  MC-SEL (WK-MS)  =  "Y"
                       PERFORM  8600-WRITE-MST
                   END-IF
               WHEN  BKP-TRAIL
                   IF  MC-SEL (WK-MS)  =  "Y"
                       PERFORM  8700-CLOSE-MST
                       DISPLAY  "TBL077 復元 "  MS-NAME (WK-MS)
                                " 件数 = "  WK-MS-COUNT
                       IF  WK-MS-COUNT  NOT  =  BKP-T-COUNT
                           DISPLAY  "<<< 書戻し件数不一致 >>> "
                                    MS-NAME (WK-MS)
                           PERFORM  9000-ABEND
                       END-IF
                       ADD  WK-MS-COUNT  TO  WK-LOAD-COUNT
                       ADD  1            TO  WK-LOAD-MS
                   END-IF
           END-EVALUATE.

       7300-ADD-HASH              SECTION.
      *          *** (キーのハッシュ加算 ... TBL076 と同じ計算。
      *              先頭からキー長分の各バイトの文字コードに
      *              桁位置を掛けて足す) ***
           PERFORM  VARYING  J  FROM  1  BY  1
                    UNTIL  J  >  MS-KEYLEN (WK-MS)
               COMPUTE  WK-MS-HASH  =  WK-MS-HASH
                      +  FUNCTION ORD (BKP-DATA (J:1))  *  J
           END-PERFORM.

       7400-FIND-MASTER           SECTION.
      *          *** (マスタ名から一覧の位置を引く ... 無ければ
      *              ZERO) ***
           MOVE  ZERO  TO  WK-MS
           PERFORM  VARYING  I  FROM  1  BY  1  UNTIL  I  >  MS-MAX
               IF  MS-NAME (I)  =  BKP-FILE
                   MOVE  I  TO  WK-MS
               END-IF
           END-PERFORM.

       8000-OPEN-GEN-INPUT        SECTION.
      *          *** (WK-BKP-NAME の退避ファイルを入力で開く) ***
           OPEN  INPUT  MSTBKP
           MOVE  "N"  TO  BKP-EOF-SW.

       8200-READ-GEN              SECTION.
      *          *** (退避ファイルから1件読む) ***
           READ  MSTBKP  INTO  MSTBKP-REC
               AT END
                   MOVE  "Y"  TO  BKP-EOF-SW
           END-READ.

       8400-CLOSE-GEN             SECTION.
      *          *** (退避ファイルを閉じる) ***
           CLOSE  MSTBKP.

       8500-OPEN-MST-OUTPUT       SECTION.
      *          *** (WK-MS のマスタを作り直す ... 既存の内容は
      *              ここで消える) ***
           EVALUATE  WK-MS
               WHEN  1
                   OPEN  OUTPUT  RIDACC
                   MOVE  RAC-STATUS  TO  WK-MST-STATUS
               WHEN  2
                   OPEN  OUTPUT  FAREMST
                   MOVE  FRM-STATUS  TO  WK-MST-STATUS
               WHEN  3
                   OPEN  OUTPUT  CALMST
                   MOVE  CAL-STATUS  TO  WK-MST-STATUS
               WHEN  4
                   OPEN  OUTPUT  LINMST
                   MOVE  LNM-STATUS  TO  WK-MST-STATUS
               WHEN  5
                   OPEN  OUTPUT  OPERMST
                   MOVE  OPM-STATUS  TO  WK-MST-STATUS
               WHEN  6
                   OPEN  OUTPUT  RUNCTL
                   MOVE  RCT-STATUS  TO  WK-MST-STATUS
               WHEN  7
                   OPEN  OUTPUT  TBLMST
                   MOVE  TBM-STATUS  TO  WK-MST-STATUS
               WHEN  8
                   OPEN  OUTPUT  PRTMST
                   MOVE  PRT-STATUS  TO  WK-MST-STATUS
               WHEN  9
                   OPEN  OUTPUT  CAPMST
                   MOVE  CAP-STATUS  TO  WK-MST-STATUS
               WHEN  10
                   OPEN  OUTPUT  TBLPND
                   MOVE  PND-STATUS  TO  WK-MST-STATUS
               WHEN  11
                   OPEN  OUTPUT  FARPND
                   MOVE  FPD-STATUS  TO  WK-MST-STATUS
               WHEN  12
                   OPEN  OUTPUT  ODACC
                   MOVE  ODA-STATUS  TO  WK-MST-STATUS
               WHEN  13
                   OPEN  OUTPUT  DISMST
                   MOVE  DSR-STATUS  TO  WK-MST-STATUS
           END-EVALUATE
           IF  WK-MST-STATUS  NOT  =  "00"
               DISPLAY  "<<< "  MS-NAME (WK-MS)
                        " が開けません >>> "  WK-MST-STATUS
               PERFORM  9000-ABEND
           END-IF.

       8600-WRITE-MST             SECTION.
      *          *** (WK-MS のマスタへ明細を1件書き戻す) ***
           EVALUATE  WK-MS
               WHEN  1
                   MOVE  BKP-DATA  TO  RIDACC-REC
                   WRITE  RIDACC-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  RAC-STATUS  TO  WK-MST-STATUS
               WHEN  2
                   MOVE  BKP-DATA  TO  FAREMST-REC
                   WRITE  FAREMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  FRM-STATUS  TO  WK-MST-STATUS
               WHEN  3
                   MOVE  BKP-DATA  TO  CALMST-REC
                   WRITE  CALMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  CAL-STATUS  TO  WK-MST-STATUS
               WHEN  4
                   MOVE  BKP-DATA  TO  LINMST-REC
                   WRITE  LINMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  LNM-STATUS  TO  WK-MST-STATUS
               WHEN  5
                   MOVE  BKP-DATA  TO  OPERMST-REC
                   WRITE  OPERMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  OPM-STATUS  TO  WK-MST-STATUS
               WHEN  6
                   MOVE  BKP-DATA  TO  RUNCTL-REC
                   WRITE  RUNCTL-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  RCT-STATUS  TO  WK-MST-STATUS
               WHEN  7
                   MOVE  BKP-DATA  TO  TBLMST-REC
                   WRITE  TBLMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  TBM-STATUS  TO  WK-MST-STATUS
               WHEN  8
                   MOVE  BKP-DATA  TO  PRTMST-REC
                   WRITE  PRTMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  PRT-STATUS  TO  WK-MST-STATUS
               WHEN  9
                   MOVE  BKP-DATA  TO  CAPMST-REC
                   WRITE  CAPMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  CAP-STATUS  TO  WK-MST-STATUS
               WHEN  10
                   MOVE  BKP-DATA  TO  TBLPND-REC
                   WRITE  TBLPND-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  PND-STATUS  TO  WK-MST-STATUS
               WHEN  11
                   MOVE  BKP-DATA  TO  FARPND-REC
                   WRITE  FARPND-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  FPD-STATUS  TO  WK-MST-STATUS
               WHEN  12
                   MOVE  BKP-DATA  TO  ODACC-REC
                   WRITE  ODACC-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  ODA-STATUS  TO  WK-MST-STATUS
               WHEN  13
                   MOVE  BKP-DATA  TO  DISMST-REC
                   WRITE  DISMST-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE  DSR-STATUS  TO  WK-MST-STATUS
           END-EVALUATE
           IF  WK-MST-STATUS  NOT  =  "00"
               DISPLAY  "<<< 書込エラー >>> "  MS-NAME (WK-MS)
                        " "  WK-MST-STATUS
               PERFORM  9000-ABEND
           END-IF
           ADD  1  TO  WK-MS-COUNT.

       8700-CLOSE-MST             SECTION.
      *          *** (WK-MS のマスタを閉じる) ***
           EVALUATE  WK-MS
               WHEN  1
                   CLOSE  RIDACC
               WHEN  2
                   CLOSE  FAREMST
               WHEN  3
                   CLOSE  CALMST
               WHEN  4
                   CLOSE  LINMST
               WHEN  5
                   CLOSE  OPERMST
               WHEN  6
                   CLOSE  RUNCTL
               WHEN  7
                   CLOSE  TBLMST
               WHEN  8
                   CLOSE  PRTMST
               WHEN  9
                   CLOSE  CAPMST
               WHEN  10
                   CLOSE  TBLPND
               WHEN  11
                   CLOSE  FARPND
               WHEN  12
                   CLOSE  ODACC
               WHEN  13
                   CLOSE  DISMST
           END-EVALUATE.

       9000-ABEND                 SECTION.
      *          *** (書戻し中の異常終了 ... それまでに書き戻した
      *              マスタは復元済み、当マスタは書きかけとなるため、
      *              原因を取り除いて同じ指定で再実行する。マスタ名は
      *              読込中の退避レコードのものを出す) ***
           DISPLAY  "<<< TBL077 書戻し中に異常終了 >>> "
                    BKP-FILE
           MOVE  16  TO  RETURN-CODE
           STOP  RUN.
