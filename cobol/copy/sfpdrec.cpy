      ******************************************************************
      *    運賃マスタ  承認待ちファイル  レコードレイアウト  (FARPND)
      *    TBL037(保守)が受け付けた運賃表の登録(A)／変更(C)／
      *    削除(D)は運賃マスタへは反映せず本ファイルへ保留する。
      *    キーは 適用開始日 (同一適用開始日の承認待ちは1件まで)。
      *    TBL081(運賃承認)で申請者とは別の保守権限オペレータが
      *    承認すると運賃マスタへ反映され、却下すると反映されない。
      *    TBL031・TBL057 は運賃マスタしか読まないため、承認前の
      *    運賃表が運賃計算に使われることはない。
      *    承認・却下の済んだレコードも状況を変えて残す(経過は
      *    運賃マスタ保守ジャーナル FARJNL、一覧は TBL082)。
      ******************************************************************
       01  FARPND-REC.
           03  FPD-KEY.
      *                  *** 適用開始日 (YYYYMMDD) ***
               05  FPD-EFFDATE        PIC X(08).
      *          *** 処理区分 (A=登録 C=変更 D=削除) ***
           03  FPD-ACT                PIC X(01).
      *          *** 状況 (P=承認待ち A=承認済 R=却下) ***
           03  FPD-STS                PIC X(01).
               88  FPD-PENDING                    VALUE "P".
               88  FPD-APPROVED                   VALUE "A".
               88  FPD-REJECTED                   VALUE "R".
      *          *** 申請オペレータID・申請日時 ***
           03  FPD-ENT-OPID           PIC X(08).
           03  FPD-ENT-TS             PIC X(16).
      *          *** 承認(却下)オペレータID・承認(却下)日 ***
           03  FPD-APR-OPID           PIC X(08).
           03  FPD-APR-DATE           PIC X(08).
      *          *** 申請した運賃段 (FRM-STEP-TBL と同じ並び。
      *              削除時はスペース) ***
           03  FPD-STEP-TBL           PIC X(42).
