      ******************************************************************
      *    運賃マスタ  保守ジャーナル  レコードレイアウト  (FARJNL)
      *    TBL037(保守)の申請(E)、TBL081(運賃承認)の承認(K)・
      *    却下(R)のたびに追記する。申請時は申請時点の運賃マスタ
      *    と申請内容を、承認時は反映直前と反映後の運賃マスタの
      *    レコードイメージを丸ごと持つ。却下時は申請内容を
      *    変更後欄に残す。誰がいつどの運賃表を申請・承認したかを
      *    TBL082(運賃改定履歴表)が監査向けに印刷する。
      ******************************************************************
       01  FARJNL-REC.
      *          *** 記録日時 (YYYYMMDDHHMMSSss) ***
           03  FJN-TS             PIC X(16).
      *          *** 操作したオペレータID ***
           03  FJN-OPID           PIC X(08).
      *          *** 事象 (E=申請 K=承認 R=却下) ***
           03  FJN-EVENT          PIC X(01).
               88  FJN-ENTRY                  VALUE "E".
               88  FJN-APPROVE                VALUE "K".
               88  FJN-REJECT                 VALUE "R".
      *          *** 処理区分 (A=登録 C=変更 D=削除) ***
           03  FJN-ACT            PIC X(01).
      *          *** 適用開始日 (YYYYMMDD) ***
           03  FJN-EFFDATE        PIC X(08).
      *          *** 申請オペレータID ***
           03  FJN-ENT-OPID       PIC X(08).
      *          *** 変更前レコードイメージ (登録時はスペース) ***
           03  FJN-BEFORE         PIC X(50).
      *          *** 変更後レコードイメージ (削除時はスペース) ***
           03  FJN-AFTER          PIC X(50).
