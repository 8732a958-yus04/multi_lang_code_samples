      ******************************************************************
      *    駅マスタ  予約変更ファイル  レコードレイアウト  (TBLPND)
      *    TBL034(保守)で適用日が翌日以降の登録(A)／変更(C)／
      *    削除(D)を受け付けた場合に、駅マスタへは反映せず本ファイル
      *    へ保留する。キーは 適用日 + 路線コード + 駅コード
      *    (同一駅・同一適用日の予約は1件まで)。
      *    夜間ストリームの TBL074(予約変更適用)が業務日付までに
      *    適用日の来た保留分を駅マスタへ反映し、変更前後の
      *    イメージを保守ジャーナル(TBLJNL)へ記録する。
      *    反映・取消の済んだレコードも状況を変えて残す(一覧は
      *    TBL075)。取消・適用エラーのレコードと同じキーで新たに
      *    予約を受け付けた場合は、そのレコードを保留(P)として
      *    置き換える。
      ******************************************************************
       01  TBLPND-REC.
           03  PND-KEY.
      *                  *** 適用日 (YYYYMMDD) ***
               05  PND-EFFDATE        PIC X(08).
      *                  *** 路線コード ***
               05  PND-LINE           PIC X(02).
      *                  *** 駅コード ***
               05  PND-TBCD           PIC X(04).
      *          *** 処理区分 (A=登録 C=変更 D=削除) ***
           03  PND-ACT                PIC X(01).
      *          *** 状況 (P=保留 A=適用済 X=取消 E=適用エラー) ***
           03  PND-STS                PIC X(01).
               88  PND-PENDING                    VALUE "P".
               88  PND-APPLIED                    VALUE "A".
               88  PND-CANCELED                   VALUE "X".
               88  PND-ERROR                      VALUE "E".
      *          *** 受付オペレータID・受付日時 ***
           03  PND-OPID               PIC X(08).
           03  PND-TS                 PIC X(16).
      *          *** 最終更新者(取消オペレータID または 適用
      *              ステップ)・最終更新日時 ***
           03  PND-UPD-OPID           PIC X(08).
           03  PND-UPD-TS             PIC X(16).
      *          *** 変更後レコードイメージ (削除時はスペース) ***
           03  PND-AFTER              PIC X(29).
