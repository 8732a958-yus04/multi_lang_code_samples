      *    (日跨ぎの夜間ストリームでも全ステップが同じ日付で記録・
      *    検査される)。未設定(非数値)の場合のみ実行日を使用する。
      *    TBL038(入力チェック)、TBL039(月次累計更新)、
      *    TBL033(集計)、TBL041(推定収入)、TBL055(OD入力チェック)、
      *    TBL056(OD収入)、TBL067(定期券入力チェック)、TBL069(時間帯
      *    別入力チェック)、TBL070(時間帯別突合)、TBL074(駅マスタ
      *    予約適用)、TBL076(マスタ退避)、TBL077(マスタ復元 ... 完了
      *    記録のみ)、TBL079(訂正転記)、TBL083(マスタ間整合性検査)、
      *    TBL084(OD月次累計更新) から CALL される。
      *    夜間実行ログの印刷は TBL052 が行う。
      ******************************************************************
       IDENTIFICATION             DIVISION.
      *       先行ステップが SPACES のステップは無条件に開始できる。
      *       新ステップの追加は本テーブルへ1行足すだけでよい ) *****
       01  SQ-TABLE-DEF.
           03  FILLER             PIC X(12)   VALUE "TBL083      ".
           03  FILLER             PIC X(12)   VALUE "TBL074TBL083".
           03  FILLER             PIC X(12)   VALUE "TBL038TBL074".
           03  FILLER             PIC X(12)   VALUE "TBL039TBL038".
           03  FILLER             PIC X(12)   VALUE "TBL033TBL038".
           03  FILLER             PIC X(12)   VALUE "TBL041TBL038".
           03  FILLER             PIC X(12)   VALUE "TBL055      ".
           03  FILLER             PIC X(12)   VALUE "TBL056TBL055".
           03  FILLER             PIC X(12)   VALUE "TBL067      ".
           03  FILLER             PIC X(12)   VALUE "TBL069TBL038".
           03  FILLER             PIC X(12)   VALUE "TBL070TBL069".
           03  FILLER             PIC X(12)   VALUE "TBL079TBL039".
           03  FILLER             PIC X(12)   VALUE "TBL084TBL055".
       01  SQ-TABLE  REDEFINES  SQ-TABLE-DEF.
           03  SQ  OCCURS 13 TIMES.
               05  SQ-STEP        PIC X(06).
               05  SQ-PRED        PIC X(06).
       01  SQ-MAX                 PIC 9(02)   VALUE 13.
       01  I                      PIC 9(02).
       01  WK-PRED-STEP           PIC X(06).
       LINKAGE                    SECTION.
