      ******************************************************************
      *    ( 乗車区間(OD)トランザクション  入力チェック )
      *    夜間ストリームで TBL056(実収入集計)・TBL084(OD 月次累計
      *    更新) の前段に実行する。
      *    発券システム受領の原始トランザクション(odtrip.dat)を
      *    1件ずつ検査し、
      *      ・乗車／降車の路線コード無効(TBL048 で突合)
