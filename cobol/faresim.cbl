      *    駅別人員に TBL041 と同じ基準駅(新宿)発の運賃モデルを
      *    適用して、駅別・路線別の現行収入・改定後収入・差異を
      *    印刷する。改定の届出前に経営層へ示す資料に使う。
      *    試算の対象は TBL081 で承認済みの(運賃マスタに載った)
      *    運賃表に限る ... 承認待ち(FARPND)の運賃表は読まない。
      ******************************************************************
       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                TBL057.
