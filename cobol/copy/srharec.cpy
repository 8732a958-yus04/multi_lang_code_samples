      ******************************************************************
      *    乗降人員  履歴アーカイブ  訂正レコードレイアウト
      *    履歴アーカイブ(ridership_hist.dat)には TBL038 が書く
      *    通常の明細(srdrec ... 20バイト)のほかに、TBL079(訂正
      *    転記)が RIDACC へ転記した訂正を本レイアウトで追記する。
      *    先頭20バイトは srdrec と同じ位置で、人員数は訂正の
      *    絶対値。RHA-KBN が "A" のものが訂正レコード(通常の
      *    明細は 21 バイト目以降が空白)。
      *    履歴を読むプログラムは FD に srdrec と本レイアウトを
      *    並べて COPY し、訂正レコードは符号に従って加減算する
      *    ... 営業日1件とは数えないこと(日数・件数を歪めない)。
      ******************************************************************
       01  RHA-REC.
      *          *** 元の営業日 (YYYYMMDD) ***
           03  RHA-DATE               PIC X(08).
      *          *** 路線コード ***
           03  RHA-LINE               PIC X(02).
      *          *** 駅コード ***
           03  RHA-TBCD               PIC X(04).
      *          *** 訂正人員数 (絶対値) ***
           03  RHA-CNT                PIC 9(06).
      *          *** レコード区分 (A=訂正 空白=通常の明細) ***
           03  RHA-KBN                PIC X(01).
               88  RHA-ADJUST                     VALUE "A".
      *          *** 増減符号 (+=増 -=減) ***
           03  RHA-SIGN               PIC X(01).
               88  RHA-PLUS                       VALUE "+".
               88  RHA-MINUS                      VALUE "-".
      *          *** 訂正理由 (ADJ-REASON と同じ体系) ***
           03  RHA-REASON             PIC X(01).
      *          *** 入力オペレータID ***
           03  RHA-OPID               PIC X(08).
