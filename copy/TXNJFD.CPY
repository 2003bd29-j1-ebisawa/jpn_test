      *----------------------------------------------------------------
      *    TXNJFD - 取引ジャーナルTXNJRNL.DATのレコードレイアウト。
      *             反映した取引1件につき1行。正常終了の印として
      *             JRN-TXN-IDが"*COMMIT*"の行を書く。*COMMIT*より
      *             後の行は反映済みだがマスタ未書き戻しの取引。
      *                JRN-TXN-ID    取引番号
      *                JRN-CUST      顧客番号
      *                JRN-BEFORE    更新前の残高
      *                JRN-AFTER     更新後の残高
      *                JRN-TYPE      取引種別(D=入金 W=出金
      *                              R=取消)
      *                JRN-POST-DATE 反映日(YYYYMMDD)
      *                JRN-LINK-ID   取消の行では取り消した元の
      *                              取引番号(元の行の増減をちょうど
      *                              打ち消す)。他の行は空白。
      *                JRN-VALUE-DATE 起算日(YYYYMMDD)。受付日時と
      *                              締め時刻から決めた、残高が動いた
      *                              ものとみなす営業日。
      *                JRN-CHAIN-SEQ ファイル内の通し連番
      *                JRN-CHAIN     連鎖値(JRNCHNが付ける。JRNVRFY
      *                              が照合する)
      *             種別・反映日の無い古い行は空白のまま読める。
      *----------------------------------------------------------------
       FD  JRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JRNL-REC.
           05  JRN-TXN-ID             PIC X(08).
           05  FILLER                 PIC X(02).
           05  JRN-CUST               PIC 9(06).
           05  FILLER                 PIC X(02).
           05  JRN-BEFORE             PIC S9(09)V9(02).
           05  FILLER                 PIC X(02).
           05  JRN-AFTER              PIC S9(09)V9(02).
           05  FILLER                 PIC X(02).
           05  JRN-TYPE               PIC X(01).
           05  FILLER                 PIC X(02).
           05  JRN-POST-DATE          PIC X(08).
           05  FILLER                 PIC X(02).
           05  JRN-LINK-ID            PIC X(08).
           05  FILLER                 PIC X(02).
           05  JRN-VALUE-DATE         PIC X(08).
           05  FILLER                 PIC X(02).
           05  JRN-CHAIN-SEQ          PIC X(07).
           05  FILLER                 PIC X(02).
           05  JRN-CHAIN              PIC X(09).
