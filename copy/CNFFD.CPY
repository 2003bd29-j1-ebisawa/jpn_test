      *----------------------------------------------------------------
      *    CNFFD - 残高確認書の発送台帳CONFREG.DATのレコードレイアウト。
      *            基準日・顧客番号ごとに1行。各項目の間は空白2桁。
      *               CR-ASOF       基準日YYYYMMDD
      *               CR-CUST       顧客番号
      *               CR-BALANCE    確認書に刷った基準日の残高
      *               CR-ISSUED     発送日YYYYMMDD
      *               CR-STATUS     SENT    =発送済み(回答待ち)
      *                             AGREED  =残高に相違なし
      *                             DISPUTED=相違あり
      *                             NOREPLY =期限までに回答なし
      *               CR-STATED     顧客の回答した残高(相違ありの
      *                             とき。相違なしは確認書の残高)
      *               CR-REPLY-AT   回答を記録した時刻
      *                             YYYYMMDDHHMMSS
      *               CR-REPLY-BY   回答を記録した操作者
      *            1行は100バイトで、保守ジャーナルMNTJRNL.DATの
      *            前像・後像へそのまま入る。
      *----------------------------------------------------------------
       FD  CONF-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONF-REG-REC.
           05  CR-ASOF                PIC 9(08).
           05  FILLER                 PIC X(02).
           05  CR-CUST                PIC 9(06).
           05  FILLER                 PIC X(02).
           05  CR-BALANCE             PIC S9(09)V9(02).
           05  FILLER                 PIC X(02).
           05  CR-ISSUED              PIC 9(08).
           05  FILLER                 PIC X(02).
           05  CR-STATUS              PIC X(08).
               88  CR-SENT                     VALUE "SENT".
               88  CR-AGREED                   VALUE "AGREED".
               88  CR-DISPUTED                 VALUE "DISPUTED".
               88  CR-NOREPLY                  VALUE "NOREPLY".
           05  FILLER                 PIC X(02).
           05  CR-STATED              PIC S9(09)V9(02).
           05  FILLER                 PIC X(02).
           05  CR-REPLY-AT            PIC X(14).
           05  FILLER                 PIC X(02).
           05  CR-REPLY-BY            PIC X(10).
           05  FILLER                 PIC X(10).
