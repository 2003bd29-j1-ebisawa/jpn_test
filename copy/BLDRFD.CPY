      *----------------------------------------------------------------
      *    BLDRFD - コンパイラビルド台帳BUILDREG.DATのレコード
      *             レイアウト。ビルド1本につき1行(100バイト。保守
      *             ジャーナルの前像・後像にそのまま載る長さ)。
      *                BR-BUILD-ID    ビルドID(利用者が付ける名前)
      *                BR-VENDOR-VER  ベンダ版数
      *                BR-RTL-LEVEL   ランタイムライブラリの水準
      *                BR-RECEIVED    受領日(YYYYMMDD)
      *                BR-STATUS      RECEIVED/UNDER-TEST/CERTIFIED/
      *                               REJECTED/RETIRED
      *                BR-STATUS-DATE 状態を変えた日(YYYYMMDD)
      *                BR-SIGN-RUN    認定の根拠にした実行ID
      *                               (SIGNOFFで証跡一式を組んだ実行)
      *----------------------------------------------------------------
       FD  BUILD-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUILD-REG-REC.
           05  BR-BUILD-ID              PIC X(16).
           05  FILLER                   PIC X(02).
           05  BR-VENDOR-VER            PIC X(16).
           05  FILLER                   PIC X(02).
           05  BR-RTL-LEVEL             PIC X(12).
           05  FILLER                   PIC X(02).
           05  BR-RECEIVED              PIC X(08).
           05  FILLER                   PIC X(02).
           05  BR-STATUS                PIC X(12).
               88  BR-STATUS-VALID       VALUE "RECEIVED" "UNDER-TEST"
                                               "CERTIFIED" "REJECTED"
                                               "RETIRED".
           05  FILLER                   PIC X(02).
           05  BR-STATUS-DATE           PIC X(08).
           05  FILLER                   PIC X(02).
           05  BR-SIGN-RUN              PIC X(16).
