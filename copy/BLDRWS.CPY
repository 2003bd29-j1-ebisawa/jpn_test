      *----------------------------------------------------------------
      *    BLDRWS - 今回の実行を帰属させるビルドの解決結果。
      *             BLDRPRCの9770-RESOLVE-ACTIVE-BUILDが詰める。
      *                BLD-ACTIVE-ID  帰属先のビルドID(空白=帰属なし)
      *                BLD-ACTIVE-STATUS 台帳上の状態(台帳に無ければ
      *                               空白)
      *----------------------------------------------------------------
       01  BLD-ACTIVE-ID                PIC X(16)  VALUE SPACES.
       01  BLD-ACTIVE-STATUS            PIC X(12)  VALUE SPACES.
       01  BLD-REG-EOF-SW               PIC X      VALUE "N".
           88  BLD-REG-EOF                         VALUE "Y".
       01  BLD-GIVEN-SW                 PIC X      VALUE "N".
           88  BLD-GIVEN                           VALUE "Y".
