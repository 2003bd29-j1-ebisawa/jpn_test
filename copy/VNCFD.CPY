      *----------------------------------------------------------------
      *    VNCFD - 印刷会社から戻る完了ファイルSTMTDONE.DATの
      *            レコードレイアウト。80バイト固定長。
      *               VC-TYPE     H=完了報告 U=宛先不明の1通
      *               VC-JOB-ID   委託番号(STMTVEND.DATと同じ)
      *            完了報告(H) 先頭に1件
      *               VC-DONE-DATE 発送完了日YYYYMMDD
      *               VC-MAILED    発送した通数
      *               VC-RETURNED  宛先不明で戻った通数
      *            宛先不明(U) 戻った1通につき1件
      *               VC-PIECE-NO  明細の通番
      *               VC-CUST      顧客番号
      *               VC-REASON    印刷会社の記す理由
      *----------------------------------------------------------------
       FD  DONE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DONE-REC.
           05  VC-TYPE                PIC X(01).
               88  VC-HEADER                   VALUE "H".
               88  VC-UNDELIV                  VALUE "U".
           05  VC-JOB-ID              PIC X(12).
           05  VC-BODY                PIC X(67).
           05  VC-HDR-BODY  REDEFINES VC-BODY.
               10  VC-DONE-DATE       PIC 9(08).
               10  VC-MAILED          PIC 9(07).
               10  VC-RETURNED        PIC 9(07).
               10  FILLER             PIC X(45).
           05  VC-UND-BODY  REDEFINES VC-BODY.
               10  VC-PIECE-NO        PIC 9(07).
               10  VC-CUST            PIC 9(06).
               10  VC-REASON          PIC X(20).
               10  FILLER             PIC X(34).
