      *----------------------------------------------------------------
      *    NGWFD - NG発生箇所シートNGWHERE.TXTのレコードレイアウト。
      *            NG1件(PROGRAM-ID+ケースID)ごとに次の行が並ぶ:
      *              WHERE  ケースIDを設定する段落。NW-LINE-NOは段落
      *                     の先頭行、NW-CASE-LINEはケースID定数の
      *                     行(CASECAT.TXT)、NW-PARA-ENDは段落の
      *                     最終行、NW-FIELD-CTは段落内で参照される
      *                     PIC N/PIC G項目の参照数
      *              STMT   段落内の文。NW-LINE-NOはソース行番号、
      *                     本体はソースの8-72桁
      *              FIELD  段落内で参照されるPIC N/PIC G項目
      *                     (PDXREF.TXT)と、その宣言(DDXREF.TXT)
      *              NOLOC  発生箇所を引けなかった理由(CASE-IDを
      *                     動的に組み立てるプログラム等)
      *----------------------------------------------------------------
       FD  NG-WHERE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NG-WHERE-REC.
           05  NW-PROGRAM               PIC X(10).
           05  FILLER                   PIC X(02).
           05  NW-CASE-ID               PIC X(30).
           05  FILLER                   PIC X(02).
           05  NW-KIND                  PIC X(06).
               88  NW-KIND-WHERE         VALUE "WHERE".
               88  NW-KIND-STMT          VALUE "STMT".
               88  NW-KIND-FIELD         VALUE "FIELD".
               88  NW-KIND-NOLOC         VALUE "NOLOC".
           05  FILLER                   PIC X(02).
           05  NW-LINE-NO               PIC 9(05).
           05  FILLER                   PIC X(02).
           05  NW-BODY                  PIC X(72).
           05  NW-WHERE-BODY  REDEFINES  NW-BODY.
               10  NW-PARA              PIC X(30).
               10  FILLER               PIC X(02).
               10  NW-FIELD-CT          PIC 9(03).
               10  FILLER               PIC X(02).
               10  NW-CASE-LINE         PIC 9(05).
               10  FILLER               PIC X(02).
               10  NW-PARA-END          PIC 9(05).
               10  FILLER               PIC X(23).
           05  NW-FIELD-BODY  REDEFINES  NW-BODY.
               10  NW-IDENT             PIC X(30).
               10  FILLER               PIC X(02).
               10  NW-VERB              PIC X(08).
               10  FILLER               PIC X(02).
               10  NW-PIC-TYPE          PIC X(01).
               10  FILLER               PIC X(02).
               10  NW-PIC-TEXT          PIC X(20).
               10  FILLER               PIC X(02).
               10  NW-DECL-LINE         PIC 9(05).
