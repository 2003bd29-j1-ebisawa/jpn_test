           05  HIN-OK                 PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIN-NG                 PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIN-BUILD-ID           PIC X(16).
       FD  HTML-FILE
           LABEL RECORDS ARE STANDARD.
       01  HTML-REC               PIC X(200).
