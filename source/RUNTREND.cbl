           05  HIN-OK                 PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIN-NG                 PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIN-BUILD-ID           PIC X(16).
       WORKING-STORAGE       SECTION.
      ******************************************************************
       01  OMIT-WK            PIC X.
