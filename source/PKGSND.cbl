           05  MIN-FILE-NAME          PIC X(20).
           05  FILLER                 PIC X(02).
           05  MIN-REC-COUNT          PIC 9(07).
           05  FILLER                 PIC X(02).
           05  MIN-BUILD-ID           PIC X(16).
       FD  DATA-IN
           LABEL RECORDS ARE STANDARD.
       01  DATA-IN-REC            PIC X(200).
