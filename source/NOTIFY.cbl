           05  HIST-OK                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-NG                PIC 9(07).
           05  FILLER                 PIC X(02).
           05  HIST-BUILD-ID          PIC X(16).
       FD  NOTIFY-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFY-LINE                PIC X(132).
