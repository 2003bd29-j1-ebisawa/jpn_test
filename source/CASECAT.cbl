      *                  「MOVE "…" TO CASE-ID」の文字定数(P-形式に
      *                  限らずQA35-xx等の全様式)を抜き出して
      *                  プログラム別のケース台帳CASECAT.TXTを作る
      *                  (DDXREFと同じソース走査型。定数が最初に
      *                  現れた行番号も載せ、NGLOCATEがNGの発生
      *                  箇所を引くのに使う)。続けて今回の
      *                  ALLDIGEST.TXTと突き合わせ、「台帳にあるのに
      *                  実行されなかったケース」(PERFORM経路の
      *                  取りこぼし)と「実行されたが台帳に無い
           05  CAT-PROGRAM            PIC X(10).
           05  FILLER                 PIC X(02).
           05  CAT-CASE-ID            PIC X(30).
           05  FILLER                 PIC X(02).
           05  CAT-LINE-NO            PIC 9(05).
       FD  ALL-IN
           LABEL RECORDS ARE STANDARD.
       01  ALL-IN-REC.
       01  WK-LITERAL         PIC X(30).
       01  WK-TOCASE-CT       PIC 9(03)  COMP.
       01  WK-CUR-PROGRAM     PIC X(10).
       01  WK-LINE-NO         PIC 9(05).
       01  WK-NOTRUN-CT       PIC 9(05)  VALUE ZERO.
       01  WK-NOCAT-CT        PIC 9(05)  VALUE ZERO.
      ******************************************************************
                   ".cbl"             DELIMITED BY SIZE
                              INTO WK-SRC-FILE-NAME.
            MOVE "N"                  TO WK-EOF-SW.
            MOVE ZERO                 TO WK-LINE-NO.
            OPEN INPUT SRC-FILE.
            IF WK-SRC-FOUND
                PERFORM P-022-READ-ONE-LINE UNTIL WK-EOF
            READ SRC-FILE
                AT END        SET WK-EOF          TO TRUE
                NOT AT END
                    ADD 1             TO WK-LINE-NO
                    IF SRC-REC(7:1) NOT = "*"
                        PERFORM P-030-SCAN-LINE
                           THRU P-030-EXIT
                MOVE SPACES           TO CAT-REC
                MOVE WK-CUR-PROGRAM   TO CAT-PROGRAM
                MOVE WK-LITERAL       TO CAT-CASE-ID
                MOVE WK-LINE-NO       TO CAT-LINE-NO
                WRITE CAT-REC
            END-IF.
      *
