                   MOVE PROF-VALUE-TEXT(1:1)   TO PROF-PLAN
               WHEN "OVERRIDE"
                   MOVE PROF-VALUE-TEXT(1:40)  TO PROF-OVERRIDE
               WHEN "POST-CUTOFF"
                   MOVE PROF-VALUE-TEXT(1:4)   TO PROF-POST-CUTOFF
               WHEN "BUILD"
                   MOVE PROF-VALUE-TEXT(1:16)  TO PROF-BUILD
               WHEN "CASE"
                   MOVE PROF-VALUE-TEXT(1:30)  TO PROF-CASE
               WHEN OTHER
                   ADD 1            TO PROF-ERROR-CT
                   DISPLAY "RUNPROF.TXT: UNKNOWN KEY REJECTED: "
               DISPLAY "TESTALL-PLAN"        UPON ENVIRONMENT-NAME
               DISPLAY PROF-PLAN             UPON ENVIRONMENT-VALUE
           END-IF.
           IF PROF-BUILD NOT = SPACES
               DISPLAY "TESTALL-BUILD"       UPON ENVIRONMENT-NAME
               DISPLAY PROF-BUILD            UPON ENVIRONMENT-VALUE
           END-IF.
           IF PROF-CASE NOT = SPACES
               DISPLAY "TESTALL-CASE"        UPON ENVIRONMENT-NAME
               DISPLAY PROF-CASE             UPON ENVIRONMENT-VALUE
           END-IF.
