       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "SVCCHG" TO WS-BC-JOB-NAME
           MOVE "LOANS" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
                       MOVE "Y" TO WS-ACCT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
      *> Loans carry no monthly service charge; their charges
      *> come from the loan run.
                       IF (AM-STATUS = "A" OR AM-STATUS = "L")
                              AND AM-ACCT-TYPE NOT = "LN"
                           PERFORM 3100-ASSESS-ONE-ACCOUNT
                       END-IF
               END-READ
