       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "DORMANT" TO WS-BC-JOB-NAME
           MOVE "ODAGE" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
                               WHEN "ACHC"
                               WHEN "ACHD"
                               WHEN "ACHO"
                               WHEN "CHKD"
                               WHEN "LNXD"
      *> OPBL is not activity, but its date bounds when the real
      *> (archived) activity could last have happened, so it keeps
      *> a fully-archived account from looking brand-new-and-idle.
                       MOVE "Y" TO WS-ACCT-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
      *> Loans are worked by the loan run, not the dormancy rules.
                       IF (AM-STATUS = "A" OR AM-STATUS = "D")
                              AND AM-ACCT-TYPE NOT = "LN"
                           PERFORM 3100-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
