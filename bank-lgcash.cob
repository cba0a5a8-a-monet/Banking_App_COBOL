                                   OR TR-TYPE = "WITH")
                           PERFORM 2100-POST-TO-CUSTOMER
                       END-IF
      *> Loan proceeds and loan payments taken at the window are
      *> cash too; the same types posted by batch are transfers.
                       IF TR-DATE = WS-REPORT-DATE
                              AND TR-TELLER-ID NOT = "BTCH"
                              AND (TR-TYPE = "LNDB"
                                   OR TR-TYPE = "LNPI"
                                   OR TR-TYPE = "LNPP")
                           PERFORM 2100-POST-TO-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE.
