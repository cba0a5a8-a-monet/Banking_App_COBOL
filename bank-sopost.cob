      *> transfer in BANK-APP, logs an XFRD/XFRC pair per posted
      *> order, advances the order to its next due date, and reports
      *> every order it could not post to SOPOST.RPT.
      *> An order paying an installment loan is posted as a loan
      *> payment instead: it is cut back to the payoff when it
      *> exceeds it, the source logs an LNXD debit, and the loan is
      *> credited through the loan payment paragraphs, which log
      *> the LNPI interest and LNPP principal split.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-POST-OK-SW            PIC X VALUE "N".
       01 WS-DEST-OK-SW            PIC X VALUE "N".
       01 WS-REJECT-REASON         PIC X(30).
       01 WS-POST-AMT              PIC 9(7)V99.

       01 WS-ORDERS-READ           PIC 9(6) VALUE 0.
       01 WS-ORDERS-DUE            PIC 9(6) VALUE 0.
       01 WS-DUE-INTEGER           PIC 9(8).
       01 WS-NEW-DUE-DATE          PIC 9(8).

       COPY "LOANWORK.CPY".

       01 WS-SO-FILE-STATUS        PIC XX.
       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "SOPOST" TO WS-BC-JOB-NAME
           MOVE "INTCHK" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
       2100-POST-ONE-ORDER.
           MOVE "N" TO WS-POST-OK-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SO-AMT TO WS-POST-AMT
           PERFORM 2110-CHECK-LOAN-DESTINATION
           IF WS-REJECT-REASON = SPACES
               MOVE SO-FROM-ACCT-NO TO AM-ACCT-NO
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "SOURCE ACCOUNT NOT FOUND"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF AM-STATUS NOT = "A"
                           MOVE "SOURCE ACCOUNT NOT ACTIVE"
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-POST-AMT > AM-BALANCE
                               PERFORM 2050-TRY-OD-SWEEP
                           END-IF
                           IF WS-POST-AMT >
                                  AM-BALANCE + AM-OVERDRAFT-LIMIT
                               MOVE "INSUFFICIENT FUNDS"
                                   TO WS-REJECT-REASON
                           ELSE
                               PERFORM 2150-POST-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-POST-OK-SW = "Y"
               ADD 1 TO WS-ORDERS-POSTED
               ADD WS-POST-AMT TO WS-POSTED-TOTAL
           ELSE
               ADD 1 TO WS-ORDERS-REJECTED
               PERFORM 2300-WRITE-REJECT-LINE
                           SO-ORDER-NO
           END-REWRITE.

       2110-CHECK-LOAN-DESTINATION.
      *> An order into a loan pays no more than the payoff as of
      *> the business date, and nothing at all once the loan is
      *> paid in full. Any other destination is left to the
      *> posting read in 2150.
           MOVE SO-TO-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-ACCT-TYPE = "LN" AND AM-STATUS = "A"
                       MOVE WS-TODAY-DATE TO WS-LN-AS-OF-DATE
                       PERFORM 7000-COMPUTE-LOAN-PAYOFF
                       IF WS-LN-PAYOFF = ZERO
                           MOVE "LOAN PAID IN FULL"
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-POST-AMT > WS-LN-PAYOFF
                               MOVE WS-LN-PAYOFF TO WS-POST-AMT
                               MOVE WS-POST-AMT TO WS-SO-AMT-DISPLAY
                               MOVE SPACES TO RPT-LINE
                               STRING "ORDER " SO-ORDER-NO
                                      "  LOAN PAYMENT REDUCED TO "
                                      "PAYOFF " WS-SO-AMT-DISPLAY
                                   DELIMITED BY SIZE INTO RPT-LINE
                               WRITE RPT-LINE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2050-TRY-OD-SWEEP.
      *> Overdraft protection: the shortfall comes out of the
      *> source's linked funding account first (plus the sweep
           MOVE AM-FUNDING-ACCT-NO TO WS-FUNDING-ACCT
           IF WS-FUNDING-ACCT > ZERO
                  AND WS-FUNDING-ACCT NOT = SO-FROM-ACCT-NO
               COMPUTE WS-SWEEP-SHORTFALL = WS-POST-AMT - AM-BALANCE
               PERFORM 2060-SWEEP-FROM-FUNDING
           END-IF
           MOVE SO-FROM-ACCT-NO TO AM-ACCT-NO
      *> interruption between the two REWRITEs can only lose a leg,
      *> never duplicate funds. Mirrors 3400-TRANSFER-FUNDS in
      *> BANK-APP.
           SUBTRACT WS-POST-AMT FROM AM-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Source update failed for order "
      *> or dormant one sends the order down the reversal path so
      *> the source debit is backed out and the order reported.
                   IF AM-STATUS = "A"
                       IF AM-ACCT-TYPE = "LN"
                           MOVE WS-TODAY-DATE TO WS-LN-AS-OF-DATE
                           PERFORM 7000-COMPUTE-LOAN-PAYOFF
                           MOVE WS-POST-AMT TO WS-LN-PAY-AMT
                           PERFORM 7100-APPLY-LOAN-PAYMENT
                       ELSE
                           ADD WS-POST-AMT TO AM-BALANCE
                       END-IF
                       REWRITE ACCOUNT-MASTER-RECORD
                           INVALID KEY
                               CONTINUE
           END-READ
           IF WS-DEST-OK-SW = "Y"
               MOVE AM-BALANCE TO WS-DEST-NEW-BAL
               IF AM-ACCT-TYPE = "LN"
                   PERFORM 2160-LOG-LOAN-PAYMENT
               ELSE
               MOVE SO-FROM-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "XFRD" TO WS-TRAN-TYPE
               MOVE WS-POST-AMT TO WS-TRAN-AMOUNT
               MOVE SO-TO-ACCT-NO TO WS-TRAN-LINKED-ACCT
               MOVE WS-SRC-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
               MOVE SO-TO-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "XFRC" TO WS-TRAN-TYPE
               MOVE WS-POST-AMT TO WS-TRAN-AMOUNT
               MOVE SO-FROM-ACCT-NO TO WS-TRAN-LINKED-ACCT
               MOVE WS-DEST-NEW-BAL TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
               END-IF
               MOVE "Y" TO WS-POST-OK-SW
           ELSE
      *> The credit leg never posted, so reverse the debit already
                       DISPLAY "Source lookup error during reversal "
                               "for order " SO-ORDER-NO
               END-READ
               ADD WS-POST-AMT TO AM-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Reversal update failed for order "
               END-IF
           END-IF.

       2160-LOG-LOAN-PAYMENT.
      *> The source side is an LNXD loan-payment debit rather than
      *> an XFRD, so the transfer pairs still net on the GL; the
      *> loan side logs the LNPI interest portion (no balance
      *> effect) and the LNPP late-charge and principal portion.
           MOVE SO-FROM-ACCT-NO TO WS-TRAN-ACCT-NO
           MOVE "LNXD" TO WS-TRAN-TYPE
           MOVE WS-POST-AMT TO WS-TRAN-AMOUNT
           MOVE SO-TO-ACCT-NO TO WS-TRAN-LINKED-ACCT
           MOVE WS-SRC-BALANCE TO WS-TRAN-BALANCE-AFTER
           PERFORM 5000-LOG-TRANSACTION
           IF WS-LN-INT-PART > ZERO
               MOVE SO-TO-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "LNPI" TO WS-TRAN-TYPE
               MOVE WS-LN-INT-PART TO WS-TRAN-AMOUNT
               MOVE SO-FROM-ACCT-NO TO WS-TRAN-LINKED-ACCT
               MOVE WS-DEST-NEW-BAL TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
           END-IF
           IF WS-LN-LATE-PART + WS-LN-PRIN-PART > ZERO
               MOVE SO-TO-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "LNPP" TO WS-TRAN-TYPE
               COMPUTE WS-TRAN-AMOUNT =
                       WS-LN-LATE-PART + WS-LN-PRIN-PART
               MOVE SO-FROM-ACCT-NO TO WS-TRAN-LINKED-ACCT
               MOVE WS-DEST-NEW-BAL TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
           END-IF.

       2200-ADVANCE-DUE-DATE.
      *> Advance to the next cycle even when the posting was
      *> rejected, so a failed order shows up once on the report
           END-EVALUATE.

       2300-WRITE-REJECT-LINE.
           MOVE WS-POST-AMT TO WS-SO-AMT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "ORDER " SO-ORDER-NO
                  "  FROM " SO-FROM-ACCT-NO
       COPY "BTCHPROC.CPY".

       COPY "TRNPROC.CPY".

       COPY "LOANPROC.CPY".
