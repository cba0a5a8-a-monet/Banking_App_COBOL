      *> Installment loan paragraphs, copied into the PROCEDURE
      *> DIVISION of every program that values or posts to a loan.
      *> Requires the loan's ACCOUNT-MASTER-RECORD (ACCTREC.CPY) in
      *> the record area and the LOANWORK.CPY fields in working
      *> storage. Nothing here reads or rewrites a file; the caller
      *> holds the record and rewrites it.
       7000-COMPUTE-LOAN-PAYOFF.
      *> Payoff as of WS-LN-AS-OF-DATE: principal owed, unpaid late
      *> charges, and interest - the settled-but-unpaid carry plus
      *> simple daily interest (actual/365) on the principal owed
      *> since the date interest was last settled.
           MOVE ZERO TO WS-LN-PRIN-OWED
           IF AM-BALANCE < ZERO
                  AND 0 - AM-BALANCE > AM-LN-LATE-DUE
               COMPUTE WS-LN-PRIN-OWED =
                       0 - AM-BALANCE - AM-LN-LATE-DUE
           END-IF
           MOVE ZERO TO WS-LN-DAYS
           IF AM-LN-INT-DATE > ZERO
                  AND WS-LN-AS-OF-DATE > AM-LN-INT-DATE
               COMPUTE WS-LN-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-LN-AS-OF-DATE)
                       - FUNCTION INTEGER-OF-DATE(AM-LN-INT-DATE)
           END-IF
           COMPUTE WS-LN-ACCRUED ROUNDED =
                   AM-LN-ACCRUED-INT
                   + WS-LN-PRIN-OWED * AM-LN-RATE * WS-LN-DAYS / 365
           COMPUTE WS-LN-PAYOFF =
                   WS-LN-PRIN-OWED + AM-LN-LATE-DUE + WS-LN-ACCRUED.

       7100-APPLY-LOAN-PAYMENT.
      *> Applies WS-LN-PAY-AMT to the loan in the record area:
      *> accrued interest first, then unpaid late charges, then
      *> principal. The caller has just performed 7000 for the
      *> posting date and capped the payment at WS-LN-PAYOFF.
      *> Interest is settled through the posting date either way;
      *> what the payment does not cover stays in
      *> AM-LN-ACCRUED-INT. Only the late-charge and principal
      *> portions move AM-BALANCE - the interest portion is income
      *> collected, not a reduction of what the ledger says is owed.
      *> The interest and principal portions also count toward the
      *> installment due (late charges do not), and every full
      *> installment covered moves the next due date on a month; a
      *> loan paid to zero has no next due date.
           MOVE "N" TO WS-LN-PAID-OFF-SW
           MOVE WS-LN-PAY-AMT TO WS-LN-REMAIN
           IF WS-LN-REMAIN > WS-LN-ACCRUED
               MOVE WS-LN-ACCRUED TO WS-LN-INT-PART
           ELSE
               MOVE WS-LN-REMAIN TO WS-LN-INT-PART
           END-IF
           SUBTRACT WS-LN-INT-PART FROM WS-LN-REMAIN
           IF WS-LN-REMAIN > AM-LN-LATE-DUE
               MOVE AM-LN-LATE-DUE TO WS-LN-LATE-PART
           ELSE
               MOVE WS-LN-REMAIN TO WS-LN-LATE-PART
           END-IF
           SUBTRACT WS-LN-LATE-PART FROM WS-LN-REMAIN
           IF WS-LN-REMAIN > WS-LN-PRIN-OWED
               MOVE WS-LN-PRIN-OWED TO WS-LN-PRIN-PART
           ELSE
               MOVE WS-LN-REMAIN TO WS-LN-PRIN-PART
           END-IF
           COMPUTE AM-LN-ACCRUED-INT =
                   WS-LN-ACCRUED - WS-LN-INT-PART
           MOVE WS-LN-AS-OF-DATE TO AM-LN-INT-DATE
           SUBTRACT WS-LN-LATE-PART FROM AM-LN-LATE-DUE
           ADD WS-LN-LATE-PART WS-LN-PRIN-PART TO AM-BALANCE
           IF AM-BALANCE NOT < ZERO
                  AND AM-LN-ACCRUED-INT = ZERO
               MOVE "Y" TO WS-LN-PAID-OFF-SW
               MOVE ZERO TO AM-LN-NEXT-DUE-DATE
               MOVE ZERO TO AM-LN-DUE-PAID
           ELSE
               COMPUTE AM-LN-DUE-PAID =
                       AM-LN-DUE-PAID + WS-LN-PAY-AMT - WS-LN-LATE-PART
               PERFORM UNTIL AM-LN-PAYMENT = ZERO
                          OR AM-LN-DUE-PAID < AM-LN-PAYMENT
                   SUBTRACT AM-LN-PAYMENT FROM AM-LN-DUE-PAID
                   MOVE AM-LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
                   PERFORM 7200-ADVANCE-LOAN-DUE-DATE
                   MOVE WS-LN-DUE-DATE TO AM-LN-NEXT-DUE-DATE
               END-PERFORM
           END-IF.

       7200-ADVANCE-LOAN-DUE-DATE.
      *> Moves WS-LN-DUE-DATE on one month, re-anchored on the
      *> loan's due day and clamped in a short month the same way
      *> the standing order scheduler does.
           MOVE WS-LN-DUE-DATE(1:4) TO WS-LN-DUE-YYYY
           MOVE WS-LN-DUE-DATE(5:2) TO WS-LN-DUE-MM
           MOVE WS-LN-DUE-DATE(7:2) TO WS-LN-DUE-DD
           ADD 1 TO WS-LN-DUE-MM
           IF WS-LN-DUE-MM > 12
               MOVE 1 TO WS-LN-DUE-MM
               ADD 1 TO WS-LN-DUE-YYYY
           END-IF
           IF AM-LN-DUE-DAY > 0
               MOVE AM-LN-DUE-DAY TO WS-LN-DUE-DD
           END-IF
           PERFORM 7210-LOAN-DAYS-IN-MONTH
           IF WS-LN-DUE-DD > WS-LN-DAYS-IN-MONTH
               MOVE WS-LN-DAYS-IN-MONTH TO WS-LN-DUE-DD
           END-IF
           COMPUTE WS-LN-DUE-DATE =
                   WS-LN-DUE-YYYY * 10000
                   + WS-LN-DUE-MM * 100
                   + WS-LN-DUE-DD.

       7210-LOAN-DAYS-IN-MONTH.
           EVALUATE WS-LN-DUE-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LN-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-LN-DUE-YYYY, 4) = 0
                          AND (FUNCTION MOD(WS-LN-DUE-YYYY, 100)
                                   NOT = 0
                               OR FUNCTION MOD(WS-LN-DUE-YYYY, 400)
                                   = 0)
                       MOVE 29 TO WS-LN-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-LN-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LN-DAYS-IN-MONTH
           END-EVALUATE.
