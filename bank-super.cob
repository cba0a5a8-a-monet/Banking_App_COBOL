      *> overdraft limit, correct a misspelled account name, formally
      *> close an account, and reverse a mis-keyed transaction by
      *> transaction number (posting an offsetting RVSD/RVSC entry
      *> that references the original), record or correct a
      *> customer's taxpayer id for year-end interest reporting, and
      *> charge off an uncollectable overdraft (a CHGO credit back
      *> to zero, leaving the account in charged-off status W).
      *> Each supervisor signs on with an individual id and
      *> password from SUPVMSTR.DAT. Maintenance under dual control
      *> - a reversal, an overdraft-limit increase or a charge-off
      *> above the amount in DUALPARM.DAT, and every customer or
      *> owner PIN reset - is not applied at once but queued on
      *> PENDAPRV.DAT; a second, different supervisor approves or
      *> rejects it from the review option, only approved items
      *> post, and the audit log carries both supervisor ids.
      *> An account can also be given its own daily limits on cash
      *> withdrawals, transfers out and external payments in place
      *> of its product's limits from LIMPARM.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT SUPR-MASTER-FILE ASSIGN TO "SUPVMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-FILE-STATUS.

           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ITEM-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT DUAL-PARAM-FILE ASSIGN TO "DUALPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DP-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT ACCT-LIMIT-FILE ASSIGN TO "ACCTLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCT-NO
               FILE STATUS IS WS-AL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

      *> One line per supervisor: id, password, name. On first use
      *> the file is seeded with two default supervisors (dual
      *> control needs two) that must be changed by editing the
      *> file before live use. Ids BTCH and SUPV are reserved and
      *> are refused at sign-on.
       FD  SUPR-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  SUPR-MASTER-RECORD.
           05  SV-SUPR-ID          PIC X(4).
           05  SV-PASSWORD         PIC X(8).
           05  SV-NAME             PIC X(20).

       FD  PENDING-APPROVAL-FILE.
           COPY "PENDAPRV.CPY".

       FD  DUAL-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUAL-PARM-LINE          PIC X(80).

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".
       FD  OWNER-XREF-FILE.
           COPY "OWNRREC.CPY".

       FD  ACCT-LIMIT-FILE.
           COPY "ACCTLIM.CPY".

       WORKING-STORAGE SECTION.
       01 NEWLINE          PIC X VALUE X"0A".
       01 WS-SUPR-ID            PIC X(4) VALUE SPACES.
       01 WS-SUPR-NAME          PIC X(20).
       01 WS-SUPR-ID-INPUT      PIC X(4).
       01 WS-PASSWORD-INPUT     PIC X(8).
       01 WS-SUPR-EOF-SW        PIC X VALUE "N".
       01 WS-SUPR-OK-SW         PIC X VALUE "N".
          88 SUPERVISOR-VERIFIED   VALUE "Y".
       01 WS-SUPR-TRY-COUNT     PIC 9(1) VALUE 0.
                  "7. ADD/RESET ACCOUNT OWNER" & X"0A" &
                  "8. REMOVE ACCOUNT OWNER" & X"0A" &
                  "9. LINK FUNDING ACCOUNT" & X"0A" &
                  "10. CORRECT CUSTOMER TAX ID" & X"0A" &
                  "11. REVIEW PENDING APPROVALS" & X"0A" &
                  "12. CHARGE OFF OVERDRAWN ACCOUNT" & X"0A" &
                  "13. SET ACCOUNT DAILY LIMITS" & X"0A" &
                  "14. EXIT" & X"0A" & X"0A" &
                  "Please Enter Your Selection: ".
       01 WS-MENU-INPUT    PIC 9(2).

       01 WS-OWN-CUST-TEXT      PIC X(6).
       01 WS-OWNER-EXISTS-SW    PIC X VALUE "N".

       01 WS-NEW-TAX-ID         PIC X(9).

      *> Account daily limits, by channel in the ACCTLIM.CPY order.
       01 WS-LIM-CHANNEL-NAMES.
          05 FILLER             PIC X(17) VALUE "Cash Withdrawal".
          05 FILLER             PIC X(17) VALUE "Transfer Out".
          05 FILLER             PIC X(17) VALUE "External Payment".
       01 WS-LIM-CHANNEL-TABLE REDEFINES WS-LIM-CHANNEL-NAMES.
          05 WS-LIM-CHANNEL-NAME PIC X(17) OCCURS 3 TIMES.
       01 WS-LIM-SUB            PIC 9(1).
       01 WS-LIM-CHOICE         PIC X.
       01 WS-LIM-PROMPT         PIC X(60).
       01 WS-LIM-TEXT           PIC X(10).
       01 WS-LIM-AMOUNT         PIC 9(7)V99.
       01 WS-LIM-ITEM-MAX       PIC 9(7)V99.
       01 WS-LIM-VALID-SW       PIC X VALUE "N".
       01 WS-AL-FOUND-SW        PIC X VALUE "N".
       01 WS-LIM-ITEM-DISPLAY   PIC $,$$$,$$9.99.
       01 WS-LIM-DAILY-DISPLAY  PIC $,$$$,$$9.99.

       01 WS-AUD-EVENT-CODE     PIC X(4).
       01 WS-AUD-ACCT-NO        PIC 9(6).
       01 WS-AUD-OUTCOME        PIC X(30) VALUE SPACES.
       01 WS-AUD-CUST-NO        PIC 9(6) VALUE 0.
       01 WS-AUD-SUPR-ID        PIC X(4) VALUE SPACES.
       01 WS-AUD-APPROVER-ID    PIC X(4) VALUE SPACES.

      *> Dual control. Reversals, overdraft-limit increases and
      *> charge-offs larger than WS-DUAL-THRESHOLD wait for a
      *> second supervisor; the default stands when DUALPARM.DAT is
      *> missing or unusable.
       01 WS-DUAL-THRESHOLD     PIC 9(7)V99 VALUE 500.00.
       01 WS-DUAL-DISPLAY       PIC $,$$$,$$9.99.
       01 WS-DP-EOF-SW          PIC X VALUE "N".
       01 WS-DP-TRIMMED         PIC X(12).
       01 WS-DP-NUMVAL          PIC S9(9)V99.
       01 WS-NEXT-ITEM-NO       PIC 9(6) VALUE 0.
       01 WS-PEND-EOF-SW        PIC X VALUE "N".
       01 WS-PEND-DUP-SW        PIC X VALUE "N".
       01 WS-REVIEW-DONE-SW     PIC X VALUE "N".
       01 WS-REVIEW-INPUT       PIC X.
       01 WS-REVIEW-VALID-SW    PIC X VALUE "N".
       01 WS-ITEMS-SHOWN        PIC 9(4) VALUE 0.
       01 WS-ITEMS-OWN          PIC 9(4) VALUE 0.
       01 WS-APPLY-OK-SW        PIC X VALUE "N".
       01 WS-APPLY-REASON       PIC X(40).
       01 WS-NEW-PA-ACTION      PIC X(4).
       01 WS-NEW-PA-CUST-NO     PIC 9(6).
       01 WS-NEW-PA-TRANS-ID    PIC 9(6).
       01 WS-NEW-PA-AMOUNT      PIC 9(7)V99.
       01 WS-NEW-PA-OLD-AMOUNT  PIC 9(7)V99.
       01 WS-NEW-PA-PIN         PIC 9(4).
       01 WS-PA-OLD-DISPLAY     PIC $,$$$,$$9.99.

       01 WS-ACCT-FILE-STATUS   PIC XX.
       01 WS-CUST-FILE-STATUS   PIC XX.
       01 WS-TRANCTL-RETRY-COUNT PIC 9(3) VALUE 0.
       01 WS-TRANCTL-FAIL-SW    PIC X VALUE "N".
       01 WS-AUDIT-FILE-STATUS  PIC XX.
       01 WS-PEND-FILE-STATUS   PIC XX.
       01 WS-DP-FILE-STATUS     PIC XX.
       01 WS-AL-FILE-STATUS     PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                   CLOSE OWNER-XREF-FILE
                   OPEN I-O OWNER-XREF-FILE
               END-IF
               PERFORM 1200-LOAD-DUAL-CONTROL-PARAMS
           END-IF.

       1200-LOAD-DUAL-CONTROL-PARAMS.
      *> DUALPARM.DAT holds one line: the amount above which a
      *> reversal or an overdraft-limit increase needs a second
      *> supervisor. It is seeded with the default on first use.
           OPEN INPUT DUAL-PARAM-FILE
           IF WS-DP-FILE-STATUS = "35"
               OPEN OUTPUT DUAL-PARAM-FILE
               MOVE "500.00" TO DUAL-PARM-LINE
               WRITE DUAL-PARM-LINE
               CLOSE DUAL-PARAM-FILE
               DISPLAY "DUALPARM.DAT created with the default "
                       "dual-control amount."
               OPEN INPUT DUAL-PARAM-FILE
           END-IF
           MOVE "N" TO WS-DP-EOF-SW
           IF WS-DP-FILE-STATUS = "00"
               PERFORM UNTIL WS-DP-EOF-SW = "Y"
                   READ DUAL-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-DP-EOF-SW
                       NOT AT END
                           IF DUAL-PARM-LINE NOT = SPACES
                               PERFORM 1210-PARSE-DUAL-PARAMS
                               MOVE "Y" TO WS-DP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DUAL-PARAM-FILE
           END-IF.

       1210-PARSE-DUAL-PARAMS.
           MOVE FUNCTION TRIM(DUAL-PARM-LINE) TO WS-DP-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-DP-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-DP-NUMVAL = FUNCTION NUMVAL(WS-DP-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-DP-NUMVAL >= ZERO
                  AND WS-DP-NUMVAL <= 9999999.99
               MOVE WS-DP-NUMVAL TO WS-DUAL-THRESHOLD
           ELSE
               DISPLAY "WARNING: unusable dual-control amount in "
                       "DUALPARM.DAT; using the default."
           END-IF.

       2000-SUPERVISOR-LOGIN.
           MOVE 0 TO WS-SUPR-TRY-COUNT
           PERFORM UNTIL SUPERVISOR-VERIFIED
                      OR WS-SUPR-TRY-COUNT >= 3
               DISPLAY "Enter Supervisor ID: "
               ACCEPT WS-SUPR-ID-INPUT
               MOVE FUNCTION UPPER-CASE(WS-SUPR-ID-INPUT)
                   TO WS-SUPR-ID-INPUT
               DISPLAY "Enter Supervisor Password: "
               ACCEPT WS-PASSWORD-INPUT
               PERFORM 2010-VERIFY-SUPERVISOR
               IF SUPERVISOR-VERIFIED
                   DISPLAY "Supervisor " WS-SUPR-ID " ("
                           FUNCTION TRIM(WS-SUPR-NAME)
                           ") verified."
                   DISPLAY NEWLINE
                   MOVE ZERO TO WS-AUD-ACCT-NO
                   MOVE "SLOG" TO WS-AUD-EVENT-CODE
                   PERFORM 6000-LOG-AUDIT-EVENT
               ELSE
                   ADD 1 TO WS-SUPR-TRY-COUNT
                   DISPLAY "Incorrect supervisor id or password."
                   MOVE ZERO TO WS-AUD-ACCT-NO
                   MOVE WS-SUPR-ID-INPUT TO WS-AUD-SUPR-ID
                   MOVE "SLGF" TO WS-AUD-EVENT-CODE
                   MOVE "BAD SUPERVISOR PASSWORD"
                       TO WS-AUD-OUTCOME
               DISPLAY "Too many incorrect attempts. Exiting."
           END-IF.

       2010-VERIFY-SUPERVISOR.
      *> Supervisors live in SUPVMSTR.DAT, the same arrangement as
      *> the teller operator file. BTCH and SUPV are reserved
      *> operator ids and can never sign on here.
           IF WS-SUPR-ID-INPUT = "BTCH"
                  OR WS-SUPR-ID-INPUT = "SUPV"
                  OR WS-SUPR-ID-INPUT = SPACES
               CONTINUE
           ELSE
               OPEN INPUT SUPR-MASTER-FILE
               IF WS-SUPR-FILE-STATUS = "35"
                   OPEN OUTPUT SUPR-MASTER-FILE
                   MOVE "S001" TO SV-SUPR-ID
                   MOVE "SUPER123" TO SV-PASSWORD
                   MOVE "DEFAULT SUPERVISOR 1" TO SV-NAME
                   WRITE SUPR-MASTER-RECORD
                   MOVE "S002" TO SV-SUPR-ID
                   MOVE "SUPER456" TO SV-PASSWORD
                   MOVE "DEFAULT SUPERVISOR 2" TO SV-NAME
                   WRITE SUPR-MASTER-RECORD
                   CLOSE SUPR-MASTER-FILE
                   DISPLAY "SUPVMSTR.DAT created with default "
                           "supervisors S001 and S002. Change them "
                           "before live use."
                   OPEN INPUT SUPR-MASTER-FILE
               END-IF
               MOVE "N" TO WS-SUPR-EOF-SW
               PERFORM UNTIL WS-SUPR-EOF-SW = "Y"
                   READ SUPR-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-SUPR-EOF-SW
                       NOT AT END
                           IF SV-SUPR-ID = WS-SUPR-ID-INPUT
                              AND SV-PASSWORD = WS-PASSWORD-INPUT
                               MOVE "Y" TO WS-SUPR-OK-SW
                               MOVE SV-SUPR-ID TO WS-SUPR-ID
                               MOVE SV-NAME TO WS-SUPR-NAME
                               MOVE "Y" TO WS-SUPR-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPR-MASTER-FILE
           END-IF.

       2700-MAINTENANCE-MENU.
           PERFORM UNTIL WS-EXIT-PROGRAM-SW = "Y"
               DISPLAY WS-MENU-LAYOUT
                   WHEN 9
                       PERFORM 3800-LINK-FUNDING-ACCOUNT
                   WHEN 10
                       PERFORM 3900-CORRECT-TAX-ID
                   WHEN 11
                       PERFORM 4300-REVIEW-APPROVALS
                   WHEN 12
                       PERFORM 3950-CHARGE-OFF-ACCOUNT
                   WHEN 13
                       PERFORM 3970-SET-ACCOUNT-LIMITS
                   WHEN 14
                       DISPLAY "Exiting supervisor maintenance."
                       MOVE "Y" TO WS-EXIT-PROGRAM-SW
                   WHEN OTHER
                                   "digits."
                       END-IF
                   END-PERFORM
      *> Every PIN reset is under dual control; it takes effect
      *> when a second supervisor approves it.
                   MOVE "PRST" TO WS-NEW-PA-ACTION
                   MOVE ZERO TO WS-NEW-PA-CUST-NO
                   MOVE ZERO TO WS-NEW-PA-TRANS-ID
                   MOVE ZERO TO WS-NEW-PA-AMOUNT
                   MOVE ZERO TO WS-NEW-PA-OLD-AMOUNT
                   MOVE WS-PIN TO WS-NEW-PA-PIN
                   PERFORM 4200-QUEUE-FOR-APPROVAL
               END-IF
           END-IF.

                                   "9999999.99, e.g. 150.50."
                       END-IF
                   END-PERFORM
      *> A decrease, or an increase within the dual-control
      *> amount, applies at once; a larger increase waits for a
      *> second supervisor.
                   IF WS-OVERDRAFT-LIMIT > AM-OVERDRAFT-LIMIT
                          AND WS-OVERDRAFT-LIMIT - AM-OVERDRAFT-LIMIT
                              > WS-DUAL-THRESHOLD
                       MOVE WS-DUAL-THRESHOLD TO WS-DUAL-DISPLAY
                       DISPLAY "Increases of more than "
                               WS-DUAL-DISPLAY " need a second "
                               "supervisor's approval."
                       MOVE "ODLM" TO WS-NEW-PA-ACTION
                       MOVE ZERO TO WS-NEW-PA-CUST-NO
                       MOVE ZERO TO WS-NEW-PA-TRANS-ID
                       MOVE WS-OVERDRAFT-LIMIT TO WS-NEW-PA-AMOUNT
                       MOVE AM-OVERDRAFT-LIMIT TO WS-NEW-PA-OLD-AMOUNT
                       MOVE ZERO TO WS-NEW-PA-PIN
                       PERFORM 4200-QUEUE-FOR-APPROVAL
                   ELSE
                       MOVE WS-OVERDRAFT-LIMIT TO AM-OVERDRAFT-LIMIT
                       PERFORM 3210-APPLY-OVERDRAFT-LIMIT
                   END-IF
               END-IF
           END-IF.

       3210-APPLY-OVERDRAFT-LIMIT.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Update failed."
           END-REWRITE
           MOVE AM-OVERDRAFT-LIMIT TO WS-BALANCE-DISPLAY
           DISPLAY "New Overdraft Limit:  " WS-BALANCE-DISPLAY
           MOVE AM-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE "ODLM" TO WS-AUD-EVENT-CODE
           MOVE "OVERDRAFT LIMIT CHANGED" TO WS-AUD-OUTCOME
           PERFORM 6000-LOG-AUDIT-EVENT.

       3300-CORRECT-NAME.
           DISPLAY "Correct Account Name selected."
           PERFORM 4000-GET-MAINT-ACCOUNT
      *> to back out a debit (the D/C suffix names the posting,
      *> matching XFRD/XFRC). A transfer is reversed one leg at a
      *> time - reverse the XFRD and its paired XFRC separately.
      *> Loan postings (LNDB, LNPI, LNPP, LNLC, LNXD) also move the
      *> loan's interest, late-charge and due-date fields, which a
      *> plain balance reversal cannot restore, so they fall to
      *> OTHER and are refused, as is a CHGO charge-off, which also
      *> changed the account's status.
           PERFORM 3525-SET-REVERSAL-TYPE
           IF WS-REV-TYPE = SPACES
               DISPLAY "Transactions of type " WS-ORIG-TYPE " cannot "
                       "be reversed."
                   DISPLAY "Transaction " WS-REV-TRANS-ID ": "
                           WS-ORIG-TYPE " OF " WS-ORIG-AMT-DISPLAY
                           " ON ACCOUNT " WS-ORIG-ACCT-NO
      *> A reversal larger than the dual-control amount is queued
      *> for a second supervisor instead of posting now.
                   IF WS-ORIG-AMT > WS-DUAL-THRESHOLD
                       MOVE WS-DUAL-THRESHOLD TO WS-DUAL-DISPLAY
                       DISPLAY "Reversals of more than "
                               WS-DUAL-DISPLAY " need a second "
                               "supervisor's approval."
                       DISPLAY "Queue offsetting " WS-REV-TYPE
                               " entry for approval? (Y/N): "
                   ELSE
                       DISPLAY "Post offsetting " WS-REV-TYPE
                               " entry? (Y/N): "
                   END-IF
                   ACCEPT WS-CONFIRM-YN
                   IF FUNCTION UPPER-CASE(WS-CONFIRM-YN) = "Y"
                       IF WS-ORIG-AMT > WS-DUAL-THRESHOLD
                           MOVE WS-ORIG-ACCT-NO TO WS-ACCT-NO
                           MOVE "RVSL" TO WS-NEW-PA-ACTION
                           MOVE ZERO TO WS-NEW-PA-CUST-NO
                           MOVE WS-REV-TRANS-ID TO WS-NEW-PA-TRANS-ID
                           MOVE WS-ORIG-AMT TO WS-NEW-PA-AMOUNT
                           MOVE ZERO TO WS-NEW-PA-OLD-AMOUNT
                           MOVE ZERO TO WS-NEW-PA-PIN
                           PERFORM 4200-QUEUE-FOR-APPROVAL
                       ELSE
                           PERFORM 3530-APPLY-REVERSAL
                       END-IF
                   ELSE
                       DISPLAY "Reversal cancelled. No change made."
                   END-IF
               END-IF
           END-IF.

       3525-SET-REVERSAL-TYPE.
           EVALUATE WS-ORIG-TYPE
               WHEN "DEPO"
               WHEN "INTR"
               WHEN "XFRC"
               WHEN "ACHC"
                   MOVE "RVSD" TO WS-REV-TYPE
               WHEN "WITH"
               WHEN "XFRD"
               WHEN "ACHD"
               WHEN "FEES"
               WHEN "CDPN"
               WHEN "CHKD"
               WHEN "ODFE"
                   MOVE "RVSC" TO WS-REV-TYPE
               WHEN OTHER
                   MOVE SPACES TO WS-REV-TYPE
           END-EVALUATE.

       3530-APPLY-REVERSAL.
      *> Posts the offsetting entry against the account held in the
      *> record area (read by the caller from WS-ORIG-ACCT-NO).
           IF WS-REV-TYPE = "RVSD"
               SUBTRACT WS-ORIG-AMT FROM AM-BALANCE
           ELSE
               ADD WS-ORIG-AMT TO AM-BALANCE
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Update failed."
           END-REWRITE
           MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
           PERFORM 5000-LOG-REVERSAL
           MOVE AM-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "Reversal posted. New Balance:  "
                   WS-BALANCE-DISPLAY
           MOVE WS-ORIG-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE "RVSL" TO WS-AUD-EVENT-CODE
           MOVE "TRANSACTION REVERSAL POSTED" TO WS-AUD-OUTCOME
           PERFORM 6000-LOG-AUDIT-EVENT.

       5000-LOG-REVERSAL.
           PERFORM 5100-GET-NEXT-TRANS-ID
           IF WS-TRANCTL-FAIL-SW = "Y"
      *> account has owner records, sign-on uses the owner's own
      *> PIN instead of the single PIN on the master; every holder
      *> of the account should be added when it goes joint.
      *> Resetting an existing owner's PIN is a PIN reset and waits
      *> for a second supervisor like any other.
           DISPLAY "Add/Reset Account Owner selected."
           PERFORM 4000-GET-MAINT-ACCOUNT
           IF ACCOUNT-FOUND
                       NOT INVALID KEY
                           MOVE "Y" TO WS-OWNER-EXISTS-SW
                   END-READ
                   IF WS-OWNER-EXISTS-SW = "Y"
                       MOVE "OWAD" TO WS-NEW-PA-ACTION
                       MOVE WS-OWN-CUST-NO TO WS-NEW-PA-CUST-NO
                       MOVE ZERO TO WS-NEW-PA-TRANS-ID
                       MOVE ZERO TO WS-NEW-PA-AMOUNT
                       MOVE ZERO TO WS-NEW-PA-OLD-AMOUNT
                       MOVE WS-PIN TO WS-NEW-PA-PIN
                       PERFORM 4200-QUEUE-FOR-APPROVAL
                   ELSE
                       MOVE WS-ACCT-NO TO OW-ACCT-NO
                       MOVE WS-OWN-CUST-NO TO OW-CUST-NO
                       MOVE WS-PIN TO OW-PIN
                       MOVE 0 TO OW-PIN-FAIL-COUNT
                       MOVE "A" TO OW-STATUS
                       WRITE OWNER-XREF-RECORD
                           INVALID KEY
                               DISPLAY "Unable to add owner."
                       END-WRITE
                       DISPLAY "Owner " WS-OWN-CUST-NO " added to "
                               "account " WS-ACCT-NO "."
                       MOVE WS-ACCT-NO TO WS-AUD-ACCT-NO
                       MOVE "OWAD" TO WS-AUD-EVENT-CODE
                       MOVE "ACCOUNT OWNER ADDED OR RESET"
                           TO WS-AUD-OUTCOME
                       PERFORM 6000-LOG-AUDIT-EVENT
                   END-IF
               END-IF
           END-IF.

           END-IF
           END-IF.

       3900-CORRECT-TAX-ID.
      *> Records the taxpayer id reported on the customer's year-end
      *> 1099-INT, or corrects one keyed wrongly at opening. The id
      *> belongs to the customer, so every account the customer owns
      *> reports under it.
           DISPLAY "Correct Customer Tax ID selected."
           PERFORM 4100-GET-OWNER-CUSTOMER
           IF WS-OWN-CUST-NO > ZERO
               IF CM-TAX-ID = SPACES
                   DISPLAY "Current Tax ID: NOT ON FILE"
               ELSE
                   DISPLAY "Current Tax ID: " CM-TAX-ID
               END-IF
               MOVE "N" TO WS-AMOUNT-VALID-SW
               PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
                   DISPLAY "Enter Corrected Tax ID (9 digits): "
                   MOVE SPACES TO WS-NEW-TAX-ID
                   ACCEPT WS-NEW-TAX-ID
                   IF WS-NEW-TAX-ID IS NUMERIC
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Tax ID must be exactly 9 digits, with "
                               "no dashes or spaces."
                   END-IF
               END-PERFORM
               MOVE WS-NEW-TAX-ID TO CM-TAX-ID
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       DISPLAY "Update failed."
               END-REWRITE
               DISPLAY "Tax ID recorded for customer " WS-OWN-CUST-NO
                       "."
               MOVE ZERO TO WS-AUD-ACCT-NO
               MOVE WS-OWN-CUST-NO TO WS-AUD-CUST-NO
               MOVE "TAXC" TO WS-AUD-EVENT-CODE
               MOVE "CUSTOMER TAX ID CORRECTED" TO WS-AUD-OUTCOME
               PERFORM 6000-LOG-AUDIT-EVENT
           END-IF.

       3950-CHARGE-OFF-ACCOUNT.
      *> Writes off the overdrawn balance of a deposit account the
      *> collections report recommends for charge-off. Loans carry
      *> a negative balance by design and are not charged off here.
           DISPLAY "Charge Off Overdrawn Account selected."
           PERFORM 4000-GET-MAINT-ACCOUNT
           IF ACCOUNT-FOUND
               EVALUATE TRUE
                   WHEN AM-STATUS = "C"
                       DISPLAY "Account is closed. No change made."
                   WHEN AM-STATUS = "W"
                       DISPLAY "Account is already charged off."
                   WHEN AM-ACCT-TYPE = "LN"
                       DISPLAY "Loan accounts cannot be charged off "
                               "here. No change made."
                   WHEN AM-BALANCE NOT < ZERO
                       DISPLAY "Account is not overdrawn. No change "
                               "made."
                   WHEN OTHER
                       PERFORM 3955-CONFIRM-CHARGE-OFF
               END-EVALUATE
           END-IF.

       3955-CONFIRM-CHARGE-OFF.
           COMPUTE WS-ORIG-AMT = 0 - AM-BALANCE
           MOVE WS-ORIG-AMT TO WS-ORIG-AMT-DISPLAY
           IF AM-OD-START-DATE > ZERO
               DISPLAY "Overdrawn by " WS-ORIG-AMT-DISPLAY
                       " since " AM-OD-START-DATE
           ELSE
               DISPLAY "Overdrawn by " WS-ORIG-AMT-DISPLAY
           END-IF
      *> A charge-off larger than the dual-control amount is queued
      *> for a second supervisor instead of posting now.
           IF WS-ORIG-AMT > WS-DUAL-THRESHOLD
               MOVE WS-DUAL-THRESHOLD TO WS-DUAL-DISPLAY
               DISPLAY "Charge-offs of more than " WS-DUAL-DISPLAY
                       " need a second supervisor's approval."
               DISPLAY "Queue the charge-off for approval? (Y/N): "
           ELSE
               DISPLAY "Charge off " WS-ORIG-AMT-DISPLAY
                       " and close the account to all use? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM-YN
           IF FUNCTION UPPER-CASE(WS-CONFIRM-YN) = "Y"
               IF WS-ORIG-AMT > WS-DUAL-THRESHOLD
                   MOVE "CHGO" TO WS-NEW-PA-ACTION
                   MOVE ZERO TO WS-NEW-PA-CUST-NO
                   MOVE ZERO TO WS-NEW-PA-TRANS-ID
                   MOVE WS-ORIG-AMT TO WS-NEW-PA-AMOUNT
                   MOVE ZERO TO WS-NEW-PA-OLD-AMOUNT
                   MOVE ZERO TO WS-NEW-PA-PIN
                   PERFORM 4200-QUEUE-FOR-APPROVAL
               ELSE
                   PERFORM 3960-APPLY-CHARGE-OFF
               END-IF
           ELSE
               DISPLAY "Charge-off cancelled. No change made."
           END-IF.

       3960-APPLY-CHARGE-OFF.
      *> Credits WS-ORIG-AMT to the account in the record area,
      *> bringing it back to zero, ends the overdraft episode and
      *> marks the account charged off. The CHGO entry goes to the
      *> log through the reversal posting paragraph, with no
      *> linked transaction.
           ADD WS-ORIG-AMT TO AM-BALANCE
           MOVE "W" TO AM-STATUS
           MOVE ZERO TO AM-OD-START-DATE
           MOVE ZERO TO AM-OD-FEE-DATE
           MOVE ZERO TO AM-OD-FEES-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "Update failed."
           END-REWRITE
           MOVE AM-ACCT-NO TO WS-ORIG-ACCT-NO
           MOVE "CHGO" TO WS-REV-TYPE
           MOVE ZERO TO WS-REV-TRANS-ID
           MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
           PERFORM 5000-LOG-REVERSAL
           DISPLAY "Account " AM-ACCT-NO " charged off."
           MOVE AM-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE "CHGO" TO WS-AUD-EVENT-CODE
           MOVE "OVERDRAFT CHARGED OFF" TO WS-AUD-OUTCOME
           PERFORM 6000-LOG-AUDIT-EVENT.

       3970-SET-ACCOUNT-LIMITS.
      *> Gives an account its own per-item and daily limits on
      *> cash withdrawals, transfers out and external payments at
      *> the window, replacing its product's limits in full, or
      *> removes them so the product limits apply again.
           DISPLAY "Set Account Daily Limits selected."
           PERFORM 4000-GET-MAINT-ACCOUNT
           IF ACCOUNT-FOUND
               IF AM-STATUS = "C"
                   DISPLAY "Account is closed. No change made."
               ELSE
                   OPEN I-O ACCT-LIMIT-FILE
                   IF WS-AL-FILE-STATUS = "35"
                       OPEN OUTPUT ACCT-LIMIT-FILE
                       CLOSE ACCT-LIMIT-FILE
                       OPEN I-O ACCT-LIMIT-FILE
                   END-IF
                   IF WS-AL-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open ACCTLIM.DAT (status "
                               WS-AL-FILE-STATUS "). No change made."
                   ELSE
                       PERFORM 3972-SHOW-ACCOUNT-LIMITS
                       PERFORM 3974-CHANGE-ACCOUNT-LIMITS
                       CLOSE ACCT-LIMIT-FILE
                   END-IF
               END-IF
           END-IF.

       3972-SHOW-ACCOUNT-LIMITS.
           MOVE WS-ACCT-NO TO AL-ACCT-NO
           READ ACCT-LIMIT-FILE
               INVALID KEY MOVE "N" TO WS-AL-FOUND-SW
               NOT INVALID KEY MOVE "Y" TO WS-AL-FOUND-SW
           END-READ
           IF WS-AL-FOUND-SW = "Y"
               DISPLAY "Account limits set " AL-SET-DATE " by "
                       AL-SUPR-ID " (0.00 = no limit):"
               PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                       UNTIL WS-LIM-SUB > 3
                   MOVE AL-ITEM-MAX(WS-LIM-SUB) TO WS-LIM-ITEM-DISPLAY
                   MOVE AL-DAILY-MAX(WS-LIM-SUB)
                       TO WS-LIM-DAILY-DISPLAY
                   DISPLAY "  " WS-LIM-CHANNEL-NAME(WS-LIM-SUB)
                           "  Per Item: " WS-LIM-ITEM-DISPLAY
                           "  Daily: " WS-LIM-DAILY-DISPLAY
               END-PERFORM
           ELSE
               DISPLAY "Account uses its product's limits from "
                       "LIMPARM.DAT."
           END-IF.

       3974-CHANGE-ACCOUNT-LIMITS.
           IF WS-AL-FOUND-SW = "Y"
               DISPLAY "Enter S to set new limits, R to remove them "
                       "and use the product limits, or C to cancel: "
           ELSE
               DISPLAY "Enter S to set account limits or C to "
                       "cancel: "
           END-IF
           ACCEPT WS-LIM-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-LIM-CHOICE) TO WS-LIM-CHOICE
           EVALUATE TRUE
               WHEN WS-LIM-CHOICE = "S"
                   PERFORM 3976-GET-ACCOUNT-LIMITS
                   MOVE WS-ACCT-NO TO AL-ACCT-NO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AL-SET-DATE
                   MOVE WS-SUPR-ID TO AL-SUPR-ID
                   WRITE ACCT-LIMIT-RECORD
                       INVALID KEY
                           REWRITE ACCT-LIMIT-RECORD
                               INVALID KEY
                                   DISPLAY "Update failed."
                           END-REWRITE
                   END-WRITE
                   IF WS-AL-FILE-STATUS = "00"
                       DISPLAY "Daily limits set for account "
                               WS-ACCT-NO "."
                       MOVE WS-ACCT-NO TO WS-AUD-ACCT-NO
                       MOVE "LMTC" TO WS-AUD-EVENT-CODE
                       MOVE "ACCOUNT DAILY LIMITS SET"
                           TO WS-AUD-OUTCOME
                       PERFORM 6000-LOG-AUDIT-EVENT
                   END-IF
               WHEN WS-LIM-CHOICE = "R" AND WS-AL-FOUND-SW = "Y"
                   DELETE ACCT-LIMIT-FILE RECORD
                       INVALID KEY
                           DISPLAY "Update failed."
                       NOT INVALID KEY
                           DISPLAY "Account " WS-ACCT-NO " now uses "
                                   "its product's limits."
                           MOVE WS-ACCT-NO TO WS-AUD-ACCT-NO
                           MOVE "LMTC" TO WS-AUD-EVENT-CODE
                           MOVE "ACCOUNT DAILY LIMITS REMOVED"
                               TO WS-AUD-OUTCOME
                           PERFORM 6000-LOG-AUDIT-EVENT
                   END-DELETE
               WHEN OTHER
                   DISPLAY "No change made."
           END-EVALUATE.

       3976-GET-ACCOUNT-LIMITS.
      *> Prompts for the per-item maximum and daily total of each
      *> channel into the record area. A per-item maximum above a
      *> daily total could never be used and is refused.
           PERFORM VARYING WS-LIM-SUB FROM 1 BY 1
                   UNTIL WS-LIM-SUB > 3
               MOVE "N" TO WS-LIM-VALID-SW
               PERFORM UNTIL WS-LIM-VALID-SW = "Y"
                   MOVE SPACES TO WS-LIM-PROMPT
                   STRING "Enter "
                          FUNCTION TRIM(WS-LIM-CHANNEL-NAME(WS-LIM-SUB))
                          " Per-Item Limit (0 for none): "
                       DELIMITED BY SIZE INTO WS-LIM-PROMPT
                   PERFORM 3978-GET-LIMIT-AMOUNT
                   MOVE WS-LIM-AMOUNT TO WS-LIM-ITEM-MAX
                   MOVE SPACES TO WS-LIM-PROMPT
                   STRING "Enter "
                          FUNCTION TRIM(WS-LIM-CHANNEL-NAME(WS-LIM-SUB))
                          " Daily Limit (0 for none): "
                       DELIMITED BY SIZE INTO WS-LIM-PROMPT
                   PERFORM 3978-GET-LIMIT-AMOUNT
                   IF WS-LIM-AMOUNT > ZERO
                          AND WS-LIM-ITEM-MAX > WS-LIM-AMOUNT
                       DISPLAY "The per-item limit cannot be more "
                               "than the daily limit."
                   ELSE
                       MOVE WS-LIM-ITEM-MAX
                           TO AL-ITEM-MAX(WS-LIM-SUB)
                       MOVE WS-LIM-AMOUNT TO AL-DAILY-MAX(WS-LIM-SUB)
                       MOVE "Y" TO WS-LIM-VALID-SW
                   END-IF
               END-PERFORM
           END-PERFORM.

       3978-GET-LIMIT-AMOUNT.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY FUNCTION TRIM(WS-LIM-PROMPT)
               ACCEPT WS-LIM-TEXT
               MOVE FUNCTION TRIM(WS-LIM-TEXT) TO WS-AMOUNT-TRIMMED
               COMPUTE WS-AMOUNT-TEST-CODE =
                       FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-AMOUNT-TEST-CODE = 0
                   COMPUTE WS-NUMVAL-AMOUNT =
                           FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
               END-IF
               IF WS-AMOUNT-TEST-CODE = 0
                      AND WS-NUMVAL-AMOUNT >= ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                   MOVE WS-NUMVAL-AMOUNT TO WS-LIM-AMOUNT
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Invalid amount. Enter a non-negative "
                           "number up to 9999999.99, e.g. 150.50."
               END-IF
           END-PERFORM.

       4100-GET-OWNER-CUSTOMER.
           MOVE ZERO TO WS-OWN-CUST-NO
           MOVE "N" TO WS-AMOUNT-VALID-SW
                       "  Status: " AM-STATUS
           END-IF.

       4200-QUEUE-FOR-APPROVAL.
      *> Writes the WS-NEW-PA-* action for WS-ACCT-NO to the
      *> pending-approval file under the next item number, unless
      *> the same action is already waiting there.
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open PENDAPRV.DAT (status "
                       WS-PEND-FILE-STATUS "). No change made."
           ELSE
               PERFORM 4210-SCAN-PENDING-ITEMS
               IF WS-PEND-DUP-SW = "Y"
                   DISPLAY "The same change is already awaiting "
                           "approval as item " PA-ITEM-NO
                           ". No change made."
               ELSE
                   ADD 1 TO WS-NEXT-ITEM-NO
                   MOVE WS-NEXT-ITEM-NO TO PA-ITEM-NO
                   MOVE WS-NEW-PA-ACTION TO PA-ACTION
                   MOVE "P" TO PA-STATUS
                   MOVE WS-ACCT-NO TO PA-ACCT-NO
                   MOVE WS-NEW-PA-CUST-NO TO PA-CUST-NO
                   MOVE WS-NEW-PA-TRANS-ID TO PA-TRANS-ID
                   MOVE WS-NEW-PA-AMOUNT TO PA-AMOUNT
                   MOVE WS-NEW-PA-OLD-AMOUNT TO PA-OLD-AMOUNT
                   MOVE WS-NEW-PA-PIN TO PA-NEW-PIN
                   MOVE WS-SUPR-ID TO PA-MAKER-ID
                   MOVE FUNCTION CURRENT-DATE(1:8) TO PA-RAISED-DATE
                   MOVE FUNCTION CURRENT-DATE(9:6) TO PA-RAISED-TIME
                   MOVE SPACES TO PA-CHECKER-ID
                   MOVE ZERO TO PA-DECIDED-DATE
                   WRITE PENDING-APPROVAL-RECORD
                       INVALID KEY
                           DISPLAY "Unable to queue the change for "
                                   "approval. No change made."
                       NOT INVALID KEY
                           DISPLAY "Queued as item " PA-ITEM-NO
                                   " for a second supervisor's "
                                   "approval. It takes effect only "
                                   "when approved, and expires at end "
                                   "of day if not reviewed."
                           MOVE WS-ACCT-NO TO WS-AUD-ACCT-NO
                           MOVE "PEND" TO WS-AUD-EVENT-CODE
                           MOVE SPACES TO WS-AUD-OUTCOME
                           STRING WS-NEW-PA-ACTION
                                  " QUEUED AS ITEM " PA-ITEM-NO
                               DELIMITED BY SIZE INTO WS-AUD-OUTCOME
                           PERFORM 6000-LOG-AUDIT-EVENT
                   END-WRITE
               END-IF
               CLOSE PENDING-APPROVAL-FILE
           END-IF.

       4210-SCAN-PENDING-ITEMS.
      *> One pass finds the highest item number on file and any
      *> pending item for the same action on the same account.
           MOVE 0 TO WS-NEXT-ITEM-NO
           MOVE "N" TO WS-PEND-DUP-SW
           MOVE "N" TO WS-PEND-EOF-SW
           MOVE ZERO TO PA-ITEM-NO
           START PENDING-APPROVAL-FILE KEY >= PA-ITEM-NO
               INVALID KEY MOVE "Y" TO WS-PEND-EOF-SW
           END-START
           PERFORM UNTIL WS-PEND-EOF-SW = "Y"
               READ PENDING-APPROVAL-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PEND-EOF-SW
                   NOT AT END
                       IF PA-ITEM-NO > WS-NEXT-ITEM-NO
                           MOVE PA-ITEM-NO TO WS-NEXT-ITEM-NO
                       END-IF
                       IF PA-STATUS = "P"
                              AND PA-ACTION = WS-NEW-PA-ACTION
                              AND PA-ACCT-NO = WS-ACCT-NO
                              AND PA-CUST-NO = WS-NEW-PA-CUST-NO
                              AND PA-TRANS-ID = WS-NEW-PA-TRANS-ID
                           MOVE "Y" TO WS-PEND-DUP-SW
                           MOVE "Y" TO WS-PEND-EOF-SW
                       END-IF
               END-READ
               IF WS-PEND-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-PEND-EOF-SW
               END-IF
           END-PERFORM.

       4300-REVIEW-APPROVALS.
      *> Walks the pending items in the order they were raised. A
      *> supervisor cannot decide an item they keyed themselves;
      *> those are counted and passed over.
           DISPLAY "Review Pending Approvals selected."
           MOVE 0 TO WS-ITEMS-SHOWN
           MOVE 0 TO WS-ITEMS-OWN
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "No items are awaiting approval."
           ELSE
               MOVE "N" TO WS-REVIEW-DONE-SW
               MOVE "N" TO WS-PEND-EOF-SW
               MOVE ZERO TO PA-ITEM-NO
               START PENDING-APPROVAL-FILE KEY >= PA-ITEM-NO
                   INVALID KEY MOVE "Y" TO WS-PEND-EOF-SW
               END-START
               PERFORM UNTIL WS-PEND-EOF-SW = "Y"
                          OR WS-REVIEW-DONE-SW = "Y"
                   READ PENDING-APPROVAL-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PEND-EOF-SW
                       NOT AT END
                           IF PA-STATUS = "P"
                               IF PA-MAKER-ID = WS-SUPR-ID
                                   ADD 1 TO WS-ITEMS-OWN
                               ELSE
                                   ADD 1 TO WS-ITEMS-SHOWN
                                   PERFORM 4310-REVIEW-ONE-ITEM
                               END-IF
                           END-IF
                   END-READ
                   IF WS-PEND-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-PEND-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE PENDING-APPROVAL-FILE
               IF WS-ITEMS-SHOWN = 0
                   DISPLAY "No items are awaiting your approval."
               END-IF
               IF WS-ITEMS-OWN > 0
                   DISPLAY WS-ITEMS-OWN " item(s) you keyed are "
                           "waiting for another supervisor."
               END-IF
           END-IF.

       4310-REVIEW-ONE-ITEM.
           DISPLAY NEWLINE
           DISPLAY "Item " PA-ITEM-NO "  " PA-ACTION
                   "  Account " PA-ACCT-NO
                   "  Keyed by " PA-MAKER-ID " on " PA-RAISED-DATE
           EVALUATE PA-ACTION
               WHEN "RVSL"
                   MOVE PA-AMOUNT TO WS-ORIG-AMT-DISPLAY
                   DISPLAY "Reverse transaction " PA-TRANS-ID
                           " of " WS-ORIG-AMT-DISPLAY
               WHEN "ODLM"
                   MOVE PA-OLD-AMOUNT TO WS-PA-OLD-DISPLAY
                   MOVE PA-AMOUNT TO WS-ORIG-AMT-DISPLAY
                   DISPLAY "Raise overdraft limit from "
                           WS-PA-OLD-DISPLAY " to "
                           WS-ORIG-AMT-DISPLAY
               WHEN "PRST"
                   DISPLAY "Reset the account PIN"
               WHEN "OWAD"
                   DISPLAY "Reset the PIN of owner " PA-CUST-NO
               WHEN "CHGO"
                   MOVE PA-AMOUNT TO WS-ORIG-AMT-DISPLAY
                   DISPLAY "Charge off overdrawn balance of "
                           WS-ORIG-AMT-DISPLAY
           END-EVALUATE
           MOVE "N" TO WS-REVIEW-VALID-SW
           PERFORM UNTIL WS-REVIEW-VALID-SW = "Y"
               DISPLAY "A=Approve, R=Reject, S=Skip, Q=End review: "
               ACCEPT WS-REVIEW-INPUT
               MOVE FUNCTION UPPER-CASE(WS-REVIEW-INPUT)
                   TO WS-REVIEW-INPUT
               EVALUATE WS-REVIEW-INPUT
                   WHEN "A"
                       MOVE "Y" TO WS-REVIEW-VALID-SW
                       PERFORM 4320-APPROVE-ITEM
                   WHEN "R"
                       MOVE "Y" TO WS-REVIEW-VALID-SW
                       MOVE "R" TO PA-STATUS
                       PERFORM 4390-RECORD-DECISION
                       DISPLAY "Item " PA-ITEM-NO " rejected. No "
                               "change made."
                       MOVE PA-MAKER-ID TO WS-AUD-SUPR-ID
                       MOVE WS-SUPR-ID TO WS-AUD-APPROVER-ID
                       MOVE PA-ACCT-NO TO WS-AUD-ACCT-NO
                       MOVE "APRJ" TO WS-AUD-EVENT-CODE
                       MOVE SPACES TO WS-AUD-OUTCOME
                       STRING PA-ACTION " ITEM " PA-ITEM-NO
                              " REJECTED"
                           DELIMITED BY SIZE INTO WS-AUD-OUTCOME
                       PERFORM 6000-LOG-AUDIT-EVENT
                   WHEN "S"
                       MOVE "Y" TO WS-REVIEW-VALID-SW
                   WHEN "Q"
                       MOVE "Y" TO WS-REVIEW-VALID-SW
                       MOVE "Y" TO WS-REVIEW-DONE-SW
                   WHEN OTHER
                       DISPLAY "Invalid input, try again."
               END-EVALUATE
           END-PERFORM.

       4320-APPROVE-ITEM.
      *> The action is re-checked against the files as they stand
      *> now; one that can no longer be applied is refused and
      *> closed as rejected. The audit entry for the applied change
      *> names the supervisor who keyed it and the approver.
           MOVE "Y" TO WS-APPLY-OK-SW
           MOVE SPACES TO WS-APPLY-REASON
           MOVE PA-MAKER-ID TO WS-AUD-SUPR-ID
           MOVE WS-SUPR-ID TO WS-AUD-APPROVER-ID
           EVALUATE PA-ACTION
               WHEN "RVSL"
                   PERFORM 4330-APPROVE-REVERSAL
               WHEN "ODLM"
                   PERFORM 4340-APPROVE-OVERDRAFT
               WHEN "PRST"
                   PERFORM 4350-APPROVE-PIN-RESET
               WHEN "OWAD"
                   PERFORM 4360-APPROVE-OWNER-RESET
               WHEN "CHGO"
                   PERFORM 4380-APPROVE-CHARGE-OFF
               WHEN OTHER
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "UNKNOWN ACTION" TO WS-APPLY-REASON
           END-EVALUATE
           IF WS-APPLY-OK-SW = "Y"
               MOVE "A" TO PA-STATUS
               PERFORM 4390-RECORD-DECISION
               DISPLAY "Item " PA-ITEM-NO " approved and applied."
           ELSE
               MOVE "R" TO PA-STATUS
               PERFORM 4390-RECORD-DECISION
               DISPLAY "Item " PA-ITEM-NO " cannot be applied: "
                       FUNCTION TRIM(WS-APPLY-REASON)
                       ". Closed as rejected."
               MOVE PA-MAKER-ID TO WS-AUD-SUPR-ID
               MOVE WS-SUPR-ID TO WS-AUD-APPROVER-ID
               MOVE PA-ACCT-NO TO WS-AUD-ACCT-NO
               MOVE "APRJ" TO WS-AUD-EVENT-CODE
               MOVE SPACES TO WS-AUD-OUTCOME
               STRING PA-ACTION " ITEM " PA-ITEM-NO
                      " NOT APPLIED"
                   DELIMITED BY SIZE INTO WS-AUD-OUTCOME
               PERFORM 6000-LOG-AUDIT-EVENT
           END-IF.

       4330-APPROVE-REVERSAL.
           MOVE PA-TRANS-ID TO WS-REV-TRANS-ID
           PERFORM 3510-FIND-ORIGINAL
           EVALUATE TRUE
               WHEN WS-ORIG-FOUND-SW = "N"
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "TRANSACTION NOT FOUND" TO WS-APPLY-REASON
               WHEN WS-ALREADY-REVERSED-SW = "Y"
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "ALREADY REVERSED" TO WS-APPLY-REASON
               WHEN WS-ORIG-ACCT-NO NOT = PA-ACCT-NO
                      OR WS-ORIG-AMT NOT = PA-AMOUNT
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "TRANSACTION DOES NOT MATCH THE ITEM"
                       TO WS-APPLY-REASON
               WHEN OTHER
                   PERFORM 3525-SET-REVERSAL-TYPE
                   IF WS-REV-TYPE = SPACES
                       MOVE "N" TO WS-APPLY-OK-SW
                       MOVE "TYPE CANNOT BE REVERSED"
                           TO WS-APPLY-REASON
                   ELSE
                       PERFORM 4370-READ-ITEM-ACCOUNT
                       IF WS-APPLY-OK-SW = "Y"
                           PERFORM 3530-APPLY-REVERSAL
                       END-IF
                   END-IF
           END-EVALUATE.

       4340-APPROVE-OVERDRAFT.
           PERFORM 4370-READ-ITEM-ACCOUNT
           IF WS-APPLY-OK-SW = "Y"
               MOVE PA-AMOUNT TO AM-OVERDRAFT-LIMIT
               PERFORM 3210-APPLY-OVERDRAFT-LIMIT
           END-IF.

       4350-APPROVE-PIN-RESET.
           PERFORM 4370-READ-ITEM-ACCOUNT
           IF WS-APPLY-OK-SW = "Y"
               MOVE PA-NEW-PIN TO AM-PIN
               MOVE 0 TO AM-PIN-FAIL-COUNT
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Update failed."
               END-REWRITE
               DISPLAY "PIN reset for account " PA-ACCT-NO "."
               MOVE PA-ACCT-NO TO WS-AUD-ACCT-NO
               MOVE "PRST" TO WS-AUD-EVENT-CODE
               MOVE "PIN RESET BY SUPERVISOR" TO WS-AUD-OUTCOME
               PERFORM 6000-LOG-AUDIT-EVENT
           END-IF.

       4360-APPROVE-OWNER-RESET.
           MOVE PA-ACCT-NO TO OW-ACCT-NO
           MOVE PA-CUST-NO TO OW-CUST-NO
           READ OWNER-XREF-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "NO LONGER AN OWNER OF THE ACCOUNT"
                       TO WS-APPLY-REASON
           END-READ
           IF WS-APPLY-OK-SW = "Y"
               MOVE PA-NEW-PIN TO OW-PIN
               MOVE 0 TO OW-PIN-FAIL-COUNT
               MOVE "A" TO OW-STATUS
               REWRITE OWNER-XREF-RECORD
                   INVALID KEY
                       DISPLAY "Update failed."
               END-REWRITE
               DISPLAY "Owner " PA-CUST-NO " reset on account "
                       PA-ACCT-NO "."
               MOVE PA-ACCT-NO TO WS-AUD-ACCT-NO
               MOVE "OWAD" TO WS-AUD-EVENT-CODE
               MOVE "ACCOUNT OWNER ADDED OR RESET" TO WS-AUD-OUTCOME
               PERFORM 6000-LOG-AUDIT-EVENT
           END-IF.

       4370-READ-ITEM-ACCOUNT.
           MOVE PA-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-APPLY-OK-SW
                   MOVE "ACCOUNT NO LONGER EXISTS" TO WS-APPLY-REASON
           END-READ
           IF WS-APPLY-OK-SW = "Y" AND AM-STATUS = "C"
               MOVE "N" TO WS-APPLY-OK-SW
               MOVE "ACCOUNT IS CLOSED" TO WS-APPLY-REASON
           END-IF.

       4380-APPROVE-CHARGE-OFF.
      *> Only the balance that was keyed is written off; any
      *> posting since then means the item is keyed again.
           PERFORM 4370-READ-ITEM-ACCOUNT
           IF WS-APPLY-OK-SW = "Y"
               EVALUATE TRUE
                   WHEN AM-STATUS = "W"
                       MOVE "N" TO WS-APPLY-OK-SW
                       MOVE "ALREADY CHARGED OFF" TO WS-APPLY-REASON
                   WHEN AM-BALANCE NOT < ZERO
                          OR 0 - AM-BALANCE NOT = PA-AMOUNT
                       MOVE "N" TO WS-APPLY-OK-SW
                       MOVE "BALANCE HAS CHANGED SINCE KEYED"
                           TO WS-APPLY-REASON
                   WHEN OTHER
                       MOVE PA-AMOUNT TO WS-ORIG-AMT
                       PERFORM 3960-APPLY-CHARGE-OFF
               END-EVALUATE
           END-IF.

       4390-RECORD-DECISION.
           MOVE WS-SUPR-ID TO PA-CHECKER-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO PA-DECIDED-DATE
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to record the decision on item "
                           PA-ITEM-NO "."
           END-REWRITE.

       6000-LOG-AUDIT-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
           MOVE WS-AUD-EVENT-CODE TO AUD-EVENT-CODE
           MOVE WS-AUD-OUTCOME TO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE WS-AUD-CUST-NO TO AUD-CUST-NO
      *> The signed-on supervisor keyed the event unless a queued
      *> item is being decided, when the keying supervisor and the
      *> approver are both named.
           IF WS-AUD-SUPR-ID = SPACES
               MOVE WS-SUPR-ID TO AUD-SUPR-ID
           ELSE
               MOVE WS-AUD-SUPR-ID TO AUD-SUPR-ID
           END-IF
           MOVE WS-AUD-APPROVER-ID TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE
           MOVE ZERO TO WS-AUD-CUST-NO
           MOVE SPACES TO WS-AUD-SUPR-ID
           MOVE SPACES TO WS-AUD-APPROVER-ID
           MOVE SPACES TO WS-AUD-OUTCOME.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
