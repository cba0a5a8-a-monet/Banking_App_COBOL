      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOANS.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Nightly installment loan run. For every open LN account it
      *> assesses a late charge on each installment still unpaid
      *> once the grace period after its due date has run out
      *> (posted as LNLC, once per installment, so the job is safe
      *> to re-run), ages the loan by days past its oldest unpaid
      *> installment, and lists it on the delinquency report
      *> LOANDLQ.RPT with the amount past due, the unpaid late
      *> charges and the payoff as of the business date. The report
      *> closes with loan counts, amounts past due and payoff totals
      *> for the current, 1-29, 30-59, 60-89 and 90+ day buckets.
      *> Late-charge pricing comes from LOANPARM.DAT, one line:
      *> grace days, charge rate on the installment, minimum charge
      *> (default "15 0.0500 25.00").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-TRANS-ID
               ALTERNATE RECORD KEY IS TR-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT TRAN-CONTROL-FILE ASSIGN TO "TRANCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-TRANCTL-FILE-STATUS.

           SELECT LOAN-PARAM-FILE ASSIGN TO "LOANPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT DELINQUENCY-REPORT-FILE ASSIGN TO "LOANDLQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BC-JOB-KEY
               FILE STATUS IS WS-BATCH-FILE-STATUS.

           SELECT SUPERVISOR-FILE ASSIGN TO "SUPRVSR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

       FD  TRAN-CONTROL-FILE.
           COPY "TRANCTL.CPY".

       FD  LOAN-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-PARM-LINE          PIC X(80).

       FD  DELINQUENCY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

       COPY "LOANWORK.CPY".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-GRACE-END-INTEGER     PIC 9(8).
       01 WS-NEXT-TRANS-ID         PIC 9(6) VALUE 0.
       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-ACCT-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-LATE-DONE-SW          PIC X VALUE "N".

      *> Late-charge pricing; the defaults stand when LOANPARM.DAT
      *> carries an unusable value.
       01 WS-GRACE-DAYS            PIC 9(3) VALUE 15.
       01 WS-LATE-RATE             PIC V9(4) VALUE 0.0500.
       01 WS-LATE-MINIMUM          PIC 9(5)V99 VALUE 25.00.
       01 WS-LP-FIELD-TABLE.
          05 WS-LP-FIELD           PIC X(12) OCCURS 3 TIMES.
       01 WS-LP-EOF-SW             PIC X VALUE "N".
       01 WS-LATE-CHARGE           PIC 9(7)V99.

       01 WS-DAYS-PAST-DUE         PIC 9(5).
       01 WS-INSTALLMENTS-DUE      PIC 9(3).
       01 WS-PAST-DUE-AMT          PIC 9(7)V99.
       01 WS-BKT                   PIC 9(1).

      *> Delinquency buckets, in report order.
       01 WS-BUCKET-NAMES.
          05 FILLER PIC X(7) VALUE "CURRENT".
          05 FILLER PIC X(7) VALUE "1-29".
          05 FILLER PIC X(7) VALUE "30-59".
          05 FILLER PIC X(7) VALUE "60-89".
          05 FILLER PIC X(7) VALUE "90+".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME        PIC X(7) OCCURS 5 TIMES.
       01 WS-BUCKET-TOTALS.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BUCKET-COUNT    PIC 9(6).
             10 WS-BUCKET-PAST-DUE PIC 9(9)V99.
             10 WS-BUCKET-PAYOFF   PIC 9(9)V99.

       01 WS-LOANS-READ            PIC 9(6) VALUE 0.
       01 WS-LOANS-PAID-OFF        PIC 9(6) VALUE 0.
       01 WS-LATE-COUNT            PIC 9(6) VALUE 0.
       01 WS-LATE-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-PAYOFF-TOTAL          PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY         PIC $$$,$$$,$$9.99.
       01 WS-PAYOFF-DISPLAY        PIC $$$,$$$,$$9.99.
       01 WS-AMT-DISPLAY           PIC $,$$$,$$9.99.
       01 WS-LATE-DISPLAY          PIC $,$$$,$$9.99.
       01 WS-PAYOFF-LINE-DISPLAY   PIC $,$$$,$$9.99.
       01 WS-DPD-DISPLAY           PIC ZZZZ9.

      *> Reserved operator id stamped on every batch posting so
      *> batch work and teller work stay distinguishable on the log.
       01 WS-TELLER-ID             PIC X(4) VALUE "BTCH".

       01 WS-TRAN-ACCT-NO          PIC 9(6).
       01 WS-TRAN-TYPE             PIC X(4).
       01 WS-TRAN-AMOUNT           PIC 9(7)V99.
       01 WS-TRAN-LINKED-ACCT      PIC 9(6).
       01 WS-TRAN-BALANCE-AFTER    PIC S9(7)V99.

       01 WS-AMOUNT-TRIMMED        PIC X(12).
       01 WS-AMOUNT-TEST-CODE      PIC S9(4).
       01 WS-NUMVAL-AMOUNT         PIC S9(9)V9(4).

       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-TRANCTL-FILE-STATUS   PIC XX.
       01 WS-TRANCTL-NEW-SW        PIC X VALUE "N".
       01 WS-TRANCTL-RETRY-COUNT   PIC 9(3) VALUE 0.
       01 WS-TRANCTL-FAIL-SW       PIC X VALUE "N".
       01 WS-LP-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "LOANS" TO WS-BC-JOB-NAME
           MOVE "HLDREL" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-PROCESS-LOANS
                   PERFORM 3000-WRITE-SUMMARY
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
      *> Late charges and aging are measured against the business
      *> date on the batch control file, not the wall clock.
           MOVE WS-BC-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           INITIALIZE WS-BUCKET-TOTALS
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Loan run aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN OUTPUT DELINQUENCY-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open LOANDLQ.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). Loan "
                           "run aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
                   PERFORM 1400-LOAD-LOAN-PARAMS
                   MOVE SPACES TO RPT-LINE
                   STRING "LOAN DELINQUENCY REPORT FOR "
                          WS-TODAY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       1400-LOAD-LOAN-PARAMS.
           OPEN INPUT LOAN-PARAM-FILE
           IF WS-LP-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-PARAM-FILE
               MOVE "15 0.0500 25.00" TO LOAN-PARM-LINE
               WRITE LOAN-PARM-LINE
               CLOSE LOAN-PARAM-FILE
               DISPLAY "LOANPARM.DAT created with the default "
                       "late-charge terms."
               OPEN INPUT LOAN-PARAM-FILE
           END-IF
           MOVE "N" TO WS-LP-EOF-SW
           IF WS-LP-FILE-STATUS = "00"
               PERFORM UNTIL WS-LP-EOF-SW = "Y"
                   READ LOAN-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-LP-EOF-SW
                       NOT AT END
                           IF LOAN-PARM-LINE NOT = SPACES
                               PERFORM 1410-PARSE-LOAN-PARAMS
                               MOVE "Y" TO WS-LP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-PARAM-FILE
           END-IF.

       1410-PARSE-LOAN-PARAMS.
           MOVE SPACES TO WS-LP-FIELD-TABLE
           UNSTRING FUNCTION TRIM(LOAN-PARM-LINE) DELIMITED BY ALL " "
               INTO WS-LP-FIELD(1)
                    WS-LP-FIELD(2)
                    WS-LP-FIELD(3)
           END-UNSTRING
           IF FUNCTION TRIM(WS-LP-FIELD(1)) IS NUMERIC
                  AND FUNCTION TRIM(WS-LP-FIELD(1)) <= "999"
               MOVE FUNCTION TRIM(WS-LP-FIELD(1)) TO WS-GRACE-DAYS
           ELSE
               DISPLAY "WARNING: unusable grace days in "
                       "LOANPARM.DAT; using the default."
           END-IF
           MOVE FUNCTION TRIM(WS-LP-FIELD(2)) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-NUMVAL-AMOUNT >= ZERO
                  AND WS-NUMVAL-AMOUNT < 1
               MOVE WS-NUMVAL-AMOUNT TO WS-LATE-RATE
           ELSE
               DISPLAY "WARNING: unusable late-charge rate in "
                       "LOANPARM.DAT; using the default."
           END-IF
           MOVE FUNCTION TRIM(WS-LP-FIELD(3)) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-NUMVAL-AMOUNT >= ZERO
                  AND WS-NUMVAL-AMOUNT <= 99999.99
               MOVE WS-NUMVAL-AMOUNT TO WS-LATE-MINIMUM
           ELSE
               DISPLAY "WARNING: unusable minimum late charge in "
                       "LOANPARM.DAT; using the default."
           END-IF.

       2000-PROCESS-LOANS.
           MOVE SPACES TO RPT-LINE
           STRING "ACCT    NAME                  NEXT DUE   DAYS  "
                  "BUCKET       PAST DUE      LATE DUE   PAYOFF "
                  "TODAY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-ACCT-EOF-SW
           MOVE ZERO TO AM-ACCT-NO
           START ACCOUNT-MASTER-FILE KEY >= AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-ACCT-EOF-SW
           END-START
           PERFORM UNTIL WS-ACCT-EOF-SW = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ACCT-EOF-SW
                   NOT AT END
                       IF AM-ACCT-TYPE = "LN"
                              AND AM-STATUS NOT = "C"
                           PERFORM 2100-PROCESS-ONE-LOAN
                       END-IF
               END-READ
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACCT-EOF-SW
               END-IF
           END-PERFORM.

       2100-PROCESS-ONE-LOAN.
           ADD 1 TO WS-LOANS-READ
           IF AM-LN-NEXT-DUE-DATE = ZERO
               ADD 1 TO WS-LOANS-PAID-OFF
           ELSE
               PERFORM 2200-ASSESS-LATE-CHARGES
               PERFORM 2300-AGE-LOAN
               MOVE WS-TODAY-DATE TO WS-LN-AS-OF-DATE
               PERFORM 7000-COMPUTE-LOAN-PAYOFF
               ADD 1 TO WS-BUCKET-COUNT(WS-BKT)
               ADD WS-PAST-DUE-AMT TO WS-BUCKET-PAST-DUE(WS-BKT)
               ADD WS-LN-PAYOFF TO WS-BUCKET-PAYOFF(WS-BKT)
               ADD WS-LN-PAYOFF TO WS-PAYOFF-TOTAL
               PERFORM 2400-WRITE-LOAN-LINE
           END-IF.

       2200-ASSESS-LATE-CHARGES.
      *> Walk the unpaid installments from the oldest: each one
      *> whose grace period has run out by the business date takes
      *> one late charge, unless AM-LN-LATE-CHG-DATE shows it has
      *> already been charged on an earlier night.
           MOVE AM-LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
           MOVE "N" TO WS-LATE-DONE-SW
           PERFORM UNTIL WS-LATE-DONE-SW = "Y"
               COMPUTE WS-GRACE-END-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-LN-DUE-DATE)
                       + WS-GRACE-DAYS
               IF WS-TODAY-INTEGER > WS-GRACE-END-INTEGER
                   IF WS-LN-DUE-DATE > AM-LN-LATE-CHG-DATE
                       PERFORM 2210-CHARGE-LATE-FEE
                   END-IF
                   PERFORM 7200-ADVANCE-LOAN-DUE-DATE
               ELSE
                   MOVE "Y" TO WS-LATE-DONE-SW
               END-IF
           END-PERFORM.

       2210-CHARGE-LATE-FEE.
      *> The charge is the configured share of the installment, but
      *> never less than the minimum. It is added to what the loan
      *> owes and collected ahead of principal by the next payment.
           COMPUTE WS-LATE-CHARGE ROUNDED =
                   AM-LN-PAYMENT * WS-LATE-RATE
           IF WS-LATE-CHARGE < WS-LATE-MINIMUM
               MOVE WS-LATE-MINIMUM TO WS-LATE-CHARGE
           END-IF
           IF WS-LATE-CHARGE > ZERO
               SUBTRACT WS-LATE-CHARGE FROM AM-BALANCE
               ADD WS-LATE-CHARGE TO AM-LN-LATE-DUE
               MOVE WS-LN-DUE-DATE TO AM-LN-LATE-CHG-DATE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Update failed for account "
                               AM-ACCT-NO
               END-REWRITE
               MOVE AM-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "LNLC" TO WS-TRAN-TYPE
               MOVE WS-LATE-CHARGE TO WS-TRAN-AMOUNT
               MOVE ZERO TO WS-TRAN-LINKED-ACCT
               MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
               ADD 1 TO WS-LATE-COUNT
               ADD WS-LATE-CHARGE TO WS-LATE-TOTAL
               MOVE WS-LATE-CHARGE TO WS-AMT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "ACCT " AM-ACCT-NO "  LATE CHARGE "
                      WS-AMT-DISPLAY "  FOR INSTALLMENT DUE "
                      WS-LN-DUE-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       2300-AGE-LOAN.
      *> Days past due run from the oldest installment not paid in
      *> full. The amount past due is every installment fallen due
      *> by the business date less what has been paid toward the
      *> oldest of them.
           MOVE ZERO TO WS-DAYS-PAST-DUE
           MOVE ZERO TO WS-INSTALLMENTS-DUE
           MOVE ZERO TO WS-PAST-DUE-AMT
           IF WS-TODAY-DATE > AM-LN-NEXT-DUE-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                       WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(AM-LN-NEXT-DUE-DATE)
               MOVE AM-LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
               PERFORM UNTIL WS-LN-DUE-DATE > WS-TODAY-DATE
                          OR WS-INSTALLMENTS-DUE >= 999
                   ADD 1 TO WS-INSTALLMENTS-DUE
                   PERFORM 7200-ADVANCE-LOAN-DUE-DATE
               END-PERFORM
               IF WS-INSTALLMENTS-DUE * AM-LN-PAYMENT
                      > AM-LN-DUE-PAID
                   COMPUTE WS-PAST-DUE-AMT =
                           WS-INSTALLMENTS-DUE * AM-LN-PAYMENT
                           - AM-LN-DUE-PAID
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE = 0
                   MOVE 1 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 2 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 3 TO WS-BKT
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 4 TO WS-BKT
               WHEN OTHER
                   MOVE 5 TO WS-BKT
           END-EVALUATE.

       2400-WRITE-LOAN-LINE.
           MOVE WS-DAYS-PAST-DUE TO WS-DPD-DISPLAY
           MOVE WS-PAST-DUE-AMT TO WS-AMT-DISPLAY
           MOVE AM-LN-LATE-DUE TO WS-LATE-DISPLAY
           MOVE WS-LN-PAYOFF TO WS-PAYOFF-LINE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING AM-ACCT-NO "  " AM-NAME "  " AM-LN-NEXT-DUE-DATE
                  "  " WS-DPD-DISPLAY "  " WS-BUCKET-NAME(WS-BKT)
                  "  " WS-AMT-DISPLAY "  " WS-LATE-DISPLAY
                  "  " WS-PAYOFF-LINE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BUCKET    LOANS        PAST DUE            PAYOFF"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 5
               MOVE WS-BUCKET-PAST-DUE(WS-BKT) TO WS-TOTAL-DISPLAY
               MOVE WS-BUCKET-PAYOFF(WS-BKT) TO WS-PAYOFF-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING WS-BUCKET-NAME(WS-BKT) "  "
                      WS-BUCKET-COUNT(WS-BKT) "  "
                      WS-TOTAL-DISPLAY "  " WS-PAYOFF-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOANS ON FILE:       " WS-LOANS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LOANS PAID IN FULL:  " WS-LOANS-PAID-OFF
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LATE CHARGES POSTED: " WS-LATE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-LATE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "LATE CHARGE TOTAL:   " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAYOFF-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL PAYOFF:        " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5000-LOG-TRANSACTION.
           PERFORM 5100-GET-NEXT-TRANS-ID
           IF WS-TRANCTL-FAIL-SW = "Y"
               CONTINUE
           ELSE
           OPEN I-O TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
           END-IF
           MOVE WS-TRAN-ACCT-NO TO TR-ACCT-NO
           MOVE WS-NEXT-TRANS-ID TO TR-TRANS-ID
           MOVE WS-TRAN-TYPE TO TR-TYPE
           MOVE WS-TRAN-AMOUNT TO TR-AMT
           MOVE WS-TRAN-LINKED-ACCT TO TR-LINKED-ACCT-NO
           MOVE ZERO TO TR-LINKED-TRANS-ID
           MOVE WS-TODAY-DATE TO TR-DATE
           MOVE WS-TRAN-BALANCE-AFTER TO TR-BALANCE-AFTER
           MOVE WS-TELLER-ID TO TR-TELLER-ID
           MOVE ZERO TO TR-CUST-NO
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY "Unable to log transaction "
                           WS-NEXT-TRANS-ID "."
           END-WRITE
           CLOSE TRANSACTION-FILE
           END-IF.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE DELINQUENCY-REPORT-FILE
           DISPLAY "Loan run complete. See LOANDLQ.RPT".

       COPY "BTCHPROC.CPY".

       COPY "TRNPROC.CPY".

       COPY "LOANPROC.CPY".
