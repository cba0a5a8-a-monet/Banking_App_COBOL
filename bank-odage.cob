      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ODAGE.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Nightly overdraft aging. Walks the deposit accounts on
      *> ACCTMSTR.DAT: an account found below zero starts an
      *> overdraft episode (AM-OD-START-DATE set to the business
      *> date) and one found back at zero or above has its episode
      *> cleared. Every night an account stays overdrawn it is
      *> charged the daily overdraft fee, posted as ODFE, until the
      *> fees for the episode reach the cap (AM-OD-FEE-DATE keeps a
      *> re-run from charging the same night twice). Overdrawn
      *> accounts are aged by days since the episode began into the
      *> 1-7, 8-30, 31-60 and 60+ day buckets on the collections
      *> report ODCOLL.RPT, with the owning customer's name and
      *> phone from CUSTMSTR.DAT, and those overdrawn longer than
      *> the charge-off age are listed as recommended charge-offs
      *> for a supervisor to confirm in BANK-SUPER. Loans carry a
      *> negative balance by design and are left to BANK-LOANS;
      *> closed and charged-off accounts are skipped.
      *> Pricing and the charge-off age come from ODPARM.DAT, one
      *> line: daily fee, fee cap per episode, charge-off age in
      *> days (default "5.00 150.00 60").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

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

           SELECT OD-PARAM-FILE ASSIGN TO "ODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OP-FILE-STATUS.

           SELECT COLLECTIONS-REPORT-FILE ASSIGN TO "ODCOLL.RPT"
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

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

       FD  TRAN-CONTROL-FILE.
           COPY "TRANCTL.CPY".

       FD  OD-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OD-PARM-LINE            PIC X(80).

       FD  COLLECTIONS-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-NEXT-TRANS-ID         PIC 9(6) VALUE 0.
       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-ACCT-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-CUST-OPEN-SW          PIC X VALUE "N".

      *> Fee pricing and charge-off age; the defaults stand when
      *> ODPARM.DAT carries an unusable value.
       01 WS-DAILY-FEE             PIC 9(5)V99 VALUE 5.00.
       01 WS-FEE-CAP               PIC 9(7)V99 VALUE 150.00.
       01 WS-CHARGE-OFF-DAYS       PIC 9(3) VALUE 60.
       01 WS-OP-FIELD-TABLE.
          05 WS-OP-FIELD           PIC X(12) OCCURS 3 TIMES.
       01 WS-OP-EOF-SW             PIC X VALUE "N".
       01 WS-OD-FEE                PIC 9(7)V99.

       01 WS-DAYS-OVERDRAWN        PIC 9(5).
       01 WS-OVERDRAWN-AMT         PIC 9(7)V99.
       01 WS-BKT                   PIC 9(1).
       01 WS-CUST-NAME             PIC X(20).
       01 WS-CUST-PHONE            PIC X(12).

      *> Aging buckets, in report order.
       01 WS-BUCKET-NAMES.
          05 FILLER PIC X(5) VALUE "1-7".
          05 FILLER PIC X(5) VALUE "8-30".
          05 FILLER PIC X(5) VALUE "31-60".
          05 FILLER PIC X(5) VALUE "60+".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME        PIC X(5) OCCURS 4 TIMES.
       01 WS-BUCKET-TOTALS.
          05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
             10 WS-BUCKET-COUNT    PIC 9(6).
             10 WS-BUCKET-AMOUNT   PIC 9(9)V99.

      *> Accounts past the charge-off age, held for the closing
      *> section of the report.
       01 WS-CHARGE-OFF-TABLE.
          05 WS-CO-ENTRY OCCURS 500 TIMES.
             10 WS-CO-ACCT-NO      PIC 9(6).
             10 WS-CO-NAME         PIC X(20).
             10 WS-CO-PHONE        PIC X(12).
             10 WS-CO-AMOUNT       PIC 9(7)V99.
             10 WS-CO-DAYS         PIC 9(5).
       01 WS-CO-COUNT              PIC 9(3) VALUE 0.
       01 WS-CO-SUB                PIC 9(3).
       01 WS-CO-TOTAL              PIC 9(9)V99 VALUE 0.

       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE 0.
       01 WS-OVERDRAWN-COUNT       PIC 9(6) VALUE 0.
       01 WS-EPISODES-OPENED       PIC 9(6) VALUE 0.
       01 WS-EPISODES-CLEARED      PIC 9(6) VALUE 0.
       01 WS-FEE-COUNT             PIC 9(6) VALUE 0.
       01 WS-FEE-TOTAL             PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY         PIC $$$,$$$,$$9.99.
       01 WS-AMT-DISPLAY           PIC $,$$$,$$9.99.
       01 WS-FEES-DISPLAY          PIC $,$$$,$$9.99.
       01 WS-DAYS-DISPLAY          PIC ZZZZ9.

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
       01 WS-CUST-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-TRANCTL-FILE-STATUS   PIC XX.
       01 WS-TRANCTL-NEW-SW        PIC X VALUE "N".
       01 WS-TRANCTL-RETRY-COUNT   PIC 9(3) VALUE 0.
       01 WS-TRANCTL-FAIL-SW       PIC X VALUE "N".
       01 WS-OP-FILE-STATUS        PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "ODAGE" TO WS-BC-JOB-NAME
           MOVE "SVCCHG" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-PROCESS-ACCOUNTS
                   PERFORM 3000-WRITE-CHARGE-OFF-LIST
                   PERFORM 3100-WRITE-SUMMARY
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
      *> Episodes, fees and aging are measured against the business
      *> date on the batch control file, not the wall clock.
           MOVE WS-BC-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           INITIALIZE WS-BUCKET-TOTALS
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "35"
               DISPLAY "No account master on file. Nothing to age."
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-BC-NO-WORK-SW
           ELSE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Overdraft aging "
                       "aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN OUTPUT COLLECTIONS-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open ODCOLL.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). "
                           "Overdraft aging aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
                   PERFORM 1100-OPEN-CUSTOMERS
                   PERFORM 1400-LOAD-OD-PARAMS
                   MOVE SPACES TO RPT-LINE
                   STRING "OVERDRAWN ACCOUNT COLLECTIONS REPORT FOR "
                          WS-TODAY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           END-IF.

       1100-OPEN-CUSTOMERS.
      *> Without the customer file the report falls back to the
      *> name on the account and shows no phone.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           ELSE
               DISPLAY "WARNING: unable to open CUSTMSTR.DAT (status "
                       WS-CUST-FILE-STATUS "); phones not shown."
           END-IF.

       1400-LOAD-OD-PARAMS.
           OPEN INPUT OD-PARAM-FILE
           IF WS-OP-FILE-STATUS = "35"
               OPEN OUTPUT OD-PARAM-FILE
               MOVE "5.00 150.00 60" TO OD-PARM-LINE
               WRITE OD-PARM-LINE
               CLOSE OD-PARAM-FILE
               DISPLAY "ODPARM.DAT created with the default "
                       "overdraft fee terms."
               OPEN INPUT OD-PARAM-FILE
           END-IF
           MOVE "N" TO WS-OP-EOF-SW
           IF WS-OP-FILE-STATUS = "00"
               PERFORM UNTIL WS-OP-EOF-SW = "Y"
                   READ OD-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-OP-EOF-SW
                       NOT AT END
                           IF OD-PARM-LINE NOT = SPACES
                               PERFORM 1410-PARSE-OD-PARAMS
                               MOVE "Y" TO WS-OP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OD-PARAM-FILE
           END-IF.

       1410-PARSE-OD-PARAMS.
           MOVE SPACES TO WS-OP-FIELD-TABLE
           UNSTRING FUNCTION TRIM(OD-PARM-LINE) DELIMITED BY ALL " "
               INTO WS-OP-FIELD(1)
                    WS-OP-FIELD(2)
                    WS-OP-FIELD(3)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-OP-FIELD(1)) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-NUMVAL-AMOUNT >= ZERO
                  AND WS-NUMVAL-AMOUNT <= 99999.99
               MOVE WS-NUMVAL-AMOUNT TO WS-DAILY-FEE
           ELSE
               DISPLAY "WARNING: unusable daily overdraft fee in "
                       "ODPARM.DAT; using the default."
           END-IF
           MOVE FUNCTION TRIM(WS-OP-FIELD(2)) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-NUMVAL-AMOUNT >= ZERO
                  AND WS-NUMVAL-AMOUNT <= 9999999.99
               MOVE WS-NUMVAL-AMOUNT TO WS-FEE-CAP
           ELSE
               DISPLAY "WARNING: unusable overdraft fee cap in "
                       "ODPARM.DAT; using the default."
           END-IF
           IF FUNCTION TRIM(WS-OP-FIELD(3)) IS NUMERIC
                  AND FUNCTION TRIM(WS-OP-FIELD(3)) <= "999"
                  AND FUNCTION TRIM(WS-OP-FIELD(3)) > ZERO
               MOVE FUNCTION TRIM(WS-OP-FIELD(3))
                   TO WS-CHARGE-OFF-DAYS
           ELSE
               DISPLAY "WARNING: unusable charge-off age in "
                       "ODPARM.DAT; using the default."
           END-IF.

       2000-PROCESS-ACCOUNTS.
           MOVE SPACES TO RPT-LINE
           STRING "ACCT    CUSTOMER              PHONE         "
                  "     OVERDRAWN  SINCE      DAYS  BUCKET  "
                  "EPISODE FEES"
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
                       IF AM-ACCT-TYPE NOT = "LN"
                              AND AM-STATUS NOT = "C"
                              AND AM-STATUS NOT = "W"
                           ADD 1 TO WS-ACCOUNTS-READ
                           PERFORM 2100-CHECK-ONE-ACCOUNT
                       END-IF
               END-READ
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACCT-EOF-SW
               END-IF
           END-PERFORM.

       2100-CHECK-ONE-ACCOUNT.
           IF AM-BALANCE < ZERO
               IF AM-OD-START-DATE = ZERO
                   MOVE WS-TODAY-DATE TO AM-OD-START-DATE
                   MOVE ZERO TO AM-OD-FEE-DATE
                   MOVE ZERO TO AM-OD-FEES-TOTAL
                   ADD 1 TO WS-EPISODES-OPENED
               END-IF
               PERFORM 2200-CHARGE-DAILY-FEE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Update failed for account "
                               AM-ACCT-NO
               END-REWRITE
               PERFORM 2300-AGE-ACCOUNT
               PERFORM 2400-WRITE-ACCOUNT-LINE
           ELSE
               IF AM-OD-START-DATE NOT = ZERO
                   MOVE ZERO TO AM-OD-START-DATE
                   MOVE ZERO TO AM-OD-FEE-DATE
                   MOVE ZERO TO AM-OD-FEES-TOTAL
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Update failed for account "
                                   AM-ACCT-NO
                   END-REWRITE
                   ADD 1 TO WS-EPISODES-CLEARED
               END-IF
           END-IF.

       2200-CHARGE-DAILY-FEE.
      *> One fee per night, cut back to whatever is left under the
      *> episode cap and stopped once the cap is reached.
           IF AM-OD-FEE-DATE < WS-TODAY-DATE
                  AND AM-OD-FEES-TOTAL < WS-FEE-CAP
               MOVE WS-DAILY-FEE TO WS-OD-FEE
               IF AM-OD-FEES-TOTAL + WS-OD-FEE > WS-FEE-CAP
                   COMPUTE WS-OD-FEE = WS-FEE-CAP - AM-OD-FEES-TOTAL
               END-IF
               IF WS-OD-FEE > ZERO
                   SUBTRACT WS-OD-FEE FROM AM-BALANCE
                   ADD WS-OD-FEE TO AM-OD-FEES-TOTAL
                   MOVE WS-TODAY-DATE TO AM-OD-FEE-DATE
                   MOVE AM-ACCT-NO TO WS-TRAN-ACCT-NO
                   MOVE "ODFE" TO WS-TRAN-TYPE
                   MOVE WS-OD-FEE TO WS-TRAN-AMOUNT
                   MOVE ZERO TO WS-TRAN-LINKED-ACCT
                   MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
                   PERFORM 5000-LOG-TRANSACTION
                   ADD 1 TO WS-FEE-COUNT
                   ADD WS-OD-FEE TO WS-FEE-TOTAL
               END-IF
           END-IF.

       2300-AGE-ACCOUNT.
      *> The night an episode begins is day 1.
           COMPUTE WS-DAYS-OVERDRAWN =
                   WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(AM-OD-START-DATE) + 1
           COMPUTE WS-OVERDRAWN-AMT = 0 - AM-BALANCE
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN <= 7
                   MOVE 1 TO WS-BKT
               WHEN WS-DAYS-OVERDRAWN <= 30
                   MOVE 2 TO WS-BKT
               WHEN WS-DAYS-OVERDRAWN <= 60
                   MOVE 3 TO WS-BKT
               WHEN OTHER
                   MOVE 4 TO WS-BKT
           END-EVALUATE
           ADD 1 TO WS-OVERDRAWN-COUNT
           ADD 1 TO WS-BUCKET-COUNT(WS-BKT)
           ADD WS-OVERDRAWN-AMT TO WS-BUCKET-AMOUNT(WS-BKT).

       2400-WRITE-ACCOUNT-LINE.
           PERFORM 2410-GET-CUSTOMER
           MOVE WS-OVERDRAWN-AMT TO WS-AMT-DISPLAY
           MOVE WS-DAYS-OVERDRAWN TO WS-DAYS-DISPLAY
           MOVE AM-OD-FEES-TOTAL TO WS-FEES-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING AM-ACCT-NO "  " WS-CUST-NAME "  " WS-CUST-PHONE
                  "  " WS-AMT-DISPLAY "  " AM-OD-START-DATE
                  "  " WS-DAYS-DISPLAY "  " WS-BUCKET-NAME(WS-BKT)
                  "   " WS-FEES-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-DAYS-OVERDRAWN > WS-CHARGE-OFF-DAYS
               IF WS-CO-COUNT < 500
                   ADD 1 TO WS-CO-COUNT
                   MOVE AM-ACCT-NO TO WS-CO-ACCT-NO(WS-CO-COUNT)
                   MOVE WS-CUST-NAME TO WS-CO-NAME(WS-CO-COUNT)
                   MOVE WS-CUST-PHONE TO WS-CO-PHONE(WS-CO-COUNT)
                   MOVE WS-OVERDRAWN-AMT TO WS-CO-AMOUNT(WS-CO-COUNT)
                   MOVE WS-DAYS-OVERDRAWN TO WS-CO-DAYS(WS-CO-COUNT)
                   ADD WS-OVERDRAWN-AMT TO WS-CO-TOTAL
               ELSE
                   DISPLAY "Charge-off list full; account "
                           AM-ACCT-NO " not listed."
               END-IF
           END-IF.

       2410-GET-CUSTOMER.
           MOVE AM-NAME TO WS-CUST-NAME
           MOVE SPACES TO WS-CUST-PHONE
           IF WS-CUST-OPEN-SW = "Y" AND AM-CUST-NO NOT = ZERO
               MOVE AM-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-NAME TO WS-CUST-NAME
                       MOVE CM-PHONE TO WS-CUST-PHONE
               END-READ
           END-IF.

       3000-WRITE-CHARGE-OFF-LIST.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHARGE-OFF-DAYS TO WS-DAYS-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "RECOMMENDED CHARGE-OFFS - OVERDRAWN MORE THAN "
                  FUNCTION TRIM(WS-DAYS-DISPLAY) " DAYS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CO-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NONE."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "ACCT    CUSTOMER              PHONE         "
                      "     OVERDRAWN   DAYS"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-CO-SUB FROM 1 BY 1
                       UNTIL WS-CO-SUB > WS-CO-COUNT
                   MOVE WS-CO-AMOUNT(WS-CO-SUB) TO WS-AMT-DISPLAY
                   MOVE WS-CO-DAYS(WS-CO-SUB) TO WS-DAYS-DISPLAY
                   MOVE SPACES TO RPT-LINE
                   STRING WS-CO-ACCT-NO(WS-CO-SUB) "  "
                          WS-CO-NAME(WS-CO-SUB) "  "
                          WS-CO-PHONE(WS-CO-SUB) "  "
                          WS-AMT-DISPLAY "  " WS-DAYS-DISPLAY
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               MOVE SPACES TO RPT-LINE
               STRING "Charge-offs are confirmed by a supervisor in "
                      "BANK-SUPER."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3100-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "BUCKET  ACCOUNTS          OVERDRAWN"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-BKT FROM 1 BY 1 UNTIL WS-BKT > 4
               MOVE WS-BUCKET-AMOUNT(WS-BKT) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING WS-BUCKET-NAME(WS-BKT) "   "
                      WS-BUCKET-COUNT(WS-BKT) "  "
                      WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS CHECKED:       " WS-ACCOUNTS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS OVERDRAWN:     " WS-OVERDRAWN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "NEW OVERDRAFTS:         " WS-EPISODES-OPENED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OVERDRAFTS CLEARED:     " WS-EPISODES-CLEARED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OVERDRAFT FEES POSTED:  " WS-FEE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FEE-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "OVERDRAFT FEE TOTAL:    " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CHARGE-OFFS RECOMMENDED:" WS-CO-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CO-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "CHARGE-OFF TOTAL:       " WS-TOTAL-DISPLAY
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
           IF WS-CUST-OPEN-SW = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE COLLECTIONS-REPORT-FILE
           DISPLAY "Overdraft aging complete. See ODCOLL.RPT"
           DISPLAY "  Accounts overdrawn: " WS-OVERDRAWN-COUNT
           DISPLAY "  Charge-offs recommended: " WS-CO-COUNT.

       COPY "BTCHPROC.CPY".

       COPY "TRNPROC.CPY".
