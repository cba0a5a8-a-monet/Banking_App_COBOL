      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CHKCLR.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Inward check clearing. Reads the day's clearing file
      *> CHKITEMS.DAT (one paper check drawn on us per line: account
      *> number, check serial, amount, clearing bank sequence) and
      *> pays each check against the account master, logging it as
      *> a CHKD entry that carries the serial, and recording it on
      *> the paid-check register CHKPAID.DAT. A check is returned
      *> instead of paid when a live stop names its serial, when the
      *> serial has already been paid on the account, or when it
      *> would overdraw past the overdraft limit after the funding
      *> account sweep. Every return goes to CHKRETRN.DAT for the
      *> presenting bank and to CHKCLR.RPT with the reason.
      *>
      *> Item record:   acct(6) serial(6) amount(10) bank-seq(10)
      *>                                             - 32 bytes
      *> Return record: item(32) reason(1)           - 33 bytes
      *> Return reasons: A insufficient funds, B uncollected funds
      *> (ledger covers it but held deposits do not), C stop
      *> payment, D closed account, E account not found, F account
      *> not active, G loan account (no check writing), U unusable
      *> item, Y duplicate presentment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-ITEMS-FILE ASSIGN TO "CHKITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHK-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

           SELECT PAID-CHECK-FILE ASSIGN TO "CHKPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT CLEARING-REPORT-FILE ASSIGN TO "CHKCLR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-NO
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT STOP-PAY-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-NO
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT RETURNS-FILE ASSIGN TO "CHKRETRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT SWEEP-PARAM-FILE ASSIGN TO "SWPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.

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
       FD  CHECK-ITEMS-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  CHECK-ITEM-RECORD.
           05  CHK-ACCT-NO-TEXT       PIC X(6).
           05  CHK-SERIAL-TEXT        PIC X(6).
           05  CHK-AMT-TEXT           PIC X(10).
           05  CHK-BANK-SEQ           PIC X(10).

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

       FD  TRAN-CONTROL-FILE.
           COPY "TRANCTL.CPY".

       FD  PAID-CHECK-FILE.
           COPY "CHKPAID.CPY".

       FD  CLEARING-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  HOLDS-FILE.
           COPY "HOLDREC.CPY".

       FD  STOP-PAY-FILE.
           COPY "STOPREC.CPY".

      *> Returns for the presenting bank: the 32-byte item as
      *> received followed by the one-letter return reason.
       FD  RETURNS-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  RETURN-RECORD.
           05  RTN-ITEM            PIC X(32).
           05  RTN-REASON-CODE     PIC X(1).

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       FD  SWEEP-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-LINE         PIC X(80).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

       01 WS-NEXT-TRANS-ID         PIC 9(6) VALUE 0.
       01 WS-CHK-EOF-SW            PIC X VALUE "N".
       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-ITEM-OK-SW            PIC X VALUE "N".
       01 WS-RETURN-CODE           PIC X(1).
       01 WS-RETURN-REASON         PIC X(30).
       01 WS-PAID-FOUND-SW         PIC X VALUE "N".

      *> Overdraft-sweep work fields; the fee comes from
      *> SWPPARM.DAT so pricing changes need no recompile.
       01 WS-SWEEP-FEE             PIC 9(5)V99 VALUE 10.00.
       01 WS-SWEEP-SHORTFALL       PIC 9(7)V99.
       01 WS-FUNDING-ACCT          PIC 9(6).
       01 WS-SWEEP-DONE-SW         PIC X VALUE "N".
       01 WS-FUND-FOUND-SW         PIC X VALUE "N".
       01 WS-SWP-EOF-SW            PIC X VALUE "N".
       01 WS-FUND-AVAILABLE        PIC S9(9)V99.

       01 WS-STOPS-OPEN-SW         PIC X VALUE "N".
       01 WS-STOP-EOF-SW           PIC X VALUE "N".
       01 WS-STOP-HIT-SW           PIC X VALUE "N".
       01 WS-STOP-HIT-NO           PIC 9(6).

       01 WS-AUD-EVENT-CODE        PIC X(4).
       01 WS-AUD-ACCT-NO           PIC 9(6).
       01 WS-AUD-OUTCOME           PIC X(30).

       01 WS-HOLDS-OPEN-SW         PIC X VALUE "N".
       01 WS-HOLD-EOF-SW           PIC X VALUE "N".
       01 WS-HOLD-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-AVAILABLE-BALANCE     PIC S9(9)V99 VALUE 0.

       01 WS-ITEM-ACCT-NO          PIC 9(6).
       01 WS-ITEM-CHECK-NO         PIC 9(6).
       01 WS-ITEM-AMOUNT           PIC 9(7)V99.

       01 WS-ITEMS-READ            PIC 9(6) VALUE 0.
       01 WS-ITEMS-PAID            PIC 9(6) VALUE 0.
       01 WS-ITEMS-RETURNED        PIC 9(6) VALUE 0.
       01 WS-ITEMS-NSF             PIC 9(6) VALUE 0.
       01 WS-ITEMS-STOPPED         PIC 9(6) VALUE 0.
       01 WS-ITEMS-DUPLICATE       PIC 9(6) VALUE 0.
       01 WS-PAID-TOTAL            PIC 9(9)V99 VALUE 0.
       01 WS-RETURNED-TOTAL        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY         PIC $$$,$$$,$$9.99.

      *> Reserved operator id stamped on every batch posting so
      *> batch work and teller work stay distinguishable on the log.
       01 WS-TELLER-ID             PIC X(4) VALUE "BTCH".

       01 WS-TRAN-ACCT-NO          PIC 9(6).
       01 WS-TRAN-TYPE             PIC X(4).
       01 WS-TRAN-AMOUNT           PIC 9(7)V99.
       01 WS-TRAN-LINKED-ACCT      PIC 9(6).
       01 WS-TRAN-LINKED-TRANS-ID  PIC 9(6).
       01 WS-TRAN-BALANCE-AFTER    PIC S9(7)V99.

       01 WS-AMOUNT-TRIMMED        PIC X(10).
       01 WS-AMOUNT-TEST-CODE      PIC S9(4).
       01 WS-NUMVAL-AMOUNT         PIC S9(9)V99.

       01 WS-CHK-FILE-STATUS       PIC XX.
       01 WS-PC-FILE-STATUS        PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-STOP-FILE-STATUS      PIC XX.
       01 WS-RTN-FILE-STATUS       PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-SWP-FILE-STATUS       PIC XX.
       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-TRANCTL-FILE-STATUS   PIC XX.
       01 WS-TRANCTL-NEW-SW        PIC X VALUE "N".
       01 WS-TRANCTL-RETRY-COUNT   PIC 9(3) VALUE 0.
       01 WS-TRANCTL-FAIL-SW       PIC X VALUE "N".
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "CHKCLR" TO WS-BC-JOB-NAME
           MOVE "ACHPOST" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-PROCESS-CHECKS
                   PERFORM 3000-WRITE-SUMMARY
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT CHECK-ITEMS-FILE
           IF WS-CHK-FILE-STATUS = "35"
               DISPLAY "No CHKITEMS.DAT found. Nothing to clear."
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-BC-NO-WORK-SW
           ELSE
           IF WS-CHK-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open CHKITEMS.DAT (status "
                       WS-CHK-FILE-STATUS "). Clearing aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN I-O ACCOUNT-MASTER-FILE
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open ACCTMSTR.DAT (status "
                           WS-ACCT-FILE-STATUS "). Clearing aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE CHECK-ITEMS-FILE
               ELSE
               PERFORM 1100-OPEN-PAID-REGISTER
               IF WS-PC-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open CHKPAID.DAT (status "
                           WS-PC-FILE-STATUS "). Clearing aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE CHECK-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
               OPEN OUTPUT CLEARING-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open CHKCLR.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). Clearing "
                           "aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE CHECK-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE PAID-CHECK-FILE
               ELSE
      *> The returns file is rewritten from scratch every run, the
      *> same as the ACH returns, so the hand-off to the presenting
      *> bank can never pick up a previous run's returns.
               OPEN OUTPUT RETURNS-FILE
               IF WS-RTN-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open CHKRETRN.DAT for output "
                           "(status " WS-RTN-FILE-STATUS "). "
                           "Clearing aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE CHECK-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE PAID-CHECK-FILE
                   CLOSE CLEARING-REPORT-FILE
               ELSE
                   MOVE SPACES TO RPT-LINE
                   STRING "INWARD CHECK CLEARING RETURNS REPORT"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM 1200-OPEN-HOLDS-FILE
                   PERFORM 1300-OPEN-STOPS-FILE
                   PERFORM 1400-LOAD-SWEEP-FEE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       1100-OPEN-PAID-REGISTER.
      *> The register is created empty the first night checks are
      *> cleared.
           OPEN I-O PAID-CHECK-FILE
           IF WS-PC-FILE-STATUS = "35"
               OPEN OUTPUT PAID-CHECK-FILE
               CLOSE PAID-CHECK-FILE
               OPEN I-O PAID-CHECK-FILE
           END-IF.

       1200-OPEN-HOLDS-FILE.
      *> Checks are paid against the available balance, so the
      *> deposit holds file is consulted per item. A branch that
      *> has never placed a hold simply has no file yet; every
      *> balance is then fully available.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN-SW
           ELSE
               MOVE "N" TO WS-HOLDS-OPEN-SW
           END-IF.

       1300-OPEN-STOPS-FILE.
           OPEN INPUT STOP-PAY-FILE
           IF WS-STOP-FILE-STATUS = "00"
               MOVE "Y" TO WS-STOPS-OPEN-SW
           ELSE
               MOVE "N" TO WS-STOPS-OPEN-SW
           END-IF.

       1400-LOAD-SWEEP-FEE.
           OPEN INPUT SWEEP-PARAM-FILE
           IF WS-SWP-FILE-STATUS = "35"
               OPEN OUTPUT SWEEP-PARAM-FILE
               MOVE "10.00" TO SWEEP-PARM-LINE
               WRITE SWEEP-PARM-LINE
               CLOSE SWEEP-PARAM-FILE
               DISPLAY "SWPPARM.DAT created with the default "
                       "overdraft sweep fee."
               OPEN INPUT SWEEP-PARAM-FILE
           END-IF
           MOVE "N" TO WS-SWP-EOF-SW
           IF WS-SWP-FILE-STATUS = "00"
               PERFORM UNTIL WS-SWP-EOF-SW = "Y"
                   READ SWEEP-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-SWP-EOF-SW
                       NOT AT END
                           IF SWEEP-PARM-LINE NOT = SPACES
                               PERFORM 1410-PARSE-SWEEP-FEE
                               MOVE "Y" TO WS-SWP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SWEEP-PARAM-FILE
           END-IF.

       1410-PARSE-SWEEP-FEE.
           MOVE FUNCTION TRIM(SWEEP-PARM-LINE)
               TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-NUMVAL-AMOUNT >= ZERO
                      AND WS-NUMVAL-AMOUNT <= 99999.99
                   MOVE WS-NUMVAL-AMOUNT TO WS-SWEEP-FEE
               ELSE
                   DISPLAY "WARNING: unusable sweep fee in "
                           "SWPPARM.DAT; using the default."
               END-IF
           ELSE
               DISPLAY "WARNING: unusable sweep fee in "
                       "SWPPARM.DAT; using the default."
           END-IF.

       2000-PROCESS-CHECKS.
           MOVE "N" TO WS-CHK-EOF-SW
           PERFORM UNTIL WS-CHK-EOF-SW = "Y"
               READ CHECK-ITEMS-FILE
                   AT END
                       MOVE "Y" TO WS-CHK-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ITEMS-READ
                       PERFORM 2100-CLEAR-ONE-CHECK
               END-READ
               IF WS-CHK-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-CHK-EOF-SW
               END-IF
           END-PERFORM.

       2100-CLEAR-ONE-CHECK.
           MOVE "N" TO WS-ITEM-OK-SW
           MOVE SPACES TO WS-RETURN-CODE
           MOVE SPACES TO WS-RETURN-REASON
           PERFORM 2110-VALIDATE-ITEM
           IF WS-RETURN-CODE = SPACES
               MOVE WS-ITEM-ACCT-NO TO AM-ACCT-NO
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       MOVE "E" TO WS-RETURN-CODE
                       MOVE "ACCOUNT NOT FOUND"
                           TO WS-RETURN-REASON
                   NOT INVALID KEY
                       PERFORM 2120-PAY-CHECK
               END-READ
           END-IF
           IF WS-ITEM-OK-SW = "Y"
               ADD 1 TO WS-ITEMS-PAID
           ELSE
               IF WS-RETURN-CODE = SPACES
                   MOVE "E" TO WS-RETURN-CODE
                   MOVE "ACCOUNT FILE ERROR" TO WS-RETURN-REASON
               END-IF
               PERFORM 2300-RETURN-ITEM
           END-IF.

       2110-VALIDATE-ITEM.
           IF FUNCTION TRIM(CHK-ACCT-NO-TEXT) IS NUMERIC
              AND FUNCTION TRIM(CHK-ACCT-NO-TEXT) > ZERO
               MOVE FUNCTION TRIM(CHK-ACCT-NO-TEXT)
                   TO WS-ITEM-ACCT-NO
               IF FUNCTION TRIM(CHK-SERIAL-TEXT) IS NUMERIC
                  AND FUNCTION TRIM(CHK-SERIAL-TEXT) > ZERO
                   MOVE FUNCTION TRIM(CHK-SERIAL-TEXT)
                       TO WS-ITEM-CHECK-NO
                   MOVE FUNCTION TRIM(CHK-AMT-TEXT)
                       TO WS-AMOUNT-TRIMMED
                   COMPUTE WS-AMOUNT-TEST-CODE =
                           FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-AMOUNT-TEST-CODE = 0
                       COMPUTE WS-NUMVAL-AMOUNT =
                               FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                       IF WS-NUMVAL-AMOUNT > ZERO
                              AND WS-NUMVAL-AMOUNT <= 9999999.99
                           MOVE WS-NUMVAL-AMOUNT TO WS-ITEM-AMOUNT
                       ELSE
                           MOVE "U" TO WS-RETURN-CODE
                           MOVE "INVALID AMOUNT" TO WS-RETURN-REASON
                       END-IF
                   ELSE
                       MOVE "U" TO WS-RETURN-CODE
                       MOVE "INVALID AMOUNT" TO WS-RETURN-REASON
                   END-IF
               ELSE
                   MOVE "U" TO WS-RETURN-CODE
                   MOVE "INVALID CHECK NUMBER" TO WS-RETURN-REASON
               END-IF
           ELSE
               MOVE "E" TO WS-RETURN-CODE
               MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-REASON
           END-IF.

       2120-PAY-CHECK.
           IF AM-STATUS = "C"
               MOVE "D" TO WS-RETURN-CODE
               MOVE "ACCOUNT CLOSED" TO WS-RETURN-REASON
           ELSE
           IF AM-STATUS NOT = "A"
               MOVE "F" TO WS-RETURN-CODE
               MOVE "ACCOUNT NOT ACTIVE" TO WS-RETURN-REASON
           ELSE
           IF AM-ACCT-TYPE = "LN"
               MOVE "G" TO WS-RETURN-CODE
               MOVE "LOAN ACCOUNT - NO CHECKS" TO WS-RETURN-REASON
           ELSE
               PERFORM 2130-CHECK-PAID-REGISTER
               IF WS-PAID-FOUND-SW = "Y"
                   MOVE "Y" TO WS-RETURN-CODE
                   MOVE "DUPLICATE - SERIAL ALREADY PAID"
                       TO WS-RETURN-REASON
                   ADD 1 TO WS-ITEMS-DUPLICATE
               ELSE
                   PERFORM 2150-CHECK-STOP-ORDERS
                   IF WS-STOP-HIT-SW = "Y"
                       MOVE "C" TO WS-RETURN-CODE
                       MOVE "STOP PAYMENT ORDER"
                           TO WS-RETURN-REASON
                       PERFORM 2160-LOG-STOP-HIT
                   ELSE
                       PERFORM 2200-APPLY-DEBIT
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       2130-CHECK-PAID-REGISTER.
      *> Every paid check goes on the register as it is paid, so a
      *> serial presented twice in the same file is caught here too.
           MOVE "N" TO WS-PAID-FOUND-SW
           MOVE WS-ITEM-ACCT-NO TO PC-ACCT-NO
           MOVE WS-ITEM-CHECK-NO TO PC-CHECK-NO
           READ PAID-CHECK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PAID-FOUND-SW
           END-READ.

       2140-COMPUTE-AVAILABLE.
      *> Available balance is the ledger balance minus every hold
      *> still active on the account currently in the account
      *> master buffer.
           MOVE ZERO TO WS-HOLD-TOTAL
           IF WS-HOLDS-OPEN-SW = "Y"
               MOVE "N" TO WS-HOLD-EOF-SW
               MOVE ZERO TO HL-HOLD-NO
               START HOLDS-FILE KEY >= HL-HOLD-NO
                   INVALID KEY MOVE "Y" TO WS-HOLD-EOF-SW
               END-START
               PERFORM UNTIL WS-HOLD-EOF-SW = "Y"
                   READ HOLDS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-HOLD-EOF-SW
                       NOT AT END
                           IF HL-ACCT-NO = AM-ACCT-NO
                                  AND HL-STATUS = "A"
                               ADD HL-AMT TO WS-HOLD-TOTAL
                           END-IF
                   END-READ
                   IF WS-HOLD-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-HOLD-EOF-SW
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-AVAILABLE-BALANCE =
                   AM-BALANCE - WS-HOLD-TOTAL.

       2150-CHECK-STOP-ORDERS.
      *> A live stop matches a check when the account agrees, the
      *> stop names this serial, it is unexpired, and the amount
      *> agrees (zero matches any amount). Originator stops on ACH
      *> debits carry no serial and never match a check.
           MOVE "N" TO WS-STOP-HIT-SW
           MOVE ZERO TO WS-STOP-HIT-NO
           IF WS-STOPS-OPEN-SW = "Y"
               MOVE "N" TO WS-STOP-EOF-SW
               MOVE ZERO TO SP-STOP-NO
               START STOP-PAY-FILE KEY >= SP-STOP-NO
                   INVALID KEY MOVE "Y" TO WS-STOP-EOF-SW
               END-START
               PERFORM UNTIL WS-STOP-EOF-SW = "Y"
                   READ STOP-PAY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-STOP-EOF-SW
                       NOT AT END
                           PERFORM 2155-MATCH-ONE-STOP
                   END-READ
                   IF WS-STOP-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-STOP-EOF-SW
                   END-IF
               END-PERFORM
           END-IF.

       2155-MATCH-ONE-STOP.
           IF SP-STATUS = "A"
                  AND SP-ACCT-NO = WS-ITEM-ACCT-NO
                  AND SP-CHECK-NO = WS-ITEM-CHECK-NO
                  AND SP-EXPIRY-DATE >= WS-BC-BUSINESS-DATE
                  AND (SP-AMT = ZERO
                       OR SP-AMT = WS-ITEM-AMOUNT)
               MOVE "Y" TO WS-STOP-HIT-SW
               MOVE SP-STOP-NO TO WS-STOP-HIT-NO
               MOVE "Y" TO WS-STOP-EOF-SW
           END-IF.

       2160-LOG-STOP-HIT.
           ADD 1 TO WS-ITEMS-STOPPED
           MOVE WS-ITEM-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE "SPHT" TO WS-AUD-EVENT-CODE
           MOVE SPACES TO WS-AUD-OUTCOME
           STRING "CHECK STOPPED BY ORDER " WS-STOP-HIT-NO
               DELIMITED BY SIZE INTO WS-AUD-OUTCOME
           PERFORM 6000-LOG-AUDIT-EVENT.

       2170-TRY-OD-SWEEP.
      *> Overdraft protection: the shortfall comes out of the
      *> account's linked funding account first (plus the sweep
      *> fee), posted as a linked XFRD/XFRC pair, before the
      *> overdraft limit or a return applies. The check's account
      *> is re-read and its available balance refreshed afterward
      *> either way.
           MOVE "N" TO WS-SWEEP-DONE-SW
           MOVE AM-FUNDING-ACCT-NO TO WS-FUNDING-ACCT
           IF WS-FUNDING-ACCT > ZERO
                  AND WS-FUNDING-ACCT NOT = WS-ITEM-ACCT-NO
               COMPUTE WS-SWEEP-SHORTFALL =
                       WS-ITEM-AMOUNT - WS-AVAILABLE-BALANCE
               PERFORM 2180-SWEEP-FROM-FUNDING
           END-IF
           MOVE WS-ITEM-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account lookup error after sweep for "
                           "account " WS-ITEM-ACCT-NO
           END-READ
           PERFORM 2140-COMPUTE-AVAILABLE.

       2180-SWEEP-FROM-FUNDING.
           MOVE "N" TO WS-FUND-FOUND-SW
           MOVE WS-FUNDING-ACCT TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FUND-FOUND-SW
           END-READ
           IF WS-FUND-FOUND-SW = "Y" AND AM-STATUS = "A"
               PERFORM 2140-COMPUTE-AVAILABLE
               MOVE WS-AVAILABLE-BALANCE TO WS-FUND-AVAILABLE
      *> The funding account must cover shortfall and fee from its
      *> own available balance; a sweep never overdraws it.
               IF WS-SWEEP-SHORTFALL + WS-SWEEP-FEE
                       <= WS-FUND-AVAILABLE
                   SUBTRACT WS-SWEEP-SHORTFALL FROM AM-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Sweep update failed for "
                                   "account " WS-FUNDING-ACCT
                   END-REWRITE
                   MOVE WS-FUNDING-ACCT TO WS-TRAN-ACCT-NO
                   MOVE "XFRD" TO WS-TRAN-TYPE
                   MOVE WS-SWEEP-SHORTFALL TO WS-TRAN-AMOUNT
                   MOVE WS-ITEM-ACCT-NO TO WS-TRAN-LINKED-ACCT
                   MOVE ZERO TO WS-TRAN-LINKED-TRANS-ID
                   MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
                   PERFORM 5000-LOG-TRANSACTION
                   IF WS-SWEEP-FEE > ZERO
                       SUBTRACT WS-SWEEP-FEE FROM AM-BALANCE
                       REWRITE ACCOUNT-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "Sweep fee update failed "
                                       "for account "
                                       WS-FUNDING-ACCT
                       END-REWRITE
                       MOVE WS-FUNDING-ACCT TO WS-TRAN-ACCT-NO
                       MOVE "FEES" TO WS-TRAN-TYPE
                       MOVE WS-SWEEP-FEE TO WS-TRAN-AMOUNT
                       MOVE ZERO TO WS-TRAN-LINKED-ACCT
                       MOVE ZERO TO WS-TRAN-LINKED-TRANS-ID
                       MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
                       PERFORM 5000-LOG-TRANSACTION
                   END-IF
                   MOVE WS-ITEM-ACCT-NO TO AM-ACCT-NO
                   READ ACCOUNT-MASTER-FILE
                       INVALID KEY
                           DISPLAY "Account lookup error during "
                                   "sweep for account "
                                   WS-ITEM-ACCT-NO
                   END-READ
                   ADD WS-SWEEP-SHORTFALL TO AM-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Sweep credit failed for "
                                   "account " WS-ITEM-ACCT-NO
                   END-REWRITE
                   MOVE WS-ITEM-ACCT-NO TO WS-TRAN-ACCT-NO
                   MOVE "XFRC" TO WS-TRAN-TYPE
                   MOVE WS-SWEEP-SHORTFALL TO WS-TRAN-AMOUNT
                   MOVE WS-FUNDING-ACCT TO WS-TRAN-LINKED-ACCT
                   MOVE ZERO TO WS-TRAN-LINKED-TRANS-ID
                   MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
                   PERFORM 5000-LOG-TRANSACTION
                   MOVE "Y" TO WS-SWEEP-DONE-SW
               END-IF
           END-IF.

       2200-APPLY-DEBIT.
      *> A check that the available balance, after any sweep, plus
      *> the overdraft limit cannot cover is returned. When the
      *> ledger balance alone would have covered it, the shortfall
      *> is held deposits and the return says uncollected funds.
           PERFORM 2140-COMPUTE-AVAILABLE
           IF WS-ITEM-AMOUNT > WS-AVAILABLE-BALANCE
               PERFORM 2170-TRY-OD-SWEEP
           END-IF
           IF WS-ITEM-AMOUNT >
                   WS-AVAILABLE-BALANCE + AM-OVERDRAFT-LIMIT
               IF WS-ITEM-AMOUNT <=
                       AM-BALANCE + AM-OVERDRAFT-LIMIT
                   MOVE "B" TO WS-RETURN-CODE
                   MOVE "UNCOLLECTED FUNDS" TO WS-RETURN-REASON
               ELSE
                   MOVE "A" TO WS-RETURN-CODE
                   MOVE "INSUFFICIENT FUNDS" TO WS-RETURN-REASON
               END-IF
               ADD 1 TO WS-ITEMS-NSF
           ELSE
               SUBTRACT WS-ITEM-AMOUNT FROM AM-BALANCE
               REWRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Update failed for account "
                               AM-ACCT-NO
               END-REWRITE
               MOVE WS-ITEM-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "CHKD" TO WS-TRAN-TYPE
               MOVE WS-ITEM-AMOUNT TO WS-TRAN-AMOUNT
               MOVE ZERO TO WS-TRAN-LINKED-ACCT
               MOVE WS-ITEM-CHECK-NO TO WS-TRAN-LINKED-TRANS-ID
               MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
               PERFORM 2210-REGISTER-PAID-CHECK
               ADD WS-ITEM-AMOUNT TO WS-PAID-TOTAL
               MOVE "Y" TO WS-ITEM-OK-SW
           END-IF.

       2210-REGISTER-PAID-CHECK.
           MOVE WS-ITEM-ACCT-NO TO PC-ACCT-NO
           MOVE WS-ITEM-CHECK-NO TO PC-CHECK-NO
           MOVE WS-ITEM-AMOUNT TO PC-AMT
           MOVE WS-BC-BUSINESS-DATE TO PC-PAID-DATE
           IF WS-TRANCTL-FAIL-SW = "Y"
               MOVE ZERO TO PC-TRANS-ID
           ELSE
               MOVE WS-NEXT-TRANS-ID TO PC-TRANS-ID
           END-IF
           MOVE CHK-BANK-SEQ TO PC-BANK-SEQ
           WRITE PAID-CHECK-RECORD
               INVALID KEY
                   DISPLAY "Unable to register paid check "
                           WS-ITEM-CHECK-NO " on account "
                           WS-ITEM-ACCT-NO "."
           END-WRITE.

       2300-RETURN-ITEM.
           ADD 1 TO WS-ITEMS-RETURNED
           IF WS-RETURN-CODE NOT = "E" AND WS-RETURN-CODE NOT = "U"
               ADD WS-ITEM-AMOUNT TO WS-RETURNED-TOTAL
           END-IF
           MOVE CHECK-ITEM-RECORD TO RTN-ITEM
           MOVE WS-RETURN-CODE TO RTN-REASON-CODE
           WRITE RETURN-RECORD
           MOVE SPACES TO RPT-LINE
           STRING "CHECK " CHK-ACCT-NO-TEXT
                  " " CHK-SERIAL-TEXT
                  " " CHK-AMT-TEXT
                  " " CHK-BANK-SEQ
                  " RETURN " WS-RETURN-CODE
                  " *** " FUNCTION TRIM(WS-RETURN-REASON) " ***"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CHECKS READ:      " WS-ITEMS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CHECKS PAID:      " WS-ITEMS-PAID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "CHECKS RETURNED:  " WS-ITEMS-RETURNED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH NSF/UNCOLLECTED: " WS-ITEMS-NSF
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH STOPPED:         " WS-ITEMS-STOPPED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "  OF WHICH DUPLICATE:       " WS-ITEMS-DUPLICATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAID-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT PAID:      " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RETURNED-TOTAL TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "AMOUNT RETURNED:  " WS-TOTAL-DISPLAY
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
           MOVE WS-TRAN-LINKED-TRANS-ID TO TR-LINKED-TRANS-ID
           MOVE WS-BC-BUSINESS-DATE TO TR-DATE
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

       6000-LOG-AUDIT-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE WS-AUD-ACCT-NO TO AUD-ACCT-NO
           MOVE WS-AUD-EVENT-CODE TO AUD-EVENT-CODE
           MOVE WS-AUD-OUTCOME TO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE ZERO TO AUD-CUST-NO
           MOVE SPACES TO AUD-SUPR-ID
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9000-TERMINATE.
           CLOSE CHECK-ITEMS-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE PAID-CHECK-FILE
           CLOSE CLEARING-REPORT-FILE
           IF WS-HOLDS-OPEN-SW = "Y"
               CLOSE HOLDS-FILE
           END-IF
           IF WS-STOPS-OPEN-SW = "Y"
               CLOSE STOP-PAY-FILE
           END-IF
           CLOSE RETURNS-FILE
           DISPLAY "Check clearing complete. See CHKCLR.RPT".

       COPY "BTCHPROC.CPY".

       COPY "TRNPROC.CPY".
