      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-INTCHK.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Nightly cross-file integrity check, first job of the night
      *> schedule. Walks the account master, the owner cross-
      *> reference, standing orders, deposit holds, stop payments
      *> and the outbound ACH queue and checks every link between
      *> them, then proves the transaction id counter on
      *> TRANCTL.DAT against the highest id on the log. Each
      *> finding is written to INTCHK.RPT with a severity:
      *>   SEVERE  - an orphaned link (the record pointed at is not
      *>             on file), a queued ACH item whose log entry is
      *>             missing or does not match it, an unknown
      *>             account status, or a transaction id counter
      *>             below the highest id already on the log;
      *>   WARNING - a link to a closed or charged-off account, an
      *>             overdraft funding link to a locked account, or
      *>             product fields carried on the wrong product.
      *> Severe findings hold the night schedule: the job does not
      *> record its completion, so BANK-EODRUN stops here and no
      *> posting job runs against the bad data, unless a
      *> supervisor releases the findings with an individual id
      *> and password from SUPVMSTR.DAT; the release is named on
      *> the report and written to the audit log as ICRL. A file
      *> not on hand is noted on the report and its checks are
      *> skipped.

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

           SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OW-KEY
               FILE STATUS IS WS-OWN-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-NO
               FILE STATUS IS WS-SO-FILE-STATUS.

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

           SELECT ACH-OUT-FILE ASSIGN TO "ACHOUTQ.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AO-ITEM-NO
               FILE STATUS IS WS-ACHO-FILE-STATUS.

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

           SELECT INTCHK-REPORT-FILE ASSIGN TO "INTCHK.RPT"
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

           SELECT SUPR-MASTER-FILE ASSIGN TO "SUPVMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SVM-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  OWNER-XREF-FILE.
           COPY "OWNRREC.CPY".

       FD  STANDING-ORDER-FILE.
           COPY "STNDORD.CPY".

       FD  HOLDS-FILE.
           COPY "HOLDREC.CPY".

       FD  STOP-PAY-FILE.
           COPY "STOPREC.CPY".

       FD  ACH-OUT-FILE.
           COPY "ACHOREC.CPY".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

       FD  TRAN-CONTROL-FILE.
           COPY "TRANCTL.CPY".

       FD  INTCHK-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

      *> The individual supervisor file maintained for BANK-SUPER,
      *> read to verify the supervisor releasing severe findings.
       FD  SUPR-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  SUPR-MASTER-RECORD.
           05  SV-SUPR-ID          PIC X(4).
           05  SV-PASSWORD         PIC X(8).
           05  SV-NAME             PIC X(20).

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-EOF-SW                PIC X VALUE "N".
       01 WS-CUST-OPEN-SW          PIC X VALUE "N".
       01 WS-TRAN-OPEN-SW          PIC X VALUE "N".

      *> One finding, filled in by the check and written by
      *> 7000-WRITE-FINDING.
       01 WS-FND-SEVERITY          PIC X.
       01 WS-FND-AREA              PIC X(8).
       01 WS-FND-KEY               PIC X(28).
       01 WS-FND-TEXT              PIC X(48).
       01 WS-FND-SEVERITY-TEXT     PIC X(8).

      *> Result of 7100-LOOKUP-ACCOUNT.
       01 WS-LK-ACCT-NO            PIC 9(6).
       01 WS-LK-FOUND-SW           PIC X VALUE "N".
       01 WS-LK-STATUS             PIC X.
       01 WS-LK-STALE-SW           PIC X VALUE "N".
       01 WS-LK-STATE-TEXT         PIC X(11).

      *> The account being scanned, kept while a linked account is
      *> read from the same file.
       01 WS-SCAN-ACCT-NO          PIC 9(6).
       01 WS-SCAN-FUNDING-ACCT-NO  PIC 9(6).

       01 WS-OPEN-STATUS           PIC XX.
       01 WS-OPEN-FILE-NAME        PIC X(12).
       01 WS-FILE-READY-SW         PIC X VALUE "N".

       01 WS-HIGHEST-TRANS-ID      PIC 9(6) VALUE 0.
       01 WS-LOG-ENTRIES           PIC 9(7) VALUE 0.

       01 WS-ACCTS-CHECKED         PIC 9(6) VALUE 0.
       01 WS-OWNERS-CHECKED        PIC 9(6) VALUE 0.
       01 WS-ORDERS-CHECKED        PIC 9(6) VALUE 0.
       01 WS-HOLDS-CHECKED         PIC 9(6) VALUE 0.
       01 WS-STOPS-CHECKED         PIC 9(6) VALUE 0.
       01 WS-ACHO-CHECKED          PIC 9(6) VALUE 0.
       01 WS-SEVERE-COUNT          PIC 9(6) VALUE 0.
       01 WS-WARNING-COUNT         PIC 9(6) VALUE 0.
       01 WS-RELEASE-INPUT         PIC X(8).
       01 WS-RELEASE-SUPR-ID       PIC X(4).
       01 WS-RELEASE-SUPR-NAME     PIC X(20).
       01 WS-RELEASE-OK-SW         PIC X VALUE "N".
       01 WS-SVM-EOF-SW            PIC X VALUE "N".
       01 WS-TELLER-ID             PIC X(4) VALUE "BTCH".

       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-CUST-FILE-STATUS      PIC XX.
       01 WS-OWN-FILE-STATUS       PIC XX.
       01 WS-SO-FILE-STATUS        PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-STOP-FILE-STATUS      PIC XX.
       01 WS-ACHO-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-TRANCTL-FILE-STATUS   PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.
       01 WS-SVM-FILE-STATUS       PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "INTCHK" TO WS-BC-JOB-NAME
           MOVE SPACES TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-CHECK-ACCOUNTS
                   PERFORM 3000-CHECK-OWNERS
                   PERFORM 4000-CHECK-STANDING-ORDERS
                   PERFORM 5000-CHECK-HOLDS
                   PERFORM 5500-CHECK-STOPS
                   PERFORM 6000-CHECK-ACH-QUEUE
                   PERFORM 6500-CHECK-TRAN-CONTROL
                   PERFORM 7500-WRITE-SUMMARY
                   PERFORM 7600-DECIDE-SEVERE
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           MOVE WS-BC-BUSINESS-DATE TO WS-TODAY-DATE
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "35"
               DISPLAY "No account master file found. Nothing to "
                       "check."
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-BC-NO-WORK-SW
           ELSE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Integrity check "
                       "aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN OUTPUT INTCHK-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open INTCHK.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). "
                           "Integrity check aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
                   MOVE SPACES TO RPT-LINE
                   STRING "CROSS-FILE INTEGRITY CHECK FOR "
                          WS-TODAY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "SEVERITY AREA     RECORD"
                          "                       FINDING"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM 1100-OPEN-CUSTOMERS
                   PERFORM 1200-OPEN-TRANSACTIONS
               END-IF
           END-IF
           END-IF.

       1100-OPEN-CUSTOMERS.
           MOVE "N" TO WS-CUST-OPEN-SW
           OPEN INPUT CUSTOMER-FILE
           MOVE WS-CUST-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "CUSTMSTR.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           MOVE WS-FILE-READY-SW TO WS-CUST-OPEN-SW.

       1200-OPEN-TRANSACTIONS.
           MOVE "N" TO WS-TRAN-OPEN-SW
           OPEN INPUT TRANSACTION-FILE
           MOVE WS-TRAN-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "TRANLOG.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           MOVE WS-FILE-READY-SW TO WS-TRAN-OPEN-SW.

       2000-CHECK-ACCOUNTS.
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO AM-ACCT-NO
           START ACCOUNT-MASTER-FILE KEY >= AM-ACCT-NO
               INVALID KEY MOVE "Y" TO WS-EOF-SW
           END-START
           PERFORM UNTIL WS-EOF-SW = "Y"
               READ ACCOUNT-MASTER-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-ACCTS-CHECKED
                       PERFORM 2100-CHECK-ONE-ACCOUNT
               END-READ
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-EOF-SW
               END-IF
           END-PERFORM.

       2100-CHECK-ONE-ACCOUNT.
           MOVE AM-ACCT-NO TO WS-SCAN-ACCT-NO
           MOVE AM-FUNDING-ACCT-NO TO WS-SCAN-FUNDING-ACCT-NO
           MOVE "ACCOUNT" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "ACCT " AM-ACCT-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           IF AM-STATUS NOT = "A" AND AM-STATUS NOT = "L"
                  AND AM-STATUS NOT = "D" AND AM-STATUS NOT = "C"
                  AND AM-STATUS NOT = "W"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "UNKNOWN ACCOUNT STATUS '" AM-STATUS "'"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF
           PERFORM 2110-CHECK-CUSTOMER-LINK
           PERFORM 2130-CHECK-PRODUCT-FIELDS
           IF WS-SCAN-FUNDING-ACCT-NO NOT = ZERO
               PERFORM 2120-CHECK-FUNDING-LINK
           END-IF.

       2110-CHECK-CUSTOMER-LINK.
           IF AM-CUST-NO NOT = ZERO AND WS-CUST-OPEN-SW = "Y"
               MOVE AM-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "S" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "OWNING CUSTOMER " AM-CUST-NO
                              " NOT ON FILE"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 7000-WRITE-FINDING
               END-READ
           END-IF.

       2120-CHECK-FUNDING-LINK.
      *> The funding account is read from the same file, so the
      *> scan is re-positioned past the account afterwards. A
      *> locked funding account cannot be swept any more than a
      *> closed one, so it is reported too.
           IF WS-SCAN-FUNDING-ACCT-NO = WS-SCAN-ACCT-NO
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "OVERDRAFT FUNDING LINK NAMES THE ACCOUNT ITSELF"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               MOVE WS-SCAN-FUNDING-ACCT-NO TO WS-LK-ACCT-NO
               PERFORM 7100-LOOKUP-ACCOUNT
               IF WS-LK-FOUND-SW = "N"
                   MOVE "S" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "FUNDING ACCOUNT " WS-SCAN-FUNDING-ACCT-NO
                          " NOT ON FILE"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               ELSE
                   IF WS-LK-STALE-SW = "Y" OR WS-LK-STATUS = "L"
                       MOVE "W" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "FUNDING ACCOUNT "
                              WS-SCAN-FUNDING-ACCT-NO " IS "
                              FUNCTION TRIM(WS-LK-STATE-TEXT)
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   END-IF
               END-IF
               MOVE WS-SCAN-ACCT-NO TO AM-ACCT-NO
               START ACCOUNT-MASTER-FILE KEY > AM-ACCT-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
           END-IF.

       2130-CHECK-PRODUCT-FIELDS.
           IF AM-ACCT-TYPE NOT = "CD"
               IF AM-CD-TERM-MONTHS NOT = ZERO
                      OR AM-CD-MATURITY-DATE NOT = ZERO
                      OR AM-CD-RATE NOT = ZERO
                      OR AM-CD-DISPOSITION NOT = SPACE
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "CD FIELDS SET ON A " AM-ACCT-TYPE
                          " ACCOUNT"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF
           IF AM-ACCT-TYPE NOT = "LN"
               IF AM-LN-PRINCIPAL NOT = ZERO
                      OR AM-LN-PAYMENT NOT = ZERO
                      OR AM-LN-NEXT-DUE-DATE NOT = ZERO
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "LOAN FIELDS SET ON A " AM-ACCT-TYPE
                          " ACCOUNT"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       3000-CHECK-OWNERS.
           OPEN INPUT OWNER-XREF-FILE
           MOVE WS-OWN-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "ACCTOWNR.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           IF WS-FILE-READY-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE LOW-VALUES TO OW-KEY
               START OWNER-XREF-FILE KEY >= OW-KEY
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ OWNER-XREF-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-OWNERS-CHECKED
                           PERFORM 3100-CHECK-ONE-OWNER
                   END-READ
                   IF WS-OWN-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE OWNER-XREF-FILE
           END-IF.

       3100-CHECK-ONE-OWNER.
           MOVE "OWNER" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "ACCT " OW-ACCT-NO " CUST " OW-CUST-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE OW-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE "OWNER ON AN ACCOUNT NOT ON FILE" TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-LK-STALE-SW = "Y" AND OW-STATUS = "A"
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "ACTIVE OWNER ON A "
                          FUNCTION TRIM(WS-LK-STATE-TEXT)
                          " ACCOUNT"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF
           IF WS-CUST-OPEN-SW = "Y"
               MOVE OW-CUST-NO TO CM-CUST-NO
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "S" TO WS-FND-SEVERITY
                       MOVE "OWNER ON A CUSTOMER NOT ON FILE"
                           TO WS-FND-TEXT
                       PERFORM 7000-WRITE-FINDING
               END-READ
           END-IF.

       4000-CHECK-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           MOVE WS-SO-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "STNDORD.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           IF WS-FILE-READY-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO SO-ORDER-NO
               START STANDING-ORDER-FILE KEY >= SO-ORDER-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ STANDING-ORDER-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF SO-STATUS = "A"
                               ADD 1 TO WS-ORDERS-CHECKED
                               PERFORM 4100-CHECK-ONE-ORDER
                           END-IF
                   END-READ
                   IF WS-SO-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       4100-CHECK-ONE-ORDER.
           MOVE "STNDORD" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "ORDER " SO-ORDER-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE SO-FROM-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACTIVE ORDER FROM ACCOUNT " SO-FROM-ACCT-NO
                      " NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-LK-STALE-SW = "Y"
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "ACTIVE ORDER FROM "
                          FUNCTION TRIM(WS-LK-STATE-TEXT)
                          " ACCOUNT " SO-FROM-ACCT-NO
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF
           MOVE SO-TO-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ACTIVE ORDER TO ACCOUNT " SO-TO-ACCT-NO
                      " NOT ON FILE"
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-LK-STALE-SW = "Y"
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "ACTIVE ORDER TO "
                          FUNCTION TRIM(WS-LK-STATE-TEXT)
                          " ACCOUNT " SO-TO-ACCT-NO
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       5000-CHECK-HOLDS.
           OPEN INPUT HOLDS-FILE
           MOVE WS-HOLD-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "HOLDS.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           IF WS-FILE-READY-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO HL-HOLD-NO
               START HOLDS-FILE KEY >= HL-HOLD-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ HOLDS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF HL-STATUS = "A"
                               ADD 1 TO WS-HOLDS-CHECKED
                               PERFORM 5100-CHECK-ONE-HOLD
                           END-IF
                   END-READ
                   IF WS-HOLD-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE HOLDS-FILE
           END-IF.

       5100-CHECK-ONE-HOLD.
           MOVE "HOLDS" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "HOLD " HL-HOLD-NO " ACCT " HL-ACCT-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE HL-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE "ACTIVE HOLD ON AN ACCOUNT NOT ON FILE"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-LK-STALE-SW = "Y"
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "ACTIVE HOLD ON A "
                          FUNCTION TRIM(WS-LK-STATE-TEXT)
                          " ACCOUNT"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       5500-CHECK-STOPS.
           OPEN INPUT STOP-PAY-FILE
           MOVE WS-STOP-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "STOPPAY.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           IF WS-FILE-READY-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO SP-STOP-NO
               START STOP-PAY-FILE KEY >= SP-STOP-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ STOP-PAY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF SP-STATUS = "A"
                               ADD 1 TO WS-STOPS-CHECKED
                               PERFORM 5600-CHECK-ONE-STOP
                           END-IF
                   END-READ
                   IF WS-STOP-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE STOP-PAY-FILE
           END-IF.

       5600-CHECK-ONE-STOP.
           MOVE "STOPPAY" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "STOP " SP-STOP-NO " ACCT " SP-ACCT-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE SP-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE "ACTIVE STOP ON AN ACCOUNT NOT ON FILE"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           ELSE
               IF WS-LK-STALE-SW = "Y"
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "ACTIVE STOP ON A "
                          FUNCTION TRIM(WS-LK-STATE-TEXT)
                          " ACCOUNT"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       6000-CHECK-ACH-QUEUE.
           OPEN INPUT ACH-OUT-FILE
           MOVE WS-ACHO-FILE-STATUS TO WS-OPEN-STATUS
           MOVE "ACHOUTQ.DAT" TO WS-OPEN-FILE-NAME
           PERFORM 7200-NOTE-FILE-OPEN
           IF WS-FILE-READY-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO AO-ITEM-NO
               START ACH-OUT-FILE KEY >= AO-ITEM-NO
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ ACH-OUT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           IF AO-STATUS = "P"
                               ADD 1 TO WS-ACHO-CHECKED
                               PERFORM 6100-CHECK-ONE-ACH-ITEM
                           END-IF
                   END-READ
                   IF WS-ACHO-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE ACH-OUT-FILE
           END-IF.

       6100-CHECK-ONE-ACH-ITEM.
      *> A queued payment has already debited the customer through
      *> its ACHO log entry; without a matching entry the
      *> origination would send money that was never taken.
           MOVE "ACHOUTQ" TO WS-FND-AREA
           MOVE SPACES TO WS-FND-KEY
           STRING "ITEM " AO-ITEM-NO " ACCT " AO-ACCT-NO
               DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE AO-ACCT-NO TO WS-LK-ACCT-NO
           PERFORM 7100-LOOKUP-ACCOUNT
           IF WS-LK-FOUND-SW = "N"
               MOVE "S" TO WS-FND-SEVERITY
               MOVE "QUEUED ITEM ON AN ACCOUNT NOT ON FILE"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF
           IF WS-TRAN-OPEN-SW = "Y"
               MOVE AO-TRANS-ID TO TR-TRANS-ID
               READ TRANSACTION-FILE
                   INVALID KEY
                       MOVE "S" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "QUEUED ITEM'S LOG ENTRY " AO-TRANS-ID
                              " MISSING"
                           DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM 7000-WRITE-FINDING
                   NOT INVALID KEY
                       IF TR-TYPE NOT = "ACHO"
                              OR TR-ACCT-NO NOT = AO-ACCT-NO
                              OR TR-AMT NOT = AO-AMT
                           MOVE "S" TO WS-FND-SEVERITY
                           MOVE SPACES TO WS-FND-TEXT
                           STRING "LOG ENTRY " AO-TRANS-ID
                                  " DOES NOT MATCH QUEUED ITEM"
                               DELIMITED BY SIZE INTO WS-FND-TEXT
                           PERFORM 7000-WRITE-FINDING
                       END-IF
               END-READ
           END-IF.

       6500-CHECK-TRAN-CONTROL.
           IF WS-TRAN-OPEN-SW = "Y"
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO TR-TRANS-ID
               START TRANSACTION-FILE KEY >= TR-TRANS-ID
                   INVALID KEY MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM UNTIL WS-EOF-SW = "Y"
                   READ TRANSACTION-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-LOG-ENTRIES
                           IF TR-TRANS-ID > WS-HIGHEST-TRANS-ID
                               MOVE TR-TRANS-ID
                                   TO WS-HIGHEST-TRANS-ID
                           END-IF
                   END-READ
                   IF WS-TRAN-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
               END-PERFORM
               MOVE "TRANCTL" TO WS-FND-AREA
               MOVE "NEXTID" TO WS-FND-KEY
               OPEN INPUT TRAN-CONTROL-FILE
               IF WS-TRANCTL-FILE-STATUS = "00"
                   MOVE "NEXTID" TO TC-KEY
                   READ TRAN-CONTROL-FILE
                       INVALID KEY
                           PERFORM 6510-NOTE-NO-CONTROL
                       NOT INVALID KEY
                           PERFORM 6520-CHECK-NEXT-ID
                   END-READ
                   CLOSE TRAN-CONTROL-FILE
               ELSE
                   PERFORM 6510-NOTE-NO-CONTROL
               END-IF
           END-IF.

       6510-NOTE-NO-CONTROL.
      *> The first posting seeds the counter from the log, so a
      *> missing record only matters once the log has entries.
           IF WS-LOG-ENTRIES > 0
               MOVE "W" TO WS-FND-SEVERITY
               MOVE "NO ID COUNTER; SEEDED FROM LOG AT NEXT POSTING"
                   TO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       6520-CHECK-NEXT-ID.
           IF TC-NEXT-TRANS-ID < WS-HIGHEST-TRANS-ID
               MOVE "S" TO WS-FND-SEVERITY
               MOVE SPACES TO WS-FND-TEXT
               STRING "ID COUNTER " TC-NEXT-TRANS-ID
                      " BELOW HIGHEST LOGGED ID " WS-HIGHEST-TRANS-ID
                   DELIMITED BY SIZE INTO WS-FND-TEXT
               PERFORM 7000-WRITE-FINDING
           END-IF.

       7000-WRITE-FINDING.
           IF WS-FND-SEVERITY = "S"
               MOVE "SEVERE" TO WS-FND-SEVERITY-TEXT
               ADD 1 TO WS-SEVERE-COUNT
           ELSE
               MOVE "WARNING" TO WS-FND-SEVERITY-TEXT
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-FND-SEVERITY-TEXT " " WS-FND-AREA " "
                  WS-FND-KEY " " WS-FND-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       7100-LOOKUP-ACCOUNT.
           MOVE "N" TO WS-LK-FOUND-SW
           MOVE "N" TO WS-LK-STALE-SW
           MOVE SPACE TO WS-LK-STATUS
           MOVE SPACES TO WS-LK-STATE-TEXT
           MOVE WS-LK-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LK-FOUND-SW
                   MOVE AM-STATUS TO WS-LK-STATUS
                   EVALUATE AM-STATUS
                       WHEN "C"
                           MOVE "Y" TO WS-LK-STALE-SW
                           MOVE "CLOSED" TO WS-LK-STATE-TEXT
                       WHEN "W"
                           MOVE "Y" TO WS-LK-STALE-SW
                           MOVE "CHARGED-OFF" TO WS-LK-STATE-TEXT
                       WHEN "L"
                           MOVE "LOCKED" TO WS-LK-STATE-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       7200-NOTE-FILE-OPEN.
      *> A file not yet created holds nothing to check; one that
      *> will not open is itself a severe finding.
           MOVE "N" TO WS-FILE-READY-SW
           IF WS-OPEN-STATUS = "00"
               MOVE "Y" TO WS-FILE-READY-SW
           ELSE
               IF WS-OPEN-STATUS = "35"
                   MOVE SPACES TO RPT-LINE
                   STRING "NOTE     " WS-OPEN-FILE-NAME
                          " NOT ON FILE - CHECKS SKIPPED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               ELSE
                   MOVE "S" TO WS-FND-SEVERITY
                   MOVE "FILE" TO WS-FND-AREA
                   MOVE WS-OPEN-FILE-NAME TO WS-FND-KEY
                   MOVE SPACES TO WS-FND-TEXT
                   STRING "UNABLE TO OPEN (STATUS " WS-OPEN-STATUS
                          ") - CHECKS SKIPPED"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                   PERFORM 7000-WRITE-FINDING
               END-IF
           END-IF.

       7500-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SEVERE-COUNT = 0 AND WS-WARNING-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO FINDINGS."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS CHECKED:       " WS-ACCTS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "OWNER RECORDS CHECKED:  " WS-OWNERS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE ORDERS CHECKED:  " WS-ORDERS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE HOLDS CHECKED:   " WS-HOLDS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACTIVE STOPS CHECKED:   " WS-STOPS-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "QUEUED ACH ITEMS:       " WS-ACHO-CHECKED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "HIGHEST LOGGED ID:      " WS-HIGHEST-TRANS-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SEVERE FINDINGS:        " WS-SEVERE-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "WARNINGS:               " WS-WARNING-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       7600-DECIDE-SEVERE.
      *> Severe findings hold the schedule unless a supervisor
      *> releases them; either way the decision goes on the report.
           IF WS-SEVERE-COUNT > 0
               DISPLAY WS-SEVERE-COUNT " severe integrity finding(s)."
                       " See INTCHK.RPT."
               DISPLAY "Enter Supervisor ID to release the night "
                       "schedule anyway, or press Enter to hold it: "
               MOVE SPACES TO WS-RELEASE-SUPR-ID
               ACCEPT WS-RELEASE-SUPR-ID
               MOVE FUNCTION UPPER-CASE(WS-RELEASE-SUPR-ID)
                   TO WS-RELEASE-SUPR-ID
               MOVE "N" TO WS-RELEASE-OK-SW
               IF WS-RELEASE-SUPR-ID NOT = SPACES
                   DISPLAY "Enter Supervisor Password: "
                   MOVE SPACES TO WS-RELEASE-INPUT
                   ACCEPT WS-RELEASE-INPUT
                   PERFORM 7610-VERIFY-RELEASE-SUPERVISOR
                   IF WS-RELEASE-OK-SW = "N"
                       DISPLAY "Incorrect supervisor id or password."
                   END-IF
               END-IF
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               IF WS-RELEASE-OK-SW = "Y"
                   DISPLAY "Supervisor override accepted. The night "
                           "schedule will continue."
                   STRING "SEVERE FINDINGS RELEASED BY SUPERVISOR "
                          WS-RELEASE-SUPR-ID " ("
                          FUNCTION TRIM(WS-RELEASE-SUPR-NAME) ")."
                       DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM 7620-LOG-RELEASE
               ELSE
                   DISPLAY "Night schedule held. Correct the severe "
                           "findings and re-run BANK-EODRUN."
                   STRING "NIGHT SCHEDULE HELD - SEVERE FINDINGS "
                          "MUST BE CORRECTED BEFORE POSTING."
                       DELIMITED BY SIZE INTO RPT-LINE
                   MOVE "Y" TO WS-ABORT-SW
               END-IF
               WRITE RPT-LINE
           END-IF.

       7610-VERIFY-RELEASE-SUPERVISOR.
      *> Same check as supervisor sign-on in BANK-SUPER: the id and
      *> password must match an entry on SUPVMSTR.DAT, and the
      *> reserved operator ids are never accepted.
           IF WS-RELEASE-SUPR-ID = "BTCH"
                  OR WS-RELEASE-SUPR-ID = "SUPV"
               CONTINUE
           ELSE
               OPEN INPUT SUPR-MASTER-FILE
               IF WS-SVM-FILE-STATUS NOT = "00"
                   DISPLAY "Supervisor file SUPVMSTR.DAT is not "
                           "available (status " WS-SVM-FILE-STATUS
                           ")."
               ELSE
                   MOVE "N" TO WS-SVM-EOF-SW
                   PERFORM UNTIL WS-SVM-EOF-SW = "Y"
                       READ SUPR-MASTER-FILE
                           AT END
                               MOVE "Y" TO WS-SVM-EOF-SW
                           NOT AT END
                               IF SV-SUPR-ID = WS-RELEASE-SUPR-ID
                                  AND SV-PASSWORD = WS-RELEASE-INPUT
                                   MOVE "Y" TO WS-RELEASE-OK-SW
                                   MOVE SV-NAME
                                       TO WS-RELEASE-SUPR-NAME
                                   MOVE "Y" TO WS-SVM-EOF-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUPR-MASTER-FILE
               END-IF
           END-IF.

       7620-LOG-RELEASE.
      *> The release is kept on the audit log, since INTCHK.RPT is
      *> written over by the next night's run.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE ZERO TO AUD-ACCT-NO
           MOVE "ICRL" TO AUD-EVENT-CODE
           MOVE SPACES TO AUD-OUTCOME
           STRING "SEVERE FINDINGS RELEASED " WS-SEVERE-COUNT
               DELIMITED BY SIZE INTO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE ZERO TO AUD-CUST-NO
           MOVE WS-RELEASE-SUPR-ID TO AUD-SUPR-ID
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-CUST-OPEN-SW = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           IF WS-TRAN-OPEN-SW = "Y"
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE INTCHK-REPORT-FILE
           DISPLAY "Integrity check complete. See INTCHK.RPT"
           DISPLAY "  Severe findings: " WS-SEVERE-COUNT
                   "  Warnings: " WS-WARNING-COUNT.

       COPY "BTCHPROC.CPY".
