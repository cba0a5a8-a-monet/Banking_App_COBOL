      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TRLBAL.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> End-of-day trial balance by product. Totals ACCTMSTR.DAT
      *> by AM-ACCT-TYPE - accounts on the books (closed accounts
      *> are not counted, though their balance still goes into the
      *> closing), positive ledger balances, overdrawn balances,
      *> active HOLDS.DAT amounts and the available balance (ledger
      *> less active holds) - and saves the night's totals to
      *> TRLBHIST.DAT. Each product's closing (the signed sum of its
      *> ledger balances) is then proved against the last closing
      *> on file before the business date plus the day's net
      *> movement from GLEXTR.DAT, and any product that does not
      *> roll forward is flagged on TRLBAL.RPT. A loan's balance is
      *> carried negative, so the LN product shows the amount owed
      *> in the overdrawn column. LNPI is interest collected on a
      *> loan and does not move its balance, so it is left out of
      *> the movement. A product with no earlier closing on file
      *> (its first night) is reported but not flagged; without an
      *> extract for the business date nothing can be proved and
      *> the roll-forward section says so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HOLDS-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-HOLD-NO
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-FILE-STATUS.

           SELECT TRIAL-BALANCE-HIST-FILE ASSIGN TO "TRLBHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT TRLBAL-REPORT-FILE ASSIGN TO "TRLBAL.RPT"
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

       FD  HOLDS-FILE.
           COPY "HOLDREC.CPY".

      *> GLEXTR.DAT as BANK-GLEXTR writes it.
       FD  GL-EXTRACT-FILE
           RECORD CONTAINS 42 CHARACTERS.
       01  GL-RECORD               PIC X(42).
       01  GL-DETAIL-RECORD.
           05 GLD-REC-TYPE         PIC X(1).
           05 GLD-TRAN-TYPE        PIC X(4).
           05 GLD-DC-IND           PIC X(1).
           05 GLD-ITEM-COUNT       PIC 9(6).
           05 GLD-AMOUNT           PIC 9(11)V99.
           05 GLD-DATE             PIC 9(8).
           05 GLD-PRODUCT          PIC X(2).
           05 FILLER               PIC X(7).
       01  GL-TRAILER-RECORD.
           05 GLT-REC-TYPE         PIC X(1).
           05 GLT-RECORD-COUNT     PIC 9(6).
           05 GLT-DEBIT-TOTAL      PIC 9(11)V99.
           05 GLT-CREDIT-TOTAL     PIC 9(11)V99.
           05 GLT-PROOF-FLAG       PIC X(1).
           05 GLT-DATE             PIC 9(8).

       FD  TRIAL-BALANCE-HIST-FILE.
           COPY "TRLBHIST.CPY".

       FD  TRLBAL-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

      *> One entry per product seen on the master, the extract or
      *> the history file. WS-PR-RESULT takes the TH-ROLL-FLAG
      *> values.
       01 WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ENTRY OCCURS 20 TIMES.
             10 WS-PR-PRODUCT        PIC X(2).
             10 WS-PR-ACCT-COUNT     PIC 9(6).
             10 WS-PR-POSITIVE       PIC 9(11)V99.
             10 WS-PR-OVERDRAWN      PIC 9(11)V99.
             10 WS-PR-HOLDS          PIC 9(11)V99.
             10 WS-PR-AVAILABLE      PIC S9(11)V99.
             10 WS-PR-CLOSING        PIC S9(11)V99.
             10 WS-PR-MOVEMENT       PIC S9(11)V99.
             10 WS-PR-PRIOR-DATE     PIC 9(8).
             10 WS-PR-PRIOR-CLOSING  PIC S9(11)V99.
             10 WS-PR-RESULT         PIC X(1).
       01 WS-PRODUCT-COUNT         PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(2) VALUE 0.
       01 WS-SUB                   PIC 9(2).
       01 WS-PRODUCT               PIC X(2).

       01 WS-ACCT-EOF-SW           PIC X VALUE "N".
       01 WS-HOLD-EOF-SW           PIC X VALUE "N".
       01 WS-GL-EOF-SW             PIC X VALUE "N".
       01 WS-HIST-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-HOLDS-OPEN-SW         PIC X VALUE "N".
      *> Y once a trailer dated the business date has been read.
       01 WS-EXTRACT-OK-SW         PIC X VALUE "N".
       01 WS-EXTRACT-PROOF-FLAG    PIC X VALUE SPACE.
       01 WS-UNCLASSIFIED-SW       PIC X VALUE "N".

       01 WS-ACCOUNTS-READ         PIC 9(6) VALUE 0.
       01 WS-NOT-ROLLED            PIC 9(2) VALUE 0.
       01 WS-TOT-ACCT-COUNT        PIC 9(6) VALUE 0.
       01 WS-TOT-POSITIVE          PIC 9(11)V99 VALUE 0.
       01 WS-TOT-OVERDRAWN         PIC 9(11)V99 VALUE 0.
       01 WS-TOT-HOLDS             PIC 9(11)V99 VALUE 0.
       01 WS-TOT-AVAILABLE         PIC S9(11)V99 VALUE 0.
       01 WS-EXPECTED-CLOSING      PIC S9(11)V99.

       01 WS-COUNT-DISPLAY         PIC ZZZ,ZZ9.
       01 WS-POSITIVE-DISPLAY      PIC $$$,$$$,$$9.99.
       01 WS-OVERDRAWN-DISPLAY     PIC $$$,$$$,$$9.99.
       01 WS-HOLDS-DISPLAY         PIC $$$,$$$,$$9.99.
       01 WS-AVAILABLE-DISPLAY     PIC -(11)9.99.
       01 WS-PRIOR-DISPLAY         PIC -(11)9.99.
       01 WS-MOVEMENT-DISPLAY      PIC -(11)9.99.
       01 WS-CLOSING-DISPLAY       PIC -(11)9.99.
       01 WS-RESULT-TEXT           PIC X(30).

       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-GL-FILE-STATUS        PIC XX.
       01 WS-HIST-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "TRLBAL" TO WS-BC-JOB-NAME
           MOVE "GLEXTR" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-TOTAL-ACCOUNTS
                   PERFORM 2200-TOTAL-HOLDS
                   PERFORM 2300-LOAD-MOVEMENT
                   PERFORM 2400-LOAD-PRIOR-CLOSINGS
                   PERFORM 3000-PROVE-ROLL-FORWARD
                   PERFORM 4000-SAVE-HISTORY
                   PERFORM 5000-WRITE-REPORT
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "35"
               DISPLAY "No account master on file. Nothing to "
                       "balance."
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-BC-NO-WORK-SW
           ELSE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Trial balance aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN I-O TRIAL-BALANCE-HIST-FILE
               IF WS-HIST-FILE-STATUS = "35"
                   OPEN OUTPUT TRIAL-BALANCE-HIST-FILE
                   CLOSE TRIAL-BALANCE-HIST-FILE
                   OPEN I-O TRIAL-BALANCE-HIST-FILE
               END-IF
               IF WS-HIST-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open TRLBHIST.DAT (status "
                           WS-HIST-FILE-STATUS "). Trial balance "
                           "aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
                   OPEN OUTPUT TRLBAL-REPORT-FILE
                   IF WS-RPT-FILE-STATUS NOT = "00"
                       DISPLAY "Unable to open TRLBAL.RPT for output "
                               "(status " WS-RPT-FILE-STATUS "). "
                               "Trial balance aborted."
                       MOVE "Y" TO WS-ABORT-SW
                       CLOSE ACCOUNT-MASTER-FILE
                       CLOSE TRIAL-BALANCE-HIST-FILE
                   ELSE
                       PERFORM 1100-OPEN-HOLDS
                   END-IF
               END-IF
           END-IF
           END-IF.

       1100-OPEN-HOLDS.
      *> No holds file simply means nothing is held.
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-HOLDS-OPEN-SW
           ELSE
           IF WS-HOLD-FILE-STATUS NOT = "35"
               DISPLAY "WARNING: unable to open HOLDS.DAT (status "
                       WS-HOLD-FILE-STATUS "); holds not totalled."
           END-IF
           END-IF.

       2000-TOTAL-ACCOUNTS.
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
                       ADD 1 TO WS-ACCOUNTS-READ
                       PERFORM 2100-ADD-ACCOUNT
               END-READ
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACCT-EOF-SW
               END-IF
           END-PERFORM.

       2100-ADD-ACCOUNT.
           MOVE AM-ACCT-TYPE TO WS-PRODUCT
           PERFORM 2500-FIND-OR-ADD-PRODUCT
           IF WS-FOUND-IDX NOT = 0
               IF AM-STATUS NOT = "C"
                   ADD 1 TO WS-PR-ACCT-COUNT(WS-FOUND-IDX)
               END-IF
               IF AM-BALANCE < ZERO
                   SUBTRACT AM-BALANCE
                       FROM WS-PR-OVERDRAWN(WS-FOUND-IDX)
               ELSE
                   ADD AM-BALANCE TO WS-PR-POSITIVE(WS-FOUND-IDX)
               END-IF
               ADD AM-BALANCE TO WS-PR-CLOSING(WS-FOUND-IDX)
               ADD AM-BALANCE TO WS-PR-AVAILABLE(WS-FOUND-IDX)
           END-IF.

       2200-TOTAL-HOLDS.
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
                           IF HL-STATUS = "A"
                               PERFORM 2210-ADD-HOLD
                           END-IF
                   END-READ
                   IF WS-HOLD-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-HOLD-EOF-SW
                   END-IF
               END-PERFORM
           END-IF.

       2210-ADD-HOLD.
      *> A hold on an account no longer on the master is left out;
      *> it cannot reduce anyone's available balance.
           MOVE HL-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AM-ACCT-TYPE TO WS-PRODUCT
                   PERFORM 2500-FIND-OR-ADD-PRODUCT
                   IF WS-FOUND-IDX NOT = 0
                       ADD HL-AMT TO WS-PR-HOLDS(WS-FOUND-IDX)
                       SUBTRACT HL-AMT
                           FROM WS-PR-AVAILABLE(WS-FOUND-IDX)
                   END-IF
           END-READ.

       2300-LOAD-MOVEMENT.
      *> Credits raise a product's closing and debits lower it. An
      *> extract for any other date, or none at all, leaves the
      *> roll-forward unproved.
           OPEN INPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: unable to open GLEXTR.DAT (status "
                       WS-GL-FILE-STATUS "); roll-forward not proved."
           ELSE
               PERFORM UNTIL WS-GL-EOF-SW = "Y"
                   READ GL-EXTRACT-FILE
                       AT END
                           MOVE "Y" TO WS-GL-EOF-SW
                       NOT AT END
                           PERFORM 2310-ADD-EXTRACT-LINE
                   END-READ
               END-PERFORM
               CLOSE GL-EXTRACT-FILE
           END-IF.

       2310-ADD-EXTRACT-LINE.
           EVALUATE GLD-REC-TYPE
               WHEN "D"
                   IF GLD-TRAN-TYPE NOT = "LNPI"
                       MOVE GLD-PRODUCT TO WS-PRODUCT
                       PERFORM 2500-FIND-OR-ADD-PRODUCT
                       IF WS-FOUND-IDX NOT = 0
                           EVALUATE GLD-DC-IND
                               WHEN "C"
                                   ADD GLD-AMOUNT
                                       TO WS-PR-MOVEMENT(WS-FOUND-IDX)
                               WHEN "D"
                                   SUBTRACT GLD-AMOUNT
                                       FROM WS-PR-MOVEMENT(WS-FOUND-IDX)
                               WHEN OTHER
                                   MOVE "Y" TO WS-UNCLASSIFIED-SW
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN "T"
                   IF GLT-DATE = WS-BC-BUSINESS-DATE
                       MOVE "Y" TO WS-EXTRACT-OK-SW
                       MOVE GLT-PROOF-FLAG TO WS-EXTRACT-PROOF-FLAG
                   ELSE
                       DISPLAY "WARNING: GLEXTR.DAT is for " GLT-DATE
                               ", not the business date; "
                               "roll-forward not proved."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-LOAD-PRIOR-CLOSINGS.
      *> Each product rolls forward from its latest closing dated
      *> before the business date, so a re-run for the same date
      *> proves against the same starting point.
           MOVE "N" TO WS-HIST-EOF-SW
           MOVE LOW-VALUES TO TH-KEY
           START TRIAL-BALANCE-HIST-FILE KEY >= TH-KEY
               INVALID KEY MOVE "Y" TO WS-HIST-EOF-SW
           END-START
           PERFORM UNTIL WS-HIST-EOF-SW = "Y"
               READ TRIAL-BALANCE-HIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-HIST-EOF-SW
                   NOT AT END
                       IF TH-DATE < WS-BC-BUSINESS-DATE
                           PERFORM 2410-TAKE-PRIOR-CLOSING
                       ELSE
                           MOVE "Y" TO WS-HIST-EOF-SW
                       END-IF
               END-READ
               IF WS-HIST-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-HIST-EOF-SW
               END-IF
           END-PERFORM.

       2410-TAKE-PRIOR-CLOSING.
      *> History is read in date order, so the last record taken
      *> for a product is its latest.
           MOVE TH-PRODUCT TO WS-PRODUCT
           PERFORM 2500-FIND-OR-ADD-PRODUCT
           IF WS-FOUND-IDX NOT = 0
               MOVE TH-DATE TO WS-PR-PRIOR-DATE(WS-FOUND-IDX)
               MOVE TH-CLOSING TO WS-PR-PRIOR-CLOSING(WS-FOUND-IDX)
           END-IF.

       2500-FIND-OR-ADD-PRODUCT.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRODUCT-COUNT
               IF WS-PR-PRODUCT(WS-SUB) = WS-PRODUCT
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-PRODUCT-COUNT < 20
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-FOUND-IDX
                   MOVE WS-PRODUCT TO WS-PR-PRODUCT(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-ACCT-COUNT(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-POSITIVE(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-OVERDRAWN(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-HOLDS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-AVAILABLE(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-CLOSING(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-MOVEMENT(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-PRIOR-DATE(WS-FOUND-IDX)
                   MOVE ZERO TO WS-PR-PRIOR-CLOSING(WS-FOUND-IDX)
                   MOVE SPACE TO WS-PR-RESULT(WS-FOUND-IDX)
               ELSE
                   DISPLAY "Product table full; cannot total product "
                           WS-PRODUCT
               END-IF
           END-IF.

       3000-PROVE-ROLL-FORWARD.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRODUCT-COUNT
               EVALUATE TRUE
                   WHEN WS-EXTRACT-OK-SW = "N"
                       MOVE "X" TO WS-PR-RESULT(WS-SUB)
                   WHEN WS-PR-PRIOR-DATE(WS-SUB) = ZERO
                       MOVE "P" TO WS-PR-RESULT(WS-SUB)
                   WHEN OTHER
                       COMPUTE WS-EXPECTED-CLOSING =
                               WS-PR-PRIOR-CLOSING(WS-SUB)
                               + WS-PR-MOVEMENT(WS-SUB)
                       IF WS-EXPECTED-CLOSING = WS-PR-CLOSING(WS-SUB)
                           MOVE "Y" TO WS-PR-RESULT(WS-SUB)
                       ELSE
                           MOVE "N" TO WS-PR-RESULT(WS-SUB)
                           ADD 1 TO WS-NOT-ROLLED
                       END-IF
               END-EVALUATE
           END-PERFORM.

       4000-SAVE-HISTORY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRODUCT-COUNT
               PERFORM 4100-SAVE-ONE-PRODUCT
           END-PERFORM.

       4100-SAVE-ONE-PRODUCT.
           MOVE WS-BC-BUSINESS-DATE TO TH-DATE
           MOVE WS-PR-PRODUCT(WS-SUB) TO TH-PRODUCT
           MOVE WS-PR-ACCT-COUNT(WS-SUB) TO TH-ACCT-COUNT
           MOVE WS-PR-POSITIVE(WS-SUB) TO TH-POSITIVE
           MOVE WS-PR-OVERDRAWN(WS-SUB) TO TH-OVERDRAWN
           MOVE WS-PR-HOLDS(WS-SUB) TO TH-HOLDS
           MOVE WS-PR-AVAILABLE(WS-SUB) TO TH-AVAILABLE
           MOVE WS-PR-CLOSING(WS-SUB) TO TH-CLOSING
           MOVE WS-PR-MOVEMENT(WS-SUB) TO TH-MOVEMENT
           MOVE WS-PR-RESULT(WS-SUB) TO TH-ROLL-FLAG
           WRITE TRIAL-BALANCE-HIST-RECORD
               INVALID KEY
                   REWRITE TRIAL-BALANCE-HIST-RECORD
                       INVALID KEY
                           DISPLAY "Unable to save trial balance for "
                                   "product " TH-PRODUCT
                   END-REWRITE
           END-WRITE.

       5000-WRITE-REPORT.
           MOVE SPACES TO RPT-LINE
           STRING "DEPOSIT TRIAL BALANCE BY PRODUCT FOR BUSINESS "
                  "DATE " WS-BC-BUSINESS-DATE
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCT ACCOUNTS POSITIVE LEDGER       OVERDRAWN"
                  "    ACTIVE HOLDS        AVAILABLE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRODUCT-COUNT
               PERFORM 5100-WRITE-BALANCE-LINE
           END-PERFORM
           MOVE WS-TOT-ACCT-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOT-POSITIVE TO WS-POSITIVE-DISPLAY
           MOVE WS-TOT-OVERDRAWN TO WS-OVERDRAWN-DISPLAY
           MOVE WS-TOT-HOLDS TO WS-HOLDS-DISPLAY
           MOVE WS-TOT-AVAILABLE TO WS-AVAILABLE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL    " WS-COUNT-DISPLAY "  "
                  WS-POSITIVE-DISPLAY "  " WS-OVERDRAWN-DISPLAY "  "
                  WS-HOLDS-DISPLAY "  " WS-AVAILABLE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LN BALANCES ARE OWED TO THE BANK AND SHOW AS "
                  "OVERDRAWN."
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ROLL-FORWARD AGAINST GLEXTR.DAT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXTRACT-OK-SW = "N"
               MOVE SPACES TO RPT-LINE
               STRING "*** NO GL EXTRACT FOR THE BUSINESS DATE - "
                      "ROLL-FORWARD NOT PROVED ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-EXTRACT-PROOF-FLAG NOT = "Y"
                      OR WS-UNCLASSIFIED-SW = "Y"
                   MOVE SPACES TO RPT-LINE
                   STRING "*** GL EXTRACT IS OUT OF PROOF ***"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCT  PRIOR" "      " "PRIOR CLOSING"
                  "        " "MOVEMENT" "          " "CLOSING"
                  "  RESULT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PRODUCT-COUNT
               PERFORM 5200-WRITE-ROLL-FORWARD-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ACCOUNTS READ:           " WS-ACCOUNTS-READ
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PRODUCTS NOT ROLLED FWD: " WS-NOT-ROLLED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5100-WRITE-BALANCE-LINE.
           ADD WS-PR-ACCT-COUNT(WS-SUB) TO WS-TOT-ACCT-COUNT
           ADD WS-PR-POSITIVE(WS-SUB) TO WS-TOT-POSITIVE
           ADD WS-PR-OVERDRAWN(WS-SUB) TO WS-TOT-OVERDRAWN
           ADD WS-PR-HOLDS(WS-SUB) TO WS-TOT-HOLDS
           ADD WS-PR-AVAILABLE(WS-SUB) TO WS-TOT-AVAILABLE
           MOVE WS-PR-ACCT-COUNT(WS-SUB) TO WS-COUNT-DISPLAY
           MOVE WS-PR-POSITIVE(WS-SUB) TO WS-POSITIVE-DISPLAY
           MOVE WS-PR-OVERDRAWN(WS-SUB) TO WS-OVERDRAWN-DISPLAY
           MOVE WS-PR-HOLDS(WS-SUB) TO WS-HOLDS-DISPLAY
           MOVE WS-PR-AVAILABLE(WS-SUB) TO WS-AVAILABLE-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING WS-PR-PRODUCT(WS-SUB) "       " WS-COUNT-DISPLAY "  "
                  WS-POSITIVE-DISPLAY "  " WS-OVERDRAWN-DISPLAY "  "
                  WS-HOLDS-DISPLAY "  " WS-AVAILABLE-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       5200-WRITE-ROLL-FORWARD-LINE.
           MOVE WS-PR-PRIOR-CLOSING(WS-SUB) TO WS-PRIOR-DISPLAY
           MOVE WS-PR-MOVEMENT(WS-SUB) TO WS-MOVEMENT-DISPLAY
           MOVE WS-PR-CLOSING(WS-SUB) TO WS-CLOSING-DISPLAY
           EVALUATE WS-PR-RESULT(WS-SUB)
               WHEN "Y"
                   MOVE "OK" TO WS-RESULT-TEXT
               WHEN "N"
                   MOVE "*** DOES NOT ROLL FORWARD ***"
                       TO WS-RESULT-TEXT
               WHEN "P"
                   MOVE "NO PRIOR CLOSING" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "NOT PROVED" TO WS-RESULT-TEXT
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           STRING WS-PR-PRODUCT(WS-SUB) "       "
                  WS-PR-PRIOR-DATE(WS-SUB) " "
                  WS-PRIOR-DISPLAY " " WS-MOVEMENT-DISPLAY "  "
                  WS-CLOSING-DISPLAY "  " WS-RESULT-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-HOLDS-OPEN-SW = "Y"
               CLOSE HOLDS-FILE
           END-IF
           CLOSE TRIAL-BALANCE-HIST-FILE
           CLOSE TRLBAL-REPORT-FILE
           DISPLAY "Trial balance complete. See TRLBAL.RPT"
           DISPLAY "  Products: " WS-PRODUCT-COUNT
           IF WS-EXTRACT-OK-SW = "N"
               DISPLAY "  *** Roll-forward not proved: no GL extract "
                       "for the business date ***"
           END-IF
           IF WS-NOT-ROLLED > 0
               DISPLAY "  *** " WS-NOT-ROLLED " product(s) do not "
                       "roll forward ***"
           END-IF.

       COPY "BTCHPROC.CPY".
