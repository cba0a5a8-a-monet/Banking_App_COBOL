      *> against live stop-payment orders first; a stopped item is
      *> returned to the originator on ACHRETRN.DAT (reason R08)
      *> and the hit is logged to the audit file.
      *> The run is restartable. A checkpoint on ACHCKPT.DAT is
      *> rewritten after every record, carrying the records
      *> committed and the run's counters and control totals; a
      *> re-run for the same business date on the same item file
      *> resumes after the last committed record and appends to
      *> ACHREJCT.RPT and ACHRETRN.DAT instead of starting them
      *> over. A re-run on an item file that no longer fingerprints
      *> the same as the checkpointed one is refused. At the end the
      *> file's item count and debit and credit totals are proved
      *> against the originator's trailer record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.

           SELECT CHECKPOINT-FILE ASSIGN TO "ACHCKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-KEY
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS INDEXED
           05  ACH-DC-IND             PIC X(1).
           05  ACH-AMT-TEXT           PIC X(10).
           05  ACH-ORIG-REF           PIC X(20).
      *> The originator's trailer, the last record on the file:
      *> TRAILR in the account position, then the number of detail
      *> items and the totals of their debit and credit amounts.
       01  ACH-TRAILER-RECORD.
           05  ACH-TRL-ID             PIC X(6).
           05  ACH-TRL-ITEM-COUNT     PIC 9(7).
           05  ACH-TRL-DEBIT-TOTAL    PIC 9(10)V99.
           05  ACH-TRL-CREDIT-TOTAL   PIC 9(10)V99.

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".
           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-LINE         PIC X(80).

       FD  CHECKPOINT-FILE.
           COPY "ACHCKPT.CPY".

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".
       01 WS-ITEM-AMOUNT           PIC 9(7)V99.
       01 WS-ITEM-DC               PIC X(1).

      *> Restart and control-total work fields. WS-RECORD-NO
      *> counts item file records, trailer included; records up to
      *> WS-RESTART-AFTER were committed by an earlier run.
       01 WS-RESTART-SW            PIC X VALUE "N".
       01 WS-RESTART-AFTER         PIC 9(7) VALUE 0.
       01 WS-RECORD-NO             PIC 9(7) VALUE 0.
       01 WS-CKPT-FOUND-SW         PIC X VALUE "N".
       01 WS-CKPT-RUN-STATUS       PIC X VALUE "R".
       01 WS-TRAILER-SW            PIC X VALUE "N".
       01 WS-TRAILER-IMAGE.
          05 WS-TRL-ID             PIC X(6).
          05 WS-TRL-ITEM-COUNT     PIC 9(7).
          05 WS-TRL-DEBIT-TOTAL    PIC 9(10)V99.
          05 WS-TRL-CREDIT-TOTAL   PIC 9(10)V99.
       01 WS-FP-RECORDS            PIC 9(7) VALUE 0.
       01 WS-FP-ACCT-HASH          PIC 9(13) VALUE 0.
       01 WS-FP-AMT-HASH           PIC 9(11)V99 VALUE 0.
       01 WS-FP-TRAILER            PIC X(37) VALUE SPACES.
       01 WS-FP-ACCT-NO            PIC 9(6).
       01 WS-AMOUNT-OK-SW          PIC X VALUE "N".
       01 WS-PROOF-SW              PIC X VALUE "Y".
       01 WS-RETURNS-WRITTEN       PIC 9(6) VALUE 0.
       01 WS-FILE-CREDIT-TOTAL     PIC 9(10)V99 VALUE 0.
       01 WS-FILE-DEBIT-TOTAL      PIC 9(10)V99 VALUE 0.
       01 WS-TRL-COUNT-DISPLAY     PIC Z,ZZZ,ZZ9.
       01 WS-FILE-COUNT-DISPLAY    PIC Z,ZZZ,ZZ9.
       01 WS-TRL-TOTAL-DISPLAY     PIC $$,$$$,$$$,$$9.99.
       01 WS-FILE-TOTAL-DISPLAY    PIC $$,$$$,$$$,$$9.99.

       01 WS-ITEMS-READ            PIC 9(6) VALUE 0.
       01 WS-ITEMS-POSTED          PIC 9(6) VALUE 0.
       01 WS-ITEMS-REJECTED        PIC 9(6) VALUE 0.
       01 WS-RTN-FILE-STATUS       PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-SWP-FILE-STATUS       PIC XX.
       01 WS-CKPT-FILE-STATUS      PIC XX.
       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-TRANCTL-FILE-STATUS   PIC XX.
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACH-ITEMS-FILE
               ELSE
               PERFORM 1100-FINGERPRINT-ITEMS
               PERFORM 1150-CHECK-RESTART
               IF WS-ABORT-SW = "Y"
                   CLOSE ACH-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
               ELSE
      *> A restarted run carries on the reject report it began.
               IF WS-RESTART-SW = "Y"
                   OPEN EXTEND REJECT-REPORT-FILE
               ELSE
                   OPEN OUTPUT REJECT-REPORT-FILE
               END-IF
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open ACHREJCT.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). Posting "
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACH-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE CHECKPOINT-FILE
               ELSE
      *> The returns file is rewritten from scratch every run, the
      *> same way the reject report is, so the nightly hand-off to
      *> the originator can never pick up a previous run's
      *> returns. A run with no stopped debits hands off an empty
      *> file. A restarted run appends to the returns its earlier
      *> attempt already wrote, so the hand-off still carries
      *> every return for the file exactly once.
               IF WS-RESTART-SW = "Y"
                   OPEN EXTEND RETURNS-FILE
               ELSE
                   OPEN OUTPUT RETURNS-FILE
               END-IF
               IF WS-RTN-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open ACHRETRN.DAT for output "
                           "(status " WS-RTN-FILE-STATUS "). "
                   CLOSE ACH-ITEMS-FILE
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE REJECT-REPORT-FILE
                   CLOSE CHECKPOINT-FILE
               ELSE
                   IF WS-RESTART-SW = "Y"
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
                       STRING "*** RUN RESTARTED AFTER RECORD "
                              WS-RESTART-AFTER " ***"
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   ELSE
                       MOVE SPACES TO RPT-LINE
                       STRING "ACH / PAYROLL POSTING REJECTS REPORT"
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE "R" TO WS-CKPT-RUN-STATUS
                       PERFORM 2500-SAVE-CHECKPOINT
                   END-IF
                   PERFORM 1200-OPEN-HOLDS-FILE
                   PERFORM 1300-OPEN-STOPS-FILE
                   PERFORM 1400-LOAD-SWEEP-FEE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       1100-FINGERPRINT-ITEMS.
      *> One pass over the item file before posting: its record
      *> count, hash totals of the account numbers and amounts, and
      *> the trailer as received identify the file a checkpoint
      *> belongs to. The file is then reopened for posting.
           MOVE "N" TO WS-ACH-EOF-SW
           PERFORM UNTIL WS-ACH-EOF-SW = "Y"
               READ ACH-ITEMS-FILE
                   AT END
                       MOVE "Y" TO WS-ACH-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-FP-RECORDS
                       IF ACH-TRL-ID = "TRAILR"
                           MOVE ACH-ITEM-RECORD TO WS-FP-TRAILER
                       ELSE
                           IF FUNCTION TRIM(ACH-ACCT-NO-TEXT)
                                   IS NUMERIC
                               MOVE FUNCTION TRIM(ACH-ACCT-NO-TEXT)
                                   TO WS-FP-ACCT-NO
                               ADD WS-FP-ACCT-NO TO WS-FP-ACCT-HASH
                           END-IF
                           PERFORM 1110-PARSE-ITEM-AMOUNT
                           IF WS-AMOUNT-OK-SW = "Y"
                               ADD WS-NUMVAL-AMOUNT TO WS-FP-AMT-HASH
                           END-IF
                       END-IF
               END-READ
               IF WS-ACH-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACH-EOF-SW
               END-IF
           END-PERFORM
           CLOSE ACH-ITEMS-FILE
           OPEN INPUT ACH-ITEMS-FILE
           MOVE "N" TO WS-ACH-EOF-SW.

       1110-PARSE-ITEM-AMOUNT.
           MOVE "N" TO WS-AMOUNT-OK-SW
           MOVE FUNCTION TRIM(ACH-AMT-TEXT) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-NUMVAL-AMOUNT > ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                   MOVE "Y" TO WS-AMOUNT-OK-SW
               END-IF
           END-IF.

       1150-CHECK-RESTART.
           MOVE "N" TO WS-RESTART-SW
           MOVE ZERO TO WS-RESTART-AFTER
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-FILE-STATUS = "35"
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           IF WS-CKPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACHCKPT.DAT (status "
                       WS-CKPT-FILE-STATUS "). Posting aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               MOVE "N" TO WS-CKPT-FOUND-SW
               MOVE "ACHPOST" TO CK-KEY
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CKPT-FOUND-SW
               END-READ
               IF WS-CKPT-FOUND-SW = "Y"
                   IF CK-BUSINESS-DATE = WS-BC-BUSINESS-DATE
                       PERFORM 1160-RESUME-FROM-CHECKPOINT
                   ELSE
                       IF CK-STATUS = "R"
                           DISPLAY "WARNING: the ACH posting run for "
                                   "business date " CK-BUSINESS-DATE
                                   " never finished its file; its "
                                   "checkpoint is replaced by this "
                                   "run."
                       END-IF
                   END-IF
               END-IF
               IF WS-ABORT-SW = "Y"
                   CLOSE CHECKPOINT-FILE
               END-IF
           END-IF.

       1160-RESUME-FROM-CHECKPOINT.
      *> Same business date: an unfinished run on the same file is
      *> resumed, a finished one is not posted again, and an
      *> unfinished run on a different file is refused outright.
           IF CK-FILE-RECORDS NOT = WS-FP-RECORDS
                  OR CK-FILE-ACCT-HASH NOT = WS-FP-ACCT-HASH
                  OR CK-FILE-AMT-HASH NOT = WS-FP-AMT-HASH
                  OR CK-FILE-TRAILER NOT = WS-FP-TRAILER
               IF CK-STATUS = "R"
                   DISPLAY "ACHITEMS.DAT has changed since the "
                           "posting checkpoint taken after record "
                           CK-RECORDS-DONE " for business date "
                           CK-BUSINESS-DATE ". Restart refused; "
                           "restore the original item file and "
                           "re-run."
                   MOVE "Y" TO WS-ABORT-SW
               END-IF
           ELSE
               IF CK-STATUS = "C"
                   DISPLAY "ACHITEMS.DAT has already been posted in "
                           "full for business date " CK-BUSINESS-DATE
                           ". Nothing to post."
                   MOVE "Y" TO WS-ABORT-SW
                   MOVE "Y" TO WS-BC-NO-WORK-SW
               ELSE
                   MOVE "Y" TO WS-RESTART-SW
                   MOVE CK-RECORDS-DONE TO WS-RESTART-AFTER
                   MOVE CK-ITEMS-READ TO WS-ITEMS-READ
                   MOVE CK-ITEMS-POSTED TO WS-ITEMS-POSTED
                   MOVE CK-ITEMS-REJECTED TO WS-ITEMS-REJECTED
                   MOVE CK-ITEMS-STOPPED TO WS-ITEMS-STOPPED
                   MOVE CK-RETURNS-WRITTEN TO WS-RETURNS-WRITTEN
                   MOVE CK-CREDIT-TOTAL TO WS-CREDIT-TOTAL
                   MOVE CK-DEBIT-TOTAL TO WS-DEBIT-TOTAL
                   MOVE CK-FILE-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
                   MOVE CK-FILE-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
                   MOVE CK-TRAILER-SEEN TO WS-TRAILER-SW
                   IF WS-TRAILER-SW = "Y"
                       MOVE CK-FILE-TRAILER TO WS-TRAILER-IMAGE
                   END-IF
                   DISPLAY "Restarting ACH posting after record "
                           CK-RECORDS-DONE " of " CK-FILE-RECORDS
                           "."
               END-IF
           END-IF.

       1200-OPEN-HOLDS-FILE.
      *> Debits post against the available balance, so the deposit
      *> holds file is consulted per item. A branch that has never
                   AT END
                       MOVE "Y" TO WS-ACH-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RECORD-NO
                       IF WS-RECORD-NO > WS-RESTART-AFTER
                           PERFORM 2050-PROCESS-ONE-RECORD
                           PERFORM 2500-SAVE-CHECKPOINT
                       END-IF
               END-READ
               IF WS-ACH-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACH-EOF-SW
               END-IF
           END-PERFORM
      *> A read error short of the end leaves the checkpoint open
      *> so the run can be resumed once the file is readable.
           IF WS-ACH-FILE-STATUS NOT = "10"
               DISPLAY "Read error on ACHITEMS.DAT (status "
                       WS-ACH-FILE-STATUS ") after record "
                       WS-RECORD-NO ". Re-run to resume."
               MOVE "Y" TO WS-ABORT-SW
           END-IF.

       2050-PROCESS-ONE-RECORD.
      *> Only the first trailer closes the file; anything after it
      *> is rejected and will put the file out of proof.
           IF ACH-TRL-ID = "TRAILR" AND WS-TRAILER-SW = "N"
               MOVE "Y" TO WS-TRAILER-SW
               MOVE ACH-ITEM-RECORD TO WS-TRAILER-IMAGE
           ELSE
               ADD 1 TO WS-ITEMS-READ
               IF WS-TRAILER-SW = "Y"
                   MOVE "RECORD AFTER TRAILER" TO WS-REJECT-REASON
                   ADD 1 TO WS-ITEMS-REJECTED
                   PERFORM 2300-WRITE-REJECT-LINE
               ELSE
                   PERFORM 2060-ADD-FILE-TOTALS
                   PERFORM 2100-POST-ONE-ITEM
               END-IF
           END-IF.

       2060-ADD-FILE-TOTALS.
      *> File totals count every item as sent, posted or not, so
      *> they can be proved against the originator's trailer.
           PERFORM 1110-PARSE-ITEM-AMOUNT
           IF WS-AMOUNT-OK-SW = "Y"
               EVALUATE FUNCTION UPPER-CASE(ACH-DC-IND)
                   WHEN "D"
                       ADD WS-NUMVAL-AMOUNT TO WS-FILE-DEBIT-TOTAL
                   WHEN "C"
                       ADD WS-NUMVAL-AMOUNT TO WS-FILE-CREDIT-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2100-POST-ONE-ITEM.
           MOVE "N" TO WS-ITEM-OK-SW
           IF AM-STATUS NOT = "A"
               MOVE "ACCOUNT NOT ACTIVE" TO WS-REJECT-REASON
           ELSE
      *> Loan payments go through the loan paragraphs (teller Loan
      *> Services or a standing order), never a raw ACH entry.
           IF AM-ACCT-TYPE = "LN"
               MOVE "LOAN ACCOUNT" TO WS-REJECT-REASON
           ELSE
               IF WS-ITEM-DC = "D"
                   PERFORM 2150-CHECK-STOP-ORDERS
                   PERFORM 2140-COMPUTE-AVAILABLE
                   ADD WS-ITEM-AMOUNT TO WS-CREDIT-TOTAL
                   MOVE "Y" TO WS-ITEM-OK-SW
               END-IF
           END-IF
           END-IF.

       2130-LOG-ITEM.

       2150-CHECK-STOP-ORDERS.
      *> A live stop matches when the account agrees, the order is
      *> an originator stop rather than a paper-check stop, it is
      *> unexpired, the stop's originator reference is a leading
      *> prefix of the item's (blank matches any originator) and
      *> the amount agrees (zero matches any amount).

       2155-MATCH-ONE-STOP.
           IF SP-STATUS = "A"
                  AND SP-CHECK-NO = ZERO
                  AND SP-ACCT-NO = WS-ITEM-ACCT-NO
                  AND SP-EXPIRY-DATE >= WS-BC-BUSINESS-DATE
                  AND (SP-AMT = ZERO
           MOVE ACH-ITEM-RECORD TO RTN-ITEM
           MOVE "R08" TO RTN-REASON-CODE
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURNS-WRITTEN
           MOVE WS-ITEM-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE "SPHT" TO WS-AUD-EVENT-CODE
           MOVE SPACES TO WS-AUD-OUTCOME
           MOVE SPACES TO RPT-LINE
           STRING "DEBITS POSTED:  " WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RETURNS WRITTEN: " WS-RETURNS-WRITTEN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-RESTART-SW = "Y"
               MOVE SPACES TO RPT-LINE
               STRING "FIGURES COVER THE WHOLE FILE, INCLUDING THE "
                      "RUN RESTARTED AFTER RECORD " WS-RESTART-AFTER
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 3100-PROVE-TO-TRAILER.

       3100-PROVE-TO-TRAILER.
           MOVE "Y" TO WS-PROOF-SW
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "FILE CONTROL TOTALS           TRAILER"
                  "               FILE"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-TRAILER-SW = "N"
               MOVE "N" TO WS-PROOF-SW
               MOVE SPACES TO RPT-LINE
               STRING "*** NO TRAILER RECORD ON ACHITEMS.DAT ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
           IF WS-TRL-ITEM-COUNT IS NOT NUMERIC
                  OR WS-TRL-DEBIT-TOTAL IS NOT NUMERIC
                  OR WS-TRL-CREDIT-TOTAL IS NOT NUMERIC
               MOVE "N" TO WS-PROOF-SW
               MOVE SPACES TO RPT-LINE
               STRING "*** TRAILER RECORD IS NOT NUMERIC: "
                      WS-TRAILER-IMAGE " ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-TRL-ITEM-COUNT TO WS-TRL-COUNT-DISPLAY
               MOVE WS-ITEMS-READ TO WS-FILE-COUNT-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  ITEMS             "
                      "        " WS-TRL-COUNT-DISPLAY
                      "          " WS-FILE-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-TRL-DEBIT-TOTAL TO WS-TRL-TOTAL-DISPLAY
               MOVE WS-FILE-DEBIT-TOTAL TO WS-FILE-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  DEBITS            " WS-TRL-TOTAL-DISPLAY
                      "  " WS-FILE-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-TRL-CREDIT-TOTAL TO WS-TRL-TOTAL-DISPLAY
               MOVE WS-FILE-CREDIT-TOTAL TO WS-FILE-TOTAL-DISPLAY
               MOVE SPACES TO RPT-LINE
               STRING "  CREDITS           " WS-TRL-TOTAL-DISPLAY
                      "  " WS-FILE-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               IF WS-TRL-ITEM-COUNT NOT = WS-ITEMS-READ
                      OR WS-TRL-DEBIT-TOTAL NOT = WS-FILE-DEBIT-TOTAL
                      OR WS-TRL-CREDIT-TOTAL
                          NOT = WS-FILE-CREDIT-TOTAL
                   MOVE "N" TO WS-PROOF-SW
               END-IF
           END-IF
           END-IF
           IF WS-ITEMS-POSTED + WS-ITEMS-REJECTED NOT = WS-ITEMS-READ
               MOVE "N" TO WS-PROOF-SW
               MOVE SPACES TO RPT-LINE
               STRING "*** ITEMS POSTED PLUS REJECTED DO NOT EQUAL "
                      "ITEMS READ ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-PROOF-SW = "Y"
               STRING "FILE PROVES TO TRAILER."
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "*** FILE DOES NOT PROVE TO TRAILER - REFER TO "
                      "OPERATIONS ***"
                   DELIMITED BY SIZE INTO RPT-LINE
               DISPLAY "WARNING: ACHITEMS.DAT does not prove to its "
                       "trailer. See ACHREJCT.RPT."
           END-IF
           WRITE RPT-LINE.

       5000-LOG-TRANSACTION.
           MOVE WS-AUD-OUTCOME TO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE ZERO TO AUD-CUST-NO
           MOVE SPACES TO AUD-SUPR-ID
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       2500-SAVE-CHECKPOINT.
           MOVE "ACHPOST" TO CK-KEY
           MOVE WS-BC-BUSINESS-DATE TO CK-BUSINESS-DATE
           MOVE WS-CKPT-RUN-STATUS TO CK-STATUS
           MOVE WS-FP-RECORDS TO CK-FILE-RECORDS
           MOVE WS-FP-ACCT-HASH TO CK-FILE-ACCT-HASH
           MOVE WS-FP-AMT-HASH TO CK-FILE-AMT-HASH
           MOVE WS-FP-TRAILER TO CK-FILE-TRAILER
           MOVE WS-RECORD-NO TO CK-RECORDS-DONE
           MOVE WS-ITEMS-READ TO CK-ITEMS-READ
           MOVE WS-ITEMS-POSTED TO CK-ITEMS-POSTED
           MOVE WS-ITEMS-REJECTED TO CK-ITEMS-REJECTED
           MOVE WS-ITEMS-STOPPED TO CK-ITEMS-STOPPED
           MOVE WS-RETURNS-WRITTEN TO CK-RETURNS-WRITTEN
           MOVE WS-CREDIT-TOTAL TO CK-CREDIT-TOTAL
           MOVE WS-DEBIT-TOTAL TO CK-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT-TOTAL TO CK-FILE-CREDIT-TOTAL
           MOVE WS-FILE-DEBIT-TOTAL TO CK-FILE-DEBIT-TOTAL
           MOVE WS-TRAILER-SW TO CK-TRAILER-SEEN
           WRITE ACH-CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE ACH-CHECKPOINT-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: unable to save the ACH "
                                   "posting checkpoint after record "
                                   WS-RECORD-NO "."
                   END-REWRITE
           END-WRITE.

       9000-TERMINATE.
      *> Only a run that reached the end of the file closes its
      *> checkpoint; otherwise the next run resumes from it.
           IF WS-ABORT-SW = "N"
               MOVE "C" TO WS-CKPT-RUN-STATUS
               PERFORM 2500-SAVE-CHECKPOINT
           END-IF
           CLOSE CHECKPOINT-FILE
           CLOSE ACH-ITEMS-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE REJECT-REPORT-FILE
