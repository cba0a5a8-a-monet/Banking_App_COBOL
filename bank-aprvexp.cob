      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-APRVEXP.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> End-of-day expiry of supervisor maintenance left waiting on
      *> the dual-control queue. Every PENDAPRV.DAT item still
      *> pending (status P) that was raised on or before the
      *> business date is closed as expired (status E) without
      *> being applied, audited as APEX under the supervisor who
      *> keyed it, and listed on the morning exceptions report
      *> APRVEXP.RPT, which also counts the items approved and
      *> rejected on the business date. An expired change has to
      *> be keyed again to be reconsidered.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO "PENDAPRV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ITEM-NO
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "APRVEXP.RPT"
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
       FD  PENDING-APPROVAL-FILE.
           COPY "PENDAPRV.CPY".

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RPT-LINE                PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       FD  SUPERVISOR-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  SUPERVISOR-RECORD       PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "BTCHWORK.CPY".

       01 WS-PEND-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".

       01 WS-ITEMS-EXPIRED         PIC 9(6) VALUE 0.
       01 WS-ITEMS-APPROVED        PIC 9(6) VALUE 0.
       01 WS-ITEMS-REJECTED        PIC 9(6) VALUE 0.
       01 WS-AMT-DISPLAY           PIC $,$$$,$$9.99.

      *> Reserved operator id stamped on every batch audit event so
      *> batch work and teller work stay distinguishable on the log.
       01 WS-TELLER-ID             PIC X(4) VALUE "BTCH".

       01 WS-PEND-FILE-STATUS      PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "APRVEXP" TO WS-BC-JOB-NAME
           MOVE "TRLBAL" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-EXPIRE-ITEMS
                   PERFORM 3000-WRITE-SUMMARY
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
           OPEN I-O PENDING-APPROVAL-FILE
           IF WS-PEND-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-APPROVAL-FILE
               CLOSE PENDING-APPROVAL-FILE
               OPEN I-O PENDING-APPROVAL-FILE
           END-IF
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open PENDAPRV.DAT (status "
                       WS-PEND-FILE-STATUS "). Approval expiry "
                       "aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open APRVEXP.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). "
                           "Approval expiry aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE PENDING-APPROVAL-FILE
               ELSE
                   MOVE SPACES TO RPT-LINE
                   STRING "SUPERVISOR APPROVAL EXCEPTIONS FOR "
                          "BUSINESS DATE " WS-BC-BUSINESS-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "EXPIRED UNREVIEWED - NOT APPLIED"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "ITEM    ACTION  ACCT    CUST    TRANS   "
                          "KEYED BY  RAISED           AMOUNT"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       2000-EXPIRE-ITEMS.
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
                       EVALUATE TRUE
                           WHEN PA-STATUS = "P"
                                  AND PA-RAISED-DATE
                                      <= WS-BC-BUSINESS-DATE
                               PERFORM 2100-EXPIRE-ONE-ITEM
                           WHEN PA-STATUS = "A"
                                  AND PA-DECIDED-DATE
                                      = WS-BC-BUSINESS-DATE
                               ADD 1 TO WS-ITEMS-APPROVED
                           WHEN PA-STATUS = "R"
                                  AND PA-DECIDED-DATE
                                      = WS-BC-BUSINESS-DATE
                               ADD 1 TO WS-ITEMS-REJECTED
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               IF WS-PEND-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-PEND-EOF-SW
               END-IF
           END-PERFORM.

       2100-EXPIRE-ONE-ITEM.
           MOVE "E" TO PA-STATUS
           MOVE WS-BC-BUSINESS-DATE TO PA-DECIDED-DATE
           REWRITE PENDING-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "Unable to expire approval item "
                           PA-ITEM-NO "."
           END-REWRITE
           ADD 1 TO WS-ITEMS-EXPIRED
           MOVE PA-AMOUNT TO WS-AMT-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING PA-ITEM-NO "  " PA-ACTION "    " PA-ACCT-NO
                  "  " PA-CUST-NO "  " PA-TRANS-ID "  "
                  PA-MAKER-ID "      " PA-RAISED-DATE "  "
                  WS-AMT-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 6000-LOG-AUDIT-EVENT.

       3000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ITEMS-EXPIRED = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO ITEMS EXPIRED."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS EXPIRED:     " WS-ITEMS-EXPIRED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS APPROVED:    " WS-ITEMS-APPROVED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "ITEMS REJECTED:    " WS-ITEMS-REJECTED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       6000-LOG-AUDIT-EVENT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           MOVE PA-ACCT-NO TO AUD-ACCT-NO
           MOVE "APEX" TO AUD-EVENT-CODE
           MOVE SPACES TO AUD-OUTCOME
           STRING PA-ACTION " ITEM " PA-ITEM-NO " EXPIRED"
               DELIMITED BY SIZE INTO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE ZERO TO AUD-CUST-NO
           MOVE PA-MAKER-ID TO AUD-SUPR-ID
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9000-TERMINATE.
           CLOSE PENDING-APPROVAL-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "Approval expiry complete. See APRVEXP.RPT"
           DISPLAY "  Items expired: " WS-ITEMS-EXPIRED.

       COPY "BTCHPROC.CPY".
