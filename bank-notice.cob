      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-NOTICE.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Nightly customer notice run. Finds the events a customer
      *> has to be told about and writes one print-ready letter for
      *> each to NOTICES.TXT, every letter starting on a new page
      *> and addressed from CM-NAME and CM-ADDRESS of the owning
      *> customer on CUSTMSTR.DAT:
      *>   CD maturity advance notices, a set number of days before
      *>   AM-CD-MATURITY-DATE, stating the maturity instruction;
      *>   pre-dormancy warnings to active accounts nearing the same
      *>   two-year inactivity threshold BANK-DORMANT applies (last
      *>   activity worked out the same way it does);
      *>   stop-payment expiry reminders for live STOPPAY.DAT
      *>   orders nearing SP-EXPIRY-DATE;
      *>   stopped-item notices for every debit or check refused
      *>   by a stop (the SPHT audit events of the past week);
      *>   overdraft notices, one per overdraft episode kept by
      *>   BANK-ODAGE.
      *> Every letter sent is recorded on NOTCHIST.DAT, so the same
      *> notice is never produced twice however often the job runs.
      *> A notice that cannot be addressed - no customer on the
      *> account, customer not on file, or no address - is listed
      *> on NOTCEXC.RPT instead and is tried again the next night.
      *> Lead times come from NOTCPARM.DAT, one line: CD notice
      *> days, dormancy warning days, stop expiry days (default
      *> "30 60 14").

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-TRANS-ID
               ALTERNATE RECORD KEY IS TR-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT STOP-PAY-FILE ASSIGN TO "STOPPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-STOP-NO
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT NOTICE-HIST-FILE ASSIGN TO "NOTCHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT NOTICE-PARAM-FILE ASSIGN TO "NOTCPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NP-FILE-STATUS.

           SELECT NOTICE-FILE ASSIGN TO "NOTICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "NOTCEXC.RPT"
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

       FD  AUDIT-FILE.
           COPY "AUDITREC.CPY".

       FD  STOP-PAY-FILE.
           COPY "STOPREC.CPY".

       FD  NOTICE-HIST-FILE.
           COPY "NOTCHIST.CPY".

       FD  NOTICE-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-PARM-LINE        PIC X(80).

       FD  NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTICE-LINE             PIC X(80).

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

      *> Lead times in days; the defaults stand when NOTCPARM.DAT
      *> carries an unusable value.
       01 WS-CD-LEAD-DAYS          PIC 9(3) VALUE 30.
       01 WS-DORM-LEAD-DAYS        PIC 9(3) VALUE 60.
       01 WS-STOP-LEAD-DAYS        PIC 9(3) VALUE 14.
       01 WS-NP-FIELD-TABLE.
          05 WS-NP-FIELD           PIC X(12) OCCURS 3 TIMES.
       01 WS-NP-EOF-SW             PIC X VALUE "N".

      *> Branch policy, as BANK-DORMANT applies it: dormant after two
      *> years without customer activity. Stopped items are looked
      *> for on the audit log back this many days, which covers a
      *> week of missed runs; older hits are left alone.
       01 WS-DORMANT-DAYS          PIC 9(4) VALUE 730.
       01 WS-STOP-HIT-DAYS         PIC 9(3) VALUE 7.

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-STOP-HIT-FROM         PIC 9(8).
       01 WS-ACTIVITY-INTEGER      PIC 9(8).
       01 WS-IDLE-DAYS             PIC S9(8).
       01 WS-DAYS-AHEAD            PIC S9(8).

       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 500 TIMES.
             10 WS-TBL-ACCT-NO       PIC 9(6).
             10 WS-TBL-LAST-ACTIVITY PIC 9(8).
       01 WS-TBL-COUNT             PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(4) VALUE 0.
       01 WS-SUB                   PIC 9(4).

      *> Stop hits counted per account and date as the audit log
      *> is read, so each SPHT event carries its place in the day
      *> (1, 2, ...) as the notice reference. The log is only ever
      *> appended to, so an event keeps the same number every night
      *> however many items hit a stop in the same second.
       01 WS-HIT-TABLE.
          05 WS-HIT-ENTRY OCCURS 500 TIMES.
             10 WS-HIT-ACCT-NO       PIC 9(6).
             10 WS-HIT-DATE          PIC 9(8).
             10 WS-HIT-COUNT         PIC 9(6).
       01 WS-HIT-TBL-COUNT         PIC 9(4) VALUE 0.
       01 WS-HIT-IDX               PIC 9(4) VALUE 0.

       01 WS-SCAN-ACCT-NO          PIC 9(6).
       01 WS-SCAN-DATE             PIC 9(8).

      *> Notice kinds, with the night's counts for each.
       01 WS-KIND-NAMES.
          05 FILLER PIC X(24) VALUE "CDMTCD MATURITY        ".
          05 FILLER PIC X(24) VALUE "DRMWPRE-DORMANCY       ".
          05 FILLER PIC X(24) VALUE "STPXSTOP EXPIRING      ".
          05 FILLER PIC X(24) VALUE "STPHITEM STOPPED       ".
          05 FILLER PIC X(24) VALUE "ODNTOVERDRAWN          ".
       01 WS-KIND-NAME-TABLE REDEFINES WS-KIND-NAMES.
          05 WS-KIND-ENTRY OCCURS 5 TIMES.
             10 WS-KIND-CODE       PIC X(4).
             10 WS-KIND-DESC       PIC X(20).
       01 WS-KIND-TOTALS.
          05 WS-KIND-TOTAL OCCURS 5 TIMES.
             10 WS-KIND-SENT       PIC 9(6).
             10 WS-KIND-PRIOR      PIC 9(6).
             10 WS-KIND-EXCEPTIONS PIC 9(6).
       01 WS-KIND-IDX              PIC 9(1).

      *> The notice in hand: what it is about, who it goes to and
      *> the body of the letter.
       01 WS-NT-ACCT-NO            PIC 9(6).
       01 WS-NT-KIND-IDX           PIC 9(1).
       01 WS-NT-REF-NO             PIC 9(6).
       01 WS-NT-REF-DATE           PIC 9(8).
       01 WS-NT-CUST-NO            PIC 9(6).
       01 WS-NT-SUBJECT            PIC X(40).
       01 WS-NT-BODY-TABLE.
          05 WS-NT-BODY-LINE       PIC X(72) OCCURS 6 TIMES.
       01 WS-NT-BODY-SUB           PIC 9(1).
       01 WS-NT-REASON             PIC X(30).
       01 WS-NT-SENT-SW            PIC X VALUE "N".

       01 WS-FMT-DATE-IN           PIC 9(8).
       01 WS-FMT-DATE-OUT          PIC X(10).
       01 WS-FMT-DATE-2            PIC X(10).
       01 WS-TODAY-TEXT            PIC X(10).
       01 WS-AMT-DISPLAY           PIC $,$$$,$$9.99.
       01 WS-TERM-DISPLAY          PIC ZZ9.

       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-AUDIT-EOF-SW          PIC X VALUE "N".
       01 WS-ACCT-EOF-SW           PIC X VALUE "N".
       01 WS-STOP-EOF-SW           PIC X VALUE "N".
       01 WS-ACCT-FOUND-SW         PIC X VALUE "N".
       01 WS-CUST-OPEN-SW          PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".

       01 WS-LETTERS-WRITTEN       PIC 9(6) VALUE 0.
       01 WS-EXCEPTIONS-LISTED     PIC 9(6) VALUE 0.

       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-CUST-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-STOP-FILE-STATUS      PIC XX.
       01 WS-HIST-FILE-STATUS      PIC XX.
       01 WS-NP-FILE-STATUS        PIC XX.
       01 WS-NOTICE-FILE-STATUS    PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "NOTICE" TO WS-BC-JOB-NAME
           MOVE "DORMANT" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-SCAN-ACTIVITY
                   PERFORM 2100-SCAN-AUDIT-LOG
                   PERFORM 3000-ACCOUNT-NOTICES
                   PERFORM 4000-STOP-NOTICES
                   PERFORM 5000-WRITE-SUMMARY
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   PERFORM 8100-BATCH-CONTROL-DONE
               END-IF
           END-IF
           GOBACK.

       1000-INITIALIZE.
      *> Lead times and the notice dates are worked from the
      *> business date on the batch control file, not the wall
      *> clock.
           MOVE WS-BC-BUSINESS-DATE TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           COMPUTE WS-STOP-HIT-FROM = FUNCTION DATE-OF-INTEGER
                   (WS-TODAY-INTEGER - WS-STOP-HIT-DAYS)
           MOVE WS-TODAY-DATE TO WS-FMT-DATE-IN
           PERFORM 6500-FORMAT-DATE
           MOVE WS-FMT-DATE-OUT TO WS-TODAY-TEXT
           INITIALIZE WS-KIND-TOTALS
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "35"
               DISPLAY "No account master on file. No notices due."
               MOVE "Y" TO WS-ABORT-SW
               MOVE "Y" TO WS-BC-NO-WORK-SW
           ELSE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Notice run aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               PERFORM 1100-OPEN-HISTORY
               IF WS-ABORT-SW = "N"
                   PERFORM 1200-OPEN-OUTPUTS
               END-IF
               IF WS-ABORT-SW = "N"
                   PERFORM 1300-OPEN-CUSTOMERS
                   PERFORM 1400-LOAD-NOTICE-PARAMS
               END-IF
           END-IF
           END-IF.

       1100-OPEN-HISTORY.
           OPEN I-O NOTICE-HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-HIST-FILE
               CLOSE NOTICE-HIST-FILE
               OPEN I-O NOTICE-HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open NOTCHIST.DAT (status "
                       WS-HIST-FILE-STATUS "). Notice run aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       1200-OPEN-OUTPUTS.
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open NOTICES.TXT for output "
                       "(status " WS-NOTICE-FILE-STATUS "). "
                       "Notice run aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE NOTICE-HIST-FILE
           ELSE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open NOTCEXC.RPT for output "
                           "(status " WS-RPT-FILE-STATUS "). "
                           "Notice run aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE ACCOUNT-MASTER-FILE
                   CLOSE NOTICE-HIST-FILE
                   CLOSE NOTICE-FILE
               ELSE
                   MOVE SPACES TO RPT-LINE
                   STRING "CUSTOMER NOTICE EXCEPTIONS FOR "
                          WS-TODAY-DATE
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   WRITE RPT-LINE
                   MOVE SPACES TO RPT-LINE
                   STRING "ACCT    CUST    NOTICE              "
                          "REFERENCE        REASON"
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       1300-OPEN-CUSTOMERS.
      *> Without the customer file nothing can be addressed; every
      *> notice due goes to the exceptions list and waits for the
      *> next night.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-SW
           ELSE
               DISPLAY "WARNING: unable to open CUSTMSTR.DAT (status "
                       WS-CUST-FILE-STATUS "); no letters can be "
                       "addressed."
           END-IF.

       1400-LOAD-NOTICE-PARAMS.
           OPEN INPUT NOTICE-PARAM-FILE
           IF WS-NP-FILE-STATUS = "35"
               OPEN OUTPUT NOTICE-PARAM-FILE
               MOVE "30 60 14" TO NOTICE-PARM-LINE
               WRITE NOTICE-PARM-LINE
               CLOSE NOTICE-PARAM-FILE
               DISPLAY "NOTCPARM.DAT created with the default "
                       "notice lead times."
               OPEN INPUT NOTICE-PARAM-FILE
           END-IF
           MOVE "N" TO WS-NP-EOF-SW
           IF WS-NP-FILE-STATUS = "00"
               PERFORM UNTIL WS-NP-EOF-SW = "Y"
                   READ NOTICE-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-NP-EOF-SW
                       NOT AT END
                           IF NOTICE-PARM-LINE NOT = SPACES
                               PERFORM 1410-PARSE-NOTICE-PARAMS
                               MOVE "Y" TO WS-NP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NOTICE-PARAM-FILE
           END-IF.

       1410-PARSE-NOTICE-PARAMS.
           MOVE SPACES TO WS-NP-FIELD-TABLE
           UNSTRING FUNCTION TRIM(NOTICE-PARM-LINE)
               DELIMITED BY ALL " "
               INTO WS-NP-FIELD(1)
                    WS-NP-FIELD(2)
                    WS-NP-FIELD(3)
           END-UNSTRING
           IF FUNCTION TRIM(WS-NP-FIELD(1)) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-NP-FIELD(1)) > ZERO
                  AND FUNCTION NUMVAL(WS-NP-FIELD(1)) <= 365
               MOVE FUNCTION NUMVAL(WS-NP-FIELD(1))
                   TO WS-CD-LEAD-DAYS
           ELSE
               DISPLAY "WARNING: unusable CD notice days in "
                       "NOTCPARM.DAT; using the default."
           END-IF
           IF FUNCTION TRIM(WS-NP-FIELD(2)) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-NP-FIELD(2)) > ZERO
                  AND FUNCTION NUMVAL(WS-NP-FIELD(2)) <= 365
               MOVE FUNCTION NUMVAL(WS-NP-FIELD(2))
                   TO WS-DORM-LEAD-DAYS
           ELSE
               DISPLAY "WARNING: unusable dormancy warning days in "
                       "NOTCPARM.DAT; using the default."
           END-IF
           IF FUNCTION TRIM(WS-NP-FIELD(3)) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-NP-FIELD(3)) > ZERO
                  AND FUNCTION NUMVAL(WS-NP-FIELD(3)) <= 365
               MOVE FUNCTION NUMVAL(WS-NP-FIELD(3))
                   TO WS-STOP-LEAD-DAYS
           ELSE
               DISPLAY "WARNING: unusable stop expiry days in "
                       "NOTCPARM.DAT; using the default."
           END-IF.

       2000-SCAN-ACTIVITY.
      *> Last customer activity per account, counted exactly as the
      *> dormancy sweep counts it.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-TRAN-EOF-SW = "Y"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SW
                       NOT AT END
                           EVALUATE TR-TYPE
                               WHEN "DEPO"
                               WHEN "WITH"
                               WHEN "XFRD"
                               WHEN "XFRC"
                               WHEN "ACHC"
                               WHEN "ACHD"
                               WHEN "ACHO"
                               WHEN "CHKD"
                               WHEN "LNXD"
                               WHEN "OPBL"
                                   MOVE TR-ACCT-NO
                                       TO WS-SCAN-ACCT-NO
                                   MOVE TR-DATE TO WS-SCAN-DATE
                                   PERFORM 2010-POST-ACTIVITY
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       2010-POST-ACTIVITY.
           PERFORM 2020-FIND-OR-ADD-ENTRY
           IF WS-FOUND-IDX NOT = 0
               IF WS-SCAN-DATE > WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX)
                   MOVE WS-SCAN-DATE
                       TO WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX)
               END-IF
           END-IF.

       2020-FIND-OR-ADD-ENTRY.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
               IF WS-TBL-ACCT-NO(WS-SUB) = WS-SCAN-ACCT-NO
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-TBL-COUNT < 500
                   ADD 1 TO WS-TBL-COUNT
                   MOVE WS-SCAN-ACCT-NO
                       TO WS-TBL-ACCT-NO(WS-TBL-COUNT)
                   MOVE ZERO TO WS-TBL-LAST-ACTIVITY(WS-TBL-COUNT)
                   MOVE WS-TBL-COUNT TO WS-FOUND-IDX
               ELSE
                   DISPLAY "Account table full; skipping account "
                           WS-SCAN-ACCT-NO
               END-IF
           END-IF.

       2100-SCAN-AUDIT-LOG.
      *> DRMR reactivations count as activity, as they do for the
      *> dormancy sweep. Recent SPHT events are the debits and
      *> checks a stop refused; each one gets a stopped-item notice.
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AUDIT-EOF-SW = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF-SW
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AUD-EVENT-CODE = "DRMR"
                                   MOVE AUD-ACCT-NO
                                       TO WS-SCAN-ACCT-NO
                                   MOVE AUD-DATE TO WS-SCAN-DATE
                                   PERFORM 2010-POST-ACTIVITY
                               WHEN AUD-EVENT-CODE = "SPHT"
                                      AND AUD-DATE
                                          >= WS-STOP-HIT-FROM
                                   PERFORM 2200-STOP-HIT-NOTICE
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       2200-STOP-HIT-NOTICE.
           PERFORM 2210-NUMBER-STOP-HIT
           IF WS-HIT-IDX NOT = 0
               PERFORM 2220-WRITE-STOP-HIT-NOTICE
           END-IF.

       2210-NUMBER-STOP-HIT.
           MOVE 0 TO WS-HIT-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HIT-TBL-COUNT
               IF WS-HIT-ACCT-NO(WS-SUB) = AUD-ACCT-NO
                      AND WS-HIT-DATE(WS-SUB) = AUD-DATE
                   MOVE WS-SUB TO WS-HIT-IDX
               END-IF
           END-PERFORM
           IF WS-HIT-IDX = 0
               IF WS-HIT-TBL-COUNT < 500
                   ADD 1 TO WS-HIT-TBL-COUNT
                   MOVE AUD-ACCT-NO
                       TO WS-HIT-ACCT-NO(WS-HIT-TBL-COUNT)
                   MOVE AUD-DATE TO WS-HIT-DATE(WS-HIT-TBL-COUNT)
                   MOVE ZERO TO WS-HIT-COUNT(WS-HIT-TBL-COUNT)
                   MOVE WS-HIT-TBL-COUNT TO WS-HIT-IDX
               ELSE
                   DISPLAY "Stop hit table full; skipping stop hit "
                           "on account " AUD-ACCT-NO
               END-IF
           END-IF
           IF WS-HIT-IDX NOT = 0
               ADD 1 TO WS-HIT-COUNT(WS-HIT-IDX)
           END-IF.

       2220-WRITE-STOP-HIT-NOTICE.
           MOVE AUD-ACCT-NO TO WS-NT-ACCT-NO
           MOVE 4 TO WS-NT-KIND-IDX
           MOVE WS-HIT-COUNT(WS-HIT-IDX) TO WS-NT-REF-NO
           MOVE AUD-DATE TO WS-NT-REF-DATE
           PERFORM 6050-READ-ACCOUNT
           MOVE "ITEM RETURNED UNPAID" TO WS-NT-SUBJECT
           MOVE SPACES TO WS-NT-BODY-TABLE
           MOVE AUD-DATE TO WS-FMT-DATE-IN
           PERFORM 6500-FORMAT-DATE
           STRING "On " WS-FMT-DATE-OUT " we returned an item "
                  "presented against this account"
               DELIMITED BY SIZE INTO WS-NT-BODY-LINE(1)
           STRING "unpaid, because it matched a stop-payment order "
                  "you placed."
               DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
           STRING "Reference: " FUNCTION TRIM(AUD-OUTCOME)
               DELIMITED BY SIZE INTO WS-NT-BODY-LINE(3)
           STRING "No action is needed if you meant to stop this "
                  "payment."
               DELIMITED BY SIZE INTO WS-NT-BODY-LINE(5)
           PERFORM 6000-ISSUE-NOTICE.

       3000-ACCOUNT-NOTICES.
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
      *> Loans have their own collection letters; closed and
      *> charged-off accounts get no routine notices.
                       IF AM-ACCT-TYPE NOT = "LN"
                              AND AM-STATUS NOT = "C"
                              AND AM-STATUS NOT = "W"
                           MOVE "Y" TO WS-ACCT-FOUND-SW
                           MOVE AM-ACCT-NO TO WS-NT-ACCT-NO
                           MOVE AM-CUST-NO TO WS-NT-CUST-NO
                           PERFORM 3100-CD-MATURITY-NOTICE
                           PERFORM 3200-DORMANCY-WARNING
                           PERFORM 3300-OVERDRAFT-NOTICE
                       END-IF
               END-READ
               IF WS-ACCT-FILE-STATUS NOT = "00"
                   MOVE "Y" TO WS-ACCT-EOF-SW
               END-IF
           END-PERFORM.

       3100-CD-MATURITY-NOTICE.
           IF AM-ACCT-TYPE = "CD"
                  AND AM-CD-MATURITY-DATE > WS-TODAY-DATE
               COMPUTE WS-DAYS-AHEAD =
                       FUNCTION INTEGER-OF-DATE(AM-CD-MATURITY-DATE)
                       - WS-TODAY-INTEGER
               IF WS-DAYS-AHEAD <= WS-CD-LEAD-DAYS
                   MOVE 1 TO WS-NT-KIND-IDX
                   MOVE ZERO TO WS-NT-REF-NO
                   MOVE AM-CD-MATURITY-DATE TO WS-NT-REF-DATE
                   MOVE "CERTIFICATE OF DEPOSIT MATURITY"
                       TO WS-NT-SUBJECT
                   MOVE SPACES TO WS-NT-BODY-TABLE
                   MOVE AM-CD-MATURITY-DATE TO WS-FMT-DATE-IN
                   PERFORM 6500-FORMAT-DATE
                   MOVE AM-BALANCE TO WS-AMT-DISPLAY
                   STRING "Your certificate of deposit matures on "
                          WS-FMT-DATE-OUT "."
                       DELIMITED BY SIZE INTO WS-NT-BODY-LINE(1)
                   STRING "Its balance today is "
                          FUNCTION TRIM(WS-AMT-DISPLAY) "."
                       DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
                   EVALUATE AM-CD-DISPOSITION
                       WHEN "R"
                           MOVE AM-CD-TERM-MONTHS TO WS-TERM-DISPLAY
                           STRING "As you instructed, it will renew "
                                  "for another "
                                  FUNCTION TRIM(WS-TERM-DISPLAY)
                                  "-month term"
                               DELIMITED BY SIZE
                               INTO WS-NT-BODY-LINE(4)
                           STRING "at the rate in effect on the "
                                  "maturity date."
                               DELIMITED BY SIZE
                               INTO WS-NT-BODY-LINE(5)
                       WHEN "K"
                           STRING "As you instructed, the balance "
                                  "will be moved to savings"
                               DELIMITED BY SIZE
                               INTO WS-NT-BODY-LINE(4)
                           STRING "on the maturity date."
                               DELIMITED BY SIZE
                               INTO WS-NT-BODY-LINE(5)
                       WHEN OTHER
                           STRING "We have no instruction on file "
                                  "for the funds at maturity."
                               DELIMITED BY SIZE
                               INTO WS-NT-BODY-LINE(4)
                   END-EVALUATE
                   STRING "To change this, please contact us before "
                          "the maturity date."
                       DELIMITED BY SIZE INTO WS-NT-BODY-LINE(6)
                   PERFORM 6000-ISSUE-NOTICE
               END-IF
           END-IF.

       3200-DORMANCY-WARNING.
      *> Only active accounts are warned; one already dormant has
      *> been dealt with by the sweep. An account with no datable
      *> activity is left to the sweep's own report.
           IF AM-STATUS = "A"
               MOVE AM-ACCT-NO TO WS-SCAN-ACCT-NO
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TBL-COUNT
                   IF WS-TBL-ACCT-NO(WS-SUB) = AM-ACCT-NO
                       MOVE WS-SUB TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX NOT = 0
                   IF WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX) NOT = ZERO
                       PERFORM 3210-CHECK-IDLE-DAYS
                   END-IF
               END-IF
           END-IF.

       3210-CHECK-IDLE-DAYS.
           COMPUTE WS-ACTIVITY-INTEGER = FUNCTION INTEGER-OF-DATE
                   (WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX))
           COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER - WS-ACTIVITY-INTEGER
           IF WS-IDLE-DAYS < WS-DORMANT-DAYS
                  AND WS-IDLE-DAYS + WS-DORM-LEAD-DAYS
                      >= WS-DORMANT-DAYS
               MOVE 2 TO WS-NT-KIND-IDX
               MOVE ZERO TO WS-NT-REF-NO
               MOVE WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX)
                   TO WS-NT-REF-DATE
               MOVE "ACCOUNT INACTIVITY" TO WS-NT-SUBJECT
               MOVE SPACES TO WS-NT-BODY-TABLE
               MOVE WS-TBL-LAST-ACTIVITY(WS-FOUND-IDX)
                   TO WS-FMT-DATE-IN
               PERFORM 6500-FORMAT-DATE
               MOVE WS-FMT-DATE-OUT TO WS-FMT-DATE-2
               COMPUTE WS-FMT-DATE-IN = FUNCTION DATE-OF-INTEGER
                       (WS-ACTIVITY-INTEGER + WS-DORMANT-DAYS)
               PERFORM 6500-FORMAT-DATE
               STRING "We have seen no deposit, withdrawal or "
                      "transfer on this account"
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(1)
               STRING "since " WS-FMT-DATE-2 ". Unless there is "
                      "customer activity by " WS-FMT-DATE-OUT ","
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
               STRING "the account will be classified as dormant, "
                      "and may later be"
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(3)
               STRING "reported as unclaimed property as state law "
                      "requires."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(4)
               STRING "Any deposit, withdrawal or transfer will keep "
                      "the account active."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(6)
               PERFORM 6000-ISSUE-NOTICE
           END-IF.

       3300-OVERDRAFT-NOTICE.
      *> One notice per overdraft episode, keyed on the date the
      *> episode began.
           IF AM-BALANCE < ZERO AND AM-OD-START-DATE NOT = ZERO
               MOVE 5 TO WS-NT-KIND-IDX
               MOVE ZERO TO WS-NT-REF-NO
               MOVE AM-OD-START-DATE TO WS-NT-REF-DATE
               MOVE "ACCOUNT OVERDRAWN" TO WS-NT-SUBJECT
               MOVE SPACES TO WS-NT-BODY-TABLE
               MOVE AM-OD-START-DATE TO WS-FMT-DATE-IN
               PERFORM 6500-FORMAT-DATE
               MOVE AM-BALANCE TO WS-AMT-DISPLAY
               STRING "This account has been overdrawn since "
                      WS-FMT-DATE-OUT "."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(1)
               STRING "As of " WS-TODAY-TEXT " it is overdrawn by "
                      FUNCTION TRIM(WS-AMT-DISPLAY) "."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
               STRING "A daily overdraft fee applies for as long as "
                      "the account stays"
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(4)
               STRING "overdrawn. Please make a deposit to bring it "
                      "back above zero."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(5)
               PERFORM 6000-ISSUE-NOTICE
           END-IF.

       4000-STOP-NOTICES.
           MOVE "N" TO WS-STOP-EOF-SW
           OPEN INPUT STOP-PAY-FILE
           IF WS-STOP-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               MOVE ZERO TO SP-STOP-NO
               START STOP-PAY-FILE KEY >= SP-STOP-NO
                   INVALID KEY MOVE "Y" TO WS-STOP-EOF-SW
               END-START
               PERFORM UNTIL WS-STOP-EOF-SW = "Y"
                   READ STOP-PAY-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-STOP-EOF-SW
                       NOT AT END
                           IF SP-STATUS = "A"
                                  AND SP-EXPIRY-DATE >= WS-TODAY-DATE
                               PERFORM 4100-CHECK-ONE-STOP
                           END-IF
                   END-READ
                   IF WS-STOP-FILE-STATUS NOT = "00"
                       MOVE "Y" TO WS-STOP-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE STOP-PAY-FILE
           END-IF.

       4100-CHECK-ONE-STOP.
           COMPUTE WS-DAYS-AHEAD =
                   FUNCTION INTEGER-OF-DATE(SP-EXPIRY-DATE)
                   - WS-TODAY-INTEGER
           IF WS-DAYS-AHEAD <= WS-STOP-LEAD-DAYS
               MOVE SP-ACCT-NO TO WS-NT-ACCT-NO
               MOVE 3 TO WS-NT-KIND-IDX
               MOVE SP-STOP-NO TO WS-NT-REF-NO
               MOVE SP-EXPIRY-DATE TO WS-NT-REF-DATE
               PERFORM 6050-READ-ACCOUNT
               MOVE "STOP-PAYMENT ORDER EXPIRING" TO WS-NT-SUBJECT
               MOVE SPACES TO WS-NT-BODY-TABLE
               MOVE SP-EXPIRY-DATE TO WS-FMT-DATE-IN
               PERFORM 6500-FORMAT-DATE
               STRING "Stop-payment order " SP-STOP-NO
                      " on this account expires on "
                      WS-FMT-DATE-OUT "."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(1)
               MOVE SP-AMT TO WS-AMT-DISPLAY
               EVALUATE TRUE
                   WHEN SP-CHECK-NO NOT = ZERO
                       STRING "It covers check number " SP-CHECK-NO
                              "."
                           DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
                   WHEN SP-ORIG-REF NOT = SPACES
                       STRING "It covers debits from originator "
                              FUNCTION TRIM(SP-ORIG-REF) "."
                           DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
                   WHEN OTHER
                       STRING "It covers debits from any "
                              "originator."
                           DELIMITED BY SIZE INTO WS-NT-BODY-LINE(2)
               END-EVALUATE
               IF SP-AMT NOT = ZERO
                   STRING "Amount stopped: "
                          FUNCTION TRIM(WS-AMT-DISPLAY) "."
                       DELIMITED BY SIZE INTO WS-NT-BODY-LINE(3)
               END-IF
               STRING "If you still want the stop in place, please "
                      "renew it before then."
                   DELIMITED BY SIZE INTO WS-NT-BODY-LINE(5)
               PERFORM 6000-ISSUE-NOTICE
           END-IF.

       5000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXCEPTIONS-LISTED = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO EXCEPTIONS."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "NOTICE                SENT  ALREADY SENT  "
                  "EXCEPTIONS"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-KIND-IDX FROM 1 BY 1
                   UNTIL WS-KIND-IDX > 5
               MOVE SPACES TO RPT-LINE
               STRING WS-KIND-DESC(WS-KIND-IDX) "  "
                      WS-KIND-SENT(WS-KIND-IDX) "        "
                      WS-KIND-PRIOR(WS-KIND-IDX) "      "
                      WS-KIND-EXCEPTIONS(WS-KIND-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "LETTERS WRITTEN:      " WS-LETTERS-WRITTEN
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "EXCEPTIONS LISTED:    " WS-EXCEPTIONS-LISTED
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       6000-ISSUE-NOTICE.
      *> Common to every notice kind: skip it if NOTCHIST.DAT shows
      *> it has gone out before, otherwise address it, write the
      *> letter and record it - or list it as an exception.
           MOVE WS-NT-ACCT-NO TO NH-ACCT-NO
           MOVE WS-KIND-CODE(WS-NT-KIND-IDX) TO NH-KIND
           MOVE WS-NT-REF-NO TO NH-REF-NO
           MOVE WS-NT-REF-DATE TO NH-REF-DATE
           MOVE "N" TO WS-NT-SENT-SW
           READ NOTICE-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-NT-SENT-SW
           END-READ
           IF WS-NT-SENT-SW = "Y"
               ADD 1 TO WS-KIND-PRIOR(WS-NT-KIND-IDX)
           ELSE
               PERFORM 6100-GET-ADDRESS
               IF WS-NT-REASON NOT = SPACES
                   PERFORM 6400-WRITE-EXCEPTION
               ELSE
                   PERFORM 6200-WRITE-LETTER
                   PERFORM 6300-RECORD-NOTICE
               END-IF
           END-IF.

       6050-READ-ACCOUNT.
      *> Notices raised from the stop file and the audit log find
      *> their customer through the account master.
           MOVE "N" TO WS-ACCT-FOUND-SW
           MOVE ZERO TO WS-NT-CUST-NO
           MOVE WS-NT-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-SW
                   MOVE AM-CUST-NO TO WS-NT-CUST-NO
           END-READ.

       6100-GET-ADDRESS.
           MOVE SPACES TO WS-NT-REASON
           EVALUATE TRUE
               WHEN WS-ACCT-FOUND-SW = "N"
                   MOVE "ACCOUNT NOT ON FILE" TO WS-NT-REASON
               WHEN WS-NT-CUST-NO = ZERO
                   MOVE "NO CUSTOMER ON ACCOUNT" TO WS-NT-REASON
               WHEN WS-CUST-OPEN-SW = "N"
                   MOVE "CUSTOMER FILE UNAVAILABLE" TO WS-NT-REASON
               WHEN OTHER
                   MOVE WS-NT-CUST-NO TO CM-CUST-NO
                   READ CUSTOMER-FILE
                       INVALID KEY
                           MOVE "CUSTOMER NOT ON FILE"
                               TO WS-NT-REASON
                   END-READ
                   IF WS-NT-REASON = SPACES
                          AND CM-ADDRESS = SPACES
                       MOVE "NO ADDRESS ON FILE" TO WS-NT-REASON
                   END-IF
           END-EVALUATE.

       6200-WRITE-LETTER.
           MOVE SPACES TO NOTICE-LINE
           MOVE WS-TODAY-TEXT TO NOTICE-LINE
           WRITE NOTICE-LINE AFTER ADVANCING PAGE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE CM-NAME TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE CM-ADDRESS TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "RE: ACCOUNT " WS-NT-ACCT-NO " - "
                  FUNCTION TRIM(WS-NT-SUBJECT)
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "Dear " FUNCTION TRIM(CM-NAME) ","
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           PERFORM VARYING WS-NT-BODY-SUB FROM 1 BY 1
                   UNTIL WS-NT-BODY-SUB > 6
               MOVE WS-NT-BODY-LINE(WS-NT-BODY-SUB) TO NOTICE-LINE
               WRITE NOTICE-LINE
           END-PERFORM
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           STRING "If you have any questions, please call or visit "
                  "your branch."
               DELIMITED BY SIZE INTO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "Sincerely," TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE SPACES TO NOTICE-LINE
           WRITE NOTICE-LINE
           MOVE "Customer Service" TO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-LETTERS-WRITTEN
           ADD 1 TO WS-KIND-SENT(WS-NT-KIND-IDX).

       6300-RECORD-NOTICE.
           MOVE WS-NT-ACCT-NO TO NH-ACCT-NO
           MOVE WS-KIND-CODE(WS-NT-KIND-IDX) TO NH-KIND
           MOVE WS-NT-REF-NO TO NH-REF-NO
           MOVE WS-NT-REF-DATE TO NH-REF-DATE
           MOVE WS-TODAY-DATE TO NH-SENT-DATE
           MOVE WS-NT-CUST-NO TO NH-CUST-NO
           WRITE NOTICE-HIST-RECORD
               INVALID KEY
                   DISPLAY "Unable to record notice for account "
                           WS-NT-ACCT-NO "."
           END-WRITE.

       6400-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS-LISTED
           ADD 1 TO WS-KIND-EXCEPTIONS(WS-NT-KIND-IDX)
           MOVE SPACES TO RPT-LINE
           STRING WS-NT-ACCT-NO "  " WS-NT-CUST-NO "  "
                  WS-KIND-DESC(WS-NT-KIND-IDX) WS-NT-REF-NO " "
                  WS-NT-REF-DATE "  " WS-NT-REASON
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       6500-FORMAT-DATE.
           MOVE SPACES TO WS-FMT-DATE-OUT
           STRING WS-FMT-DATE-IN(5:2) "/" WS-FMT-DATE-IN(7:2) "/"
                  WS-FMT-DATE-IN(1:4)
               DELIMITED BY SIZE INTO WS-FMT-DATE-OUT.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE NOTICE-HIST-FILE
           IF WS-CUST-OPEN-SW = "Y"
               CLOSE CUSTOMER-FILE
           END-IF
           CLOSE NOTICE-FILE
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "Notice run complete. Letters in NOTICES.TXT, "
                   "exceptions in NOTCEXC.RPT"
           DISPLAY "  Letters written:   " WS-LETTERS-WRITTEN
           DISPLAY "  Exceptions listed: " WS-EXCEPTIONS-LISTED.

       COPY "BTCHPROC.CPY".
