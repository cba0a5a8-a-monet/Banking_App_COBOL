      *
      *
      *

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TAX1099.
       AUTHOR. Alexus Calhoun.
       DATE-WRITTEN. 09/02/26.
      *> Year-end interest income reporting (1099-INT). Rolls every
      *> INTR interest credit and CDPN early-withdrawal penalty dated
      *> in the requested tax year up to the account's owning
      *> customer (AM-CUST-NO), reading the period-end archives
      *> (TRNAyyyymmdd.DAT) as well as the live log, since the
      *> archive job may already have cut part of the year out of
      *> TRANLOG.DAT. Postings that a supervisor reversed (RVSD or
      *> RVSC pointing back at them) are left out. Produces:
      *>   TAX1099.RPT  one printed recipient form per reportable
      *>                customer;
      *>   TAX1099.DAT  the electronic filing file, one fixed detail
      *>                line per reportable customer and a control-
      *>                total trailer, the same arrangement as the
      *>                GL and ACH extracts;
      *>   TAXNOTIN.RPT reportable customers with no taxpayer id on
      *>                CUSTMSTR.DAT, plus interest-bearing accounts
      *>                not linked to any customer, for follow-up
      *>                before the file is transmitted.
      *> A customer is reportable when the year's interest reaches
      *> the reporting minimum or any early-withdrawal penalty was
      *> charged. The minimum, the payer's taxpayer id and the payer
      *> name come from TAXPARM.DAT (line 1: minimum and payer id;
      *> line 2: payer name), seeded with defaults on first run.
      *>
      *> Detail record:  "D" year(4) cust(6) tin(9) name(20)
      *>                 address(40) interest(13) penalty(13)
      *>                                             - 106 bytes
      *> Trailer record: "T" year(4) payer-tin(9) count(6)
      *>                 interest-total(15) penalty-total(15)
      *>                                             - 50 bytes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TR-TRANS-ID
               ALTERNATE RECORD KEY IS TR-ACCT-NO
                   WITH DUPLICATES
               FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUST-NO
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT TAX-PARAM-FILE ASSIGN TO "TAXPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT FORM-REPORT-FILE ASSIGN TO "TAX1099.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT FILING-FILE ASSIGN TO "TAX1099.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "TAXNOTIN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

      *> Image copy of the 64-byte transaction record written by the
      *> period-end archive job; layout must stay in step with
      *> TRANREC.CPY.
       FD  ARCHIVE-FILE
           RECORD CONTAINS 64 CHARACTERS.
       01  ARCHIVE-RECORD          PIC X(64).

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

       FD  CUSTOMER-FILE.
           COPY "CUSTREC.CPY".

       FD  TAX-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-LINE               PIC X(80).

       FD  FORM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                PIC X(80).

       FD  FILING-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  FILING-RECORD           PIC X(106).

       FD  EXCEPTION-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCP-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01 FILING-DETAIL-RECORD.
          05 FLD-REC-TYPE          PIC X(1) VALUE "D".
          05 FLD-TAX-YEAR          PIC 9(4).
          05 FLD-CUST-NO           PIC 9(6).
          05 FLD-TAX-ID            PIC X(9).
          05 FLD-NAME              PIC X(20).
          05 FLD-ADDRESS           PIC X(40).
          05 FLD-INTEREST          PIC 9(11)V99.
          05 FLD-PENALTY           PIC 9(11)V99.

       01 FILING-TRAILER-RECORD.
          05 FLT-REC-TYPE          PIC X(1) VALUE "T".
          05 FLT-TAX-YEAR          PIC 9(4).
          05 FLT-PAYER-TAX-ID      PIC X(9).
          05 FLT-FORM-COUNT        PIC 9(6).
          05 FLT-INTEREST-TOTAL    PIC 9(13)V99.
          05 FLT-PENALTY-TOTAL     PIC 9(13)V99.

       01 WS-TAX-YEAR              PIC 9(4).
       01 WS-YEAR-TEXT             PIC X(4).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-CURRENT-YEAR          PIC 9(4).
       01 WS-REPORT-MINIMUM        PIC 9(7)V99 VALUE 10.00.
       01 WS-PAYER-TAX-ID          PIC X(9) VALUE SPACES.
       01 WS-PAYER-NAME            PIC X(40) VALUE SPACES.

      *> One bucket per customer with interest or a penalty in the
      *> tax year.
       01 WS-CUST-TABLE.
          05 WS-CUST-ENTRY OCCURS 500 TIMES.
             10 WS-TBL-CUST-NO       PIC 9(6).
             10 WS-TBL-INTEREST      PIC 9(9)V99.
             10 WS-TBL-PENALTY       PIC 9(9)V99.
       01 WS-TBL-COUNT             PIC 9(4) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(4) VALUE 0.
       01 WS-SUB                   PIC 9(4).

      *> Interest-bearing accounts with no owning customer; they
      *> cannot be reported until they are linked.
       01 WS-UNLINKED-TABLE.
          05 WS-UNLINKED-ENTRY OCCURS 100 TIMES.
             10 WS-UNL-ACCT-NO       PIC 9(6).
             10 WS-UNL-INTEREST      PIC 9(9)V99.
             10 WS-UNL-PENALTY       PIC 9(9)V99.
       01 WS-UNL-COUNT             PIC 9(4) VALUE 0.
       01 WS-UNL-IDX               PIC 9(4) VALUE 0.

      *> Ids of postings backed out by a supervisor reversal.
       01 WS-REVERSED-TABLE.
          05 WS-REVERSED-TRANS-ID  PIC 9(6) OCCURS 500 TIMES.
       01 WS-REV-COUNT             PIC 9(4) VALUE 0.
       01 WS-REVERSED-SW           PIC X VALUE "N".

      *> Cutoff dates of the archives that can hold entries from
      *> the tax year, found once and read on both passes.
       01 WS-ARCHIVE-TABLE.
          05 WS-ARCHIVE-DATE       PIC 9(8) OCCURS 400 TIMES.
       01 WS-ARCH-COUNT            PIC 9(4) VALUE 0.
       01 WS-ARCH-SUB              PIC 9(4).
       01 WS-ARCHIVE-NAME          PIC X(16).
       01 WS-PROBE-DATE            PIC 9(8).
       01 WS-PROBE-DAY             PIC 9(8).
       01 WS-LAST-DAY              PIC 9(8).

       01 WS-PASS-NO               PIC 9 VALUE 0.
       01 WS-ROLLUP-CUST-NO        PIC 9(6).
       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-ARCH-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-ENTRIES-READ          PIC 9(7) VALUE 0.
       01 WS-ENTRIES-USED          PIC 9(7) VALUE 0.
       01 WS-FORM-COUNT            PIC 9(6) VALUE 0.
       01 WS-NO-TIN-COUNT          PIC 9(6) VALUE 0.
       01 WS-INTEREST-TOTAL        PIC 9(13)V99 VALUE 0.
       01 WS-PENALTY-TOTAL         PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-DISPLAY         PIC $$$,$$$,$$9.99.
       01 WS-TIN-DISPLAY           PIC X(11).

       01 WS-PF-FIELD-TABLE.
          05 WS-PF-FIELD           PIC X(12) OCCURS 2 TIMES.
       01 WS-PARM-LINE-NO          PIC 9(2) VALUE 0.
       01 WS-AMOUNT-TRIMMED        PIC X(12).
       01 WS-AMOUNT-TEST-CODE      PIC S9(4).
       01 WS-NUMVAL-AMOUNT         PIC S9(9)V99.
       01 WS-PARM-LOADED-SW        PIC X VALUE "N".
       01 WS-PARM-EOF-SW           PIC X VALUE "N".

       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-ARCH-FILE-STATUS      PIC XX.
       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-CUST-FILE-STATUS      PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.
       01 WS-FILING-FILE-STATUS    PIC XX.
       01 WS-EXCP-FILE-STATUS      PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT (WS-ABORT-SW = "Y")
               PERFORM 2000-FIND-ARCHIVES
               MOVE 1 TO WS-PASS-NO
               PERFORM 3000-READ-ALL-SOURCES
               MOVE 2 TO WS-PASS-NO
               PERFORM 3000-READ-ALL-SOURCES
               PERFORM 5000-WRITE-FORMS
               PERFORM 6000-WRITE-EXCEPTIONS
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
           PERFORM 1100-GET-TAX-YEAR
           PERFORM 1300-LOAD-TAX-PARAMS
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "). Reporting aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open CUSTMSTR.DAT (status "
                       WS-CUST-FILE-STATUS "). Reporting aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
           ELSE
           OPEN OUTPUT FORM-REPORT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open TAX1099.RPT for output "
                       "(status " WS-RPT-FILE-STATUS "). Reporting "
                       "aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CUSTOMER-FILE
           ELSE
           OPEN OUTPUT FILING-FILE
           IF WS-FILING-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open TAX1099.DAT for output "
                       "(status " WS-FILING-FILE-STATUS "). "
                       "Reporting aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE FORM-REPORT-FILE
           ELSE
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           IF WS-EXCP-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open TAXNOTIN.RPT for output "
                       "(status " WS-EXCP-FILE-STATUS "). "
                       "Reporting aborted."
               MOVE "Y" TO WS-ABORT-SW
               CLOSE ACCOUNT-MASTER-FILE
               CLOSE CUSTOMER-FILE
               CLOSE FORM-REPORT-FILE
               CLOSE FILING-FILE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       1100-GET-TAX-YEAR.
      *> The job is normally run in January for the year just
      *> closed, so a blank entry reports the prior calendar year.
           DISPLAY "Enter Tax Year (YYYY) or blank for "
                   "last year: "
           MOVE SPACES TO WS-YEAR-TEXT
           ACCEPT WS-YEAR-TEXT
           IF WS-YEAR-TEXT = SPACES
               COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           ELSE
               IF WS-YEAR-TEXT IS NUMERIC
                      AND WS-YEAR-TEXT > "1900"
                      AND WS-YEAR-TEXT <= WS-TODAY-DATE(1:4)
                   MOVE WS-YEAR-TEXT TO WS-TAX-YEAR
               ELSE
                   DISPLAY "Invalid year. Using last year."
                   COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
               END-IF
           END-IF
           DISPLAY "Reporting interest for tax year " WS-TAX-YEAR ".".

       1300-LOAD-TAX-PARAMS.
      *> TAXPARM.DAT line 1 holds the reporting minimum and the
      *> payer's nine-digit taxpayer id; line 2 holds the payer name
      *> exactly as it is to print on the forms.
           OPEN INPUT TAX-PARAM-FILE
           IF WS-PARM-FILE-STATUS = "35"
               PERFORM 1320-WRITE-DEFAULT-TAX-PARAMS
               OPEN INPUT TAX-PARAM-FILE
           END-IF
           MOVE "N" TO WS-PARM-LOADED-SW
           MOVE "N" TO WS-PARM-EOF-SW
           MOVE 0 TO WS-PARM-LINE-NO
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF-SW = "Y"
                   READ TAX-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF-SW
                       NOT AT END
                           IF PARM-LINE NOT = SPACES
                               ADD 1 TO WS-PARM-LINE-NO
                               IF WS-PARM-LINE-NO = 1
                                   PERFORM 1310-PARSE-TAX-PARM-LINE
                               ELSE
                                   IF WS-PARM-LINE-NO = 2
                                       MOVE FUNCTION TRIM(PARM-LINE)
                                           TO WS-PAYER-NAME
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-PARAM-FILE
           END-IF
           IF WS-PARM-LOADED-SW = "N"
               DISPLAY "WARNING: no usable minimum and payer id in "
                       "TAXPARM.DAT; using the built-in minimum."
           END-IF
           IF WS-PAYER-TAX-ID = SPACES OR WS-PAYER-NAME = SPACES
               DISPLAY "WARNING: payer name or taxpayer id missing "
                       "from TAXPARM.DAT. Correct it before the "
                       "filing file is transmitted."
           END-IF.

       1310-PARSE-TAX-PARM-LINE.
           MOVE SPACES TO WS-PF-FIELD-TABLE
           UNSTRING PARM-LINE DELIMITED BY ALL " "
               INTO WS-PF-FIELD(1)
                    WS-PF-FIELD(2)
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-PF-FIELD(1)) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE NOT = 0
                  OR WS-PF-FIELD(2)(1:9) IS NOT NUMERIC
                  OR WS-PF-FIELD(2)(10:3) NOT = SPACES
               DISPLAY "WARNING: skipping malformed TAXPARM.DAT "
                       "line: " FUNCTION TRIM(PARM-LINE)
           ELSE
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-NUMVAL-AMOUNT >= ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                   MOVE WS-NUMVAL-AMOUNT TO WS-REPORT-MINIMUM
                   MOVE WS-PF-FIELD(2)(1:9) TO WS-PAYER-TAX-ID
                   MOVE "Y" TO WS-PARM-LOADED-SW
               ELSE
                   DISPLAY "WARNING: skipping malformed TAXPARM.DAT "
                           "line: " FUNCTION TRIM(PARM-LINE)
               END-IF
           END-IF.

       1320-WRITE-DEFAULT-TAX-PARAMS.
           OPEN OUTPUT TAX-PARAM-FILE
           MOVE "10.00 000000000" TO PARM-LINE
           WRITE PARM-LINE
           MOVE "PAYER NAME NOT SET" TO PARM-LINE
           WRITE PARM-LINE
           CLOSE TAX-PARAM-FILE
           DISPLAY "TAXPARM.DAT created with the default reporting "
                   "minimum. Edit it to set the payer name and "
                   "taxpayer id.".

       2000-FIND-ARCHIVES.
      *> An archive cut on or after 1 January of the tax year may
      *> hold entries from that year, so every cutoff date from then
      *> to today is tried; cuts are infrequent, and most names will
      *> not be on file.
           COMPUTE WS-PROBE-DAY = FUNCTION INTEGER-OF-DATE(
                   WS-TAX-YEAR * 10000 + 0101)
           COMPUTE WS-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM UNTIL WS-PROBE-DAY > WS-LAST-DAY
               COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-DAY)
               MOVE SPACES TO WS-ARCHIVE-NAME
               STRING "TRNA" WS-PROBE-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCH-FILE-STATUS = "00"
                   CLOSE ARCHIVE-FILE
                   IF WS-ARCH-COUNT < 400
                       ADD 1 TO WS-ARCH-COUNT
                       MOVE WS-PROBE-DATE
                           TO WS-ARCHIVE-DATE(WS-ARCH-COUNT)
                   ELSE
                       DISPLAY "Archive table full; not reading "
                               WS-ARCHIVE-NAME
                   END-IF
               END-IF
               ADD 1 TO WS-PROBE-DAY
           END-PERFORM
           DISPLAY "Archives to read: " WS-ARCH-COUNT.

       3000-READ-ALL-SOURCES.
      *> Pass 1 collects the ids of reversed postings; pass 2 rolls
      *> up the interest and penalties that still stand. Both passes
      *> read the same archives and the live log.
           PERFORM VARYING WS-ARCH-SUB FROM 1 BY 1
                   UNTIL WS-ARCH-SUB > WS-ARCH-COUNT
               PERFORM 3100-READ-ONE-ARCHIVE
           END-PERFORM
           PERFORM 3200-READ-LIVE-LOG.

       3100-READ-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "TRNA" WS-ARCHIVE-DATE(WS-ARCH-SUB) ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open " WS-ARCHIVE-NAME " (status "
                       WS-ARCH-FILE-STATUS "). Totals will be short."
           ELSE
               PERFORM UNTIL WS-ARCH-EOF-SW = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-ARCH-EOF-SW
                       NOT AT END
                           MOVE ARCHIVE-RECORD TO TRANSACTION-RECORD
                           PERFORM 3500-PROCESS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       3200-READ-LIVE-LOG.
           MOVE "N" TO WS-TRAN-EOF-SW
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "35"
               CONTINUE
           ELSE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open TRANLOG.DAT (status "
                       WS-TRAN-FILE-STATUS "). Totals will be short."
           ELSE
               PERFORM UNTIL WS-TRAN-EOF-SW = "Y"
                   READ TRANSACTION-FILE
                       AT END
                           MOVE "Y" TO WS-TRAN-EOF-SW
                       NOT AT END
                           PERFORM 3500-PROCESS-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF
           END-IF.

       3500-PROCESS-ENTRY.
           IF WS-PASS-NO = 1
               IF TR-TYPE = "RVSD" OR TR-TYPE = "RVSC"
                   PERFORM 3510-NOTE-REVERSAL
               END-IF
           ELSE
               ADD 1 TO WS-ENTRIES-READ
               IF TR-DATE(1:4) = WS-TAX-YEAR
                      AND (TR-TYPE = "INTR" OR TR-TYPE = "CDPN")
                   PERFORM 3520-CHECK-REVERSED
                   IF WS-REVERSED-SW = "N"
                       ADD 1 TO WS-ENTRIES-USED
                       PERFORM 4000-POST-TO-CUSTOMER
                   END-IF
               END-IF
           END-IF.

       3510-NOTE-REVERSAL.
           IF WS-REV-COUNT < 500
               ADD 1 TO WS-REV-COUNT
               MOVE TR-LINKED-TRANS-ID
                   TO WS-REVERSED-TRANS-ID(WS-REV-COUNT)
           ELSE
               DISPLAY "Reversal table full; reversal "
                       TR-TRANS-ID " not applied."
           END-IF.

       3520-CHECK-REVERSED.
           MOVE "N" TO WS-REVERSED-SW
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-REV-COUNT
               IF WS-REVERSED-TRANS-ID(WS-SUB) = TR-TRANS-ID
                   MOVE "Y" TO WS-REVERSED-SW
               END-IF
           END-PERFORM.

       4000-POST-TO-CUSTOMER.
      *> Interest is reported to the account's owner of record, not
      *> to whichever joint owner happened to be signed on when it
      *> posted.
           MOVE TR-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ROLLUP-CUST-NO
               NOT INVALID KEY
                   MOVE AM-CUST-NO TO WS-ROLLUP-CUST-NO
           END-READ
           IF WS-ROLLUP-CUST-NO > ZERO
               PERFORM 4100-FIND-OR-ADD-CUSTOMER
               IF WS-FOUND-IDX NOT = 0
                   IF TR-TYPE = "INTR"
                       ADD TR-AMT TO WS-TBL-INTEREST(WS-FOUND-IDX)
                   ELSE
                       ADD TR-AMT TO WS-TBL-PENALTY(WS-FOUND-IDX)
                   END-IF
               END-IF
           ELSE
               PERFORM 4200-FIND-OR-ADD-UNLINKED
               IF WS-UNL-IDX NOT = 0
                   IF TR-TYPE = "INTR"
                       ADD TR-AMT TO WS-UNL-INTEREST(WS-UNL-IDX)
                   ELSE
                       ADD TR-AMT TO WS-UNL-PENALTY(WS-UNL-IDX)
                   END-IF
               END-IF
           END-IF.

       4100-FIND-OR-ADD-CUSTOMER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
               IF WS-TBL-CUST-NO(WS-SUB) = WS-ROLLUP-CUST-NO
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-TBL-COUNT < 500
                   ADD 1 TO WS-TBL-COUNT
                   MOVE WS-ROLLUP-CUST-NO
                       TO WS-TBL-CUST-NO(WS-TBL-COUNT)
                   MOVE ZERO TO WS-TBL-INTEREST(WS-TBL-COUNT)
                   MOVE ZERO TO WS-TBL-PENALTY(WS-TBL-COUNT)
                   MOVE WS-TBL-COUNT TO WS-FOUND-IDX
               ELSE
                   DISPLAY "Customer table full; cannot roll up "
                           "customer " WS-ROLLUP-CUST-NO
               END-IF
           END-IF.

       4200-FIND-OR-ADD-UNLINKED.
           MOVE 0 TO WS-UNL-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-UNL-COUNT
               IF WS-UNL-ACCT-NO(WS-SUB) = TR-ACCT-NO
                   MOVE WS-SUB TO WS-UNL-IDX
               END-IF
           END-PERFORM
           IF WS-UNL-IDX = 0
               IF WS-UNL-COUNT < 100
                   ADD 1 TO WS-UNL-COUNT
                   MOVE TR-ACCT-NO TO WS-UNL-ACCT-NO(WS-UNL-COUNT)
                   MOVE ZERO TO WS-UNL-INTEREST(WS-UNL-COUNT)
                   MOVE ZERO TO WS-UNL-PENALTY(WS-UNL-COUNT)
                   MOVE WS-UNL-COUNT TO WS-UNL-IDX
               ELSE
                   DISPLAY "Unlinked account table full; cannot "
                           "list account " TR-ACCT-NO
               END-IF
           END-IF.

       5000-WRITE-FORMS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TBL-COUNT
               IF WS-TBL-INTEREST(WS-SUB) >= WS-REPORT-MINIMUM
                      OR WS-TBL-PENALTY(WS-SUB) > ZERO
                   PERFORM 5100-WRITE-ONE-FORM
               END-IF
           END-PERFORM
           MOVE WS-TAX-YEAR TO FLT-TAX-YEAR
           MOVE WS-PAYER-TAX-ID TO FLT-PAYER-TAX-ID
           MOVE WS-FORM-COUNT TO FLT-FORM-COUNT
           MOVE WS-INTEREST-TOTAL TO FLT-INTEREST-TOTAL
           MOVE WS-PENALTY-TOTAL TO FLT-PENALTY-TOTAL
           MOVE SPACES TO FILING-RECORD
           MOVE FILING-TRAILER-RECORD TO FILING-RECORD
           WRITE FILING-RECORD
           IF WS-FORM-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO REPORTABLE INTEREST FOR TAX YEAR "
                      WS-TAX-YEAR "."
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       5100-WRITE-ONE-FORM.
           MOVE WS-TBL-CUST-NO(WS-SUB) TO CM-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NAME
                   MOVE SPACES TO CM-ADDRESS
                   MOVE SPACES TO CM-TAX-ID
           END-READ
           ADD 1 TO WS-FORM-COUNT
           ADD WS-TBL-INTEREST(WS-SUB) TO WS-INTEREST-TOTAL
           ADD WS-TBL-PENALTY(WS-SUB) TO WS-PENALTY-TOTAL
           IF CM-TAX-ID = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
               MOVE "NOT ON FILE" TO WS-TIN-DISPLAY
           ELSE
               MOVE SPACES TO WS-TIN-DISPLAY
               STRING CM-TAX-ID(1:3) "-" CM-TAX-ID(4:2) "-"
                      CM-TAX-ID(6:4)
                   DELIMITED BY SIZE INTO WS-TIN-DISPLAY
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "FORM 1099-INT  INTEREST INCOME      TAX YEAR "
                  WS-TAX-YEAR
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PAYER:     " WS-PAYER-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PAYER TIN: " WS-PAYER-TAX-ID(1:2) "-"
                  WS-PAYER-TAX-ID(3:7)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECIPIENT: " CM-NAME
                  "  CUSTOMER " WS-TBL-CUST-NO(WS-SUB)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "           " CM-ADDRESS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECIPIENT TIN: " WS-TIN-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TBL-INTEREST(WS-SUB) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "BOX 1  INTEREST INCOME:           "
                  WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TBL-PENALTY(WS-SUB) TO WS-TOTAL-DISPLAY
           MOVE SPACES TO RPT-LINE
           STRING "BOX 2  EARLY WITHDRAWAL PENALTY:  "
                  WS-TOTAL-DISPLAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE ALL "-" TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TAX-YEAR TO FLD-TAX-YEAR
           MOVE WS-TBL-CUST-NO(WS-SUB) TO FLD-CUST-NO
           MOVE CM-TAX-ID TO FLD-TAX-ID
           MOVE CM-NAME TO FLD-NAME
           MOVE CM-ADDRESS TO FLD-ADDRESS
           MOVE WS-TBL-INTEREST(WS-SUB) TO FLD-INTEREST
           MOVE WS-TBL-PENALTY(WS-SUB) TO FLD-PENALTY
           MOVE SPACES TO FILING-RECORD
           MOVE FILING-DETAIL-RECORD TO FILING-RECORD
           WRITE FILING-RECORD.

       6000-WRITE-EXCEPTIONS.
           MOVE SPACES TO EXCP-LINE
           STRING "1099-INT EXCEPTIONS FOR TAX YEAR " WS-TAX-YEAR
               DELIMITED BY SIZE INTO EXCP-LINE
           WRITE EXCP-LINE
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE SPACES TO EXCP-LINE
           STRING "SECTION 1 - REPORTABLE CUSTOMERS WITH NO TAX ID "
                  "ON FILE"
               DELIMITED BY SIZE INTO EXCP-LINE
           WRITE EXCP-LINE
           IF WS-NO-TIN-COUNT = 0
               MOVE SPACES TO EXCP-LINE
               STRING "  NONE."
                   DELIMITED BY SIZE INTO EXCP-LINE
               WRITE EXCP-LINE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-TBL-COUNT
                   IF WS-TBL-INTEREST(WS-SUB) >= WS-REPORT-MINIMUM
                          OR WS-TBL-PENALTY(WS-SUB) > ZERO
                       PERFORM 6100-LIST-IF-NO-TIN
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO EXCP-LINE
           WRITE EXCP-LINE
           MOVE SPACES TO EXCP-LINE
           STRING "SECTION 2 - ACCOUNTS EARNING INTEREST WITH NO "
                  "OWNING CUSTOMER"
               DELIMITED BY SIZE INTO EXCP-LINE
           WRITE EXCP-LINE
           IF WS-UNL-COUNT = 0
               MOVE SPACES TO EXCP-LINE
               STRING "  NONE."
                   DELIMITED BY SIZE INTO EXCP-LINE
               WRITE EXCP-LINE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-UNL-COUNT
                   MOVE WS-UNL-INTEREST(WS-SUB) TO WS-TOTAL-DISPLAY
                   MOVE SPACES TO EXCP-LINE
                   STRING "  ACCT " WS-UNL-ACCT-NO(WS-SUB)
                          "  INTEREST " WS-TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO EXCP-LINE
                   WRITE EXCP-LINE
               END-PERFORM
           END-IF.

       6100-LIST-IF-NO-TIN.
           MOVE WS-TBL-CUST-NO(WS-SUB) TO CM-CUST-NO
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CM-NAME
                   MOVE SPACES TO CM-PHONE
                   MOVE SPACES TO CM-TAX-ID
           END-READ
           IF CM-TAX-ID = SPACES
               MOVE WS-TBL-INTEREST(WS-SUB) TO WS-TOTAL-DISPLAY
               MOVE SPACES TO EXCP-LINE
               STRING "  CUST " WS-TBL-CUST-NO(WS-SUB)
                      "  " CM-NAME
                      "  " CM-PHONE
                      "  " WS-TOTAL-DISPLAY
                   DELIMITED BY SIZE INTO EXCP-LINE
               WRITE EXCP-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE FORM-REPORT-FILE
           CLOSE FILING-FILE
           CLOSE EXCEPTION-REPORT-FILE
           MOVE WS-INTEREST-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY "1099-INT reporting complete. See TAX1099.RPT, "
                   "TAX1099.DAT and TAXNOTIN.RPT"
           DISPLAY "  Entries read:          " WS-ENTRIES-READ
           DISPLAY "  Entries reported:      " WS-ENTRIES-USED
           DISPLAY "  Forms produced:        " WS-FORM-COUNT
           DISPLAY "  Total interest:        " WS-TOTAL-DISPLAY
           DISPLAY "  Missing tax id:        " WS-NO-TIN-COUNT
           DISPLAY "  Unlinked accounts:     " WS-UNL-COUNT.
