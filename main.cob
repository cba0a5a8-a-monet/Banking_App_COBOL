               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-FILE-STATUS.

           SELECT AMORT-FILE ASSIGN TO "AMORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AMORT-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STNDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-STOP-FILE-STATUS.

           SELECT PAID-CHECK-FILE ASSIGN TO "CHKPAID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-KEY
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-PC-FILE-STATUS.

           SELECT OWNER-XREF-FILE ASSIGN TO "ACCTOWNR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWP-FILE-STATUS.

           SELECT DRAWER-JOURNAL-FILE ASSIGN TO "DRWRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRWR-FILE-STATUS.

           SELECT LIMIT-PARAM-FILE ASSIGN TO "LIMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LP-FILE-STATUS.

           SELECT ACCT-LIMIT-FILE ASSIGN TO "ACCTLIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCT-NO
               SHARING WITH ALL OTHER
               LOCK MODE IS MANUAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT SUPR-MASTER-FILE ASSIGN TO "SUPVMSTR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           RECORD CONTAINS 80 CHARACTERS.
       01  STATEMENT-LINE          PIC X(80).

       FD  AMORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AMORT-LINE              PIC X(80).

       FD  STANDING-ORDER-FILE.
           COPY "STNDORD.CPY".

       FD  STOP-PAY-FILE.
           COPY "STOPREC.CPY".

       FD  PAID-CHECK-FILE.
           COPY "CHKPAID.CPY".

       FD  OWNER-XREF-FILE.
           COPY "OWNRREC.CPY".

           RECORD CONTAINS 80 CHARACTERS.
       01  SWEEP-PARM-LINE         PIC X(80).

       FD  DRAWER-JOURNAL-FILE.
           COPY "DRWRREC.CPY".

       FD  LIMIT-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMIT-PARM-LINE         PIC X(80).

       FD  ACCT-LIMIT-FILE.
           COPY "ACCTLIM.CPY".

      *> The supervisor file maintained for BANK-SUPER, read here
      *> only to verify a supervisor signing for a limit override
      *> at the window. Ids BTCH and SUPV are refused.
       FD  SUPR-MASTER-FILE
           RECORD CONTAINS 32 CHARACTERS.
       01  SUPR-MASTER-RECORD.
           05  SV-SUPR-ID          PIC X(4).
           05  SV-PASSWORD         PIC X(8).
           05  SV-NAME             PIC X(20).

       WORKING-STORAGE SECTION.
       01 NEWLINE          PIC X VALUE X"0A".
       01 WS-NAME          PIC X(20).
                  "10. Customer Inquiry" & X"0A" &
                  "11. External Payment (ACH)" & X"0A" &
                  "12. Stop Payments" & X"0A" &
                  "13. Check Inquiry" & X"0A" &
                  "14. Loan Services" & X"0A" &
                  "15. LOG OUT (Next Customer)" & X"0A" &
                  "16. EXIT" & X"0A" & X"0A" &
                  "Please Enter Your Selection: ".
       01 WS-MENU-INPUT      PIC 9(2).
       01 WS-MENU-INPUT-TEXT PIC X(2).
       01 WS-AUD-EVENT-CODE     PIC X(4).
       01 WS-AUD-ACCT-NO        PIC 9(6).
       01 WS-AUD-OUTCOME        PIC X(30).
       01 WS-AUD-SUPR-ID        PIC X(4) VALUE SPACES.

      *> In-core table of per-deposit-kind hold days, loaded at
      *> startup from HOLDPARM.DAT (one space-separated line per
       01 WS-SWEEP-AMT-DISPLAY  PIC $,$$$,$$9.99.

       01 WS-SESSION-CUST-NO    PIC 9(6) VALUE 0.
       01 WS-SESSION-ACCT-TYPE  PIC X(2) VALUE SPACES.
       01 WS-OWNER-COUNT        PIC 9(2) VALUE 0.
       01 WS-OWNER-EOF-SW       PIC X VALUE "N".
       01 WS-OWNER-TRY-COUNT    PIC 9(1) VALUE 0.
       01 WS-SP-STOP-NO         PIC 9(6).
       01 WS-SP-STOP-NO-TEXT    PIC X(6).
       01 WS-SP-REF-INPUT       PIC X(20).
       01 WS-SP-CHECK-TEXT      PIC X(6).
       01 WS-SP-CHECK-NO        PIC 9(6).
       01 WS-PC-FOUND-SW        PIC X VALUE "N".
       01 WS-PC-CHECK-NO-IN     PIC 9(6).
       01 WS-PC-AMT-DISPLAY     PIC $,$$$,$$9.99.
       01 WS-SP-AMT             PIC 9(7)V99.
       01 WS-SP-EXPIRY-TEXT     PIC X(8).
       01 WS-SP-EXPIRY-DATE     PIC 9(8).
       01 WS-EXT-PAYEE-NAME     PIC X(20).
       01 WS-EXT-AMOUNT         PIC 9(7)V99.

      *> Daily limits on money leaving an account at the window,
      *> by channel: 1 cash withdrawals, 2 transfers out, 3
      *> external payments. Product limits are loaded at startup
      *> from LIMPARM.DAT (one space-separated line per account
      *> type: type code, then the per-item maximum and the daily
      *> total for each channel in that order); an account with a
      *> record on ACCTLIM.DAT uses its own limits instead. Zero
      *> means no limit, as does a type with no line on file.
       01 WS-LIMIT-PARAMS.
          05 WS-LP-COUNT        PIC 9(2) VALUE 0.
          05 WS-LP-ENTRY OCCURS 10 TIMES.
             10 WS-LP-ACCT-TYPE PIC X(2).
             10 WS-LP-CHANNEL OCCURS 3 TIMES.
                15 WS-LP-ITEM-MAX  PIC 9(7)V99.
                15 WS-LP-DAILY-MAX PIC 9(7)V99.
       01 WS-LP-EOF-SW          PIC X VALUE "N".
       01 WS-LP-IDX             PIC 9(2) VALUE 0.
       01 WS-LIM-TYPE-CODES.
          05 FILLER             PIC X(4) VALUE "WITH".
          05 FILLER             PIC X(4) VALUE "XFRD".
          05 FILLER             PIC X(4) VALUE "ACHO".
       01 WS-LIM-TYPE-TABLE REDEFINES WS-LIM-TYPE-CODES.
          05 WS-LIM-TYPE-CODE   PIC X(4) OCCURS 3 TIMES.
       01 WS-LIM-CHANNEL-NAMES.
          05 FILLER             PIC X(17) VALUE "cash withdrawals".
          05 FILLER             PIC X(17) VALUE "transfers out".
          05 FILLER             PIC X(17) VALUE "external payments".
       01 WS-LIM-CHANNEL-TABLE REDEFINES WS-LIM-CHANNEL-NAMES.
          05 WS-LIM-CHANNEL-NAME PIC X(17) OCCURS 3 TIMES.
       01 WS-LIM-CHANNEL        PIC 9(1).
       01 WS-LIM-AMOUNT         PIC 9(7)V99.
       01 WS-LIM-ITEM-MAX       PIC 9(7)V99.
       01 WS-LIM-DAILY-MAX      PIC 9(7)V99.
       01 WS-LIM-USED           PIC 9(9)V99.
       01 WS-LIM-REMAINING      PIC 9(9)V99.
       01 WS-LIM-SOURCE         PIC X(7).
       01 WS-LIM-OK-SW          PIC X VALUE "Y".
       01 WS-LIM-EOF-SW         PIC X VALUE "N".
       01 WS-LIM-TRAN-TYPE      PIC X(4).
       01 WS-LIM-DISPLAY        PIC $$$,$$$,$$9.99.
       01 WS-LIM-AMT-EDIT       PIC Z(6)9.99.
       01 WS-AL-FOUND-SW        PIC X VALUE "N".
       01 WS-LIM-SUPR-ID        PIC X(4).
       01 WS-LIM-SUPR-PW        PIC X(8).
       01 WS-LIM-SUPR-OK-SW     PIC X VALUE "N".
       01 WS-SUPR-EOF-SW        PIC X VALUE "N".

      *> Branch policy: a CD drawn on before maturity pays an
      *> early-withdrawal penalty of 3% of the amount withdrawn.
       01 WS-CD-PENALTY-RATE    PIC V9(4) VALUE 0.0300.
       01 WS-MAT-MONTHS         PIC 9(6).
       01 WS-MAT-DAYS-IN-MONTH  PIC 9(2).

      *> Installment loan opening, payment and schedule fields.
       COPY "LOANWORK.CPY".
       01 WS-LN-MENU-LAYOUT  PIC X(200)
            VALUE "   ***LOAN SERVICES***" & X"0A" &
                  "1. MAKE A LOAN PAYMENT" & X"0A" &
                  "2. PAYOFF QUOTE" & X"0A" &
                  "3. PRINT AMORTIZATION SCHEDULE" & X"0A" &
                  "4. RETURN TO MAIN MENU" & X"0A" & X"0A" &
                  "Please Enter Your Selection: ".
       01 WS-LN-MENU-INPUT      PIC 9(1).
       01 WS-LN-DONE-SW         PIC X VALUE "N".
       01 WS-LN-CANCEL-SW       PIC X VALUE "N".
       01 WS-LN-AMOUNT-TEXT     PIC X(10).
       01 WS-LN-RATE-TEXT       PIC X(10).
       01 WS-LN-NUMVAL-RATE     PIC S9(3)V9(6).
       01 WS-LN-TERM-TEXT       PIC X(3).
       01 WS-LN-DUE-TEXT        PIC X(8).
       01 WS-LN-YN-INPUT        PIC X(1).
       01 WS-LN-CALC-PAYMENT    PIC 9(7)V99.
       01 WS-LN-SCHED-NO        PIC 9(3).
       01 WS-LN-SCHED-BAL       PIC 9(7)V99.
       01 WS-LN-SCHED-INT       PIC 9(7)V99.
       01 WS-LN-SCHED-PRIN      PIC 9(7)V99.
       01 WS-LN-SCHED-PMT       PIC 9(7)V99.
       01 WS-LN-SCHED-TOT-INT   PIC 9(9)V99.
       01 WS-LN-AMT-DISPLAY     PIC $,$$$,$$9.99.
       01 WS-LN-INT-DISPLAY     PIC $,$$$,$$9.99.
       01 WS-LN-PRIN-DISPLAY    PIC $,$$$,$$9.99.
       01 WS-LN-BAL-DISPLAY     PIC $,$$$,$$9.99.
       01 WS-LN-TOT-DISPLAY     PIC $$$,$$$,$$9.99.

       01 WS-TELLER-ID          PIC X(4).
       01 WS-TELLER-NAME        PIC X(20).
       01 WS-TELLER-ID-INPUT    PIC X(4).
       01 WS-TELLER-TRY-COUNT   PIC 9(1) VALUE 0.
       01 WS-OPER-EOF-SW        PIC X VALUE "N".

      *> Cash drawer journal fields: the opening cash, vault
      *> movements and the sign-off count by denomination.
       01 WS-DJ-EVENT           PIC X(4).
       01 WS-DJ-AMOUNT          PIC 9(7)V99.
       01 WS-DJ-ACCT-NO         PIC 9(6).
       01 WS-DJ-TRANS-ID        PIC 9(6).
       01 WS-DRAWER-PROMPT      PIC X(40).
       01 WS-DRAWER-AMOUNT-TEXT PIC X(10).
       01 WS-DRAWER-AMOUNT      PIC 9(7)V99.
       01 WS-DRAWER-ZERO-OK-SW  PIC X VALUE "N".
       01 WS-DRAWER-CASH        PIC 9(7)V99.
       01 WS-DRAWER-DISPLAY     PIC $,$$$,$$9.99.
       01 WS-VAULT-CHOICE       PIC X(1).
       01 WS-DENOM-VALUES.
          05 FILLER             PIC 9(3) VALUE 100.
          05 FILLER             PIC 9(3) VALUE 50.
          05 FILLER             PIC 9(3) VALUE 20.
          05 FILLER             PIC 9(3) VALUE 10.
          05 FILLER             PIC 9(3) VALUE 5.
          05 FILLER             PIC 9(3) VALUE 2.
          05 FILLER             PIC 9(3) VALUE 1.
       01 WS-DENOM-VALUE-TABLE REDEFINES WS-DENOM-VALUES.
          05 WS-DENOM-VALUE     PIC 9(3) OCCURS 7 TIMES.
       01 WS-DRAWER-COUNT-TABLE.
          05 WS-DRAWER-COUNT    PIC 9(5) OCCURS 7 TIMES.
       01 WS-DENOM-SUB          PIC 9(1).
       01 WS-DENOM-TEXT         PIC X(5).
       01 WS-DENOM-LABEL        PIC ZZ9.

       01 WS-NEXT-CUST-NO       PIC 9(6) VALUE 0.
       01 WS-NEW-CUST-NAME      PIC X(20).
       01 WS-NEW-CUST-ADDRESS   PIC X(40).
       01 WS-NEW-CUST-PHONE     PIC X(12).
       01 WS-NEW-CUST-TAX-ID    PIC X(9).
       01 WS-CUST-NO            PIC 9(6).
       01 WS-CUST-INPUT-TEXT    PIC X(6).
       01 WS-CUST-EOF-SW        PIC X VALUE "N".
       01 WS-TRANCTL-RETRY-COUNT PIC 9(3) VALUE 0.
       01 WS-TRANCTL-FAIL-SW    PIC X VALUE "N".
       01 WS-STMT-FILE-STATUS   PIC XX.
       01 WS-AMORT-FILE-STATUS  PIC XX.
       01 WS-SO-FILE-STATUS     PIC XX.
       01 WS-PARM-FILE-STATUS   PIC XX.
       01 WS-ARCH-FILE-STATUS   PIC XX.
       01 WS-ACHO-FILE-STATUS   PIC XX.
       01 WS-STOP-FILE-STATUS   PIC XX.
       01 WS-OWN-FILE-STATUS    PIC XX.
       01 WS-PC-FILE-STATUS     PIC XX.
       01 WS-SWP-FILE-STATUS    PIC XX.
       01 WS-DRWR-FILE-STATUS   PIC XX.
       01 WS-LP-FILE-STATUS     PIC XX.
       01 WS-AL-FILE-STATUS     PIC XX.
       01 WS-SUPR-FILE-STATUS   PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
                       PERFORM 2700-CUSTOMER-MENU
                   END-IF
               END-PERFORM
               PERFORM 1600-TELLER-SIGNOFF
           END-IF

           PERFORM 9000-TERMINATE.
           PERFORM 1280-SEED-NEXT-STOP-NO
           PERFORM 1300-LOAD-RATE-PARAMS
           PERFORM 1400-LOAD-HOLD-PARAMS
           PERFORM 1460-LOAD-SWEEP-FEE
           PERFORM 1480-LOAD-LIMIT-PARAMS.

       1200-SEED-NEXT-ORDER-NO.
           MOVE 0 TO WS-NEXT-ORDER-NO
                       "SWPPARM.DAT; using the default."
           END-IF.

       1480-LOAD-LIMIT-PARAMS.
      *> Daily withdrawal, transfer and external payment limits by
      *> product live in LIMPARM.DAT so a policy change is a file
      *> update in the branch, not a recompile.
           OPEN INPUT LIMIT-PARAM-FILE
           IF WS-LP-FILE-STATUS = "35"
               PERFORM 1495-WRITE-DEFAULT-LIMIT-PARAMS
               OPEN INPUT LIMIT-PARAM-FILE
           END-IF
           MOVE 0 TO WS-LP-COUNT
           MOVE "N" TO WS-LP-EOF-SW
           IF WS-LP-FILE-STATUS = "00"
               PERFORM UNTIL WS-LP-EOF-SW = "Y"
                   READ LIMIT-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-LP-EOF-SW
                       NOT AT END
                           IF LIMIT-PARM-LINE NOT = SPACES
                               PERFORM 1490-PARSE-LIMIT-PARM-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMIT-PARAM-FILE
           END-IF
           IF WS-LP-COUNT = 0
               DISPLAY "WARNING: no usable entries in LIMPARM.DAT. "
                       "Only account limits on ACCTLIM.DAT apply "
                       "until it is corrected."
           END-IF.

       1490-PARSE-LIMIT-PARM-LINE.
           MOVE SPACES TO WS-PF-TYPE
           MOVE SPACES TO WS-PF-FIELD-TABLE
           UNSTRING LIMIT-PARM-LINE DELIMITED BY ALL " "
               INTO WS-PF-TYPE
                    WS-PF-FIELD(1)
                    WS-PF-FIELD(2)
                    WS-PF-FIELD(3)
                    WS-PF-FIELD(4)
                    WS-PF-FIELD(5)
                    WS-PF-FIELD(6)
           END-UNSTRING
           MOVE "N" TO WS-PF-BAD-SW
           IF WS-PF-TYPE = SPACES
               MOVE "Y" TO WS-PF-BAD-SW
           END-IF
           PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
                   UNTIL WS-PARM-SUB > 6
               MOVE FUNCTION TRIM(WS-PF-FIELD(WS-PARM-SUB))
                   TO WS-AMOUNT-TRIMMED
               COMPUTE WS-AMOUNT-TEST-CODE =
                       FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-AMOUNT-TEST-CODE = 0
                   COMPUTE WS-PF-VALUE(WS-PARM-SUB) =
                           FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-PF-VALUE(WS-PARM-SUB) < ZERO
                          OR WS-PF-VALUE(WS-PARM-SUB) > 9999999.99
                       MOVE "Y" TO WS-PF-BAD-SW
                   END-IF
               ELSE
                   MOVE "Y" TO WS-PF-BAD-SW
               END-IF
           END-PERFORM
           IF WS-PF-BAD-SW = "Y"
               DISPLAY "WARNING: skipping malformed LIMPARM.DAT "
                       "line: " FUNCTION TRIM(LIMIT-PARM-LINE)
           ELSE
               IF WS-LP-COUNT >= 10
                   DISPLAY "WARNING: LIMPARM.DAT has more entries "
                           "than the table holds; ignoring type "
                           WS-PF-TYPE
               ELSE
                   ADD 1 TO WS-LP-COUNT
                   MOVE FUNCTION UPPER-CASE(WS-PF-TYPE)
                       TO WS-LP-ACCT-TYPE(WS-LP-COUNT)
                   MOVE WS-PF-VALUE(1)
                       TO WS-LP-ITEM-MAX(WS-LP-COUNT, 1)
                   MOVE WS-PF-VALUE(2)
                       TO WS-LP-DAILY-MAX(WS-LP-COUNT, 1)
                   MOVE WS-PF-VALUE(3)
                       TO WS-LP-ITEM-MAX(WS-LP-COUNT, 2)
                   MOVE WS-PF-VALUE(4)
                       TO WS-LP-DAILY-MAX(WS-LP-COUNT, 2)
                   MOVE WS-PF-VALUE(5)
                       TO WS-LP-ITEM-MAX(WS-LP-COUNT, 3)
                   MOVE WS-PF-VALUE(6)
                       TO WS-LP-DAILY-MAX(WS-LP-COUNT, 3)
               END-IF
           END-IF.

       1495-WRITE-DEFAULT-LIMIT-PARAMS.
           OPEN OUTPUT LIMIT-PARAM-FILE
           MOVE "CK 2500.00 5000.00 10000.00 25000.00 5000.00 10000.00"
               TO LIMIT-PARM-LINE
           WRITE LIMIT-PARM-LINE
           MOVE "SV 2500.00 5000.00 10000.00 25000.00 5000.00 10000.00"
               TO LIMIT-PARM-LINE
           WRITE LIMIT-PARM-LINE
           MOVE "MM 2500.00 5000.00 10000.00 25000.00 5000.00 10000.00"
               TO LIMIT-PARM-LINE
           WRITE LIMIT-PARM-LINE
           MOVE "CD 2500.00 5000.00 10000.00 25000.00 5000.00 10000.00"
               TO LIMIT-PARM-LINE
           WRITE LIMIT-PARM-LINE
           CLOSE LIMIT-PARAM-FILE
           DISPLAY "LIMPARM.DAT created with default daily limits "
                   "for CK, SV, MM and CD. Edit it to set branch "
                   "policy.".

       1300-LOAD-RATE-PARAMS.
      *> Pricing lives in RATEPARM.DAT so head office rate changes
      *> are a file update in the branch, not a recompile. On first
                   MOVE "TLOG" TO WS-AUD-EVENT-CODE
                   MOVE "TELLER SIGNED ON" TO WS-AUD-OUTCOME
                   PERFORM 6000-LOG-AUDIT-EVENT
                   PERFORM 1520-GET-OPENING-CASH
               ELSE
                   ADD 1 TO WS-TELLER-TRY-COUNT
                   DISPLAY "Teller id or password incorrect."
               CLOSE OPERATOR-FILE
           END-IF.

       1520-GET-OPENING-CASH.
      *> The drawer is counted in at sign-on; the end-of-day drawer
      *> balancing starts from this figure.
           MOVE "Enter Opening Drawer Cash: " TO WS-DRAWER-PROMPT
           MOVE "Y" TO WS-DRAWER-ZERO-OK-SW
           PERFORM 1530-GET-DRAWER-AMOUNT
           MOVE "OPEN" TO WS-DJ-EVENT
           MOVE WS-DRAWER-AMOUNT TO WS-DJ-AMOUNT
           MOVE ZERO TO WS-DJ-ACCT-NO
           MOVE ZERO TO WS-DJ-TRANS-ID
           PERFORM 6100-LOG-DRAWER-EVENT
           MOVE WS-DRAWER-AMOUNT TO WS-DRAWER-DISPLAY
           DISPLAY "Opening drawer cash recorded: "
                   FUNCTION TRIM(WS-DRAWER-DISPLAY)
           DISPLAY NEWLINE.

       1530-GET-DRAWER-AMOUNT.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY FUNCTION TRIM(WS-DRAWER-PROMPT) " "
               ACCEPT WS-DRAWER-AMOUNT-TEXT
               MOVE FUNCTION TRIM(WS-DRAWER-AMOUNT-TEXT)
                   TO WS-AMOUNT-TRIMMED
               COMPUTE WS-AMOUNT-TEST-CODE =
                       FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-AMOUNT-TEST-CODE = 0
                   COMPUTE WS-NUMVAL-AMOUNT =
                           FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
               END-IF
               IF WS-AMOUNT-TEST-CODE = 0
                  AND (WS-NUMVAL-AMOUNT > ZERO
                       OR (WS-NUMVAL-AMOUNT = ZERO
                           AND WS-DRAWER-ZERO-OK-SW = "Y"))
                  AND WS-NUMVAL-AMOUNT <= 9999999.99
                   MOVE WS-NUMVAL-AMOUNT TO WS-DRAWER-AMOUNT
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Invalid amount. Enter a value up to "
                           "9999999.99, e.g. 2000.00."
               END-IF
           END-PERFORM.

       1600-TELLER-SIGNOFF.
      *> The drawer is counted out by denomination when the teller
      *> leaves the window; balancing compares this count with what
      *> the day's cash movements say the drawer should hold.
           DISPLAY NEWLINE
           DISPLAY "Drawer count for teller " WS-TELLER-ID
                   " at sign-off."
           MOVE ZERO TO WS-DRAWER-CASH
           PERFORM VARYING WS-DENOM-SUB FROM 1 BY 1
                   UNTIL WS-DENOM-SUB > 7
               PERFORM 1610-GET-DENOM-COUNT
           END-PERFORM
           MOVE "Enter Coin Total: " TO WS-DRAWER-PROMPT
           MOVE "Y" TO WS-DRAWER-ZERO-OK-SW
           PERFORM 1530-GET-DRAWER-AMOUNT
           ADD WS-DRAWER-AMOUNT TO WS-DRAWER-CASH
           MOVE "CONT" TO WS-DJ-EVENT
           MOVE WS-DRAWER-CASH TO WS-DJ-AMOUNT
           MOVE ZERO TO WS-DJ-ACCT-NO
           MOVE ZERO TO WS-DJ-TRANS-ID
           PERFORM 6100-LOG-DRAWER-EVENT
           MOVE WS-DRAWER-CASH TO WS-DRAWER-DISPLAY
           DISPLAY "Counted drawer cash recorded: "
                   FUNCTION TRIM(WS-DRAWER-DISPLAY).

       1610-GET-DENOM-COUNT.
           MOVE WS-DENOM-VALUE(WS-DENOM-SUB) TO WS-DENOM-LABEL
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Number of $" FUNCTION TRIM(WS-DENOM-LABEL)
                       " notes (blank for none): "
               ACCEPT WS-DENOM-TEXT
               IF WS-DENOM-TEXT = SPACES
                   MOVE ZERO TO WS-DRAWER-COUNT(WS-DENOM-SUB)
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   IF FUNCTION TRIM(WS-DENOM-TEXT) IS NUMERIC
                       MOVE FUNCTION TRIM(WS-DENOM-TEXT)
                           TO WS-DRAWER-COUNT(WS-DENOM-SUB)
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Enter the number of notes, digits "
                               "only."
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-DRAWER-CASH = WS-DRAWER-CASH
                   + WS-DRAWER-COUNT(WS-DENOM-SUB)
                   * WS-DENOM-VALUE(WS-DENOM-SUB).

       1700-VAULT-MOVEMENT.
      *> Cash bought from the vault goes into the drawer; cash sold
      *> to the vault comes out of it.
           DISPLAY "Vault: B to buy cash into the drawer, S to sell "
                   "cash to the vault, C to cancel: "
           ACCEPT WS-VAULT-CHOICE
           MOVE FUNCTION UPPER-CASE(WS-VAULT-CHOICE)
               TO WS-VAULT-CHOICE
           EVALUATE WS-VAULT-CHOICE
               WHEN "B"
                   MOVE "VBUY" TO WS-DJ-EVENT
                   MOVE "Enter Amount Bought From Vault: "
                       TO WS-DRAWER-PROMPT
               WHEN "S"
                   MOVE "VSEL" TO WS-DJ-EVENT
                   MOVE "Enter Amount Sold To Vault: "
                       TO WS-DRAWER-PROMPT
               WHEN OTHER
                   MOVE SPACES TO WS-DJ-EVENT
                   DISPLAY "Vault movement cancelled."
           END-EVALUATE
           IF WS-DJ-EVENT NOT = SPACES
               MOVE "N" TO WS-DRAWER-ZERO-OK-SW
               PERFORM 1530-GET-DRAWER-AMOUNT
               MOVE WS-DRAWER-AMOUNT TO WS-DJ-AMOUNT
               MOVE ZERO TO WS-DJ-ACCT-NO
               MOVE ZERO TO WS-DJ-TRANS-ID
               PERFORM 6100-LOG-DRAWER-EVENT
               MOVE WS-DRAWER-AMOUNT TO WS-DRAWER-DISPLAY
               DISPLAY "Vault movement of "
                       FUNCTION TRIM(WS-DRAWER-DISPLAY)
                       " recorded for teller " WS-TELLER-ID "."
           END-IF.

       1350-FIND-TYPE-PARAMS.
      *> Locate the pricing entry for AM-ACCT-TYPE. Accounts opened
      *> before product codes existed (blank type) price as the

       2600-RESET-SESSION.
           MOVE ZERO TO WS-SESSION-CUST-NO
           MOVE SPACES TO WS-SESSION-ACCT-TYPE
           MOVE ZERO TO WS-OWNER-COUNT
           MOVE "N" TO WS-ABORT-SW
           MOVE "N" TO WS-ACCOUNT-LOCKED-SW
                  MOVE ZERO TO WS-MENU-INPUT
              END-IF

      *> A loan takes no deposits, withdrawals, transfers out,
      *> interest postings, standing orders, external payments or
      *> stop payments; its money moves through Loan Services.
              IF WS-SESSION-ACCT-TYPE = "LN"
                 AND (WS-MENU-INPUT = 1 OR 2 OR 5 OR 7 OR 8
                                   OR 11 OR 12)
                  DISPLAY "That option is not available on a loan "
                          "account. Please use Loan Services."
              ELSE
                  EVALUATE WS-MENU-INPUT
                      WHEN 1
                          PERFORM 3000-DEPOSIT
                      WHEN 2
                          PERFORM 3100-WITHDRAWAL
                      WHEN 3
                          PERFORM 3200-BALANCE-INQUIRY
                      WHEN 4
                          PERFORM 3300-TRANSACTION-HISTORY
                      WHEN 5
                          PERFORM 3400-TRANSFER-FUNDS
                      WHEN 6
                          PERFORM 3500-STATEMENT-EXPORT
                      WHEN 7
                          PERFORM 3600-POST-INTEREST
                      WHEN 8
                          PERFORM 3700-STANDING-ORDERS
                      WHEN 9
                          PERFORM 3800-ARCHIVED-HISTORY
                      WHEN 10
                          PERFORM 3900-CUSTOMER-INQUIRY
                      WHEN 11
                          PERFORM 3450-EXTERNAL-PAYMENT
                      WHEN 12
                          PERFORM 3750-STOP-PAYMENTS
                      WHEN 13
                          PERFORM 3780-CHECK-INQUIRY
                      WHEN 14
                          PERFORM 3950-LOAN-SERVICES
                      WHEN 15
                          DISPLAY WS-GOODBYE  FUNCTION TRIM(WS-NAME)
                                  "!"
                          MOVE "Y" TO WS-LOGOUT-SW
                      WHEN 16
                          DISPLAY WS-GOODBYE  FUNCTION TRIM(WS-NAME)
                                  "!"
                          MOVE "Y" TO WS-EXIT-PROGRAM-SW
                      WHEN OTHER
                          DISPLAY "Invalid input, try again."
                  END-EVALUATE
              END-IF

              IF ACCOUNT-LOCKED
                  MOVE "Y" TO WS-LOGOUT-SW
                   DISPLAY "Please see a branch representative."
               END-IF

               IF ACCOUNT-FOUND AND AM-STATUS = "W"
                   MOVE "Y" TO WS-ABORT-SW
                   DISPLAY "This account has been charged off."
                   DISPLAY "Please see a branch representative."
               END-IF

               IF ACCOUNT-FOUND AND AM-STATUS = "L"
                   MOVE "Y" TO WS-ACCOUNT-LOCKED-SW
                   MOVE "Y" TO WS-ABORT-SW

               IF NOT WS-ABORT
                   MOVE AM-NAME TO WS-NAME
                   MOVE AM-ACCT-TYPE TO WS-SESSION-ACCT-TYPE
                   MOVE AM-BALANCE TO WS-BALANCE
                   MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "Account ready for: "
       2100-GET-ACCOUNT-NUMBER.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Account Number (V for vault, or Q "
                       "to exit): "
               ACCEPT WS-ACCT-NO-TEXT
               IF FUNCTION UPPER-CASE(WS-ACCT-NO-TEXT(1:1)) = "Q"
                   MOVE "Y" TO WS-EXIT-PROGRAM-SW
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
               IF FUNCTION UPPER-CASE(WS-ACCT-NO-TEXT(1:1)) = "V"
                   PERFORM 1700-VAULT-MOVEMENT
               ELSE
                   IF FUNCTION TRIM(WS-ACCT-NO-TEXT) IS NUMERIC
                      AND FUNCTION TRIM(WS-ACCT-NO-TEXT) > ZERO
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Invalid account number. Enter digits "
                               "only, greater than zero, V for the "
                               "vault or Q to exit."
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

       2200-OFFER-CREATE-ACCOUNT.
           PERFORM 2400-GET-NEW-PIN
           MOVE WS-PIN TO AM-PIN
           MOVE ZERO TO AM-BALANCE
           PERFORM 2460-GET-ACCOUNT-TYPE
           MOVE WS-ACCT-TYPE-INPUT TO AM-ACCT-TYPE
      *> A loan has no overdraft line; everything else is asked.
           IF AM-ACCT-TYPE = "LN"
               MOVE ZERO TO AM-OVERDRAFT-LIMIT
           ELSE
               PERFORM 2450-GET-OVERDRAFT-LIMIT
           END-IF
           MOVE ZERO TO AM-CD-TERM-MONTHS
           MOVE ZERO TO AM-CD-MATURITY-DATE
           MOVE ZERO TO AM-CD-RATE
           MOVE SPACE TO AM-CD-DISPOSITION
           MOVE ZERO TO AM-FUNDING-ACCT-NO
           MOVE ZERO TO AM-LN-PRINCIPAL
           MOVE ZERO TO AM-LN-RATE
           MOVE ZERO TO AM-LN-TERM-MONTHS
           MOVE ZERO TO AM-LN-PAYMENT
           MOVE ZERO TO AM-LN-DUE-DAY
           MOVE ZERO TO AM-LN-NEXT-DUE-DATE
           MOVE ZERO TO AM-LN-DUE-PAID
           MOVE ZERO TO AM-LN-INT-DATE
           MOVE ZERO TO AM-LN-ACCRUED-INT
           MOVE ZERO TO AM-LN-LATE-DUE
           MOVE ZERO TO AM-LN-LATE-CHG-DATE
           MOVE ZERO TO AM-OD-START-DATE
           MOVE ZERO TO AM-OD-FEE-DATE
           MOVE ZERO TO AM-OD-FEES-TOTAL
           IF AM-ACCT-TYPE = "CD"
               PERFORM 2470-GET-CD-TERMS
           END-IF
           IF AM-ACCT-TYPE = "LN"
               PERFORM 2475-GET-LOAN-TERMS
           END-IF
           MOVE 0 TO AM-PIN-FAIL-COUNT
           MOVE "A" TO AM-STATUS
           MOVE ZERO TO AM-LAST-INTEREST-DATE
               MOVE "ACRT" TO WS-AUD-EVENT-CODE
               MOVE "ACCOUNT OPENED" TO WS-AUD-OUTCOME
               PERFORM 6000-LOG-AUDIT-EVENT
               IF AM-ACCT-TYPE = "LN"
                   PERFORM 2478-POST-LOAN-DISBURSEMENT
               END-IF
           END-IF.

       2350-ATTACH-CUSTOMER.
           ACCEPT WS-NEW-CUST-ADDRESS
           DISPLAY "Enter Phone: "
           ACCEPT WS-NEW-CUST-PHONE
           PERFORM 2362-GET-CUSTOMER-TAX-ID
           PERFORM 2365-BUILD-CUSTOMER-RECORD
           PERFORM 2368-WRITE-CUSTOMER-RECORD
           IF WS-CUST-FILE-STATUS = "00"
               MOVE ZERO TO WS-CUST-NO
           END-IF.

       2362-GET-CUSTOMER-TAX-ID.
      *> The taxpayer id is reported on the year-end 1099-INT. It
      *> may be left blank at opening when the customer does not
      *> have it to hand; the year-end job lists customers still
      *> missing one, and a supervisor can record it later.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Tax ID (9 digits, blank if not "
                       "available): "
               MOVE SPACES TO WS-NEW-CUST-TAX-ID
               ACCEPT WS-NEW-CUST-TAX-ID
               IF WS-NEW-CUST-TAX-ID = SPACES
                      OR WS-NEW-CUST-TAX-ID IS NUMERIC
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Tax ID must be exactly 9 digits, with no "
                           "dashes or spaces."
               END-IF
           END-PERFORM.

       2365-BUILD-CUSTOMER-RECORD.
           MOVE WS-NEXT-CUST-NO TO CM-CUST-NO
           MOVE WS-NEW-CUST-NAME TO CM-NAME
           MOVE WS-NEW-CUST-ADDRESS TO CM-ADDRESS
           MOVE WS-NEW-CUST-PHONE TO CM-PHONE
           MOVE WS-NEW-CUST-TAX-ID TO CM-TAX-ID.

       2368-WRITE-CUSTOMER-RECORD.
      *> Customer numbers are seeded per session, so another
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Account Type (CK=Checking, SV=Savings, "
                       "MM=Money Market, CD=Certificate of "
                       "Deposit, LN=Installment Loan): "
               ACCEPT WS-ACCT-TYPE-INPUT
               MOVE FUNCTION UPPER-CASE(WS-ACCT-TYPE-INPUT)
                   TO WS-ACCT-TYPE-INPUT
                       MOVE WS-PARM-SUB TO WS-TYPE-IDX
                   END-IF
               END-PERFORM
      *> LN is priced on the account itself, not from RATEPARM.DAT.
               IF WS-TYPE-IDX > 0 OR WS-ACCT-TYPE-INPUT = "LN"
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Unknown account type. It must be LN or "
                           "match an entry in RATEPARM.DAT."
               END-IF
           END-PERFORM.

                   "maturing " AM-CD-MATURITY-DATE
                   ", locked rate " AM-CD-RATE ".".

       2475-GET-LOAN-TERMS.
      *> A loan is booked with its principal, annual rate, term,
      *> first due date and monthly installment. The installment is
      *> the level payment that retires the principal over the term
      *> at the monthly rate; the branch may book a larger one. The
      *> principal is disbursed in cash as the account opens, so the
      *> balance starts at minus the principal and interest accrues
      *> from today.
           PERFORM 2490-GET-LOAN-PRINCIPAL
           PERFORM 2491-GET-LOAN-RATE
           PERFORM 2492-GET-LOAN-TERM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM 2493-GET-LOAN-FIRST-DUE
           PERFORM 2494-GET-LOAN-PAYMENT
           COMPUTE AM-BALANCE = 0 - AM-LN-PRINCIPAL
           MOVE WS-TODAY-DATE TO AM-LN-INT-DATE
           MOVE AM-LN-PAYMENT TO WS-LN-AMT-DISPLAY
           DISPLAY "Loan opens for " AM-LN-TERM-MONTHS " months at "
                   "rate " AM-LN-RATE ", installment "
                   FUNCTION TRIM(WS-LN-AMT-DISPLAY) ", first due "
                   AM-LN-NEXT-DUE-DATE ".".

       2478-POST-LOAN-DISBURSEMENT.
           MOVE AM-BALANCE TO WS-BALANCE
           MOVE AM-LN-PRINCIPAL TO WS-LN-AMT-DISPLAY
           DISPLAY "Loan proceeds to disburse in cash: "
                   WS-LN-AMT-DISPLAY
           MOVE WS-ACCT-NO TO WS-TRAN-ACCT-NO
           MOVE "LNDB" TO WS-TRAN-TYPE
           MOVE AM-LN-PRINCIPAL TO WS-TRAN-AMOUNT
           MOVE ZERO TO WS-TRAN-LINKED-ACCT
           MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
           PERFORM 5000-LOG-TRANSACTION
           MOVE "CSHO" TO WS-DJ-EVENT
           MOVE AM-LN-PRINCIPAL TO WS-DJ-AMOUNT
           MOVE WS-ACCT-NO TO WS-DJ-ACCT-NO
           MOVE WS-NEXT-TRANS-ID TO WS-DJ-TRANS-ID
           PERFORM 6100-LOG-DRAWER-EVENT.

       2480-COMPUTE-MATURITY-DATE.
      *> Month arithmetic from today, clamping the day in a short
      *> month the same way the standing order scheduler does.
                   MOVE 31 TO WS-MAT-DAYS-IN-MONTH
           END-EVALUATE.

       2490-GET-LOAN-PRINCIPAL.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Loan Principal: "
               ACCEPT WS-LN-AMOUNT-TEXT
               MOVE FUNCTION TRIM(WS-LN-AMOUNT-TEXT)
                   TO WS-AMOUNT-TRIMMED
               COMPUTE WS-AMOUNT-TEST-CODE =
                       FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-AMOUNT-TEST-CODE = 0
                   COMPUTE WS-NUMVAL-AMOUNT =
                           FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-NUMVAL-AMOUNT > ZERO
                          AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO AM-LN-PRINCIPAL
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Invalid amount. Enter a positive "
                               "value up to 9999999.99, e.g. 5000.00."
                   END-IF
               ELSE
                   DISPLAY "Invalid amount. Enter a positive numeric "
                           "value up to 9999999.99, e.g. 5000.00."
               END-IF
           END-PERFORM.

       2491-GET-LOAN-RATE.
      *> Entered as a fraction the way rates are carried on
      *> RATEPARM.DAT, so 7.99% is keyed as 0.0799.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Annual Rate as a fraction (e.g. 0.0799 "
                       "for 7.99%): "
               ACCEPT WS-LN-RATE-TEXT
               MOVE FUNCTION TRIM(WS-LN-RATE-TEXT)
                   TO WS-AMOUNT-TRIMMED
               COMPUTE WS-AMOUNT-TEST-CODE =
                       FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
               IF WS-AMOUNT-TEST-CODE = 0
                   COMPUTE WS-LN-NUMVAL-RATE =
                           FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-LN-NUMVAL-RATE >= ZERO
                          AND WS-LN-NUMVAL-RATE < 1
                       MOVE WS-LN-NUMVAL-RATE TO AM-LN-RATE
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Rate must be a fraction from 0 up to "
                               "but not including 1."
                   END-IF
               ELSE
                   DISPLAY "Rate must be a fraction from 0 up to "
                           "but not including 1."
               END-IF
           END-PERFORM.

       2492-GET-LOAN-TERM.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Loan Term in Months (1-360): "
               ACCEPT WS-LN-TERM-TEXT
               IF FUNCTION TRIM(WS-LN-TERM-TEXT) IS NUMERIC
                      AND FUNCTION TRIM(WS-LN-TERM-TEXT) > ZERO
                   MOVE FUNCTION TRIM(WS-LN-TERM-TEXT)
                       TO AM-LN-TERM-MONTHS
                   IF AM-LN-TERM-MONTHS >= 1
                          AND AM-LN-TERM-MONTHS <= 360
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Term must be 1 to 360 months."
                   END-IF
               ELSE
                   DISPLAY "Term must be 1 to 360 months."
               END-IF
           END-PERFORM.

       2493-GET-LOAN-FIRST-DUE.
      *> The first installment falls due one month from today
      *> unless the branch sets another date; later installments
      *> fall on the same day of each month.
           MOVE WS-TODAY-DATE(7:2) TO AM-LN-DUE-DAY
           MOVE WS-TODAY-DATE TO WS-LN-DUE-DATE
           PERFORM 7200-ADVANCE-LOAN-DUE-DATE
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter First Due Date (YYYYMMDD, blank for "
                       WS-LN-DUE-DATE "): "
               ACCEPT WS-LN-DUE-TEXT
               IF WS-LN-DUE-TEXT = SPACES
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
               IF WS-LN-DUE-TEXT IS NUMERIC
                      AND WS-LN-DUE-TEXT(5:2) >= "01"
                      AND WS-LN-DUE-TEXT(5:2) <= "12"
                      AND WS-LN-DUE-TEXT(7:2) >= "01"
                      AND WS-LN-DUE-TEXT(7:2) <= "31"
                      AND WS-LN-DUE-TEXT > WS-TODAY-DATE
                   MOVE WS-LN-DUE-TEXT TO WS-LN-DUE-DATE
                   MOVE WS-LN-DUE-DATE(7:2) TO AM-LN-DUE-DAY
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Invalid date. Enter a real date after "
                           "today as YYYYMMDD."
               END-IF
               END-IF
           END-PERFORM
           MOVE WS-LN-DUE-DATE TO AM-LN-NEXT-DUE-DATE.

       2494-GET-LOAN-PAYMENT.
           IF AM-LN-RATE = ZERO
               COMPUTE WS-LN-CALC-PAYMENT ROUNDED =
                       AM-LN-PRINCIPAL / AM-LN-TERM-MONTHS
           ELSE
               COMPUTE WS-LN-CALC-PAYMENT ROUNDED =
                       AM-LN-PRINCIPAL * (AM-LN-RATE / 12)
                       / (1 - (1 + AM-LN-RATE / 12)
                              ** (0 - AM-LN-TERM-MONTHS))
           END-IF
           MOVE WS-LN-CALC-PAYMENT TO AM-LN-PAYMENT
           MOVE WS-LN-CALC-PAYMENT TO WS-LN-AMT-DISPLAY
           DISPLAY "Monthly installment: " WS-LN-AMT-DISPLAY
           DISPLAY "Book a larger installment instead? (Y/N): "
           ACCEPT WS-LN-YN-INPUT
           IF FUNCTION UPPER-CASE(WS-LN-YN-INPUT) = "Y"
               MOVE "N" TO WS-AMOUNT-VALID-SW
               PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
                   DISPLAY "Enter Monthly Installment: "
                   ACCEPT WS-LN-AMOUNT-TEXT
                   MOVE FUNCTION TRIM(WS-LN-AMOUNT-TEXT)
                       TO WS-AMOUNT-TRIMMED
                   COMPUTE WS-AMOUNT-TEST-CODE =
                           FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-AMOUNT-TEST-CODE = 0
                       COMPUTE WS-NUMVAL-AMOUNT =
                               FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                   END-IF
                   IF WS-AMOUNT-TEST-CODE = 0
                      AND WS-NUMVAL-AMOUNT >= WS-LN-CALC-PAYMENT
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO AM-LN-PAYMENT
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Installment must be at least "
                               FUNCTION TRIM(WS-LN-AMT-DISPLAY)
                               " and no more than 9999999.99."
                   END-IF
               END-PERFORM
           END-IF.

       2900-READ-ACCOUNT-LOCKED.
      *> Shared-file read that takes the record lock for the
      *> update about to happen, so two windows can never both
               MOVE ZERO TO WS-TRAN-LINKED-ACCT
               MOVE WS-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
               IF WS-DEPOSIT-KIND = "CA"
                   MOVE "CSHI" TO WS-DJ-EVENT
                   MOVE WS-DEPOSIT TO WS-DJ-AMOUNT
                   MOVE WS-ACCT-NO TO WS-DJ-ACCT-NO
                   MOVE WS-NEXT-TRANS-ID TO WS-DJ-TRANS-ID
                   PERFORM 6100-LOG-DRAWER-EVENT
               END-IF
               IF WS-HOLD-DAYS > 0
                   PERFORM 3050-PLACE-HOLD
               END-IF
                      AND WS-NUMVAL-AMOUNT > ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO WS-WITHDRAWAL
                       MOVE 1 TO WS-LIM-CHANNEL
                       MOVE WS-WITHDRAWAL TO WS-LIM-AMOUNT
                       PERFORM 5600-CHECK-DAILY-LIMIT
                       IF WS-LIM-OK-SW = "N"
                           DISPLAY "Please Enter A Smaller Amount "
                                   "Or 'C' To Cancel"
                       ELSE
                       IF WS-WITHDRAWAL > WS-AVAILABLE-BALANCE
                           MOVE WS-WITHDRAWAL TO WS-SWEEP-NEED-AMT
                           PERFORM 5400-TRY-OD-SWEEP
                           MOVE ZERO TO WS-TRAN-LINKED-ACCT
                           MOVE WS-BALANCE TO WS-TRAN-BALANCE-AFTER
                           PERFORM 5000-LOG-TRANSACTION
                           MOVE "CSHO" TO WS-DJ-EVENT
                           MOVE WS-WITHDRAWAL TO WS-DJ-AMOUNT
                           MOVE WS-ACCT-NO TO WS-DJ-ACCT-NO
                           MOVE WS-NEXT-TRANS-ID TO WS-DJ-TRANS-ID
                           PERFORM 6100-LOG-DRAWER-EVENT
                           IF WS-CD-EARLY-SW = "Y"
                               PERFORM 3120-ASSESS-CD-PENALTY
                           END-IF
                           DISPLAY "Please Enter A Smaller Amount "
                                   "Or 'C' To Cancel"
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "Invalid amount. Enter a positive "
                               "value up to 9999999.99 (e.g. "
           DISPLAY "ACCOUNT NUMBER: " WS-ACCT-NO
           DISPLAY "ACCOUNT NAME: " WS-NAME
           DISPLAY "LEDGER BALANCE: " WS-BALANCE-DISPLAY
           IF AM-ACCT-TYPE = "LN"
               PERFORM 3210-SHOW-LOAN-POSITION
           ELSE
               DISPLAY "AVAILABLE BALANCE: " WS-AVAIL-DISPLAY
               PERFORM 3070-LIST-ACTIVE-HOLDS
           END-IF
           DISPLAY "***"
           DISPLAY NEWLINE.

       3210-SHOW-LOAN-POSITION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LN-AS-OF-DATE
           PERFORM 7000-COMPUTE-LOAN-PAYOFF
           MOVE WS-LN-PRIN-OWED TO WS-LN-PRIN-DISPLAY
           MOVE AM-LN-LATE-DUE TO WS-LN-AMT-DISPLAY
           MOVE WS-LN-ACCRUED TO WS-LN-INT-DISPLAY
           MOVE WS-LN-PAYOFF TO WS-LN-BAL-DISPLAY
           DISPLAY "PRINCIPAL OWED: " WS-LN-PRIN-DISPLAY
           DISPLAY "LATE CHARGES DUE: " WS-LN-AMT-DISPLAY
           DISPLAY "ACCRUED INTEREST: " WS-LN-INT-DISPLAY
           DISPLAY "PAYOFF TODAY: " WS-LN-BAL-DISPLAY
           MOVE AM-LN-PAYMENT TO WS-LN-AMT-DISPLAY
           DISPLAY "MONTHLY INSTALLMENT: " WS-LN-AMT-DISPLAY
           IF AM-LN-NEXT-DUE-DATE = ZERO
               DISPLAY "NEXT DUE DATE: PAID IN FULL"
           ELSE
               DISPLAY "NEXT DUE DATE: " AM-LN-NEXT-DUE-DATE
           END-IF.

       3300-TRANSACTION-HISTORY.
           DISPLAY "Transaction History selected."
           DISPLAY NEWLINE
           IF TR-LINKED-ACCT-NO NOT = ZERO
               DISPLAY "LINKED ACCOUNT: " TR-LINKED-ACCT-NO
           END-IF
           IF TR-TYPE = "CHKD"
               DISPLAY "CHECK NUMBER: " TR-LINKED-TRANS-ID
           ELSE
           IF TR-LINKED-TRANS-ID NOT = ZERO
               DISPLAY "REVERSES TRANSACTION #" TR-LINKED-TRANS-ID
           END-IF
           END-IF
           DISPLAY "BALANCE AFTER: " WS-TR-BAL-DISPLAY
           DISPLAY "DATE: " TR-DATE
           DISPLAY "***".
                       "transfers. Transfer cancelled."
               MOVE "Y" TO WS-XFER-CANCEL-SW
           END-IF
      *> A transfer credit would skip the interest/principal split;
      *> loans are paid through Loan Services or a standing order.
           IF WS-XFER-CANCEL-SW = "N"
                  AND AM-ACCT-TYPE = "LN"
               DISPLAY "Loan payments are taken through Loan "
                       "Services or by standing order. Transfer "
                       "cancelled."
               MOVE "Y" TO WS-XFER-CANCEL-SW
           END-IF
           IF WS-XFER-CANCEL-SW = "N"
               MOVE AM-NAME TO WS-XFER-DEST-NAME
               PERFORM 4400-GET-XFER-AMOUNT
                      AND WS-NUMVAL-AMOUNT > ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO WS-XFER-AMOUNT
                       MOVE 2 TO WS-LIM-CHANNEL
                       MOVE WS-XFER-AMOUNT TO WS-LIM-AMOUNT
                       PERFORM 5600-CHECK-DAILY-LIMIT
                       IF WS-LIM-OK-SW = "N"
                           DISPLAY "Please Enter A Smaller Amount Or "
                                   "'C' To Cancel"
                       ELSE
                       IF WS-XFER-AMOUNT > WS-AVAILABLE-BALANCE
                           MOVE WS-XFER-AMOUNT TO WS-SWEEP-NEED-AMT
                           PERFORM 5400-TRY-OD-SWEEP
                           DISPLAY "Please Enter A Smaller Amount Or "
                                   "'C' To Cancel"
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "Invalid amount. Enter a positive "
                               "value up to 9999999.99 (e.g. 150.50) "
                      AND WS-NUMVAL-AMOUNT > ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO WS-EXT-AMOUNT
                       MOVE 3 TO WS-LIM-CHANNEL
                       MOVE WS-EXT-AMOUNT TO WS-LIM-AMOUNT
                       PERFORM 5600-CHECK-DAILY-LIMIT
                       IF WS-LIM-OK-SW = "N"
                           DISPLAY "Please Enter A Smaller Amount "
                                   "Or 'C' To Cancel"
                       ELSE
                       IF WS-EXT-AMOUNT <=
                               WS-AVAILABLE-BALANCE
                               + WS-OVERDRAFT-LIMIT
                           DISPLAY "Please Enter A Smaller Amount "
                                   "Or 'C' To Cancel"
                       END-IF
                       END-IF
                   ELSE
                       DISPLAY "Invalid amount. Enter a positive "
                               "value up to 9999999.99 (e.g. "
           MOVE TR-BALANCE-AFTER TO WS-TR-BAL-DISPLAY
           MOVE SPACES TO STATEMENT-LINE
      *> A reversal names the entry it backs out, so a statement
      *> reader can net the pair to zero; a cleared check names its
      *> serial number.
           IF TR-TYPE = "CHKD"
               STRING TR-TRANS-ID        " "
                      TR-TYPE             "   "
                      WS-TR-AMT-DISPLAY   "   "
                      TR-LINKED-ACCT-NO   "   "
                      TR-DATE             "   "
                      WS-TR-BAL-DISPLAY
                      " CHECK " TR-LINKED-TRANS-ID
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           ELSE
           IF TR-LINKED-TRANS-ID NOT = ZERO
               STRING TR-TRANS-ID        " "
                      TR-TYPE             "   "
                      WS-TR-BAL-DISPLAY
                   DELIMITED BY SIZE INTO STATEMENT-LINE
           END-IF
           END-IF
           WRITE STATEMENT-LINE.

       3520-WRITE-HOLD-LINES.
                       "transfers. Standing order not created."
               MOVE "Y" TO WS-SO-CANCEL-SW
           END-IF
           IF WS-SO-CANCEL-SW = "N" AND AM-ACCT-TYPE = "LN"
                  AND AM-LN-NEXT-DUE-DATE = ZERO
               DISPLAY "That loan is paid in full. Standing order "
                       "not created."
               MOVE "Y" TO WS-SO-CANCEL-SW
           END-IF
           IF WS-SO-CANCEL-SW = "N"
               PERFORM 4500-GET-SO-AMOUNT
           END-IF
           END-PERFORM.

       3760-PLACE-STOP.
      *> A stop names either a paper check by serial number, or the
      *> originator reference to refuse, matched as a leading
      *> prefix against incoming ACH debit items; then an optional
      *> exact amount, and an expiry date.
           DISPLAY "Place Stop Payment selected."
           DISPLAY NEWLINE
           MOVE "N" TO WS-SP-CANCEL-SW
           MOVE SPACES TO WS-SP-REF-INPUT
           PERFORM 3761-GET-STOP-CHECK-NO
           IF WS-SP-CHECK-NO = ZERO
               DISPLAY "Enter Originator Reference to Stop (leading "
                       "characters match, blank stops any): "
               ACCEPT WS-SP-REF-INPUT
           ELSE
      *> A check that has already cleared cannot be recalled, so a
      *> stop on it would only mislead the customer.
               MOVE WS-SP-CHECK-NO TO WS-PC-CHECK-NO-IN
               PERFORM 3785-LOOKUP-PAID-CHECK
               IF WS-PC-FOUND-SW = "Y"
                   MOVE PC-AMT TO WS-PC-AMT-DISPLAY
                   DISPLAY "Check " PC-CHECK-NO " already cleared "
                           "on " PC-PAID-DATE " for "
                           WS-PC-AMT-DISPLAY ". It cannot be stopped."
                   MOVE "Y" TO WS-SP-CANCEL-SW
               END-IF
           END-IF
           IF WS-SP-CANCEL-SW = "N"
               PERFORM 4900-GET-STOP-AMOUNT
           END-IF
           IF WS-SP-CANCEL-SW = "N"
               PERFORM 4910-GET-STOP-EXPIRY
               ADD 1 TO WS-NEXT-STOP-NO
               END-IF
           END-IF.

       3761-GET-STOP-CHECK-NO.
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Check Number to Stop (blank for an "
                       "electronic debit): "
               MOVE SPACES TO WS-SP-CHECK-TEXT
               ACCEPT WS-SP-CHECK-TEXT
               IF WS-SP-CHECK-TEXT = SPACES
                   MOVE ZERO TO WS-SP-CHECK-NO
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   IF FUNCTION TRIM(WS-SP-CHECK-TEXT) IS NUMERIC
                      AND FUNCTION TRIM(WS-SP-CHECK-TEXT) > ZERO
                       MOVE FUNCTION TRIM(WS-SP-CHECK-TEXT)
                           TO WS-SP-CHECK-NO
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Invalid check number. Enter digits "
                               "only, or leave blank."
                   END-IF
               END-IF
           END-PERFORM.

       3762-BUILD-STOP-RECORD.
           MOVE WS-NEXT-STOP-NO TO SP-STOP-NO
           MOVE WS-ACCT-NO TO SP-ACCT-NO
           MOVE WS-SP-REF-INPUT TO SP-ORIG-REF
           MOVE WS-SP-CHECK-NO TO SP-CHECK-NO
           MOVE WS-SP-AMT TO SP-AMT
           MOVE WS-TODAY-DATE TO SP-PLACED-DATE
           MOVE WS-SP-EXPIRY-DATE TO SP-EXPIRY-DATE
       3767-DISPLAY-STOP.
           DISPLAY "***"
           DISPLAY "STOP #" SP-STOP-NO
           IF SP-CHECK-NO > ZERO
               DISPLAY "CHECK NUMBER: " SP-CHECK-NO
           ELSE
           IF SP-ORIG-REF = SPACES
               DISPLAY "ORIGINATOR: (ANY)"
           ELSE
               DISPLAY "ORIGINATOR: " FUNCTION TRIM(SP-ORIG-REF)
           END-IF
           END-IF
           IF SP-AMT = ZERO
               DISPLAY "AMOUNT: (ANY)"
           ELSE
               END-IF
           END-PERFORM.

       3780-CHECK-INQUIRY.
      *> Answers "did my check clear?" from the paid-check register
      *> the nightly check clearing job keeps for every check it
      *> pays.
           DISPLAY "Check Inquiry selected."
           DISPLAY NEWLINE
           PERFORM 3761-GET-STOP-CHECK-NO
           IF WS-SP-CHECK-NO = ZERO
               DISPLAY "No check number entered."
           ELSE
               MOVE WS-SP-CHECK-NO TO WS-PC-CHECK-NO-IN
               PERFORM 3785-LOOKUP-PAID-CHECK
               IF WS-PC-FOUND-SW = "Y"
                   MOVE PC-AMT TO WS-PC-AMT-DISPLAY
                   DISPLAY "***"
                   DISPLAY "CHECK NUMBER: " PC-CHECK-NO
                   DISPLAY "STATUS: PAID"
                   DISPLAY "AMOUNT: " WS-PC-AMT-DISPLAY
                   DISPLAY "DATE PAID: " PC-PAID-DATE
                   DISPLAY "TRANSACTION #" PC-TRANS-ID
                   DISPLAY "***"
               ELSE
                   DISPLAY "Check " WS-SP-CHECK-NO " has not cleared "
                           "this account."
               END-IF
           END-IF.

       3785-LOOKUP-PAID-CHECK.
           MOVE "N" TO WS-PC-FOUND-SW
           OPEN INPUT PAID-CHECK-FILE
           IF WS-PC-FILE-STATUS = "00"
               MOVE WS-ACCT-NO TO PC-ACCT-NO
               MOVE WS-PC-CHECK-NO-IN TO PC-CHECK-NO
               READ PAID-CHECK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PC-FOUND-SW
               END-READ
               CLOSE PAID-CHECK-FILE
           END-IF.

       3800-ARCHIVED-HISTORY.
      *> Pulls history older than the retention window from a dated
      *> archive file cut by the period-end archive job.
               DISPLAY "NAME:    " FUNCTION TRIM(CM-NAME)
               DISPLAY "ADDRESS: " FUNCTION TRIM(CM-ADDRESS)
               DISPLAY "PHONE:   " FUNCTION TRIM(CM-PHONE)
               IF CM-TAX-ID = SPACES
                   DISPLAY "TAX ID:  NOT ON FILE"
               ELSE
                   DISPLAY "TAX ID:  ON FILE (XXXXX"
                           CM-TAX-ID(6:4) ")"
               END-IF
               DISPLAY "***"
               MOVE ZERO TO WS-CUST-ACCT-COUNT
               MOVE ZERO TO WS-COMBINED-BALANCE
                   END-IF
           END-READ.

       3950-LOAN-SERVICES.
           IF WS-SESSION-ACCT-TYPE NOT = "LN"
               DISPLAY "Loan Services are only available on a loan "
                       "account."
           ELSE
               PERFORM 2500-VERIFY-PIN
               IF NOT ACCOUNT-LOCKED
                   PERFORM 3955-LOAN-MENU
               END-IF
           END-IF.

       3955-LOAN-MENU.
           MOVE "N" TO WS-LN-DONE-SW
           PERFORM UNTIL WS-LN-DONE-SW = "Y"
               DISPLAY WS-LN-MENU-LAYOUT
               ACCEPT WS-LN-MENU-INPUT
               EVALUATE WS-LN-MENU-INPUT
                   WHEN 1
                       PERFORM 3960-LOAN-PAYMENT
                   WHEN 2
                       PERFORM 3970-PAYOFF-QUOTE
                   WHEN 3
                       PERFORM 3980-PRINT-AMORTIZATION
                   WHEN 4
                       MOVE "Y" TO WS-LN-DONE-SW
                   WHEN OTHER
                       DISPLAY "Invalid input, try again."
               END-EVALUATE
           END-PERFORM.

       3960-LOAN-PAYMENT.
      *> A payment taken at the window is applied to accrued
      *> interest, then late charges, then principal, and logged as
      *> an LNPI interest entry and an LNPP entry for the rest. A
      *> payment larger than the payoff is cut back to the payoff.
           MOVE WS-ACCT-NO TO AM-ACCT-NO
           PERFORM 2900-READ-ACCOUNT-LOCKED
           IF RECORD-BUSY
               CONTINUE
           ELSE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LN-AS-OF-DATE
           PERFORM 7000-COMPUTE-LOAN-PAYOFF
           IF WS-LN-PAYOFF = ZERO
               DISPLAY "This loan is paid in full."
           ELSE
               DISPLAY "Loan Payment selected."
               DISPLAY NEWLINE
               MOVE WS-LN-PAYOFF TO WS-LN-BAL-DISPLAY
               MOVE AM-LN-PAYMENT TO WS-LN-AMT-DISPLAY
               DISPLAY "Payoff Today:         " WS-LN-BAL-DISPLAY
               DISPLAY "Monthly Installment:  " WS-LN-AMT-DISPLAY
               PERFORM 3962-GET-LOAN-PAY-AMOUNT
               IF WS-LN-CANCEL-SW = "N"
                   IF WS-LN-PAY-AMT > WS-LN-PAYOFF
                       MOVE WS-LN-PAYOFF TO WS-LN-PAY-AMT
                       DISPLAY "Payment reduced to the payoff amount."
                   END-IF
                   PERFORM 7100-APPLY-LOAN-PAYMENT
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Update failed."
                   END-REWRITE
                   PERFORM 3965-LOG-LOAN-PAYMENT
      *> The whole payment is cash taken into the drawer, journalled
      *> once against the last entry logged for it.
                   MOVE "CSHI" TO WS-DJ-EVENT
                   MOVE WS-LN-PAY-AMT TO WS-DJ-AMOUNT
                   MOVE WS-ACCT-NO TO WS-DJ-ACCT-NO
                   MOVE WS-NEXT-TRANS-ID TO WS-DJ-TRANS-ID
                   PERFORM 6100-LOG-DRAWER-EVENT
                   MOVE WS-LN-INT-PART TO WS-LN-INT-DISPLAY
                   COMPUTE WS-LN-PRIN-DISPLAY =
                           WS-LN-LATE-PART + WS-LN-PRIN-PART
                   MOVE AM-BALANCE TO WS-BALANCE
                   MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "Applied to Interest:  " WS-LN-INT-DISPLAY
                   DISPLAY "Applied to Balance:   " WS-LN-PRIN-DISPLAY
                   DISPLAY "NEW Balance:  " WS-BALANCE-DISPLAY
                   IF WS-LN-PAID-OFF-SW = "Y"
                       DISPLAY "LOAN PAID IN FULL."
                   ELSE
                       DISPLAY "Next Due Date:  " AM-LN-NEXT-DUE-DATE
                   END-IF
                   DISPLAY NEWLINE
               END-IF
           END-IF
           UNLOCK ACCOUNT-MASTER-FILE
           END-IF.

       3962-GET-LOAN-PAY-AMOUNT.
           MOVE "N" TO WS-LN-CANCEL-SW
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Payment Amount (or C to cancel): "
               ACCEPT WS-LN-AMOUNT-TEXT
               IF FUNCTION UPPER-CASE(WS-LN-AMOUNT-TEXT(1:1)) = "C"
                   DISPLAY "Loan payment cancelled."
                   MOVE "Y" TO WS-LN-CANCEL-SW
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   MOVE FUNCTION TRIM(WS-LN-AMOUNT-TEXT)
                       TO WS-AMOUNT-TRIMMED
                   COMPUTE WS-AMOUNT-TEST-CODE =
                           FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
                   IF WS-AMOUNT-TEST-CODE = 0
                       COMPUTE WS-NUMVAL-AMOUNT =
                               FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
                   END-IF
                   IF WS-AMOUNT-TEST-CODE = 0
                      AND WS-NUMVAL-AMOUNT > ZERO
                      AND WS-NUMVAL-AMOUNT <= 9999999.99
                       MOVE WS-NUMVAL-AMOUNT TO WS-LN-PAY-AMT
                       MOVE "Y" TO WS-AMOUNT-VALID-SW
                   ELSE
                       DISPLAY "Invalid amount. Enter a positive "
                               "value up to 9999999.99 (e.g. 150.50) "
                               "or 'C' to cancel."
                   END-IF
               END-IF
           END-PERFORM.

       3965-LOG-LOAN-PAYMENT.
      *> LNPI is the interest collected and does not move the
      *> balance; LNPP is the late-charge and principal portion that
      *> does. Both carry the balance after the payment.
           IF WS-LN-INT-PART > ZERO
               MOVE WS-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "LNPI" TO WS-TRAN-TYPE
               MOVE WS-LN-INT-PART TO WS-TRAN-AMOUNT
               MOVE ZERO TO WS-TRAN-LINKED-ACCT
               MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
           END-IF
           IF WS-LN-LATE-PART + WS-LN-PRIN-PART > ZERO
               MOVE WS-ACCT-NO TO WS-TRAN-ACCT-NO
               MOVE "LNPP" TO WS-TRAN-TYPE
               COMPUTE WS-TRAN-AMOUNT =
                       WS-LN-LATE-PART + WS-LN-PRIN-PART
               MOVE ZERO TO WS-TRAN-LINKED-ACCT
               MOVE AM-BALANCE TO WS-TRAN-BALANCE-AFTER
               PERFORM 5000-LOG-TRANSACTION
           END-IF.

       3970-PAYOFF-QUOTE.
           MOVE WS-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account lookup error."
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO WS-AMOUNT-VALID-SW
           PERFORM UNTIL WS-AMOUNT-VALID-SW = "Y"
               DISPLAY "Enter Payoff Date (YYYYMMDD, blank for "
                       "today): "
               ACCEPT WS-LN-DUE-TEXT
               IF WS-LN-DUE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-LN-AS-OF-DATE
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
               IF WS-LN-DUE-TEXT IS NUMERIC
                      AND WS-LN-DUE-TEXT(5:2) >= "01"
                      AND WS-LN-DUE-TEXT(5:2) <= "12"
                      AND WS-LN-DUE-TEXT(7:2) >= "01"
                      AND WS-LN-DUE-TEXT(7:2) <= "31"
                      AND WS-LN-DUE-TEXT >= WS-TODAY-DATE
                   MOVE WS-LN-DUE-TEXT TO WS-LN-AS-OF-DATE
                   MOVE "Y" TO WS-AMOUNT-VALID-SW
               ELSE
                   DISPLAY "Invalid date. Enter a real date of "
                           "today or later as YYYYMMDD."
               END-IF
               END-IF
           END-PERFORM
           PERFORM 7000-COMPUTE-LOAN-PAYOFF
           MOVE WS-LN-PRIN-OWED TO WS-LN-PRIN-DISPLAY
           MOVE AM-LN-LATE-DUE TO WS-LN-AMT-DISPLAY
           MOVE WS-LN-ACCRUED TO WS-LN-INT-DISPLAY
           MOVE WS-LN-PAYOFF TO WS-LN-BAL-DISPLAY
           DISPLAY "***"
           DISPLAY "PAYOFF QUOTE AS OF " WS-LN-AS-OF-DATE
           DISPLAY "PRINCIPAL OWED:    " WS-LN-PRIN-DISPLAY
           DISPLAY "LATE CHARGES DUE:  " WS-LN-AMT-DISPLAY
           DISPLAY "ACCRUED INTEREST:  " WS-LN-INT-DISPLAY
           DISPLAY "PAYOFF AMOUNT:     " WS-LN-BAL-DISPLAY
           DISPLAY "***"
           DISPLAY NEWLINE.

       3980-PRINT-AMORTIZATION.
      *> Projects the remaining installments from the principal owed
      *> today at the loan's monthly rate, one line per installment
      *> from the next due date, with the last installment trued up
      *> to retire the balance exactly.
           MOVE WS-ACCT-NO TO AM-ACCT-NO
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "Account lookup error."
           END-READ
           OPEN OUTPUT AMORT-FILE
           IF WS-AMORT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open AMORT.TXT for output "
                       "(status " WS-AMORT-FILE-STATUS "). Schedule "
                       "not generated."
           ELSE
               MOVE SPACES TO AMORT-LINE
               STRING "AMORTIZATION SCHEDULE FOR: "
                      FUNCTION TRIM(AM-NAME)
                   DELIMITED BY SIZE INTO AMORT-LINE
               WRITE AMORT-LINE
               MOVE SPACES TO AMORT-LINE
               STRING "LOAN ACCOUNT: " AM-ACCT-NO
                      "  TERM: " AM-LN-TERM-MONTHS " MONTHS"
                      "  ANNUAL RATE: ." AM-LN-RATE
                   DELIMITED BY SIZE INTO AMORT-LINE
               WRITE AMORT-LINE
               MOVE AM-LN-PRINCIPAL TO WS-LN-PRIN-DISPLAY
               MOVE AM-LN-PAYMENT TO WS-LN-AMT-DISPLAY
               MOVE SPACES TO AMORT-LINE
               STRING "ORIGINAL PRINCIPAL: " WS-LN-PRIN-DISPLAY
                      "  INSTALLMENT: " WS-LN-AMT-DISPLAY
                   DELIMITED BY SIZE INTO AMORT-LINE
               WRITE AMORT-LINE
               MOVE SPACES TO AMORT-LINE
               WRITE AMORT-LINE
               IF AM-LN-NEXT-DUE-DATE = ZERO
                   MOVE "LOAN PAID IN FULL - NO INSTALLMENTS REMAIN."
                       TO AMORT-LINE
                   WRITE AMORT-LINE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-LN-AS-OF-DATE
                   PERFORM 7000-COMPUTE-LOAN-PAYOFF
                   MOVE SPACES TO AMORT-LINE
                   STRING "NO.  DUE DATE         PAYMENT      INTER"
                          "EST     PRINCIPAL       BALANCE"
                       DELIMITED BY SIZE INTO AMORT-LINE
                   WRITE AMORT-LINE
                   MOVE WS-LN-PRIN-OWED TO WS-LN-SCHED-BAL
                   MOVE AM-LN-NEXT-DUE-DATE TO WS-LN-DUE-DATE
                   MOVE ZERO TO WS-LN-SCHED-NO
                   MOVE ZERO TO WS-LN-SCHED-TOT-INT
                   PERFORM UNTIL WS-LN-SCHED-BAL = ZERO
                              OR WS-LN-SCHED-NO >= 360
                       PERFORM 3985-WRITE-AMORT-LINE
                   END-PERFORM
                   MOVE WS-LN-SCHED-TOT-INT TO WS-LN-TOT-DISPLAY
                   MOVE SPACES TO AMORT-LINE
                   WRITE AMORT-LINE
                   MOVE SPACES TO AMORT-LINE
                   STRING "TOTAL INTEREST SCHEDULED: "
                          WS-LN-TOT-DISPLAY
                       DELIMITED BY SIZE INTO AMORT-LINE
                   WRITE AMORT-LINE
                   MOVE SPACES TO AMORT-LINE
                   STRING "PROJECTED FROM PRINCIPAL OWED ON "
                          WS-LN-AS-OF-DATE "; LATE CHARGES AND "
                          "EARLY PAYMENTS NOT INCLUDED."
                       DELIMITED BY SIZE INTO AMORT-LINE
                   WRITE AMORT-LINE
               END-IF
               CLOSE AMORT-FILE
               DISPLAY "Amortization schedule written to AMORT.TXT"
           END-IF.

       3985-WRITE-AMORT-LINE.
           ADD 1 TO WS-LN-SCHED-NO
           COMPUTE WS-LN-SCHED-INT ROUNDED =
                   WS-LN-SCHED-BAL * AM-LN-RATE / 12
           IF AM-LN-PAYMENT > WS-LN-SCHED-INT + WS-LN-SCHED-BAL
                  OR WS-LN-SCHED-NO >= 360
               MOVE WS-LN-SCHED-BAL TO WS-LN-SCHED-PRIN
           ELSE
               IF AM-LN-PAYMENT > WS-LN-SCHED-INT
                   COMPUTE WS-LN-SCHED-PRIN =
                           AM-LN-PAYMENT - WS-LN-SCHED-INT
               ELSE
                   MOVE ZERO TO WS-LN-SCHED-PRIN
               END-IF
           END-IF
           COMPUTE WS-LN-SCHED-PMT =
                   WS-LN-SCHED-INT + WS-LN-SCHED-PRIN
           SUBTRACT WS-LN-SCHED-PRIN FROM WS-LN-SCHED-BAL
           ADD WS-LN-SCHED-INT TO WS-LN-SCHED-TOT-INT
           MOVE WS-LN-SCHED-PMT TO WS-LN-AMT-DISPLAY
           MOVE WS-LN-SCHED-INT TO WS-LN-INT-DISPLAY
           MOVE WS-LN-SCHED-PRIN TO WS-LN-PRIN-DISPLAY
           MOVE WS-LN-SCHED-BAL TO WS-LN-BAL-DISPLAY
           MOVE SPACES TO AMORT-LINE
           STRING WS-LN-SCHED-NO "  " WS-LN-DUE-DATE
                  "  " WS-LN-AMT-DISPLAY
                  "  " WS-LN-INT-DISPLAY
                  "  " WS-LN-PRIN-DISPLAY
                  "  " WS-LN-BAL-DISPLAY
               DELIMITED BY SIZE INTO AMORT-LINE
           WRITE AMORT-LINE
           PERFORM 7200-ADVANCE-LOAN-DUE-DATE.

       5400-TRY-OD-SWEEP.
      *> Overdraft protection: a shortfall comes out of the
      *> customer's linked funding account first (plus the branch
               END-IF
           END-IF.

       5600-CHECK-DAILY-LIMIT.
      *> Checks WS-LIM-AMOUNT on channel WS-LIM-CHANNEL against the
      *> account's per-item maximum and daily total, counting what
      *> has already posted to the account today at any window.
      *> Over the limit, the amount is refused with the remaining
      *> allowance shown unless a supervisor at the window signs
      *> for an override; either outcome goes to the audit log.
           MOVE "Y" TO WS-LIM-OK-SW
           PERFORM 5610-FIND-ACCOUNT-LIMITS
           IF WS-LIM-ITEM-MAX > ZERO OR WS-LIM-DAILY-MAX > ZERO
               PERFORM 5620-SUM-DAILY-USAGE
               IF WS-LIM-ITEM-MAX > ZERO
                      AND WS-LIM-AMOUNT > WS-LIM-ITEM-MAX
                   MOVE "N" TO WS-LIM-OK-SW
               END-IF
               IF WS-LIM-DAILY-MAX > ZERO
                      AND WS-LIM-USED + WS-LIM-AMOUNT
                          > WS-LIM-DAILY-MAX
                   MOVE "N" TO WS-LIM-OK-SW
               END-IF
           END-IF
           IF WS-LIM-OK-SW = "N"
               PERFORM 5630-SHOW-LIMIT-ALLOWANCE
               PERFORM 5640-OFFER-LIMIT-OVERRIDE
           END-IF.

       5610-FIND-ACCOUNT-LIMITS.
      *> An account's own limits on ACCTLIM.DAT replace the product
      *> limits in full. Accounts opened before product codes
      *> existed (blank type) take the first entry on file, as
      *> they do for pricing.
           MOVE ZERO TO WS-LIM-ITEM-MAX
           MOVE ZERO TO WS-LIM-DAILY-MAX
           MOVE "N" TO WS-AL-FOUND-SW
           OPEN INPUT ACCT-LIMIT-FILE
           IF WS-AL-FILE-STATUS = "00"
               MOVE WS-ACCT-NO TO AL-ACCT-NO
               READ ACCT-LIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AL-FOUND-SW
                       MOVE AL-ITEM-MAX(WS-LIM-CHANNEL)
                           TO WS-LIM-ITEM-MAX
                       MOVE AL-DAILY-MAX(WS-LIM-CHANNEL)
                           TO WS-LIM-DAILY-MAX
               END-READ
               CLOSE ACCT-LIMIT-FILE
           END-IF
           IF WS-AL-FOUND-SW = "Y"
               MOVE "ACCOUNT" TO WS-LIM-SOURCE
           ELSE
               MOVE "PRODUCT" TO WS-LIM-SOURCE
               MOVE 0 TO WS-TYPE-IDX
               PERFORM VARYING WS-LP-IDX FROM 1 BY 1
                       UNTIL WS-LP-IDX > WS-LP-COUNT
                   IF WS-LP-ACCT-TYPE(WS-LP-IDX)
                          = WS-SESSION-ACCT-TYPE
                       MOVE WS-LP-IDX TO WS-TYPE-IDX
                   END-IF
               END-PERFORM
               IF WS-TYPE-IDX = 0 AND WS-LP-COUNT > 0
                      AND WS-SESSION-ACCT-TYPE = SPACES
                   MOVE 1 TO WS-TYPE-IDX
               END-IF
               IF WS-TYPE-IDX > 0
                   MOVE WS-LP-ITEM-MAX(WS-TYPE-IDX, WS-LIM-CHANNEL)
                       TO WS-LIM-ITEM-MAX
                   MOVE WS-LP-DAILY-MAX(WS-TYPE-IDX, WS-LIM-CHANNEL)
                       TO WS-LIM-DAILY-MAX
               END-IF
           END-IF.

       5620-SUM-DAILY-USAGE.
      *> Totals today's postings of the channel's type to the
      *> account from the transaction log, so postings at every
      *> window count. Transfers posted by the standing-order batch
      *> are scheduled payments, not window activity, and are left
      *> out.
           MOVE ZERO TO WS-LIM-USED
           MOVE WS-LIM-TYPE-CODE(WS-LIM-CHANNEL) TO WS-LIM-TRAN-TYPE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE "N" TO WS-LIM-EOF-SW
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS = "00"
               MOVE WS-ACCT-NO TO TR-ACCT-NO
               START TRANSACTION-FILE KEY = TR-ACCT-NO
                   INVALID KEY MOVE "Y" TO WS-LIM-EOF-SW
               END-START
               PERFORM UNTIL WS-LIM-EOF-SW = "Y"
                   READ TRANSACTION-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-LIM-EOF-SW
                       NOT AT END
                           IF TR-ACCT-NO NOT = WS-ACCT-NO
                               MOVE "Y" TO WS-LIM-EOF-SW
                           ELSE
                           IF TR-DATE = WS-TODAY-DATE
                                  AND TR-TYPE = WS-LIM-TRAN-TYPE
                                  AND TR-TELLER-ID NOT = "BTCH"
                               ADD TR-AMT TO WS-LIM-USED
                           END-IF
                           END-IF
                   END-READ
                   IF WS-TRAN-FILE-STATUS NOT = "00"
                          AND WS-TRAN-FILE-STATUS NOT = "02"
                       MOVE "Y" TO WS-LIM-EOF-SW
                   END-IF
               END-PERFORM
               CLOSE TRANSACTION-FILE
           END-IF.

       5630-SHOW-LIMIT-ALLOWANCE.
           DISPLAY "Amount is over this account's limit for "
                   FUNCTION TRIM(WS-LIM-CHANNEL-NAME(WS-LIM-CHANNEL))
                   " (" FUNCTION TRIM(WS-LIM-SOURCE) " limits)."
           IF WS-LIM-ITEM-MAX > ZERO
               MOVE WS-LIM-ITEM-MAX TO WS-LIM-DISPLAY
               DISPLAY "Per-Item Limit:       " WS-LIM-DISPLAY
           END-IF
           IF WS-LIM-DAILY-MAX > ZERO
               IF WS-LIM-USED < WS-LIM-DAILY-MAX
                   COMPUTE WS-LIM-REMAINING =
                           WS-LIM-DAILY-MAX - WS-LIM-USED
               ELSE
                   MOVE ZERO TO WS-LIM-REMAINING
               END-IF
               MOVE WS-LIM-DAILY-MAX TO WS-LIM-DISPLAY
               DISPLAY "Daily Limit:          " WS-LIM-DISPLAY
               MOVE WS-LIM-USED TO WS-LIM-DISPLAY
               DISPLAY "Used Today:           " WS-LIM-DISPLAY
               MOVE WS-LIM-REMAINING TO WS-LIM-DISPLAY
               DISPLAY "Remaining Today:      " WS-LIM-DISPLAY
           END-IF.

       5640-OFFER-LIMIT-OVERRIDE.
           DISPLAY "A supervisor may override the limit. Enter "
                   "Supervisor ID (blank to decline): "
           MOVE SPACES TO WS-LIM-SUPR-ID
           ACCEPT WS-LIM-SUPR-ID
           MOVE FUNCTION UPPER-CASE(WS-LIM-SUPR-ID) TO WS-LIM-SUPR-ID
           MOVE "N" TO WS-LIM-SUPR-OK-SW
           IF WS-LIM-SUPR-ID NOT = SPACES
               DISPLAY "Enter Supervisor Password: "
               MOVE SPACES TO WS-LIM-SUPR-PW
               ACCEPT WS-LIM-SUPR-PW
               PERFORM 5650-VERIFY-OVERRIDE-SUPERVISOR
               IF WS-LIM-SUPR-OK-SW = "N"
                   DISPLAY "Incorrect supervisor id or password. "
                           "Override not granted."
               END-IF
           END-IF
           MOVE WS-LIM-AMOUNT TO WS-LIM-AMT-EDIT
           MOVE WS-ACCT-NO TO WS-AUD-ACCT-NO
           MOVE SPACES TO WS-AUD-OUTCOME
           IF WS-LIM-SUPR-OK-SW = "Y"
               MOVE "Y" TO WS-LIM-OK-SW
               DISPLAY "Limit override approved by supervisor "
                       WS-LIM-SUPR-ID "."
               MOVE "LMTO" TO WS-AUD-EVENT-CODE
               MOVE WS-LIM-SUPR-ID TO WS-AUD-SUPR-ID
               STRING WS-LIM-TYPE-CODE(WS-LIM-CHANNEL)
                      " LIMIT OVERRIDE " WS-LIM-AMT-EDIT
                   DELIMITED BY SIZE INTO WS-AUD-OUTCOME
           ELSE
               MOVE "LMTR" TO WS-AUD-EVENT-CODE
               STRING WS-LIM-TYPE-CODE(WS-LIM-CHANNEL)
                      " LIMIT REFUSED  " WS-LIM-AMT-EDIT
                   DELIMITED BY SIZE INTO WS-AUD-OUTCOME
           END-IF
           PERFORM 6000-LOG-AUDIT-EVENT
           MOVE SPACES TO WS-AUD-SUPR-ID.

       5650-VERIFY-OVERRIDE-SUPERVISOR.
      *> Same check as supervisor sign-on in BANK-SUPER: the id and
      *> password must match an entry on SUPVMSTR.DAT, and the
      *> reserved operator ids are never accepted.
           IF WS-LIM-SUPR-ID = "BTCH"
                  OR WS-LIM-SUPR-ID = "SUPV"
               CONTINUE
           ELSE
               OPEN INPUT SUPR-MASTER-FILE
               IF WS-SUPR-FILE-STATUS NOT = "00"
                   DISPLAY "Supervisor file SUPVMSTR.DAT is not "
                           "available (status " WS-SUPR-FILE-STATUS
                           ")."
               ELSE
                   MOVE "N" TO WS-SUPR-EOF-SW
                   PERFORM UNTIL WS-SUPR-EOF-SW = "Y"
                       READ SUPR-MASTER-FILE
                           AT END
                               MOVE "Y" TO WS-SUPR-EOF-SW
                           NOT AT END
                               IF SV-SUPR-ID = WS-LIM-SUPR-ID
                                  AND SV-PASSWORD = WS-LIM-SUPR-PW
                                   MOVE "Y" TO WS-LIM-SUPR-OK-SW
                                   MOVE "Y" TO WS-SUPR-EOF-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUPR-MASTER-FILE
               END-IF
           END-IF.

       5000-LOG-TRANSACTION.
           PERFORM 5100-GET-NEXT-TRANS-ID
           IF WS-TRANCTL-FAIL-SW = "Y"
           MOVE WS-AUD-OUTCOME TO AUD-OUTCOME
           MOVE WS-TELLER-ID TO AUD-TELLER-ID
           MOVE WS-SESSION-CUST-NO TO AUD-CUST-NO
           MOVE WS-AUD-SUPR-ID TO AUD-SUPR-ID
           MOVE SPACES TO AUD-APPROVER-ID
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       6100-LOG-DRAWER-EVENT.
      *> Every cash movement through the drawer is journalled with
      *> the same open-write-close discipline as the audit file.
           OPEN EXTEND DRAWER-JOURNAL-FILE
           MOVE 0 TO WS-LOG-RETRY-COUNT
           PERFORM UNTIL WS-DRWR-FILE-STATUS NOT = "93"
                      OR WS-LOG-RETRY-COUNT >= 100
               ADD 1 TO WS-LOG-RETRY-COUNT
               OPEN EXTEND DRAWER-JOURNAL-FILE
           END-PERFORM
           IF WS-DRWR-FILE-STATUS = "35"
               OPEN OUTPUT DRAWER-JOURNAL-FILE
               CLOSE DRAWER-JOURNAL-FILE
               OPEN EXTEND DRAWER-JOURNAL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO DJ-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO DJ-TIME
           MOVE WS-TELLER-ID TO DJ-TELLER-ID
           MOVE WS-DJ-EVENT TO DJ-EVENT
           MOVE WS-DJ-AMOUNT TO DJ-AMOUNT
           MOVE WS-DJ-ACCT-NO TO DJ-ACCT-NO
           MOVE WS-DJ-TRANS-ID TO DJ-TRANS-ID
           IF WS-DJ-EVENT = "CONT"
               MOVE WS-DRAWER-COUNT-TABLE TO DJ-DENOM-COUNTS
               MOVE WS-DRAWER-AMOUNT TO DJ-COIN-AMT
           ELSE
               MOVE ZEROS TO DJ-DENOM-COUNTS
               MOVE ZERO TO DJ-COIN-AMT
           END-IF
           WRITE DRAWER-JOURNAL-RECORD
           CLOSE DRAWER-JOURNAL-FILE.

       9000-TERMINATE.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE OWNER-XREF-FILE.

       COPY "TRNPROC.CPY".
       COPY "LOANPROC.CPY".
