      *> proves the batch runs and SUPV the supervisor corrections,
      *> so a cash drawer dispute has a per-operator answer on
      *> paper. Output goes to TLRPROOF.RPT.
      *> The same run then balances each teller drawer session on
      *> the teller window's drawer journal DRWRJRNL.DAT: opening
      *> cash plus cash deposits and loan payments less cash
      *> withdrawals and loan disbursements plus vault buys less
      *> vault sells is compared with the cash counted at
      *> sign-off, the difference is posted to the teller's
      *> over/short record on OVRSHRT.DAT, and each drawer is
      *> printed on CASHBAL.RPT beside the teller's proof figures.
      *> Drawers over or short by more than the tolerance on
      *> CASHPARM.DAT (one line, default "5.00") are listed for the
      *> branch manager.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

           SELECT DRAWER-JOURNAL-FILE ASSIGN TO "DRWRJRNL.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DRWR-FILE-STATUS.

           SELECT OVER-SHORT-FILE ASSIGN TO "OVRSHRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OS-KEY
               FILE STATUS IS WS-OS-FILE-STATUS.

           SELECT CASH-PARAM-FILE ASSIGN TO "CASHPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO "CASHBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-RPT-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           RECORD CONTAINS 80 CHARACTERS.
       01  RPT-LINE                PIC X(80).

       FD  DRAWER-JOURNAL-FILE.
           COPY "DRWRREC.CPY".

       FD  OVER-SHORT-FILE.
           COPY "OVSHREC.CPY".

       FD  CASH-PARAM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CASH-PARM-LINE          PIC X(80).

       FD  CASH-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CASH-RPT-LINE           PIC X(100).

       FD  BATCH-CONTROL-FILE.
           COPY "BATCHCTL.CPY".

       01 WS-TOTAL-DISPLAY         PIC $$$,$$$,$$9.99.
       01 WS-TOTAL-DISPLAY-2       PIC $$$,$$$,$$9.99.

      *> One entry per drawer session on the proof date: a session
      *> starts at the teller's OPEN and ends at the count; cash
      *> movements with no OPEN before them start a session of
      *> their own with no opening cash.
       01 WS-DRAWER-TABLE.
          05 WS-DS-ENTRY OCCURS 100 TIMES.
             10 WS-DS-TELLER-ID      PIC X(4).
             10 WS-DS-SESSION-TIME   PIC 9(6).
             10 WS-DS-OPENED-SW      PIC X.
             10 WS-DS-COUNTED-SW     PIC X.
             10 WS-DS-REVIEW-SW      PIC X.
             10 WS-DS-OPENING        PIC 9(7)V99.
             10 WS-DS-CASH-IN        PIC 9(9)V99.
             10 WS-DS-CASH-OUT       PIC 9(9)V99.
             10 WS-DS-VAULT-IN       PIC 9(9)V99.
             10 WS-DS-VAULT-OUT      PIC 9(9)V99.
             10 WS-DS-COUNTED        PIC 9(7)V99.
             10 WS-DS-EXPECTED       PIC S9(9)V99.
             10 WS-DS-DIFFERENCE     PIC S9(9)V99.
       01 WS-DS-COUNT              PIC 9(3) VALUE 0.
       01 WS-DS-IDX                PIC 9(3) VALUE 0.
       01 WS-DS-SUB                PIC 9(3).
       01 WS-DS-PROOF-ITEMS        PIC 9(6) VALUE 0.

      *> Over/short tolerance; the default stands when CASHPARM.DAT
      *> carries an unusable value.
       01 WS-OS-TOLERANCE          PIC 9(5)V99 VALUE 5.00.
       01 WS-CP-EOF-SW             PIC X VALUE "N".
       01 WS-CP-FIELD              PIC X(12).
       01 WS-AMOUNT-TRIMMED        PIC X(12).
       01 WS-AMOUNT-TEST-CODE      PIC S9(4).
       01 WS-NUMVAL-AMOUNT         PIC S9(9)V9(4).

       01 WS-DRWR-EOF-SW           PIC X VALUE "N".
       01 WS-ABS-DIFFERENCE        PIC 9(9)V99.
       01 WS-DRAWERS-BALANCED      PIC 9(4) VALUE 0.
       01 WS-DRAWERS-NOT-COUNTED   PIC 9(4) VALUE 0.
       01 WS-DRAWERS-REVIEW        PIC 9(4) VALUE 0.
       01 WS-TOTAL-OVER            PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SHORT           PIC 9(9)V99 VALUE 0.
       01 WS-CASH-DISPLAY          PIC $$$,$$$,$$9.99.
       01 WS-CASH-DISPLAY-2        PIC $$$,$$$,$$9.99.
       01 WS-CASH-DISPLAY-3        PIC $$$,$$$,$$9.99.
       01 WS-DIFF-DISPLAY          PIC $$$,$$$,$$9.99-.
       01 WS-EXPECTED-DISPLAY      PIC $$$,$$$,$$9.99-.
       01 WS-RESULT-WORD           PIC X(8).

       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-RPT-FILE-STATUS       PIC XX.
       01 WS-DRWR-FILE-STATUS      PIC XX.
       01 WS-OS-FILE-STATUS        PIC XX.
       01 WS-CP-FILE-STATUS        PIC XX.
       01 WS-CASH-RPT-FILE-STATUS  PIC XX.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               IF NOT (WS-ABORT-SW = "Y")
                   PERFORM 2000-SUMMARIZE-DAY
                   PERFORM 3000-WRITE-PROOF
                   PERFORM 4000-BALANCE-DRAWERS
                   PERFORM 9000-TERMINATE
               END-IF
               IF WS-ABORT-SW = "N" OR WS-BC-NO-WORK-SW = "Y"
                   WHEN "XFRC"
                   WHEN "ACHC"
                   WHEN "RVSC"
                   WHEN "LNPI"
                   WHEN "LNPP"
                   WHEN "CHGO"
                       ADD TR-AMT
                           TO WS-TBL-CREDIT-TOTAL(WS-FOUND-IDX)
                       ADD TR-AMT TO WS-GRAND-CREDITS
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       4000-BALANCE-DRAWERS.
           PERFORM 4050-LOAD-CASH-PARAMS
           OPEN OUTPUT CASH-REPORT-FILE
           IF WS-CASH-RPT-FILE-STATUS NOT = "00"
               DISPLAY "Unable to open CASHBAL.RPT for output "
                       "(status " WS-CASH-RPT-FILE-STATUS "). Drawer "
                       "balancing aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               OPEN I-O OVER-SHORT-FILE
               IF WS-OS-FILE-STATUS = "35"
                   OPEN OUTPUT OVER-SHORT-FILE
                   CLOSE OVER-SHORT-FILE
                   OPEN I-O OVER-SHORT-FILE
               END-IF
               IF WS-OS-FILE-STATUS NOT = "00"
                   DISPLAY "Unable to open OVRSHRT.DAT (status "
                           WS-OS-FILE-STATUS "). Drawer balancing "
                           "aborted."
                   MOVE "Y" TO WS-ABORT-SW
                   CLOSE CASH-REPORT-FILE
               ELSE
                   PERFORM 4100-READ-DRAWER-JOURNAL
                   PERFORM 4200-WRITE-DRAWERS
                   PERFORM 4400-WRITE-REVIEW-LIST
                   PERFORM 4500-WRITE-CASH-TOTALS
                   CLOSE OVER-SHORT-FILE
                   CLOSE CASH-REPORT-FILE
               END-IF
           END-IF.

       4050-LOAD-CASH-PARAMS.
           OPEN INPUT CASH-PARAM-FILE
           IF WS-CP-FILE-STATUS = "35"
               OPEN OUTPUT CASH-PARAM-FILE
               MOVE "5.00" TO CASH-PARM-LINE
               WRITE CASH-PARM-LINE
               CLOSE CASH-PARAM-FILE
               DISPLAY "CASHPARM.DAT created with the default "
                       "over/short tolerance."
               OPEN INPUT CASH-PARAM-FILE
           END-IF
           MOVE "N" TO WS-CP-EOF-SW
           IF WS-CP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CP-EOF-SW = "Y"
                   READ CASH-PARAM-FILE
                       AT END
                           MOVE "Y" TO WS-CP-EOF-SW
                       NOT AT END
                           IF CASH-PARM-LINE NOT = SPACES
                               PERFORM 4060-PARSE-CASH-PARAMS
                               MOVE "Y" TO WS-CP-EOF-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-PARAM-FILE
           END-IF.

       4060-PARSE-CASH-PARAMS.
           MOVE SPACES TO WS-CP-FIELD
           UNSTRING FUNCTION TRIM(CASH-PARM-LINE) DELIMITED BY ALL " "
               INTO WS-CP-FIELD
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-CP-FIELD) TO WS-AMOUNT-TRIMMED
           COMPUTE WS-AMOUNT-TEST-CODE =
                   FUNCTION TEST-NUMVAL(WS-AMOUNT-TRIMMED)
           IF WS-AMOUNT-TEST-CODE = 0
               COMPUTE WS-NUMVAL-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TRIMMED)
           END-IF
           IF WS-AMOUNT-TEST-CODE = 0
                  AND WS-NUMVAL-AMOUNT >= ZERO
                  AND WS-NUMVAL-AMOUNT <= 99999.99
               MOVE WS-NUMVAL-AMOUNT TO WS-OS-TOLERANCE
           ELSE
               DISPLAY "WARNING: unusable over/short tolerance in "
                       "CASHPARM.DAT; using the default."
           END-IF.

       4100-READ-DRAWER-JOURNAL.
           MOVE "N" TO WS-DRWR-EOF-SW
           OPEN INPUT DRAWER-JOURNAL-FILE
           IF WS-DRWR-FILE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-DRWR-EOF-SW = "Y"
                   READ DRAWER-JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-DRWR-EOF-SW
                       NOT AT END
                           IF DJ-DATE = WS-REPORT-DATE
                               PERFORM 4110-POST-DRAWER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DRAWER-JOURNAL-FILE
           END-IF.

       4110-POST-DRAWER-EVENT.
           IF DJ-EVENT = "OPEN"
               PERFORM 4120-ADD-SESSION
               IF WS-DS-IDX NOT = 0
                   MOVE "Y" TO WS-DS-OPENED-SW(WS-DS-IDX)
                   MOVE DJ-AMOUNT TO WS-DS-OPENING(WS-DS-IDX)
               END-IF
           ELSE
               PERFORM 4130-FIND-OPEN-SESSION
               IF WS-DS-IDX = 0
                   PERFORM 4120-ADD-SESSION
               END-IF
               IF WS-DS-IDX NOT = 0
                   EVALUATE DJ-EVENT
                       WHEN "CSHI"
                           ADD DJ-AMOUNT TO WS-DS-CASH-IN(WS-DS-IDX)
                       WHEN "CSHO"
                           ADD DJ-AMOUNT TO WS-DS-CASH-OUT(WS-DS-IDX)
                       WHEN "VBUY"
                           ADD DJ-AMOUNT TO WS-DS-VAULT-IN(WS-DS-IDX)
                       WHEN "VSEL"
                           ADD DJ-AMOUNT
                               TO WS-DS-VAULT-OUT(WS-DS-IDX)
                       WHEN "CONT"
                           MOVE DJ-AMOUNT TO WS-DS-COUNTED(WS-DS-IDX)
                           MOVE "Y" TO WS-DS-COUNTED-SW(WS-DS-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       4120-ADD-SESSION.
           IF WS-DS-COUNT < 100
               ADD 1 TO WS-DS-COUNT
               MOVE WS-DS-COUNT TO WS-DS-IDX
               INITIALIZE WS-DS-ENTRY(WS-DS-IDX)
               MOVE DJ-TELLER-ID TO WS-DS-TELLER-ID(WS-DS-IDX)
               MOVE DJ-TIME TO WS-DS-SESSION-TIME(WS-DS-IDX)
               MOVE "N" TO WS-DS-OPENED-SW(WS-DS-IDX)
               MOVE "N" TO WS-DS-COUNTED-SW(WS-DS-IDX)
               MOVE "N" TO WS-DS-REVIEW-SW(WS-DS-IDX)
           ELSE
               MOVE 0 TO WS-DS-IDX
               DISPLAY "Drawer table full; cannot balance drawer "
                       "for operator " DJ-TELLER-ID
           END-IF.

       4130-FIND-OPEN-SESSION.
      *> The teller's latest session not yet counted.
           MOVE 0 TO WS-DS-IDX
           PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                   UNTIL WS-DS-SUB > WS-DS-COUNT
               IF WS-DS-TELLER-ID(WS-DS-SUB) = DJ-TELLER-ID
                      AND WS-DS-COUNTED-SW(WS-DS-SUB) = "N"
                   MOVE WS-DS-SUB TO WS-DS-IDX
               END-IF
           END-PERFORM.

       4200-WRITE-DRAWERS.
           MOVE SPACES TO CASH-RPT-LINE
           STRING "TELLER CASH DRAWER BALANCING FOR " WS-REPORT-DATE
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           IF WS-DS-COUNT = 0
               MOVE SPACES TO CASH-RPT-LINE
               STRING "NO DRAWER ACTIVITY RECORDED FOR THIS DATE."
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
           ELSE
               PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                       UNTIL WS-DS-SUB > WS-DS-COUNT
                   PERFORM 4210-BALANCE-ONE-DRAWER
                   PERFORM 4220-WRITE-DRAWER-LINES
               END-PERFORM
           END-IF.

       4210-BALANCE-ONE-DRAWER.
           COMPUTE WS-DS-EXPECTED(WS-DS-SUB) =
                   WS-DS-OPENING(WS-DS-SUB)
                   + WS-DS-CASH-IN(WS-DS-SUB)
                   - WS-DS-CASH-OUT(WS-DS-SUB)
                   + WS-DS-VAULT-IN(WS-DS-SUB)
                   - WS-DS-VAULT-OUT(WS-DS-SUB)
           IF WS-DS-COUNTED-SW(WS-DS-SUB) = "Y"
               COMPUTE WS-DS-DIFFERENCE(WS-DS-SUB) =
                       WS-DS-COUNTED(WS-DS-SUB)
                       - WS-DS-EXPECTED(WS-DS-SUB)
               IF WS-DS-DIFFERENCE(WS-DS-SUB) < ZERO
                   COMPUTE WS-ABS-DIFFERENCE =
                           0 - WS-DS-DIFFERENCE(WS-DS-SUB)
                   ADD WS-ABS-DIFFERENCE TO WS-TOTAL-SHORT
               ELSE
                   MOVE WS-DS-DIFFERENCE(WS-DS-SUB)
                       TO WS-ABS-DIFFERENCE
                   ADD WS-ABS-DIFFERENCE TO WS-TOTAL-OVER
               END-IF
               IF WS-ABS-DIFFERENCE > WS-OS-TOLERANCE
                   MOVE "Y" TO WS-DS-REVIEW-SW(WS-DS-SUB)
                   ADD 1 TO WS-DRAWERS-REVIEW
               END-IF
               ADD 1 TO WS-DRAWERS-BALANCED
               PERFORM 4300-POST-OVER-SHORT
           ELSE
               ADD 1 TO WS-DRAWERS-NOT-COUNTED
           END-IF.

       4220-WRITE-DRAWER-LINES.
      *> The teller's figures from the activity proof head each of
      *> the teller's drawers.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TELLER-COUNT
               IF WS-TBL-TELLER-ID(WS-SUB)
                      = WS-DS-TELLER-ID(WS-DS-SUB)
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               MOVE ZERO TO WS-TOTAL-DISPLAY
               MOVE ZERO TO WS-TOTAL-DISPLAY-2
               MOVE ZERO TO WS-DS-PROOF-ITEMS
           ELSE
               MOVE WS-TBL-DEBIT-TOTAL(WS-FOUND-IDX)
                   TO WS-TOTAL-DISPLAY
               MOVE WS-TBL-CREDIT-TOTAL(WS-FOUND-IDX)
                   TO WS-TOTAL-DISPLAY-2
               MOVE WS-TBL-ITEM-COUNT(WS-FOUND-IDX)
                   TO WS-DS-PROOF-ITEMS
           END-IF
           MOVE SPACES TO CASH-RPT-LINE
           STRING "TELLER " WS-DS-TELLER-ID(WS-DS-SUB)
                  "  OPENED " WS-DS-SESSION-TIME(WS-DS-SUB)
                  "  PROOF ITEMS " WS-DS-PROOF-ITEMS
                  "  DEBITS " WS-TOTAL-DISPLAY
                  "  CREDITS " WS-TOTAL-DISPLAY-2
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE WS-DS-OPENING(WS-DS-SUB) TO WS-CASH-DISPLAY
           MOVE WS-DS-CASH-IN(WS-DS-SUB) TO WS-CASH-DISPLAY-2
           MOVE WS-DS-CASH-OUT(WS-DS-SUB) TO WS-CASH-DISPLAY-3
           MOVE SPACES TO CASH-RPT-LINE
           IF WS-DS-OPENED-SW(WS-DS-SUB) = "Y"
               STRING "  OPENING CASH " WS-CASH-DISPLAY
                      "   CASH DEPOSITS " WS-CASH-DISPLAY-2
                      "   CASH WITHDRAWALS " WS-CASH-DISPLAY-3
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
           ELSE
               STRING "  NO OPENING   " WS-CASH-DISPLAY
                      "   CASH DEPOSITS " WS-CASH-DISPLAY-2
                      "   CASH WITHDRAWALS " WS-CASH-DISPLAY-3
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
           END-IF
           WRITE CASH-RPT-LINE
           MOVE WS-DS-VAULT-IN(WS-DS-SUB) TO WS-CASH-DISPLAY
           MOVE WS-DS-VAULT-OUT(WS-DS-SUB) TO WS-CASH-DISPLAY-2
           MOVE WS-DS-EXPECTED(WS-DS-SUB) TO WS-EXPECTED-DISPLAY
           MOVE SPACES TO CASH-RPT-LINE
           STRING "  VAULT BUYS   " WS-CASH-DISPLAY
                  "   VAULT SELLS   " WS-CASH-DISPLAY-2
                  "   EXPECTED CASH    " WS-EXPECTED-DISPLAY
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           IF WS-DS-COUNTED-SW(WS-DS-SUB) = "Y"
               MOVE WS-DS-COUNTED(WS-DS-SUB) TO WS-CASH-DISPLAY
               MOVE WS-DS-DIFFERENCE(WS-DS-SUB) TO WS-DIFF-DISPLAY
               EVALUATE TRUE
                   WHEN WS-DS-DIFFERENCE(WS-DS-SUB) > ZERO
                       MOVE "OVER" TO WS-RESULT-WORD
                   WHEN WS-DS-DIFFERENCE(WS-DS-SUB) < ZERO
                       MOVE "SHORT" TO WS-RESULT-WORD
                   WHEN OTHER
                       MOVE "BALANCED" TO WS-RESULT-WORD
               END-EVALUATE
               IF WS-DS-REVIEW-SW(WS-DS-SUB) = "Y"
                   STRING "  COUNTED      " WS-CASH-DISPLAY
                          "   OVER/SHORT   " WS-DIFF-DISPLAY
                          "  " WS-RESULT-WORD
                          "  *** BEYOND TOLERANCE ***"
                       DELIMITED BY SIZE INTO CASH-RPT-LINE
               ELSE
                   STRING "  COUNTED      " WS-CASH-DISPLAY
                          "   OVER/SHORT   " WS-DIFF-DISPLAY
                          "  " WS-RESULT-WORD
                       DELIMITED BY SIZE INTO CASH-RPT-LINE
               END-IF
           ELSE
               STRING "  NOT COUNTED - NO SIGN-OFF COUNT RECORDED; "
                      "NOTHING POSTED"
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
           END-IF
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE.

       4300-POST-OVER-SHORT.
           MOVE WS-REPORT-DATE TO OS-DATE
           MOVE WS-DS-TELLER-ID(WS-DS-SUB) TO OS-TELLER-ID
           MOVE WS-DS-SESSION-TIME(WS-DS-SUB) TO OS-SESSION-TIME
           MOVE WS-DS-OPENING(WS-DS-SUB) TO OS-OPENING
           MOVE WS-DS-CASH-IN(WS-DS-SUB) TO OS-CASH-IN
           MOVE WS-DS-CASH-OUT(WS-DS-SUB) TO OS-CASH-OUT
           MOVE WS-DS-VAULT-IN(WS-DS-SUB) TO OS-VAULT-IN
           MOVE WS-DS-VAULT-OUT(WS-DS-SUB) TO OS-VAULT-OUT
           MOVE WS-DS-EXPECTED(WS-DS-SUB) TO OS-EXPECTED
           MOVE WS-DS-COUNTED(WS-DS-SUB) TO OS-COUNTED
           MOVE WS-DS-DIFFERENCE(WS-DS-SUB) TO OS-DIFFERENCE
           MOVE WS-DS-REVIEW-SW(WS-DS-SUB) TO OS-REVIEW-FLAG
           WRITE OVER-SHORT-RECORD
               INVALID KEY
                   REWRITE OVER-SHORT-RECORD
                       INVALID KEY
                           DISPLAY "Unable to post over/short for "
                                   "operator " OS-TELLER-ID
                   END-REWRITE
           END-WRITE.

       4400-WRITE-REVIEW-LIST.
           MOVE WS-OS-TOLERANCE TO WS-CASH-DISPLAY
           MOVE SPACES TO CASH-RPT-LINE
           STRING "OVER/SHORT BEYOND TOLERANCE OF "
                  FUNCTION TRIM(WS-CASH-DISPLAY)
                  " - FOR BRANCH MANAGER REVIEW"
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           IF WS-DRAWERS-REVIEW = 0
               MOVE SPACES TO CASH-RPT-LINE
               STRING "NONE."
                   DELIMITED BY SIZE INTO CASH-RPT-LINE
               WRITE CASH-RPT-LINE
           ELSE
               PERFORM VARYING WS-DS-SUB FROM 1 BY 1
                       UNTIL WS-DS-SUB > WS-DS-COUNT
                   IF WS-DS-REVIEW-SW(WS-DS-SUB) = "Y"
                       MOVE WS-DS-EXPECTED(WS-DS-SUB)
                           TO WS-EXPECTED-DISPLAY
                       MOVE WS-DS-COUNTED(WS-DS-SUB)
                           TO WS-CASH-DISPLAY
                       MOVE WS-DS-DIFFERENCE(WS-DS-SUB)
                           TO WS-DIFF-DISPLAY
                       MOVE SPACES TO CASH-RPT-LINE
                       STRING "TELLER " WS-DS-TELLER-ID(WS-DS-SUB)
                              "  OPENED "
                              WS-DS-SESSION-TIME(WS-DS-SUB)
                              "  EXPECTED " WS-EXPECTED-DISPLAY
                              "  COUNTED " WS-CASH-DISPLAY
                              "  OVER/SHORT " WS-DIFF-DISPLAY
                           DELIMITED BY SIZE INTO CASH-RPT-LINE
                       WRITE CASH-RPT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       4500-WRITE-CASH-TOTALS.
           MOVE SPACES TO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           STRING "DRAWERS BALANCED:    " WS-DRAWERS-BALANCED
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           STRING "DRAWERS NOT COUNTED: " WS-DRAWERS-NOT-COUNTED
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE SPACES TO CASH-RPT-LINE
           STRING "DRAWERS FOR REVIEW:  " WS-DRAWERS-REVIEW
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE WS-TOTAL-OVER TO WS-CASH-DISPLAY
           MOVE SPACES TO CASH-RPT-LINE
           STRING "TOTAL OVER:          " WS-CASH-DISPLAY
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE
           MOVE WS-TOTAL-SHORT TO WS-CASH-DISPLAY
           MOVE SPACES TO CASH-RPT-LINE
           STRING "TOTAL SHORT:         " WS-CASH-DISPLAY
               DELIMITED BY SIZE INTO CASH-RPT-LINE
           WRITE CASH-RPT-LINE.

       9000-TERMINATE.
           DISPLAY "Teller proof complete. See TLRPROOF.RPT"
           DISPLAY "Drawer balancing complete. See CASHBAL.RPT"
           DISPLAY "  Drawers for manager review: " WS-DRAWERS-REVIEW.

       COPY "BTCHPROC.CPY".
