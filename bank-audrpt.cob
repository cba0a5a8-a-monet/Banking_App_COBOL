      *> logins, account openings, supervisor actions, failed
      *> transfer reversals) and prints per-event-code counts, so
      *> "who opened account 100455" and "was this customer locked
      *> out" have an answer on paper. Supervisor events also show
      *> the supervisor who keyed them and, for changes decided
      *> under dual control, the supervisor who approved or
      *> rejected them. A closing section lists the day's daily
      *> limit overrides (LMTO) with the teller and the supervisor
      *> who signed for each.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-AUDIT-EOF-SW          PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-EVENTS-LISTED         PIC 9(6) VALUE 0.
       01 WS-OVERRIDES-LISTED      PIC 9(6) VALUE 0.

       01 WS-CODE-TABLE.
          05 WS-CODE-ENTRY OCCURS 40 TIMES.
             10 WS-TBL-EVENT-CODE   PIC X(4).
             10 WS-TBL-EVENT-COUNT  PIC 9(6).
       01 WS-CODE-COUNT            PIC 9(2) VALUE 0.
           IF NOT (WS-ABORT-SW = "Y")
               PERFORM 2000-LIST-EVENTS
               PERFORM 3000-WRITE-SUMMARY
               PERFORM 3100-LIST-OVERRIDES
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.
                  "  ACCT " AUD-ACCT-NO
                  "  " AUD-EVENT-CODE
                  "  " AUD-OUTCOME
                  "  " AUD-SUPR-ID " " AUD-APPROVER-ID
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-CODE-COUNT < 40
                   ADD 1 TO WS-CODE-COUNT
                   MOVE AUD-EVENT-CODE
                       TO WS-TBL-EVENT-CODE(WS-CODE-COUNT)
               WRITE RPT-LINE
           END-IF.

       3100-LIST-OVERRIDES.
      *> Second pass over the log for the limit overrides granted
      *> at the windows on the report date.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "DAILY LIMIT OVERRIDES:"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE "N" TO WS-AUDIT-EOF-SW
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF-SW = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF-SW
                       NOT AT END
                           IF AUD-DATE = WS-REPORT-DATE
                                  AND AUD-EVENT-CODE = "LMTO"
                               ADD 1 TO WS-OVERRIDES-LISTED
                               PERFORM 3110-WRITE-OVERRIDE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-OVERRIDES-LISTED = 0
               STRING "  NONE"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "TOTAL OVERRIDES: " WS-OVERRIDES-LISTED
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       3110-WRITE-OVERRIDE-LINE.
           MOVE SPACES TO RPT-LINE
           STRING "  " AUD-TIME(1:2) ":" AUD-TIME(3:2) ":"
                  AUD-TIME(5:2)
                  "  ACCT " AUD-ACCT-NO
                  "  TELLER " AUD-TELLER-ID
                  "  SUPR " AUD-SUPR-ID
                  "  " AUD-OUTCOME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE AUDIT-REPORT-FILE
           DISPLAY "Audit report complete. See AUDIT.RPT".
