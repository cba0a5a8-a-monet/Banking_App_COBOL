      *> Loan work fields, copied into WORKING-STORAGE of every
      *> program that copies LOANPROC.CPY. The caller sets
      *> WS-LN-AS-OF-DATE (and WS-LN-PAY-AMT for a payment) and
      *> reads the payoff and payment split back from here.
       01  WS-LN-AS-OF-DATE         PIC 9(8).
       01  WS-LN-DAYS               PIC S9(5).
       01  WS-LN-PRIN-OWED          PIC 9(7)V99.
       01  WS-LN-ACCRUED            PIC 9(7)V99.
       01  WS-LN-PAYOFF             PIC 9(7)V99.
       01  WS-LN-PAY-AMT            PIC 9(7)V99.
       01  WS-LN-REMAIN             PIC 9(7)V99.
       01  WS-LN-INT-PART           PIC 9(7)V99.
       01  WS-LN-LATE-PART          PIC 9(7)V99.
       01  WS-LN-PRIN-PART          PIC 9(7)V99.
       01  WS-LN-PAID-OFF-SW        PIC X VALUE "N".
       01  WS-LN-DUE-DATE           PIC 9(8).
       01  WS-LN-DUE-YYYY           PIC 9(4).
       01  WS-LN-DUE-MM             PIC 9(2).
       01  WS-LN-DUE-DD             PIC 9(2).
       01  WS-LN-DAYS-IN-MONTH      PIC 9(2).
