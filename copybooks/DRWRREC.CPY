      *> Teller cash drawer journal record - one entry per cash
      *> movement through a teller's drawer, appended by the teller
      *> window and read by the end-of-day drawer balancing in
      *> BANK-TLRPRF. Event codes: OPEN opening cash counted in at
      *> sign-on, CSHI cash taken in on a DEPO of kind CA or a loan
      *> payment at the window (LNPI/LNPP), CSHO cash paid out on a
      *> WITH or a loan disbursement (LNDB), VBUY cash bought from
      *> the vault into the drawer, VSEL cash sold from the drawer
      *> back to the vault, CONT the cash counted at sign-off.
      *> DJ-ACCT-NO and DJ-TRANS-ID name the posting behind a CSHI
      *> or CSHO - for a loan payment the last entry logged for it
      *> (zero otherwise). On a CONT record DJ-DENOM-COUNT holds the
      *> number of $100, $50, $20, $10, $5, $2 and $1 notes counted
      *> and DJ-COIN-AMT the coin total; DJ-AMOUNT is always the
      *> cash amount of the event.
       01  DRAWER-JOURNAL-RECORD.
           05  DJ-DATE                PIC 9(8).
           05  DJ-TIME                PIC 9(6).
           05  DJ-TELLER-ID           PIC X(4).
           05  DJ-EVENT               PIC X(4).
           05  DJ-AMOUNT              PIC 9(7)V99.
           05  DJ-ACCT-NO             PIC 9(6).
           05  DJ-TRANS-ID            PIC 9(6).
           05  DJ-DENOM-COUNTS.
               10  DJ-DENOM-COUNT     PIC 9(5) OCCURS 7 TIMES.
           05  DJ-COIN-AMT            PIC 9(5)V99.
