      *> Teller over/short record - one per drawer session balanced
      *> by the end-of-day drawer balancing in BANK-TLRPRF, keyed by
      *> business date, teller id and the time the session's drawer
      *> was opened (rewritten if the day is balanced again).
      *> OS-EXPECTED is opening cash plus cash taken in less cash
      *> paid out plus vault buys less vault sells; OS-DIFFERENCE
      *> is the count less that figure, positive when the drawer is
      *> over and negative when it is short. OS-REVIEW-FLAG is Y
      *> when the difference is beyond the over/short tolerance and
      *> the drawer is listed for the branch manager.
       01  OVER-SHORT-RECORD.
           05  OS-KEY.
               10  OS-DATE            PIC 9(8).
               10  OS-TELLER-ID       PIC X(4).
               10  OS-SESSION-TIME    PIC 9(6).
           05  OS-OPENING             PIC 9(7)V99.
           05  OS-CASH-IN             PIC 9(9)V99.
           05  OS-CASH-OUT            PIC 9(9)V99.
           05  OS-VAULT-IN            PIC 9(9)V99.
           05  OS-VAULT-OUT           PIC 9(9)V99.
           05  OS-EXPECTED            PIC S9(9)V99.
           05  OS-COUNTED             PIC 9(7)V99.
           05  OS-DIFFERENCE          PIC S9(9)V99.
           05  OS-REVIEW-FLAG         PIC X(1).
