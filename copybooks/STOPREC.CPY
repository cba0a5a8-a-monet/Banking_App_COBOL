      *> amount (zero matches any amount), and an expiry date.
      *> BANK-ACHPOST refuses any debit a live stop matches,
      *> returns the item to the originator on ACHRETRN.DAT and
      *> reports it on ACHREJCT.RPT. A stop on a paper check
      *> instead names the check serial in SP-CHECK-NO (zero on
      *> originator stops); BANK-CHKCLR returns any presented check
      *> with that serial on the account, and BANK-ACHPOST ignores
      *> check stops. Status is A (active) or X (cancelled).
       01  STOP-PAY-RECORD.
           05  SP-STOP-NO             PIC 9(6).
           05  SP-ACCT-NO             PIC 9(6).
           05  SP-PLACED-DATE         PIC 9(8).
           05  SP-EXPIRY-DATE         PIC 9(8).
           05  SP-STATUS              PIC X(1).
           05  SP-CHECK-NO            PIC 9(6).
