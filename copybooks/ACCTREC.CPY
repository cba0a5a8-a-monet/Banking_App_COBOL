      *> Account master record - keyed by account number.
      *> AM-ACCT-TYPE is a product code carried on RATEPARM.DAT
      *> (CK checking, SV savings, MM money market, CD certificate
      *> of deposit to start). LN is the installment loan product;
      *> it carries no RATEPARM.DAT entry, since its pricing is set
      *> on the account itself at opening.
      *> AM-CUST-NO links the account to its owning customer on
      *> CUSTMSTR.DAT (zero on accounts opened before the customer
      *> file existed).
      *> AM-FUNDING-ACCT-NO names the customer's own account that
      *> overdraft-protection sweeps draw on before the overdraft
      *> limit is touched (zero when no link is set).
      *> The AM-LN fields are set on LN accounts only and zero
      *> everywhere else. A loan's AM-BALANCE is negative: the
      *> principal still owed plus any unpaid late charges, so the
      *> ledger reconciles the same way a deposit account does.
      *> AM-LN-PRINCIPAL is the amount disbursed, AM-LN-RATE the
      *> annual rate, AM-LN-PAYMENT the monthly installment and
      *> AM-LN-NEXT-DUE-DATE the oldest installment not yet paid
      *> in full (zero once the loan is paid off); AM-LN-DUE-DAY is
      *> the day of the month installments fall due.
      *> AM-LN-DUE-PAID is what has been paid toward that
      *> installment so far. Interest accrues simple-daily on the
      *> principal owed (actual/365) and is settled through
      *> AM-LN-INT-DATE, with AM-LN-ACCRUED-INT holding any
      *> settled-but-unpaid interest. AM-LN-LATE-DUE is unpaid
      *> late charges, and AM-LN-LATE-CHG-DATE the installment due
      *> date the last late charge was assessed against, so one
      *> missed installment is only ever charged once.
      *> The AM-OD fields track an overdraft episode on a deposit
      *> account and are kept by the nightly overdraft-aging job:
      *> AM-OD-START-DATE is the business date the account was
      *> first found negative (zero while it is not overdrawn),
      *> AM-OD-FEE-DATE the last night a daily overdraft fee was
      *> charged and AM-OD-FEES-TOTAL the fees charged so far in
      *> the episode. All three clear when the balance comes back
      *> to zero or above. An account charged off as uncollectable
      *> takes AM-STATUS "W" and can no longer be signed on to.
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCT-NO             PIC 9(6).
           05  AM-NAME                PIC X(20).
           05  AM-CD-RATE             PIC V9(4).
           05  AM-CD-DISPOSITION      PIC X(1).
           05  AM-FUNDING-ACCT-NO     PIC 9(6).
           05  AM-LN-PRINCIPAL        PIC 9(7)V99.
           05  AM-LN-RATE             PIC V9(4).
           05  AM-LN-TERM-MONTHS      PIC 9(3).
           05  AM-LN-PAYMENT          PIC 9(7)V99.
           05  AM-LN-DUE-DAY          PIC 9(2).
           05  AM-LN-NEXT-DUE-DATE    PIC 9(8).
           05  AM-LN-DUE-PAID         PIC 9(7)V99.
           05  AM-LN-INT-DATE         PIC 9(8).
           05  AM-LN-ACCRUED-INT      PIC 9(7)V99.
           05  AM-LN-LATE-DUE         PIC 9(7)V99.
           05  AM-LN-LATE-CHG-DATE    PIC 9(8).
           05  AM-OD-START-DATE       PIC 9(8).
           05  AM-OD-FEE-DATE         PIC 9(8).
           05  AM-OD-FEES-TOTAL       PIC 9(7)V99.
