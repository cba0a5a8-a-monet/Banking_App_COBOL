      *> Paid-check register - keyed by account number and check
      *> serial, one record for every paper check the check
      *> clearing batch has paid. A serial already on the register
      *> for the account is a duplicate presentment and is returned
      *> instead of posting twice. PC-TRANS-ID names the CHKD entry
      *> on the transaction log; PC-BANK-SEQ is the clearing bank's
      *> item sequence number, kept so an item can be traced back
      *> to the cash letter it arrived on.
       01  PAID-CHECK-RECORD.
           05  PC-KEY.
               10  PC-ACCT-NO         PIC 9(6).
               10  PC-CHECK-NO        PIC 9(6).
           05  PC-AMT                 PIC 9(7)V99.
           05  PC-PAID-DATE           PIC 9(8).
           05  PC-TRANS-ID            PIC 9(6).
           05  PC-BANK-SEQ            PIC X(10).
