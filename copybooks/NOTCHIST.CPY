      *> Customer notice history record - one entry for every letter
      *> the nightly notice job has produced, keyed by account,
      *> notice kind and the event the notice is about, so the same
      *> notice is never sent twice. Kinds: CDMT CD maturity advance
      *> notice (reference date = maturity date), DRMW pre-dormancy
      *> warning (reference date = last customer activity), STPX
      *> stop-payment expiry reminder (reference number = stop
      *> number, reference date = expiry date), STPH stopped item
      *> returned (reference date = date of the SPHT audit event,
      *> reference number = its place among that account's SPHT
      *> events on that date in audit log order), ODNT overdraft
      *> notice (reference date = the date the overdraft began).
      *> NH-CUST-NO is the customer the letter was addressed to.
       01  NOTICE-HIST-RECORD.
           05  NH-KEY.
               10  NH-ACCT-NO         PIC 9(6).
               10  NH-KIND            PIC X(4).
               10  NH-REF-NO          PIC 9(6).
               10  NH-REF-DATE        PIC 9(8).
           05  NH-SENT-DATE           PIC 9(8).
           05  NH-CUST-NO             PIC 9(6).
