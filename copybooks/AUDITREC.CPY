      *> stop-payment order placed, SPCX stop-payment order
      *> cancelled, SPHT incoming debit refused by a stop, OWAD
      *> account owner added or reset, OWRM account owner
      *> removed, FNDL funding-account link changed, TAXC
      *> customer tax id recorded or corrected, PEND maintenance
      *> queued for a second supervisor's approval, APRJ queued
      *> item rejected (or refused on approval because it could no
      *> longer be applied), APEX queued item expired unreviewed,
      *> CHGO overdrawn account charged off, LMTR withdrawal,
      *> transfer or external payment refused over the account's
      *> daily limit, LMTO daily limit overridden by a supervisor
      *> at the window, LMTC account's own daily limits set or
      *> removed, ICRL severe integrity-check findings released by
      *> a supervisor so the night schedule could run.
      *> AUD-CUST-NO names the customer present for the event
      *> (zero when none applies).
      *> AUD-TELLER-ID names the operator at the keyboard: a teller
      *> id from OPERMSTR.DAT for teller work, BTCH for batch jobs,
      *> SUPV for supervisor maintenance.
      *> AUD-SUPR-ID names the individual supervisor (SUPVMSTR.DAT)
      *> who keyed a supervisor event, and AUD-APPROVER-ID the
      *> second supervisor who approved or rejected it under dual
      *> control; both are blank on teller and batch events,
      *> except that a teller's LMTO and the batch ICRL name the
      *> supervisor who signed for the override in AUD-SUPR-ID.
       01  AUDIT-RECORD.
           05  AUD-DATE               PIC 9(8).
           05  AUD-TIME               PIC 9(6).
           05  AUD-OUTCOME            PIC X(30).
           05  AUD-TELLER-ID          PIC X(4).
           05  AUD-CUST-NO            PIC 9(6).
           05  AUD-SUPR-ID            PIC X(4).
           05  AUD-APPROVER-ID        PIC X(4).
