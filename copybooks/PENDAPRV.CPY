      *> Pending supervisor approval record - keyed by item number.
      *> BANK-SUPER queues a maintenance action here instead of
      *> applying it when dual control applies: a reversal, an
      *> overdraft-limit increase or a charge-off above the
      *> DUALPARM.DAT amount, and every customer or owner PIN
      *> reset. PA-ACTION carries the audit event code the action
      *> posts under once applied (RVSL reversal, ODLM overdraft
      *> limit, PRST PIN reset, OWAD owner PIN reset, CHGO
      *> charge-off). PA-MAKER-ID is the supervisor who keyed it;
      *> a different supervisor must approve or reject it, and is
      *> recorded in PA-CHECKER-ID. PA-AMOUNT is the reversal
      *> amount, the new overdraft limit (PA-OLD-AMOUNT the limit
      *> it replaces) or the overdrawn balance to charge off;
      *> PA-TRANS-ID names the transaction to reverse; PA-NEW-PIN
      *> and PA-CUST-NO carry a PIN reset.
      *> Status is P (pending), A (approved and applied), R
      *> (rejected, or refused when it could no longer be applied)
      *> or E (expired unreviewed by BANK-APRVEXP at end of day).
       01  PENDING-APPROVAL-RECORD.
           05  PA-ITEM-NO             PIC 9(6).
           05  PA-ACTION              PIC X(4).
           05  PA-STATUS              PIC X(1).
           05  PA-ACCT-NO             PIC 9(6).
           05  PA-CUST-NO             PIC 9(6).
           05  PA-TRANS-ID            PIC 9(6).
           05  PA-AMOUNT              PIC 9(7)V99.
           05  PA-OLD-AMOUNT          PIC 9(7)V99.
           05  PA-NEW-PIN             PIC 9(4).
           05  PA-MAKER-ID            PIC X(4).
           05  PA-RAISED-DATE         PIC 9(8).
           05  PA-RAISED-TIME         PIC 9(6).
           05  PA-CHECKER-ID          PIC X(4).
           05  PA-DECIDED-DATE        PIC 9(8).
