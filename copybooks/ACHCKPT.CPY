      *> ACH posting checkpoint record - one record, key ACHPOST,
      *> rewritten by BANK-ACHPOST after every ACHITEMS.DAT record
      *> it finishes, so a run that dies part way can be restarted
      *> after the last record committed instead of from item one.
      *> CK-BUSINESS-DATE is the date the run was posting and
      *> CK-STATUS is R while the run is in progress and C once it
      *> has finished the file. CK-FILE-RECORDS, CK-FILE-ACCT-HASH,
      *> CK-FILE-AMT-HASH and CK-FILE-TRAILER fingerprint the item
      *> file the run started on (record count, hash totals of the
      *> account numbers and amounts, and the trailer record as
      *> received); a restart is refused if the file on hand does
      *> not fingerprint the same. CK-RECORDS-DONE is the number of
      *> item file records committed, trailer included; the rest
      *> are the run's counters and control totals at that point.
       01  ACH-CHECKPOINT-RECORD.
           05  CK-KEY                 PIC X(8).
           05  CK-BUSINESS-DATE       PIC 9(8).
           05  CK-STATUS              PIC X(1).
           05  CK-FILE-RECORDS        PIC 9(7).
           05  CK-FILE-ACCT-HASH      PIC 9(13).
           05  CK-FILE-AMT-HASH       PIC 9(11)V99.
           05  CK-FILE-TRAILER        PIC X(37).
           05  CK-RECORDS-DONE        PIC 9(7).
           05  CK-ITEMS-READ          PIC 9(6).
           05  CK-ITEMS-POSTED        PIC 9(6).
           05  CK-ITEMS-REJECTED      PIC 9(6).
           05  CK-ITEMS-STOPPED       PIC 9(6).
           05  CK-RETURNS-WRITTEN     PIC 9(6).
           05  CK-CREDIT-TOTAL        PIC 9(9)V99.
           05  CK-DEBIT-TOTAL         PIC 9(9)V99.
           05  CK-FILE-CREDIT-TOTAL   PIC 9(10)V99.
           05  CK-FILE-DEBIT-TOTAL    PIC 9(10)V99.
           05  CK-TRAILER-SEEN        PIC X(1).
