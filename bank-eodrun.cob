       DATE-WRITTEN. 09/02/26.
      *> End-of-day driver. Opens (or confirms) the business date
      *> on the batch control file, then runs the whole night
      *> schedule in order - the cross-file integrity check (whose
      *> severe findings hold everything after it), standing
      *> orders, ACH posting, inward check clearing, outbound
      *> origination, CD maturities, hold release, loan late
      *> charges and delinquency, service charges, overdraft aging
      *> and fees, dormancy, customer notices, reconciliation,
      *> teller proof, the GL extract, the trial balance by product
      *> and expiry of unreviewed supervisor approvals, with the
      *> period-end archive offered last - stopping at the first
      *> job that does not record a clean completion, with a
      *> console rundown of what completed and what did not. Each
      *> job still makes its own batch-control checks, so nothing
      *> here can push a job out of sequence or double-run it.
      *> The night schedule, in posting order. ARCHIVE is period-
      *> end housekeeping, so the driver asks before running it.
       01 WS-JOB-TABLE.
          05 FILLER PIC X(24) VALUE "INTCHK  BANK-INTCHK    N".
          05 FILLER PIC X(24) VALUE "SOPOST  BANK-SOPOST    N".
          05 FILLER PIC X(24) VALUE "ACHPOST BANK-ACHPOST   N".
          05 FILLER PIC X(24) VALUE "CHKCLR  BANK-CHKCLR    N".
          05 FILLER PIC X(24) VALUE "ACHOUT  BANK-ACHOUT    N".
          05 FILLER PIC X(24) VALUE "CDMAT   BANK-CDMAT     N".
          05 FILLER PIC X(24) VALUE "HLDREL  BANK-HLDREL    N".
          05 FILLER PIC X(24) VALUE "LOANS   BANK-LOANS     N".
          05 FILLER PIC X(24) VALUE "SVCCHG  BANK-SVCCHG    N".
          05 FILLER PIC X(24) VALUE "ODAGE   BANK-ODAGE     N".
          05 FILLER PIC X(24) VALUE "DORMANT BANK-DORMANT   N".
          05 FILLER PIC X(24) VALUE "NOTICE  BANK-NOTICE    N".
          05 FILLER PIC X(24) VALUE "RECON   BANK-RECON     N".
          05 FILLER PIC X(24) VALUE "TLRPRF  BANK-TLRPRF    N".
          05 FILLER PIC X(24) VALUE "LGCASH  BANK-LGCASH    N".
          05 FILLER PIC X(24) VALUE "GLEXTR  BANK-GLEXTR    N".
          05 FILLER PIC X(24) VALUE "TRLBAL  BANK-TRLBAL    N".
          05 FILLER PIC X(24) VALUE "APRVEXP BANK-APRVEXP   N".
          05 FILLER PIC X(24) VALUE "ARCHIVE BANK-ARCHIVE   Y".
       01 WS-JOB-ENTRIES REDEFINES WS-JOB-TABLE.
          05 WS-JOB-ENTRY OCCURS 19 TIMES.
             10 WS-JOB-NAME          PIC X(8).
             10 WS-JOB-PROGRAM       PIC X(15).
             10 WS-JOB-OPTIONAL      PIC X(1).
       01 WS-JOB-COUNT             PIC 9(2) VALUE 19.
       01 WS-SUB                   PIC 9(2).

       01 WS-BUSINESS-DATE         PIC 9(8).
