      *> Trial balance history record - keyed by business date and
      *> product. BANK-TRLBAL saves one record per AM-ACCT-TYPE each
      *> night (rewritten if the job is re-run for the same date).
      *> TH-CLOSING is the signed sum of every ledger balance in the
      *> product, the figure the next night's roll-forward starts
      *> from. TH-OVERDRAWN is carried as a positive amount; on the
      *> LN product it is the amount owed. TH-MOVEMENT is the net
      *> GLEXTR.DAT movement the night's closing was proved against,
      *> and TH-ROLL-FLAG records the outcome: Y rolled forward, N
      *> did not, P no prior closing on file, X no usable extract.
       01  TRIAL-BALANCE-HIST-RECORD.
           05  TH-KEY.
               10  TH-DATE            PIC 9(8).
               10  TH-PRODUCT         PIC X(2).
           05  TH-ACCT-COUNT          PIC 9(6).
           05  TH-POSITIVE            PIC 9(11)V99.
           05  TH-OVERDRAWN           PIC 9(11)V99.
           05  TH-HOLDS               PIC 9(11)V99.
           05  TH-AVAILABLE           PIC S9(11)V99.
           05  TH-CLOSING             PIC S9(11)V99.
           05  TH-MOVEMENT            PIC S9(11)V99.
           05  TH-ROLL-FLAG           PIC X(1).
