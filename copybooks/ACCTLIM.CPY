      *> Account daily limit record - one entry for an account that
      *> carries its own limits on money leaving it at the window,
      *> set from BANK-SUPER. When present it replaces the product
      *> limits from LIMPARM.DAT for that account in full. Channels
      *> in order: 1 cash withdrawals (WITH), 2 transfers out
      *> (XFRD), 3 external payments (ACHO); each has a per-item
      *> maximum and a daily total, zero meaning no limit.
      *> AL-SET-DATE and AL-SUPR-ID record when and by which
      *> supervisor the limits were last set.
       01  ACCT-LIMIT-RECORD.
           05  AL-ACCT-NO             PIC 9(6).
           05  AL-CHANNEL OCCURS 3 TIMES.
               10  AL-ITEM-MAX        PIC 9(7)V99.
               10  AL-DAILY-MAX       PIC 9(7)V99.
           05  AL-SET-DATE            PIC 9(8).
           05  AL-SUPR-ID             PIC X(4).
