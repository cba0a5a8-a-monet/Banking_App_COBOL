      *> TR-LINKED-TRANS-ID and posts as RVSD
      *> (debits the account, reversing a credit) or RVSC (credits
      *> the account, reversing a debit), so a reversed pair nets to
      *> zero. A CHKD inward-cleared paper check paid by the check
      *> clearing batch carries the check serial number in
      *> TR-LINKED-TRANS-ID. TR-LINKED-TRANS-ID is zero on all
      *> other types.
      *> Installment loans post LNDB (the disbursement that opens
      *> the loan's negative balance), LNLC (a late charge), LNPI
      *> (the interest portion of a payment - income collected, it
      *> does not move the loan balance), LNPP (the late-charge and
      *> principal portion of a payment) and LNXD (the debit to a
      *> deposit account funding a standing-order loan payment,
      *> with the loan in TR-LINKED-ACCT-NO).
      *> An overdrawn deposit account is charged ODFE, the daily
      *> overdraft fee, by the overdraft-aging batch, and CHGO
      *> credits the account back to zero when a supervisor charges
      *> the overdraft off as uncollectable.
      *> The live log is keyed by TR-TRANS-ID with an alternate
      *> key on TR-ACCT-NO, so history is read by account or by id
      *> without scanning; the next id is carried on TRANCTL.DAT.
      *> TR-TELLER-ID names the operator who keyed the posting:
      *> a teller id from OPERMSTR.DAT for teller work, BTCH for
      *> batch-posted items, SUPV for supervisor reversals and
      *> charge-offs.
      *> TR-CUST-NO names the customer present for the posting -
      *> the signed-on owner of a joint account, the account's
      *> owning customer on the legacy single-PIN path, and zero
