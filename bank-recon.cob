       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "RECON" TO WS-BC-JOB-NAME
           MOVE "NOTICE" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
                   WHEN "ACHO"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
      *> CHKD is an inward-cleared paper check paid by the check
      *> clearing batch.
                   WHEN "CHKD"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
      *> ODFE is the nightly overdraft fee; CHGO the charge-off
      *> that credits an uncollectable overdraft back to zero.
                   WHEN "ODFE"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
                   WHEN "CHGO"
                       ADD TR-AMT TO WS-TBL-OTHER-CR(WS-FOUND-IDX)
      *> Installment loans: LNDB is the disbursement that opens
      *> the loan's negative balance, LNLC a late charge, LNPP the
      *> late-charge and principal portion of a payment, and LNXD
      *> the transfer out of a deposit account that funds one.
      *> LNPI is interest collected and does not move the balance.
                   WHEN "LNPP"
                       ADD TR-AMT TO WS-TBL-OTHER-CR(WS-FOUND-IDX)
                   WHEN "LNDB"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
                   WHEN "LNLC"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
                   WHEN "LNXD"
                       ADD TR-AMT TO WS-TBL-OTHER-DB(WS-FOUND-IDX)
                   WHEN "LNPI"
                       CONTINUE
      *> OPBL carries the signed net of archived history forward
      *> in TR-BALANCE-AFTER after a period-end purge.
                   WHEN "OPBL"
