      *> End-of-day general ledger extract. Reads the transaction
      *> log for the day just ended and writes GLEXTR.DAT in a fixed
      *> layout accounting's system can import: one summarized
      *> debit/credit detail line per transaction type and product
      *> (the AM-ACCT-TYPE of the account posted to) with item
      *> count and total, then a control-total trailer (record
      *> count, total debits, total credits, proof flag). The file
      *> is flagged out of proof when the XFRD and XFRC totals do
      *> not net to zero or an unclassified transaction type is
      *> present. OPBL carry-forwards are bookkeeping artifacts of
      *> the archive job, not money movement, and are excluded.
      *> The product split lets BANK-TRLBAL roll each product's
      *> closing balance forward by the day's movement.
      *>
      *> Detail record:  "D" type(4) d/c(1) count(6) amount(13)
      *>                 date(8) product(2)          - 35 bytes
      *> Trailer record: "T" count(6) debits(13) credits(13)
      *>                 proof(1) date(8)            - 42 bytes

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NO
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.CPY".

       FD  TRANSACTION-FILE.
           COPY "TRANREC.CPY".

          05 GLD-ITEM-COUNT        PIC 9(6).
          05 GLD-AMOUNT            PIC 9(11)V99.
          05 GLD-DATE              PIC 9(8).
          05 GLD-PRODUCT           PIC X(2).

       01 GL-TRAILER-RECORD.
          05 GLT-REC-TYPE          PIC X(1) VALUE "T".
       01 WS-EXTRACT-DATE          PIC 9(8).
       01 WS-DATE-TEXT             PIC X(8).

      *> Summary bucket per transaction type and product seen on
      *> the day. The debit/credit indicator is from the account
      *> holder's side, matching how BANK-RECON classifies each
      *> type.
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 100 TIMES.
             10 WS-TBL-TYPE          PIC X(4).
             10 WS-TBL-PRODUCT       PIC X(2).
             10 WS-TBL-DC            PIC X(1).
             10 WS-TBL-COUNT         PIC 9(6).
             10 WS-TBL-AMOUNT        PIC 9(11)V99.
       01 WS-TYPE-COUNT            PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX             PIC 9(3) VALUE 0.
       01 WS-SUB                   PIC 9(3).
       01 WS-PRODUCT               PIC X(2).
       01 WS-ACCT-OPEN-SW          PIC X VALUE "N".

       01 WS-TRAN-EOF-SW           PIC X VALUE "N".
       01 WS-ABORT-SW              PIC X VALUE "N".
       01 WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-DETAIL-COUNT          PIC 9(6) VALUE 0.

       01 WS-ACCT-FILE-STATUS      PIC XX.
       01 WS-TRAN-FILE-STATUS      PIC XX.
       01 WS-GL-FILE-STATUS        PIC XX.

               DISPLAY "Unable to open TRANLOG.DAT (status "
                       WS-TRAN-FILE-STATUS "). Extract aborted."
               MOVE "Y" TO WS-ABORT-SW
           ELSE
               PERFORM 1100-OPEN-ACCOUNT-MASTER
           END-IF
           END-IF.

       1100-OPEN-ACCOUNT-MASTER.
      *> The master only supplies each entry's product; without it
      *> the extract still balances, with every product left blank.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCT-OPEN-SW
           ELSE
               DISPLAY "WARNING: unable to open ACCTMSTR.DAT (status "
                       WS-ACCT-FILE-STATUS "); products left blank."
           END-IF.

       2000-SUMMARIZE-DAY.
           PERFORM UNTIL WS-TRAN-EOF-SW = "Y"
               READ TRANSACTION-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-FILE
           IF WS-ACCT-OPEN-SW = "Y"
               CLOSE ACCOUNT-MASTER-FILE
               MOVE "N" TO WS-ACCT-OPEN-SW
           END-IF.

       2100-POST-TO-TYPE-TABLE.
           EVALUATE TR-TYPE
               WHEN "XFRC"
               WHEN "ACHC"
               WHEN "RVSC"
               WHEN "LNPI"
               WHEN "LNPP"
               WHEN "CHGO"
                   MOVE "C" TO WS-DC-IND
               WHEN "WITH"
               WHEN "XFRD"
               WHEN "FEES"
               WHEN "CDPN"
               WHEN "ACHO"
               WHEN "CHKD"
               WHEN "LNDB"
               WHEN "LNLC"
               WHEN "LNXD"
               WHEN "ODFE"
                   MOVE "D" TO WS-DC-IND
               WHEN OTHER
      *> A type this program does not know how to classify makes
                   MOVE "?" TO WS-DC-IND
                   MOVE "Y" TO WS-UNKNOWN-TYPE-SW
           END-EVALUATE
           PERFORM 2120-GET-PRODUCT
           PERFORM 2110-FIND-OR-ADD-TYPE
           IF WS-FOUND-IDX NOT = 0
               ADD 1 TO WS-TBL-COUNT(WS-FOUND-IDX)
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TYPE-COUNT
               IF WS-TBL-TYPE(WS-SUB) = TR-TYPE
                      AND WS-TBL-PRODUCT(WS-SUB) = WS-PRODUCT
                   MOVE WS-SUB TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-FOUND-IDX = 0
               IF WS-TYPE-COUNT < 100
                   ADD 1 TO WS-TYPE-COUNT
                   MOVE TR-TYPE TO WS-TBL-TYPE(WS-TYPE-COUNT)
                   MOVE WS-PRODUCT TO WS-TBL-PRODUCT(WS-TYPE-COUNT)
                   MOVE WS-DC-IND TO WS-TBL-DC(WS-TYPE-COUNT)
                   MOVE ZERO TO WS-TBL-COUNT(WS-TYPE-COUNT)
                   MOVE ZERO TO WS-TBL-AMOUNT(WS-TYPE-COUNT)
               END-IF
           END-IF.

       2120-GET-PRODUCT.
      *> An entry whose account is no longer on the master carries
      *> a blank product.
           MOVE SPACES TO WS-PRODUCT
           IF WS-ACCT-OPEN-SW = "Y"
               MOVE TR-ACCT-NO TO AM-ACCT-NO
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AM-ACCT-TYPE TO WS-PRODUCT
               END-READ
           END-IF.

       3000-WRITE-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE
           IF WS-GL-FILE-STATUS NOT = "00"
       3100-WRITE-DETAIL-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE WS-TBL-TYPE(WS-SUB) TO GLD-TRAN-TYPE
           MOVE WS-TBL-PRODUCT(WS-SUB) TO GLD-PRODUCT
           MOVE WS-TBL-DC(WS-SUB) TO GLD-DC-IND
           MOVE WS-TBL-COUNT(WS-SUB) TO GLD-ITEM-COUNT
           MOVE WS-TBL-AMOUNT(WS-SUB) TO GLD-AMOUNT
