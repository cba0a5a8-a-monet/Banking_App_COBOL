       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "ARCHIVE" TO WS-BC-JOB-NAME
           MOVE "APRVEXP" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
                   WHEN "XFRC"
                   WHEN "ACHC"
                   WHEN "RVSC"
                   WHEN "LNPP"
                   WHEN "CHGO"
                       ADD TR-AMT TO WS-TBL-NET(WS-FOUND-IDX)
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
                       SUBTRACT TR-AMT FROM WS-TBL-NET(WS-FOUND-IDX)
                   WHEN "OPBL"
                       ADD TR-BALANCE-AFTER
