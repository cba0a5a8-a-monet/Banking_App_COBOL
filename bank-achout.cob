       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "ACHOUT" TO WS-BC-JOB-NAME
           MOVE "CHKCLR" TO WS-BC-PREREQ-NAME
           PERFORM 8000-BATCH-CONTROL-START
           IF WS-BC-BLOCKED-SW = "N"
               PERFORM 1000-INITIALIZE
