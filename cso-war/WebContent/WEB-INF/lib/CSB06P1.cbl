           05  WS-TRL-OVF-TYP         PIC X(1).
           05  WS-TRL-OVF-CNT         PIC 9(9).

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 1900-READ-REG-MONTH
           PERFORM 1950-WRITE-HEADER
               UNTIL WS-REG-EOF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB06P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  REG-MONTH-FILE
                       GOV-MASTER-FILE
           CLOSE REG-MONTH-FILE
                 GOV-MASTER-FILE
                 STAT-XFER-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-DETAIL-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
