       01  WS-HEADING-1               PIC X(60) VALUE
           "MONTHLY REGISTRATION STATISTICS - TYPE BY GOVERNORATE".

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 1900-READ-REG-MONTH
           PERFORM UNTIL WS-REG-EOF
           END-PERFORM
           PERFORM 4000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB02P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           PERFORM 1050-READ-CHECKPOINT
           OPEN INPUT  REG-MONTH-FILE
           CLOSE REG-MONTH-FILE
                 GOV-MASTER-FILE
                 REG-STATS-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-RECS-TALLIED TO RLW-READ-CNT
           MOVE 0 TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           IF WS-RESTARTING
             MOVE 1 TO RLW-RESTART-CNT
           ELSE
             MOVE 0 TO RLW-RESTART-CNT
           END-IF
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
