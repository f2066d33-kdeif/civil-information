               " - LINES MAY REPEAT TO ABEND".
           05  FILLER                 PIC X(4) VALUE " ***".

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REGISTRATIONS
               UNTIL WS-REG-EOF
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB01P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           PERFORM 1050-READ-CHECKPOINT
           OPEN INPUT  REG-EXTRACT-FILE
                 OFFICE-MASTER-FILE
                 FK-EXCEPT-RPT-FILE
                 FK-EXCEPT-DTL-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE 0 TO RLW-WRITTEN-CNT
           MOVE WS-EXCEPT-CNT TO RLW-REJECT-CNT
           IF WS-RESTARTING
             MOVE 1 TO RLW-RESTART-CNT
           ELSE
             MOVE 0 TO RLW-RESTART-CNT
           END-IF
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
