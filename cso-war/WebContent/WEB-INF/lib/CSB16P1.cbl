       01  WS-RELEASED-LINE           PIC X(40) VALUE
           "IN BALANCE - STREAM RELEASED".

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-EXTRACT
               UNTIL WS-REG-EOF
           IF WS-OUT-OF-BALANCE
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB16P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  REG-EXTRACT-FILE
                       REG-CONTROL-FILE
           CLOSE REG-EXTRACT-FILE
                 REG-CONTROL-FILE
                 BAL-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE 0 TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
