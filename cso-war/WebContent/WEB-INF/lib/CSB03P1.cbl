               "SUSPECT LINES     : ".
           05  WS-TRAILER-LINE-ED     PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           MOVE WS-HEADING-IDNUM TO DUP-SUSPECT-RPT-LINE
           WRITE DUP-SUSPECT-RPT-LINE
               OUTPUT PROCEDURE IS 5000-REPORT-NAME-DUPS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB03P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN OUTPUT DUP-SUSPECT-RPT-FILE
           MOVE WS-HEADING-1 TO DUP-SUSPECT-RPT-LINE

       9000-TERMINATE.
           CLOSE DUP-SUSPECT-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-SUSPECT-LINE-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
