               "ROWS RETRIEVED    : ".
           05  WS-TRAILER-ROW-ED      PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-ARCHIVE
               UNTIL WS-ARCH-EOF
           PERFORM 3000-REPORT-EMPTY-REQUESTS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB15P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN OUTPUT ARCH-RETR-RPT-FILE
           MOVE WS-HEADING-1 TO ARCH-RETR-RPT-LINE
       9000-TERMINATE.
           CLOSE HIST-ARCH-FILE
                 ARCH-RETR-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REQ-READ-CNT TO RLW-READ-CNT
           MOVE WS-ROW-RETR-CNT TO RLW-WRITTEN-CNT
           MOVE WS-REQ-SKIP-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
