               "EXCEPTIONS WRITTEN: ".
           05  WS-TRAILER-EXCEPT-ED   PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LINK-CSONUM
               OUTPUT PROCEDURE IS 3000-MATCH-AGAINST-REGISTER
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB04P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  PERSON-MASTER-FILE
           OPEN OUTPUT XREF-EXCEPT-RPT-FILE
           CLOSE PERSON-MASTER-FILE
                 XREF-EXCEPT-RPT-FILE
                 XREF-EXCEPT-DTL-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE 0 TO RLW-WRITTEN-CNT
           MOVE WS-EXCEPT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
