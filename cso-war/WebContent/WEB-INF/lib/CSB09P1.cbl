       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-PCX-PARENT-CSONUM
               OUTPUT PROCEDURE IS 3000-MERGE-INTO-XREF
           PERFORM 8000-LOG-COUNTS
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB09P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  XREF-OLD-FILE
           OPEN OUTPUT XREF-NEW-FILE.
       9000-TERMINATE.
           CLOSE XREF-OLD-FILE
                 XREF-NEW-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-NEW-WRITE-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
