       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ASN-CSONUM
               OUTPUT PROCEDURE IS 3000-APPLY-ASSIGNMENTS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB13P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  IDREQ-OLD-FILE
                 PERSON-OLD-FILE
                 PERSON-NEW-FILE
                 ID-EXCEPT-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-ASN-READ-CNT TO RLW-READ-CNT
           MOVE WS-STAMPED-CNT TO RLW-WRITTEN-CNT
           MOVE WS-EXCEPT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
