                CS-HIS-BKNUM             BY HIS-NEW-BKNUM
                CS-HIS-REGNUM            BY HIS-NEW-REGNUM
                CS-HIS-FK-CIVIL-OFFICECD BY HIS-NEW-FK-CIVIL-OFFICECD
                CS-HIS-FK-GOVERNORATECD  BY HIS-NEW-FK-GOVERNORATECD
                CS-HIS-LOCALITY          BY HIS-NEW-LOCALITY
                CS-HIS-FK-AREACD         BY HIS-NEW-FK-AREACD
                CS-HIS-FK-POLICE-STATICD BY HIS-NEW-FK-POLICE-STATICD
                CS-HIS-PARTIES           BY HIS-NEW-PARTIES
                CS-HIS-FK-PERSONCSONUM   BY HIS-NEW-FK-PERSONCSONUM
                CS-HIS-FK0PERSONCSONUM   BY HIS-NEW-FK0PERSONCSONUM.

       FD  HIST-ARCH-FILE
           RECORDING MODE IS F.
                CS-HIS-BKNUM             BY HIS-ARCH-BKNUM
                CS-HIS-REGNUM            BY HIS-ARCH-REGNUM
                CS-HIS-FK-CIVIL-OFFICECD BY HIS-ARCH-FK-CIVIL-OFFICECD
                CS-HIS-FK-GOVERNORATECD  BY HIS-ARCH-FK-GOVERNORATECD
                CS-HIS-LOCALITY          BY HIS-ARCH-LOCALITY
                CS-HIS-FK-AREACD         BY HIS-ARCH-FK-AREACD
                CS-HIS-FK-POLICE-STATICD BY HIS-ARCH-FK-POLICE-STATICD
                CS-HIS-PARTIES           BY HIS-ARCH-PARTIES
                CS-HIS-FK-PERSONCSONUM   BY HIS-ARCH-FK-PERSONCSONUM
                CS-HIS-FK0PERSONCSONUM   BY HIS-ARCH-FK0PERSONCSONUM.

       FD  ARCHIDX-OLD-FILE
           RECORDING MODE IS F.
       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SPLIT-ONE-ROW
               UNTIL WS-HIST-EOF
           PERFORM 3900-FLUSH-OLD-INDEX
           PERFORM 8000-LOG-COUNTS
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB14P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT ARCH-CONTROL-FILE
           READ ARCH-CONTROL-FILE
                 HIST-ARCH-FILE
                 ARCHIDX-OLD-FILE
                 ARCHIDX-NEW-FILE.

       9900-LOG-RUN-END.
           MOVE WS-HIST-READ-CNT TO RLW-READ-CNT
           COMPUTE RLW-WRITTEN-CNT = WS-KEPT-CNT
                         + WS-ARCH-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
