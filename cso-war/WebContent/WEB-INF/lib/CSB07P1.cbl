      * IN, EACH TAKING THE NEXT KEY SEQUENCE NUMBER WITHIN ITS
      * CSONUM/DATE SO SAME-DAY REGISTRATIONS KEY UNIQUELY; THE
      * HISTORY INQUIRY (HISTINQ) READS THE RESULT THE NEXT DAY.
      * EACH NEW ROW ALSO CARRIES THE EXTRACT'S AREA AND POLICE-
      * STATION CODES FOR THE ELECTORAL EXTRACT (CSB23P1), AND ITS
      * PERSON LINKS SO AN EVENT CAN BE CREDITED TO THE PERSONS
      * CSB08P1 APPLIED IT TO.
      * RUN NIGHTLY AFTER THE EXTRACT, BY THE SAME SCHEDULE THAT
      * DRIVES CSB01P1. RECORD COUNTS GO TO THE JOB LOG.
      *-----------------------------------------------------------------
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

       SD  SORT-WORK-FILE.
       01  SRT-HIS-RECORD.
           05  SRT-HIS-REGNUM         PIC S9(9) COMP.
           05  SRT-HIS-OFFICECD       PIC S9(4) COMP.
           05  SRT-HIS-GOVCD          PIC S9(4) COMP.
           05  SRT-HIS-AREACD         PIC S9(9) COMP.
           05  SRT-HIS-POLICECD       PIC S9(4) COMP.
           05  SRT-HIS-PERSONCSONUM   PIC S9(9) COMP.
           05  SRT-HIS-PERSON0CSONUM  PIC S9(9) COMP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-LAST-REGDT-SRT      PIC X(8) VALUE SPACES.
           05  WS-LAST-SEQ            PIC S9(4) COMP VALUE 0.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-HIS-CSONUM
               OUTPUT PROCEDURE IS 3000-MERGE-INTO-HISTORY
           PERFORM 8000-LOG-COUNTS
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB07P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  HIST-OLD-FILE
           OPEN OUTPUT HIST-NEW-FILE.
             MOVE CS-REG-REGNUM TO SRT-HIS-REGNUM
             MOVE CS-REG-FK-CIVIL-OFFICECD TO SRT-HIS-OFFICECD
             MOVE CS-REG-FK-GOVERNORATECD  TO SRT-HIS-GOVCD
             MOVE CS-REG-FK-AREACD         TO SRT-HIS-AREACD
             MOVE CS-REG-FK-POLICE-STATICD TO SRT-HIS-POLICECD
             MOVE CS-REG-FK-PERSONCSONUM   TO SRT-HIS-PERSONCSONUM
             MOVE CS-REG-FK0PERSONCSONUM   TO SRT-HIS-PERSON0CSONUM
             RELEASE SRT-HIS-RECORD
             PERFORM 1900-READ-REG-EXTRACT
           END-PERFORM
           MOVE SRT-HIS-REGNUM    TO HIS-NEW-REGNUM
           MOVE SRT-HIS-OFFICECD  TO HIS-NEW-FK-CIVIL-OFFICECD
           MOVE SRT-HIS-GOVCD     TO HIS-NEW-FK-GOVERNORATECD
           MOVE SRT-HIS-AREACD    TO HIS-NEW-FK-AREACD
           MOVE SRT-HIS-POLICECD  TO HIS-NEW-FK-POLICE-STATICD
           MOVE SRT-HIS-PERSONCSONUM  TO HIS-NEW-FK-PERSONCSONUM
           MOVE SRT-HIS-PERSON0CSONUM TO HIS-NEW-FK0PERSONCSONUM
           WRITE HIS-NEW-RECORD
           ADD 1 TO WS-NEW-WRITE-CNT
           MOVE HIS-NEW-CSONUM    TO WS-LAST-CSONUM
       9000-TERMINATE.
           CLOSE HIST-OLD-FILE
                 HIST-NEW-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-NEW-WRITE-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
