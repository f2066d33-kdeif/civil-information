      *-----------------------------------------------------------------
      * BATCH RUN-LOG WRITER
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RUNLOGWR.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * CALLED BY EVERY BATCH STEP AT ITS START AND ITS END, THE
      * SAME WAY CSB03P1 CALLS NAMENORM, WITH THE CSRLWREC COMMAREA.
      * APPENDS ONE ENTRY (CSRLGREC) TO THE SHARED RUN-LOG FILE
      * (RUNLOG) FOR EACH CALL:
      *   - START (S): THE PROGRAM, RUN DATE AND START TIME. THE
      *     DATE AND TIME ARE HELD FOR THE END CALL OF THE SAME TASK.
      *   - END (E): THE PROGRAM, THE HELD RUN DATE AND START TIME,
      *     THE END TIME, AND THE STEP'S COUNTS, RESTARTS AND RETURN
      *     CODE AS PASSED.
      * THE FILE IS OPENED AND CLOSED ON EACH CALL SO AN ABEND
      * BETWEEN THE TWO CALLS STILL LEAVES THE START ENTRY ON FILE.
      *
      * THE STEP'S RETURN CODE IS PASSED BACK IN RETURN-CODE ON THE
      * WAY OUT, SO CALLING THE LOG AS THE LAST ACTION DOES NOT
      * DISTURB THE CODE THE SCHEDULER SEES. A RUN LOG THAT CANNOT
      * BE OPENED OR WRITTEN RETURNS STATUS 2 AND IS OTHERWISE
      * IGNORED: THE LOG NEVER STOPS THE STREAM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY CSRLGREC.

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS           PIC X(2).
             88  WS-RUNLOG-OK         VALUE "00" "05".

      * SET BY THE START CALL AND HELD FOR THE END CALL
       01  WS-STARTED-SW              PIC X(1) VALUE "N".
             88  WS-STARTED           VALUE "Y".
             88  WS-NOT-STARTED       VALUE "N".
       01  WS-START-DATE              PIC X(8).
       01  WS-START-TM                PIC X(6).

       01  WS-TIME-NOW                PIC X(8).

       LINKAGE SECTION.
           COPY CSRLWREC.

       PROCEDURE DIVISION USING RLW-LOG-AREA.
       0000-MAINLINE.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO CS-RLG-RECORD
           IF RLW-RUN-START
             PERFORM 1000-BUILD-START-ENTRY
             MOVE 0 TO RETURN-CODE
           ELSE
             PERFORM 2000-BUILD-END-ENTRY
           END-IF
           PERFORM 3000-APPEND-ENTRY
           IF RLW-RUN-END
             MOVE RLW-RETURN-CD TO RETURN-CODE
           END-IF
           GOBACK.

       1000-BUILD-START-ENTRY.
           ACCEPT WS-START-DATE FROM DATE YYYYMMDD
           MOVE WS-TIME-NOW(1:6) TO WS-START-TM
           SET WS-STARTED TO TRUE
           MOVE RLW-PROGRAM   TO CS-RLG-PROGRAM
           MOVE "S"           TO CS-RLG-ENTRY-TYPE
           MOVE WS-START-DATE TO CS-RLG-RUN-DATE
           MOVE WS-START-TM   TO CS-RLG-START-TM
           MOVE "000000"      TO CS-RLG-END-TM
           MOVE 0             TO CS-RLG-READ-CNT
           MOVE 0             TO CS-RLG-WRITTEN-CNT
           MOVE 0             TO CS-RLG-REJECT-CNT
           MOVE 0             TO CS-RLG-RESTART-CNT
           MOVE 0             TO CS-RLG-RETURN-CD.

       2000-BUILD-END-ENTRY.
      * AN END CALL WITH NO START IN THE TASK IS DATED AND TIMED AS
      * IF THE STEP STARTED NOW.
           IF WS-NOT-STARTED
             ACCEPT WS-START-DATE FROM DATE YYYYMMDD
             MOVE WS-TIME-NOW(1:6) TO WS-START-TM
           END-IF
           MOVE RLW-PROGRAM      TO CS-RLG-PROGRAM
           MOVE "E"              TO CS-RLG-ENTRY-TYPE
           MOVE WS-START-DATE    TO CS-RLG-RUN-DATE
           MOVE WS-START-TM      TO CS-RLG-START-TM
           MOVE WS-TIME-NOW(1:6) TO CS-RLG-END-TM
           MOVE RLW-READ-CNT     TO CS-RLG-READ-CNT
           MOVE RLW-WRITTEN-CNT  TO CS-RLG-WRITTEN-CNT
           MOVE RLW-REJECT-CNT   TO CS-RLG-REJECT-CNT
           MOVE RLW-RESTART-CNT  TO CS-RLG-RESTART-CNT
           MOVE RLW-RETURN-CD    TO CS-RLG-RETURN-CD.

       3000-APPEND-ENTRY.
           OPEN EXTEND RUN-LOG-FILE
           IF NOT WS-RUNLOG-OK
             MOVE 2 TO RLW-STATUS
           ELSE
             WRITE CS-RLG-RECORD
             IF WS-RUNLOG-STATUS = "00"
               MOVE 1 TO RLW-STATUS
             ELSE
               MOVE 2 TO RLW-STATUS
             END-IF
             CLOSE RUN-LOG-FILE
           END-IF.
