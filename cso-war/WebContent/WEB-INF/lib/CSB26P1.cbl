      *-----------------------------------------------------------------
      * MORNING OPERATIONS SUMMARY OF THE NIGHTLY BATCH STREAM
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB26P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE SHARED RUN-LOG FILE (RUNLOG, CSRLGREC), TO WHICH
      * EVERY BATCH STEP APPENDS A START AND AN END ENTRY THROUGH
      * RUNLOGWR, AND THE STREAM SCHEDULE (RUNSCHED, CSRSCREC), AND
      * SHOWS LAST NIGHT ON ONE PAGE: ONE LINE PER STEP SCHEDULED
      * FOR THE NIGHT OR FOUND ON THE LOG FOR IT, WITH START AND END
      * TIME, RECORDS READ, WRITTEN AND REJECTED, RESTARTS, RETURN
      * CODE, THE STEP'S TRAILING 30-NIGHT AVERAGE INPUT AND THE
      * PERCENTAGE BY WHICH LAST NIGHT'S INPUT DIFFERED FROM IT.
      *
      * LAST NIGHT RUNS FROM THE CUTOFF TIME YESTERDAY TO THE CUTOFF
      * TIME TODAY, BY THE TIME EACH STEP STARTED. A STEP IS FLAGGED:
      *   NOT RUN  - SCHEDULED FOR THE NIGHT BUT NOT ON THE LOG
      *   NO END   - STARTED BUT NEVER LOGGED ITS END (ABENDED OR
      *              STILL RUNNING)
      *   RC       - ITS LAST END ENTRY CARRIES A NON-ZERO RETURN
      *              CODE
      *   RESTART  - IT TOOK A CHECKPOINT RESTART OR WAS STARTED
      *              MORE THAN ONCE
      *   VOLUME   - ITS INPUT COUNT DIFFERS FROM ITS AVERAGE OVER
      *              THE 30 NIGHTS BEFORE BY MORE THAN THE SET
      *              PERCENTAGE (A HALF-EMPTY EXTRACT OR A STALLED
      *              REPLY FILE)
      * THE COUNTS SHOWN ARE FROM THE STEP'S LAST END ENTRY OF THE
      * NIGHT. A STEP WITH NO END ENTRIES IN THE 30 NIGHTS BEFORE
      * HAS NO AVERAGE AND IS NOT CHECKED FOR VOLUME. THE SUMMARY'S
      * OWN ENTRIES ARE NOT REPORTED.
      *
      * THE PERCENTAGE (DEFAULT 25) AND THE CUTOFF TIME (HHMM,
      * DEFAULT 1200) ARE TAKEN FROM AN OPTIONAL CONTROL CARD
      * (RLGCTL); AN ABSENT OR NON-NUMERIC VALUE KEEPS THE DEFAULT.
      *
      * RUN EVERY MORNING AFTER THE NIGHTLY STREAM HAS FINISHED AND
      * BEFORE THE COUNTERS OPEN. THE REPORT (RUNSUMRY) GOES TO THE
      * SHIFT SUPERVISOR; RECORD COUNTS ALSO GO TO THE JOB LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-SCHED-FILE     ASSIGN TO "RUNSCHED"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUM-CONTROL-FILE ASSIGN TO "RLGCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RUN-SUMMARY-FILE   ASSIGN TO "RUNSUMRY"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
           COPY CSRLGREC.

       FD  RUN-SCHED-FILE
           RECORDING MODE IS F.
           COPY CSRSCREC.

       FD  SUM-CONTROL-FILE
           RECORDING MODE IS F.
       01  RLGCTL-RECORD.
           05  CTL-VARIANCE-PCT       PIC X(3).
           05  CTL-NIGHT-CUTOFF       PIC X(4).
           05  FILLER                 PIC X(73).

       FD  RUN-SUMMARY-FILE
           RECORDING MODE IS F.
       01  RUN-SUMMARY-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-RLG-EOF-SW          PIC X(1) VALUE "N".
             88  WS-RLG-EOF           VALUE "Y".
           05  WS-RSC-EOF-SW          PIC X(1) VALUE "N".
             88  WS-RSC-EOF           VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DAYNUM              PIC S9(9) COMP.

       01  WS-VARIANCE-PCT            PIC 9(3) VALUE 25.
       01  WS-NEG-VARIANCE-PCT        PIC S9(5) COMP-3.
       01  WS-CUTOFF-TM               PIC X(6) VALUE "120000".

      * THE NIGHT BEING SUMMARIZED AND THE 30 NIGHTS BEFORE IT
       01  WS-NIGHT-FIELDS.
           05  WS-NIGHT-DAYNUM        PIC S9(9) COMP.
           05  WS-HIST-FROM-DAYNUM    PIC S9(9) COMP.
           05  WS-NIGHT-DATE          PIC X(8).
           05  WS-NIGHT-YEAR          PIC S9(4) COMP.
           05  WS-NIGHT-MONTH         PIC S9(4) COMP.
           05  WS-NIGHT-DAY           PIC S9(4) COMP.
           05  WS-NIGHT-WEEKDAY       PIC S9(4) COMP.
           05  WS-ENTRY-NIGHT         PIC S9(9) COMP.

       01  WS-MONTH-DAYS-INIT         PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-INIT.
           05  WS-MONTH-DAYS          PIC 9(2) OCCURS 12 TIMES.

       01  WS-CALENDAR-WORK.
           05  WS-CAL-QUOT            PIC S9(9) COMP.
           05  WS-CAL-REM4            PIC S9(9) COMP.
           05  WS-CAL-REM100          PIC S9(9) COMP.
           05  WS-CAL-REM400          PIC S9(9) COMP.
           05  WS-CAL-WORK            PIC S9(9) COMP.

       01  WS-DAYNUM-WORK.
           05  WS-DATE-YMD            PIC X(8).
           05  WS-DAYNUM              PIC S9(9) COMP.
           05  WS-DN-YEAR             PIC S9(9) COMP.
           05  WS-DN-MONTH            PIC S9(9) COMP.
           05  WS-DN-DAY              PIC S9(9) COMP.
           05  WS-DN-M                PIC S9(9) COMP.
           05  WS-DN-Y                PIC S9(9) COMP.
           05  WS-DN-QUOT             PIC S9(9) COMP.
           05  WS-DN-TERM1            PIC S9(9) COMP.
           05  WS-DN-TERM2            PIC S9(9) COMP.
           05  WS-DN-TERM3            PIC S9(9) COMP.
           05  WS-DN-TERM4            PIC S9(9) COMP.

       01  WS-MAX-STEPS               PIC S9(4) COMP VALUE 100.

      * ONE ENTRY PER STEP: SCHEDULED STEPS FIRST, IN SCHEDULE
      * ORDER, THEN ANY OTHER STEP FOUND ON THE LOG
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-STP-COUNT
                            INDEXED BY WS-STP-IDX.
             10  WS-STP-PROGRAM       PIC X(8).
             10  WS-STP-DESC          PIC X(30).
             10  WS-STP-EXPECTED-SW   PIC X(1).
               88  WS-STP-EXPECTED    VALUE "Y".
             10  WS-STP-START-CNT     PIC S9(4) COMP.
             10  WS-STP-END-CNT       PIC S9(4) COMP.
             10  WS-STP-START-TM      PIC X(6).
             10  WS-STP-END-TM        PIC X(6).
             10  WS-STP-READ-CNT      PIC S9(9) COMP.
             10  WS-STP-WRITTEN-CNT   PIC S9(9) COMP.
             10  WS-STP-REJECT-CNT    PIC S9(9) COMP.
             10  WS-STP-RESTART-CNT   PIC S9(4) COMP.
             10  WS-STP-RETURN-CD     PIC S9(4) COMP.
             10  WS-STP-HIST-NIGHTS   PIC S9(4) COMP.
             10  WS-STP-HIST-READ     PIC S9(13) COMP-3.
       01  WS-STP-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-FIND-PROGRAM            PIC X(8).
       01  WS-FIND-SW                 PIC X(1).
             88  WS-STEP-FOUND        VALUE "Y".
             88  WS-STEP-NOT-FOUND    VALUE "N".

       01  WS-STEP-WORK.
           05  WS-AVG-READ            PIC S9(9) COMP.
           05  WS-VARIANCE            PIC S9(7) COMP-3.
           05  WS-AVG-SW              PIC X(1).
             88  WS-HAS-AVERAGE       VALUE "Y".
             88  WS-NO-AVERAGE        VALUE "N".
           05  WS-VAR-SW              PIC X(1).
             88  WS-HAS-VARIANCE      VALUE "Y".
             88  WS-NO-VARIANCE       VALUE "N".
           05  WS-FLAG-TEXT           PIC X(24).
           05  WS-FLAG-PTR            PIC S9(4) COMP.

       01  WS-COUNTERS.
           05  WS-RLG-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-NIGHT-ENTRY-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-STEP-LINE-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-FLAGGED-CNT         PIC S9(7) COMP-3 VALUE 0.

           COPY CSRLWREC.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(40) VALUE
               "NIGHTLY BATCH STREAM - MORNING SUMMARY".
           05  FILLER                 PIC X(10) VALUE
               " NIGHT OF ".
           05  WS-H1-NIGHT-DATE       PIC X(10).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(10) VALUE "STEP".
           05  FILLER                 PIC X(18) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(9) VALUE "START".
           05  FILLER                 PIC X(9) VALUE "END".
           05  FILLER                 PIC X(11) VALUE "      READ".
           05  FILLER                 PIC X(11) VALUE "   WRITTEN".
           05  FILLER                 PIC X(11) VALUE "  REJECTED".
           05  FILLER                 PIC X(4) VALUE "RST".
           05  FILLER                 PIC X(5) VALUE "  RC".
           05  FILLER                 PIC X(11) VALUE "  30-N AVG".
           05  FILLER                 PIC X(9) VALUE "   VAR".
           05  FILLER                 PIC X(24) VALUE "FLAGS".

       01  WS-STEP-LINE.
           05  WS-SL-PROGRAM          PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-DESC             PIC X(16).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-START            PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-END              PIC X(8).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-READ-ED          PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-WRITTEN-ED       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-REJECT-ED        PIC ZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-RESTART-ED       PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-RC-ED            PIC ZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-AVG              PIC X(10).
           05  FILLER                 PIC X(1) VALUE SPACES.
           05  WS-SL-VAR              PIC X(7).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SL-FLAGS            PIC X(24).

      * A STEP SCHEDULED FOR THE NIGHT BUT NOT ON THE LOG
       01  WS-NOT-RUN-LINE.
           05  WS-NR-PROGRAM          PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-NR-DESC             PIC X(16).
           05  FILLER                 PIC X(82) VALUE SPACES.
           05  WS-NR-FLAGS            PIC X(24).

       01  WS-TIME-EDIT.
           05  WS-TE-HH               PIC X(2).
           05  FILLER                 PIC X(1) VALUE ":".
           05  WS-TE-MM               PIC X(2).
           05  FILLER                 PIC X(1) VALUE ":".
           05  WS-TE-SS               PIC X(2).

       01  WS-AVG-EDIT.
           05  WS-AVG-ED              PIC ZZ,ZZZ,ZZ9.
       01  WS-VAR-EDIT.
           05  WS-VAR-ED              PIC +ZZZZ9.
           05  FILLER                 PIC X(1) VALUE "%".

       01  WS-CLEAN-LINE              PIC X(40) VALUE
           "NIGHT CLEAN - NO STEP FLAGGED".
       01  WS-FLAGGED-LINE.
           05  FILLER                 PIC X(4) VALUE "*** ".
           05  WS-FL-COUNT-ED         PIC ZZ9.
           05  FILLER                 PIC X(40) VALUE
               " STEP(S) FLAGGED - SEE FLAGS COLUMN ***".
       01  WS-LEGEND-1.
           05  FILLER                 PIC X(40) VALUE
               "FLAGS: NOT RUN = SCHEDULED, NOT ON LOG; ".
           05  FILLER                 PIC X(36) VALUE
               "NO END = STARTED, NO END ENTRY; ".
           05  FILLER                 PIC X(30) VALUE
               "RC = NON-ZERO RETURN CODE;".
       01  WS-LEGEND-2.
           05  FILLER                 PIC X(46) VALUE
               "       RESTART = CHECKPOINT RESTART OR RERUN; ".
           05  FILLER                 PIC X(42) VALUE
               "VOLUME = INPUT OFF ITS 30-NIGHT AVERAGE BY".
           05  FILLER                 PIC X(6) VALUE " OVER ".
           05  WS-LG-PCT-ED           PIC ZZ9.
           05  FILLER                 PIC X(1) VALUE "%".

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "LOG ENTRIES READ  : ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "ENTRIES LAST NIGHT: ".
           05  WS-TRAILER-NIGHT-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "STEPS LISTED      : ".
           05  WS-TRAILER-STEP-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "STEPS FLAGGED     : ".
           05  WS-TRAILER-FLAGGED-ED  PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SCHEDULE
           PERFORM 3000-READ-RUN-LOG
           PERFORM 4000-REPORT-STEPS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB26P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-RUN-DAYNUM
           COMPUTE WS-NIGHT-DAYNUM = WS-RUN-DAYNUM - 1
           COMPUTE WS-HIST-FROM-DAYNUM = WS-NIGHT-DAYNUM - 30
           PERFORM 1050-READ-SUM-CONTROL
           PERFORM 7200-FIND-NIGHT-DATE
           OPEN OUTPUT RUN-SUMMARY-FILE
           MOVE WS-NIGHT-DATE(7:2) TO WS-H1-NIGHT-DATE(1:2)
           MOVE "/"                TO WS-H1-NIGHT-DATE(3:1)
           MOVE WS-NIGHT-DATE(5:2) TO WS-H1-NIGHT-DATE(4:2)
           MOVE "/"                TO WS-H1-NIGHT-DATE(6:1)
           MOVE WS-NIGHT-DATE(1:4) TO WS-H1-NIGHT-DATE(7:4)
           MOVE WS-HEADING-1 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-HEADING-2 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE.

       1050-READ-SUM-CONTROL.
      * AN ABSENT OR NON-NUMERIC VALUE KEEPS ITS DEFAULT.
           OPEN INPUT SUM-CONTROL-FILE
           READ SUM-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               IF CTL-VARIANCE-PCT IS NUMERIC
                 MOVE CTL-VARIANCE-PCT TO WS-VARIANCE-PCT
               END-IF
               IF CTL-NIGHT-CUTOFF IS NUMERIC
                 MOVE CTL-NIGHT-CUTOFF TO WS-CUTOFF-TM(1:4)
                 MOVE "00" TO WS-CUTOFF-TM(5:2)
               END-IF
           END-READ
           CLOSE SUM-CONTROL-FILE
           COMPUTE WS-NEG-VARIANCE-PCT = 0 - WS-VARIANCE-PCT
           MOVE WS-VARIANCE-PCT TO WS-LG-PCT-ED
           DISPLAY "CSB26P1 VARIANCE PERCENT    : " WS-LG-PCT-ED
           DISPLAY "CSB26P1 NIGHT CUTOFF TIME   : " WS-CUTOFF-TM.

       1900-READ-RUN-SCHED.
           READ RUN-SCHED-FILE
             AT END SET WS-RSC-EOF TO TRUE
           END-READ.

       1950-READ-RUN-LOG.
           READ RUN-LOG-FILE
             AT END SET WS-RLG-EOF TO TRUE
             NOT AT END ADD 1 TO WS-RLG-READ-CNT
           END-READ.

       2000-LOAD-SCHEDULE.
           OPEN INPUT RUN-SCHED-FILE
           PERFORM 1900-READ-RUN-SCHED
           PERFORM UNTIL WS-RSC-EOF
             MOVE CS-RSC-PROGRAM TO WS-FIND-PROGRAM
             PERFORM 2500-FIND-OR-ADD-STEP
             IF WS-STEP-FOUND
               MOVE CS-RSC-DESC TO WS-STP-DESC(WS-STP-IDX)
               PERFORM 2100-CHECK-EXPECTED
             END-IF
             PERFORM 1900-READ-RUN-SCHED
           END-PERFORM
           CLOSE RUN-SCHED-FILE.

       2100-CHECK-EXPECTED.
           EVALUATE TRUE
             WHEN CS-RSC-DAILY
               MOVE "Y" TO WS-STP-EXPECTED-SW(WS-STP-IDX)
             WHEN CS-RSC-WEEKLY
               AND CS-RSC-RUN-DAY = WS-NIGHT-WEEKDAY
               MOVE "Y" TO WS-STP-EXPECTED-SW(WS-STP-IDX)
             WHEN CS-RSC-MONTHLY
               AND CS-RSC-RUN-DAY = WS-NIGHT-DAY
               MOVE "Y" TO WS-STP-EXPECTED-SW(WS-STP-IDX)
             WHEN CS-RSC-ANNUAL
               AND CS-RSC-RUN-DAY = WS-NIGHT-DAY
               AND CS-RSC-RUN-MONTH = WS-NIGHT-MONTH
               MOVE "Y" TO WS-STP-EXPECTED-SW(WS-STP-IDX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2500-FIND-OR-ADD-STEP.
      * A FULL TABLE LEAVES THE STEP NOT FOUND AND IT IS NOT
      * REPORTED.
           SET WS-STEP-NOT-FOUND TO TRUE
           IF WS-STP-COUNT > 0
             SET WS-STP-IDX TO 1
             SEARCH WS-STP-ENTRY
               AT END CONTINUE
               WHEN WS-STP-PROGRAM(WS-STP-IDX) = WS-FIND-PROGRAM
                 SET WS-STEP-FOUND TO TRUE
             END-SEARCH
           END-IF
           IF WS-STEP-NOT-FOUND
             AND WS-STP-COUNT < WS-MAX-STEPS
             ADD 1 TO WS-STP-COUNT
             SET WS-STP-IDX TO WS-STP-COUNT
             MOVE WS-FIND-PROGRAM TO WS-STP-PROGRAM(WS-STP-IDX)
             MOVE SPACES TO WS-STP-DESC(WS-STP-IDX)
             MOVE "N"    TO WS-STP-EXPECTED-SW(WS-STP-IDX)
             MOVE 0      TO WS-STP-START-CNT(WS-STP-IDX)
             MOVE 0      TO WS-STP-END-CNT(WS-STP-IDX)
             MOVE SPACES TO WS-STP-START-TM(WS-STP-IDX)
             MOVE SPACES TO WS-STP-END-TM(WS-STP-IDX)
             MOVE 0      TO WS-STP-READ-CNT(WS-STP-IDX)
             MOVE 0      TO WS-STP-WRITTEN-CNT(WS-STP-IDX)
             MOVE 0      TO WS-STP-REJECT-CNT(WS-STP-IDX)
             MOVE 0      TO WS-STP-RESTART-CNT(WS-STP-IDX)
             MOVE 0      TO WS-STP-RETURN-CD(WS-STP-IDX)
             MOVE 0      TO WS-STP-HIST-NIGHTS(WS-STP-IDX)
             MOVE 0      TO WS-STP-HIST-READ(WS-STP-IDX)
             SET WS-STEP-FOUND TO TRUE
           END-IF.

       3000-READ-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           PERFORM 1950-READ-RUN-LOG
           PERFORM UNTIL WS-RLG-EOF
             IF CS-RLG-PROGRAM NOT = "CSB26P1"
               PERFORM 3050-PLACE-ENTRY
             END-IF
             PERFORM 1950-READ-RUN-LOG
           END-PERFORM
           CLOSE RUN-LOG-FILE.

       3050-PLACE-ENTRY.
      * AN ENTRY BELONGS TO THE NIGHT OF ITS RUN DATE, OR TO THE
      * NIGHT BEFORE WHEN THE STEP STARTED AHEAD OF THE CUTOFF.
           MOVE CS-RLG-RUN-DATE TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-ENTRY-NIGHT
           IF CS-RLG-START-TM < WS-CUTOFF-TM
             SUBTRACT 1 FROM WS-ENTRY-NIGHT
           END-IF
           EVALUATE TRUE
             WHEN WS-ENTRY-NIGHT = WS-NIGHT-DAYNUM
               ADD 1 TO WS-NIGHT-ENTRY-CNT
               MOVE CS-RLG-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 2500-FIND-OR-ADD-STEP
               IF WS-STEP-FOUND
                 PERFORM 3100-TAKE-NIGHT-ENTRY
               END-IF
             WHEN WS-ENTRY-NIGHT >= WS-HIST-FROM-DAYNUM
               AND WS-ENTRY-NIGHT < WS-NIGHT-DAYNUM
               AND CS-RLG-END-ENTRY
               AND CS-RLG-READ-CNT IS NUMERIC
               MOVE CS-RLG-PROGRAM TO WS-FIND-PROGRAM
               PERFORM 2500-FIND-OR-ADD-STEP
               IF WS-STEP-FOUND
                 ADD 1 TO WS-STP-HIST-NIGHTS(WS-STP-IDX)
                 ADD CS-RLG-READ-CNT TO WS-STP-HIST-READ(WS-STP-IDX)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       3100-TAKE-NIGHT-ENTRY.
      * THE FIRST START TIME IS KEPT; COUNTS AND RETURN CODE COME
      * FROM THE LAST END ENTRY, SO A SUCCESSFUL RERUN SHOWS ITS OWN.
           IF CS-RLG-START-ENTRY
             ADD 1 TO WS-STP-START-CNT(WS-STP-IDX)
             IF WS-STP-START-CNT(WS-STP-IDX) = 1
               MOVE CS-RLG-START-TM TO WS-STP-START-TM(WS-STP-IDX)
             END-IF
           ELSE
             ADD 1 TO WS-STP-END-CNT(WS-STP-IDX)
             MOVE CS-RLG-END-TM TO WS-STP-END-TM(WS-STP-IDX)
             IF CS-RLG-READ-CNT IS NUMERIC
               MOVE CS-RLG-READ-CNT
                 TO WS-STP-READ-CNT(WS-STP-IDX)
             END-IF
             IF CS-RLG-WRITTEN-CNT IS NUMERIC
               MOVE CS-RLG-WRITTEN-CNT
                 TO WS-STP-WRITTEN-CNT(WS-STP-IDX)
             END-IF
             IF CS-RLG-REJECT-CNT IS NUMERIC
               MOVE CS-RLG-REJECT-CNT
                 TO WS-STP-REJECT-CNT(WS-STP-IDX)
             END-IF
             IF CS-RLG-RESTART-CNT IS NUMERIC
               ADD CS-RLG-RESTART-CNT
                 TO WS-STP-RESTART-CNT(WS-STP-IDX)
             END-IF
             IF CS-RLG-RETURN-CD IS NUMERIC
               MOVE CS-RLG-RETURN-CD
                 TO WS-STP-RETURN-CD(WS-STP-IDX)
             END-IF
           END-IF.

       4000-REPORT-STEPS.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL WS-STP-IDX > WS-STP-COUNT
             IF WS-STP-EXPECTED(WS-STP-IDX)
               OR WS-STP-START-CNT(WS-STP-IDX) > 0
               OR WS-STP-END-CNT(WS-STP-IDX) > 0
               PERFORM 4100-REPORT-ONE-STEP
             END-IF
           END-PERFORM.

       4100-REPORT-ONE-STEP.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           ADD 1 TO WS-STEP-LINE-CNT
           IF WS-STP-START-CNT(WS-STP-IDX) = 0
             AND WS-STP-END-CNT(WS-STP-IDX) = 0
             MOVE "NOT RUN" TO WS-FLAG-TEXT
             PERFORM 4300-WRITE-NOT-RUN-LINE
           ELSE
             PERFORM 4200-FLAG-STEP
             PERFORM 4400-WRITE-STEP-LINE
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
             ADD 1 TO WS-FLAGGED-CNT
           END-IF.

       4200-FLAG-STEP.
           IF WS-STP-START-CNT(WS-STP-IDX)
                > WS-STP-END-CNT(WS-STP-IDX)
             STRING "NO END " DELIMITED BY SIZE
               INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-STP-END-CNT(WS-STP-IDX) > 0
             AND WS-STP-RETURN-CD(WS-STP-IDX) NOT = 0
             STRING "RC " DELIMITED BY SIZE
               INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-STP-RESTART-CNT(WS-STP-IDX) > 0
             OR WS-STP-START-CNT(WS-STP-IDX) > 1
             STRING "RESTART " DELIMITED BY SIZE
               INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
           END-IF
           PERFORM 4250-CHECK-VOLUME.

       4250-CHECK-VOLUME.
      * ONLY A STEP THAT LOGGED ITS END HAS A COUNT TO COMPARE; AN
      * AVERAGE OF ZERO FLAGS ANY INPUT AT ALL.
           SET WS-NO-AVERAGE TO TRUE
           SET WS-NO-VARIANCE TO TRUE
           IF WS-STP-HIST-NIGHTS(WS-STP-IDX) > 0
             SET WS-HAS-AVERAGE TO TRUE
             COMPUTE WS-AVG-READ ROUNDED =
                 WS-STP-HIST-READ(WS-STP-IDX)
               / WS-STP-HIST-NIGHTS(WS-STP-IDX)
           END-IF
           IF WS-HAS-AVERAGE
             AND WS-STP-END-CNT(WS-STP-IDX) > 0
             IF WS-AVG-READ > 0
               SET WS-HAS-VARIANCE TO TRUE
               COMPUTE WS-VARIANCE ROUNDED =
                   (WS-STP-READ-CNT(WS-STP-IDX) - WS-AVG-READ)
                 * 100 / WS-AVG-READ
               IF WS-VARIANCE > WS-VARIANCE-PCT
                 OR WS-VARIANCE < WS-NEG-VARIANCE-PCT
                 STRING "VOLUME" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
             ELSE
               IF WS-STP-READ-CNT(WS-STP-IDX) > 0
                 STRING "VOLUME" DELIMITED BY SIZE
                   INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
               END-IF
             END-IF
           END-IF.

       4300-WRITE-NOT-RUN-LINE.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-NR-PROGRAM
           MOVE WS-STP-DESC(WS-STP-IDX)    TO WS-NR-DESC
           MOVE WS-FLAG-TEXT               TO WS-NR-FLAGS
           MOVE WS-NOT-RUN-LINE TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE.

       4400-WRITE-STEP-LINE.
           MOVE WS-STP-PROGRAM(WS-STP-IDX) TO WS-SL-PROGRAM
           MOVE WS-STP-DESC(WS-STP-IDX)    TO WS-SL-DESC
           MOVE SPACES TO WS-SL-START
           IF WS-STP-START-CNT(WS-STP-IDX) > 0
             MOVE WS-STP-START-TM(WS-STP-IDX)(1:2) TO WS-TE-HH
             MOVE WS-STP-START-TM(WS-STP-IDX)(3:2) TO WS-TE-MM
             MOVE WS-STP-START-TM(WS-STP-IDX)(5:2) TO WS-TE-SS
             MOVE WS-TIME-EDIT TO WS-SL-START
           END-IF
           MOVE SPACES TO WS-SL-END
           IF WS-STP-END-CNT(WS-STP-IDX) > 0
             MOVE WS-STP-END-TM(WS-STP-IDX)(1:2) TO WS-TE-HH
             MOVE WS-STP-END-TM(WS-STP-IDX)(3:2) TO WS-TE-MM
             MOVE WS-STP-END-TM(WS-STP-IDX)(5:2) TO WS-TE-SS
             MOVE WS-TIME-EDIT TO WS-SL-END
           END-IF
           MOVE WS-STP-READ-CNT(WS-STP-IDX)    TO WS-SL-READ-ED
           MOVE WS-STP-WRITTEN-CNT(WS-STP-IDX) TO WS-SL-WRITTEN-ED
           MOVE WS-STP-REJECT-CNT(WS-STP-IDX)  TO WS-SL-REJECT-ED
           MOVE WS-STP-RESTART-CNT(WS-STP-IDX) TO WS-SL-RESTART-ED
           MOVE WS-STP-RETURN-CD(WS-STP-IDX)   TO WS-SL-RC-ED
           MOVE SPACES TO WS-SL-AVG
           IF WS-HAS-AVERAGE
             MOVE WS-AVG-READ TO WS-AVG-ED
             MOVE WS-AVG-EDIT TO WS-SL-AVG
           END-IF
           MOVE SPACES TO WS-SL-VAR
           IF WS-HAS-VARIANCE
             MOVE WS-VARIANCE TO WS-VAR-ED
             MOVE WS-VAR-EDIT TO WS-SL-VAR
           END-IF
           MOVE WS-FLAG-TEXT TO WS-SL-FLAGS
           MOVE SPACES TO RUN-SUMMARY-LINE
           MOVE WS-STEP-LINE TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE.

       7100-DATE-TO-DAYNUM.
      * CONVERTS A YYYYMMDD DATE TO A RUNNING DAY NUMBER (DAYS FROM
      * A FIXED EPOCH, MARCH-BASED CIVIL CALENDAR) SO NIGHTS ARE
      * COMPARED BY A SIMPLE SUBTRACTION. AN UNPARSEABLE DATE IS DAY
      * ZERO AND FALLS OUTSIDE EVERY WINDOW.
           MOVE 0 TO WS-DAYNUM
           IF WS-DATE-YMD IS NUMERIC
             MOVE WS-DATE-YMD(1:4) TO WS-DN-YEAR
             MOVE WS-DATE-YMD(5:2) TO WS-DN-MONTH
             MOVE WS-DATE-YMD(7:2) TO WS-DN-DAY
             COMPUTE WS-DN-M = WS-DN-MONTH + 9
             DIVIDE WS-DN-M BY 12
               GIVING WS-DN-QUOT REMAINDER WS-DN-M
             DIVIDE WS-DN-M BY 10 GIVING WS-DN-QUOT
             COMPUTE WS-DN-Y = WS-DN-YEAR - WS-DN-QUOT
             DIVIDE WS-DN-Y BY 4   GIVING WS-DN-TERM1
             DIVIDE WS-DN-Y BY 100 GIVING WS-DN-TERM2
             DIVIDE WS-DN-Y BY 400 GIVING WS-DN-TERM3
             COMPUTE WS-DN-TERM4 = WS-DN-M * 306 + 5
             DIVIDE WS-DN-TERM4 BY 10 GIVING WS-DN-TERM4
             COMPUTE WS-DAYNUM = 365 * WS-DN-Y
                               + WS-DN-TERM1
                               - WS-DN-TERM2
                               + WS-DN-TERM3
                               + WS-DN-TERM4
                               + WS-DN-DAY - 1
           END-IF.

       7200-FIND-NIGHT-DATE.
      * LAST NIGHT IS THE CALENDAR DAY BEFORE THE RUN DATE. ITS
      * WEEKDAY COMES FROM ITS DAY NUMBER (DAY ZERO OF THE EPOCH
      * FELL ON A WEDNESDAY; 1 = MONDAY ... 7 = SUNDAY).
           MOVE WS-RUN-DATE(1:4) TO WS-NIGHT-YEAR
           MOVE WS-RUN-DATE(5:2) TO WS-NIGHT-MONTH
           MOVE WS-RUN-DATE(7:2) TO WS-NIGHT-DAY
           IF WS-NIGHT-DAY > 1
             SUBTRACT 1 FROM WS-NIGHT-DAY
           ELSE
             SUBTRACT 1 FROM WS-NIGHT-MONTH
             IF WS-NIGHT-MONTH < 1
               MOVE 12 TO WS-NIGHT-MONTH
               SUBTRACT 1 FROM WS-NIGHT-YEAR
             END-IF
             MOVE WS-MONTH-DAYS(WS-NIGHT-MONTH) TO WS-NIGHT-DAY
             IF WS-NIGHT-MONTH = 2
               DIVIDE WS-NIGHT-YEAR BY 4
                 GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM4
               DIVIDE WS-NIGHT-YEAR BY 100
                 GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM100
               DIVIDE WS-NIGHT-YEAR BY 400
                 GIVING WS-CAL-QUOT REMAINDER WS-CAL-REM400
               IF WS-CAL-REM400 = 0
                 OR (WS-CAL-REM4 = 0 AND WS-CAL-REM100 NOT = 0)
                 MOVE 29 TO WS-NIGHT-DAY
               END-IF
             END-IF
           END-IF
           MOVE WS-NIGHT-YEAR  TO WS-NIGHT-DATE(1:4)
           MOVE WS-NIGHT-MONTH TO WS-NIGHT-DATE(5:2)
           MOVE WS-NIGHT-DAY   TO WS-NIGHT-DATE(7:2)
           COMPUTE WS-CAL-WORK = WS-NIGHT-DAYNUM + 2
           DIVIDE WS-CAL-WORK BY 7
             GIVING WS-CAL-QUOT REMAINDER WS-NIGHT-WEEKDAY
           ADD 1 TO WS-NIGHT-WEEKDAY.

       8000-WRITE-TRAILER.
           MOVE SPACES TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           IF WS-FLAGGED-CNT = 0
             MOVE WS-CLEAN-LINE TO RUN-SUMMARY-LINE
           ELSE
             MOVE WS-FLAGGED-CNT TO WS-FL-COUNT-ED
             MOVE WS-FLAGGED-LINE TO RUN-SUMMARY-LINE
           END-IF
           WRITE RUN-SUMMARY-LINE
           MOVE WS-LEGEND-1 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-LEGEND-2 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE SPACES TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-RLG-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-NIGHT-ENTRY-CNT TO WS-TRAILER-NIGHT-ED
           MOVE WS-TRAILER-LINE2 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-STEP-LINE-CNT TO WS-TRAILER-STEP-ED
           MOVE WS-TRAILER-LINE3 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-FLAGGED-CNT TO WS-TRAILER-FLAGGED-ED
           MOVE WS-TRAILER-LINE4 TO RUN-SUMMARY-LINE
           WRITE RUN-SUMMARY-LINE
           MOVE WS-RLG-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB26P1 RUN-LOG ENTRIES READ: " WS-COUNT-ED
           MOVE WS-FLAGGED-CNT TO WS-COUNT-ED
           DISPLAY "CSB26P1 STEPS FLAGGED       : " WS-COUNT-ED.

       9000-TERMINATE.
           CLOSE RUN-SUMMARY-FILE.

       9900-LOG-RUN-END.
           MOVE WS-RLG-READ-CNT  TO RLW-READ-CNT
           MOVE WS-STEP-LINE-CNT TO RLW-WRITTEN-CNT
           MOVE 0                TO RLW-REJECT-CNT
           MOVE 0                TO RLW-RESTART-CNT
           MOVE RETURN-CODE      TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
