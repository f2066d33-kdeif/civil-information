      *-----------------------------------------------------------------
      * NIGHTLY KEYING-OPERATOR COMPLIANCE REPORT BY CIVIL OFFICE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB18P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE PRIOR DAY'S REGISTRATION EXTRACT (SAME CSREGREC
      * INPUT AS CSB01P1), SORTS IT BY CIVIL OFFICE AND KEYING
      * OPERATOR (CS-REG-USER-ID) AND PRINTS ONE LINE PER OPERATOR
      * PER OFFICE WITH THE OPERATOR'S REGISTRATION COUNTS BY REGTYP
      * (BIRTH, DEATH, MARRIAGE, DIVORCE, OTHER), SO INTERNAL AUDIT
      * CAN SEE WHO REGISTERED WHAT.
      *
      * EVERY REGISTRATION IS PROVED AGAINST THE SIGN-ON CONTROLS
      * AND EACH FAILURE IS LISTED ABOVE THE OPERATOR'S LINE:
      *   - REGTYP NOT IN THE OPERATOR'S PROFILE (OPERAUTH,
      *     CSOPRREC REGTYPS), OR NO PROFILE AT ALL
      *   - FK_CIVIL_OFFICECD DIFFERENT FROM THE OFFICE THE KEYING
      *     TERMINAL IS MAPPED TO (TERMOFFC, CSTRMREC), OR THE
      *     TERMINAL NOT MAPPED AT ALL
      *   - KEYING TIME OUTSIDE THE OFFICE HOURS ON THE OFFHRCTL
      *     CONTROL CARD (OPENING HHMM, CLOSING HHMM; 0800 TO 1500
      *     WHEN THE CARD IS ABSENT)
      * THE OPERATOR'S LINE CARRIES THE COUNT OF EACH KIND OF
      * FAILURE. RECORDS CUT BEFORE THE KEYING FIELDS WERE CARRIED
      * (USER-ID ZERO) ARE COUNTED UNDER OPERATOR ZERO AND ARE NOT
      * PROVED; A KEYING TIME THAT IS NOT NUMERIC IS NOT HOURS-CHECKED.
      *
      * BOTH CONTROL FILES ARE LOADED INTO TABLES BEFORE THE SORT.
      * RUN NIGHTLY AFTER THE EXTRACT, BY THE SAME SCHEDULE THAT
      * DRIVES CSB01P1. THE REPORT GOES TO INTERNAL AUDIT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-EXTRACT-FILE   ASSIGN TO "REGEXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPER-AUTH-FILE     ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-OPR-USRID.
           SELECT TERM-OFFICE-FILE   ASSIGN TO "TERMOFFC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-TRM-TERMID.
           SELECT OPTIONAL HOURS-CONTROL-FILE ASSIGN TO "OFFHRCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPR-COMPLY-RPT-FILE ASSIGN TO "OPRCMRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  REG-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CSREGREC.

       FD  OPER-AUTH-FILE
           RECORDING MODE IS F.
           COPY CSOPRREC.

       FD  TERM-OFFICE-FILE
           RECORDING MODE IS F.
           COPY CSTRMREC.

       FD  HOURS-CONTROL-FILE
           RECORDING MODE IS F.
       01  OFFHRCTL-RECORD.
           05  CTL-OPEN-HHMM          PIC X(4).
           05  CTL-CLOSE-HHMM         PIC X(4).
           05  FILLER                 PIC X(72).

       FD  OPR-COMPLY-RPT-FILE
           RECORDING MODE IS F.
       01  OPR-COMPLY-RPT-LINE        PIC X(132).

       SD  SORT-WORK-FILE.
       01  SRT-OPR-RECORD.
           05  SRT-OPR-OFFICECD       PIC S9(4) COMP.
           05  SRT-OPR-USER-ID        PIC S9(4) COMP.
           05  SRT-OPR-CSONUM         PIC S9(9) COMP.
           05  SRT-OPR-REGTYP         PIC X(1).
           05  SRT-OPR-REGDT          PIC X(10).
           05  SRT-OPR-TERMID         PIC X(4).
           05  SRT-OPR-KEYTM          PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-REG-EOF-SW          PIC X(1) VALUE "N".
             88  WS-REG-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".
           05  WS-CTL-EOF-SW          PIC X(1) VALUE "N".
             88  WS-CTL-EOF           VALUE "Y".

       01  WS-OPEN-HHMM               PIC X(4) VALUE "0800".
       01  WS-CLOSE-HHMM              PIC X(4) VALUE "1500".

       01  WS-MAX-OPER                PIC S9(4) COMP VALUE 2000.
       01  WS-MAX-TERM                PIC S9(4) COMP VALUE 2000.

       01  WS-OPER-TABLE.
           05  WS-OPR-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-OPR-COUNT
                            ASCENDING KEY IS WS-OPR-USRID
                            INDEXED BY WS-OPR-IDX.
             10  WS-OPR-USRID         PIC S9(4) COMP.
             10  WS-OPR-REGTYPS       PIC X(20).
       01  WS-OPR-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-TERM-TABLE.
           05  WS-TRM-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-TRM-COUNT
                            ASCENDING KEY IS WS-TRM-TERMID
                            INDEXED BY WS-TRM-IDX.
             10  WS-TRM-TERMID        PIC X(4).
             10  WS-TRM-OFFICECD      PIC S9(4) COMP.
       01  WS-TRM-COUNT               PIC S9(4) COMP VALUE 0.

      * OFFICE/OPERATOR GROUP IN PROGRESS AND THE OPERATOR'S PROFILE
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-OFFICECD      PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-USER-ID       PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-STARTED-SW    PIC X(1) VALUE "N".
             88  WS-GROUP-STARTED     VALUE "Y".
             88  WS-NO-GROUP-YET      VALUE "N".
           05  WS-GROUP-PROFILE-SW    PIC X(1) VALUE "N".
             88  WS-GROUP-HAS-PROFILE VALUE "Y".
             88  WS-GROUP-NO-PROFILE  VALUE "N".
           05  WS-GROUP-REGTYPS       PIC X(20).

       01  WS-OPERATOR-COUNTS.
           05  WS-OPC-BIRTH-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-DEATH-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-MARR-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-DIV-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-OTHER-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-NOTAUTH-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-WRONGOFC-CNT    PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPC-OFFHRS-CNT      PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-REG-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-UNSTAMPED-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-EXCEPT-CNT          PIC S9(7) COMP-3 VALUE 0.
           05  WS-OPER-LINE-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-REGTYP-TALLY            PIC S9(4) COMP.
       01  WS-TERM-OFFICECD           PIC S9(4) COMP.
       01  WS-FOUND-SW                PIC X(1).
             88  WS-CODE-FOUND        VALUE "Y".
             88  WS-CODE-NOT-FOUND    VALUE "N".

       01  WS-EXCEPT-TEXT             PIC X(36).
       01  WS-DETAIL-EDITS.
           05  WS-DETAIL-CSONUM-ED    PIC ZZZZZZZZ9.
           05  WS-DETAIL-OFFICE-ED    PIC ZZZ9.

       01  WS-DETAIL-BUILD.
           05  WS-DTL-OFFICE-ED       PIC ZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DTL-OPER-ED         PIC ZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DTL-BIRTH-ED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-DEATH-ED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-MARR-ED         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-DIV-ED          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-OTHER-ED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-TOTAL-ED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-NOTAUTH-ED      PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DTL-WRONGOFC-ED     PIC ZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DTL-OFFHRS-ED       PIC ZZ,ZZ9.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "KEYING-OPERATOR COMPLIANCE BY CIVIL OFFICE -".
           05  FILLER                 PIC X(15) VALUE
               " NIGHTLY RUN".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(8) VALUE "OFFICE".
           05  FILLER                 PIC X(8) VALUE "OPER".
           05  FILLER                 PIC X(8) VALUE " BIRTH".
           05  FILLER                 PIC X(8) VALUE " DEATH".
           05  FILLER                 PIC X(8) VALUE "  MARR".
           05  FILLER                 PIC X(8) VALUE "   DIV".
           05  FILLER                 PIC X(8) VALUE " OTHER".
           05  FILLER                 PIC X(10) VALUE "  TOTAL".
           05  FILLER                 PIC X(10) VALUE "NOT-AUTH".
           05  FILLER                 PIC X(10) VALUE "WRONG-OFC".
           05  FILLER                 PIC X(10) VALUE "OFF-HOURS".
       01  WS-HEADING-3.
           05  FILLER                 PIC X(8) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "* CSONUM".
           05  FILLER                 PIC X(4) VALUE "TYP".
           05  FILLER                 PIC X(12) VALUE "REGDT".
           05  FILLER                 PIC X(6) VALUE "TERM".
           05  FILLER                 PIC X(6) VALUE "TIME".
           05  FILLER                 PIC X(36) VALUE "EXCEPTION".
       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RECORDS READ      : ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "OPERATOR LINES    : ".
           05  WS-TRAILER-OPER-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "EXCEPTIONS LISTED : ".
           05  WS-TRAILER-EXCEPT-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "NOT OPERATOR-KEYED: ".
           05  WS-TRAILER-UNSTAMP-ED  PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-OPR-OFFICECD
                                SRT-OPR-USER-ID
                                SRT-OPR-CSONUM
               INPUT PROCEDURE IS 2000-RELEASE-REGISTRATIONS
               OUTPUT PROCEDURE IS 3000-REPORT-BY-OPERATOR
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB18P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           PERFORM 1050-READ-HOURS-CONTROL
           PERFORM 1100-LOAD-OPERATOR-TABLE
           PERFORM 1200-LOAD-TERMINAL-TABLE
           OPEN OUTPUT OPR-COMPLY-RPT-FILE
           MOVE WS-HEADING-1 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           MOVE WS-HEADING-2 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           MOVE WS-HEADING-3 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE.

       1050-READ-HOURS-CONTROL.
      * AN ABSENT OR NON-NUMERIC CARD LEAVES THE DEFAULT HOURS.
           OPEN INPUT HOURS-CONTROL-FILE
           READ HOURS-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               IF CTL-OPEN-HHMM IS NUMERIC
                 AND CTL-CLOSE-HHMM IS NUMERIC
                 MOVE CTL-OPEN-HHMM  TO WS-OPEN-HHMM
                 MOVE CTL-CLOSE-HHMM TO WS-CLOSE-HHMM
               END-IF
           END-READ
           CLOSE HOURS-CONTROL-FILE
           DISPLAY "CSB18P1 OFFICE HOURS        : " WS-OPEN-HHMM
                   " TO " WS-CLOSE-HHMM.

       1100-LOAD-OPERATOR-TABLE.
      * THE CONTROL FILE IS READ IN KEY SEQUENCE, SO THE TABLE IS
      * BUILT IN ASCENDING OPERATOR ORDER.
           OPEN INPUT OPER-AUTH-FILE
           SET WS-OPR-IDX TO 1
           MOVE "N" TO WS-CTL-EOF-SW
           PERFORM UNTIL WS-CTL-EOF
             READ OPER-AUTH-FILE
               AT END SET WS-CTL-EOF TO TRUE
               NOT AT END
                 IF WS-OPR-IDX <= WS-MAX-OPER
                   MOVE CS-OPR-USRID   TO WS-OPR-USRID(WS-OPR-IDX)
                   MOVE CS-OPR-REGTYPS TO WS-OPR-REGTYPS(WS-OPR-IDX)
                   SET WS-OPR-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           CLOSE OPER-AUTH-FILE
           COMPUTE WS-OPR-COUNT = WS-OPR-IDX - 1
           IF WS-OPR-COUNT < 1
             MOVE 0 TO WS-OPR-COUNT
           END-IF.

       1200-LOAD-TERMINAL-TABLE.
           OPEN INPUT TERM-OFFICE-FILE
           SET WS-TRM-IDX TO 1
           MOVE "N" TO WS-CTL-EOF-SW
           PERFORM UNTIL WS-CTL-EOF
             READ TERM-OFFICE-FILE
               AT END SET WS-CTL-EOF TO TRUE
               NOT AT END
                 IF WS-TRM-IDX <= WS-MAX-TERM
                   MOVE CS-TRM-TERMID TO WS-TRM-TERMID(WS-TRM-IDX)
                   MOVE CS-TRM-FK-CIVIL-OFFICECD
                     TO WS-TRM-OFFICECD(WS-TRM-IDX)
                   SET WS-TRM-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           CLOSE TERM-OFFICE-FILE
           COMPUTE WS-TRM-COUNT = WS-TRM-IDX - 1
           IF WS-TRM-COUNT < 1
             MOVE 0 TO WS-TRM-COUNT
           END-IF.

       1900-READ-REG-EXTRACT.
           READ REG-EXTRACT-FILE
             AT END SET WS-REG-EOF TO TRUE
             NOT AT END ADD 1 TO WS-REG-READ-CNT
           END-READ.

       2000-RELEASE-REGISTRATIONS.
           OPEN INPUT REG-EXTRACT-FILE
           PERFORM 1900-READ-REG-EXTRACT
           PERFORM UNTIL WS-REG-EOF
             MOVE CS-REG-FK-CIVIL-OFFICECD TO SRT-OPR-OFFICECD
             MOVE CS-REG-USER-ID  TO SRT-OPR-USER-ID
             MOVE CS-REG-CSONUM   TO SRT-OPR-CSONUM
             MOVE CS-REG-REGTYP   TO SRT-OPR-REGTYP
             MOVE CS-REG-REGDT    TO SRT-OPR-REGDT
             MOVE CS-REG-TERMID   TO SRT-OPR-TERMID
             MOVE CS-REG-KEYTM    TO SRT-OPR-KEYTM
             RELEASE SRT-OPR-RECORD
             PERFORM 1900-READ-REG-EXTRACT
           END-PERFORM
           CLOSE REG-EXTRACT-FILE.

       3000-REPORT-BY-OPERATOR.
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-CHECK-ONE-REGISTRATION
             END-RETURN
           END-PERFORM
           IF WS-GROUP-STARTED
             PERFORM 3500-WRITE-OPERATOR-LINE
           END-IF.

       3100-CHECK-ONE-REGISTRATION.
           IF SRT-OPR-OFFICECD NOT = WS-GROUP-OFFICECD
             OR SRT-OPR-USER-ID NOT = WS-GROUP-USER-ID
             IF WS-GROUP-STARTED
               PERFORM 3500-WRITE-OPERATOR-LINE
             END-IF
             PERFORM 3150-START-OPERATOR-GROUP
           END-IF
           EVALUATE SRT-OPR-REGTYP
             WHEN "1" ADD 1 TO WS-OPC-BIRTH-CNT
             WHEN "2" ADD 1 TO WS-OPC-DEATH-CNT
             WHEN "3" ADD 1 TO WS-OPC-MARR-CNT
             WHEN "4" ADD 1 TO WS-OPC-DIV-CNT
             WHEN OTHER ADD 1 TO WS-OPC-OTHER-CNT
           END-EVALUATE
           IF SRT-OPR-USER-ID = 0
             ADD 1 TO WS-UNSTAMPED-CNT
           ELSE
             PERFORM 3200-CHECK-OPERATOR-AUTHORITY
             PERFORM 3300-CHECK-TERMINAL-OFFICE
             PERFORM 3400-CHECK-OFFICE-HOURS
           END-IF.

       3150-START-OPERATOR-GROUP.
      * THE OPERATOR'S PROFILE IS LOOKED UP ONCE PER GROUP.
           MOVE SRT-OPR-OFFICECD TO WS-GROUP-OFFICECD
           MOVE SRT-OPR-USER-ID  TO WS-GROUP-USER-ID
           SET WS-GROUP-STARTED TO TRUE
           MOVE 0 TO WS-OPC-BIRTH-CNT
           MOVE 0 TO WS-OPC-DEATH-CNT
           MOVE 0 TO WS-OPC-MARR-CNT
           MOVE 0 TO WS-OPC-DIV-CNT
           MOVE 0 TO WS-OPC-OTHER-CNT
           MOVE 0 TO WS-OPC-NOTAUTH-CNT
           MOVE 0 TO WS-OPC-WRONGOFC-CNT
           MOVE 0 TO WS-OPC-OFFHRS-CNT
           SET WS-GROUP-NO-PROFILE TO TRUE
           MOVE SPACES TO WS-GROUP-REGTYPS
           IF WS-OPR-COUNT > 0
             SET WS-OPR-IDX TO 1
             SEARCH WS-OPR-ENTRY
               AT END CONTINUE
               WHEN WS-OPR-USRID(WS-OPR-IDX) = SRT-OPR-USER-ID
                 SET WS-GROUP-HAS-PROFILE TO TRUE
                 MOVE WS-OPR-REGTYPS(WS-OPR-IDX) TO WS-GROUP-REGTYPS
             END-SEARCH
           END-IF.

       3200-CHECK-OPERATOR-AUTHORITY.
           IF WS-GROUP-NO-PROFILE
             MOVE "OPERATOR HAS NO AUTHORITY PROFILE" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-OPC-NOTAUTH-CNT
             PERFORM 4000-WRITE-EXCEPTION-LINE
           ELSE
             MOVE 0 TO WS-REGTYP-TALLY
             IF SRT-OPR-REGTYP NOT = SPACE
               INSPECT WS-GROUP-REGTYPS TALLYING WS-REGTYP-TALLY
                 FOR ALL SRT-OPR-REGTYP
             END-IF
             IF WS-REGTYP-TALLY = 0
               MOVE "REGTYP NOT IN OPERATOR PROFILE" TO WS-EXCEPT-TEXT
               ADD 1 TO WS-OPC-NOTAUTH-CNT
               PERFORM 4000-WRITE-EXCEPTION-LINE
             END-IF
           END-IF.

       3300-CHECK-TERMINAL-OFFICE.
           SET WS-CODE-NOT-FOUND TO TRUE
           IF WS-TRM-COUNT > 0
             SET WS-TRM-IDX TO 1
             SEARCH WS-TRM-ENTRY
               AT END CONTINUE
               WHEN WS-TRM-TERMID(WS-TRM-IDX) = SRT-OPR-TERMID
                 SET WS-CODE-FOUND TO TRUE
                 MOVE WS-TRM-OFFICECD(WS-TRM-IDX) TO WS-TERM-OFFICECD
             END-SEARCH
           END-IF
           IF WS-CODE-NOT-FOUND
             MOVE "TERMINAL NOT MAPPED TO AN OFFICE" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-OPC-WRONGOFC-CNT
             PERFORM 4000-WRITE-EXCEPTION-LINE
           ELSE
             IF WS-TERM-OFFICECD NOT = SRT-OPR-OFFICECD
               MOVE WS-TERM-OFFICECD TO WS-DETAIL-OFFICE-ED
               MOVE SPACES TO WS-EXCEPT-TEXT
               STRING "TERMINAL MAPPED TO OFFICE "
                                          DELIMITED BY SIZE
                      WS-DETAIL-OFFICE-ED DELIMITED BY SIZE
                 INTO WS-EXCEPT-TEXT
               END-STRING
               ADD 1 TO WS-OPC-WRONGOFC-CNT
               PERFORM 4000-WRITE-EXCEPTION-LINE
             END-IF
           END-IF.

       3400-CHECK-OFFICE-HOURS.
           IF SRT-OPR-KEYTM IS NUMERIC
             IF SRT-OPR-KEYTM < WS-OPEN-HHMM
               OR SRT-OPR-KEYTM >= WS-CLOSE-HHMM
               MOVE "KEYED OUTSIDE OFFICE HOURS" TO WS-EXCEPT-TEXT
               ADD 1 TO WS-OPC-OFFHRS-CNT
               PERFORM 4000-WRITE-EXCEPTION-LINE
             END-IF
           END-IF.

       3500-WRITE-OPERATOR-LINE.
           MOVE WS-GROUP-OFFICECD   TO WS-DTL-OFFICE-ED
           MOVE WS-GROUP-USER-ID    TO WS-DTL-OPER-ED
           MOVE WS-OPC-BIRTH-CNT    TO WS-DTL-BIRTH-ED
           MOVE WS-OPC-DEATH-CNT    TO WS-DTL-DEATH-ED
           MOVE WS-OPC-MARR-CNT     TO WS-DTL-MARR-ED
           MOVE WS-OPC-DIV-CNT      TO WS-DTL-DIV-ED
           MOVE WS-OPC-OTHER-CNT    TO WS-DTL-OTHER-ED
           COMPUTE WS-DTL-TOTAL-ED = WS-OPC-BIRTH-CNT
                                   + WS-OPC-DEATH-CNT
                                   + WS-OPC-MARR-CNT
                                   + WS-OPC-DIV-CNT
                                   + WS-OPC-OTHER-CNT
           MOVE WS-OPC-NOTAUTH-CNT  TO WS-DTL-NOTAUTH-ED
           MOVE WS-OPC-WRONGOFC-CNT TO WS-DTL-WRONGOFC-ED
           MOVE WS-OPC-OFFHRS-CNT   TO WS-DTL-OFFHRS-ED
           MOVE SPACES TO OPR-COMPLY-RPT-LINE
           MOVE WS-DETAIL-BUILD TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           ADD 1 TO WS-OPER-LINE-CNT.

       4000-WRITE-EXCEPTION-LINE.
           MOVE SRT-OPR-CSONUM TO WS-DETAIL-CSONUM-ED
           MOVE SPACES TO OPR-COMPLY-RPT-LINE
           STRING "        * "        DELIMITED BY SIZE
                  WS-DETAIL-CSONUM-ED DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SRT-OPR-REGTYP      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SRT-OPR-REGDT       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SRT-OPR-TERMID      DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  SRT-OPR-KEYTM       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  WS-EXCEPT-TEXT      DELIMITED BY SIZE
             INTO OPR-COMPLY-RPT-LINE
           END-STRING
           WRITE OPR-COMPLY-RPT-LINE
           ADD 1 TO WS-EXCEPT-CNT.

       8000-WRITE-TRAILER.
           MOVE WS-REG-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           MOVE WS-OPER-LINE-CNT TO WS-TRAILER-OPER-ED
           MOVE WS-TRAILER-LINE2 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           MOVE WS-EXCEPT-CNT TO WS-TRAILER-EXCEPT-ED
           MOVE WS-TRAILER-LINE3 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE
           MOVE WS-UNSTAMPED-CNT TO WS-TRAILER-UNSTAMP-ED
           MOVE WS-TRAILER-LINE4 TO OPR-COMPLY-RPT-LINE
           WRITE OPR-COMPLY-RPT-LINE.

       9000-TERMINATE.
           CLOSE OPR-COMPLY-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-OPER-LINE-CNT TO RLW-WRITTEN-CNT
           MOVE WS-EXCEPT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
