      *-----------------------------------------------------------------
      * ANNUAL MORTALITY STATISTICS BY GOVERNORATE, SEX AND AGE BAND
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB22P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE YEAR'S REGISTRATION EXTRACT (THE TWELVE MONTH-END
      * REGMTHE EXTRACTS CONCATENATED, SAME CSREGREC SHAPE AS THE
      * CSB02P1 INPUT) AND JOINS EVERY DEATH REGISTRATION (REGTYP 2)
      * TO THE DECEASED'S BIRTH DATE AND SEX ON THE PERSON REGISTER
      * (PERSMAST, CSPERREC), FOR THE MINISTRY OF HEALTH'S ANNUAL
      * AGE-AT-DEATH RETURN. THE DECEASED IS THE REGISTRATION'S
      * PERSON CSONUM, OR THE REGISTRATION CSONUM WHEN THAT IS ZERO,
      * AS THE NIGHTLY ROLL-FORWARD (CSB08P1) TAKES IT.
      *
      * THE YEAR COMES FROM AN OPTIONAL CONTROL CARD (MRTCTL, YYYY);
      * AN ABSENT OR NON-NUMERIC CARD REPORTS THE YEAR BEFORE THE
      * RUN DATE. REGISTRATIONS DATED IN ANY OTHER YEAR ARE SKIPPED.
      *
      * THE EXTRACT CARRIES NO DATE OF DEATH, SO AGE AT DEATH IS
      * MEASURED AT THE REGISTRATION DATE, WHICH THE STATUTORY
      * DEADLINE (REGDLINE, CSDLNREC) KEEPS CLOSE TO THE DEATH.
      *
      * THE REPORT (MORTRPT) TABULATES, FOR EACH GOVERNORATE OF
      * REGISTRATION AND FOR ALL GOVERNORATES TOGETHER, DEATHS BY
      * SEX AND FIVE-YEAR AGE BAND (85 AND OVER IN ONE BAND), WITH:
      *   - DEATHS WHOSE BIRTH DATE IS UNKNOWN, UNPARSEABLE OR AFTER
      *     THE REGISTRATION (OR WHOSE CSONUM IS NOT ON THE
      *     REGISTER) ON THEIR OWN LINE, NEVER DROPPED
      *   - INFANT DEATHS (UNDER ONE YEAR) AND NEONATAL DEATHS
      *     (UNDER 28 DAYS) AS THEIR OWN LINES, EACH AGAINST THE
      *     GOVERNORATE'S BIRTHS REGISTERED THAT YEAR (PER 1000)
      * A SEX OTHER THAN 1 OR 2 IS COUNTED AS NOT STATED.
      *
      * THE TRANSMISSION FILE (MORTXFR) FOLLOWS THE CSB06P1 LAYOUT
      * CONVENTIONS, ALL FIELDS DISPLAY FORMAT. RECORD TYPES:
      *   H - YEAR (YYYY FOLLOWED BY Y) AND SOURCE SYSTEM
      *   D - ONE PER DEATH: CSONUM, REGDT, GOVERNORATE CODE AND
      *       DESCRIPTION (FROM GOVMAST), SEX, BIRTH DATE, AGE IN
      *       COMPLETED YEARS, AGE BAND (UNK WHEN THE BIRTH DATE IS
      *       UNKNOWN), INFANT AND NEONATAL MARKERS (Y/N)
      *   B - ONE PER GOVERNORATE: BIRTHS REGISTERED IN THE YEAR
      *   T - DEATH (D RECORD) COUNT, UNKNOWN-BIRTH-DATE, INFANT AND
      *       NEONATAL COUNTS, BIRTH TOTAL AND B RECORD COUNT, WHICH
      *       THE MINISTRY VERIFIES ON RECEIPT
      *
      * A GOVERNORATE CODE NOT ON GOVMAST IS REPORTED WITH THE
      * DESCRIPTION *UNKNOWN* AND LEFT FOR CSB01P1 TO CHASE.
      *
      * RUN ONCE A YEAR AFTER THE DECEMBER MONTH-END, BY THE SAME
      * SCHEDULE THAT DRIVES CSB02P1.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-YEAR-FILE      ASSIGN TO "REGMTHE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GOV-MASTER-FILE    ASSIGN TO "GOVMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL YEAR-CONTROL-FILE ASSIGN TO "MRTCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MORT-RPT-FILE      ASSIGN TO "MORTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT MORT-XFER-FILE     ASSIGN TO "MORTXFR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  REG-YEAR-FILE
           RECORDING MODE IS F.
           COPY CSREGREC.

       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  GOV-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING CS-CODE-RECORD BY GOV-MASTER-RECORD
                                    CS-CODE-VALUE   BY GOV-MASTER-VALUE
                                    CS-CODE-DESC    BY GOV-MASTER-DESC.

       FD  YEAR-CONTROL-FILE
           RECORDING MODE IS F.
       01  MRTCTL-RECORD.
           05  CTL-REPORT-YEAR        PIC X(4).
           05  FILLER                 PIC X(76).

       FD  MORT-RPT-FILE
           RECORDING MODE IS F.
       01  MORT-RPT-LINE              PIC X(132).

       FD  MORT-XFER-FILE
           RECORDING MODE IS F.
       01  MORT-XFER-RECORD           PIC X(120).

       SD  SORT-WORK-FILE.
       01  SRT-MRT-RECORD.
           05  SRT-MRT-CSONUM         PIC S9(9) COMP.
           05  SRT-MRT-GOVCD          PIC S9(4) COMP.
           05  SRT-MRT-REGDT          PIC X(10).
           05  SRT-MRT-REG-SEX        PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-REG-EOF-SW          PIC X(1) VALUE "N".
             88  WS-REG-EOF           VALUE "Y".
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".
           05  WS-GOV-EOF-SW          PIC X(1) VALUE "N".
             88  WS-GOV-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".

       01  WS-FOUND-SW                PIC X(1).
             88  WS-ENTRY-FOUND       VALUE "Y".
             88  WS-ENTRY-NOT-FOUND   VALUE "N".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-YEAR                PIC 9(4).
       01  WS-REPORT-YEAR             PIC X(4).

       01  WS-MAX-GOV                 PIC S9(4) COMP VALUE 200.
       01  WS-MAX-BAND                PIC S9(4) COMP VALUE 18.
       01  WS-UNKNOWN-BAND            PIC S9(4) COMP VALUE 19.

      * ONE ENTRY PER GOVERNORATE: BIRTHS, AND DEATHS BY SEX (1 MALE,
      * 2 FEMALE, 3 NOT STATED) AND AGE BAND (1 = 0-4 ... 18 = 85
      * AND OVER, 19 = BIRTH DATE UNKNOWN)
       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-GOV-COUNT
                            INDEXED BY WS-GOV-IDX.
             10  WS-GOV-CODE          PIC S9(9) COMP.
             10  WS-GOV-DESC          PIC X(30).
             10  WS-GOV-TALLY.
               15  WS-GOV-BIRTH-CNT   PIC S9(7) COMP-3 VALUE 0.
               15  WS-GOV-SEX-TALLY OCCURS 3 TIMES.
                 20  WS-GOV-BAND-CNT  PIC S9(7) COMP-3 VALUE 0
                                      OCCURS 19 TIMES.
                 20  WS-GOV-INFANT-CNT
                                      PIC S9(7) COMP-3 VALUE 0.
                 20  WS-GOV-NEONATAL-CNT
                                      PIC S9(7) COMP-3 VALUE 0.
       01  WS-GOV-COUNT               PIC S9(4) COMP VALUE 0.

      * ALL GOVERNORATES TOGETHER, SAME SHAPE AS ONE GOVERNORATE
       01  WS-NAT-TALLY.
           05  WS-NAT-BIRTH-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-NAT-SEX-TALLY OCCURS 3 TIMES.
             10  WS-NAT-BAND-CNT      PIC S9(7) COMP-3 VALUE 0
                                      OCCURS 19 TIMES.
             10  WS-NAT-INFANT-CNT    PIC S9(7) COMP-3 VALUE 0.
             10  WS-NAT-NEONATAL-CNT  PIC S9(7) COMP-3 VALUE 0.

      * THE BLOCK BEING PRINTED, MOVED FROM ONE OF THE ABOVE
       01  WS-PRT-TALLY.
           05  WS-PRT-BIRTH-CNT       PIC S9(7) COMP-3.
           05  WS-PRT-SEX-TALLY OCCURS 3 TIMES.
             10  WS-PRT-BAND-CNT      PIC S9(7) COMP-3
                                      OCCURS 19 TIMES.
             10  WS-PRT-INFANT-CNT    PIC S9(7) COMP-3.
             10  WS-PRT-NEONATAL-CNT  PIC S9(7) COMP-3.

       01  WS-SEX-SUB                 PIC S9(4) COMP.
       01  WS-BAND-SUB                PIC S9(4) COMP.
       01  WS-FIND-GOVCD              PIC S9(4) COMP.

      * THE DEATH BEING MEASURED
       01  WS-DEATH-FIELDS.
           05  WS-DEATH-SEX           PIC X(1).
           05  WS-DEATH-BRTHDT        PIC X(10).
           05  WS-DEATH-AGE           PIC S9(4) COMP.
           05  WS-DEATH-AGE-DAYS      PIC S9(9) COMP.
           05  WS-DEATH-AGE-SW        PIC X(1).
             88  WS-AGE-KNOWN         VALUE "Y".
             88  WS-AGE-UNKNOWN       VALUE "N".
           05  WS-DEATH-SRT           PIC X(8).
           05  WS-BIRTH-SRT           PIC X(8).
           05  WS-DEATH-YEAR          PIC 9(4).
           05  WS-BIRTH-YEAR          PIC 9(4).
           05  WS-DEATH-DAYNUM        PIC S9(9) COMP.

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".

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

       01  WS-COUNTERS.
           05  WS-REG-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-OTHER-YEAR-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-BIRTH-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-DEATH-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-NOT-ON-REG-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-UNKNOWN-BD-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-INFANT-CNT          PIC S9(7) COMP-3 VALUE 0.
           05  WS-NEONATAL-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-FULL-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-REC-CNT         PIC S9(7) COMP-3 VALUE 0.

      * PRINT-LINE WORK FIELDS FOR ONE BLOCK
       01  WS-LINE-TOTAL              PIC S9(7) COMP-3.
       01  WS-BLOCK-DEATHS            PIC S9(7) COMP-3.
       01  WS-BAND-LOW                PIC 9(2).
       01  WS-BAND-HIGH               PIC 9(2).
       01  WS-RATE                    PIC S9(5)V9 COMP-3.

       01  WS-BLOCK-HEADING.
           05  FILLER                 PIC X(13) VALUE "GOVERNORATE ".
           05  WS-BHDG-GOVCD          PIC X(6).
           05  WS-BHDG-GOVDESC        PIC X(30).
       01  WS-GOVCD-ED                PIC ZZZ9.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(24) VALUE "AGE AT DEATH".
           05  FILLER                 PIC X(11) VALUE "       MALE".
           05  FILLER                 PIC X(9) VALUE "   FEMALE".
           05  FILLER                 PIC X(10) VALUE "   NOT STD".
           05  FILLER                 PIC X(10) VALUE "     TOTAL".
           05  FILLER                 PIC X(18) VALUE
               "   PER 1000 BIRTHS".

       01  WS-BAND-LINE.
           05  WS-BND-LABEL           PIC X(24).
           05  WS-BND-MALE-ED         PIC ZZZ,ZZZ,ZZ9.
           05  WS-BND-FEMALE-ED       PIC ZZZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-BND-NSTD-ED         PIC ZZZZZ,ZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-BND-TOTAL-ED        PIC ZZZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE SPACES.
           05  WS-BND-RATE-AREA.
             10  WS-BND-RATE-ED       PIC ZZZZ9.9.
       01  WS-BAND-RANGE.
           05  WS-RNG-LOW             PIC Z9.
           05  FILLER                 PIC X(1) VALUE "-".
           05  WS-RNG-HIGH            PIC Z9.

       01  WS-BIRTH-LINE.
           05  FILLER                 PIC X(24) VALUE
               "BIRTHS REGISTERED".
           05  FILLER                 PIC X(31) VALUE SPACES.
           05  WS-BLN-BIRTH-ED        PIC ZZZZZ,ZZ9.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(46) VALUE
               "DEATHS BY GOVERNORATE, SEX AND AGE BAND - YEAR".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-HDG1-YEAR           PIC X(4).

       01  WS-HEADER-BUILD.
           05  FILLER                 PIC X(1) VALUE "H".
           05  WS-HDR-YEAR            PIC X(4).
           05  FILLER                 PIC X(1) VALUE "Y".
           05  WS-HDR-SOURCE          PIC X(20) VALUE
               "CSO CIVIL REGISTER".

       01  WS-DETAIL-BUILD.
           05  FILLER                 PIC X(1) VALUE "D".
           05  WS-DTL-CSONUM          PIC 9(9).
           05  WS-DTL-REGDT           PIC X(10).
           05  WS-DTL-GOVCD           PIC 9(4).
           05  WS-DTL-GOVDESC         PIC X(30).
           05  WS-DTL-SEX             PIC X(1).
           05  WS-DTL-BRTHDT          PIC X(10).
           05  WS-DTL-AGE             PIC 9(3).
           05  WS-DTL-AGE-BAND        PIC X(5).
           05  WS-DTL-INFANT          PIC X(1).
           05  WS-DTL-NEONATAL        PIC X(1).

       01  WS-BIRTH-BUILD.
           05  FILLER                 PIC X(1) VALUE "B".
           05  WS-BRT-GOVCD           PIC 9(4).
           05  WS-BRT-GOVDESC         PIC X(30).
           05  WS-BRT-BIRTH-CNT       PIC 9(9).

       01  WS-TRAILER-BUILD.
           05  FILLER                 PIC X(1) VALUE "T".
           05  WS-TRL-DEATH-CNT       PIC 9(9).
           05  WS-TRL-UNKNOWN-BD-CNT  PIC 9(9).
           05  WS-TRL-INFANT-CNT      PIC 9(9).
           05  WS-TRL-NEONATAL-CNT    PIC 9(9).
           05  WS-TRL-BIRTH-CNT       PIC 9(9).
           05  WS-TRL-GOV-REC-CNT     PIC 9(9).

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RECORDS READ      : ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "OTHER YEARS SKIPPED:".
           05  WS-TRAILER-OTHER-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "DEATHS            : ".
           05  WS-TRAILER-DEATH-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "BIRTHS            : ".
           05  WS-TRAILER-BIRTH-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE5.
           05  FILLER                 PIC X(20) VALUE
               "DECEASED NOT ON REG:".
           05  WS-TRAILER-NOTREG-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE6.
           05  FILLER                 PIC X(20) VALUE
               "GOV TABLE FULL    : ".
           05  WS-TRAILER-FULL-ED     PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-MRT-CSONUM
               INPUT PROCEDURE IS 2000-RELEASE-DEATHS
               OUTPUT PROCEDURE IS 3000-MEASURE-DEATHS
           PERFORM 4000-WRITE-REPORT
           PERFORM 5000-SEND-BIRTH-COUNTS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB22P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-YEAR-CONTROL
           OPEN INPUT  REG-YEAR-FILE
                       PERSON-MASTER-FILE
                       GOV-MASTER-FILE
           OPEN OUTPUT MORT-RPT-FILE
                       MORT-XFER-FILE
           PERFORM 1100-LOAD-GOV-TABLE
           MOVE WS-REPORT-YEAR TO WS-HDG1-YEAR
           MOVE WS-HEADING-1 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-REPORT-YEAR TO WS-HDR-YEAR
           MOVE SPACES TO MORT-XFER-RECORD
           MOVE WS-HEADER-BUILD TO MORT-XFER-RECORD
           WRITE MORT-XFER-RECORD.

       1050-READ-YEAR-CONTROL.
      * AN ABSENT OR NON-NUMERIC CARD REPORTS THE PRIOR YEAR.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR
           SUBTRACT 1 FROM WS-RUN-YEAR
           MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
           OPEN INPUT YEAR-CONTROL-FILE
           READ YEAR-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               IF CTL-REPORT-YEAR IS NUMERIC
                 MOVE CTL-REPORT-YEAR TO WS-REPORT-YEAR
               END-IF
           END-READ
           CLOSE YEAR-CONTROL-FILE
           DISPLAY "CSB22P1 REPORT YEAR         : " WS-REPORT-YEAR.

       1100-LOAD-GOV-TABLE.
      * CODES NOT ON GOVMAST ARE ADDED AS THEY ARE MET (2500).
           SET WS-GOV-IDX TO 1
           PERFORM UNTIL WS-GOV-EOF
             READ GOV-MASTER-FILE
               AT END SET WS-GOV-EOF TO TRUE
               NOT AT END
                 IF WS-GOV-IDX <= WS-MAX-GOV
                   MOVE GOV-MASTER-VALUE TO WS-GOV-CODE(WS-GOV-IDX)
                   MOVE GOV-MASTER-DESC  TO WS-GOV-DESC(WS-GOV-IDX)
                   SET WS-GOV-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-GOV-COUNT = WS-GOV-IDX - 1.

       1900-READ-REG-YEAR.
           READ REG-YEAR-FILE
             AT END SET WS-REG-EOF TO TRUE
             NOT AT END ADD 1 TO WS-REG-READ-CNT
           END-READ.

       1950-READ-PERSON-MASTER.
           READ PERSON-MASTER-FILE
             AT END SET WS-MASTER-EOF TO TRUE
           END-READ.

       2000-RELEASE-DEATHS.
      * BIRTHS ARE COUNTED AS THEY ARE READ; DEATHS GO TO THE SORT
      * FOR THE MATCH AGAINST THE REGISTER.
           PERFORM 1900-READ-REG-YEAR
           PERFORM UNTIL WS-REG-EOF
             IF CS-REG-REGDT(7:4) NOT = WS-REPORT-YEAR
               ADD 1 TO WS-OTHER-YEAR-CNT
             ELSE
               EVALUATE CS-REG-REGTYP
                 WHEN "1" PERFORM 2100-COUNT-BIRTH
                 WHEN "2" PERFORM 2200-RELEASE-DEATH
                 WHEN OTHER CONTINUE
               END-EVALUATE
             END-IF
             PERFORM 1900-READ-REG-YEAR
           END-PERFORM.

       2100-COUNT-BIRTH.
           ADD 1 TO WS-BIRTH-CNT
           ADD 1 TO WS-NAT-BIRTH-CNT
           MOVE CS-REG-FK-GOVERNORATECD TO WS-FIND-GOVCD
           PERFORM 2500-FIND-GOV-ENTRY
           IF WS-ENTRY-FOUND
             ADD 1 TO WS-GOV-BIRTH-CNT(WS-GOV-IDX)
           END-IF.

       2200-RELEASE-DEATH.
           IF CS-REG-FK-PERSONCSONUM > 0
             MOVE CS-REG-FK-PERSONCSONUM TO SRT-MRT-CSONUM
           ELSE
             MOVE CS-REG-CSONUM TO SRT-MRT-CSONUM
           END-IF
           MOVE CS-REG-FK-GOVERNORATECD TO SRT-MRT-GOVCD
           MOVE CS-REG-REGDT            TO SRT-MRT-REGDT
           MOVE CS-REG-SEX              TO SRT-MRT-REG-SEX
           RELEASE SRT-MRT-RECORD.

       2500-FIND-GOV-ENTRY.
      * A CODE NOT YET IN THE TABLE IS ADDED AS *UNKNOWN*; ONCE THE
      * TABLE IS FULL IT COUNTS IN THE ALL-GOVERNORATES BLOCK ONLY.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           IF WS-GOV-COUNT > 0
             SET WS-GOV-IDX TO 1
             SEARCH WS-GOV-ENTRY
               AT END CONTINUE
               WHEN WS-GOV-CODE(WS-GOV-IDX) = WS-FIND-GOVCD
                 SET WS-ENTRY-FOUND TO TRUE
             END-SEARCH
           END-IF
           IF WS-ENTRY-NOT-FOUND
             IF WS-GOV-COUNT < WS-MAX-GOV
               ADD 1 TO WS-GOV-COUNT
               SET WS-GOV-IDX TO WS-GOV-COUNT
               MOVE WS-FIND-GOVCD TO WS-GOV-CODE(WS-GOV-IDX)
               MOVE "*UNKNOWN*"   TO WS-GOV-DESC(WS-GOV-IDX)
               SET WS-ENTRY-FOUND TO TRUE
             ELSE
               ADD 1 TO WS-GOV-FULL-CNT
             END-IF
           END-IF.

       3000-MEASURE-DEATHS.
           PERFORM 1950-READ-PERSON-MASTER
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-MEASURE-ONE-DEATH
             END-RETURN
           END-PERFORM.

       3100-MEASURE-ONE-DEATH.
           ADD 1 TO WS-DEATH-CNT
           PERFORM UNTIL WS-MASTER-EOF
                      OR CS-PER-CSONUM >= SRT-MRT-CSONUM
             PERFORM 1950-READ-PERSON-MASTER
           END-PERFORM
           IF NOT WS-MASTER-EOF
             AND CS-PER-CSONUM = SRT-MRT-CSONUM
             MOVE CS-PER-BRTHDT TO WS-DEATH-BRTHDT
             IF CS-PER-SEX = "1" OR CS-PER-SEX = "2"
               MOVE CS-PER-SEX TO WS-DEATH-SEX
             ELSE
               MOVE SRT-MRT-REG-SEX TO WS-DEATH-SEX
             END-IF
           ELSE
             ADD 1 TO WS-NOT-ON-REG-CNT
             MOVE SPACES TO WS-DEATH-BRTHDT
             MOVE SRT-MRT-REG-SEX TO WS-DEATH-SEX
           END-IF
           PERFORM 3200-COMPUTE-AGE
           PERFORM 3300-TALLY-DEATH
           PERFORM 3400-SEND-DEATH.

       3200-COMPUTE-AGE.
      * AGE IN COMPLETED YEARS AND IN DAYS AT THE REGISTRATION DATE.
      * A BIRTH DATE THAT DOES NOT PARSE OR FALLS AFTER THE
      * REGISTRATION LEAVES THE AGE UNKNOWN.
           SET WS-AGE-UNKNOWN TO TRUE
           MOVE 0 TO WS-DEATH-AGE
           MOVE 0 TO WS-DEATH-AGE-DAYS
           MOVE SRT-MRT-REGDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-OK
             MOVE WS-DATE-SRT TO WS-DEATH-SRT
             MOVE WS-DEATH-BRTHDT TO WS-DATE-DMY
             PERFORM 7000-CONVERT-DATE
             IF WS-DATE-OK
               AND WS-DATE-SRT NOT > WS-DEATH-SRT
               MOVE WS-DATE-SRT TO WS-BIRTH-SRT
               SET WS-AGE-KNOWN TO TRUE
               MOVE WS-DEATH-SRT(1:4) TO WS-DEATH-YEAR
               MOVE WS-BIRTH-SRT(1:4) TO WS-BIRTH-YEAR
               COMPUTE WS-DEATH-AGE = WS-DEATH-YEAR - WS-BIRTH-YEAR
               IF WS-DEATH-SRT(5:4) < WS-BIRTH-SRT(5:4)
                 SUBTRACT 1 FROM WS-DEATH-AGE
               END-IF
               MOVE WS-DEATH-SRT TO WS-DATE-YMD
               PERFORM 7100-DATE-TO-DAYNUM
               MOVE WS-DAYNUM TO WS-DEATH-DAYNUM
               MOVE WS-BIRTH-SRT TO WS-DATE-YMD
               PERFORM 7100-DATE-TO-DAYNUM
               COMPUTE WS-DEATH-AGE-DAYS = WS-DEATH-DAYNUM - WS-DAYNUM
             END-IF
           END-IF.

       3300-TALLY-DEATH.
           EVALUATE WS-DEATH-SEX
             WHEN "1" MOVE 1 TO WS-SEX-SUB
             WHEN "2" MOVE 2 TO WS-SEX-SUB
             WHEN OTHER MOVE 3 TO WS-SEX-SUB
           END-EVALUATE
           IF WS-AGE-KNOWN
             COMPUTE WS-BAND-SUB = WS-DEATH-AGE / 5 + 1
             IF WS-BAND-SUB > WS-MAX-BAND
               MOVE WS-MAX-BAND TO WS-BAND-SUB
             END-IF
           ELSE
             MOVE WS-UNKNOWN-BAND TO WS-BAND-SUB
             ADD 1 TO WS-UNKNOWN-BD-CNT
           END-IF
           ADD 1 TO WS-NAT-BAND-CNT(WS-SEX-SUB, WS-BAND-SUB)
           IF WS-AGE-KNOWN AND WS-DEATH-AGE = 0
             ADD 1 TO WS-INFANT-CNT
             ADD 1 TO WS-NAT-INFANT-CNT(WS-SEX-SUB)
           END-IF
           IF WS-AGE-KNOWN AND WS-DEATH-AGE-DAYS < 28
             ADD 1 TO WS-NEONATAL-CNT
             ADD 1 TO WS-NAT-NEONATAL-CNT(WS-SEX-SUB)
           END-IF
           MOVE SRT-MRT-GOVCD TO WS-FIND-GOVCD
           PERFORM 2500-FIND-GOV-ENTRY
           IF WS-ENTRY-FOUND
             ADD 1 TO WS-GOV-BAND-CNT(WS-GOV-IDX, WS-SEX-SUB,
                                      WS-BAND-SUB)
             IF WS-AGE-KNOWN AND WS-DEATH-AGE = 0
               ADD 1 TO WS-GOV-INFANT-CNT(WS-GOV-IDX, WS-SEX-SUB)
             END-IF
             IF WS-AGE-KNOWN AND WS-DEATH-AGE-DAYS < 28
               ADD 1 TO WS-GOV-NEONATAL-CNT(WS-GOV-IDX, WS-SEX-SUB)
             END-IF
           END-IF.

       3400-SEND-DEATH.
           MOVE SRT-MRT-CSONUM  TO WS-DTL-CSONUM
           MOVE SRT-MRT-REGDT   TO WS-DTL-REGDT
           MOVE SRT-MRT-GOVCD   TO WS-DTL-GOVCD
           IF WS-ENTRY-FOUND
             MOVE WS-GOV-DESC(WS-GOV-IDX) TO WS-DTL-GOVDESC
           ELSE
             MOVE "*UNKNOWN*" TO WS-DTL-GOVDESC
           END-IF
           MOVE WS-DEATH-SEX    TO WS-DTL-SEX
           MOVE WS-DEATH-BRTHDT TO WS-DTL-BRTHDT
           MOVE "N" TO WS-DTL-INFANT
           MOVE "N" TO WS-DTL-NEONATAL
           IF WS-AGE-KNOWN
             MOVE WS-DEATH-AGE TO WS-DTL-AGE
             PERFORM 4150-BUILD-BAND-RANGE
             MOVE WS-BAND-RANGE TO WS-DTL-AGE-BAND
             IF WS-DEATH-AGE = 0
               MOVE "Y" TO WS-DTL-INFANT
             END-IF
             IF WS-DEATH-AGE-DAYS < 28
               MOVE "Y" TO WS-DTL-NEONATAL
             END-IF
           ELSE
             MOVE 0 TO WS-DTL-AGE
             MOVE "UNK" TO WS-DTL-AGE-BAND
           END-IF
           MOVE SPACES TO MORT-XFER-RECORD
           MOVE WS-DETAIL-BUILD TO MORT-XFER-RECORD
           WRITE MORT-XFER-RECORD.

       4000-WRITE-REPORT.
      * ONE BLOCK PER GOVERNORATE WITH ANY BIRTH OR DEATH, THEN THE
      * ALL-GOVERNORATES BLOCK.
           SET WS-GOV-IDX TO 1
           PERFORM WS-GOV-COUNT TIMES
             MOVE WS-GOV-TALLY(WS-GOV-IDX) TO WS-PRT-TALLY
             PERFORM 4050-SUM-BLOCK-DEATHS
             IF WS-PRT-BIRTH-CNT > 0 OR WS-BLOCK-DEATHS > 0
               MOVE WS-GOV-CODE(WS-GOV-IDX) TO WS-GOVCD-ED
               MOVE WS-GOVCD-ED TO WS-BHDG-GOVCD
               MOVE WS-GOV-DESC(WS-GOV-IDX) TO WS-BHDG-GOVDESC
               PERFORM 4100-WRITE-BLOCK
             END-IF
             SET WS-GOV-IDX UP BY 1
           END-PERFORM
           MOVE WS-NAT-TALLY TO WS-PRT-TALLY
           PERFORM 4050-SUM-BLOCK-DEATHS
           MOVE "ALL" TO WS-BHDG-GOVCD
           MOVE SPACES TO WS-BHDG-GOVDESC
           PERFORM 4100-WRITE-BLOCK.

       4050-SUM-BLOCK-DEATHS.
           MOVE 0 TO WS-BLOCK-DEATHS
           PERFORM VARYING WS-SEX-SUB FROM 1 BY 1
             UNTIL WS-SEX-SUB > 3
             PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-UNKNOWN-BAND
               ADD WS-PRT-BAND-CNT(WS-SEX-SUB, WS-BAND-SUB)
                 TO WS-BLOCK-DEATHS
             END-PERFORM
           END-PERFORM.

       4100-WRITE-BLOCK.
           MOVE SPACES TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-BLOCK-HEADING TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-COLUMN-HEADING TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
             UNTIL WS-BAND-SUB > WS-UNKNOWN-BAND
             IF WS-BAND-SUB = WS-UNKNOWN-BAND
               MOVE "BIRTH DATE UNKNOWN" TO WS-BND-LABEL
             ELSE
               PERFORM 4150-BUILD-BAND-RANGE
               MOVE WS-BAND-RANGE TO WS-BND-LABEL
             END-IF
             MOVE WS-PRT-BAND-CNT(1, WS-BAND-SUB) TO WS-BND-MALE-ED
             MOVE WS-PRT-BAND-CNT(2, WS-BAND-SUB) TO WS-BND-FEMALE-ED
             MOVE WS-PRT-BAND-CNT(3, WS-BAND-SUB) TO WS-BND-NSTD-ED
             COMPUTE WS-LINE-TOTAL = WS-PRT-BAND-CNT(1, WS-BAND-SUB)
                                   + WS-PRT-BAND-CNT(2, WS-BAND-SUB)
                                   + WS-PRT-BAND-CNT(3, WS-BAND-SUB)
             MOVE WS-LINE-TOTAL TO WS-BND-TOTAL-ED
             MOVE SPACES TO WS-BND-RATE-AREA
             PERFORM 4200-WRITE-BAND-LINE
           END-PERFORM
           PERFORM 4300-WRITE-TOTAL-LINES.

       4150-BUILD-BAND-RANGE.
      * BAND 1 IS 0-4, BAND 2 IS 5-9 ... THE LAST BAND IS 85 AND OVER.
           IF WS-BAND-SUB = WS-MAX-BAND
             MOVE SPACES TO WS-BAND-RANGE
             MOVE "85+" TO WS-BAND-RANGE
           ELSE
             COMPUTE WS-BAND-LOW = (WS-BAND-SUB - 1) * 5
             COMPUTE WS-BAND-HIGH = WS-BAND-LOW + 4
             MOVE WS-BAND-LOW  TO WS-RNG-LOW
             MOVE "-" TO WS-BAND-RANGE(3:1)
             MOVE WS-BAND-HIGH TO WS-RNG-HIGH
           END-IF.

       4200-WRITE-BAND-LINE.
           MOVE SPACES TO MORT-RPT-LINE
           MOVE WS-BAND-LINE TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE.

       4300-WRITE-TOTAL-LINES.
           MOVE "TOTAL DEATHS" TO WS-BND-LABEL
           PERFORM VARYING WS-SEX-SUB FROM 1 BY 1
             UNTIL WS-SEX-SUB > 3
             MOVE 0 TO WS-LINE-TOTAL
             PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > WS-UNKNOWN-BAND
               ADD WS-PRT-BAND-CNT(WS-SEX-SUB, WS-BAND-SUB)
                 TO WS-LINE-TOTAL
             END-PERFORM
             EVALUATE WS-SEX-SUB
               WHEN 1 MOVE WS-LINE-TOTAL TO WS-BND-MALE-ED
               WHEN 2 MOVE WS-LINE-TOTAL TO WS-BND-FEMALE-ED
               WHEN 3 MOVE WS-LINE-TOTAL TO WS-BND-NSTD-ED
             END-EVALUATE
           END-PERFORM
           MOVE WS-BLOCK-DEATHS TO WS-BND-TOTAL-ED
           MOVE SPACES TO WS-BND-RATE-AREA
           PERFORM 4200-WRITE-BAND-LINE
           MOVE "INFANT (UNDER 1 YEAR)" TO WS-BND-LABEL
           MOVE WS-PRT-INFANT-CNT(1) TO WS-BND-MALE-ED
           MOVE WS-PRT-INFANT-CNT(2) TO WS-BND-FEMALE-ED
           MOVE WS-PRT-INFANT-CNT(3) TO WS-BND-NSTD-ED
           COMPUTE WS-LINE-TOTAL = WS-PRT-INFANT-CNT(1)
                                 + WS-PRT-INFANT-CNT(2)
                                 + WS-PRT-INFANT-CNT(3)
           PERFORM 4350-FILL-RATE
           PERFORM 4200-WRITE-BAND-LINE
           MOVE "NEONATAL (UNDER 28 DAYS)" TO WS-BND-LABEL
           MOVE WS-PRT-NEONATAL-CNT(1) TO WS-BND-MALE-ED
           MOVE WS-PRT-NEONATAL-CNT(2) TO WS-BND-FEMALE-ED
           MOVE WS-PRT-NEONATAL-CNT(3) TO WS-BND-NSTD-ED
           COMPUTE WS-LINE-TOTAL = WS-PRT-NEONATAL-CNT(1)
                                 + WS-PRT-NEONATAL-CNT(2)
                                 + WS-PRT-NEONATAL-CNT(3)
           PERFORM 4350-FILL-RATE
           PERFORM 4200-WRITE-BAND-LINE
           MOVE WS-PRT-BIRTH-CNT TO WS-BLN-BIRTH-ED
           MOVE SPACES TO MORT-RPT-LINE
           MOVE WS-BIRTH-LINE TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE.

       4350-FILL-RATE.
      * DEATHS PER 1000 BIRTHS REGISTERED; NO BIRTHS SHOWS A ZERO.
           MOVE WS-LINE-TOTAL TO WS-BND-TOTAL-ED
           MOVE 0 TO WS-RATE
           IF WS-PRT-BIRTH-CNT > 0
             COMPUTE WS-RATE ROUNDED =
                     WS-LINE-TOTAL * 1000 / WS-PRT-BIRTH-CNT
           END-IF
           MOVE WS-RATE TO WS-BND-RATE-ED.

       5000-SEND-BIRTH-COUNTS.
           SET WS-GOV-IDX TO 1
           PERFORM WS-GOV-COUNT TIMES
             IF WS-GOV-BIRTH-CNT(WS-GOV-IDX) > 0
               MOVE WS-GOV-CODE(WS-GOV-IDX)      TO WS-BRT-GOVCD
               MOVE WS-GOV-DESC(WS-GOV-IDX)      TO WS-BRT-GOVDESC
               MOVE WS-GOV-BIRTH-CNT(WS-GOV-IDX) TO WS-BRT-BIRTH-CNT
               MOVE SPACES TO MORT-XFER-RECORD
               MOVE WS-BIRTH-BUILD TO MORT-XFER-RECORD
               WRITE MORT-XFER-RECORD
               ADD 1 TO WS-GOV-REC-CNT
             END-IF
             SET WS-GOV-IDX UP BY 1
           END-PERFORM.

       7000-CONVERT-DATE.
      * CONVERTS A DD/MM/YYYY DATE TO YYYYMMDD FOR COMPARISON.
           SET WS-DATE-BAD TO TRUE
           MOVE SPACES TO WS-DATE-SRT
           IF WS-DATE-DMY(1:2) IS NUMERIC
             AND WS-DATE-DMY(4:2) IS NUMERIC
             AND WS-DATE-DMY(7:4) IS NUMERIC
             MOVE WS-DATE-DMY(7:4) TO WS-DATE-SRT(1:4)
             MOVE WS-DATE-DMY(4:2) TO WS-DATE-SRT(5:2)
             MOVE WS-DATE-DMY(1:2) TO WS-DATE-SRT(7:2)
             SET WS-DATE-OK TO TRUE
           END-IF.

       7100-DATE-TO-DAYNUM.
      * CONVERTS A YYYYMMDD DATE TO A RUNNING DAY NUMBER (DAYS FROM
      * A FIXED EPOCH, MARCH-BASED CIVIL CALENDAR) SO THE DAYS
      * BETWEEN TWO DATES COME FROM A SIMPLE SUBTRACTION.
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

       8000-WRITE-TRAILER.
           MOVE WS-DEATH-CNT      TO WS-TRL-DEATH-CNT
           MOVE WS-UNKNOWN-BD-CNT TO WS-TRL-UNKNOWN-BD-CNT
           MOVE WS-INFANT-CNT     TO WS-TRL-INFANT-CNT
           MOVE WS-NEONATAL-CNT   TO WS-TRL-NEONATAL-CNT
           MOVE WS-BIRTH-CNT      TO WS-TRL-BIRTH-CNT
           MOVE WS-GOV-REC-CNT    TO WS-TRL-GOV-REC-CNT
           MOVE SPACES TO MORT-XFER-RECORD
           MOVE WS-TRAILER-BUILD TO MORT-XFER-RECORD
           WRITE MORT-XFER-RECORD
           MOVE SPACES TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-REG-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-OTHER-YEAR-CNT TO WS-TRAILER-OTHER-ED
           MOVE WS-TRAILER-LINE2 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-DEATH-CNT TO WS-TRAILER-DEATH-ED
           MOVE WS-TRAILER-LINE3 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-BIRTH-CNT TO WS-TRAILER-BIRTH-ED
           MOVE WS-TRAILER-LINE4 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-NOT-ON-REG-CNT TO WS-TRAILER-NOTREG-ED
           MOVE WS-TRAILER-LINE5 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE
           MOVE WS-GOV-FULL-CNT TO WS-TRAILER-FULL-ED
           MOVE WS-TRAILER-LINE6 TO MORT-RPT-LINE
           WRITE MORT-RPT-LINE.

       9000-TERMINATE.
           CLOSE REG-YEAR-FILE
                 PERSON-MASTER-FILE
                 GOV-MASTER-FILE
                 MORT-RPT-FILE
                 MORT-XFER-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-DEATH-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
