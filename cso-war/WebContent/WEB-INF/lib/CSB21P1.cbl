      *-----------------------------------------------------------------
      * MONTHLY LATE-REGISTRATION REPORT BY GOVERNORATE AND OFFICE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB21P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE PRIOR MONTH'S REGISTRATION EXTRACT (REGMTHE, SAME
      * CSREGREC SHAPE AS THE CSB02P1 INPUT) AND LISTS EVERY
      * REGISTRATION KEYED PAST ITS STATUTORY WINDOW, BY GOVERNORATE
      * AND CIVIL OFFICE: HOW MANY DAYS PAST THE WINDOW IT WAS AND
      * THE COURT ORDER OR FEE RECEIPT THE COUNTER RECORDED FOR IT.
      *
      * A REGISTRATION IS LATE WHEN THE LATE-REGISTRATION CHECK
      * (LATECHK) STAMPED DAYS LATE ON IT AT THE COUNTER. A BIRTH
      * WITH NOTHING STAMPED IS ALSO MEASURED HERE FROM ITS BIRTH
      * DATE AND REGDT AGAINST THE DEADLINE CONTROL FILE (REGDLINE,
      * CSDLNREC), SO A LATE BIRTH THAT WAS COMMITTED WITHOUT THE
      * CHECK IS LISTED AS ** NO REFERENCE. A DEATH CARRIES NO DATE
      * OF DEATH ON THE EXTRACT, SO ONLY A STAMPED DEATH IS LISTED.
      * A TYPE WITH NO DEADLINE RECORD IS NEVER LATE.
      *
      * GOVERNORATE DESCRIPTIONS COME FROM GOVMAST; A CODE NOT ON
      * GOVMAST IS LISTED AS *UNKNOWN* AND LEFT FOR CSB01P1 TO CHASE.
      * EACH OFFICE AND GOVERNORATE CLOSES WITH ITS LATE CASES AND
      * THOSE WITHOUT A REFERENCE.
      *
      * RUN AUTOMATICALLY AT MONTH-END BY THE SAME SCHEDULE THAT
      * DRIVES CSB02P1. THE REPORT GOES TO THE INSPECTORATE, WHO
      * AUDIT THE CIVIL OFFICES ON THEIR LATE REGISTRATIONS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-MONTH-FILE     ASSIGN TO "REGMTHE"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEADLINE-FILE      ASSIGN TO "REGDLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-DLN-REGTYP.
           SELECT GOV-MASTER-FILE    ASSIGN TO "GOVMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT LATE-RPT-FILE      ASSIGN TO "LATERPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  REG-MONTH-FILE
           RECORDING MODE IS F.
           COPY CSREGREC.

       FD  DEADLINE-FILE
           RECORDING MODE IS F.
           COPY CSDLNREC.

       FD  GOV-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING CS-CODE-RECORD BY GOV-MASTER-RECORD
                                    CS-CODE-VALUE   BY GOV-MASTER-VALUE
                                    CS-CODE-DESC    BY GOV-MASTER-DESC.

       FD  LATE-RPT-FILE
           RECORDING MODE IS F.
       01  LATE-RPT-LINE              PIC X(132).

       SD  SORT-WORK-FILE.
       01  SRT-LTE-RECORD.
           05  SRT-LTE-GOVCD          PIC S9(4) COMP.
           05  SRT-LTE-OFFICECD       PIC S9(4) COMP.
           05  SRT-LTE-REGDT-SRT      PIC X(8).
           05  SRT-LTE-CSONUM         PIC S9(9) COMP.
           05  SRT-LTE-REGTYP         PIC X(1).
           05  SRT-LTE-REGDT          PIC X(10).
           05  SRT-LTE-EVENTDT        PIC X(10).
           05  SRT-LTE-ALLOWED-DAYS   PIC S9(4) COMP.
           05  SRT-LTE-DAYS-LATE      PIC S9(5) COMP-3.
           05  SRT-LTE-REFTYP         PIC X(1).
           05  SRT-LTE-REFNO          PIC S9(11) COMP-3.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-REG-EOF-SW          PIC X(1) VALUE "N".
             88  WS-REG-EOF           VALUE "Y".
           05  WS-DLN-EOF-SW          PIC X(1) VALUE "N".
             88  WS-DLN-EOF           VALUE "Y".
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".

       01  WS-ENTRY-SW                PIC X(1).
             88  WS-ENTRY-FOUND       VALUE "Y".
             88  WS-ENTRY-NOT-FOUND   VALUE "N".

       01  WS-MAX-GOV                 PIC S9(4) COMP VALUE 200.
       01  WS-MAX-DEADLINE            PIC S9(4) COMP VALUE 20.

       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-GOV-COUNT
                            INDEXED BY WS-GOV-IDX.
             10  WS-GOV-CODE          PIC S9(9) COMP.
             10  WS-GOV-DESC          PIC X(30).
       01  WS-GOV-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-DEADLINE-TABLE.
           05  WS-DLN-ENTRY OCCURS 1 TO 20 TIMES
                            DEPENDING ON WS-DLN-COUNT
                            INDEXED BY WS-DLN-IDX.
             10  WS-DLN-REGTYP        PIC X(1).
             10  WS-DLN-ALLOWED-DAYS  PIC S9(4) COMP.
       01  WS-DLN-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-LATE-SW                 PIC X(1).
             88  WS-IS-LATE           VALUE "Y".
             88  WS-NOT-LATE          VALUE "N".
       01  WS-DAYS-LATE               PIC S9(5) COMP-3.
       01  WS-ELAPSED-DAYS            PIC S9(9) COMP.

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".
       01  WS-REGDT-SRT               PIC X(8).

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
       01  WS-REGDT-DAYNUM            PIC S9(9) COMP.

      * GOVERNORATE AND OFFICE IN PROGRESS
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-GOVCD         PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-OFFICECD      PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-STARTED-SW    PIC X(1) VALUE "N".
             88  WS-GROUP-STARTED     VALUE "Y".

       01  WS-COUNTERS.
           05  WS-REG-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-LATE-CNT            PIC S9(7) COMP-3 VALUE 0.
           05  WS-NOREF-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-LATE-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-NOREF-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-LATE-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-NOREF-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-GOV-HEADING.
           05  FILLER                 PIC X(13) VALUE "GOVERNORATE ".
           05  WS-GHDG-GOVCD-ED       PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-GHDG-GOVDESC        PIC X(30).

       01  WS-DETAIL-BUILD.
           05  WS-DTL-OFFICE-ED       PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-CSONUM-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-REGDT           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-EVENTDT         PIC X(10).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-ALLOWED-ED      PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-LATE-ED         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-REFERENCE       PIC X(24).
       01  WS-REF-BUILD.
           05  WS-REF-TYPE            PIC X(12).
           05  WS-REF-NO-ED           PIC ZZZZZZZZZZ9.

       01  WS-TOTAL-BUILD.
           05  WS-TOT-LABEL           PIC X(12).
           05  WS-TOT-CODE-ED         PIC ZZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "LATE CASES: ".
           05  WS-TOT-LATE-ED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  FILLER                 PIC X(14) VALUE "NO REFERENCE: ".
           05  WS-TOT-NOREF-ED        PIC ZZZ,ZZ9.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(44) VALUE
               "LATE REGISTRATIONS BY GOVERNORATE AND CIVIL ".
           05  FILLER                 PIC X(20) VALUE
               "OFFICE - MONTHLY RUN".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7) VALUE "OFFICE".
           05  FILLER                 PIC X(12) VALUE "   CSONUM".
           05  FILLER                 PIC X(10) VALUE "TYPE".
           05  FILLER                 PIC X(12) VALUE "REGDT".
           05  FILLER                 PIC X(13) VALUE "EVENT DATE".
           05  FILLER                 PIC X(7) VALUE "ALLOW".
           05  FILLER                 PIC X(9) VALUE "DAYS LATE".
           05  FILLER                 PIC X(24) VALUE "REFERENCE".
       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RECORDS READ      : ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "LATE CASES LISTED : ".
           05  WS-TRAILER-LATE-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "WITHOUT REFERENCE : ".
           05  WS-TRAILER-NOREF-ED    PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-LTE-GOVCD
                                SRT-LTE-OFFICECD
                                SRT-LTE-REGDT-SRT
                                SRT-LTE-CSONUM
               INPUT PROCEDURE IS 2000-RELEASE-LATE-CASES
               OUTPUT PROCEDURE IS 3000-WRITE-LATE-REPORT
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB21P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  REG-MONTH-FILE
                       DEADLINE-FILE
                       GOV-MASTER-FILE
           OPEN OUTPUT LATE-RPT-FILE
           MOVE WS-HEADING-1 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-HEADING-2 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           PERFORM 1100-LOAD-GOV-TABLE
           PERFORM 1200-LOAD-DEADLINE-TABLE.

       1100-LOAD-GOV-TABLE.
           SET WS-GOV-IDX TO 1
           PERFORM UNTIL WS-MASTER-EOF
             READ GOV-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF WS-GOV-IDX <= WS-MAX-GOV
                   MOVE GOV-MASTER-VALUE TO WS-GOV-CODE(WS-GOV-IDX)
                   MOVE GOV-MASTER-DESC  TO WS-GOV-DESC(WS-GOV-IDX)
                   SET WS-GOV-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-GOV-COUNT = WS-GOV-IDX - 1
           IF WS-GOV-COUNT < 1
             MOVE 1 TO WS-GOV-COUNT
             MOVE -1 TO WS-GOV-CODE(1)
             MOVE "*UNKNOWN*" TO WS-GOV-DESC(1)
           END-IF.

       1200-LOAD-DEADLINE-TABLE.
           SET WS-DLN-IDX TO 1
           PERFORM UNTIL WS-DLN-EOF
             READ DEADLINE-FILE
               AT END SET WS-DLN-EOF TO TRUE
               NOT AT END
                 IF WS-DLN-IDX <= WS-MAX-DEADLINE
                   MOVE CS-DLN-REGTYP TO WS-DLN-REGTYP(WS-DLN-IDX)
                   MOVE CS-DLN-ALLOWED-DAYS
                     TO WS-DLN-ALLOWED-DAYS(WS-DLN-IDX)
                   SET WS-DLN-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-DLN-COUNT = WS-DLN-IDX - 1
           IF WS-DLN-COUNT < 1
             MOVE 1 TO WS-DLN-COUNT
             MOVE SPACE TO WS-DLN-REGTYP(1)
             MOVE 0 TO WS-DLN-ALLOWED-DAYS(1)
           END-IF.

       1900-READ-REG-MONTH.
           READ REG-MONTH-FILE
             AT END SET WS-REG-EOF TO TRUE
             NOT AT END ADD 1 TO WS-REG-READ-CNT
           END-READ.

       2000-RELEASE-LATE-CASES.
           PERFORM 1900-READ-REG-MONTH
           PERFORM UNTIL WS-REG-EOF
             PERFORM 2100-FIND-DEADLINE
             IF WS-ENTRY-FOUND
               PERFORM 2200-MEASURE-REGISTRATION
               IF WS-IS-LATE
                 PERFORM 2300-RELEASE-ONE-CASE
               END-IF
             END-IF
             PERFORM 1900-READ-REG-MONTH
           END-PERFORM.

       2100-FIND-DEADLINE.
           SET WS-ENTRY-NOT-FOUND TO TRUE
           SET WS-DLN-IDX TO 1
           SEARCH WS-DLN-ENTRY
             AT END CONTINUE
             WHEN WS-DLN-REGTYP(WS-DLN-IDX) = CS-REG-REGTYP
               SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH.

       2200-MEASURE-REGISTRATION.
      * EXTRACTS CUT BEFORE THE LATE FIELDS WERE CARRIED HOLD SPACES
      * THERE; THOSE ARE TREATED AS NOTHING STAMPED.
           SET WS-NOT-LATE TO TRUE
           MOVE 0 TO WS-DAYS-LATE
           MOVE CS-REG-REGDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           MOVE WS-DATE-SRT TO WS-REGDT-SRT
           IF CS-REG-DAYS-LATE IS NUMERIC
             AND CS-REG-DAYS-LATE > 0
             MOVE CS-REG-DAYS-LATE TO WS-DAYS-LATE
             SET WS-IS-LATE TO TRUE
           ELSE
             IF CS-REG-REGTYP = "1"
               AND WS-DATE-OK
               PERFORM 2250-MEASURE-BIRTH
             END-IF
           END-IF.

       2250-MEASURE-BIRTH.
           MOVE WS-REGDT-SRT TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-REGDT-DAYNUM
           MOVE CS-REG-BRTHDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-OK
             MOVE WS-DATE-SRT TO WS-DATE-YMD
             PERFORM 7100-DATE-TO-DAYNUM
             COMPUTE WS-ELAPSED-DAYS = WS-REGDT-DAYNUM - WS-DAYNUM
             IF WS-ELAPSED-DAYS > WS-DLN-ALLOWED-DAYS(WS-DLN-IDX)
               COMPUTE WS-DAYS-LATE = WS-ELAPSED-DAYS
                                    - WS-DLN-ALLOWED-DAYS(WS-DLN-IDX)
               SET WS-IS-LATE TO TRUE
             END-IF
           END-IF.

       2300-RELEASE-ONE-CASE.
           MOVE CS-REG-FK-GOVERNORATECD  TO SRT-LTE-GOVCD
           MOVE CS-REG-FK-CIVIL-OFFICECD TO SRT-LTE-OFFICECD
           MOVE WS-REGDT-SRT             TO SRT-LTE-REGDT-SRT
           MOVE CS-REG-CSONUM            TO SRT-LTE-CSONUM
           MOVE CS-REG-REGTYP            TO SRT-LTE-REGTYP
           MOVE CS-REG-REGDT             TO SRT-LTE-REGDT
           IF CS-REG-REGTYP = "1"
             MOVE CS-REG-BRTHDT TO SRT-LTE-EVENTDT
           ELSE
             MOVE SPACES TO SRT-LTE-EVENTDT
           END-IF
           MOVE WS-DLN-ALLOWED-DAYS(WS-DLN-IDX)
             TO SRT-LTE-ALLOWED-DAYS
           MOVE WS-DAYS-LATE             TO SRT-LTE-DAYS-LATE
           IF CS-REG-LATE-REFNO IS NUMERIC
             AND CS-REG-LATE-REFNO > 0
             MOVE CS-REG-LATE-REFTYP TO SRT-LTE-REFTYP
             MOVE CS-REG-LATE-REFNO  TO SRT-LTE-REFNO
           ELSE
             MOVE SPACE TO SRT-LTE-REFTYP
             MOVE 0     TO SRT-LTE-REFNO
           END-IF
           RELEASE SRT-LTE-RECORD.

       3000-WRITE-LATE-REPORT.
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-LIST-ONE-CASE
             END-RETURN
           END-PERFORM
           IF WS-GROUP-STARTED
             PERFORM 3400-WRITE-OFFICE-TOTAL
             PERFORM 3500-WRITE-GOV-TOTAL
           END-IF.

       3100-LIST-ONE-CASE.
           IF SRT-LTE-GOVCD NOT = WS-GROUP-GOVCD
             IF WS-GROUP-STARTED
               PERFORM 3400-WRITE-OFFICE-TOTAL
               PERFORM 3500-WRITE-GOV-TOTAL
             END-IF
             PERFORM 3200-START-GOVERNORATE
           ELSE
             IF SRT-LTE-OFFICECD NOT = WS-GROUP-OFFICECD
               PERFORM 3400-WRITE-OFFICE-TOTAL
               MOVE SRT-LTE-OFFICECD TO WS-GROUP-OFFICECD
             END-IF
           END-IF
           PERFORM 3300-WRITE-DETAIL-LINE.

       3200-START-GOVERNORATE.
           MOVE SRT-LTE-GOVCD    TO WS-GROUP-GOVCD
           MOVE SRT-LTE-OFFICECD TO WS-GROUP-OFFICECD
           MOVE "Y" TO WS-GROUP-STARTED-SW
           MOVE SRT-LTE-GOVCD TO WS-GHDG-GOVCD-ED
           SET WS-ENTRY-NOT-FOUND TO TRUE
           SET WS-GOV-IDX TO 1
           SEARCH WS-GOV-ENTRY
             AT END CONTINUE
             WHEN WS-GOV-CODE(WS-GOV-IDX) = SRT-LTE-GOVCD
               SET WS-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF WS-ENTRY-FOUND
             MOVE WS-GOV-DESC(WS-GOV-IDX) TO WS-GHDG-GOVDESC
           ELSE
             MOVE "*UNKNOWN*" TO WS-GHDG-GOVDESC
           END-IF
           MOVE SPACES TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-GOV-HEADING TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.

       3300-WRITE-DETAIL-LINE.
           MOVE SRT-LTE-OFFICECD TO WS-DTL-OFFICE-ED
           MOVE SRT-LTE-CSONUM   TO WS-DTL-CSONUM-ED
           EVALUATE SRT-LTE-REGTYP
             WHEN "1" MOVE "BIRTH"    TO WS-DTL-TYPE
             WHEN "2" MOVE "DEATH"    TO WS-DTL-TYPE
             WHEN "3" MOVE "MARRIAGE" TO WS-DTL-TYPE
             WHEN "4" MOVE "DIVORCE"  TO WS-DTL-TYPE
             WHEN OTHER MOVE SRT-LTE-REGTYP TO WS-DTL-TYPE
           END-EVALUATE
           MOVE SRT-LTE-REGDT    TO WS-DTL-REGDT
           MOVE SRT-LTE-EVENTDT  TO WS-DTL-EVENTDT
           MOVE SRT-LTE-ALLOWED-DAYS TO WS-DTL-ALLOWED-ED
           MOVE SRT-LTE-DAYS-LATE    TO WS-DTL-LATE-ED
           IF SRT-LTE-REFNO > 0
             EVALUATE SRT-LTE-REFTYP
               WHEN "C" MOVE "COURT ORDER" TO WS-REF-TYPE
               WHEN "R" MOVE "FEE RECEIPT" TO WS-REF-TYPE
               WHEN OTHER MOVE SRT-LTE-REFTYP TO WS-REF-TYPE
             END-EVALUATE
             MOVE SRT-LTE-REFNO TO WS-REF-NO-ED
             MOVE WS-REF-BUILD TO WS-DTL-REFERENCE
           ELSE
             MOVE "** NO REFERENCE" TO WS-DTL-REFERENCE
             ADD 1 TO WS-OFC-NOREF-CNT
           END-IF
           ADD 1 TO WS-OFC-LATE-CNT
           MOVE SPACES TO LATE-RPT-LINE
           MOVE WS-DETAIL-BUILD TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.

       3400-WRITE-OFFICE-TOTAL.
           MOVE "  OFFICE"        TO WS-TOT-LABEL
           MOVE WS-GROUP-OFFICECD TO WS-TOT-CODE-ED
           MOVE WS-OFC-LATE-CNT   TO WS-TOT-LATE-ED
           MOVE WS-OFC-NOREF-CNT  TO WS-TOT-NOREF-ED
           MOVE SPACES TO LATE-RPT-LINE
           MOVE WS-TOTAL-BUILD TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           ADD WS-OFC-LATE-CNT  TO WS-GOV-LATE-CNT
           ADD WS-OFC-NOREF-CNT TO WS-GOV-NOREF-CNT
           MOVE 0 TO WS-OFC-LATE-CNT
           MOVE 0 TO WS-OFC-NOREF-CNT.

       3500-WRITE-GOV-TOTAL.
           MOVE "GOVERNORATE"     TO WS-TOT-LABEL
           MOVE WS-GROUP-GOVCD    TO WS-TOT-CODE-ED
           MOVE WS-GOV-LATE-CNT   TO WS-TOT-LATE-ED
           MOVE WS-GOV-NOREF-CNT  TO WS-TOT-NOREF-ED
           MOVE SPACES TO LATE-RPT-LINE
           MOVE WS-TOTAL-BUILD TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           ADD WS-GOV-LATE-CNT  TO WS-LATE-CNT
           ADD WS-GOV-NOREF-CNT TO WS-NOREF-CNT
           MOVE 0 TO WS-GOV-LATE-CNT
           MOVE 0 TO WS-GOV-NOREF-CNT.

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
           MOVE WS-REG-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-LATE-CNT TO WS-TRAILER-LATE-ED
           MOVE WS-TRAILER-LINE2 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE
           MOVE WS-NOREF-CNT TO WS-TRAILER-NOREF-ED
           MOVE WS-TRAILER-LINE3 TO LATE-RPT-LINE
           WRITE LATE-RPT-LINE.

       9000-TERMINATE.
           CLOSE REG-MONTH-FILE
                 DEADLINE-FILE
                 GOV-MASTER-FILE
                 LATE-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-LATE-CNT TO RLW-WRITTEN-CNT
           MOVE WS-NOREF-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
