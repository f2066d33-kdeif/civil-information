      *-----------------------------------------------------------------
      * WEEKLY UNREGISTERED-NOTIFICATION AGING REPORT
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB25P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE PENDING-NOTIFICATION CONTROL FILE (NTFPEND,
      * CSNTFREC, ROLLED FORWARD DAILY BY CSB24P1): BIRTHS AND DEATHS
      * NOTIFIED BY A HOSPITAL OR HEALTH OFFICE THAT NO FAMILY HAS
      * YET REGISTERED. SORTS THEM BY GOVERNORATE AND HEALTH OFFICE
      * AND AGES EACH IN DAYS FROM THE EVENT DATE TO TODAY.
      *
      * FOR EACH HEALTH OFFICE THE REPORT LISTS EVERY NOTIFICATION
      * 15 OR MORE DAYS OLD (EVENT, IDENTITY CSONUM, NATIONAL ID,
      * NAME, SEX, EVENT DATE, DAYS AND BAND) SO THE CIVIL OFFICES
      * CAN SEND STAFF OUT TO THE FAMILIES, THEN A COUNT LINE BY
      * BAND: UNDER 15 DAYS, 15-29, 30-59 AND 60+. EACH GOVERNORATE
      * IS SUBTOTALLED AND THE REPORT ENDS WITH A GRAND TOTAL.
      * OFFICE AND GOVERNORATE DESCRIPTIONS COME FROM HLTHMAST AND
      * GOVMAST ("*UNKNOWN*" WHEN NOT ON FILE). AN EVENT DATE THAT
      * DOES NOT PARSE AGES AS DAY ZERO AND LANDS IN THE 60+ BAND.
      *
      * RUN WEEKLY BY THE SAME SCHEDULE THAT DRIVES CSB11P1. THE
      * REPORT (NTFAGRPT) GOES TO THE CIVIL OFFICES THROUGH
      * REGISTRATION CONTROL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NTF-PENDING-FILE   ASSIGN TO "NTFPEND"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HEALTH-MASTER-FILE ASSIGN TO "HLTHMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GOV-MASTER-FILE    ASSIGN TO "GOVMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NTF-AGING-RPT-FILE ASSIGN TO "NTFAGRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  NTF-PENDING-FILE
           RECORDING MODE IS F.
           COPY CSNTFREC.

       FD  HEALTH-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING
                             CS-CODE-RECORD BY HEALTH-MASTER-RECORD
                             CS-CODE-VALUE  BY HEALTH-MASTER-VALUE
                             CS-CODE-DESC   BY HEALTH-MASTER-DESC.

       FD  GOV-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING CS-CODE-RECORD BY GOV-MASTER-RECORD
                                    CS-CODE-VALUE   BY GOV-MASTER-VALUE
                                    CS-CODE-DESC    BY GOV-MASTER-DESC.

       FD  NTF-AGING-RPT-FILE
           RECORDING MODE IS F.
       01  NTF-AGING-RPT-LINE         PIC X(132).

       SD  SORT-WORK-FILE.
       01  SRT-AGE-RECORD.
           05  SRT-AGE-GOVCD          PIC S9(4) COMP.
           05  SRT-AGE-OFFICECD       PIC S9(9) COMP.
           05  SRT-AGE-EVENT-SRT      PIC X(8).
           05  SRT-AGE-EVENT-TYPE     PIC X(1).
           05  SRT-AGE-IDENT-CSONUM   PIC S9(9) COMP.
           05  SRT-AGE-IDENT-IDNUM    PIC S9(15) COMP-3.
           05  SRT-AGE-NAME           PIC X(15).
           05  SRT-AGE-SEX            PIC X(1).
           05  SRT-AGE-EVENT-DT       PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-NTF-EOF-SW          PIC X(1) VALUE "N".
             88  WS-NTF-EOF           VALUE "Y".
           05  WS-HLT-EOF-SW          PIC X(1) VALUE "N".
             88  WS-HLT-EOF           VALUE "Y".
           05  WS-GOV-EOF-SW          PIC X(1) VALUE "N".
             88  WS-GOV-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-RUN-DAYNUM              PIC S9(9) COMP.

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

       01  WS-AGE-DAYS                PIC S9(9) COMP.

       01  WS-MAX-HLT                 PIC S9(4) COMP VALUE 500.
       01  WS-MAX-GOV                 PIC S9(4) COMP VALUE 200.

       01  WS-HLT-TABLE.
           05  WS-HLT-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-HLT-COUNT
                            INDEXED BY WS-HLT-IDX.
             10  WS-HLT-CODE          PIC S9(9) COMP.
             10  WS-HLT-DESC          PIC X(30).
       01  WS-HLT-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-GOV-COUNT
                            INDEXED BY WS-GOV-IDX.
             10  WS-GOV-CODE          PIC S9(9) COMP.
             10  WS-GOV-DESC          PIC X(30).
       01  WS-GOV-COUNT               PIC S9(4) COMP VALUE 0.

      * GOVERNORATE AND HEALTH-OFFICE GROUPS IN PROGRESS ON THE WAY
      * OUT OF THE SORT
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-GOVCD         PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-GOVDESC       PIC X(30).
           05  WS-GROUP-OFFICECD      PIC S9(9) COMP VALUE -1.
           05  WS-GROUP-OFFICEDESC    PIC X(30).
           05  WS-GOV-STARTED-SW      PIC X(1) VALUE "N".
             88  WS-GOV-STARTED       VALUE "Y".
             88  WS-NO-GOV-YET        VALUE "N".
           05  WS-OFFICE-STARTED-SW   PIC X(1) VALUE "N".
             88  WS-OFFICE-STARTED    VALUE "Y".
             88  WS-NO-OFFICE-YET     VALUE "N".

      * BAND COUNTS: UNDER 15 DAYS, 15-29, 30-59, 60+
       01  WS-OFFICE-COUNTS.
           05  WS-OFC-UNDER15-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-15DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-30DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-60DAY-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-GOV-COUNTS.
           05  WS-GOV-UNDER15-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-15DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-30DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-GOV-60DAY-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-TOTAL-COUNTS.
           05  WS-TOT-UNDER15-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-TOT-15DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-TOT-30DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-TOT-60DAY-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-PENDING-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-LISTED-CNT          PIC S9(7) COMP-3 VALUE 0.

       01  WS-BAND-TEXT               PIC X(5).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "UNREGISTERED HEALTH-OFFICE NOTIFICATIONS -".
           05  FILLER                 PIC X(15) VALUE
               " WEEKLY RUN".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7) VALUE "EVENT".
           05  FILLER                 PIC X(11) VALUE "IDENTITY".
           05  FILLER                 PIC X(16) VALUE "NATIONAL ID".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(4) VALUE "SEX".
           05  FILLER                 PIC X(12) VALUE "EVENT DATE".
           05  FILLER                 PIC X(8) VALUE "   DAYS".
           05  FILLER                 PIC X(5) VALUE "BAND".
       01  WS-HEADING-3.
           05  FILLER                 PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE " UNDER 15".
           05  FILLER                 PIC X(11) VALUE "   15-29".
           05  FILLER                 PIC X(11) VALUE "   30-59".
           05  FILLER                 PIC X(11) VALUE "     60+".
           05  FILLER                 PIC X(11) VALUE "   TOTAL".

       01  WS-GOV-HEADING.
           05  FILLER                 PIC X(13) VALUE
               "GOVERNORATE: ".
           05  WS-GH-GOVCD-ED         PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-GH-GOVDESC          PIC X(30).

       01  WS-OFFICE-HEADING.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
               "HEALTH OFFICE: ".
           05  WS-OH-OFFICE-ED        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-OH-OFFICEDESC       PIC X(30).

       01  WS-DETAIL-BUILD.
           05  WS-DTL-EVENT           PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-CSONUM-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-IDNUM-ED        PIC Z(13)9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-NAME            PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-SEX             PIC X(1).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-EVENT-DT        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-DAYS-ED         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-BAND            PIC X(5).

      * ONE COUNT LINE SERVES THE OFFICE, GOVERNORATE AND GRAND TOTAL
       01  WS-COUNT-BUILD.
           05  WS-CNT-LABEL           PIC X(40).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-CNT-UNDER15-ED      PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-CNT-15DAY-ED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-CNT-30DAY-ED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-CNT-60DAY-ED        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-CNT-TOTAL-ED        PIC ZZZ,ZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "PENDING NOTICES   : ".
           05  WS-TRAILER-PENDING-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "LISTED FOR VISIT  : ".
           05  WS-TRAILER-LISTED-ED   PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-AGE-GOVCD
                                SRT-AGE-OFFICECD
                                SRT-AGE-EVENT-SRT
                                SRT-AGE-EVENT-TYPE
                                SRT-AGE-IDENT-CSONUM
               INPUT PROCEDURE IS 2000-RELEASE-PENDING
               OUTPUT PROCEDURE IS 3000-AGE-BY-OFFICE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB25P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-RUN-DAYNUM
           OPEN INPUT  HEALTH-MASTER-FILE
                       GOV-MASTER-FILE
           OPEN OUTPUT NTF-AGING-RPT-FILE
           PERFORM 1100-LOAD-HLT-TABLE
           PERFORM 1200-LOAD-GOV-TABLE
           CLOSE HEALTH-MASTER-FILE
                 GOV-MASTER-FILE
           MOVE WS-HEADING-1 TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE WS-HEADING-2 TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE WS-HEADING-3 TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE.

       1100-LOAD-HLT-TABLE.
           SET WS-HLT-IDX TO 1
           PERFORM UNTIL WS-HLT-EOF
             READ HEALTH-MASTER-FILE
               AT END SET WS-HLT-EOF TO TRUE
               NOT AT END
                 IF WS-HLT-IDX <= WS-MAX-HLT
                   MOVE HEALTH-MASTER-VALUE TO WS-HLT-CODE(WS-HLT-IDX)
                   MOVE HEALTH-MASTER-DESC  TO WS-HLT-DESC(WS-HLT-IDX)
                   SET WS-HLT-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-HLT-COUNT = WS-HLT-IDX - 1.

       1200-LOAD-GOV-TABLE.
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

       1900-READ-NTF-PENDING.
           READ NTF-PENDING-FILE
             AT END SET WS-NTF-EOF TO TRUE
           END-READ.

       2000-RELEASE-PENDING.
           OPEN INPUT NTF-PENDING-FILE
           PERFORM 1900-READ-NTF-PENDING
           PERFORM UNTIL WS-NTF-EOF
             MOVE CS-NTF-FK-GOVERNORATECD  TO SRT-AGE-GOVCD
             MOVE CS-NTF-FK-HEALTH-OFFICCD TO SRT-AGE-OFFICECD
             MOVE CS-NTF-EVENT-SRT         TO SRT-AGE-EVENT-SRT
             MOVE CS-NTF-EVENT-TYPE        TO SRT-AGE-EVENT-TYPE
             MOVE CS-NTF-IDENT-CSONUM      TO SRT-AGE-IDENT-CSONUM
             MOVE CS-NTF-IDENT-IDNUM       TO SRT-AGE-IDENT-IDNUM
             MOVE CS-NTF-NAME              TO SRT-AGE-NAME
             MOVE CS-NTF-SEX               TO SRT-AGE-SEX
             MOVE CS-NTF-EVENT-DT          TO SRT-AGE-EVENT-DT
             RELEASE SRT-AGE-RECORD
             ADD 1 TO WS-PENDING-CNT
             PERFORM 1900-READ-NTF-PENDING
           END-PERFORM
           CLOSE NTF-PENDING-FILE.

       3000-AGE-BY-OFFICE.
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-AGE-ONE-NOTICE
             END-RETURN
           END-PERFORM
           IF WS-OFFICE-STARTED
             PERFORM 3300-WRITE-OFFICE-LINE
           END-IF
           IF WS-GOV-STARTED
             PERFORM 3400-WRITE-GOV-LINE
           END-IF.

       3100-AGE-ONE-NOTICE.
           IF SRT-AGE-GOVCD NOT = WS-GROUP-GOVCD
             IF WS-OFFICE-STARTED
               PERFORM 3300-WRITE-OFFICE-LINE
             END-IF
             IF WS-GOV-STARTED
               PERFORM 3400-WRITE-GOV-LINE
             END-IF
             PERFORM 3150-START-GOV-GROUP
           END-IF
           IF SRT-AGE-OFFICECD NOT = WS-GROUP-OFFICECD
             IF WS-OFFICE-STARTED
               PERFORM 3300-WRITE-OFFICE-LINE
             END-IF
             PERFORM 3160-START-OFFICE-GROUP
           END-IF
           MOVE SRT-AGE-EVENT-SRT TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-DAYNUM
           EVALUATE TRUE
             WHEN WS-AGE-DAYS >= 60
               MOVE "60+"   TO WS-BAND-TEXT
               ADD 1 TO WS-OFC-60DAY-CNT
               PERFORM 3200-WRITE-DETAIL-LINE
             WHEN WS-AGE-DAYS >= 30
               MOVE "30-59" TO WS-BAND-TEXT
               ADD 1 TO WS-OFC-30DAY-CNT
               PERFORM 3200-WRITE-DETAIL-LINE
             WHEN WS-AGE-DAYS >= 15
               MOVE "15-29" TO WS-BAND-TEXT
               ADD 1 TO WS-OFC-15DAY-CNT
               PERFORM 3200-WRITE-DETAIL-LINE
             WHEN OTHER
               ADD 1 TO WS-OFC-UNDER15-CNT
           END-EVALUATE.

       3150-START-GOV-GROUP.
           MOVE SRT-AGE-GOVCD TO WS-GROUP-GOVCD
           SET WS-GOV-STARTED TO TRUE
           MOVE 0 TO WS-GOV-UNDER15-CNT
           MOVE 0 TO WS-GOV-15DAY-CNT
           MOVE 0 TO WS-GOV-30DAY-CNT
           MOVE 0 TO WS-GOV-60DAY-CNT
           MOVE "*UNKNOWN*" TO WS-GROUP-GOVDESC
           IF WS-GOV-COUNT > 0
             SET WS-GOV-IDX TO 1
             SEARCH WS-GOV-ENTRY
               AT END CONTINUE
               WHEN WS-GOV-CODE(WS-GOV-IDX) = WS-GROUP-GOVCD
                 MOVE WS-GOV-DESC(WS-GOV-IDX) TO WS-GROUP-GOVDESC
             END-SEARCH
           END-IF
           MOVE WS-GROUP-GOVCD   TO WS-GH-GOVCD-ED
           MOVE WS-GROUP-GOVDESC TO WS-GH-GOVDESC
           MOVE SPACES TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE WS-GOV-HEADING TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE.

       3160-START-OFFICE-GROUP.
           MOVE SRT-AGE-OFFICECD TO WS-GROUP-OFFICECD
           SET WS-OFFICE-STARTED TO TRUE
           MOVE 0 TO WS-OFC-UNDER15-CNT
           MOVE 0 TO WS-OFC-15DAY-CNT
           MOVE 0 TO WS-OFC-30DAY-CNT
           MOVE 0 TO WS-OFC-60DAY-CNT
           MOVE "*UNKNOWN*" TO WS-GROUP-OFFICEDESC
           IF WS-HLT-COUNT > 0
             SET WS-HLT-IDX TO 1
             SEARCH WS-HLT-ENTRY
               AT END CONTINUE
               WHEN WS-HLT-CODE(WS-HLT-IDX) = WS-GROUP-OFFICECD
                 MOVE WS-HLT-DESC(WS-HLT-IDX) TO WS-GROUP-OFFICEDESC
             END-SEARCH
           END-IF
           MOVE WS-GROUP-OFFICECD   TO WS-OH-OFFICE-ED
           MOVE WS-GROUP-OFFICEDESC TO WS-OH-OFFICEDESC
           MOVE WS-OFFICE-HEADING TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE.

       3200-WRITE-DETAIL-LINE.
           IF SRT-AGE-EVENT-TYPE = "1"
             MOVE "BIRTH" TO WS-DTL-EVENT
           ELSE
             MOVE "DEATH" TO WS-DTL-EVENT
           END-IF
           MOVE SRT-AGE-IDENT-CSONUM TO WS-DTL-CSONUM-ED
           MOVE SRT-AGE-IDENT-IDNUM  TO WS-DTL-IDNUM-ED
           MOVE SRT-AGE-NAME         TO WS-DTL-NAME
           MOVE SRT-AGE-SEX          TO WS-DTL-SEX
           MOVE SRT-AGE-EVENT-DT     TO WS-DTL-EVENT-DT
           MOVE WS-AGE-DAYS          TO WS-DTL-DAYS-ED
           MOVE WS-BAND-TEXT         TO WS-DTL-BAND
           MOVE SPACES TO NTF-AGING-RPT-LINE
           MOVE WS-DETAIL-BUILD TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           ADD 1 TO WS-LISTED-CNT.

       3300-WRITE-OFFICE-LINE.
           ADD WS-OFC-UNDER15-CNT TO WS-GOV-UNDER15-CNT
           ADD WS-OFC-15DAY-CNT   TO WS-GOV-15DAY-CNT
           ADD WS-OFC-30DAY-CNT   TO WS-GOV-30DAY-CNT
           ADD WS-OFC-60DAY-CNT   TO WS-GOV-60DAY-CNT
           MOVE "    OFFICE TOTAL" TO WS-CNT-LABEL
           MOVE WS-OFC-UNDER15-CNT TO WS-CNT-UNDER15-ED
           MOVE WS-OFC-15DAY-CNT   TO WS-CNT-15DAY-ED
           MOVE WS-OFC-30DAY-CNT   TO WS-CNT-30DAY-ED
           MOVE WS-OFC-60DAY-CNT   TO WS-CNT-60DAY-ED
           COMPUTE WS-CNT-TOTAL-ED = WS-OFC-UNDER15-CNT
                                   + WS-OFC-15DAY-CNT
                                   + WS-OFC-30DAY-CNT
                                   + WS-OFC-60DAY-CNT
           MOVE SPACES TO NTF-AGING-RPT-LINE
           MOVE WS-COUNT-BUILD TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           SET WS-NO-OFFICE-YET TO TRUE
           MOVE -1 TO WS-GROUP-OFFICECD.

       3400-WRITE-GOV-LINE.
           ADD WS-GOV-UNDER15-CNT TO WS-TOT-UNDER15-CNT
           ADD WS-GOV-15DAY-CNT   TO WS-TOT-15DAY-CNT
           ADD WS-GOV-30DAY-CNT   TO WS-TOT-30DAY-CNT
           ADD WS-GOV-60DAY-CNT   TO WS-TOT-60DAY-CNT
           MOVE "  GOVERNORATE TOTAL" TO WS-CNT-LABEL
           MOVE WS-GOV-UNDER15-CNT TO WS-CNT-UNDER15-ED
           MOVE WS-GOV-15DAY-CNT   TO WS-CNT-15DAY-ED
           MOVE WS-GOV-30DAY-CNT   TO WS-CNT-30DAY-ED
           MOVE WS-GOV-60DAY-CNT   TO WS-CNT-60DAY-ED
           COMPUTE WS-CNT-TOTAL-ED = WS-GOV-UNDER15-CNT
                                   + WS-GOV-15DAY-CNT
                                   + WS-GOV-30DAY-CNT
                                   + WS-GOV-60DAY-CNT
           MOVE SPACES TO NTF-AGING-RPT-LINE
           MOVE WS-COUNT-BUILD TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           SET WS-NO-GOV-YET TO TRUE.

       7100-DATE-TO-DAYNUM.
      * CONVERTS A YYYYMMDD DATE TO A RUNNING DAY NUMBER (DAYS FROM
      * A FIXED EPOCH, MARCH-BASED CIVIL CALENDAR) SO AGES IN DAYS
      * COME FROM A SIMPLE SUBTRACTION. AN UNPARSEABLE DATE AGES AS
      * DAY ZERO AND LANDS IN THE 60+ BAND FOR CHASING.
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
           MOVE SPACES TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE "GRAND TOTAL" TO WS-CNT-LABEL
           MOVE WS-TOT-UNDER15-CNT TO WS-CNT-UNDER15-ED
           MOVE WS-TOT-15DAY-CNT   TO WS-CNT-15DAY-ED
           MOVE WS-TOT-30DAY-CNT   TO WS-CNT-30DAY-ED
           MOVE WS-TOT-60DAY-CNT   TO WS-CNT-60DAY-ED
           COMPUTE WS-CNT-TOTAL-ED = WS-TOT-UNDER15-CNT
                                   + WS-TOT-15DAY-CNT
                                   + WS-TOT-30DAY-CNT
                                   + WS-TOT-60DAY-CNT
           MOVE SPACES TO NTF-AGING-RPT-LINE
           MOVE WS-COUNT-BUILD TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE WS-PENDING-CNT TO WS-TRAILER-PENDING-ED
           MOVE WS-TRAILER-LINE TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE
           MOVE WS-LISTED-CNT TO WS-TRAILER-LISTED-ED
           MOVE WS-TRAILER-LINE2 TO NTF-AGING-RPT-LINE
           WRITE NTF-AGING-RPT-LINE.

       9000-TERMINATE.
           CLOSE NTF-AGING-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-PENDING-CNT TO RLW-READ-CNT
           MOVE WS-LISTED-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
