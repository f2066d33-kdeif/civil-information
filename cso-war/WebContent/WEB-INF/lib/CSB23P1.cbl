      *-----------------------------------------------------------------
      * ANNUAL ELIGIBLE-VOTER EXTRACT TO THE ELECTORAL AUTHORITY
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB23P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * BUILDS THE ELECTORAL AUTHORITY'S BASE LIST FOR THE YEAR FROM
      * THE PERSON REGISTER (PERSMAST, CSPERREC, ASCENDING CSONUM
      * SEQUENCE), REPLACING THE PAPER RETURNS; THE DAILY DEATH FEED
      * (CSB17P1) KEEPS THE ROLL CURRENT BETWEEN RUNS. A PERSON IS
      * SELECTED WHEN:
      *   - RECSTATT IS ACTIVE (1),
      *   - AN IDNUM HAS BEEN ASSIGNED, AND
      *   - THE PERSON HAS REACHED THE VOTING AGE ON THE QUALIFYING
      *     DATE (BIRTH DATE PARSED FROM BRTHDT; A BIRTH DATE THAT
      *     DOES NOT PARSE CANNOT BE PROVED AND IS LEFT OUT).
      * A CSONUM RETIRED BY A CONFIRMED MERGE (CSONALS, CSALSREC) IS
      * NEVER SELECTED - THE SURVIVOR STANDS FOR THE CITIZEN, SO NO
      * ONE IS LISTED TWICE.
      *
      * THE QUALIFYING DATE (DD/MM/YYYY) AND THE VOTING AGE COME
      * FROM AN OPTIONAL CONTROL CARD (VOTCTL); AN ABSENT OR
      * UNPARSEABLE DATE QUALIFIES AT THE RUN DATE, AND AN ABSENT OR
      * NON-NUMERIC AGE USES 18.
      *
      * EACH PERSON IS PLACED BY THE GOVERNORATE AND AREA CODES OF
      * THE PERSON'S LATEST ROW ON THE REGISTRATION HISTORY (REGHIST,
      * CSHISREC). A BIRTH ROW BELONGS TO ITS OWN CSONUM; A MARRIAGE
      * OR DIVORCE ROW IS KEYED UNDER THE CSONUM OF ITS OWN
      * REGISTRATION AND BELONGS TO EACH PERSON LINKED ON IT
      * (CS-HIS-PARTIES), AS CSB08P1 APPLIES IT; A ROW MERGED BEFORE
      * THE LINKS WERE CARRIED BELONGS TO ITS OWN CSONUM. DEATH ROWS
      * ARE PASSED OVER, SINCE ONLY ACTIVE PERSONS ARE SELECTED. A
      * CSONUM RETIRED BY A MERGE COUNTS TOWARD ITS SURVIVOR, SO ONE
      * PLACEMENT PER PERSON PER ROW IS SORTED BY TRANSLATED CSONUM
      * AND SORTED REGISTRATION DATE ONTO A PLACEMENT WORK FILE
      * (PLACEWK) AND THE LAST ONE FOR THE CSONUM THERE IS THE
      * LATEST. A PERSON WITH NO HISTORY IS PLACED UNDER GOVERNORATE
      * 0, AREA 0; A LATEST ROW MERGED BEFORE THE AREA WAS CARRIED ON
      * HISTORY GIVES AREA 0. BOTH ARE COUNTED ON THE TRAILER FOR
      * REGISTRATION CONTROL TO CHASE.
      *
      * THE TRANSMISSION FILE (VOTEXFR) FOLLOWS THE CSB06P1 LAYOUT
      * CONVENTIONS, ALL FIELDS DISPLAY FORMAT, IN GOVERNORATE /
      * AREA / CSONUM SEQUENCE. RECORD TYPES:
      *   H - QUALIFYING DATE (YYYYMMDD), VOTING AGE AND SOURCE
      *       SYSTEM
      *   D - ONE PER VOTER: GOVERNORATE CODE AND DESCRIPTION (FROM
      *       GOVMAST), AREA CODE, CSONUM, IDNUM, NAME, FATHER'S
      *       NAMES, BIRTH DATE, SEX AND AGE ON THE QUALIFYING DATE
      *   T - DETAIL RECORD COUNT, MALE AND FEMALE COUNTS AND THE
      *       NUMBER OF GOVERNORATE/AREA GROUPS, WHICH THE AUTHORITY
      *       VERIFIES ON RECEIPT
      *
      * THE REJECT LISTING (VOTEREJ) SHOWS, BY GOVERNORATE AND AREA,
      * EVERY PERSON LEFT OUT ONLY BECAUSE NO IDNUM HAS BEEN ASSIGNED
      * YET, SO THE ID AUTHORITY CAN BE CHASED BEFORE THE ELECTION
      * DEADLINE. THE OTHER EXCLUSIONS ARE COUNTED ON ITS TRAILER.
      *
      * RUN ONCE A YEAR, AFTER THE NIGHTLY CYCLE, AHEAD OF THE
      * AUTHORITY'S DEADLINE FOR THE BASE LIST.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-FILE          ASSIGN TO "REGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-HIS-KEY.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "CSONALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ALS-RETIRED-CSONUM.
           SELECT GOV-MASTER-FILE    ASSIGN TO "GOVMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VOTE-CONTROL-FILE ASSIGN TO "VOTCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOTE-XFER-FILE     ASSIGN TO "VOTEXFR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT VOTE-REJECT-FILE   ASSIGN TO "VOTEREJ"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PLACE-WORK-FILE    ASSIGN TO "PLACEWK"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".
           SELECT SORT-PLACE-FILE    ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY CSHISREC.

       FD  ALIAS-FILE
           RECORDING MODE IS F.
           COPY CSALSREC.

       FD  GOV-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING CS-CODE-RECORD BY GOV-MASTER-RECORD
                                    CS-CODE-VALUE   BY GOV-MASTER-VALUE
                                    CS-CODE-DESC    BY GOV-MASTER-DESC.

       FD  VOTE-CONTROL-FILE
           RECORDING MODE IS F.
       01  VOTCTL-RECORD.
           05  CTL-QUALIFY-DATE       PIC X(10).
           05  CTL-VOTING-AGE         PIC X(2).
           05  FILLER                 PIC X(68).

       FD  VOTE-XFER-FILE
           RECORDING MODE IS F.
       01  VOTE-XFER-RECORD           PIC X(120).

       FD  VOTE-REJECT-FILE
           RECORDING MODE IS F.
       01  VOTE-REJECT-LINE           PIC X(132).

       FD  PLACE-WORK-FILE
           RECORDING MODE IS F.
       01  PLACE-WORK-RECORD.
           05  PLW-CSONUM             PIC S9(9) COMP.
           05  PLW-REGDT-SRT          PIC X(8).
           05  PLW-SEQ                PIC S9(4) COMP.
           05  PLW-GOVCD              PIC S9(4) COMP.
           05  PLW-AREACD             PIC S9(9) COMP.

       SD  SORT-PLACE-FILE.
       01  SRT-PLC-RECORD.
           05  SRT-PLC-CSONUM         PIC S9(9) COMP.
           05  SRT-PLC-REGDT-SRT      PIC X(8).
           05  SRT-PLC-SEQ            PIC S9(4) COMP.
           05  SRT-PLC-GOVCD          PIC S9(4) COMP.
           05  SRT-PLC-AREACD         PIC S9(9) COMP.

       SD  SORT-WORK-FILE.
       01  SRT-VOT-RECORD.
           05  SRT-VOT-GOVCD          PIC S9(4) COMP.
           05  SRT-VOT-AREACD         PIC S9(9) COMP.
           05  SRT-VOT-CSONUM         PIC S9(9) COMP.
           05  SRT-VOT-KIND           PIC X(1).
             88  SRT-VOT-VOTER        VALUE "V".
             88  SRT-VOT-NO-IDNUM     VALUE "R".
           05  SRT-VOT-IDNUM          PIC S9(15) COMP-3.
           05  SRT-VOT-NAME           PIC X(15).
           05  SRT-VOT-FTHFNAME       PIC X(15).
           05  SRT-VOT-FTHSNAME       PIC X(15).
           05  SRT-VOT-BRTHDT         PIC X(10).
           05  SRT-VOT-SEX            PIC X(1).
           05  SRT-VOT-AGE            PIC S9(4) COMP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".
           05  WS-HIS-EOF-SW          PIC X(1) VALUE "N".
             88  WS-HIS-EOF           VALUE "Y".
           05  WS-PLW-EOF-SW          PIC X(1) VALUE "N".
             88  WS-PLW-EOF           VALUE "Y".
           05  WS-GOV-EOF-SW          PIC X(1) VALUE "N".
             88  WS-GOV-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".

       01  WS-ALIAS-EOF-SW            PIC X(1) VALUE "N".
             88  WS-ALIAS-EOF         VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-QUALIFY-SRT             PIC X(8).
       01  WS-QUALIFY-YEAR            PIC 9(4).
       01  WS-VOTING-AGE              PIC S9(4) COMP VALUE 18.
       01  WS-VOTING-AGE-ED           PIC Z9.

       01  WS-MAX-GOV                 PIC S9(4) COMP VALUE 200.
       01  WS-MAX-ALIAS               PIC S9(4) COMP VALUE 5000.

       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-GOV-COUNT
                            INDEXED BY WS-GOV-IDX.
             10  WS-GOV-CODE          PIC S9(9) COMP.
             10  WS-GOV-DESC          PIC X(30).
       01  WS-GOV-COUNT               PIC S9(4) COMP VALUE 0.

      * LOADED IN RETIRED-NUMBER ORDER FROM THE KEYED ALIAS FILE, SO
      * THE TABLE IS SEARCHED BINARY FOR EVERY HISTORY ROW AND PERSON
       01  WS-ALIAS-TABLE.
           05  WS-ALS-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-ALS-COUNT
                            ASCENDING KEY IS WS-ALS-RETIRED
                            INDEXED BY WS-ALS-IDX.
             10  WS-ALS-RETIRED       PIC S9(9) COMP.
             10  WS-ALS-SURVIVOR      PIC S9(9) COMP.
       01  WS-ALS-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-ALIAS-CSONUM            PIC S9(9) COMP.
       01  WS-PARTY-CSONUM            PIC S9(9) COMP.
       01  WS-ALIAS-SW                PIC X(1).
             88  WS-IS-RETIRED        VALUE "Y".
             88  WS-NOT-RETIRED       VALUE "N".

      * WHERE THE PERSON'S LATEST HISTORY ROW PLACES THEM
       01  WS-LATEST-FIELDS.
           05  WS-LATEST-GOVCD        PIC S9(4) COMP.
           05  WS-LATEST-AREACD       PIC S9(9) COMP.
           05  WS-LATEST-HIS-SW       PIC X(1).
             88  WS-HAS-HISTORY       VALUE "Y".
             88  WS-NO-HISTORY        VALUE "N".

      * THE PERSON'S AGE ON THE QUALIFYING DATE
       01  WS-AGE-FIELDS.
           05  WS-PERSON-AGE          PIC S9(4) COMP.
           05  WS-PERSON-AGE-SW       PIC X(1).
             88  WS-AGE-KNOWN         VALUE "Y".
             88  WS-AGE-UNKNOWN       VALUE "N".
           05  WS-BIRTH-SRT           PIC X(8).
           05  WS-BIRTH-YEAR          PIC 9(4).

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".

      * GOVERNORATE/AREA GROUP IN PROGRESS ON THE WAY OUT OF THE SORT
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-GOVCD         PIC S9(4) COMP VALUE -1.
           05  WS-GROUP-AREACD        PIC S9(9) COMP VALUE -1.
           05  WS-GROUP-GOVDESC       PIC X(30).
           05  WS-GROUP-SENT-SW       PIC X(1) VALUE "N".
             88  WS-GROUP-SENT        VALUE "Y".
           05  WS-GROUP-LISTED-SW     PIC X(1) VALUE "N".
             88  WS-GROUP-LISTED      VALUE "Y".

       01  WS-COUNTERS.
           05  WS-PER-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-HIS-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-RETIRED-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-NOT-ACTIVE-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-BD-UNKNOWN-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-UNDER-AGE-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-IDNUM-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-VOTER-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-MALE-CNT            PIC S9(7) COMP-3 VALUE 0.
           05  WS-FEMALE-CNT          PIC S9(7) COMP-3 VALUE 0.
           05  WS-AREA-GROUP-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-HISTORY-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-AREA-CNT         PIC S9(7) COMP-3 VALUE 0.

       01  WS-HEADER-BUILD.
           05  FILLER                 PIC X(1) VALUE "H".
           05  WS-HDR-QUALIFY-DT      PIC X(8).
           05  WS-HDR-VOTING-AGE      PIC 9(2).
           05  WS-HDR-SOURCE          PIC X(20) VALUE
               "CSO CIVIL REGISTER".

       01  WS-DETAIL-BUILD.
           05  FILLER                 PIC X(1) VALUE "D".
           05  WS-DTL-GOVCD           PIC 9(4).
           05  WS-DTL-GOVDESC         PIC X(30).
           05  WS-DTL-AREACD          PIC 9(9).
           05  WS-DTL-CSONUM          PIC 9(9).
           05  WS-DTL-IDNUM           PIC 9(14).
           05  WS-DTL-NAME            PIC X(15).
           05  WS-DTL-FTHFNAME        PIC X(15).
           05  WS-DTL-FTHSNAME        PIC X(15).
           05  WS-DTL-BRTHDT          PIC X(10).
           05  WS-DTL-SEX             PIC X(1).
           05  WS-DTL-AGE             PIC 9(3).

       01  WS-TRAILER-BUILD.
           05  FILLER                 PIC X(1) VALUE "T".
           05  WS-TRL-DETAIL-CNT      PIC 9(9).
           05  WS-TRL-MALE-CNT        PIC 9(9).
           05  WS-TRL-FEMALE-CNT      PIC 9(9).
           05  WS-TRL-GROUP-CNT       PIC 9(9).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "ELIGIBLE-VOTER EXTRACT - NO IDNUM ASSIGNED -".
           05  FILLER                 PIC X(16) VALUE
               " QUALIFYING DATE".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-HDG1-QUALIFY-DT     PIC X(10).
           05  FILLER                 PIC X(13) VALUE
               "  VOTING AGE".
           05  WS-HDG1-VOTING-AGE     PIC Z9.
       01  WS-HEADING-2.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  FILLER                 PIC X(11) VALUE "CSONUM".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(17) VALUE "FATHER F-NAME".
           05  FILLER                 PIC X(17) VALUE "FATHER S-NAME".
           05  FILLER                 PIC X(12) VALUE "BIRTH DATE".
           05  FILLER                 PIC X(4) VALUE "SEX".
           05  FILLER                 PIC X(3) VALUE "AGE".

       01  WS-GROUP-LINE.
           05  FILLER                 PIC X(13) VALUE
               "GOVERNORATE: ".
           05  WS-GRP-GOVCD-ED        PIC ZZZ9.
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-GRP-GOVDESC         PIC X(30).
           05  FILLER                 PIC X(8) VALUE "  AREA: ".
           05  WS-GRP-AREACD-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-GRP-AREA-NOTE       PIC X(20).

       01  WS-REJECT-DETAIL.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-CSONUM-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-NAME            PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-FTHFNAME        PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-FTHSNAME        PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-BRTHDT          PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-SEX             PIC X(1).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-REJ-AGE-ED          PIC ZZ9.

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "PERSONS READ      : ".
           05  WS-TRAILER-PER-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "HISTORY ROWS READ : ".
           05  WS-TRAILER-HIS-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "VOTERS SENT       : ".
           05  WS-TRAILER-VOTER-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "NO IDNUM (LISTED) : ".
           05  WS-TRAILER-NOID-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE5.
           05  FILLER                 PIC X(20) VALUE
               "RETIRED CSONUM    : ".
           05  WS-TRAILER-RETIRED-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE6.
           05  FILLER                 PIC X(20) VALUE
               "NOT ACTIVE        : ".
           05  WS-TRAILER-INACT-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE7.
           05  FILLER                 PIC X(20) VALUE
               "BIRTH DATE UNKNOWN: ".
           05  WS-TRAILER-BDUNK-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE8.
           05  FILLER                 PIC X(20) VALUE
               "UNDER VOTING AGE  : ".
           05  WS-TRAILER-UNDER-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE9.
           05  FILLER                 PIC X(20) VALUE
               "PLACED, NO HISTORY: ".
           05  WS-TRAILER-NOHIS-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE10.
           05  FILLER                 PIC X(20) VALUE
               "PLACED, NO AREA   : ".
           05  WS-TRAILER-NOAREA-ED   PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-PLACE-FILE
               ON ASCENDING KEY SRT-PLC-CSONUM
                                SRT-PLC-REGDT-SRT
                                SRT-PLC-SEQ
               INPUT PROCEDURE IS 1500-RELEASE-PLACEMENTS
               GIVING PLACE-WORK-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-VOT-GOVCD
                                SRT-VOT-AREACD
                                SRT-VOT-CSONUM
               INPUT PROCEDURE IS 2000-SELECT-VOTERS
               OUTPUT PROCEDURE IS 3000-WRITE-VOTER-LIST
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB23P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-VOTE-CONTROL
           OPEN INPUT  GOV-MASTER-FILE
           OPEN OUTPUT VOTE-XFER-FILE
                       VOTE-REJECT-FILE
           PERFORM 1100-LOAD-GOV-TABLE
           PERFORM 1200-LOAD-ALIAS-TABLE
           MOVE WS-QUALIFY-SRT(7:2) TO WS-HDG1-QUALIFY-DT(1:2)
           MOVE "/"                 TO WS-HDG1-QUALIFY-DT(3:1)
           MOVE WS-QUALIFY-SRT(5:2) TO WS-HDG1-QUALIFY-DT(4:2)
           MOVE "/"                 TO WS-HDG1-QUALIFY-DT(6:1)
           MOVE WS-QUALIFY-SRT(1:4) TO WS-HDG1-QUALIFY-DT(7:4)
           MOVE WS-VOTING-AGE TO WS-HDG1-VOTING-AGE
           MOVE WS-HEADING-1 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-HEADING-2 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-QUALIFY-SRT TO WS-HDR-QUALIFY-DT
           MOVE WS-VOTING-AGE  TO WS-HDR-VOTING-AGE
           MOVE SPACES TO VOTE-XFER-RECORD
           MOVE WS-HEADER-BUILD TO VOTE-XFER-RECORD
           WRITE VOTE-XFER-RECORD.

       1050-READ-VOTE-CONTROL.
      * AN ABSENT OR UNPARSEABLE DATE QUALIFIES AT THE RUN DATE; AN
      * ABSENT OR NON-NUMERIC AGE KEEPS THE STATUTORY 18.
           MOVE WS-RUN-DATE TO WS-QUALIFY-SRT
           OPEN INPUT VOTE-CONTROL-FILE
           READ VOTE-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               MOVE CTL-QUALIFY-DATE TO WS-DATE-DMY
               PERFORM 7000-CONVERT-DATE
               IF WS-DATE-OK
                 MOVE WS-DATE-SRT TO WS-QUALIFY-SRT
               END-IF
               IF CTL-VOTING-AGE IS NUMERIC
                 MOVE CTL-VOTING-AGE TO WS-VOTING-AGE
               END-IF
           END-READ
           CLOSE VOTE-CONTROL-FILE
           MOVE WS-QUALIFY-SRT(1:4) TO WS-QUALIFY-YEAR
           MOVE WS-VOTING-AGE TO WS-VOTING-AGE-ED
           DISPLAY "CSB23P1 QUALIFYING DATE     : " WS-QUALIFY-SRT
           DISPLAY "CSB23P1 VOTING AGE          : " WS-VOTING-AGE-ED.

       1100-LOAD-GOV-TABLE.
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

       1200-LOAD-ALIAS-TABLE.
      * CONFIRMED MERGES ONLY, SO THE TABLE STAYS SMALL; AN ABSENT
      * ALIAS FILE SIMPLY LOADS NO ENTRIES.
           OPEN INPUT ALIAS-FILE
           SET WS-ALS-IDX TO 1
           PERFORM UNTIL WS-ALIAS-EOF
             READ ALIAS-FILE
               AT END SET WS-ALIAS-EOF TO TRUE
               NOT AT END
                 IF WS-ALS-IDX <= WS-MAX-ALIAS
                   MOVE CS-ALS-RETIRED-CSONUM
                     TO WS-ALS-RETIRED(WS-ALS-IDX)
                   MOVE CS-ALS-SURVIVOR-CSONUM
                     TO WS-ALS-SURVIVOR(WS-ALS-IDX)
                   SET WS-ALS-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ALIAS-FILE
           COMPUTE WS-ALS-COUNT = WS-ALS-IDX - 1
           IF WS-ALS-COUNT < 1
             MOVE 0 TO WS-ALS-COUNT
           END-IF.

       1500-RELEASE-PLACEMENTS.
      * ONE PLACEMENT PER HISTORY ROW FOR EACH PERSON THE ROW BELONGS
      * TO, UNDER THE TRANSLATED CSONUM; A ROW MERGED BEFORE THE AREA
      * WAS CARRIED PLACES IN AREA 0.
           OPEN INPUT HIST-FILE
           PERFORM 1900-READ-HIST
           PERFORM UNTIL WS-HIS-EOF
             MOVE CS-HIS-REGDT-SRT         TO SRT-PLC-REGDT-SRT
             MOVE CS-HIS-SEQ               TO SRT-PLC-SEQ
             MOVE CS-HIS-FK-GOVERNORATECD  TO SRT-PLC-GOVCD
             IF CS-HIS-LOCALITY = SPACES
               MOVE 0 TO SRT-PLC-AREACD
             ELSE
               MOVE CS-HIS-FK-AREACD TO SRT-PLC-AREACD
             END-IF
             IF CS-HIS-PARTIES = SPACES
               MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
               PERFORM 1550-RELEASE-FOR-PARTY
             ELSE
               EVALUATE CS-HIS-REGTYP
                 WHEN "2"
                   CONTINUE
                 WHEN "3"
                 WHEN "4"
                   IF CS-HIS-FK-PERSONCSONUM > 0
                     MOVE CS-HIS-FK-PERSONCSONUM TO WS-PARTY-CSONUM
                     PERFORM 1550-RELEASE-FOR-PARTY
                   END-IF
                   IF CS-HIS-FK0PERSONCSONUM > 0
                     MOVE CS-HIS-FK0PERSONCSONUM TO WS-PARTY-CSONUM
                     PERFORM 1550-RELEASE-FOR-PARTY
                   END-IF
                 WHEN OTHER
                   MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
                   PERFORM 1550-RELEASE-FOR-PARTY
               END-EVALUATE
             END-IF
             PERFORM 1900-READ-HIST
           END-PERFORM
           CLOSE HIST-FILE.

       1550-RELEASE-FOR-PARTY.
           MOVE WS-PARTY-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           MOVE WS-ALIAS-CSONUM          TO SRT-PLC-CSONUM
           RELEASE SRT-PLC-RECORD.

       1900-READ-HIST.
           READ HIST-FILE
             AT END SET WS-HIS-EOF TO TRUE
             NOT AT END ADD 1 TO WS-HIS-READ-CNT
           END-READ.

       1960-READ-PLACE-WORK.
           READ PLACE-WORK-FILE
             AT END SET WS-PLW-EOF TO TRUE
           END-READ.

       1950-READ-PERSON-MASTER.
           READ PERSON-MASTER-FILE
             AT END SET WS-MASTER-EOF TO TRUE
             NOT AT END ADD 1 TO WS-PER-READ-CNT
           END-READ.

       2000-SELECT-VOTERS.
      * THE REGISTER AND THE PLACEMENTS ARE BOTH IN CSONUM SEQUENCE,
      * SO ONE MATCHED PASS PLACES EVERY PERSON.
           OPEN INPUT PERSON-MASTER-FILE
                      PLACE-WORK-FILE
           PERFORM 1960-READ-PLACE-WORK
           PERFORM 1950-READ-PERSON-MASTER
           PERFORM UNTIL WS-MASTER-EOF
             PERFORM 2100-FIND-LATEST-HISTORY
             PERFORM 2200-SELECT-PERSON
             PERFORM 1950-READ-PERSON-MASTER
           END-PERFORM
           CLOSE PERSON-MASTER-FILE
                 PLACE-WORK-FILE.

       2100-FIND-LATEST-HISTORY.
      * PLACEMENTS ARE SORTED CSONUM / DATE / SEQUENCE, SO THE LAST
      * ROW READ FOR THE CSONUM IS ITS LATEST, WHETHER THE ROW NAMED
      * THE PERSON AS ITS OWN CSONUM OR AS A PARTY, AND UNDER WHICHEVER
      * OF THE PERSON'S NUMBERS. ROWS FOR A CSONUM NO LONGER
      * ON THE REGISTER ARE PASSED OVER.
           SET WS-NO-HISTORY TO TRUE
           MOVE 0 TO WS-LATEST-GOVCD
           MOVE 0 TO WS-LATEST-AREACD
           PERFORM UNTIL WS-PLW-EOF
                      OR PLW-CSONUM > CS-PER-CSONUM
             IF PLW-CSONUM = CS-PER-CSONUM
               SET WS-HAS-HISTORY TO TRUE
               MOVE PLW-GOVCD  TO WS-LATEST-GOVCD
               MOVE PLW-AREACD TO WS-LATEST-AREACD
             END-IF
             PERFORM 1960-READ-PLACE-WORK
           END-PERFORM.

       2200-SELECT-PERSON.
      * THE CHECKS RUN IN THIS ORDER SO A PERSON REACHES THE NO-IDNUM
      * LISTING ONLY WHEN NOTHING ELSE KEEPS THEM OFF THE LIST.
           MOVE CS-PER-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           EVALUATE TRUE
             WHEN WS-IS-RETIRED
               ADD 1 TO WS-RETIRED-CNT
             WHEN CS-PER-RECSTATT NOT = "1"
               ADD 1 TO WS-NOT-ACTIVE-CNT
             WHEN OTHER
               PERFORM 2300-COMPUTE-AGE
               IF WS-AGE-UNKNOWN
                 ADD 1 TO WS-BD-UNKNOWN-CNT
               ELSE
                 IF WS-PERSON-AGE < WS-VOTING-AGE
                   ADD 1 TO WS-UNDER-AGE-CNT
                 ELSE
                   PERFORM 2400-RELEASE-PERSON
                 END-IF
               END-IF
           END-EVALUATE.

       2300-COMPUTE-AGE.
      * AGE IN COMPLETED YEARS ON THE QUALIFYING DATE. A BIRTH DATE
      * THAT DOES NOT PARSE OR FALLS AFTER THE QUALIFYING DATE LEAVES
      * THE AGE UNKNOWN.
           SET WS-AGE-UNKNOWN TO TRUE
           MOVE 0 TO WS-PERSON-AGE
           MOVE CS-PER-BRTHDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-OK
             AND WS-DATE-SRT NOT > WS-QUALIFY-SRT
             MOVE WS-DATE-SRT TO WS-BIRTH-SRT
             SET WS-AGE-KNOWN TO TRUE
             MOVE WS-BIRTH-SRT(1:4) TO WS-BIRTH-YEAR
             COMPUTE WS-PERSON-AGE = WS-QUALIFY-YEAR - WS-BIRTH-YEAR
             IF WS-QUALIFY-SRT(5:4) < WS-BIRTH-SRT(5:4)
               SUBTRACT 1 FROM WS-PERSON-AGE
             END-IF
           END-IF.

       2400-RELEASE-PERSON.
           MOVE WS-LATEST-GOVCD    TO SRT-VOT-GOVCD
           MOVE WS-LATEST-AREACD   TO SRT-VOT-AREACD
           MOVE CS-PER-CSONUM      TO SRT-VOT-CSONUM
           IF CS-PER-IDNUM > 0
             MOVE "V" TO SRT-VOT-KIND
           ELSE
             MOVE "R" TO SRT-VOT-KIND
           END-IF
           MOVE CS-PER-IDNUM       TO SRT-VOT-IDNUM
           MOVE CS-PER-NAME        TO SRT-VOT-NAME
           MOVE CS-PER-FTHFNAME    TO SRT-VOT-FTHFNAME
           MOVE CS-PER-FTHSNAME    TO SRT-VOT-FTHSNAME
           MOVE CS-PER-BRTHDT      TO SRT-VOT-BRTHDT
           MOVE CS-PER-SEX         TO SRT-VOT-SEX
           MOVE WS-PERSON-AGE      TO SRT-VOT-AGE
           IF WS-NO-HISTORY
             ADD 1 TO WS-NO-HISTORY-CNT
           ELSE
             IF WS-LATEST-AREACD = 0
               ADD 1 TO WS-NO-AREA-CNT
             END-IF
           END-IF
           RELEASE SRT-VOT-RECORD.

       2900-TRANSLATE-RETIRED-ALIAS.
      * A RETIRED CSONUM'S CITIZEN IS LISTED, AND ITS HISTORY PLACED,
      * UNDER THE SURVIVOR.
           SET WS-NOT-RETIRED TO TRUE
           IF WS-ALS-COUNT > 0
             SEARCH ALL WS-ALS-ENTRY
               AT END CONTINUE
               WHEN WS-ALS-RETIRED(WS-ALS-IDX) = WS-ALIAS-CSONUM
                 SET WS-IS-RETIRED TO TRUE
                 MOVE WS-ALS-SURVIVOR(WS-ALS-IDX) TO WS-ALIAS-CSONUM
             END-SEARCH
           END-IF.

       3000-WRITE-VOTER-LIST.
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-TAKE-ONE-PERSON
             END-RETURN
           END-PERFORM.

       3100-TAKE-ONE-PERSON.
           IF SRT-VOT-GOVCD NOT = WS-GROUP-GOVCD
             OR SRT-VOT-AREACD NOT = WS-GROUP-AREACD
             PERFORM 3150-START-GROUP
           END-IF
           IF SRT-VOT-VOTER
             PERFORM 3200-SEND-VOTER
           ELSE
             PERFORM 3300-LIST-NO-IDNUM
           END-IF.

       3150-START-GROUP.
           MOVE SRT-VOT-GOVCD  TO WS-GROUP-GOVCD
           MOVE SRT-VOT-AREACD TO WS-GROUP-AREACD
           MOVE "N" TO WS-GROUP-SENT-SW
           MOVE "N" TO WS-GROUP-LISTED-SW
           MOVE "*UNKNOWN*" TO WS-GROUP-GOVDESC
           IF WS-GOV-COUNT > 0
             SET WS-GOV-IDX TO 1
             SEARCH WS-GOV-ENTRY
               AT END CONTINUE
               WHEN WS-GOV-CODE(WS-GOV-IDX) = WS-GROUP-GOVCD
                 MOVE WS-GOV-DESC(WS-GOV-IDX) TO WS-GROUP-GOVDESC
             END-SEARCH
           END-IF.

       3200-SEND-VOTER.
           IF NOT WS-GROUP-SENT
             ADD 1 TO WS-AREA-GROUP-CNT
             SET WS-GROUP-SENT TO TRUE
           END-IF
           ADD 1 TO WS-VOTER-CNT
           EVALUATE SRT-VOT-SEX
             WHEN "1" ADD 1 TO WS-MALE-CNT
             WHEN "2" ADD 1 TO WS-FEMALE-CNT
             WHEN OTHER CONTINUE
           END-EVALUATE
           MOVE SRT-VOT-GOVCD     TO WS-DTL-GOVCD
           MOVE WS-GROUP-GOVDESC  TO WS-DTL-GOVDESC
           MOVE SRT-VOT-AREACD    TO WS-DTL-AREACD
           MOVE SRT-VOT-CSONUM    TO WS-DTL-CSONUM
           MOVE SRT-VOT-IDNUM     TO WS-DTL-IDNUM
           MOVE SRT-VOT-NAME      TO WS-DTL-NAME
           MOVE SRT-VOT-FTHFNAME  TO WS-DTL-FTHFNAME
           MOVE SRT-VOT-FTHSNAME  TO WS-DTL-FTHSNAME
           MOVE SRT-VOT-BRTHDT    TO WS-DTL-BRTHDT
           MOVE SRT-VOT-SEX       TO WS-DTL-SEX
           MOVE SRT-VOT-AGE       TO WS-DTL-AGE
           MOVE SPACES TO VOTE-XFER-RECORD
           MOVE WS-DETAIL-BUILD TO VOTE-XFER-RECORD
           WRITE VOTE-XFER-RECORD.

       3300-LIST-NO-IDNUM.
           IF NOT WS-GROUP-LISTED
             PERFORM 3350-WRITE-GROUP-HEADING
             SET WS-GROUP-LISTED TO TRUE
           END-IF
           ADD 1 TO WS-NO-IDNUM-CNT
           MOVE SRT-VOT-CSONUM    TO WS-REJ-CSONUM-ED
           MOVE SRT-VOT-NAME      TO WS-REJ-NAME
           MOVE SRT-VOT-FTHFNAME  TO WS-REJ-FTHFNAME
           MOVE SRT-VOT-FTHSNAME  TO WS-REJ-FTHSNAME
           MOVE SRT-VOT-BRTHDT    TO WS-REJ-BRTHDT
           MOVE SRT-VOT-SEX       TO WS-REJ-SEX
           MOVE SRT-VOT-AGE       TO WS-REJ-AGE-ED
           MOVE WS-REJECT-DETAIL TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE.

       3350-WRITE-GROUP-HEADING.
           MOVE SPACES TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-GROUP-GOVCD   TO WS-GRP-GOVCD-ED
           MOVE WS-GROUP-GOVDESC TO WS-GRP-GOVDESC
           MOVE WS-GROUP-AREACD  TO WS-GRP-AREACD-ED
           IF WS-GROUP-AREACD = 0
             MOVE "(NOT KNOWN)" TO WS-GRP-AREA-NOTE
           ELSE
             MOVE SPACES TO WS-GRP-AREA-NOTE
           END-IF
           MOVE WS-GROUP-LINE TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE.

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

       8000-WRITE-TRAILER.
           MOVE WS-VOTER-CNT      TO WS-TRL-DETAIL-CNT
           MOVE WS-MALE-CNT       TO WS-TRL-MALE-CNT
           MOVE WS-FEMALE-CNT     TO WS-TRL-FEMALE-CNT
           MOVE WS-AREA-GROUP-CNT TO WS-TRL-GROUP-CNT
           MOVE SPACES TO VOTE-XFER-RECORD
           MOVE WS-TRAILER-BUILD TO VOTE-XFER-RECORD
           WRITE VOTE-XFER-RECORD
           MOVE SPACES TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-PER-READ-CNT TO WS-TRAILER-PER-ED
           MOVE WS-TRAILER-LINE TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-HIS-READ-CNT TO WS-TRAILER-HIS-ED
           MOVE WS-TRAILER-LINE2 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-VOTER-CNT TO WS-TRAILER-VOTER-ED
           MOVE WS-TRAILER-LINE3 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-NO-IDNUM-CNT TO WS-TRAILER-NOID-ED
           MOVE WS-TRAILER-LINE4 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-RETIRED-CNT TO WS-TRAILER-RETIRED-ED
           MOVE WS-TRAILER-LINE5 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-NOT-ACTIVE-CNT TO WS-TRAILER-INACT-ED
           MOVE WS-TRAILER-LINE6 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-BD-UNKNOWN-CNT TO WS-TRAILER-BDUNK-ED
           MOVE WS-TRAILER-LINE7 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-UNDER-AGE-CNT TO WS-TRAILER-UNDER-ED
           MOVE WS-TRAILER-LINE8 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-NO-HISTORY-CNT TO WS-TRAILER-NOHIS-ED
           MOVE WS-TRAILER-LINE9 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE
           MOVE WS-NO-AREA-CNT TO WS-TRAILER-NOAREA-ED
           MOVE WS-TRAILER-LINE10 TO VOTE-REJECT-LINE
           WRITE VOTE-REJECT-LINE.

       9000-TERMINATE.
           CLOSE GOV-MASTER-FILE
                 VOTE-XFER-FILE
                 VOTE-REJECT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-PER-READ-CNT TO RLW-READ-CNT
           MOVE WS-VOTER-CNT TO RLW-WRITTEN-CNT
           MOVE WS-NO-IDNUM-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
