      *-----------------------------------------------------------------
      * ADMINISTRATIVE REDISTRICTING - BULK CODE RE-MAPPING
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB27P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * WHEN BOUNDARIES ARE REDRAWN, CODEMNT RETIRES THE OLD AREA,
      * POLICE-STATION OR GOVERNORATE CODES AND ADDS THEIR
      * SUCCESSORS; THIS RUN THEN MOVES THE CUMULATIVE FILES ONTO THE
      * NEW CODES, DRIVEN BY THE DIRECTORATE'S MAPPING FILE (REDMAP,
      * CSRDMREC): OLD CODE TO NEW CODE FROM AN EFFECTIVE DATE,
      * OPTIONALLY SPLIT BY CIVIL OFFICE.
      *
      * THE FILES RE-CODED, EACH OLD GENERATION IN, NEW GENERATION
      * OUT:
      *   - REGISTRATION HISTORY (REGHIST, CSHISREC): GOVERNORATE,
      *     AREA AND POLICE STATION ON EVERY ROW REGISTERED ON OR
      *     AFTER THE RULE'S EFFECTIVE DATE. ROWS DATED BEFORE IT,
      *     AND ROWS WHOSE DATE NEVER PARSED, KEEP THE CODE THEY
      *     WERE REGISTERED UNDER. ROWS WITH NO LOCALITY CARRIED
      *     (SPACES) HAVE ONLY THEIR GOVERNORATE RE-CODED.
      *   - PENDING NOTIFICATIONS (NTFPEND, CSNTFREC): GOVERNORATE,
      *     WHATEVER THE EVENT DATE, SINCE THE NOTICES ARE OPEN WORK
      *     FOR THE NEW GOVERNORATE. THEY CARRY NO CIVIL OFFICE, SO
      *     ONLY RULES WITH OFFICE ZERO APPLY TO THEM. A NOTICE FOR
      *     A GOVERNORATE SPLIT BY OFFICE WITH NO OFFICE-ZERO RULE
      *     STAYS ON THE OLD CODE AND IS COUNTED ON THE TRAILER FOR
      *     REGISTRATION CONTROL TO RE-ROUTE BY HAND.
      * THE NATIONAL ID REQUEST CONTROL FILE IS NOT TOUCHED: ITS
      * IDENTITY FIELDS ARE KEPT AS SENT TO THE ID AUTHORITY.
      *
      * A ROW IS MATCHED FIRST TO THE RULE FOR ITS OWN CIVIL OFFICE,
      * THEN TO THE RULE WITH OFFICE ZERO; A ROW WITH NEITHER KEEPS
      * ITS CODE. EACH RULE IS EDITED BEFORE ANYTHING IS READ: TYPE
      * G, A OR P; CODES NUMERIC, NON-ZERO, DIFFERENT AND WITHIN THE
      * FIELD; EFFECTIVE DATE VALID; OFFICE ZERO OR ON OFFCMAST; NEW
      * CODE ON ITS MASTER AND IN FORCE ON THE EFFECTIVE DATE; NO
      * SECOND RULE FOR THE SAME CODE AND OFFICE; AND NO NEW CODE
      * THAT IS ITSELF MAPPED ON.
      *
      * THE RUN IS A DRY RUN UNLESS THE CONTROL CARD (REDCTL) SAYS
      * "A" (APPLY). A DRY RUN WORKS OUT EVERY CHANGE AND REPORTS IT
      * BUT WRITES THE NEW GENERATIONS AS UNCHANGED COPIES, SO THE
      * DIRECTORATE CAN SIGN OFF THE MAPPING BEFORE IT IS APPLIED.
      * ANY REJECTED RULE TURNS AN APPLY RUN INTO A DRY RUN AND ENDS
      * THE STEP WITH RETURN CODE 8.
      *
      * THE REPORT (REDRPT) LISTS EACH RULE WITH ITS OUTCOME (THE
      * HISTORY ROWS RE-CODED, THE ROWS HELD ON THE OLD CODE BY THE
      * EFFECTIVE DATE AND THE NOTIFICATIONS RE-CODED, OR THE REASON
      * IT WAS REJECTED), THEN FOR EVERY OLD AND NEW CODE THE COUNT
      * OF HISTORY ROWS AND PENDING NOTIFICATIONS CARRYING IT BEFORE
      * AND AFTER THE RUN. RUN ON REQUEST, AFTER CODEMNT HAS SET UP
      * THE NEW CODES; RECORD COUNTS ALSO GO TO THE JOB LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-RULE-FILE      ASSIGN TO "REDMAP"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RED-CONTROL-FILE ASSIGN TO "REDCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GOV-MASTER-FILE    ASSIGN TO "GOVMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AREA-MASTER-FILE   ASSIGN TO "AREAMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT POLICE-MASTER-FILE ASSIGN TO "PLCEMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OFFICE-MASTER-FILE ASSIGN TO "OFFCMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT HIST-OLD-FILE      ASSIGN TO "REGHISTI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-HIS-KEY.
           SELECT HIST-NEW-FILE      ASSIGN TO "REGHISTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-NEW-KEY.
           SELECT NTF-OLD-FILE       ASSIGN TO "NTFPENDI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NTF-NEW-FILE       ASSIGN TO "NTFPENDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RED-REPORT-FILE    ASSIGN TO "REDRPT"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-RULE-FILE
           RECORDING MODE IS F.
           COPY CSRDMREC.

       FD  RED-CONTROL-FILE
           RECORDING MODE IS F.
       01  REDCTL-RECORD.
           05  CTL-RUN-MODE           PIC X(1).
           05  FILLER                 PIC X(79).

       FD  GOV-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING CS-CODE-RECORD BY GOV-MASTER-RECORD
                                    CS-CODE-VALUE   BY GOV-MASTER-VALUE
                                    CS-CODE-DESC    BY GOV-MASTER-DESC
                           CS-CODE-EFF-FROM-DT BY GOV-MASTER-EFF-FROM
                           CS-CODE-EXPIRY-DT   BY GOV-MASTER-EXPIRY
                           CS-CODE-MAINT-USER  BY GOV-MASTER-MNT-USER
                           CS-CODE-MAINT-DT    BY GOV-MASTER-MNT-DT.

       FD  AREA-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING
                                CS-CODE-RECORD BY AREA-MASTER-RECORD
                                CS-CODE-VALUE  BY AREA-MASTER-VALUE
                                CS-CODE-DESC   BY AREA-MASTER-DESC
                           CS-CODE-EFF-FROM-DT BY AREA-MASTER-EFF-FROM
                           CS-CODE-EXPIRY-DT   BY AREA-MASTER-EXPIRY
                           CS-CODE-MAINT-USER  BY AREA-MASTER-MNT-USER
                           CS-CODE-MAINT-DT    BY AREA-MASTER-MNT-DT.

       FD  POLICE-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING
                              CS-CODE-RECORD BY POLICE-MASTER-RECORD
                              CS-CODE-VALUE  BY POLICE-MASTER-VALUE
                              CS-CODE-DESC   BY POLICE-MASTER-DESC
                         CS-CODE-EFF-FROM-DT BY POLICE-MASTER-EFF-FROM
                         CS-CODE-EXPIRY-DT   BY POLICE-MASTER-EXPIRY
                         CS-CODE-MAINT-USER  BY POLICE-MASTER-MNT-USER
                         CS-CODE-MAINT-DT    BY POLICE-MASTER-MNT-DT.

       FD  OFFICE-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSCODEREC REPLACING
                              CS-CODE-RECORD BY OFFICE-MASTER-RECORD
                              CS-CODE-VALUE  BY OFFICE-MASTER-VALUE
                              CS-CODE-DESC   BY OFFICE-MASTER-DESC
                         CS-CODE-EFF-FROM-DT BY OFFICE-MASTER-EFF-FROM
                         CS-CODE-EXPIRY-DT   BY OFFICE-MASTER-EXPIRY
                         CS-CODE-MAINT-USER  BY OFFICE-MASTER-MNT-USER
                         CS-CODE-MAINT-DT    BY OFFICE-MASTER-MNT-DT.

       FD  HIST-OLD-FILE
           RECORDING MODE IS F.
           COPY CSHISREC.

       FD  HIST-NEW-FILE
           RECORDING MODE IS F.
           COPY CSHISREC REPLACING
                CS-HIS-RECORD            BY HIS-NEW-RECORD
                CS-HIS-KEY               BY HIS-NEW-KEY
                CS-HIS-CSONUM            BY HIS-NEW-CSONUM
                CS-HIS-REGDT-SRT         BY HIS-NEW-REGDT-SRT
                CS-HIS-SEQ               BY HIS-NEW-SEQ
                CS-HIS-REGDT             BY HIS-NEW-REGDT
                CS-HIS-REGTYP            BY HIS-NEW-REGTYP
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

       FD  NTF-OLD-FILE
           RECORDING MODE IS F.
           COPY CSNTFREC.

       FD  NTF-NEW-FILE
           RECORDING MODE IS F.
           COPY CSNTFREC REPLACING
                CS-NTF-RECORD            BY NTF-NEW-RECORD
                CS-NTF-EVENT-TYPE        BY NTF-NEW-EVENT-TYPE
                CS-NTF-BIRTH             BY NTF-NEW-BIRTH
                CS-NTF-DEATH             BY NTF-NEW-DEATH
                CS-NTF-IDENT-CSONUM      BY NTF-NEW-IDENT-CSONUM
                CS-NTF-KEY-DATE          BY NTF-NEW-KEY-DATE
                CS-NTF-EVENT-DT          BY NTF-NEW-EVENT-DT
                CS-NTF-EVENT-SRT         BY NTF-NEW-EVENT-SRT
                CS-NTF-FK-HEALTH-OFFICCD BY NTF-NEW-FK-HEALTH-OFFICCD
                CS-NTF-FK-GOVERNORATECD  BY NTF-NEW-FK-GOVERNORATECD
                CS-NTF-NAME              BY NTF-NEW-NAME
                CS-NTF-SEX               BY NTF-NEW-SEX
                CS-NTF-IDENT-IDNUM       BY NTF-NEW-IDENT-IDNUM
                CS-NTF-RECEIVED-DT       BY NTF-NEW-RECEIVED-DT.

       FD  RED-REPORT-FILE
           RECORDING MODE IS F.
       01  RED-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-MAP-EOF-SW          PIC X(1) VALUE "N".
             88  WS-MAP-EOF           VALUE "Y".
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".
           05  WS-HIST-EOF-SW         PIC X(1) VALUE "N".
             88  WS-HIST-EOF          VALUE "Y".
           05  WS-NTF-EOF-SW          PIC X(1) VALUE "N".
             88  WS-NTF-EOF           VALUE "Y".

      * DRY RUN UNLESS THE CONTROL CARD ASKS TO APPLY AND EVERY RULE
      * PASSES ITS EDITS
       01  WS-RUN-MODE-SW             PIC X(1) VALUE "D".
             88  WS-DRY-RUN           VALUE "D".
             88  WS-APPLY-RUN         VALUE "A".
       01  WS-REQUESTED-MODE-SW       PIC X(1) VALUE "D".
             88  WS-APPLY-REQUESTED   VALUE "A".

       01  WS-MAX-GOV                 PIC S9(4) COMP VALUE 200.
       01  WS-MAX-AREA                PIC S9(4) COMP VALUE 2000.
       01  WS-MAX-POLICE              PIC S9(4) COMP VALUE 500.
       01  WS-MAX-OFFICE              PIC S9(4) COMP VALUE 500.
       01  WS-MAX-RULE                PIC S9(4) COMP VALUE 500.
       01  WS-MAX-TALLY               PIC S9(4) COMP VALUE 1000.

       01  WS-GOV-TABLE.
           05  WS-GOV-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-GOV-COUNT
                            ASCENDING KEY IS WS-GOV-CODE
                            INDEXED BY WS-GOV-IDX.
             10  WS-GOV-CODE          PIC S9(9) COMP.
             10  WS-GOV-DESC          PIC X(30).
             10  WS-GOV-EFF-SRT       PIC X(8).
             10  WS-GOV-EXP-SRT       PIC X(8).
       01  WS-GOV-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-AREA-TABLE.
           05  WS-AREA-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-AREA-COUNT
                            ASCENDING KEY IS WS-AREA-CODE
                            INDEXED BY WS-AREA-IDX.
             10  WS-AREA-CODE         PIC S9(9) COMP.
             10  WS-AREA-DESC         PIC X(30).
             10  WS-AREA-EFF-SRT      PIC X(8).
             10  WS-AREA-EXP-SRT      PIC X(8).
       01  WS-AREA-COUNT              PIC S9(4) COMP VALUE 0.

       01  WS-POLICE-TABLE.
           05  WS-POLICE-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-POLICE-COUNT
                            ASCENDING KEY IS WS-POLICE-CODE
                            INDEXED BY WS-POLICE-IDX.
             10  WS-POLICE-CODE       PIC S9(9) COMP.
             10  WS-POLICE-DESC       PIC X(30).
             10  WS-POLICE-EFF-SRT    PIC X(8).
             10  WS-POLICE-EXP-SRT    PIC X(8).
       01  WS-POLICE-COUNT            PIC S9(4) COMP VALUE 0.

       01  WS-OFFICE-TABLE.
           05  WS-OFFICE-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-OFFICE-COUNT
                            ASCENDING KEY IS WS-OFFICE-CODE
                            INDEXED BY WS-OFFICE-IDX.
             10  WS-OFFICE-CODE       PIC S9(9) COMP.
             10  WS-OFFICE-DESC       PIC X(30).
             10  WS-OFFICE-EFF-SRT    PIC X(8).
             10  WS-OFFICE-EXP-SRT    PIC X(8).
       01  WS-OFFICE-COUNT            PIC S9(4) COMP VALUE 0.

      * MAPPING RULES IN REDMAP ORDER, WITH WHAT EACH DID
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-RULE-COUNT
                            INDEXED BY WS-RULE-IDX WS-RULE-IDX2.
             10  WS-RUL-TYPE          PIC X(1).
             10  WS-RUL-OLD-CODE      PIC S9(9) COMP.
             10  WS-RUL-NEW-CODE      PIC S9(9) COMP.
             10  WS-RUL-EFF-DT        PIC X(10).
             10  WS-RUL-EFF-SRT       PIC X(8).
             10  WS-RUL-OFFICECD      PIC S9(4) COMP.
             10  WS-RUL-VALID-SW      PIC X(1).
               88  WS-RUL-VALID       VALUE "Y".
               88  WS-RUL-REJECTED    VALUE "N".
             10  WS-RUL-REASON        PIC X(25).
             10  WS-RUL-HIST-CNT      PIC S9(7) COMP-3.
             10  WS-RUL-HELD-CNT      PIC S9(7) COMP-3.
             10  WS-RUL-NTF-CNT       PIC S9(7) COMP-3.
       01  WS-RULE-COUNT              PIC S9(4) COMP VALUE 0.

      * BEFORE/AFTER COUNTS FOR EVERY OLD AND NEW CODE ON THE MAPPING
       01  WS-TALLY-TABLE.
           05  WS-TLY-ENTRY OCCURS 1 TO 1000 TIMES
                            DEPENDING ON WS-TALLY-COUNT
                            INDEXED BY WS-TLY-IDX.
             10  WS-TLY-TYPE          PIC X(1).
             10  WS-TLY-CODE          PIC S9(9) COMP.
             10  WS-TLY-DESC          PIC X(30).
             10  WS-TLY-HIST-BEFORE   PIC S9(7) COMP-3.
             10  WS-TLY-HIST-AFTER    PIC S9(7) COMP-3.
             10  WS-TLY-NTF-BEFORE    PIC S9(7) COMP-3.
             10  WS-TLY-NTF-AFTER     PIC S9(7) COMP-3.
       01  WS-TALLY-COUNT             PIC S9(4) COMP VALUE 0.

       01  WS-FOUND-SW                PIC X(1).
             88  WS-CODE-FOUND        VALUE "Y".
             88  WS-CODE-NOT-FOUND    VALUE "N".

      * CODE LOOKUP: TYPE G, A, P OR O (CIVIL OFFICE) AND CODE IN;
      * DESCRIPTION AND EFFECTIVITY WINDOW OUT
       01  WS-LOOKUP-WORK.
           05  WS-LOOK-TYPE           PIC X(1).
           05  WS-LOOK-CODE           PIC S9(9) COMP.
           05  WS-LOOK-DESC           PIC X(30).
           05  WS-LOOK-EFF-SRT        PIC X(8).
           05  WS-LOOK-EXP-SRT        PIC X(8).

      * RULE SEARCH FOR ONE CODE ON ONE ROW
       01  WS-FIND-WORK.
           05  WS-FIND-TYPE           PIC X(1).
           05  WS-FIND-CODE           PIC S9(9) COMP.
           05  WS-FIND-OFFICE         PIC S9(4) COMP.
           05  WS-RULE-FOUND-SW       PIC X(1).
             88  WS-RULE-FOUND        VALUE "Y".
             88  WS-RULE-NOT-FOUND    VALUE "N".
           05  WS-RULE-APPLY-SW       PIC X(1).
             88  WS-RULE-APPLIES      VALUE "Y".
             88  WS-RULE-HELD         VALUE "N".

      * COLUMN A CODE IS COUNTED IN: 1 = HISTORY BEFORE, 2 = HISTORY
      * AFTER, 3 = PENDING BEFORE, 4 = PENDING AFTER
       01  WS-TALLY-COLUMN            PIC X(1).
             88  WS-TALLY-HIST-BEFORE VALUE "1".
             88  WS-TALLY-HIST-AFTER  VALUE "2".
             88  WS-TALLY-NTF-BEFORE  VALUE "3".
             88  WS-TALLY-NTF-AFTER   VALUE "4".

       01  WS-ROW-FIELDS.
           05  WS-ROW-DATE-SRT        PIC X(8).
           05  WS-ROW-CHANGED-SW      PIC X(1).
             88  WS-ROW-CHANGED       VALUE "Y".
             88  WS-ROW-UNCHANGED     VALUE "N".

       01  WS-COUNTERS.
           05  WS-MAP-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-RULE-REJECT-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-RULE-OVERFLOW-CNT   PIC S9(7) COMP-3 VALUE 0.
           05  WS-HIST-READ-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-HIST-RECODED-CNT    PIC S9(7) COMP-3 VALUE 0.
           05  WS-HIST-WRITE-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-NTF-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-NTF-RECODED-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-NTF-SPLIT-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-NTF-WRITE-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "ADMINISTRATIVE REDISTRICTING - CODE MAPPING -".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-H1-MODE             PIC X(40).
       01  WS-RULE-HEADING.
           05  FILLER                 PIC X(20) VALUE
               "MAPPING RULES".
       01  WS-RULE-HEADING-2.
           05  FILLER                 PIC X(12) VALUE "TYPE".
           05  FILLER                 PIC X(11) VALUE " OLD CODE".
           05  FILLER                 PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(11) VALUE " NEW CODE".
           05  FILLER                 PIC X(22) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(12) VALUE "EFFECTIVE".
           05  FILLER                 PIC X(6) VALUE "OFFC".
           05  FILLER                 PIC X(9) VALUE " HISTORY".
           05  FILLER                 PIC X(9) VALUE "    HELD".
           05  FILLER                 PIC X(7) VALUE "PENDING".
       01  WS-TALLY-HEADING.
           05  FILLER                 PIC X(30) VALUE
               "BEFORE/AFTER COUNTS BY CODE".
       01  WS-TALLY-HEADING-2.
           05  FILLER                 PIC X(12) VALUE "TYPE".
           05  FILLER                 PIC X(11) VALUE "     CODE".
           05  FILLER                 PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(13) VALUE
               "HIST BEFORE".
           05  FILLER                 PIC X(13) VALUE
               " HIST AFTER".
           05  FILLER                 PIC X(14) VALUE
               "      CHANGE".
           05  FILLER                 PIC X(9) VALUE "PEND BEF".
           05  FILLER                 PIC X(9) VALUE "PEND AFT".

       01  WS-RULE-BUILD.
           05  WS-RL-TYPE             PIC X(11).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-RL-OLD-ED           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-OLD-DESC         PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-NEW-ED           PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-NEW-DESC         PIC X(20).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-EFF-DT           PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-RL-OFFICE           PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
      * A REJECTED RULE SHOWS ITS REASON WHERE THE COUNTS WOULD BE
           05  WS-RL-OUTCOME.
             10  WS-RL-HIST-ED        PIC ZZZ,ZZ9.
             10  FILLER               PIC X(2).
             10  WS-RL-HELD-ED        PIC ZZZ,ZZ9.
             10  FILLER               PIC X(2).
             10  WS-RL-NTF-ED         PIC ZZZ,ZZ9.
           05  WS-RL-REASON REDEFINES WS-RL-OUTCOME
                                      PIC X(25).
       01  WS-OFFICE-ED               PIC ZZZ9.

       01  WS-TALLY-BUILD.
           05  WS-TL-TYPE             PIC X(11).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-TL-CODE-ED          PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-DESC             PIC X(30).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-HIST-BEFORE-ED   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-HIST-AFTER-ED    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-CHANGE-ED        PIC ---,---,--9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-NTF-BEFORE-ED    PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-TL-NTF-AFTER-ED     PIC ZZZ,ZZ9.

       01  WS-REFUSED-LINE.
           05  FILLER                 PIC X(40) VALUE
               "*** MAPPING HAS REJECTED RULES - NOTHING".
           05  FILLER                 PIC X(30) VALUE
               " APPLIED, COUNTS ARE A PREVIEW".
           05  FILLER                 PIC X(4) VALUE " ***".
       01  WS-OVERFLOW-LINE.
           05  FILLER                 PIC X(40) VALUE
               "*** MAPPING FILE HOLDS MORE THAN 500 RUL".
           05  FILLER                 PIC X(30) VALUE
               "ES - RULES NOT READ:".
           05  WS-OVERFLOW-ED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(4) VALUE " ***".

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "MAPPING RULES READ: ".
           05  WS-TRAILER-MAP-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "RULES REJECTED    : ".
           05  WS-TRAILER-REJECT-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "HISTORY ROWS READ : ".
           05  WS-TRAILER-HIST-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "HISTORY RE-CODED  : ".
           05  WS-TRAILER-HIST-CHG-ED PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE5.
           05  FILLER                 PIC X(20) VALUE
               "PENDING NOTICES   : ".
           05  WS-TRAILER-NTF-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE6.
           05  FILLER                 PIC X(20) VALUE
               "PENDING RE-CODED  : ".
           05  WS-TRAILER-NTF-CHG-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE7.
           05  FILLER                 PIC X(20) VALUE
               "  OLD CODE, SPLIT : ".
           05  WS-TRAILER-NTF-SPL-ED  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(36) VALUE
               "  LEFT ON OLD CODE - SPLIT BY OFFICE".

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECODE-HISTORY-ROW
               UNTIL WS-HIST-EOF
           PERFORM 3000-RECODE-PENDING-ROW
               UNTIL WS-NTF-EOF
           PERFORM 8000-WRITE-REPORT
           PERFORM 8900-LOG-COUNTS
           PERFORM 9000-TERMINATE
           IF WS-RULE-REJECT-CNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB27P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           PERFORM 1050-READ-RED-CONTROL
           OPEN INPUT  GOV-MASTER-FILE
                       AREA-MASTER-FILE
                       POLICE-MASTER-FILE
                       OFFICE-MASTER-FILE
           PERFORM 1100-LOAD-GOV-TABLE
           PERFORM 1200-LOAD-AREA-TABLE
           PERFORM 1300-LOAD-POLICE-TABLE
           PERFORM 1400-LOAD-OFFICE-TABLE
           CLOSE GOV-MASTER-FILE
                 AREA-MASTER-FILE
                 POLICE-MASTER-FILE
                 OFFICE-MASTER-FILE
           OPEN INPUT MAP-RULE-FILE
           PERFORM 1500-LOAD-MAP-RULES
           CLOSE MAP-RULE-FILE
           PERFORM 1600-CROSS-CHECK-RULES
           PERFORM 1700-BUILD-TALLY-TABLE
      * NOTHING IS APPLIED UNLESS THE WHOLE MAPPING IS CLEAN
           IF WS-APPLY-REQUESTED
             AND WS-RULE-REJECT-CNT = 0
             SET WS-APPLY-RUN TO TRUE
           ELSE
             SET WS-DRY-RUN TO TRUE
           END-IF
           IF WS-APPLY-RUN
             DISPLAY "CSB27P1 RUN MODE            : APPLY"
           ELSE
             DISPLAY "CSB27P1 RUN MODE            : DRY RUN"
           END-IF
           OPEN INPUT  HIST-OLD-FILE
                       NTF-OLD-FILE
           OPEN OUTPUT HIST-NEW-FILE
                       NTF-NEW-FILE
                       RED-REPORT-FILE
           PERFORM 1900-READ-HIST-OLD
           PERFORM 1950-READ-NTF-OLD.

       1050-READ-RED-CONTROL.
      * AN ABSENT CARD, OR ANY MODE BUT "A", MEANS A DRY RUN.
           OPEN INPUT RED-CONTROL-FILE
           READ RED-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               IF CTL-RUN-MODE = "A"
                 SET WS-APPLY-REQUESTED TO TRUE
               END-IF
           END-READ
           CLOSE RED-CONTROL-FILE.

       1100-LOAD-GOV-TABLE.
           SET WS-GOV-IDX TO 1
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
             READ GOV-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF WS-GOV-IDX <= WS-MAX-GOV
                   MOVE GOV-MASTER-VALUE TO WS-GOV-CODE(WS-GOV-IDX)
                   MOVE GOV-MASTER-DESC  TO WS-GOV-DESC(WS-GOV-IDX)
                   MOVE GOV-MASTER-EFF-FROM TO WS-DATE-DMY
                   PERFORM 1800-CONVERT-EFF-FROM
                   MOVE WS-DATE-SRT
                     TO WS-GOV-EFF-SRT(WS-GOV-IDX)
                   MOVE GOV-MASTER-EXPIRY TO WS-DATE-DMY
                   PERFORM 1850-CONVERT-EXPIRY
                   MOVE WS-DATE-SRT
                     TO WS-GOV-EXP-SRT(WS-GOV-IDX)
                   SET WS-GOV-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-GOV-COUNT = WS-GOV-IDX - 1.

       1200-LOAD-AREA-TABLE.
           SET WS-AREA-IDX TO 1
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
             READ AREA-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF WS-AREA-IDX <= WS-MAX-AREA
                   MOVE AREA-MASTER-VALUE TO WS-AREA-CODE(WS-AREA-IDX)
                   MOVE AREA-MASTER-DESC  TO WS-AREA-DESC(WS-AREA-IDX)
                   MOVE AREA-MASTER-EFF-FROM TO WS-DATE-DMY
                   PERFORM 1800-CONVERT-EFF-FROM
                   MOVE WS-DATE-SRT
                     TO WS-AREA-EFF-SRT(WS-AREA-IDX)
                   MOVE AREA-MASTER-EXPIRY TO WS-DATE-DMY
                   PERFORM 1850-CONVERT-EXPIRY
                   MOVE WS-DATE-SRT
                     TO WS-AREA-EXP-SRT(WS-AREA-IDX)
                   SET WS-AREA-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-AREA-COUNT = WS-AREA-IDX - 1.

       1300-LOAD-POLICE-TABLE.
           SET WS-POLICE-IDX TO 1
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
             READ POLICE-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF WS-POLICE-IDX <= WS-MAX-POLICE
                   MOVE POLICE-MASTER-VALUE
                     TO WS-POLICE-CODE(WS-POLICE-IDX)
                   MOVE POLICE-MASTER-DESC
                     TO WS-POLICE-DESC(WS-POLICE-IDX)
                   MOVE POLICE-MASTER-EFF-FROM TO WS-DATE-DMY
                   PERFORM 1800-CONVERT-EFF-FROM
                   MOVE WS-DATE-SRT
                     TO WS-POLICE-EFF-SRT(WS-POLICE-IDX)
                   MOVE POLICE-MASTER-EXPIRY TO WS-DATE-DMY
                   PERFORM 1850-CONVERT-EXPIRY
                   MOVE WS-DATE-SRT
                     TO WS-POLICE-EXP-SRT(WS-POLICE-IDX)
                   SET WS-POLICE-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-POLICE-COUNT = WS-POLICE-IDX - 1.

       1400-LOAD-OFFICE-TABLE.
           SET WS-OFFICE-IDX TO 1
           MOVE "N" TO WS-MASTER-EOF-SW
           PERFORM UNTIL WS-MASTER-EOF
             READ OFFICE-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF WS-OFFICE-IDX <= WS-MAX-OFFICE
                   MOVE OFFICE-MASTER-VALUE
                     TO WS-OFFICE-CODE(WS-OFFICE-IDX)
                   MOVE OFFICE-MASTER-DESC
                     TO WS-OFFICE-DESC(WS-OFFICE-IDX)
                   MOVE OFFICE-MASTER-EFF-FROM TO WS-DATE-DMY
                   PERFORM 1800-CONVERT-EFF-FROM
                   MOVE WS-DATE-SRT
                     TO WS-OFFICE-EFF-SRT(WS-OFFICE-IDX)
                   MOVE OFFICE-MASTER-EXPIRY TO WS-DATE-DMY
                   PERFORM 1850-CONVERT-EXPIRY
                   MOVE WS-DATE-SRT
                     TO WS-OFFICE-EXP-SRT(WS-OFFICE-IDX)
                   SET WS-OFFICE-IDX UP BY 1
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-OFFICE-COUNT = WS-OFFICE-IDX - 1.

       1500-LOAD-MAP-RULES.
      * RULES BEYOND THE TABLE ARE COUNTED AND REFUSE THE MAPPING,
      * SINCE APPLYING ONLY PART OF A REDISTRICTING WOULD LEAVE THE
      * FILES SPLIT BETWEEN THE OLD BOUNDARIES AND THE NEW.
           SET WS-RULE-IDX TO 1
           PERFORM UNTIL WS-MAP-EOF
             READ MAP-RULE-FILE
               AT END SET WS-MAP-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-MAP-READ-CNT
                 IF WS-RULE-IDX <= WS-MAX-RULE
                   PERFORM 1550-EDIT-MAP-RULE
                   SET WS-RULE-IDX UP BY 1
                 ELSE
                   ADD 1 TO WS-RULE-OVERFLOW-CNT
                   ADD 1 TO WS-RULE-REJECT-CNT
                 END-IF
             END-READ
           END-PERFORM
           COMPUTE WS-RULE-COUNT = WS-RULE-IDX - 1.

       1550-EDIT-MAP-RULE.
           MOVE CS-RDM-CODE-TYPE    TO WS-RUL-TYPE(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-OLD-CODE(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-NEW-CODE(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-OFFICECD(WS-RULE-IDX)
           MOVE CS-RDM-EFFECTIVE-DT TO WS-RUL-EFF-DT(WS-RULE-IDX)
           MOVE SPACES              TO WS-RUL-EFF-SRT(WS-RULE-IDX)
           MOVE SPACES              TO WS-RUL-REASON(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-HIST-CNT(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-HELD-CNT(WS-RULE-IDX)
           MOVE 0                   TO WS-RUL-NTF-CNT(WS-RULE-IDX)
           SET WS-RUL-VALID(WS-RULE-IDX) TO TRUE
           IF CS-RDM-OLD-CODE IS NUMERIC
             MOVE CS-RDM-OLD-CODE TO WS-RUL-OLD-CODE(WS-RULE-IDX)
           END-IF
           IF CS-RDM-NEW-CODE IS NUMERIC
             MOVE CS-RDM-NEW-CODE TO WS-RUL-NEW-CODE(WS-RULE-IDX)
           END-IF
           IF NOT CS-RDM-GOVERNORATE
             AND NOT CS-RDM-AREA
             AND NOT CS-RDM-POLICE
             MOVE "INVALID CODE TYPE" TO WS-RUL-REASON(WS-RULE-IDX)
             SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             IF WS-RUL-OLD-CODE(WS-RULE-IDX) = 0
               OR WS-RUL-NEW-CODE(WS-RULE-IDX) = 0
               MOVE "CODE MISSING/NOT NUMERIC"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             IF WS-RUL-OLD-CODE(WS-RULE-IDX) =
                WS-RUL-NEW-CODE(WS-RULE-IDX)
               MOVE "OLD AND NEW CODE THE SAME"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF
      * GOVERNORATE AND POLICE-STATION CODES ARE HALFWORDS ON THE
      * CUMULATIVE FILES
           IF WS-RUL-VALID(WS-RULE-IDX)
             AND NOT CS-RDM-AREA
             IF WS-RUL-OLD-CODE(WS-RULE-IDX) > 9999
               OR WS-RUL-NEW-CODE(WS-RULE-IDX) > 9999
               MOVE "CODE TOO LONG FOR FIELD"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             MOVE CS-RDM-EFFECTIVE-DT TO WS-DATE-DMY
             PERFORM 7000-CONVERT-DATE
             IF WS-DATE-OK
               IF WS-DATE-SRT(5:2) < "01" OR WS-DATE-SRT(5:2) > "12"
                 OR WS-DATE-SRT(7:2) < "01"
                 OR WS-DATE-SRT(7:2) > "31"
                 SET WS-DATE-BAD TO TRUE
               END-IF
             END-IF
             IF WS-DATE-BAD
               MOVE "BAD EFFECTIVE DATE" TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             ELSE
               MOVE WS-DATE-SRT TO WS-RUL-EFF-SRT(WS-RULE-IDX)
             END-IF
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             IF CS-RDM-CIVIL-OFFICECD IS NUMERIC
               MOVE CS-RDM-CIVIL-OFFICECD
                 TO WS-RUL-OFFICECD(WS-RULE-IDX)
             ELSE
               MOVE "BAD CIVIL OFFICE" TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             AND WS-RUL-OFFICECD(WS-RULE-IDX) NOT = 0
             MOVE "O" TO WS-LOOK-TYPE
             MOVE WS-RUL-OFFICECD(WS-RULE-IDX) TO WS-LOOK-CODE
             PERFORM 7200-LOOKUP-CODE
             IF WS-CODE-NOT-FOUND
               MOVE "OFFICE NOT ON MASTER"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             MOVE WS-RUL-TYPE(WS-RULE-IDX) TO WS-LOOK-TYPE
             MOVE WS-RUL-NEW-CODE(WS-RULE-IDX) TO WS-LOOK-CODE
             PERFORM 7200-LOOKUP-CODE
             IF WS-CODE-NOT-FOUND
               MOVE "NEW CODE NOT ON MASTER"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             ELSE
               IF WS-RUL-EFF-SRT(WS-RULE-IDX) < WS-LOOK-EFF-SRT
                 OR WS-RUL-EFF-SRT(WS-RULE-IDX) > WS-LOOK-EXP-SRT
                 MOVE "NEW CODE NOT IN FORCE"
                   TO WS-RUL-REASON(WS-RULE-IDX)
                 SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
               END-IF
             END-IF
           END-IF
           IF WS-RUL-REJECTED(WS-RULE-IDX)
             ADD 1 TO WS-RULE-REJECT-CNT
           END-IF.

       1600-CROSS-CHECK-RULES.
      * A SECOND RULE FOR THE SAME CODE AND OFFICE IS A DUPLICATE; A
      * NEW CODE THAT ANOTHER RULE MAPS ON WOULD MAKE THE RESULT
      * DEPEND ON THE ORDER THE RULES WERE READ IN.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF WS-RUL-VALID(WS-RULE-IDX)
               PERFORM VARYING WS-RULE-IDX2 FROM 1 BY 1
                       UNTIL WS-RULE-IDX2 > WS-RULE-COUNT
                          OR WS-RUL-REJECTED(WS-RULE-IDX)
                 IF WS-RULE-IDX2 NOT = WS-RULE-IDX
                   AND WS-RUL-VALID(WS-RULE-IDX2)
                   AND WS-RUL-TYPE(WS-RULE-IDX2) =
                       WS-RUL-TYPE(WS-RULE-IDX)
                   PERFORM 1650-COMPARE-RULE-PAIR
                 END-IF
               END-PERFORM
               IF WS-RUL-REJECTED(WS-RULE-IDX)
                 ADD 1 TO WS-RULE-REJECT-CNT
               END-IF
             END-IF
           END-PERFORM.

       1650-COMPARE-RULE-PAIR.
           IF WS-RULE-IDX2 < WS-RULE-IDX
             AND WS-RUL-OLD-CODE(WS-RULE-IDX2) =
                 WS-RUL-OLD-CODE(WS-RULE-IDX)
             AND WS-RUL-OFFICECD(WS-RULE-IDX2) =
                 WS-RUL-OFFICECD(WS-RULE-IDX)
             MOVE "DUPLICATE RULE" TO WS-RUL-REASON(WS-RULE-IDX)
             SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
           ELSE
             IF WS-RUL-OLD-CODE(WS-RULE-IDX2) =
                WS-RUL-NEW-CODE(WS-RULE-IDX)
               MOVE "NEW CODE IS ALSO MAPPED"
                 TO WS-RUL-REASON(WS-RULE-IDX)
               SET WS-RUL-REJECTED(WS-RULE-IDX) TO TRUE
             END-IF
           END-IF.

       1700-BUILD-TALLY-TABLE.
      * EVERY OLD AND NEW CODE ON A RULE OF KNOWN TYPE IS COUNTED,
      * REJECTED OR NOT, SO A REFUSED MAPPING STILL SHOWS ITS VOLUMES.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
             IF WS-RUL-TYPE(WS-RULE-IDX) = "G" OR "A" OR "P"
               MOVE WS-RUL-TYPE(WS-RULE-IDX) TO WS-LOOK-TYPE
               IF WS-RUL-OLD-CODE(WS-RULE-IDX) NOT = 0
                 MOVE WS-RUL-OLD-CODE(WS-RULE-IDX) TO WS-LOOK-CODE
                 PERFORM 1750-ADD-TALLY-CODE
               END-IF
               IF WS-RUL-NEW-CODE(WS-RULE-IDX) NOT = 0
                 MOVE WS-RUL-NEW-CODE(WS-RULE-IDX) TO WS-LOOK-CODE
                 PERFORM 1750-ADD-TALLY-CODE
               END-IF
             END-IF
           END-PERFORM.

       1750-ADD-TALLY-CODE.
           SET WS-CODE-NOT-FOUND TO TRUE
           SET WS-TLY-IDX TO 1
           SEARCH WS-TLY-ENTRY
             AT END CONTINUE
             WHEN WS-TLY-IDX > WS-TALLY-COUNT
               CONTINUE
             WHEN WS-TLY-TYPE(WS-TLY-IDX) = WS-LOOK-TYPE
              AND WS-TLY-CODE(WS-TLY-IDX) = WS-LOOK-CODE
               SET WS-CODE-FOUND TO TRUE
           END-SEARCH
           IF WS-CODE-NOT-FOUND
             AND WS-TALLY-COUNT < WS-MAX-TALLY
             ADD 1 TO WS-TALLY-COUNT
             SET WS-TLY-IDX TO WS-TALLY-COUNT
             MOVE WS-LOOK-TYPE TO WS-TLY-TYPE(WS-TLY-IDX)
             MOVE WS-LOOK-CODE TO WS-TLY-CODE(WS-TLY-IDX)
             PERFORM 7200-LOOKUP-CODE
             MOVE WS-LOOK-DESC TO WS-TLY-DESC(WS-TLY-IDX)
             MOVE 0 TO WS-TLY-HIST-BEFORE(WS-TLY-IDX)
             MOVE 0 TO WS-TLY-HIST-AFTER(WS-TLY-IDX)
             MOVE 0 TO WS-TLY-NTF-BEFORE(WS-TLY-IDX)
             MOVE 0 TO WS-TLY-NTF-AFTER(WS-TLY-IDX)
           END-IF.

       1800-CONVERT-EFF-FROM.
      * A BLANK OR UNPARSEABLE EFFECTIVE-FROM DATE MEANS THE CODE
      * HAS ALWAYS BEEN EFFECTIVE.
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-BAD
             MOVE "00000000" TO WS-DATE-SRT
           END-IF.

       1850-CONVERT-EXPIRY.
      * A BLANK OR UNPARSEABLE EXPIRY DATE MEANS THE CODE IS STILL
      * IN FORCE.
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-BAD
             MOVE "99999999" TO WS-DATE-SRT
           END-IF.

       1900-READ-HIST-OLD.
           READ HIST-OLD-FILE
             AT END SET WS-HIST-EOF TO TRUE
             NOT AT END ADD 1 TO WS-HIST-READ-CNT
           END-READ.

       1950-READ-NTF-OLD.
           READ NTF-OLD-FILE
             AT END SET WS-NTF-EOF TO TRUE
             NOT AT END ADD 1 TO WS-NTF-READ-CNT
           END-READ.

       2000-RECODE-HISTORY-ROW.
      * THE ROW IS RE-CODED IN THE OUTPUT AREA SO THE AFTER COUNTS
      * ARE TAKEN EITHER WAY; A DRY RUN THEN PUTS THE ROW BACK AS
      * READ BEFORE WRITING IT.
           MOVE CS-HIS-RECORD TO HIS-NEW-RECORD
           MOVE CS-HIS-REGDT-SRT TO WS-ROW-DATE-SRT
           MOVE CS-HIS-FK-CIVIL-OFFICECD TO WS-FIND-OFFICE
           SET WS-ROW-UNCHANGED TO TRUE
           SET WS-TALLY-HIST-BEFORE TO TRUE
           PERFORM 2800-TALLY-HISTORY-CODES
           MOVE "G" TO WS-FIND-TYPE
           MOVE CS-HIS-FK-GOVERNORATECD TO WS-FIND-CODE
           PERFORM 2500-FIND-RULE
           IF WS-RULE-FOUND
             PERFORM 2600-APPLY-HISTORY-RULE
             IF WS-RULE-APPLIES
               MOVE WS-RUL-NEW-CODE(WS-RULE-IDX)
                 TO HIS-NEW-FK-GOVERNORATECD
             END-IF
           END-IF
           IF CS-HIS-LOCALITY NOT = SPACES
             MOVE "A" TO WS-FIND-TYPE
             MOVE CS-HIS-FK-AREACD TO WS-FIND-CODE
             PERFORM 2500-FIND-RULE
             IF WS-RULE-FOUND
               PERFORM 2600-APPLY-HISTORY-RULE
               IF WS-RULE-APPLIES
                 MOVE WS-RUL-NEW-CODE(WS-RULE-IDX)
                   TO HIS-NEW-FK-AREACD
               END-IF
             END-IF
             MOVE "P" TO WS-FIND-TYPE
             MOVE CS-HIS-FK-POLICE-STATICD TO WS-FIND-CODE
             PERFORM 2500-FIND-RULE
             IF WS-RULE-FOUND
               PERFORM 2600-APPLY-HISTORY-RULE
               IF WS-RULE-APPLIES
                 MOVE WS-RUL-NEW-CODE(WS-RULE-IDX)
                   TO HIS-NEW-FK-POLICE-STATICD
               END-IF
             END-IF
           END-IF
           SET WS-TALLY-HIST-AFTER TO TRUE
           PERFORM 2850-TALLY-NEW-HISTORY-CODES
           IF WS-ROW-CHANGED
             ADD 1 TO WS-HIST-RECODED-CNT
           END-IF
           IF WS-DRY-RUN
             MOVE CS-HIS-RECORD TO HIS-NEW-RECORD
           END-IF
           WRITE HIS-NEW-RECORD
           ADD 1 TO WS-HIST-WRITE-CNT
           PERFORM 1900-READ-HIST-OLD.

       2500-FIND-RULE.
      * THE ROW'S OWN CIVIL OFFICE FIRST, THEN THE ALL-OFFICES RULE.
           SET WS-RULE-NOT-FOUND TO TRUE
           SET WS-RULE-IDX TO 1
           SEARCH WS-RULE-ENTRY
             AT END CONTINUE
             WHEN WS-RULE-IDX > WS-RULE-COUNT
               CONTINUE
             WHEN WS-RUL-VALID(WS-RULE-IDX)
              AND WS-RUL-TYPE(WS-RULE-IDX) = WS-FIND-TYPE
              AND WS-RUL-OLD-CODE(WS-RULE-IDX) = WS-FIND-CODE
              AND WS-RUL-OFFICECD(WS-RULE-IDX) = WS-FIND-OFFICE
               SET WS-RULE-FOUND TO TRUE
           END-SEARCH
           IF WS-RULE-NOT-FOUND
             AND WS-FIND-OFFICE NOT = 0
             SET WS-RULE-IDX TO 1
             SEARCH WS-RULE-ENTRY
               AT END CONTINUE
               WHEN WS-RULE-IDX > WS-RULE-COUNT
                 CONTINUE
               WHEN WS-RUL-VALID(WS-RULE-IDX)
                AND WS-RUL-TYPE(WS-RULE-IDX) = WS-FIND-TYPE
                AND WS-RUL-OLD-CODE(WS-RULE-IDX) = WS-FIND-CODE
                AND WS-RUL-OFFICECD(WS-RULE-IDX) = 0
                 SET WS-RULE-FOUND TO TRUE
             END-SEARCH
           END-IF.

       2600-APPLY-HISTORY-RULE.
      * A ROW REGISTERED BEFORE THE EFFECTIVE DATE KEEPS ITS CODE;
      * AN UNPARSED DATE (ZEROS) SORTS BEFORE EVERY EFFECTIVE DATE.
           IF WS-ROW-DATE-SRT >= WS-RUL-EFF-SRT(WS-RULE-IDX)
             SET WS-RULE-APPLIES TO TRUE
             SET WS-ROW-CHANGED TO TRUE
             ADD 1 TO WS-RUL-HIST-CNT(WS-RULE-IDX)
           ELSE
             SET WS-RULE-HELD TO TRUE
             ADD 1 TO WS-RUL-HELD-CNT(WS-RULE-IDX)
           END-IF.

       2800-TALLY-HISTORY-CODES.
           MOVE "G" TO WS-LOOK-TYPE
           MOVE CS-HIS-FK-GOVERNORATECD TO WS-LOOK-CODE
           PERFORM 2900-TALLY-CODE
           IF CS-HIS-LOCALITY NOT = SPACES
             MOVE "A" TO WS-LOOK-TYPE
             MOVE CS-HIS-FK-AREACD TO WS-LOOK-CODE
             PERFORM 2900-TALLY-CODE
             MOVE "P" TO WS-LOOK-TYPE
             MOVE CS-HIS-FK-POLICE-STATICD TO WS-LOOK-CODE
             PERFORM 2900-TALLY-CODE
           END-IF.

       2850-TALLY-NEW-HISTORY-CODES.
           MOVE "G" TO WS-LOOK-TYPE
           MOVE HIS-NEW-FK-GOVERNORATECD TO WS-LOOK-CODE
           PERFORM 2900-TALLY-CODE
           IF HIS-NEW-LOCALITY NOT = SPACES
             MOVE "A" TO WS-LOOK-TYPE
             MOVE HIS-NEW-FK-AREACD TO WS-LOOK-CODE
             PERFORM 2900-TALLY-CODE
             MOVE "P" TO WS-LOOK-TYPE
             MOVE HIS-NEW-FK-POLICE-STATICD TO WS-LOOK-CODE
             PERFORM 2900-TALLY-CODE
           END-IF.

       2900-TALLY-CODE.
      * ONLY THE CODES ON THE MAPPING ARE COUNTED.
           SET WS-TLY-IDX TO 1
           SEARCH WS-TLY-ENTRY
             AT END CONTINUE
             WHEN WS-TLY-IDX > WS-TALLY-COUNT
               CONTINUE
             WHEN WS-TLY-TYPE(WS-TLY-IDX) = WS-LOOK-TYPE
              AND WS-TLY-CODE(WS-TLY-IDX) = WS-LOOK-CODE
               EVALUATE TRUE
                 WHEN WS-TALLY-HIST-BEFORE
                   ADD 1 TO WS-TLY-HIST-BEFORE(WS-TLY-IDX)
                 WHEN WS-TALLY-HIST-AFTER
                   ADD 1 TO WS-TLY-HIST-AFTER(WS-TLY-IDX)
                 WHEN WS-TALLY-NTF-BEFORE
                   ADD 1 TO WS-TLY-NTF-BEFORE(WS-TLY-IDX)
                 WHEN WS-TALLY-NTF-AFTER
                   ADD 1 TO WS-TLY-NTF-AFTER(WS-TLY-IDX)
               END-EVALUATE
           END-SEARCH.

       3000-RECODE-PENDING-ROW.
      * A PENDING NOTICE HAS NO CIVIL OFFICE AND IS OPEN WORK, SO
      * ONLY THE ALL-OFFICES GOVERNORATE RULE APPLIES, WHATEVER THE
      * EVENT DATE.
           MOVE CS-NTF-RECORD TO NTF-NEW-RECORD
           SET WS-TALLY-NTF-BEFORE TO TRUE
           MOVE "G" TO WS-LOOK-TYPE
           MOVE CS-NTF-FK-GOVERNORATECD TO WS-LOOK-CODE
           PERFORM 2900-TALLY-CODE
           MOVE "G" TO WS-FIND-TYPE
           MOVE CS-NTF-FK-GOVERNORATECD TO WS-FIND-CODE
           MOVE 0 TO WS-FIND-OFFICE
           PERFORM 2500-FIND-RULE
           IF WS-RULE-FOUND
             MOVE WS-RUL-NEW-CODE(WS-RULE-IDX)
               TO NTF-NEW-FK-GOVERNORATECD
             ADD 1 TO WS-RUL-NTF-CNT(WS-RULE-IDX)
             ADD 1 TO WS-NTF-RECODED-CNT
           ELSE
             PERFORM 3100-CHECK-OFFICE-SPLIT
           END-IF
           SET WS-TALLY-NTF-AFTER TO TRUE
           MOVE NTF-NEW-FK-GOVERNORATECD TO WS-LOOK-CODE
           PERFORM 2900-TALLY-CODE
           IF WS-DRY-RUN
             MOVE CS-NTF-RECORD TO NTF-NEW-RECORD
           END-IF
           WRITE NTF-NEW-RECORD
           ADD 1 TO WS-NTF-WRITE-CNT
           PERFORM 1950-READ-NTF-OLD.

       3100-CHECK-OFFICE-SPLIT.
      * A GOVERNORATE MAPPED ONLY OFFICE BY OFFICE LEAVES THE NOTICE
      * ON A CODE THAT IS GOING AWAY; IT IS COUNTED, NOT GUESSED AT.
           SET WS-RULE-IDX TO 1
           SEARCH WS-RULE-ENTRY
             AT END CONTINUE
             WHEN WS-RULE-IDX > WS-RULE-COUNT
               CONTINUE
             WHEN WS-RUL-VALID(WS-RULE-IDX)
              AND WS-RUL-TYPE(WS-RULE-IDX) = "G"
              AND WS-RUL-OLD-CODE(WS-RULE-IDX) = WS-FIND-CODE
              AND WS-RUL-OFFICECD(WS-RULE-IDX) NOT = 0
               ADD 1 TO WS-NTF-SPLIT-CNT
           END-SEARCH.

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

       7200-LOOKUP-CODE.
           SET WS-CODE-NOT-FOUND TO TRUE
           MOVE "*UNKNOWN*" TO WS-LOOK-DESC
           MOVE SPACES TO WS-LOOK-EFF-SRT
           MOVE SPACES TO WS-LOOK-EXP-SRT
           EVALUATE WS-LOOK-TYPE
             WHEN "G"
               PERFORM 7210-LOOKUP-GOV
             WHEN "A"
               PERFORM 7220-LOOKUP-AREA
             WHEN "P"
               PERFORM 7230-LOOKUP-POLICE
             WHEN "O"
               PERFORM 7240-LOOKUP-OFFICE
           END-EVALUATE.

       7210-LOOKUP-GOV.
           SET WS-GOV-IDX TO 1
           SEARCH WS-GOV-ENTRY
             AT END CONTINUE
             WHEN WS-GOV-IDX > WS-GOV-COUNT
               CONTINUE
             WHEN WS-GOV-CODE(WS-GOV-IDX) = WS-LOOK-CODE
               SET WS-CODE-FOUND TO TRUE
               MOVE WS-GOV-DESC(WS-GOV-IDX)    TO WS-LOOK-DESC
               MOVE WS-GOV-EFF-SRT(WS-GOV-IDX) TO WS-LOOK-EFF-SRT
               MOVE WS-GOV-EXP-SRT(WS-GOV-IDX) TO WS-LOOK-EXP-SRT
           END-SEARCH.

       7220-LOOKUP-AREA.
           SET WS-AREA-IDX TO 1
           SEARCH WS-AREA-ENTRY
             AT END CONTINUE
             WHEN WS-AREA-IDX > WS-AREA-COUNT
               CONTINUE
             WHEN WS-AREA-CODE(WS-AREA-IDX) = WS-LOOK-CODE
               SET WS-CODE-FOUND TO TRUE
               MOVE WS-AREA-DESC(WS-AREA-IDX)    TO WS-LOOK-DESC
               MOVE WS-AREA-EFF-SRT(WS-AREA-IDX) TO WS-LOOK-EFF-SRT
               MOVE WS-AREA-EXP-SRT(WS-AREA-IDX) TO WS-LOOK-EXP-SRT
           END-SEARCH.

       7230-LOOKUP-POLICE.
           SET WS-POLICE-IDX TO 1
           SEARCH WS-POLICE-ENTRY
             AT END CONTINUE
             WHEN WS-POLICE-IDX > WS-POLICE-COUNT
               CONTINUE
             WHEN WS-POLICE-CODE(WS-POLICE-IDX) = WS-LOOK-CODE
               SET WS-CODE-FOUND TO TRUE
               MOVE WS-POLICE-DESC(WS-POLICE-IDX) TO WS-LOOK-DESC
               MOVE WS-POLICE-EFF-SRT(WS-POLICE-IDX)
                 TO WS-LOOK-EFF-SRT
               MOVE WS-POLICE-EXP-SRT(WS-POLICE-IDX)
                 TO WS-LOOK-EXP-SRT
           END-SEARCH.

       7240-LOOKUP-OFFICE.
           SET WS-OFFICE-IDX TO 1
           SEARCH WS-OFFICE-ENTRY
             AT END CONTINUE
             WHEN WS-OFFICE-IDX > WS-OFFICE-COUNT
               CONTINUE
             WHEN WS-OFFICE-CODE(WS-OFFICE-IDX) = WS-LOOK-CODE
               SET WS-CODE-FOUND TO TRUE
               MOVE WS-OFFICE-DESC(WS-OFFICE-IDX) TO WS-LOOK-DESC
               MOVE WS-OFFICE-EFF-SRT(WS-OFFICE-IDX)
                 TO WS-LOOK-EFF-SRT
               MOVE WS-OFFICE-EXP-SRT(WS-OFFICE-IDX)
                 TO WS-LOOK-EXP-SRT
           END-SEARCH.

       7300-SET-TYPE-TEXT.
      * WS-LOOK-TYPE IN, PRINTED CODE TYPE OUT IN WS-LOOK-DESC
           EVALUATE WS-LOOK-TYPE
             WHEN "G"
               MOVE "GOVERNORATE" TO WS-LOOK-DESC
             WHEN "A"
               MOVE "AREA" TO WS-LOOK-DESC
             WHEN "P"
               MOVE "POLICE STN" TO WS-LOOK-DESC
             WHEN OTHER
               MOVE SPACES TO WS-LOOK-DESC
               MOVE WS-LOOK-TYPE TO WS-LOOK-DESC(1:1)
           END-EVALUATE.

       8000-WRITE-REPORT.
           IF WS-APPLY-RUN
             MOVE "APPLIED" TO WS-H1-MODE
           ELSE
             MOVE "DRY RUN - NOTHING APPLIED" TO WS-H1-MODE
           END-IF
           MOVE WS-HEADING-1 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           IF WS-RULE-REJECT-CNT > 0
             MOVE WS-REFUSED-LINE TO RED-REPORT-LINE
             WRITE RED-REPORT-LINE
           END-IF
           IF WS-RULE-OVERFLOW-CNT > 0
             MOVE WS-RULE-OVERFLOW-CNT TO WS-OVERFLOW-ED
             MOVE WS-OVERFLOW-LINE TO RED-REPORT-LINE
             WRITE RED-REPORT-LINE
           END-IF
           MOVE SPACES TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-RULE-HEADING TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-RULE-HEADING-2 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
             PERFORM 8100-WRITE-RULE-LINE
           END-PERFORM
           MOVE SPACES TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-TALLY-HEADING TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-TALLY-HEADING-2 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           PERFORM VARYING WS-TLY-IDX FROM 1 BY 1
                   UNTIL WS-TLY-IDX > WS-TALLY-COUNT
             PERFORM 8200-WRITE-TALLY-LINE
           END-PERFORM
           PERFORM 8300-WRITE-TRAILER.

       8100-WRITE-RULE-LINE.
           MOVE WS-RUL-TYPE(WS-RULE-IDX) TO WS-LOOK-TYPE
           PERFORM 7300-SET-TYPE-TEXT
           MOVE WS-LOOK-DESC TO WS-RL-TYPE
           MOVE WS-RUL-OLD-CODE(WS-RULE-IDX) TO WS-RL-OLD-ED
           MOVE WS-RUL-OLD-CODE(WS-RULE-IDX) TO WS-LOOK-CODE
           PERFORM 7200-LOOKUP-CODE
           MOVE WS-LOOK-DESC TO WS-RL-OLD-DESC
           MOVE WS-RUL-TYPE(WS-RULE-IDX) TO WS-LOOK-TYPE
           MOVE WS-RUL-NEW-CODE(WS-RULE-IDX) TO WS-RL-NEW-ED
           MOVE WS-RUL-NEW-CODE(WS-RULE-IDX) TO WS-LOOK-CODE
           PERFORM 7200-LOOKUP-CODE
           MOVE WS-LOOK-DESC TO WS-RL-NEW-DESC
           MOVE WS-RUL-EFF-DT(WS-RULE-IDX) TO WS-RL-EFF-DT
           IF WS-RUL-OFFICECD(WS-RULE-IDX) = 0
             MOVE "ALL" TO WS-RL-OFFICE
           ELSE
             MOVE WS-RUL-OFFICECD(WS-RULE-IDX) TO WS-OFFICE-ED
             MOVE WS-OFFICE-ED TO WS-RL-OFFICE
           END-IF
           IF WS-RUL-VALID(WS-RULE-IDX)
             MOVE SPACES TO WS-RL-OUTCOME
             MOVE WS-RUL-HIST-CNT(WS-RULE-IDX) TO WS-RL-HIST-ED
             MOVE WS-RUL-HELD-CNT(WS-RULE-IDX) TO WS-RL-HELD-ED
             MOVE WS-RUL-NTF-CNT(WS-RULE-IDX)  TO WS-RL-NTF-ED
           ELSE
             MOVE WS-RUL-REASON(WS-RULE-IDX) TO WS-RL-REASON
           END-IF
           MOVE SPACES TO RED-REPORT-LINE
           MOVE WS-RULE-BUILD TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE.

       8200-WRITE-TALLY-LINE.
           MOVE WS-TLY-TYPE(WS-TLY-IDX) TO WS-LOOK-TYPE
           PERFORM 7300-SET-TYPE-TEXT
           MOVE WS-LOOK-DESC TO WS-TL-TYPE
           MOVE WS-TLY-CODE(WS-TLY-IDX) TO WS-TL-CODE-ED
           MOVE WS-TLY-DESC(WS-TLY-IDX) TO WS-TL-DESC
           MOVE WS-TLY-HIST-BEFORE(WS-TLY-IDX) TO WS-TL-HIST-BEFORE-ED
           MOVE WS-TLY-HIST-AFTER(WS-TLY-IDX)  TO WS-TL-HIST-AFTER-ED
           COMPUTE WS-TL-CHANGE-ED = WS-TLY-HIST-AFTER(WS-TLY-IDX)
                                   - WS-TLY-HIST-BEFORE(WS-TLY-IDX)
           MOVE WS-TLY-NTF-BEFORE(WS-TLY-IDX)  TO WS-TL-NTF-BEFORE-ED
           MOVE WS-TLY-NTF-AFTER(WS-TLY-IDX)   TO WS-TL-NTF-AFTER-ED
           MOVE SPACES TO RED-REPORT-LINE
           MOVE WS-TALLY-BUILD TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE.

       8300-WRITE-TRAILER.
           MOVE SPACES TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-MAP-READ-CNT TO WS-TRAILER-MAP-ED
           MOVE WS-TRAILER-LINE TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-RULE-REJECT-CNT TO WS-TRAILER-REJECT-ED
           MOVE WS-TRAILER-LINE2 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-HIST-READ-CNT TO WS-TRAILER-HIST-ED
           MOVE WS-TRAILER-LINE3 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-HIST-RECODED-CNT TO WS-TRAILER-HIST-CHG-ED
           MOVE WS-TRAILER-LINE4 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-NTF-READ-CNT TO WS-TRAILER-NTF-ED
           MOVE WS-TRAILER-LINE5 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-NTF-RECODED-CNT TO WS-TRAILER-NTF-CHG-ED
           MOVE WS-TRAILER-LINE6 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE
           MOVE WS-NTF-SPLIT-CNT TO WS-TRAILER-NTF-SPL-ED
           MOVE WS-TRAILER-LINE7 TO RED-REPORT-LINE
           WRITE RED-REPORT-LINE.

       8900-LOG-COUNTS.
           MOVE WS-MAP-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 MAPPING RULES READ  : " WS-COUNT-ED
           MOVE WS-RULE-REJECT-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 RULES REJECTED      : " WS-COUNT-ED
           MOVE WS-HIST-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 HISTORY ROWS IN     : " WS-COUNT-ED
           MOVE WS-HIST-RECODED-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 HISTORY RE-CODED    : " WS-COUNT-ED
           MOVE WS-HIST-WRITE-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 HISTORY ROWS OUT    : " WS-COUNT-ED
           MOVE WS-NTF-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 PENDING NOTICES IN  : " WS-COUNT-ED
           MOVE WS-NTF-RECODED-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 PENDING RE-CODED    : " WS-COUNT-ED
           MOVE WS-NTF-SPLIT-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 PENDING LEFT, SPLIT : " WS-COUNT-ED
           MOVE WS-NTF-WRITE-CNT TO WS-COUNT-ED
           DISPLAY "CSB27P1 PENDING NOTICES OUT : " WS-COUNT-ED.

       9000-TERMINATE.
           CLOSE HIST-OLD-FILE
                 HIST-NEW-FILE
                 NTF-OLD-FILE
                 NTF-NEW-FILE
                 RED-REPORT-FILE.

       9900-LOG-RUN-END.
           COMPUTE RLW-READ-CNT = WS-HIST-READ-CNT
                         + WS-NTF-READ-CNT
           COMPUTE RLW-WRITTEN-CNT = WS-HIST-WRITE-CNT
                         + WS-NTF-WRITE-CNT
           MOVE WS-RULE-REJECT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
