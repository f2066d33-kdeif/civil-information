      *-----------------------------------------------------------------
      * DAILY INBOUND HEALTH-OFFICE NOTIFICATION LOAD
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB24P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE DAY'S NOTIFICATION FILE FROM THE HOSPITALS AND
      * HEALTH OFFICES (HLTHNTF, ONE RECORD PER BIRTH OR DEATH THEY
      * ATTENDED, DISPLAY FORMAT: HEALTH OFFICE, GOVERNORATE, EVENT
      * TYPE, EVENT DATE, NAME, SEX AND THE MOTHER'S OR DECEASED'S
      * CSONUM AND NATIONAL ID) AND RECONCILES IT, TOGETHER WITH THE
      * NOTIFICATIONS STILL PENDING FROM EARLIER DAYS, AGAINST WHAT
      * FAMILIES HAVE ACTUALLY REGISTERED. THE PENDING-NOTIFICATION
      * CONTROL FILE (NTFPEND, CSNTFREC) IS ROLLED FORWARD, OLD
      * GENERATION IN, NEW GENERATION OUT.
      *
      * A NOTIFICATION IS MATCHED BY EVENT TYPE AND IDENTITY:
      *   - A DEATH, BY THE DECEASED'S CSONUM, TO A DEATH
      *     REGISTRATION ON THE DAY'S EXTRACT (REGEXTR, CSREGREC -
      *     THE DECEASED TAKEN AS CSB08P1 TAKES IT) OR TO A PERSON
      *     ALREADY MARKED DECEASED (RECSTATT 2) ON THE PERSON
      *     REGISTER (PERSMAST, CSPERREC), WHERE CSB08P1 RECORDS
      *     EVERY DEATH REGISTERED BEFORE TODAY
      *   - A BIRTH, BY THE MOTHER'S CSONUM AND THE BIRTH DATE, TO A
      *     BIRTH REGISTRATION ON THE DAY'S EXTRACT OR TO THE
      *     MOTHER'S LINK ON THE PARENT-CHILD CROSS-REFERENCE
      *     (PARCHLD, CSPCXREC), WHICH CARRIES THE MOTHER THE
      *     HISTORY ROW DOES NOT
      * A CSONUM RETIRED BY A CONFIRMED MERGE (CSONALS, CSALSREC) IS
      * MATCHED AS ITS SURVIVOR ON BOTH SIDES. A NOTIFICATION WITH NO
      * IDENTITY CSONUM NEVER MATCHES AND STAYS PENDING UNTIL THE
      * CIVIL OFFICE VISITS THE FAMILY.
      *
      * OUTCOMES:
      *   - A MATCHED NOTIFICATION IS LISTED (ALREADY REGISTERED, OR
      *     CLEARED FROM PENDING) AND DROPPED FROM THE CONTROL FILE
      *   - AN UNMATCHED ONE IS CARRIED ON THE CONTROL FILE; A NEW
      *     ONE IS ADDED WITH TODAY AS THE RECEIVED DATE
      *   - A NEW NOTIFICATION REPEATING ONE ALREADY HELD (SAME
      *     IDENTITY, KEY DATE, HEALTH OFFICE, SEX, NAME AND EVENT
      *     DATE) IS COUNTED AS A DUPLICATE AND DROPPED
      *   - A NOTIFICATION WITH AN EVENT TYPE OTHER THAN 1 OR 2, A
      *     NON-NUMERIC CODE OR IDENTITY, OR AN EVENT DATE THAT DOES
      *     NOT PARSE OR IS AFTER TODAY IS LISTED AS REJECTED FOR THE
      *     HEALTH OFFICE TO RESEND
      * THE WEEKLY AGING REPORT (CSB25P1) READS THE RESULT.
      *
      * RUN DAILY ON RECEIPT OF THE HEALTH OFFICES' FILE, AFTER THE
      * NIGHTLY EXTRACT, BY THE SAME SCHEDULE THAT DRIVES CSB01P1.
      * THE LISTING (NTFLOAD) GOES TO REGISTRATION CONTROL; RECORD
      * COUNTS ALSO GO TO THE JOB LOG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-IN-FILE     ASSIGN TO "HLTHNTF"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NTF-OLD-FILE       ASSIGN TO "NTFPENDI"
               ORGANIZATION IS SEQUENTIAL.
           SELECT NTF-NEW-FILE       ASSIGN TO "NTFPENDO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REG-EXTRACT-FILE   ASSIGN TO "REGEXTR"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS SEQUENTIAL.
           SELECT PARCHLD-FILE       ASSIGN TO "PARCHLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "CSONALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ALS-RETIRED-CSONUM.
           SELECT NTF-LOAD-RPT-FILE  ASSIGN TO "NTFLOAD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  NOTIFY-IN-FILE
           RECORDING MODE IS F.
       01  INB-RECORD.
           05  INB-HEALTH-OFFICCD     PIC 9(9).
           05  INB-GOVERNORATECD      PIC 9(4).
           05  INB-EVENT-TYPE         PIC X(1).
           05  INB-EVENT-DT           PIC X(10).
           05  INB-NAME               PIC X(15).
           05  INB-SEX                PIC X(1).
           05  INB-IDENT-CSONUM       PIC 9(9).
           05  INB-IDENT-IDNUM        PIC 9(14).
           05  FILLER                 PIC X(17).

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

       FD  REG-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY CSREGREC.

       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  PARCHLD-FILE
           RECORDING MODE IS F.
           COPY CSPCXREC.

       FD  ALIAS-FILE
           RECORDING MODE IS F.
           COPY CSALSREC.

       FD  NTF-LOAD-RPT-FILE
           RECORDING MODE IS F.
       01  NTF-LOAD-RPT-LINE          PIC X(132).

       SD  SORT-WORK-FILE.
       01  SRT-NTF-RECORD.
           05  SRT-NTF-EVENT-TYPE     PIC X(1).
           05  SRT-NTF-IDENT-CSONUM   PIC S9(9) COMP.
           05  SRT-NTF-KEY-DATE       PIC X(8).
           05  SRT-NTF-KIND           PIC X(1).
             88  SRT-NTF-EVIDENCE     VALUE "1".
             88  SRT-NTF-NOTICE       VALUE "2".
           05  SRT-NTF-OFFICECD       PIC S9(9) COMP.
           05  SRT-NTF-SEX            PIC X(1).
           05  SRT-NTF-NAME           PIC X(15).
           05  SRT-NTF-EVENT-SRT      PIC X(8).
           05  SRT-NTF-SOURCE         PIC X(1).
             88  SRT-NTF-PENDING      VALUE "1".
             88  SRT-NTF-NEW          VALUE "2".
           05  SRT-NTF-IMAGE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-INB-EOF-SW          PIC X(1) VALUE "N".
             88  WS-INB-EOF           VALUE "Y".
           05  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
             88  WS-OLD-EOF           VALUE "Y".
           05  WS-REG-EOF-SW          PIC X(1) VALUE "N".
             88  WS-REG-EOF           VALUE "Y".
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".
           05  WS-PCX-EOF-SW          PIC X(1) VALUE "N".
             88  WS-PCX-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".

       01  WS-ALIAS-EOF-SW            PIC X(1) VALUE "N".
             88  WS-ALIAS-EOF         VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).

       01  WS-MAX-ALIAS               PIC S9(4) COMP VALUE 5000.

      * LOADED IN RETIRED-NUMBER ORDER FROM THE KEYED ALIAS FILE, SO
      * THE TABLE IS SEARCHED BINARY FOR EVERY IDENTITY
       01  WS-ALIAS-TABLE.
           05  WS-ALS-ENTRY OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WS-ALS-COUNT
                            ASCENDING KEY IS WS-ALS-RETIRED
                            INDEXED BY WS-ALS-IDX.
             10  WS-ALS-RETIRED       PIC S9(9) COMP.
             10  WS-ALS-SURVIVOR      PIC S9(9) COMP.
       01  WS-ALS-COUNT               PIC S9(4) COMP VALUE 0.

       01  WS-ALIAS-CSONUM            PIC S9(9) COMP.
       01  WS-ALIAS-SW                PIC X(1).
             88  WS-IS-RETIRED        VALUE "Y".
             88  WS-NOT-RETIRED       VALUE "N".

      * THE NOTIFICATION BEING BUILT, RELEASED OR SETTLED
           COPY CSNTFREC REPLACING
                CS-NTF-RECORD            BY WS-BLD-RECORD
                CS-NTF-EVENT-TYPE        BY WS-BLD-EVENT-TYPE
                CS-NTF-BIRTH             BY WS-BLD-BIRTH
                CS-NTF-DEATH             BY WS-BLD-DEATH
                CS-NTF-IDENT-CSONUM      BY WS-BLD-IDENT-CSONUM
                CS-NTF-KEY-DATE          BY WS-BLD-KEY-DATE
                CS-NTF-EVENT-DT          BY WS-BLD-EVENT-DT
                CS-NTF-EVENT-SRT         BY WS-BLD-EVENT-SRT
                CS-NTF-FK-HEALTH-OFFICCD BY WS-BLD-FK-HEALTH-OFFICCD
                CS-NTF-FK-GOVERNORATECD  BY WS-BLD-FK-GOVERNORATECD
                CS-NTF-NAME              BY WS-BLD-NAME
                CS-NTF-SEX               BY WS-BLD-SEX
                CS-NTF-IDENT-IDNUM       BY WS-BLD-IDENT-IDNUM
                CS-NTF-RECEIVED-DT       BY WS-BLD-RECEIVED-DT.

      * A REGISTRATION FOUND ON ONE OF THE THREE SOURCES
       01  WS-EVIDENCE-FIELDS.
           05  WS-EVD-TYPE            PIC X(1).
           05  WS-EVD-CSONUM          PIC S9(9) COMP.
           05  WS-EVD-KEY-DATE        PIC X(8).

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".

      * MATCH KEY IN PROGRESS ON THE WAY OUT OF THE SORT, AND THE
      * LAST NOTIFICATION KEPT UNDER IT, FOR THE DUPLICATE CHECK
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-EVENT-TYPE    PIC X(1) VALUE SPACE.
           05  WS-GROUP-CSONUM        PIC S9(9) COMP VALUE -1.
           05  WS-GROUP-KEY-DATE      PIC X(8) VALUE SPACES.
           05  WS-GROUP-MATCH-SW      PIC X(1) VALUE "N".
             88  WS-GROUP-MATCHED     VALUE "Y".
             88  WS-GROUP-UNMATCHED   VALUE "N".
           05  WS-PRIOR-NOTICE-SW     PIC X(1) VALUE "N".
             88  WS-PRIOR-NOTICE      VALUE "Y".
             88  WS-NO-PRIOR-NOTICE   VALUE "N".
           05  WS-PRIOR-OFFICECD      PIC S9(9) COMP.
           05  WS-PRIOR-SEX           PIC X(1).
           05  WS-PRIOR-NAME          PIC X(15).
           05  WS-PRIOR-EVENT-SRT     PIC X(8).

       01  WS-COUNTERS.
           05  WS-INB-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-REJECT-CNT          PIC S9(7) COMP-3 VALUE 0.
           05  WS-OLD-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-EVIDENCE-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-DUP-CNT             PIC S9(7) COMP-3 VALUE 0.
           05  WS-ALREADY-REG-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-CLEARED-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-ADDED-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-CARRIED-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-NEW-WRITE-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-OUTCOME-TEXT            PIC X(34).

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "HEALTH-OFFICE NOTIFICATION RECONCILIATION -".
           05  FILLER                 PIC X(15) VALUE
               " DAILY LOAD".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7) VALUE "EVENT".
           05  FILLER                 PIC X(11) VALUE "H-OFFICE".
           05  FILLER                 PIC X(6) VALUE "GOV".
           05  FILLER                 PIC X(12) VALUE "EVENT DATE".
           05  FILLER                 PIC X(11) VALUE "IDENTITY".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(4) VALUE "SEX".
           05  FILLER                 PIC X(34) VALUE "OUTCOME".

      * A SETTLED NOTIFICATION, FROM THE BUILT RECORD
       01  WS-SETTLED-DETAIL.
           05  WS-SET-EVENT           PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-OFFICE-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-GOV-ED          PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-EVENT-DT        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-IDENT-ED        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-NAME            PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-SET-SEX             PIC X(1).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-SET-OUTCOME         PIC X(34).

      * A REJECTED NOTIFICATION, AS RECEIVED
       01  WS-REJECT-DETAIL.
           05  WS-REJ-EVENT           PIC X(5).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-OFFICE          PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-GOV             PIC X(4).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-EVENT-DT        PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-IDENT           PIC X(9).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-NAME            PIC X(15).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-REJ-SEX             PIC X(1).
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-REJ-OUTCOME         PIC X(34).

       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "NOTIFICATIONS READ: ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "REJECTED          : ".
           05  WS-TRAILER-REJECT-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "DUPLICATES DROPPED: ".
           05  WS-TRAILER-DUP-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "ALREADY REGISTERED: ".
           05  WS-TRAILER-ALREADY-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE5.
           05  FILLER                 PIC X(20) VALUE
               "NEWLY PENDING     : ".
           05  WS-TRAILER-ADDED-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE6.
           05  FILLER                 PIC X(20) VALUE
               "PENDING CARRIED IN: ".
           05  WS-TRAILER-OLD-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE7.
           05  FILLER                 PIC X(20) VALUE
               "CLEARED, NOW REG  : ".
           05  WS-TRAILER-CLEARED-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE8.
           05  FILLER                 PIC X(20) VALUE
               "STILL PENDING     : ".
           05  WS-TRAILER-CARRIED-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE9.
           05  FILLER                 PIC X(20) VALUE
               "PENDING OUT       : ".
           05  WS-TRAILER-NEW-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE10.
           05  FILLER                 PIC X(20) VALUE
               "REGISTRATIONS SEEN: ".
           05  WS-TRAILER-EVD-ED      PIC ZZZ,ZZZ,ZZ9.

       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-NTF-EVENT-TYPE
                                SRT-NTF-IDENT-CSONUM
                                SRT-NTF-KEY-DATE
                                SRT-NTF-KIND
                                SRT-NTF-OFFICECD
                                SRT-NTF-SEX
                                SRT-NTF-NAME
                                SRT-NTF-EVENT-SRT
                                SRT-NTF-SOURCE
               INPUT PROCEDURE IS 2000-RELEASE-NOTICES-AND-REGS
               OUTPUT PROCEDURE IS 3000-RECONCILE-NOTICES
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB24P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT NTF-NEW-FILE
                       NTF-LOAD-RPT-FILE
           MOVE WS-HEADING-1 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-HEADING-2 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           PERFORM 1100-LOAD-ALIAS-TABLE.

       1100-LOAD-ALIAS-TABLE.
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

       1900-READ-NOTIFY-IN.
           READ NOTIFY-IN-FILE
             AT END SET WS-INB-EOF TO TRUE
             NOT AT END ADD 1 TO WS-INB-READ-CNT
           END-READ.

       1950-READ-NTF-OLD.
           READ NTF-OLD-FILE
             AT END SET WS-OLD-EOF TO TRUE
             NOT AT END ADD 1 TO WS-OLD-READ-CNT
           END-READ.

       2000-RELEASE-NOTICES-AND-REGS.
           PERFORM 2100-RELEASE-NEW-NOTICES
           PERFORM 2200-RELEASE-PENDING
           PERFORM 2300-RELEASE-EXTRACT-REGS
           PERFORM 2400-RELEASE-REGISTER-DEATHS
           PERFORM 2500-RELEASE-MOTHER-LINKS.

       2100-RELEASE-NEW-NOTICES.
           OPEN INPUT NOTIFY-IN-FILE
           PERFORM 1900-READ-NOTIFY-IN
           PERFORM UNTIL WS-INB-EOF
             PERFORM 2110-EDIT-NOTICE
             IF WS-OUTCOME-TEXT = SPACES
               PERFORM 2150-BUILD-NEW-NOTICE
               PERFORM 2800-RELEASE-NOTICE
             ELSE
               PERFORM 4100-WRITE-REJECT-LINE
             END-IF
             PERFORM 1900-READ-NOTIFY-IN
           END-PERFORM
           CLOSE NOTIFY-IN-FILE.

       2110-EDIT-NOTICE.
           MOVE SPACES TO WS-OUTCOME-TEXT
           MOVE INB-EVENT-DT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           EVALUATE TRUE
             WHEN INB-EVENT-TYPE NOT = "1"
               AND INB-EVENT-TYPE NOT = "2"
               MOVE "REJECTED - EVENT TYPE NOT 1 OR 2"
                 TO WS-OUTCOME-TEXT
             WHEN INB-HEALTH-OFFICCD IS NOT NUMERIC
               OR INB-GOVERNORATECD IS NOT NUMERIC
               MOVE "REJECTED - OFFICE/GOV NOT NUMERIC"
                 TO WS-OUTCOME-TEXT
             WHEN INB-IDENT-CSONUM IS NOT NUMERIC
               OR INB-IDENT-IDNUM IS NOT NUMERIC
               MOVE "REJECTED - IDENTITY NOT NUMERIC"
                 TO WS-OUTCOME-TEXT
             WHEN WS-DATE-BAD
               MOVE "REJECTED - EVENT DATE INVALID"
                 TO WS-OUTCOME-TEXT
             WHEN WS-DATE-SRT > WS-RUN-DATE
               MOVE "REJECTED - EVENT DATE AFTER TODAY"
                 TO WS-OUTCOME-TEXT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2150-BUILD-NEW-NOTICE.
           MOVE SPACES TO WS-BLD-RECORD
           MOVE INB-EVENT-TYPE     TO WS-BLD-EVENT-TYPE
           MOVE INB-IDENT-CSONUM   TO WS-BLD-IDENT-CSONUM
           MOVE INB-EVENT-DT       TO WS-BLD-EVENT-DT
           MOVE WS-DATE-SRT        TO WS-BLD-EVENT-SRT
           IF WS-BLD-BIRTH
             MOVE WS-DATE-SRT      TO WS-BLD-KEY-DATE
           ELSE
             MOVE "00000000"       TO WS-BLD-KEY-DATE
           END-IF
           MOVE INB-HEALTH-OFFICCD TO WS-BLD-FK-HEALTH-OFFICCD
           MOVE INB-GOVERNORATECD  TO WS-BLD-FK-GOVERNORATECD
           MOVE INB-NAME           TO WS-BLD-NAME
           MOVE INB-SEX            TO WS-BLD-SEX
           MOVE INB-IDENT-IDNUM    TO WS-BLD-IDENT-IDNUM
           MOVE WS-RUN-DATE        TO WS-BLD-RECEIVED-DT
           MOVE "2"                TO SRT-NTF-SOURCE.

       2200-RELEASE-PENDING.
      * THE IDENTITY IS TRANSLATED AGAIN IN CASE A MERGE HAS
      * RETIRED IT SINCE THE NOTIFICATION WAS PENDED.
           OPEN INPUT NTF-OLD-FILE
           PERFORM 1950-READ-NTF-OLD
           PERFORM UNTIL WS-OLD-EOF
             MOVE CS-NTF-RECORD TO WS-BLD-RECORD
             MOVE "1" TO SRT-NTF-SOURCE
             PERFORM 2800-RELEASE-NOTICE
             PERFORM 1950-READ-NTF-OLD
           END-PERFORM
           CLOSE NTF-OLD-FILE.

       2300-RELEASE-EXTRACT-REGS.
           OPEN INPUT REG-EXTRACT-FILE
           PERFORM UNTIL WS-REG-EOF
             READ REG-EXTRACT-FILE
               AT END SET WS-REG-EOF TO TRUE
               NOT AT END PERFORM 2310-RELEASE-EXTRACT-REG
             END-READ
           END-PERFORM
           CLOSE REG-EXTRACT-FILE.

       2310-RELEASE-EXTRACT-REG.
           EVALUATE CS-REG-REGTYP
             WHEN "1"
               MOVE CS-REG-BRTHDT TO WS-DATE-DMY
               PERFORM 7000-CONVERT-DATE
               IF WS-DATE-OK
                 MOVE "1"            TO WS-EVD-TYPE
                 MOVE CS-REG-M-CSONUM TO WS-EVD-CSONUM
                 MOVE WS-DATE-SRT    TO WS-EVD-KEY-DATE
                 PERFORM 2850-RELEASE-EVIDENCE
               END-IF
             WHEN "2"
               MOVE "2" TO WS-EVD-TYPE
               IF CS-REG-FK-PERSONCSONUM > 0
                 MOVE CS-REG-FK-PERSONCSONUM TO WS-EVD-CSONUM
               ELSE
                 MOVE CS-REG-CSONUM TO WS-EVD-CSONUM
               END-IF
               MOVE "00000000" TO WS-EVD-KEY-DATE
               PERFORM 2850-RELEASE-EVIDENCE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       2400-RELEASE-REGISTER-DEATHS.
      * THE REGISTER IS KEYED ON THE DECEASED'S OWN CSONUM, WHERE A
      * HISTORY ROW IS KEYED UNDER THE DEATH REGISTRATION'S.
           OPEN INPUT PERSON-MASTER-FILE
           PERFORM UNTIL WS-MASTER-EOF
             READ PERSON-MASTER-FILE
               AT END SET WS-MASTER-EOF TO TRUE
               NOT AT END
                 IF CS-PER-RECSTATT = "2"
                   MOVE "2"           TO WS-EVD-TYPE
                   MOVE CS-PER-CSONUM TO WS-EVD-CSONUM
                   MOVE "00000000"    TO WS-EVD-KEY-DATE
                   PERFORM 2850-RELEASE-EVIDENCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PERSON-MASTER-FILE.

       2500-RELEASE-MOTHER-LINKS.
           OPEN INPUT PARCHLD-FILE
           PERFORM UNTIL WS-PCX-EOF
             READ PARCHLD-FILE
               AT END SET WS-PCX-EOF TO TRUE
               NOT AT END
                 IF CS-PCX-ROLE = "M"
                   AND CS-PCX-BRTHDT-SRT NOT = "00000000"
                   MOVE "1"                  TO WS-EVD-TYPE
                   MOVE CS-PCX-PARENT-CSONUM TO WS-EVD-CSONUM
                   MOVE CS-PCX-BRTHDT-SRT    TO WS-EVD-KEY-DATE
                   PERFORM 2850-RELEASE-EVIDENCE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PARCHLD-FILE.

       2800-RELEASE-NOTICE.
           IF WS-BLD-IDENT-CSONUM > 0
             MOVE WS-BLD-IDENT-CSONUM TO WS-ALIAS-CSONUM
             PERFORM 2900-TRANSLATE-RETIRED-ALIAS
             MOVE WS-ALIAS-CSONUM TO WS-BLD-IDENT-CSONUM
           END-IF
           MOVE WS-BLD-EVENT-TYPE        TO SRT-NTF-EVENT-TYPE
           MOVE WS-BLD-IDENT-CSONUM      TO SRT-NTF-IDENT-CSONUM
           MOVE WS-BLD-KEY-DATE          TO SRT-NTF-KEY-DATE
           MOVE "2"                      TO SRT-NTF-KIND
           MOVE WS-BLD-FK-HEALTH-OFFICCD TO SRT-NTF-OFFICECD
           MOVE WS-BLD-SEX               TO SRT-NTF-SEX
           MOVE WS-BLD-NAME              TO SRT-NTF-NAME
           MOVE WS-BLD-EVENT-SRT         TO SRT-NTF-EVENT-SRT
           MOVE WS-BLD-RECORD            TO SRT-NTF-IMAGE
           RELEASE SRT-NTF-RECORD.

       2850-RELEASE-EVIDENCE.
      * A REGISTRATION WITH NO MOTHER OR DECEASED CSONUM CANNOT
      * SETTLE ANY NOTIFICATION.
           IF WS-EVD-CSONUM > 0
             MOVE WS-EVD-CSONUM TO WS-ALIAS-CSONUM
             PERFORM 2900-TRANSLATE-RETIRED-ALIAS
             MOVE WS-EVD-TYPE     TO SRT-NTF-EVENT-TYPE
             MOVE WS-ALIAS-CSONUM TO SRT-NTF-IDENT-CSONUM
             MOVE WS-EVD-KEY-DATE TO SRT-NTF-KEY-DATE
             MOVE "1"             TO SRT-NTF-KIND
             MOVE 0               TO SRT-NTF-OFFICECD
             MOVE SPACE           TO SRT-NTF-SEX
             MOVE SPACES          TO SRT-NTF-NAME
             MOVE SPACES          TO SRT-NTF-EVENT-SRT
             MOVE SPACE           TO SRT-NTF-SOURCE
             MOVE SPACES          TO SRT-NTF-IMAGE
             RELEASE SRT-NTF-RECORD
             ADD 1 TO WS-EVIDENCE-CNT
           END-IF.

       2900-TRANSLATE-RETIRED-ALIAS.
      * A RETIRED CSONUM'S EVENTS BELONG TO THE SURVIVOR.
           SET WS-NOT-RETIRED TO TRUE
           IF WS-ALS-COUNT > 0
             SEARCH ALL WS-ALS-ENTRY
               AT END CONTINUE
               WHEN WS-ALS-RETIRED(WS-ALS-IDX) = WS-ALIAS-CSONUM
                 SET WS-IS-RETIRED TO TRUE
                 MOVE WS-ALS-SURVIVOR(WS-ALS-IDX) TO WS-ALIAS-CSONUM
             END-SEARCH
           END-IF.

       3000-RECONCILE-NOTICES.
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-TAKE-ONE-RECORD
             END-RETURN
           END-PERFORM.

       3100-TAKE-ONE-RECORD.
      * REGISTRATIONS SORT AHEAD OF THE NOTIFICATIONS UNDER THE SAME
      * MATCH KEY, SO THE GROUP IS KNOWN MATCHED BEFORE ANY
      * NOTIFICATION IN IT IS SETTLED.
           IF SRT-NTF-EVENT-TYPE NOT = WS-GROUP-EVENT-TYPE
             OR SRT-NTF-IDENT-CSONUM NOT = WS-GROUP-CSONUM
             OR SRT-NTF-KEY-DATE NOT = WS-GROUP-KEY-DATE
             MOVE SRT-NTF-EVENT-TYPE   TO WS-GROUP-EVENT-TYPE
             MOVE SRT-NTF-IDENT-CSONUM TO WS-GROUP-CSONUM
             MOVE SRT-NTF-KEY-DATE     TO WS-GROUP-KEY-DATE
             SET WS-GROUP-UNMATCHED TO TRUE
             SET WS-NO-PRIOR-NOTICE TO TRUE
           END-IF
           IF SRT-NTF-EVIDENCE
             SET WS-GROUP-MATCHED TO TRUE
           ELSE
             PERFORM 3200-SETTLE-NOTICE
           END-IF.

       3200-SETTLE-NOTICE.
      * A PENDING RECORD SORTS AHEAD OF A NEW COPY OF ITSELF, SO THE
      * NEW ONE IS THE DUPLICATE DROPPED.
           MOVE SRT-NTF-IMAGE TO WS-BLD-RECORD
           IF WS-PRIOR-NOTICE
             AND SRT-NTF-OFFICECD  = WS-PRIOR-OFFICECD
             AND SRT-NTF-SEX       = WS-PRIOR-SEX
             AND SRT-NTF-NAME      = WS-PRIOR-NAME
             AND SRT-NTF-EVENT-SRT = WS-PRIOR-EVENT-SRT
             ADD 1 TO WS-DUP-CNT
           ELSE
             SET WS-PRIOR-NOTICE TO TRUE
             MOVE SRT-NTF-OFFICECD  TO WS-PRIOR-OFFICECD
             MOVE SRT-NTF-SEX       TO WS-PRIOR-SEX
             MOVE SRT-NTF-NAME      TO WS-PRIOR-NAME
             MOVE SRT-NTF-EVENT-SRT TO WS-PRIOR-EVENT-SRT
             IF WS-GROUP-MATCHED
               PERFORM 3300-CLEAR-NOTICE
             ELSE
               PERFORM 3400-KEEP-PENDING
             END-IF
           END-IF.

       3300-CLEAR-NOTICE.
           IF SRT-NTF-NEW
             MOVE "ALREADY REGISTERED" TO WS-OUTCOME-TEXT
             ADD 1 TO WS-ALREADY-REG-CNT
           ELSE
             MOVE "REGISTERED - CLEARED FROM PENDING"
               TO WS-OUTCOME-TEXT
             ADD 1 TO WS-CLEARED-CNT
           END-IF
           PERFORM 4000-WRITE-SETTLED-LINE.

       3400-KEEP-PENDING.
           IF SRT-NTF-NEW
             ADD 1 TO WS-ADDED-CNT
           ELSE
             ADD 1 TO WS-CARRIED-CNT
           END-IF
           WRITE NTF-NEW-RECORD FROM WS-BLD-RECORD
           ADD 1 TO WS-NEW-WRITE-CNT.

       4000-WRITE-SETTLED-LINE.
           IF WS-BLD-BIRTH
             MOVE "BIRTH" TO WS-SET-EVENT
           ELSE
             MOVE "DEATH" TO WS-SET-EVENT
           END-IF
           MOVE WS-BLD-FK-HEALTH-OFFICCD TO WS-SET-OFFICE-ED
           MOVE WS-BLD-FK-GOVERNORATECD  TO WS-SET-GOV-ED
           MOVE WS-BLD-EVENT-DT          TO WS-SET-EVENT-DT
           MOVE WS-BLD-IDENT-CSONUM      TO WS-SET-IDENT-ED
           MOVE WS-BLD-NAME              TO WS-SET-NAME
           MOVE WS-BLD-SEX               TO WS-SET-SEX
           MOVE WS-OUTCOME-TEXT          TO WS-SET-OUTCOME
           MOVE WS-SETTLED-DETAIL TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE.

       4100-WRITE-REJECT-LINE.
           MOVE INB-EVENT-TYPE     TO WS-REJ-EVENT
           MOVE INB-HEALTH-OFFICCD TO WS-REJ-OFFICE
           MOVE INB-GOVERNORATECD  TO WS-REJ-GOV
           MOVE INB-EVENT-DT       TO WS-REJ-EVENT-DT
           MOVE INB-IDENT-CSONUM   TO WS-REJ-IDENT
           MOVE INB-NAME           TO WS-REJ-NAME
           MOVE INB-SEX            TO WS-REJ-SEX
           MOVE WS-OUTCOME-TEXT    TO WS-REJ-OUTCOME
           MOVE WS-REJECT-DETAIL TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           ADD 1 TO WS-REJECT-CNT.

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
           MOVE SPACES TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-INB-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-REJECT-CNT TO WS-TRAILER-REJECT-ED
           MOVE WS-TRAILER-LINE2 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-DUP-CNT TO WS-TRAILER-DUP-ED
           MOVE WS-TRAILER-LINE3 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-ALREADY-REG-CNT TO WS-TRAILER-ALREADY-ED
           MOVE WS-TRAILER-LINE4 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-ADDED-CNT TO WS-TRAILER-ADDED-ED
           MOVE WS-TRAILER-LINE5 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-OLD-READ-CNT TO WS-TRAILER-OLD-ED
           MOVE WS-TRAILER-LINE6 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-CLEARED-CNT TO WS-TRAILER-CLEARED-ED
           MOVE WS-TRAILER-LINE7 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-CARRIED-CNT TO WS-TRAILER-CARRIED-ED
           MOVE WS-TRAILER-LINE8 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-NEW-WRITE-CNT TO WS-TRAILER-NEW-ED
           MOVE WS-TRAILER-LINE9 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-EVIDENCE-CNT TO WS-TRAILER-EVD-ED
           MOVE WS-TRAILER-LINE10 TO NTF-LOAD-RPT-LINE
           WRITE NTF-LOAD-RPT-LINE
           MOVE WS-INB-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB24P1 NOTIFICATIONS READ  : " WS-COUNT-ED
           MOVE WS-REJECT-CNT TO WS-COUNT-ED
           DISPLAY "CSB24P1 NOTIFICATIONS REJ   : " WS-COUNT-ED
           MOVE WS-NEW-WRITE-CNT TO WS-COUNT-ED
           DISPLAY "CSB24P1 PENDING RECORDS OUT : " WS-COUNT-ED.

       9000-TERMINATE.
           CLOSE NTF-NEW-FILE
                 NTF-LOAD-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-INB-READ-CNT TO RLW-READ-CNT
           MOVE WS-NEW-WRITE-CNT TO RLW-WRITTEN-CNT
           MOVE WS-REJECT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
