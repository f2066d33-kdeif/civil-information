      *-----------------------------------------------------------------
      * MONTHLY PERSON-REGISTER INTEGRITY AUDIT
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB20P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * PROVES THE CUMULATIVE FILES STILL AGREE WITH EACH OTHER,
      * WHERE CSB04P1 ONLY PROVES THE LINKS ON ONE NIGHT'S EXTRACT.
      * READS THE PERSON REGISTER (PERSMAST, CSPERREC, ASCENDING
      * CSONUM SEQUENCE), THE REGISTRATION HISTORY (REGHIST,
      * CSHISREC) AND THE PARENT-CHILD CROSS-REFERENCE (PARCHLD,
      * CSPCXREC) TOGETHER: THE HISTORY ROWS AND BOTH ENDS OF EVERY
      * PARENT-CHILD LINK ARE SORTED BY CSONUM AND MATCHED AGAINST
      * THE REGISTER IN ONE SEQUENTIAL PASS.
      *
      * CONTRADICTIONS REPORTED:
      *   - RECSTATT DECEASED WITH NO DEATH REGISTRATION
      *   - CURMARSTAT MARRIED WITH NO MARRIAGE REGISTRATION, OR
      *     WITH THE LAST MARRIAGE NOT AFTER THE LAST DIVORCE
      *   - NO BIRTH REGISTRATION AT ALL
      *   - A PARCHLD PARENT OR CHILD CSONUM NOT ON THE REGISTER
      *
      * HISTORY KEYED UNDER A CSONUM RETIRED BY A CONFIRMED MERGE
      * (CSONALS, CSALSREC, KEPT BY CSOMERGE) COUNTS TOWARD ITS
      * SURVIVOR, AND A PARCHLD LINK TO A RETIRED NUMBER IS PROVED
      * AGAINST THE SURVIVOR, THE SAME WAY HISTINQ AND CSB04P1
      * FOLLOW THE LINK. A RETIRED NUMBER'S OWN REGISTER RECORD IS
      * NOT AUDITED - ITS EVENTS NOW BELONG TO THE SURVIVOR.
      *
      * A HISTORY ROW IS KEYED UNDER THE REGISTRATION'S OWN CSONUM,
      * BUT CSB08P1 APPLIES A DEATH TO THE PERSON LINK (THE OWN
      * CSONUM WHEN THE LINK IS ZERO) AND A MARRIAGE OR DIVORCE TO
      * EACH NON-ZERO PARTY LINK, SO THE AUDIT CREDITS THE EVENT TO
      * THE SAME PERSONS. ROWS MERGED BEFORE THE LINKS WERE CARRIED
      * ON THE HISTORY ARE CREDITED TO THE OWN CSONUM.
      *
      * ROWS MOVED OFF THE ONLINE HISTORY BY THE ANNUAL ARCHIVE
      * (CSB14P1) ARE READ BACK FROM THE ARCHIVE GENERATIONS
      * (REGHARCH, CONCATENATED, SAME CSHISREC SHAPE), SO AN OLD
      * BIRTH OR MARRIAGE STILL PROVES THE REGISTER. WITH NO
      * ARCHIVE YET ONLY THE ONLINE HISTORY IS READ.
      *
      * RUN MONTHLY AFTER THE LAST NIGHTLY CYCLE OF THE MONTH. THE
      * REPORT GOES TO REGISTRATION CONTROL, WHO CLEAR THE
      * CONTRADICTIONS IN BULK BEFORE MARELCHK REFUSES A CITIZEN AT
      * THE COUNTER ON STALE DATA.
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
           SELECT OPTIONAL HIST-ARCH-FILE ASSIGN TO "REGHARCH"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "CSONALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-ALS-RETIRED-CSONUM.
           SELECT PARCHLD-FILE       ASSIGN TO "PARCHLD"
               ORGANIZATION IS SEQUENTIAL.
           SELECT INTEGRITY-RPT-FILE ASSIGN TO "INTEGRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY CSHISREC.

       FD  HIST-ARCH-FILE
           RECORDING MODE IS F.
           COPY CSHISREC REPLACING
                CS-HIS-RECORD            BY HIS-ARCH-RECORD
                CS-HIS-KEY               BY HIS-ARCH-KEY
                CS-HIS-CSONUM            BY HIS-ARCH-CSONUM
                CS-HIS-REGDT-SRT         BY HIS-ARCH-REGDT-SRT
                CS-HIS-SEQ               BY HIS-ARCH-SEQ
                CS-HIS-REGDT             BY HIS-ARCH-REGDT
                CS-HIS-REGTYP            BY HIS-ARCH-REGTYP
                CS-HIS-BKNUM             BY HIS-ARCH-BKNUM
                CS-HIS-REGNUM            BY HIS-ARCH-REGNUM
                CS-HIS-FK-CIVIL-OFFICECD BY HIS-ARCH-FK-CIVIL-OFFICECD
                CS-HIS-FK-GOVERNORATECD  BY HIS-ARCH-FK-GOVERNORATECD
                CS-HIS-LOCALITY          BY HIS-ARCH-LOCALITY
                CS-HIS-FK-AREACD         BY HIS-ARCH-FK-AREACD
                CS-HIS-FK-POLICE-STATICD BY HIS-ARCH-FK-POLICE-STATICD
                CS-HIS-PARTIES           BY HIS-ARCH-PARTIES
                CS-HIS-FK-PERSONCSONUM   BY HIS-ARCH-FK-PERSONCSONUM
                CS-HIS-FK0PERSONCSONUM   BY HIS-ARCH-FK0PERSONCSONUM.

       FD  ALIAS-FILE
           RECORDING MODE IS F.
           COPY CSALSREC.

       FD  PARCHLD-FILE
           RECORDING MODE IS F.
           COPY CSPCXREC.

       FD  INTEGRITY-RPT-FILE
           RECORDING MODE IS F.
       01  INTEGRITY-RPT-LINE         PIC X(132).

       SD  SORT-WORK-FILE.
       01  SRT-AUD-RECORD.
           05  SRT-AUD-CSONUM         PIC S9(9) COMP.
           05  SRT-AUD-KIND           PIC X(1).
             88  SRT-AUD-HISTORY      VALUE "H".
             88  SRT-AUD-LINK         VALUE "L".
           05  SRT-AUD-DATE-SRT       PIC X(8).
           05  SRT-AUD-REGTYP         PIC X(1).
           05  SRT-AUD-ROLE           PIC X(1).
             88  SRT-AUD-AS-PARENT    VALUE "F" "M".
             88  SRT-AUD-AS-CHILD     VALUE "C".
           05  SRT-AUD-OTHER-CSONUM   PIC S9(9) COMP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-HIS-EOF-SW          PIC X(1) VALUE "N".
             88  WS-HIS-EOF           VALUE "Y".
           05  WS-ARC-EOF-SW          PIC X(1) VALUE "N".
             88  WS-ARC-EOF           VALUE "Y".
           05  WS-PCX-EOF-SW          PIC X(1) VALUE "N".
             88  WS-PCX-EOF           VALUE "Y".
           05  WS-SORT-EOF-SW         PIC X(1) VALUE "N".
             88  WS-SORT-EOF          VALUE "Y".
           05  WS-MASTER-EOF-SW       PIC X(1) VALUE "N".
             88  WS-MASTER-EOF        VALUE "Y".

       01  WS-ALIAS-EOF-SW            PIC X(1) VALUE "N".
             88  WS-ALIAS-EOF         VALUE "Y".

       01  WS-MAX-ALIAS               PIC S9(4) COMP VALUE 5000.

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
       01  WS-ALIAS-SW                PIC X(1).
             88  WS-IS-RETIRED        VALUE "Y".
             88  WS-NOT-RETIRED       VALUE "N".

      * PERSON A HISTORY ROW'S EVENT IS CREDITED TO
       01  WS-PARTY-CSONUM            PIC S9(9) COMP.

      * CSONUM GROUP IN PROGRESS AND WHAT ITS HISTORY SHOWS
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-CSONUM        PIC S9(9) COMP VALUE -1.
           05  WS-GROUP-STARTED-SW    PIC X(1) VALUE "N".
             88  WS-GROUP-STARTED     VALUE "Y".
           05  WS-GROUP-PERSON-SW     PIC X(1) VALUE "N".
             88  WS-GROUP-ON-REGISTER VALUE "Y".
             88  WS-GROUP-NOT-ON-REG  VALUE "N".
           05  WS-GROUP-HIS-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-GROUP-BIRTH-SW      PIC X(1) VALUE "N".
             88  WS-GROUP-HAS-BIRTH   VALUE "Y".
           05  WS-GROUP-DEATH-SW      PIC X(1) VALUE "N".
             88  WS-GROUP-HAS-DEATH   VALUE "Y".
           05  WS-GROUP-MARR-SW       PIC X(1) VALUE "N".
             88  WS-GROUP-HAS-MARR    VALUE "Y".
           05  WS-GROUP-DIV-SW        PIC X(1) VALUE "N".
             88  WS-GROUP-HAS-DIV     VALUE "Y".
           05  WS-GROUP-LAST-MARR-DT  PIC X(8).
           05  WS-GROUP-LAST-DIV-DT   PIC X(8).

       01  WS-COUNTERS.
           05  WS-PER-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-PER-AUDIT-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-RETIRED-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-HIS-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-ARC-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-PCX-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-ORPHAN-HIS-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-EXCEPT-CNT          PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-DEATH-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-MARR-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-MARR-DIV-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-NO-BIRTH-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-PCX-PARENT-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-PCX-CHILD-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-EXCEPT-FIELDS.
           05  WS-EXC-CSONUM          PIC S9(9) COMP.
           05  WS-EXC-OTHER-CSONUM    PIC S9(9) COMP.
           05  WS-EXC-NAME            PIC X(15).
           05  WS-EXC-RECSTATT        PIC X(1).
           05  WS-EXC-MARSTAT         PIC X(1).
       01  WS-EXCEPT-TEXT             PIC X(40).
       01  WS-DETAIL-EDITS.
           05  WS-DETAIL-CSONUM-ED    PIC ZZZZZZZZ9.
           05  WS-DETAIL-OTHER-ED     PIC ZZZZZZZZ9.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "PERSON-REGISTER INTEGRITY AUDIT -".
           05  FILLER                 PIC X(15) VALUE
               " MONTHLY RUN".
       01  WS-HEADING-2.
           05  FILLER                 PIC X(11) VALUE "CSONUM".
           05  FILLER                 PIC X(17) VALUE "NAME".
           05  FILLER                 PIC X(3) VALUE "ST".
           05  FILLER                 PIC X(3) VALUE "MS".
           05  FILLER                 PIC X(42) VALUE "CONTRADICTION".
           05  FILLER                 PIC X(12) VALUE "RELATED".
       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "PERSONS READ      : ".
           05  WS-TRAILER-PER-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "PERSONS AUDITED   : ".
           05  WS-TRAILER-AUDIT-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "RETIRED NOT AUDITED:".
           05  WS-TRAILER-RETIRED-ED  PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "HISTORY ROWS READ : ".
           05  WS-TRAILER-HIS-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE5.
           05  FILLER                 PIC X(20) VALUE
               "PARCHLD LINKS READ: ".
           05  WS-TRAILER-PCX-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE6.
           05  FILLER                 PIC X(20) VALUE
               "HISTORY, NO PERSON: ".
           05  WS-TRAILER-ORPHAN-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE7.
           05  FILLER                 PIC X(20) VALUE
               "EXCEPTIONS WRITTEN: ".
           05  WS-TRAILER-EXCEPT-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE8.
           05  FILLER                 PIC X(20) VALUE
               "  DECEASED NO DEATH:".
           05  WS-TRAILER-NODTH-ED    PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE9.
           05  FILLER                 PIC X(20) VALUE
               "  MARRIED/NO MARR : ".
           05  WS-TRAILER-NOMARR-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE10.
           05  FILLER                 PIC X(20) VALUE
               "  MARR NOT AFTER DV:".
           05  WS-TRAILER-MARDIV-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE11.
           05  FILLER                 PIC X(20) VALUE
               "  NO BIRTH REG    : ".
           05  WS-TRAILER-NOBRTH-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE12.
           05  FILLER                 PIC X(20) VALUE
               "  PARCHLD PARENT  : ".
           05  WS-TRAILER-PCXPAR-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE13.
           05  FILLER                 PIC X(20) VALUE
               "  PARCHLD CHILD   : ".
           05  WS-TRAILER-PCXCHD-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE14.
           05  FILLER                 PIC X(20) VALUE
               "ARCHIVE ROWS READ : ".
           05  WS-TRAILER-ARC-ED      PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-AUD-CSONUM
                                SRT-AUD-KIND
                                SRT-AUD-DATE-SRT
               INPUT PROCEDURE IS 2000-RELEASE-HISTORY-AND-LINKS
               OUTPUT PROCEDURE IS 3000-AUDIT-REGISTER
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB20P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           OPEN INPUT  PERSON-MASTER-FILE
           OPEN OUTPUT INTEGRITY-RPT-FILE
           MOVE WS-HEADING-1 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-HEADING-2 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
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

       1950-READ-PERSON-MASTER.
           READ PERSON-MASTER-FILE
             AT END SET WS-MASTER-EOF TO TRUE
             NOT AT END ADD 1 TO WS-PER-READ-CNT
           END-READ.

       2000-RELEASE-HISTORY-AND-LINKS.
      * ARCHIVED ROWS ARE READ INTO THE ONLINE RECORD AREA SO BOTH
      * ARE RELEASED BY THE SAME PARAGRAPH.
           OPEN INPUT HIST-FILE
                      HIST-ARCH-FILE
           PERFORM UNTIL WS-ARC-EOF
             READ HIST-ARCH-FILE INTO CS-HIS-RECORD
               AT END SET WS-ARC-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-ARC-READ-CNT
                 PERFORM 2100-RELEASE-HISTORY-ROW
             END-READ
           END-PERFORM
           CLOSE HIST-ARCH-FILE
           PERFORM UNTIL WS-HIS-EOF
             READ HIST-FILE
               AT END SET WS-HIS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-HIS-READ-CNT
                 PERFORM 2100-RELEASE-HISTORY-ROW
             END-READ
           END-PERFORM
           CLOSE HIST-FILE
           OPEN INPUT PARCHLD-FILE
           PERFORM UNTIL WS-PCX-EOF
             READ PARCHLD-FILE
               AT END SET WS-PCX-EOF TO TRUE
               NOT AT END PERFORM 2200-RELEASE-LINK-ENDS
             END-READ
           END-PERFORM
           CLOSE PARCHLD-FILE.

       2100-RELEASE-HISTORY-ROW.
      * THE EVENT GOES TO THE PERSONS CSB08P1 APPLIED IT TO; A ROW
      * WITH NO LINKS CARRIED GOES TO ITS OWN CSONUM.
           MOVE "H"              TO SRT-AUD-KIND
           MOVE CS-HIS-REGDT-SRT TO SRT-AUD-DATE-SRT
           MOVE CS-HIS-REGTYP    TO SRT-AUD-REGTYP
           MOVE SPACE            TO SRT-AUD-ROLE
           MOVE 0                TO SRT-AUD-OTHER-CSONUM
           IF CS-HIS-PARTIES = SPACES
             MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
             PERFORM 2150-RELEASE-FOR-PARTY
           ELSE
             EVALUATE CS-HIS-REGTYP
               WHEN "2"
                 IF CS-HIS-FK-PERSONCSONUM > 0
                   MOVE CS-HIS-FK-PERSONCSONUM TO WS-PARTY-CSONUM
                 ELSE
                   MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
                 END-IF
                 PERFORM 2150-RELEASE-FOR-PARTY
               WHEN "3"
               WHEN "4"
                 IF CS-HIS-FK-PERSONCSONUM > 0
                   MOVE CS-HIS-FK-PERSONCSONUM TO WS-PARTY-CSONUM
                   PERFORM 2150-RELEASE-FOR-PARTY
                 END-IF
                 IF CS-HIS-FK0PERSONCSONUM > 0
                   MOVE CS-HIS-FK0PERSONCSONUM TO WS-PARTY-CSONUM
                   PERFORM 2150-RELEASE-FOR-PARTY
                 END-IF
               WHEN OTHER
                 MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
                 PERFORM 2150-RELEASE-FOR-PARTY
             END-EVALUATE
           END-IF.

       2150-RELEASE-FOR-PARTY.
           MOVE WS-PARTY-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           MOVE WS-ALIAS-CSONUM  TO SRT-AUD-CSONUM
           RELEASE SRT-AUD-RECORD.

       2200-RELEASE-LINK-ENDS.
      * EACH LINK IS RELEASED ONCE UNDER THE PARENT AND ONCE UNDER
      * THE CHILD, SO BOTH ENDS ARE PROVED IN THE SAME PASS.
           ADD 1 TO WS-PCX-READ-CNT
           MOVE "L"              TO SRT-AUD-KIND
           MOVE CS-PCX-BRTHDT-SRT TO SRT-AUD-DATE-SRT
           MOVE SPACE            TO SRT-AUD-REGTYP
           MOVE CS-PCX-PARENT-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           MOVE WS-ALIAS-CSONUM  TO SRT-AUD-CSONUM
           MOVE CS-PCX-ROLE      TO SRT-AUD-ROLE
           MOVE CS-PCX-CHILD-CSONUM TO SRT-AUD-OTHER-CSONUM
           RELEASE SRT-AUD-RECORD
           MOVE CS-PCX-CHILD-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           MOVE WS-ALIAS-CSONUM  TO SRT-AUD-CSONUM
           MOVE "C"              TO SRT-AUD-ROLE
           MOVE CS-PCX-PARENT-CSONUM TO SRT-AUD-OTHER-CSONUM
           RELEASE SRT-AUD-RECORD.

       2900-TRANSLATE-RETIRED-ALIAS.
      * A RETIRED CSONUM'S EVENTS AND LINKS BELONG TO THE SURVIVOR.
           SET WS-NOT-RETIRED TO TRUE
           IF WS-ALS-COUNT > 0
             SEARCH ALL WS-ALS-ENTRY
               AT END CONTINUE
               WHEN WS-ALS-RETIRED(WS-ALS-IDX) = WS-ALIAS-CSONUM
                 SET WS-IS-RETIRED TO TRUE
                 MOVE WS-ALS-SURVIVOR(WS-ALS-IDX) TO WS-ALIAS-CSONUM
             END-SEARCH
           END-IF.

       3000-AUDIT-REGISTER.
           PERFORM 1950-READ-PERSON-MASTER
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
               AT END SET WS-SORT-EOF TO TRUE
               NOT AT END PERFORM 3100-TAKE-ONE-RECORD
             END-RETURN
           END-PERFORM
           IF WS-GROUP-STARTED
             PERFORM 3400-CLOSE-GROUP
           END-IF
      * PERSONS PAST THE LAST GROUP HAVE NO HISTORY AT ALL
           PERFORM 3300-RESET-GROUP-HISTORY
           PERFORM UNTIL WS-MASTER-EOF
             PERFORM 3600-AUDIT-PERSON
             PERFORM 1950-READ-PERSON-MASTER
           END-PERFORM.

       3100-TAKE-ONE-RECORD.
           IF SRT-AUD-CSONUM NOT = WS-GROUP-CSONUM
             IF WS-GROUP-STARTED
               PERFORM 3400-CLOSE-GROUP
             END-IF
             PERFORM 3200-START-GROUP
           END-IF
           IF SRT-AUD-HISTORY
             ADD 1 TO WS-GROUP-HIS-CNT
             EVALUATE SRT-AUD-REGTYP
               WHEN "1" MOVE "Y" TO WS-GROUP-BIRTH-SW
               WHEN "2" MOVE "Y" TO WS-GROUP-DEATH-SW
               WHEN "3"
                 MOVE "Y" TO WS-GROUP-MARR-SW
                 MOVE SRT-AUD-DATE-SRT TO WS-GROUP-LAST-MARR-DT
               WHEN "4"
                 MOVE "Y" TO WS-GROUP-DIV-SW
                 MOVE SRT-AUD-DATE-SRT TO WS-GROUP-LAST-DIV-DT
               WHEN OTHER CONTINUE
             END-EVALUATE
           ELSE
             IF WS-GROUP-NOT-ON-REG
               PERFORM 3150-REPORT-LINK-END
             END-IF
           END-IF.

       3150-REPORT-LINK-END.
           MOVE SRT-AUD-CSONUM       TO WS-EXC-CSONUM
           MOVE SRT-AUD-OTHER-CSONUM TO WS-EXC-OTHER-CSONUM
           MOVE SPACES TO WS-EXC-NAME
           MOVE SPACE  TO WS-EXC-RECSTATT
           MOVE SPACE  TO WS-EXC-MARSTAT
           IF SRT-AUD-AS-CHILD
             MOVE "PARCHLD CHILD NOT ON REGISTER" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-PCX-CHILD-CNT
           ELSE
             MOVE "PARCHLD PARENT NOT ON REGISTER" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-PCX-PARENT-CNT
           END-IF
           PERFORM 4000-WRITE-EXCEPTION-LINE.

       3200-START-GROUP.
      * REGISTER RECORDS BELOW THE GROUP HAVE NO HISTORY AND NO
      * LINKS; THEY ARE AUDITED AS THEY ARE PASSED.
           MOVE SRT-AUD-CSONUM TO WS-GROUP-CSONUM
           MOVE "Y" TO WS-GROUP-STARTED-SW
           PERFORM 3300-RESET-GROUP-HISTORY
           PERFORM UNTIL WS-MASTER-EOF
                      OR CS-PER-CSONUM >= SRT-AUD-CSONUM
             PERFORM 3600-AUDIT-PERSON
             PERFORM 1950-READ-PERSON-MASTER
           END-PERFORM
           IF NOT WS-MASTER-EOF
             AND CS-PER-CSONUM = SRT-AUD-CSONUM
             SET WS-GROUP-ON-REGISTER TO TRUE
           ELSE
             SET WS-GROUP-NOT-ON-REG TO TRUE
           END-IF.

       3300-RESET-GROUP-HISTORY.
           MOVE 0 TO WS-GROUP-HIS-CNT
           MOVE "N" TO WS-GROUP-BIRTH-SW
           MOVE "N" TO WS-GROUP-DEATH-SW
           MOVE "N" TO WS-GROUP-MARR-SW
           MOVE "N" TO WS-GROUP-DIV-SW
           MOVE SPACES TO WS-GROUP-LAST-MARR-DT
           MOVE SPACES TO WS-GROUP-LAST-DIV-DT.

       3400-CLOSE-GROUP.
           IF WS-GROUP-ON-REGISTER
             PERFORM 3600-AUDIT-PERSON
             PERFORM 1950-READ-PERSON-MASTER
           ELSE
             ADD WS-GROUP-HIS-CNT TO WS-ORPHAN-HIS-CNT
           END-IF.

       3600-AUDIT-PERSON.
           MOVE CS-PER-CSONUM TO WS-ALIAS-CSONUM
           PERFORM 2900-TRANSLATE-RETIRED-ALIAS
           IF WS-IS-RETIRED
             ADD 1 TO WS-RETIRED-CNT
           ELSE
             ADD 1 TO WS-PER-AUDIT-CNT
             MOVE CS-PER-CSONUM     TO WS-EXC-CSONUM
             MOVE 0                 TO WS-EXC-OTHER-CSONUM
             MOVE CS-PER-NAME       TO WS-EXC-NAME
             MOVE CS-PER-RECSTATT   TO WS-EXC-RECSTATT
             MOVE CS-PER-CURMARSTAT TO WS-EXC-MARSTAT
             PERFORM 3700-CHECK-PERSON-HISTORY
           END-IF.

       3700-CHECK-PERSON-HISTORY.
           IF CS-PER-RECSTATT = "2"
             AND NOT WS-GROUP-HAS-DEATH
             MOVE "DECEASED, NO DEATH REGISTRATION" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-NO-DEATH-CNT
             PERFORM 4000-WRITE-EXCEPTION-LINE
           END-IF
           IF CS-PER-CURMARSTAT = "2"
             IF NOT WS-GROUP-HAS-MARR
               MOVE "MARRIED, NO MARRIAGE REGISTRATION"
                 TO WS-EXCEPT-TEXT
               ADD 1 TO WS-NO-MARR-CNT
               PERFORM 4000-WRITE-EXCEPTION-LINE
             ELSE
               IF WS-GROUP-HAS-DIV
                 AND WS-GROUP-LAST-DIV-DT >= WS-GROUP-LAST-MARR-DT
                 MOVE "MARRIED, NO MARRIAGE AFTER LAST DIVORCE"
                   TO WS-EXCEPT-TEXT
                 ADD 1 TO WS-MARR-DIV-CNT
                 PERFORM 4000-WRITE-EXCEPTION-LINE
               END-IF
             END-IF
           END-IF
           IF NOT WS-GROUP-HAS-BIRTH
             MOVE "NO BIRTH REGISTRATION" TO WS-EXCEPT-TEXT
             ADD 1 TO WS-NO-BIRTH-CNT
             PERFORM 4000-WRITE-EXCEPTION-LINE
           END-IF.

       4000-WRITE-EXCEPTION-LINE.
           MOVE WS-EXC-CSONUM TO WS-DETAIL-CSONUM-ED
           MOVE SPACES TO INTEGRITY-RPT-LINE
           IF WS-EXC-OTHER-CSONUM > 0
             MOVE WS-EXC-OTHER-CSONUM TO WS-DETAIL-OTHER-ED
             STRING WS-DETAIL-CSONUM-ED DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-NAME         DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-RECSTATT     DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-MARSTAT      DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXCEPT-TEXT      DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-DETAIL-OTHER-ED  DELIMITED BY SIZE
               INTO INTEGRITY-RPT-LINE
             END-STRING
           ELSE
             STRING WS-DETAIL-CSONUM-ED DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-NAME         DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-RECSTATT     DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXC-MARSTAT      DELIMITED BY SIZE
                    "  "                DELIMITED BY SIZE
                    WS-EXCEPT-TEXT      DELIMITED BY SIZE
               INTO INTEGRITY-RPT-LINE
             END-STRING
           END-IF
           WRITE INTEGRITY-RPT-LINE
           ADD 1 TO WS-EXCEPT-CNT.

       8000-WRITE-TRAILER.
           MOVE WS-PER-READ-CNT TO WS-TRAILER-PER-ED
           MOVE WS-TRAILER-LINE TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-PER-AUDIT-CNT TO WS-TRAILER-AUDIT-ED
           MOVE WS-TRAILER-LINE2 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-RETIRED-CNT TO WS-TRAILER-RETIRED-ED
           MOVE WS-TRAILER-LINE3 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-HIS-READ-CNT TO WS-TRAILER-HIS-ED
           MOVE WS-TRAILER-LINE4 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-ARC-READ-CNT TO WS-TRAILER-ARC-ED
           MOVE WS-TRAILER-LINE14 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-PCX-READ-CNT TO WS-TRAILER-PCX-ED
           MOVE WS-TRAILER-LINE5 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-ORPHAN-HIS-CNT TO WS-TRAILER-ORPHAN-ED
           MOVE WS-TRAILER-LINE6 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-EXCEPT-CNT TO WS-TRAILER-EXCEPT-ED
           MOVE WS-TRAILER-LINE7 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-NO-DEATH-CNT TO WS-TRAILER-NODTH-ED
           MOVE WS-TRAILER-LINE8 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-NO-MARR-CNT TO WS-TRAILER-NOMARR-ED
           MOVE WS-TRAILER-LINE9 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-MARR-DIV-CNT TO WS-TRAILER-MARDIV-ED
           MOVE WS-TRAILER-LINE10 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-NO-BIRTH-CNT TO WS-TRAILER-NOBRTH-ED
           MOVE WS-TRAILER-LINE11 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-PCX-PARENT-CNT TO WS-TRAILER-PCXPAR-ED
           MOVE WS-TRAILER-LINE12 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE
           MOVE WS-PCX-CHILD-CNT TO WS-TRAILER-PCXCHD-ED
           MOVE WS-TRAILER-LINE13 TO INTEGRITY-RPT-LINE
           WRITE INTEGRITY-RPT-LINE.

       9000-TERMINATE.
           CLOSE PERSON-MASTER-FILE
                 INTEGRITY-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-PER-READ-CNT TO RLW-READ-CNT
           MOVE 0 TO RLW-WRITTEN-CNT
           MOVE WS-EXCEPT-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
