      * CSONUM FOR A DEATH AND IS SKIPPED FOR A MARRIAGE OR DIVORCE
      * PARTY. RECSTATT CODES: 1 = ACTIVE, 2 = DECEASED.
      *
      * IDENTITY AMENDMENTS APPROVED THROUGH IDAMEND (AMENDPND,
      * CSAMDREC, STATUS A) ARE APPLIED AFTER THE DAY'S
      * REGISTRATIONS: THE AFTER IMAGE REPLACES THE NAME, FATHER'S
      * NAMES, BIRTH DATE AND SEX, AND THE CANONICAL NAME FORMS ARE
      * FILLED AGAIN THROUGH NAMENORM. THE AMENDMENT FILE IS ROLLED
      * FORWARD WITH THE REGISTER, OLD GENERATION IN (AMENDPNDI),
      * NEW GENERATION OUT (AMENDPNDO), SO A RERUN FROM THE OLD
      * REGISTER FINDS THE AMENDMENTS STILL APPROVED. THE NEW
      * GENERATION CARRIES THE AMENDMENT AS APPLIED (D), OR AS NOT
      * APPLIED (N) WHEN ITS CSONUM IS NOT ON THE REGISTER, AND
      * EVERY OTHER AMENDMENT UNCHANGED; IT BECOMES THE AMENDPND
      * IDAMEND WORKS FROM THE NEXT DAY. EACH AMENDMENT APPLIED IS
      * ALSO WRITTEN TO THE DAY'S APPLIED-AMENDMENT FILE (AMDAPPLY,
      * CSAMAREC) WITH THE IDENTITY BEFORE AND AFTER. THE ID
      * AUTHORITY TRANSMISSION (CSB12P1) AND THE DEATH-NOTIFICATION
      * FEED (CSB17P1) SEND THEM ON AS CORRECTIONS, SO BOTH RUN
      * AFTER THIS JOB.
      *
      * AN ACTION AGAINST A CSONUM NOT ON THE REGISTER, OR A BIRTH
      * FOR A CSONUM ALREADY ON IT, IS COUNTED TO THE JOB LOG AND
      * LEFT FOR THE CROSS-REFERENCE VALIDATION (CSB04P1) AND THE
               ORGANIZATION IS SEQUENTIAL.
           SELECT PERSON-NEW-FILE    ASSIGN TO "PERSMSTO"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMEND-OLD-FILE     ASSIGN TO "AMENDPNDI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-AMD-KEY.
           SELECT AMEND-NEW-FILE     ASSIGN TO "AMENDPNDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AMD-NEW-KEY.
           SELECT AMEND-APPLIED-FILE ASSIGN TO "AMDAPPLY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
                CS-PER-NRM-FTHSNAME      BY PER-NEW-NRM-FTHSNAME
                CS-PER-IDNUM             BY PER-NEW-IDNUM.

       FD  AMEND-OLD-FILE
           RECORDING MODE IS F.
           COPY CSAMDREC.

       FD  AMEND-NEW-FILE
           RECORDING MODE IS F.
           COPY CSAMDREC REPLACING
                CS-AMD-RECORD            BY AMD-NEW-RECORD
                CS-AMD-KEY               BY AMD-NEW-KEY
                CS-AMD-CSONUM            BY AMD-NEW-CSONUM
                CS-AMD-SEQ               BY AMD-NEW-SEQ
                CS-AMD-STATUS            BY AMD-NEW-STATUS
                CS-AMD-PENDING           BY AMD-NEW-PENDING
                CS-AMD-APPROVED          BY AMD-NEW-APPROVED
                CS-AMD-REJECTED          BY AMD-NEW-REJECTED
                CS-AMD-APPLIED           BY AMD-NEW-APPLIED
                CS-AMD-NOT-APPLIED       BY AMD-NEW-NOT-APPLIED
                CS-AMD-OUTSTANDING       BY AMD-NEW-OUTSTANDING
                CS-AMD-OLD-NAME          BY AMD-NEW-OLD-NAME
                CS-AMD-OLD-FTHFNAME      BY AMD-NEW-OLD-FTHFNAME
                CS-AMD-OLD-FTHSNAME      BY AMD-NEW-OLD-FTHSNAME
                CS-AMD-OLD-BRTHDT        BY AMD-NEW-OLD-BRTHDT
                CS-AMD-OLD-SEX           BY AMD-NEW-OLD-SEX
                CS-AMD-NEW-NAME          BY AMD-NEW-NEW-NAME
                CS-AMD-NEW-FTHFNAME      BY AMD-NEW-NEW-FTHFNAME
                CS-AMD-NEW-FTHSNAME      BY AMD-NEW-NEW-FTHSNAME
                CS-AMD-NEW-BRTHDT        BY AMD-NEW-NEW-BRTHDT
                CS-AMD-NEW-SEX           BY AMD-NEW-NEW-SEX
                CS-AMD-PROOF-REF         BY AMD-NEW-PROOF-REF
                CS-AMD-CAPTURE-USER      BY AMD-NEW-CAPTURE-USER
                CS-AMD-CAPTURE-DT        BY AMD-NEW-CAPTURE-DT
                CS-AMD-APPROVE-USER      BY AMD-NEW-APPROVE-USER
                CS-AMD-APPROVE-DT        BY AMD-NEW-APPROVE-DT
                CS-AMD-APPLIED-DT        BY AMD-NEW-APPLIED-DT.

       FD  AMEND-APPLIED-FILE
           RECORDING MODE IS F.
           COPY CSAMAREC.

       SD  SORT-WORK-FILE.
       01  SRT-ACT-RECORD.
           05  SRT-ACT-CSONUM         PIC S9(9) COMP.
             88  SRT-ACT-ADD          VALUE "A".
             88  SRT-ACT-DECEASE      VALUE "D".
             88  SRT-ACT-MARSTAT      VALUE "S".
             88  SRT-ACT-AMEND        VALUE "I".
           05  SRT-ACT-NEWSTAT        PIC X(1).
           05  SRT-ACT-NAME           PIC X(15).
           05  SRT-ACT-FTHFNAME       PIC X(15).
           05  SRT-ACT-BRTHDT         PIC X(10).
           05  SRT-ACT-SEX            PIC X(1).
           05  SRT-ACT-IDNUM          PIC S9(15) COMP-3.
           05  SRT-ACT-AMD-SEQ        PIC S9(4) COMP.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
             88  WS-SORT-EOF          VALUE "Y".
           05  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
             88  WS-OLD-EOF           VALUE "Y".
           05  WS-AMD-EOF-SW          PIC X(1) VALUE "N".
             88  WS-AMD-EOF           VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).

      * WHAT THE NEW GENERATION RECORDS FOR THE AMENDMENT IN HAND
       01  WS-AMD-OUTCOME             PIC X(1).

       01  WS-HELD-SW                 PIC X(1) VALUE "N".
             88  WS-PERSON-HELD       VALUE "Y".
           05  WS-MARSTAT-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-NOT-FOUND-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-DUP-ADD-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-AMD-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-AMD-APPLIED-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-AMD-NOT-FOUND-CNT   PIC S9(7) COMP-3 VALUE 0.
           05  WS-AMD-WRITE-CNT       PIC S9(7) COMP-3 VALUE 0.

       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACT-CSONUM
               OUTPUT PROCEDURE IS 3000-ROLL-REGISTER-FORWARD
           PERFORM 8000-LOG-COUNTS
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB08P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  PERSON-OLD-FILE
           OPEN OUTPUT PERSON-NEW-FILE
                       AMEND-APPLIED-FILE
                       AMEND-NEW-FILE.

       1900-READ-REG-EXTRACT.
           READ REG-EXTRACT-FILE
             NOT AT END ADD 1 TO WS-OLD-READ-CNT
           END-READ.

       1960-READ-AMEND-OLD.
           READ AMEND-OLD-FILE
             AT END SET WS-AMD-EOF TO TRUE
           END-READ.

       2000-RELEASE-DAYS-ACTIONS.
           OPEN INPUT REG-EXTRACT-FILE
           PERFORM 1900-READ-REG-EXTRACT
             END-EVALUATE
             PERFORM 1900-READ-REG-EXTRACT
           END-PERFORM
           CLOSE REG-EXTRACT-FILE
           PERFORM 2600-RELEASE-AMENDMENTS.

       2100-RELEASE-BIRTH.
           MOVE SPACES TO SRT-ACT-RECORD
             PERFORM 2900-RELEASE-ONE-ACTION
           END-IF.

       2600-RELEASE-AMENDMENTS.
      * RELEASED AFTER THE WHOLE EXTRACT, SO A PERSON BORN OR
      * DECEASED TODAY IS ON THE HELD RECORD BEFORE THE AMENDMENT.
           OPEN INPUT AMEND-OLD-FILE
           PERFORM 1960-READ-AMEND-OLD
           PERFORM UNTIL WS-AMD-EOF
             ADD 1 TO WS-AMD-READ-CNT
             IF CS-AMD-APPROVED
               PERFORM 2650-RELEASE-ONE-AMENDMENT
             END-IF
             PERFORM 1960-READ-AMEND-OLD
           END-PERFORM
           CLOSE AMEND-OLD-FILE.

       2650-RELEASE-ONE-AMENDMENT.
           MOVE SPACES TO SRT-ACT-RECORD
           MOVE 0 TO SRT-ACT-IDNUM
           MOVE CS-AMD-CSONUM       TO SRT-ACT-CSONUM
           MOVE "I"                 TO SRT-ACT-TYPE
           MOVE CS-AMD-NEW-NAME     TO SRT-ACT-NAME
           MOVE CS-AMD-NEW-FTHFNAME TO SRT-ACT-FTHFNAME
           MOVE CS-AMD-NEW-FTHSNAME TO SRT-ACT-FTHSNAME
           MOVE CS-AMD-NEW-BRTHDT   TO SRT-ACT-BRTHDT
           MOVE CS-AMD-NEW-SEX      TO SRT-ACT-SEX
           MOVE CS-AMD-SEQ          TO SRT-ACT-AMD-SEQ
           PERFORM 2900-RELEASE-ONE-ACTION.

       2900-RELEASE-ONE-ACTION.
      * THE RELEASE SEQUENCE KEEPS SAME-CSONUM ACTIONS IN EXTRACT
      * ORDER, SO A BIRTH AND A SAME-DAY DEATH APPLY IN DAY ORDER.
           RELEASE SRT-ACT-RECORD.

       3000-ROLL-REGISTER-FORWARD.
      * THE AMENDMENT FILE IS READ AGAIN FROM THE TOP AND COPIED TO
      * THE NEW GENERATION ALONGSIDE THE REGISTER, BOTH IN CSONUM
      * ORDER.
           MOVE "N" TO WS-AMD-EOF-SW
           OPEN INPUT AMEND-OLD-FILE
           PERFORM 1960-READ-AMEND-OLD
           PERFORM 1950-READ-PERSON-OLD
           PERFORM UNTIL WS-SORT-EOF
             RETURN SORT-WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
             PERFORM 3900-WRITE-OLD-RECORD
             PERFORM 1950-READ-PERSON-OLD
           END-PERFORM
           PERFORM UNTIL WS-AMD-EOF
             PERFORM 3650-WRITE-OLD-AMENDMENT
             PERFORM 1960-READ-AMEND-OLD
           END-PERFORM
           CLOSE AMEND-OLD-FILE.

       3100-APPLY-ONE-ACTION.
      * THE HELD PERSON, IF ANY, ALWAYS SITS BELOW THE NEXT UNREAD
             WHEN SRT-ACT-ADD     PERFORM 3200-APPLY-ADD
             WHEN SRT-ACT-DECEASE PERFORM 3300-APPLY-DECEASE
             WHEN SRT-ACT-MARSTAT PERFORM 3400-APPLY-MARSTAT
             WHEN SRT-ACT-AMEND   PERFORM 3500-APPLY-AMENDMENT
           END-EVALUATE.

       3200-APPLY-ADD.
             ADD 1 TO WS-NOT-FOUND-CNT
           END-IF.

       3500-APPLY-AMENDMENT.
      * AMENDMENTS BELOW THIS ONE GO ACROSS UNCHANGED FIRST.
           PERFORM UNTIL WS-AMD-EOF
                      OR CS-AMD-CSONUM > SRT-ACT-CSONUM
                      OR (CS-AMD-CSONUM = SRT-ACT-CSONUM
                          AND CS-AMD-SEQ >= SRT-ACT-AMD-SEQ)
             PERFORM 3650-WRITE-OLD-AMENDMENT
             PERFORM 1960-READ-AMEND-OLD
           END-PERFORM
           IF WS-PERSON-HELD
             MOVE SPACES TO CS-AMA-RECORD
             MOVE WS-HELD-CSONUM   TO CS-AMA-CSONUM
             MOVE SRT-ACT-AMD-SEQ  TO CS-AMA-SEQ
             MOVE WS-HELD-NAME     TO CS-AMA-OLD-NAME
             MOVE WS-HELD-FTHFNAME TO CS-AMA-OLD-FTHFNAME
             MOVE WS-HELD-FTHSNAME TO CS-AMA-OLD-FTHSNAME
             MOVE WS-HELD-BRTHDT   TO CS-AMA-OLD-BRTHDT
             MOVE WS-HELD-SEX      TO CS-AMA-OLD-SEX
             MOVE SRT-ACT-NAME     TO WS-HELD-NAME
             MOVE SRT-ACT-FTHFNAME TO WS-HELD-FTHFNAME
             MOVE SRT-ACT-FTHSNAME TO WS-HELD-FTHSNAME
             MOVE SRT-ACT-BRTHDT   TO WS-HELD-BRTHDT
             MOVE SRT-ACT-SEX      TO WS-HELD-SEX
             MOVE SRT-ACT-NAME TO NNM-NAME-IN
             PERFORM 3700-NORMALIZE-NAME
             MOVE NNM-NAME-OUT(1:15) TO WS-HELD-NRM-NAME
             MOVE SRT-ACT-FTHFNAME TO NNM-NAME-IN
             PERFORM 3700-NORMALIZE-NAME
             MOVE NNM-NAME-OUT(1:15) TO WS-HELD-NRM-FTHFNAME
             MOVE SRT-ACT-FTHSNAME TO NNM-NAME-IN
             PERFORM 3700-NORMALIZE-NAME
             MOVE NNM-NAME-OUT(1:15) TO WS-HELD-NRM-FTHSNAME
             MOVE WS-HELD-IDNUM    TO CS-AMA-IDNUM
             MOVE WS-HELD-RECSTATT TO CS-AMA-RECSTATT
             MOVE SRT-ACT-NAME     TO CS-AMA-NEW-NAME
             MOVE SRT-ACT-FTHFNAME TO CS-AMA-NEW-FTHFNAME
             MOVE SRT-ACT-FTHSNAME TO CS-AMA-NEW-FTHSNAME
             MOVE SRT-ACT-BRTHDT   TO CS-AMA-NEW-BRTHDT
             MOVE SRT-ACT-SEX      TO CS-AMA-NEW-SEX
             MOVE WS-RUN-DATE      TO CS-AMA-APPLIED-DT
             WRITE CS-AMA-RECORD
             MOVE "D" TO WS-AMD-OUTCOME
             ADD 1 TO WS-AMD-APPLIED-CNT
           ELSE
             MOVE "N" TO WS-AMD-OUTCOME
             ADD 1 TO WS-AMD-NOT-FOUND-CNT
           END-IF
           IF NOT WS-AMD-EOF
             AND CS-AMD-CSONUM = SRT-ACT-CSONUM
             AND CS-AMD-SEQ = SRT-ACT-AMD-SEQ
             MOVE WS-AMD-OUTCOME TO CS-AMD-STATUS
             MOVE WS-RUN-DATE    TO CS-AMD-APPLIED-DT
             PERFORM 3650-WRITE-OLD-AMENDMENT
             PERFORM 1960-READ-AMEND-OLD
           END-IF.

       3650-WRITE-OLD-AMENDMENT.
           WRITE AMD-NEW-RECORD FROM CS-AMD-RECORD
           ADD 1 TO WS-AMD-WRITE-CNT.

       3700-NORMALIZE-NAME.
      * A NAME SHORTER THAN 60 IS PASSED SPACE-FILLED (SEE CSNNMREC);
      * AN UNAVAILABLE RULE TABLE RETURNS THE KEYED FORM UNCHANGED.
           MOVE WS-NOT-FOUND-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 PERSON NOT ON REG    : " WS-COUNT-ED
           MOVE WS-DUP-ADD-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 BIRTHS ALREADY ON REG: " WS-COUNT-ED
           MOVE WS-AMD-READ-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 AMENDMENTS READ      : " WS-COUNT-ED
           MOVE WS-AMD-APPLIED-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 AMENDMENTS APPLIED   : " WS-COUNT-ED
           MOVE WS-AMD-NOT-FOUND-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 AMENDMENT NOT ON REG : " WS-COUNT-ED
           MOVE WS-AMD-WRITE-CNT TO WS-COUNT-ED
           DISPLAY "CSB08P1 AMENDMENTS OUT       : " WS-COUNT-ED.

       9000-TERMINATE.
           CLOSE PERSON-OLD-FILE
                 PERSON-NEW-FILE
                 AMEND-NEW-FILE
                 AMEND-APPLIED-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-NEW-WRITE-CNT TO RLW-WRITTEN-CNT
           COMPUTE RLW-REJECT-CNT = WS-NOT-FOUND-CNT
                         + WS-AMD-NOT-FOUND-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
