      *-----------------------------------------------------------------
      * ONLINE IDENTITY-FIELD AMENDMENT CAPTURE AND APPROVAL
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    IDAMEND.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * CALLED BY THE AMENDMENT TRANSACTION AFTER SIGN-ON, THE SAME
      * WAY CSA01P1 CALLS LGONCHK, WITH THE CSAMIREC COMMAREA. THIS
      * IS THE ONLY SANCTIONED WAY TO CORRECT A NAME, FATHER'S NAME,
      * BIRTH DATE OR SEX KEYED WRONGLY ON THE PERSON REGISTER
      * (PERSMAST, CSPERREC); A FRESH REGISTRATION ONLY MAKES A
      * DUPLICATE SUSPECT FOR CSB03P1.
      *
      * A CAPTURE TAKES THE BEFORE IMAGE FROM THE REGISTER AND
      * RECORDS IT WITH THE AFTER IMAGE AS PENDING ON THE AMENDMENT
      * FILE (AMENDPND, CSAMDREC), AFTER PROVING:
      *   - THE PERSON IS ON THE REGISTER
      *   - NO OTHER AMENDMENT FOR THE CSONUM IS PENDING OR APPROVED
      *   - THE AFTER IMAGE HAS A NAME, A DD/MM/YYYY BIRTH DATE AND
      *     A SEX OF 1 OR 2, AND DIFFERS FROM THE BEFORE IMAGE
      * A SECOND OPERATOR THEN INQUIRES ON IT AND APPROVES OR
      * REJECTS IT. APPROVAL AND REJECTION NEED THE APPROVE FUNCTION
      * (P) IN THE OPERATOR'S AUTHORITY PROFILE (OPERAUTH,
      * CSOPRREC MNTFUNCS) AND ARE REFUSED TO THE OPERATOR WHO
      * CAPTURED THE AMENDMENT; AN UNAVAILABLE AUTHORITY FILE
      * REFUSES THEM TOO. THE NIGHTLY ROLL-FORWARD (CSB08P1) APPLIES
      * APPROVED AMENDMENTS TO THE REGISTER.
      *
      * STATUS 1 MEANS THE FUNCTION WAS CARRIED OUT (SEE CSAMIREC).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSON-MASTER-FILE ASSIGN TO "PERSMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERSMAST-STATUS.
           SELECT AMEND-FILE         ASSIGN TO "AMENDPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-AMD-KEY
               FILE STATUS IS WS-AMEND-STATUS.
           SELECT OPER-AUTH-FILE     ASSIGN TO "OPERAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-OPR-USRID
               FILE STATUS IS WS-OPRAUTH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  AMEND-FILE
           RECORDING MODE IS F.
           COPY CSAMDREC.

       FD  OPER-AUTH-FILE
           RECORDING MODE IS F.
           COPY CSOPRREC.

       WORKING-STORAGE SECTION.
       01  WS-PERSMAST-STATUS         PIC X(2).
             88  WS-PERSMAST-OK       VALUE "00".
       01  WS-AMEND-STATUS            PIC X(2).
             88  WS-AMEND-OK          VALUE "00".
       01  WS-OPRAUTH-STATUS          PIC X(2).
             88  WS-OPRAUTH-OK        VALUE "00".
       01  WS-AUTH-FUNC-CNT           PIC S9(4) COMP.

       01  WS-SCAN-SW                 PIC X(1).
             88  WS-SCAN-DONE         VALUE "Y".
             88  WS-SCAN-MORE         VALUE "N".

       01  WS-PERSON-SW               PIC X(1).
             88  WS-PERSON-FOUND      VALUE "Y".
             88  WS-PERSON-NOT-FOUND  VALUE "N".

      * THE CSONUM'S LATEST AMENDMENT, ZERO WHEN IT HAS NONE
       01  WS-LATEST-SEQ              PIC S9(4) COMP.

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".

       LINKAGE SECTION.
           COPY CSAMIREC.

       PROCEDURE DIVISION USING AMI-AMEND-AREA.
       0000-MAINLINE.
           MOVE 0 TO AMI-STATUS
           IF NOT AMI-FUNC-VALID
             MOVE 2 TO AMI-STATUS
           ELSE
             IF AMI-CSONUM <= 0
               MOVE 3 TO AMI-STATUS
             END-IF
           END-IF
           IF AMI-STATUS = 0
             PERFORM 1000-CLEAR-RETURNED
             OPEN I-O AMEND-FILE
             IF NOT WS-AMEND-OK
               MOVE 10 TO AMI-STATUS
             ELSE
               PERFORM 2000-FIND-LATEST-AMENDMENT
               EVALUATE TRUE
                 WHEN AMI-FUNC-CAPTURE PERFORM 3000-CAPTURE-AMENDMENT
                 WHEN AMI-FUNC-INQUIRE PERFORM 4000-INQUIRE-AMENDMENT
                 WHEN OTHER            PERFORM 5000-DECIDE-AMENDMENT
               END-EVALUATE
               CLOSE AMEND-FILE
             END-IF
           END-IF
           GOBACK.

       1000-CLEAR-RETURNED.
           MOVE 0 TO AMI-SEQ
           MOVE SPACES TO AMI-AMD-STATUS
                          AMI-OLD-NAME
                          AMI-OLD-FTHFNAME
                          AMI-OLD-FTHSNAME
                          AMI-OLD-BRTHDT
                          AMI-OLD-SEX
                          AMI-CAPTURE-DT
           MOVE 0 TO AMI-CAPTURE-USER.

       2000-FIND-LATEST-AMENDMENT.
      * THE FILE IS KEYED ON CSONUM/SEQUENCE, SO THE CSONUM'S
      * AMENDMENTS COST ONE KEYED START AND A SHORT FORWARD READ;
      * THE LATEST IS THEN RE-READ BY KEY SO IT SITS IN THE RECORD
      * AREA FOR THE FUNCTION.
           MOVE 0 TO WS-LATEST-SEQ
           MOVE AMI-CSONUM TO CS-AMD-CSONUM
           MOVE 0 TO CS-AMD-SEQ
           START AMEND-FILE
             KEY IS NOT LESS THAN CS-AMD-KEY
             INVALID KEY SET WS-SCAN-DONE TO TRUE
             NOT INVALID KEY SET WS-SCAN-MORE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
             READ AMEND-FILE NEXT
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                 IF CS-AMD-CSONUM NOT = AMI-CSONUM
                   SET WS-SCAN-DONE TO TRUE
                 ELSE
                   MOVE CS-AMD-SEQ TO WS-LATEST-SEQ
                 END-IF
             END-READ
           END-PERFORM
           IF WS-LATEST-SEQ > 0
             MOVE AMI-CSONUM    TO CS-AMD-CSONUM
             MOVE WS-LATEST-SEQ TO CS-AMD-SEQ
             READ AMEND-FILE
               INVALID KEY MOVE 0 TO WS-LATEST-SEQ
             END-READ
           END-IF.

       3000-CAPTURE-AMENDMENT.
           IF WS-LATEST-SEQ > 0
             AND CS-AMD-OUTSTANDING
             MOVE 6 TO AMI-STATUS
           ELSE
             PERFORM 3100-EDIT-NEW-IDENTITY
           END-IF
           IF AMI-STATUS = 0
             PERFORM 3200-READ-PERSON
           END-IF
           IF AMI-STATUS = 0
             IF AMI-NEW-NAME     = AMI-OLD-NAME
               AND AMI-NEW-FTHFNAME = AMI-OLD-FTHFNAME
               AND AMI-NEW-FTHSNAME = AMI-OLD-FTHSNAME
               AND AMI-NEW-BRTHDT   = AMI-OLD-BRTHDT
               AND AMI-NEW-SEX      = AMI-OLD-SEX
               MOVE 4 TO AMI-STATUS
             ELSE
               PERFORM 3300-RECORD-PENDING
             END-IF
           END-IF.

       3100-EDIT-NEW-IDENTITY.
           MOVE AMI-NEW-BRTHDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           IF AMI-NEW-NAME = SPACES
             OR WS-DATE-BAD
             OR (AMI-NEW-SEX NOT = "1" AND AMI-NEW-SEX NOT = "2")
             MOVE 5 TO AMI-STATUS
           END-IF.

       3200-READ-PERSON.
      * THE REGISTER IS IN ASCENDING CSONUM SEQUENCE, SO THE SCAN
      * STOPS AT THE FIRST RECORD AT OR PAST THE WANTED NUMBER.
           OPEN INPUT PERSON-MASTER-FILE
           IF NOT WS-PERSMAST-OK
             MOVE 10 TO AMI-STATUS
           ELSE
             SET WS-PERSON-NOT-FOUND TO TRUE
             SET WS-SCAN-MORE TO TRUE
             PERFORM UNTIL WS-SCAN-DONE
               READ PERSON-MASTER-FILE
                 AT END SET WS-SCAN-DONE TO TRUE
                 NOT AT END
                   IF CS-PER-CSONUM >= AMI-CSONUM
                     SET WS-SCAN-DONE TO TRUE
                     IF CS-PER-CSONUM = AMI-CSONUM
                       SET WS-PERSON-FOUND TO TRUE
                       MOVE CS-PER-NAME     TO AMI-OLD-NAME
                       MOVE CS-PER-FTHFNAME TO AMI-OLD-FTHFNAME
                       MOVE CS-PER-FTHSNAME TO AMI-OLD-FTHSNAME
                       MOVE CS-PER-BRTHDT   TO AMI-OLD-BRTHDT
                       MOVE CS-PER-SEX      TO AMI-OLD-SEX
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PERSON-MASTER-FILE
             IF WS-PERSON-NOT-FOUND
               MOVE 3 TO AMI-STATUS
             END-IF
           END-IF.

       3300-RECORD-PENDING.
           MOVE SPACES TO CS-AMD-RECORD
           MOVE AMI-CSONUM       TO CS-AMD-CSONUM
           COMPUTE CS-AMD-SEQ = WS-LATEST-SEQ + 1
           MOVE "P"              TO CS-AMD-STATUS
           MOVE AMI-OLD-NAME     TO CS-AMD-OLD-NAME
           MOVE AMI-OLD-FTHFNAME TO CS-AMD-OLD-FTHFNAME
           MOVE AMI-OLD-FTHSNAME TO CS-AMD-OLD-FTHSNAME
           MOVE AMI-OLD-BRTHDT   TO CS-AMD-OLD-BRTHDT
           MOVE AMI-OLD-SEX      TO CS-AMD-OLD-SEX
           MOVE AMI-NEW-NAME     TO CS-AMD-NEW-NAME
           MOVE AMI-NEW-FTHFNAME TO CS-AMD-NEW-FTHFNAME
           MOVE AMI-NEW-FTHSNAME TO CS-AMD-NEW-FTHSNAME
           MOVE AMI-NEW-BRTHDT   TO CS-AMD-NEW-BRTHDT
           MOVE AMI-NEW-SEX      TO CS-AMD-NEW-SEX
           MOVE AMI-PROOF-REF    TO CS-AMD-PROOF-REF
           MOVE AMI-USER-ID      TO CS-AMD-CAPTURE-USER
           MOVE AMI-ACTION-DT    TO CS-AMD-CAPTURE-DT
           MOVE 0                TO CS-AMD-APPROVE-USER
           WRITE CS-AMD-RECORD
             INVALID KEY MOVE 10 TO AMI-STATUS
             NOT INVALID KEY
               MOVE 1 TO AMI-STATUS
               MOVE CS-AMD-SEQ       TO AMI-SEQ
               MOVE CS-AMD-STATUS    TO AMI-AMD-STATUS
               MOVE AMI-USER-ID      TO AMI-CAPTURE-USER
               MOVE AMI-ACTION-DT    TO AMI-CAPTURE-DT
           END-WRITE.

       4000-INQUIRE-AMENDMENT.
           IF WS-LATEST-SEQ = 0
             OR NOT CS-AMD-OUTSTANDING
             MOVE 7 TO AMI-STATUS
           ELSE
             PERFORM 4100-RETURN-AMENDMENT
             MOVE 1 TO AMI-STATUS
           END-IF.

       4100-RETURN-AMENDMENT.
           MOVE CS-AMD-SEQ          TO AMI-SEQ
           MOVE CS-AMD-STATUS       TO AMI-AMD-STATUS
           MOVE CS-AMD-OLD-NAME     TO AMI-OLD-NAME
           MOVE CS-AMD-OLD-FTHFNAME TO AMI-OLD-FTHFNAME
           MOVE CS-AMD-OLD-FTHSNAME TO AMI-OLD-FTHSNAME
           MOVE CS-AMD-OLD-BRTHDT   TO AMI-OLD-BRTHDT
           MOVE CS-AMD-OLD-SEX      TO AMI-OLD-SEX
           MOVE CS-AMD-NEW-NAME     TO AMI-NEW-NAME
           MOVE CS-AMD-NEW-FTHFNAME TO AMI-NEW-FTHFNAME
           MOVE CS-AMD-NEW-FTHSNAME TO AMI-NEW-FTHSNAME
           MOVE CS-AMD-NEW-BRTHDT   TO AMI-NEW-BRTHDT
           MOVE CS-AMD-NEW-SEX      TO AMI-NEW-SEX
           MOVE CS-AMD-PROOF-REF    TO AMI-PROOF-REF
           MOVE CS-AMD-CAPTURE-USER TO AMI-CAPTURE-USER
           MOVE CS-AMD-CAPTURE-DT   TO AMI-CAPTURE-DT.

       5000-DECIDE-AMENDMENT.
      * ONLY A PENDING AMENDMENT IS APPROVED OR REJECTED, AND NEVER
      * BY THE OPERATOR WHO CAPTURED IT.
           IF WS-LATEST-SEQ = 0
             OR NOT CS-AMD-PENDING
             MOVE 7 TO AMI-STATUS
           ELSE
             PERFORM 5100-CHECK-APPROVE-AUTHORITY
             IF AMI-STATUS = 0
               AND AMI-USER-ID = CS-AMD-CAPTURE-USER
               MOVE 8 TO AMI-STATUS
             END-IF
           END-IF
           IF AMI-STATUS = 0
             IF AMI-FUNC-APPROVE
               MOVE "A" TO CS-AMD-STATUS
             ELSE
               MOVE "R" TO CS-AMD-STATUS
             END-IF
             MOVE AMI-USER-ID   TO CS-AMD-APPROVE-USER
             MOVE AMI-ACTION-DT TO CS-AMD-APPROVE-DT
             REWRITE CS-AMD-RECORD
               INVALID KEY MOVE 10 TO AMI-STATUS
               NOT INVALID KEY
                 MOVE 1 TO AMI-STATUS
                 PERFORM 4100-RETURN-AMENDMENT
             END-REWRITE
           END-IF.

       5100-CHECK-APPROVE-AUTHORITY.
      * NO PROFILE, A PROFILE WITHOUT THE APPROVE FUNCTION, OR AN
      * UNAVAILABLE AUTHORITY FILE ALL REFUSE THE DECISION.
           OPEN INPUT OPER-AUTH-FILE
           IF NOT WS-OPRAUTH-OK
             MOVE 9 TO AMI-STATUS
           ELSE
             MOVE AMI-USER-ID TO CS-OPR-USRID
             READ OPER-AUTH-FILE
               INVALID KEY
                 MOVE 9 TO AMI-STATUS
               NOT INVALID KEY
                 MOVE 0 TO WS-AUTH-FUNC-CNT
                 INSPECT CS-OPR-MNTFUNCS
                   TALLYING WS-AUTH-FUNC-CNT
                   FOR ALL "P"
                 IF WS-AUTH-FUNC-CNT = 0
                   MOVE 9 TO AMI-STATUS
                 END-IF
             END-READ
             CLOSE OPER-AUTH-FILE
           END-IF.

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
