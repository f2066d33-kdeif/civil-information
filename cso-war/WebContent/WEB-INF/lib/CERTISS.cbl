      *-----------------------------------------------------------------
      * CERTIFIED-COPY CERTIFICATE ISSUANCE BY CSONUM
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CERTISS.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * CALLED BY THE CERTIFICATE ISSUANCE SCREEN AFTER SIGN-ON, THE
      * SAME WAY CSA01P1 CALLS LGONCHK, WITH THE CSCISREC COMMAREA
      * CARRYING THE CSONUM, THE CERTIFICATE TYPE AND THE ISSUING
      * OFFICE AND OPERATOR. PULLS THE IDENTITY FROM THE PERSON
      * REGISTER (PERSMAST, CSPERREC) AND THE EVENT CERTIFIED FROM
      * THE CUMULATIVE HISTORY FILE (REGHIST, CSHISREC), TAKES THE
      * OFFICE'S NEXT CERTIFICATE SERIAL AND FEE FROM THE
      * CERTIFICATE CONTROL FILE (CERTCTL, CSCCTREC) AND RECORDS
      * THE CERTIFICATE ON THE ISSUED FILE (CERTISS, CSCRTREC) FOR
      * THE NIGHTLY ISSUANCE REPORT AND FEE BALANCE (CSB19P1).
      *
      * RULES ENFORCED:
      *   - THE PERSON MUST BE ON THE REGISTER
      *   - A BIRTH CERTIFICATE FOR A DECEASED PERSON (RECSTATT 2)
      *     IS ONLY ISSUED WHEN MARKED AS A DEATH-RELATED COPY
      *   - THE CITIZEN MUST HAVE A REGISTRATION OF THE TYPE
      *     CERTIFIED (AT THE REGISTRATION DATE ASKED FOR, WHEN ONE
      *     IS GIVEN; OTHERWISE THE LATEST IS CERTIFIED)
      *   - THE ISSUING OFFICE MUST BE SET UP ON CERTCTL
      * A CITIZEN WITH NO ONLINE REGISTRATION OF THE TYPE BUT WITH
      * ROWS MOVED TO THE ARCHIVE BY THE ANNUAL SPLIT (ARCHIDX,
      * CSARXREC, KEPT BY CSB14P1) IS REFUSED WITH STATUS 9 RATHER
      * THAN 4, SO THE OPERATOR KNOWS TO REQUEST THE EVENT FROM THE
      * ARCHIVE (CSB15P1) INSTEAD OF TURNING THE CITIZEN AWAY, THE
      * SAME WAY HISTINQ POINTS THE SCREEN AT ARCHIVED ROWS. AN
      * UNAVAILABLE INDEX IS TREATED AS NO ARCHIVE.
      *
      * A CSONUM MERGED BY REGISTRATION CONTROL (CSONALS, CSALSREC,
      * KEPT BY CSOMERGE) IS FOLLOWED TO ITS SURVIVOR; A BIRTH IS
      * LOOKED FOR UNDER THE SURVIVOR FIRST, THEN UNDER THE NUMBER
      * KEYED. AN UNAVAILABLE ALIAS FILE DOES NOT BLOCK ISSUANCE.
      *
      * A DEATH, MARRIAGE OR DIVORCE IS KEYED UNDER THE CSONUM OF
      * ITS OWN REGISTRATION, NOT THE PERSON'S, AND REACHES THE
      * PERSON ONLY THROUGH THE PERSON LINKS ON THE ROW
      * (CS-HIS-PARTIES). THE EVENT IS THEREFORE LOOKED FOR, UNDER
      * THE SURVIVOR AND THEN THE NUMBER KEYED, THROUGH THE ALTERNATE
      * INDEXES REGHIST CARRIES ON THE TWO PERSON LINKS AND THROUGH
      * THE PRIME KEY, AND A ROW OF THE TYPE IS TAKEN WHEN ITS PARTY
      * IS THE CITIZEN BY THE SAME PARTY RULES THE INTEGRITY AUDIT
      * (CSB20P1) USES: A DEATH GOES TO THE PERSON LINK, OR TO THE
      * ROW'S OWN CSONUM WHEN THAT LINK IS ZERO; A MARRIAGE OR
      * DIVORCE TO EACH NON-ZERO LINK; A ROW MERGED BEFORE THE LINKS
      * WERE CARRIED (PARTIES SPACES) TO ITS OWN CSONUM. THE LATEST
      * EVENT FOUND ON ANY OF THESE PATHS IS THE ONE CERTIFIED.
      *
      * STATUS 1 MEANS THE CERTIFICATE WAS ISSUED; ANY OTHER STATUS
      * IDENTIFIES THE FIRST RULE THAT REFUSED IT (SEE CSCISREC) AND
      * NO SERIAL IS CONSUMED. THE OFFICE'S SERIAL IS ADVANCED ON
      * CERTCTL BEFORE THE CERTIFICATE IS WRITTEN, AND PUT BACK IF
      * THE WRITE FAILS, SO A FAILED ISSUE NEVER LEAVES A
      * CERTIFICATE ON FILE UNDER A SERIAL THE CONTROL FILE WILL
      * HAND OUT AGAIN.
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
           SELECT ALIAS-FILE         ASSIGN TO "CSONALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-ALS-RETIRED-CSONUM
               FILE STATUS IS WS-ALIAS-STATUS.
           SELECT HIST-FILE          ASSIGN TO "REGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-HIS-KEY
               ALTERNATE RECORD KEY IS CS-HIS-FK-PERSONCSONUM
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CS-HIS-FK0PERSONCSONUM
                   WITH DUPLICATES
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CERT-CONTROL-FILE  ASSIGN TO "CERTCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CCT-FK-CIVIL-OFFICECD
               FILE STATUS IS WS-CERTCTL-STATUS.
           SELECT CERT-ISSUED-FILE   ASSIGN TO "CERTISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-CRT-KEY
               FILE STATUS IS WS-CERTISS-STATUS.
           SELECT ARCH-INDEX-FILE    ASSIGN TO "ARCHIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-ARX-CSONUM
               FILE STATUS IS WS-ARCHIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSON-MASTER-FILE
           RECORDING MODE IS F.
           COPY CSPERREC.

       FD  ALIAS-FILE
           RECORDING MODE IS F.
           COPY CSALSREC.

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY CSHISREC.

       FD  CERT-CONTROL-FILE
           RECORDING MODE IS F.
           COPY CSCCTREC.

       FD  CERT-ISSUED-FILE
           RECORDING MODE IS F.
           COPY CSCRTREC.

       FD  ARCH-INDEX-FILE
           RECORDING MODE IS F.
           COPY CSARXREC.

       WORKING-STORAGE SECTION.
       01  WS-PERSMAST-STATUS         PIC X(2).
             88  WS-PERSMAST-OK       VALUE "00".
       01  WS-ALIAS-STATUS            PIC X(2).
             88  WS-ALIAS-OK          VALUE "00".
       01  WS-HIST-STATUS             PIC X(2).
             88  WS-HIST-OK           VALUE "00".
       01  WS-CERTCTL-STATUS          PIC X(2).
             88  WS-CERTCTL-OK        VALUE "00".
       01  WS-CERTISS-STATUS          PIC X(2).
             88  WS-CERTISS-OK        VALUE "00".
       01  WS-ARCHIDX-STATUS          PIC X(2).
             88  WS-ARCHIDX-OK        VALUE "00".

       01  WS-ARCHIVE-SW              PIC X(1).
             88  WS-ARCHIVE-EXISTS    VALUE "Y".
             88  WS-NO-ARCHIVE        VALUE "N".

       01  WS-SCAN-SW                 PIC X(1).
             88  WS-SCAN-DONE         VALUE "Y".
             88  WS-SCAN-MORE         VALUE "N".

       01  WS-EVENT-SW                PIC X(1).
             88  WS-EVENT-FOUND       VALUE "Y".
             88  WS-EVENT-NOT-FOUND   VALUE "N".

      * SET FROM THE REQUEST BEFORE THE SCAN: A DATE ASKED FOR PICKS
      * THAT EVENT, OTHERWISE EVERY MATCH OVERWRITES THE LAST SO THE
      * LATEST EVENT OF THE TYPE IS CERTIFIED
       01  WS-DATE-ASKED-SW           PIC X(1).
             88  WS-DATE-ASKED        VALUE "Y".
             88  WS-ANY-DATE          VALUE "N".

      * THE CITIZEN'S SURVIVING CSONUM AND THE NUMBER BEING SCANNED
       01  WS-PERSON-CSONUM           PIC S9(9) COMP.
       01  WS-SCAN-CSONUM             PIC S9(9) COMP.

      * A PARTY OF THE HISTORY ROW BEING TESTED, WHETHER ANY PARTY IS
      * THE CITIZEN, AND THE DATE OF THE EVENT KEPT SO FAR
       01  WS-PARTY-CSONUM            PIC S9(9) COMP.
       01  WS-PARTY-SW                PIC X(1).
             88  WS-PARTY-IS-PERSON   VALUE "Y".
             88  WS-PARTY-NOT-PERSON  VALUE "N".
       01  WS-EVENT-DT-SRT            PIC X(8).
       01  WS-TYPE-SUB                PIC S9(4) COMP.

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".
       01  WS-ISSUE-DT-SRT            PIC X(8).

       LINKAGE SECTION.
           COPY CSCISREC.

       PROCEDURE DIVISION USING CIS-ISSUE-AREA.
       0000-MAINLINE.
           MOVE 0 TO CIS-STATUS
           PERFORM 1000-EDIT-REQUEST
           IF CIS-STATUS = 0
             PERFORM 1500-RESOLVE-SURVIVOR
             PERFORM 2000-READ-PERSON
           END-IF
           IF CIS-STATUS = 0
             PERFORM 2500-CHECK-DECEASED
           END-IF
           IF CIS-STATUS = 0
             PERFORM 3000-FIND-EVENT
           END-IF
           IF CIS-STATUS = 0
             PERFORM 4000-ISSUE-CERTIFICATE
           END-IF
           GOBACK.

       1000-EDIT-REQUEST.
           MOVE SPACES TO CIS-NAME
                          CIS-FTHFNAME
                          CIS-FTHSNAME
                          CIS-BRTHDT
                          CIS-SEX
                          CIS-RECSTATT
           MOVE 0 TO CIS-EVENT-BKNUM
                     CIS-EVENT-REGNUM
                     CIS-EVENT-OFFICECD
                     CIS-SERIAL
                     CIS-FEE
           IF NOT CIS-CERT-VALID
             MOVE 2 TO CIS-STATUS
           ELSE
             IF CIS-CSONUM <= 0
               MOVE 3 TO CIS-STATUS
             ELSE
               MOVE CIS-ISSUE-DT TO WS-DATE-DMY
               PERFORM 7000-CONVERT-DATE
               IF WS-DATE-BAD
                 MOVE 8 TO CIS-STATUS
               ELSE
                 MOVE WS-DATE-SRT TO WS-ISSUE-DT-SRT
               END-IF
             END-IF
           END-IF.

       1500-RESOLVE-SURVIVOR.
      * A RETIRED ALIAS IS FOLLOWED TO ITS SURVIVOR, WHOSE RECORD IS
      * THE ONE ON THE REGISTER.
           MOVE CIS-CSONUM TO WS-PERSON-CSONUM
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-OK
             MOVE CIS-CSONUM TO CS-ALS-RETIRED-CSONUM
             READ ALIAS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE CS-ALS-SURVIVOR-CSONUM TO WS-PERSON-CSONUM
             END-READ
             CLOSE ALIAS-FILE
           END-IF.

       2000-READ-PERSON.
      * THE REGISTER IS IN ASCENDING CSONUM SEQUENCE, SO THE SCAN
      * STOPS AT THE FIRST RECORD AT OR PAST THE WANTED NUMBER.
           OPEN INPUT PERSON-MASTER-FILE
           IF NOT WS-PERSMAST-OK
             MOVE 7 TO CIS-STATUS
           ELSE
             MOVE 3 TO CIS-STATUS
             SET WS-SCAN-MORE TO TRUE
             PERFORM UNTIL WS-SCAN-DONE
               READ PERSON-MASTER-FILE
                 AT END SET WS-SCAN-DONE TO TRUE
                 NOT AT END
                   IF CS-PER-CSONUM >= WS-PERSON-CSONUM
                     SET WS-SCAN-DONE TO TRUE
                     IF CS-PER-CSONUM = WS-PERSON-CSONUM
                       PERFORM 2100-RETURN-IDENTITY
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PERSON-MASTER-FILE
           END-IF.

       2100-RETURN-IDENTITY.
           MOVE 0 TO CIS-STATUS
           MOVE CS-PER-NAME     TO CIS-NAME
           MOVE CS-PER-FTHFNAME TO CIS-FTHFNAME
           MOVE CS-PER-FTHSNAME TO CIS-FTHSNAME
           MOVE CS-PER-BRTHDT   TO CIS-BRTHDT
           MOVE CS-PER-SEX      TO CIS-SEX
           MOVE CS-PER-RECSTATT TO CIS-RECSTATT.

       2500-CHECK-DECEASED.
           IF CIS-CERT-BIRTH
             AND CIS-RECSTATT = "2"
             AND NOT CIS-DEATH-RELATED
             MOVE 5 TO CIS-STATUS
           END-IF.

       3000-FIND-EVENT.
           OPEN INPUT HIST-FILE
           IF NOT WS-HIST-OK
             MOVE 7 TO CIS-STATUS
           ELSE
             SET WS-EVENT-NOT-FOUND TO TRUE
             IF CIS-EVENT-REGDT = SPACES
               SET WS-ANY-DATE TO TRUE
             ELSE
               SET WS-DATE-ASKED TO TRUE
             END-IF
             MOVE LOW-VALUES TO WS-EVENT-DT-SRT
             IF CIS-CERT-BIRTH
               MOVE WS-PERSON-CSONUM TO WS-SCAN-CSONUM
               PERFORM 3100-SCAN-ONE-CSONUM
               IF WS-EVENT-NOT-FOUND
                 AND CIS-CSONUM NOT = WS-PERSON-CSONUM
                 MOVE CIS-CSONUM TO WS-SCAN-CSONUM
                 PERFORM 3100-SCAN-ONE-CSONUM
               END-IF
             ELSE
               MOVE WS-PERSON-CSONUM TO WS-SCAN-CSONUM
               PERFORM 3100-SCAN-ONE-CSONUM
               PERFORM 3200-SCAN-FOR-PARTY
               IF CIS-CSONUM NOT = WS-PERSON-CSONUM
                 MOVE CIS-CSONUM TO WS-SCAN-CSONUM
                 PERFORM 3100-SCAN-ONE-CSONUM
                 PERFORM 3200-SCAN-FOR-PARTY
               END-IF
             END-IF
             CLOSE HIST-FILE
             IF WS-EVENT-NOT-FOUND
               PERFORM 3500-CHECK-ARCHIVE-INDEX
               IF WS-ARCHIVE-EXISTS
                 MOVE 9 TO CIS-STATUS
               ELSE
                 MOVE 4 TO CIS-STATUS
               END-IF
             END-IF
           END-IF.

       3100-SCAN-ONE-CSONUM.
      * ROWS KEYED UNDER THE NUMBER COST ONE KEYED START ON CS-HIS-KEY
      * AND A SHORT FORWARD READ. A BIRTH ROW IS THE CITIZEN'S OWN; A
      * DEATH, MARRIAGE OR DIVORCE ROW IS TAKEN HERE ONLY WHEN ITS
      * PARTY RULES GIVE IT TO ITS OWN CSONUM (NO LINKS CARRIED, OR A
      * DEATH WITH NO PERSON LINK).
           MOVE WS-SCAN-CSONUM TO CS-HIS-CSONUM
           MOVE LOW-VALUES TO CS-HIS-REGDT-SRT
           MOVE 0 TO CS-HIS-SEQ
           START HIST-FILE
             KEY IS NOT LESS THAN CS-HIS-KEY
             INVALID KEY SET WS-SCAN-DONE TO TRUE
             NOT INVALID KEY SET WS-SCAN-MORE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
             READ HIST-FILE NEXT
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                 IF CS-HIS-CSONUM NOT = WS-SCAN-CSONUM
                   SET WS-SCAN-DONE TO TRUE
                 ELSE
                   PERFORM 3300-TEST-ROW
                 END-IF
             END-READ
           END-PERFORM.

       3200-SCAN-FOR-PARTY.
      * A DEATH, MARRIAGE OR DIVORCE NAMING THE CITIZEN AS A PARTY IS
      * KEYED UNDER ITS OWN REGISTRATION'S CSONUM, SO IT IS REACHED
      * THROUGH THE ALTERNATE INDEXES ON THE TWO PERSON LINKS: ONE
      * KEYED START ON EACH AND A FORWARD READ WHILE THE LINK STILL
      * HOLDS THE NUMBER.
           MOVE WS-SCAN-CSONUM TO CS-HIS-FK-PERSONCSONUM
           START HIST-FILE
             KEY IS EQUAL TO CS-HIS-FK-PERSONCSONUM
             INVALID KEY SET WS-SCAN-DONE TO TRUE
             NOT INVALID KEY SET WS-SCAN-MORE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
             READ HIST-FILE NEXT
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                 IF CS-HIS-FK-PERSONCSONUM NOT = WS-SCAN-CSONUM
                   SET WS-SCAN-DONE TO TRUE
                 ELSE
                   PERFORM 3300-TEST-ROW
                 END-IF
             END-READ
           END-PERFORM
           MOVE WS-SCAN-CSONUM TO CS-HIS-FK0PERSONCSONUM
           START HIST-FILE
             KEY IS EQUAL TO CS-HIS-FK0PERSONCSONUM
             INVALID KEY SET WS-SCAN-DONE TO TRUE
             NOT INVALID KEY SET WS-SCAN-MORE TO TRUE
           END-START
           PERFORM UNTIL WS-SCAN-DONE
             READ HIST-FILE NEXT
               AT END SET WS-SCAN-DONE TO TRUE
               NOT AT END
                 IF CS-HIS-FK0PERSONCSONUM NOT = WS-SCAN-CSONUM
                   SET WS-SCAN-DONE TO TRUE
                 ELSE
                   PERFORM 3300-TEST-ROW
                 END-IF
             END-READ
           END-PERFORM.

       3250-CHECK-PARTIES.
      * THE ROW'S PARTIES ARE THE PERSONS CSB08P1 APPLIED THE EVENT
      * TO; A ROW WITH NO LINKS CARRIED GOES TO ITS OWN CSONUM.
           SET WS-PARTY-NOT-PERSON TO TRUE
           IF CS-HIS-PARTIES = SPACES
             MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
             PERFORM 3260-MATCH-PARTY
           ELSE
             EVALUATE CS-HIS-REGTYP
               WHEN "2"
                 IF CS-HIS-FK-PERSONCSONUM > 0
                   MOVE CS-HIS-FK-PERSONCSONUM TO WS-PARTY-CSONUM
                 ELSE
                   MOVE CS-HIS-CSONUM TO WS-PARTY-CSONUM
                 END-IF
                 PERFORM 3260-MATCH-PARTY
               WHEN OTHER
                 IF CS-HIS-FK-PERSONCSONUM > 0
                   MOVE CS-HIS-FK-PERSONCSONUM TO WS-PARTY-CSONUM
                   PERFORM 3260-MATCH-PARTY
                 END-IF
                 IF CS-HIS-FK0PERSONCSONUM > 0
                   MOVE CS-HIS-FK0PERSONCSONUM TO WS-PARTY-CSONUM
                   PERFORM 3260-MATCH-PARTY
                 END-IF
             END-EVALUATE
           END-IF.

       3260-MATCH-PARTY.
           IF WS-PARTY-CSONUM = WS-PERSON-CSONUM
             OR WS-PARTY-CSONUM = CIS-CSONUM
             SET WS-PARTY-IS-PERSON TO TRUE
           END-IF.

       3300-TEST-ROW.
      * A ROW OF THE TYPE, AT THE DATE ASKED FOR IF ANY, THAT BELONGS
      * TO THE CITIZEN IS KEPT UNLESS AN EVENT ALREADY KEPT IS LATER;
      * WITH A BIRTH READ IN DATE ORDER UNDER ONE CSONUM THIS LEAVES
      * THE LATEST BIRTH ROW, AND ACROSS THE PARTY PATHS THE LATEST
      * EVENT WHICHEVER PATH FOUND IT.
           IF CS-HIS-REGTYP = CIS-CERT-TYPE
             AND (WS-ANY-DATE
                  OR CIS-EVENT-REGDT = CS-HIS-REGDT)
             IF CIS-CERT-BIRTH
               SET WS-PARTY-IS-PERSON TO TRUE
             ELSE
               PERFORM 3250-CHECK-PARTIES
             END-IF
             IF WS-PARTY-IS-PERSON
               AND (WS-EVENT-NOT-FOUND
                    OR CS-HIS-REGDT-SRT NOT < WS-EVENT-DT-SRT)
               SET WS-EVENT-FOUND TO TRUE
               MOVE CS-HIS-REGDT-SRT TO WS-EVENT-DT-SRT
               MOVE CS-HIS-REGDT  TO CIS-EVENT-REGDT
               MOVE CS-HIS-BKNUM  TO CIS-EVENT-BKNUM
               MOVE CS-HIS-REGNUM TO CIS-EVENT-REGNUM
               MOVE CS-HIS-FK-CIVIL-OFFICECD
                 TO CIS-EVENT-OFFICECD
             END-IF
           END-IF.

       3500-CHECK-ARCHIVE-INDEX.
      * ONE KEYED READ FOR THE SURVIVOR AND ONE FOR THE NUMBER KEYED;
      * A MISSING OR UNAVAILABLE INDEX MEANS NO ARCHIVE.
           SET WS-NO-ARCHIVE TO TRUE
           OPEN INPUT ARCH-INDEX-FILE
           IF WS-ARCHIDX-OK
             MOVE WS-PERSON-CSONUM TO CS-ARX-CSONUM
             READ ARCH-INDEX-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-ARCHIVE-EXISTS TO TRUE
             END-READ
             IF WS-NO-ARCHIVE
               AND CIS-CSONUM NOT = WS-PERSON-CSONUM
               MOVE CIS-CSONUM TO CS-ARX-CSONUM
               READ ARCH-INDEX-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET WS-ARCHIVE-EXISTS TO TRUE
               END-READ
             END-IF
             CLOSE ARCH-INDEX-FILE
           END-IF.

       4000-ISSUE-CERTIFICATE.
      * THE SERIAL IS TAKEN AND THE CERTIFICATE RECORDED IN ONE UNIT
      * OF WORK; AN OFFICE NOT SET UP FOR ISSUANCE IS REFUSED.
           OPEN I-O CERT-CONTROL-FILE
           IF NOT WS-CERTCTL-OK
             MOVE 7 TO CIS-STATUS
           ELSE
             MOVE CIS-OFFICECD TO CS-CCT-FK-CIVIL-OFFICECD
             READ CERT-CONTROL-FILE
               INVALID KEY
                 MOVE 6 TO CIS-STATUS
               NOT INVALID KEY
                 PERFORM 4100-TAKE-SERIAL
             END-READ
             CLOSE CERT-CONTROL-FILE
           END-IF.

       4100-TAKE-SERIAL.
           OPEN I-O CERT-ISSUED-FILE
           IF NOT WS-CERTISS-OK
             MOVE 7 TO CIS-STATUS
           ELSE
             MOVE CIS-CERT-TYPE TO WS-TYPE-SUB
             ADD 1 TO CS-CCT-LAST-SERIAL
             MOVE CS-CCT-LAST-SERIAL TO CIS-SERIAL
             MOVE CS-CCT-FEE(WS-TYPE-SUB) TO CIS-FEE
             PERFORM 4200-BUILD-CERTIFICATE
      * THE SERIAL IS TAKEN ON CERTCTL FIRST; A CERTIFICATE THAT
      * CANNOT THEN BE WRITTEN HANDS THE SERIAL BACK.
             REWRITE CS-CCT-RECORD
               INVALID KEY
                 MOVE 7 TO CIS-STATUS
               NOT INVALID KEY
                 WRITE CS-CRT-RECORD
                   INVALID KEY
                     MOVE 7 TO CIS-STATUS
                     PERFORM 4150-RETURN-SERIAL
                   NOT INVALID KEY
                     MOVE 1 TO CIS-STATUS
                 END-WRITE
             END-REWRITE
             CLOSE CERT-ISSUED-FILE
           END-IF
           IF NOT CIS-ISSUED
             MOVE 0 TO CIS-SERIAL
             MOVE 0 TO CIS-FEE
           END-IF.

       4150-RETURN-SERIAL.
           SUBTRACT 1 FROM CS-CCT-LAST-SERIAL
           REWRITE CS-CCT-RECORD
             INVALID KEY CONTINUE
           END-REWRITE.

       4200-BUILD-CERTIFICATE.
           MOVE SPACES TO CS-CRT-RECORD
           MOVE CIS-OFFICECD      TO CS-CRT-FK-CIVIL-OFFICECD
           MOVE CIS-SERIAL        TO CS-CRT-SERIAL
           MOVE WS-PERSON-CSONUM  TO CS-CRT-CSONUM
           MOVE CIS-CERT-TYPE     TO CS-CRT-CERT-TYPE
           IF CIS-DEATH-RELATED
             MOVE "Y" TO CS-CRT-DEATH-REL-SW
           ELSE
             MOVE "N" TO CS-CRT-DEATH-REL-SW
           END-IF
           MOVE CIS-USER-ID       TO CS-CRT-USER-ID
           MOVE CIS-ISSUE-DT      TO CS-CRT-ISSUE-DT
           MOVE WS-ISSUE-DT-SRT   TO CS-CRT-ISSUE-DT-SRT
           MOVE CIS-FEE           TO CS-CRT-FEE
           MOVE CIS-EVENT-REGDT   TO CS-CRT-EVENT-REGDT
           MOVE CIS-EVENT-BKNUM   TO CS-CRT-EVENT-BKNUM
           MOVE CIS-EVENT-REGNUM  TO CS-CRT-EVENT-REGNUM
           MOVE CIS-EVENT-OFFICECD TO CS-CRT-EVENT-OFFICECD.

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
