      *-----------------------------------------------------------------
      * NIGHTLY CERTIFIED-COPY ISSUANCE REPORT AND OFFICE FEE BALANCE
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSB19P1.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * READS THE CERTIFICATES-ISSUED FILE (CERTISS, CSCRTREC) IN KEY
      * SEQUENCE, WHICH IS ALREADY ISSUING OFFICE / SERIAL ORDER, AND
      * SELECTS THE CERTIFICATES ISSUED ON THE REPORT DATE (THE RUN
      * DATE, OR YYYYMMDD FROM THE CRTDTCTL CONTROL CARD WHEN A DAY
      * HAS TO BE RERUN). TWO OUTPUTS:
      *   - CERTRPT  ONE LINE PER CERTIFICATE: OFFICE, SERIAL, CSONUM,
      *              TYPE, DEATH-RELATED MARKER, OPERATOR, FEE AND THE
      *              REGISTRATION CERTIFIED. A SERIAL THAT DOES NOT
      *              FOLLOW THE OFFICE'S PREVIOUS SERIAL ON THE FILE
      *              (WHATEVER DAY IT WAS ISSUED) IS FLAGGED, SO A
      *              MISSING OR SPOILED FORM IS ACCOUNTED FOR.
      *   - FEEBAL   ONE LINE PER OFFICE WITH THE DAY'S CERTIFICATE
      *              COUNTS BY TYPE, THE FIRST AND LAST SERIAL USED
      *              AND THE FEES TO BE BANKED, WITH A GRAND TOTAL,
      *              FOR THE OFFICE CASHIER TO BALANCE THE TILL.
      *
      * RUN NIGHTLY AFTER THE COUNTERS CLOSE, BY THE SAME SCHEDULE
      * THAT DRIVES CSB01P1. THE REPORTS GO TO THE OFFICE MANAGERS
      * AND TO FINANCE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-ISSUED-FILE   ASSIGN TO "CERTISS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CS-CRT-KEY.
           SELECT OPTIONAL DATE-CONTROL-FILE ASSIGN TO "CRTDTCTL"
               ORGANIZATION IS SEQUENTIAL.
           SELECT CERT-RPT-FILE      ASSIGN TO "CERTRPT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT FEE-BAL-RPT-FILE   ASSIGN TO "FEEBAL"
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-ISSUED-FILE
           RECORDING MODE IS F.
           COPY CSCRTREC.

       FD  DATE-CONTROL-FILE
           RECORDING MODE IS F.
       01  CRTDTCTL-RECORD.
           05  CTL-REPORT-DATE        PIC X(8).
           05  FILLER                 PIC X(72).

       FD  CERT-RPT-FILE
           RECORDING MODE IS F.
       01  CERT-RPT-LINE              PIC X(132).

       FD  FEE-BAL-RPT-FILE
           RECORDING MODE IS F.
       01  FEE-BAL-RPT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCHES.
           05  WS-CRT-EOF-SW          PIC X(1) VALUE "N".
             88  WS-CRT-EOF           VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-REPORT-DATE             PIC X(8).

      * OFFICE IN PROGRESS: THE LAST SERIAL SEEN ON THE FILE AND THE
      * DAY'S ISSUANCE
       01  WS-OFFICE-FIELDS.
           05  WS-OFFICE-CD           PIC S9(4) COMP VALUE -1.
           05  WS-PREV-SERIAL         PIC S9(9) COMP VALUE 0.
           05  WS-FIRST-SERIAL        PIC S9(9) COMP VALUE 0.
           05  WS-LAST-SERIAL         PIC S9(9) COMP VALUE 0.

       01  WS-OFFICE-COUNTS.
           05  WS-OFC-BIRTH-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-DEATH-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-MARR-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-DIV-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-CERT-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFC-FEE-AMT         PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-CRT-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-CRT-SELECT-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-GAP-CNT             PIC S9(7) COMP-3 VALUE 0.
           05  WS-OFFICE-LINE-CNT     PIC S9(7) COMP-3 VALUE 0.
           05  WS-TOTAL-FEE-AMT       PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-GAP-FLAG                PIC X(24).

       01  WS-DETAIL-BUILD.
           05  WS-DTL-OFFICE-ED       PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-SERIAL-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-CSONUM-ED       PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-TYPE            PIC X(8).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-DEATH-REL       PIC X(1).
           05  FILLER                 PIC X(4) VALUE SPACES.
           05  WS-DTL-OPER-ED         PIC ZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-FEE-ED          PIC ZZ,ZZ9.99.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-DTL-EVENT-REGDT     PIC X(10).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-EVENT-BKNUM-ED  PIC ZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-EVENT-REGNUM-ED PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-DTL-GAP-FLAG        PIC X(24).

       01  WS-BALANCE-BUILD.
           05  WS-BAL-OFFICE          PIC X(6).
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BAL-BIRTH-ED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BAL-DEATH-ED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BAL-MARR-ED         PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BAL-DIV-ED          PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2) VALUE SPACES.
           05  WS-BAL-CERT-ED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-BAL-FIRST-ED        PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-BAL-LAST-ED         PIC ZZZZZZZZ9.
           05  FILLER                 PIC X(3) VALUE SPACES.
           05  WS-BAL-FEE-ED          PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BAL-OFFICE-ED           PIC ZZZ9.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "CERTIFIED COPIES ISSUED BY CIVIL OFFICE - FOR".
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-HDG1-DATE           PIC X(8).
       01  WS-HEADING-2.
           05  FILLER                 PIC X(7) VALUE "OFFICE".
           05  FILLER                 PIC X(12) VALUE "   SERIAL".
           05  FILLER                 PIC X(12) VALUE "   CSONUM".
           05  FILLER                 PIC X(10) VALUE "TYPE".
           05  FILLER                 PIC X(5) VALUE "DREL".
           05  FILLER                 PIC X(7) VALUE "OPER".
           05  FILLER                 PIC X(12) VALUE "       FEE".
           05  FILLER                 PIC X(12) VALUE "EVENT REGDT".
           05  FILLER                 PIC X(6) VALUE "BOOK".
           05  FILLER                 PIC X(11) VALUE "   REGNUM".
       01  WS-BAL-HEADING-1.
           05  FILLER                 PIC X(45) VALUE
               "CERTIFIED-COPY FEE BALANCE BY CIVIL OFFICE - ".
           05  FILLER                 PIC X(4) VALUE "FOR ".
           05  WS-BHDG1-DATE          PIC X(8).
       01  WS-BAL-HEADING-2.
           05  FILLER                 PIC X(8) VALUE "OFFICE".
           05  FILLER                 PIC X(8) VALUE " BIRTH".
           05  FILLER                 PIC X(8) VALUE " DEATH".
           05  FILLER                 PIC X(8) VALUE "  MARR".
           05  FILLER                 PIC X(8) VALUE "   DIV".
           05  FILLER                 PIC X(10) VALUE "  CERTS".
           05  FILLER                 PIC X(12) VALUE "FIRST SER".
           05  FILLER                 PIC X(12) VALUE " LAST SER".
           05  FILLER                 PIC X(14) VALUE "     FEES".
       01  WS-TRAILER-LINE.
           05  FILLER                 PIC X(20) VALUE
               "RECORDS READ      : ".
           05  WS-TRAILER-READ-ED     PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE2.
           05  FILLER                 PIC X(20) VALUE
               "CERTIFICATES LISTED:".
           05  WS-TRAILER-SELECT-ED   PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE3.
           05  FILLER                 PIC X(20) VALUE
               "SERIAL GAPS       : ".
           05  WS-TRAILER-GAP-ED      PIC ZZZ,ZZZ,ZZ9.
       01  WS-TRAILER-LINE4.
           05  FILLER                 PIC X(20) VALUE
               "OFFICE LINES      : ".
           05  WS-TRAILER-OFFICE-ED   PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 1900-READ-CERTIFICATE
           PERFORM UNTIL WS-CRT-EOF
             PERFORM 2000-PROCESS-CERTIFICATE
             PERFORM 1900-READ-CERTIFICATE
           END-PERFORM
           PERFORM 3500-WRITE-OFFICE-BALANCE
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB19P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-DATE-CONTROL
           OPEN INPUT CERT-ISSUED-FILE
           OPEN OUTPUT CERT-RPT-FILE
           OPEN OUTPUT FEE-BAL-RPT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG1-DATE
           MOVE WS-HEADING-1 TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-HEADING-2 TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-REPORT-DATE TO WS-BHDG1-DATE
           MOVE WS-BAL-HEADING-1 TO FEE-BAL-RPT-LINE
           WRITE FEE-BAL-RPT-LINE
           MOVE WS-BAL-HEADING-2 TO FEE-BAL-RPT-LINE
           WRITE FEE-BAL-RPT-LINE.

       1050-READ-DATE-CONTROL.
      * AN ABSENT OR NON-NUMERIC CARD REPORTS THE RUN DATE.
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           OPEN INPUT DATE-CONTROL-FILE
           READ DATE-CONTROL-FILE
             AT END CONTINUE
             NOT AT END
               IF CTL-REPORT-DATE IS NUMERIC
                 MOVE CTL-REPORT-DATE TO WS-REPORT-DATE
               END-IF
           END-READ
           CLOSE DATE-CONTROL-FILE
           DISPLAY "CSB19P1 REPORT DATE         : " WS-REPORT-DATE.

       1900-READ-CERTIFICATE.
           READ CERT-ISSUED-FILE
             AT END SET WS-CRT-EOF TO TRUE
             NOT AT END ADD 1 TO WS-CRT-READ-CNT
           END-READ.

       2000-PROCESS-CERTIFICATE.
      * EVERY CERTIFICATE ADVANCES THE OFFICE'S SERIAL CHAIN; ONLY
      * THE REPORT DATE'S ARE LISTED AND BALANCED.
           IF CS-CRT-FK-CIVIL-OFFICECD NOT = WS-OFFICE-CD
             PERFORM 3500-WRITE-OFFICE-BALANCE
             PERFORM 2100-START-OFFICE
           END-IF
           IF CS-CRT-ISSUE-DT-SRT = WS-REPORT-DATE
             PERFORM 2200-LIST-CERTIFICATE
           END-IF
           MOVE CS-CRT-SERIAL TO WS-PREV-SERIAL.

       2100-START-OFFICE.
           MOVE CS-CRT-FK-CIVIL-OFFICECD TO WS-OFFICE-CD
           MOVE 0 TO WS-PREV-SERIAL
           MOVE 0 TO WS-FIRST-SERIAL
           MOVE 0 TO WS-LAST-SERIAL
           MOVE 0 TO WS-OFC-BIRTH-CNT
           MOVE 0 TO WS-OFC-DEATH-CNT
           MOVE 0 TO WS-OFC-MARR-CNT
           MOVE 0 TO WS-OFC-DIV-CNT
           MOVE 0 TO WS-OFC-CERT-CNT
           MOVE 0 TO WS-OFC-FEE-AMT.

       2200-LIST-CERTIFICATE.
           ADD 1 TO WS-CRT-SELECT-CNT
           ADD 1 TO WS-OFC-CERT-CNT
           ADD CS-CRT-FEE TO WS-OFC-FEE-AMT
           IF WS-FIRST-SERIAL = 0
             MOVE CS-CRT-SERIAL TO WS-FIRST-SERIAL
           END-IF
           MOVE CS-CRT-SERIAL TO WS-LAST-SERIAL
           EVALUATE TRUE
             WHEN CS-CRT-BIRTH
               MOVE "BIRTH"    TO WS-DTL-TYPE
               ADD 1 TO WS-OFC-BIRTH-CNT
             WHEN CS-CRT-DEATH
               MOVE "DEATH"    TO WS-DTL-TYPE
               ADD 1 TO WS-OFC-DEATH-CNT
             WHEN CS-CRT-MARRIAGE
               MOVE "MARRIAGE" TO WS-DTL-TYPE
               ADD 1 TO WS-OFC-MARR-CNT
             WHEN CS-CRT-DIVORCE
               MOVE "DIVORCE"  TO WS-DTL-TYPE
               ADD 1 TO WS-OFC-DIV-CNT
             WHEN OTHER
               MOVE CS-CRT-CERT-TYPE TO WS-DTL-TYPE
           END-EVALUATE
           MOVE SPACES TO WS-GAP-FLAG
           IF CS-CRT-SERIAL NOT = WS-PREV-SERIAL + 1
             MOVE "** SERIAL GAP" TO WS-GAP-FLAG
             ADD 1 TO WS-GAP-CNT
           END-IF
           MOVE CS-CRT-FK-CIVIL-OFFICECD TO WS-DTL-OFFICE-ED
           MOVE CS-CRT-SERIAL         TO WS-DTL-SERIAL-ED
           MOVE CS-CRT-CSONUM         TO WS-DTL-CSONUM-ED
           MOVE CS-CRT-DEATH-REL-SW   TO WS-DTL-DEATH-REL
           MOVE CS-CRT-USER-ID        TO WS-DTL-OPER-ED
           MOVE CS-CRT-FEE            TO WS-DTL-FEE-ED
           MOVE CS-CRT-EVENT-REGDT    TO WS-DTL-EVENT-REGDT
           MOVE CS-CRT-EVENT-BKNUM    TO WS-DTL-EVENT-BKNUM-ED
           MOVE CS-CRT-EVENT-REGNUM   TO WS-DTL-EVENT-REGNUM-ED
           MOVE WS-GAP-FLAG           TO WS-DTL-GAP-FLAG
           MOVE SPACES TO CERT-RPT-LINE
           MOVE WS-DETAIL-BUILD TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE.

       3500-WRITE-OFFICE-BALANCE.
      * AN OFFICE THAT ISSUED NOTHING ON THE REPORT DATE IS NOT
      * PRINTED.
           IF WS-OFC-CERT-CNT > 0
             MOVE WS-OFFICE-CD TO WS-BAL-OFFICE-ED
             MOVE WS-BAL-OFFICE-ED TO WS-BAL-OFFICE
             MOVE WS-OFC-BIRTH-CNT TO WS-BAL-BIRTH-ED
             MOVE WS-OFC-DEATH-CNT TO WS-BAL-DEATH-ED
             MOVE WS-OFC-MARR-CNT  TO WS-BAL-MARR-ED
             MOVE WS-OFC-DIV-CNT   TO WS-BAL-DIV-ED
             MOVE WS-OFC-CERT-CNT  TO WS-BAL-CERT-ED
             MOVE WS-FIRST-SERIAL  TO WS-BAL-FIRST-ED
             MOVE WS-LAST-SERIAL   TO WS-BAL-LAST-ED
             MOVE WS-OFC-FEE-AMT   TO WS-BAL-FEE-ED
             MOVE SPACES TO FEE-BAL-RPT-LINE
             MOVE WS-BALANCE-BUILD TO FEE-BAL-RPT-LINE
             WRITE FEE-BAL-RPT-LINE
             ADD 1 TO WS-OFFICE-LINE-CNT
             ADD WS-OFC-FEE-AMT TO WS-TOTAL-FEE-AMT
             MOVE 0 TO WS-OFC-CERT-CNT
           END-IF.

       8000-WRITE-TRAILER.
           MOVE WS-CRT-READ-CNT TO WS-TRAILER-READ-ED
           MOVE WS-TRAILER-LINE TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-CRT-SELECT-CNT TO WS-TRAILER-SELECT-ED
           MOVE WS-TRAILER-LINE2 TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
           MOVE WS-GAP-CNT TO WS-TRAILER-GAP-ED
           MOVE WS-TRAILER-LINE3 TO CERT-RPT-LINE
           WRITE CERT-RPT-LINE
      * THE GRAND TOTAL CARRIES THE DAY'S CERTIFICATE COUNT AND FEES
           MOVE SPACES TO WS-BALANCE-BUILD
           MOVE "TOTAL" TO WS-BAL-OFFICE
           MOVE WS-CRT-SELECT-CNT TO WS-BAL-CERT-ED
           MOVE WS-TOTAL-FEE-AMT  TO WS-BAL-FEE-ED
           MOVE SPACES TO FEE-BAL-RPT-LINE
           MOVE WS-BALANCE-BUILD TO FEE-BAL-RPT-LINE
           WRITE FEE-BAL-RPT-LINE
           MOVE WS-OFFICE-LINE-CNT TO WS-TRAILER-OFFICE-ED
           MOVE WS-TRAILER-LINE4 TO FEE-BAL-RPT-LINE
           WRITE FEE-BAL-RPT-LINE.

       9000-TERMINATE.
           CLOSE CERT-ISSUED-FILE
           CLOSE CERT-RPT-FILE
           CLOSE FEE-BAL-RPT-FILE.

       9900-LOG-RUN-END.
           MOVE WS-CRT-READ-CNT TO RLW-READ-CNT
           MOVE WS-CRT-SELECT-CNT TO RLW-WRITTEN-CNT
           MOVE WS-GAP-CNT TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
