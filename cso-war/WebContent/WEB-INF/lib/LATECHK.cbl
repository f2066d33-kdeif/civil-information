      *-----------------------------------------------------------------
      * LATE-REGISTRATION CHECK AGAINST THE STATUTORY DEADLINES
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LATECHK.
       AUTHOR.                 CSO BATCH SUPPORT.
           DATE WRITTEN.       10/15/2026.
      *-----------------------------------------------------------------
      * LINKED CHECK FOR BIRTH AND DEATH REGISTRATIONS, CALLED BY THE
      * ONLINE TRANSACTION BEFORE THE REGISTRATION IS COMMITTED, THE
      * SAME WAY MARELCHK IS CALLED FOR A MARRIAGE OR DIVORCE. THE
      * CALLER PASSES THE CSLTCREC COMMAREA AND SHOWS THE RETURNED
      * STATUS AND REQUIRED ACTION AT THE COUNTER.
      *
      * THE STATUTORY WINDOW AND THE ACTION REQUIRED FOR A LATE
      * REGISTRATION ARE TAKEN FROM THE DEADLINE CONTROL FILE
      * (REGDLINE, CSDLNREC) BY REGTYP. A TYPE WITH NO DEADLINE
      * RECORD IS NEVER LATE AND ITS EVENT DATE IS NOT EDITED.
      *
      * RULES ENFORCED:
      *   - A REGISTRATION WHOSE REGDT FALLS NO MORE THAN THE
      *     ALLOWED DAYS AFTER THE EVENT DATE IS IN TIME.
      *   - A LATER REGISTRATION IS HELD UNTIL THE COUNTER KEYS A
      *     REFERENCE OF THE TYPE THE DEADLINE RECORD REQUIRES
      *     (COURT ORDER OR LATE-FEE RECEIPT) WITH ITS NUMBER.
      *   - THE EVENT MAY NOT BE DATED AFTER THE REGISTRATION.
      *
      * DAYS ARE COUNTED WITH THE SAME RUNNING DAY NUMBER AS THE
      * EXCEPTION AGING REPORT (CSB11P1), SO MONTH LENGTHS AND LEAP
      * YEARS NEED NO SPECIAL HANDLING.
      *
      * STATUS 1 OR 2 MEANS THE REGISTRATION MAY BE COMMITTED; ANY
      * OTHER STATUS IDENTIFIES WHY IT IS HELD (SEE CSLTCREC).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEADLINE-FILE      ASSIGN TO "REGDLINE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CS-DLN-REGTYP
               FILE STATUS IS WS-DEADLINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEADLINE-FILE
           RECORDING MODE IS F.
           COPY CSDLNREC.

       WORKING-STORAGE SECTION.
       01  WS-DEADLINE-STATUS         PIC X(2).
             88  WS-DEADLINE-OK       VALUE "00".

       01  WS-DEADLINE-SW             PIC X(1).
             88  WS-DEADLINE-FOUND    VALUE "Y".
             88  WS-NO-DEADLINE       VALUE "N".

       01  WS-DATE-WORK.
           05  WS-DATE-DMY            PIC X(10).
           05  WS-DATE-SRT            PIC X(8).
           05  WS-DATE-OK-SW          PIC X(1).
             88  WS-DATE-OK           VALUE "Y".
             88  WS-DATE-BAD          VALUE "N".
       01  WS-REGDT-SRT               PIC X(8).
       01  WS-EVENTDT-SRT             PIC X(8).

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

       LINKAGE SECTION.
           COPY CSLTCREC.

       PROCEDURE DIVISION USING LTC-LATE-CHK-AREA.
       0000-MAINLINE.
           MOVE 0 TO LTC-STATUS
           PERFORM 1000-READ-DEADLINE
           IF LTC-STATUS = 0
             PERFORM 2000-EDIT-DATES
           END-IF
           IF LTC-STATUS = 0
             PERFORM 3000-MEASURE-LATENESS
           END-IF
           GOBACK.

       1000-READ-DEADLINE.
           MOVE 0 TO LTC-ALLOWED-DAYS
           MOVE 0 TO LTC-ELAPSED-DAYS
           MOVE 0 TO LTC-DAYS-LATE
           MOVE SPACE  TO LTC-ACTION
           MOVE SPACES TO LTC-ACTION-DESC
           SET WS-NO-DEADLINE TO TRUE
           OPEN INPUT DEADLINE-FILE
           IF NOT WS-DEADLINE-OK
             MOVE 6 TO LTC-STATUS
           ELSE
             MOVE LTC-REGTYP TO CS-DLN-REGTYP
             READ DEADLINE-FILE
               INVALID KEY MOVE 1 TO LTC-STATUS
               NOT INVALID KEY
                 SET WS-DEADLINE-FOUND TO TRUE
                 MOVE CS-DLN-ALLOWED-DAYS TO LTC-ALLOWED-DAYS
                 MOVE CS-DLN-ACTION       TO LTC-ACTION
                 MOVE CS-DLN-ACTION-DESC  TO LTC-ACTION-DESC
             END-READ
             CLOSE DEADLINE-FILE
           END-IF.

       2000-EDIT-DATES.
           MOVE LTC-REGDT TO WS-DATE-DMY
           PERFORM 7000-CONVERT-DATE
           IF WS-DATE-BAD
             MOVE 5 TO LTC-STATUS
           ELSE
             MOVE WS-DATE-SRT TO WS-REGDT-SRT
             MOVE LTC-EVENTDT TO WS-DATE-DMY
             PERFORM 7000-CONVERT-DATE
             IF WS-DATE-BAD
               MOVE 5 TO LTC-STATUS
             ELSE
               MOVE WS-DATE-SRT TO WS-EVENTDT-SRT
               IF WS-EVENTDT-SRT > WS-REGDT-SRT
                 MOVE 5 TO LTC-STATUS
               END-IF
             END-IF
           END-IF.

       3000-MEASURE-LATENESS.
           MOVE WS-REGDT-SRT TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           MOVE WS-DAYNUM TO WS-REGDT-DAYNUM
           MOVE WS-EVENTDT-SRT TO WS-DATE-YMD
           PERFORM 7100-DATE-TO-DAYNUM
           COMPUTE LTC-ELAPSED-DAYS = WS-REGDT-DAYNUM - WS-DAYNUM
           IF LTC-ELAPSED-DAYS <= LTC-ALLOWED-DAYS
             MOVE 1 TO LTC-STATUS
           ELSE
             COMPUTE LTC-DAYS-LATE = LTC-ELAPSED-DAYS
                                   - LTC-ALLOWED-DAYS
             PERFORM 3100-CHECK-REFERENCE
           END-IF.

       3100-CHECK-REFERENCE.
      * THE REFERENCE MUST BE OF THE TYPE THE DEADLINE RECORD ASKS
      * FOR AND CARRY A NUMBER; A COURT ORDER DOES NOT STAND IN FOR
      * A FEE RECEIPT OR THE OTHER WAY ROUND.
           IF LTC-REFTYP = SPACE
             OR LTC-REFNO NOT > 0
             MOVE 3 TO LTC-STATUS
           ELSE
             IF LTC-REFTYP NOT = LTC-ACTION
               MOVE 4 TO LTC-STATUS
             ELSE
               MOVE 2 TO LTC-STATUS
             END-IF
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
