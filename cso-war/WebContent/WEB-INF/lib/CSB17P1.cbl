      *   D - ONE PER DEATH: CSONUM, IDNUM (ZERO WHEN NONE
      *       ASSIGNED), NAME, BIRTH DATE, DEATH REGISTRATION DATE,
      *       GOVERNORATE CODE
      *   C - ONE PER IDENTITY AMENDMENT TO A DECEASED PERSON THAT
      *       THE PERSON-REGISTER ROLL-FORWARD (CSB08P1) APPLIED
      *       TONIGHT (AMDAPPLY, CSAMAREC): CSONUM, IDNUM, THE
      *       CORRECTED NAME, BIRTH DATE, FATHER'S NAMES AND SEX
      *   T - DETAIL RECORD COUNT THE AGENCY VERIFIES ON RECEIPT,
      *       FOLLOWED BY THE CORRECTION RECORD COUNT
      * EVERY ACTIVE SUBSCRIBER RECEIVES THE SAME DETAILS; AN EMPTY
      * DAY STILL TRANSMITS A HEADER AND A ZERO TRAILER SO THE
      * AGENCY KNOWS THE FEED RAN. THE CORRECTIONS MAKE THIS JOB
      * RUN AFTER CSB08P1.
      *
      * RUN NIGHTLY AFTER THE EXTRACT, BY THE SAME SCHEDULE THAT
      * DRIVES CSB01P1, SO BENEFIT PAYMENTS TO THE DECEASED STOP IN
               ORGANIZATION IS SEQUENTIAL.
           SELECT SUBSCRIBER-FILE    ASSIGN TO "SUBSAGY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMEND-APPLIED-FILE ASSIGN TO "AMDAPPLY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEATH-FEED-1-FILE  ASSIGN TO "DTHFED1"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DEATH-FEED-2-FILE  ASSIGN TO "DTHFED2"
           RECORDING MODE IS F.
           COPY CSSAGREC.

       FD  AMEND-APPLIED-FILE
           RECORDING MODE IS F.
           COPY CSAMAREC.

       FD  DEATH-FEED-1-FILE
           RECORDING MODE IS F.
       01  DEATH-FEED-1-RECORD        PIC X(80).
             88  WS-REG-EOF           VALUE "Y".
           05  WS-SUB-EOF-SW          PIC X(1) VALUE "N".
             88  WS-SUB-EOF           VALUE "Y".
           05  WS-AMA-EOF-SW          PIC X(1) VALUE "N".
             88  WS-AMA-EOF           VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).

       01  WS-COUNTERS.
           05  WS-REG-READ-CNT        PIC S9(7) COMP-3 VALUE 0.
           05  WS-DEATH-CNT           PIC S9(7) COMP-3 VALUE 0.
           05  WS-CORRECTION-CNT      PIC S9(7) COMP-3 VALUE 0.
           05  WS-FEED-CNT            PIC S9(4) COMP VALUE 0.

       01  WS-FEED-RECORD             PIC X(80).
           05  WS-DTL-REGDT           PIC X(10).
           05  WS-DTL-GOVCD           PIC 9(4).

       01  WS-CORRECTION-BUILD.
           05  FILLER                 PIC X(1) VALUE "C".
           05  WS-COR-CSONUM          PIC 9(9).
           05  WS-COR-IDNUM           PIC 9(14).
           05  WS-COR-NAME            PIC X(15).
           05  WS-COR-BRTHDT          PIC X(10).
           05  WS-COR-FTHFNAME        PIC X(15).
           05  WS-COR-FTHSNAME        PIC X(15).
           05  WS-COR-SEX             PIC X(1).

       01  WS-TRAILER-BUILD.
           05  FILLER                 PIC X(1) VALUE "T".
           05  WS-TRL-DETAIL-CNT      PIC 9(9).
           05  WS-TRL-CORRECTION-CNT  PIC 9(9).

       01  WS-COUNT-EDITS.
           05  WS-COUNT-ED            PIC ZZZ,ZZZ,ZZ9.

           COPY CSRLWREC.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 0100-LOG-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SELECT-DEATHS
               UNTIL WS-REG-EOF
           PERFORM 3000-SEND-CORRECTIONS
           PERFORM 8000-WRITE-TRAILERS
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB17P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
               WRITE DEATH-FEED-4-RECORD
           END-EVALUATE.

       3000-SEND-CORRECTIONS.
      * ONLY A DECEASED PERSON'S CORRECTION CONCERNS THE AGENCIES.
           OPEN INPUT AMEND-APPLIED-FILE
           PERFORM UNTIL WS-AMA-EOF
             READ AMEND-APPLIED-FILE
               AT END SET WS-AMA-EOF TO TRUE
               NOT AT END
                 IF CS-AMA-DECEASED
                   PERFORM 3100-WRITE-CORRECTION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE AMEND-APPLIED-FILE.

       3100-WRITE-CORRECTION.
           MOVE CS-AMA-CSONUM       TO WS-COR-CSONUM
           MOVE CS-AMA-IDNUM        TO WS-COR-IDNUM
           MOVE CS-AMA-NEW-NAME     TO WS-COR-NAME
           MOVE CS-AMA-NEW-BRTHDT   TO WS-COR-BRTHDT
           MOVE CS-AMA-NEW-FTHFNAME TO WS-COR-FTHFNAME
           MOVE CS-AMA-NEW-FTHSNAME TO WS-COR-FTHSNAME
           MOVE CS-AMA-NEW-SEX      TO WS-COR-SEX
           ADD 1 TO WS-CORRECTION-CNT
           MOVE SPACES TO WS-FEED-RECORD
           MOVE WS-CORRECTION-BUILD TO WS-FEED-RECORD
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
             UNTIL WS-SLOT-SUB > WS-MAX-SLOTS
             IF WS-SLOT-ACTIVE(WS-SLOT-SUB)
               PERFORM 2600-WRITE-ONE-SLOT
             END-IF
           END-PERFORM.

       8000-WRITE-TRAILERS.
           MOVE WS-DEATH-CNT TO WS-TRL-DETAIL-CNT
           MOVE WS-CORRECTION-CNT TO WS-TRL-CORRECTION-CNT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
             UNTIL WS-SLOT-SUB > WS-MAX-SLOTS
             IF WS-SLOT-ACTIVE(WS-SLOT-SUB)
           DISPLAY "CSB17P1 EXTRACT RECORDS READ: " WS-COUNT-ED
           MOVE WS-DEATH-CNT TO WS-COUNT-ED
           DISPLAY "CSB17P1 DEATHS TRANSMITTED  : " WS-COUNT-ED
           MOVE WS-CORRECTION-CNT TO WS-COUNT-ED
           DISPLAY "CSB17P1 CORRECTIONS SENT    : " WS-COUNT-ED
           MOVE WS-FEED-CNT TO WS-COUNT-ED
           DISPLAY "CSB17P1 SUBSCRIBER FEEDS CUT: " WS-COUNT-ED.

           IF WS-SLOT-ACTIVE(4)
             CLOSE DEATH-FEED-4-FILE
           END-IF.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           COMPUTE RLW-WRITTEN-CNT = WS-DEATH-CNT
                         + WS-CORRECTION-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
