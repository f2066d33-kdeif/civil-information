      *     IDENTITY FIELDS (CSONUM, NAME, FATHER NAMES, BIRTH DATE,
      *     SEX, GOVERNORATE), T CARRIES THE DETAIL COUNT THE
      *     AUTHORITY VERIFIES ON RECEIPT
      * THE IDENTITY AMENDMENTS THE PERSON-REGISTER ROLL-FORWARD
      * (CSB08P1) APPLIED TONIGHT (AMDAPPLY, CSAMAREC) FOLLOW THE
      * REQUESTS AS C RECORDS - CSONUM, IDNUM (ZERO WHEN NONE
      * ASSIGNED), THE CORRECTED IDENTITY AND THE DATE APPLIED - SO
      * THE AUTHORITY DOES NOT KEEP THE WRONG IDENTITY; THE T RECORD
      * CARRIES THE CORRECTION COUNT AFTER THE DETAIL COUNT. THIS
      * JOB THEREFORE RUNS AFTER CSB08P1.
      * THE AUTHORITY'S REPLY COMES BACK THROUGH CSB13P1. RUN
      * NIGHTLY AFTER THE EXTRACT, BY THE SAME SCHEDULE THAT DRIVES
      * CSB01P1. RECORD COUNTS GO TO THE JOB LOG.
               ORGANIZATION IS SEQUENTIAL.
           SELECT IDREQ-XFER-FILE    ASSIGN TO "IDREQOUT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT AMEND-APPLIED-FILE ASSIGN TO "AMDAPPLY"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SORT-WORK-FILE     ASSIGN TO "SORTWK1".

       DATA DIVISION.
           RECORDING MODE IS F.
       01  IDREQ-XFER-RECORD          PIC X(100).

       FD  AMEND-APPLIED-FILE
           RECORDING MODE IS F.
           COPY CSAMAREC.

       SD  SORT-WORK-FILE.
       01  SRT-REQ-RECORD.
           05  SRT-REQ-CSONUM         PIC S9(9) COMP.
             88  WS-SORT-EOF          VALUE "Y".
           05  WS-OLD-EOF-SW          PIC X(1) VALUE "N".
             88  WS-OLD-EOF           VALUE "Y".
           05  WS-AMA-EOF-SW          PIC X(1) VALUE "N".
             88  WS-AMA-EOF           VALUE "Y".

       01  WS-RUN-DATE                PIC X(8).
       01  WS-PRIOR-CSONUM            PIC S9(9) COMP VALUE -1.
           05  WS-NEW-WRITE-CNT       PIC S9(7) COMP-3 VALUE 0.
           05  WS-SENT-CNT            PIC S9(7) COMP-3 VALUE 0.
           05  WS-ALREADY-CNT         PIC S9(7) COMP-3 VALUE 0.
           05  WS-CORRECTION-CNT      PIC S9(7) COMP-3 VALUE 0.

       01  WS-HEADER-BUILD.
           05  FILLER                 PIC X(1) VALUE "H".
           05  WS-DTL-SEX             PIC X(1).
           05  WS-DTL-GOVCD           PIC 9(4).

       01  WS-CORRECTION-BUILD.
           05  FILLER                 PIC X(1) VALUE "C".
           05  WS-COR-CSONUM          PIC 9(9).
           05  WS-COR-IDNUM           PIC 9(14).
           05  WS-COR-NAME            PIC X(15).
           05  WS-COR-FTHFNAME        PIC X(15).
           05  WS-COR-FTHSNAME        PIC X(15).
           05  WS-COR-BRTHDT          PIC X(10).
           05  WS-COR-SEX             PIC X(1).
           05  WS-COR-APPLIED-DT      PIC X(8).

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
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-REQ-CSONUM
               INPUT PROCEDURE IS 2000-RELEASE-UNASSIGNED
               OUTPUT PROCEDURE IS 3000-ROLL-CONTROL-FORWARD
           PERFORM 4000-SEND-CORRECTIONS
           PERFORM 8000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 9900-LOG-RUN-END
           STOP RUN.

       0100-LOG-RUN-START.
           MOVE "CSB12P1" TO RLW-PROGRAM
           SET RLW-RUN-START TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT  IDREQ-OLD-FILE
           WRITE IDR-NEW-RECORD FROM CS-IDR-RECORD
           ADD 1 TO WS-NEW-WRITE-CNT.

       4000-SEND-CORRECTIONS.
           OPEN INPUT AMEND-APPLIED-FILE
           PERFORM UNTIL WS-AMA-EOF
             READ AMEND-APPLIED-FILE
               AT END SET WS-AMA-EOF TO TRUE
               NOT AT END PERFORM 4100-WRITE-CORRECTION
             END-READ
           END-PERFORM
           CLOSE AMEND-APPLIED-FILE.

       4100-WRITE-CORRECTION.
           MOVE CS-AMA-CSONUM       TO WS-COR-CSONUM
           MOVE CS-AMA-IDNUM        TO WS-COR-IDNUM
           MOVE CS-AMA-NEW-NAME     TO WS-COR-NAME
           MOVE CS-AMA-NEW-FTHFNAME TO WS-COR-FTHFNAME
           MOVE CS-AMA-NEW-FTHSNAME TO WS-COR-FTHSNAME
           MOVE CS-AMA-NEW-BRTHDT   TO WS-COR-BRTHDT
           MOVE CS-AMA-NEW-SEX      TO WS-COR-SEX
           MOVE CS-AMA-APPLIED-DT   TO WS-COR-APPLIED-DT
           MOVE SPACES TO IDREQ-XFER-RECORD
           MOVE WS-CORRECTION-BUILD TO IDREQ-XFER-RECORD
           WRITE IDREQ-XFER-RECORD
           ADD 1 TO WS-CORRECTION-CNT.

       8000-WRITE-TRAILER.
           MOVE WS-SENT-CNT TO WS-TRL-DETAIL-CNT
           MOVE WS-CORRECTION-CNT TO WS-TRL-CORRECTION-CNT
           MOVE SPACES TO IDREQ-XFER-RECORD
           MOVE WS-TRAILER-BUILD TO IDREQ-XFER-RECORD
           WRITE IDREQ-XFER-RECORD
           DISPLAY "CSB12P1 REQUESTS TRANSMITTED: " WS-COUNT-ED
           MOVE WS-ALREADY-CNT TO WS-COUNT-ED
           DISPLAY "CSB12P1 ALREADY REQUESTED   : " WS-COUNT-ED
           MOVE WS-CORRECTION-CNT TO WS-COUNT-ED
           DISPLAY "CSB12P1 CORRECTIONS SENT    : " WS-COUNT-ED
           MOVE WS-NEW-WRITE-CNT TO WS-COUNT-ED
           DISPLAY "CSB12P1 CONTROL RECORDS OUT : " WS-COUNT-ED.

           CLOSE IDREQ-OLD-FILE
                 IDREQ-NEW-FILE
                 IDREQ-XFER-FILE.

       9900-LOG-RUN-END.
           MOVE WS-REG-READ-CNT TO RLW-READ-CNT
           MOVE WS-SENT-CNT TO RLW-WRITTEN-CNT
           MOVE 0 TO RLW-REJECT-CNT
           MOVE 0 TO RLW-RESTART-CNT
           MOVE RETURN-CODE TO RLW-RETURN-CD
           SET RLW-RUN-END TO TRUE
           CALL "RUNLOGWR" USING RLW-LOG-AREA.
