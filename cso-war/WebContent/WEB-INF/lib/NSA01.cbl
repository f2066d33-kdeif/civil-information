      * SAM-FILLER3 WAS RENAMED TO EZEI-8
               07  EZEI-8              PIC X(321).
      * OPERATOR AUTHORITY PROFILE CARRIED TO NMIN, FILLED AT
      * SIGN-ON FROM THE OPRAUTH RETURN (SEE CSOAUREC), WITH THE
      * SIGN-ON TERMINAL (W-COM-AREA TITRGG44) THAT NMIN STAMPS ON
      * EVERY EXTRACT RECORD WITH THE OPERATOR (SEE CSREGREC)
               07  EZE-REDEF-122 REDEFINES EZEI-8.
      * SAM-OPR-REGTYPS WAS RENAMED TO EZEI-1004
                08  EZEI-1004          PIC X(20).
      * SAM-OPR-MNTFUNCS WAS RENAMED TO EZEI-1005
                08  EZEI-1005          PIC X(5).
      * SAM-OPR-TERMID WAS RENAMED TO EZEI-1007
                08  EZEI-1007          PIC X(4).
      * SAM-OPR-FILLER WAS RENAMED TO EZEI-1006
                08  EZEI-1006          PIC X(292).
      * USER-ID WAS RENAMED TO EZEI-9
             05  EZEI-9                PIC S9(4) COMP.
           02  EZE-INIT-EZER-2 REDEFINES EZER-2.
      * STAMPED AFTER THE FILLERS ARE CLEARED
           MOVE EZEI-1000 OF EZER-8 TO EZEI-1004 OF EZER-2
           MOVE EZEI-1001 OF EZER-8 TO EZEI-1005 OF EZER-2
           MOVE EZEI-48 OF EZER-3 TO EZEI-1007 OF EZER-2
000137*    /* COM_AREA1();
000138*           /* DXFR NSA02 RCGW99;      /* W-COM-AREA;
000139*           XFER NMIN SAM_REC;
      * STAMPED AFTER THE FILLERS ARE CLEARED
           MOVE EZEI-1000 OF EZER-8 TO EZEI-1004 OF EZER-2
           MOVE EZEI-1001 OF EZER-8 TO EZEI-1005 OF EZER-2
           MOVE EZEI-48 OF EZER-3 TO EZEI-1007 OF EZER-2
000210*         XFER NMIN SAM_REC;
           MOVE "CSA01P1" TO EZERTS-PRC-NAME
           MOVE 210 TO EZERTS-PRC-NUM
