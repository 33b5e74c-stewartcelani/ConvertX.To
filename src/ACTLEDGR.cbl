002500*    MODIFICATION HISTORY                                       *
002600*    --------------------                                       *
002700*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
002710*    2026/10/15  JJM  EVERY SERVICE LINE OF A MULTI-LINE VISIT  *
002720*                     IS ITS OWN LEDGER ENTRY; ARCHIVED VISITS  *
002730*                     READ THROUGH THE VARCREC LAYOUT.          *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
007600 FD  OWNER-LINK-FILE.
007700     COPY OWNLREC.
007800 FD  VISIT-ARCHIVE-FILE.
007900     COPY VARCREC.
008000 FD  LEDGER-REPORT.
008100 01  LEDGER-REPORT-LINE             PIC X(90).
008200 WORKING-STORAGE SECTION.
028100     MOVE "N" TO WS-SCAN-SWITCH.
028200     MOVE PATIENT-ID OF ANIMAL-INFO TO VH-PATIENT-ID.
028300     MOVE 0 TO VH-VISIT-DATE.
028350     MOVE 0 TO VH-LINE-NO.
028400     START VISIT-HISTORY-FILE
028500         KEY IS NOT LESS THAN VH-KEY
028600         INVALID KEY
039400             MOVE "Y" TO WS-ARCH-EOF-SWITCH
039500             GO TO 4100-EXIT
039600     END-READ.
039800     IF VA-PATIENT-ID NOT = PATIENT-ID OF ANIMAL-INFO
039900         GO TO 4100-EXIT
040000     END-IF.
040100     MOVE VA-VISIT-DATE   TO WS-WK-DATE.
040200     MOVE "AV"            TO WS-WK-TYPE.
040300     MOVE VA-SERVICE-CODE TO WS-WK-CODE.
040400     MOVE VA-VISIT-FEE    TO WS-WK-AMOUNT.
040500     PERFORM 5000-ADD-ONE-ENTRY THRU 5000-EXIT.
040600 4100-EXIT.
040700     EXIT.
