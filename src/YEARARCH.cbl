002710*    2026/09/02  JJM  24-BYTE ARCHIVE RECORD FOR THE SERVICE    *
002720*                     CODE ADDED TO THE VISIT-HISTORY LAYOUT.   *
002730*    2026/09/02  JJM  26 BYTES FOR THE PROVIDER CODE.           *
002740*    2026/10/15  JJM  VISIT HISTORY IS NOW KEYED BY SERVICE     *
002750*                     LINE; EACH LINE ARCHIVES AS ITS OWN       *
002760*                     ENTRY IN THE UNCHANGED 26-BYTE LAYOUT     *
002770*                     (VARCREC), LINE NUMBER DROPPED, SO OLDER  *
002780*                     ARCHIVES STILL READ THE SAME.             *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
006400 FD  VISIT-HISTORY-FILE.
006500     COPY VISTREC.
006600 FD  VISIT-ARCHIVE-FILE.
006700     COPY VARCREC.
006800 FD  AUDIT-JOURNAL-FILE.
006900     COPY AUDTREC.
007000 FD  AUDIT-ARCHIVE-FILE.
016100 2000-PURGE-ONE-VISIT.
016200     MOVE VH-VISIT-DATE TO WS-VH-DATE-N.
016300     IF WS-VH-DATE-N < WS-CUTOFF-DATE
016400         MOVE VH-PATIENT-ID    TO VA-PATIENT-ID
016410         MOVE VH-VISIT-DATE    TO VA-VISIT-DATE
016420         MOVE VH-VISIT-FEE     TO VA-VISIT-FEE
016430         MOVE VH-SERVICE-CODE  TO VA-SERVICE-CODE
016440         MOVE VH-PROVIDER-CODE TO VA-PROVIDER-CODE
016500         WRITE VISIT-ARCHIVE-RECORD
016600         DELETE VISIT-HISTORY-FILE RECORD
016700             INVALID KEY
