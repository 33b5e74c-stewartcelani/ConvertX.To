001830*                     PRINT THE CODE ON THE DETAIL LINE.        *
001840*    2026/09/02  JJM  26 BYTES FOR THE PROVIDER CODE, PRINTED   *
001850*                     ALONGSIDE THE SERVICE CODE.               *
001860*    2026/10/15  JJM  ARCHIVE LAYOUT MOVED TO THE VARCREC       *
001870*                     COPYBOOK NOW THAT VISIT HISTORY CARRIES   *
001880*                     A LINE NUMBER THE ARCHIVE DOES NOT; EACH  *
001890*                     ARCHIVED SERVICE LINE PRINTS ON ITS OWN.  *
001900*                                                               *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  VISIT-ARCHIVE-FILE.
004200     COPY VARCREC.
004300 FD  PULL-REPORT.
004400 01  PULL-REPORT-LINE               PIC X(80).
004500 WORKING-STORAGE SECTION.
004700 01  WS-VA-STATUS                   PIC X(02).
004800 01  WS-RPT-STATUS                  PIC X(02).
004900 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
005200 01  WS-ARCHIVE-READ                PIC 9(07)     COMP VALUE 0.
005300 01  WS-VISITS-FOUND                PIC 9(07)     COMP VALUE 0.
005400 01  WS-FOUND-DOLLARS               PIC S9(9)V99  VALUE 0.
005600 01  WS-HEADING-LINE-1.
005700     05  FILLER                     PIC X(36)     VALUE
005800         "ARCHPULL - ARCHIVED VISIT RETRIEVAL".
010700*****************************************************************
010800 2000-SCAN-ONE-RECORD.
010900     ADD 1 TO WS-ARCHIVE-READ.
011100     IF VA-PATIENT-ID = WS-REQUEST-PATIENT-ID
011200         ADD 1 TO WS-VISITS-FOUND
011300         ADD VA-VISIT-FEE TO WS-FOUND-DOLLARS
011500         MOVE VA-VISIT-DATE TO WS-DL-DATE
011600         MOVE VA-VISIT-FEE  TO WS-DL-FEE
011650         MOVE VA-SERVICE-CODE TO WS-DL-SERVICE
011660         MOVE VA-PROVIDER-CODE TO WS-DL-PROVIDER
011700         WRITE PULL-REPORT-LINE FROM WS-DETAIL-LINE
011800     END-IF.
011900     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
