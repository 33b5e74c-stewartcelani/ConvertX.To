003540*    2026/09/02  JJM  STAMP THE CYCLE RUN-CONTROL FILE THROUGH  *
003550*                     CYCSTEP AS THE FIRST STEP OF THE NIGHTLY  *
003560*                     CYCLE.                                    *
003570*    2026/10/15  JJM  HIST-LINK DETAIL SHOWS THE SERVICE LINE   *
003580*                     NUMBER NOW THAT A VISIT CAN HOLD SEVERAL. *
003600*                                                               *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
015500 01  WS-HIST-LINK-DETAIL.
015600     05  FILLER                     PIC X(06)     VALUE "VISIT".
015700     05  WS-HD-VISIT-DATE           PIC 9(08).
015710     05  FILLER                     PIC X(01)     VALUE "/".
015720     05  WS-HD-LINE-NO              PIC 9(02).
015800     05  FILLER                     PIC X(23)     VALUE
015900         " PATIENT NOT ON JRFILE".
016000 01  WS-SEQ-CTL-DETAIL.
039000         MOVE "HIST-LINK" TO WS-EL-CHECK
039100         MOVE VH-PATIENT-ID TO WS-EL-KEY
039200         MOVE VH-VISIT-DATE TO WS-HD-VISIT-DATE
039210         MOVE VH-LINE-NO    TO WS-HD-LINE-NO
039300         MOVE WS-HIST-LINK-DETAIL TO WS-EL-DETAIL
039400         WRITE CHECK-REPORT-LINE FROM WS-EXCEPTION-LINE
039500     END-IF.
