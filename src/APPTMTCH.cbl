002110*    2026/09/02  JJM  A SERVICE-CODE FC HISTORY ENTRY IS A      *
002120*                     FINANCE CHARGE, NOT A VISIT, AND NO       *
002130*                     LONGER MARKS AN APPOINTMENT KEPT.         *
002140*    2026/10/15  JJM  WALK EVERY SERVICE LINE OF THE DAY: ANY   *
002150*                     NON-FC LINE MARKS THE APPOINTMENT KEPT,   *
002160*                     EVEN WHEN A FINANCE CHARGE HOLDS LINE 01. *
002200*                                                               *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
004000         FILE STATUS IS WS-AB-STATUS.
004100     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS VH-KEY
004500         FILE STATUS IS WS-VH-STATUS.
004600     SELECT MATCH-REPORT ASSIGN TO "APPTMRPT"
006200     88  WS-END-OF-FILE                           VALUE "Y".
006300 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
006400     88  WS-VISIT-FOUND                           VALUE "Y".
006410 01  WS-LINE-SCAN-SWITCH            PIC X(01)     VALUE "N".
006420     88  WS-LINE-SCAN-DONE                        VALUE "Y".
006500 01  WS-REQUEST-DATE-IN             PIC X(08).
006600 01  WS-REQUEST-DATE                PIC 9(08).
006700 01  WS-CURRENT-DATE                PIC 9(08).
018200     EXIT.
018300*****************************************************************
018400*    2200-LOOKUP-VISIT  --  DID A VISIT POST FOR THE PATIENT     *
018500*    THAT DAY?  THE HISTORY KEY IS PATIENT, DATE, AND LINE, SO   *
018600*    THE DAY'S LINES ARE WALKED FROM THE FIRST.  A SERVICE-CODE  *
018610*    FC LINE IS A FINANCE CHARGE FROM THE MONTHLY FINCHG RUN,    *
018620*    NOT A VISIT, SO ONLY SOME OTHER LINE COUNTS AS FOUND.       *
018700*****************************************************************
018800 2200-LOOKUP-VISIT.
018900     MOVE "N" TO WS-FOUND-SWITCH.
018910     MOVE "N" TO WS-LINE-SCAN-SWITCH.
019000     MOVE AB-PATIENT-ID   TO VH-PATIENT-ID.
019100     MOVE WS-REQUEST-DATE TO VH-VISIT-DATE.
019150     MOVE 0               TO VH-LINE-NO.
019200     START VISIT-HISTORY-FILE
019300         KEY IS GREATER THAN VH-KEY
019400         INVALID KEY
019500             MOVE "Y" TO WS-LINE-SCAN-SWITCH
019600     END-START.
019610     PERFORM 2210-CHECK-ONE-LINE THRU 2210-EXIT
019620         UNTIL WS-LINE-SCAN-DONE
019630            OR WS-VISIT-FOUND.
019700 2200-EXIT.
019800     EXIT.
019802*****************************************************************
019807*    2210-CHECK-ONE-LINE  --  ONE HISTORY LINE OF THE DAY        *
019812*****************************************************************
019817 2210-CHECK-ONE-LINE.
019822     READ VISIT-HISTORY-FILE NEXT RECORD
019827         AT END
019832             MOVE "Y" TO WS-LINE-SCAN-SWITCH
019837             GO TO 2210-EXIT
019842     END-READ.
019847     IF VH-PATIENT-ID NOT = AB-PATIENT-ID
019852            OR VH-VISIT-DATE NOT = WS-REQUEST-DATE
019857         MOVE "Y" TO WS-LINE-SCAN-SWITCH
019862         GO TO 2210-EXIT
019867     END-IF.
019872     IF VH-SERVICE-CODE NOT = "FC"
019877         MOVE "Y" TO WS-FOUND-SWITCH
019882     END-IF.
019887 2210-EXIT.
019892     EXIT.
019900*****************************************************************
020000*    8000-PRINT-TOTALS  --  CHECKED, KEPT, AND MISSED            *
020100*****************************************************************
