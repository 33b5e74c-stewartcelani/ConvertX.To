003396*                     INFORMATION ONLY AND NO LONGER SET THE     *
003398*                     NIGHT VERDICT; OTHERWISE THEY WOULD FAIL   *
003399*                     EVERY NIGHT AND WEDGE THE WHOLE CYCLE.     *
003400*    2026/10/15  JJM  VISIT HISTORY TAKES ONE SERVICE LINE PER   *
003410*                     VISIT OR FINANCE CHARGE, SO THE VISTHIST   *
003420*                     LEG NOW PROVES LINES WRITTEN; A COLLISION  *
003430*                     THERE MEANS A DAY FILLED ALL 99 LINES.     *
003440*    2026/10/15  JJM  TALLY ONLY FE RECORDS INTO THE GL COUNT    *
003442*                     AND FEE DOLLARS; INSURER PAYMENT (IP)      *
003444*                     RECORDS PRINT ON THEIR OWN INFORMATION     *
003446*                     LINES.                                     *
003450*                                                               *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.  NITEBAL.
009900 01  WS-JR-FEE-DOLLARS              PIC S9(9)V99  VALUE 0.
010000 01  WS-GL-RECORD-COUNT             PIC 9(07)     COMP VALUE 0.
010100 01  WS-GL-FEE-DOLLARS              PIC S9(9)V99  VALUE 0.
010110 01  WS-GL-IP-RECORD-COUNT          PIC 9(07)     COMP VALUE 0.
010120 01  WS-GL-IP-DOLLARS               PIC S9(9)V99  VALUE 0.
010200 01  WS-LEG-DESC                    PIC X(28).
010300 01  WS-LEG-LEFT-AMT                PIC S9(9)V99.
010400 01  WS-LEG-RIGHT-AMT               PIC S9(9)V99.
025500     EXIT.
025600*****************************************************************
025700*    4000-TALLY-GL-RECORD  --  FEE DOLLARS HANDED TO THE LEDGER *
025710*    ONLY FE RECORDS ANSWER TO JR-FILE; IP RECORDS ARE INSURER  *
025720*    REMITTANCES AND ARE TALLIED APART                          *
025800*****************************************************************
025900 4000-TALLY-GL-RECORD.
025950     IF GL-FEE-ENTRY
026000         ADD 1 TO WS-GL-RECORD-COUNT
026100         ADD GL-FEE-AMOUNT TO WS-GL-FEE-DOLLARS
026110     END-IF.
026120     IF GL-INSURER-PAYMENT
026130         ADD 1 TO WS-GL-IP-RECORD-COUNT
026140         ADD GL-FEE-AMOUNT TO WS-GL-IP-DOLLARS
026150     END-IF.
026200     PERFORM 4100-READ-GL-RECORD THRU 4100-EXIT.
026300 4000-EXIT.
026400     EXIT.
029000         + NC-TRANS-REJECTED + NC-DUPS-SKIPPED
029100         + NC-RESTART-SKIPPED.
029200     PERFORM 6000-PRINT-COUNT-LEG THRU 6000-EXIT.
029300     MOVE "VST+FC VS VISTHIST LINES"   TO WS-LEG-DESC.
029400     COMPUTE WS-LEG-LEFT-AMT =
029450         NC-VISITS-POSTED + NC-FINCHGS-POSTED.
029500     COMPUTE WS-LEG-RIGHT-AMT =
032800     MOVE WS-GL-FEE-DOLLARS            TO WS-LEG-RIGHT-AMT.
032900     PERFORM 6100-PRINT-DOLLAR-LEG THRU 6100-EXIT.
032950     MOVE "N" TO WS-INFO-LEG-SWITCH.
032960     MOVE SPACES                       TO WS-LL-LEFT.
032965     MOVE "INFO ONLY"                  TO WS-LL-VERDICT.
032970     MOVE "GL INSURER PAYMENT RECORDS" TO WS-LL-DESC.
032975     MOVE WS-GL-IP-RECORD-COUNT        TO WS-EDIT-COUNT.
032980     MOVE WS-EDIT-COUNT                TO WS-LL-RIGHT.
032985     WRITE BALANCE-REPORT-LINE FROM WS-LEG-LINE.
032990     MOVE "GL INSURER PAYMENT DOLLARS" TO WS-LL-DESC.
032993     MOVE WS-GL-IP-DOLLARS             TO WS-EDIT-AMT.
032996     MOVE WS-EDIT-AMT                  TO WS-LL-RIGHT.
032998     WRITE BALANCE-REPORT-LINE FROM WS-LEG-LINE.
033000 5000-EXIT.
033100     EXIT.
033200*****************************************************************
