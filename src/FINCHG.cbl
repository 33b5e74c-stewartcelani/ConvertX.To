002400*    THE SAME MONTH STOPS WITH RETURN-CODE 8 AND CHARGES        *
002500*    NOTHING, SO A BALANCE IS NEVER ASSESSED TWICE IN ONE       *
002600*    MONTH.                                                     *
002610*                                                               *
002620*    A PATIENT ON A CURRENT PAYMENT PLAN IS NOT ASSESSED.  THE  *
002630*    PLAN FILE IS OPTIONAL; WITHOUT IT EVERY OVERDUE BALANCE    *
002640*    IS ASSESSED AS BEFORE.                                     *
002650*                                                               *
002660*    AN ACCOUNT PLACED WITH THE COLLECTION AGENCY (COLLPLC) IS  *
002670*    NOT ASSESSED EITHER; THE AGENCY IS WORKING THE BALANCE.    *
002680*    THE PLACEMENT FILE IS OPTIONAL IN THE SAME WAY.            *
002700*                                                               *
002800*    MODIFICATION HISTORY                                       *
002900*    --------------------                                       *
003000*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
003010*    2026/10/15  JJM  SKIP A PATIENT ON A CURRENT PAYMENT PLAN   *
003020*                     (PAYPLAN); THE CLIENT IS PAYING AS AGREED. *
003030*                     A PLAN PLANCHK HAS DROPPED FOR DEFAULT IS  *
003040*                     NO LONGER HONORED.                         *
003050*    2026/10/15  JJM  SKIP AN ACCOUNT PLACED WITH THE COLLECTION *
003060*                     AGENCY (COLLPLC).                          *
003100*                                                               *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
005800     SELECT ASSESS-REPORT ASSIGN TO "FINCHRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RPT-STATUS.
006010     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS RANDOM
006040         RECORD KEY IS PP-PATIENT-ID
006050         FILE STATUS IS WS-PP-STATUS.
006055     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
006060         ORGANIZATION IS INDEXED
006065         ACCESS MODE IS RANDOM
006070         RECORD KEY IS CL-PATIENT-ID
006075         FILE STATUS IS WS-CL-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  JR-FILE.
006800     COPY FINCTL.
006900 FD  ASSESS-REPORT.
007000 01  ASSESS-REPORT-LINE             PIC X(80).
007010 FD  PAYMENT-PLAN-FILE.
007020     COPY PLANREC.
007030 FD  COLL-PLACEMENT-FILE.
007040     COPY COLLREC.
007100 WORKING-STORAGE SECTION.
007200 01  WS-JR-STATUS                   PIC X(02).
007300 01  WS-FT-STATUS                   PIC X(02).
007400 01  WS-FN-STATUS                   PIC X(02).
007500 01  WS-RPT-STATUS                  PIC X(02).
007510 01  WS-PP-STATUS                   PIC X(02).
007520 01  WS-PP-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007530     88  WS-PLAN-FILE-AVAILABLE                   VALUE "Y".
007540 01  WS-PLAN-SWITCH                 PIC X(01)     VALUE "N".
007550     88  WS-ON-CURRENT-PLAN                       VALUE "Y".
007555 01  WS-CL-STATUS                   PIC X(02).
007560 01  WS-CL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007565     88  WS-PLACEMENT-FILE-AVAILABLE              VALUE "Y".
007570 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
007575     88  WS-ACCOUNT-PLACED                        VALUE "Y".
007600 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
007700     88  WS-END-OF-FILE                           VALUE "Y".
007800 01  WS-CTL-FOUND-SWITCH            PIC X(01)     VALUE "N".
010000 01  WS-DAYS-OVERDUE                PIC S9(07)    COMP.
010100 01  WS-RECORDS-READ                PIC 9(07)     COMP VALUE 0.
010200 01  WS-CHARGES-WRITTEN             PIC 9(07)     COMP VALUE 0.
010210 01  WS-PLANS-SKIPPED               PIC 9(07)     COMP VALUE 0.
010220 01  WS-PLACED-SKIPPED              PIC 9(07)     COMP VALUE 0.
010300 01  WS-CHARGE-DOLLARS              PIC S9(9)V99  VALUE 0.
010400 01  WS-HEADING-LINE-1.
010500     05  FILLER                     PIC X(38)     VALUE
017400     OPEN INPUT JR-FILE.
017500     OPEN OUTPUT FIN-TRANS-FILE.
017600     OPEN OUTPUT ASSESS-REPORT.
017610     OPEN INPUT PAYMENT-PLAN-FILE.
017620     IF WS-PP-STATUS = "00"
017630         MOVE "Y" TO WS-PP-AVAIL-SWITCH
017640     ELSE
017650         DISPLAY "FINCHG - PAYMENT PLAN FILE NOT AVAILABLE, "
017660             "NO PLAN EXEMPTIONS"
017670     END-IF.
017673     OPEN INPUT COLL-PLACEMENT-FILE.
017676     IF WS-CL-STATUS = "00"
017679         MOVE "Y" TO WS-CL-AVAIL-SWITCH
017682     ELSE
017685         DISPLAY "FINCHG - PLACEMENT FILE NOT AVAILABLE, "
017688             "NO AGENCY EXEMPTIONS"
017691     END-IF.
017700     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
017800     MOVE WS-MONTHLY-RATE   TO WS-H2-RATE.
017900     MOVE WS-MINIMUM-CHARGE TO WS-H2-MINIMUM.
023500     IF WS-DAYS-OVERDUE NOT > 30
023600         GO TO 2000-NEXT
023700     END-IF.
023710     PERFORM 2150-CHECK-PLAN THRU 2150-EXIT.
023720     IF WS-ON-CURRENT-PLAN
023730         ADD 1 TO WS-PLANS-SKIPPED
023740         GO TO 2000-NEXT
023750     END-IF.
023755     PERFORM 2300-CHECK-PLACED THRU 2300-EXIT.
023760     IF WS-ACCOUNT-PLACED
023765         ADD 1 TO WS-PLACED-SKIPPED
023770         GO TO 2000-NEXT
023775     END-IF.
023800     PERFORM 2200-WRITE-ONE-CHARGE THRU 2200-EXIT.
023900 2000-NEXT.
024000     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
025000     END-READ.
025100 2100-EXIT.
025200     EXIT.
025210*****************************************************************
025220*    2150-CHECK-PLAN  --  IS THIS PATIENT ON A CURRENT PLAN     *
025230*****************************************************************
025240 2150-CHECK-PLAN.
025250     MOVE "N" TO WS-PLAN-SWITCH.
025260     IF NOT WS-PLAN-FILE-AVAILABLE
025270         GO TO 2150-EXIT
025280     END-IF.
025290     MOVE PATIENT-ID OF ANIMAL-INFO TO PP-PATIENT-ID.
025291     READ PAYMENT-PLAN-FILE
025292         INVALID KEY
025293             GO TO 2150-EXIT
025294     END-READ.
025295     IF PP-PLAN-CURRENT
025296         MOVE "Y" TO WS-PLAN-SWITCH
025297     END-IF.
025298 2150-EXIT.
025299     EXIT.
025300*****************************************************************
025400*    2200-WRITE-ONE-CHARGE  --  RATE TIMES BALANCE, FLOORED AT  *
025500*    THE MINIMUM, AS A TYPE F TRANSACTION PLUS A REGISTER LINE  *
027800     WRITE ASSESS-REPORT-LINE FROM WS-DETAIL-LINE.
027900 2200-EXIT.
028000     EXIT.
028005*****************************************************************
028010*    2300-CHECK-PLACED  --  IS THIS ACCOUNT WITH THE AGENCY     *
028015*****************************************************************
028020 2300-CHECK-PLACED.
028025     MOVE "N" TO WS-PLACED-SWITCH.
028030     IF NOT WS-PLACEMENT-FILE-AVAILABLE
028035         GO TO 2300-EXIT
028040     END-IF.
028045     MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID.
028050     READ COLL-PLACEMENT-FILE
028055         INVALID KEY
028060             GO TO 2300-EXIT
028065     END-READ.
028070     IF CL-ACCOUNT-PLACED
028075         MOVE "Y" TO WS-PLACED-SWITCH
028080     END-IF.
028085 2300-EXIT.
028090     EXIT.
028100*****************************************************************
028200*    8000-PRINT-TOTALS  --  COUNT AND DOLLARS ASSESSED          *
028300*****************************************************************
032000 9999-TERMINATE.
032100     DISPLAY "FINCHG - RECORDS READ   : " WS-RECORDS-READ.
032200     DISPLAY "FINCHG - CHARGES WRITTEN: " WS-CHARGES-WRITTEN.
032210     DISPLAY "FINCHG - ON PAYMENT PLAN: " WS-PLANS-SKIPPED.
032220     DISPLAY "FINCHG - WITH AGENCY    : " WS-PLACED-SKIPPED.
032300     CLOSE FIN-CONTROL-FILE.
032400     IF WS-MONTH-ALREADY-RUN
032500         GO TO 9999-EXIT
032700     CLOSE JR-FILE.
032800     CLOSE FIN-TRANS-FILE.
032900     CLOSE ASSESS-REPORT.
032910     IF WS-PLAN-FILE-AVAILABLE
032920         CLOSE PAYMENT-PLAN-FILE
032930     END-IF.
032940     IF WS-PLACEMENT-FILE-AVAILABLE
032950         CLOSE COLL-PLACEMENT-FILE
032960     END-IF.
033000 9999-EXIT.
033100     EXIT.
