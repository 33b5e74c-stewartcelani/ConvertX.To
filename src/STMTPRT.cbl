000900*    EACH STATEMENT CARRIES THE OWNER'S NAME AND PHONE FROM      *
001000*    OWNER-INFO AND THE ACCT_NO FROM THE FINANCIAL GROUP, AND    *
001100*    BILLS THE REMAINING OPEN BALANCE, NOT THE ORIGINAL FEE.     *
001110*    A PATIENT ON A CURRENT PAYMENT PLAN IS BILLED FOR THE       *
001120*    INSTALLMENT DUE, WORKED OUT THE SAME WAY AS ON OWNSTMT.     *
001130*    A PATIENT WHOSE ACCOUNT IS PLACED WITH THE COLLECTION       *
001140*    AGENCY (COLLPLC) GETS NO STATEMENT; THE AGENCY OWNS THE     *
001150*    CONTACT.                                                    *
001160*    EVERY STATEMENT ENDS WITH A TEAR-OFF REMITTANCE STUB WHOSE  *
001170*    SCAN LINE (RSTBREC) CARRIES THE PATIENT-ID AND ACCT_NO, SO  *
001180*    LBXPOST CAN POST THE CHECK FROM THE BANK'S LOCKBOX FILE.    *
001200*                                                               *
001300*    MODIFICATION HISTORY                                       *
001400*    --------------------                                       *
002200*                     EDITING; THE SLASH POSITIONS WERE NEVER    *
002300*                     INITIALIZED AND THE HEADING LINE WAS       *
002400*                     DROPPED ON WRITE.                          *
002410*    2026/10/15  JJM  BILL A PATIENT ON A CURRENT PAYMENT PLAN   *
002420*                     FOR THE INSTALLMENT DUE (PAYPLAN) AND SHOW *
002430*                     THE PLAN BALANCE NOT YET DUE.              *
002440*    2026/10/15  JJM  NO STATEMENT FOR A PATIENT WHOSE ACCOUNT   *
002450*                     IS PLACED WITH THE COLLECTION AGENCY       *
002460*                     (COLLPLC).                                 *
002470*    2026/10/15  JJM  PRINT A MACHINE-READABLE REMITTANCE STUB   *
002480*                     (RSTBREC) UNDER THE AMOUNT DUE FOR THE     *
002490*                     BANK LOCKBOX.                              *
002500*                                                               *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
004900     SELECT STATEMENT-FILE ASSIGN TO "STMTOUT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ST-STATUS.
005110     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS RANDOM
005140         RECORD KEY IS PP-PATIENT-ID
005150         FILE STATUS IS WS-PP-STATUS.
005155     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
005160         ORGANIZATION IS INDEXED
005165         ACCESS MODE IS RANDOM
005170         RECORD KEY IS CL-PATIENT-ID
005175         FILE STATUS IS WS-CL-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  JR-FILE.
005700     COPY OWNREC.
005800 FD  STATEMENT-FILE.
005900 01  STATEMENT-LINE                 PIC X(80).
005910 FD  PAYMENT-PLAN-FILE.
005920     COPY PLANREC.
005930 FD  COLL-PLACEMENT-FILE.
005940     COPY COLLREC.
006000 WORKING-STORAGE SECTION.
006100 01  WS-JR-STATUS                   PIC X(02).
006200 01  WS-ST-STATUS                   PIC X(02).
006500     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
006600 01  WS-ADDR-FOUND-SWITCH           PIC X(01)     VALUE "N".
006700     88  WS-ADDRESS-FOUND                         VALUE "Y".
006710 01  WS-PP-STATUS                   PIC X(02).
006720 01  WS-PP-AVAIL-SWITCH             PIC X(01)     VALUE "N".
006730     88  WS-PLAN-FILE-AVAILABLE                   VALUE "Y".
006740 01  WS-PLAN-SWITCH                 PIC X(01)     VALUE "N".
006750     88  WS-ON-CURRENT-PLAN                       VALUE "Y".
006760 01  WS-PLAN-REMAINING              PIC S9(7)V99.
006770 01  WS-PLAN-SHORT                  PIC S9(7)V99.
006780 01  WS-PLAN-DUE                    PIC S9(7)V99.
006783 01  WS-CL-STATUS                   PIC X(02).
006786 01  WS-CL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
006789     88  WS-PLACEMENT-FILE-AVAILABLE              VALUE "Y".
006792 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
006795     88  WS-ACCOUNT-PLACED                        VALUE "Y".
006800 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006900     88  WS-END-OF-FILE                           VALUE "Y".
007000 01  WS-CURRENT-DATE.
007400 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
007500                                PIC 9(08).
007600 01  WS-STATEMENT-COUNT             PIC 9(07)     COMP VALUE 0.
007650 01  WS-PLAN-COUNT                  PIC 9(07)     COMP VALUE 0.
007660 01  WS-PLACED-COUNT                PIC 9(07)     COMP VALUE 0.
007700 01  WS-SEP-LINE.
007800     05  FILLER                     PIC X(40)     VALUE
007900         "----------------------------------------".
011400     05  WS-BL-FEE                  PIC ZZZZZ9.99.
011500     05  FILLER                     PIC X(15)     VALUE
011600         "  PLEASE REMIT".
011610 01  WS-PLAN-LINE.
011620     05  FILLER                     PIC X(34)     VALUE
011630         "PAYMENT PLAN BALANCE NOT YET DUE:".
011640     05  WS-PN-NOT-DUE              PIC ZZZZZZ9.99.
011650 01  WS-STUB-CUT-LINE.
011660     05  FILLER                     PIC X(40)     VALUE
011670         "- - DETACH AND RETURN WITH PAYMENT - - -".
011680     COPY RSTBREC.
011700 PROCEDURE DIVISION.
011800*****************************************************************
011900*    0000-MAINLINE                                              *
013600         DISPLAY "STMTPRT - OWNER MASTER NOT AVAILABLE, "
013700             "ADDRESS BLOCK SKIPPED"
013800     END-IF.
013810     OPEN INPUT PAYMENT-PLAN-FILE.
013820     IF WS-PP-STATUS = "00"
013830         MOVE "Y" TO WS-PP-AVAIL-SWITCH
013840     ELSE
013850         DISPLAY "STMTPRT - PAYMENT PLAN FILE NOT AVAILABLE, "
013860             "FULL BALANCES BILLED"
013870     END-IF.
013873     OPEN INPUT COLL-PLACEMENT-FILE.
013876     IF WS-CL-STATUS = "00"
013879         MOVE "Y" TO WS-CL-AVAIL-SWITCH
013882     ELSE
013885         DISPLAY "STMTPRT - PLACEMENT FILE NOT AVAILABLE, "
013888             "NO AGENCY HOLDS"
013891     END-IF.
013900     OPEN OUTPUT STATEMENT-FILE.
014000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014100     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
014700 2000-PROCESS-RECORD.
014800     IF OPEN_BAL OF FINANCIAL > 0
014900            AND NOT PATIENT-RETIRED
014910         PERFORM 2500-CHECK-PLACED THRU 2500-EXIT
014920         IF WS-ACCOUNT-PLACED
014930             ADD 1 TO WS-PLACED-COUNT
014940         ELSE
015000             PERFORM 2200-PRINT-STATEMENT THRU 2200-EXIT
015010         END-IF
015100     END-IF.
015200     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
015300 2000-EXIT.
017400     MOVE PATIENT-ID OF ANIMAL-INFO
017500                                 TO WS-AL-PATIENT-ID.
017600     MOVE OPEN_BAL OF FINANCIAL  TO WS-BL-FEE.
017610     PERFORM 2400-CALC-PLAN-DUE THRU 2400-EXIT.
017620     IF WS-ON-CURRENT-PLAN
017630         MOVE WS-PLAN-DUE        TO WS-BL-FEE
017640         COMPUTE WS-PN-NOT-DUE = OPEN_BAL OF FINANCIAL
017650             - WS-PLAN-DUE
017660         ADD 1 TO WS-PLAN-COUNT
017670     END-IF.
017700     WRITE STATEMENT-LINE FROM WS-SEP-LINE.
017800     WRITE STATEMENT-LINE FROM WS-TITLE-LINE.
017900     MOVE SPACES TO STATEMENT-LINE.
018900     WRITE STATEMENT-LINE.
019000     WRITE STATEMENT-LINE FROM WS-ACCOUNT-LINE.
019100     WRITE STATEMENT-LINE FROM WS-BALANCE-LINE.
019150     IF WS-ON-CURRENT-PLAN
019160         WRITE STATEMENT-LINE FROM WS-PLAN-LINE
019170     END-IF.
019172     WRITE STATEMENT-LINE FROM WS-STUB-CUT-LINE.
019174     MOVE "P"                TO RS-STUB-TYPE.
019176     MOVE SPACES             TO RS-ACCOUNT-KEY.
019178     MOVE PATIENT-ID OF ANIMAL-INFO
019180                             TO RS-PATIENT-ID.
019182     MOVE ACCT_NO OF FINANCIAL TO RS-ACCT-NO.
019184     MOVE WS-CURRENT-DATE-N  TO RS-STMT-DATE.
019186     MOVE OPEN_BAL OF FINANCIAL TO RS-AMOUNT-DUE.
019188     IF WS-ON-CURRENT-PLAN
019190         MOVE WS-PLAN-DUE    TO RS-AMOUNT-DUE
019192     END-IF.
019194     WRITE STATEMENT-LINE FROM REMITTANCE-STUB-LINE.
019200     WRITE STATEMENT-LINE FROM WS-SEP-LINE.
019300     MOVE SPACES TO STATEMENT-LINE.
019400     WRITE STATEMENT-LINE.
022000 2300-EXIT.
022100     EXIT.
022200*****************************************************************
022201*    2400-CALC-PLAN-DUE  --  FOR A PATIENT ON A CURRENT PAYMENT *
022202*    PLAN, WORK OUT WHAT IS DUE THIS MONTH: THE INSTALLMENT (OR *
022203*    WHAT IS LEFT ON THE PLAN IF LESS), PLUS ANY SHORTFALL      *
022204*    PLANCHK FOUND AGAINST THE INSTALLMENTS ALREADY DUE, PLUS   *
022205*    ANY OPEN BALANCE BEYOND WHAT THE PLAN STILL COVERS.  NEVER *
022206*    MORE THAN THE OPEN BALANCE ITSELF.                         *
022207*****************************************************************
022208 2400-CALC-PLAN-DUE.
022209     MOVE "N" TO WS-PLAN-SWITCH.
022210     IF NOT WS-PLAN-FILE-AVAILABLE
022211         GO TO 2400-EXIT
022212     END-IF.
022213     MOVE PATIENT-ID OF ANIMAL-INFO TO PP-PATIENT-ID.
022214     READ PAYMENT-PLAN-FILE
022215         INVALID KEY
022216             GO TO 2400-EXIT
022217     END-READ.
022218     IF NOT PP-PLAN-CURRENT
022219         GO TO 2400-EXIT
022220     END-IF.
022221     MOVE "Y" TO WS-PLAN-SWITCH.
022222     COMPUTE WS-PLAN-REMAINING =
022223         PP-AGREED-TOTAL - PP-PAID-TO-DATE.
022224     IF WS-PLAN-REMAINING < 0
022225         MOVE 0 TO WS-PLAN-REMAINING
022226     END-IF.
022227     MOVE PP-INSTALLMENT-AMT TO WS-PLAN-DUE.
022228     COMPUTE WS-PLAN-SHORT = PP-DUE-TO-DATE - PP-PAID-TO-DATE.
022229     IF WS-PLAN-SHORT > 0
022230         ADD WS-PLAN-SHORT TO WS-PLAN-DUE
022231     END-IF.
022232     IF WS-PLAN-DUE > WS-PLAN-REMAINING
022233         MOVE WS-PLAN-REMAINING TO WS-PLAN-DUE
022234     END-IF.
022235     IF OPEN_BAL OF FINANCIAL > WS-PLAN-REMAINING
022236         COMPUTE WS-PLAN-DUE = WS-PLAN-DUE
022237             + OPEN_BAL OF FINANCIAL - WS-PLAN-REMAINING
022238     END-IF.
022239     IF WS-PLAN-DUE > OPEN_BAL OF FINANCIAL
022240         MOVE OPEN_BAL OF FINANCIAL TO WS-PLAN-DUE
022241     END-IF.
022242 2400-EXIT.
022243     EXIT.
022244*****************************************************************
022245*    2500-CHECK-PLACED  --  IS THIS ACCOUNT WITH THE COLLECTION  *
022246*    AGENCY                                                      *
022247*****************************************************************
022248 2500-CHECK-PLACED.
022249     MOVE "N" TO WS-PLACED-SWITCH.
022250     IF NOT WS-PLACEMENT-FILE-AVAILABLE
022251         GO TO 2500-EXIT
022252     END-IF.
022253     MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID.
022254     READ COLL-PLACEMENT-FILE
022255         INVALID KEY
022256             GO TO 2500-EXIT
022257     END-READ.
022258     IF CL-ACCOUNT-PLACED
022259         MOVE "Y" TO WS-PLACED-SWITCH
022260     END-IF.
022261 2500-EXIT.
022262     EXIT.
022263*****************************************************************
022300*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNT              *
022400*****************************************************************
022500 9999-TERMINATE.
022600     DISPLAY "STMTPRT - STATEMENTS PRINTED: " WS-STATEMENT-COUNT.
022610     DISPLAY "STMTPRT - ON PAYMENT PLAN   : " WS-PLAN-COUNT.
022620     DISPLAY "STMTPRT - WITH AGENCY       : " WS-PLACED-COUNT.
022700     CLOSE JR-FILE.
022800     IF WS-OWNER-MASTER-AVAILABLE
022900         CLOSE OWNER-MASTER-FILE
023000     END-IF.
023100     CLOSE STATEMENT-FILE.
023110     IF WS-PLAN-FILE-AVAILABLE
023120         CLOSE PAYMENT-PLAN-FILE
023130     END-IF.
023140     IF WS-PLACEMENT-FILE-AVAILABLE
023150         CLOSE COLL-PLACEMENT-FILE
023160     END-IF.
023200 9999-EXIT.
023300     EXIT.
