000100*****************************************************************
000200*                                                               *
000300*    COLLPOST                                                   *
000400*                                                               *
000500*    COLLECTION AGENCY REMITTANCE POSTING                       *
000600*                                                               *
000700*    READS THE AGENCY'S REMITTANCE FILE (COLLREM) AND TURNS     *
000800*    EACH RECOVERY INTO NORMAL POSTINGS ON ITS OWN TRANSACTION  *
000900*    FILE (COLLTRN), IN VSTTRAN LAYOUT.  THE JOB STREAM         *
001000*    CONCATENATES COLLTRN INTO THE RAW POSTING FILE (VSTRAW)    *
001100*    SO THE RECOVERIES ARE EDITED BY VSTEDIT, POSTED BY         *
001200*    JRNIGHT TO OPEN_BAL AND PAYHIST, AND PROVED BY NITEBAL     *
001300*    LIKE ANY OTHER MONEY.                                      *
001400*                                                               *
001500*    THE AGENCY KEEPS ITS COMMISSION AND SENDS THE NET.  FOR    *
001600*    EACH PATIENT ON ONE AGENCY CHECK THE NET POSTS AS A TYPE   *
001700*    P CHECK PAYMENT (METHOD K, THE AGENCY'S CHECK NUMBER,      *
001800*    DATED THE REMIT DATE), AND THE COMMISSION POSTS AS A TYPE  *
001900*    A ADJUSTMENT WITH REASON G, SO THE CLIENT IS CREDITED      *
002000*    WITH THE FULL GROSS THE AGENCY COLLECTED.  CONSECUTIVE     *
002100*    ITEMS FOR THE SAME PATIENT, REMIT DATE, AND CHECK ARE      *
002200*    COMBINED INTO ONE PAIR OF POSTINGS.                        *
002210*                                                               *
002220*    THE ADJUSTMENT IS DATED THE LATEST COLLECT DATE, BUT NEVER *
002230*    EARLIER THAN THE FIRST DAY AFTER THE LAST MONTH CLOSED ON  *
002240*    THE PERIOD-CONTROL FILE (PERDCTL), SO VSTEDIT DOES NOT     *
002250*    SUSPENSE A LATE REMITTANCE'S COMMISSION INTO A CLOSED      *
002260*    MONTH.  IF THAT DATE FALLS ON THE REMIT DATE IT MOVES TO   *
002270*    THE NEXT DAY, SO THE ADJUSTMENT DOES NOT TAKE THE SAME     *
002280*    PAYMENT-HISTORY KEY AS THE PAYMENT IT GOES WITH.           *
002400*                                                               *
002500*    AN ITEM IS REJECTED, AND ONLY LISTED ON THE REMITTANCE     *
002600*    REGISTER (COLLPRPT), WHEN THE PATIENT IS NOT ON JR-FILE,   *
002700*    THE ACCT_NO DOES NOT MATCH, THE ACCOUNT WAS NEVER PLACED,  *
002800*    AN AMOUNT OR DATE IS NOT NUMERIC, GROSS IS NOT NET PLUS    *
002900*    COMMISSION, THERE IS NO AGENCY CHECK NUMBER, OR THE REMIT  *
003000*    DATE IS NOT LATER THAN THE LAST REMITTANCE POSTED FOR THE  *
003100*    ACCOUNT ON AN EARLIER DAY.  A RERUN LATER THE SAME DAY     *
003110*    STARTS AGAIN FROM THE PLACEMENT AS IT STOOD BEFORE THE     *
003120*    DAY'S FIRST RUN, SO IT WRITES THE SAME POSTINGS INTO THE   *
003130*    REBUILT COLLTRN WITHOUT ADDING THE RECOVERIES TWICE.       *
003140*    THE PLACEMENT FILE (COLLPLC) CARRIES THE RUNNING GROSS     *
003300*    RECOVERED AND AGENCY FEES.                                 *
003310*                                                               *
003320*    WHEN NOTHING CAN BE POSTED (NO PLACEMENT OR REMITTANCE     *
003330*    FILE) COLLTRN IS STILL REBUILT EMPTY, SO YESTERDAY'S       *
003340*    POSTINGS ARE NOT CONCATENATED INTO VSTRAW A SECOND TIME.   *
003400*                                                               *
003500*    MODIFICATION HISTORY                                       *
003600*    --------------------                                       *
003700*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003710*    2026/10/15  JJM  STAMP THE RUN ON THE PLACEMENT SO A       *
003720*                     SAME-DAY RERUN POSTS THE RECOVERIES AGAIN *
003730*                     INSTEAD OF LISTING THEM ALREADY POSTED.   *
003800*                                                               *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  COLLPOST.
004200 AUTHOR.      J MORALES.
004300 INSTALLATION. CLINIC DATA PROCESSING.
004400 DATE-WRITTEN. 2026/10/15.
004500 DATE-COMPILED.
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. GNUCOBOL.
004900 OBJECT-COMPUTER. GNUCOBOL.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT AGENCY-REMIT-FILE ASSIGN TO "COLLREM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RM-STATUS.
005500     SELECT JR-FILE ASSIGN TO "JRFILE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS PATIENT-ID
005900         FILE STATUS IS WS-JR-STATUS.
006000     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CL-PATIENT-ID
006400         FILE STATUS IS WS-CL-STATUS.
006410     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
006420         ORGANIZATION IS INDEXED
006430         ACCESS MODE IS SEQUENTIAL
006440         RECORD KEY IS PC-PERIOD
006450         FILE STATUS IS WS-PC-STATUS.
006500     SELECT COLL-TRANS-FILE ASSIGN TO "COLLTRN"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-CT-STATUS.
006800     SELECT REMIT-REPORT ASSIGN TO "COLLPRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RPT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  AGENCY-REMIT-FILE.
007400     COPY CREMREC.
007500 FD  JR-FILE.
007600     COPY JRREC.
007700 FD  COLL-PLACEMENT-FILE.
007800     COPY COLLREC.
007810 FD  PERIOD-CONTROL-FILE.
007820     COPY PERDREC.
007900 FD  COLL-TRANS-FILE.
008000     COPY VSTTRAN.
008100 FD  REMIT-REPORT.
008200 01  REMIT-REPORT-LINE              PIC X(80).
008300 WORKING-STORAGE SECTION.
008400 01  WS-RM-STATUS                   PIC X(02).
008500 01  WS-JR-STATUS                   PIC X(02).
008600 01  WS-CL-STATUS                   PIC X(02).
008700 01  WS-CT-STATUS                   PIC X(02).
008800 01  WS-RPT-STATUS                  PIC X(02).
008810 01  WS-PC-STATUS                   PIC X(02).
008900 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
009000     88  WS-END-OF-FILE                           VALUE "Y".
009100 01  WS-BLOCKED-SWITCH              PIC X(01)     VALUE "N".
009200     88  WS-RUN-BLOCKED                           VALUE "Y".
009300 01  WS-GROUP-SWITCH                PIC X(01)     VALUE "N".
009400     88  WS-GROUP-ACTIVE                          VALUE "Y".
009410 01  WS-PC-EOF-SWITCH               PIC X(01)     VALUE "N".
009420     88  WS-PC-END-OF-FILE                        VALUE "Y".
009450 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
009460     88  WS-LEAP-YEAR                             VALUE "Y".
009500 01  WS-REJECT-REASON               PIC X(18).
009600 01  WS-GROUP-KEY.
009700     05  WS-GK-PATIENT-ID           PIC X(05).
009800     05  WS-GK-REMIT-DATE           PIC 9(08).
009900     05  WS-GK-CHECK-NO             PIC X(06).
010000 01  WS-ITEM-KEY.
010100     05  WS-IK-PATIENT-ID           PIC X(05).
010200     05  WS-IK-REMIT-DATE           PIC 9(08).
010300     05  WS-IK-CHECK-NO             PIC X(06).
010400 01  WS-GROUP-COLLECT-DATE          PIC 9(08).
010500 01  WS-GROUP-COLLECT-DATE-X REDEFINES WS-GROUP-COLLECT-DATE.
010600     05  WS-GC-YYYY                 PIC 9(04).
010700     05  WS-GC-MM                   PIC 9(02).
010800     05  WS-GC-DD                   PIC 9(02).
010900 01  WS-GROUP-GROSS                 PIC S9(7)V99.
011000 01  WS-GROUP-COMMISSION            PIC S9(7)V99.
011100 01  WS-GROUP-NET                   PIC S9(7)V99.
011103 01  WS-LAST-CLOSED-PERIOD          PIC 9(06)     VALUE 0.
011106 01  WS-LAST-CLOSED-X REDEFINES WS-LAST-CLOSED-PERIOD.
011109     05  WS-LC-YYYY                 PIC 9(04).
011112     05  WS-LC-MM                   PIC 9(02).
011115 01  WS-FIRST-OPEN-DATE.
011118     05  WS-FO-YYYY                 PIC 9(04).
011121     05  WS-FO-MM                   PIC 9(02).
011124     05  WS-FO-DD                   PIC 9(02).
011127 01  WS-FIRST-OPEN-DATE-N REDEFINES WS-FIRST-OPEN-DATE
011130                                    PIC 9(08).
011133 01  WS-FEE-DATE.
011136     05  WS-FD-YYYY                 PIC 9(04).
011139     05  WS-FD-MM                   PIC 9(02).
011142     05  WS-FD-DD                   PIC 9(02).
011145 01  WS-FEE-DATE-N REDEFINES WS-FEE-DATE
011148                                    PIC 9(08).
011151 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
011154     "312831303130313130313031".
011157 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
011160     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
011163 01  WS-MONTH-END-DD                PIC 9(02).
011166 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
011169 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
011172 01  WS-PRIOR-REMIT-DATE            PIC 9(08).
011200 01  WS-CURRENT-DATE.
011300     05  WS-CUR-YYYY                PIC 9(04).
011400     05  WS-CUR-MM                  PIC 9(02).
011500     05  WS-CUR-DD                  PIC 9(02).
011600 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
011700                                    PIC 9(08).
011710 01  WS-CURRENT-TIME                PIC 9(08).
011800 01  WS-ITEMS-READ                  PIC 9(07)     COMP VALUE 0.
011900 01  WS-ITEMS-ACCEPTED              PIC 9(07)     COMP VALUE 0.
012000 01  WS-ITEMS-REJECTED              PIC 9(07)     COMP VALUE 0.
012100 01  WS-PAYMENTS-WRITTEN            PIC 9(07)     COMP VALUE 0.
012200 01  WS-FEES-WRITTEN                PIC 9(07)     COMP VALUE 0.
012300 01  WS-GROSS-DOLLARS               PIC S9(9)V99  VALUE 0.
012400 01  WS-COMMISSION-DOLLARS          PIC S9(9)V99  VALUE 0.
012500 01  WS-NET-DOLLARS                 PIC S9(9)V99  VALUE 0.
012600 01  WS-REJECT-DOLLARS              PIC S9(9)V99  VALUE 0.
012700 01  WS-HEADING-LINE-1.
012800     05  FILLER                     PIC X(38)     VALUE
012900         "COLLPOST - AGENCY REMITTANCE REGISTER".
013000     05  FILLER                     PIC X(07)     VALUE "  DATE ".
013100     05  WS-H1-DATE                 PIC 9999/99/99.
013200 01  WS-COLUMN-LINE.
013300     05  FILLER                     PIC X(42)     VALUE
013400         "PATNT  ACCT   COLLECTED  CHECK      GROSS ".
013500     05  FILLER                     PIC X(38)     VALUE
013600         " COMMISSN       NET REJECTED".
013700 01  WS-DETAIL-LINE.
013800     05  WS-DL-PATIENT-ID           PIC X(05).
013900     05  FILLER                     PIC X(02)     VALUE SPACES.
014000     05  WS-DL-ACCT-NO              PIC X(06).
014100     05  FILLER                     PIC X(01)     VALUE SPACES.
014200     05  WS-DL-COLLECT-DATE         PIC X(10).
014300     05  FILLER                     PIC X(01)     VALUE SPACES.
014400     05  WS-DL-CHECK-NO             PIC X(06).
014500     05  FILLER                     PIC X(01)     VALUE SPACES.
014600     05  WS-DL-GROSS                PIC ZZZZ9.99-.
014700     05  FILLER                     PIC X(01)     VALUE SPACES.
014800     05  WS-DL-COMMISSION           PIC ZZZZ9.99-.
014900     05  FILLER                     PIC X(01)     VALUE SPACES.
015000     05  WS-DL-NET                  PIC ZZZZ9.99-.
015100     05  FILLER                     PIC X(01)     VALUE SPACES.
015200     05  WS-DL-REASON               PIC X(18).
015300 01  WS-EDIT-DATE                   PIC 9999/99/99.
015400 01  WS-AMOUNT-LINE.
015500     05  WS-AL-LABEL                PIC X(20).
015600     05  WS-AL-AMOUNT               PIC ZZZZZZZZ9.99-.
015700 01  WS-COUNT-LINE.
015800     05  WS-CL-LABEL                PIC X(20).
015900     05  WS-CL-COUNT                PIC ZZZZZZ9.
016000 PROCEDURE DIVISION.
016100*****************************************************************
016200*    0000-MAINLINE                                              *
016300*****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
016700         UNTIL WS-END-OF-FILE.
016800     PERFORM 3000-POST-GROUP THRU 3000-EXIT.
016900     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
017000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017100     STOP RUN.
017200*****************************************************************
017300*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ.     *
017400*    NO PLACEMENT FILE MEANS NO ITEM CAN BE PROVED PLACED, SO   *
017500*    THE RUN STOPS INSTEAD.  COLLTRN IS OPENED FIRST SO THAT A  *
017510*    STOPPED RUN STILL LEAVES IT EMPTY FOR THE JOB STREAM       *
017600*****************************************************************
017700 1000-INITIALIZE.
017800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017805     ACCEPT WS-CURRENT-TIME FROM TIME.
017810     OPEN OUTPUT COLL-TRANS-FILE.
017900     OPEN I-O COLL-PLACEMENT-FILE.
018000     IF WS-CL-STATUS NOT = "00"
018100         MOVE "Y" TO WS-BLOCKED-SWITCH
018200         MOVE "Y" TO WS-EOF-SWITCH
018300         MOVE 8 TO RETURN-CODE
018400         DISPLAY "COLLPOST - PLACEMENT FILE NOT AVAILABLE, "
018500             "NOTHING POSTED"
018550         CLOSE COLL-TRANS-FILE
018600         GO TO 1000-EXIT
018700     END-IF.
018800     OPEN INPUT AGENCY-REMIT-FILE.
018900     IF WS-RM-STATUS NOT = "00"
019000         MOVE "Y" TO WS-BLOCKED-SWITCH
019100         MOVE "Y" TO WS-EOF-SWITCH
019200         MOVE 8 TO RETURN-CODE
019300         DISPLAY "COLLPOST - REMITTANCE FILE NOT AVAILABLE, "
019400             "NOTHING POSTED"
019500         CLOSE COLL-PLACEMENT-FILE
019550         CLOSE COLL-TRANS-FILE
019600         GO TO 1000-EXIT
019700     END-IF.
019800     OPEN INPUT JR-FILE.
019900     PERFORM 1100-LOAD-LAST-CLOSED THRU 1100-EXIT.
020000     OPEN OUTPUT REMIT-REPORT.
020100     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
020200     WRITE REMIT-REPORT-LINE FROM WS-HEADING-LINE-1.
020300     MOVE SPACES TO REMIT-REPORT-LINE.
020400     WRITE REMIT-REPORT-LINE.
020500     WRITE REMIT-REPORT-LINE FROM WS-COLUMN-LINE.
020600     PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT.
020700 1000-EXIT.
020800     EXIT.
020802*****************************************************************
020804*    1100-LOAD-LAST-CLOSED  --  THE HIGHEST MONTH CLOSED ON THE *
020806*    PERIOD-CONTROL FILE, AND THE FIRST DAY OF THE MONTH AFTER  *
020808*    IT.  NO FILE MEANS NO MONTH IS CLOSED YET                  *
020810*****************************************************************
020812 1100-LOAD-LAST-CLOSED.
020814     MOVE 0 TO WS-FIRST-OPEN-DATE-N.
020816     OPEN INPUT PERIOD-CONTROL-FILE.
020818     IF WS-PC-STATUS NOT = "00"
020820         DISPLAY "COLLPOST - PERIOD CONTROL FILE NOT AVAILABLE, "
020822             "NO MONTH IS LOCKED"
020824         GO TO 1100-EXIT
020826     END-IF.
020828     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
020830         UNTIL WS-PC-END-OF-FILE.
020832     CLOSE PERIOD-CONTROL-FILE.
020834     IF WS-LAST-CLOSED-PERIOD = 0
020836         GO TO 1100-EXIT
020838     END-IF.
020840     DISPLAY "COLLPOST - MONTHS CLOSED THROUGH: "
020842         WS-LAST-CLOSED-PERIOD.
020844     MOVE WS-LC-YYYY TO WS-FO-YYYY.
020846     MOVE WS-LC-MM   TO WS-FO-MM.
020848     MOVE 1          TO WS-FO-DD.
020850     IF WS-FO-MM < 12
020852         ADD 1 TO WS-FO-MM
020854     ELSE
020856         MOVE 1 TO WS-FO-MM
020858         ADD 1 TO WS-FO-YYYY
020860     END-IF.
020862 1100-EXIT.
020864     EXIT.
020866*****************************************************************
020868*    1110-READ-ONE-PERIOD                                       *
020870*****************************************************************
020872 1110-READ-ONE-PERIOD.
020874     READ PERIOD-CONTROL-FILE
020876         AT END
020878             MOVE "Y" TO WS-PC-EOF-SWITCH
020880             GO TO 1110-EXIT
020882     END-READ.
020884     IF PC-PERIOD-CLOSED
020886            AND PC-PERIOD > WS-LAST-CLOSED-PERIOD
020888         MOVE PC-PERIOD TO WS-LAST-CLOSED-PERIOD
020890     END-IF.
020892 1110-EXIT.
020894     EXIT.
020900*****************************************************************
021000*    2000-PROCESS-ONE-ITEM  --  EDIT ONE REMITTANCE ITEM, POST  *
021100*    THE PREVIOUS GROUP ON A CHANGE OF PATIENT, REMIT DATE, OR  *
021200*    CHECK, AND ADD THE ITEM INTO THE CURRENT GROUP             *
021300*****************************************************************
021400 2000-PROCESS-ONE-ITEM.
021500     ADD 1 TO WS-ITEMS-READ.
021600     PERFORM 2200-EDIT-ITEM THRU 2200-EXIT.
021700     IF WS-REJECT-REASON NOT = SPACES
021800         PERFORM 2400-LIST-REJECT THRU 2400-EXIT
021900         GO TO 2000-NEXT
022000     END-IF.
022100     MOVE RM-PATIENT-ID TO WS-IK-PATIENT-ID.
022200     MOVE RM-REMIT-DATE TO WS-IK-REMIT-DATE.
022300     MOVE RM-CHECK-NO   TO WS-IK-CHECK-NO.
022400     IF WS-GROUP-ACTIVE
022500            AND WS-ITEM-KEY NOT = WS-GROUP-KEY
022600         PERFORM 3000-POST-GROUP THRU 3000-EXIT
022700     END-IF.
022800     IF NOT WS-GROUP-ACTIVE
022900         MOVE WS-ITEM-KEY TO WS-GROUP-KEY
023000         MOVE 0 TO WS-GROUP-COLLECT-DATE
023100         MOVE 0 TO WS-GROUP-GROSS
023200         MOVE 0 TO WS-GROUP-COMMISSION
023300         MOVE 0 TO WS-GROUP-NET
023400         MOVE "Y" TO WS-GROUP-SWITCH
023500     END-IF.
023600     IF RM-COLLECT-DATE > WS-GROUP-COLLECT-DATE
023700         MOVE RM-COLLECT-DATE TO WS-GROUP-COLLECT-DATE
023800     END-IF.
023900     ADD RM-GROSS-AMOUNT TO WS-GROUP-GROSS.
024000     ADD RM-COMMISSION   TO WS-GROUP-COMMISSION.
024100     ADD RM-NET-AMOUNT   TO WS-GROUP-NET.
024200     ADD 1 TO WS-ITEMS-ACCEPTED.
024300     MOVE SPACES TO WS-DL-REASON.
024400     PERFORM 2500-LIST-ITEM THRU 2500-EXIT.
024500 2000-NEXT.
024600     PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT.
024700 2000-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    2100-READ-REMITTANCE  --  READ-AHEAD OF THE REMITTANCE     *
025100*****************************************************************
025200 2100-READ-REMITTANCE.
025300     READ AGENCY-REMIT-FILE
025400         AT END
025500             MOVE "Y" TO WS-EOF-SWITCH
025600     END-READ.
025700 2100-EXIT.
025800     EXIT.
025900*****************************************************************
026000*    2200-EDIT-ITEM  --  THE FIRST FAILING EDIT NAMES THE       *
026100*    REASON; SPACES MEANS THE ITEM IS GOOD                      *
026200*****************************************************************
026300 2200-EDIT-ITEM.
026400     MOVE SPACES TO WS-REJECT-REASON.
026500     IF RM-GROSS-AMOUNT NOT NUMERIC
026600            OR RM-COMMISSION NOT NUMERIC
026700            OR RM-NET-AMOUNT NOT NUMERIC
026800         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
026900         GO TO 2200-EXIT
027000     END-IF.
027100     IF RM-NET-AMOUNT NOT > 0
027200            OR RM-COMMISSION < 0
027300            OR RM-GROSS-AMOUNT NOT =
027400                RM-NET-AMOUNT + RM-COMMISSION
027500         MOVE "AMOUNTS NOT FOOTED" TO WS-REJECT-REASON
027600         GO TO 2200-EXIT
027700     END-IF.
027800     IF RM-COLLECT-DATE NOT NUMERIC
027900            OR RM-REMIT-DATE NOT NUMERIC
028000            OR RM-COLLECT-DATE = 0
028100            OR RM-REMIT-DATE = 0
028200         MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
028300         GO TO 2200-EXIT
028400     END-IF.
028500     IF RM-CHECK-NO = SPACES
028600         MOVE "NO CHECK NUMBER" TO WS-REJECT-REASON
028700         GO TO 2200-EXIT
028800     END-IF.
028900     MOVE RM-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
029000     READ JR-FILE
029100         KEY IS PATIENT-ID
029200         INVALID KEY
029300             MOVE "PATIENT NOT FOUND" TO WS-REJECT-REASON
029400             GO TO 2200-EXIT
029500     END-READ.
029600     IF ACCT_NO OF FINANCIAL NOT = RM-ACCT-NO
029700         MOVE "ACCT_NO MISMATCH" TO WS-REJECT-REASON
029800         GO TO 2200-EXIT
029900     END-IF.
030000     MOVE RM-PATIENT-ID TO CL-PATIENT-ID.
030100     READ COLL-PLACEMENT-FILE
030200         INVALID KEY
030300             MOVE "ACCOUNT NOT PLACED" TO WS-REJECT-REASON
030400             GO TO 2200-EXIT
030500     END-READ.
030520     IF CL-RUN-DATE = WS-CURRENT-DATE-N
030530         MOVE CL-PRIOR-REMIT-DATE TO WS-PRIOR-REMIT-DATE
030550     ELSE
030560         MOVE CL-LAST-REMIT-DATE TO WS-PRIOR-REMIT-DATE
030570     END-IF.
030600     IF RM-REMIT-DATE NOT > WS-PRIOR-REMIT-DATE
030700         MOVE "ALREADY POSTED" TO WS-REJECT-REASON
030800     END-IF.
030900 2200-EXIT.
031000     EXIT.
031100*****************************************************************
031200*    2400-LIST-REJECT  --  A REJECTED ITEM IS LISTED ONLY; THE  *
031300*    OFFICE TAKES IT UP WITH THE AGENCY                         *
031400*****************************************************************
031500 2400-LIST-REJECT.
031600     ADD 1 TO WS-ITEMS-REJECTED.
031700     IF RM-GROSS-AMOUNT NUMERIC
031800         ADD RM-GROSS-AMOUNT TO WS-REJECT-DOLLARS
031900     END-IF.
032000     MOVE WS-REJECT-REASON TO WS-DL-REASON.
032100     PERFORM 2500-LIST-ITEM THRU 2500-EXIT.
032200 2400-EXIT.
032300     EXIT.
032400*****************************************************************
032500*    2500-LIST-ITEM  --  ONE REGISTER LINE PER REMITTANCE ITEM  *
032600*****************************************************************
032700 2500-LIST-ITEM.
032800     MOVE RM-PATIENT-ID TO WS-DL-PATIENT-ID.
032900     MOVE RM-ACCT-NO    TO WS-DL-ACCT-NO.
033000     MOVE RM-CHECK-NO   TO WS-DL-CHECK-NO.
033100     IF RM-COLLECT-DATE NUMERIC
033200         MOVE RM-COLLECT-DATE TO WS-EDIT-DATE
033300         MOVE WS-EDIT-DATE    TO WS-DL-COLLECT-DATE
033400     ELSE
033500         MOVE RM-COLLECT-DATE TO WS-DL-COLLECT-DATE
033600     END-IF.
033700     IF RM-GROSS-AMOUNT NUMERIC
033800            AND RM-COMMISSION NUMERIC
033900            AND RM-NET-AMOUNT NUMERIC
034000         MOVE RM-GROSS-AMOUNT TO WS-DL-GROSS
034100         MOVE RM-COMMISSION   TO WS-DL-COMMISSION
034200         MOVE RM-NET-AMOUNT   TO WS-DL-NET
034300     ELSE
034400         MOVE 0 TO WS-DL-GROSS
034500         MOVE 0 TO WS-DL-COMMISSION
034600         MOVE 0 TO WS-DL-NET
034700     END-IF.
034800     WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE.
034900 2500-EXIT.
035000     EXIT.
035100*****************************************************************
035200*    3000-POST-GROUP  --  ONE PAYMENT FOR THE NET AND ONE       *
035300*    AGENCY-FEE ADJUSTMENT FOR THE COMMISSION, THEN ROLL THE    *
035400*    RECOVERY INTO THE PLACEMENT                                *
035500*****************************************************************
035600 3000-POST-GROUP.
035700     IF NOT WS-GROUP-ACTIVE
035800         GO TO 3000-EXIT
035900     END-IF.
036000     MOVE "N" TO WS-GROUP-SWITCH.
036100     MOVE SPACES             TO VISIT-TRANSACTION.
036200     MOVE WS-GK-PATIENT-ID   TO VT-PATIENT-ID.
036300     MOVE "P"                TO VT-TRANS-TYPE.
036400     MOVE 0                  TO VT-VISIT-YYYY.
036500     MOVE 0                  TO VT-VISIT-MM.
036600     MOVE 0                  TO VT-VISIT-DD.
036700     MOVE WS-GROUP-NET       TO VT-FEE-AMOUNT.
036800     MOVE WS-GK-REMIT-DATE   TO VT-PAYMENT-DATE.
036900     MOVE "K"                TO VT-PAY-METHOD.
037000     MOVE WS-GK-CHECK-NO     TO VT-CHECK-NO.
037100     WRITE VISIT-TRANSACTION.
037200     ADD 1 TO WS-PAYMENTS-WRITTEN.
037300     IF WS-GROUP-COMMISSION > 0
037350         PERFORM 3100-SET-FEE-DATE THRU 3100-EXIT
037400         MOVE SPACES             TO VISIT-TRANSACTION
037500         MOVE WS-GK-PATIENT-ID   TO VT-PATIENT-ID
037600         MOVE "A"                TO VT-TRANS-TYPE
037700         MOVE WS-FD-YYYY         TO VT-VISIT-YYYY
037800         MOVE WS-FD-MM           TO VT-VISIT-MM
037900         MOVE WS-FD-DD           TO VT-VISIT-DD
038000         MOVE WS-GROUP-COMMISSION TO VT-FEE-AMOUNT
038100         MOVE 0                  TO VT-PAYMENT-DATE
038200         MOVE "G"                TO VT-REASON-CODE
038300         WRITE VISIT-TRANSACTION
038400         ADD 1 TO WS-FEES-WRITTEN
038500     END-IF.
038600     ADD WS-GROUP-GROSS      TO WS-GROSS-DOLLARS.
038700     ADD WS-GROUP-COMMISSION TO WS-COMMISSION-DOLLARS.
038800     ADD WS-GROUP-NET        TO WS-NET-DOLLARS.
038900     MOVE WS-GK-PATIENT-ID TO CL-PATIENT-ID.
039000     READ COLL-PLACEMENT-FILE
039100         INVALID KEY
039200             DISPLAY "COLLPOST - PLACEMENT NOT ON FILE: "
039300                 WS-GK-PATIENT-ID
039400             GO TO 3000-EXIT
039500     END-READ.
039510     PERFORM 3300-STAMP-PLACEMENT THRU 3300-EXIT.
039600     ADD WS-GROUP-GROSS      TO CL-GROSS-RECOVERED.
039700     ADD WS-GROUP-COMMISSION TO CL-AGENCY-FEES.
039800     IF WS-GK-REMIT-DATE > CL-LAST-REMIT-DATE
039810         MOVE WS-GK-REMIT-DATE TO CL-LAST-REMIT-DATE
039820     END-IF.
039900     REWRITE COLLECTION-PLACEMENT-RECORD
040000         INVALID KEY
040100             DISPLAY "COLLPOST - PLACEMENT REWRITE FAILED: "
040200                 CL-PATIENT-ID
040300     END-REWRITE.
040400 3000-EXIT.
040500     EXIT.
040501*****************************************************************
040502*    3100-SET-FEE-DATE  --  THE LATEST COLLECT DATE, MOVED UP   *
040503*    TO THE FIRST OPEN DAY WHEN IT FALLS IN A CLOSED MONTH,     *
040504*    AND MOVED ONE DAY PAST THE REMIT DATE WHEN IT WOULD SHARE  *
040505*    THE PAYMENT'S HISTORY KEY                                  *
040506*****************************************************************
040507 3100-SET-FEE-DATE.
040508     MOVE WS-GROUP-COLLECT-DATE TO WS-FEE-DATE-N.
040509     IF WS-FEE-DATE-N < WS-FIRST-OPEN-DATE-N
040510         MOVE WS-FIRST-OPEN-DATE-N TO WS-FEE-DATE-N
040511     END-IF.
040512     IF WS-FEE-DATE-N = WS-GK-REMIT-DATE
040513         PERFORM 3200-NEXT-DAY THRU 3200-EXIT
040514     END-IF.
040515 3100-EXIT.
040516     EXIT.
040517*****************************************************************
040518*    3200-NEXT-DAY  --  CALENDAR DAY AFTER WS-FEE-DATE,         *
040519*    LEAP-YEAR AWARE                                            *
040520*****************************************************************
040521 3200-NEXT-DAY.
040522     MOVE WS-MONTH-DAYS (WS-FD-MM) TO WS-MONTH-END-DD.
040523     IF WS-FD-MM = 2
040524         PERFORM 3250-CHECK-LEAP-YEAR THRU 3250-EXIT
040525         IF WS-LEAP-YEAR
040526             MOVE 29 TO WS-MONTH-END-DD
040527         END-IF
040528     END-IF.
040529     IF WS-FD-DD < WS-MONTH-END-DD
040530         ADD 1 TO WS-FD-DD
040531         GO TO 3200-EXIT
040532     END-IF.
040533     MOVE 1 TO WS-FD-DD.
040534     IF WS-FD-MM < 12
040535         ADD 1 TO WS-FD-MM
040536         GO TO 3200-EXIT
040537     END-IF.
040538     MOVE 1 TO WS-FD-MM.
040539     ADD 1 TO WS-FD-YYYY.
040540 3200-EXIT.
040541     EXIT.
040542*****************************************************************
040543*    3250-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
040544*    400                                                        *
040545*****************************************************************
040546 3250-CHECK-LEAP-YEAR.
040547     MOVE "N" TO WS-LEAP-SWITCH.
040548     DIVIDE WS-FD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
040549         REMAINDER WS-LEAP-REMAINDER.
040550     IF WS-LEAP-REMAINDER NOT = 0
040551         GO TO 3250-EXIT
040552     END-IF.
040553     DIVIDE WS-FD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
040554         REMAINDER WS-LEAP-REMAINDER.
040555     IF WS-LEAP-REMAINDER NOT = 0
040556         MOVE "Y" TO WS-LEAP-SWITCH
040557         GO TO 3250-EXIT
040558     END-IF.
040559     DIVIDE WS-FD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
040560         REMAINDER WS-LEAP-REMAINDER.
040561     IF WS-LEAP-REMAINDER = 0
040562         MOVE "Y" TO WS-LEAP-SWITCH
040563     END-IF.
040564 3250-EXIT.
040565     EXIT.
040566*****************************************************************
040567*    3300-STAMP-PLACEMENT  --  THE FIRST TIME A DAY'S RUNS POST *
040568*    TO A PLACEMENT, KEEP ITS LAST REMIT DATE AND TOTALS AS     *
040569*    THEY STOOD.  A LATER RUN THE SAME DAY IS A RERUN AND       *
040570*    STARTS AGAIN FROM THEM.  ONCE THIS RUN HAS STAMPED THE     *
040571*    PLACEMENT ITS GROUPS ADD UP AS USUAL                       *
040572*****************************************************************
040573 3300-STAMP-PLACEMENT.
040574     IF CL-RUN-DATE = WS-CURRENT-DATE-N
040575            AND CL-RUN-TIME = WS-CURRENT-TIME
040576         GO TO 3300-EXIT
040577     END-IF.
040578     IF CL-RUN-DATE = WS-CURRENT-DATE-N
040579         MOVE CL-PRIOR-REMIT-DATE TO CL-LAST-REMIT-DATE
040580         MOVE CL-PRIOR-GROSS      TO CL-GROSS-RECOVERED
040581         MOVE CL-PRIOR-FEES       TO CL-AGENCY-FEES
040582     ELSE
040583         MOVE CL-LAST-REMIT-DATE  TO CL-PRIOR-REMIT-DATE
040584         MOVE CL-GROSS-RECOVERED  TO CL-PRIOR-GROSS
040585         MOVE CL-AGENCY-FEES      TO CL-PRIOR-FEES
040586     END-IF.
040587     MOVE WS-CURRENT-DATE-N TO CL-RUN-DATE.
040588     MOVE WS-CURRENT-TIME   TO CL-RUN-TIME.
040589 3300-EXIT.
040590     EXIT.
040600*****************************************************************
040700*    8000-PRINT-TOTALS  --  DOLLARS POSTED AND REJECTED.  THE   *
040800*    NET POSTED MUST AGREE WITH THE AGENCY'S CHECKS             *
040900*****************************************************************
041000 8000-PRINT-TOTALS.
041100     IF WS-RUN-BLOCKED
041200         GO TO 8000-EXIT
041300     END-IF.
041400     MOVE SPACES TO REMIT-REPORT-LINE.
041500     WRITE REMIT-REPORT-LINE.
041600     MOVE "GROSS COLLECTED   :" TO WS-AL-LABEL.
041700     MOVE WS-GROSS-DOLLARS      TO WS-AL-AMOUNT.
041800     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
041900     MOVE "AGENCY COMMISSION :" TO WS-AL-LABEL.
042000     MOVE WS-COMMISSION-DOLLARS TO WS-AL-AMOUNT.
042100     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
042200     MOVE "NET POSTED        :" TO WS-AL-LABEL.
042300     MOVE WS-NET-DOLLARS        TO WS-AL-AMOUNT.
042400     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
042500     MOVE "GROSS REJECTED    :" TO WS-AL-LABEL.
042600     MOVE WS-REJECT-DOLLARS     TO WS-AL-AMOUNT.
042700     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
042800     MOVE "ITEMS READ        :" TO WS-CL-LABEL.
042900     MOVE WS-ITEMS-READ         TO WS-CL-COUNT.
043000     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
043100     MOVE "ITEMS ACCEPTED    :" TO WS-CL-LABEL.
043200     MOVE WS-ITEMS-ACCEPTED     TO WS-CL-COUNT.
043300     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
043400     MOVE "ITEMS REJECTED    :" TO WS-CL-LABEL.
043500     MOVE WS-ITEMS-REJECTED     TO WS-CL-COUNT.
043600     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
043700     MOVE "PAYMENTS WRITTEN  :" TO WS-CL-LABEL.
043800     MOVE WS-PAYMENTS-WRITTEN   TO WS-CL-COUNT.
043900     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
044000     MOVE "AGENCY FEES WRITTN:" TO WS-CL-LABEL.
044100     MOVE WS-FEES-WRITTEN       TO WS-CL-COUNT.
044200     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
044300 8000-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
044700*****************************************************************
044800 9999-TERMINATE.
044900     DISPLAY "COLLPOST - ITEMS READ      : " WS-ITEMS-READ.
045000     DISPLAY "COLLPOST - ITEMS ACCEPTED  : " WS-ITEMS-ACCEPTED.
045100     DISPLAY "COLLPOST - ITEMS REJECTED  : " WS-ITEMS-REJECTED.
045200     DISPLAY "COLLPOST - PAYMENTS WRITTEN: " WS-PAYMENTS-WRITTEN.
045300     DISPLAY "COLLPOST - FEES WRITTEN    : " WS-FEES-WRITTEN.
045400     IF WS-RUN-BLOCKED
045500         GO TO 9999-EXIT
045600     END-IF.
045700     CLOSE AGENCY-REMIT-FILE.
045800     CLOSE JR-FILE.
045900     CLOSE COLL-PLACEMENT-FILE.
046000     CLOSE COLL-TRANS-FILE.
046100     CLOSE REMIT-REPORT.
046200 9999-EXIT.
046300     EXIT.
