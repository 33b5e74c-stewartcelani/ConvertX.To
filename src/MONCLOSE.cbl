000100*****************************************************************
000200*                                                               *
000300*    MONCLOSE                                                   *
000400*                                                               *
000500*    MONTH-END CLOSE WITH A/R ROLL-FORWARD                      *
000600*                                                               *
000700*    BUILDS THE MONTH'S RECEIVABLES ROLL-FORWARD FROM THE VISIT *
000800*    HISTORY (VISTHIST) AND PAYMENT HISTORY (PAYHIST): OPENING  *
000900*    A/R, PLUS VISITS, FINANCE CHARGES, RETURNED CHECKS, AND    *
001000*    REFUNDS, LESS PAYMENTS, WRITE-OFFS, AND CREDITS, EQUALS    *
001100*    CLOSING A/R.  THE CLOSING FIGURE IS PROVED AGAINST THE SUM *
001200*    OF OPEN_BAL ON JR-FILE, BROUGHT BACK TO MONTH END BY       *
001300*    TAKING OUT EVERY HISTORY ENTRY DATED AFTER THE MONTH, SO   *
001400*    THE CLOSE NEED NOT RUN ON THE LAST NIGHT OF THE MONTH.     *
001500*    WHEN THE TWO AGREE THE MONTH IS WRITTEN TO THE PERIOD-     *
001600*    CONTROL FILE (PERDCTL) AS CLOSED, AND FROM THEN ON VSTEDIT *
001700*    SUSPENSES ANY POSTING DATED INSIDE IT.  WHEN THEY DO NOT   *
001800*    AGREE THE MONTH STAYS OPEN AND RETURN-CODE IS 8, UNLESS    *
001900*    THE OPERATOR ANSWERS Y TO CLOSE IT OUT OF BALANCE, WHICH   *
002000*    IS RECORDED ON THE PERIOD RECORD AND THE REPORT.           *
002100*                                                               *
002200*    THE MONTH TO CLOSE IS ACCEPTED AS YYYYMM; BLANK MEANS LAST *
002300*    MONTH.  MONTHS CLOSE IN ORDER, ONE AT A TIME, AND ONLY     *
002400*    AFTER THEY HAVE ENDED.  OPENING A/R IS THE PRIOR CLOSED    *
002500*    MONTH'S A/R PER JR-FILE.  ON THE VERY FIRST CLOSE THERE IS *
002600*    NO PRIOR MONTH, SO OPENING A/R IS DERIVED FROM JR-FILE AND *
002700*    THE REPORT SAYS SO.                                        *
002800*                                                               *
002900*    CATEGORIES FOLLOW THE ACCOUNT LEDGER (ACTLEDGR): A VISIT   *
003000*    LINE WITH SERVICE CODE FC IS A FINANCE CHARGE; ADJUSTMENT  *
003100*    REASON R IS A RETURNED CHECK; W, S, AND G ARE WRITE-OFFS;  *
003200*    C AND ANY OTHER REASON ARE CREDITS.  RUN AFTER THE NIGHTLY *
003300*    CYCLE, WHEN JR-FILE IS NOT BEING POSTED.                   *
003310*                                                               *
003320*    JRSCRN CHANGES OPEN_BAL WITHOUT A HISTORY ENTRY WHEN IT    *
003330*    ADDS A PATIENT (THE OPENING FEE) AND WHEN IT CORRECTS A    *
003340*    FEE.  BOTH ARE JOURNALED ON THE AUDIT JOURNAL (AUDTJRNL)   *
003350*    AS OPEN_BAL ENTRIES TAGGED ADD OR FEE, SO THE CLOSE READS  *
003360*    THEM FROM THERE AND SHOWS THEIR NET ON ITS OWN LINE, BOTH  *
003370*    IN THE MONTH AND IN THE ACTIVITY SINCE.  NO JOURNAL MEANS  *
003380*    THOSE CHANGES ARE NOT COUNTED, AND THE REPORT SAYS SO.     *
003400*                                                               *
003500*    MODIFICATION HISTORY                                       *
003600*    --------------------                                       *
003700*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003710*    2026/10/15  JJM  JRSCRN OPEN_BAL CHANGES READ FROM THE     *
003720*                     AUDIT JOURNAL AND ROLLED FORWARD.         *
003800*                                                               *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  MONCLOSE.
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
005200     SELECT JR-FILE ASSIGN TO "JRFILE"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS PATIENT-ID
005600         FILE STATUS IS WS-JR-STATUS.
005700     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS VH-KEY
006100         FILE STATUS IS WS-VH-STATUS.
006200     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS PH-KEY
006600         FILE STATUS IS WS-PH-STATUS.
006700     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PC-PERIOD
007100         FILE STATUS IS WS-PC-STATUS.
007110     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDTJRNL"
007120         ORGANIZATION IS LINE SEQUENTIAL
007130         FILE STATUS IS WS-AU-STATUS.
007200     SELECT CLOSE-REPORT ASSIGN TO "MONCLRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-RPT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  JR-FILE.
007800     COPY JRREC.
007900 FD  VISIT-HISTORY-FILE.
008000     COPY VISTREC.
008100 FD  PAYMENT-HISTORY-FILE.
008200     COPY PAYHREC.
008300 FD  PERIOD-CONTROL-FILE.
008400     COPY PERDREC.
008410 FD  AUDIT-JOURNAL-FILE.
008420     COPY AUDTREC.
008500 FD  CLOSE-REPORT.
008600 01  CLOSE-REPORT-LINE              PIC X(80).
008700 WORKING-STORAGE SECTION.
008800 01  WS-JR-STATUS                   PIC X(02).
008900 01  WS-VH-STATUS                   PIC X(02).
009000 01  WS-PH-STATUS                   PIC X(02).
009100 01  WS-PC-STATUS                   PIC X(02).
009110 01  WS-AU-STATUS                   PIC X(02).
009200 01  WS-RPT-STATUS                  PIC X(02).
009300 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
009400     88  WS-CLOSE-REFUSED                         VALUE "Y".
009500 01  WS-PC-OPEN-SWITCH              PIC X(01)     VALUE "N".
009600     88  WS-PERIOD-FILE-OPEN                      VALUE "Y".
009700 01  WS-FILES-OPEN-SWITCH           PIC X(01)     VALUE "N".
009800     88  WS-HISTORY-FILES-OPEN                    VALUE "Y".
009900 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
010000     88  WS-END-OF-FILE                           VALUE "Y".
010100 01  WS-PRIOR-SWITCH                PIC X(01)     VALUE "N".
010200     88  WS-PRIOR-CLOSE-FOUND                     VALUE "Y".
010300 01  WS-BALANCE-SWITCH              PIC X(01)     VALUE "N".
010400     88  WS-ROLL-IN-BALANCE                       VALUE "Y".
010500 01  WS-FORCE-IN                    PIC X(01)     VALUE "N".
010600     88  WS-FORCE-REQUESTED                       VALUE "Y".
010700 01  WS-PERIOD-IN                   PIC X(06).
010800 01  WS-PERIOD-IN-N REDEFINES WS-PERIOD-IN
010900                                    PIC 9(06).
011000 01  WS-CURRENT-DATE.
011100     05  WS-CUR-YYYY                PIC 9(04).
011200     05  WS-CUR-MM                  PIC 9(02).
011300     05  WS-CUR-DD                  PIC 9(02).
011400 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
011500                                    PIC 9(08).
011600 01  WS-CURRENT-TIME                PIC 9(08).
011700 01  WS-CURRENT-YYYYMM              PIC 9(06).
011800 01  WS-CLOSE-PERIOD.
011900     05  WS-CP-YYYY                 PIC 9(04).
012000     05  WS-CP-MM                   PIC 9(02).
012100 01  WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD
012200                                    PIC 9(06).
012300 01  WS-NEXT-PERIOD.
012400     05  WS-NP-YYYY                 PIC 9(04).
012500     05  WS-NP-MM                   PIC 9(02).
012600 01  WS-NEXT-PERIOD-N REDEFINES WS-NEXT-PERIOD
012700                                    PIC 9(06).
012800 01  WS-LAST-CLOSED                 PIC 9(06)     VALUE 0.
012900 01  WS-LAST-LEDGER-AR              PIC S9(9)V99  VALUE 0.
013000 01  WS-ENTRY-YYYYMM                PIC 9(06).
013100 01  WS-ENTRY-AMOUNT                PIC S9(7)V99.
013200 01  WS-VISIT-COUNT                 PIC 9(07)     COMP VALUE 0.
013300 01  WS-FINCHG-COUNT                PIC 9(07)     COMP VALUE 0.
013400 01  WS-RETCHECK-COUNT              PIC 9(07)     COMP VALUE 0.
013500 01  WS-REFUND-COUNT                PIC 9(07)     COMP VALUE 0.
013600 01  WS-PAYMENT-COUNT               PIC 9(07)     COMP VALUE 0.
013700 01  WS-WRITEOFF-COUNT              PIC 9(07)     COMP VALUE 0.
013800 01  WS-CREDIT-COUNT                PIC 9(07)     COMP VALUE 0.
013900 01  WS-LATER-COUNT                 PIC 9(07)     COMP VALUE 0.
013910 01  WS-BALCHG-COUNT                PIC 9(07)     COMP VALUE 0.
013920 01  WS-LATER-BALCHG-COUNT          PIC 9(07)     COMP VALUE 0.
014000 01  WS-PATIENT-COUNT               PIC 9(07)     COMP VALUE 0.
014100 01  WS-VISIT-DOLLARS               PIC S9(9)V99  VALUE 0.
014200 01  WS-FINCHG-DOLLARS              PIC S9(9)V99  VALUE 0.
014300 01  WS-RETCHECK-DOLLARS            PIC S9(9)V99  VALUE 0.
014400 01  WS-REFUND-DOLLARS              PIC S9(9)V99  VALUE 0.
014500 01  WS-PAYMENT-DOLLARS             PIC S9(9)V99  VALUE 0.
014600 01  WS-WRITEOFF-DOLLARS            PIC S9(9)V99  VALUE 0.
014700 01  WS-CREDIT-DOLLARS              PIC S9(9)V99  VALUE 0.
014800 01  WS-LATER-NET-DOLLARS           PIC S9(9)V99  VALUE 0.
014810 01  WS-BALCHG-DOLLARS              PIC S9(9)V99  VALUE 0.
014820 01  WS-LATER-BALCHG-DOLLARS        PIC S9(9)V99  VALUE 0.
014830 01  WS-BAL-EDITED                  PIC -(7)9.99.
014840 01  WS-OLD-AMOUNT                  PIC S9(9)V99.
014850 01  WS-NEW-AMOUNT                  PIC S9(9)V99.
014900 01  WS-MONTH-NET-DOLLARS           PIC S9(9)V99  VALUE 0.
015000 01  WS-OPEN-BAL-TOTAL              PIC S9(9)V99  VALUE 0.
015100 01  WS-OPENING-AR                  PIC S9(9)V99  VALUE 0.
015200 01  WS-CLOSING-AR                  PIC S9(9)V99  VALUE 0.
015300 01  WS-LEDGER-AR                   PIC S9(9)V99  VALUE 0.
015400 01  WS-DIFFERENCE                  PIC S9(9)V99  VALUE 0.
015500 01  WS-HEADING-LINE-1.
015600     05  FILLER                     PIC X(38)     VALUE
015700         "MONCLOSE - MONTH-END A/R ROLL-FORWARD".
015800     05  FILLER                     PIC X(07)     VALUE "  DATE ".
015900     05  WS-H1-DATE                 PIC 9999/99/99.
016000 01  WS-HEADING-LINE-2.
016100     05  FILLER                     PIC X(16)     VALUE
016200         "PERIOD CLOSING:".
016300     05  WS-H2-YYYY                 PIC 9(04).
016400     05  FILLER                     PIC X(01)     VALUE "/".
016500     05  WS-H2-MM                   PIC 9(02).
016600 01  WS-ROLL-LINE.
016700     05  WS-RL-LABEL                PIC X(32).
016800     05  WS-RL-COUNT                PIC ZZZZZZ9.
016900     05  FILLER                     PIC X(02)     VALUE SPACES.
017000     05  WS-RL-AMOUNT               PIC ZZZZZZZZ9.99-.
017100 01  WS-RULE-LINE.
017200     05  FILLER                     PIC X(41)     VALUE SPACES.
017300     05  FILLER                     PIC X(13)     VALUE
017400         "-------------".
017500 01  WS-VERDICT-LINE.
017600     05  FILLER                     PIC X(32)     VALUE
017700         "ROLL-FORWARD VS JR-FILE       :".
017800     05  WS-VL-VERDICT              PIC X(16).
017900 01  WS-MESSAGE-LINE                PIC X(80).
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*    0000-MAINLINE                                              *
018300*****************************************************************
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     IF NOT WS-CLOSE-REFUSED
018700         PERFORM 2000-SCAN-VISITS THRU 2000-EXIT
018800         PERFORM 3000-SCAN-PAYMENTS THRU 3000-EXIT
018810         PERFORM 3500-SCAN-BALANCE-CHANGES THRU 3500-EXIT
018900         PERFORM 4000-SUM-OPEN-BALANCES THRU 4000-EXIT
019000         PERFORM 5000-BUILD-ROLL-FORWARD THRU 5000-EXIT
019100         PERFORM 6000-PRINT-ROLL-FORWARD THRU 6000-EXIT
019200         PERFORM 7000-CLOSE-PERIOD THRU 7000-EXIT
019300     END-IF.
019400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
019500     STOP RUN.
019600*****************************************************************
019700*    1000-INITIALIZE  --  REQUEST PARMS, CHECK THE MONTH MAY    *
019800*    CLOSE, OPEN FILES, HEADINGS                                *
019900*****************************************************************
020000 1000-INITIALIZE.
020100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020200     ACCEPT WS-CURRENT-TIME FROM TIME.
020300     COMPUTE WS-CURRENT-YYYYMM =
020400         (WS-CUR-YYYY * 100) + WS-CUR-MM.
020500     OPEN OUTPUT CLOSE-REPORT.
020600     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
020700     WRITE CLOSE-REPORT-LINE FROM WS-HEADING-LINE-1.
020800     DISPLAY "MONCLOSE - ENTER MONTH TO CLOSE YYYYMM "
020900         "(DEFAULT LAST MONTH):".
021000     ACCEPT WS-PERIOD-IN.
021100     IF WS-PERIOD-IN NUMERIC
021200            AND WS-PERIOD-IN NOT = "000000"
021300         MOVE WS-PERIOD-IN-N TO WS-CLOSE-PERIOD-N
021400     ELSE
021500         IF WS-CUR-MM = 1
021600             COMPUTE WS-CP-YYYY = WS-CUR-YYYY - 1
021700             MOVE 12 TO WS-CP-MM
021800         ELSE
021900             MOVE WS-CUR-YYYY TO WS-CP-YYYY
022000             COMPUTE WS-CP-MM = WS-CUR-MM - 1
022100         END-IF
022200     END-IF.
022300     DISPLAY "MONCLOSE - CLOSE EVEN IF OUT OF BALANCE "
022400         "(Y/N, DEFAULT N):".
022500     ACCEPT WS-FORCE-IN.
022600     IF NOT WS-FORCE-REQUESTED
022700         MOVE "N" TO WS-FORCE-IN
022800     END-IF.
022900     DISPLAY "MONCLOSE - MONTH TO CLOSE: " WS-CLOSE-PERIOD-N.
023000     MOVE WS-CP-YYYY TO WS-H2-YYYY.
023100     MOVE WS-CP-MM   TO WS-H2-MM.
023200     WRITE CLOSE-REPORT-LINE FROM WS-HEADING-LINE-2.
023300     MOVE SPACES TO CLOSE-REPORT-LINE.
023400     WRITE CLOSE-REPORT-LINE.
023500     IF WS-CP-MM < 1 OR WS-CP-MM > 12
023600         MOVE "MONTH IS NOT A VALID YYYYMM - NOT CLOSED"
023700             TO WS-MESSAGE-LINE
023800         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
023900         GO TO 1000-EXIT
024000     END-IF.
024100     IF WS-CLOSE-PERIOD-N NOT < WS-CURRENT-YYYYMM
024200         MOVE "MONTH HAS NOT ENDED YET - NOT CLOSED"
024300             TO WS-MESSAGE-LINE
024400         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
024500         GO TO 1000-EXIT
024600     END-IF.
024700     OPEN I-O PERIOD-CONTROL-FILE.
024800     IF WS-PC-STATUS = "35"
024900         OPEN OUTPUT PERIOD-CONTROL-FILE
025000         CLOSE PERIOD-CONTROL-FILE
025100         OPEN I-O PERIOD-CONTROL-FILE
025200     END-IF.
025300     MOVE "Y" TO WS-PC-OPEN-SWITCH.
025400     PERFORM 1100-FIND-LAST-CLOSED THRU 1100-EXIT.
025500     IF WS-PRIOR-CLOSE-FOUND
025600         PERFORM 1200-CHECK-CLOSE-ORDER THRU 1200-EXIT
025700     END-IF.
025800     IF WS-CLOSE-REFUSED
025900         GO TO 1000-EXIT
026000     END-IF.
026100     OPEN INPUT VISIT-HISTORY-FILE.
026200     OPEN INPUT PAYMENT-HISTORY-FILE.
026300     OPEN INPUT JR-FILE.
026400     MOVE "Y" TO WS-FILES-OPEN-SWITCH.
026500     IF WS-VH-STATUS NOT = "00"
026600            OR WS-PH-STATUS NOT = "00"
026700            OR WS-JR-STATUS NOT = "00"
026800         MOVE SPACES TO WS-MESSAGE-LINE
026900         STRING "JR-FILE OR A HISTORY FILE NOT AVAILABLE - "
027000             "NOT CLOSED"
027100             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
027200         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
027300     END-IF.
027400 1000-EXIT.
027500     EXIT.
027600*****************************************************************
027700*    1100-FIND-LAST-CLOSED  --  HIGHEST CLOSED MONTH ON FILE    *
027800*****************************************************************
027900 1100-FIND-LAST-CLOSED.
028000     MOVE 0 TO PC-PERIOD.
028100     MOVE "N" TO WS-EOF-SWITCH.
028200     START PERIOD-CONTROL-FILE
028300         KEY IS NOT LESS THAN PC-PERIOD
028400         INVALID KEY
028500             MOVE "Y" TO WS-EOF-SWITCH
028600     END-START.
028700     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
028800         UNTIL WS-END-OF-FILE.
028900 1100-EXIT.
029000     EXIT.
029100*****************************************************************
029200*    1110-READ-ONE-PERIOD                                       *
029300*****************************************************************
029400 1110-READ-ONE-PERIOD.
029500     READ PERIOD-CONTROL-FILE NEXT RECORD
029600         AT END
029700             MOVE "Y" TO WS-EOF-SWITCH
029800             GO TO 1110-EXIT
029900     END-READ.
030000     IF PC-PERIOD-CLOSED
030100         MOVE "Y"          TO WS-PRIOR-SWITCH
030200         MOVE PC-PERIOD    TO WS-LAST-CLOSED
030300         MOVE PC-LEDGER-AR TO WS-LAST-LEDGER-AR
030400     END-IF.
030500 1110-EXIT.
030600     EXIT.
030700*****************************************************************
030800*    1200-CHECK-CLOSE-ORDER  --  NOT ALREADY CLOSED, AND THE    *
030900*    MONTH RIGHT AFTER THE LAST ONE CLOSED                      *
031000*****************************************************************
031100 1200-CHECK-CLOSE-ORDER.
031200     IF WS-CLOSE-PERIOD-N NOT > WS-LAST-CLOSED
031300         MOVE SPACES TO WS-MESSAGE-LINE
031400         STRING "MONTH ALREADY CLOSED - LAST CLOSED MONTH IS "
031500             WS-LAST-CLOSED
031600             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
031700         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
031800         GO TO 1200-EXIT
031900     END-IF.
032000     MOVE WS-LAST-CLOSED TO WS-NEXT-PERIOD-N.
032100     IF WS-NP-MM = 12
032200         ADD 1 TO WS-NP-YYYY
032300         MOVE 1 TO WS-NP-MM
032400     ELSE
032500         ADD 1 TO WS-NP-MM
032600     END-IF.
032700     IF WS-CLOSE-PERIOD-N NOT = WS-NEXT-PERIOD-N
032800         MOVE SPACES TO WS-MESSAGE-LINE
032900         STRING "MONTHS CLOSE IN ORDER - NEXT MONTH TO CLOSE IS "
033000             WS-NEXT-PERIOD-N
033100             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
033200         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
033300     END-IF.
033400 1200-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    1900-REFUSE-CLOSE  --  SAY WHY ON THE REPORT AND CONSOLE   *
033800*****************************************************************
033900 1900-REFUSE-CLOSE.
034000     MOVE "Y" TO WS-REFUSED-SWITCH.
034100     MOVE 8 TO RETURN-CODE.
034200     WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE.
034300     DISPLAY "MONCLOSE - " WS-MESSAGE-LINE.
034400 1900-EXIT.
034500     EXIT.
034600*****************************************************************
034700*    2000-SCAN-VISITS  --  EVERY VISIT-HISTORY LINE, IN THE     *
034800*    MONTH OR AFTER IT                                          *
034900*****************************************************************
035000 2000-SCAN-VISITS.
035100     MOVE "N" TO WS-EOF-SWITCH.
035200     PERFORM 2100-TALLY-ONE-VISIT THRU 2100-EXIT
035300         UNTIL WS-END-OF-FILE.
035400 2000-EXIT.
035500     EXIT.
035600*****************************************************************
035700*    2100-TALLY-ONE-VISIT  --  A VISIT OR FINANCE CHARGE IN THE *
035800*    MONTH GOES TO ITS LINE; ONE DATED LATER IS TAKEN OUT OF    *
035900*    JR-FILE'S BALANCE TO BRING IT BACK TO MONTH END            *
036000*****************************************************************
036100 2100-TALLY-ONE-VISIT.
036200     READ VISIT-HISTORY-FILE NEXT RECORD
036300         AT END
036400             MOVE "Y" TO WS-EOF-SWITCH
036500             GO TO 2100-EXIT
036600     END-READ.
036700     COMPUTE WS-ENTRY-YYYYMM =
036800         (VH-VISIT-YYYY * 100) + VH-VISIT-MM.
036900     IF WS-ENTRY-YYYYMM < WS-CLOSE-PERIOD-N
037000         GO TO 2100-EXIT
037100     END-IF.
037200     IF WS-ENTRY-YYYYMM > WS-CLOSE-PERIOD-N
037300         ADD 1 TO WS-LATER-COUNT
037400         ADD VH-VISIT-FEE TO WS-LATER-NET-DOLLARS
037500         GO TO 2100-EXIT
037600     END-IF.
037700     IF VH-SERVICE-CODE = "FC"
037800         ADD 1 TO WS-FINCHG-COUNT
037900         ADD VH-VISIT-FEE TO WS-FINCHG-DOLLARS
038000     ELSE
038100         ADD 1 TO WS-VISIT-COUNT
038200         ADD VH-VISIT-FEE TO WS-VISIT-DOLLARS
038300     END-IF.
038400 2100-EXIT.
038500     EXIT.
038600*****************************************************************
038700*    3000-SCAN-PAYMENTS  --  EVERY PAYMENT-HISTORY ENTRY, IN    *
038800*    THE MONTH OR AFTER IT                                      *
038900*****************************************************************
039000 3000-SCAN-PAYMENTS.
039100     MOVE "N" TO WS-EOF-SWITCH.
039200     PERFORM 3100-TALLY-ONE-PAYMENT THRU 3100-EXIT
039300         UNTIL WS-END-OF-FILE.
039400 3000-EXIT.
039500     EXIT.
039600*****************************************************************
039700*    3100-TALLY-ONE-PAYMENT  --  A REFUND OR RETURNED CHECK     *
039800*    CHARGES THE ACCOUNT; A PAYMENT, WRITE-OFF, OR CREDIT       *
039900*    CREDITS IT, THE SAME SIGNS THE ACCOUNT LEDGER USES         *
040000*****************************************************************
040100 3100-TALLY-ONE-PAYMENT.
040200     READ PAYMENT-HISTORY-FILE NEXT RECORD
040300         AT END
040400             MOVE "Y" TO WS-EOF-SWITCH
040500             GO TO 3100-EXIT
040600     END-READ.
040700     DIVIDE PH-PAYMENT-DATE BY 100 GIVING WS-ENTRY-YYYYMM.
040800     IF WS-ENTRY-YYYYMM < WS-CLOSE-PERIOD-N
040900         GO TO 3100-EXIT
041000     END-IF.
041100     IF PH-REFUND-ENTRY
041200            OR (PH-ADJUSTMENT-ENTRY AND PH-REASON-CODE = "R")
041300         MOVE PH-PAYMENT-AMOUNT TO WS-ENTRY-AMOUNT
041400     ELSE
041500         COMPUTE WS-ENTRY-AMOUNT = 0 - PH-PAYMENT-AMOUNT
041600     END-IF.
041700     IF WS-ENTRY-YYYYMM > WS-CLOSE-PERIOD-N
041800         ADD 1 TO WS-LATER-COUNT
041900         ADD WS-ENTRY-AMOUNT TO WS-LATER-NET-DOLLARS
042000         GO TO 3100-EXIT
042100     END-IF.
042200     EVALUATE TRUE
042300         WHEN PH-REFUND-ENTRY
042400             ADD 1 TO WS-REFUND-COUNT
042500             ADD PH-PAYMENT-AMOUNT TO WS-REFUND-DOLLARS
042600         WHEN PH-ADJUSTMENT-ENTRY
042700             PERFORM 3200-TALLY-ADJUSTMENT THRU 3200-EXIT
042800         WHEN OTHER
042900             ADD 1 TO WS-PAYMENT-COUNT
043000             ADD PH-PAYMENT-AMOUNT TO WS-PAYMENT-DOLLARS
043100     END-EVALUATE.
043200 3100-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    3200-TALLY-ADJUSTMENT  --  BY REASON CODE                  *
043600*****************************************************************
043700 3200-TALLY-ADJUSTMENT.
043800     EVALUATE PH-REASON-CODE
043900         WHEN "R"
044000             ADD 1 TO WS-RETCHECK-COUNT
044100             ADD PH-PAYMENT-AMOUNT TO WS-RETCHECK-DOLLARS
044200         WHEN "W"
044300         WHEN "S"
044400         WHEN "G"
044500             ADD 1 TO WS-WRITEOFF-COUNT
044600             ADD PH-PAYMENT-AMOUNT TO WS-WRITEOFF-DOLLARS
044700         WHEN OTHER
044800             ADD 1 TO WS-CREDIT-COUNT
044900             ADD PH-PAYMENT-AMOUNT TO WS-CREDIT-DOLLARS
045000     END-EVALUATE.
045100 3200-EXIT.
045200     EXIT.
045201*****************************************************************
045202*    3500-SCAN-BALANCE-CHANGES  --  THE OPEN_BAL CHANGES JRSCRN *
045203*    JOURNALED, IN THE MONTH OR AFTER IT                        *
045204*****************************************************************
045205 3500-SCAN-BALANCE-CHANGES.
045206     OPEN INPUT AUDIT-JOURNAL-FILE.
045207     IF WS-AU-STATUS NOT = "00"
045208         MOVE SPACES TO WS-MESSAGE-LINE
045209         STRING "AUDIT JOURNAL NOT AVAILABLE - JRSCRN BALANCE "
045210             "CHANGES NOT COUNTED"
045211             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
045212         WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE
045213         DISPLAY "MONCLOSE - " WS-MESSAGE-LINE
045214         GO TO 3500-EXIT
045215     END-IF.
045216     MOVE "N" TO WS-EOF-SWITCH.
045217     PERFORM 3600-TALLY-ONE-CHANGE THRU 3600-EXIT
045218         UNTIL WS-END-OF-FILE.
045219     CLOSE AUDIT-JOURNAL-FILE.
045220 3500-EXIT.
045221     EXIT.
045222*****************************************************************
045223*    3600-TALLY-ONE-CHANGE  --  AN OPEN_BAL ENTRY TAGGED ADD    *
045224*    (NEW PATIENT) OR FEE (FEE CORRECTION); THE CHANGE IS THE   *
045225*    NEW BALANCE LESS THE OLD.  JRNIGHT AND PATMERGE ENTRIES    *
045226*    CARRY OTHER TAGS AND ARE ALREADY IN THE HISTORY FILES      *
045227*****************************************************************
045228 3600-TALLY-ONE-CHANGE.
045229     READ AUDIT-JOURNAL-FILE
045230         AT END
045231             MOVE "Y" TO WS-EOF-SWITCH
045232             GO TO 3600-EXIT
045233     END-READ.
045234     IF AU-FIELD-NAME NOT = "OPEN_BAL"
045235         GO TO 3600-EXIT
045236     END-IF.
045237     IF AU-NEW-VALUE (14:3) NOT = "ADD"
045238            AND AU-NEW-VALUE (14:3) NOT = "FEE"
045239         GO TO 3600-EXIT
045240     END-IF.
045241     DIVIDE AU-CHANGE-DATE BY 100 GIVING WS-ENTRY-YYYYMM.
045242     IF WS-ENTRY-YYYYMM < WS-CLOSE-PERIOD-N
045243         GO TO 3600-EXIT
045244     END-IF.
045245     MOVE AU-OLD-VALUE (1:12) TO WS-BAL-EDITED.
045246     MOVE WS-BAL-EDITED       TO WS-OLD-AMOUNT.
045247     MOVE AU-NEW-VALUE (1:12) TO WS-BAL-EDITED.
045248     MOVE WS-BAL-EDITED       TO WS-NEW-AMOUNT.
045249     COMPUTE WS-ENTRY-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
045250     IF WS-ENTRY-YYYYMM > WS-CLOSE-PERIOD-N
045251         ADD 1 TO WS-LATER-BALCHG-COUNT
045252         ADD WS-ENTRY-AMOUNT TO WS-LATER-BALCHG-DOLLARS
045253         GO TO 3600-EXIT
045254     END-IF.
045255     ADD 1 TO WS-BALCHG-COUNT.
045256     ADD WS-ENTRY-AMOUNT TO WS-BALCHG-DOLLARS.
045257 3600-EXIT.
045258     EXIT.
045300*****************************************************************
045400*    4000-SUM-OPEN-BALANCES  --  OPEN_BAL OVER ALL OF JR-FILE,  *
045500*    RETIRED PATIENTS INCLUDED: A BALANCE IS STILL OWED UNTIL   *
045600*    IT IS WRITTEN OFF                                          *
045700*****************************************************************
045800 4000-SUM-OPEN-BALANCES.
045900     MOVE "N" TO WS-EOF-SWITCH.
046000     PERFORM 4100-ADD-ONE-BALANCE THRU 4100-EXIT
046100         UNTIL WS-END-OF-FILE.
046200 4000-EXIT.
046300     EXIT.
046400*****************************************************************
046500*    4100-ADD-ONE-BALANCE                                       *
046600*****************************************************************
046700 4100-ADD-ONE-BALANCE.
046800     READ JR-FILE NEXT RECORD
046900         AT END
047000             MOVE "Y" TO WS-EOF-SWITCH
047100             GO TO 4100-EXIT
047200     END-READ.
047300     ADD 1 TO WS-PATIENT-COUNT.
047400     ADD OPEN_BAL OF FINANCIAL TO WS-OPEN-BAL-TOTAL.
047500 4100-EXIT.
047600     EXIT.
047700*****************************************************************
047800*    5000-BUILD-ROLL-FORWARD  --  OPENING PLUS THE MONTH'S NET  *
047900*    IS CLOSING; JR-FILE LESS LATER ACTIVITY IS THE PROOF       *
048000*****************************************************************
048100 5000-BUILD-ROLL-FORWARD.
048200     COMPUTE WS-MONTH-NET-DOLLARS =
048300         WS-VISIT-DOLLARS + WS-FINCHG-DOLLARS
048400         + WS-RETCHECK-DOLLARS + WS-REFUND-DOLLARS
048500         - WS-PAYMENT-DOLLARS - WS-WRITEOFF-DOLLARS
048600         - WS-CREDIT-DOLLARS + WS-BALCHG-DOLLARS.
048700     COMPUTE WS-LEDGER-AR =
048800         WS-OPEN-BAL-TOTAL - WS-LATER-NET-DOLLARS
048810         - WS-LATER-BALCHG-DOLLARS.
048900     IF WS-PRIOR-CLOSE-FOUND
049000         MOVE WS-LAST-LEDGER-AR TO WS-OPENING-AR
049100     ELSE
049200         COMPUTE WS-OPENING-AR =
049300             WS-LEDGER-AR - WS-MONTH-NET-DOLLARS
049400     END-IF.
049500     COMPUTE WS-CLOSING-AR =
049600         WS-OPENING-AR + WS-MONTH-NET-DOLLARS.
049700     COMPUTE WS-DIFFERENCE = WS-LEDGER-AR - WS-CLOSING-AR.
049800     IF WS-DIFFERENCE = 0
049900         MOVE "Y" TO WS-BALANCE-SWITCH
050000     END-IF.
050100 5000-EXIT.
050200     EXIT.
050300*****************************************************************
050400*    6000-PRINT-ROLL-FORWARD  --  THE ROLL-FORWARD, THEN THE    *
050500*    JR-FILE PROOF AND THE VERDICT                              *
050600*****************************************************************
050700 6000-PRINT-ROLL-FORWARD.
050800     MOVE SPACES TO WS-ROLL-LINE.
050900     MOVE "OPENING A/R                   :" TO WS-RL-LABEL.
051000     MOVE WS-OPENING-AR TO WS-RL-AMOUNT.
051100     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
051200     MOVE "  PLUS VISITS                 :" TO WS-RL-LABEL.
051300     MOVE WS-VISIT-COUNT   TO WS-RL-COUNT.
051400     MOVE WS-VISIT-DOLLARS TO WS-RL-AMOUNT.
051500     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
051600     MOVE "  PLUS FINANCE CHARGES        :" TO WS-RL-LABEL.
051700     MOVE WS-FINCHG-COUNT   TO WS-RL-COUNT.
051800     MOVE WS-FINCHG-DOLLARS TO WS-RL-AMOUNT.
051900     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
052000     MOVE "  PLUS RETURNED CHECKS        :" TO WS-RL-LABEL.
052100     MOVE WS-RETCHECK-COUNT   TO WS-RL-COUNT.
052200     MOVE WS-RETCHECK-DOLLARS TO WS-RL-AMOUNT.
052300     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
052400     MOVE "  PLUS REFUNDS                :" TO WS-RL-LABEL.
052500     MOVE WS-REFUND-COUNT   TO WS-RL-COUNT.
052600     MOVE WS-REFUND-DOLLARS TO WS-RL-AMOUNT.
052700     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
052800     MOVE "  LESS PAYMENTS               :" TO WS-RL-LABEL.
052900     MOVE WS-PAYMENT-COUNT   TO WS-RL-COUNT.
053000     MOVE WS-PAYMENT-DOLLARS TO WS-RL-AMOUNT.
053100     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
053200     MOVE "  LESS WRITE-OFFS             :" TO WS-RL-LABEL.
053300     MOVE WS-WRITEOFF-COUNT   TO WS-RL-COUNT.
053400     MOVE WS-WRITEOFF-DOLLARS TO WS-RL-AMOUNT.
053500     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
053600     MOVE "  LESS CREDITS                :" TO WS-RL-LABEL.
053700     MOVE WS-CREDIT-COUNT   TO WS-RL-COUNT.
053800     MOVE WS-CREDIT-DOLLARS TO WS-RL-AMOUNT.
053900     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
053910     MOVE "  NET JRSCRN BALANCE CHANGES  :" TO WS-RL-LABEL.
053920     MOVE WS-BALCHG-COUNT   TO WS-RL-COUNT.
053930     MOVE WS-BALCHG-DOLLARS TO WS-RL-AMOUNT.
053940     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
054000     WRITE CLOSE-REPORT-LINE FROM WS-RULE-LINE.
054100     MOVE SPACES TO WS-ROLL-LINE.
054200     MOVE "CLOSING A/R (ROLL-FORWARD)    :" TO WS-RL-LABEL.
054300     MOVE WS-CLOSING-AR TO WS-RL-AMOUNT.
054400     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
054500     MOVE SPACES TO CLOSE-REPORT-LINE.
054600     WRITE CLOSE-REPORT-LINE.
054700     MOVE "OPEN_BAL ON JR-FILE TODAY     :" TO WS-RL-LABEL.
054800     MOVE WS-PATIENT-COUNT  TO WS-RL-COUNT.
054900     MOVE WS-OPEN-BAL-TOTAL TO WS-RL-AMOUNT.
055000     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
055100     MOVE "  LESS NET ACTIVITY SINCE     :" TO WS-RL-LABEL.
055200     MOVE WS-LATER-COUNT       TO WS-RL-COUNT.
055300     MOVE WS-LATER-NET-DOLLARS TO WS-RL-AMOUNT.
055400     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
055410     MOVE "  LESS JRSCRN CHANGES SINCE   :" TO WS-RL-LABEL.
055420     MOVE WS-LATER-BALCHG-COUNT   TO WS-RL-COUNT.
055430     MOVE WS-LATER-BALCHG-DOLLARS TO WS-RL-AMOUNT.
055440     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
055500     WRITE CLOSE-REPORT-LINE FROM WS-RULE-LINE.
055600     MOVE SPACES TO WS-ROLL-LINE.
055700     MOVE "A/R AT MONTH END PER JR-FILE  :" TO WS-RL-LABEL.
055800     MOVE WS-LEDGER-AR TO WS-RL-AMOUNT.
055900     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
056000     MOVE "DIFFERENCE                    :" TO WS-RL-LABEL.
056100     MOVE WS-DIFFERENCE TO WS-RL-AMOUNT.
056200     WRITE CLOSE-REPORT-LINE FROM WS-ROLL-LINE.
056300     MOVE SPACES TO CLOSE-REPORT-LINE.
056400     WRITE CLOSE-REPORT-LINE.
056500     IF WS-ROLL-IN-BALANCE
056600         MOVE "IN BALANCE"      TO WS-VL-VERDICT
056700     ELSE
056800         MOVE "*OUT OF BALANCE" TO WS-VL-VERDICT
056900     END-IF.
057000     WRITE CLOSE-REPORT-LINE FROM WS-VERDICT-LINE.
057100     DISPLAY "MONCLOSE - ROLL-FORWARD VERDICT: " WS-VL-VERDICT.
057200     IF NOT WS-PRIOR-CLOSE-FOUND
057300         MOVE SPACES TO WS-MESSAGE-LINE
057400         STRING "FIRST CLOSE: OPENING A/R DERIVED FROM JR-FILE, "
057500             "NOT PROVED"
057600             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
057700         WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE
057800     END-IF.
057900 6000-EXIT.
058000     EXIT.
058100*****************************************************************
058200*    7000-CLOSE-PERIOD  --  WRITE THE CLOSED MONTH, OR LEAVE IT *
058300*    OPEN WHEN IT DOES NOT PROVE AND NO FORCE WAS ASKED FOR     *
058400*****************************************************************
058500 7000-CLOSE-PERIOD.
058600     IF NOT WS-ROLL-IN-BALANCE
058700            AND NOT WS-FORCE-REQUESTED
058800         MOVE "MONTH NOT CLOSED - ROLL-FORWARD OUT OF BALANCE"
058900             TO WS-MESSAGE-LINE
059000         PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
059100         GO TO 7000-EXIT
059200     END-IF.
059300     MOVE SPACES               TO PERIOD-CONTROL-RECORD.
059400     MOVE WS-CLOSE-PERIOD-N    TO PC-PERIOD.
059500     MOVE "C"                  TO PC-STATUS.
059600     MOVE WS-CURRENT-DATE-N    TO PC-CLOSE-DATE.
059700     MOVE WS-CURRENT-TIME (1:6) TO PC-CLOSE-TIME.
059800     MOVE WS-OPENING-AR        TO PC-OPENING-AR.
059900     MOVE WS-VISIT-DOLLARS     TO PC-VISIT-DOLLARS.
060000     MOVE WS-FINCHG-DOLLARS    TO PC-FINCHG-DOLLARS.
060100     MOVE WS-RETCHECK-DOLLARS  TO PC-RETCHECK-DOLLARS.
060200     MOVE WS-REFUND-DOLLARS    TO PC-REFUND-DOLLARS.
060300     MOVE WS-PAYMENT-DOLLARS   TO PC-PAYMENT-DOLLARS.
060400     MOVE WS-WRITEOFF-DOLLARS  TO PC-WRITEOFF-DOLLARS.
060500     MOVE WS-CREDIT-DOLLARS    TO PC-CREDIT-DOLLARS.
060510     MOVE WS-BALCHG-DOLLARS    TO PC-BALANCE-CHG-DOLLARS.
060600     MOVE WS-CLOSING-AR        TO PC-CLOSING-AR.
060700     MOVE WS-LEDGER-AR         TO PC-LEDGER-AR.
060800     MOVE WS-DIFFERENCE        TO PC-DIFFERENCE.
060900     MOVE "N"                  TO PC-FORCED-CLOSE.
061000     IF NOT WS-ROLL-IN-BALANCE
061100         MOVE "Y"              TO PC-FORCED-CLOSE
061200     END-IF.
061300     MOVE "N"                  TO PC-OPENING-DERIVED.
061400     IF NOT WS-PRIOR-CLOSE-FOUND
061500         MOVE "Y"              TO PC-OPENING-DERIVED
061600     END-IF.
061700     WRITE PERIOD-CONTROL-RECORD
061800         INVALID KEY
061900             MOVE "PERIOD RECORD WRITE FAILED - NOT CLOSED"
062000                 TO WS-MESSAGE-LINE
062100             PERFORM 1900-REFUSE-CLOSE THRU 1900-EXIT
062200             GO TO 7000-EXIT
062300     END-WRITE.
062400     IF PC-CLOSED-OUT-OF-BALANCE
062500         MOVE "MONTH CLOSED OUT OF BALANCE ON REQUEST"
062600             TO WS-MESSAGE-LINE
062700         MOVE 4 TO RETURN-CODE
062800     ELSE
062900         MOVE "MONTH CLOSED" TO WS-MESSAGE-LINE
063000     END-IF.
063100     WRITE CLOSE-REPORT-LINE FROM WS-MESSAGE-LINE.
063200     DISPLAY "MONCLOSE - " WS-MESSAGE-LINE.
063300 7000-EXIT.
063400     EXIT.
063500*****************************************************************
063600*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
063700*****************************************************************
063800 9999-TERMINATE.
063900     DISPLAY "MONCLOSE - PATIENTS READ  : " WS-PATIENT-COUNT.
064000     DISPLAY "MONCLOSE - VISIT LINES    : " WS-VISIT-COUNT.
064100     DISPLAY "MONCLOSE - PAYMENTS       : " WS-PAYMENT-COUNT.
064200     DISPLAY "MONCLOSE - LATER ENTRIES  : " WS-LATER-COUNT.
064210     DISPLAY "MONCLOSE - JRSCRN CHANGES : " WS-BALCHG-COUNT.
064300     IF WS-HISTORY-FILES-OPEN
064400         CLOSE VISIT-HISTORY-FILE
064500         CLOSE PAYMENT-HISTORY-FILE
064600         CLOSE JR-FILE
064700     END-IF.
064800     IF WS-PERIOD-FILE-OPEN
064900         CLOSE PERIOD-CONTROL-FILE
065000     END-IF.
065100     CLOSE CLOSE-REPORT.
065200 9999-EXIT.
065300     EXIT.
