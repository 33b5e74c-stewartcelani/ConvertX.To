000100*****************************************************************
000200*                                                               *
000300*    INSPOST                                                    *
000400*                                                               *
000500*    PET INSURER REMITTANCE POSTING                             *
000600*                                                               *
000700*    READS A PET INSURER'S REMITTANCE FILE (INSREM), SETTLES    *
000800*    EACH CLAIM IT COVERS ON THE CLAIM TRACKING FILE (INSCLM),  *
000900*    AND TURNS THE MONEY INTO NORMAL POSTINGS ON ITS OWN        *
001000*    TRANSACTION FILE (INSTRN), IN VSTTRAN LAYOUT.  THE JOB     *
001100*    STREAM CONCATENATES INSTRN INTO THE RAW POSTING FILE       *
001200*    (VSTRAW) SO THE REMITTANCE IS EDITED BY VSTEDIT, POSTED    *
001300*    BY JRNIGHT TO OPEN_BAL AND PAYHIST, AND PROVED BY NITEBAL  *
001400*    LIKE ANY OTHER MONEY.                                      *
001500*                                                               *
001600*    THE INSURER'S MONEY IS NOT CLIENT MONEY: IT POSTS AS A     *
001700*    TYPE P PAYMENT WITH PAYMENT METHOD I (INSURER), THE        *
001800*    INSURER'S CHECK OR TRANSFER NUMBER IN VT-CHECK-NO, DATED   *
001900*    THE REMIT DATE, SO DEPRPT AND THE GL EXPORT CARRY IT       *
002000*    APART FROM WHAT CLIENTS PAID.  CONSECUTIVE ITEMS FOR THE   *
002100*    SAME PATIENT, REMIT DATE, AND REMITTANCE NUMBER ARE        *
002200*    COMBINED INTO ONE POSTING.                                 *
002300*                                                               *
002400*    A CLAIM PAID AT LEAST IN FULL GOES TO STATUS P, ONE PAID   *
002500*    IN PART TO STATUS R, AND ONE PAID NOTHING TO STATUS D.     *
002600*    WHATEVER THE INSURER DID NOT PAY STAYS ON OPEN_BAL AS THE  *
002700*    CLIENT'S SHARE.  AN ITEM IS REJECTED, AND ONLY LISTED ON   *
002800*    THE REMITTANCE REGISTER (INSPRPT), WHEN THE AMOUNT OR A    *
002900*    DATE IS NOT NUMERIC, THE AMOUNT IS NEGATIVE, MONEY COMES   *
003000*    WITHOUT A REMITTANCE NUMBER, THE CLAIM IS NOT ON FILE OR   *
003100*    WAS FILED WITH ANOTHER INSURER, OR THE CLAIM IS ALREADY    *
003200*    SETTLED.                                                   *
003210*                                                               *
003220*    INSTRN IS REBUILT EVERY RUN, EVEN EMPTY, SO A REFUSED RUN  *
003230*    OR A NIGHT WITHOUT A REMITTANCE NEVER LEAVES YESTERDAY'S   *
003240*    PAYMENTS BEHIND TO GO INTO VSTRAW A SECOND TIME.  A CLAIM  *
003250*    SETTLED EARLIER THE SAME DAY FROM THE SAME REMITTANCE IS   *
003260*    A RERUN, AND ITS PAYMENT IS WRITTEN AGAIN.                 *
003300*                                                               *
003400*    MODIFICATION HISTORY                                       *
003500*    --------------------                                       *
003600*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003610*    2026/10/15  JJM  REBUILD INSTRN ON EVERY RUN; NO REMITTANCE*
003620*                     FILE ENDS AT RC 4.  A SAME-DAY RERUN      *
003630*                     WRITES THE PAYMENTS AGAIN.                *
003700*                                                               *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID.  INSPOST.
004100 AUTHOR.      J MORALES.
004200 INSTALLATION. CLINIC DATA PROCESSING.
004300 DATE-WRITTEN. 2026/10/15.
004400 DATE-COMPILED.
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. GNUCOBOL.
004800 OBJECT-COMPUTER. GNUCOBOL.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT INSURER-REMIT-FILE ASSIGN TO "INSREM"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-IR-STATUS.
005400     SELECT INSURANCE-CLAIM-FILE ASSIGN TO "INSCLM"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS IC-KEY
005800         FILE STATUS IS WS-IC-STATUS.
005900     SELECT INS-TRANS-FILE ASSIGN TO "INSTRN"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-IT-STATUS.
006200     SELECT REMIT-REPORT ASSIGN TO "INSPRPT"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-RPT-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  INSURER-REMIT-FILE.
006800     COPY IREMREC.
006900 FD  INSURANCE-CLAIM-FILE.
007000     COPY ICLMREC.
007100 FD  INS-TRANS-FILE.
007200     COPY VSTTRAN.
007300 FD  REMIT-REPORT.
007400 01  REMIT-REPORT-LINE              PIC X(80).
007500 WORKING-STORAGE SECTION.
007600 01  WS-IR-STATUS                   PIC X(02).
007700 01  WS-IC-STATUS                   PIC X(02).
007800 01  WS-IT-STATUS                   PIC X(02).
007900 01  WS-RPT-STATUS                  PIC X(02).
008000 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
008100     88  WS-END-OF-FILE                           VALUE "Y".
008200 01  WS-BLOCKED-SWITCH              PIC X(01)     VALUE "N".
008300     88  WS-RUN-BLOCKED                           VALUE "Y".
008400 01  WS-GROUP-SWITCH                PIC X(01)     VALUE "N".
008500     88  WS-GROUP-ACTIVE                          VALUE "Y".
008600 01  WS-CLAIM-SWITCH                PIC X(01)     VALUE "N".
008700     88  WS-CLAIM-ON-FILE                         VALUE "Y".
008710 01  WS-IR-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008720     88  WS-REMIT-FILE-AVAILABLE                  VALUE "Y".
008730 01  WS-IC-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008740     88  WS-CLAIM-FILE-AVAILABLE                  VALUE "Y".
008800 01  WS-REJECT-REASON               PIC X(18).
008900 01  WS-GROUP-KEY.
009000     05  WS-GK-PATIENT-ID           PIC X(05).
009100     05  WS-GK-REMIT-DATE           PIC 9(08).
009200     05  WS-GK-REMIT-REF            PIC X(06).
009300 01  WS-ITEM-KEY.
009400     05  WS-IK-PATIENT-ID           PIC X(05).
009500     05  WS-IK-REMIT-DATE           PIC 9(08).
009600     05  WS-IK-REMIT-REF            PIC X(06).
009700 01  WS-GROUP-PAID                  PIC S9(7)V99.
009800 01  WS-CURRENT-DATE.
009900     05  WS-CUR-YYYY                PIC 9(04).
010000     05  WS-CUR-MM                  PIC 9(02).
010100     05  WS-CUR-DD                  PIC 9(02).
010200 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
010300                                    PIC 9(08).
010310 01  WS-CURRENT-TIME                PIC 9(08).
010400 01  WS-ITEMS-READ                  PIC 9(07)     COMP VALUE 0.
010500 01  WS-ITEMS-REJECTED              PIC 9(07)     COMP VALUE 0.
010600 01  WS-CLAIMS-PAID                 PIC 9(07)     COMP VALUE 0.
010700 01  WS-CLAIMS-PART-PAID            PIC 9(07)     COMP VALUE 0.
010800 01  WS-CLAIMS-DENIED               PIC 9(07)     COMP VALUE 0.
010900 01  WS-PAYMENTS-WRITTEN            PIC 9(07)     COMP VALUE 0.
011000 01  WS-CLAIMED-DOLLARS             PIC S9(9)V99  VALUE 0.
011100 01  WS-PAID-DOLLARS                PIC S9(9)V99  VALUE 0.
011200 01  WS-CLIENT-SHARE-DOLLARS        PIC S9(9)V99  VALUE 0.
011300 01  WS-REJECT-DOLLARS              PIC S9(9)V99  VALUE 0.
011400 01  WS-HEADING-LINE-1.
011500     05  FILLER                     PIC X(38)     VALUE
011600         "INSPOST - INSURER REMITTANCE REGISTER".
011700     05  FILLER                     PIC X(07)     VALUE "  DATE ".
011800     05  WS-H1-DATE                 PIC 9999/99/99.
011900 01  WS-COLUMN-LINE.
012000     05  FILLER                     PIC X(42)     VALUE
012100         "PATNT  VISIT DATE LN INSR REMIT    CLAIMED".
012200     05  FILLER                     PIC X(38)     VALUE
012300         "      PAID RESULT".
012400 01  WS-DETAIL-LINE.
012500     05  WS-DL-PATIENT-ID           PIC X(05).
012600     05  FILLER                     PIC X(02)     VALUE SPACES.
012700     05  WS-DL-VISIT-DATE           PIC X(10).
012800     05  FILLER                     PIC X(01)     VALUE SPACES.
012900     05  WS-DL-LINE-NO              PIC X(02).
013000     05  FILLER                     PIC X(01)     VALUE SPACES.
013100     05  WS-DL-INSURER              PIC X(04).
013200     05  FILLER                     PIC X(01)     VALUE SPACES.
013300     05  WS-DL-REMIT-REF            PIC X(06).
013400     05  FILLER                     PIC X(01)     VALUE SPACES.
013500     05  WS-DL-CLAIMED              PIC ZZZZ9.99-.
013600     05  FILLER                     PIC X(01)     VALUE SPACES.
013700     05  WS-DL-PAID                 PIC ZZZZ9.99-.
013800     05  FILLER                     PIC X(01)     VALUE SPACES.
013900     05  WS-DL-RESULT               PIC X(18).
014000 01  WS-EDIT-DATE                   PIC 9999/99/99.
014100 01  WS-AMOUNT-LINE.
014200     05  WS-AL-LABEL                PIC X(20).
014300     05  WS-AL-AMOUNT               PIC ZZZZZZZZ9.99-.
014400 01  WS-COUNT-LINE.
014500     05  WS-CL-LABEL                PIC X(20).
014600     05  WS-CL-COUNT                PIC ZZZZZZ9.
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900*    0000-MAINLINE                                              *
015000*****************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
015400         UNTIL WS-END-OF-FILE.
015500     PERFORM 3000-POST-GROUP THRU 3000-EXIT.
015600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
015700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
015800     STOP RUN.
015900*****************************************************************
016000*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ.     *
016100*    INSTRN IS OPENED FIRST SO THAT EVERY RUN LEAVES IT EMPTY   *
016200*    OR CURRENT.  NO CLAIM FILE MEANS NO ITEM CAN BE MATCHED TO *
016210*    A CLAIM, SO THE RUN STOPS; NO REMITTANCE FILE MEANS THE    *
016220*    INSURER SENT NOTHING, SO THERE IS NOTHING TO POST          *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016510     ACCEPT WS-CURRENT-TIME FROM TIME.
016520     OPEN OUTPUT INS-TRANS-FILE.
016530     OPEN OUTPUT REMIT-REPORT.
016540     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
016550     WRITE REMIT-REPORT-LINE FROM WS-HEADING-LINE-1.
016560     MOVE SPACES TO REMIT-REPORT-LINE.
016570     WRITE REMIT-REPORT-LINE.
016600     OPEN I-O INSURANCE-CLAIM-FILE.
016700     IF WS-IC-STATUS NOT = "00"
016800         MOVE "Y" TO WS-BLOCKED-SWITCH
016900         MOVE "Y" TO WS-EOF-SWITCH
017000         MOVE 8 TO RETURN-CODE
017010         MOVE "CLAIM FILE NOT AVAILABLE - NOTHING POSTED"
017020             TO REMIT-REPORT-LINE
017030         WRITE REMIT-REPORT-LINE
017100         DISPLAY "INSPOST - CLAIM FILE NOT AVAILABLE, "
017200             "NOTHING POSTED"
017300         GO TO 1000-EXIT
017400     END-IF.
017410     MOVE "Y" TO WS-IC-AVAIL-SWITCH.
017500     OPEN INPUT INSURER-REMIT-FILE.
017600     IF WS-IR-STATUS NOT = "00"
017800         MOVE "Y" TO WS-EOF-SWITCH
017900         MOVE 4 TO RETURN-CODE
017910         MOVE "NO REMITTANCE FILE - NOTHING TO POST"
017920             TO REMIT-REPORT-LINE
017930         WRITE REMIT-REPORT-LINE
018000         DISPLAY "INSPOST - REMITTANCE FILE NOT AVAILABLE, "
018100             "NOTHING TO POST"
018300         GO TO 1000-EXIT
018400     END-IF.
018500     MOVE "Y" TO WS-IR-AVAIL-SWITCH.
019100     WRITE REMIT-REPORT-LINE FROM WS-COLUMN-LINE.
019200     PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT.
019300 1000-EXIT.
019400     EXIT.
019500*****************************************************************
019600*    2000-PROCESS-ONE-ITEM  --  EDIT ONE REMITTANCE ITEM AND    *
019700*    SETTLE ITS CLAIM.  MONEY RECEIVED POSTS THE PREVIOUS GROUP *
019800*    ON A CHANGE OF PATIENT, REMIT DATE, OR REMITTANCE NUMBER,  *
019900*    AND IS ADDED INTO THE CURRENT GROUP                        *
020000*****************************************************************
020100 2000-PROCESS-ONE-ITEM.
020200     ADD 1 TO WS-ITEMS-READ.
020300     PERFORM 2200-EDIT-ITEM THRU 2200-EXIT.
020400     IF WS-REJECT-REASON NOT = SPACES
020500         PERFORM 2400-LIST-REJECT THRU 2400-EXIT
020600         GO TO 2000-NEXT
020700     END-IF.
020800     PERFORM 2300-SETTLE-CLAIM THRU 2300-EXIT.
020900     PERFORM 2500-LIST-ITEM THRU 2500-EXIT.
021000     IF IR-PAID-AMOUNT = 0
021100         GO TO 2000-NEXT
021200     END-IF.
021300     MOVE IR-PATIENT-ID TO WS-IK-PATIENT-ID.
021400     MOVE IR-REMIT-DATE TO WS-IK-REMIT-DATE.
021500     MOVE IR-REMIT-REF  TO WS-IK-REMIT-REF.
021600     IF WS-GROUP-ACTIVE
021700            AND WS-ITEM-KEY NOT = WS-GROUP-KEY
021800         PERFORM 3000-POST-GROUP THRU 3000-EXIT
021900     END-IF.
022000     IF NOT WS-GROUP-ACTIVE
022100         MOVE WS-ITEM-KEY TO WS-GROUP-KEY
022200         MOVE 0 TO WS-GROUP-PAID
022300         MOVE "Y" TO WS-GROUP-SWITCH
022400     END-IF.
022500     ADD IR-PAID-AMOUNT TO WS-GROUP-PAID.
022600 2000-NEXT.
022700     PERFORM 2100-READ-REMITTANCE THRU 2100-EXIT.
022800 2000-EXIT.
022900     EXIT.
023000*****************************************************************
023100*    2100-READ-REMITTANCE  --  READ-AHEAD OF THE REMITTANCE     *
023200*****************************************************************
023300 2100-READ-REMITTANCE.
023400     READ INSURER-REMIT-FILE
023500         AT END
023600             MOVE "Y" TO WS-EOF-SWITCH
023700     END-READ.
023800 2100-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    2200-EDIT-ITEM  --  THE FIRST FAILING EDIT NAMES THE       *
024200*    REASON; SPACES MEANS THE ITEM IS GOOD.  A GOOD ITEM LEAVES *
024300*    ITS CLAIM IN THE RECORD AREA FOR THE SETTLEMENT.  A CLAIM  *
024310*    SETTLED BY AN EARLIER RUN TODAY FROM THE SAME REMITTANCE   *
024320*    IS A RERUN AND IS SETTLED AGAIN; ONE SETTLED BY THIS RUN,  *
024330*    ON ANOTHER DAY, OR FROM ANOTHER REMITTANCE IS NOT          *
024400*****************************************************************
024500 2200-EDIT-ITEM.
024600     MOVE SPACES TO WS-REJECT-REASON.
024700     MOVE "N" TO WS-CLAIM-SWITCH.
024800     IF IR-PAID-AMOUNT NOT NUMERIC
024900         MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
025000         GO TO 2200-EXIT
025100     END-IF.
025200     IF IR-PAID-AMOUNT < 0
025300         MOVE "NEGATIVE AMOUNT" TO WS-REJECT-REASON
025400         GO TO 2200-EXIT
025500     END-IF.
025600     IF IR-VISIT-DATE NOT NUMERIC
025700            OR IR-LINE-NO NOT NUMERIC
025800            OR IR-REMIT-DATE NOT NUMERIC
025900            OR IR-REMIT-DATE = 0
026000         MOVE "DATE NOT NUMERIC" TO WS-REJECT-REASON
026100         GO TO 2200-EXIT
026200     END-IF.
026300     IF IR-PAID-AMOUNT > 0
026400            AND IR-REMIT-REF = SPACES
026500         MOVE "NO REMITTANCE NO" TO WS-REJECT-REASON
026600         GO TO 2200-EXIT
026700     END-IF.
026800     MOVE IR-PATIENT-ID TO IC-PATIENT-ID.
026900     MOVE IR-VISIT-DATE TO IC-VISIT-DATE.
027000     MOVE IR-LINE-NO    TO IC-LINE-NO.
027100     READ INSURANCE-CLAIM-FILE
027200         INVALID KEY
027300             MOVE "CLAIM NOT ON FILE" TO WS-REJECT-REASON
027400             GO TO 2200-EXIT
027500     END-READ.
027600     MOVE "Y" TO WS-CLAIM-SWITCH.
027700     IF IR-INSURER-CODE NOT = IC-INSURER-CODE
027800         MOVE "WRONG INSURER" TO WS-REJECT-REASON
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF IC-CLAIM-SUBMITTED
028110         GO TO 2200-EXIT
028120     END-IF.
028130     IF IC-RUN-DATE = WS-CURRENT-DATE-N
028140            AND IC-RUN-TIME NOT = WS-CURRENT-TIME
028150            AND IC-REMIT-REF = IR-REMIT-REF
028160         GO TO 2200-EXIT
028170     END-IF.
028200     MOVE "ALREADY SETTLED" TO WS-REJECT-REASON.
028400 2200-EXIT.
028500     EXIT.
028600*****************************************************************
028700*    2300-SETTLE-CLAIM  --  PAID IN FULL, IN PART, OR DENIED,   *
028800*    BY WHAT THE INSURER PAID AGAINST WHAT WAS CLAIMED          *
028900*****************************************************************
029000 2300-SETTLE-CLAIM.
029100     EVALUATE TRUE
029200         WHEN IR-PAID-AMOUNT = 0
029300             MOVE "D" TO IC-CLAIM-STATUS
029400             MOVE "DENIED"         TO WS-DL-RESULT
029500             ADD 1 TO WS-CLAIMS-DENIED
029600         WHEN IR-PAID-AMOUNT < IC-CLAIM-AMOUNT
029700             MOVE "R" TO IC-CLAIM-STATUS
029800             MOVE "PARTIALLY PAID" TO WS-DL-RESULT
029900             ADD 1 TO WS-CLAIMS-PART-PAID
030000         WHEN OTHER
030100             MOVE "P" TO IC-CLAIM-STATUS
030200             MOVE "PAID"           TO WS-DL-RESULT
030300             ADD 1 TO WS-CLAIMS-PAID
030400     END-EVALUATE.
030500     MOVE IR-PAID-AMOUNT TO IC-PAID-AMOUNT.
030600     MOVE IR-REMIT-DATE  TO IC-STATUS-DATE.
030700     MOVE IR-REMIT-REF   TO IC-REMIT-REF.
030800     MOVE IR-DENIAL-CODE TO IC-DENIAL-CODE.
030810     MOVE WS-CURRENT-DATE-N TO IC-RUN-DATE.
030820     MOVE WS-CURRENT-TIME   TO IC-RUN-TIME.
030900     REWRITE INSURANCE-CLAIM-RECORD
031000         INVALID KEY
031100             DISPLAY "INSPOST - CLAIM REWRITE FAILED: " IC-KEY
031200     END-REWRITE.
031300     ADD IC-CLAIM-AMOUNT TO WS-CLAIMED-DOLLARS.
031400     ADD IR-PAID-AMOUNT  TO WS-PAID-DOLLARS.
031500     IF IR-PAID-AMOUNT < IC-CLAIM-AMOUNT
031600         COMPUTE WS-CLIENT-SHARE-DOLLARS =
031700             WS-CLIENT-SHARE-DOLLARS
031800             + IC-CLAIM-AMOUNT - IR-PAID-AMOUNT
031900     END-IF.
032000 2300-EXIT.
032100     EXIT.
032200*****************************************************************
032300*    2400-LIST-REJECT  --  A REJECTED ITEM IS LISTED ONLY; THE  *
032400*    OFFICE TAKES IT UP WITH THE INSURER                        *
032500*****************************************************************
032600 2400-LIST-REJECT.
032700     ADD 1 TO WS-ITEMS-REJECTED.
032800     IF IR-PAID-AMOUNT NUMERIC
032900         ADD IR-PAID-AMOUNT TO WS-REJECT-DOLLARS
033000     END-IF.
033100     MOVE WS-REJECT-REASON TO WS-DL-RESULT.
033200     PERFORM 2500-LIST-ITEM THRU 2500-EXIT.
033300 2400-EXIT.
033400     EXIT.
033500*****************************************************************
033600*    2500-LIST-ITEM  --  ONE REGISTER LINE PER REMITTANCE ITEM  *
033700*****************************************************************
033800 2500-LIST-ITEM.
033900     MOVE IR-PATIENT-ID   TO WS-DL-PATIENT-ID.
034000     MOVE IR-LINE-NO      TO WS-DL-LINE-NO.
034100     MOVE IR-INSURER-CODE TO WS-DL-INSURER.
034200     MOVE IR-REMIT-REF    TO WS-DL-REMIT-REF.
034300     IF IR-VISIT-DATE NUMERIC
034400         MOVE IR-VISIT-DATE TO WS-EDIT-DATE
034500         MOVE WS-EDIT-DATE  TO WS-DL-VISIT-DATE
034600     ELSE
034700         MOVE IR-VISIT-DATE TO WS-DL-VISIT-DATE
034800     END-IF.
034900     IF WS-CLAIM-ON-FILE
035000         MOVE IC-CLAIM-AMOUNT TO WS-DL-CLAIMED
035100     ELSE
035200         MOVE 0 TO WS-DL-CLAIMED
035300     END-IF.
035400     IF IR-PAID-AMOUNT NUMERIC
035500         MOVE IR-PAID-AMOUNT TO WS-DL-PAID
035600     ELSE
035700         MOVE 0 TO WS-DL-PAID
035800     END-IF.
035900     WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE.
036000 2500-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    3000-POST-GROUP  --  ONE INSURER PAYMENT FOR THE GROUP     *
036400*****************************************************************
036500 3000-POST-GROUP.
036600     IF NOT WS-GROUP-ACTIVE
036700         GO TO 3000-EXIT
036800     END-IF.
036900     MOVE "N" TO WS-GROUP-SWITCH.
037000     MOVE SPACES             TO VISIT-TRANSACTION.
037100     MOVE WS-GK-PATIENT-ID   TO VT-PATIENT-ID.
037200     MOVE "P"                TO VT-TRANS-TYPE.
037300     MOVE 0                  TO VT-VISIT-YYYY.
037400     MOVE 0                  TO VT-VISIT-MM.
037500     MOVE 0                  TO VT-VISIT-DD.
037600     MOVE WS-GROUP-PAID      TO VT-FEE-AMOUNT.
037700     MOVE WS-GK-REMIT-DATE   TO VT-PAYMENT-DATE.
037800     MOVE "I"                TO VT-PAY-METHOD.
037900     MOVE WS-GK-REMIT-REF    TO VT-CHECK-NO.
038000     WRITE VISIT-TRANSACTION.
038100     ADD 1 TO WS-PAYMENTS-WRITTEN.
038200 3000-EXIT.
038300     EXIT.
038400*****************************************************************
038500*    8000-PRINT-TOTALS  --  CLAIMS SETTLED AND DOLLARS POSTED.  *
038600*    THE INSURER PAID MUST AGREE WITH THE INSURER'S PAYMENTS    *
038700*****************************************************************
038800 8000-PRINT-TOTALS.
038900     IF WS-RUN-BLOCKED
039000         GO TO 8000-EXIT
039100     END-IF.
039200     MOVE SPACES TO REMIT-REPORT-LINE.
039300     WRITE REMIT-REPORT-LINE.
039400     MOVE "CLAIMED SETTLED   :" TO WS-AL-LABEL.
039500     MOVE WS-CLAIMED-DOLLARS    TO WS-AL-AMOUNT.
039600     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
039700     MOVE "INSURER PAID      :" TO WS-AL-LABEL.
039800     MOVE WS-PAID-DOLLARS       TO WS-AL-AMOUNT.
039900     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
040000     MOVE "LEFT TO CLIENTS   :" TO WS-AL-LABEL.
040100     MOVE WS-CLIENT-SHARE-DOLLARS TO WS-AL-AMOUNT.
040200     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
040300     MOVE "PAID REJECTED     :" TO WS-AL-LABEL.
040400     MOVE WS-REJECT-DOLLARS     TO WS-AL-AMOUNT.
040500     WRITE REMIT-REPORT-LINE FROM WS-AMOUNT-LINE.
040600     MOVE "ITEMS READ        :" TO WS-CL-LABEL.
040700     MOVE WS-ITEMS-READ         TO WS-CL-COUNT.
040800     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
040900     MOVE "CLAIMS PAID       :" TO WS-CL-LABEL.
041000     MOVE WS-CLAIMS-PAID        TO WS-CL-COUNT.
041100     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
041200     MOVE "CLAIMS PART PAID  :" TO WS-CL-LABEL.
041300     MOVE WS-CLAIMS-PART-PAID   TO WS-CL-COUNT.
041400     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
041500     MOVE "CLAIMS DENIED     :" TO WS-CL-LABEL.
041600     MOVE WS-CLAIMS-DENIED      TO WS-CL-COUNT.
041700     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
041800     MOVE "ITEMS REJECTED    :" TO WS-CL-LABEL.
041900     MOVE WS-ITEMS-REJECTED     TO WS-CL-COUNT.
042000     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
042100     MOVE "PAYMENTS WRITTEN  :" TO WS-CL-LABEL.
042200     MOVE WS-PAYMENTS-WRITTEN   TO WS-CL-COUNT.
042300     WRITE REMIT-REPORT-LINE FROM WS-COUNT-LINE.
042400 8000-EXIT.
042500     EXIT.
042600*****************************************************************
042700*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
042800*****************************************************************
042900 9999-TERMINATE.
043000     DISPLAY "INSPOST - ITEMS READ      : " WS-ITEMS-READ.
043100     DISPLAY "INSPOST - CLAIMS PAID     : " WS-CLAIMS-PAID.
043200     DISPLAY "INSPOST - CLAIMS PART PAID: " WS-CLAIMS-PART-PAID.
043300     DISPLAY "INSPOST - CLAIMS DENIED   : " WS-CLAIMS-DENIED.
043400     DISPLAY "INSPOST - ITEMS REJECTED  : " WS-ITEMS-REJECTED.
043500     DISPLAY "INSPOST - PAYMENTS WRITTEN: " WS-PAYMENTS-WRITTEN.
043900     IF WS-REMIT-FILE-AVAILABLE
043910         CLOSE INSURER-REMIT-FILE
043920     END-IF.
044000     IF WS-CLAIM-FILE-AVAILABLE
044010         CLOSE INSURANCE-CLAIM-FILE
044020     END-IF.
044100     CLOSE INS-TRANS-FILE.
044200     CLOSE REMIT-REPORT.
044300 9999-EXIT.
044400     EXIT.
