000100*****************************************************************
000200*                                                               *
000300*    LBXPOST                                                    *
000400*                                                               *
000500*    BANK LOCKBOX PAYMENT POSTING                               *
000600*                                                               *
000700*    READS THE BANK'S DAILY LOCKBOX FILE (LOCKBOX) AND TURNS    *
000800*    EACH MAILED-IN CHECK INTO TYPE P CHECK PAYMENTS (METHOD K, *
000900*    THE CLIENT'S CHECK NUMBER, DATED THE DEPOSIT DATE) ON ITS  *
001000*    OWN TRANSACTION FILE (LBXTRN), IN VSTTRAN LAYOUT.  THE JOB *
001100*    STREAM CONCATENATES LBXTRN INTO THE RAW POSTING FILE       *
001200*    (VSTRAW) LIKE COLLTRN, SO THE PAYMENTS ARE EDITED BY       *
001300*    VSTEDIT, POSTED BY JRNIGHT, AND PROVED BY NITEBAL LIKE ANY *
001400*    OTHER MONEY, WITHOUT BEING KEYED BY HAND.  EVERY PAYMENT   *
001500*    CARRIES REASON L SO DEPRPT CAN TELL IT FROM A COUNTER      *
001600*    CHECK.                                                     *
001700*                                                               *
001800*    THE ACCOUNT COMES FROM THE SCAN LINE OF THE REMITTANCE     *
001900*    STUB (RSTBREC) THE CLIENT RETURNED WITH THE CHECK:         *
002000*      H  HOUSEHOLD STUB FROM OWNSTMT.  THE CHECK IS SPLIT      *
002100*         ACROSS THE PETS LINKED TO THE OWNER'S PHONE ON        *
002200*         OWNLINKS, OLDEST BALANCE FIRST: EACH PET IN TURN, BY  *
002300*         LAST_VISIT (THE DATE AGEDREC AGES FROM), IS PAID UP   *
002400*         TO ITS OPEN BALANCE UNTIL THE CHECK IS USED UP.  THE  *
002500*         SAME PETS OWNSTMT BILLS ARE PAID: INACTIVE, DECEASED, *
002600*         MERGED AWAY, AND AGENCY-PLACED PETS ARE PASSED OVER.  *
002700*      P  SINGLE-PATIENT STUB FROM STMTPRT.  THE WHOLE CHECK    *
002800*         GOES TO THE PATIENT, WHOSE ACCT_NO MUST MATCH THE     *
002900*         STUB.  A PATIENT MERGED AWAY SINCE THE STATEMENT IS   *
003000*         PAID ON ITS SURVIVOR, FOLLOWING MERGED_TO THROUGH ANY *
003010*         LATER MERGE UP TO WS-MAX-MERGE-HOPS.                  *
003100*    ANY PART OF A CHECK LEFT OVER WHEN EVERY BALANCE IS PAID   *
003200*    GOES ON THE FIRST PET IN THE ORDER AS A CREDIT BALANCE,    *
003300*    FOR CREDBAL TO PICK UP.                                    *
003310*    OPEN BALANCES ARE CARRIED THROUGH THE BATCH: ONCE A CHECK  *
003320*    HAS PAID A PET, LATER CHECKS IN THE SAME BATCH SEE ONLY    *
003330*    WHAT IS STILL OWED, SINCE JR-FILE IS NOT POSTED UNTIL THE  *
003340*    NIGHTLY CYCLE.  A PET WHOSE BALANCE IS ALREADY PAID IS     *
003350*    PASSED OVER, AND THE REST OF THE CHECK IS A CREDIT.        *
003400*                                                               *
003500*    A CHECK THAT CANNOT BE MATCHED TO AN ACCOUNT (NO STUB, AN  *
003600*    UNREADABLE STUB, NO SUCH PATIENT OR HOUSEHOLD, NO CHECK    *
003700*    NUMBER, AND SO ON) IS NOT POSTED AND NEVER REACHES         *
003800*    SUSPENSE.  IT PRINTS ON THE UNAPPLIED-CASH LISTING         *
003900*    (LBXUNAP) FOR THE OFFICE TO RESEARCH AND KEY.  THE         *
004000*    REGISTER (LBXRPT) LISTS EVERY CHECK AND HOW IT WAS SPLIT.  *
004100*                                                               *
004200*    THE BATCH TOTALS GO TO THE LOCKBOX CONTROL FILE (LBXCTL),  *
004300*    WHERE DEPRPT PROVES THE LOCKBOX CHECKS ON THE NIGHT'S      *
004400*    POSTING FILE AGAINST THEM.  A BATCH WHOSE DEPOSIT DATE IS  *
004500*    NOT LATER THAN THE LAST ONE POSTED IS REFUSED, UNLESS IT   *
004600*    IS A RERUN ON THE SAME DAY, WHICH REBUILDS THE SAME FILES. *
004700*    NO LOCKBOX FILE POSTS A ZERO BATCH.  ONLY A BATCH THAT IS  *
004710*    POSTED STAMPS ITS RUN DATE ON LBXCTL; A REFUSED OR ZERO    *
004720*    BATCH CARRIES THE LAST RUN DATE FORWARD, SO IT CANNOT OPEN *
004730*    THE SAME-DAY RERUN TO A BATCH POSTED ON AN EARLIER DAY.    *
004800*                                                               *
004900*    MODIFICATION HISTORY                                       *
005000*    --------------------                                       *
005100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
005110*    2026/10/15  JJM  CARRY EACH PET'S BALANCE THROUGH THE      *
005120*                     BATCH SO TWO CHECKS DO NOT PAY IT TWICE.  *
005130*    2026/10/15  JJM  A REFUSED OR ZERO BATCH KEEPS THE LAST    *
005140*                     RUN DATE ON LBXCTL.                       *
005150*    2026/10/15  JJM  FOLLOW MERGED_TO TO THE LAST SURVIVOR.    *
005200*                                                               *
005300*****************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.  LBXPOST.
005600 AUTHOR.      J MORALES.
005700 INSTALLATION. CLINIC DATA PROCESSING.
005800 DATE-WRITTEN. 2026/10/15.
005900 DATE-COMPILED.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. GNUCOBOL.
006300 OBJECT-COMPUTER. GNUCOBOL.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-LB-STATUS.
006900     SELECT JR-FILE ASSIGN TO "JRFILE"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS PATIENT-ID
007300         FILE STATUS IS WS-JR-STATUS.
007400     SELECT OWNER-LINK-FILE ASSIGN TO "OWNLINKS"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS OL-KEY
007800         FILE STATUS IS WS-OL-STATUS.
007900     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS CL-PATIENT-ID
008300         FILE STATUS IS WS-CL-STATUS.
008400     SELECT LOCKBOX-CONTROL-FILE ASSIGN TO "LBXCTL"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-LC-STATUS.
008700     SELECT LOCKBOX-TRANS-FILE ASSIGN TO "LBXTRN"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-LT-STATUS.
009000     SELECT LOCKBOX-REPORT ASSIGN TO "LBXRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-RPT-STATUS.
009300     SELECT UNAPPLIED-REPORT ASSIGN TO "LBXUNAP"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-UN-STATUS.
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  LOCKBOX-FILE.
009900     COPY LBXREC.
010000 FD  JR-FILE.
010100     COPY JRREC.
010200 FD  OWNER-LINK-FILE.
010300     COPY OWNLREC.
010400 FD  COLL-PLACEMENT-FILE.
010500     COPY COLLREC.
010600 FD  LOCKBOX-CONTROL-FILE.
010700     COPY LBXCTL.
010800 FD  LOCKBOX-TRANS-FILE.
010900     COPY VSTTRAN.
011000 FD  LOCKBOX-REPORT.
011100 01  LOCKBOX-REPORT-LINE            PIC X(80).
011200 FD  UNAPPLIED-REPORT.
011300 01  UNAPPLIED-REPORT-LINE          PIC X(80).
011400 WORKING-STORAGE SECTION.
011500 01  WS-LB-STATUS                   PIC X(02).
011600 01  WS-JR-STATUS                   PIC X(02).
011700 01  WS-OL-STATUS                   PIC X(02).
011800 01  WS-CL-STATUS                   PIC X(02).
011900 01  WS-LC-STATUS                   PIC X(02).
012000 01  WS-LT-STATUS                   PIC X(02).
012100 01  WS-RPT-STATUS                  PIC X(02).
012200 01  WS-UN-STATUS                   PIC X(02).
012300 01  WS-LB-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012400     88  WS-LOCKBOX-AVAILABLE                     VALUE "Y".
012500 01  WS-OL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012600     88  WS-LINK-FILE-AVAILABLE                   VALUE "Y".
012700 01  WS-CL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012800     88  WS-PLACEMENT-FILE-AVAILABLE              VALUE "Y".
012900 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
013000     88  WS-END-OF-FILE                           VALUE "Y".
013100 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
013200     88  WS-RUN-REFUSED                           VALUE "Y".
013300 01  WS-LINK-SCAN-SWITCH            PIC X(01)     VALUE "N".
013400     88  WS-LINK-SCAN-DONE                        VALUE "Y".
013500 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
013600     88  WS-ACCOUNT-PLACED                        VALUE "Y".
013700 01  WS-SPLIT-SWITCH                PIC X(01)     VALUE "N".
013800     88  WS-SPLIT-DONE                            VALUE "Y".
013900 01  WS-OVERPAID-SWITCH             PIC X(01)     VALUE "N".
014000     88  WS-CHECK-OVERPAID                        VALUE "Y".
014010 01  WS-BAL-FOUND-SWITCH            PIC X(01)     VALUE "N".
014020     88  WS-BATCH-BALANCE-FOUND                   VALUE "Y".
014100 01  WS-REJECT-REASON               PIC X(18).
014110 01  WS-MERGE-HOPS                  PIC 9(02)     COMP.
014120 01  WS-MAX-MERGE-HOPS              PIC 9(02)     COMP VALUE 10.
014200 01  WS-BATCH-DATE                  PIC 9(08)     VALUE 0.
014300 01  WS-LAST-DEPOSIT-DATE           PIC 9(08)     VALUE 0.
014400 01  WS-LAST-RUN-DATE               PIC 9(08)     VALUE 0.
014500 01  WS-REMAINING                   PIC S9(7)V99.
014600 01  WS-APPLY-AMOUNT                PIC S9(7)V99.
014700 01  WS-LINKS-FOUND                 PIC 9(03)     COMP.
014800 01  WS-PET-SUB                     PIC 9(03)     COMP.
014900 01  WS-PET-COUNT                   PIC 9(03)     COMP VALUE 0.
015000 01  WS-OLDEST-SUB                  PIC 9(03)     COMP.
015100 01  WS-ORDER-IX                    PIC 9(03)     COMP.
015200 01  WS-ORDER-COUNT                 PIC 9(03)     COMP VALUE 0.
015300 01  WS-PET-TABLE.
015400     05  WS-PET-ENTRY               OCCURS 100 TIMES.
015500         10  WS-PT-PATIENT-ID       PIC X(05).
015600         10  WS-PT-LAST-VISIT       PIC 9(08).
015700         10  WS-PT-OPEN-BAL         PIC S9(7)V99.
015800         10  WS-PT-APPLY            PIC S9(7)V99.
015900         10  WS-PT-TAKEN            PIC X(01).
016000 01  WS-ORDER-TABLE.
016100     05  WS-ORDER-SUB               PIC 9(03)     COMP
016200                                    OCCURS 100 TIMES.
016210 01  WS-BAL-SUB                     PIC 9(04)     COMP.
016220 01  WS-FOUND-BAL-SUB               PIC 9(04)     COMP.
016230 01  WS-BAL-COUNT                   PIC 9(04)     COMP VALUE 0.
016235 01  WS-BAL-PATIENT-ID              PIC X(05).
016240 01  WS-BATCH-BALANCE-TABLE.
016250     05  WS-BATCH-BALANCE-ENTRY     OCCURS 2000 TIMES.
016260         10  WS-BB-PATIENT-ID       PIC X(05).
016270         10  WS-BB-OPEN-BAL         PIC S9(7)V99.
016300     COPY RSTBREC.
016400 01  WS-CURRENT-DATE.
016500     05  WS-CUR-YYYY                PIC 9(04).
016600     05  WS-CUR-MM                  PIC 9(02).
016700     05  WS-CUR-DD                  PIC 9(02).
016800 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
016900                                    PIC 9(08).
017000 01  WS-ITEMS-READ                  PIC 9(07)     COMP VALUE 0.
017100 01  WS-ITEMS-APPLIED               PIC 9(07)     COMP VALUE 0.
017200 01  WS-ITEMS-UNAPPLIED             PIC 9(07)     COMP VALUE 0.
017300 01  WS-ITEMS-OVERPAID              PIC 9(07)     COMP VALUE 0.
017400 01  WS-PAYMENTS-WRITTEN            PIC 9(07)     COMP VALUE 0.
017500 01  WS-PET-OVERFLOW                PIC 9(07)     COMP VALUE 0.
017510 01  WS-BAL-OVERFLOW                PIC 9(07)     COMP VALUE 0.
017600 01  WS-BATCH-DOLLARS               PIC S9(9)V99  VALUE 0.
017700 01  WS-APPLIED-DOLLARS             PIC S9(9)V99  VALUE 0.
017800 01  WS-UNAPPLIED-DOLLARS           PIC S9(9)V99  VALUE 0.
017900 01  WS-HEADING-LINE-1.
018000     05  FILLER                     PIC X(38)     VALUE
018100         "LBXPOST - LOCKBOX POSTING REGISTER".
018200     05  FILLER                     PIC X(07)     VALUE "  DATE ".
018300     05  WS-H1-DATE                 PIC 9999/99/99.
018400 01  WS-HEADING-LINE-2.
018500     05  FILLER                     PIC X(38)     VALUE
018600         "LBXPOST - UNAPPLIED LOCKBOX CASH".
018700     05  FILLER                     PIC X(07)     VALUE "  DATE ".
018800     05  WS-H2-DATE                 PIC 9999/99/99.
018900 01  WS-DEPOSIT-LINE.
019000     05  FILLER                     PIC X(14)     VALUE
019100         "DEPOSIT DATE:".
019200     05  WS-DP-DATE                 PIC 9999/99/99.
019300 01  WS-COLUMN-LINE.
019400     05  FILLER                     PIC X(30)     VALUE
019500         "BAT ITEM  CHECK       AMOUNT".
019600     05  FILLER                     PIC X(12)     VALUE
019700         "S ACCOUNT".
019800     05  FILLER                     PIC X(06)     VALUE "RESULT".
019900 01  WS-ITEM-LINE.
020000     05  WS-IL-BATCH-NO             PIC X(03).
020100     05  FILLER                     PIC X(01)     VALUE SPACES.
020200     05  WS-IL-ITEM-NO              PIC X(04).
020300     05  FILLER                     PIC X(02)     VALUE SPACES.
020400     05  WS-IL-CHECK-NO             PIC X(06).
020500     05  FILLER                     PIC X(02)     VALUE SPACES.
020600     05  WS-IL-AMOUNT               PIC ZZZZZZ9.99.
020700     05  FILLER                     PIC X(02)     VALUE SPACES.
020800     05  WS-IL-STUB-TYPE            PIC X(01).
020900     05  FILLER                     PIC X(01)     VALUE SPACES.
021000     05  WS-IL-ACCOUNT-KEY          PIC X(08).
021100     05  FILLER                     PIC X(02)     VALUE SPACES.
021200     05  WS-IL-RESULT               PIC X(20).
021300 01  WS-APPLY-LINE.
021400     05  FILLER                     PIC X(06)     VALUE SPACES.
021500     05  FILLER                     PIC X(08)     VALUE
021600         "PATIENT ".
021700     05  WS-AL-PATIENT-ID           PIC X(05).
021800     05  FILLER                     PIC X(13)     VALUE
021900         "  LAST VISIT ".
022000     05  WS-AL-LAST-VISIT           PIC 9999/99/99.
022100     05  FILLER                     PIC X(06)     VALUE "  BAL ".
022200     05  WS-AL-OPEN-BAL             PIC ZZZZZZ9.99-.
022300     05  FILLER                     PIC X(09)     VALUE
022400         "  PAID ".
022500     05  WS-AL-APPLIED              PIC ZZZZZZ9.99.
022600 01  WS-UNAPPLIED-COLUMN-LINE.
022700     05  FILLER                     PIC X(27)     VALUE
022800         "BAT ITEM CHECK      AMOUNT".
022900     05  FILLER                     PIC X(33)     VALUE
023000         "STUB SCAN LINE".
023100     05  FILLER                     PIC X(06)     VALUE "REASON".
023200 01  WS-UNAPPLIED-LINE.
023300     05  WS-UL-BATCH-NO             PIC X(03).
023400     05  FILLER                     PIC X(01)     VALUE SPACES.
023500     05  WS-UL-ITEM-NO              PIC X(04).
023600     05  FILLER                     PIC X(01)     VALUE SPACES.
023700     05  WS-UL-CHECK-NO             PIC X(06).
023800     05  FILLER                     PIC X(01)     VALUE SPACES.
023900     05  WS-UL-AMOUNT               PIC ZZZZZZ9.99.
024000     05  FILLER                     PIC X(01)     VALUE SPACES.
024100     05  WS-UL-STUB-IMAGE           PIC X(32).
024200     05  FILLER                     PIC X(01)     VALUE SPACES.
024300     05  WS-UL-REASON               PIC X(18).
024400 01  WS-AMOUNT-LINE.
024500     05  WS-ML-LABEL                PIC X(20).
024600     05  WS-ML-AMOUNT               PIC ZZZZZZZZ9.99-.
024700 01  WS-COUNT-LINE.
024800     05  WS-CL-LABEL                PIC X(20).
024900     05  WS-CL-COUNT                PIC ZZZZZZ9.
025000 01  WS-EDIT-DATE                   PIC 9999/99/99.
025100 01  WS-EDIT-DATE-2                 PIC 9999/99/99.
025200 01  WS-MESSAGE-LINE                PIC X(80).
025300 PROCEDURE DIVISION.
025400*****************************************************************
025500*    0000-MAINLINE                                              *
025600*****************************************************************
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900     IF NOT WS-RUN-REFUSED
026000         PERFORM 2000-PROCESS-ONE-ITEM THRU 2000-EXIT
026100             UNTIL WS-END-OF-FILE
026200         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
026300     END-IF.
026400     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
026500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
026600     STOP RUN.
026700*****************************************************************
026800*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ.     *
026900*    LBXTRN IS ALWAYS REBUILT, EVEN EMPTY, SO A REFUSED OR      *
027000*    MISSING BATCH CAN NEVER LEAVE YESTERDAY'S PAYMENTS BEHIND  *
027100*    TO BE CONCATENATED INTO VSTRAW A SECOND TIME               *
027200*****************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027500     OPEN OUTPUT LOCKBOX-TRANS-FILE.
027600     OPEN OUTPUT LOCKBOX-REPORT.
027700     OPEN OUTPUT UNAPPLIED-REPORT.
027800     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
027900     MOVE WS-CURRENT-DATE-N TO WS-H2-DATE.
028000     WRITE LOCKBOX-REPORT-LINE FROM WS-HEADING-LINE-1.
028100     MOVE SPACES TO LOCKBOX-REPORT-LINE.
028200     WRITE LOCKBOX-REPORT-LINE.
028300     WRITE UNAPPLIED-REPORT-LINE FROM WS-HEADING-LINE-2.
028400     MOVE SPACES TO UNAPPLIED-REPORT-LINE.
028500     WRITE UNAPPLIED-REPORT-LINE.
028600     PERFORM 1100-READ-LAST-CONTROL THRU 1100-EXIT.
028700     OPEN INPUT JR-FILE.
028800     OPEN INPUT OWNER-LINK-FILE.
028900     IF WS-OL-STATUS = "00"
029000         MOVE "Y" TO WS-OL-AVAIL-SWITCH
029100     ELSE
029200         DISPLAY "LBXPOST - OWNER LINK FILE NOT AVAILABLE, "
029300             "HOUSEHOLD CHECKS UNAPPLIED"
029400     END-IF.
029500     OPEN INPUT COLL-PLACEMENT-FILE.
029600     IF WS-CL-STATUS = "00"
029700         MOVE "Y" TO WS-CL-AVAIL-SWITCH
029800     ELSE
029900         DISPLAY "LBXPOST - PLACEMENT FILE NOT AVAILABLE, "
030000             "NO AGENCY HOLDS"
030100     END-IF.
030200     OPEN INPUT LOCKBOX-FILE.
030300     IF WS-LB-STATUS NOT = "00"
030400         MOVE "Y" TO WS-EOF-SWITCH
030500         MOVE 4 TO RETURN-CODE
030600         MOVE "NO LOCKBOX FILE FROM THE BANK - ZERO BATCH POSTED"
030700             TO WS-MESSAGE-LINE
030800         WRITE LOCKBOX-REPORT-LINE FROM WS-MESSAGE-LINE
030900         DISPLAY "LBXPOST - LOCKBOX FILE NOT AVAILABLE, "
031000             "ZERO BATCH POSTED"
031100         GO TO 1000-EXIT
031200     END-IF.
031300     MOVE "Y" TO WS-LB-AVAIL-SWITCH.
031400     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
031500     IF WS-END-OF-FILE
031600         MOVE "LOCKBOX FILE IS EMPTY - ZERO BATCH POSTED"
031700             TO WS-MESSAGE-LINE
031800         WRITE LOCKBOX-REPORT-LINE FROM WS-MESSAGE-LINE
031900         GO TO 1000-EXIT
032000     END-IF.
032100     PERFORM 1200-CHECK-DEPOSIT-DATE THRU 1200-EXIT.
032200     IF WS-RUN-REFUSED
032300         GO TO 1000-EXIT
032400     END-IF.
032500     MOVE WS-BATCH-DATE TO WS-DP-DATE.
032600     WRITE LOCKBOX-REPORT-LINE FROM WS-DEPOSIT-LINE.
032700     WRITE UNAPPLIED-REPORT-LINE FROM WS-DEPOSIT-LINE.
032800     MOVE SPACES TO LOCKBOX-REPORT-LINE.
032900     WRITE LOCKBOX-REPORT-LINE.
033000     WRITE LOCKBOX-REPORT-LINE FROM WS-COLUMN-LINE.
033100     MOVE SPACES TO UNAPPLIED-REPORT-LINE.
033200     WRITE UNAPPLIED-REPORT-LINE.
033300     WRITE UNAPPLIED-REPORT-LINE FROM WS-UNAPPLIED-COLUMN-LINE.
033400 1000-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    1100-READ-LAST-CONTROL  --  THE DEPOSIT DATE AND RUN DATE  *
033800*    OF THE LAST BATCH POSTED; NONE ON FILE MEANS FIRST RUN     *
033900*****************************************************************
034000 1100-READ-LAST-CONTROL.
034100     OPEN INPUT LOCKBOX-CONTROL-FILE.
034200     IF WS-LC-STATUS NOT = "00"
034300         GO TO 1100-EXIT
034400     END-IF.
034500     READ LOCKBOX-CONTROL-FILE
034600         AT END
034700             MOVE 0 TO LC-DEPOSIT-DATE
034800             MOVE 0 TO LC-RUN-DATE
034900     END-READ.
035000     IF LC-DEPOSIT-DATE NUMERIC
035100         MOVE LC-DEPOSIT-DATE TO WS-LAST-DEPOSIT-DATE
035200     END-IF.
035300     IF LC-RUN-DATE NUMERIC
035400         MOVE LC-RUN-DATE TO WS-LAST-RUN-DATE
035500     END-IF.
035600     CLOSE LOCKBOX-CONTROL-FILE.
035700 1100-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    1200-CHECK-DEPOSIT-DATE  --  THE FIRST ITEM DATES THE      *
036100*    BATCH.  IT MUST BE LATER THAN THE LAST BATCH POSTED; THE   *
036200*    SAME DATE IS ALLOWED ONLY AS A RERUN ON THE SAME DAY       *
036300*****************************************************************
036400 1200-CHECK-DEPOSIT-DATE.
036500     IF LB-DEPOSIT-DATE NOT NUMERIC
036600            OR LB-DEPOSIT-DATE = 0
036700         MOVE "NO DEPOSIT DATE ON FIRST ITEM - NOTHING POSTED"
036800             TO WS-MESSAGE-LINE
036900         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
037000         GO TO 1200-EXIT
037100     END-IF.
037200     MOVE LB-DEPOSIT-DATE TO WS-BATCH-DATE.
037300     IF WS-BATCH-DATE > WS-LAST-DEPOSIT-DATE
037400         GO TO 1200-EXIT
037500     END-IF.
037600     IF WS-BATCH-DATE = WS-LAST-DEPOSIT-DATE
037700            AND WS-LAST-RUN-DATE = WS-CURRENT-DATE-N
037800         GO TO 1200-EXIT
037900     END-IF.
038000     MOVE WS-BATCH-DATE        TO WS-EDIT-DATE.
038100     MOVE WS-LAST-DEPOSIT-DATE TO WS-EDIT-DATE-2.
038200     MOVE SPACES TO WS-MESSAGE-LINE.
038300     STRING "DEPOSIT DATE " DELIMITED BY SIZE
038400            WS-EDIT-DATE DELIMITED BY SIZE
038500            " NOT AFTER LAST BATCH " DELIMITED BY SIZE
038600            WS-EDIT-DATE-2 DELIMITED BY SIZE
038700            " - NOTHING POSTED" DELIMITED BY SIZE
038800         INTO WS-MESSAGE-LINE
038900     END-STRING.
039000     PERFORM 1900-REFUSE-RUN THRU 1900-EXIT.
039100 1200-EXIT.
039200     EXIT.
039300*****************************************************************
039400*    1900-REFUSE-RUN  --  SAY WHY ON THE REGISTER AND CONSOLE   *
039500*****************************************************************
039600 1900-REFUSE-RUN.
039700     MOVE "Y" TO WS-REFUSED-SWITCH.
039800     MOVE "Y" TO WS-EOF-SWITCH.
039900     MOVE 8 TO RETURN-CODE.
040000     WRITE LOCKBOX-REPORT-LINE FROM WS-MESSAGE-LINE.
040100     DISPLAY "LBXPOST - " WS-MESSAGE-LINE.
040200 1900-EXIT.
040300     EXIT.
040400*****************************************************************
040500*    2000-PROCESS-ONE-ITEM  --  MATCH ONE CHECK TO ITS ACCOUNT, *
040600*    THEN EITHER SPLIT AND POST IT OR LIST IT AS UNAPPLIED      *
040700*****************************************************************
040800 2000-PROCESS-ONE-ITEM.
040900     ADD 1 TO WS-ITEMS-READ.
041000     IF LB-CHECK-AMOUNT NUMERIC
041100         ADD LB-CHECK-AMOUNT TO WS-BATCH-DOLLARS
041200     END-IF.
041300     PERFORM 2200-EDIT-ITEM THRU 2200-EXIT.
041400     IF WS-REJECT-REASON NOT = SPACES
041500         PERFORM 2400-LIST-UNAPPLIED THRU 2400-EXIT
041600         GO TO 2000-NEXT
041700     END-IF.
041800     PERFORM 3000-SPLIT-PAYMENT THRU 3000-EXIT.
041900     PERFORM 3500-WRITE-PAYMENTS THRU 3500-EXIT.
042000 2000-NEXT.
042100     PERFORM 2100-READ-LOCKBOX THRU 2100-EXIT.
042200 2000-EXIT.
042300     EXIT.
042400*****************************************************************
042500*    2100-READ-LOCKBOX  --  READ-AHEAD OF THE LOCKBOX FILE      *
042600*****************************************************************
042700 2100-READ-LOCKBOX.
042800     READ LOCKBOX-FILE
042900         AT END
043000             MOVE "Y" TO WS-EOF-SWITCH
043100     END-READ.
043200 2100-EXIT.
043300     EXIT.
043400*****************************************************************
043500*    2200-EDIT-ITEM  --  THE FIRST FAILING EDIT NAMES THE       *
043600*    REASON; SPACES MEANS THE CHECK MATCHED AN ACCOUNT AND THE  *
043700*    PETS IT PAYS ARE IN THE PET TABLE                          *
043800*****************************************************************
043900 2200-EDIT-ITEM.
044000     MOVE SPACES TO WS-REJECT-REASON.
044100     MOVE SPACES TO REMITTANCE-STUB-LINE.
044200     MOVE 0 TO WS-PET-COUNT.
044300     IF LB-CHECK-AMOUNT NOT NUMERIC
044400            OR LB-CHECK-AMOUNT = 0
044500         MOVE "NO CHECK AMOUNT" TO WS-REJECT-REASON
044600         GO TO 2200-EXIT
044700     END-IF.
044800     IF LB-CHECK-AMOUNT > 99999.99
044900         MOVE "OVER POSTING LIMIT" TO WS-REJECT-REASON
045000         GO TO 2200-EXIT
045100     END-IF.
045200     IF LB-CHECK-NO = SPACES
045300         MOVE "NO CHECK NUMBER" TO WS-REJECT-REASON
045400         GO TO 2200-EXIT
045500     END-IF.
045600     IF LB-DEPOSIT-DATE NOT NUMERIC
045700            OR LB-DEPOSIT-DATE NOT = WS-BATCH-DATE
045800         MOVE "WRONG DEPOSIT DATE" TO WS-REJECT-REASON
045900         GO TO 2200-EXIT
046000     END-IF.
046100     IF LB-STUB-IMAGE = SPACES
046200         MOVE "NO REMITTANCE STUB" TO WS-REJECT-REASON
046300         GO TO 2200-EXIT
046400     END-IF.
046500     MOVE LB-STUB-IMAGE TO REMITTANCE-STUB-LINE.
046600     IF RS-ACCOUNT-KEY = SPACES
046700         MOVE "STUB NOT READABLE" TO WS-REJECT-REASON
046800         GO TO 2200-EXIT
046900     END-IF.
047000     IF RS-HOUSEHOLD-STUB
047100         PERFORM 2300-GATHER-HOUSEHOLD THRU 2300-EXIT
047200         GO TO 2200-EXIT
047300     END-IF.
047400     IF RS-PATIENT-STUB
047500         PERFORM 2500-GATHER-PATIENT THRU 2500-EXIT
047600         GO TO 2200-EXIT
047700     END-IF.
047800     MOVE "STUB NOT READABLE" TO WS-REJECT-REASON.
047900 2200-EXIT.
048000     EXIT.
048100*****************************************************************
048200*    2300-GATHER-HOUSEHOLD  --  EVERY PET LINKED TO THE PHONE   *
048300*    ON THE STUB THAT OWNSTMT WOULD HAVE BILLED                 *
048400*****************************************************************
048500 2300-GATHER-HOUSEHOLD.
048600     IF NOT WS-LINK-FILE-AVAILABLE
048700         MOVE "NO OWNER LINK FILE" TO WS-REJECT-REASON
048800         GO TO 2300-EXIT
048900     END-IF.
049000     MOVE 0 TO WS-LINKS-FOUND.
049100     MOVE "N" TO WS-LINK-SCAN-SWITCH.
049200     MOVE RS-ACCOUNT-KEY TO OL-PHONE.
049300     MOVE SPACES         TO OL-PATIENT-ID.
049400     START OWNER-LINK-FILE
049500         KEY IS NOT LESS THAN OL-KEY
049600         INVALID KEY
049700             MOVE "Y" TO WS-LINK-SCAN-SWITCH
049800     END-START.
049900     PERFORM 2310-GATHER-ONE-PET THRU 2310-EXIT
050000         UNTIL WS-LINK-SCAN-DONE.
050100     IF WS-LINKS-FOUND = 0
050200         MOVE "NO HOUSEHOLD FOUND" TO WS-REJECT-REASON
050300         GO TO 2300-EXIT
050400     END-IF.
050500     IF WS-PET-COUNT = 0
050600         MOVE "NO ACTIVE PETS" TO WS-REJECT-REASON
050700     END-IF.
050800 2300-EXIT.
050900     EXIT.
051000*****************************************************************
051100*    2310-GATHER-ONE-PET  --  ONE LINK READ, ONE JR-FILE        *
051200*    LOOKUP, ONE PET TABLE ENTRY                                *
051300*****************************************************************
051400 2310-GATHER-ONE-PET.
051500     READ OWNER-LINK-FILE NEXT RECORD
051600         AT END
051700             MOVE "Y" TO WS-LINK-SCAN-SWITCH
051800             GO TO 2310-EXIT
051900     END-READ.
052000     IF OL-PHONE NOT = RS-ACCOUNT-KEY
052100         MOVE "Y" TO WS-LINK-SCAN-SWITCH
052200         GO TO 2310-EXIT
052300     END-IF.
052400     ADD 1 TO WS-LINKS-FOUND.
052500     MOVE OL-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
052600     READ JR-FILE
052700         KEY IS PATIENT-ID
052800         INVALID KEY
052900             DISPLAY "LBXPOST - PATIENT NOT ON FILE: "
053000                 OL-PATIENT-ID
053100             GO TO 2310-EXIT
053200     END-READ.
053300     IF PATIENT-RETIRED
053400            OR MERGED_TO OF STATUS-INFO NOT = SPACES
053500         GO TO 2310-EXIT
053600     END-IF.
053700     PERFORM 2700-CHECK-PLACED THRU 2700-EXIT.
053800     IF WS-ACCOUNT-PLACED
053900         GO TO 2310-EXIT
054000     END-IF.
054100     IF WS-PET-COUNT NOT < 100
054200         ADD 1 TO WS-PET-OVERFLOW
054300         DISPLAY "LBXPOST - PET TABLE FULL, PET LEFT OFF: "
054400             OL-PATIENT-ID
054500         GO TO 2310-EXIT
054600     END-IF.
054700     PERFORM 2600-ADD-PET THRU 2600-EXIT.
054800 2310-EXIT.
054900     EXIT.
055000*****************************************************************
055100*    2400-LIST-UNAPPLIED  --  A CHECK WITH NO ACCOUNT IS NOT    *
055200*    POSTED; IT GOES ON THE UNAPPLIED-CASH LISTING AND THE      *
055300*    REGISTER, AND ITS DOLLARS INTO THE UNAPPLIED TOTAL         *
055400*****************************************************************
055500 2400-LIST-UNAPPLIED.
055600     ADD 1 TO WS-ITEMS-UNAPPLIED.
055700     MOVE LB-BATCH-NO   TO WS-UL-BATCH-NO.
055800     MOVE LB-ITEM-NO    TO WS-UL-ITEM-NO.
055900     MOVE LB-CHECK-NO   TO WS-UL-CHECK-NO.
056000     MOVE LB-STUB-IMAGE TO WS-UL-STUB-IMAGE.
056100     MOVE WS-REJECT-REASON TO WS-UL-REASON.
056200     IF LB-CHECK-AMOUNT NUMERIC
056300         ADD LB-CHECK-AMOUNT TO WS-UNAPPLIED-DOLLARS
056400         MOVE LB-CHECK-AMOUNT TO WS-UL-AMOUNT
056500     ELSE
056600         MOVE 0 TO WS-UL-AMOUNT
056700     END-IF.
056800     WRITE UNAPPLIED-REPORT-LINE FROM WS-UNAPPLIED-LINE.
056900     MOVE "UNAPPLIED - SEE LIST" TO WS-IL-RESULT.
057000     PERFORM 2800-LIST-ITEM THRU 2800-EXIT.
057100 2400-EXIT.
057200     EXIT.
057300*****************************************************************
057400*    2500-GATHER-PATIENT  --  THE ONE PATIENT ON A STMTPRT      *
057500*    STUB, OR ITS SURVIVOR IF IT HAS SINCE BEEN MERGED AWAY,    *
057510*    AT THE END OF THE MERGED_TO CHAIN                          *
057600*****************************************************************
057700 2500-GATHER-PATIENT.
057800     MOVE RS-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
057900     READ JR-FILE
058000         KEY IS PATIENT-ID
058100         INVALID KEY
058200             MOVE "PATIENT NOT FOUND" TO WS-REJECT-REASON
058300             GO TO 2500-EXIT
058400     END-READ.
058500     IF ACCT_NO OF FINANCIAL NOT = RS-ACCT-NO
058600         MOVE "ACCT_NO MISMATCH" TO WS-REJECT-REASON
058700         GO TO 2500-EXIT
058800     END-IF.
058900     MOVE 0 TO WS-MERGE-HOPS.
059000     PERFORM 2510-FOLLOW-MERGE THRU 2510-EXIT
059100         UNTIL WS-REJECT-REASON NOT = SPACES
059200            OR MERGED_TO OF STATUS-INFO = SPACES
059300            OR WS-MERGE-HOPS NOT < WS-MAX-MERGE-HOPS.
059400     IF WS-REJECT-REASON NOT = SPACES
059500         GO TO 2500-EXIT
059600     END-IF.
059610     IF MERGED_TO OF STATUS-INFO NOT = SPACES
059620         MOVE "MERGE CHAIN LONG" TO WS-REJECT-REASON
059630         GO TO 2500-EXIT
059640     END-IF.
059900     PERFORM 2600-ADD-PET THRU 2600-EXIT.
060000 2500-EXIT.
060100     EXIT.
060110*****************************************************************
060120*    2510-FOLLOW-MERGE  --  ONE HOP ALONG MERGED_TO             *
060130*****************************************************************
060140 2510-FOLLOW-MERGE.
060150     ADD 1 TO WS-MERGE-HOPS.
060160     MOVE MERGED_TO OF STATUS-INFO
060170         TO PATIENT-ID OF ANIMAL-INFO.
060180     READ JR-FILE
060185         KEY IS PATIENT-ID
060190         INVALID KEY
060192             MOVE "SURVIVOR NOT FOUND" TO WS-REJECT-REASON
060194     END-READ.
060196 2510-EXIT.
060198     EXIT.
060200*****************************************************************
060300*    2600-ADD-PET  --  THE JR-FILE RECORD JUST READ INTO THE    *
060400*    NEXT PET TABLE ENTRY                                       *
060500*****************************************************************
060600 2600-ADD-PET.
060700     ADD 1 TO WS-PET-COUNT.
060800     MOVE PATIENT-ID OF ANIMAL-INFO
060900         TO WS-PT-PATIENT-ID (WS-PET-COUNT).
061000     MOVE LAST_VISIT OF FINANCIAL
061100         TO WS-PT-LAST-VISIT (WS-PET-COUNT).
061200     MOVE OPEN_BAL OF FINANCIAL
061300         TO WS-PT-OPEN-BAL (WS-PET-COUNT).
061305     MOVE PATIENT-ID OF ANIMAL-INFO TO WS-BAL-PATIENT-ID.
061310     PERFORM 2610-FIND-BATCH-BALANCE THRU 2610-EXIT.
061320     IF WS-BATCH-BALANCE-FOUND
061330         MOVE WS-BB-OPEN-BAL (WS-FOUND-BAL-SUB)
061340             TO WS-PT-OPEN-BAL (WS-PET-COUNT)
061350     END-IF.
061400     MOVE 0   TO WS-PT-APPLY (WS-PET-COUNT).
061500     MOVE "N" TO WS-PT-TAKEN (WS-PET-COUNT).
061600 2600-EXIT.
061700     EXIT.
061710*****************************************************************
061720*    2610-FIND-BATCH-BALANCE  --  HAS AN EARLIER CHECK IN THIS  *
061730*    BATCH ALREADY PAID THE PET IN WS-BAL-PATIENT-ID?           *
061740*****************************************************************
061750 2610-FIND-BATCH-BALANCE.
061752     MOVE "N" TO WS-BAL-FOUND-SWITCH.
061754     MOVE 0 TO WS-FOUND-BAL-SUB.
061756     PERFORM 2620-MATCH-ONE-BALANCE THRU 2620-EXIT
061758         VARYING WS-BAL-SUB FROM 1 BY 1
061760         UNTIL WS-BAL-SUB > WS-BAL-COUNT
061762            OR WS-BATCH-BALANCE-FOUND.
061764 2610-EXIT.
061766     EXIT.
061768*****************************************************************
061770*    2620-MATCH-ONE-BALANCE                                     *
061772*****************************************************************
061774 2620-MATCH-ONE-BALANCE.
061776     IF WS-BB-PATIENT-ID (WS-BAL-SUB) = WS-BAL-PATIENT-ID
061780         MOVE "Y" TO WS-BAL-FOUND-SWITCH
061782         MOVE WS-BAL-SUB TO WS-FOUND-BAL-SUB
061784     END-IF.
061786 2620-EXIT.
061788     EXIT.
061800*****************************************************************
061900*    2700-CHECK-PLACED  --  IS THIS PATIENT'S ACCOUNT WITH THE  *
062000*    COLLECTION AGENCY?  NO PLACEMENT FILE MEANS NO             *
062100*****************************************************************
062200 2700-CHECK-PLACED.
062300     MOVE "N" TO WS-PLACED-SWITCH.
062400     IF NOT WS-PLACEMENT-FILE-AVAILABLE
062500         GO TO 2700-EXIT
062600     END-IF.
062700     MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID.
062800     READ COLL-PLACEMENT-FILE
062900         INVALID KEY
063000             GO TO 2700-EXIT
063100     END-READ.
063200     IF CL-ACCOUNT-PLACED
063300         MOVE "Y" TO WS-PLACED-SWITCH
063400     END-IF.
063500 2700-EXIT.
063600     EXIT.
063700*****************************************************************
063800*    2800-LIST-ITEM  --  ONE REGISTER LINE PER LOCKBOX CHECK    *
063900*****************************************************************
064000 2800-LIST-ITEM.
064100     MOVE LB-BATCH-NO    TO WS-IL-BATCH-NO.
064200     MOVE LB-ITEM-NO     TO WS-IL-ITEM-NO.
064300     MOVE LB-CHECK-NO    TO WS-IL-CHECK-NO.
064400     MOVE RS-STUB-TYPE   TO WS-IL-STUB-TYPE.
064500     MOVE RS-ACCOUNT-KEY TO WS-IL-ACCOUNT-KEY.
064600     IF LB-CHECK-AMOUNT NUMERIC
064700         MOVE LB-CHECK-AMOUNT TO WS-IL-AMOUNT
064800     ELSE
064900         MOVE 0 TO WS-IL-AMOUNT
065000     END-IF.
065100     WRITE LOCKBOX-REPORT-LINE FROM WS-ITEM-LINE.
065200 2800-EXIT.
065300     EXIT.
065400*****************************************************************
065500*    3000-SPLIT-PAYMENT  --  PAY THE OLDEST BALANCE FIRST, EACH *
065600*    PET UP TO ITS OPEN BALANCE, UNTIL THE CHECK IS USED UP.    *
065700*    WHATEVER IS LEFT GOES ON THE FIRST PET PAID (OR, WHEN NO   *
065800*    PET OWES ANYTHING, THE FIRST PET GATHERED) AS A CREDIT     *
065900*****************************************************************
066000 3000-SPLIT-PAYMENT.
066100     MOVE LB-CHECK-AMOUNT TO WS-REMAINING.
066200     MOVE 0 TO WS-ORDER-COUNT.
066300     MOVE "N" TO WS-SPLIT-SWITCH.
066400     MOVE "N" TO WS-OVERPAID-SWITCH.
066500     PERFORM 3100-APPLY-TO-OLDEST THRU 3100-EXIT
066600         UNTIL WS-SPLIT-DONE.
066700     IF WS-REMAINING NOT > 0
066800         GO TO 3000-EXIT
066900     END-IF.
067000     IF WS-ORDER-COUNT = 0
067100         MOVE 1 TO WS-ORDER-COUNT
067200         MOVE 1 TO WS-ORDER-SUB (1)
067300     END-IF.
067400     MOVE WS-ORDER-SUB (1) TO WS-PET-SUB.
067500     ADD WS-REMAINING TO WS-PT-APPLY (WS-PET-SUB).
067600     MOVE 0 TO WS-REMAINING.
067700     MOVE "Y" TO WS-OVERPAID-SWITCH.
067800     ADD 1 TO WS-ITEMS-OVERPAID.
067900 3000-EXIT.
068000     EXIT.
068100*****************************************************************
068200*    3100-APPLY-TO-OLDEST  --  FIND THE OLDEST BALANCE NOT YET  *
068300*    PAID AND APPLY AS MUCH OF THE CHECK TO IT AS IT OWES       *
068400*****************************************************************
068500 3100-APPLY-TO-OLDEST.
068600     IF WS-REMAINING NOT > 0
068700         MOVE "Y" TO WS-SPLIT-SWITCH
068800         GO TO 3100-EXIT
068900     END-IF.
069000     MOVE 0 TO WS-OLDEST-SUB.
069100     PERFORM 3110-COMPARE-ONE-PET THRU 3110-EXIT
069200         VARYING WS-PET-SUB FROM 1 BY 1
069300         UNTIL WS-PET-SUB > WS-PET-COUNT.
069400     IF WS-OLDEST-SUB = 0
069500         MOVE "Y" TO WS-SPLIT-SWITCH
069600         GO TO 3100-EXIT
069700     END-IF.
069800     MOVE WS-OLDEST-SUB TO WS-PET-SUB.
069900     MOVE "Y" TO WS-PT-TAKEN (WS-PET-SUB).
070000     IF WS-REMAINING < WS-PT-OPEN-BAL (WS-PET-SUB)
070100         MOVE WS-REMAINING TO WS-APPLY-AMOUNT
070200     ELSE
070300         MOVE WS-PT-OPEN-BAL (WS-PET-SUB) TO WS-APPLY-AMOUNT
070400     END-IF.
070500     MOVE WS-APPLY-AMOUNT TO WS-PT-APPLY (WS-PET-SUB).
070600     SUBTRACT WS-APPLY-AMOUNT FROM WS-REMAINING.
070700     ADD 1 TO WS-ORDER-COUNT.
070800     MOVE WS-PET-SUB TO WS-ORDER-SUB (WS-ORDER-COUNT).
070900 3100-EXIT.
071000     EXIT.
071100*****************************************************************
071200*    3110-COMPARE-ONE-PET  --  KEEP THE EARLIEST LAST_VISIT     *
071300*    AMONG PETS STILL OWING; A TIE GOES TO THE PET GATHERED     *
071400*    FIRST                                                      *
071500*****************************************************************
071600 3110-COMPARE-ONE-PET.
071700     IF WS-PT-TAKEN (WS-PET-SUB) = "Y"
071800            OR WS-PT-OPEN-BAL (WS-PET-SUB) NOT > 0
071900         GO TO 3110-EXIT
072000     END-IF.
072100     IF WS-OLDEST-SUB = 0
072200         MOVE WS-PET-SUB TO WS-OLDEST-SUB
072300         GO TO 3110-EXIT
072400     END-IF.
072500     IF WS-PT-LAST-VISIT (WS-PET-SUB)
072600            < WS-PT-LAST-VISIT (WS-OLDEST-SUB)
072700         MOVE WS-PET-SUB TO WS-OLDEST-SUB
072800     END-IF.
072900 3110-EXIT.
073000     EXIT.
073100*****************************************************************
073200*    3500-WRITE-PAYMENTS  --  LIST THE CHECK, THEN ONE PAYMENT  *
073300*    PER PET PAID, IN THE ORDER THE CHECK WAS APPLIED           *
073400*****************************************************************
073500 3500-WRITE-PAYMENTS.
073600     ADD 1 TO WS-ITEMS-APPLIED.
073700     ADD LB-CHECK-AMOUNT TO WS-APPLIED-DOLLARS.
073800     IF WS-CHECK-OVERPAID
073900         MOVE "APPLIED - OVERPAID" TO WS-IL-RESULT
074000     ELSE
074100         MOVE "APPLIED"            TO WS-IL-RESULT
074200     END-IF.
074300     PERFORM 2800-LIST-ITEM THRU 2800-EXIT.
074400     PERFORM 3600-WRITE-ONE-PAYMENT THRU 3600-EXIT
074500         VARYING WS-ORDER-IX FROM 1 BY 1
074600         UNTIL WS-ORDER-IX > WS-ORDER-COUNT.
074700 3500-EXIT.
074800     EXIT.
074900*****************************************************************
075000*    3600-WRITE-ONE-PAYMENT  --  ONE TYPE P CHECK PAYMENT, AND  *
075100*    ITS LINE UNDER THE CHECK ON THE REGISTER                   *
075200*****************************************************************
075300 3600-WRITE-ONE-PAYMENT.
075400     MOVE WS-ORDER-SUB (WS-ORDER-IX) TO WS-PET-SUB.
075500     IF WS-PT-APPLY (WS-PET-SUB) NOT > 0
075600         GO TO 3600-EXIT
075700     END-IF.
075800     MOVE SPACES                     TO VISIT-TRANSACTION.
075900     MOVE WS-PT-PATIENT-ID (WS-PET-SUB) TO VT-PATIENT-ID.
076000     MOVE "P"                        TO VT-TRANS-TYPE.
076100     MOVE 0                          TO VT-VISIT-YYYY.
076200     MOVE 0                          TO VT-VISIT-MM.
076300     MOVE 0                          TO VT-VISIT-DD.
076400     MOVE WS-PT-APPLY (WS-PET-SUB)   TO VT-FEE-AMOUNT.
076500     MOVE LB-DEPOSIT-DATE            TO VT-PAYMENT-DATE.
076600     MOVE "K"                        TO VT-PAY-METHOD.
076700     MOVE LB-CHECK-NO                TO VT-CHECK-NO.
076800     MOVE "L"                        TO VT-REASON-CODE.
076900     WRITE VISIT-TRANSACTION.
077000     ADD 1 TO WS-PAYMENTS-WRITTEN.
077100     MOVE WS-PT-PATIENT-ID (WS-PET-SUB) TO WS-AL-PATIENT-ID.
077200     MOVE WS-PT-LAST-VISIT (WS-PET-SUB) TO WS-AL-LAST-VISIT.
077300     MOVE WS-PT-OPEN-BAL (WS-PET-SUB)   TO WS-AL-OPEN-BAL.
077400     MOVE WS-PT-APPLY (WS-PET-SUB)      TO WS-AL-APPLIED.
077500     WRITE LOCKBOX-REPORT-LINE FROM WS-APPLY-LINE.
077510     PERFORM 3700-REDUCE-BATCH-BALANCE THRU 3700-EXIT.
077600 3600-EXIT.
077700     EXIT.
077710*****************************************************************
077720*    3700-REDUCE-BATCH-BALANCE  --  TAKE THE PAYMENT JUST       *
077730*    WRITTEN OFF THE PET'S BALANCE FOR THE REST OF THE BATCH    *
077740*****************************************************************
077750 3700-REDUCE-BATCH-BALANCE.
077752     MOVE WS-PT-PATIENT-ID (WS-PET-SUB) TO WS-BAL-PATIENT-ID.
077754     PERFORM 2610-FIND-BATCH-BALANCE THRU 2610-EXIT.
077756     IF WS-BATCH-BALANCE-FOUND
077758         SUBTRACT WS-PT-APPLY (WS-PET-SUB)
077760             FROM WS-BB-OPEN-BAL (WS-FOUND-BAL-SUB)
077762         GO TO 3700-EXIT
077764     END-IF.
077766     IF WS-BAL-COUNT NOT < 2000
077768         ADD 1 TO WS-BAL-OVERFLOW
077770         DISPLAY "LBXPOST - BALANCE TABLE FULL, NOT CARRIED: "
077772             WS-PT-PATIENT-ID (WS-PET-SUB)
077774         GO TO 3700-EXIT
077776     END-IF.
077778     ADD 1 TO WS-BAL-COUNT.
077780     MOVE WS-BAL-PATIENT-ID TO WS-BB-PATIENT-ID (WS-BAL-COUNT).
077784     COMPUTE WS-BB-OPEN-BAL (WS-BAL-COUNT) =
077786         WS-PT-OPEN-BAL (WS-PET-SUB) - WS-PT-APPLY (WS-PET-SUB).
077788 3700-EXIT.
077790     EXIT.
077800*****************************************************************
077900*    8000-PRINT-TOTALS  --  THE BATCH, APPLIED AND UNAPPLIED    *
078000*    DOLLARS ON THE REGISTER, UNAPPLIED ON ITS OWN LISTING      *
078100*****************************************************************
078200 8000-PRINT-TOTALS.
078300     MOVE SPACES TO LOCKBOX-REPORT-LINE.
078400     WRITE LOCKBOX-REPORT-LINE.
078500     MOVE "BATCH TOTAL       :" TO WS-ML-LABEL.
078600     MOVE WS-BATCH-DOLLARS      TO WS-ML-AMOUNT.
078700     WRITE LOCKBOX-REPORT-LINE FROM WS-AMOUNT-LINE.
078800     MOVE "APPLIED           :" TO WS-ML-LABEL.
078900     MOVE WS-APPLIED-DOLLARS    TO WS-ML-AMOUNT.
079000     WRITE LOCKBOX-REPORT-LINE FROM WS-AMOUNT-LINE.
079100     MOVE "UNAPPLIED         :" TO WS-ML-LABEL.
079200     MOVE WS-UNAPPLIED-DOLLARS  TO WS-ML-AMOUNT.
079300     WRITE LOCKBOX-REPORT-LINE FROM WS-AMOUNT-LINE.
079400     MOVE "CHECKS READ       :" TO WS-CL-LABEL.
079500     MOVE WS-ITEMS-READ         TO WS-CL-COUNT.
079600     WRITE LOCKBOX-REPORT-LINE FROM WS-COUNT-LINE.
079700     MOVE "CHECKS APPLIED    :" TO WS-CL-LABEL.
079800     MOVE WS-ITEMS-APPLIED      TO WS-CL-COUNT.
079900     WRITE LOCKBOX-REPORT-LINE FROM WS-COUNT-LINE.
080000     MOVE "CHECKS UNAPPLIED  :" TO WS-CL-LABEL.
080100     MOVE WS-ITEMS-UNAPPLIED    TO WS-CL-COUNT.
080200     WRITE LOCKBOX-REPORT-LINE FROM WS-COUNT-LINE.
080300     MOVE "CHECKS OVERPAID   :" TO WS-CL-LABEL.
080400     MOVE WS-ITEMS-OVERPAID     TO WS-CL-COUNT.
080500     WRITE LOCKBOX-REPORT-LINE FROM WS-COUNT-LINE.
080600     MOVE "PAYMENTS WRITTEN  :" TO WS-CL-LABEL.
080700     MOVE WS-PAYMENTS-WRITTEN   TO WS-CL-COUNT.
080800     WRITE LOCKBOX-REPORT-LINE FROM WS-COUNT-LINE.
080900     MOVE SPACES TO UNAPPLIED-REPORT-LINE.
081000     WRITE UNAPPLIED-REPORT-LINE.
081100     MOVE "UNAPPLIED CHECKS  :" TO WS-CL-LABEL.
081200     MOVE WS-ITEMS-UNAPPLIED    TO WS-CL-COUNT.
081300     WRITE UNAPPLIED-REPORT-LINE FROM WS-COUNT-LINE.
081400     MOVE "UNAPPLIED CASH    :" TO WS-ML-LABEL.
081500     MOVE WS-UNAPPLIED-DOLLARS  TO WS-ML-AMOUNT.
081600     WRITE UNAPPLIED-REPORT-LINE FROM WS-AMOUNT-LINE.
081700 8000-EXIT.
081800     EXIT.
081900*****************************************************************
082000*    8500-WRITE-CONTROL  --  BATCH TOTALS FOR DEPRPT.  A        *
082100*    REFUSED OR MISSING BATCH WRITES ZEROS AND KEEPS THE LAST   *
082200*    DEPOSIT DATE AND RUN DATE POSTED, SO THE RERUN GUARD STILL *
082210*    HOLDS                                                      *
082300*****************************************************************
082400 8500-WRITE-CONTROL.
082500     OPEN OUTPUT LOCKBOX-CONTROL-FILE.
082700     IF WS-RUN-REFUSED
082800            OR WS-BATCH-DATE = 0
082900         MOVE WS-LAST-DEPOSIT-DATE TO LC-DEPOSIT-DATE
082910         MOVE WS-LAST-RUN-DATE  TO LC-RUN-DATE
083000     ELSE
083100         MOVE WS-BATCH-DATE     TO LC-DEPOSIT-DATE
083110         MOVE WS-CURRENT-DATE-N TO LC-RUN-DATE
083200     END-IF.
083300     MOVE WS-ITEMS-READ         TO LC-ITEMS-READ.
083400     MOVE WS-ITEMS-APPLIED      TO LC-ITEMS-APPLIED.
083500     MOVE WS-ITEMS-UNAPPLIED    TO LC-ITEMS-UNAPPLIED.
083600     MOVE WS-PAYMENTS-WRITTEN   TO LC-PAYMENTS-WRITTEN.
083700     MOVE WS-BATCH-DOLLARS      TO LC-BATCH-DOLLARS.
083800     MOVE WS-APPLIED-DOLLARS    TO LC-APPLIED-DOLLARS.
083900     MOVE WS-UNAPPLIED-DOLLARS  TO LC-UNAPPLIED-DOLLARS.
084000     WRITE LOCKBOX-CONTROL-RECORD.
084100     CLOSE LOCKBOX-CONTROL-FILE.
084200 8500-EXIT.
084300     EXIT.
084400*****************************************************************
084500*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
084600*****************************************************************
084700 9999-TERMINATE.
084800     DISPLAY "LBXPOST - CHECKS READ      : " WS-ITEMS-READ.
084900     DISPLAY "LBXPOST - CHECKS APPLIED   : " WS-ITEMS-APPLIED.
085000     DISPLAY "LBXPOST - CHECKS UNAPPLIED : " WS-ITEMS-UNAPPLIED.
085100     DISPLAY "LBXPOST - PAYMENTS WRITTEN : " WS-PAYMENTS-WRITTEN.
085200     DISPLAY "LBXPOST - PET TABLE FULL   : " WS-PET-OVERFLOW.
085210     DISPLAY "LBXPOST - BAL TABLE FULL   : " WS-BAL-OVERFLOW.
085300     IF WS-LOCKBOX-AVAILABLE
085400         CLOSE LOCKBOX-FILE
085500     END-IF.
085600     CLOSE JR-FILE.
085700     IF WS-LINK-FILE-AVAILABLE
085800         CLOSE OWNER-LINK-FILE
085900     END-IF.
086000     IF WS-PLACEMENT-FILE-AVAILABLE
086100         CLOSE COLL-PLACEMENT-FILE
086200     END-IF.
086300     CLOSE LOCKBOX-TRANS-FILE.
086400     CLOSE LOCKBOX-REPORT.
086500     CLOSE UNAPPLIED-REPORT.
086600 9999-EXIT.
086700     EXIT.
