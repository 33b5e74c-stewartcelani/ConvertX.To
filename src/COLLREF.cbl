000100*****************************************************************
000200*                                                               *
000300*    COLLREF                                                    *
000400*                                                               *
000500*    MONTHLY COLLECTION AGENCY REFERRAL                         *
000600*                                                               *
000700*    READS JR-FILE AND REFERS TO THE OUTSIDE COLLECTION AGENCY  *
000800*    EVERY ACTIVE PATIENT WHOSE OPEN BALANCE IS AT LEAST THE    *
000900*    MINIMUM AND WHOSE LAST VISIT IS AT LEAST THE AGE LIMIT IN  *
001000*    DAYS, MEASURED ON THE SAME 30/360 BASIS AS AGEDREC.  A     *
001100*    PATIENT ON A CURRENT PAYMENT PLAN IS NOT REFERRED; THE     *
001200*    CLIENT IS PAYING AS AGREED.                                *
001300*                                                               *
001400*    EACH REFERRAL GOES TO THE REFERRAL FILE (COLLSEND) WITH    *
001500*    THE OWNER'S MAILING ADDRESS FROM OWNMAST, THE ACCT_NO,     *
001600*    THE OPEN BALANCE, AND THE LAST PAYMENT ON PAYHIST.  THE    *
001700*    ACCOUNT IS MARKED PLACED ON THE PLACEMENT FILE (COLLPLC),  *
001800*    THE STATUS CHANGE IS JOURNALED THROUGH AUDITWRT, AND A     *
001900*    LINE PRINTS ON THE REFERRAL REGISTER (COLLRPT).  WHILE     *
002000*    PLACED, THE ACCOUNT IS LEFT OFF OWNSTMT, STMTPRT, FINCHG,  *
002100*    AND RECALLTR.                                              *
002200*                                                               *
002300*    A PLACED ACCOUNT WHOSE OPEN BALANCE HAS REACHED ZERO HAS   *
002400*    BEEN RECOVERED (OR CLEARED) AND ITS PLACEMENT IS CLOSED.   *
002500*    AN ACCOUNT PLACED EARLIER THIS MONTH IS WRITTEN TO THE     *
002600*    REFERRAL FILE AGAIN, SO A RERUN IN THE SAME MONTH PRODUCES *
002700*    THE SAME FILE AND NOTHING IS PLACED TWICE.                 *
002800*                                                               *
002900*    THE AGE LIMIT AND THE MINIMUM BALANCE ARE ACCEPTED FROM    *
003000*    THE OPERATOR AT START-UP; A BLANK OR NON-NUMERIC ENTRY     *
003100*    FALLS BACK TO THE DEFAULT.  OWNMAST, PAYHIST, AND PAYPLAN  *
003200*    ARE OPTIONAL; WITHOUT THEM THE REFERRAL GOES WITHOUT AN    *
003300*    ADDRESS, WITHOUT A LAST PAYMENT, OR WITHOUT THE PLAN TEST. *
003400*                                                               *
003500*    MODIFICATION HISTORY                                       *
003600*    --------------------                                       *
003700*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003710*    2026/10/15  JJM  CLEAR THE COLLPOST RUN STAMP ON A NEW     *
003720*                     PLACEMENT.                                *
003800*                                                               *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID.  COLLREF.
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
005700     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS OM-PHONE
006100         FILE STATUS IS WS-OM-STATUS.
006200     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS PH-KEY
006600         FILE STATUS IS WS-PH-STATUS.
006700     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS PP-PATIENT-ID
007100         FILE STATUS IS WS-PP-STATUS.
007200     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS CL-PATIENT-ID
007600         FILE STATUS IS WS-CL-STATUS.
007700     SELECT COLL-REFERRAL-FILE ASSIGN TO "COLLSEND"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-CR-STATUS.
008000     SELECT REFERRAL-REPORT ASSIGN TO "COLLRPT"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RPT-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  JR-FILE.
008600     COPY JRREC.
008700 FD  OWNER-MASTER-FILE.
008800     COPY OWNREC.
008900 FD  PAYMENT-HISTORY-FILE.
009000     COPY PAYHREC.
009100 FD  PAYMENT-PLAN-FILE.
009200     COPY PLANREC.
009300 FD  COLL-PLACEMENT-FILE.
009400     COPY COLLREC.
009500 FD  COLL-REFERRAL-FILE.
009600     COPY CREFREC.
009700 FD  REFERRAL-REPORT.
009800 01  REFERRAL-REPORT-LINE           PIC X(80).
009900 WORKING-STORAGE SECTION.
010000 01  WS-JR-STATUS                   PIC X(02).
010100 01  WS-OM-STATUS                   PIC X(02).
010200 01  WS-PH-STATUS                   PIC X(02).
010300 01  WS-PP-STATUS                   PIC X(02).
010400 01  WS-CL-STATUS                   PIC X(02).
010500 01  WS-CR-STATUS                   PIC X(02).
010600 01  WS-RPT-STATUS                  PIC X(02).
010700 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
010800     88  WS-END-OF-FILE                           VALUE "Y".
010900 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011000     88  WS-OWNER-FILE-AVAILABLE                  VALUE "Y".
011100 01  WS-PH-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011200     88  WS-HISTORY-FILE-AVAILABLE                VALUE "Y".
011300 01  WS-PP-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011400     88  WS-PLAN-FILE-AVAILABLE                   VALUE "Y".
011500 01  WS-PLAN-SWITCH                 PIC X(01)     VALUE "N".
011600     88  WS-ON-CURRENT-PLAN                       VALUE "Y".
011700 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
011800     88  WS-PLACEMENT-ON-FILE                     VALUE "Y".
011900 01  WS-PH-SCAN-SWITCH              PIC X(01)     VALUE "N".
012000     88  WS-PH-SCAN-DONE                          VALUE "Y".
012100 01  WS-AGE-IN                      PIC X(03).
012200 01  WS-AGE-IN-N REDEFINES WS-AGE-IN
012300                                    PIC 9(03).
012400 01  WS-MINIMUM-IN                  PIC X(05).
012500 01  WS-MINIMUM-IN-N REDEFINES WS-MINIMUM-IN
012600                                    PIC 9(05).
012700 01  WS-AGE-LIMIT                   PIC 9(03)     VALUE 0.
012800 01  WS-MINIMUM-BALANCE             PIC 9(05)     VALUE 0.
012900 01  WS-CURRENT-DATE.
013000     05  WS-CUR-YYYY                PIC 9(04).
013100     05  WS-CUR-MM                  PIC 9(02).
013200     05  WS-CUR-DD                  PIC 9(02).
013300 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
013400                                    PIC 9(08).
013500 01  WS-CURRENT-YYYYMM              PIC 9(06).
013600 01  WS-PLACED-YYYYMM               PIC 9(06).
013700 01  WS-CUR-ABS-DAYS                PIC 9(07)     COMP.
013800 01  WS-SVC-ABS-DAYS                PIC 9(07)     COMP.
013900 01  WS-DAYS-OUTSTANDING            PIC S9(07)    COMP.
014000 01  WS-LAST-PAY-DATE               PIC 9(08).
014100 01  WS-LAST-PAY-AMOUNT             PIC S9(5)V99.
014200 01  WS-RECORDS-READ                PIC 9(07)     COMP VALUE 0.
014300 01  WS-REFERRALS-WRITTEN           PIC 9(07)     COMP VALUE 0.
014400 01  WS-NEW-PLACEMENTS              PIC 9(07)     COMP VALUE 0.
014500 01  WS-REPEAT-REFERRALS            PIC 9(07)     COMP VALUE 0.
014600 01  WS-ALREADY-PLACED              PIC 9(07)     COMP VALUE 0.
014700 01  WS-PLACEMENTS-CLOSED           PIC 9(07)     COMP VALUE 0.
014800 01  WS-PLANS-SKIPPED               PIC 9(07)     COMP VALUE 0.
014900 01  WS-NO-ADDRESS                  PIC 9(07)     COMP VALUE 0.
015000 01  WS-REFERRAL-DOLLARS            PIC S9(9)V99  VALUE 0.
015100 01  AUDIT-PARM-AREA.
015200     05  AP-FUNCTION-CODE           PIC X(01).
015300         88  AP-WRITE-ENTRY                       VALUE "W".
015400         88  AP-CLOSE-JOURNAL                     VALUE "C".
015500     05  AP-PATIENT-ID              PIC X(05).
015600     05  AP-FIELD-NAME              PIC X(10).
015700     05  AP-OLD-VALUE               PIC X(30).
015800     05  AP-NEW-VALUE               PIC X(30).
015900     05  AP-USER-ID                 PIC X(08).
016000     05  AP-RETURN-CODE             PIC 9(02).
016100 01  WS-AUDIT-OLD-STATUS            PIC X(01).
016200 01  WS-EDIT-DATE                   PIC 9999/99/99.
016300 01  WS-HEADING-LINE-1.
016400     05  FILLER                     PIC X(38)     VALUE
016500         "COLLREF - COLLECTION AGENCY REFERRALS".
016600     05  FILLER                     PIC X(07)     VALUE "  DATE ".
016700     05  WS-H1-DATE                 PIC 9999/99/99.
016800 01  WS-HEADING-LINE-2.
016900     05  FILLER                     PIC X(17)     VALUE
017000         "AGE LIMIT (DAYS):".
017100     05  WS-H2-AGE                  PIC ZZ9.
017200     05  FILLER                     PIC X(20)     VALUE
017300         "    MINIMUM BALANCE:".
017400     05  WS-H2-MINIMUM              PIC ZZZZ9.
017500 01  WS-COLUMN-LINE.
017600     05  FILLER                     PIC X(44)     VALUE
017700         "PATNT  ACCT   OWNER               LAST VISIT".
017800     05  FILLER                     PIC X(36)     VALUE
017900         "  DAYS LAST PAID    OPEN BAL NOTE".
018000 01  WS-DETAIL-LINE.
018100     05  WS-DL-PATIENT-ID           PIC X(05).
018200     05  FILLER                     PIC X(02)     VALUE SPACES.
018300     05  WS-DL-ACCT-NO              PIC X(06).
018400     05  FILLER                     PIC X(01)     VALUE SPACES.
018500     05  WS-DL-OWNER                PIC X(19).
018600     05  FILLER                     PIC X(01)     VALUE SPACES.
018700     05  WS-DL-LAST-VISIT           PIC 9999/99/99.
018800     05  FILLER                     PIC X(01)     VALUE SPACES.
018900     05  WS-DL-DAYS                 PIC ZZZZ9.
019000     05  FILLER                     PIC X(01)     VALUE SPACES.
019100     05  WS-DL-LAST-PAID            PIC X(10).
019200     05  FILLER                     PIC X(01)     VALUE SPACES.
019300     05  WS-DL-OPEN-BAL             PIC ZZZZZZ9.99-.
019400     05  FILLER                     PIC X(01)     VALUE SPACES.
019500     05  WS-DL-NOTE                 PIC X(06).
019600 01  WS-TOTAL-LINE.
019700     05  FILLER                     PIC X(20)     VALUE
019800         "ACCOUNTS REFERRED :".
019900     05  WS-TO-COUNT                PIC ZZZZZZ9.
020000     05  FILLER                     PIC X(14)     VALUE
020100         "  BALANCE".
020200     05  WS-TO-AMOUNT               PIC ZZZZZZZZ9.99-.
020300 01  WS-COUNT-LINE.
020400     05  WS-CL-LABEL                PIC X(20).
020500     05  WS-CL-COUNT                PIC ZZZZZZ9.
020600 PROCEDURE DIVISION.
020700*****************************************************************
020800*    0000-MAINLINE                                              *
020900*****************************************************************
021000 0000-MAINLINE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     PERFORM 2000-REVIEW-ONE-PATIENT THRU 2000-EXIT
021300         UNTIL WS-END-OF-FILE.
021400     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
021500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021600     STOP RUN.
021700*****************************************************************
021800*    1000-INITIALIZE  --  PARMS, OPEN FILES, HEADINGS, PRIME    *
021900*    READ                                                       *
022000*****************************************************************
022100 1000-INITIALIZE.
022200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022300     COMPUTE WS-CURRENT-YYYYMM =
022400         (WS-CUR-YYYY * 100) + WS-CUR-MM.
022500     COMPUTE WS-CUR-ABS-DAYS =
022600         (WS-CUR-YYYY * 360) + (WS-CUR-MM * 30) + WS-CUR-DD.
022700     DISPLAY "COLLREF - ENTER AGE LIMIT DAYS NNN (DEFAULT 120):".
022800     ACCEPT WS-AGE-IN.
022900     IF WS-AGE-IN NUMERIC
023000            AND WS-AGE-IN NOT = "000"
023100         MOVE WS-AGE-IN-N TO WS-AGE-LIMIT
023200     ELSE
023300         MOVE 120 TO WS-AGE-LIMIT
023400     END-IF.
023500     DISPLAY "COLLREF - ENTER MINIMUM BALANCE NNNNN "
023600         "(DEFAULT 00050):".
023700     ACCEPT WS-MINIMUM-IN.
023800     IF WS-MINIMUM-IN NUMERIC
023900            AND WS-MINIMUM-IN NOT = "00000"
024000         MOVE WS-MINIMUM-IN-N TO WS-MINIMUM-BALANCE
024100     ELSE
024200         MOVE 50 TO WS-MINIMUM-BALANCE
024300     END-IF.
024400     DISPLAY "COLLREF - AGE LIMIT USED: " WS-AGE-LIMIT.
024500     DISPLAY "COLLREF - MINIMUM USED  : " WS-MINIMUM-BALANCE.
024600     OPEN INPUT JR-FILE.
024700     OPEN I-O COLL-PLACEMENT-FILE.
024800     IF WS-CL-STATUS = "35"
024900         OPEN OUTPUT COLL-PLACEMENT-FILE
025000         CLOSE COLL-PLACEMENT-FILE
025100         OPEN I-O COLL-PLACEMENT-FILE
025200     END-IF.
025300     OPEN OUTPUT COLL-REFERRAL-FILE.
025400     OPEN OUTPUT REFERRAL-REPORT.
025500     OPEN INPUT OWNER-MASTER-FILE.
025600     IF WS-OM-STATUS = "00"
025700         MOVE "Y" TO WS-OM-AVAIL-SWITCH
025800     ELSE
025900         DISPLAY "COLLREF - OWNER MASTER NOT AVAILABLE, "
026000             "NO MAILING ADDRESSES"
026100     END-IF.
026200     OPEN INPUT PAYMENT-HISTORY-FILE.
026300     IF WS-PH-STATUS = "00"
026400         MOVE "Y" TO WS-PH-AVAIL-SWITCH
026500     ELSE
026600         DISPLAY "COLLREF - PAYMENT HISTORY NOT AVAILABLE, "
026700             "NO LAST PAYMENTS"
026800     END-IF.
026900     OPEN INPUT PAYMENT-PLAN-FILE.
027000     IF WS-PP-STATUS = "00"
027100         MOVE "Y" TO WS-PP-AVAIL-SWITCH
027200     ELSE
027300         DISPLAY "COLLREF - PAYMENT PLAN FILE NOT AVAILABLE, "
027400             "NO PLAN EXEMPTIONS"
027500     END-IF.
027600     MOVE WS-CURRENT-DATE-N  TO WS-H1-DATE.
027700     MOVE WS-AGE-LIMIT       TO WS-H2-AGE.
027800     MOVE WS-MINIMUM-BALANCE TO WS-H2-MINIMUM.
027900     WRITE REFERRAL-REPORT-LINE FROM WS-HEADING-LINE-1.
028000     WRITE REFERRAL-REPORT-LINE FROM WS-HEADING-LINE-2.
028100     MOVE SPACES TO REFERRAL-REPORT-LINE.
028200     WRITE REFERRAL-REPORT-LINE.
028300     WRITE REFERRAL-REPORT-LINE FROM WS-COLUMN-LINE.
028400     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
028500 1000-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    2000-REVIEW-ONE-PATIENT  --  CLOSE A RECOVERED PLACEMENT,  *
028900*    REPEAT THIS MONTH'S PLACEMENTS, OR REFER A NEW ACCOUNT     *
029000*    THAT HAS PASSED BOTH THRESHOLDS                            *
029100*****************************************************************
029200 2000-REVIEW-ONE-PATIENT.
029300     ADD 1 TO WS-RECORDS-READ.
029400     PERFORM 2200-READ-PLACEMENT THRU 2200-EXIT.
029500     IF WS-PLACEMENT-ON-FILE
029600            AND CL-ACCOUNT-PLACED
029700         PERFORM 2300-CHECK-PLACED THRU 2300-EXIT
029800         GO TO 2000-NEXT
029900     END-IF.
030000     IF PATIENT-RETIRED
030100         GO TO 2000-NEXT
030200     END-IF.
030300     IF OPEN_BAL OF FINANCIAL < WS-MINIMUM-BALANCE
030400            OR OPEN_BAL OF FINANCIAL NOT > 0
030500         GO TO 2000-NEXT
030600     END-IF.
030700     IF YYYY OF LAST_VISIT = 0
030800            AND MM OF LAST_VISIT = 0
030900            AND DD OF LAST_VISIT = 0
031000         GO TO 2000-NEXT
031100     END-IF.
031200     COMPUTE WS-SVC-ABS-DAYS =
031300         (YYYY OF LAST_VISIT * 360)
031400         + (MM OF LAST_VISIT * 30)
031500         + DD OF LAST_VISIT.
031600     COMPUTE WS-DAYS-OUTSTANDING =
031700         WS-CUR-ABS-DAYS - WS-SVC-ABS-DAYS.
031800     IF WS-DAYS-OUTSTANDING < WS-AGE-LIMIT
031900         GO TO 2000-NEXT
032000     END-IF.
032100     PERFORM 2150-CHECK-PLAN THRU 2150-EXIT.
032200     IF WS-ON-CURRENT-PLAN
032300         ADD 1 TO WS-PLANS-SKIPPED
032400         GO TO 2000-NEXT
032500     END-IF.
032600     PERFORM 2400-PLACE-ACCOUNT THRU 2400-EXIT.
032700     MOVE SPACES TO WS-DL-NOTE.
032800     PERFORM 2500-WRITE-REFERRAL THRU 2500-EXIT.
032900 2000-NEXT.
033000     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
033100 2000-EXIT.
033200     EXIT.
033300*****************************************************************
033400*    2100-READ-JR-RECORD  --  READ-AHEAD OF JR-FILE             *
033500*****************************************************************
033600 2100-READ-JR-RECORD.
033700     READ JR-FILE NEXT RECORD
033800         AT END
033900             MOVE "Y" TO WS-EOF-SWITCH
034000     END-READ.
034100 2100-EXIT.
034200     EXIT.
034300*****************************************************************
034400*    2150-CHECK-PLAN  --  IS THIS PATIENT ON A CURRENT PLAN     *
034500*****************************************************************
034600 2150-CHECK-PLAN.
034700     MOVE "N" TO WS-PLAN-SWITCH.
034800     IF NOT WS-PLAN-FILE-AVAILABLE
034900         GO TO 2150-EXIT
035000     END-IF.
035100     MOVE PATIENT-ID OF ANIMAL-INFO TO PP-PATIENT-ID.
035200     READ PAYMENT-PLAN-FILE
035300         INVALID KEY
035400             GO TO 2150-EXIT
035500     END-READ.
035600     IF PP-PLAN-CURRENT
035700         MOVE "Y" TO WS-PLAN-SWITCH
035800     END-IF.
035900 2150-EXIT.
036000     EXIT.
036100*****************************************************************
036200*    2200-READ-PLACEMENT  --  ANY PLACEMENT, OPEN OR CLOSED,    *
036300*    ON FILE FOR THIS PATIENT                                   *
036400*****************************************************************
036500 2200-READ-PLACEMENT.
036600     MOVE "Y" TO WS-PLACED-SWITCH.
036700     MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID.
036800     READ COLL-PLACEMENT-FILE
036900         INVALID KEY
037000             MOVE "N" TO WS-PLACED-SWITCH
037100     END-READ.
037200 2200-EXIT.
037300     EXIT.
037400*****************************************************************
037500*    2300-CHECK-PLACED  --  AN ACCOUNT ALREADY WITH THE AGENCY. *
037600*    A ZERO OR CREDIT BALANCE CLOSES THE PLACEMENT; ONE PLACED  *
037700*    THIS MONTH GOES BACK ON THE REFERRAL FILE                  *
037800*****************************************************************
037900 2300-CHECK-PLACED.
038000     IF OPEN_BAL OF FINANCIAL NOT > 0
038100         MOVE CL-PLACE-STATUS   TO WS-AUDIT-OLD-STATUS
038200         MOVE "C"               TO CL-PLACE-STATUS
038300         MOVE WS-CURRENT-DATE-N TO CL-STATUS-DATE
038400         REWRITE COLLECTION-PLACEMENT-RECORD
038500             INVALID KEY
038600                 DISPLAY "COLLREF - PLACEMENT REWRITE FAILED: "
038700                     CL-PATIENT-ID
038800         END-REWRITE
038900         PERFORM 2600-AUDIT-STATUS THRU 2600-EXIT
039000         ADD 1 TO WS-PLACEMENTS-CLOSED
039100         GO TO 2300-EXIT
039200     END-IF.
039300     COMPUTE WS-PLACED-YYYYMM = CL-PLACED-DATE / 100.
039400     IF WS-PLACED-YYYYMM NOT = WS-CURRENT-YYYYMM
039500         ADD 1 TO WS-ALREADY-PLACED
039600         GO TO 2300-EXIT
039700     END-IF.
039800     COMPUTE WS-SVC-ABS-DAYS =
039900         (YYYY OF LAST_VISIT * 360)
040000         + (MM OF LAST_VISIT * 30)
040100         + DD OF LAST_VISIT.
040200     COMPUTE WS-DAYS-OUTSTANDING =
040300         WS-CUR-ABS-DAYS - WS-SVC-ABS-DAYS.
040400     ADD 1 TO WS-REPEAT-REFERRALS.
040500     MOVE "REPEAT" TO WS-DL-NOTE.
040600     PERFORM 2500-WRITE-REFERRAL THRU 2500-EXIT.
040700 2300-EXIT.
040800     EXIT.
040900*****************************************************************
041000*    2400-PLACE-ACCOUNT  --  MARK THE ACCOUNT PLACED.  A        *
041100*    PLACEMENT CLOSED IN AN EARLIER MONTH IS REOPENED; THE      *
041200*    RECOVERY TOTALS CARRY FORWARD                              *
041300*****************************************************************
041400 2400-PLACE-ACCOUNT.
041500     IF WS-PLACEMENT-ON-FILE
041600         MOVE CL-PLACE-STATUS TO WS-AUDIT-OLD-STATUS
041700     ELSE
041800         MOVE SPACES TO WS-AUDIT-OLD-STATUS
041900         MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID
042000         MOVE 0 TO CL-GROSS-RECOVERED
042100         MOVE 0 TO CL-AGENCY-FEES
042200         MOVE 0 TO CL-LAST-REMIT-DATE
042210         MOVE 0 TO CL-RUN-DATE
042220         MOVE 0 TO CL-RUN-TIME
042230         MOVE 0 TO CL-PRIOR-REMIT-DATE
042240         MOVE 0 TO CL-PRIOR-GROSS
042250         MOVE 0 TO CL-PRIOR-FEES
042300     END-IF.
042400     MOVE WS-CURRENT-DATE-N      TO CL-PLACED-DATE.
042500     MOVE OPEN_BAL OF FINANCIAL  TO CL-PLACED-BALANCE.
042600     MOVE "P"                    TO CL-PLACE-STATUS.
042700     MOVE WS-CURRENT-DATE-N      TO CL-STATUS-DATE.
042800     IF WS-PLACEMENT-ON-FILE
042900         REWRITE COLLECTION-PLACEMENT-RECORD
043000             INVALID KEY
043100                 DISPLAY "COLLREF - PLACEMENT REWRITE FAILED: "
043200                     CL-PATIENT-ID
043300         END-REWRITE
043400     ELSE
043500         WRITE COLLECTION-PLACEMENT-RECORD
043600             INVALID KEY
043700                 DISPLAY "COLLREF - PLACEMENT WRITE FAILED: "
043800                     CL-PATIENT-ID
043900         END-WRITE
044000     END-IF.
044100     PERFORM 2600-AUDIT-STATUS THRU 2600-EXIT.
044200     ADD 1 TO WS-NEW-PLACEMENTS.
044300 2400-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    2500-WRITE-REFERRAL  --  ONE REFERRAL RECORD FOR THE       *
044700*    AGENCY PLUS A REGISTER LINE                                *
044800*****************************************************************
044900 2500-WRITE-REFERRAL.
045000     MOVE SPACES                 TO COLLECTION-REFERRAL-RECORD.
045100     MOVE PATIENT-ID OF ANIMAL-INFO TO CR-PATIENT-ID.
045200     MOVE ACCT_NO OF FINANCIAL   TO CR-ACCT-NO.
045300     MOVE OWNER OF OWNER-INFO    TO CR-OWNER-NAME.
045400     MOVE PHONE OF OWNER-INFO    TO CR-PHONE.
045500     PERFORM 2700-FIND-ADDRESS THRU 2700-EXIT.
045600     PERFORM 2800-FIND-LAST-PAYMENT THRU 2800-EXIT.
045700     MOVE OPEN_BAL OF FINANCIAL  TO CR-OPEN-BAL.
045800     MOVE LAST_VISIT OF FINANCIAL TO CR-LAST-VISIT.
045900     MOVE WS-LAST-PAY-DATE       TO CR-LAST-PAY-DATE.
046000     MOVE WS-LAST-PAY-AMOUNT     TO CR-LAST-PAY-AMOUNT.
046100     MOVE CL-PLACED-DATE         TO CR-REFERRAL-DATE.
046200     WRITE COLLECTION-REFERRAL-RECORD.
046300     ADD 1 TO WS-REFERRALS-WRITTEN.
046400     ADD OPEN_BAL OF FINANCIAL   TO WS-REFERRAL-DOLLARS.
046500     MOVE PATIENT-ID OF ANIMAL-INFO TO WS-DL-PATIENT-ID.
046600     MOVE ACCT_NO OF FINANCIAL   TO WS-DL-ACCT-NO.
046700     MOVE CR-OWNER-NAME          TO WS-DL-OWNER.
046800     MOVE CR-LAST-VISIT          TO WS-DL-LAST-VISIT.
046900     MOVE WS-DAYS-OUTSTANDING    TO WS-DL-DAYS.
047000     IF WS-LAST-PAY-DATE = 0
047100         MOVE "NONE"             TO WS-DL-LAST-PAID
047200     ELSE
047300         MOVE WS-LAST-PAY-DATE   TO WS-EDIT-DATE
047400         MOVE WS-EDIT-DATE       TO WS-DL-LAST-PAID
047500     END-IF.
047600     MOVE OPEN_BAL OF FINANCIAL  TO WS-DL-OPEN-BAL.
047700     WRITE REFERRAL-REPORT-LINE FROM WS-DETAIL-LINE.
047800 2500-EXIT.
047900     EXIT.
048000*****************************************************************
048100*    2600-AUDIT-STATUS  --  JOURNAL THE PLACEMENT STATUS CHANGE *
048200*****************************************************************
048300 2600-AUDIT-STATUS.
048400     MOVE "W"                  TO AP-FUNCTION-CODE.
048500     MOVE CL-PATIENT-ID        TO AP-PATIENT-ID.
048600     MOVE "COLL_STAT"          TO AP-FIELD-NAME.
048700     MOVE WS-AUDIT-OLD-STATUS  TO AP-OLD-VALUE.
048800     MOVE CL-PLACE-STATUS      TO AP-NEW-VALUE.
048900     MOVE "COLLREF"            TO AP-USER-ID.
049000     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
049100 2600-EXIT.
049200     EXIT.
049300*****************************************************************
049400*    2700-FIND-ADDRESS  --  MAILING ADDRESS FROM THE OWNER      *
049500*    MASTER, KEYED BY THE PHONE ON THE PATIENT RECORD.  THE     *
049600*    OWNER MASTER NAME IS THE BILLING NAME WHEN IT IS THERE     *
049700*****************************************************************
049800 2700-FIND-ADDRESS.
049900     IF NOT WS-OWNER-FILE-AVAILABLE
050000         ADD 1 TO WS-NO-ADDRESS
050100         GO TO 2700-EXIT
050200     END-IF.
050300     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
050400     READ OWNER-MASTER-FILE
050500         INVALID KEY
050600             ADD 1 TO WS-NO-ADDRESS
050700             GO TO 2700-EXIT
050800     END-READ.
050900     IF OM-OWNER-NAME NOT = SPACES
051000         MOVE OM-OWNER-NAME  TO CR-OWNER-NAME
051100     END-IF.
051200     IF OM-ADDR-STREET = SPACES
051300         ADD 1 TO WS-NO-ADDRESS
051400     END-IF.
051500     MOVE OM-ADDR-STREET     TO CR-ADDR-STREET.
051600     MOVE OM-ADDR-CITY       TO CR-ADDR-CITY.
051700     MOVE OM-ADDR-STATE      TO CR-ADDR-STATE.
051800     MOVE OM-ADDR-POSTAL     TO CR-ADDR-POSTAL.
051900 2700-EXIT.
052000     EXIT.
052100*****************************************************************
052200*    2800-FIND-LAST-PAYMENT  --  THE LATEST PAYMENT ENTRY ON    *
052300*    PAYMENT HISTORY.  ADJUSTMENTS AND REFUNDS ARE NOT CLIENT   *
052400*    PAYMENTS AND ARE PASSED OVER                               *
052500*****************************************************************
052600 2800-FIND-LAST-PAYMENT.
052700     MOVE 0 TO WS-LAST-PAY-DATE.
052800     MOVE 0 TO WS-LAST-PAY-AMOUNT.
052900     IF NOT WS-HISTORY-FILE-AVAILABLE
053000         GO TO 2800-EXIT
053100     END-IF.
053200     MOVE "N" TO WS-PH-SCAN-SWITCH.
053300     MOVE PATIENT-ID OF ANIMAL-INFO TO PH-PATIENT-ID.
053400     MOVE 0 TO PH-PAYMENT-DATE.
053500     START PAYMENT-HISTORY-FILE
053600         KEY IS NOT LESS THAN PH-KEY
053700         INVALID KEY
053800             MOVE "Y" TO WS-PH-SCAN-SWITCH
053900     END-START.
054000     PERFORM 2810-SCAN-ONE-PAYMENT THRU 2810-EXIT
054100         UNTIL WS-PH-SCAN-DONE.
054200 2800-EXIT.
054300     EXIT.
054400*****************************************************************
054500*    2810-SCAN-ONE-PAYMENT  --  HISTORY IS IN DATE ORDER, SO    *
054600*    THE LAST PAYMENT ENTRY SEEN IS THE LATEST                  *
054700*****************************************************************
054800 2810-SCAN-ONE-PAYMENT.
054900     READ PAYMENT-HISTORY-FILE NEXT RECORD
055000         AT END
055100             MOVE "Y" TO WS-PH-SCAN-SWITCH
055200             GO TO 2810-EXIT
055300     END-READ.
055400     IF PH-PATIENT-ID NOT = PATIENT-ID OF ANIMAL-INFO
055500         MOVE "Y" TO WS-PH-SCAN-SWITCH
055600         GO TO 2810-EXIT
055700     END-IF.
055800     IF PH-PAYMENT-ENTRY
055900         MOVE PH-PAYMENT-DATE   TO WS-LAST-PAY-DATE
056000         MOVE PH-PAYMENT-AMOUNT TO WS-LAST-PAY-AMOUNT
056100     END-IF.
056200 2810-EXIT.
056300     EXIT.
056400*****************************************************************
056500*    8000-PRINT-TOTALS  --  COUNT AND DOLLARS REFERRED, AND     *
056600*    THE DISPOSITION OF THE ACCOUNTS NOT REFERRED               *
056700*****************************************************************
056800 8000-PRINT-TOTALS.
056900     MOVE SPACES TO REFERRAL-REPORT-LINE.
057000     WRITE REFERRAL-REPORT-LINE.
057100     MOVE WS-REFERRALS-WRITTEN TO WS-TO-COUNT.
057200     MOVE WS-REFERRAL-DOLLARS  TO WS-TO-AMOUNT.
057300     WRITE REFERRAL-REPORT-LINE FROM WS-TOTAL-LINE.
057400     MOVE "NEWLY PLACED      :" TO WS-CL-LABEL.
057500     MOVE WS-NEW-PLACEMENTS    TO WS-CL-COUNT.
057600     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
057700     MOVE "REPEAT THIS MONTH :" TO WS-CL-LABEL.
057800     MOVE WS-REPEAT-REFERRALS  TO WS-CL-COUNT.
057900     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
058000     MOVE "NO MAILING ADDRESS:" TO WS-CL-LABEL.
058100     MOVE WS-NO-ADDRESS        TO WS-CL-COUNT.
058200     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
058300     MOVE "STILL PLACED      :" TO WS-CL-LABEL.
058400     MOVE WS-ALREADY-PLACED    TO WS-CL-COUNT.
058500     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
058600     MOVE "PLACEMENTS CLOSED :" TO WS-CL-LABEL.
058700     MOVE WS-PLACEMENTS-CLOSED TO WS-CL-COUNT.
058800     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
058900     MOVE "ON PAYMENT PLAN   :" TO WS-CL-LABEL.
059000     MOVE WS-PLANS-SKIPPED     TO WS-CL-COUNT.
059100     WRITE REFERRAL-REPORT-LINE FROM WS-COUNT-LINE.
059200 8000-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
059600*****************************************************************
059700 9999-TERMINATE.
059800     DISPLAY "COLLREF - RECORDS READ     : " WS-RECORDS-READ.
059900     DISPLAY "COLLREF - REFERRALS WRITTEN: " WS-REFERRALS-WRITTEN.
060000     DISPLAY "COLLREF - NEWLY PLACED     : " WS-NEW-PLACEMENTS.
060100     DISPLAY "COLLREF - PLACEMENTS CLOSED: " WS-PLACEMENTS-CLOSED.
060200     DISPLAY "COLLREF - ON PAYMENT PLAN  : " WS-PLANS-SKIPPED.
060300     MOVE "C" TO AP-FUNCTION-CODE.
060400     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
060500     CLOSE JR-FILE.
060600     CLOSE COLL-PLACEMENT-FILE.
060700     CLOSE COLL-REFERRAL-FILE.
060800     CLOSE REFERRAL-REPORT.
060900     IF WS-OWNER-FILE-AVAILABLE
061000         CLOSE OWNER-MASTER-FILE
061100     END-IF.
061200     IF WS-HISTORY-FILE-AVAILABLE
061300         CLOSE PAYMENT-HISTORY-FILE
061400     END-IF.
061500     IF WS-PLAN-FILE-AVAILABLE
061600         CLOSE PAYMENT-PLAN-FILE
061700     END-IF.
061800 9999-EXIT.
061900     EXIT.
