000100*****************************************************************
000200*                                                               *
000300*    PATMERGE                                                   *
000400*                                                               *
000500*    DUPLICATE PATIENT MERGE                                    *
000600*                                                               *
000700*    FOLDS A DUPLICATE PATIENT RECORD INTO THE ONE THAT IS TO   *
000800*    BE KEPT.  THE OPERATOR KEYS THE KEPT PATIENT-ID, THE       *
000900*    RETIRED PATIENT-ID, AND AN OPERATOR ID FOR THE JOURNAL.    *
001000*    FOR THE RETIRED PATIENT THE JOB THEN:                      *
001100*                                                               *
001200*      - MOVES EVERY VISIT-HISTORY LINE (VISTHIST) AND EVERY    *
001300*        PAYMENT-HISTORY ENTRY (PAYHIST) ONTO THE KEPT PATIENT  *
001400*      - MOVES EVERY APPOINTMENT (APPTBOOK) DATED TODAY OR      *
001500*        LATER ONTO THE KEPT PATIENT                            *
001600*      - MOVES EVERY OWNER LINK (OWNLINKS) ONTO THE KEPT        *
001700*        PATIENT                                                *
001710*      - MOVES THE STOCK-USAGE ENTRY (INVUSE) OF EACH VISIT     *
001720*        LINE WITH THE LINE, SO INVDEPL DOES NOT TAKE STOCK     *
001730*        FOR THE VISIT A SECOND TIME                            *
001740*      - MOVES THE INSURANCE CLAIM (INSCLM) OF EACH VISIT LINE  *
001750*        WITH THE LINE, SO INSCLAIM DOES NOT CLAIM THE VISIT    *
001760*        A SECOND TIME UNDER ITS NEW KEY                        *
001800*      - ADDS THE RETIRED OPEN_BAL INTO THE KEPT OPEN_BAL AND   *
001900*        CARRIES THE LATER LAST_VISIT ACROSS, AND ONLY THEN     *
002000*        MARKS THE RETIRED JR-RECORD INACTIVE, ZERO BALANCE,    *
002100*        WITH MERGED_TO POINTING AT THE SURVIVOR                *
002200*                                                               *
002300*    EVERY CHANGE IS JOURNALED THROUGH AUDITWRT UNDER THE       *
002400*    OPERATOR ID, AND PRINTS ON THE MERGE LISTING (MERGERPT).   *
002500*                                                               *
002600*    A VISIT LINE WHOSE KEY IS ALREADY ON FILE FOR THE KEPT     *
002700*    PATIENT GOES ACROSS UNDER THE FIRST FREE LINE NUMBER FOR   *
002800*    THAT DATE AND IS LISTED AS RENUMBERED.  A PAYMENT ENTRY    *
002900*    WHOSE DATE IS ALREADY ON FILE FOR THE KEPT PATIENT (OR A   *
003000*    VISIT WITH NO FREE LINE) CANNOT GO ACROSS: IT IS LEFT ON   *
003100*    THE RETIRED PATIENT, LISTED AS NOT MOVED, AND THE JOB      *
003200*    ENDS WITH RETURN CODE 4 SO THE ENTRY IS POSTED BY HAND.    *
003300*    AN OWNER LINK THE KEPT PATIENT ALREADY HAS IS SIMPLY       *
003400*    REMOVED FROM THE RETIRED PATIENT.                          *
003500*                                                               *
003600*    THE LISTING ENDS WITH A BEFORE/AFTER PROOF: VISIT FEES,    *
003700*    PAYMENTS, AND OPEN BALANCE ARE TOTALED FOR BOTH PATIENTS   *
003800*    FROM THE FILES THEMSELVES BEFORE AND AFTER THE MERGE, AND  *
003900*    THE DOLLARS THAT LEFT THE RETIRED PATIENT MUST EQUAL THE   *
004000*    DOLLARS THAT REACHED THE KEPT PATIENT.  A PROOF THAT DOES  *
004100*    NOT BALANCE ENDS THE JOB WITH RETURN CODE 8.               *
004200*                                                               *
004300*    THE MERGE IS REFUSED (RETURN CODE 8, NOTHING TOUCHED) IF   *
004400*    EITHER ID IS BLANK OR NOT ON JR-FILE, IF THEY ARE THE      *
004500*    SAME, OR IF EITHER PATIENT HAS ALREADY BEEN MERGED AWAY.   *
004510*    IT IS ALSO REFUSED WHILE THE RETIRED PATIENT HAS AN OPEN   *
004520*    COLLECTION PLACEMENT (COLLPLC), A CURRENT PAYMENT PLAN     *
004530*    (PAYPLAN), AN UNEXPIRED INSURANCE POLICY (INSPOL), OR A    *
004540*    CLAIM STILL AWAITING THE INSURER (INSCLM): EACH IS KEYED   *
004550*    TO THE RETIRED PATIENT-ID AND WOULD GO ON POSTING TO A     *
004560*    PATIENT WITH NO BALANCE, SO THE OFFICE SETTLES IT OR SETS  *
004570*    IT UP AGAIN UNDER THE KEPT PATIENT BEFORE THE MERGE.       *
004580*    A CLOSED PLACEMENT, A FINISHED PLAN, AN EXPIRED POLICY,    *
004590*    AND A SETTLED CLAIM'S OWN HISTORY ARE LEFT AS THEY ARE.    *
004600*                                                               *
004610*    THE PATIENT MASTERS ARE UPDATED LAST, THE KEPT PATIENT     *
004620*    FIRST, SO A MERGE THAT STOPS PART WAY IS FINISHED BY       *
004630*    RUNNING IT AGAIN.  IF IT STOPPED BETWEEN THE TWO MASTERS,  *
004640*    THE AUDIT JOURNAL (AUDTJRNL) ALREADY HOLDS THE KEPT        *
004650*    PATIENT'S OPEN_BAL ENTRY FOR THIS MERGE; THE RERUN FINDS   *
004660*    IT, DOES NOT ADD THE BALANCE A SECOND TIME, AND GOES ON TO *
004670*    RETIRE THE DUPLICATE.                                      *
004800*                                                               *
004900*    VISTHIST, PAYHIST, APPTBOOK, OWNLINKS, INVUSE, COLLPLC,    *
004910*    PAYPLAN, INSPOL, INSCLM, AND AUDTJRNL ARE OPTIONAL; A      *
005000*    FILE THAT IS NOT THERE HAS NOTHING TO MOVE OR CHECK.       *
005100*                                                               *
005200*    MODIFICATION HISTORY                                       *
005300*    --------------------                                       *
005400*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
005410*    2026/10/15  JJM  MOVE THE INVUSE ENTRY WITH EACH VISIT     *
005420*                     LINE.                                     *
005430*    2026/10/15  JJM  REFUSE THE MERGE WHILE THE RETIRED        *
005440*                     PATIENT HAS AN OPEN PLACEMENT, CURRENT    *
005450*                     PLAN, LIVE POLICY, OR UNSETTLED CLAIM;    *
005460*                     MOVE THE INSCLM CLAIM WITH EACH VISIT     *
005465*                     LINE.                                     *
005470*    2026/10/15  JJM  UPDATE THE KEPT MASTER BEFORE RETIRING    *
005480*                     THE DUPLICATE, AND ON A RERUN TAKE A      *
005485*                     BALANCE ALREADY CARRIED FROM THE AUDIT    *
005490*                     JOURNAL.                                  *
005500*                                                               *
005600*****************************************************************
005700 IDENTIFICATION DIVISION.
005800 PROGRAM-ID.  PATMERGE.
005900 AUTHOR.      J MORALES.
006000 INSTALLATION. CLINIC DATA PROCESSING.
006100 DATE-WRITTEN. 2026/10/15.
006200 DATE-COMPILED.
006300 ENVIRONMENT DIVISION.
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER. GNUCOBOL.
006600 OBJECT-COMPUTER. GNUCOBOL.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT JR-FILE ASSIGN TO "JRFILE"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS PATIENT-ID
007300         FILE STATUS IS WS-JR-STATUS.
007400     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS VH-KEY
007800         FILE STATUS IS WS-VH-STATUS.
007900     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS PH-KEY
008300         FILE STATUS IS WS-PH-STATUS.
008400     SELECT APPOINTMENT-FILE ASSIGN TO "APPTBOOK"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS AB-KEY
008800         FILE STATUS IS WS-AB-STATUS.
008900     SELECT OWNER-LINK-FILE ASSIGN TO "OWNLINKS"
009000         ORGANIZATION IS INDEXED
009100         ACCESS MODE IS DYNAMIC
009200         RECORD KEY IS OL-KEY
009300         FILE STATUS IS WS-OL-STATUS.
009310     SELECT INVENTORY-USAGE-FILE ASSIGN TO "INVUSE"
009320         ORGANIZATION IS INDEXED
009330         ACCESS MODE IS RANDOM
009340         RECORD KEY IS IU-KEY
009350         FILE STATUS IS WS-IU-STATUS.
009351     SELECT INSURANCE-CLAIM-FILE ASSIGN TO "INSCLM"
009352         ORGANIZATION IS INDEXED
009353         ACCESS MODE IS DYNAMIC
009354         RECORD KEY IS IC-KEY
009355         FILE STATUS IS WS-IC-STATUS.
009356     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
009357         ORGANIZATION IS INDEXED
009358         ACCESS MODE IS RANDOM
009359         RECORD KEY IS CL-PATIENT-ID
009360         FILE STATUS IS WS-CL-STATUS.
009361     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
009362         ORGANIZATION IS INDEXED
009363         ACCESS MODE IS RANDOM
009364         RECORD KEY IS PP-PATIENT-ID
009365         FILE STATUS IS WS-PP-STATUS.
009366     SELECT INSURANCE-POLICY-FILE ASSIGN TO "INSPOL"
009367         ORGANIZATION IS INDEXED
009368         ACCESS MODE IS RANDOM
009369         RECORD KEY IS PO-PATIENT-ID
009370         FILE STATUS IS WS-PO-STATUS.
009371     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDTJRNL"
009372         ORGANIZATION IS LINE SEQUENTIAL
009373         FILE STATUS IS WS-AU-STATUS.
009400     SELECT MERGE-REPORT ASSIGN TO "MERGERPT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS WS-RPT-STATUS.
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  JR-FILE.
010000     COPY JRREC.
010100 FD  VISIT-HISTORY-FILE.
010200     COPY VISTREC.
010300 FD  PAYMENT-HISTORY-FILE.
010400     COPY PAYHREC.
010500 FD  APPOINTMENT-FILE.
010600     COPY APPTREC.
010700 FD  OWNER-LINK-FILE.
010800     COPY OWNLREC.
010810 FD  INVENTORY-USAGE-FILE.
010820     COPY INVUREC.
010830 FD  INSURANCE-CLAIM-FILE.
010835     COPY ICLMREC.
010840 FD  COLL-PLACEMENT-FILE.
010845     COPY COLLREC.
010850 FD  PAYMENT-PLAN-FILE.
010855     COPY PLANREC.
010860 FD  INSURANCE-POLICY-FILE.
010865     COPY INSPREC.
010870 FD  AUDIT-JOURNAL-FILE.
010875     COPY AUDTREC.
010900 FD  MERGE-REPORT.
011000 01  MERGE-REPORT-LINE              PIC X(80).
011100 WORKING-STORAGE SECTION.
011200 01  WS-JR-STATUS                   PIC X(02).
011300 01  WS-VH-STATUS                   PIC X(02).
011400 01  WS-PH-STATUS                   PIC X(02).
011500 01  WS-AB-STATUS                   PIC X(02).
011600 01  WS-OL-STATUS                   PIC X(02).
011610 01  WS-IU-STATUS                   PIC X(02).
011620 01  WS-IC-STATUS                   PIC X(02).
011630 01  WS-CL-STATUS                   PIC X(02).
011640 01  WS-PP-STATUS                   PIC X(02).
011650 01  WS-PO-STATUS                   PIC X(02).
011660 01  WS-AU-STATUS                   PIC X(02).
011700 01  WS-RPT-STATUS                  PIC X(02).
011800 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
011900     88  WS-MERGE-REFUSED                         VALUE "Y".
012000 01  WS-JR-OPEN-SWITCH              PIC X(01)     VALUE "N".
012100     88  WS-JR-FILE-OPEN                          VALUE "Y".
012200 01  WS-VH-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012300     88  WS-VISIT-FILE-AVAILABLE                  VALUE "Y".
012400 01  WS-PH-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012500     88  WS-PAYMENT-FILE-AVAILABLE                VALUE "Y".
012600 01  WS-AB-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012700     88  WS-APPT-FILE-AVAILABLE                   VALUE "Y".
012800 01  WS-OL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012900     88  WS-LINK-FILE-AVAILABLE                   VALUE "Y".
012910 01  WS-IU-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012920     88  WS-USAGE-FILE-AVAILABLE                  VALUE "Y".
012930 01  WS-IC-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012940     88  WS-CLAIM-FILE-AVAILABLE                  VALUE "Y".
012950 01  WS-CARRIED-SWITCH              PIC X(01)     VALUE "N".
012960     88  WS-BALANCE-ALREADY-CARRIED               VALUE "Y".
012970 01  WS-AU-EOF-SWITCH               PIC X(01)     VALUE "N".
012980     88  WS-AU-END-OF-FILE                        VALUE "Y".
013000 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
013100     88  WS-PATIENT-FOUND                         VALUE "Y".
013200 01  WS-SCAN-SWITCH                 PIC X(01)     VALUE "N".
013300     88  WS-SCAN-DONE                             VALUE "Y".
013400 01  WS-WRITTEN-SWITCH              PIC X(01)     VALUE "N".
013500     88  WS-ITEM-WRITTEN                          VALUE "Y".
013600 01  WS-PROOF-SWITCH                PIC X(01)     VALUE "Y".
013700     88  WS-MERGE-PROVED                          VALUE "Y".
013800 01  WS-KEEP-ID                     PIC X(05)     VALUE SPACES.
013900 01  WS-RETIRE-ID                   PIC X(05)     VALUE SPACES.
014000 01  WS-OPERATOR-ID                 PIC X(08)     VALUE SPACES.
014100 01  WS-READ-ID                     PIC X(05).
014200 01  WS-CURRENT-DATE.
014300     05  WS-CUR-YYYY                PIC 9(04).
014400     05  WS-CUR-MM                  PIC 9(02).
014500     05  WS-CUR-DD                  PIC 9(02).
014600 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
014700                                    PIC 9(08).
014800 01  WS-KEEP-OWNER                  PIC X(30).
014900 01  WS-RETIRE-OWNER                PIC X(30).
015000 01  WS-RETIRE-LAST-VISIT           PIC X(08).
015100 01  WS-LAST-VH-KEY                 PIC X(15).
015110 01  WS-NEW-VH-KEY                  PIC X(15).
015200 01  WS-LAST-PH-KEY                 PIC X(13).
015300 01  WS-LAST-OL-KEY                 PIC X(13).
015400 01  WS-SAVE-VH-RECORD              PIC X(40).
015500 01  WS-TRY-LINE                    PIC 9(03)     COMP.
015600 01  WS-SUM-PATIENT-ID              PIC X(05).
015700 01  WS-SUM-VISIT-LINES             PIC 9(07)     COMP.
015800 01  WS-SUM-VISIT-FEES              PIC S9(9)V99.
015900 01  WS-SUM-PAY-ENTRIES             PIC 9(07)     COMP.
016000 01  WS-SUM-PAYMENTS                PIC S9(9)V99.
016100 01  WS-RET-LINES-BEFORE            PIC 9(07)     COMP VALUE 0.
016200 01  WS-RET-LINES-AFTER             PIC 9(07)     COMP VALUE 0.
016300 01  WS-KEEP-LINES-BEFORE           PIC 9(07)     COMP VALUE 0.
016400 01  WS-KEEP-LINES-AFTER            PIC 9(07)     COMP VALUE 0.
016500 01  WS-RET-FEES-BEFORE             PIC S9(9)V99  VALUE 0.
016600 01  WS-RET-FEES-AFTER              PIC S9(9)V99  VALUE 0.
016700 01  WS-KEEP-FEES-BEFORE            PIC S9(9)V99  VALUE 0.
016800 01  WS-KEEP-FEES-AFTER             PIC S9(9)V99  VALUE 0.
016900 01  WS-RET-ENTRIES-BEFORE          PIC 9(07)     COMP VALUE 0.
017000 01  WS-RET-ENTRIES-AFTER           PIC 9(07)     COMP VALUE 0.
017100 01  WS-KEEP-ENTRIES-BEFORE         PIC 9(07)     COMP VALUE 0.
017200 01  WS-KEEP-ENTRIES-AFTER          PIC 9(07)     COMP VALUE 0.
017300 01  WS-RET-PAYS-BEFORE             PIC S9(9)V99  VALUE 0.
017400 01  WS-RET-PAYS-AFTER              PIC S9(9)V99  VALUE 0.
017500 01  WS-KEEP-PAYS-BEFORE            PIC S9(9)V99  VALUE 0.
017600 01  WS-KEEP-PAYS-AFTER             PIC S9(9)V99  VALUE 0.
017700 01  WS-RET-BAL-BEFORE              PIC S9(9)V99  VALUE 0.
017800 01  WS-RET-BAL-AFTER               PIC S9(9)V99  VALUE 0.
017900 01  WS-KEEP-BAL-BEFORE             PIC S9(9)V99  VALUE 0.
018000 01  WS-KEEP-BAL-AFTER              PIC S9(9)V99  VALUE 0.
018100 01  WS-DOLLARS-OUT                 PIC S9(9)V99  VALUE 0.
018200 01  WS-DOLLARS-IN                  PIC S9(9)V99  VALUE 0.
018210 01  WS-CARRIED-EARLIER             PIC S9(9)V99  VALUE 0.
018300 01  WS-VISITS-MOVED                PIC 9(07)     COMP VALUE 0.
018400 01  WS-VISITS-RENUMBERED           PIC 9(07)     COMP VALUE 0.
018500 01  WS-PAYMENTS-MOVED              PIC 9(07)     COMP VALUE 0.
018600 01  WS-APPTS-MOVED                 PIC 9(07)     COMP VALUE 0.
018700 01  WS-LINKS-MOVED                 PIC 9(07)     COMP VALUE 0.
018800 01  WS-LINKS-ALREADY               PIC 9(07)     COMP VALUE 0.
018900 01  WS-ITEMS-NOT-MOVED             PIC 9(07)     COMP VALUE 0.
018910 01  WS-CLAIMS-MOVED                PIC 9(07)     COMP VALUE 0.
019000 01  AUDIT-PARM-AREA.
019100     05  AP-FUNCTION-CODE           PIC X(01).
019200         88  AP-WRITE-ENTRY                       VALUE "W".
019300         88  AP-CLOSE-JOURNAL                     VALUE "C".
019400     05  AP-PATIENT-ID              PIC X(05).
019500     05  AP-FIELD-NAME              PIC X(10).
019600     05  AP-OLD-VALUE               PIC X(30).
019700     05  AP-NEW-VALUE               PIC X(30).
019800     05  AP-USER-ID                 PIC X(08).
019900     05  AP-RETURN-CODE             PIC 9(02).
020000 01  WS-AUDIT-OLD-BAL               PIC -(7)9.99.
020100 01  WS-AUDIT-NEW-BAL               PIC -(7)9.99.
020200 01  WS-AUDIT-OLD-STATUS            PIC X(01).
020300 01  WS-AUDIT-OLD-VISIT             PIC X(08).
020400 01  WS-AUDIT-FIELD                 PIC X(10).
020500 01  WS-AUDIT-FROM-VALUE            PIC X(30).
020600 01  WS-AUDIT-HIST-VALUE.
020700     05  WS-AH-KEY.
020800         10  WS-AH-PATIENT-ID       PIC X(05).
020900         10  FILLER                 PIC X(01)     VALUE SPACES.
021000         10  WS-AH-DATE             PIC 9(08).
021100         10  FILLER                 PIC X(01)     VALUE SPACES.
021200         10  WS-AH-SUFFIX           PIC X(04).
021300     05  FILLER                     PIC X(01)     VALUE SPACES.
021400     05  WS-AH-AMOUNT               PIC -(5)9.99.
021500 01  WS-AUDIT-LINK-VALUE.
021600     05  WS-AL-PHONE                PIC X(08).
021700     05  FILLER                     PIC X(01)     VALUE SPACES.
021800     05  WS-AL-PATIENT-ID           PIC X(05).
021900 01  WS-MESSAGE-LINE                PIC X(80)     VALUE SPACES.
022000 01  WS-HEADING-LINE-1.
022100     05  FILLER                     PIC X(38)     VALUE
022200         "PATMERGE - DUPLICATE PATIENT MERGE".
022300     05  FILLER                     PIC X(07)     VALUE "  DATE ".
022400     05  WS-H1-DATE                 PIC 9999/99/99.
022500 01  WS-PATIENT-LINE.
022600     05  WS-PL-LABEL                PIC X(17).
022700     05  WS-PL-PATIENT-ID           PIC X(05).
022800     05  FILLER                     PIC X(02)     VALUE SPACES.
022900     05  WS-PL-OWNER                PIC X(30).
023000 01  WS-OPERATOR-LINE.
023100     05  FILLER                     PIC X(17)     VALUE
023200         "OPERATOR       : ".
023300     05  WS-OL-OPERATOR-ID          PIC X(08).
023400 01  WS-COLUMN-LINE.
023500     05  FILLER                     PIC X(40)     VALUE
023600         "ITEM    FROM                 TO         ".
023700     05  FILLER                     PIC X(40)     VALUE
023800         "             AMOUNT NOTE".
023900 01  WS-DETAIL-LINE.
024000     05  WS-DL-ITEM                 PIC X(07).
024100     05  FILLER                     PIC X(01)     VALUE SPACES.
024200     05  WS-DL-FROM                 PIC X(19).
024300     05  FILLER                     PIC X(02)     VALUE SPACES.
024400     05  WS-DL-TO                   PIC X(19).
024500     05  FILLER                     PIC X(01)     VALUE SPACES.
024600     05  WS-DL-AMOUNT               PIC ZZZZZ9.99-.
024700     05  FILLER                     PIC X(01)     VALUE SPACES.
024800     05  WS-DL-NOTE                 PIC X(20).
024900 01  WS-SNAPSHOT-HEADING.
025000     05  FILLER                     PIC X(35)     VALUE
025100         "BEFORE/AFTER          COUNT".
025200     05  FILLER                     PIC X(29)     VALUE
025300         "BEFORE    COUNT         AFTER".
025400 01  WS-SNAPSHOT-LINE.
025500     05  WS-SL-LABEL                PIC X(20).
025600     05  WS-SL-COUNT-BEFORE         PIC ZZZZZZ9.
025700     05  FILLER                     PIC X(01)     VALUE SPACES.
025800     05  WS-SL-AMOUNT-BEFORE        PIC ZZZZZZZZ9.99-.
025900     05  FILLER                     PIC X(02)     VALUE SPACES.
026000     05  WS-SL-COUNT-AFTER          PIC ZZZZZZ9.
026100     05  FILLER                     PIC X(01)     VALUE SPACES.
026200     05  WS-SL-AMOUNT-AFTER         PIC ZZZZZZZZ9.99-.
026300 01  WS-PROOF-HEADING.
026400     05  FILLER                     PIC X(40)     VALUE
026500         "PROOF                   MOVED OUT       ".
026600     05  FILLER                     PIC X(40)     VALUE
026700         "RECEIVED  RESULT".
026800 01  WS-PROOF-LINE.
026900     05  WS-PR-LABEL                PIC X(20).
027000     05  WS-PR-OUT                  PIC ZZZZZZZZ9.99-.
027100     05  FILLER                     PIC X(02)     VALUE SPACES.
027200     05  WS-PR-IN                   PIC ZZZZZZZZ9.99-.
027300     05  FILLER                     PIC X(02)     VALUE SPACES.
027400     05  WS-PR-RESULT               PIC X(14).
027500 01  WS-COUNT-LINE.
027600     05  WS-CL-LABEL                PIC X(24).
027700     05  WS-CL-COUNT                PIC ZZZZZZ9.
027800 PROCEDURE DIVISION.
027900*****************************************************************
028000*    0000-MAINLINE                                              *
028100*****************************************************************
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     IF NOT WS-MERGE-REFUSED
028500         PERFORM 2000-SNAPSHOT-BEFORE THRU 2000-EXIT
028600         PERFORM 3000-MOVE-VISITS THRU 3000-EXIT
028700         PERFORM 4000-MOVE-PAYMENTS THRU 4000-EXIT
028800         PERFORM 5000-MOVE-APPOINTMENTS THRU 5000-EXIT
028900         PERFORM 6000-MOVE-LINKS THRU 6000-EXIT
029000         PERFORM 7000-MERGE-MASTERS THRU 7000-EXIT
029100         PERFORM 8000-PROVE-MERGE THRU 8000-EXIT
029200         PERFORM 8500-PRINT-COUNTS THRU 8500-EXIT
029300     END-IF.
029400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
029500     STOP RUN.
029600*****************************************************************
029700*    1000-INITIALIZE  --  REQUEST PARMS, OPEN THE PATIENT       *
029800*    MASTER, CHECK THE MERGE MAY GO AHEAD, HEADINGS             *
029900*****************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030200     DISPLAY "PATMERGE - ENTER PATIENT-ID TO KEEP:".
030300     ACCEPT WS-KEEP-ID.
030400     DISPLAY "PATMERGE - ENTER PATIENT-ID TO RETIRE:".
030500     ACCEPT WS-RETIRE-ID.
030600     DISPLAY "PATMERGE - ENTER OPERATOR ID:".
030700     ACCEPT WS-OPERATOR-ID.
030800     IF WS-OPERATOR-ID = SPACES
030900         MOVE "PATMERGE" TO WS-OPERATOR-ID
031000     END-IF.
031100     OPEN OUTPUT MERGE-REPORT.
031200     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
031300     WRITE MERGE-REPORT-LINE FROM WS-HEADING-LINE-1.
031400     MOVE SPACES TO MERGE-REPORT-LINE.
031500     WRITE MERGE-REPORT-LINE.
031600     OPEN I-O JR-FILE.
031700     IF WS-JR-STATUS = "00"
031800         MOVE "Y" TO WS-JR-OPEN-SWITCH
031900     ELSE
032000         MOVE SPACES TO WS-MESSAGE-LINE
032100         STRING "PATIENT MASTER NOT AVAILABLE, STATUS "
032200                WS-JR-STATUS
032300                " - MERGE REFUSED"
032400             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
032500         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
032600         GO TO 1000-EXIT
032700     END-IF.
032800     PERFORM 1100-VALIDATE-REQUEST THRU 1100-EXIT.
032900     IF WS-MERGE-REFUSED
033000         GO TO 1000-EXIT
033100     END-IF.
033200     MOVE "KEPT PATIENT   : " TO WS-PL-LABEL.
033300     MOVE WS-KEEP-ID          TO WS-PL-PATIENT-ID.
033400     MOVE WS-KEEP-OWNER       TO WS-PL-OWNER.
033500     WRITE MERGE-REPORT-LINE FROM WS-PATIENT-LINE.
033600     MOVE "RETIRED PATIENT: " TO WS-PL-LABEL.
033700     MOVE WS-RETIRE-ID        TO WS-PL-PATIENT-ID.
033800     MOVE WS-RETIRE-OWNER     TO WS-PL-OWNER.
033900     WRITE MERGE-REPORT-LINE FROM WS-PATIENT-LINE.
034000     MOVE WS-OPERATOR-ID      TO WS-OL-OPERATOR-ID.
034100     WRITE MERGE-REPORT-LINE FROM WS-OPERATOR-LINE.
034200     MOVE SPACES TO MERGE-REPORT-LINE.
034300     WRITE MERGE-REPORT-LINE.
034400     WRITE MERGE-REPORT-LINE FROM WS-COLUMN-LINE.
034500     PERFORM 1200-OPEN-HISTORY-FILES THRU 1200-EXIT.
034510     PERFORM 1300-CHECK-OPEN-ACCOUNTS THRU 1300-EXIT.
034520     IF WS-MERGE-REFUSED
034530         GO TO 1000-EXIT
034540     END-IF.
034550     PERFORM 1170-CHECK-CARRIED-BALANCE THRU 1170-EXIT.
034600 1000-EXIT.
034700     EXIT.
034800*****************************************************************
034900*    1100-VALIDATE-REQUEST  --  BOTH PATIENTS ON FILE, NOT THE  *
035000*    SAME, AND NEITHER ALREADY MERGED AWAY.  THE OPENING        *
035100*    BALANCES ARE TAKEN HERE FOR THE PROOF                      *
035200*****************************************************************
035300 1100-VALIDATE-REQUEST.
035400     MOVE SPACES TO WS-MESSAGE-LINE.
035500     IF WS-KEEP-ID = SPACES
035600            OR WS-RETIRE-ID = SPACES
035700         MOVE "BOTH PATIENT-IDS ARE REQUIRED - MERGE REFUSED"
035800             TO WS-MESSAGE-LINE
035900         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
036000         GO TO 1100-EXIT
036100     END-IF.
036200     IF WS-KEEP-ID = WS-RETIRE-ID
036300         STRING "PATIENT " WS-KEEP-ID
036400                " CANNOT BE MERGED INTO ITSELF - MERGE REFUSED"
036500             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
036600         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
036700         GO TO 1100-EXIT
036800     END-IF.
036900     MOVE WS-RETIRE-ID TO WS-READ-ID.
037000     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
037100     IF NOT WS-PATIENT-FOUND
037200         STRING "RETIRED PATIENT " WS-RETIRE-ID
037300                " NOT ON FILE - MERGE REFUSED"
037400             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
037500         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
037600         GO TO 1100-EXIT
037700     END-IF.
037800     IF MERGED_TO OF STATUS-INFO NOT = SPACES
037900         STRING "PATIENT " WS-RETIRE-ID
038000                " WAS ALREADY MERGED INTO "
038100                MERGED_TO OF STATUS-INFO
038200                " - MERGE REFUSED"
038300             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
038400         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
038500         GO TO 1100-EXIT
038600     END-IF.
038700     MOVE OWNER OF OWNER-INFO     TO WS-RETIRE-OWNER.
038800     MOVE OPEN_BAL OF FINANCIAL   TO WS-RET-BAL-BEFORE.
038900     MOVE LAST_VISIT OF FINANCIAL TO WS-RETIRE-LAST-VISIT.
039000     MOVE WS-KEEP-ID TO WS-READ-ID.
039100     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
039200     IF NOT WS-PATIENT-FOUND
039300         STRING "KEPT PATIENT " WS-KEEP-ID
039400                " NOT ON FILE - MERGE REFUSED"
039500             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
039600         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
039700         GO TO 1100-EXIT
039800     END-IF.
039900     IF MERGED_TO OF STATUS-INFO NOT = SPACES
040000         STRING "PATIENT " WS-KEEP-ID
040100                " WAS ALREADY MERGED INTO "
040200                MERGED_TO OF STATUS-INFO
040300                " - MERGE REFUSED"
040400             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
040500         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
040600         GO TO 1100-EXIT
040700     END-IF.
040800     MOVE OWNER OF OWNER-INFO     TO WS-KEEP-OWNER.
040900     MOVE OPEN_BAL OF FINANCIAL   TO WS-KEEP-BAL-BEFORE.
041000 1100-EXIT.
041100     EXIT.
041200*****************************************************************
041300*    1150-READ-PATIENT  --  RANDOM READ OF JR-FILE BY           *
041400*    WS-READ-ID                                                 *
041500*****************************************************************
041600 1150-READ-PATIENT.
041700     MOVE "Y" TO WS-FOUND-SWITCH.
041800     MOVE WS-READ-ID TO PATIENT-ID OF ANIMAL-INFO.
041900     READ JR-FILE
042000         INVALID KEY
042100             MOVE "N" TO WS-FOUND-SWITCH
042200     END-READ.
042300 1150-EXIT.
042400     EXIT.
042402*****************************************************************
042404*    1170-CHECK-CARRIED-BALANCE  --  A MERGE THAT STOPPED       *
042406*    AFTER THE KEPT MASTER WAS UPDATED LEFT ITS OPEN_BAL ENTRY  *
042408*    ON THE AUDIT JOURNAL.  A LATER MERGED_TO ENTRY FOR THE     *
042410*    RETIRED PATIENT MEANS THAT MERGE FINISHED.  RUN BEFORE     *
042412*    THIS JOB WRITES TO THE JOURNAL ITSELF                      *
042414*****************************************************************
042416 1170-CHECK-CARRIED-BALANCE.
042418     MOVE "N" TO WS-CARRIED-SWITCH.
042420     OPEN INPUT AUDIT-JOURNAL-FILE.
042422     IF WS-AU-STATUS NOT = "00"
042424         GO TO 1170-EXIT
042426     END-IF.
042428     PERFORM 1180-READ-ONE-JOURNAL THRU 1180-EXIT
042430         UNTIL WS-AU-END-OF-FILE.
042432     CLOSE AUDIT-JOURNAL-FILE.
042434     IF WS-BALANCE-ALREADY-CARRIED
042436         MOVE WS-RET-BAL-BEFORE TO WS-CARRIED-EARLIER
042438         DISPLAY "PATMERGE - BALANCE OF " WS-RETIRE-ID
042440             " ALREADY CARRIED TO " WS-KEEP-ID ", NOT ADDED AGAIN"
042442     END-IF.
042444 1170-EXIT.
042446     EXIT.
042448*****************************************************************
042450*    1180-READ-ONE-JOURNAL                                      *
042452*****************************************************************
042454 1180-READ-ONE-JOURNAL.
042456     READ AUDIT-JOURNAL-FILE
042458         AT END
042460             MOVE "Y" TO WS-AU-EOF-SWITCH
042462             GO TO 1180-EXIT
042464     END-READ.
042466     IF AU-PATIENT-ID = WS-KEEP-ID
042468            AND AU-FIELD-NAME = "OPEN_BAL"
042470            AND AU-NEW-VALUE (14:5) = "MERGE"
042472            AND AU-NEW-VALUE (20:5) = WS-RETIRE-ID
042474         MOVE "Y" TO WS-CARRIED-SWITCH
042476     END-IF.
042478     IF AU-PATIENT-ID = WS-RETIRE-ID
042480            AND AU-FIELD-NAME = "MERGED_TO"
042482            AND AU-NEW-VALUE (1:5) = WS-KEEP-ID
042484         MOVE "N" TO WS-CARRIED-SWITCH
042486     END-IF.
042488 1180-EXIT.
042490     EXIT.
042500*****************************************************************
042600*    1200-OPEN-HISTORY-FILES  --  THE FILES WHOSE ENTRIES MOVE. *
042700*    ONE THAT IS NOT THERE HAS NOTHING TO MOVE                  *
042800*****************************************************************
042900 1200-OPEN-HISTORY-FILES.
043000     OPEN I-O VISIT-HISTORY-FILE.
043100     IF WS-VH-STATUS = "00"
043200         MOVE "Y" TO WS-VH-AVAIL-SWITCH
043300     ELSE
043400         DISPLAY "PATMERGE - VISIT HISTORY NOT AVAILABLE, "
043500             "NO VISITS MOVED"
043600     END-IF.
043700     OPEN I-O PAYMENT-HISTORY-FILE.
043800     IF WS-PH-STATUS = "00"
043900         MOVE "Y" TO WS-PH-AVAIL-SWITCH
044000     ELSE
044100         DISPLAY "PATMERGE - PAYMENT HISTORY NOT AVAILABLE, "
044200             "NO PAYMENTS MOVED"
044300     END-IF.
044400     OPEN I-O APPOINTMENT-FILE.
044500     IF WS-AB-STATUS = "00"
044600         MOVE "Y" TO WS-AB-AVAIL-SWITCH
044700     ELSE
044800         DISPLAY "PATMERGE - APPOINTMENT BOOK NOT AVAILABLE, "
044900             "NO APPOINTMENTS MOVED"
045000     END-IF.
045100     OPEN I-O OWNER-LINK-FILE.
045200     IF WS-OL-STATUS = "00"
045300         MOVE "Y" TO WS-OL-AVAIL-SWITCH
045400     ELSE
045500         DISPLAY "PATMERGE - OWNER LINK FILE NOT AVAILABLE, "
045600             "NO LINKS MOVED"
045700     END-IF.
045710     OPEN I-O INVENTORY-USAGE-FILE.
045720     IF WS-IU-STATUS = "00"
045730         MOVE "Y" TO WS-IU-AVAIL-SWITCH
045740     END-IF.
045750     OPEN I-O INSURANCE-CLAIM-FILE.
045760     IF WS-IC-STATUS = "00"
045770         MOVE "Y" TO WS-IC-AVAIL-SWITCH
045780     END-IF.
045800 1200-EXIT.
045900     EXIT.
045901*****************************************************************
045902*    1300-CHECK-OPEN-ACCOUNTS  --  NOTHING STILL WORKING UNDER  *
045903*    THE RETIRED PATIENT-ID: NO OPEN PLACEMENT, CURRENT PLAN,   *
045904*    UNEXPIRED POLICY, OR CLAIM AWAITING THE INSURER            *
045905*****************************************************************
045906 1300-CHECK-OPEN-ACCOUNTS.
045907     MOVE SPACES TO WS-MESSAGE-LINE.
045908     OPEN INPUT COLL-PLACEMENT-FILE.
045909     IF WS-CL-STATUS = "00"
045910         MOVE WS-RETIRE-ID TO CL-PATIENT-ID
045911         READ COLL-PLACEMENT-FILE
045912             INVALID KEY
045913                 MOVE SPACES TO CL-PLACE-STATUS
045914         END-READ
045915         CLOSE COLL-PLACEMENT-FILE
045916         IF CL-ACCOUNT-PLACED
045917             STRING "RETIRED PATIENT " WS-RETIRE-ID
045918                    " IS PLACED FOR COLLECTION - MERGE REFUSED"
045919                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
045920             PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
045921             GO TO 1300-EXIT
045922         END-IF
045923     END-IF.
045924     OPEN INPUT PAYMENT-PLAN-FILE.
045925     IF WS-PP-STATUS = "00"
045926         MOVE WS-RETIRE-ID TO PP-PATIENT-ID
045927         READ PAYMENT-PLAN-FILE
045928             INVALID KEY
045929                 MOVE "P" TO PP-PLAN-STATUS
045930         END-READ
045931         CLOSE PAYMENT-PLAN-FILE
045932         IF PP-PLAN-CURRENT
045933             STRING "RETIRED PATIENT " WS-RETIRE-ID
045934                    " HAS A CURRENT PAYMENT PLAN - MERGE REFUSED"
045935                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
045936             PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
045937             GO TO 1300-EXIT
045938         END-IF
045939     END-IF.
045940     OPEN INPUT INSURANCE-POLICY-FILE.
045941     IF WS-PO-STATUS = "00"
045942         MOVE WS-RETIRE-ID TO PO-PATIENT-ID
045943         READ INSURANCE-POLICY-FILE
045944             INVALID KEY
045945                 MOVE 1 TO PO-EXPIRY-DATE
045946         END-READ
045947         CLOSE INSURANCE-POLICY-FILE
045948         IF PO-EXPIRY-DATE = 0
045949                OR PO-EXPIRY-DATE NOT < WS-CURRENT-DATE-N
045950             STRING "RETIRED PATIENT " WS-RETIRE-ID
045951                    " HAS A LIVE INSURANCE POLICY - MERGE REFUSED"
045952                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
045953             PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
045954             GO TO 1300-EXIT
045955         END-IF
045956     END-IF.
045957     IF NOT WS-CLAIM-FILE-AVAILABLE
045958         GO TO 1300-EXIT
045959     END-IF.
045960     MOVE "N" TO WS-SCAN-SWITCH.
045961     MOVE WS-RETIRE-ID TO IC-PATIENT-ID.
045962     MOVE 0 TO IC-VISIT-DATE.
045963     MOVE 0 TO IC-LINE-NO.
045964     START INSURANCE-CLAIM-FILE
045965         KEY IS NOT LESS THAN IC-KEY
045966         INVALID KEY
045967             MOVE "Y" TO WS-SCAN-SWITCH
045968     END-START.
045969     PERFORM 1310-CHECK-ONE-CLAIM THRU 1310-EXIT
045970         UNTIL WS-SCAN-DONE.
045971 1300-EXIT.
045972     EXIT.
045973*****************************************************************
045974*    1310-CHECK-ONE-CLAIM  --  A CLAIM STILL AT STATUS S WILL   *
045975*    BE SETTLED UNDER THE CLAIM NUMBER THE INSURER ALREADY HAS  *
045976*****************************************************************
045977 1310-CHECK-ONE-CLAIM.
045978     READ INSURANCE-CLAIM-FILE NEXT RECORD
045979         AT END
045980             MOVE "Y" TO WS-SCAN-SWITCH
045981             GO TO 1310-EXIT
045982     END-READ.
045983     IF IC-PATIENT-ID NOT = WS-RETIRE-ID
045984         MOVE "Y" TO WS-SCAN-SWITCH
045985         GO TO 1310-EXIT
045986     END-IF.
045987     IF IC-CLAIM-SUBMITTED
045988         MOVE "Y" TO WS-SCAN-SWITCH
045989         STRING "RETIRED PATIENT " WS-RETIRE-ID
045990                " HAS AN UNSETTLED CLAIM - MERGE REFUSED"
045991             DELIMITED BY SIZE INTO WS-MESSAGE-LINE
045992         PERFORM 1900-REFUSE-MERGE THRU 1900-EXIT
045993     END-IF.
045994 1310-EXIT.
045995     EXIT.
046000*****************************************************************
046100*    1900-REFUSE-MERGE  --  SAY WHY ON THE REPORT AND CONSOLE   *
046200*****************************************************************
046300 1900-REFUSE-MERGE.
046400     MOVE "Y" TO WS-REFUSED-SWITCH.
046500     MOVE 8 TO RETURN-CODE.
046600     WRITE MERGE-REPORT-LINE FROM WS-MESSAGE-LINE.
046700     DISPLAY "PATMERGE - " WS-MESSAGE-LINE.
046800 1900-EXIT.
046900     EXIT.
047000*****************************************************************
047100*    2000-SNAPSHOT-BEFORE  --  HISTORY TOTALS FOR BOTH          *
047200*    PATIENTS AS THEY STAND BEFORE ANYTHING MOVES               *
047300*****************************************************************
047400 2000-SNAPSHOT-BEFORE.
047500     MOVE WS-RETIRE-ID TO WS-SUM-PATIENT-ID.
047600     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
047700     MOVE WS-SUM-VISIT-LINES TO WS-RET-LINES-BEFORE.
047800     MOVE WS-SUM-VISIT-FEES  TO WS-RET-FEES-BEFORE.
047900     MOVE WS-SUM-PAY-ENTRIES TO WS-RET-ENTRIES-BEFORE.
048000     MOVE WS-SUM-PAYMENTS    TO WS-RET-PAYS-BEFORE.
048100     MOVE WS-KEEP-ID TO WS-SUM-PATIENT-ID.
048200     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
048300     MOVE WS-SUM-VISIT-LINES TO WS-KEEP-LINES-BEFORE.
048400     MOVE WS-SUM-VISIT-FEES  TO WS-KEEP-FEES-BEFORE.
048500     MOVE WS-SUM-PAY-ENTRIES TO WS-KEEP-ENTRIES-BEFORE.
048600     MOVE WS-SUM-PAYMENTS    TO WS-KEEP-PAYS-BEFORE.
048700 2000-EXIT.
048800     EXIT.
048900*****************************************************************
049000*    2100-SUM-HISTORY  --  COUNT AND TOTAL THE VISIT LINES AND  *
049100*    PAYMENT ENTRIES ON FILE FOR WS-SUM-PATIENT-ID              *
049200*****************************************************************
049300 2100-SUM-HISTORY.
049400     MOVE 0 TO WS-SUM-VISIT-LINES.
049500     MOVE 0 TO WS-SUM-VISIT-FEES.
049600     MOVE 0 TO WS-SUM-PAY-ENTRIES.
049700     MOVE 0 TO WS-SUM-PAYMENTS.
049800     IF WS-VISIT-FILE-AVAILABLE
049900         MOVE "N" TO WS-SCAN-SWITCH
050000         MOVE WS-SUM-PATIENT-ID TO VH-PATIENT-ID
050100         MOVE 0 TO VH-VISIT-DATE
050200         MOVE 0 TO VH-LINE-NO
050300         START VISIT-HISTORY-FILE
050400             KEY IS NOT LESS THAN VH-KEY
050500             INVALID KEY
050600                 MOVE "Y" TO WS-SCAN-SWITCH
050700         END-START
050800         PERFORM 2110-SUM-ONE-VISIT THRU 2110-EXIT
050900             UNTIL WS-SCAN-DONE
051000     END-IF.
051100     IF WS-PAYMENT-FILE-AVAILABLE
051200         MOVE "N" TO WS-SCAN-SWITCH
051300         MOVE WS-SUM-PATIENT-ID TO PH-PATIENT-ID
051400         MOVE 0 TO PH-PAYMENT-DATE
051500         START PAYMENT-HISTORY-FILE
051600             KEY IS NOT LESS THAN PH-KEY
051700             INVALID KEY
051800                 MOVE "Y" TO WS-SCAN-SWITCH
051900         END-START
052000         PERFORM 2120-SUM-ONE-PAYMENT THRU 2120-EXIT
052100             UNTIL WS-SCAN-DONE
052200     END-IF.
052300 2100-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    2110-SUM-ONE-VISIT                                         *
052700*****************************************************************
052800 2110-SUM-ONE-VISIT.
052900     READ VISIT-HISTORY-FILE NEXT RECORD
053000         AT END
053100             MOVE "Y" TO WS-SCAN-SWITCH
053200             GO TO 2110-EXIT
053300     END-READ.
053400     IF VH-PATIENT-ID NOT = WS-SUM-PATIENT-ID
053500         MOVE "Y" TO WS-SCAN-SWITCH
053600         GO TO 2110-EXIT
053700     END-IF.
053800     ADD 1            TO WS-SUM-VISIT-LINES.
053900     ADD VH-VISIT-FEE TO WS-SUM-VISIT-FEES.
054000 2110-EXIT.
054100     EXIT.
054200*****************************************************************
054300*    2120-SUM-ONE-PAYMENT                                       *
054400*****************************************************************
054500 2120-SUM-ONE-PAYMENT.
054600     READ PAYMENT-HISTORY-FILE NEXT RECORD
054700         AT END
054800             MOVE "Y" TO WS-SCAN-SWITCH
054900             GO TO 2120-EXIT
055000     END-READ.
055100     IF PH-PATIENT-ID NOT = WS-SUM-PATIENT-ID
055200         MOVE "Y" TO WS-SCAN-SWITCH
055300         GO TO 2120-EXIT
055400     END-IF.
055500     ADD 1                 TO WS-SUM-PAY-ENTRIES.
055600     ADD PH-PAYMENT-AMOUNT TO WS-SUM-PAYMENTS.
055700 2120-EXIT.
055800     EXIT.
055900*****************************************************************
056000*    3000-MOVE-VISITS  --  EVERY VISIT LINE OF THE RETIRED      *
056100*    PATIENT, IN KEY ORDER                                      *
056200*****************************************************************
056300 3000-MOVE-VISITS.
056400     IF NOT WS-VISIT-FILE-AVAILABLE
056500         GO TO 3000-EXIT
056600     END-IF.
056700     MOVE "N" TO WS-SCAN-SWITCH.
056800     MOVE WS-RETIRE-ID TO VH-PATIENT-ID.
056900     MOVE 0 TO VH-VISIT-DATE.
057000     MOVE 0 TO VH-LINE-NO.
057100     START VISIT-HISTORY-FILE
057200         KEY IS NOT LESS THAN VH-KEY
057300         INVALID KEY
057400             MOVE "Y" TO WS-SCAN-SWITCH
057500     END-START.
057600     PERFORM 3100-MOVE-ONE-VISIT THRU 3100-EXIT
057700         UNTIL WS-SCAN-DONE.
057800 3000-EXIT.
057900     EXIT.
058000*****************************************************************
058100*    3100-MOVE-ONE-VISIT  --  WRITE THE LINE UNDER THE KEPT     *
058200*    PATIENT, THEN DELETE IT FROM THE RETIRED ONE.  A KEY       *
058300*    ALREADY ON FILE TAKES THE FIRST FREE LINE NUMBER; WITH NO  *
058400*    FREE LINE THE ENTRY STAYS WHERE IT IS AND IS REPORTED.     *
058500*    THE FILE IS REPOSITIONED PAST THE LINE JUST HANDLED,       *
058600*    SINCE THE WRITE AND DELETE DISTURB THE SEQUENTIAL READ     *
058700*****************************************************************
058800 3100-MOVE-ONE-VISIT.
058900     READ VISIT-HISTORY-FILE NEXT RECORD
059000         AT END
059100             MOVE "Y" TO WS-SCAN-SWITCH
059200             GO TO 3100-EXIT
059300     END-READ.
059400     IF VH-PATIENT-ID NOT = WS-RETIRE-ID
059500         MOVE "Y" TO WS-SCAN-SWITCH
059600         GO TO 3100-EXIT
059700     END-IF.
059800     MOVE VH-KEY               TO WS-LAST-VH-KEY.
059900     MOVE VISIT-HISTORY-RECORD TO WS-SAVE-VH-RECORD.
060000     MOVE VH-PATIENT-ID        TO WS-AH-PATIENT-ID.
060100     MOVE VH-VISIT-DATE        TO WS-AH-DATE.
060200     MOVE VH-LINE-NO           TO WS-AH-SUFFIX.
060300     MOVE VH-VISIT-FEE         TO WS-AH-AMOUNT.
060400     MOVE WS-AUDIT-HIST-VALUE  TO WS-AUDIT-FROM-VALUE.
060500     MOVE "VISIT"              TO WS-DL-ITEM.
060600     MOVE WS-AH-KEY            TO WS-DL-FROM.
060700     MOVE VH-VISIT-FEE         TO WS-DL-AMOUNT.
060800     MOVE "MOVED"              TO WS-DL-NOTE.
060900     MOVE "N"                  TO WS-WRITTEN-SWITCH.
061000     MOVE WS-KEEP-ID           TO VH-PATIENT-ID.
061100     WRITE VISIT-HISTORY-RECORD
061200         INVALID KEY
061300             CONTINUE
061400         NOT INVALID KEY
061500             MOVE "Y" TO WS-WRITTEN-SWITCH
061600     END-WRITE.
061700     IF NOT WS-ITEM-WRITTEN
061800         MOVE "LINE RENUMBERED" TO WS-DL-NOTE
061900         PERFORM 3200-TRY-VISIT-LINE THRU 3200-EXIT
062000             VARYING WS-TRY-LINE FROM 1 BY 1
062100             UNTIL WS-ITEM-WRITTEN
062200                OR WS-TRY-LINE > 99
062300     END-IF.
062400     IF NOT WS-ITEM-WRITTEN
062500         MOVE SPACES TO WS-DL-TO
062600         MOVE "DUP KEY - NOT MOVED" TO WS-DL-NOTE
062700         WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE
062800         ADD 1 TO WS-ITEMS-NOT-MOVED
062900         GO TO 3100-NEXT
063000     END-IF.
063100     MOVE VH-PATIENT-ID        TO WS-AH-PATIENT-ID.
063200     MOVE VH-LINE-NO           TO WS-AH-SUFFIX.
063300     MOVE WS-AH-KEY            TO WS-DL-TO.
063310     MOVE VH-KEY               TO WS-NEW-VH-KEY.
063400     MOVE WS-LAST-VH-KEY       TO VH-KEY.
063500     DELETE VISIT-HISTORY-FILE RECORD
063600         INVALID KEY
063700             DISPLAY "PATMERGE - VISIT DELETE FAILED: " VH-KEY
063800     END-DELETE.
063900     ADD 1 TO WS-VISITS-MOVED.
064000     IF WS-DL-NOTE NOT = "MOVED"
064100         ADD 1 TO WS-VISITS-RENUMBERED
064200     END-IF.
064210     PERFORM 3300-MOVE-USAGE THRU 3300-EXIT.
064220     PERFORM 3400-MOVE-CLAIM THRU 3400-EXIT.
064300     MOVE "VISIT_HIST" TO WS-AUDIT-FIELD.
064400     PERFORM 7500-AUDIT-ITEM THRU 7500-EXIT.
064500     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
064600 3100-NEXT.
064700     MOVE WS-LAST-VH-KEY TO VH-KEY.
064800     START VISIT-HISTORY-FILE
064900         KEY IS GREATER THAN VH-KEY
065000         INVALID KEY
065100             MOVE "Y" TO WS-SCAN-SWITCH
065200     END-START.
065300 3100-EXIT.
065400     EXIT.
065500*****************************************************************
065600*    3200-TRY-VISIT-LINE  --  THE LINE UNDER THE KEPT PATIENT   *
065700*    AT LINE NUMBER WS-TRY-LINE                                 *
065800*****************************************************************
065900 3200-TRY-VISIT-LINE.
066000     MOVE WS-SAVE-VH-RECORD TO VISIT-HISTORY-RECORD.
066100     MOVE WS-KEEP-ID        TO VH-PATIENT-ID.
066200     MOVE WS-TRY-LINE       TO VH-LINE-NO.
066300     WRITE VISIT-HISTORY-RECORD
066400         INVALID KEY
066500             CONTINUE
066600         NOT INVALID KEY
066700             MOVE "Y" TO WS-WRITTEN-SWITCH
066800     END-WRITE.
066900 3200-EXIT.
067000     EXIT.
067001*****************************************************************
067002*    3300-MOVE-USAGE  --  THE STOCK-USAGE ENTRY OF THE LINE     *
067003*    JUST MOVED FOLLOWS IT TO ITS NEW KEY.  A LINE INVDEPL HAS  *
067004*    NOT SEEN YET HAS NO ENTRY AND IS TAKEN UNDER THE NEW KEY   *
067005*****************************************************************
067006 3300-MOVE-USAGE.
067007     IF NOT WS-USAGE-FILE-AVAILABLE
067008         GO TO 3300-EXIT
067009     END-IF.
067010     MOVE WS-LAST-VH-KEY TO IU-KEY.
067011     READ INVENTORY-USAGE-FILE
067012         INVALID KEY
067013             GO TO 3300-EXIT
067014     END-READ.
067015     MOVE WS-NEW-VH-KEY TO IU-KEY.
067016     WRITE INVENTORY-USAGE-RECORD
067017         INVALID KEY
067018             DISPLAY "PATMERGE - USAGE WRITE FAILED: " IU-KEY
067019             GO TO 3300-EXIT
067020     END-WRITE.
067021     MOVE WS-LAST-VH-KEY TO IU-KEY.
067022     DELETE INVENTORY-USAGE-FILE RECORD
067023         INVALID KEY
067024             DISPLAY "PATMERGE - USAGE DELETE FAILED: " IU-KEY
067025     END-DELETE.
067026 3300-EXIT.
067027     EXIT.
067028*****************************************************************
067029*    3400-MOVE-CLAIM  --  THE INSURANCE CLAIM OF THE LINE JUST  *
067030*    MOVED FOLLOWS IT TO ITS NEW KEY, SO INSCLAIM SEES THE      *
067031*    LINE AS ALREADY CLAIMED.  ONLY SETTLED CLAIMS ARE LEFT BY  *
067032*    NOW; 1300-CHECK-OPEN-ACCOUNTS REFUSED ANY STILL AT S       *
067033*****************************************************************
067034 3400-MOVE-CLAIM.
067035     IF NOT WS-CLAIM-FILE-AVAILABLE
067036         GO TO 3400-EXIT
067037     END-IF.
067038     MOVE WS-LAST-VH-KEY TO IC-KEY.
067039     READ INSURANCE-CLAIM-FILE
067040         INVALID KEY
067041             GO TO 3400-EXIT
067042     END-READ.
067043     MOVE WS-NEW-VH-KEY TO IC-KEY.
067044     WRITE INSURANCE-CLAIM-RECORD
067045         INVALID KEY
067046             DISPLAY "PATMERGE - CLAIM WRITE FAILED: " IC-KEY
067047             GO TO 3400-EXIT
067048     END-WRITE.
067049     MOVE WS-LAST-VH-KEY TO IC-KEY.
067050     DELETE INSURANCE-CLAIM-FILE RECORD
067051         INVALID KEY
067052             DISPLAY "PATMERGE - CLAIM DELETE FAILED: " IC-KEY
067053     END-DELETE.
067054     ADD 1 TO WS-CLAIMS-MOVED.
067055 3400-EXIT.
067056     EXIT.
067100*****************************************************************
067200*    4000-MOVE-PAYMENTS  --  EVERY PAYMENT-HISTORY ENTRY OF     *
067300*    THE RETIRED PATIENT, IN KEY ORDER                          *
067400*****************************************************************
067500 4000-MOVE-PAYMENTS.
067600     IF NOT WS-PAYMENT-FILE-AVAILABLE
067700         GO TO 4000-EXIT
067800     END-IF.
067900     MOVE "N" TO WS-SCAN-SWITCH.
068000     MOVE WS-RETIRE-ID TO PH-PATIENT-ID.
068100     MOVE 0 TO PH-PAYMENT-DATE.
068200     START PAYMENT-HISTORY-FILE
068300         KEY IS NOT LESS THAN PH-KEY
068400         INVALID KEY
068500             MOVE "Y" TO WS-SCAN-SWITCH
068600     END-START.
068700     PERFORM 4100-MOVE-ONE-PAYMENT THRU 4100-EXIT
068800         UNTIL WS-SCAN-DONE.
068900 4000-EXIT.
069000     EXIT.
069100*****************************************************************
069200*    4100-MOVE-ONE-PAYMENT  --  PAYMENT HISTORY IS KEYED BY     *
069300*    DATE ALONE, SO AN ENTRY DATED THE SAME DAY AS ONE THE      *
069400*    KEPT PATIENT ALREADY HAS CANNOT GO ACROSS.  IT STAYS ON    *
069500*    THE RETIRED PATIENT AND IS REPORTED                        *
069600*****************************************************************
069700 4100-MOVE-ONE-PAYMENT.
069800     READ PAYMENT-HISTORY-FILE NEXT RECORD
069900         AT END
070000             MOVE "Y" TO WS-SCAN-SWITCH
070100             GO TO 4100-EXIT
070200     END-READ.
070300     IF PH-PATIENT-ID NOT = WS-RETIRE-ID
070400         MOVE "Y" TO WS-SCAN-SWITCH
070500         GO TO 4100-EXIT
070600     END-IF.
070700     MOVE PH-KEY               TO WS-LAST-PH-KEY.
070800     MOVE PH-PATIENT-ID        TO WS-AH-PATIENT-ID.
070900     MOVE PH-PAYMENT-DATE      TO WS-AH-DATE.
071000     MOVE PH-ENTRY-TYPE        TO WS-AH-SUFFIX.
071100     MOVE PH-PAYMENT-AMOUNT    TO WS-AH-AMOUNT.
071200     MOVE WS-AUDIT-HIST-VALUE  TO WS-AUDIT-FROM-VALUE.
071300     MOVE "PAYMENT"            TO WS-DL-ITEM.
071400     MOVE WS-AH-KEY            TO WS-DL-FROM.
071500     MOVE PH-PAYMENT-AMOUNT    TO WS-DL-AMOUNT.
071600     MOVE "MOVED"              TO WS-DL-NOTE.
071700     MOVE WS-KEEP-ID           TO PH-PATIENT-ID.
071800     WRITE PAYMENT-HISTORY-RECORD
071900         INVALID KEY
072000             MOVE SPACES TO WS-DL-TO
072100             MOVE "DUP KEY - NOT MOVED" TO WS-DL-NOTE
072200             WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE
072300             ADD 1 TO WS-ITEMS-NOT-MOVED
072400             GO TO 4100-NEXT
072500     END-WRITE.
072600     MOVE WS-KEEP-ID           TO WS-AH-PATIENT-ID.
072700     MOVE WS-AH-KEY            TO WS-DL-TO.
072800     MOVE WS-LAST-PH-KEY       TO PH-KEY.
072900     DELETE PAYMENT-HISTORY-FILE RECORD
073000         INVALID KEY
073100             DISPLAY "PATMERGE - PAYMENT DELETE FAILED: " PH-KEY
073200     END-DELETE.
073300     ADD 1 TO WS-PAYMENTS-MOVED.
073400     MOVE "PAY_HIST" TO WS-AUDIT-FIELD.
073500     PERFORM 7500-AUDIT-ITEM THRU 7500-EXIT.
073600     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
073700 4100-NEXT.
073800     MOVE WS-LAST-PH-KEY TO PH-KEY.
073900     START PAYMENT-HISTORY-FILE
074000         KEY IS GREATER THAN PH-KEY
074100         INVALID KEY
074200             MOVE "Y" TO WS-SCAN-SWITCH
074300     END-START.
074400 4100-EXIT.
074500     EXIT.
074600*****************************************************************
074700*    5000-MOVE-APPOINTMENTS  --  THE BOOK IS KEYED BY DATE AND  *
074800*    TIME, SO EVERY SLOT FROM TODAY ON IS READ AND THE RETIRED  *
074900*    PATIENT'S ARE REWRITTEN IN PLACE.  PAST SLOTS STAY AS THE  *
075000*    RECORD OF WHAT HAPPENED                                    *
075100*****************************************************************
075200 5000-MOVE-APPOINTMENTS.
075300     IF NOT WS-APPT-FILE-AVAILABLE
075400         GO TO 5000-EXIT
075500     END-IF.
075600     MOVE "N" TO WS-SCAN-SWITCH.
075700     MOVE WS-CURRENT-DATE-N TO AB-APPT-DATE.
075800     MOVE 0 TO AB-APPT-TIME.
075900     START APPOINTMENT-FILE
076000         KEY IS NOT LESS THAN AB-KEY
076100         INVALID KEY
076200             MOVE "Y" TO WS-SCAN-SWITCH
076300     END-START.
076400     PERFORM 5100-MOVE-ONE-APPOINTMENT THRU 5100-EXIT
076500         UNTIL WS-SCAN-DONE.
076600 5000-EXIT.
076700     EXIT.
076800*****************************************************************
076900*    5100-MOVE-ONE-APPOINTMENT                                  *
077000*****************************************************************
077100 5100-MOVE-ONE-APPOINTMENT.
077200     READ APPOINTMENT-FILE NEXT RECORD
077300         AT END
077400             MOVE "Y" TO WS-SCAN-SWITCH
077500             GO TO 5100-EXIT
077600     END-READ.
077700     IF AB-PATIENT-ID NOT = WS-RETIRE-ID
077800         GO TO 5100-EXIT
077900     END-IF.
078000     MOVE AB-PATIENT-ID        TO WS-AH-PATIENT-ID.
078100     MOVE AB-APPT-DATE         TO WS-AH-DATE.
078200     MOVE AB-APPT-TIME         TO WS-AH-SUFFIX.
078300     MOVE 0                    TO WS-AH-AMOUNT.
078400     MOVE WS-AUDIT-HIST-VALUE  TO WS-AUDIT-FROM-VALUE.
078500     MOVE "APPT"               TO WS-DL-ITEM.
078600     MOVE WS-AH-KEY            TO WS-DL-FROM.
078700     MOVE 0                    TO WS-DL-AMOUNT.
078800     MOVE "MOVED"              TO WS-DL-NOTE.
078900     MOVE WS-KEEP-ID           TO AB-PATIENT-ID.
079000     REWRITE APPOINTMENT-RECORD
079100         INVALID KEY
079200             DISPLAY "PATMERGE - APPOINTMENT REWRITE FAILED: "
079300                 AB-KEY
079400             GO TO 5100-EXIT
079500     END-REWRITE.
079600     MOVE WS-KEEP-ID           TO WS-AH-PATIENT-ID.
079700     MOVE WS-AH-KEY            TO WS-DL-TO.
079800     ADD 1 TO WS-APPTS-MOVED.
079900     MOVE "APPT_BOOK" TO WS-AUDIT-FIELD.
080000     PERFORM 7500-AUDIT-ITEM THRU 7500-EXIT.
080100     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
080200 5100-EXIT.
080300     EXIT.
080400*****************************************************************
080500*    6000-MOVE-LINKS  --  THE LINK FILE IS KEYED BY PHONE       *
080600*    FIRST, SO THE WHOLE FILE IS READ FOR THE RETIRED PATIENT   *
080700*****************************************************************
080800 6000-MOVE-LINKS.
080900     IF NOT WS-LINK-FILE-AVAILABLE
081000         GO TO 6000-EXIT
081100     END-IF.
081200     MOVE "N" TO WS-SCAN-SWITCH.
081300     MOVE LOW-VALUES TO OL-KEY.
081400     START OWNER-LINK-FILE
081500         KEY IS NOT LESS THAN OL-KEY
081600         INVALID KEY
081700             MOVE "Y" TO WS-SCAN-SWITCH
081800     END-START.
081900     PERFORM 6100-MOVE-ONE-LINK THRU 6100-EXIT
082000         UNTIL WS-SCAN-DONE.
082100 6000-EXIT.
082200     EXIT.
082300*****************************************************************
082400*    6100-MOVE-ONE-LINK  --  LINK THE KEPT PATIENT TO THE SAME  *
082500*    OWNER AND DROP THE RETIRED LINK.  IF THE KEPT PATIENT IS   *
082600*    ALREADY LINKED TO THAT OWNER ONLY THE DELETE IS NEEDED     *
082700*****************************************************************
082800 6100-MOVE-ONE-LINK.
082900     READ OWNER-LINK-FILE NEXT RECORD
083000         AT END
083100             MOVE "Y" TO WS-SCAN-SWITCH
083200             GO TO 6100-EXIT
083300     END-READ.
083400     IF OL-PATIENT-ID NOT = WS-RETIRE-ID
083500         GO TO 6100-EXIT
083600     END-IF.
083700     MOVE OL-KEY               TO WS-LAST-OL-KEY.
083800     MOVE OL-PHONE             TO WS-AL-PHONE.
083900     MOVE OL-PATIENT-ID        TO WS-AL-PATIENT-ID.
084000     MOVE WS-AUDIT-LINK-VALUE  TO WS-AUDIT-FROM-VALUE.
084100     MOVE "LINK"               TO WS-DL-ITEM.
084200     MOVE WS-AUDIT-LINK-VALUE  TO WS-DL-FROM.
084300     MOVE 0                    TO WS-DL-AMOUNT.
084400     MOVE "MOVED"              TO WS-DL-NOTE.
084500     MOVE WS-KEEP-ID           TO OL-PATIENT-ID.
084600     WRITE OWNER-LINK-RECORD
084700         INVALID KEY
084800             MOVE "ALREADY LINKED" TO WS-DL-NOTE
084900             ADD 1 TO WS-LINKS-ALREADY
085000         NOT INVALID KEY
085100             ADD 1 TO WS-LINKS-MOVED
085200     END-WRITE.
085300     MOVE WS-KEEP-ID           TO WS-AL-PATIENT-ID.
085400     MOVE WS-AUDIT-LINK-VALUE  TO WS-DL-TO.
085500     MOVE WS-LAST-OL-KEY       TO OL-KEY.
085600     DELETE OWNER-LINK-FILE RECORD
085700         INVALID KEY
085800             DISPLAY "PATMERGE - LINK DELETE FAILED: " OL-KEY
085900     END-DELETE.
086000     MOVE "OWNER_LINK" TO WS-AUDIT-FIELD.
086100     PERFORM 7500-AUDIT-ITEM THRU 7500-EXIT.
086200     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
086300     MOVE WS-LAST-OL-KEY TO OL-KEY.
086400     START OWNER-LINK-FILE
086500         KEY IS GREATER THAN OL-KEY
086600         INVALID KEY
086700             MOVE "Y" TO WS-SCAN-SWITCH
086800     END-START.
086900 6100-EXIT.
087000     EXIT.
087100*****************************************************************
087200*    7000-MERGE-MASTERS  --  CARRY THE BALANCE TO THE KEPT      *
087300*    PATIENT, THEN RETIRE THE DUPLICATE.  THE DUPLICATE IS      *
087310*    ONLY ZEROED ONCE ITS BALANCE IS SAFELY ON THE SURVIVOR     *
087400*****************************************************************
087500 7000-MERGE-MASTERS.
087510     IF WS-BALANCE-ALREADY-CARRIED
087520         MOVE "MASTER"             TO WS-DL-ITEM
087530         MOVE WS-RETIRE-ID         TO WS-DL-FROM
087540         MOVE WS-KEEP-ID           TO WS-DL-TO
087550         MOVE WS-CARRIED-EARLIER   TO WS-DL-AMOUNT
087560         MOVE "ADDED ON EARLIER RUN" TO WS-DL-NOTE
087570         WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE
087580     ELSE
087600         PERFORM 7200-UPDATE-KEPT-PATIENT THRU 7200-EXIT
087610     END-IF.
087620     IF WS-BALANCE-ALREADY-CARRIED
087700         PERFORM 7100-RETIRE-PATIENT THRU 7100-EXIT
087710     ELSE
087720         DISPLAY "PATMERGE - BALANCE NOT CARRIED, "
087730             WS-RETIRE-ID " LEFT ACTIVE"
087735         MOVE 8 TO RETURN-CODE
087740     END-IF.
087800 7000-EXIT.
087900     EXIT.
088000*****************************************************************
088100*    7100-RETIRE-PATIENT  --  ZERO BALANCE, INACTIVE AS OF      *
088200*    TODAY, POINTING AT THE SURVIVOR                            *
088300*****************************************************************
088400 7100-RETIRE-PATIENT.
088500     MOVE WS-RETIRE-ID TO WS-READ-ID.
088600     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
088700     IF NOT WS-PATIENT-FOUND
088800         DISPLAY "PATMERGE - RETIRED PATIENT REREAD FAILED: "
088900             WS-RETIRE-ID
089000         GO TO 7100-EXIT
089100     END-IF.
089200     MOVE OPEN_BAL OF FINANCIAL   TO WS-RET-BAL-BEFORE.
089300     MOVE OPEN_BAL OF FINANCIAL   TO WS-AUDIT-OLD-BAL.
089400     MOVE PSTATUS OF STATUS-INFO  TO WS-AUDIT-OLD-STATUS.
089500     MOVE 0                       TO OPEN_BAL OF FINANCIAL.
089600     MOVE "I"                     TO PSTATUS OF STATUS-INFO.
089700     MOVE WS-CURRENT-DATE-N       TO STATUS_DATE OF STATUS-INFO.
089800     MOVE WS-KEEP-ID              TO MERGED_TO OF STATUS-INFO.
089900     REWRITE JR-RECORD
090000         INVALID KEY
090100             DISPLAY "PATMERGE - RETIRED PATIENT REWRITE FAILED: "
090200                 WS-RETIRE-ID
090300             GO TO 7100-EXIT
090400     END-REWRITE.
090500     MOVE "W"                  TO AP-FUNCTION-CODE.
090600     MOVE WS-RETIRE-ID         TO AP-PATIENT-ID.
090700     MOVE "OPEN_BAL"           TO AP-FIELD-NAME.
090800     MOVE WS-AUDIT-OLD-BAL     TO AP-OLD-VALUE.
090900     MOVE 0                    TO WS-AUDIT-NEW-BAL.
091000     MOVE SPACES               TO AP-NEW-VALUE.
091100     MOVE WS-AUDIT-NEW-BAL     TO AP-NEW-VALUE (1:12).
091200     MOVE "MERGE"              TO AP-NEW-VALUE (14:5).
091300     MOVE WS-KEEP-ID           TO AP-NEW-VALUE (20:5).
091400     MOVE WS-OPERATOR-ID       TO AP-USER-ID.
091500     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
091600     IF WS-AUDIT-OLD-STATUS NOT = "I"
091700         MOVE "W"                  TO AP-FUNCTION-CODE
091800         MOVE WS-RETIRE-ID         TO AP-PATIENT-ID
091900         MOVE "PSTATUS"            TO AP-FIELD-NAME
092000         MOVE WS-AUDIT-OLD-STATUS  TO AP-OLD-VALUE
092100         MOVE "I"                  TO AP-NEW-VALUE
092200         MOVE WS-OPERATOR-ID       TO AP-USER-ID
092300         CALL "AUDITWRT" USING AUDIT-PARM-AREA
092400     END-IF.
092500     MOVE "W"                  TO AP-FUNCTION-CODE.
092600     MOVE WS-RETIRE-ID         TO AP-PATIENT-ID.
092700     MOVE "MERGED_TO"          TO AP-FIELD-NAME.
092800     MOVE SPACES               TO AP-OLD-VALUE.
092900     MOVE WS-KEEP-ID           TO AP-NEW-VALUE.
093000     MOVE WS-OPERATOR-ID       TO AP-USER-ID.
093100     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
093200     MOVE "MASTER"             TO WS-DL-ITEM.
093300     MOVE WS-RETIRE-ID         TO WS-DL-FROM.
093400     MOVE WS-KEEP-ID           TO WS-DL-TO.
093500     MOVE WS-RET-BAL-BEFORE    TO WS-DL-AMOUNT.
093600     MOVE "OPEN_BAL, RETIRED"  TO WS-DL-NOTE.
093700     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
093800 7100-EXIT.
093900     EXIT.
094000*****************************************************************
094100*    7200-UPDATE-KEPT-PATIENT  --  ADD THE RETIRED BALANCE AND  *
094200*    TAKE THE LATER OF THE TWO LAST VISITS                      *
094300*****************************************************************
094400 7200-UPDATE-KEPT-PATIENT.
094500     MOVE WS-KEEP-ID TO WS-READ-ID.
094600     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
094700     IF NOT WS-PATIENT-FOUND
094800         DISPLAY "PATMERGE - KEPT PATIENT REREAD FAILED: "
094900             WS-KEEP-ID
095000         GO TO 7200-EXIT
095100     END-IF.
095200     MOVE OPEN_BAL OF FINANCIAL   TO WS-KEEP-BAL-BEFORE.
095300     MOVE OPEN_BAL OF FINANCIAL   TO WS-AUDIT-OLD-BAL.
095400     MOVE LAST_VISIT OF FINANCIAL TO WS-AUDIT-OLD-VISIT.
095500     ADD WS-RET-BAL-BEFORE TO OPEN_BAL OF FINANCIAL.
095600     IF WS-RETIRE-LAST-VISIT > WS-AUDIT-OLD-VISIT
095700         MOVE WS-RETIRE-LAST-VISIT TO LAST_VISIT OF FINANCIAL
095800     END-IF.
095900     REWRITE JR-RECORD
096000         INVALID KEY
096100             DISPLAY "PATMERGE - KEPT PATIENT REWRITE FAILED: "
096200                 WS-KEEP-ID
096300             GO TO 7200-EXIT
096400     END-REWRITE.
096410     MOVE "Y" TO WS-CARRIED-SWITCH.
096500     MOVE "W"                  TO AP-FUNCTION-CODE.
096600     MOVE WS-KEEP-ID           TO AP-PATIENT-ID.
096700     MOVE "OPEN_BAL"           TO AP-FIELD-NAME.
096800     MOVE WS-AUDIT-OLD-BAL     TO AP-OLD-VALUE.
096900     MOVE OPEN_BAL OF FINANCIAL TO WS-AUDIT-NEW-BAL.
097000     MOVE SPACES               TO AP-NEW-VALUE.
097100     MOVE WS-AUDIT-NEW-BAL     TO AP-NEW-VALUE (1:12).
097200     MOVE "MERGE"              TO AP-NEW-VALUE (14:5).
097300     MOVE WS-RETIRE-ID         TO AP-NEW-VALUE (20:5).
097400     MOVE WS-OPERATOR-ID       TO AP-USER-ID.
097500     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
097600     IF LAST_VISIT OF FINANCIAL NOT = WS-AUDIT-OLD-VISIT
097700         MOVE "W"                  TO AP-FUNCTION-CODE
097800         MOVE WS-KEEP-ID           TO AP-PATIENT-ID
097900         MOVE "LAST_VISIT"         TO AP-FIELD-NAME
098000         MOVE WS-AUDIT-OLD-VISIT   TO AP-OLD-VALUE
098100         MOVE LAST_VISIT OF FINANCIAL TO AP-NEW-VALUE
098200         MOVE WS-OPERATOR-ID       TO AP-USER-ID
098300         CALL "AUDITWRT" USING AUDIT-PARM-AREA
098400     END-IF.
098500     MOVE "MASTER"             TO WS-DL-ITEM.
098600     MOVE WS-RETIRE-ID         TO WS-DL-FROM.
098700     MOVE WS-KEEP-ID           TO WS-DL-TO.
098800     MOVE WS-RET-BAL-BEFORE    TO WS-DL-AMOUNT.
098900     MOVE "OPEN_BAL, ADDED"    TO WS-DL-NOTE.
099000     WRITE MERGE-REPORT-LINE FROM WS-DETAIL-LINE.
099100 7200-EXIT.
099200     EXIT.
099300*****************************************************************
099400*    7500-AUDIT-ITEM  --  JOURNAL ONE MOVED HISTORY ITEM UNDER  *
099500*    THE RETIRED PATIENT: WHERE IT WAS AND WHERE IT WENT        *
099600*****************************************************************
099700 7500-AUDIT-ITEM.
099800     MOVE "W"                  TO AP-FUNCTION-CODE.
099900     MOVE WS-RETIRE-ID         TO AP-PATIENT-ID.
100000     MOVE WS-AUDIT-FIELD       TO AP-FIELD-NAME.
100100     MOVE WS-AUDIT-FROM-VALUE  TO AP-OLD-VALUE.
100200     IF WS-AUDIT-FIELD = "OWNER_LINK"
100300         MOVE WS-AUDIT-LINK-VALUE TO AP-NEW-VALUE
100400     ELSE
100500         MOVE WS-AUDIT-HIST-VALUE TO AP-NEW-VALUE
100600     END-IF.
100700     MOVE WS-OPERATOR-ID       TO AP-USER-ID.
100800     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
100900 7500-EXIT.
101000     EXIT.
101100*****************************************************************
101200*    8000-PROVE-MERGE  --  TOTAL BOTH PATIENTS AGAIN FROM THE   *
101300*    FILES AND PROVE THAT WHAT LEFT ONE REACHED THE OTHER       *
101400*****************************************************************
101500 8000-PROVE-MERGE.
101600     MOVE WS-RETIRE-ID TO WS-SUM-PATIENT-ID.
101700     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
101800     MOVE WS-SUM-VISIT-LINES TO WS-RET-LINES-AFTER.
101900     MOVE WS-SUM-VISIT-FEES  TO WS-RET-FEES-AFTER.
102000     MOVE WS-SUM-PAY-ENTRIES TO WS-RET-ENTRIES-AFTER.
102100     MOVE WS-SUM-PAYMENTS    TO WS-RET-PAYS-AFTER.
102200     MOVE WS-KEEP-ID TO WS-SUM-PATIENT-ID.
102300     PERFORM 2100-SUM-HISTORY THRU 2100-EXIT.
102400     MOVE WS-SUM-VISIT-LINES TO WS-KEEP-LINES-AFTER.
102500     MOVE WS-SUM-VISIT-FEES  TO WS-KEEP-FEES-AFTER.
102600     MOVE WS-SUM-PAY-ENTRIES TO WS-KEEP-ENTRIES-AFTER.
102700     MOVE WS-SUM-PAYMENTS    TO WS-KEEP-PAYS-AFTER.
102800     MOVE WS-RETIRE-ID TO WS-READ-ID.
102900     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
103000     MOVE OPEN_BAL OF FINANCIAL TO WS-RET-BAL-AFTER.
103100     MOVE WS-KEEP-ID TO WS-READ-ID.
103200     PERFORM 1150-READ-PATIENT THRU 1150-EXIT.
103300     MOVE OPEN_BAL OF FINANCIAL TO WS-KEEP-BAL-AFTER.
103400     MOVE SPACES TO MERGE-REPORT-LINE.
103500     WRITE MERGE-REPORT-LINE.
103600     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-HEADING.
103700     MOVE "RETIRED VISIT FEES" TO WS-SL-LABEL.
103800     MOVE WS-RET-LINES-BEFORE   TO WS-SL-COUNT-BEFORE.
103900     MOVE WS-RET-FEES-BEFORE    TO WS-SL-AMOUNT-BEFORE.
104000     MOVE WS-RET-LINES-AFTER    TO WS-SL-COUNT-AFTER.
104100     MOVE WS-RET-FEES-AFTER     TO WS-SL-AMOUNT-AFTER.
104200     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
104300     MOVE "KEPT    VISIT FEES" TO WS-SL-LABEL.
104400     MOVE WS-KEEP-LINES-BEFORE  TO WS-SL-COUNT-BEFORE.
104500     MOVE WS-KEEP-FEES-BEFORE   TO WS-SL-AMOUNT-BEFORE.
104600     MOVE WS-KEEP-LINES-AFTER   TO WS-SL-COUNT-AFTER.
104700     MOVE WS-KEEP-FEES-AFTER    TO WS-SL-AMOUNT-AFTER.
104800     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
104900     MOVE "RETIRED PAYMENTS"   TO WS-SL-LABEL.
105000     MOVE WS-RET-ENTRIES-BEFORE TO WS-SL-COUNT-BEFORE.
105100     MOVE WS-RET-PAYS-BEFORE    TO WS-SL-AMOUNT-BEFORE.
105200     MOVE WS-RET-ENTRIES-AFTER  TO WS-SL-COUNT-AFTER.
105300     MOVE WS-RET-PAYS-AFTER     TO WS-SL-AMOUNT-AFTER.
105400     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
105500     MOVE "KEPT    PAYMENTS"   TO WS-SL-LABEL.
105600     MOVE WS-KEEP-ENTRIES-BEFORE TO WS-SL-COUNT-BEFORE.
105700     MOVE WS-KEEP-PAYS-BEFORE   TO WS-SL-AMOUNT-BEFORE.
105800     MOVE WS-KEEP-ENTRIES-AFTER TO WS-SL-COUNT-AFTER.
105900     MOVE WS-KEEP-PAYS-AFTER    TO WS-SL-AMOUNT-AFTER.
106000     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
106100     MOVE "RETIRED OPEN_BAL"   TO WS-SL-LABEL.
106200     MOVE 1                     TO WS-SL-COUNT-BEFORE.
106300     MOVE WS-RET-BAL-BEFORE     TO WS-SL-AMOUNT-BEFORE.
106400     MOVE 1                     TO WS-SL-COUNT-AFTER.
106500     MOVE WS-RET-BAL-AFTER      TO WS-SL-AMOUNT-AFTER.
106600     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
106700     MOVE "KEPT    OPEN_BAL"   TO WS-SL-LABEL.
106800     MOVE WS-KEEP-BAL-BEFORE    TO WS-SL-AMOUNT-BEFORE.
106900     MOVE WS-KEEP-BAL-AFTER     TO WS-SL-AMOUNT-AFTER.
107000     WRITE MERGE-REPORT-LINE FROM WS-SNAPSHOT-LINE.
107100     MOVE SPACES TO MERGE-REPORT-LINE.
107200     WRITE MERGE-REPORT-LINE.
107300     WRITE MERGE-REPORT-LINE FROM WS-PROOF-HEADING.
107400     COMPUTE WS-DOLLARS-OUT =
107500         WS-RET-FEES-BEFORE - WS-RET-FEES-AFTER.
107600     COMPUTE WS-DOLLARS-IN =
107700         WS-KEEP-FEES-AFTER - WS-KEEP-FEES-BEFORE.
107800     MOVE "VISIT FEES"         TO WS-PR-LABEL.
107900     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
108000     COMPUTE WS-DOLLARS-OUT =
108100         WS-RET-PAYS-BEFORE - WS-RET-PAYS-AFTER.
108200     COMPUTE WS-DOLLARS-IN =
108300         WS-KEEP-PAYS-AFTER - WS-KEEP-PAYS-BEFORE.
108400     MOVE "PAYMENTS"           TO WS-PR-LABEL.
108500     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
108600     COMPUTE WS-DOLLARS-OUT =
108700         WS-RET-BAL-BEFORE - WS-RET-BAL-AFTER.
108800     COMPUTE WS-DOLLARS-IN =
108900         WS-KEEP-BAL-AFTER - WS-KEEP-BAL-BEFORE
108910         + WS-CARRIED-EARLIER.
109000     MOVE "OPEN_BAL"           TO WS-PR-LABEL.
109100     PERFORM 8100-PRINT-PROOF-LINE THRU 8100-EXIT.
109200     IF NOT WS-MERGE-PROVED
109300         MOVE 8 TO RETURN-CODE
109400     ELSE
109500         IF WS-ITEMS-NOT-MOVED > 0
109550                AND RETURN-CODE < 4
109600             MOVE 4 TO RETURN-CODE
109700         END-IF
109800     END-IF.
109900 8000-EXIT.
110000     EXIT.
110100*****************************************************************
110200*    8100-PRINT-PROOF-LINE  --  ONE OUT/IN PAIR AND ITS RESULT  *
110300*****************************************************************
110400 8100-PRINT-PROOF-LINE.
110500     MOVE WS-DOLLARS-OUT TO WS-PR-OUT.
110600     MOVE WS-DOLLARS-IN  TO WS-PR-IN.
110700     IF WS-DOLLARS-OUT = WS-DOLLARS-IN
110800         MOVE "PROVED"         TO WS-PR-RESULT
110900     ELSE
111000         MOVE "OUT OF BALANCE" TO WS-PR-RESULT
111100         MOVE "N" TO WS-PROOF-SWITCH
111200     END-IF.
111300     WRITE MERGE-REPORT-LINE FROM WS-PROOF-LINE.
111400 8100-EXIT.
111500     EXIT.
111600*****************************************************************
111700*    8500-PRINT-COUNTS  --  WHAT MOVED AND WHAT DID NOT         *
111800*****************************************************************
111900 8500-PRINT-COUNTS.
112000     MOVE SPACES TO MERGE-REPORT-LINE.
112100     WRITE MERGE-REPORT-LINE.
112200     MOVE "VISIT LINES MOVED      :" TO WS-CL-LABEL.
112300     MOVE WS-VISITS-MOVED      TO WS-CL-COUNT.
112400     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
112500     MOVE "  OF WHICH RENUMBERED  :" TO WS-CL-LABEL.
112600     MOVE WS-VISITS-RENUMBERED TO WS-CL-COUNT.
112700     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
112800     MOVE "PAYMENT ENTRIES MOVED  :" TO WS-CL-LABEL.
112900     MOVE WS-PAYMENTS-MOVED    TO WS-CL-COUNT.
113000     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
113100     MOVE "APPOINTMENTS MOVED     :" TO WS-CL-LABEL.
113200     MOVE WS-APPTS-MOVED       TO WS-CL-COUNT.
113300     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
113400     MOVE "OWNER LINKS MOVED      :" TO WS-CL-LABEL.
113500     MOVE WS-LINKS-MOVED       TO WS-CL-COUNT.
113600     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
113700     MOVE "OWNER LINKS ALREADY ON :" TO WS-CL-LABEL.
113800     MOVE WS-LINKS-ALREADY     TO WS-CL-COUNT.
113900     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
114000     MOVE "ENTRIES NOT MOVED      :" TO WS-CL-LABEL.
114100     MOVE WS-ITEMS-NOT-MOVED   TO WS-CL-COUNT.
114200     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
114210     MOVE "CLAIMS MOVED           :" TO WS-CL-LABEL.
114220     MOVE WS-CLAIMS-MOVED      TO WS-CL-COUNT.
114230     WRITE MERGE-REPORT-LINE FROM WS-COUNT-LINE.
114300 8500-EXIT.
114400     EXIT.
114500*****************************************************************
114600*    9999-TERMINATE  --  CLOSE THE JOURNAL AND FILES, DISPLAY   *
114700*    COUNTS                                                     *
114800*****************************************************************
114900 9999-TERMINATE.
115000     IF NOT WS-MERGE-REFUSED
115100         DISPLAY "PATMERGE - MERGED " WS-RETIRE-ID
115200             " INTO " WS-KEEP-ID
115300         DISPLAY "PATMERGE - VISIT LINES MOVED: " WS-VISITS-MOVED
115400         DISPLAY "PATMERGE - PAYMENTS MOVED   : "
115500             WS-PAYMENTS-MOVED
115600         DISPLAY "PATMERGE - APPTS MOVED      : " WS-APPTS-MOVED
115700         DISPLAY "PATMERGE - LINKS MOVED      : " WS-LINKS-MOVED
115800         DISPLAY "PATMERGE - NOT MOVED        : "
115900             WS-ITEMS-NOT-MOVED
116000         IF NOT WS-MERGE-PROVED
116100             DISPLAY "PATMERGE - PROOF OUT OF BALANCE, "
116200                 "SEE MERGERPT"
116300         END-IF
116400         MOVE "C" TO AP-FUNCTION-CODE
116500         CALL "AUDITWRT" USING AUDIT-PARM-AREA
116600     END-IF.
116700     IF WS-JR-FILE-OPEN
116800         CLOSE JR-FILE
116900     END-IF.
117000     IF WS-VISIT-FILE-AVAILABLE
117100         CLOSE VISIT-HISTORY-FILE
117200     END-IF.
117300     IF WS-PAYMENT-FILE-AVAILABLE
117400         CLOSE PAYMENT-HISTORY-FILE
117500     END-IF.
117600     IF WS-APPT-FILE-AVAILABLE
117700         CLOSE APPOINTMENT-FILE
117800     END-IF.
117900     IF WS-LINK-FILE-AVAILABLE
118000         CLOSE OWNER-LINK-FILE
118100     END-IF.
118110     IF WS-USAGE-FILE-AVAILABLE
118120         CLOSE INVENTORY-USAGE-FILE
118130     END-IF.
118140     IF WS-CLAIM-FILE-AVAILABLE
118150         CLOSE INSURANCE-CLAIM-FILE
118160     END-IF.
118200     CLOSE MERGE-REPORT.
118300 9999-EXIT.
118400     EXIT.
