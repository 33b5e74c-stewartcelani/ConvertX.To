000100*****************************************************************
000200*                                                               *
000300*    BRDSUMM                                                    *
000400*                                                               *
000500*    DISCHARGE STAY SUMMARY                                     *
000600*                                                               *
000700*    PRINTS ONE SUMMARY FOR EACH BOARDING OR HOSPITAL STAY      *
000800*    DISCHARGED ON A GIVEN DAY, SO THE CLIENT CAN SEE WHAT THE  *
000900*    STAY COST.  THE SUMMARY IS HEADED, LIKE THE VISIT INVOICE, *
001000*    WITH THE OWNER'S NAME, ADDRESS AND PHONE, THE ACCT_NO AND  *
001100*    THE PATIENT-ID, THEN THE KENNEL OR WARD, THE ADMIT AND     *
001200*    DISCHARGE DATES, AND THE DAILY RATE.  EVERY NIGHT CHARGED  *
001300*    BY BRDACCR (FROM THE BOARDING NIGHT FILE, BRDNITE) PRINTS  *
001400*    ON ITS OWN LINE WITH ITS FEE, FOLLOWED BY THE STAY TOTAL.  *
001500*                                                               *
001600*    THE NIGHTS IN THE STAY (ADMIT DATE UP TO, NOT INCLUDING,   *
001700*    THE DISCHARGE DATE) ARE COUNTED AND COMPARED WITH THE      *
001800*    NIGHTS CHARGED.  NIGHTS NOT YET CHARGED ARE CAUGHT UP BY   *
001900*    THE NEXT BRDACCR RUN AND ARE SHOWN AS SUCH; A NIGHT        *
002000*    CHARGED ON OR AFTER THE DISCHARGE DATE IS MARKED FOR THE   *
002100*    DESK TO CREDIT.                                            *
002200*                                                               *
002300*    THE DATE IS ACCEPTED FROM THE OPERATOR AS YYYYMMDD;        *
002400*    ANYTHING NOT NUMERIC FALLS BACK TO TODAY.  A PATIENT-ID    *
002500*    MAY BE GIVEN TO REPRINT ONE SUMMARY; LEFT BLANK, EVERY     *
002600*    STAY DISCHARGED ON THE DATE IS PRINTED.  A MISSING OWNER   *
002700*    MASTER LEAVES THE ADDRESS OFF.  OUTPUT IS BRDSRPT.         *
002800*                                                               *
002900*    MODIFICATION HISTORY                                       *
003000*    --------------------                                       *
003100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003200*                                                               *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  BRDSUMM.
003600 AUTHOR.      J MORALES.
003700 INSTALLATION. CLINIC DATA PROCESSING.
003800 DATE-WRITTEN. 2026/10/15.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT STAY-FILE ASSIGN TO "STAYFILE"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS SY-KEY
005000         FILE STATUS IS WS-SY-STATUS.
005100     SELECT BOARDING-NIGHT-FILE ASSIGN TO "BRDNITE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS BN-KEY
005500         FILE STATUS IS WS-BN-STATUS.
005600     SELECT JR-FILE ASSIGN TO "JRFILE"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS PATIENT-ID
006000         FILE STATUS IS WS-JR-STATUS.
006100     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS OM-PHONE
006500         FILE STATUS IS WS-OM-STATUS.
006600     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS FS-SERVICE-CODE
007000         FILE STATUS IS WS-FS-STATUS.
007100     SELECT SUMMARY-FILE ASSIGN TO "BRDSRPT"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-SS-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  STAY-FILE.
007700     COPY STAYREC.
007800 FD  BOARDING-NIGHT-FILE.
007900     COPY BRDNREC.
008000 FD  JR-FILE.
008100     COPY JRREC.
008200 FD  OWNER-MASTER-FILE.
008300     COPY OWNREC.
008400 FD  FEE-SCHEDULE-FILE.
008500     COPY FEESCHED.
008600 FD  SUMMARY-FILE.
008700 01  SUMMARY-LINE                   PIC X(80).
008800 WORKING-STORAGE SECTION.
008900 01  WS-SY-STATUS                   PIC X(02).
009000 01  WS-BN-STATUS                   PIC X(02).
009100 01  WS-JR-STATUS                   PIC X(02).
009200 01  WS-OM-STATUS                   PIC X(02).
009300 01  WS-FS-STATUS                   PIC X(02).
009400 01  WS-SS-STATUS                   PIC X(02).
009500 01  WS-BN-AVAIL-SWITCH             PIC X(01)     VALUE "N".
009600     88  WS-NIGHT-FILE-AVAILABLE                  VALUE "Y".
009700 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
009800     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
009900 01  WS-FS-AVAIL-SWITCH             PIC X(01)     VALUE "N".
010000     88  WS-FEE-SCHEDULE-AVAILABLE                VALUE "Y".
010100 01  WS-ADDR-FOUND-SWITCH           PIC X(01)     VALUE "N".
010200     88  WS-ADDRESS-FOUND                         VALUE "Y".
010300 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
010400     88  WS-END-OF-FILE                           VALUE "Y".
010500 01  WS-NIGHTS-END-SWITCH           PIC X(01)     VALUE "N".
010600     88  WS-NIGHTS-ENDED                          VALUE "Y".
010700 01  WS-REQUEST-DATE-IN             PIC X(08).
010800 01  WS-REQUEST-DATE                PIC 9(08).
010900 01  WS-REQUEST-PATIENT-ID          PIC X(05).
011000 01  WS-CURRENT-DATE                PIC 9(08).
011100 01  WS-RATE-DESCRIPTION            PIC X(30).
011200 01  WS-COUNT-DATE.
011300     05  WS-CD-YYYY                 PIC 9(04).
011400     05  WS-CD-MM                   PIC 9(02).
011500     05  WS-CD-DD                   PIC 9(02).
011600 01  WS-COUNT-DATE-N REDEFINES WS-COUNT-DATE
011700                                    PIC 9(08).
011800 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
011900     "312831303130313130313031".
012000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
012100     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
012200 01  WS-MONTH-END-DD                PIC 9(02).
012300 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
012400 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
012500 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
012600     88  WS-LEAP-YEAR                             VALUE "Y".
012700 01  WS-STAY-NIGHTS                 PIC 9(03)     COMP VALUE 0.
012800 01  WS-SUMMARY-NIGHTS              PIC 9(03)     COMP VALUE 0.
012900 01  WS-PAST-DISCHARGE              PIC 9(03)     COMP VALUE 0.
013000 01  WS-NIGHTS-SHORT                PIC 9(03)     COMP VALUE 0.
013100 01  WS-SUMMARY-TOTAL               PIC S9(7)V99  VALUE 0.
013200 01  WS-STAYS-READ                  PIC 9(07)     COMP VALUE 0.
013300 01  WS-SUMMARIES-PRINTED           PIC 9(07)     COMP VALUE 0.
013400 01  WS-NIGHTS-PRINTED              PIC 9(07)     COMP VALUE 0.
013500 01  WS-SUMMARY-DOLLARS             PIC S9(9)V99  VALUE 0.
013600 01  WS-SEP-LINE.
013700     05  FILLER                     PIC X(40)     VALUE
013800         "----------------------------------------".
013900     05  FILLER                     PIC X(20)     VALUE
014000         "--------------------".
014100 01  WS-TITLE-LINE.
014200     05  FILLER                     PIC X(24)     VALUE
014300         "CLINIC STAY SUMMARY".
014400     05  FILLER                     PIC X(07)     VALUE "  DATE ".
014500     05  WS-TL-DATE                 PIC 9999/99/99.
014600 01  WS-OWNER-LINE.
014700     05  FILLER                     PIC X(08)     VALUE "TO:".
014800     05  WS-OL-OWNER                PIC X(30).
014900 01  WS-PHONE-LINE.
015000     05  FILLER                     PIC X(08)     VALUE "PHONE:".
015100     05  WS-PL-PHONE                PIC X(08).
015200 01  WS-ADDR-LINE-1.
015300     05  FILLER                     PIC X(08)     VALUE SPACES.
015400     05  WS-A1-STREET               PIC X(30).
015500 01  WS-ADDR-LINE-2.
015600     05  FILLER                     PIC X(08)     VALUE SPACES.
015700     05  WS-A2-CITY                 PIC X(20).
015800     05  FILLER                     PIC X(01)     VALUE SPACES.
015900     05  WS-A2-STATE                PIC X(02).
016000     05  FILLER                     PIC X(01)     VALUE SPACES.
016100     05  WS-A2-POSTAL               PIC X(10).
016200 01  WS-ACCOUNT-LINE.
016300     05  FILLER                     PIC X(12)     VALUE
016400         "ACCOUNT NO:".
016500     05  WS-AL-YEAR                 PIC X(02).
016600     05  FILLER                     PIC X(01)     VALUE "-".
016700     05  WS-AL-SEQ                  PIC X(04).
016800     05  FILLER                     PIC X(05)     VALUE SPACES.
016900     05  FILLER                     PIC X(13)     VALUE
017000         "PATIENT ID:".
017100     05  WS-AL-PATIENT-ID           PIC X(05).
017200 01  WS-STAY-LINE-1.
017300     05  FILLER                     PIC X(12)     VALUE
017400         "STAY:".
017500     05  WS-S1-TYPE                 PIC X(12).
017600     05  FILLER                     PIC X(13)     VALUE
017700         "KENNEL/WARD:".
017800     05  WS-S1-KENNEL               PIC X(06).
017900 01  WS-STAY-LINE-2.
018000     05  FILLER                     PIC X(12)     VALUE
018100         "ADMITTED:".
018200     05  WS-S2-ADMIT-DATE           PIC 9999/99/99.
018300     05  FILLER                     PIC X(02)     VALUE SPACES.
018400     05  FILLER                     PIC X(13)     VALUE
018500         "DISCHARGED:".
018600     05  WS-S2-DISCHARGE-DATE       PIC 9999/99/99.
018700 01  WS-STAY-LINE-3.
018800     05  FILLER                     PIC X(12)     VALUE
018900         "DAILY RATE:".
019000     05  WS-S3-SERVICE              PIC X(04).
019100     05  FILLER                     PIC X(02)     VALUE SPACES.
019200     05  WS-S3-DESCRIPTION          PIC X(30).
019300 01  WS-COLUMN-LINE.
019400     05  FILLER                     PIC X(40)     VALUE
019500         "NIGHT OF    SVC   DESCRIPTION".
019600     05  FILLER                     PIC X(20)     VALUE
019700         "    PRV         FEE".
019800 01  WS-ITEM-LINE.
019900     05  WS-IL-NIGHT                PIC 9999/99/99.
020000     05  FILLER                     PIC X(02)     VALUE SPACES.
020100     05  WS-IL-SERVICE              PIC X(04).
020200     05  FILLER                     PIC X(02)     VALUE SPACES.
020300     05  WS-IL-DESCRIPTION          PIC X(30).
020400     05  FILLER                     PIC X(04)     VALUE SPACES.
020500     05  WS-IL-PROVIDER             PIC X(02).
020600     05  FILLER                     PIC X(03)     VALUE SPACES.
020700     05  WS-IL-FEE                  PIC ZZZZZ9.99-.
020800     05  FILLER                     PIC X(01)     VALUE SPACES.
020900     05  WS-IL-FLAG                 PIC X(01).
021000 01  WS-TOTAL-LINE.
021100     05  FILLER                     PIC X(44)     VALUE
021200         "STAY TOTAL:".
021300     05  WS-TO-NIGHTS               PIC ZZ9.
021400     05  FILLER                     PIC X(07)     VALUE " NIGHTS".
021500     05  WS-TO-FEE                  PIC ZZZZZZ9.99-.
021600 01  WS-NOTE-LINE.
021700     05  WS-NL-COUNT                PIC ZZ9.
021800     05  FILLER                     PIC X(01)     VALUE SPACES.
021900     05  WS-NL-TEXT                 PIC X(60).
022000 PROCEDURE DIVISION.
022100*****************************************************************
022200*    0000-MAINLINE                                              *
022300*****************************************************************
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-ONE-STAY THRU 2000-EXIT
022700         UNTIL WS-END-OF-FILE.
022800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
022900     STOP RUN.
023000*****************************************************************
023100*    1000-INITIALIZE  --  PARMS, OPEN FILES, POSITION THE STAYS *
023200*****************************************************************
023300 1000-INITIALIZE.
023400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023500     DISPLAY "BRDSUMM - ENTER DISCHARGE DATE YYYYMMDD "
023600         "(BLANK=TODAY):".
023700     ACCEPT WS-REQUEST-DATE-IN.
023800     IF WS-REQUEST-DATE-IN NUMERIC
023900         MOVE WS-REQUEST-DATE-IN TO WS-REQUEST-DATE
024000     ELSE
024100         MOVE WS-CURRENT-DATE TO WS-REQUEST-DATE
024200     END-IF.
024300     DISPLAY "BRDSUMM - DATE USED: " WS-REQUEST-DATE.
024400     DISPLAY "BRDSUMM - ENTER PATIENT-ID (BLANK=ALL):".
024500     ACCEPT WS-REQUEST-PATIENT-ID.
024600     OPEN INPUT STAY-FILE.
024700     IF WS-SY-STATUS = "35"
024800         MOVE "Y" TO WS-EOF-SWITCH
024900         DISPLAY "BRDSUMM - STAY FILE NOT FOUND"
025000     END-IF.
025100     OPEN INPUT BOARDING-NIGHT-FILE.
025200     IF WS-BN-STATUS = "00"
025300         MOVE "Y" TO WS-BN-AVAIL-SWITCH
025400     ELSE
025500         DISPLAY "BRDSUMM - BOARDING NIGHT FILE NOT AVAILABLE, "
025600             "NO NIGHTS LISTED"
025700     END-IF.
025800     OPEN INPUT JR-FILE.
025900     OPEN INPUT OWNER-MASTER-FILE.
026000     IF WS-OM-STATUS = "00"
026100         MOVE "Y" TO WS-OM-AVAIL-SWITCH
026200     ELSE
026300         DISPLAY "BRDSUMM - OWNER MASTER NOT AVAILABLE, "
026400             "ADDRESS BLOCK SKIPPED"
026500     END-IF.
026600     OPEN INPUT FEE-SCHEDULE-FILE.
026700     IF WS-FS-STATUS = "00"
026800         MOVE "Y" TO WS-FS-AVAIL-SWITCH
026900     ELSE
027000         DISPLAY "BRDSUMM - FEE SCHEDULE NOT AVAILABLE, "
027100             "DESCRIPTIONS SKIPPED"
027200     END-IF.
027300     OPEN OUTPUT SUMMARY-FILE.
027400     IF WS-END-OF-FILE
027500         GO TO 1000-EXIT
027600     END-IF.
027700     IF WS-REQUEST-PATIENT-ID NOT = SPACES
027800         MOVE WS-REQUEST-PATIENT-ID TO SY-PATIENT-ID
027900         MOVE 0                     TO SY-ADMIT-DATE
028000         START STAY-FILE
028100             KEY IS NOT LESS THAN SY-KEY
028200             INVALID KEY
028300                 MOVE "Y" TO WS-EOF-SWITCH
028400         END-START
028500     END-IF.
028600 1000-EXIT.
028700     EXIT.
028800*****************************************************************
028900*    2000-PROCESS-ONE-STAY  --  A STAY DISCHARGED ON THE DATE   *
029000*    GETS A SUMMARY                                             *
029100*****************************************************************
029200 2000-PROCESS-ONE-STAY.
029300     READ STAY-FILE NEXT RECORD
029400         AT END
029500             MOVE "Y" TO WS-EOF-SWITCH
029600             GO TO 2000-EXIT
029700     END-READ.
029800     IF WS-REQUEST-PATIENT-ID NOT = SPACES
029900        AND SY-PATIENT-ID NOT = WS-REQUEST-PATIENT-ID
030000         MOVE "Y" TO WS-EOF-SWITCH
030100         GO TO 2000-EXIT
030200     END-IF.
030300     ADD 1 TO WS-STAYS-READ.
030400     IF SY-IN-HOUSE
030500        OR SY-DISCHARGE-DATE NOT = WS-REQUEST-DATE
030600         GO TO 2000-EXIT
030700     END-IF.
030800     PERFORM 2200-OPEN-SUMMARY THRU 2200-EXIT.
030900     IF WS-NIGHT-FILE-AVAILABLE
031000         PERFORM 2300-LIST-NIGHTS THRU 2300-EXIT
031100     END-IF.
031200     PERFORM 2400-CLOSE-SUMMARY THRU 2400-EXIT.
031300 2000-EXIT.
031400     EXIT.
031500*****************************************************************
031600*    2200-OPEN-SUMMARY  --  HEADING BLOCK FOR A DISCHARGED STAY *
031700*****************************************************************
031800 2200-OPEN-SUMMARY.
031900     MOVE 0               TO WS-SUMMARY-TOTAL.
032000     MOVE 0               TO WS-SUMMARY-NIGHTS.
032100     MOVE 0               TO WS-PAST-DISCHARGE.
032200     MOVE WS-CURRENT-DATE TO WS-TL-DATE.
032300     MOVE SY-PATIENT-ID   TO PATIENT-ID OF ANIMAL-INFO.
032400     READ JR-FILE
032500         INVALID KEY
032600             MOVE SPACES TO OWNER-INFO
032700             MOVE SPACES TO ACCT_NO
032800             MOVE "** PATIENT NOT ON FILE **"
032900                 TO OWNER OF OWNER-INFO
033000     END-READ.
033100     MOVE OWNER OF OWNER-INFO    TO WS-OL-OWNER.
033200     MOVE PHONE OF OWNER-INFO    TO WS-PL-PHONE.
033300     MOVE YEAR OF ACCT_NO        TO WS-AL-YEAR.
033400     MOVE SEQ_NO OF ACCT_NO      TO WS-AL-SEQ.
033500     MOVE SY-PATIENT-ID          TO WS-AL-PATIENT-ID.
033600     IF SY-HOSPITALIZED
033700         MOVE "HOSPITAL"         TO WS-S1-TYPE
033800     ELSE
033900         MOVE "BOARDING"         TO WS-S1-TYPE
034000     END-IF.
034100     MOVE SY-KENNEL              TO WS-S1-KENNEL.
034200     MOVE SY-ADMIT-DATE          TO WS-S2-ADMIT-DATE.
034300     MOVE SY-DISCHARGE-DATE      TO WS-S2-DISCHARGE-DATE.
034400     MOVE SY-RATE-SERVICE        TO WS-S3-SERVICE.
034500     MOVE SY-RATE-SERVICE        TO FS-SERVICE-CODE.
034600     PERFORM 2350-LOOKUP-DESCRIPTION THRU 2350-EXIT.
034700     MOVE WS-RATE-DESCRIPTION    TO WS-S3-DESCRIPTION.
034800     WRITE SUMMARY-LINE FROM WS-SEP-LINE.
034900     WRITE SUMMARY-LINE FROM WS-TITLE-LINE.
035000     MOVE SPACES TO SUMMARY-LINE.
035100     WRITE SUMMARY-LINE.
035200     WRITE SUMMARY-LINE FROM WS-OWNER-LINE.
035300     PERFORM 2500-LOOKUP-ADDRESS THRU 2500-EXIT.
035400     IF WS-ADDRESS-FOUND
035500         WRITE SUMMARY-LINE FROM WS-ADDR-LINE-1
035600         WRITE SUMMARY-LINE FROM WS-ADDR-LINE-2
035700     END-IF.
035800     WRITE SUMMARY-LINE FROM WS-PHONE-LINE.
035900     MOVE SPACES TO SUMMARY-LINE.
036000     WRITE SUMMARY-LINE.
036100     WRITE SUMMARY-LINE FROM WS-ACCOUNT-LINE.
036200     WRITE SUMMARY-LINE FROM WS-STAY-LINE-1.
036300     WRITE SUMMARY-LINE FROM WS-STAY-LINE-2.
036400     WRITE SUMMARY-LINE FROM WS-STAY-LINE-3.
036500     MOVE SPACES TO SUMMARY-LINE.
036600     WRITE SUMMARY-LINE.
036700     WRITE SUMMARY-LINE FROM WS-COLUMN-LINE.
036800 2200-EXIT.
036900     EXIT.
037000*****************************************************************
037100*    2300-LIST-NIGHTS  --  EVERY NIGHT RECORD OF THE STAY; THEY *
037200*    ARE ADJACENT IN KEY ORDER                                  *
037300*****************************************************************
037400 2300-LIST-NIGHTS.
037500     MOVE "N"               TO WS-NIGHTS-END-SWITCH.
037600     MOVE SY-PATIENT-ID     TO BN-PATIENT-ID.
037700     MOVE SY-ADMIT-DATE     TO BN-ADMIT-DATE.
037800     MOVE 0                 TO BN-NIGHT-DATE.
037900     START BOARDING-NIGHT-FILE
038000         KEY IS NOT LESS THAN BN-KEY
038100         INVALID KEY
038200             GO TO 2300-EXIT
038300     END-START.
038400     PERFORM 2310-PRINT-NIGHT THRU 2310-EXIT
038500         UNTIL WS-NIGHTS-ENDED.
038600 2300-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    2310-PRINT-NIGHT  --  ONE NIGHT CHARGED                    *
039000*****************************************************************
039100 2310-PRINT-NIGHT.
039200     READ BOARDING-NIGHT-FILE NEXT RECORD
039300         AT END
039400             MOVE "Y" TO WS-NIGHTS-END-SWITCH
039500             GO TO 2310-EXIT
039600     END-READ.
039700     IF BN-PATIENT-ID NOT = SY-PATIENT-ID
039800        OR BN-ADMIT-DATE NOT = SY-ADMIT-DATE
039900         MOVE "Y" TO WS-NIGHTS-END-SWITCH
040000         GO TO 2310-EXIT
040100     END-IF.
040200     MOVE BN-NIGHT-DATE    TO WS-IL-NIGHT.
040300     MOVE BN-SERVICE-CODE  TO WS-IL-SERVICE.
040400     MOVE BN-PROVIDER-CODE TO WS-IL-PROVIDER.
040500     MOVE BN-FEE           TO WS-IL-FEE.
040600     MOVE SPACES           TO WS-IL-FLAG.
040700     IF BN-NIGHT-DATE NOT < SY-DISCHARGE-DATE
040800         MOVE "*" TO WS-IL-FLAG
040900         ADD 1 TO WS-PAST-DISCHARGE
041000     END-IF.
041100     MOVE BN-SERVICE-CODE  TO FS-SERVICE-CODE.
041200     PERFORM 2350-LOOKUP-DESCRIPTION THRU 2350-EXIT.
041300     MOVE WS-RATE-DESCRIPTION TO WS-IL-DESCRIPTION.
041400     WRITE SUMMARY-LINE FROM WS-ITEM-LINE.
041500     ADD 1      TO WS-SUMMARY-NIGHTS.
041600     ADD 1      TO WS-NIGHTS-PRINTED.
041700     ADD BN-FEE TO WS-SUMMARY-TOTAL.
041800     ADD BN-FEE TO WS-SUMMARY-DOLLARS.
041900 2310-EXIT.
042000     EXIT.
042100*****************************************************************
042200*    2350-LOOKUP-DESCRIPTION  --  FEE SCHEDULE TEXT FOR THE     *
042300*    SERVICE CODE IN FS-SERVICE-CODE                            *
042400*****************************************************************
042500 2350-LOOKUP-DESCRIPTION.
042600     MOVE SPACES TO WS-RATE-DESCRIPTION.
042700     IF NOT WS-FEE-SCHEDULE-AVAILABLE
042800         GO TO 2350-EXIT
042900     END-IF.
043000     READ FEE-SCHEDULE-FILE
043100         INVALID KEY
043200             MOVE "** NOT ON FEE SCHEDULE **"
043300                 TO WS-RATE-DESCRIPTION
043400         NOT INVALID KEY
043500             MOVE FS-DESCRIPTION TO WS-RATE-DESCRIPTION
043600     END-READ.
043700 2350-EXIT.
043800     EXIT.
043900*****************************************************************
044000*    2400-CLOSE-SUMMARY  --  STAY TOTAL, THEN ANY NIGHTS STILL  *
044100*    OWED OR CHARGED PAST DISCHARGE                             *
044200*****************************************************************
044300 2400-CLOSE-SUMMARY.
044400     MOVE 0 TO WS-STAY-NIGHTS.
044500     MOVE SY-ADMIT-DATE TO WS-COUNT-DATE-N.
044600     PERFORM 2600-COUNT-ONE-NIGHT THRU 2600-EXIT
044700         UNTIL WS-COUNT-DATE-N NOT < SY-DISCHARGE-DATE.
044800     MOVE WS-SUMMARY-NIGHTS TO WS-TO-NIGHTS.
044900     MOVE WS-SUMMARY-TOTAL  TO WS-TO-FEE.
045000     MOVE SPACES TO SUMMARY-LINE.
045100     WRITE SUMMARY-LINE.
045200     WRITE SUMMARY-LINE FROM WS-TOTAL-LINE.
045300     COMPUTE WS-NIGHTS-SHORT = WS-STAY-NIGHTS
045400         - (WS-SUMMARY-NIGHTS - WS-PAST-DISCHARGE).
045500     IF WS-NIGHTS-SHORT > 0
045600         MOVE WS-NIGHTS-SHORT TO WS-NL-COUNT
045700         MOVE "NIGHT(S) NOT YET CHARGED - TO FOLLOW"
045800             TO WS-NL-TEXT
045900         WRITE SUMMARY-LINE FROM WS-NOTE-LINE
046000     END-IF.
046100     IF WS-PAST-DISCHARGE > 0
046200         MOVE WS-PAST-DISCHARGE TO WS-NL-COUNT
046300         MOVE "NIGHT(S) MARKED * ARE PAST DISCHARGE - TO CREDIT"
046400             TO WS-NL-TEXT
046500         WRITE SUMMARY-LINE FROM WS-NOTE-LINE
046600     END-IF.
046700     WRITE SUMMARY-LINE FROM WS-SEP-LINE.
046800     MOVE SPACES TO SUMMARY-LINE.
046900     WRITE SUMMARY-LINE.
047000     ADD 1 TO WS-SUMMARIES-PRINTED.
047100 2400-EXIT.
047200     EXIT.
047300*****************************************************************
047400*    2500-LOOKUP-ADDRESS  --  MAILING ADDRESS OFF THE OWNER     *
047500*    MASTER; A BLANK OR MISSING ENTRY LEAVES THE BLOCK OFF      *
047600*****************************************************************
047700 2500-LOOKUP-ADDRESS.
047800     MOVE "N" TO WS-ADDR-FOUND-SWITCH.
047900     IF NOT WS-OWNER-MASTER-AVAILABLE
048000        OR PHONE OF OWNER-INFO = SPACES
048100         GO TO 2500-EXIT
048200     END-IF.
048300     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
048400     READ OWNER-MASTER-FILE
048500         INVALID KEY
048600             GO TO 2500-EXIT
048700     END-READ.
048800     IF OM-ADDR-STREET = SPACES
048900         GO TO 2500-EXIT
049000     END-IF.
049100     MOVE "Y" TO WS-ADDR-FOUND-SWITCH.
049200     MOVE OM-ADDR-STREET TO WS-A1-STREET.
049300     MOVE OM-ADDR-CITY   TO WS-A2-CITY.
049400     MOVE OM-ADDR-STATE  TO WS-A2-STATE.
049500     MOVE OM-ADDR-POSTAL TO WS-A2-POSTAL.
049600 2500-EXIT.
049700     EXIT.
049800*****************************************************************
049900*    2600-COUNT-ONE-NIGHT  --  STEP A CALENDAR DAY TOWARD THE   *
050000*    DISCHARGE DATE, LEAP-YEAR AWARE                            *
050100*****************************************************************
050200 2600-COUNT-ONE-NIGHT.
050300     ADD 1 TO WS-STAY-NIGHTS.
050400     MOVE WS-MONTH-DAYS (WS-CD-MM) TO WS-MONTH-END-DD.
050500     IF WS-CD-MM = 2
050600         PERFORM 2650-CHECK-LEAP-YEAR THRU 2650-EXIT
050700         IF WS-LEAP-YEAR
050800             MOVE 29 TO WS-MONTH-END-DD
050900         END-IF
051000     END-IF.
051100     IF WS-CD-DD < WS-MONTH-END-DD
051200         ADD 1 TO WS-CD-DD
051300         GO TO 2600-EXIT
051400     END-IF.
051500     MOVE 1 TO WS-CD-DD.
051600     IF WS-CD-MM < 12
051700         ADD 1 TO WS-CD-MM
051800         GO TO 2600-EXIT
051900     END-IF.
052000     MOVE 1 TO WS-CD-MM.
052100     ADD 1 TO WS-CD-YYYY.
052200 2600-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    2650-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
052600*    400                                                        *
052700*****************************************************************
052800 2650-CHECK-LEAP-YEAR.
052900     MOVE "N" TO WS-LEAP-SWITCH.
053000     DIVIDE WS-CD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
053100         REMAINDER WS-LEAP-REMAINDER.
053200     IF WS-LEAP-REMAINDER NOT = 0
053300         GO TO 2650-EXIT
053400     END-IF.
053500     DIVIDE WS-CD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
053600         REMAINDER WS-LEAP-REMAINDER.
053700     IF WS-LEAP-REMAINDER NOT = 0
053800         MOVE "Y" TO WS-LEAP-SWITCH
053900         GO TO 2650-EXIT
054000     END-IF.
054100     DIVIDE WS-CD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
054200         REMAINDER WS-LEAP-REMAINDER.
054300     IF WS-LEAP-REMAINDER = 0
054400         MOVE "Y" TO WS-LEAP-SWITCH
054500     END-IF.
054600 2650-EXIT.
054700     EXIT.
054800*****************************************************************
054900*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
055000*****************************************************************
055100 9999-TERMINATE.
055200     DISPLAY "BRDSUMM - STAYS READ        : " WS-STAYS-READ.
055300     DISPLAY "BRDSUMM - SUMMARIES PRINTED : "
055400         WS-SUMMARIES-PRINTED.
055500     DISPLAY "BRDSUMM - NIGHTS LISTED     : " WS-NIGHTS-PRINTED.
055600     DISPLAY "BRDSUMM - DOLLARS LISTED    : " WS-SUMMARY-DOLLARS.
055700     IF NOT WS-SY-STATUS = "35"
055800         CLOSE STAY-FILE
055900     END-IF.
056000     IF WS-NIGHT-FILE-AVAILABLE
056100         CLOSE BOARDING-NIGHT-FILE
056200     END-IF.
056300     CLOSE JR-FILE.
056400     IF WS-OWNER-MASTER-AVAILABLE
056500         CLOSE OWNER-MASTER-FILE
056600     END-IF.
056700     IF WS-FEE-SCHEDULE-AVAILABLE
056800         CLOSE FEE-SCHEDULE-FILE
056900     END-IF.
057000     CLOSE SUMMARY-FILE.
057100 9999-EXIT.
057200     EXIT.
