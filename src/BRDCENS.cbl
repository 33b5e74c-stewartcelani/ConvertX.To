000100*****************************************************************
000200*                                                               *
000300*    BRDCENS                                                    *
000400*                                                               *
000500*    MORNING CENSUS OF BOARDING AND HOSPITAL PATIENTS           *
000600*                                                               *
000700*    LISTS EVERY PATIENT STILL IN THE BUILDING (A STAY ON       *
000800*    STAYFILE WITH NO DISCHARGE DATE), WITH ITS KENNEL OR WARD, *
000900*    SPECIES, WHETHER IT IS BOARDING OR HOSPITALIZED, THE ADMIT *
001000*    DATE, THE NIGHTS CHARGED SO FAR, AND THE OWNER'S NAME AND  *
001100*    PHONE SO THE WARD CAN CALL WITH NEWS.  THE OWNER MASTER'S  *
001200*    NAME AND PHONE ARE PREFERRED; THE JR COPY IS THE FALLBACK  *
001300*    WHEN THE MASTER IS ABSENT OR THE PHONE IS NOT LINKED YET.  *
001400*    THE REASON FOR THE STAY AND THE PROVIDER PRINT ON A SECOND *
001500*    LINE WHEN A REASON WAS GIVEN.                              *
001600*                                                               *
001700*    RUN EACH MORNING AFTER THE NIGHTLY CYCLE.  A STAY ADMITTED *
001800*    BEFORE TODAY THAT IS NOT CHARGED THROUGH LAST NIGHT IS     *
001900*    FLAGGED *, SO A MISSED BRDACCR RUN IS SEEN THE SAME        *
002000*    MORNING.  THE LIST IS IN PATIENT-ID ORDER, THE ORDER OF    *
002100*    THE STAY FILE.  REPORT IS BRDCRPT.                         *
002200*                                                               *
002300*    MODIFICATION HISTORY                                       *
002400*    --------------------                                       *
002500*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002600*                                                               *
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID.  BRDCENS.
003000 AUTHOR.      J MORALES.
003100 INSTALLATION. CLINIC DATA PROCESSING.
003200 DATE-WRITTEN. 2026/10/15.
003300 DATE-COMPILED.
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GNUCOBOL.
003700 OBJECT-COMPUTER. GNUCOBOL.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT STAY-FILE ASSIGN TO "STAYFILE"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS SY-KEY
004400         FILE STATUS IS WS-SY-STATUS.
004500     SELECT JR-FILE ASSIGN TO "JRFILE"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS PATIENT-ID
004900         FILE STATUS IS WS-JR-STATUS.
005000     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS OM-PHONE
005400         FILE STATUS IS WS-OM-STATUS.
005500     SELECT CENSUS-REPORT ASSIGN TO "BRDCRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RPT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  STAY-FILE.
006100     COPY STAYREC.
006200 FD  JR-FILE.
006300     COPY JRREC.
006400 FD  OWNER-MASTER-FILE.
006500     COPY OWNREC.
006600 FD  CENSUS-REPORT.
006700 01  CENSUS-REPORT-LINE             PIC X(80).
006800 WORKING-STORAGE SECTION.
006900 01  WS-SY-STATUS                   PIC X(02).
007000 01  WS-JR-STATUS                   PIC X(02).
007100 01  WS-OM-STATUS                   PIC X(02).
007200 01  WS-RPT-STATUS                  PIC X(02).
007300 01  WS-SY-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007400     88  WS-STAY-FILE-AVAILABLE                   VALUE "Y".
007500 01  WS-JR-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007600     88  WS-JR-FILE-AVAILABLE                     VALUE "Y".
007700 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007800     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
007900 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
008000     88  WS-END-OF-FILE                           VALUE "Y".
008100 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
008200     88  WS-RUN-REFUSED                           VALUE "Y".
008300 01  WS-PATIENT-OK-SWITCH           PIC X(01)     VALUE "N".
008400     88  WS-PATIENT-ON-FILE                       VALUE "Y".
008500 01  WS-CURRENT-DATE                PIC 9(08).
008600 01  WS-YESTERDAY.
008700     05  WS-YD-YYYY                 PIC 9(04).
008800     05  WS-YD-MM                   PIC 9(02).
008900     05  WS-YD-DD                   PIC 9(02).
009000 01  WS-YESTERDAY-N REDEFINES WS-YESTERDAY
009100                                    PIC 9(08).
009200 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
009300     "312831303130313130313031".
009400 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
009500     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
009600 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
009700 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
009800 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
009900     88  WS-LEAP-YEAR                             VALUE "Y".
010000 01  WS-STAYS-READ                  PIC 9(07)     COMP VALUE 0.
010100 01  WS-IN-HOUSE                    PIC 9(07)     COMP VALUE 0.
010200 01  WS-BOARDING                    PIC 9(07)     COMP VALUE 0.
010300 01  WS-HOSPITALIZED                PIC 9(07)     COMP VALUE 0.
010400 01  WS-BEHIND                      PIC 9(07)     COMP VALUE 0.
010500 01  WS-HEADING-LINE-1.
010600     05  FILLER                     PIC X(38)     VALUE
010700         "BRDCENS - MORNING CENSUS".
010800     05  FILLER                     PIC X(07)     VALUE " AS OF ".
010900     05  WS-H1-DATE                 PIC 9999/99/99.
011000 01  WS-COLUMN-LINE.
011100     05  FILLER                     PIC X(40)     VALUE
011200         "KENNEL PATNT S TYPE ADMIT      NTS OWNER".
011300     05  FILLER                     PIC X(40)     VALUE
011400         "                          PHONE".
011500 01  WS-DETAIL-LINE.
011600     05  WS-DL-KENNEL               PIC X(06).
011700     05  FILLER                     PIC X(01)     VALUE SPACES.
011800     05  WS-DL-PATIENT-ID           PIC X(05).
011900     05  FILLER                     PIC X(01)     VALUE SPACES.
012000     05  WS-DL-SPECIES              PIC X(01).
012100     05  FILLER                     PIC X(01)     VALUE SPACES.
012200     05  WS-DL-TYPE                 PIC X(04).
012300     05  FILLER                     PIC X(01)     VALUE SPACES.
012400     05  WS-DL-ADMIT-DATE           PIC 9999/99/99.
012500     05  FILLER                     PIC X(01)     VALUE SPACES.
012600     05  WS-DL-NIGHTS               PIC ZZ9.
012700     05  FILLER                     PIC X(01)     VALUE SPACES.
012800     05  WS-DL-OWNER                PIC X(30).
012900     05  FILLER                     PIC X(01)     VALUE SPACES.
013000     05  WS-DL-PHONE                PIC X(08).
013100     05  FILLER                     PIC X(01)     VALUE SPACES.
013200     05  WS-DL-FLAG                 PIC X(01).
013300 01  WS-REASON-LINE.
013400     05  FILLER                     PIC X(13)     VALUE SPACES.
013500     05  FILLER                     PIC X(08)     VALUE "REASON:".
013600     05  WS-RL-REASON               PIC X(30).
013700     05  FILLER                     PIC X(02)     VALUE SPACES.
013800     05  FILLER                     PIC X(10)     VALUE
013900         "PROVIDER:".
014000     05  WS-RL-PROVIDER             PIC X(02).
014100 01  WS-LEGEND-LINE                 PIC X(80)     VALUE
014200     "* = NOT CHARGED THROUGH LAST NIGHT - CHECK BRDACCR".
014300 01  WS-COUNT-LINE.
014400     05  WS-CL-LABEL                PIC X(24).
014500     05  WS-CL-COUNT                PIC ZZZZZZ9.
014600 01  WS-MESSAGE-LINE                PIC X(80).
014700 PROCEDURE DIVISION.
014800*****************************************************************
014900*    0000-MAINLINE                                              *
015000*****************************************************************
015100 0000-MAINLINE.
015200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015300     IF NOT WS-RUN-REFUSED
015400         PERFORM 2000-PROCESS-ONE-STAY THRU 2000-EXIT
015500             UNTIL WS-END-OF-FILE
015600         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
015700     END-IF.
015800     PERFORM 9999-TERMINATE THRU 9999-EXIT.
015900     STOP RUN.
016000*****************************************************************
016100*    1000-INITIALIZE  --  OPEN FILES, WORK OUT LAST NIGHT       *
016200*****************************************************************
016300 1000-INITIALIZE.
016400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016500     PERFORM 1150-COMPUTE-YESTERDAY THRU 1150-EXIT.
016600     OPEN OUTPUT CENSUS-REPORT.
016700     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
016800     WRITE CENSUS-REPORT-LINE FROM WS-HEADING-LINE-1.
016900     MOVE SPACES TO CENSUS-REPORT-LINE.
017000     WRITE CENSUS-REPORT-LINE.
017100     OPEN INPUT JR-FILE.
017200     IF WS-JR-STATUS NOT = "00"
017300         MOVE "JR-FILE NOT AVAILABLE - NO CENSUS PRINTED"
017400             TO WS-MESSAGE-LINE
017500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
017600         GO TO 1000-EXIT
017700     END-IF.
017800     MOVE "Y" TO WS-JR-AVAIL-SWITCH.
017900     OPEN INPUT OWNER-MASTER-FILE.
018000     IF WS-OM-STATUS = "00"
018100         MOVE "Y" TO WS-OM-AVAIL-SWITCH
018200     END-IF.
018300     WRITE CENSUS-REPORT-LINE FROM WS-COLUMN-LINE.
018400     OPEN INPUT STAY-FILE.
018500     IF WS-SY-STATUS NOT = "00"
018600         MOVE "Y" TO WS-EOF-SWITCH
018700         MOVE "NO STAY FILE - NOBODY HAS BEEN CHECKED IN"
018800             TO WS-MESSAGE-LINE
018900         WRITE CENSUS-REPORT-LINE FROM WS-MESSAGE-LINE
019000         GO TO 1000-EXIT
019100     END-IF.
019200     MOVE "Y" TO WS-SY-AVAIL-SWITCH.
019300 1000-EXIT.
019400     EXIT.
019500*****************************************************************
019600*    1150-COMPUTE-YESTERDAY  --  LAST NIGHT, THE NIGHT BRDACCR  *
019700*    SHOULD HAVE CHARGED BY NOW                                 *
019800*****************************************************************
019900 1150-COMPUTE-YESTERDAY.
020000     MOVE WS-CURRENT-DATE TO WS-YESTERDAY-N.
020100     IF WS-YD-DD > 1
020200         SUBTRACT 1 FROM WS-YD-DD
020300         GO TO 1150-EXIT
020400     END-IF.
020500     IF WS-YD-MM > 1
020600         SUBTRACT 1 FROM WS-YD-MM
020700         MOVE WS-MONTH-DAYS (WS-YD-MM) TO WS-YD-DD
020800         IF WS-YD-MM = 2
020900             PERFORM 1160-CHECK-LEAP-YEAR THRU 1160-EXIT
021000             IF WS-LEAP-YEAR
021100                 MOVE 29 TO WS-YD-DD
021200             END-IF
021300         END-IF
021400         GO TO 1150-EXIT
021500     END-IF.
021600     SUBTRACT 1 FROM WS-YD-YYYY.
021700     MOVE 12 TO WS-YD-MM.
021800     MOVE 31 TO WS-YD-DD.
021900 1150-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    1160-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
022300*    400                                                        *
022400*****************************************************************
022500 1160-CHECK-LEAP-YEAR.
022600     MOVE "N" TO WS-LEAP-SWITCH.
022700     DIVIDE WS-YD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
022800         REMAINDER WS-LEAP-REMAINDER.
022900     IF WS-LEAP-REMAINDER NOT = 0
023000         GO TO 1160-EXIT
023100     END-IF.
023200     DIVIDE WS-YD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
023300         REMAINDER WS-LEAP-REMAINDER.
023400     IF WS-LEAP-REMAINDER NOT = 0
023500         MOVE "Y" TO WS-LEAP-SWITCH
023600         GO TO 1160-EXIT
023700     END-IF.
023800     DIVIDE WS-YD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
023900         REMAINDER WS-LEAP-REMAINDER.
024000     IF WS-LEAP-REMAINDER = 0
024100         MOVE "Y" TO WS-LEAP-SWITCH
024200     END-IF.
024300 1160-EXIT.
024400     EXIT.
024500*****************************************************************
024600*    1900-REFUSE-RUN  --  SAY WHY ON THE REPORT AND CONSOLE     *
024700*****************************************************************
024800 1900-REFUSE-RUN.
024900     MOVE "Y" TO WS-REFUSED-SWITCH.
025000     MOVE "Y" TO WS-EOF-SWITCH.
025100     MOVE 8 TO RETURN-CODE.
025200     WRITE CENSUS-REPORT-LINE FROM WS-MESSAGE-LINE.
025300     DISPLAY "BRDCENS - " WS-MESSAGE-LINE.
025400 1900-EXIT.
025500     EXIT.
025600*****************************************************************
025700*    2000-PROCESS-ONE-STAY  --  LIST A STAY STILL IN HOUSE      *
025800*****************************************************************
025900 2000-PROCESS-ONE-STAY.
026000     READ STAY-FILE NEXT RECORD
026100         AT END
026200             MOVE "Y" TO WS-EOF-SWITCH
026300             GO TO 2000-EXIT
026400     END-READ.
026500     ADD 1 TO WS-STAYS-READ.
026600     IF NOT SY-IN-HOUSE
026700         GO TO 2000-EXIT
026800     END-IF.
026900     ADD 1 TO WS-IN-HOUSE.
027000     MOVE SPACES TO WS-DETAIL-LINE.
027100     MOVE SY-KENNEL         TO WS-DL-KENNEL.
027200     MOVE SY-PATIENT-ID     TO WS-DL-PATIENT-ID.
027300     MOVE SY-ADMIT-DATE     TO WS-DL-ADMIT-DATE.
027400     MOVE SY-NIGHTS-CHARGED TO WS-DL-NIGHTS.
027500     IF SY-HOSPITALIZED
027600         MOVE "HOSP" TO WS-DL-TYPE
027700         ADD 1 TO WS-HOSPITALIZED
027800     ELSE
027900         MOVE "BRD"  TO WS-DL-TYPE
028000         ADD 1 TO WS-BOARDING
028100     END-IF.
028200     IF SY-ADMIT-DATE NOT > WS-YESTERDAY-N
028300            AND SY-CHARGED-THRU < WS-YESTERDAY-N
028400         MOVE "*" TO WS-DL-FLAG
028500         ADD 1 TO WS-BEHIND
028600     END-IF.
028700     PERFORM 2300-FIND-OWNER THRU 2300-EXIT.
028800     WRITE CENSUS-REPORT-LINE FROM WS-DETAIL-LINE.
028900     IF SY-REASON NOT = SPACES
029000         MOVE SY-REASON        TO WS-RL-REASON
029100         MOVE SY-PROVIDER-CODE TO WS-RL-PROVIDER
029200         WRITE CENSUS-REPORT-LINE FROM WS-REASON-LINE
029300     END-IF.
029400 2000-EXIT.
029500     EXIT.
029600*****************************************************************
029700*    2300-FIND-OWNER  --  SPECIES AND OWNER FROM JR-FILE, NAME  *
029800*    AND PHONE FROM THE OWNER MASTER WHEN IT HAS THEM           *
029900*****************************************************************
030000 2300-FIND-OWNER.
030100     MOVE "Y" TO WS-PATIENT-OK-SWITCH.
030200     MOVE SY-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
030300     READ JR-FILE
030400         INVALID KEY
030500             MOVE "N" TO WS-PATIENT-OK-SWITCH
030600     END-READ.
030700     IF NOT WS-PATIENT-ON-FILE
030800         MOVE "** PATIENT NOT ON JR-FILE **" TO WS-DL-OWNER
030900         GO TO 2300-EXIT
031000     END-IF.
031100     MOVE ATYPE OF ANIMAL-INFO TO WS-DL-SPECIES.
031200     MOVE OWNER OF OWNER-INFO  TO WS-DL-OWNER.
031300     MOVE PHONE OF OWNER-INFO  TO WS-DL-PHONE.
031400     IF NOT WS-OWNER-MASTER-AVAILABLE
031500         GO TO 2300-EXIT
031600     END-IF.
031700     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
031800     READ OWNER-MASTER-FILE
031900         INVALID KEY
032000             GO TO 2300-EXIT
032100     END-READ.
032200     MOVE OM-OWNER-NAME TO WS-DL-OWNER.
032300     MOVE OM-PHONE      TO WS-DL-PHONE.
032400 2300-EXIT.
032500     EXIT.
032600*****************************************************************
032700*    8000-PRINT-TOTALS                                          *
032800*****************************************************************
032900 8000-PRINT-TOTALS.
033000     MOVE SPACES TO CENSUS-REPORT-LINE.
033100     WRITE CENSUS-REPORT-LINE.
033200     IF WS-BEHIND > 0
033300         WRITE CENSUS-REPORT-LINE FROM WS-LEGEND-LINE
033400         MOVE SPACES TO CENSUS-REPORT-LINE
033500         WRITE CENSUS-REPORT-LINE
033600     END-IF.
033700     MOVE "IN THE BUILDING        :" TO WS-CL-LABEL.
033800     MOVE WS-IN-HOUSE TO WS-CL-COUNT.
033900     WRITE CENSUS-REPORT-LINE FROM WS-COUNT-LINE.
034000     MOVE "  BOARDING             :" TO WS-CL-LABEL.
034100     MOVE WS-BOARDING TO WS-CL-COUNT.
034200     WRITE CENSUS-REPORT-LINE FROM WS-COUNT-LINE.
034300     MOVE "  HOSPITALIZED         :" TO WS-CL-LABEL.
034400     MOVE WS-HOSPITALIZED TO WS-CL-COUNT.
034500     WRITE CENSUS-REPORT-LINE FROM WS-COUNT-LINE.
034600     MOVE "NOT CHARGED LAST NIGHT :" TO WS-CL-LABEL.
034700     MOVE WS-BEHIND TO WS-CL-COUNT.
034800     WRITE CENSUS-REPORT-LINE FROM WS-COUNT-LINE.
034900 8000-EXIT.
035000     EXIT.
035100*****************************************************************
035200*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
035300*****************************************************************
035400 9999-TERMINATE.
035500     DISPLAY "BRDCENS - STAYS READ     : " WS-STAYS-READ.
035600     DISPLAY "BRDCENS - IN THE BUILDING: " WS-IN-HOUSE.
035700     IF WS-STAY-FILE-AVAILABLE
035800         CLOSE STAY-FILE
035900     END-IF.
036000     IF WS-JR-FILE-AVAILABLE
036100         CLOSE JR-FILE
036200     END-IF.
036300     IF WS-OWNER-MASTER-AVAILABLE
036400         CLOSE OWNER-MASTER-FILE
036500     END-IF.
036600     CLOSE CENSUS-REPORT.
036700 9999-EXIT.
036800     EXIT.
