000100*****************************************************************
000200*                                                               *
000300*    BRDSCRN                                                    *
000400*                                                               *
000500*    ONLINE BOARDING / HOSPITAL CHECK-IN AND CHECK-OUT          *
000600*                                                               *
000700*    LETS FRONT-DESK AND WARD STAFF ADMIT A PATIENT TO A        *
000800*    KENNEL OR WARD AND DISCHARGE IT AGAIN THROUGH A SCREEN IN  *
000900*    THE STYLE OF APPTSCRN.  THE STAY FILE (STAYFILE) IS KEYED  *
001000*    BY PATIENT-ID AND ADMIT DATE; EACH STAY CARRIES THE DAILY- *
001100*    RATE SERVICE CODE AND PROVIDER THAT BRDACCR CHARGES EVERY  *
001200*    NIGHT UNTIL THE DISCHARGE DATE IS ENTERED.                 *
001300*                                                               *
001400*    CHECK-IN (I): THE PATIENT MUST EXIST ON JR-FILE AND BE     *
001500*    ACTIVE, MUST NOT ALREADY BE IN THE BUILDING, AND THE ADMIT *
001600*    DATE (ZERO = TODAY) MAY NOT BE IN OR BEFORE THE LAST       *
001610*    MONTH CLOSED BY MONCLOSE (PERIOD-CONTROL FILE PERDCTL),    *
001620*    SINCE BRDACCR WOULD OTHERWISE CHARGE NIGHTS INTO A MONTH   *
001630*    WHOSE BOOKS ARE ALREADY FILED.  THE ADMIT DATE MAY NOT BE  *
001700*    IN THE FUTURE OR FALL INSIDE AN EARLIER STAY.  THE RATE    *
001800*    CODE MUST BE ON THE FEE SCHEDULE WITH A PRICE FOR THE      *
001900*    PATIENT'S SPECIES (FC IS RESERVED FOR FINANCE CHARGES),    *
002000*    AND THE PROVIDER MUST BE IN PROVTAB, SO EVERY NIGHT        *
002010*    CHARGED WILL PASS VSTEDIT.                                 *
002100*                                                               *
002200*    CHECK-OUT (O): AN ADMIT DATE OF ZERO FINDS THE PATIENT'S   *
002300*    OPEN STAY.  THE DISCHARGE DATE (ZERO = TODAY) MAY NOT BE   *
002400*    BEFORE ADMISSION OR IN THE FUTURE.  THE DISCHARGE NIGHT IS *
002500*    NOT CHARGED; ANY NIGHT STILL OWED IS CAUGHT UP BY TONIGHT'S*
002600*    BRDACCR.  A STAY ALREADY CHARGED FOR THE DISCHARGE NIGHT   *
002700*    OR LATER (CHECKED OUT AFTER THE CYCLE RAN) IS SAID SO ON   *
002800*    THE SCREEN, AND THE EXTRA NIGHTS ARE CREDITED BY HAND.  A  *
002900*    PATIENT THAT DIED IN HOSPITAL CAN STILL BE CHECKED OUT.    *
003000*                                                               *
003100*    ENTER ACTION X TO LEAVE THE TRANSACTION.                   *
003200*                                                               *
003300*    MODIFICATION HISTORY                                       *
003400*    --------------------                                       *
003500*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003510*    2026/10/15  JJM  REFUSE AN ADMIT DATE IN A CLOSED MONTH.   *
003600*                                                               *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID.  BRDSCRN.
004000 AUTHOR.      J MORALES.
004100 INSTALLATION. CLINIC DATA PROCESSING.
004200 DATE-WRITTEN. 2026/10/15.
004300 DATE-COMPILED.
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER. GNUCOBOL.
004700 OBJECT-COMPUTER. GNUCOBOL.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT STAY-FILE ASSIGN TO "STAYFILE"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SY-KEY
005400         FILE STATUS IS WS-SY-STATUS.
005500     SELECT JR-FILE ASSIGN TO "JRFILE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS PATIENT-ID
005900         FILE STATUS IS WS-JR-STATUS.
006000     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS OM-PHONE
006400         FILE STATUS IS WS-OM-STATUS.
006500     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS FS-SERVICE-CODE
006900         FILE STATUS IS WS-FS-STATUS.
006910     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
006920         ORGANIZATION IS INDEXED
006930         ACCESS MODE IS SEQUENTIAL
006940         RECORD KEY IS PC-PERIOD
006950         FILE STATUS IS WS-PC-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  STAY-FILE.
007300     COPY STAYREC.
007400 FD  JR-FILE.
007500     COPY JRREC.
007600 FD  OWNER-MASTER-FILE.
007700     COPY OWNREC.
007800 FD  FEE-SCHEDULE-FILE.
007900     COPY FEESCHED.
007910 FD  PERIOD-CONTROL-FILE.
007920     COPY PERDREC.
008000 WORKING-STORAGE SECTION.
008100     COPY SPECTAB.
008200     COPY PROVTAB.
008300 01  WS-SY-STATUS                   PIC X(02).
008400 01  WS-JR-STATUS                   PIC X(02).
008500 01  WS-OM-STATUS                   PIC X(02).
008600 01  WS-FS-STATUS                   PIC X(02).
008610 01  WS-PC-STATUS                   PIC X(02).
008700 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008800     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
008900 01  WS-FS-AVAIL-SWITCH             PIC X(01)     VALUE "N".
009000     88  WS-FEE-SCHEDULE-AVAILABLE                VALUE "Y".
009100 01  WS-DONE-SWITCH                 PIC X(01)     VALUE "N".
009200     88  WS-STAYS-DONE                            VALUE "Y".
009300 01  WS-VALID-SWITCH                PIC X(01)     VALUE "Y".
009400     88  WS-INPUT-VALID                            VALUE "Y".
009500 01  WS-PATIENT-OK-SWITCH           PIC X(01)     VALUE "N".
009600     88  WS-PATIENT-ON-FILE                       VALUE "Y".
009700 01  WS-DATE-OK-SWITCH              PIC X(01)     VALUE "N".
009800     88  WS-DATE-VALID                            VALUE "Y".
009900 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
010000     88  WS-TABLE-HIT                             VALUE "Y".
010100 01  WS-SCAN-END-SWITCH             PIC X(01)     VALUE "N".
010200     88  WS-SCAN-ENDED                            VALUE "Y".
010300 01  WS-OPEN-STAY-SWITCH            PIC X(01)     VALUE "N".
010400     88  WS-OPEN-STAY-FOUND                       VALUE "Y".
010500 01  WS-OVERLAP-SWITCH              PIC X(01)     VALUE "N".
010600     88  WS-STAY-OVERLAPS                         VALUE "Y".
010610 01  WS-PC-EOF-SWITCH               PIC X(01)     VALUE "N".
010620     88  WS-PC-END-OF-FILE                        VALUE "Y".
010630 01  WS-LAST-CLOSED-PERIOD          PIC 9(06)     VALUE 0.
010640 01  WS-ADMIT-YYYYMM                PIC 9(06).
010700 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
010800     "312831303130313130313031".
010900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
011000     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
011100 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
011200 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
011300 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
011400     88  WS-LEAP-YEAR                             VALUE "Y".
011500 01  WS-EDIT-DATE.
011600     05  WS-ED-YYYY                 PIC 9(04).
011700     05  WS-ED-MM                   PIC 9(02).
011800     05  WS-ED-DD                   PIC 9(02).
011900 01  WS-CURRENT-DATE                PIC 9(08).
012000 01  WS-TABLE-SUB                   PIC 9(02)     COMP.
012100 01  WS-SPEC-SUB                    PIC 9(02)     COMP.
012200 01  WS-OPEN-ADMIT-DATE             PIC 9(08).
012300 01  WS-CHECKINS-DONE               PIC 9(05)     COMP VALUE 0.
012400 01  WS-CHECKOUTS-DONE              PIC 9(05)     COMP VALUE 0.
012500 01  WS-SCR-ACTION                  PIC X(01).
012600 01  WS-SCR-PATIENT-ID              PIC X(05).
012700 01  WS-SCR-ADMIT-DATE              PIC 9(08).
012800 01  WS-SCR-STAY-TYPE               PIC X(01).
012900 01  WS-SCR-KENNEL                  PIC X(06).
013000 01  WS-SCR-RATE-SERVICE            PIC X(04).
013100 01  WS-SCR-PROVIDER                PIC X(02).
013200 01  WS-SCR-REASON                  PIC X(30).
013300 01  WS-SCR-DISCHARGE-DATE          PIC 9(08).
013400 01  WS-SCR-OWNER-NAME              PIC X(30).
013500 01  WS-SCR-OWNER-PHONE             PIC X(08).
013600 01  WS-SCR-RATE-DESC               PIC X(30).
013700 01  WS-SCR-NIGHTS                  PIC ZZ9.
013800 01  WS-SCR-MESSAGE                 PIC X(50)     VALUE SPACES.
013900 SCREEN SECTION.
014000 01  STAY-CHECKIN-SCREEN.
014100     05  BLANK SCREEN.
014200     05  LINE 1  COLUMN 1  VALUE "BOARDING / HOSPITAL STAYS".
014300     05  LINE 3  COLUMN 1  VALUE "ACTION (I=IN/O=OUT, X=END):".
014400     05  SCR-ACTION-FLD LINE 3  COLUMN 34 PIC X(01)
014500         USING WS-SCR-ACTION.
014600     05  LINE 4  COLUMN 1  VALUE "PATIENT ID:".
014700     05  SCR-PATIENT-FLD LINE 4  COLUMN 19 PIC X(05)
014800         USING WS-SCR-PATIENT-ID.
014900     05  LINE 5  COLUMN 1  VALUE "ADMIT DATE:".
015000     05  SCR-ADMIT-FLD LINE 5  COLUMN 19 PIC 9(08)
015100         USING WS-SCR-ADMIT-DATE.
015200     05  LINE 5  COLUMN 30 VALUE "(YYYYMMDD, 0=TODAY/OPEN STAY)".
015300     05  LINE 6  COLUMN 1  VALUE "TYPE (B/H):".
015400     05  SCR-TYPE-FLD LINE 6  COLUMN 19 PIC X(01)
015500         USING WS-SCR-STAY-TYPE.
015600     05  LINE 6  COLUMN 30 VALUE "B=BOARDING  H=HOSPITAL".
015700     05  LINE 7  COLUMN 1  VALUE "KENNEL/WARD:".
015800     05  SCR-KENNEL-FLD LINE 7  COLUMN 19 PIC X(06)
015900         USING WS-SCR-KENNEL.
016000     05  LINE 8  COLUMN 1  VALUE "DAILY RATE CODE:".
016100     05  SCR-RATE-FLD LINE 8  COLUMN 19 PIC X(04)
016200         USING WS-SCR-RATE-SERVICE.
016300     05  LINE 8  COLUMN 30 PIC X(30)
016400         FROM WS-SCR-RATE-DESC.
016500     05  LINE 9  COLUMN 1  VALUE "PROVIDER:".
016600     05  SCR-PROVIDER-FLD LINE 9  COLUMN 19 PIC X(02)
016700         USING WS-SCR-PROVIDER.
016800     05  LINE 10 COLUMN 1  VALUE "REASON:".
016900     05  SCR-REASON-FLD LINE 10 COLUMN 19 PIC X(30)
017000         USING WS-SCR-REASON.
017100     05  LINE 11 COLUMN 1  VALUE "DISCHARGE DATE:".
017200     05  SCR-DISCHARGE-FLD LINE 11 COLUMN 19 PIC 9(08)
017300         USING WS-SCR-DISCHARGE-DATE.
017400     05  LINE 11 COLUMN 30 VALUE "(CHECK-OUT ONLY, 0=TODAY)".
017500     05  LINE 13 COLUMN 1  VALUE "OWNER:".
017600     05  LINE 13 COLUMN 19 PIC X(30)
017700         FROM WS-SCR-OWNER-NAME.
017800     05  LINE 13 COLUMN 51 PIC X(08)
017900         FROM WS-SCR-OWNER-PHONE.
018000     05  LINE 14 COLUMN 1  VALUE "NIGHTS CHARGED:".
018100     05  LINE 14 COLUMN 19 PIC ZZ9
018200         FROM WS-SCR-NIGHTS.
018300     05  LINE 16 COLUMN 1  VALUE "MESSAGE:".
018400     05  LINE 16 COLUMN 10 PIC X(50)
018500         FROM WS-SCR-MESSAGE.
018600 PROCEDURE DIVISION.
018700*****************************************************************
018800*    0000-MAINLINE                                              *
018900*****************************************************************
019000 0000-MAINLINE.
019100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019200     PERFORM 2000-ONE-STAY-ACTION THRU 2000-EXIT
019300         UNTIL WS-STAYS-DONE.
019400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
019500     STOP RUN.
019600*****************************************************************
019700*    1000-INITIALIZE  --  OPEN FILES                            *
019800*****************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020100     OPEN I-O STAY-FILE.
020200     IF WS-SY-STATUS = "35"
020300         OPEN OUTPUT STAY-FILE
020400         CLOSE STAY-FILE
020500         OPEN I-O STAY-FILE
020600     END-IF.
020700     OPEN INPUT JR-FILE.
020800     OPEN INPUT OWNER-MASTER-FILE.
020900     IF WS-OM-STATUS = "00"
021000         MOVE "Y" TO WS-OM-AVAIL-SWITCH
021100     END-IF.
021200     OPEN INPUT FEE-SCHEDULE-FILE.
021300     IF WS-FS-STATUS = "00"
021400         MOVE "Y" TO WS-FS-AVAIL-SWITCH
021500     END-IF.
021510     PERFORM 1100-LOAD-LAST-CLOSED THRU 1100-EXIT.
021600 1000-EXIT.
021700     EXIT.
021710*****************************************************************
021720*    1100-LOAD-LAST-CLOSED  --  THE HIGHEST MONTH CLOSED ON THE *
021730*    PERIOD-CONTROL FILE.  NO FILE MEANS NO MONTH IS CLOSED YET *
021740*****************************************************************
021750 1100-LOAD-LAST-CLOSED.
021752     OPEN INPUT PERIOD-CONTROL-FILE.
021754     IF WS-PC-STATUS NOT = "00"
021756         DISPLAY "BRDSCRN - PERIOD CONTROL FILE NOT AVAILABLE, "
021758             "NO MONTH IS LOCKED"
021760         GO TO 1100-EXIT
021762     END-IF.
021764     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
021766         UNTIL WS-PC-END-OF-FILE.
021768     CLOSE PERIOD-CONTROL-FILE.
021778 1100-EXIT.
021780     EXIT.
021781*****************************************************************
021782*    1110-READ-ONE-PERIOD                                       *
021783*****************************************************************
021784 1110-READ-ONE-PERIOD.
021785     READ PERIOD-CONTROL-FILE
021786         AT END
021787             MOVE "Y" TO WS-PC-EOF-SWITCH
021788             GO TO 1110-EXIT
021789     END-READ.
021790     IF PC-PERIOD-CLOSED
021791            AND PC-PERIOD > WS-LAST-CLOSED-PERIOD
021792         MOVE PC-PERIOD TO WS-LAST-CLOSED-PERIOD
021793     END-IF.
021794 1110-EXIT.
021795     EXIT.
021800*****************************************************************
021900*    2000-ONE-STAY-ACTION  --  ONE SCREEN TRANSACTION           *
022000*****************************************************************
022100 2000-ONE-STAY-ACTION.
022200     MOVE SPACES TO WS-SCR-MESSAGE.
022300     MOVE SPACES TO WS-SCR-ACTION.
022400     MOVE SPACES TO WS-SCR-PATIENT-ID.
022500     MOVE 0      TO WS-SCR-ADMIT-DATE.
022600     MOVE SPACES TO WS-SCR-STAY-TYPE.
022700     MOVE SPACES TO WS-SCR-KENNEL.
022800     MOVE SPACES TO WS-SCR-RATE-SERVICE.
022900     MOVE SPACES TO WS-SCR-PROVIDER.
023000     MOVE SPACES TO WS-SCR-REASON.
023100     MOVE 0      TO WS-SCR-DISCHARGE-DATE.
023200     MOVE SPACES TO WS-SCR-OWNER-NAME.
023300     MOVE SPACES TO WS-SCR-OWNER-PHONE.
023400     MOVE SPACES TO WS-SCR-RATE-DESC.
023500     MOVE 0      TO WS-SCR-NIGHTS.
023600     DISPLAY STAY-CHECKIN-SCREEN.
023700     ACCEPT SCR-ACTION-FLD.
023800     IF WS-SCR-ACTION = "X" OR WS-SCR-ACTION = SPACE
023900         MOVE "Y" TO WS-DONE-SWITCH
024000         GO TO 2000-EXIT
024100     END-IF.
024200     ACCEPT SCR-PATIENT-FLD.
024300     ACCEPT SCR-ADMIT-FLD.
024400     IF WS-SCR-ACTION = "I"
024500         ACCEPT SCR-TYPE-FLD
024600         ACCEPT SCR-KENNEL-FLD
024700         ACCEPT SCR-RATE-FLD
024800         ACCEPT SCR-PROVIDER-FLD
024900         ACCEPT SCR-REASON-FLD
025000     END-IF.
025100     IF WS-SCR-ACTION = "O"
025200         ACCEPT SCR-DISCHARGE-FLD
025300     END-IF.
025400     PERFORM 2200-VALIDATE-INPUT THRU 2200-EXIT.
025500     IF NOT WS-INPUT-VALID
025600         DISPLAY STAY-CHECKIN-SCREEN
025700         GO TO 2000-EXIT
025800     END-IF.
025900     IF WS-SCR-ACTION = "I"
026000         PERFORM 2400-CHECK-IN THRU 2400-EXIT
026100     ELSE
026200         PERFORM 2500-CHECK-OUT THRU 2500-EXIT
026300     END-IF.
026400     DISPLAY STAY-CHECKIN-SCREEN.
026500 2000-EXIT.
026600     EXIT.
026700*****************************************************************
026800*    2200-VALIDATE-INPUT  --  EDIT EACH FIELD BEFORE SAVING     *
026900*****************************************************************
027000 2200-VALIDATE-INPUT.
027100     MOVE "Y" TO WS-VALID-SWITCH.
027200     IF WS-SCR-ACTION NOT = "I" AND WS-SCR-ACTION NOT = "O"
027300         MOVE "N" TO WS-VALID-SWITCH
027400         MOVE "ACTION MUST BE I, O, OR X" TO WS-SCR-MESSAGE
027500         GO TO 2200-EXIT
027600     END-IF.
027700     PERFORM 2300-CHECK-PATIENT THRU 2300-EXIT.
027800     IF NOT WS-INPUT-VALID
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF WS-SCR-ACTION = "O"
028200         PERFORM 2270-VALIDATE-CHECK-OUT THRU 2270-EXIT
028300         GO TO 2200-EXIT
028400     END-IF.
028500     IF WS-SCR-ADMIT-DATE = 0
028600         MOVE WS-CURRENT-DATE TO WS-SCR-ADMIT-DATE
028700     END-IF.
028800     MOVE WS-SCR-ADMIT-DATE TO WS-EDIT-DATE.
028900     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
029000     IF NOT WS-DATE-VALID
029100         MOVE "N" TO WS-VALID-SWITCH
029200         MOVE "ADMIT DATE IS NOT A REAL CALENDAR DATE"
029300             TO WS-SCR-MESSAGE
029400         GO TO 2200-EXIT
029500     END-IF.
029600     IF WS-SCR-ADMIT-DATE > WS-CURRENT-DATE
029700         MOVE "N" TO WS-VALID-SWITCH
029800         MOVE "ADMIT DATE MAY NOT BE IN THE FUTURE"
029900             TO WS-SCR-MESSAGE
030000         GO TO 2200-EXIT
030100     END-IF.
030110     COMPUTE WS-ADMIT-YYYYMM =
030120         (WS-ED-YYYY * 100) + WS-ED-MM.
030130     IF WS-LAST-CLOSED-PERIOD > 0
030140            AND WS-ADMIT-YYYYMM NOT > WS-LAST-CLOSED-PERIOD
030150         MOVE "N" TO WS-VALID-SWITCH
030160         MOVE "ADMIT DATE IS IN A CLOSED MONTH" TO WS-SCR-MESSAGE
030170         GO TO 2200-EXIT
030180     END-IF.
030200     IF WS-SCR-STAY-TYPE NOT = "B" AND WS-SCR-STAY-TYPE NOT = "H"
030300         MOVE "N" TO WS-VALID-SWITCH
030400         MOVE "TYPE MUST BE B (BOARDING) OR H (HOSPITAL)"
030500             TO WS-SCR-MESSAGE
030600         GO TO 2200-EXIT
030700     END-IF.
030800     IF WS-SCR-KENNEL = SPACES
030900         MOVE "N" TO WS-VALID-SWITCH
031000         MOVE "KENNEL OR WARD IS REQUIRED" TO WS-SCR-MESSAGE
031100         GO TO 2200-EXIT
031200     END-IF.
031300     PERFORM 2320-CHECK-RATE THRU 2320-EXIT.
031400     IF NOT WS-INPUT-VALID
031500         GO TO 2200-EXIT
031600     END-IF.
031700     MOVE "N" TO WS-FOUND-SWITCH.
031800     PERFORM 2340-SEARCH-ONE-PROVIDER THRU 2340-EXIT
031900         VARYING WS-TABLE-SUB FROM 1 BY 1
032000         UNTIL WS-TABLE-SUB > WS-PROVIDER-MAX
032100            OR WS-TABLE-HIT.
032200     IF NOT WS-TABLE-HIT
032300         MOVE "N" TO WS-VALID-SWITCH
032400         MOVE "PROVIDER NOT IN PROVIDER TABLE" TO WS-SCR-MESSAGE
032500         GO TO 2200-EXIT
032600     END-IF.
032700     PERFORM 2600-SCAN-PATIENT-STAYS THRU 2600-EXIT.
032800     IF WS-OPEN-STAY-FOUND
032900         MOVE "N" TO WS-VALID-SWITCH
033000         MOVE "PATIENT IS ALREADY CHECKED IN" TO WS-SCR-MESSAGE
033100         GO TO 2200-EXIT
033200     END-IF.
033300     IF WS-STAY-OVERLAPS
033400         MOVE "N" TO WS-VALID-SWITCH
033500         MOVE "ADMIT DATE FALLS INSIDE AN EARLIER STAY"
033600             TO WS-SCR-MESSAGE
033700     END-IF.
033800 2200-EXIT.
033900     EXIT.
034000*****************************************************************
034100*    2250-VALIDATE-DATE  --  REAL CALENDAR DATE, LEAP-YEAR AWARE*
034200*****************************************************************
034300 2250-VALIDATE-DATE.
034400     MOVE "N" TO WS-DATE-OK-SWITCH.
034500     IF WS-ED-YYYY = 0
034600         GO TO 2250-EXIT
034700     END-IF.
034800     IF WS-ED-MM < 1 OR WS-ED-MM > 12
034900         GO TO 2250-EXIT
035000     END-IF.
035100     IF WS-ED-DD < 1
035200         GO TO 2250-EXIT
035300     END-IF.
035400     PERFORM 2260-CHECK-LEAP-YEAR THRU 2260-EXIT.
035500     IF WS-ED-MM = 2
035600            AND WS-ED-DD = 29
035700            AND WS-LEAP-YEAR
035800         MOVE "Y" TO WS-DATE-OK-SWITCH
035900         GO TO 2250-EXIT
036000     END-IF.
036100     IF WS-ED-DD > WS-MONTH-DAYS (WS-ED-MM)
036200         GO TO 2250-EXIT
036300     END-IF.
036400     MOVE "Y" TO WS-DATE-OK-SWITCH.
036500 2250-EXIT.
036600     EXIT.
036700*****************************************************************
036800*    2260-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
036900*    400                                                        *
037000*****************************************************************
037100 2260-CHECK-LEAP-YEAR.
037200     MOVE "N" TO WS-LEAP-SWITCH.
037300     DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
037400         REMAINDER WS-LEAP-REMAINDER.
037500     IF WS-LEAP-REMAINDER NOT = 0
037600         GO TO 2260-EXIT
037700     END-IF.
037800     DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
037900         REMAINDER WS-LEAP-REMAINDER.
038000     IF WS-LEAP-REMAINDER NOT = 0
038100         MOVE "Y" TO WS-LEAP-SWITCH
038200         GO TO 2260-EXIT
038300     END-IF.
038400     DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
038500         REMAINDER WS-LEAP-REMAINDER.
038600     IF WS-LEAP-REMAINDER = 0
038700         MOVE "Y" TO WS-LEAP-SWITCH
038800     END-IF.
038900 2260-EXIT.
039000     EXIT.
039100*****************************************************************
039200*    2270-VALIDATE-CHECK-OUT  --  FIND THE STAY (THE OPEN ONE   *
039300*    WHEN NO ADMIT DATE IS KEYED), SHOW IT, AND EDIT THE        *
039400*    DISCHARGE DATE AGAINST IT                                  *
039500*****************************************************************
039600 2270-VALIDATE-CHECK-OUT.
039700     IF WS-SCR-ADMIT-DATE = 0
039800         PERFORM 2600-SCAN-PATIENT-STAYS THRU 2600-EXIT
039900         IF NOT WS-OPEN-STAY-FOUND
040000             MOVE "N" TO WS-VALID-SWITCH
040100             MOVE "PATIENT IS NOT CHECKED IN" TO WS-SCR-MESSAGE
040200             GO TO 2270-EXIT
040300         END-IF
040400         MOVE WS-OPEN-ADMIT-DATE TO WS-SCR-ADMIT-DATE
040500     END-IF.
040600     MOVE WS-SCR-PATIENT-ID TO SY-PATIENT-ID.
040700     MOVE WS-SCR-ADMIT-DATE TO SY-ADMIT-DATE.
040800     READ STAY-FILE
040900         INVALID KEY
041000             MOVE "N" TO WS-VALID-SWITCH
041100             MOVE "NO STAY FOR THAT PATIENT AND ADMIT DATE"
041200                 TO WS-SCR-MESSAGE
041300             GO TO 2270-EXIT
041400     END-READ.
041500     MOVE SY-STAY-TYPE      TO WS-SCR-STAY-TYPE.
041600     MOVE SY-KENNEL         TO WS-SCR-KENNEL.
041700     MOVE SY-RATE-SERVICE   TO WS-SCR-RATE-SERVICE.
041800     MOVE SY-PROVIDER-CODE  TO WS-SCR-PROVIDER.
041900     MOVE SY-REASON         TO WS-SCR-REASON.
042000     MOVE SY-NIGHTS-CHARGED TO WS-SCR-NIGHTS.
042100     IF NOT SY-IN-HOUSE
042200         MOVE "N" TO WS-VALID-SWITCH
042300         MOVE SY-DISCHARGE-DATE TO WS-SCR-DISCHARGE-DATE
042400         MOVE "STAY IS ALREADY CHECKED OUT" TO WS-SCR-MESSAGE
042500         GO TO 2270-EXIT
042600     END-IF.
042700     IF WS-SCR-DISCHARGE-DATE = 0
042800         MOVE WS-CURRENT-DATE TO WS-SCR-DISCHARGE-DATE
042900     END-IF.
043000     MOVE WS-SCR-DISCHARGE-DATE TO WS-EDIT-DATE.
043100     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
043200     IF NOT WS-DATE-VALID
043300         MOVE "N" TO WS-VALID-SWITCH
043400         MOVE "DISCHARGE DATE IS NOT A REAL CALENDAR DATE"
043500             TO WS-SCR-MESSAGE
043600         GO TO 2270-EXIT
043700     END-IF.
043800     IF WS-SCR-DISCHARGE-DATE < SY-ADMIT-DATE
043900         MOVE "N" TO WS-VALID-SWITCH
044000         MOVE "DISCHARGE DATE IS BEFORE THE ADMIT DATE"
044100             TO WS-SCR-MESSAGE
044200         GO TO 2270-EXIT
044300     END-IF.
044400     IF WS-SCR-DISCHARGE-DATE > WS-CURRENT-DATE
044500         MOVE "N" TO WS-VALID-SWITCH
044600         MOVE "DISCHARGE DATE MAY NOT BE IN THE FUTURE"
044700             TO WS-SCR-MESSAGE
044800     END-IF.
044900 2270-EXIT.
045000     EXIT.
045100*****************************************************************
045200*    2300-CHECK-PATIENT  --  MUST EXIST AND SHOW THE OWNER.  A  *
045300*    CHECK-IN ALSO REQUIRES AN ACTIVE PATIENT; A CHECK-OUT DOES *
045400*    NOT, SINCE A PATIENT MAY DIE IN HOSPITAL                   *
045500*****************************************************************
045600 2300-CHECK-PATIENT.
045700     MOVE "Y" TO WS-PATIENT-OK-SWITCH.
045800     MOVE WS-SCR-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
045900     READ JR-FILE
046000         KEY IS PATIENT-ID
046100         INVALID KEY
046200             MOVE "N" TO WS-PATIENT-OK-SWITCH
046300     END-READ.
046400     IF NOT WS-PATIENT-ON-FILE
046500         MOVE "N" TO WS-VALID-SWITCH
046600         MOVE "PATIENT NOT ON FILE" TO WS-SCR-MESSAGE
046700         GO TO 2300-EXIT
046800     END-IF.
046900     MOVE OWNER OF OWNER-INFO TO WS-SCR-OWNER-NAME.
047000     MOVE PHONE OF OWNER-INFO TO WS-SCR-OWNER-PHONE.
047100     PERFORM 2350-LOOKUP-OWNER-MASTER THRU 2350-EXIT.
047200     IF PATIENT-RETIRED AND WS-SCR-ACTION = "I"
047300         MOVE "N" TO WS-VALID-SWITCH
047400         MOVE "PATIENT IS INACTIVE OR DECEASED"
047500             TO WS-SCR-MESSAGE
047600     END-IF.
047700 2300-EXIT.
047800     EXIT.
047900*****************************************************************
048000*    2320-CHECK-RATE  --  THE RATE MUST BE ON THE FEE SCHEDULE  *
048100*    AND PRICED FOR THE PATIENT'S SPECIES, OR EVERY NIGHT WOULD *
048200*    GO TO SUSPENSE                                             *
048300*****************************************************************
048400 2320-CHECK-RATE.
048500     IF WS-SCR-RATE-SERVICE = "FC"
048600         MOVE "N" TO WS-VALID-SWITCH
048700         MOVE "FC IS RESERVED FOR FINANCE CHARGES"
048800             TO WS-SCR-MESSAGE
048900         GO TO 2320-EXIT
049000     END-IF.
049100     IF NOT WS-FEE-SCHEDULE-AVAILABLE
049200         MOVE "N" TO WS-VALID-SWITCH
049300         MOVE "FEE SCHEDULE NOT AVAILABLE - CANNOT CHECK IN"
049400             TO WS-SCR-MESSAGE
049500         GO TO 2320-EXIT
049600     END-IF.
049700     MOVE WS-SCR-RATE-SERVICE TO FS-SERVICE-CODE.
049800     READ FEE-SCHEDULE-FILE
049900         INVALID KEY
050000             MOVE "N" TO WS-VALID-SWITCH
050100             MOVE "RATE CODE NOT ON FEE SCHEDULE"
050200                 TO WS-SCR-MESSAGE
050300             GO TO 2320-EXIT
050400     END-READ.
050500     MOVE FS-DESCRIPTION TO WS-SCR-RATE-DESC.
050600     MOVE "N" TO WS-FOUND-SWITCH.
050700     PERFORM 2330-SEARCH-ONE-SPECIES THRU 2330-EXIT
050800         VARYING WS-TABLE-SUB FROM 1 BY 1
050900         UNTIL WS-TABLE-SUB > WS-SPECIES-MAX
051000            OR WS-TABLE-HIT.
051100     IF NOT WS-TABLE-HIT
051200         MOVE "N" TO WS-VALID-SWITCH
051300         MOVE "RATE NOT PRICED FOR THIS SPECIES"
051400             TO WS-SCR-MESSAGE
051500         GO TO 2320-EXIT
051600     END-IF.
051700     IF FS-SPECIES-FEE (WS-SPEC-SUB) = 0
051800         MOVE "N" TO WS-VALID-SWITCH
051900         MOVE "RATE NOT PRICED FOR THIS SPECIES"
052000             TO WS-SCR-MESSAGE
052100     END-IF.
052200 2320-EXIT.
052300     EXIT.
052400*****************************************************************
052500*    2330-SEARCH-ONE-SPECIES  --  LINEAR SEARCH OF SPECTAB      *
052600*****************************************************************
052700 2330-SEARCH-ONE-SPECIES.
052800     IF WS-SPECIES-CODE (WS-TABLE-SUB) = ATYPE OF ANIMAL-INFO
052900         MOVE "Y" TO WS-FOUND-SWITCH
053000         MOVE WS-TABLE-SUB TO WS-SPEC-SUB
053100     END-IF.
053200 2330-EXIT.
053300     EXIT.
053400*****************************************************************
053500*    2340-SEARCH-ONE-PROVIDER  --  LINEAR SEARCH OF PROVTAB     *
053600*****************************************************************
053700 2340-SEARCH-ONE-PROVIDER.
053800     IF WS-PROVIDER-CODE (WS-TABLE-SUB) = WS-SCR-PROVIDER
053900         MOVE "Y" TO WS-FOUND-SWITCH
054000     END-IF.
054100 2340-EXIT.
054200     EXIT.
054300*****************************************************************
054400*    2350-LOOKUP-OWNER-MASTER  --  PREFER THE OWNER MASTER'S    *
054500*    NAME AND PHONE; THE JR COPY IS THE FALLBACK WHEN THE       *
054600*    MASTER IS ABSENT OR THE PHONE IS NOT LINKED YET            *
054700*****************************************************************
054800 2350-LOOKUP-OWNER-MASTER.
054900     IF NOT WS-OWNER-MASTER-AVAILABLE
055000         GO TO 2350-EXIT
055100     END-IF.
055200     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
055300     READ OWNER-MASTER-FILE
055400         INVALID KEY
055500             GO TO 2350-EXIT
055600     END-READ.
055700     MOVE OM-OWNER-NAME TO WS-SCR-OWNER-NAME.
055800     MOVE OM-PHONE      TO WS-SCR-OWNER-PHONE.
055900 2350-EXIT.
056000     EXIT.
056100*****************************************************************
056200*    2400-CHECK-IN  --  WRITE THE NEW STAY, NOTHING CHARGED YET *
056300*****************************************************************
056400 2400-CHECK-IN.
056500     MOVE SPACES              TO STAY-RECORD.
056600     MOVE WS-SCR-PATIENT-ID   TO SY-PATIENT-ID.
056700     MOVE WS-SCR-ADMIT-DATE   TO SY-ADMIT-DATE.
056800     MOVE WS-SCR-STAY-TYPE    TO SY-STAY-TYPE.
056900     MOVE WS-SCR-KENNEL       TO SY-KENNEL.
057000     MOVE WS-SCR-RATE-SERVICE TO SY-RATE-SERVICE.
057100     MOVE WS-SCR-PROVIDER     TO SY-PROVIDER-CODE.
057200     MOVE WS-SCR-REASON       TO SY-REASON.
057300     MOVE 0 TO SY-DISCHARGE-DATE.
057400     MOVE 0 TO SY-CHARGED-THRU.
057500     MOVE 0 TO SY-NIGHTS-CHARGED.
057600     MOVE 0 TO SY-LAST-ACCRUAL-DATE.
057700     MOVE 0 TO SY-PRIOR-CHARGED-THRU.
057800     MOVE 0 TO SY-PRIOR-NIGHTS.
057900     WRITE STAY-RECORD
058000         INVALID KEY
058100             MOVE "STAY ALREADY ON FILE" TO WS-SCR-MESSAGE
058200         NOT INVALID KEY
058300             ADD 1 TO WS-CHECKINS-DONE
058400             MOVE "PATIENT CHECKED IN" TO WS-SCR-MESSAGE
058500     END-WRITE.
058600 2400-EXIT.
058700     EXIT.
058800*****************************************************************
058900*    2500-CHECK-OUT  --  STAMP THE DISCHARGE DATE.  NIGHTS      *
059000*    ALREADY CHARGED FOR THE DISCHARGE NIGHT OR LATER ARE FOR   *
059100*    THE DESK TO CREDIT                                         *
059200*****************************************************************
059300 2500-CHECK-OUT.
059400     MOVE WS-SCR-DISCHARGE-DATE TO SY-DISCHARGE-DATE.
059500     REWRITE STAY-RECORD
059600         INVALID KEY
059700             MOVE "CHECK-OUT FAILED" TO WS-SCR-MESSAGE
059800             GO TO 2500-EXIT
059900     END-REWRITE.
060000     ADD 1 TO WS-CHECKOUTS-DONE.
060100     IF SY-CHARGED-THRU NOT < SY-DISCHARGE-DATE
060200         MOVE "CHECKED OUT - NIGHTS CHARGED PAST DISCHARGE"
060300             TO WS-SCR-MESSAGE
060400     ELSE
060500         MOVE "PATIENT CHECKED OUT" TO WS-SCR-MESSAGE
060600     END-IF.
060700 2500-EXIT.
060800     EXIT.
060900*****************************************************************
061000*    2600-SCAN-PATIENT-STAYS  --  READ EVERY STAY ON FILE FOR   *
061100*    THE PATIENT: NOTE AN OPEN ONE, AND WHETHER ANY ENDS AFTER  *
061200*    THE ADMIT DATE KEYED                                       *
061300*****************************************************************
061400 2600-SCAN-PATIENT-STAYS.
061500     MOVE "N" TO WS-OPEN-STAY-SWITCH.
061600     MOVE "N" TO WS-OVERLAP-SWITCH.
061700     MOVE "N" TO WS-SCAN-END-SWITCH.
061800     MOVE 0   TO WS-OPEN-ADMIT-DATE.
061900     MOVE WS-SCR-PATIENT-ID TO SY-PATIENT-ID.
062000     MOVE 0                 TO SY-ADMIT-DATE.
062100     START STAY-FILE KEY IS NOT LESS THAN SY-KEY
062200         INVALID KEY
062300             GO TO 2600-EXIT
062400     END-START.
062500     PERFORM 2650-CHECK-ONE-STAY THRU 2650-EXIT
062600         UNTIL WS-SCAN-ENDED.
062700 2600-EXIT.
062800     EXIT.
062900*****************************************************************
063000*    2650-CHECK-ONE-STAY                                        *
063100*****************************************************************
063200 2650-CHECK-ONE-STAY.
063300     READ STAY-FILE NEXT RECORD
063400         AT END
063500             MOVE "Y" TO WS-SCAN-END-SWITCH
063600             GO TO 2650-EXIT
063700     END-READ.
063800     IF SY-PATIENT-ID NOT = WS-SCR-PATIENT-ID
063900         MOVE "Y" TO WS-SCAN-END-SWITCH
064000         GO TO 2650-EXIT
064100     END-IF.
064200     IF SY-IN-HOUSE
064300         MOVE "Y" TO WS-OPEN-STAY-SWITCH
064400         MOVE SY-ADMIT-DATE TO WS-OPEN-ADMIT-DATE
064500         GO TO 2650-EXIT
064600     END-IF.
064700     IF SY-DISCHARGE-DATE > WS-SCR-ADMIT-DATE
064800         MOVE "Y" TO WS-OVERLAP-SWITCH
064900     END-IF.
065000 2650-EXIT.
065100     EXIT.
065200*****************************************************************
065300*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
065400*****************************************************************
065500 9999-TERMINATE.
065600     DISPLAY "BRDSCRN - CHECK-INS        : " WS-CHECKINS-DONE.
065700     DISPLAY "BRDSCRN - CHECK-OUTS       : " WS-CHECKOUTS-DONE.
065800     CLOSE STAY-FILE.
065900     CLOSE JR-FILE.
066000     IF WS-OWNER-MASTER-AVAILABLE
066100         CLOSE OWNER-MASTER-FILE
066200     END-IF.
066300     IF WS-FEE-SCHEDULE-AVAILABLE
066400         CLOSE FEE-SCHEDULE-FILE
066500     END-IF.
066600 9999-EXIT.
066700     EXIT.
