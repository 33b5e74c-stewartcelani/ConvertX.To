000100*****************************************************************
000200*                                                               *
000300*    AUDTINQ                                                    *
000400*                                                               *
000500*    AUDIT JOURNAL INQUIRY AND EXCEPTION REPORT                 *
000600*                                                               *
000700*    READS THE LIVE AUDIT JOURNAL (AUDTJRNL) FOLLOWED BY THE    *
000800*    AUDIT ARCHIVE (AUDTARCH) CUT BY YEARARCH, AND PRINTS TWO   *
000900*    SECTIONS ON ONE REPORT:                                    *
001000*                                                               *
001100*      INQUIRY      EVERY JOURNAL ENTRY MATCHING THE OPERATOR'S *
001200*                   SELECTION -- PATIENT-ID, USER-ID, FIELD     *
001300*                   NAME AND A FROM/THRU CHANGE-DATE RANGE,     *
001400*                   ANY OF WHICH MAY BE LEFT BLANK FOR ALL --   *
001500*                   WITH THE OLD AND NEW VALUES.  WITH NOTHING  *
001600*                   SELECTED THE SECTION IS SKIPPED, SO THE     *
001700*                   STANDING WEEKLY RUN PRINTS EXCEPTIONS ONLY. *
001800*      EXCEPTIONS   FOR THE SEVEN DAYS ENDING ON THE WEEK-END   *
001900*                   DATE, ONE TAGGED LINE PER:                  *
002000*        FEE-CORR   A FEE CHANGED OUTSIDE THE NIGHTLY POSTING   *
002100*                   RUN (A JRSCRN CORRECTION) BY MORE THAN THE  *
002200*                   THRESHOLD IN EITHER DIRECTION               *
002300*        BAL-REDUCE AN OPEN_BAL REDUCTION NOT MADE BY THE       *
002400*                   NIGHTLY POSTING RUN (JRNIGHT)               *
002500*        REPEAT-CHG ONE USER CHANGING ONE PATIENT IN MORE THAN  *
002600*                   ONE SEPARATE TRANSACTION ON THE SAME DAY.   *
002700*                   ENTRIES WRITTEN TOGETHER BY ONE TRANSACTION *
002800*                   CARRY THE SAME CHANGE TIME AND COUNT ONCE;  *
002900*                   THE NIGHTLY POSTING RUN IS NOT COUNTED.     *
003000*                                                               *
003100*    THE WEEK IS SEVEN REAL CALENDAR DAYS, COUNTED BACK FROM    *
003110*    THE WEEK-END DATE ACROSS MONTH ENDS AND LEAP DAYS.         *
003200*    THE REPEAT CHECK HOLDS ONE 2000-ENTRY TABLE OF             *
003300*    USER / PATIENT / DAY; ENTRIES BEYOND THAT ARE COUNTED AS   *
003400*    NOT CHECKED RATHER THAN OVERRUNNING THE TABLE.  A MISSING  *
003500*    JOURNAL OR ARCHIVE IS SIMPLY NOT READ.                     *
003600*                                                               *
003700*    MODIFICATION HISTORY                                       *
003800*    --------------------                                       *
003900*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003910*    2026/10/15  JJM  WEEK WINDOW BUILT FROM CALENDAR DATES,    *
003920*                     NOT THE 30/360 DAY COUNT.                 *
004000*                                                               *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID.  AUDTINQ.
004400 AUTHOR.      J MORALES.
004500 INSTALLATION. CLINIC DATA PROCESSING.
004600 DATE-WRITTEN. 2026/10/15.
004700 DATE-COMPILED.
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. GNUCOBOL.
005100 OBJECT-COMPUTER. GNUCOBOL.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT AUDIT-JOURNAL-FILE ASSIGN TO "AUDTJRNL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AU-STATUS.
005700     SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDTARCH"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-AA-STATUS.
006000     SELECT AUDIT-REPORT ASSIGN TO "AUDTRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RPT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  AUDIT-JOURNAL-FILE.
006600 01  AUDIT-JOURNAL-RECORD           PIC X(97).
006700 FD  AUDIT-ARCHIVE-FILE.
006800 01  AUDIT-ARCHIVE-RECORD           PIC X(97).
006900 FD  AUDIT-REPORT.
007000 01  AUDIT-REPORT-LINE              PIC X(80).
007100 WORKING-STORAGE SECTION.
007200     COPY AUDTREC.
007300 01  WS-AU-STATUS                   PIC X(02).
007400 01  WS-AA-STATUS                   PIC X(02).
007500 01  WS-RPT-STATUS                  PIC X(02).
007600 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
007700     88  WS-END-OF-FILE                           VALUE "Y".
007800 01  WS-SOURCE-SWITCH               PIC X(01)     VALUE "J".
007900     88  WS-READING-JOURNAL                       VALUE "J".
008000     88  WS-READING-ARCHIVE                       VALUE "A".
008100 01  WS-AU-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008200     88  WS-JOURNAL-AVAILABLE                     VALUE "Y".
008300 01  WS-AA-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008400     88  WS-ARCHIVE-AVAILABLE                     VALUE "Y".
008500 01  WS-INQUIRY-SWITCH              PIC X(01)     VALUE "N".
008600     88  WS-INQUIRY-REQUESTED                     VALUE "Y".
008700 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
008800     88  WS-REPEAT-FOUND                          VALUE "Y".
008900 01  WS-CURRENT-DATE                PIC 9(08).
009000 01  WS-SEL-PATIENT-ID              PIC X(05).
009100 01  WS-SEL-USER-ID                 PIC X(08).
009200 01  WS-SEL-FIELD-NAME              PIC X(10).
009300 01  WS-SEL-FROM-IN                 PIC X(08).
009400 01  WS-SEL-THRU-IN                 PIC X(08).
009500 01  WS-SEL-FROM-DATE               PIC 9(08)     VALUE 0.
009600 01  WS-SEL-THRU-DATE               PIC 9(08)     VALUE 99999999.
009700 01  WS-WEEK-END-IN                 PIC X(08).
009800 01  WS-WEEK-END-DATE.
009900     05  WS-WE-YYYY                 PIC 9(04).
010000     05  WS-WE-MM                   PIC 9(02).
010100     05  WS-WE-DD                   PIC 9(02).
010200 01  WS-WEEK-END-DATE-N REDEFINES WS-WEEK-END-DATE
010300                                    PIC 9(08).
010400 01  WS-ENTRY-DATE.
010500     05  WS-ED-YYYY                 PIC 9(04).
010600     05  WS-ED-MM                   PIC 9(02).
010700     05  WS-ED-DD                   PIC 9(02).
010800 01  WS-ENTRY-DATE-N REDEFINES WS-ENTRY-DATE
010900                                    PIC 9(08).
011000 01  WS-THRESHOLD-IN                PIC X(05).
011100 01  WS-FEE-THRESHOLD               PIC 9(05)     VALUE 100.
011200 01  WS-POSTING-USER-ID             PIC X(08)     VALUE "JRNIGHT".
011300 01  WS-WEEK-START-DATE.
011310     05  WS-WS-YYYY                 PIC 9(04).
011320     05  WS-WS-MM                   PIC 9(02).
011330     05  WS-WS-DD                   PIC 9(02).
011340 01  WS-WEEK-START-DATE-N REDEFINES WS-WEEK-START-DATE
011350                                    PIC 9(08).
011360 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
011370     "312831303130313130313031".
011380 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
011390     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
011400 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
011410 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
011420 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
011430     88  WS-LEAP-YEAR                             VALUE "Y".
011600 01  WS-FEE-EDITED                  PIC -(5)9.99.
011700 01  WS-BAL-EDITED                  PIC -(7)9.99.
011800 01  WS-OLD-AMOUNT                  PIC S9(9)V99.
011900 01  WS-NEW-AMOUNT                  PIC S9(9)V99.
012000 01  WS-CHANGE-AMOUNT               PIC S9(9)V99.
012100 01  WS-REPEAT-SUB                  PIC 9(04)     COMP.
012200 01  WS-FOUND-REPEAT-SUB            PIC 9(04)     COMP.
012300 01  WS-REPEAT-COUNT                PIC 9(04)     COMP VALUE 0.
012400 01  WS-REPEAT-TABLE.
012500     05  WS-REPEAT-ENTRY            OCCURS 2000 TIMES.
012600         10  WS-RT-USER-ID          PIC X(08).
012700         10  WS-RT-PATIENT-ID       PIC X(05).
012800         10  WS-RT-DATE             PIC 9(08).
012900         10  WS-RT-LAST-TIME        PIC 9(06).
013000         10  WS-RT-CHANGES          PIC 9(04)     COMP.
013100 01  WS-JOURNAL-READ                PIC 9(07)     COMP VALUE 0.
013200 01  WS-ARCHIVE-READ                PIC 9(07)     COMP VALUE 0.
013300 01  WS-ENTRIES-SELECTED            PIC 9(07)     COMP VALUE 0.
013400 01  WS-WEEK-ENTRIES                PIC 9(07)     COMP VALUE 0.
013500 01  WS-FEE-CORR-COUNT              PIC 9(07)     COMP VALUE 0.
013600 01  WS-BAL-REDUCE-COUNT            PIC 9(07)     COMP VALUE 0.
013700 01  WS-REPEAT-CHG-COUNT            PIC 9(07)     COMP VALUE 0.
013800 01  WS-NOT-CHECKED-COUNT           PIC 9(07)     COMP VALUE 0.
013900 01  WS-HEADING-LINE-1.
014000     05  FILLER                     PIC X(44)     VALUE
014100         "AUDTINQ - AUDIT JOURNAL INQUIRY".
014200     05  FILLER                     PIC X(06)     VALUE "RUN ".
014300     05  WS-H1-DATE                 PIC 9999/99/99.
014400 01  WS-SELECTION-LINE.
014500     05  FILLER                     PIC X(09)     VALUE "PATIENT".
014600     05  WS-SL-PATIENT-ID           PIC X(05).
014700     05  FILLER                     PIC X(07)     VALUE "  USER".
014800     05  WS-SL-USER-ID              PIC X(08).
014900     05  FILLER                     PIC X(08)     VALUE "  FIELD".
015000     05  WS-SL-FIELD-NAME           PIC X(10).
015100     05  FILLER                     PIC X(07)     VALUE "  FROM".
015200     05  WS-SL-FROM-DATE            PIC 9(08).
015300     05  FILLER                     PIC X(06)     VALUE "  THRU".
015400     05  WS-SL-THRU-DATE            PIC 9(08).
015500 01  WS-INQUIRY-COLUMN-LINE.
015600     05  FILLER                     PIC X(44)     VALUE
015700         "DATE       TIME      PATNT  FIELD       USER".
015800 01  WS-INQUIRY-DETAIL-LINE.
015900     05  WS-ID-DATE                 PIC 9999/99/99.
016000     05  FILLER                     PIC X(01)     VALUE SPACES.
016100     05  WS-ID-TIME                 PIC 99B99B99.
016200     05  FILLER                     PIC X(02)     VALUE SPACES.
016300     05  WS-ID-PATIENT-ID           PIC X(05).
016400     05  FILLER                     PIC X(02)     VALUE SPACES.
016500     05  WS-ID-FIELD-NAME           PIC X(10).
016600     05  FILLER                     PIC X(02)     VALUE SPACES.
016700     05  WS-ID-USER-ID              PIC X(08).
016800 01  WS-INQUIRY-VALUE-LINE.
016900     05  FILLER                     PIC X(06)     VALUE "  WAS".
017000     05  WS-IV-OLD-VALUE            PIC X(30).
017100     05  FILLER                     PIC X(06)     VALUE "  NOW".
017200     05  WS-IV-NEW-VALUE            PIC X(30).
017300 01  WS-EXCEPTION-HEADING.
017400     05  FILLER                     PIC X(44)     VALUE
017500         "AUDTINQ - WEEKLY AUDIT EXCEPTIONS".
017600     05  FILLER                     PIC X(06)     VALUE "WEEK ".
017700     05  WS-EH-DATE                 PIC 9999/99/99.
017800 01  WS-EXCEPTION-COLUMN-LINE.
017900     05  FILLER                     PIC X(44)     VALUE
018000         "CHECK       PATNT USER      DETAIL".
018100 01  WS-EXCEPTION-LINE.
018200     05  WS-EL-CHECK                PIC X(10).
018300     05  FILLER                     PIC X(02)     VALUE SPACES.
018400     05  WS-EL-KEY                  PIC X(14).
018500     05  FILLER                     PIC X(02)     VALUE SPACES.
018600     05  WS-EL-DETAIL               PIC X(44).
018700 01  WS-EXCEPTION-KEY.
018800     05  WS-EK-PATIENT-ID           PIC X(05).
018900     05  FILLER                     PIC X(01)     VALUE SPACES.
019000     05  WS-EK-USER-ID              PIC X(08).
019100 01  WS-FEE-CORR-DETAIL.
019200     05  WS-FD-DATE                 PIC 9(08).
019300     05  FILLER                     PIC X(05)     VALUE " FEE".
019400     05  WS-FD-OLD-FEE              PIC X(10).
019500     05  FILLER                     PIC X(04)     VALUE " TO".
019600     05  WS-FD-NEW-FEE              PIC X(10).
019700 01  WS-BAL-REDUCE-DETAIL.
019800     05  WS-BD-DATE                 PIC 9(08).
019900     05  FILLER                     PIC X(05)     VALUE " BAL".
020000     05  WS-BD-OLD-BAL              PIC X(12).
020100     05  FILLER                     PIC X(04)     VALUE " TO".
020200     05  WS-BD-NEW-BAL              PIC X(12).
020300 01  WS-REPEAT-DETAIL.
020400     05  WS-RD-DATE                 PIC 9(08).
020500     05  FILLER                     PIC X(01)     VALUE SPACES.
020600     05  WS-RD-CHANGES              PIC ZZZ9.
020700     05  FILLER                     PIC X(21)     VALUE
020800         " SEPARATE CHANGES".
020900 01  WS-SUMMARY-LINE.
021000     05  WS-SM-LABEL                PIC X(28).
021100     05  WS-SM-COUNT                PIC ZZZZZZ9.
021200 PROCEDURE DIVISION.
021300*****************************************************************
021400*    0000-MAINLINE                                              *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021800     IF WS-INQUIRY-REQUESTED
021900         PERFORM 2000-INQUIRY-PASS THRU 2000-EXIT
022000     END-IF.
022100     PERFORM 3000-EXCEPTION-PASS THRU 3000-EXIT.
022200     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
022300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
022400     STOP RUN.
022500*****************************************************************
022600*    1000-INITIALIZE  --  SELECTION AND EXCEPTION PARMS         *
022700*****************************************************************
022800 1000-INITIALIZE.
022900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023000     DISPLAY "AUDTINQ - ENTER PATIENT-ID (BLANK=ALL):".
023100     ACCEPT WS-SEL-PATIENT-ID.
023200     DISPLAY "AUDTINQ - ENTER USER-ID (BLANK=ALL):".
023300     ACCEPT WS-SEL-USER-ID.
023400     DISPLAY "AUDTINQ - ENTER FIELD NAME (BLANK=ALL):".
023500     ACCEPT WS-SEL-FIELD-NAME.
023600     DISPLAY "AUDTINQ - ENTER FROM YYYYMMDD (BLANK=ALL):".
023700     ACCEPT WS-SEL-FROM-IN.
023800     IF WS-SEL-FROM-IN NUMERIC
023900         MOVE WS-SEL-FROM-IN TO WS-SEL-FROM-DATE
024000     END-IF.
024100     DISPLAY "AUDTINQ - ENTER THRU YYYYMMDD (BLANK=ALL):".
024200     ACCEPT WS-SEL-THRU-IN.
024300     IF WS-SEL-THRU-IN NUMERIC
024400         MOVE WS-SEL-THRU-IN TO WS-SEL-THRU-DATE
024500     END-IF.
024600     IF WS-SEL-PATIENT-ID NOT = SPACES
024700        OR WS-SEL-USER-ID NOT = SPACES
024800        OR WS-SEL-FIELD-NAME NOT = SPACES
024900        OR WS-SEL-FROM-IN NUMERIC
025000        OR WS-SEL-THRU-IN NUMERIC
025100         MOVE "Y" TO WS-INQUIRY-SWITCH
025200     ELSE
025300         DISPLAY "AUDTINQ - NO SELECTION, INQUIRY SKIPPED"
025400     END-IF.
025500     DISPLAY "AUDTINQ - ENTER WEEK ENDING YYYYMMDD "
025510         "(BLANK=TODAY):".
025600     ACCEPT WS-WEEK-END-IN.
025700     IF WS-WEEK-END-IN NUMERIC
025800         MOVE WS-WEEK-END-IN TO WS-WEEK-END-DATE-N
025900     ELSE
026000         MOVE WS-CURRENT-DATE TO WS-WEEK-END-DATE-N
026100     END-IF.
026110     IF WS-WE-MM < 1 OR WS-WE-MM > 12
026120            OR WS-WE-DD < 1 OR WS-WE-DD > 31
026130         DISPLAY "AUDTINQ - WEEK ENDING IS NOT A DATE, TODAY USED"
026140         MOVE WS-CURRENT-DATE TO WS-WEEK-END-DATE-N
026150     END-IF.
026200     DISPLAY "AUDTINQ - WEEK ENDING USED: " WS-WEEK-END-DATE-N.
026300     DISPLAY "AUDTINQ - ENTER FEE THRESHOLD NNNNN "
026310         "(DEFAULT 00100):".
026400     ACCEPT WS-THRESHOLD-IN.
026500     IF WS-THRESHOLD-IN NUMERIC
026600         MOVE WS-THRESHOLD-IN TO WS-FEE-THRESHOLD
026700     END-IF.
026800     DISPLAY "AUDTINQ - FEE THRESHOLD USED: " WS-FEE-THRESHOLD.
026900     MOVE WS-WEEK-END-DATE-N TO WS-WEEK-START-DATE-N.
027000     PERFORM 1100-PRIOR-DAY THRU 1100-EXIT 6 TIMES.
027100     OPEN OUTPUT AUDIT-REPORT.
027200     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
027300     WRITE AUDIT-REPORT-LINE FROM WS-HEADING-LINE-1.
027400 1000-EXIT.
027500     EXIT.
027510*****************************************************************
027511*    1100-PRIOR-DAY  --  CALENDAR DAY BEFORE THE WEEK START,    *
027512*    LEAP-YEAR AWARE                                            *
027513*****************************************************************
027514 1100-PRIOR-DAY.
027515     IF WS-WS-DD > 1
027516         SUBTRACT 1 FROM WS-WS-DD
027517         GO TO 1100-EXIT
027518     END-IF.
027519     IF WS-WS-MM > 1
027520         SUBTRACT 1 FROM WS-WS-MM
027521     ELSE
027522         MOVE 12 TO WS-WS-MM
027523         SUBTRACT 1 FROM WS-WS-YYYY
027524     END-IF.
027525     MOVE WS-MONTH-DAYS (WS-WS-MM) TO WS-WS-DD.
027526     IF WS-WS-MM = 2
027527         PERFORM 1150-CHECK-LEAP-YEAR THRU 1150-EXIT
027528         IF WS-LEAP-YEAR
027529             MOVE 29 TO WS-WS-DD
027530         END-IF
027531     END-IF.
027532 1100-EXIT.
027533     EXIT.
027534*****************************************************************
027535*    1150-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
027536*    400                                                        *
027537*****************************************************************
027538 1150-CHECK-LEAP-YEAR.
027539     MOVE "N" TO WS-LEAP-SWITCH.
027540     DIVIDE WS-WS-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
027541         REMAINDER WS-LEAP-REMAINDER.
027542     IF WS-LEAP-REMAINDER NOT = 0
027543         GO TO 1150-EXIT
027544     END-IF.
027545     DIVIDE WS-WS-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
027546         REMAINDER WS-LEAP-REMAINDER.
027547     IF WS-LEAP-REMAINDER NOT = 0
027548         MOVE "Y" TO WS-LEAP-SWITCH
027549         GO TO 1150-EXIT
027550     END-IF.
027551     DIVIDE WS-WS-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
027552         REMAINDER WS-LEAP-REMAINDER.
027553     IF WS-LEAP-REMAINDER = 0
027554         MOVE "Y" TO WS-LEAP-SWITCH
027555     END-IF.
027556 1150-EXIT.
027557     EXIT.
027600*****************************************************************
027700*    1500-OPEN-SOURCES  --  JOURNAL THEN ARCHIVE, PRIME READ    *
027800*****************************************************************
027900 1500-OPEN-SOURCES.
028000     MOVE 0   TO WS-JOURNAL-READ.
028100     MOVE 0   TO WS-ARCHIVE-READ.
028200     MOVE "N" TO WS-EOF-SWITCH.
028300     MOVE "J" TO WS-SOURCE-SWITCH.
028400     MOVE "N" TO WS-AU-AVAIL-SWITCH.
028500     MOVE "N" TO WS-AA-AVAIL-SWITCH.
028600     OPEN INPUT AUDIT-JOURNAL-FILE.
028700     IF WS-AU-STATUS = "00"
028800         MOVE "Y" TO WS-AU-AVAIL-SWITCH
028900     ELSE
029000         MOVE "A" TO WS-SOURCE-SWITCH
029100     END-IF.
029200     OPEN INPUT AUDIT-ARCHIVE-FILE.
029300     IF WS-AA-STATUS = "00"
029400         MOVE "Y" TO WS-AA-AVAIL-SWITCH
029500     END-IF.
029600     PERFORM 1700-READ-AUDIT THRU 1700-EXIT.
029700 1500-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    1600-CLOSE-SOURCES                                         *
030100*****************************************************************
030200 1600-CLOSE-SOURCES.
030300     IF WS-JOURNAL-AVAILABLE
030400         CLOSE AUDIT-JOURNAL-FILE
030500     END-IF.
030600     IF WS-ARCHIVE-AVAILABLE
030700         CLOSE AUDIT-ARCHIVE-FILE
030800     END-IF.
030900 1600-EXIT.
031000     EXIT.
031100*****************************************************************
031200*    1700-READ-AUDIT  --  NEXT ENTRY; THE ARCHIVE IS READ ONCE  *
031300*    THE LIVE JOURNAL RUNS OUT                                  *
031400*****************************************************************
031500 1700-READ-AUDIT.
031600     IF WS-READING-JOURNAL
031700         READ AUDIT-JOURNAL-FILE INTO AUDIT-RECORD
031800             AT END
031900                 MOVE "A" TO WS-SOURCE-SWITCH
032000             NOT AT END
032100                 ADD 1 TO WS-JOURNAL-READ
032200         END-READ
032300     END-IF.
032400     IF WS-READING-JOURNAL
032500         GO TO 1700-EXIT
032600     END-IF.
032700     IF NOT WS-ARCHIVE-AVAILABLE
032800         MOVE "Y" TO WS-EOF-SWITCH
032900         GO TO 1700-EXIT
033000     END-IF.
033100     READ AUDIT-ARCHIVE-FILE INTO AUDIT-RECORD
033200         AT END
033300             MOVE "Y" TO WS-EOF-SWITCH
033400         NOT AT END
033500             ADD 1 TO WS-ARCHIVE-READ
033600     END-READ.
033700 1700-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    2000-INQUIRY-PASS  --  SELECTED ENTRIES, BOTH SOURCES      *
034100*****************************************************************
034200 2000-INQUIRY-PASS.
034300     MOVE WS-SEL-PATIENT-ID TO WS-SL-PATIENT-ID.
034400     MOVE WS-SEL-USER-ID    TO WS-SL-USER-ID.
034500     MOVE WS-SEL-FIELD-NAME TO WS-SL-FIELD-NAME.
034600     MOVE WS-SEL-FROM-DATE  TO WS-SL-FROM-DATE.
034700     MOVE WS-SEL-THRU-DATE  TO WS-SL-THRU-DATE.
034800     WRITE AUDIT-REPORT-LINE FROM WS-SELECTION-LINE.
034900     MOVE SPACES TO AUDIT-REPORT-LINE.
035000     WRITE AUDIT-REPORT-LINE.
035100     WRITE AUDIT-REPORT-LINE FROM WS-INQUIRY-COLUMN-LINE.
035200     PERFORM 1500-OPEN-SOURCES THRU 1500-EXIT.
035300     PERFORM 2100-SELECT-ONE-ENTRY THRU 2100-EXIT
035400         UNTIL WS-END-OF-FILE.
035500     PERFORM 1600-CLOSE-SOURCES THRU 1600-EXIT.
035600     MOVE SPACES TO AUDIT-REPORT-LINE.
035700     WRITE AUDIT-REPORT-LINE.
035800     MOVE "ENTRIES SELECTED        :" TO WS-SM-LABEL.
035900     MOVE WS-ENTRIES-SELECTED TO WS-SM-COUNT.
036000     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
036100 2000-EXIT.
036200     EXIT.
036300*****************************************************************
036400*    2100-SELECT-ONE-ENTRY  --  APPLY EACH SELECTION IN TURN    *
036500*****************************************************************
036600 2100-SELECT-ONE-ENTRY.
036700     IF WS-SEL-PATIENT-ID NOT = SPACES
036800        AND AU-PATIENT-ID NOT = WS-SEL-PATIENT-ID
036900         GO TO 2100-NEXT
037000     END-IF.
037100     IF WS-SEL-USER-ID NOT = SPACES
037200        AND AU-USER-ID NOT = WS-SEL-USER-ID
037300         GO TO 2100-NEXT
037400     END-IF.
037500     IF WS-SEL-FIELD-NAME NOT = SPACES
037600        AND AU-FIELD-NAME NOT = WS-SEL-FIELD-NAME
037700         GO TO 2100-NEXT
037800     END-IF.
037900     IF AU-CHANGE-DATE < WS-SEL-FROM-DATE
038000        OR AU-CHANGE-DATE > WS-SEL-THRU-DATE
038100         GO TO 2100-NEXT
038200     END-IF.
038300     ADD 1 TO WS-ENTRIES-SELECTED.
038400     MOVE AU-CHANGE-DATE  TO WS-ID-DATE.
038500     MOVE AU-CHANGE-TIME  TO WS-ID-TIME.
038600     MOVE AU-PATIENT-ID   TO WS-ID-PATIENT-ID.
038700     MOVE AU-FIELD-NAME   TO WS-ID-FIELD-NAME.
038800     MOVE AU-USER-ID      TO WS-ID-USER-ID.
038900     MOVE AU-OLD-VALUE    TO WS-IV-OLD-VALUE.
039000     MOVE AU-NEW-VALUE    TO WS-IV-NEW-VALUE.
039100     WRITE AUDIT-REPORT-LINE FROM WS-INQUIRY-DETAIL-LINE.
039200     WRITE AUDIT-REPORT-LINE FROM WS-INQUIRY-VALUE-LINE.
039300 2100-NEXT.
039400     PERFORM 1700-READ-AUDIT THRU 1700-EXIT.
039500 2100-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    3000-EXCEPTION-PASS  --  THE WEEK'S ENTRIES, BOTH SOURCES  *
039900*****************************************************************
040000 3000-EXCEPTION-PASS.
040100     MOVE SPACES TO AUDIT-REPORT-LINE.
040200     WRITE AUDIT-REPORT-LINE.
040300     MOVE WS-WEEK-END-DATE-N TO WS-EH-DATE.
040400     WRITE AUDIT-REPORT-LINE FROM WS-EXCEPTION-HEADING.
040500     WRITE AUDIT-REPORT-LINE FROM WS-EXCEPTION-COLUMN-LINE.
040600     PERFORM 1500-OPEN-SOURCES THRU 1500-EXIT.
040700     PERFORM 3100-CHECK-ONE-ENTRY THRU 3100-EXIT
040800         UNTIL WS-END-OF-FILE.
040900     PERFORM 1600-CLOSE-SOURCES THRU 1600-EXIT.
041000     MOVE 0 TO WS-REPEAT-SUB.
041100     PERFORM 3500-REPORT-ONE-REPEAT THRU 3500-EXIT
041200         VARYING WS-REPEAT-SUB FROM 1 BY 1
041300         UNTIL WS-REPEAT-SUB > WS-REPEAT-COUNT.
041400 3000-EXIT.
041500     EXIT.
041600*****************************************************************
041700*    3100-CHECK-ONE-ENTRY  --  INSIDE THE WEEK, RUN EACH CHECK  *
041800*****************************************************************
041900 3100-CHECK-ONE-ENTRY.
042000     MOVE AU-CHANGE-DATE TO WS-ENTRY-DATE-N.
042100     IF WS-ENTRY-DATE-N < WS-WEEK-START-DATE-N
042200            OR WS-ENTRY-DATE-N > WS-WEEK-END-DATE-N
042600         GO TO 3100-NEXT
042700     END-IF.
042800     IF AU-USER-ID = WS-POSTING-USER-ID
042900         GO TO 3100-NEXT
043000     END-IF.
043100     ADD 1 TO WS-WEEK-ENTRIES.
043200     MOVE AU-PATIENT-ID TO WS-EK-PATIENT-ID.
043300     MOVE AU-USER-ID    TO WS-EK-USER-ID.
043400     IF AU-FIELD-NAME = "FEE"
043500         PERFORM 3200-CHECK-FEE-CORRECTION THRU 3200-EXIT
043600     END-IF.
043700     IF AU-FIELD-NAME = "OPEN_BAL"
043800         PERFORM 3300-CHECK-BALANCE-REDUCTION THRU 3300-EXIT
043900     END-IF.
044000     PERFORM 3400-TALLY-REPEAT THRU 3400-EXIT.
044100 3100-NEXT.
044200     PERFORM 1700-READ-AUDIT THRU 1700-EXIT.
044300 3100-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    3200-CHECK-FEE-CORRECTION  --  FEE MOVED BY MORE THAN THE  *
044700*    THRESHOLD, UP OR DOWN                                      *
044800*****************************************************************
044900 3200-CHECK-FEE-CORRECTION.
045000     MOVE AU-OLD-VALUE (1:10) TO WS-FEE-EDITED.
045100     MOVE WS-FEE-EDITED       TO WS-OLD-AMOUNT.
045200     MOVE AU-NEW-VALUE (1:10) TO WS-FEE-EDITED.
045300     MOVE WS-FEE-EDITED       TO WS-NEW-AMOUNT.
045400     COMPUTE WS-CHANGE-AMOUNT = WS-NEW-AMOUNT - WS-OLD-AMOUNT.
045500     IF WS-CHANGE-AMOUNT < 0
045600         COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT
045700     END-IF.
045800     IF WS-CHANGE-AMOUNT NOT > WS-FEE-THRESHOLD
045900         GO TO 3200-EXIT
046000     END-IF.
046100     ADD 1 TO WS-FEE-CORR-COUNT.
046200     MOVE AU-CHANGE-DATE      TO WS-FD-DATE.
046300     MOVE AU-OLD-VALUE (1:10) TO WS-FD-OLD-FEE.
046400     MOVE AU-NEW-VALUE (1:10) TO WS-FD-NEW-FEE.
046500     MOVE "FEE-CORR"          TO WS-EL-CHECK.
046600     MOVE WS-EXCEPTION-KEY    TO WS-EL-KEY.
046700     MOVE WS-FEE-CORR-DETAIL  TO WS-EL-DETAIL.
046800     WRITE AUDIT-REPORT-LINE FROM WS-EXCEPTION-LINE.
046900 3200-EXIT.
047000     EXIT.
047100*****************************************************************
047200*    3300-CHECK-BALANCE-REDUCTION  --  OPEN_BAL LOWERED OUTSIDE *
047300*    THE NIGHTLY POSTING RUN                                    *
047400*****************************************************************
047500 3300-CHECK-BALANCE-REDUCTION.
047600     MOVE AU-OLD-VALUE (1:12) TO WS-BAL-EDITED.
047700     MOVE WS-BAL-EDITED       TO WS-OLD-AMOUNT.
047800     MOVE AU-NEW-VALUE (1:12) TO WS-BAL-EDITED.
047900     MOVE WS-BAL-EDITED       TO WS-NEW-AMOUNT.
048000     IF WS-NEW-AMOUNT NOT < WS-OLD-AMOUNT
048100         GO TO 3300-EXIT
048200     END-IF.
048300     ADD 1 TO WS-BAL-REDUCE-COUNT.
048400     MOVE AU-CHANGE-DATE      TO WS-BD-DATE.
048500     MOVE AU-OLD-VALUE (1:12) TO WS-BD-OLD-BAL.
048600     MOVE AU-NEW-VALUE (1:12) TO WS-BD-NEW-BAL.
048700     MOVE "BAL-REDUCE"        TO WS-EL-CHECK.
048800     MOVE WS-EXCEPTION-KEY    TO WS-EL-KEY.
048900     MOVE WS-BAL-REDUCE-DETAIL TO WS-EL-DETAIL.
049000     WRITE AUDIT-REPORT-LINE FROM WS-EXCEPTION-LINE.
049100 3300-EXIT.
049200     EXIT.
049300*****************************************************************
049400*    3400-TALLY-REPEAT  --  ONE MORE TRANSACTION FOR THIS USER, *
049500*    PATIENT AND DAY UNLESS IT SHARES THE LAST CHANGE TIME      *
049600*****************************************************************
049700 3400-TALLY-REPEAT.
049800     MOVE "N" TO WS-FOUND-SWITCH.
049900     MOVE 0   TO WS-REPEAT-SUB.
050000     PERFORM 3410-MATCH-ONE-REPEAT THRU 3410-EXIT
050100         VARYING WS-REPEAT-SUB FROM 1 BY 1
050200         UNTIL WS-REPEAT-SUB > WS-REPEAT-COUNT
050300            OR WS-REPEAT-FOUND.
050400     IF WS-REPEAT-FOUND
050500         IF AU-CHANGE-TIME NOT = WS-RT-LAST-TIME
050600                                     (WS-FOUND-REPEAT-SUB)
050700             ADD 1 TO WS-RT-CHANGES (WS-FOUND-REPEAT-SUB)
050800             MOVE AU-CHANGE-TIME
050900                 TO WS-RT-LAST-TIME (WS-FOUND-REPEAT-SUB)
051000         END-IF
051100         GO TO 3400-EXIT
051200     END-IF.
051300     IF WS-REPEAT-COUNT NOT < 2000
051400         ADD 1 TO WS-NOT-CHECKED-COUNT
051500         GO TO 3400-EXIT
051600     END-IF.
051700     ADD 1 TO WS-REPEAT-COUNT.
051800     MOVE AU-USER-ID     TO WS-RT-USER-ID    (WS-REPEAT-COUNT).
051900     MOVE AU-PATIENT-ID  TO WS-RT-PATIENT-ID (WS-REPEAT-COUNT).
052000     MOVE AU-CHANGE-DATE TO WS-RT-DATE       (WS-REPEAT-COUNT).
052100     MOVE AU-CHANGE-TIME TO WS-RT-LAST-TIME  (WS-REPEAT-COUNT).
052200     MOVE 1              TO WS-RT-CHANGES    (WS-REPEAT-COUNT).
052300 3400-EXIT.
052400     EXIT.
052500*****************************************************************
052600*    3410-MATCH-ONE-REPEAT                                      *
052700*****************************************************************
052800 3410-MATCH-ONE-REPEAT.
052900     IF WS-RT-USER-ID (WS-REPEAT-SUB)    = AU-USER-ID
053000        AND WS-RT-PATIENT-ID (WS-REPEAT-SUB) = AU-PATIENT-ID
053100        AND WS-RT-DATE (WS-REPEAT-SUB)   = AU-CHANGE-DATE
053200         MOVE "Y" TO WS-FOUND-SWITCH
053300         MOVE WS-REPEAT-SUB TO WS-FOUND-REPEAT-SUB
053400     END-IF.
053500 3410-EXIT.
053600     EXIT.
053700*****************************************************************
053800*    3500-REPORT-ONE-REPEAT  --  MORE THAN ONE TRANSACTION      *
053900*****************************************************************
054000 3500-REPORT-ONE-REPEAT.
054100     IF WS-RT-CHANGES (WS-REPEAT-SUB) < 2
054200         GO TO 3500-EXIT
054300     END-IF.
054400     ADD 1 TO WS-REPEAT-CHG-COUNT.
054500     MOVE WS-RT-PATIENT-ID (WS-REPEAT-SUB) TO WS-EK-PATIENT-ID.
054600     MOVE WS-RT-USER-ID (WS-REPEAT-SUB)    TO WS-EK-USER-ID.
054700     MOVE WS-RT-DATE (WS-REPEAT-SUB)       TO WS-RD-DATE.
054800     MOVE WS-RT-CHANGES (WS-REPEAT-SUB)    TO WS-RD-CHANGES.
054900     MOVE "REPEAT-CHG"     TO WS-EL-CHECK.
055000     MOVE WS-EXCEPTION-KEY TO WS-EL-KEY.
055100     MOVE WS-REPEAT-DETAIL TO WS-EL-DETAIL.
055200     WRITE AUDIT-REPORT-LINE FROM WS-EXCEPTION-LINE.
055300 3500-EXIT.
055400     EXIT.
055500*****************************************************************
055600*    8000-PRINT-SUMMARY  --  COUNTS PER SOURCE AND PER CHECK    *
055700*****************************************************************
055800 8000-PRINT-SUMMARY.
055900     MOVE SPACES TO AUDIT-REPORT-LINE.
056000     WRITE AUDIT-REPORT-LINE.
056100     MOVE "JOURNAL ENTRIES READ    :" TO WS-SM-LABEL.
056200     MOVE WS-JOURNAL-READ TO WS-SM-COUNT.
056300     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
056400     MOVE "ARCHIVE ENTRIES READ    :" TO WS-SM-LABEL.
056500     MOVE WS-ARCHIVE-READ TO WS-SM-COUNT.
056600     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
056700     MOVE "WEEK ENTRIES CHECKED    :" TO WS-SM-LABEL.
056800     MOVE WS-WEEK-ENTRIES TO WS-SM-COUNT.
056900     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
057000     MOVE "FEE-CORR EXCEPTIONS     :" TO WS-SM-LABEL.
057100     MOVE WS-FEE-CORR-COUNT TO WS-SM-COUNT.
057200     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
057300     MOVE "BAL-REDUCE EXCEPTIONS   :" TO WS-SM-LABEL.
057400     MOVE WS-BAL-REDUCE-COUNT TO WS-SM-COUNT.
057500     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
057600     MOVE "REPEAT-CHG EXCEPTIONS   :" TO WS-SM-LABEL.
057700     MOVE WS-REPEAT-CHG-COUNT TO WS-SM-COUNT.
057800     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
057900     MOVE "REPEAT NOT CHECKED      :" TO WS-SM-LABEL.
058000     MOVE WS-NOT-CHECKED-COUNT TO WS-SM-COUNT.
058100     WRITE AUDIT-REPORT-LINE FROM WS-SUMMARY-LINE.
058200 8000-EXIT.
058300     EXIT.
058400*****************************************************************
058500*    9999-TERMINATE  --  CLOSE REPORT, DISPLAY COUNTS           *
058600*****************************************************************
058700 9999-TERMINATE.
058800     DISPLAY "AUDTINQ - ENTRIES SELECTED : " WS-ENTRIES-SELECTED.
058900     DISPLAY "AUDTINQ - FEE-CORR         : " WS-FEE-CORR-COUNT.
059000     DISPLAY "AUDTINQ - BAL-REDUCE       : " WS-BAL-REDUCE-COUNT.
059100     DISPLAY "AUDTINQ - REPEAT-CHG       : " WS-REPEAT-CHG-COUNT.
059200     CLOSE AUDIT-REPORT.
059300 9999-EXIT.
059400     EXIT.
