000100*****************************************************************
000200*                                                               *
000300*    BRDACCR                                                    *
000400*                                                               *
000500*    NIGHTLY BOARDING AND HOSPITAL CHARGE ACCRUAL               *
000600*                                                               *
000700*    RUNS EACH NIGHT AFTER XFILECHK AND BEFORE VSTEDIT.  READS  *
000800*    THE STAY FILE (STAYFILE) AND, FOR EVERY PATIENT STILL IN   *
000900*    THE BUILDING, WRITES ONE VISIT POSTING (TYPE V) FOR        *
001000*    TONIGHT AT THE STAY'S DAILY-RATE SERVICE CODE, CREDITED TO *
001100*    THE STAY'S PROVIDER, ON THE BOARDING CHARGE FILE (BRDTRN,  *
001200*    VSTTRAN LAYOUT).  BRDTRN IS CONCATENATED INTO VSTRAW WITH  *
001300*    THE OTHER GENERATED POSTINGS, SO THE CHARGES ARE EDITED    *
001400*    AND PRICED BY VSTEDIT, POSTED BY JRNIGHT AND BALANCED BY   *
001500*    NITEBAL LIKE ANY OTHER VISIT.                              *
001600*                                                               *
001700*    TONIGHT IS THE CYCLE DATE CYCSTEP HANDS BACK, SO A RUN     *
001800*    THAT CROSSES MIDNIGHT STILL CHARGES THE RIGHT NIGHT.  A    *
001900*    NIGHT MISSED BECAUSE THE CYCLE DID NOT RUN IS CAUGHT UP:   *
002000*    EVERY NIGHT FROM THE DAY AFTER SY-CHARGED-THRU (OR FROM    *
002100*    THE ADMIT DATE) THROUGH TONIGHT IS CHARGED, AND FOR A STAY *
002200*    ALREADY CHECKED OUT EVERY NIGHT BEFORE THE DISCHARGE DATE. *
002300*    NO MORE THAN WS-MAX-NIGHTS ARE CHARGED ON ONE STAY IN ONE  *
002400*    RUN; A STAY HELD AT THE LIMIT IS LISTED AND CATCHES UP ON  *
002500*    LATER NIGHTS, SO A MIS-KEYED ADMIT DATE CANNOT FLOOD THE   *
002600*    EDIT.                                                      *
002700*                                                               *
002800*    EACH NIGHT CHARGED IS ALSO RECORDED ON THE BOARDING NIGHT  *
002900*    FILE (BRDNITE) FOR THE DISCHARGE STAY SUMMARY, AND THE     *
003000*    REGISTER (BRDRPT) LISTS EVERY CHARGE.  THE FEE IS PRICED   *
003100*    HERE THE WAY VSTEDIT PRICES IT (FEE SCHEDULE SLOT FOR THE  *
003200*    PATIENT'S SPECIES); A RATE WITH NO PRICE FOR THE SPECIES   *
003300*    IS STILL CHARGED AND IS LISTED AS NOT PRICED.  A STAY FOR  *
003400*    A PATIENT MERGED AWAY BY PATMERGE IS CHARGED TO THE        *
003500*    SURVIVOR, FOLLOWING MERGED_TO THROUGH ANY LATER MERGE OF   *
003510*    THAT SURVIVOR.  A STAY FOR A PATIENT NOT ON JR-FILE, OR    *
003520*    WHOSE MERGE CHAIN RUNS PAST WS-MAX-MERGE-HOPS, IS LISTED   *
003600*    AND NOT CHARGED.  EITHER EXCEPTION SETS RC 4.              *
003700*                                                               *
003800*    BRDTRN IS REBUILT ON EVERY RUN.  A RERUN OF THE SAME CYCLE *
003900*    PUTS EACH STAY BACK WHERE IT STOOD BEFORE THE FIRST RUN    *
004000*    AND CHARGES THE SAME NIGHTS AGAIN, SO THE REBUILT FILE     *
004100*    HOLDS THE SAME POSTINGS.  WITHOUT JR-FILE THE RUN IS       *
004200*    REFUSED (RC 8) AND THE STEP IS LEFT RUNNING, SO VSTEDIT    *
004300*    WILL NOT RUN WITHOUT TONIGHT'S CHARGES.                    *
004400*                                                               *
004500*    MODIFICATION HISTORY                                       *
004600*    --------------------                                       *
004700*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
004710*    2026/10/15  JJM  FOLLOW MERGED_TO TO THE LAST SURVIVOR.    *
004800*                                                               *
004900*****************************************************************
005000 IDENTIFICATION DIVISION.
005100 PROGRAM-ID.  BRDACCR.
005200 AUTHOR.      J MORALES.
005300 INSTALLATION. CLINIC DATA PROCESSING.
005400 DATE-WRITTEN. 2026/10/15.
005500 DATE-COMPILED.
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER. GNUCOBOL.
005900 OBJECT-COMPUTER. GNUCOBOL.
006000 INPUT-OUTPUT SECTION.
006100 FILE-CONTROL.
006200     SELECT STAY-FILE ASSIGN TO "STAYFILE"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS SY-KEY
006600         FILE STATUS IS WS-SY-STATUS.
006700     SELECT BOARDING-NIGHT-FILE ASSIGN TO "BRDNITE"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS BN-KEY
007100         FILE STATUS IS WS-BN-STATUS.
007200     SELECT JR-FILE ASSIGN TO "JRFILE"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS PATIENT-ID
007600         FILE STATUS IS WS-JR-STATUS.
007700     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS FS-SERVICE-CODE
008100         FILE STATUS IS WS-FS-STATUS.
008200     SELECT BOARDING-TRANS-FILE ASSIGN TO "BRDTRN"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-BT-STATUS.
008500     SELECT ACCRUAL-REPORT ASSIGN TO "BRDRPT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RPT-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  STAY-FILE.
009100     COPY STAYREC.
009200 FD  BOARDING-NIGHT-FILE.
009300     COPY BRDNREC.
009400 FD  JR-FILE.
009500     COPY JRREC.
009600 FD  FEE-SCHEDULE-FILE.
009700     COPY FEESCHED.
009800 FD  BOARDING-TRANS-FILE.
009900     COPY VSTTRAN.
010000 FD  ACCRUAL-REPORT.
010100 01  ACCRUAL-REPORT-LINE            PIC X(80).
010200 WORKING-STORAGE SECTION.
010300     COPY SPECTAB.
010400 01  WS-SY-STATUS                   PIC X(02).
010500 01  WS-BN-STATUS                   PIC X(02).
010600 01  WS-JR-STATUS                   PIC X(02).
010700 01  WS-FS-STATUS                   PIC X(02).
010800 01  WS-BT-STATUS                   PIC X(02).
010900 01  WS-RPT-STATUS                  PIC X(02).
011000 01  WS-SY-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011100     88  WS-STAY-FILE-AVAILABLE                   VALUE "Y".
011200 01  WS-BN-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011300     88  WS-NIGHT-FILE-AVAILABLE                  VALUE "Y".
011400 01  WS-JR-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011500     88  WS-JR-FILE-AVAILABLE                     VALUE "Y".
011600 01  WS-FS-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011700     88  WS-FEE-SCHEDULE-AVAILABLE                VALUE "Y".
011800 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
011900     88  WS-END-OF-FILE                           VALUE "Y".
012000 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
012100     88  WS-RUN-REFUSED                           VALUE "Y".
012200 01  WS-CHANGED-SWITCH              PIC X(01)     VALUE "N".
012300     88  WS-STAY-CHANGED                          VALUE "Y".
012400 01  WS-RERUN-SWITCH                PIC X(01)     VALUE "N".
012500     88  WS-STAY-RERUN                            VALUE "Y".
012600 01  WS-PATIENT-OK-SWITCH           PIC X(01)     VALUE "N".
012700     88  WS-PATIENT-ON-FILE                       VALUE "Y".
012800 01  WS-SPEC-FOUND-SWITCH           PIC X(01)     VALUE "N".
012900     88  WS-SPECIES-PRICED                        VALUE "Y".
013000 01  WS-CYCLE-DATE                  PIC 9(08).
013100 01  WS-NIGHT-DATE.
013200     05  WS-ND-YYYY                 PIC 9(04).
013300     05  WS-ND-MM                   PIC 9(02).
013400     05  WS-ND-DD                   PIC 9(02).
013500 01  WS-NIGHT-DATE-N REDEFINES WS-NIGHT-DATE
013600                                    PIC 9(08).
013700 01  WS-FIRST-NIGHT                 PIC 9(08).
013800 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
013900     "312831303130313130313031".
014000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
014100     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
014200 01  WS-MONTH-END-DD                PIC 9(02).
014300 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
014400 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
014500 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
014600     88  WS-LEAP-YEAR                             VALUE "Y".
014700 01  WS-TABLE-SUB                   PIC 9(02)     COMP.
014800 01  WS-SPEC-SUB                    PIC 9(02)     COMP.
014900 01  WS-CHARGE-PATIENT-ID           PIC X(05).
014910 01  WS-MERGE-HOPS                  PIC 9(02)     COMP.
014920 01  WS-MAX-MERGE-HOPS              PIC 9(02)     COMP VALUE 10.
015000 01  WS-NIGHT-FEE                   PIC S9(5)V99.
015100 01  WS-FEE-NOTE                    PIC X(16).
015200 01  WS-NIGHTS-THIS-STAY            PIC 9(03)     COMP.
015300 01  WS-MAX-NIGHTS                  PIC 9(03)     COMP VALUE 31.
015400 01  WS-STAYS-READ                  PIC 9(07)     COMP VALUE 0.
015500 01  WS-STAYS-IN-HOUSE              PIC 9(07)     COMP VALUE 0.
015600 01  WS-STAYS-CHARGED               PIC 9(07)     COMP VALUE 0.
015700 01  WS-STAYS-RERUN                 PIC 9(07)     COMP VALUE 0.
015800 01  WS-NIGHTS-CHARGED              PIC 9(07)     COMP VALUE 0.
015900 01  WS-EXCEPTIONS                  PIC 9(07)     COMP VALUE 0.
016000 01  WS-CHARGED-DOLLARS             PIC S9(9)V99  VALUE 0.
016100 01  WS-HEADING-LINE-1.
016200     05  FILLER                     PIC X(38)     VALUE
016300         "BRDACCR - NIGHTLY STAY CHARGES".
016400     05  FILLER                     PIC X(07)     VALUE " CYCLE ".
016500     05  WS-H1-DATE                 PIC 9999/99/99.
016600 01  WS-COLUMN-LINE.
016700     05  FILLER                     PIC X(40)     VALUE
016800         "PATNT ADMIT      KENNEL NIGHT      SVC  ".
016900     05  FILLER                     PIC X(40)     VALUE
017000         "PV       FEE CHGTO NOTE".
017100 01  WS-DETAIL-LINE.
017200     05  WS-DL-PATIENT-ID           PIC X(05).
017300     05  FILLER                     PIC X(01)     VALUE SPACES.
017400     05  WS-DL-ADMIT-DATE           PIC 9999/99/99.
017500     05  FILLER                     PIC X(01)     VALUE SPACES.
017600     05  WS-DL-KENNEL               PIC X(06).
017700     05  FILLER                     PIC X(01)     VALUE SPACES.
017800     05  WS-DL-NIGHT                PIC X(10).
017900     05  FILLER                     PIC X(01)     VALUE SPACES.
018000     05  WS-DL-SERVICE              PIC X(04).
018100     05  FILLER                     PIC X(01)     VALUE SPACES.
018200     05  WS-DL-PROVIDER             PIC X(02).
018300     05  FILLER                     PIC X(01)     VALUE SPACES.
018400     05  WS-DL-FEE                  PIC ZZZZ9.99-.
018500     05  FILLER                     PIC X(01)     VALUE SPACES.
018600     05  WS-DL-CHARGED-TO           PIC X(05).
018700     05  FILLER                     PIC X(01)     VALUE SPACES.
018800     05  WS-DL-NOTE                 PIC X(16).
018900 01  WS-EDIT-DATE                   PIC 9999/99/99.
019000 01  WS-AMOUNT-LINE.
019100     05  WS-ML-LABEL                PIC X(24).
019200     05  WS-ML-AMOUNT               PIC ZZZZZZZZ9.99-.
019300 01  WS-COUNT-LINE.
019400     05  WS-CL-LABEL                PIC X(24).
019500     05  WS-CL-COUNT                PIC ZZZZZZ9.
019600 01  WS-MESSAGE-LINE                PIC X(80).
019700 01  CYCLE-PARM-AREA.
019800     05  CS-FUNCTION-CODE           PIC X(01).
019900     05  CS-STEP-NAME               PIC X(08).
020000     05  CS-PRED-NAME               PIC X(08).
020100     05  CS-CYCLE-DATE              PIC 9(08).
020200     05  CS-RETURN-CODE             PIC 9(02).
020300         88  CS-OK                                VALUE 0.
020400 PROCEDURE DIVISION.
020500*****************************************************************
020600*    0000-MAINLINE                                              *
020700*****************************************************************
020800 0000-MAINLINE.
020900     PERFORM 0500-CYCLE-START THRU 0500-EXIT.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     IF NOT WS-RUN-REFUSED
021200         PERFORM 2000-PROCESS-ONE-STAY THRU 2000-EXIT
021300             UNTIL WS-END-OF-FILE
021400         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
021500     END-IF.
021600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021700*    A REFUSED RUN LEAVES THE STEP MARKED RUNNING, SO VSTEDIT   *
021800*    CANNOT EDIT TONIGHT'S POSTINGS WITHOUT THE STAY CHARGES.   *
021900     IF NOT WS-RUN-REFUSED
022000         PERFORM 0600-CYCLE-END THRU 0600-EXIT
022100     END-IF.
022200     STOP RUN.
022300*****************************************************************
022400*    0500-CYCLE-START  --  XFILECHK MUST HAVE COMPLETED FOR     *
022500*    TONIGHT'S CYCLE; ITS CYCLE DATE IS THE NIGHT CHARGED       *
022600*****************************************************************
022700 0500-CYCLE-START.
022800     MOVE "S"        TO CS-FUNCTION-CODE.
022900     MOVE "BRDACCR"  TO CS-STEP-NAME.
023000     MOVE "XFILECHK" TO CS-PRED-NAME.
023100     CALL "CYCSTEP" USING CYCLE-PARM-AREA.
023200     IF NOT CS-OK
023300         DISPLAY "BRDACCR - BLOCKED BY CYCLE RUN CONTROL"
023400         MOVE 8 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE CS-CYCLE-DATE TO WS-CYCLE-DATE.
023800 0500-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    0600-CYCLE-END  --  STAMP THE SUCCESSFUL END               *
024200*****************************************************************
024300 0600-CYCLE-END.
024400     MOVE "E"        TO CS-FUNCTION-CODE.
024500     MOVE "BRDACCR"  TO CS-STEP-NAME.
024600     CALL "CYCSTEP" USING CYCLE-PARM-AREA.
024700 0600-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    1000-INITIALIZE  --  THE CHARGE FILE IS REBUILT FIRST, SO  *
025100*    EVEN A REFUSED RUN CANNOT LEAVE LAST NIGHT'S CHARGES FOR   *
025200*    VSTEDIT TO PICK UP AGAIN                                   *
025300*****************************************************************
025400 1000-INITIALIZE.
025500     OPEN OUTPUT BOARDING-TRANS-FILE.
025600     OPEN OUTPUT ACCRUAL-REPORT.
025700     MOVE WS-CYCLE-DATE TO WS-H1-DATE.
025800     WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-LINE-1.
025900     MOVE SPACES TO ACCRUAL-REPORT-LINE.
026000     WRITE ACCRUAL-REPORT-LINE.
026100     OPEN INPUT JR-FILE.
026200     IF WS-JR-STATUS NOT = "00"
026300         MOVE "JR-FILE NOT AVAILABLE - NO STAY CHARGED"
026400             TO WS-MESSAGE-LINE
026500         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
026600         GO TO 1000-EXIT
026700     END-IF.
026800     MOVE "Y" TO WS-JR-AVAIL-SWITCH.
026900     OPEN I-O STAY-FILE.
027000     IF WS-SY-STATUS NOT = "00"
027100         MOVE "Y" TO WS-EOF-SWITCH
027200         MOVE "NO STAY FILE - NOBODY HAS BEEN CHECKED IN"
027300             TO WS-MESSAGE-LINE
027400         WRITE ACCRUAL-REPORT-LINE FROM WS-MESSAGE-LINE
027500         DISPLAY "BRDACCR - STAY FILE NOT AVAILABLE, "
027600             "NOTHING CHARGED"
027700         GO TO 1000-EXIT
027800     END-IF.
027900     MOVE "Y" TO WS-SY-AVAIL-SWITCH.
028000     OPEN I-O BOARDING-NIGHT-FILE.
028100     IF WS-BN-STATUS = "35"
028200         OPEN OUTPUT BOARDING-NIGHT-FILE
028300         CLOSE BOARDING-NIGHT-FILE
028400         OPEN I-O BOARDING-NIGHT-FILE
028500     END-IF.
028600     MOVE "Y" TO WS-BN-AVAIL-SWITCH.
028700     OPEN INPUT FEE-SCHEDULE-FILE.
028800     IF WS-FS-STATUS = "00"
028900         MOVE "Y" TO WS-FS-AVAIL-SWITCH
029000     ELSE
029100         DISPLAY "BRDACCR - FEE SCHEDULE NOT AVAILABLE, "
029200             "CHARGES LEFT FOR VSTEDIT TO PRICE"
029300     END-IF.
029400     WRITE ACCRUAL-REPORT-LINE FROM WS-COLUMN-LINE.
029500 1000-EXIT.
029600     EXIT.
029700*****************************************************************
029800*    1900-REFUSE-RUN  --  SAY WHY ON THE REGISTER AND CONSOLE   *
029900*****************************************************************
030000 1900-REFUSE-RUN.
030100     MOVE "Y" TO WS-REFUSED-SWITCH.
030200     MOVE "Y" TO WS-EOF-SWITCH.
030300     MOVE 8 TO RETURN-CODE.
030400     WRITE ACCRUAL-REPORT-LINE FROM WS-MESSAGE-LINE.
030500     DISPLAY "BRDACCR - " WS-MESSAGE-LINE.
030600 1900-EXIT.
030700     EXIT.
030800*****************************************************************
030900*    2000-PROCESS-ONE-STAY  --  PUT A RERUN STAY BACK WHERE IT  *
031000*    STOOD, FIND ITS FIRST UNCHARGED NIGHT, AND CHARGE EVERY    *
031100*    NIGHT DUE                                                  *
031200*****************************************************************
031300 2000-PROCESS-ONE-STAY.
031400     READ STAY-FILE NEXT RECORD
031500         AT END
031600             MOVE "Y" TO WS-EOF-SWITCH
031700             GO TO 2000-EXIT
031800     END-READ.
031900     ADD 1 TO WS-STAYS-READ.
032000     MOVE "N" TO WS-CHANGED-SWITCH.
032100     MOVE "N" TO WS-RERUN-SWITCH.
032200     IF SY-IN-HOUSE
032300         ADD 1 TO WS-STAYS-IN-HOUSE
032400     END-IF.
032500     IF SY-LAST-ACCRUAL-DATE = WS-CYCLE-DATE
032600         MOVE SY-PRIOR-CHARGED-THRU TO SY-CHARGED-THRU
032700         MOVE SY-PRIOR-NIGHTS       TO SY-NIGHTS-CHARGED
032800         MOVE 0                     TO SY-LAST-ACCRUAL-DATE
032900         MOVE "Y" TO WS-CHANGED-SWITCH
033000         MOVE "Y" TO WS-RERUN-SWITCH
033100         ADD 1 TO WS-STAYS-RERUN
033200     END-IF.
033300     IF SY-CHARGED-THRU < SY-ADMIT-DATE
033400         MOVE SY-ADMIT-DATE TO WS-NIGHT-DATE-N
033500     ELSE
033600         MOVE SY-CHARGED-THRU TO WS-NIGHT-DATE-N
033700         PERFORM 2600-NEXT-NIGHT THRU 2600-EXIT
033800     END-IF.
033900     IF WS-STAY-RERUN
034000         MOVE WS-NIGHT-DATE-N TO WS-FIRST-NIGHT
034100         MOVE 0 TO WS-NIGHTS-THIS-STAY
034200         PERFORM 2100-DROP-RERUN-NIGHT THRU 2100-EXIT
034300             UNTIL WS-NIGHT-DATE-N > WS-CYCLE-DATE
034400                OR WS-NIGHTS-THIS-STAY NOT < WS-MAX-NIGHTS
034500         MOVE WS-FIRST-NIGHT TO WS-NIGHT-DATE-N
034600     END-IF.
034700     IF WS-NIGHT-DATE-N > WS-CYCLE-DATE
034800         GO TO 2000-NEXT
034900     END-IF.
035000     IF NOT SY-IN-HOUSE
035100            AND WS-NIGHT-DATE-N NOT < SY-DISCHARGE-DATE
035200         GO TO 2000-NEXT
035300     END-IF.
035400     PERFORM 2200-FIND-PATIENT THRU 2200-EXIT.
035500     IF NOT WS-PATIENT-ON-FILE
035600         GO TO 2000-NEXT
035700     END-IF.
035800     PERFORM 2300-PRICE-NIGHT THRU 2300-EXIT.
035900     MOVE SY-CHARGED-THRU   TO SY-PRIOR-CHARGED-THRU.
036000     MOVE SY-NIGHTS-CHARGED TO SY-PRIOR-NIGHTS.
036100     MOVE WS-CYCLE-DATE     TO SY-LAST-ACCRUAL-DATE.
036200     MOVE "Y" TO WS-CHANGED-SWITCH.
036300     MOVE 0 TO WS-NIGHTS-THIS-STAY.
036400     ADD 1 TO WS-STAYS-CHARGED.
036500     PERFORM 2500-CHARGE-ONE-NIGHT THRU 2500-EXIT
036600         UNTIL WS-NIGHT-DATE-N > WS-CYCLE-DATE
036700            OR (NOT SY-IN-HOUSE
036800                AND WS-NIGHT-DATE-N NOT < SY-DISCHARGE-DATE)
036900            OR WS-NIGHTS-THIS-STAY NOT < WS-MAX-NIGHTS.
037000     IF WS-NIGHT-DATE-N NOT > WS-CYCLE-DATE
037100            AND (SY-IN-HOUSE
037200                 OR WS-NIGHT-DATE-N < SY-DISCHARGE-DATE)
037300         MOVE SPACES TO WS-DL-NIGHT
037400         MOVE 0 TO WS-DL-FEE
037500         MOVE "CATCH-UP LIMIT" TO WS-DL-NOTE
037600         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
037700     END-IF.
037800 2000-NEXT.
037900     IF WS-STAY-CHANGED
038000         REWRITE STAY-RECORD
038100             INVALID KEY
038200                 DISPLAY "BRDACCR - STAY REWRITE FAILED: "
038300                     SY-KEY
038400         END-REWRITE
038500     END-IF.
038600 2000-EXIT.
038700     EXIT.
038800*****************************************************************
038900*    2100-DROP-RERUN-NIGHT  --  A NIGHT RECORD WRITTEN BY AN    *
039000*    EARLIER RUN OF THIS CYCLE IS REMOVED BEFORE THE STAY IS    *
039100*    CHARGED AGAIN, SO A CHECK-OUT ENTERED BETWEEN THE RUNS     *
039200*    LEAVES NO NIGHT ON THE SUMMARY THAT WAS NOT CHARGED        *
039300*****************************************************************
039400 2100-DROP-RERUN-NIGHT.
039500     MOVE SY-PATIENT-ID   TO BN-PATIENT-ID.
039600     MOVE SY-ADMIT-DATE   TO BN-ADMIT-DATE.
039700     MOVE WS-NIGHT-DATE-N TO BN-NIGHT-DATE.
039800     ADD 1 TO WS-NIGHTS-THIS-STAY.
039900     READ BOARDING-NIGHT-FILE
040000         INVALID KEY
040100             GO TO 2100-NEXT
040200     END-READ.
040300     IF BN-ACCRUAL-DATE = WS-CYCLE-DATE
040400         DELETE BOARDING-NIGHT-FILE
040500             INVALID KEY
040600                 DISPLAY "BRDACCR - NIGHT DELETE FAILED: " BN-KEY
040700         END-DELETE
040800     END-IF.
040900 2100-NEXT.
041000     PERFORM 2600-NEXT-NIGHT THRU 2600-EXIT.
041100 2100-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    2200-FIND-PATIENT  --  THE PATIENT TO CHARGE AND ITS       *
041500*    SPECIES.  A PATIENT MERGED AWAY IS CHARGED ON ITS SURVIVOR *
041510*    AT THE END OF THE MERGED_TO CHAIN                          *
041600*****************************************************************
041700 2200-FIND-PATIENT.
041800     MOVE "Y" TO WS-PATIENT-OK-SWITCH.
041900     MOVE SPACES TO WS-FEE-NOTE.
042000     MOVE SY-PATIENT-ID TO WS-CHARGE-PATIENT-ID.
042100     MOVE SY-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
042200     READ JR-FILE
042300         INVALID KEY
042400             MOVE "N" TO WS-PATIENT-OK-SWITCH
042500     END-READ.
042600     MOVE 0 TO WS-MERGE-HOPS.
042700     IF WS-PATIENT-ON-FILE
042710            AND MERGED_TO OF STATUS-INFO NOT = SPACES
042900         MOVE "MERGED - SURVIVOR" TO WS-FEE-NOTE
043000         PERFORM 2210-FOLLOW-MERGE THRU 2210-EXIT
043100             UNTIL NOT WS-PATIENT-ON-FILE
043200                OR MERGED_TO OF STATUS-INFO = SPACES
043300                OR WS-MERGE-HOPS NOT < WS-MAX-MERGE-HOPS
043500     END-IF.
043510     IF WS-PATIENT-ON-FILE
043520            AND MERGED_TO OF STATUS-INFO NOT = SPACES
043530         MOVE "N" TO WS-PATIENT-OK-SWITCH
043540         MOVE WS-NIGHT-DATE-N TO WS-EDIT-DATE
043550         MOVE WS-EDIT-DATE    TO WS-DL-NIGHT
043560         MOVE 0 TO WS-DL-FEE
043570         MOVE "MERGE CHAIN LONG" TO WS-DL-NOTE
043580         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
043590         GO TO 2200-EXIT
043595     END-IF.
043600     IF NOT WS-PATIENT-ON-FILE
043700         MOVE WS-NIGHT-DATE-N TO WS-EDIT-DATE
043800         MOVE WS-EDIT-DATE    TO WS-DL-NIGHT
043900         MOVE 0 TO WS-DL-FEE
044000         MOVE "NOT ON JR-FILE" TO WS-DL-NOTE
044100         PERFORM 2900-LIST-EXCEPTION THRU 2900-EXIT
044200     END-IF.
044300 2200-EXIT.
044400     EXIT.
044410*****************************************************************
044420*    2210-FOLLOW-MERGE  --  ONE HOP ALONG MERGED_TO             *
044430*****************************************************************
044440 2210-FOLLOW-MERGE.
044450     ADD 1 TO WS-MERGE-HOPS.
044460     MOVE MERGED_TO OF STATUS-INFO TO WS-CHARGE-PATIENT-ID.
044470     MOVE WS-CHARGE-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
044480     READ JR-FILE
044490         INVALID KEY
044491             MOVE "N" TO WS-PATIENT-OK-SWITCH
044492     END-READ.
044493 2210-EXIT.
044494     EXIT.
044500*****************************************************************
044600*    2300-PRICE-NIGHT  --  FEE SCHEDULE SLOT FOR THE PATIENT'S  *
044700*    SPECIES, AS VSTEDIT WILL PRICE IT                          *
044800*****************************************************************
044900 2300-PRICE-NIGHT.
045000     MOVE 0 TO WS-NIGHT-FEE.
045100     IF NOT WS-FEE-SCHEDULE-AVAILABLE
045200         GO TO 2300-NOT-PRICED
045300     END-IF.
045400     MOVE SY-RATE-SERVICE TO FS-SERVICE-CODE.
045500     READ FEE-SCHEDULE-FILE
045600         INVALID KEY
045700             GO TO 2300-NOT-PRICED
045800     END-READ.
045900     MOVE "N" TO WS-SPEC-FOUND-SWITCH.
046000     PERFORM 2350-SEARCH-ONE-CODE THRU 2350-EXIT
046100         VARYING WS-TABLE-SUB FROM 1 BY 1
046200         UNTIL WS-TABLE-SUB > WS-SPECIES-MAX
046300            OR WS-SPECIES-PRICED.
046400     IF WS-SPECIES-PRICED
046500         MOVE FS-SPECIES-FEE (WS-SPEC-SUB) TO WS-NIGHT-FEE
046600     END-IF.
046700     IF WS-NIGHT-FEE NOT = 0
046800         GO TO 2300-EXIT
046900     END-IF.
047000 2300-NOT-PRICED.
047100     MOVE "NOT PRICED" TO WS-FEE-NOTE.
047200     ADD 1 TO WS-EXCEPTIONS.
047300     IF RETURN-CODE < 4
047310         MOVE 4 TO RETURN-CODE
047320     END-IF.
047400 2300-EXIT.
047500     EXIT.
047600*****************************************************************
047700*    2350-SEARCH-ONE-CODE  --  LINEAR SEARCH OF SPECTAB         *
047800*****************************************************************
047900 2350-SEARCH-ONE-CODE.
048000     IF WS-SPECIES-CODE (WS-TABLE-SUB) = ATYPE OF ANIMAL-INFO
048100         MOVE "Y" TO WS-SPEC-FOUND-SWITCH
048200         MOVE WS-TABLE-SUB TO WS-SPEC-SUB
048300     END-IF.
048400 2350-EXIT.
048500     EXIT.
048600*****************************************************************
048700*    2500-CHARGE-ONE-NIGHT  --  THE POSTING, THE NIGHT RECORD,  *
048800*    THE REGISTER LINE; THEN ON TO THE NEXT NIGHT               *
048900*****************************************************************
049000 2500-CHARGE-ONE-NIGHT.
049100     MOVE SPACES               TO VISIT-TRANSACTION.
049200     MOVE WS-CHARGE-PATIENT-ID TO VT-PATIENT-ID.
049300     MOVE "V"                  TO VT-TRANS-TYPE.
049400     MOVE WS-ND-YYYY           TO VT-VISIT-YYYY.
049500     MOVE WS-ND-MM             TO VT-VISIT-MM.
049600     MOVE WS-ND-DD             TO VT-VISIT-DD.
049700     MOVE WS-NIGHT-FEE         TO VT-FEE-AMOUNT.
049800     MOVE 0                    TO VT-PAYMENT-DATE.
049900     MOVE SY-RATE-SERVICE      TO VT-SERVICE-CODE.
050000     MOVE SY-PROVIDER-CODE     TO VT-PROVIDER-CODE.
050100     WRITE VISIT-TRANSACTION.
050200     MOVE SY-PATIENT-ID        TO BN-PATIENT-ID.
050300     MOVE SY-ADMIT-DATE        TO BN-ADMIT-DATE.
050400     MOVE WS-NIGHT-DATE-N      TO BN-NIGHT-DATE.
050500     MOVE SY-KENNEL            TO BN-KENNEL.
050600     MOVE SY-RATE-SERVICE      TO BN-SERVICE-CODE.
050700     MOVE SY-PROVIDER-CODE     TO BN-PROVIDER-CODE.
050800     MOVE WS-NIGHT-FEE         TO BN-FEE.
050900     MOVE WS-CHARGE-PATIENT-ID TO BN-PATIENT-CHARGED.
051000     MOVE WS-CYCLE-DATE        TO BN-ACCRUAL-DATE.
051100     WRITE BOARDING-NIGHT-RECORD
051200         INVALID KEY
051300             REWRITE BOARDING-NIGHT-RECORD
051400                 INVALID KEY
051500                     DISPLAY "BRDACCR - NIGHT RECORD FAILED: "
051600                         BN-KEY
051700             END-REWRITE
051800     END-WRITE.
051900     MOVE WS-NIGHT-DATE-N      TO SY-CHARGED-THRU.
052000     ADD 1                     TO SY-NIGHTS-CHARGED.
052100     ADD 1                     TO WS-NIGHTS-THIS-STAY.
052200     ADD 1                     TO WS-NIGHTS-CHARGED.
052300     ADD WS-NIGHT-FEE          TO WS-CHARGED-DOLLARS.
052400     MOVE WS-NIGHT-DATE-N      TO WS-EDIT-DATE.
052500     MOVE WS-EDIT-DATE         TO WS-DL-NIGHT.
052600     MOVE WS-NIGHT-FEE         TO WS-DL-FEE.
052700     MOVE WS-FEE-NOTE          TO WS-DL-NOTE.
052800     PERFORM 2800-FORMAT-STAY THRU 2800-EXIT.
052900     WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE.
053000     PERFORM 2600-NEXT-NIGHT THRU 2600-EXIT.
053100 2500-EXIT.
053200     EXIT.
053300*****************************************************************
053400*    2600-NEXT-NIGHT  --  CALENDAR DAY AFTER WS-NIGHT-DATE,     *
053500*    LEAP-YEAR AWARE                                            *
053600*****************************************************************
053700 2600-NEXT-NIGHT.
053800     MOVE WS-MONTH-DAYS (WS-ND-MM) TO WS-MONTH-END-DD.
053900     IF WS-ND-MM = 2
054000         PERFORM 2650-CHECK-LEAP-YEAR THRU 2650-EXIT
054100         IF WS-LEAP-YEAR
054200             MOVE 29 TO WS-MONTH-END-DD
054300         END-IF
054400     END-IF.
054500     IF WS-ND-DD < WS-MONTH-END-DD
054600         ADD 1 TO WS-ND-DD
054700         GO TO 2600-EXIT
054800     END-IF.
054900     MOVE 1 TO WS-ND-DD.
055000     IF WS-ND-MM < 12
055100         ADD 1 TO WS-ND-MM
055200         GO TO 2600-EXIT
055300     END-IF.
055400     MOVE 1 TO WS-ND-MM.
055500     ADD 1 TO WS-ND-YYYY.
055600 2600-EXIT.
055700     EXIT.
055800*****************************************************************
055900*    2650-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS   *
056000*    400                                                        *
056100*****************************************************************
056200 2650-CHECK-LEAP-YEAR.
056300     MOVE "N" TO WS-LEAP-SWITCH.
056400     DIVIDE WS-ND-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
056500         REMAINDER WS-LEAP-REMAINDER.
056600     IF WS-LEAP-REMAINDER NOT = 0
056700         GO TO 2650-EXIT
056800     END-IF.
056900     DIVIDE WS-ND-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
057000         REMAINDER WS-LEAP-REMAINDER.
057100     IF WS-LEAP-REMAINDER NOT = 0
057200         MOVE "Y" TO WS-LEAP-SWITCH
057300         GO TO 2650-EXIT
057400     END-IF.
057500     DIVIDE WS-ND-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
057600         REMAINDER WS-LEAP-REMAINDER.
057700     IF WS-LEAP-REMAINDER = 0
057800         MOVE "Y" TO WS-LEAP-SWITCH
057900     END-IF.
058000 2650-EXIT.
058100     EXIT.
058200*****************************************************************
058300*    2800-FORMAT-STAY  --  THE STAY COLUMNS OF A REGISTER LINE  *
058400*****************************************************************
058500 2800-FORMAT-STAY.
058600     MOVE SY-PATIENT-ID        TO WS-DL-PATIENT-ID.
058700     MOVE SY-ADMIT-DATE        TO WS-DL-ADMIT-DATE.
058800     MOVE SY-KENNEL            TO WS-DL-KENNEL.
058900     MOVE SY-RATE-SERVICE      TO WS-DL-SERVICE.
059000     MOVE SY-PROVIDER-CODE     TO WS-DL-PROVIDER.
059100     MOVE WS-CHARGE-PATIENT-ID TO WS-DL-CHARGED-TO.
059200 2800-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    2900-LIST-EXCEPTION  --  A STAY NOT CHARGED IN FULL        *
059600*****************************************************************
059700 2900-LIST-EXCEPTION.
059800     PERFORM 2800-FORMAT-STAY THRU 2800-EXIT.
059900     WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE.
060000     ADD 1 TO WS-EXCEPTIONS.
060100     IF RETURN-CODE < 4
060110         MOVE 4 TO RETURN-CODE
060120     END-IF.
060200 2900-EXIT.
060300     EXIT.
060400*****************************************************************
060500*    8000-PRINT-TOTALS                                          *
060600*****************************************************************
060700 8000-PRINT-TOTALS.
060800     MOVE SPACES TO ACCRUAL-REPORT-LINE.
060900     WRITE ACCRUAL-REPORT-LINE.
061000     MOVE "STAYS READ             :" TO WS-CL-LABEL.
061100     MOVE WS-STAYS-READ TO WS-CL-COUNT.
061200     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
061300     MOVE "STILL IN HOUSE         :" TO WS-CL-LABEL.
061400     MOVE WS-STAYS-IN-HOUSE TO WS-CL-COUNT.
061500     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
061600     MOVE "STAYS CHARGED          :" TO WS-CL-LABEL.
061700     MOVE WS-STAYS-CHARGED TO WS-CL-COUNT.
061800     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
061900     MOVE "NIGHTS CHARGED         :" TO WS-CL-LABEL.
062000     MOVE WS-NIGHTS-CHARGED TO WS-CL-COUNT.
062100     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
062200     MOVE "STAYS RESET FOR RERUN  :" TO WS-CL-LABEL.
062300     MOVE WS-STAYS-RERUN TO WS-CL-COUNT.
062400     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
062500     MOVE "EXCEPTIONS             :" TO WS-CL-LABEL.
062600     MOVE WS-EXCEPTIONS TO WS-CL-COUNT.
062700     WRITE ACCRUAL-REPORT-LINE FROM WS-COUNT-LINE.
062800     MOVE "DOLLARS CHARGED        :" TO WS-ML-LABEL.
062900     MOVE WS-CHARGED-DOLLARS TO WS-ML-AMOUNT.
063000     WRITE ACCRUAL-REPORT-LINE FROM WS-AMOUNT-LINE.
063100 8000-EXIT.
063200     EXIT.
063300*****************************************************************
063400*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
063500*****************************************************************
063600 9999-TERMINATE.
063700     DISPLAY "BRDACCR - STAYS READ     : " WS-STAYS-READ.
063800     DISPLAY "BRDACCR - NIGHTS CHARGED : " WS-NIGHTS-CHARGED.
063900     DISPLAY "BRDACCR - EXCEPTIONS     : " WS-EXCEPTIONS.
064000     IF WS-STAY-FILE-AVAILABLE
064100         CLOSE STAY-FILE
064200     END-IF.
064300     IF WS-NIGHT-FILE-AVAILABLE
064400         CLOSE BOARDING-NIGHT-FILE
064500     END-IF.
064600     IF WS-JR-FILE-AVAILABLE
064700         CLOSE JR-FILE
064800     END-IF.
064900     IF WS-FEE-SCHEDULE-AVAILABLE
065000         CLOSE FEE-SCHEDULE-FILE
065100     END-IF.
065200     CLOSE BOARDING-TRANS-FILE.
065300     CLOSE ACCRUAL-REPORT.
065400 9999-EXIT.
065500     EXIT.
