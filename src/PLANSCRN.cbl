000100*****************************************************************
000200*                                                               *
000300*    PLANSCRN                                                   *
000400*                                                               *
000500*    ONLINE PAYMENT PLAN MAINTENANCE TRANSACTION                *
000600*                                                               *
000700*    LETS THE FRONT DESK KEY OR CORRECT A CLIENT'S INSTALLMENT  *
000800*    AGREEMENT THROUGH A SCREEN IN THE STYLE OF JRSCRN.  THE    *
000900*    PLAN FILE (PAYPLAN) IS KEYED BY PATIENT-ID; KEYING A       *
001000*    PATIENT THAT ALREADY HAS A PLAN LOADS THE PLAN ONTO THE    *
001100*    SCREEN FIRST, SO A CORRECTION TO ONE FIELD DOES NOT BLANK  *
001200*    OUT THE OTHERS.  THE PATIENT MUST BE ON JR-FILE AND        *
001300*    ACTIVE; THE OWNER AND OPEN BALANCE ARE SHOWN FOR           *
001400*    REFERENCE.  THE AGREED TOTAL AND INSTALLMENT MUST BE       *
001500*    GREATER THAN ZERO, THE INSTALLMENT MAY NOT EXCEED THE      *
001600*    TOTAL, THE DUE DAY MUST BE 1-28 SO EVERY MONTH HAS ONE,    *
001700*    AND THE START DATE MUST BE A REAL CALENDAR DATE.           *
001800*                                                               *
001900*    STATUS IS C (CURRENT), D (DEFAULT -- PLAN DROPPED), OR P   *
002000*    (PAID OFF).  PLANCHK SETS D AND P EACH MONTH; THE DESK     *
002100*    CAN KEY D TO DROP A PLAN BY HAND, OR KEY C TO REINSTATE    *
002200*    A DROPPED PLAN ONCE A NEW AGREEMENT IS REACHED.            *
002300*                                                               *
002400*    EVERY PLAN ADDED OR CHANGED IS JOURNALED THROUGH AUDITWRT  *
002500*    UNDER THE OPERATOR ID KEYED AT SIGN-ON (BLANK = PLANSCRN). *
002600*                                                               *
002700*    ENTER "DONE" AS THE PATIENT-ID TO LEAVE THE TRANSACTION.    *
002800*                                                               *
002900*    MODIFICATION HISTORY                                       *
003000*    --------------------                                       *
003100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003200*                                                               *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  PLANSCRN.
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
004600     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS PP-PATIENT-ID
005000         FILE STATUS IS WS-PP-STATUS.
005100     SELECT JR-FILE ASSIGN TO "JRFILE"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS PATIENT-ID
005500         FILE STATUS IS WS-JR-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  PAYMENT-PLAN-FILE.
005900     COPY PLANREC.
006000 FD  JR-FILE.
006100     COPY JRREC.
006200 WORKING-STORAGE SECTION.
006300 01  WS-PP-STATUS                   PIC X(02).
006400 01  WS-JR-STATUS                   PIC X(02).
006500 01  WS-DONE-SWITCH                 PIC X(01)     VALUE "N".
006600     88  WS-MAINT-DONE                            VALUE "Y".
006700 01  WS-EXISTING-SWITCH             PIC X(01)     VALUE "N".
006800     88  WS-PLAN-EXISTS                           VALUE "Y".
006900 01  WS-PATIENT-OK-SWITCH           PIC X(01)     VALUE "N".
007000     88  WS-PATIENT-ON-FILE                       VALUE "Y".
007100 01  WS-VALID-SWITCH                PIC X(01)     VALUE "Y".
007200     88  WS-INPUT-VALID                            VALUE "Y".
007300 01  WS-DATE-OK-SWITCH              PIC X(01)     VALUE "N".
007400     88  WS-DATE-VALID                            VALUE "Y".
007500 01  WS-MONTH-DAYS-LIST             PIC X(24)     VALUE
007600     "312831303130313130313031".
007700 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
007800     05  WS-MONTH-DAYS  OCCURS 12 TIMES  PIC 9(02).
007900 01  WS-LEAP-QUOTIENT               PIC 9(04)     COMP.
008000 01  WS-LEAP-REMAINDER              PIC 9(04)     COMP.
008100 01  WS-LEAP-SWITCH                 PIC X(01)     VALUE "N".
008200     88  WS-LEAP-YEAR                             VALUE "Y".
008300 01  WS-EDIT-DATE.
008400     05  WS-ED-YYYY                 PIC 9(04).
008500     05  WS-ED-MM                   PIC 9(02).
008600     05  WS-ED-DD                   PIC 9(02).
008700 01  WS-ADDS-DONE                   PIC 9(05)     COMP VALUE 0.
008800 01  WS-CORRECTIONS-DONE            PIC 9(05)     COMP VALUE 0.
008900 01  WS-CURRENT-DATE.
009000     05  WS-CUR-YYYY                PIC 9(04).
009100     05  WS-CUR-MM                  PIC 9(02).
009200     05  WS-CUR-DD                  PIC 9(02).
009300 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
009400                                    PIC 9(08).
009500 01  WS-SCR-PATIENT-ID              PIC X(05).
009600 01  WS-SCR-OWNER                   PIC X(30).
009700 01  WS-SCR-OPEN-BAL                PIC -(7)9.99.
009800 01  WS-SCR-AGREED-TOTAL            PIC S9(7)V99.
009900 01  WS-SCR-INSTALLMENT             PIC S9(5)V99.
010000 01  WS-SCR-DUE-DAY                 PIC 9(02).
010100 01  WS-SCR-START-DATE              PIC 9(08).
010200 01  WS-SCR-STATUS                  PIC X(01).
010300 01  WS-SCR-MESSAGE                 PIC X(50)     VALUE SPACES.
010400 01  AUDIT-PARM-AREA.
010500     05  AP-FUNCTION-CODE           PIC X(01).
010600         88  AP-WRITE-ENTRY                       VALUE "W".
010700         88  AP-CLOSE-JOURNAL                     VALUE "C".
010800     05  AP-PATIENT-ID              PIC X(05).
010900     05  AP-FIELD-NAME              PIC X(10).
011000     05  AP-OLD-VALUE               PIC X(30).
011100     05  AP-NEW-VALUE               PIC X(30).
011200     05  AP-USER-ID                 PIC X(08).
011300     05  AP-RETURN-CODE             PIC 9(02).
011400 01  WS-AUDIT-OLD-TOTAL             PIC -(7)9.99.
011500 01  WS-AUDIT-NEW-TOTAL             PIC -(7)9.99.
011600 01  WS-AUDIT-OLD-INST              PIC -(5)9.99.
011700 01  WS-AUDIT-NEW-INST              PIC -(5)9.99.
011800 01  WS-AUDIT-OLD-DUE-DAY           PIC 9(02).
011900 01  WS-AUDIT-OLD-START             PIC 9(08).
012000 01  WS-AUDIT-OLD-STATUS            PIC X(01).
012100 01  WS-OPERATOR-ID                 PIC X(08)     VALUE SPACES.
012200 SCREEN SECTION.
012300 01  PLANSCRN-MAINT-SCREEN.
012400     05  BLANK SCREEN.
012500     05  LINE 1  COLUMN 1  VALUE "PAYMENT PLAN MAINTENANCE".
012600     05  LINE 3  COLUMN 1  VALUE "PATIENT ID (DONE TO EXIT):".
012700     05  SCR-PATIENT-ID-FLD LINE 3  COLUMN 29 PIC X(05)
012800         USING WS-SCR-PATIENT-ID.
012900     05  LINE 4  COLUMN 1  VALUE "OWNER:".
013000     05  LINE 4  COLUMN 19 PIC X(30)
013100         FROM WS-SCR-OWNER.
013200     05  LINE 5  COLUMN 1  VALUE "OPEN BALANCE:".
013300     05  LINE 5  COLUMN 19 PIC X(12)
013400         FROM WS-SCR-OPEN-BAL.
013500     05  LINE 7  COLUMN 1  VALUE "AGREED TOTAL:".
013600     05  SCR-TOTAL-FLD LINE 7  COLUMN 19 PIC S9(7)V99
013700         USING WS-SCR-AGREED-TOTAL.
013800     05  LINE 8  COLUMN 1  VALUE "INSTALLMENT:".
013900     05  SCR-INST-FLD LINE 8  COLUMN 19 PIC S9(5)V99
014000         USING WS-SCR-INSTALLMENT.
014100     05  LINE 9  COLUMN 1  VALUE "DUE DAY (1-28):".
014200     05  SCR-DUE-DAY-FLD LINE 9  COLUMN 19 PIC 9(02)
014300         USING WS-SCR-DUE-DAY.
014400     05  LINE 10 COLUMN 1  VALUE "START (YYYYMMDD):".
014500     05  SCR-START-FLD LINE 10 COLUMN 19 PIC 9(08)
014600         USING WS-SCR-START-DATE.
014700     05  LINE 11 COLUMN 1  VALUE "STATUS (C/D/P):".
014800     05  SCR-STATUS-FLD LINE 11 COLUMN 19 PIC X(01)
014900         USING WS-SCR-STATUS.
015000     05  LINE 13 COLUMN 1  VALUE "MESSAGE:".
015100     05  LINE 13 COLUMN 10 PIC X(50)
015200         FROM WS-SCR-MESSAGE.
015300 PROCEDURE DIVISION.
015400*****************************************************************
015500*    0000-MAINLINE                                              *
015600*****************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     PERFORM 2000-MAINTAIN-PLAN THRU 2000-EXIT
016000         UNTIL WS-MAINT-DONE.
016100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016200     STOP RUN.
016300*****************************************************************
016400*    1000-INITIALIZE  --  OPEN FILES, OPERATOR SIGN-ON           *
016500*****************************************************************
016600 1000-INITIALIZE.
016700     OPEN I-O PAYMENT-PLAN-FILE.
016800     IF WS-PP-STATUS = "35"
016900         OPEN OUTPUT PAYMENT-PLAN-FILE
017000         CLOSE PAYMENT-PLAN-FILE
017100         OPEN I-O PAYMENT-PLAN-FILE
017200     END-IF.
017300     OPEN INPUT JR-FILE.
017400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017500     DISPLAY "PLANSCRN - ENTER OPERATOR ID:".
017600     ACCEPT WS-OPERATOR-ID.
017700     IF WS-OPERATOR-ID = SPACES
017800         MOVE "PLANSCRN" TO WS-OPERATOR-ID
017900     END-IF.
018000 1000-EXIT.
018100     EXIT.
018200*****************************************************************
018300*    2000-MAINTAIN-PLAN  --  ONE SCREEN TRANSACTION              *
018400*****************************************************************
018500 2000-MAINTAIN-PLAN.
018600     MOVE SPACES TO WS-SCR-MESSAGE.
018700     MOVE SPACES TO WS-SCR-PATIENT-ID.
018800     MOVE SPACES TO WS-SCR-OWNER.
018900     MOVE 0      TO WS-SCR-OPEN-BAL.
019000     MOVE 0      TO WS-SCR-AGREED-TOTAL.
019100     MOVE 0      TO WS-SCR-INSTALLMENT.
019200     MOVE 0      TO WS-SCR-DUE-DAY.
019300     MOVE WS-CURRENT-DATE-N TO WS-SCR-START-DATE.
019400     MOVE "C"    TO WS-SCR-STATUS.
019500     MOVE "N"    TO WS-EXISTING-SWITCH.
019600     DISPLAY PLANSCRN-MAINT-SCREEN.
019700     ACCEPT SCR-PATIENT-ID-FLD.
019800     IF WS-SCR-PATIENT-ID = "DONE" OR WS-SCR-PATIENT-ID = SPACES
019900         MOVE "Y" TO WS-DONE-SWITCH
020000         GO TO 2000-EXIT
020100     END-IF.
020200     PERFORM 2100-CHECK-PATIENT THRU 2100-EXIT.
020300     IF NOT WS-PATIENT-ON-FILE
020400         DISPLAY PLANSCRN-MAINT-SCREEN
020500         GO TO 2000-EXIT
020600     END-IF.
020700     PERFORM 2150-LOOKUP-PLAN THRU 2150-EXIT.
020800     DISPLAY PLANSCRN-MAINT-SCREEN.
020900     ACCEPT SCR-TOTAL-FLD.
021000     ACCEPT SCR-INST-FLD.
021100     ACCEPT SCR-DUE-DAY-FLD.
021200     ACCEPT SCR-START-FLD.
021300     ACCEPT SCR-STATUS-FLD.
021400     PERFORM 2200-VALIDATE-INPUT THRU 2200-EXIT.
021500     IF WS-INPUT-VALID
021600         PERFORM 2300-SAVE-PLAN THRU 2300-EXIT
021700     END-IF.
021800     DISPLAY PLANSCRN-MAINT-SCREEN.
021900 2000-EXIT.
022000     EXIT.
022100*****************************************************************
022200*    2100-CHECK-PATIENT  --  MUST BE ON JR-FILE AND ACTIVE;      *
022300*    SHOWS THE OWNER AND OPEN BALANCE FOR REFERENCE              *
022400*****************************************************************
022500 2100-CHECK-PATIENT.
022600     MOVE "Y" TO WS-PATIENT-OK-SWITCH.
022700     MOVE WS-SCR-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
022800     READ JR-FILE
022900         KEY IS PATIENT-ID
023000         INVALID KEY
023100             MOVE "N" TO WS-PATIENT-OK-SWITCH
023200     END-READ.
023300     IF NOT WS-PATIENT-ON-FILE
023400         MOVE "PATIENT NOT ON FILE" TO WS-SCR-MESSAGE
023500         GO TO 2100-EXIT
023600     END-IF.
023700     IF PATIENT-RETIRED
023800         MOVE "N" TO WS-PATIENT-OK-SWITCH
023900         MOVE "PATIENT IS INACTIVE OR DECEASED"
024000             TO WS-SCR-MESSAGE
024100         GO TO 2100-EXIT
024200     END-IF.
024300     MOVE OWNER OF OWNER-INFO   TO WS-SCR-OWNER.
024400     MOVE OPEN_BAL OF FINANCIAL TO WS-SCR-OPEN-BAL.
024500 2100-EXIT.
024600     EXIT.
024700*****************************************************************
024800*    2150-LOOKUP-PLAN  --  PRELOAD SCREEN IF A PLAN EXISTS       *
024900*****************************************************************
025000 2150-LOOKUP-PLAN.
025100     MOVE WS-SCR-PATIENT-ID TO PP-PATIENT-ID.
025200     READ PAYMENT-PLAN-FILE
025300         INVALID KEY
025400             MOVE "N" TO WS-EXISTING-SWITCH
025500         NOT INVALID KEY
025600             MOVE "Y" TO WS-EXISTING-SWITCH
025700             MOVE PP-AGREED-TOTAL    TO WS-SCR-AGREED-TOTAL
025800             MOVE PP-INSTALLMENT-AMT TO WS-SCR-INSTALLMENT
025900             MOVE PP-DUE-DAY         TO WS-SCR-DUE-DAY
026000             MOVE PP-START-DATE-N    TO WS-SCR-START-DATE
026100             MOVE PP-PLAN-STATUS     TO WS-SCR-STATUS
026200     END-READ.
026300 2150-EXIT.
026400     EXIT.
026500*****************************************************************
026600*    2200-VALIDATE-INPUT  --  EDIT EACH FIELD BEFORE SAVING      *
026700*****************************************************************
026800 2200-VALIDATE-INPUT.
026900     MOVE "Y" TO WS-VALID-SWITCH.
027000     IF WS-SCR-AGREED-TOTAL NOT > 0
027100         MOVE "N" TO WS-VALID-SWITCH
027200         MOVE "AGREED TOTAL MUST BE GREATER THAN ZERO"
027300             TO WS-SCR-MESSAGE
027400         GO TO 2200-EXIT
027500     END-IF.
027600     IF WS-SCR-INSTALLMENT NOT > 0
027700         MOVE "N" TO WS-VALID-SWITCH
027800         MOVE "INSTALLMENT MUST BE GREATER THAN ZERO"
027900             TO WS-SCR-MESSAGE
028000         GO TO 2200-EXIT
028100     END-IF.
028200     IF WS-SCR-INSTALLMENT > WS-SCR-AGREED-TOTAL
028300         MOVE "N" TO WS-VALID-SWITCH
028400         MOVE "INSTALLMENT MAY NOT EXCEED AGREED TOTAL"
028500             TO WS-SCR-MESSAGE
028600         GO TO 2200-EXIT
028700     END-IF.
028800     IF WS-SCR-DUE-DAY < 1 OR WS-SCR-DUE-DAY > 28
028900         MOVE "N" TO WS-VALID-SWITCH
029000         MOVE "DUE DAY MUST BE 1-28" TO WS-SCR-MESSAGE
029100         GO TO 2200-EXIT
029200     END-IF.
029300     MOVE WS-SCR-START-DATE TO WS-EDIT-DATE.
029400     PERFORM 2250-VALIDATE-DATE THRU 2250-EXIT.
029500     IF NOT WS-DATE-VALID
029600         MOVE "N" TO WS-VALID-SWITCH
029700         MOVE "START DATE IS NOT A REAL CALENDAR DATE"
029800             TO WS-SCR-MESSAGE
029900         GO TO 2200-EXIT
030000     END-IF.
030100     IF WS-SCR-STATUS = SPACE
030200         MOVE "C" TO WS-SCR-STATUS
030300     END-IF.
030400     IF WS-SCR-STATUS NOT = "C"
030500            AND WS-SCR-STATUS NOT = "D"
030600            AND WS-SCR-STATUS NOT = "P"
030700         MOVE "N" TO WS-VALID-SWITCH
030800         MOVE "STATUS MUST BE C, D, OR P" TO WS-SCR-MESSAGE
030900     END-IF.
031000 2200-EXIT.
031100     EXIT.
031200*****************************************************************
031300*    2250-VALIDATE-DATE  --  REAL CALENDAR DATE, LEAP-YEAR AWARE*
031400*****************************************************************
031500 2250-VALIDATE-DATE.
031600     MOVE "N" TO WS-DATE-OK-SWITCH.
031700     IF WS-ED-YYYY = 0
031800         GO TO 2250-EXIT
031900     END-IF.
032000     IF WS-ED-MM < 1 OR WS-ED-MM > 12
032100         GO TO 2250-EXIT
032200     END-IF.
032300     IF WS-ED-DD < 1
032400         GO TO 2250-EXIT
032500     END-IF.
032600     PERFORM 2260-CHECK-LEAP-YEAR THRU 2260-EXIT.
032700     IF WS-ED-MM = 2
032800            AND WS-ED-DD = 29
032900            AND WS-LEAP-YEAR
033000         MOVE "Y" TO WS-DATE-OK-SWITCH
033100         GO TO 2250-EXIT
033200     END-IF.
033300     IF WS-ED-DD > WS-MONTH-DAYS (WS-ED-MM)
033400         GO TO 2250-EXIT
033500     END-IF.
033600     MOVE "Y" TO WS-DATE-OK-SWITCH.
033700 2250-EXIT.
033800     EXIT.
033900*****************************************************************
034000*    2260-CHECK-LEAP-YEAR  --  DIVISIBLE BY 4, NOT 100 UNLESS 400*
034100*****************************************************************
034200 2260-CHECK-LEAP-YEAR.
034300     MOVE "N" TO WS-LEAP-SWITCH.
034400     DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
034500         REMAINDER WS-LEAP-REMAINDER.
034600     IF WS-LEAP-REMAINDER NOT = 0
034700         GO TO 2260-EXIT
034800     END-IF.
034900     DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
035000         REMAINDER WS-LEAP-REMAINDER.
035100     IF WS-LEAP-REMAINDER NOT = 0
035200         MOVE "Y" TO WS-LEAP-SWITCH
035300         GO TO 2260-EXIT
035400     END-IF.
035500     DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
035600         REMAINDER WS-LEAP-REMAINDER.
035700     IF WS-LEAP-REMAINDER = 0
035800         MOVE "Y" TO WS-LEAP-SWITCH
035900     END-IF.
036000 2260-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    2300-SAVE-PLAN  --  ADD A NEW PLAN OR REWRITE ONE           *
036400*****************************************************************
036500 2300-SAVE-PLAN.
036600     MOVE WS-SCR-PATIENT-ID TO PP-PATIENT-ID.
036700     READ PAYMENT-PLAN-FILE
036800         INVALID KEY
036900             PERFORM 2310-ADD-NEW-PLAN THRU 2310-EXIT
037000         NOT INVALID KEY
037100             PERFORM 2320-CORRECT-PLAN THRU 2320-EXIT
037200     END-READ.
037300 2300-EXIT.
037400     EXIT.
037500*****************************************************************
037600*    2310-ADD-NEW-PLAN  --  WRITE A NEW AGREEMENT.  PAID AND DUE *
037700*    TO DATE START AT ZERO AND ARE FILLED BY THE NEXT PLANCHK    *
037800*****************************************************************
037900 2310-ADD-NEW-PLAN.
038000     MOVE WS-SCR-AGREED-TOTAL TO PP-AGREED-TOTAL.
038100     MOVE WS-SCR-INSTALLMENT  TO PP-INSTALLMENT-AMT.
038200     MOVE WS-SCR-DUE-DAY      TO PP-DUE-DAY.
038300     MOVE WS-SCR-START-DATE   TO PP-START-DATE-N.
038400     MOVE WS-SCR-STATUS       TO PP-PLAN-STATUS.
038500     MOVE WS-CURRENT-DATE-N   TO PP-STATUS-DATE.
038600     MOVE 0                   TO PP-PAID-TO-DATE.
038700     MOVE 0                   TO PP-DUE-TO-DATE.
038800     MOVE 0                   TO PP-LAST-CHECK-DATE.
038900     WRITE PAYMENT-PLAN-RECORD
039000         INVALID KEY
039100             MOVE "PLAN ALREADY ON FILE" TO WS-SCR-MESSAGE
039200         NOT INVALID KEY
039300             ADD 1 TO WS-ADDS-DONE
039400             MOVE "PLAN ADDED" TO WS-SCR-MESSAGE
039500             MOVE 0      TO WS-AUDIT-OLD-TOTAL
039600             MOVE 0      TO WS-AUDIT-OLD-INST
039700             MOVE 0      TO WS-AUDIT-OLD-DUE-DAY
039800             MOVE 0      TO WS-AUDIT-OLD-START
039900             MOVE SPACES TO WS-AUDIT-OLD-STATUS
040000             PERFORM 2330-AUDIT-PLAN THRU 2330-EXIT
040100     END-WRITE.
040200 2310-EXIT.
040300     EXIT.
040400*****************************************************************
040500*    2320-CORRECT-PLAN  --  REWRITE AN EXISTING AGREEMENT.  A    *
040600*    STATUS CHANGE RESTAMPS THE STATUS DATE                      *
040700*****************************************************************
040800 2320-CORRECT-PLAN.
040900     MOVE PP-AGREED-TOTAL     TO WS-AUDIT-OLD-TOTAL.
041000     MOVE PP-INSTALLMENT-AMT  TO WS-AUDIT-OLD-INST.
041100     MOVE PP-DUE-DAY          TO WS-AUDIT-OLD-DUE-DAY.
041200     MOVE PP-START-DATE-N     TO WS-AUDIT-OLD-START.
041300     MOVE PP-PLAN-STATUS      TO WS-AUDIT-OLD-STATUS.
041400     IF PP-PLAN-STATUS NOT = WS-SCR-STATUS
041500         MOVE WS-CURRENT-DATE-N TO PP-STATUS-DATE
041600     END-IF.
041700     MOVE WS-SCR-AGREED-TOTAL TO PP-AGREED-TOTAL.
041800     MOVE WS-SCR-INSTALLMENT  TO PP-INSTALLMENT-AMT.
041900     MOVE WS-SCR-DUE-DAY      TO PP-DUE-DAY.
042000     MOVE WS-SCR-START-DATE   TO PP-START-DATE-N.
042100     MOVE WS-SCR-STATUS       TO PP-PLAN-STATUS.
042200     REWRITE PAYMENT-PLAN-RECORD
042300         INVALID KEY
042400             MOVE "CORRECTION FAILED" TO WS-SCR-MESSAGE
042500         NOT INVALID KEY
042600             PERFORM 2330-AUDIT-PLAN THRU 2330-EXIT
042700             ADD 1 TO WS-CORRECTIONS-DONE
042800             MOVE "PLAN CORRECTED" TO WS-SCR-MESSAGE
042900     END-REWRITE.
043000 2320-EXIT.
043100     EXIT.
043200*****************************************************************
043300*    2330-AUDIT-PLAN  --  JOURNAL EACH PLAN TERM THAT CHANGED    *
043400*****************************************************************
043500 2330-AUDIT-PLAN.
043600     MOVE "W"               TO AP-FUNCTION-CODE.
043700     MOVE WS-SCR-PATIENT-ID TO AP-PATIENT-ID.
043800     MOVE WS-OPERATOR-ID    TO AP-USER-ID.
043900     MOVE WS-SCR-AGREED-TOTAL TO WS-AUDIT-NEW-TOTAL.
044000     IF WS-AUDIT-OLD-TOTAL NOT = WS-AUDIT-NEW-TOTAL
044100         MOVE "PLAN_TOTAL"       TO AP-FIELD-NAME
044200         MOVE WS-AUDIT-OLD-TOTAL TO AP-OLD-VALUE
044300         MOVE WS-AUDIT-NEW-TOTAL TO AP-NEW-VALUE
044400         CALL "AUDITWRT" USING AUDIT-PARM-AREA
044500     END-IF.
044600     MOVE WS-SCR-INSTALLMENT TO WS-AUDIT-NEW-INST.
044700     IF WS-AUDIT-OLD-INST NOT = WS-AUDIT-NEW-INST
044800         MOVE "PLAN_INST"        TO AP-FIELD-NAME
044900         MOVE WS-AUDIT-OLD-INST  TO AP-OLD-VALUE
045000         MOVE WS-AUDIT-NEW-INST  TO AP-NEW-VALUE
045100         CALL "AUDITWRT" USING AUDIT-PARM-AREA
045200     END-IF.
045300     IF WS-AUDIT-OLD-DUE-DAY NOT = WS-SCR-DUE-DAY
045400         MOVE "PLAN_DUEDY"         TO AP-FIELD-NAME
045500         MOVE WS-AUDIT-OLD-DUE-DAY TO AP-OLD-VALUE
045600         MOVE WS-SCR-DUE-DAY       TO AP-NEW-VALUE
045700         CALL "AUDITWRT" USING AUDIT-PARM-AREA
045800     END-IF.
045900     IF WS-AUDIT-OLD-START NOT = WS-SCR-START-DATE
046000         MOVE "PLAN_START"         TO AP-FIELD-NAME
046100         MOVE WS-AUDIT-OLD-START   TO AP-OLD-VALUE
046200         MOVE WS-SCR-START-DATE    TO AP-NEW-VALUE
046300         CALL "AUDITWRT" USING AUDIT-PARM-AREA
046400     END-IF.
046500     IF WS-AUDIT-OLD-STATUS NOT = WS-SCR-STATUS
046600         MOVE "PLAN_STAT"          TO AP-FIELD-NAME
046700         MOVE WS-AUDIT-OLD-STATUS  TO AP-OLD-VALUE
046800         MOVE WS-SCR-STATUS        TO AP-NEW-VALUE
046900         CALL "AUDITWRT" USING AUDIT-PARM-AREA
047000     END-IF.
047100 2330-EXIT.
047200     EXIT.
047300*****************************************************************
047400*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS             *
047500*****************************************************************
047600 9999-TERMINATE.
047700     DISPLAY "PLANSCRN - PLANS ADDED       : " WS-ADDS-DONE.
047800     DISPLAY "PLANSCRN - PLANS CORRECTED  : " WS-CORRECTIONS-DONE.
047900     MOVE "C" TO AP-FUNCTION-CODE.
048000     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
048100     CLOSE PAYMENT-PLAN-FILE.
048200     CLOSE JR-FILE.
048300 9999-EXIT.
048400     EXIT.
