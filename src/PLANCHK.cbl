000100*****************************************************************
000200*                                                               *
000300*    PLANCHK                                                    *
000400*                                                               *
000500*    MONTHLY PAYMENT PLAN SCHEDULE CHECK                        *
000600*                                                               *
000700*    WALKS THE PAYMENT PLAN FILE (PAYPLAN) AND PROVES EVERY     *
000800*    CURRENT PLAN AGAINST PAYMENT HISTORY (PAYHIST).  THE       *
000900*    AMOUNT DUE TO DATE IS ONE INSTALLMENT FOR EVERY DUE DAY    *
001000*    THAT HAS FALLEN AFTER THE START DATE, UP TO AND INCLUDING  *
001100*    TODAY, CAPPED AT THE AGREED TOTAL.  THE AMOUNT PAID TO     *
001200*    DATE IS EVERY PAYMENT ENTRY ON OR AFTER THE START DATE,    *
001300*    LESS ANY CHECK THAT CAME BACK (ADJUSTMENT REASON R).       *
001400*    COURTESY CREDITS AND WRITE-OFFS ARE NOT CLIENT MONEY AND   *
001500*    DO NOT COUNT TOWARD THE PLAN.                              *
001600*                                                               *
001700*    A PLAN WHOSE CLIENT HAS PAID THE AGREED TOTAL, OR WHOSE    *
001800*    OPEN BALANCE HAS REACHED ZERO, IS MARKED PAID OFF.  A PLAN *
001900*    ONE FULL INSTALLMENT OR MORE BEHIND IS IN DEFAULT: IT IS   *
002000*    DROPPED (STATUS D), JOURNALED THROUGH AUDITWRT, AND        *
002100*    PRINTED ON THE DEFAULT LISTING (PLANRPT) FOR THE OFFICE    *
002200*    MANAGER.  EVERY OTHER PLAN STAYS CURRENT.  A DROPPED PLAN  *
002300*    IS NO LONGER HONORED BY FINCHG, AGEDREC, OWNSTMT, OR       *
002400*    STMTPRT, SO THE ACCOUNT GOES BACK TO NORMAL BILLING.       *
002500*                                                               *
002600*    RUN AFTER THE NIGHTLY CYCLE HAS POSTED THE LAST OF THE     *
002700*    MONTH'S PAYMENTS AND BEFORE FINCHG, SO A PLAN DROPPED      *
002800*    THIS MONTH IS ASSESSED THIS MONTH.  A RERUN IN THE SAME    *
002900*    MONTH SIMPLY RECHECKS THE PLANS STILL CURRENT.             *
002910*                                                               *
002920*    NO PLAN FILE ENDS THE RUN WITH ITS FILE STATUS: RC 4 IF IT *
002930*    HAS NEVER BEEN CREATED (STATUS 35), OTHERWISE RC 8.        *
003000*                                                               *
003100*    MODIFICATION HISTORY                                       *
003200*    --------------------                                       *
003300*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003310*    2026/10/15  JJM  MISSING PLAN FILE NOW SHOWS ITS STATUS    *
003320*                     AND ENDS RC 4 (NOT CREATED) OR RC 8.      *
003400*                                                               *
003500*****************************************************************
003600 IDENTIFICATION DIVISION.
003700 PROGRAM-ID.  PLANCHK.
003800 AUTHOR.      J MORALES.
003900 INSTALLATION. CLINIC DATA PROCESSING.
004000 DATE-WRITTEN. 2026/10/15.
004100 DATE-COMPILED.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. GNUCOBOL.
004500 OBJECT-COMPUTER. GNUCOBOL.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS PP-PATIENT-ID
005200         FILE STATUS IS WS-PP-STATUS.
005300     SELECT PAYMENT-HISTORY-FILE ASSIGN TO "PAYHIST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS PH-KEY
005700         FILE STATUS IS WS-PH-STATUS.
005800     SELECT JR-FILE ASSIGN TO "JRFILE"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS PATIENT-ID
006200         FILE STATUS IS WS-JR-STATUS.
006300     SELECT PLAN-REPORT ASSIGN TO "PLANRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-RPT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  PAYMENT-PLAN-FILE.
006900     COPY PLANREC.
007000 FD  PAYMENT-HISTORY-FILE.
007100     COPY PAYHREC.
007200 FD  JR-FILE.
007300     COPY JRREC.
007400 FD  PLAN-REPORT.
007500 01  PLAN-REPORT-LINE               PIC X(80).
007600 WORKING-STORAGE SECTION.
007700 01  WS-PP-STATUS                   PIC X(02).
007800 01  WS-PH-STATUS                   PIC X(02).
007900 01  WS-JR-STATUS                   PIC X(02).
008000 01  WS-RPT-STATUS                  PIC X(02).
008100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
008200     88  WS-END-OF-FILE                           VALUE "Y".
008300 01  WS-BLOCKED-SWITCH              PIC X(01)     VALUE "N".
008400     88  WS-RUN-BLOCKED                           VALUE "Y".
008500 01  WS-PET-OK-SWITCH               PIC X(01)     VALUE "N".
008600     88  WS-PET-ON-FILE                           VALUE "Y".
008700 01  WS-PH-SCAN-SWITCH              PIC X(01)     VALUE "N".
008800     88  WS-PH-SCAN-DONE                          VALUE "Y".
008900 01  WS-CURRENT-DATE.
009000     05  WS-CUR-YYYY                PIC 9(04).
009100     05  WS-CUR-MM                  PIC 9(02).
009200     05  WS-CUR-DD                  PIC 9(02).
009300 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
009400                                    PIC 9(08).
009500 01  WS-CUR-MONTHS                  PIC 9(07)     COMP.
009600 01  WS-START-MONTHS                PIC 9(07)     COMP.
009700 01  WS-MONTHS-ELAPSED              PIC S9(05)    COMP.
009800 01  WS-INSTALLMENTS-DUE            PIC S9(05)    COMP.
009900 01  WS-PAID-TO-DATE                PIC S9(7)V99.
010000 01  WS-DUE-TO-DATE                 PIC S9(9)V99.
010100 01  WS-SHORTFALL                   PIC S9(9)V99.
010200 01  WS-PLANS-READ                  PIC 9(07)     COMP VALUE 0.
010300 01  WS-PLANS-CURRENT               PIC 9(07)     COMP VALUE 0.
010400 01  WS-PLANS-DEFAULTED             PIC 9(07)     COMP VALUE 0.
010500 01  WS-PLANS-PAID-OFF              PIC 9(07)     COMP VALUE 0.
010600 01  WS-PLANS-INACTIVE              PIC 9(07)     COMP VALUE 0.
010700 01  WS-PETS-MISSING                PIC 9(07)     COMP VALUE 0.
010800 01  WS-DEFAULT-DOLLARS             PIC S9(9)V99  VALUE 0.
010900 01  AUDIT-PARM-AREA.
011000     05  AP-FUNCTION-CODE           PIC X(01).
011100         88  AP-WRITE-ENTRY                       VALUE "W".
011200         88  AP-CLOSE-JOURNAL                     VALUE "C".
011300     05  AP-PATIENT-ID              PIC X(05).
011400     05  AP-FIELD-NAME              PIC X(10).
011500     05  AP-OLD-VALUE               PIC X(30).
011600     05  AP-NEW-VALUE               PIC X(30).
011700     05  AP-USER-ID                 PIC X(08).
011800     05  AP-RETURN-CODE             PIC 9(02).
011900 01  WS-AUDIT-OLD-STATUS            PIC X(01).
012000 01  WS-HEADING-LINE-1.
012100     05  FILLER                     PIC X(38)     VALUE
012200         "PLANCHK - PAYMENT PLANS IN DEFAULT".
012300     05  FILLER                     PIC X(07)     VALUE "  DATE ".
012400     05  WS-H1-DATE                 PIC 9999/99/99.
012500 01  WS-COLUMN-LINE-1.
012600     05  FILLER                     PIC X(44)     VALUE
012700         "PATNT  OWNER               PHONE    STARTED".
012800     05  FILLER                     PIC X(36)     VALUE
012900         "  DUE TO DATE PAID TO DATE SHORTFALL".
013000 01  WS-COLUMN-LINE-2.
013100     05  FILLER                     PIC X(44)     VALUE
013200         "       AGREED TOTAL  INSTALLMENT  DUE DAY".
013300     05  FILLER                     PIC X(16)     VALUE
013400         "    OPEN BALANCE".
013500 01  WS-DETAIL-LINE-1.
013600     05  WS-DL-PATIENT-ID           PIC X(05).
013700     05  FILLER                     PIC X(02)     VALUE SPACES.
013800     05  WS-DL-OWNER                PIC X(19).
013900     05  FILLER                     PIC X(01)     VALUE SPACES.
014000     05  WS-DL-PHONE                PIC X(08).
014100     05  FILLER                     PIC X(01)     VALUE SPACES.
014200     05  WS-DL-START                PIC 9999/99/99.
014300     05  FILLER                     PIC X(01)     VALUE SPACES.
014400     05  WS-DL-DUE                  PIC ZZZZZZ9.99.
014500     05  FILLER                     PIC X(01)     VALUE SPACES.
014600     05  WS-DL-PAID                 PIC ZZZZZZ9.99-.
014700     05  FILLER                     PIC X(01)     VALUE SPACES.
014800     05  WS-DL-SHORT                PIC ZZZZZZ9.99.
014900 01  WS-DETAIL-LINE-2.
015000     05  FILLER                     PIC X(07)     VALUE SPACES.
015100     05  WS-DL-AGREED               PIC ZZZZZZ9.99.
015200     05  FILLER                     PIC X(03)     VALUE SPACES.
015300     05  WS-DL-INSTALLMENT          PIC ZZZZ9.99.
015400     05  FILLER                     PIC X(07)     VALUE SPACES.
015500     05  WS-DL-DUE-DAY              PIC Z9.
015600     05  FILLER                     PIC X(04)     VALUE SPACES.
015700     05  WS-DL-OPEN-BAL             PIC ZZZZZZ9.99-.
015800 01  WS-TOTAL-LINE.
015900     05  FILLER                     PIC X(20)     VALUE
016000         "PLANS DROPPED     :".
016100     05  WS-TO-COUNT                PIC ZZZZZZ9.
016200     05  FILLER                     PIC X(14)     VALUE
016300         "  SHORTFALL".
016400     05  WS-TO-AMOUNT               PIC ZZZZZZZZ9.99-.
016500 01  WS-COUNT-LINE.
016600     05  WS-CL-LABEL                PIC X(20).
016700     05  WS-CL-COUNT                PIC ZZZZZZ9.
016800 PROCEDURE DIVISION.
016900*****************************************************************
017000*    0000-MAINLINE                                              *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-CHECK-ONE-PLAN THRU 2000-EXIT
017500         UNTIL WS-END-OF-FILE.
017600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
017700     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017800     STOP RUN.
017900*****************************************************************
018000*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ.  NO  *
018100*    PAYMENT HISTORY MEANS NO PAYMENT CAN BE PROVED, AND EVERY   *
018200*    PLAN WOULD FALSELY DEFAULT, SO THE RUN STOPS INSTEAD        *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018600     COMPUTE WS-CUR-MONTHS = (WS-CUR-YYYY * 12) + WS-CUR-MM.
018700     OPEN INPUT PAYMENT-HISTORY-FILE.
018800     IF WS-PH-STATUS NOT = "00"
018900         MOVE "Y" TO WS-BLOCKED-SWITCH
019000         MOVE "Y" TO WS-EOF-SWITCH
019100         MOVE 8 TO RETURN-CODE
019200         DISPLAY "PLANCHK - PAYMENT HISTORY NOT AVAILABLE, "
019300             "NO PLANS CHECKED"
019400         GO TO 1000-EXIT
019500     END-IF.
019600     OPEN I-O PAYMENT-PLAN-FILE.
019700     IF WS-PP-STATUS NOT = "00"
019800         MOVE "Y" TO WS-BLOCKED-SWITCH
019900         MOVE "Y" TO WS-EOF-SWITCH
020000         DISPLAY "PLANCHK - PAYMENT PLAN FILE NOT AVAILABLE, "
020100             "NO PLANS CHECKED"
020110         DISPLAY "PLANCHK - PAYPLAN FILE STATUS: " WS-PP-STATUS
020120         IF WS-PP-STATUS = "35"
020130             IF RETURN-CODE < 4
020140                 MOVE 4 TO RETURN-CODE
020150             END-IF
020160         ELSE
020170             MOVE 8 TO RETURN-CODE
020180         END-IF
020200         CLOSE PAYMENT-HISTORY-FILE
020300         GO TO 1000-EXIT
020400     END-IF.
020500     OPEN INPUT JR-FILE.
020600     OPEN OUTPUT PLAN-REPORT.
020700     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
020800     WRITE PLAN-REPORT-LINE FROM WS-HEADING-LINE-1.
020900     MOVE SPACES TO PLAN-REPORT-LINE.
021000     WRITE PLAN-REPORT-LINE.
021100     WRITE PLAN-REPORT-LINE FROM WS-COLUMN-LINE-1.
021200     WRITE PLAN-REPORT-LINE FROM WS-COLUMN-LINE-2.
021300     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
021400 1000-EXIT.
021500     EXIT.
021600*****************************************************************
021700*    2000-CHECK-ONE-PLAN  --  PROVE ONE CURRENT PLAN AGAINST     *
021800*    PAYMENT HISTORY AND MARK IT CURRENT, PAID OFF, OR DEFAULT   *
021900*****************************************************************
022000 2000-CHECK-ONE-PLAN.
022100     ADD 1 TO WS-PLANS-READ.
022200     IF NOT PP-PLAN-CURRENT
022300         ADD 1 TO WS-PLANS-INACTIVE
022400         GO TO 2000-NEXT
022500     END-IF.
022600     MOVE "Y" TO WS-PET-OK-SWITCH.
022700     MOVE PP-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
022800     READ JR-FILE
022900         KEY IS PATIENT-ID
023000         INVALID KEY
023100             MOVE "N" TO WS-PET-OK-SWITCH
023200     END-READ.
023300     IF NOT WS-PET-ON-FILE
023400         ADD 1 TO WS-PETS-MISSING
023500         DISPLAY "PLANCHK - PATIENT NOT ON FILE: " PP-PATIENT-ID
023600         GO TO 2000-NEXT
023700     END-IF.
023800     PERFORM 2200-CALC-DUE-TO-DATE THRU 2200-EXIT.
023900     PERFORM 2300-SUM-PAYMENTS THRU 2300-EXIT.
024000     MOVE PP-PLAN-STATUS     TO WS-AUDIT-OLD-STATUS.
024100     MOVE WS-PAID-TO-DATE    TO PP-PAID-TO-DATE.
024200     MOVE WS-DUE-TO-DATE     TO PP-DUE-TO-DATE.
024300     MOVE WS-CURRENT-DATE-N  TO PP-LAST-CHECK-DATE.
024400     COMPUTE WS-SHORTFALL = WS-DUE-TO-DATE - WS-PAID-TO-DATE.
024500     IF WS-PAID-TO-DATE NOT < PP-AGREED-TOTAL
024600            OR OPEN_BAL OF FINANCIAL NOT > 0
024700         MOVE "P" TO PP-PLAN-STATUS
024800         MOVE WS-CURRENT-DATE-N TO PP-STATUS-DATE
024900         ADD 1 TO WS-PLANS-PAID-OFF
025000     ELSE
025100         IF WS-SHORTFALL NOT < PP-INSTALLMENT-AMT
025200             MOVE "D" TO PP-PLAN-STATUS
025300             MOVE WS-CURRENT-DATE-N TO PP-STATUS-DATE
025400             ADD 1 TO WS-PLANS-DEFAULTED
025500             ADD WS-SHORTFALL TO WS-DEFAULT-DOLLARS
025600             PERFORM 2500-PRINT-DEFAULT THRU 2500-EXIT
025700         ELSE
025800             MOVE "C" TO PP-PLAN-STATUS
025900             ADD 1 TO WS-PLANS-CURRENT
026000         END-IF
026100     END-IF.
026200     REWRITE PAYMENT-PLAN-RECORD
026300         INVALID KEY
026400             DISPLAY "PLANCHK - PLAN REWRITE FAILED: "
026500                 PP-PATIENT-ID
026600     END-REWRITE.
026700     IF PP-PLAN-STATUS NOT = WS-AUDIT-OLD-STATUS
026800         PERFORM 2600-AUDIT-STATUS THRU 2600-EXIT
026900     END-IF.
027000 2000-NEXT.
027100     PERFORM 2100-READ-PLAN THRU 2100-EXIT.
027200 2000-EXIT.
027300     EXIT.
027400*****************************************************************
027500*    2100-READ-PLAN  --  READ-AHEAD OF THE PAYMENT PLAN FILE     *
027600*****************************************************************
027700 2100-READ-PLAN.
027800     READ PAYMENT-PLAN-FILE NEXT RECORD
027900         AT END
028000             MOVE "Y" TO WS-EOF-SWITCH
028100     END-READ.
028200 2100-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    2200-CALC-DUE-TO-DATE  --  ONE INSTALLMENT FOR EVERY DUE    *
028600*    DAY AFTER THE START DATE, THROUGH TODAY.  EVERY WHOLE       *
028700*    MONTH BETWEEN HAS ONE; THE START MONTH HAS ONE IF THE DUE   *
028800*    DAY FALLS AFTER THE START DAY, AND THIS MONTH HAS ONE IF    *
028900*    THE DUE DAY HAS ARRIVED.  THE RESULT NEVER EXCEEDS THE      *
029000*    AGREED TOTAL                                                *
029100*****************************************************************
029200 2200-CALC-DUE-TO-DATE.
029300     MOVE 0 TO WS-DUE-TO-DATE.
029400     MOVE 0 TO WS-INSTALLMENTS-DUE.
029500     IF PP-START-DATE-N > WS-CURRENT-DATE-N
029600         GO TO 2200-EXIT
029700     END-IF.
029800     COMPUTE WS-START-MONTHS =
029900         (PP-START-YYYY * 12) + PP-START-MM.
030000     COMPUTE WS-MONTHS-ELAPSED = WS-CUR-MONTHS - WS-START-MONTHS.
030100     COMPUTE WS-INSTALLMENTS-DUE = WS-MONTHS-ELAPSED - 1.
030200     IF PP-DUE-DAY > PP-START-DD
030300         ADD 1 TO WS-INSTALLMENTS-DUE
030400     END-IF.
030500     IF PP-DUE-DAY NOT > WS-CUR-DD
030600         ADD 1 TO WS-INSTALLMENTS-DUE
030700     END-IF.
030800     IF WS-INSTALLMENTS-DUE < 0
030900         MOVE 0 TO WS-INSTALLMENTS-DUE
031000     END-IF.
031100     COMPUTE WS-DUE-TO-DATE =
031200         WS-INSTALLMENTS-DUE * PP-INSTALLMENT-AMT.
031300     IF WS-DUE-TO-DATE > PP-AGREED-TOTAL
031400         MOVE PP-AGREED-TOTAL TO WS-DUE-TO-DATE
031500     END-IF.
031600 2200-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    2300-SUM-PAYMENTS  --  CLIENT MONEY RECEIVED SINCE THE PLAN *
032000*    STARTED, WALKING PAYHIST FROM THE START DATE                *
032100*****************************************************************
032200 2300-SUM-PAYMENTS.
032300     MOVE 0 TO WS-PAID-TO-DATE.
032400     MOVE "N" TO WS-PH-SCAN-SWITCH.
032500     MOVE PP-PATIENT-ID   TO PH-PATIENT-ID.
032600     MOVE PP-START-DATE-N TO PH-PAYMENT-DATE.
032700     START PAYMENT-HISTORY-FILE
032800         KEY IS NOT LESS THAN PH-KEY
032900         INVALID KEY
033000             MOVE "Y" TO WS-PH-SCAN-SWITCH
033100     END-START.
033200     PERFORM 2310-SCAN-ONE-PAYMENT THRU 2310-EXIT
033300         UNTIL WS-PH-SCAN-DONE.
033400 2300-EXIT.
033500     EXIT.
033600*****************************************************************
033700*    2310-SCAN-ONE-PAYMENT  --  A PAYMENT COUNTS FOR THE PLAN;   *
033800*    A RETURNED CHECK TAKES IT BACK OUT                          *
033900*****************************************************************
034000 2310-SCAN-ONE-PAYMENT.
034100     READ PAYMENT-HISTORY-FILE NEXT RECORD
034200         AT END
034300             MOVE "Y" TO WS-PH-SCAN-SWITCH
034400             GO TO 2310-EXIT
034500     END-READ.
034600     IF PH-PATIENT-ID NOT = PP-PATIENT-ID
034700         MOVE "Y" TO WS-PH-SCAN-SWITCH
034800         GO TO 2310-EXIT
034900     END-IF.
035000     IF PH-PAYMENT-ENTRY
035100         ADD PH-PAYMENT-AMOUNT TO WS-PAID-TO-DATE
035200     END-IF.
035300     IF PH-ADJUSTMENT-ENTRY
035400            AND PH-REASON-CODE = "R"
035500         SUBTRACT PH-PAYMENT-AMOUNT FROM WS-PAID-TO-DATE
035600     END-IF.
035700 2310-EXIT.
035800     EXIT.
035900*****************************************************************
036000*    2500-PRINT-DEFAULT  --  TWO LINES PER DROPPED PLAN SO THE   *
036100*    OFFICE MANAGER HAS WHAT IS NEEDED TO CALL THE CLIENT        *
036200*****************************************************************
036300 2500-PRINT-DEFAULT.
036400     MOVE PP-PATIENT-ID          TO WS-DL-PATIENT-ID.
036500     MOVE OWNER OF OWNER-INFO    TO WS-DL-OWNER.
036600     MOVE PHONE OF OWNER-INFO    TO WS-DL-PHONE.
036700     MOVE PP-START-DATE-N        TO WS-DL-START.
036800     MOVE WS-DUE-TO-DATE         TO WS-DL-DUE.
036900     MOVE WS-PAID-TO-DATE        TO WS-DL-PAID.
037000     MOVE WS-SHORTFALL           TO WS-DL-SHORT.
037100     WRITE PLAN-REPORT-LINE FROM WS-DETAIL-LINE-1.
037200     MOVE PP-AGREED-TOTAL        TO WS-DL-AGREED.
037300     MOVE PP-INSTALLMENT-AMT     TO WS-DL-INSTALLMENT.
037400     MOVE PP-DUE-DAY             TO WS-DL-DUE-DAY.
037500     MOVE OPEN_BAL OF FINANCIAL  TO WS-DL-OPEN-BAL.
037600     WRITE PLAN-REPORT-LINE FROM WS-DETAIL-LINE-2.
037700 2500-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    2600-AUDIT-STATUS  --  JOURNAL THE PLAN STATUS CHANGE       *
038100*****************************************************************
038200 2600-AUDIT-STATUS.
038300     MOVE "W"                  TO AP-FUNCTION-CODE.
038400     MOVE PP-PATIENT-ID        TO AP-PATIENT-ID.
038500     MOVE "PLAN_STAT"          TO AP-FIELD-NAME.
038600     MOVE WS-AUDIT-OLD-STATUS  TO AP-OLD-VALUE.
038700     MOVE PP-PLAN-STATUS       TO AP-NEW-VALUE.
038800     MOVE "PLANCHK"            TO AP-USER-ID.
038900     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
039000 2600-EXIT.
039100     EXIT.
039200*****************************************************************
039300*    8000-PRINT-TOTALS  --  DROPPED COUNT, SHORTFALL, AND THE    *
039400*    DISPOSITION OF EVERY PLAN READ                              *
039500*****************************************************************
039600 8000-PRINT-TOTALS.
039700     IF WS-RUN-BLOCKED
039800         GO TO 8000-EXIT
039900     END-IF.
040000     MOVE SPACES TO PLAN-REPORT-LINE.
040100     WRITE PLAN-REPORT-LINE.
040200     MOVE WS-PLANS-DEFAULTED TO WS-TO-COUNT.
040300     MOVE WS-DEFAULT-DOLLARS TO WS-TO-AMOUNT.
040400     WRITE PLAN-REPORT-LINE FROM WS-TOTAL-LINE.
040500     MOVE "PLANS READ        :" TO WS-CL-LABEL.
040600     MOVE WS-PLANS-READ      TO WS-CL-COUNT.
040700     WRITE PLAN-REPORT-LINE FROM WS-COUNT-LINE.
040800     MOVE "STILL CURRENT     :" TO WS-CL-LABEL.
040900     MOVE WS-PLANS-CURRENT   TO WS-CL-COUNT.
041000     WRITE PLAN-REPORT-LINE FROM WS-COUNT-LINE.
041100     MOVE "PAID OFF          :" TO WS-CL-LABEL.
041200     MOVE WS-PLANS-PAID-OFF  TO WS-CL-COUNT.
041300     WRITE PLAN-REPORT-LINE FROM WS-COUNT-LINE.
041400     MOVE "NOT CURRENT, SKIP :" TO WS-CL-LABEL.
041500     MOVE WS-PLANS-INACTIVE  TO WS-CL-COUNT.
041600     WRITE PLAN-REPORT-LINE FROM WS-COUNT-LINE.
041700 8000-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS             *
042100*****************************************************************
042200 9999-TERMINATE.
042300     DISPLAY "PLANCHK - PLANS READ      : " WS-PLANS-READ.
042400     DISPLAY "PLANCHK - STILL CURRENT   : " WS-PLANS-CURRENT.
042500     DISPLAY "PLANCHK - DROPPED, DEFAULT: " WS-PLANS-DEFAULTED.
042600     DISPLAY "PLANCHK - PAID OFF        : " WS-PLANS-PAID-OFF.
042700     DISPLAY "PLANCHK - PATIENT MISSING : " WS-PETS-MISSING.
042800     IF WS-RUN-BLOCKED
042900         GO TO 9999-EXIT
043000     END-IF.
043100     MOVE "C" TO AP-FUNCTION-CODE.
043200     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
043300     CLOSE PAYMENT-PLAN-FILE.
043400     CLOSE PAYMENT-HISTORY-FILE.
043500     CLOSE JR-FILE.
043600     CLOSE PLAN-REPORT.
043700 9999-EXIT.
043800     EXIT.
