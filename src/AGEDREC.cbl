002100*                                                               *
002200*    AGING IS COMPUTED ON A 30-DAY MONTH / 360-DAY YEAR BASIS,   *
002300*    THE USUAL CONVENTION FOR AGING REPORTS OF THIS KIND.        *
002310*                                                               *
002320*    A BALANCE ON A CURRENT PAYMENT PLAN IS BEING PAID DOWN AS  *
002330*    AGREED AND IS NOT DELINQUENT, SO IT IS LEFT OUT OF THE     *
002340*    AGING BUCKETS AND LISTED UNDER PAYMENT PLAN ACCOUNTS.  A   *
002350*    PLAN PLANCHK HAS DROPPED FOR DEFAULT AGES AS USUAL.        *
002400*                                                               *
002500*    MODIFICATION HISTORY                                       *
002600*    --------------------                                        *
003700*                     EDITING; THE SLASH POSITIONS WERE NEVER    *
003800*                     INITIALIZED AND THOSE LINES WERE DROPPED   *
003900*                     ON WRITE.                                  *
003910*    2026/10/15  JJM  DO NOT AGE A PATIENT ON A CURRENT PAYMENT  *
003920*                     PLAN (PAYPLAN); LIST PLAN ACCOUNTS IN A    *
003930*                     SEPARATE SECTION WITH THE INSTALLMENT AND  *
003940*                     THE AMOUNT DUE TO DATE.                    *
004000*                                                               *
004100*****************************************************************
004200 IDENTIFICATION DIVISION.
005900     SELECT AGED-REPORT ASSIGN TO "AGEDRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RPT-STATUS.
006110     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
006120         ORGANIZATION IS INDEXED
006130         ACCESS MODE IS RANDOM
006140         RECORD KEY IS PP-PATIENT-ID
006150         FILE STATUS IS WS-PP-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  JR-FILE.
006500     COPY JRREC.
006600 FD  AGED-REPORT.
006700 01  AGED-REPORT-LINE               PIC X(86).
006710 FD  PAYMENT-PLAN-FILE.
006720     COPY PLANREC.
006800 WORKING-STORAGE SECTION.
006900 01  WS-JR-STATUS                   PIC X(02).
007000 01  WS-RPT-STATUS                  PIC X(02).
007010 01  WS-PP-STATUS                   PIC X(02).
007020 01  WS-PP-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007030     88  WS-PLAN-FILE-AVAILABLE                   VALUE "Y".
007040 01  WS-PLAN-SWITCH                 PIC X(01)     VALUE "N".
007050     88  WS-ON-CURRENT-PLAN                       VALUE "Y".
007100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
007200     88  WS-END-OF-FILE                           VALUE "Y".
007300 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
010000         10  WS-RS-PATIENT-ID       PIC X(05).
010100         10  WS-RS-STATUS           PIC X(01).
010200         10  WS-RS-BALANCE          PIC S9(7)V99.
010210 01  WS-PLAN-COUNT                  PIC 9(03)     COMP VALUE 0.
010220 01  WS-PLAN-OVERFLOW               PIC 9(07)     COMP VALUE 0.
010230 01  WS-PLAN-SUB                    PIC 9(03)     COMP.
010240 01  WS-PLAN-TOTAL                  PIC S9(9)V99  VALUE 0.
010250 01  WS-PLAN-TABLE.
010260     05  WS-PLAN-ENTRY              OCCURS 200 TIMES.
010270         10  WS-PA-PATIENT-ID       PIC X(05).
010280         10  WS-PA-OWNER            PIC X(30).
010290         10  WS-PA-BALANCE          PIC S9(7)V99.
010291         10  WS-PA-INSTALLMENT      PIC S9(5)V99.
010292         10  WS-PA-DUE-TO-DATE      PIC S9(7)V99.
010293         10  WS-PA-PAID-TO-DATE     PIC S9(7)V99.
010300 01  WS-GRAND-TOTAL                 PIC S9(7)V99  VALUE 0.
010400 01  WS-GRAND-BUCKET-TOTAL          PIC S9(7)V99  VALUE 0
010500                                    OCCURS 4 TIMES.
017700     05  FILLER                     PIC X(26)     VALUE
017800         "RESIDUAL NOT LISTED     :".
017900     05  WS-RO-COUNT                PIC ZZZZZZ9.
017903 01  WS-PLAN-HEAD-LINE.
017906     05  FILLER                     PIC X(44)     VALUE
017909         "PAYMENT PLAN ACCOUNTS (NOT AGED)".
017912 01  WS-PLAN-COL-LINE.
017915     05  FILLER                     PIC X(37)     VALUE
017918         "PATIENT  OWNER".
017921     05  FILLER                     PIC X(48)     VALUE
017924         "    BALANCE INSTALLMENT DUE TO DATE PAID TO DATE".
017927 01  WS-PLAN-LINE.
017930     05  WS-PN-PATIENT-ID           PIC X(05).
017933     05  FILLER                     PIC X(04)     VALUE SPACES.
017936     05  WS-PN-OWNER                PIC X(28).
017939     05  WS-PN-BALANCE              PIC ZZZZZZ9.99-.
017942     05  WS-PN-INSTALLMENT          PIC ZZZZZZ9.99-.
017945     05  FILLER                     PIC X(01)     VALUE SPACES.
017948     05  WS-PN-DUE-TO-DATE          PIC ZZZZZZ9.99-.
017951     05  FILLER                     PIC X(02)     VALUE SPACES.
017954     05  WS-PN-PAID-TO-DATE         PIC ZZZZZZ9.99-.
017957 01  WS-PLAN-TOTAL-LINE.
017960     05  FILLER                     PIC X(18)     VALUE
017963         "PLAN TOTAL      :".
017966     05  WS-PT-TOTAL                PIC ZZZZZZZZ9.99-.
017969 01  WS-PLAN-OVER-LINE.
017972     05  FILLER                     PIC X(26)     VALUE
017975         "PLAN NOT LISTED         :".
017978     05  WS-PO-COUNT                PIC ZZZZZZ9.
018000 PROCEDURE DIVISION.
018100*****************************************************************
018200*    0000-MAINLINE                                               *
019400 1000-INITIALIZE.
019500     OPEN INPUT JR-FILE.
019600     OPEN OUTPUT AGED-REPORT.
019610     OPEN INPUT PAYMENT-PLAN-FILE.
019620     IF WS-PP-STATUS = "00"
019630         MOVE "Y" TO WS-PP-AVAIL-SWITCH
019640     ELSE
019650         DISPLAY "AGEDREC - PAYMENT PLAN FILE NOT AVAILABLE, "
019660             "ALL BALANCES AGED"
019670     END-IF.
019700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019800     MOVE WS-CURRENT-DATE-N    TO WS-H1-DATE.
019900     WRITE AGED-REPORT-LINE FROM WS-HEADING-LINE-1.
021200     IF PATIENT-RETIRED
021300         PERFORM 2700-COLLECT-RESIDUAL THRU 2700-EXIT
021400     ELSE
021410         PERFORM 2150-CHECK-PLAN THRU 2150-EXIT
021420         IF WS-ON-CURRENT-PLAN
021430             PERFORM 2750-COLLECT-PLAN THRU 2750-EXIT
021440         ELSE
021500             IF YYYY OF LAST_VISIT = 0
021600                    AND MM OF LAST_VISIT = 0
021700                    AND DD OF LAST_VISIT = 0
021800                 ADD 1 TO WS-UNSVCD-SKIPPED
021900             ELSE
022000                 PERFORM 2200-FIND-OR-ADD-YEAR THRU 2200-EXIT
022100                 IF WS-YEAR-SLOT-AVAILABLE
022200                     PERFORM 2300-CALC-DAYS-OVERDUE THRU 2300-EXIT
022300                     PERFORM 2400-ASSIGN-BUCKET THRU 2400-EXIT
022400                     PERFORM 2500-ACCUMULATE THRU 2500-EXIT
022500                     PERFORM 2600-PRINT-DETAIL THRU 2600-EXIT
022600                 ELSE
022700                     ADD 1 TO WS-YRTBL-SKIPPED
022800                 END-IF
022900             END-IF
022950             END-IF
023000     END-IF
023100     END-IF.
023200     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
024200     END-READ.
024300 2100-EXIT.
024400     EXIT.
024410*****************************************************************
024420*   2150-CHECK-PLAN  --  IS THIS PATIENT ON A CURRENT PLAN       *
024430*****************************************************************
024440 2150-CHECK-PLAN.
024450     MOVE "N" TO WS-PLAN-SWITCH.
024460     IF NOT WS-PLAN-FILE-AVAILABLE
024470         GO TO 2150-EXIT
024480     END-IF.
024490     MOVE PATIENT-ID OF ANIMAL-INFO TO PP-PATIENT-ID.
024491     READ PAYMENT-PLAN-FILE
024492         INVALID KEY
024493             GO TO 2150-EXIT
024494     END-READ.
024495     IF PP-PLAN-CURRENT
024496         MOVE "Y" TO WS-PLAN-SWITCH
024497     END-IF.
024498 2150-EXIT.
024499     EXIT.
024500*****************************************************************
024600*   2200-FIND-OR-ADD-YEAR  --  LOCATE OR OPEN A YEAR SUBTOTAL    *
024700*****************************************************************
037200     END-IF.
037300 2700-EXIT.
037400     EXIT.
037402*****************************************************************
037404*   2750-COLLECT-PLAN  --  HOLD A PAYMENT PLAN ACCOUNT FOR ITS  *
037406*   OWN SECTION; THE CLIENT IS PAYING AS AGREED, SO THE         *
037408*   BALANCE IS NOT AGED AS DELINQUENT                           *
037410*****************************************************************
037412 2750-COLLECT-PLAN.
037414     ADD OPEN_BAL OF FINANCIAL TO WS-PLAN-TOTAL.
037416     IF WS-PLAN-COUNT < 200
037418         ADD 1 TO WS-PLAN-COUNT
037420         MOVE PATIENT-ID OF ANIMAL-INFO
037422             TO WS-PA-PATIENT-ID (WS-PLAN-COUNT)
037424         MOVE OWNER OF OWNER-INFO
037426             TO WS-PA-OWNER (WS-PLAN-COUNT)
037428         MOVE OPEN_BAL OF FINANCIAL
037430             TO WS-PA-BALANCE (WS-PLAN-COUNT)
037432         MOVE PP-INSTALLMENT-AMT
037434             TO WS-PA-INSTALLMENT (WS-PLAN-COUNT)
037436         MOVE PP-DUE-TO-DATE
037438             TO WS-PA-DUE-TO-DATE (WS-PLAN-COUNT)
037440         MOVE PP-PAID-TO-DATE
037442             TO WS-PA-PAID-TO-DATE (WS-PLAN-COUNT)
037444     ELSE
037446         ADD 1 TO WS-PLAN-OVERFLOW
037448     END-IF.
037450 2750-EXIT.
037452     EXIT.
037500*****************************************************************
037600*   8000-PRINT-TOTALS  --  YEAR SUBTOTALS AND GRAND TOTAL        *
037700*****************************************************************
039200     MOVE WS-GRAND-TOTAL            TO WS-GTL-TOTAL-AMT.
039300     WRITE AGED-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
039400     PERFORM 8200-PRINT-RESIDUALS THRU 8200-EXIT.
039450     PERFORM 8300-PRINT-PLANS THRU 8300-EXIT.
039500 8000-EXIT.
039600     EXIT.
039700*****************************************************************
044200     WRITE AGED-REPORT-LINE FROM WS-RESIDUAL-LINE.
044300 8210-EXIT.
044400     EXIT.
044402*****************************************************************
044404*   8300-PRINT-PLANS  --  PAYMENT PLAN ACCOUNTS, NOT AGED       *
044406*****************************************************************
044408 8300-PRINT-PLANS.
044410     MOVE SPACES TO AGED-REPORT-LINE.
044412     WRITE AGED-REPORT-LINE.
044414     WRITE AGED-REPORT-LINE FROM WS-PLAN-HEAD-LINE.
044416     WRITE AGED-REPORT-LINE FROM WS-PLAN-COL-LINE.
044418     MOVE 0 TO WS-PLAN-SUB.
044420     PERFORM 8310-PRINT-ONE-PLAN THRU 8310-EXIT
044422         VARYING WS-PLAN-SUB FROM 1 BY 1
044424         UNTIL WS-PLAN-SUB > WS-PLAN-COUNT.
044426     MOVE WS-PLAN-TOTAL TO WS-PT-TOTAL.
044428     WRITE AGED-REPORT-LINE FROM WS-PLAN-TOTAL-LINE.
044430     IF WS-PLAN-OVERFLOW > 0
044432         MOVE WS-PLAN-OVERFLOW TO WS-PO-COUNT
044434         WRITE AGED-REPORT-LINE FROM WS-PLAN-OVER-LINE
044436     END-IF.
044438 8300-EXIT.
044440     EXIT.
044442*****************************************************************
044444*    8310-PRINT-ONE-PLAN                                        *
044446*****************************************************************
044448 8310-PRINT-ONE-PLAN.
044450     MOVE WS-PA-PATIENT-ID (WS-PLAN-SUB)  TO WS-PN-PATIENT-ID.
044452     MOVE WS-PA-OWNER (WS-PLAN-SUB)       TO WS-PN-OWNER.
044454     MOVE WS-PA-BALANCE (WS-PLAN-SUB)     TO WS-PN-BALANCE.
044456     MOVE WS-PA-INSTALLMENT (WS-PLAN-SUB) TO WS-PN-INSTALLMENT.
044458     MOVE WS-PA-DUE-TO-DATE (WS-PLAN-SUB) TO WS-PN-DUE-TO-DATE.
044460     MOVE WS-PA-PAID-TO-DATE (WS-PLAN-SUB)
044462         TO WS-PN-PAID-TO-DATE.
044464     WRITE AGED-REPORT-LINE FROM WS-PLAN-LINE.
044466 8310-EXIT.
044468     EXIT.
044500*****************************************************************
044600*   9999-TERMINATE  --  CLOSE FILES                              *
044700*****************************************************************
045000         WS-UNSVCD-SKIPPED.
045100     DISPLAY "AGEDREC - YEAR TABLE FULL, SKIPPED   : "
045200         WS-YRTBL-SKIPPED.
045210     DISPLAY "AGEDREC - ON PAYMENT PLAN, NOT AGED  : "
045220         WS-PLAN-COUNT.
045300     CLOSE JR-FILE.
045400     CLOSE AGED-REPORT.
045410     IF WS-PLAN-FILE-AVAILABLE
045420         CLOSE PAYMENT-PLAN-FILE
045430     END-IF.
045500 9999-EXIT.
045600     EXIT.
