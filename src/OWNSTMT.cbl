001200*    AMOUNT DUE, SO A CLIENT WITH FOUR PETS GETS ONE MAILING    *
001300*    INSTEAD OF FOUR.  THE PER-PET STMTPRT REMAINS FOR WALK-IN  *
001400*    REPRINTS; THIS IS THE MONTHLY MAILING RUN.                 *
001410*                                                               *
001420*    A PET ON A CURRENT PAYMENT PLAN IS BILLED FOR ITS MONTHLY  *
001430*    INSTALLMENT, PLUS ANY PART OF A PAST INSTALLMENT STILL     *
001440*    SHORT AND ANY NEW CHARGES BEYOND WHAT THE PLAN COVERS.     *
001450*    THE REST OF THE PLAN BALANCE PRINTS AS NOT YET DUE.        *
001460*                                                               *
001470*    A PET WHOSE ACCOUNT IS PLACED WITH THE COLLECTION AGENCY   *
001480*    (COLLPLC) IS LEFT OFF THE STATEMENT; THE AGENCY OWNS THE   *
001490*    CONTACT.  THE PLACEMENT FILE IS OPTIONAL.                  *
001491*                                                               *
001493*    EVERY STATEMENT ENDS WITH A TEAR-OFF REMITTANCE STUB WHOSE *
001495*    SCAN LINE (RSTBREC) CARRIES THE OWNER'S PHONE, SO LBXPOST  *
001497*    CAN POST THE CHECK FROM THE BANK'S LOCKBOX FILE.           *
001500*                                                               *
001600*    MODIFICATION HISTORY                                       *
001700*    --------------------                                       *
001898*                     SHOWS ON A STATEMENT PRINTED EARLY THIS   *
001899*                     MONTH.                                    *
001900*                                                               *
001907*    2026/10/15  JJM  BILL A PET ON A CURRENT PAYMENT PLAN FOR   *
001914*                     THE INSTALLMENT DUE (PAYPLAN) INSTEAD OF   *
001921*                     ITS WHOLE OPEN BALANCE, AND SHOW THE PLAN  *
001928*                     BALANCE NOT YET DUE.                       *
001935*    2026/10/15  JJM  CLEAR VH-LINE-NO BEFORE THE FINANCE-CHARGE *
001942*                     START; IT IS NOW THE LOW END OF THE KEY.   *
001949*    2026/10/15  JJM  LEAVE OFF A PET WHOSE ACCOUNT IS PLACED    *
001956*                     WITH THE COLLECTION AGENCY (COLLPLC).      *
001963*    2026/10/15  JJM  PRINT A MACHINE-READABLE REMITTANCE STUB   *
001970*                     (RSTBREC) UNDER THE AMOUNT DUE FOR THE     *
001977*                     BANK LOCKBOX.                              *
001984*                                                               *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID.  OWNSTMT.
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PATIENT-ID
004200         FILE STATUS IS WS-JR-STATUS.
004209     SELECT PAYMENT-PLAN-FILE ASSIGN TO "PAYPLAN"
004218         ORGANIZATION IS INDEXED
004227         ACCESS MODE IS RANDOM
004236         RECORD KEY IS PP-PATIENT-ID
004245         FILE STATUS IS WS-PP-STATUS.
004254     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
004263         ORGANIZATION IS INDEXED
004272         ACCESS MODE IS RANDOM
004281         RECORD KEY IS CL-PATIENT-ID
004290         FILE STATUS IS WS-CL-STATUS.
004300     SELECT STATEMENT-FILE ASSIGN TO "OWNSTOUT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ST-STATUS.
005340     COPY OWNLREC.
005350 FD  FIN-CONTROL-FILE.
005360     COPY FINCTL.
005370 FD  PAYMENT-PLAN-FILE.
005380     COPY PLANREC.
005385 FD  COLL-PLACEMENT-FILE.
005390     COPY COLLREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-OM-STATUS                   PIC X(02).
005600 01  WS-JR-STATUS                   PIC X(02).
005900     88  WS-END-OF-FILE                           VALUE "Y".
006000 01  WS-PET-OK-SWITCH               PIC X(01)     VALUE "N".
006100     88  WS-PET-ON-FILE                           VALUE "Y".
006110 01  WS-PP-STATUS                   PIC X(02).
006120 01  WS-PP-AVAIL-SWITCH             PIC X(01)     VALUE "N".
006130     88  WS-PLAN-FILE-AVAILABLE                   VALUE "Y".
006140 01  WS-PLAN-SWITCH                 PIC X(01)     VALUE "N".
006150     88  WS-ON-CURRENT-PLAN                       VALUE "Y".
006160 01  WS-PLAN-REMAINING              PIC S9(7)V99.
006170 01  WS-PLAN-SHORT                  PIC S9(7)V99.
006180 01  WS-PLAN-DUE                    PIC S9(7)V99.
006190 01  WS-PLAN-NOT-DUE-TOTAL          PIC S9(9)V99  VALUE 0.
006200 01  WS-PETS-ON-PLAN                PIC 9(07)     COMP VALUE 0.
006210 01  WS-CL-STATUS                   PIC X(02).
006220 01  WS-CL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
006230     88  WS-PLACEMENT-FILE-AVAILABLE              VALUE "Y".
006240 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
006250     88  WS-ACCOUNT-PLACED                        VALUE "Y".
006300 01  WS-BILL-SUB                    PIC 9(03)     COMP.
006400 01  WS-BILL-COUNT                  PIC 9(03)     COMP VALUE 0.
006450 01  WS-BILL-OVERFLOW               PIC 9(07)     COMP VALUE 0.
006900         10  WS-BL-ACCT-YEAR        PIC X(02).
007000         10  WS-BL-ACCT-SEQ         PIC X(04).
007100         10  WS-BL-AMOUNT           PIC S9(7)V99.
007150         10  WS-BL-PLAN-FLAG        PIC X(01).
007200 01  WS-CURRENT-DATE.
007300     05  WS-CUR-YYYY                PIC 9(04).
007400     05  WS-CUR-MM                  PIC 9(02).
008000 01  WS-PETS-BILLED                 PIC 9(07)     COMP VALUE 0.
008100 01  WS-PETS-MISSING                PIC 9(07)     COMP VALUE 0.
008105 01  WS-PETS-RETIRED                PIC 9(07)     COMP VALUE 0.
008115 01  WS-PETS-PLACED                 PIC 9(07)     COMP VALUE 0.
008200 01  WS-SEP-LINE.
008300     05  FILLER                     PIC X(40)     VALUE
008400         "----------------------------------------".
010600     05  WS-DL-ACCT-SEQ             PIC X(04).
010700     05  FILLER                     PIC X(02)     VALUE SPACES.
010800     05  WS-DL-AMOUNT               PIC ZZZZZZ9.99-.
010810     05  FILLER                     PIC X(02)     VALUE SPACES.
010820     05  WS-DL-PLAN-NOTE            PIC X(20).
010900 01  WS-TOTAL-LINE.
011000     05  FILLER                     PIC X(12)     VALUE
011100         "AMOUNT DUE:".
011420     05  FILLER                     PIC X(26)     VALUE
011430         "INCLUDES FINANCE CHARGES:".
011440     05  WS-FC-AMOUNT               PIC ZZZZZZ9.99-.
011450 01  WS-PLAN-NOT-DUE-LINE.
011460     05  FILLER                     PIC X(26)     VALUE
011470         "PLAN BALANCE NOT YET DUE:".
011480     05  WS-ND-AMOUNT               PIC ZZZZZZ9.99-.
011482 01  WS-STUB-CUT-LINE.
011484     05  FILLER                     PIC X(40)     VALUE
011486         "- - DETACH AND RETURN WITH PAYMENT - - -".
011488     COPY RSTBREC.
011500 PROCEDURE DIVISION.
011600*****************************************************************
011700*    0000-MAINLINE                                              *
013450         DISPLAY "OWNSTMT - VISIT HISTORY NOT AVAILABLE, "
013460             "FINANCE-CHARGE LINE SKIPPED"
013470     END-IF.
013480     OPEN INPUT PAYMENT-PLAN-FILE.
013482     IF WS-PP-STATUS = "00"
013484         MOVE "Y" TO WS-PP-AVAIL-SWITCH
013486     ELSE
013488         DISPLAY "OWNSTMT - PAYMENT PLAN FILE NOT AVAILABLE, "
013490             "FULL BALANCES BILLED"
013492     END-IF.
013493     OPEN INPUT COLL-PLACEMENT-FILE.
013494     IF WS-CL-STATUS = "00"
013495         MOVE "Y" TO WS-CL-AVAIL-SWITCH
013496     ELSE
013497         DISPLAY "OWNSTMT - PLACEMENT FILE NOT AVAILABLE, "
013498             "NO AGENCY HOLDS"
013499     END-IF.
013500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
013550     COMPUTE WS-CURRENT-YYYYMM =
013560         (WS-CUR-YYYY * 100) + WS-CUR-MM.
016800     MOVE 0 TO WS-BILL-COUNT.
016900     MOVE 0 TO WS-HOUSEHOLD-TOTAL.
016950     MOVE 0 TO WS-MONTH-FC-TOTAL.
016960     MOVE 0 TO WS-PLAN-NOT-DUE-TOTAL.
017000     MOVE "N" TO WS-LINK-SCAN-SWITCH.
017050     MOVE OM-PHONE TO OL-PHONE.
017060     MOVE SPACES   TO OL-PATIENT-ID.
019350             OL-PATIENT-ID
019360         GO TO 2300-EXIT
019370     END-IF.
019375     PERFORM 2700-CHECK-PLACED THRU 2700-EXIT.
019380     IF WS-ACCOUNT-PLACED
019385         ADD 1 TO WS-PETS-PLACED
019390         GO TO 2300-EXIT
019395     END-IF.
019400     IF OPEN_BAL OF FINANCIAL > 0
019500         ADD 1 TO WS-BILL-COUNT
019600         MOVE PATIENT-ID OF ANIMAL-INFO
020100             TO WS-BL-ACCT-SEQ (WS-BILL-COUNT)
020200         MOVE OPEN_BAL OF FINANCIAL
020300             TO WS-BL-AMOUNT (WS-BILL-COUNT)
020310         MOVE SPACE TO WS-BL-PLAN-FLAG (WS-BILL-COUNT)
020320         PERFORM 2600-CALC-PLAN-DUE THRU 2600-EXIT
020330         IF WS-ON-CURRENT-PLAN
020340             MOVE WS-PLAN-DUE TO WS-BL-AMOUNT (WS-BILL-COUNT)
020350             MOVE "Y" TO WS-BL-PLAN-FLAG (WS-BILL-COUNT)
020360             ADD 1 TO WS-PETS-ON-PLAN
020370             COMPUTE WS-PLAN-NOT-DUE-TOTAL =
020380                 WS-PLAN-NOT-DUE-TOTAL
020390                 + OPEN_BAL OF FINANCIAL - WS-PLAN-DUE
020395         END-IF
020400         ADD WS-BL-AMOUNT (WS-BILL-COUNT) TO WS-HOUSEHOLD-TOTAL
020450         PERFORM 2350-SUM-FINCHGS THRU 2350-EXIT
020500     END-IF.
020600 2300-EXIT.
020732     MOVE WS-FCS-YYYY TO VH-VISIT-YYYY.
020734     MOVE WS-FCS-MM   TO VH-VISIT-MM.
020736     MOVE 1           TO VH-VISIT-DD.
020737     MOVE 0           TO VH-LINE-NO.
020738     START VISIT-HISTORY-FILE
020740         KEY IS NOT LESS THAN VH-KEY
020742         INVALID KEY
023020         MOVE WS-MONTH-FC-TOTAL TO WS-FC-AMOUNT
023030         WRITE STATEMENT-LINE FROM WS-FINCHG-LINE
023040     END-IF.
023050     IF WS-PLAN-NOT-DUE-TOTAL NOT = 0
023060         MOVE WS-PLAN-NOT-DUE-TOTAL TO WS-ND-AMOUNT
023070         WRITE STATEMENT-LINE FROM WS-PLAN-NOT-DUE-LINE
023080     END-IF.
023082     WRITE STATEMENT-LINE FROM WS-STUB-CUT-LINE.
023084     MOVE "H"                TO RS-STUB-TYPE.
023086     MOVE OM-PHONE           TO RS-ACCOUNT-KEY.
023088     MOVE SPACES             TO RS-ACCT-NO.
023090     MOVE WS-CURRENT-DATE-N  TO RS-STMT-DATE.
023092     MOVE WS-HOUSEHOLD-TOTAL TO RS-AMOUNT-DUE.
023094     WRITE STATEMENT-LINE FROM REMITTANCE-STUB-LINE.
023100     WRITE STATEMENT-LINE FROM WS-SEP-LINE.
023200     MOVE SPACES TO STATEMENT-LINE.
023300     WRITE STATEMENT-LINE.
024300     MOVE WS-BL-ACCT-YEAR (WS-BILL-SUB)  TO WS-DL-ACCT-YEAR.
024400     MOVE WS-BL-ACCT-SEQ (WS-BILL-SUB)   TO WS-DL-ACCT-SEQ.
024500     MOVE WS-BL-AMOUNT (WS-BILL-SUB)     TO WS-DL-AMOUNT.
024510     IF WS-BL-PLAN-FLAG (WS-BILL-SUB) = "Y"
024520         MOVE "PLAN INSTALLMENT" TO WS-DL-PLAN-NOTE
024530     ELSE
024540         MOVE SPACES TO WS-DL-PLAN-NOTE
024550     END-IF.
024600     WRITE STATEMENT-LINE FROM WS-DETAIL-LINE.
024700 2500-EXIT.
024701     EXIT.
024702*****************************************************************
024703*    2600-CALC-PLAN-DUE  --  FOR A PET ON A CURRENT PAYMENT     *
024704*    PLAN, WORK OUT WHAT IS DUE THIS MONTH: THE INSTALLMENT (OR *
024705*    WHAT IS LEFT ON THE PLAN IF LESS), PLUS ANY SHORTFALL      *
024706*    PLANCHK FOUND AGAINST THE INSTALLMENTS ALREADY DUE, PLUS   *
024707*    ANY OPEN BALANCE BEYOND WHAT THE PLAN STILL COVERS.  NEVER *
024708*    MORE THAN THE OPEN BALANCE ITSELF.                         *
024709*****************************************************************
024710 2600-CALC-PLAN-DUE.
024711     MOVE "N" TO WS-PLAN-SWITCH.
024712     IF NOT WS-PLAN-FILE-AVAILABLE
024713         GO TO 2600-EXIT
024714     END-IF.
024715     MOVE PATIENT-ID OF ANIMAL-INFO TO PP-PATIENT-ID.
024716     READ PAYMENT-PLAN-FILE
024717         INVALID KEY
024718             GO TO 2600-EXIT
024719     END-READ.
024720     IF NOT PP-PLAN-CURRENT
024721         GO TO 2600-EXIT
024722     END-IF.
024723     MOVE "Y" TO WS-PLAN-SWITCH.
024724     COMPUTE WS-PLAN-REMAINING =
024725         PP-AGREED-TOTAL - PP-PAID-TO-DATE.
024726     IF WS-PLAN-REMAINING < 0
024727         MOVE 0 TO WS-PLAN-REMAINING
024728     END-IF.
024729     MOVE PP-INSTALLMENT-AMT TO WS-PLAN-DUE.
024730     COMPUTE WS-PLAN-SHORT = PP-DUE-TO-DATE - PP-PAID-TO-DATE.
024731     IF WS-PLAN-SHORT > 0
024732         ADD WS-PLAN-SHORT TO WS-PLAN-DUE
024733     END-IF.
024734     IF WS-PLAN-DUE > WS-PLAN-REMAINING
024735         MOVE WS-PLAN-REMAINING TO WS-PLAN-DUE
024736     END-IF.
024737     IF OPEN_BAL OF FINANCIAL > WS-PLAN-REMAINING
024738         COMPUTE WS-PLAN-DUE = WS-PLAN-DUE
024739             + OPEN_BAL OF FINANCIAL - WS-PLAN-REMAINING
024740     END-IF.
024741     IF WS-PLAN-DUE > OPEN_BAL OF FINANCIAL
024742         MOVE OPEN_BAL OF FINANCIAL TO WS-PLAN-DUE
024743     END-IF.
024744 2600-EXIT.
024745     EXIT.
024746*****************************************************************
024747*    2700-CHECK-PLACED  --  IS THIS PET'S ACCOUNT WITH THE      *
024748*    COLLECTION AGENCY                                          *
024749*****************************************************************
024750 2700-CHECK-PLACED.
024751     MOVE "N" TO WS-PLACED-SWITCH.
024752     IF NOT WS-PLACEMENT-FILE-AVAILABLE
024753         GO TO 2700-EXIT
024754     END-IF.
024755     MOVE PATIENT-ID OF ANIMAL-INFO TO CL-PATIENT-ID.
024756     READ COLL-PLACEMENT-FILE
024757         INVALID KEY
024758             GO TO 2700-EXIT
024759     END-READ.
024760     IF CL-ACCOUNT-PLACED
024761         MOVE "Y" TO WS-PLACED-SWITCH
024762     END-IF.
024763 2700-EXIT.
024800     EXIT.
024900*****************************************************************
025000*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
025704         WS-PETS-RETIRED.
025706     DISPLAY "OWNSTMT - BILL TABLE FULL   : "
025708         WS-BILL-OVERFLOW.
025726     DISPLAY "OWNSTMT - PETS ON PLAN      : "
025744         WS-PETS-ON-PLAN.
025762     DISPLAY "OWNSTMT - PETS WITH AGENCY  : "
025780         WS-PETS-PLACED.
025800     IF NOT WS-OM-STATUS = "35"
025900         CLOSE OWNER-MASTER-FILE
026000     END-IF.
026240     IF WS-LINK-FILE-AVAILABLE
026250         CLOSE OWNER-LINK-FILE
026260     END-IF.
026265     IF WS-PLAN-FILE-AVAILABLE
026270         CLOSE PAYMENT-PLAN-FILE
026275     END-IF.
026280     IF WS-PLACEMENT-FILE-AVAILABLE
026285         CLOSE COLL-PLACEMENT-FILE
026290     END-IF.
026300 9999-EXIT.
026400     EXIT.
