002200*    STEP.  THEY CAN ONLY BE KEYED WHEN ADDING A NEW PATIENT.    *
002300*                                                               *
002400*    ENTER "DONE" AS THE PATIENT-ID TO LEAVE THE TRANSACTION.    *
002410*    THE OPERATOR ID KEYED AT SIGN-ON IS CARRIED AS THE USER-ID  *
002420*    ON EVERY AUDIT JOURNAL ENTRY; LEFT BLANK IT DEFAULTS TO     *
002430*    JRSCRN.                                                     *
002500*                                                               *
002600*    MODIFICATION HISTORY                                       *
002700*    --------------------                                       *
003300*                     STARTS OWING THE KEYED FEE, AND A FEE      *
003400*                     CORRECTION ADJUSTS THE BALANCE BY THE      *
003500*                     DIFFERENCE.                                *
003510*    2026/10/15  JJM  OPERATOR SIGNS ON WITH AN ID THAT IS       *
003520*                     JOURNALED AS THE AUDIT USER-ID, AND THE    *
003530*                     OPEN BALANCE MOVED BY A FEE CORRECTION IS  *
003540*                     JOURNALED ALONGSIDE THE FEE, SO AUDTINQ    *
003550*                     CAN TELL WHO CORRECTED WHAT.               *
003560*    2026/10/15  JJM  A NEW PATIENT STARTS WITH NO MERGED_TO     *
003570*                     POINTER.                                   *
003580*    2026/10/15  JJM  A NEW PATIENT'S OPENING BALANCE IS         *
003590*                     JOURNALED, SO THE MONTH-END CLOSE CAN      *
003595*                     ACCOUNT FOR IT.                            *
003600*                                                               *
003700*****************************************************************
003800 IDENTIFICATION DIVISION.
010600 01  WS-AUDIT-NEW-FEE               PIC -(5)9.99.
010700 01  WS-AUDIT-OLD-STATUS            PIC X(01).
010800 01  WS-AUDIT-OLD-STATUS-DATE       PIC 9(08).
010810 01  WS-AUDIT-OLD-BAL               PIC -(7)9.99.
010820 01  WS-AUDIT-NEW-BAL               PIC -(7)9.99.
010830 01  WS-OPERATOR-ID                 PIC X(08)     VALUE SPACES.
010900 SCREEN SECTION.
011000 01  JRSCRN-MAINT-SCREEN.
011100     05  BLANK SCREEN.
015000 1000-INITIALIZE.
015100     OPEN I-O JR-FILE.
015200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015210     DISPLAY "JRSCRN - ENTER OPERATOR ID:".
015220     ACCEPT WS-OPERATOR-ID.
015230     IF WS-OPERATOR-ID = SPACES
015240         MOVE "JRSCRN" TO WS-OPERATOR-ID
015250     END-IF.
015300 1000-EXIT.
015400     EXIT.
015500*****************************************************************
029900     MOVE 0                   TO DATE_PAID OF FINANCIAL.
030000     MOVE WS-SCR-STATUS       TO PSTATUS OF STATUS-INFO.
030100     MOVE WS-SCR-STATUS-DATE  TO STATUS_DATE OF STATUS-INFO.
030150     MOVE SPACES              TO MERGED_TO OF STATUS-INFO.
030200     MOVE WS-CUR-YY-DIGITS    TO SEQ-REQUEST-YEAR.
030300     CALL "ACCTSEQ" USING SEQ-PARM-AREA.
030400     MOVE SEQ-NEW-YEAR        TO YEAR OF ACCT_NO.
030900         NOT INVALID KEY
031000             ADD 1 TO WS-ADDS-DONE
031100             MOVE "PATIENT ADDED" TO WS-SCR-MESSAGE
031110             PERFORM 2340-AUDIT-NEW-PATIENT THRU 2340-EXIT
031200     END-WRITE.
031300 2310-EXIT.
031400     EXIT.
032200*****************************************************************
032300 2320-CORRECT-PATIENT.
032400     MOVE FEE OF FINANCIAL    TO WS-AUDIT-OLD-FEE.
032410     MOVE OPEN_BAL OF FINANCIAL TO WS-AUDIT-OLD-BAL.
032500*    A FEE CORRECTION MOVES THE OPEN BALANCE BY THE SAME         *
032600*    DIFFERENCE, SO A MISKEYED FEE DOES NOT LEAVE THE BALANCE    *
032700*    CARRYING THE OLD AMOUNT.                                    *
032800     COMPUTE OPEN_BAL OF FINANCIAL =
032900         OPEN_BAL OF FINANCIAL
033000         + WS-SCR-FEE - FEE OF FINANCIAL.
033010     MOVE OPEN_BAL OF FINANCIAL TO WS-AUDIT-NEW-BAL.
033100     MOVE WS-SCR-SPECIES-CODE TO ATYPE OF ANIMAL-INFO.
033200     MOVE PSTATUS OF STATUS-INFO TO WS-AUDIT-OLD-STATUS.
033300     MOVE STATUS_DATE OF STATUS-INFO
035600         MOVE "FEE"             TO AP-FIELD-NAME
035700         MOVE WS-AUDIT-OLD-FEE  TO AP-OLD-VALUE
035800         MOVE WS-AUDIT-NEW-FEE  TO AP-NEW-VALUE
035900         MOVE WS-OPERATOR-ID    TO AP-USER-ID
036000         CALL "AUDITWRT" USING AUDIT-PARM-AREA
036100     END-IF.
036110     IF WS-AUDIT-OLD-BAL NOT = WS-AUDIT-NEW-BAL
036120         MOVE "W"               TO AP-FUNCTION-CODE
036130         MOVE WS-SCR-PATIENT-ID TO AP-PATIENT-ID
036140         MOVE "OPEN_BAL"        TO AP-FIELD-NAME
036150         MOVE WS-AUDIT-OLD-BAL  TO AP-OLD-VALUE
036160         MOVE SPACES            TO AP-NEW-VALUE
036170         MOVE WS-AUDIT-NEW-BAL  TO AP-NEW-VALUE (1:12)
036180         MOVE "FEE"             TO AP-NEW-VALUE (14:3)
036190         MOVE WS-OPERATOR-ID    TO AP-USER-ID
036191         CALL "AUDITWRT" USING AUDIT-PARM-AREA
036192     END-IF.
036200     IF WS-AUDIT-OLD-STATUS NOT = WS-SCR-STATUS
036300         MOVE "W"                  TO AP-FUNCTION-CODE
036400         MOVE WS-SCR-PATIENT-ID    TO AP-PATIENT-ID
036500         MOVE "PSTATUS"            TO AP-FIELD-NAME
036600         MOVE WS-AUDIT-OLD-STATUS  TO AP-OLD-VALUE
036700         MOVE WS-SCR-STATUS        TO AP-NEW-VALUE
036800         MOVE WS-OPERATOR-ID       TO AP-USER-ID
036900         CALL "AUDITWRT" USING AUDIT-PARM-AREA
037000     END-IF.
037100     IF WS-AUDIT-OLD-STATUS-DATE NOT = WS-SCR-STATUS-DATE
037400         MOVE "STATUS_DT"          TO AP-FIELD-NAME
037500         MOVE WS-AUDIT-OLD-STATUS-DATE TO AP-OLD-VALUE
037600         MOVE WS-SCR-STATUS-DATE   TO AP-NEW-VALUE
037700         MOVE WS-OPERATOR-ID       TO AP-USER-ID
037800         CALL "AUDITWRT" USING AUDIT-PARM-AREA
037900     END-IF.
038000 2330-EXIT.
038100     EXIT.
038110*****************************************************************
038120*    2340-AUDIT-NEW-PATIENT  --  JOURNAL THE OPENING BALANCE     *
038130*    THE KEYED FEE STARTS THE PATIENT WITH.  NO VISIT OR         *
038140*    PAYMENT HISTORY STANDS BEHIND IT, SO THIS ENTRY IS WHAT     *
038150*    MONCLOSE COUNTS IT FROM                                     *
038160*****************************************************************
038170 2340-AUDIT-NEW-PATIENT.
038172     IF WS-SCR-FEE = 0
038174         GO TO 2340-EXIT
038176     END-IF.
038178     MOVE 0                   TO WS-AUDIT-OLD-BAL.
038180     MOVE OPEN_BAL OF FINANCIAL TO WS-AUDIT-NEW-BAL.
038182     MOVE "W"                 TO AP-FUNCTION-CODE.
038184     MOVE WS-SCR-PATIENT-ID   TO AP-PATIENT-ID.
038186     MOVE "OPEN_BAL"          TO AP-FIELD-NAME.
038188     MOVE WS-AUDIT-OLD-BAL    TO AP-OLD-VALUE.
038190     MOVE SPACES              TO AP-NEW-VALUE.
038192     MOVE WS-AUDIT-NEW-BAL    TO AP-NEW-VALUE (1:12).
038194     MOVE "ADD"               TO AP-NEW-VALUE (14:3).
038196     MOVE WS-OPERATOR-ID      TO AP-USER-ID.
038197     CALL "AUDITWRT" USING AUDIT-PARM-AREA.
038198 2340-EXIT.
038199     EXIT.
038200*****************************************************************
038300*    9999-TERMINATE  --  CLOSE FILE, DISPLAY COUNTS              *
038400*****************************************************************
