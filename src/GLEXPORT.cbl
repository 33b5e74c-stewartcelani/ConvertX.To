001200*    OUTSTANDING.  THIS JOB IS THE LAST STEP OF THE NIGHTLY      *
001300*    CYCLE: IT RUNS ONLY AFTER NITEBAL HAS PROVED THE NIGHT IN   *
001400*    BALANCE, SO THE LEDGER CAN NEVER PICK UP A WRONG FILE.      *
001410*    A SECOND PASS READS THE NIGHT'S POSTING FILE (VSTTRAN) AND  *
001420*    WRITES ONE INSURER-PAYMENT RECORD PER PET INSURER'S         *
001430*    REMITTANCE (PAYMENT METHOD I), SO THE LEDGER CAN BOOK       *
001440*    INSURER MONEY APART FROM CLIENT MONEY.                      *
001500*                                                               *
001600*    MODIFICATION HISTORY                                       *
001700*    --------------------                                       *
001872*                     STEP, STAMPED THROUGH CYCSTEP; REFUSES TO  *
001874*                     RUN UNTIL NITEBAL HAS COMPLETED (IN        *
001876*                     BALANCE) FOR TONIGHT'S CYCLE.              *
001880*    2026/10/15  JJM  WRITE AN IP RECORD FOR EVERY INSURER       *
001882*                     REMITTANCE ON TONIGHT'S VSTTRAN; JR-FILE   *
001884*                     IS NOW DYNAMIC FOR THE ACCT_NO LOOKUP.     *
001900*                                                               *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
003200 FILE-CONTROL.
003300     SELECT JR-FILE ASSIGN TO "JRFILE"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS PATIENT-ID
003700         FILE STATUS IS WS-JR-STATUS.
003800     SELECT GL-EXPORT-FILE ASSIGN TO "GLEXPORT"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-GL-STATUS.
004010     SELECT VISIT-TRANS-FILE ASSIGN TO "VSTTRAN"
004020         ORGANIZATION IS LINE SEQUENTIAL
004030         FILE STATUS IS WS-VT-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  JR-FILE.
004400     COPY JRREC.
004500 FD  GL-EXPORT-FILE.
004600     COPY GLEXREC.
004610 FD  VISIT-TRANS-FILE.
004620     COPY VSTTRAN.
004700 WORKING-STORAGE SECTION.
004800 01  WS-JR-STATUS                   PIC X(02).
004900 01  WS-GL-STATUS                   PIC X(02).
004910 01  WS-VT-STATUS                   PIC X(02).
004920 01  WS-VT-EOF-SWITCH               PIC X(01)     VALUE "N".
004930     88  WS-VT-END-OF-FILE                        VALUE "Y".
005000 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
005100     88  WS-END-OF-FILE                           VALUE "Y".
005200 01  WS-RECORDS-EXPORTED            PIC 9(07)     COMP VALUE 0.
005210 01  WS-RETIRED-SKIPPED             PIC 9(07)     COMP VALUE 0.
005212 01  WS-INSURER-EXPORTED            PIC 9(07)     COMP VALUE 0.
005214 01  WS-INSURER-NO-ACCOUNT          PIC 9(07)     COMP VALUE 0.
005220 01  CYCLE-PARM-AREA.
005230     05  CS-FUNCTION-CODE           PIC X(01).
005240     05  CS-STEP-NAME               PIC X(08).
005800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005900     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
006000         UNTIL WS-END-OF-FILE.
006010     PERFORM 3000-EXPORT-INSURER-PAYMENTS THRU 3000-EXIT.
006100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
006110     PERFORM 0600-CYCLE-END THRU 0600-EXIT.
006200     STOP RUN.
010100     MOVE DATE_PAID OF FINANCIAL TO GL-DATE-PAID.
010200 2200-EXIT.
010300     EXIT.
010301*****************************************************************
010302*    3000-EXPORT-INSURER-PAYMENTS  --  ONE IP RECORD PER PET    *
010303*    INSURER'S REMITTANCE ON TONIGHT'S POSTING FILE.  A MISSING *
010304*    POSTING FILE MEANS NOTHING WAS POSTED AND IS NOT AN ERROR  *
010305*****************************************************************
010306 3000-EXPORT-INSURER-PAYMENTS.
010307     OPEN INPUT VISIT-TRANS-FILE.
010308     IF WS-VT-STATUS = "35"
010309         DISPLAY "GLEXPORT - VSTTRAN NOT AVAILABLE, "
010310             "NO INSURER PAYMENTS EXPORTED"
010311         GO TO 3000-EXIT
010312     END-IF.
010313     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
010314     PERFORM 3200-EXPORT-ONE-PAYMENT THRU 3200-EXIT
010315         UNTIL WS-VT-END-OF-FILE.
010316     CLOSE VISIT-TRANS-FILE.
010317 3000-EXIT.
010318     EXIT.
010319*****************************************************************
010320*    3100-READ-TRANSACTION  --  READ-AHEAD OF THE POSTING FILE  *
010321*****************************************************************
010322 3100-READ-TRANSACTION.
010323     READ VISIT-TRANS-FILE
010324         AT END
010325             MOVE "Y" TO WS-VT-EOF-SWITCH
010326     END-READ.
010327 3100-EXIT.
010328     EXIT.
010329*****************************************************************
010330*    3200-EXPORT-ONE-PAYMENT  --  AN INSURER REMITTANCE BECOMES *
010331*    AN IP RECORD UNDER THE PATIENT'S ACCT_NO                   *
010332*****************************************************************
010333 3200-EXPORT-ONE-PAYMENT.
010334     IF NOT VT-PAYMENT-POSTING
010335            OR NOT VT-PAID-INSURER
010336         GO TO 3200-NEXT
010337     END-IF.
010338     MOVE VT-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
010339     READ JR-FILE
010340         KEY IS PATIENT-ID
010341         INVALID KEY
010342             ADD 1 TO WS-INSURER-NO-ACCOUNT
010343             DISPLAY "GLEXPORT - INSURER PAYMENT, PATIENT NOT "
010344                 "ON FILE: " VT-PATIENT-ID
010345             GO TO 3200-NEXT
010346     END-READ.
010347     MOVE SPACES TO GL-EXPORT-RECORD.
010348     MOVE "IP"                   TO GL-RECORD-TYPE.
010349     MOVE YEAR OF ACCT_NO        TO GL-ACCT-YEAR.
010350     MOVE SEQ_NO OF ACCT_NO      TO GL-ACCT-SEQ.
010351     MOVE VT-FEE-AMOUNT          TO GL-FEE-AMOUNT.
010352     MOVE VT-PAYMENT-DATE        TO GL-DATE-PAID.
010353     MOVE VT-CHECK-NO            TO GL-REMIT-REF.
010354     WRITE GL-EXPORT-RECORD.
010355     ADD 1 TO WS-INSURER-EXPORTED.
010356 3200-NEXT.
010357     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
010358 3200-EXIT.
010359     EXIT.
010400*****************************************************************
010500*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNT              *
010600*****************************************************************
010700 9999-TERMINATE.
010800     DISPLAY "GLEXPORT - RECORDS EXPORTED: " WS-RECORDS-EXPORTED.
010810     DISPLAY "GLEXPORT - RETIRED SKIPPED : " WS-RETIRED-SKIPPED.
010820     DISPLAY "GLEXPORT - INSURER PAYMENTS: " WS-INSURER-EXPORTED.
010830     DISPLAY "GLEXPORT - INSURER NO ACCT : "
010840         WS-INSURER-NO-ACCOUNT.
010900     CLOSE JR-FILE.
011000     CLOSE GL-EXPORT-FILE.
011100 9999-EXIT.
