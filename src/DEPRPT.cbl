001500*    RETURN-CODE 8 THE SAME EVENING INSTEAD OF SURFACING AT     *
001600*    MONTH-END.  A MISSING CONTROL FILE MEANS JRNIGHT HAS NOT   *
001700*    RUN AND THE RECONCILIATION IS MARKED NOT CHECKED.          *
001710*    A PET INSURER'S REMITTANCE (METHOD I, POSTED BY INSPOST)   *
001720*    IS NOT CLIENT MONEY AND PRINTS ON ITS OWN LINE BELOW THE   *
001730*    CLIENT TENDER SUBTOTAL; IT IS STILL PART OF THE TOTAL      *
001740*    PROVED AGAINST JRNIGHT.                                    *
001750*    THE CHECK TOTAL ALSO CARRIES THE CHECKS LBXPOST POSTED     *
001760*    FROM THE BANK LOCKBOX (REASON L).  THEY ARE PROVED AGAINST *
001770*    THE LOCKBOX BATCH TOTAL LESS ITS UNAPPLIED CASH, FROM THE  *
001780*    LOCKBOX CONTROL FILE (LBXCTL); A LOCKBOX CHECK THAT DID    *
001790*    NOT REACH THE POSTING FILE SETS RETURN-CODE 8.             *
001800*                                                               *
001900*    MODIFICATION HISTORY                                       *
002000*    --------------------                                       *
002100*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
002110*    2026/10/15  JJM  BREAK OUT INSURER REMITTANCES (METHOD I)  *
002120*                     FROM CLIENT MONEY, WITH A CLIENT TENDER    *
002130*                     SUBTOTAL; BOTH STAY IN THE PROVED TOTAL.   *
002140*    2026/10/15  JJM  PROVE THE LOCKBOX CHECKS IN THE CHECK      *
002150*                     TOTAL AGAINST THE LOCKBOX BATCH TOTAL      *
002160*                     (LBXCTL).                                  *
002200*                                                               *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
003900     SELECT NIGHT-CONTROL-FILE ASSIGN TO "JRNCTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-NC-STATUS.
004110     SELECT LOCKBOX-CONTROL-FILE ASSIGN TO "LBXCTL"
004120         ORGANIZATION IS LINE SEQUENTIAL
004130         FILE STATUS IS WS-LC-STATUS.
004200     SELECT DEPOSIT-REPORT ASSIGN TO "DEPRPT"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RPT-STATUS.
004800     COPY VSTTRAN.
004900 FD  NIGHT-CONTROL-FILE.
005000     COPY NITECTL.
005010 FD  LOCKBOX-CONTROL-FILE.
005020     COPY LBXCTL.
005100 FD  DEPOSIT-REPORT.
005200 01  DEPOSIT-REPORT-LINE            PIC X(80).
005300 WORKING-STORAGE SECTION.
005400 01  WS-VT-STATUS                   PIC X(02).
005500 01  WS-NC-STATUS                   PIC X(02).
005510 01  WS-LC-STATUS                   PIC X(02).
005600 01  WS-RPT-STATUS                  PIC X(02).
005700 01  WS-VT-EOF-SWITCH               PIC X(01)     VALUE "N".
005800     88  WS-VT-END-OF-FILE                        VALUE "Y".
005900 01  WS-CTL-MISSING-SWITCH          PIC X(01)     VALUE "N".
006000     88  WS-CONTROL-MISSING                       VALUE "Y".
006010 01  WS-LBX-MISSING-SWITCH          PIC X(01)     VALUE "N".
006020     88  WS-LOCKBOX-CONTROL-MISSING               VALUE "Y".
006100 01  WS-CASH-COUNT                  PIC 9(07)     COMP VALUE 0.
006200 01  WS-CHECK-COUNT                 PIC 9(07)     COMP VALUE 0.
006300 01  WS-CARD-COUNT                  PIC 9(07)     COMP VALUE 0.
006310 01  WS-INSURER-COUNT               PIC 9(07)     COMP VALUE 0.
006320 01  WS-LOCKBOX-COUNT               PIC 9(07)     COMP VALUE 0.
006400 01  WS-OTHER-COUNT                 PIC 9(07)     COMP VALUE 0.
006500 01  WS-CASH-DOLLARS                PIC S9(9)V99  VALUE 0.
006600 01  WS-CHECK-DOLLARS               PIC S9(9)V99  VALUE 0.
006700 01  WS-CARD-DOLLARS                PIC S9(9)V99  VALUE 0.
006710 01  WS-INSURER-DOLLARS             PIC S9(9)V99  VALUE 0.
006720 01  WS-LOCKBOX-DOLLARS             PIC S9(9)V99  VALUE 0.
006800 01  WS-OTHER-DOLLARS               PIC S9(9)V99  VALUE 0.
006900 01  WS-METHOD-TOTAL                PIC S9(9)V99  VALUE 0.
006910 01  WS-CLIENT-TOTAL                PIC S9(9)V99  VALUE 0.
007000 01  WS-CONTROL-TOTAL               PIC S9(9)V99  VALUE 0.
007010 01  WS-LOCKBOX-TOTAL               PIC S9(9)V99  VALUE 0.
007100 01  WS-CURRENT-DATE.
007200     05  WS-CUR-YYYY                PIC 9(04).
007300     05  WS-CUR-MM                  PIC 9(02).
009700     05  FILLER                     PIC X(24)     VALUE
009800         "DEPOSIT VS JRNIGHT    :".
009900     05  WS-VL-VERDICT              PIC X(16).
009910 01  WS-LOCKBOX-VERDICT-LINE.
009920     05  FILLER                     PIC X(24)     VALUE
009930         "LOCKBOX VS CHECKS     :".
009940     05  WS-LV-VERDICT              PIC X(16).
010000 01  WS-MESSAGE-LINE                PIC X(60).
010100 PROCEDURE DIVISION.
010200*****************************************************************
010800         UNTIL WS-VT-END-OF-FILE.
010900     PERFORM 8000-PRINT-BREAKDOWN THRU 8000-EXIT.
011000     PERFORM 8500-PROVE-AGAINST-CONTROL THRU 8500-EXIT.
011010     PERFORM 8600-PROVE-LOCKBOX THRU 8600-EXIT.
011100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
011200     STOP RUN.
011300*****************************************************************
012200     WRITE DEPOSIT-REPORT-LINE.
012300     WRITE DEPOSIT-REPORT-LINE FROM WS-CHECK-HEAD-LINE.
012400     PERFORM 1100-READ-CONTROL-TOTALS THRU 1100-EXIT.
012410     PERFORM 1200-READ-LOCKBOX-CONTROL THRU 1200-EXIT.
012500     OPEN INPUT VISIT-TRANS-FILE.
012600     IF WS-VT-STATUS = "35"
012700         MOVE "Y" TO WS-VT-EOF-SWITCH
014700     CLOSE NIGHT-CONTROL-FILE.
014800 1100-EXIT.
014900     EXIT.
014910*****************************************************************
014920*    1200-READ-LOCKBOX-CONTROL  --  THE BATCH TOTALS LBXPOST    *
014930*    LEFT                                                       *
014940*****************************************************************
014950 1200-READ-LOCKBOX-CONTROL.
014955     OPEN INPUT LOCKBOX-CONTROL-FILE.
014960     IF WS-LC-STATUS NOT = "00"
014965         MOVE "Y" TO WS-LBX-MISSING-SWITCH
014970         GO TO 1200-EXIT
014975     END-IF.
014980     READ LOCKBOX-CONTROL-FILE
014983         AT END
014986             MOVE "Y" TO WS-LBX-MISSING-SWITCH
014989     END-READ.
014992     CLOSE LOCKBOX-CONTROL-FILE.
014995 1200-EXIT.
014998     EXIT.
015000*****************************************************************
015100*    2000-TALLY-TRANSACTION  --  ONE PAYMENT INTO ITS METHOD    *
015200*****************************************************************
016500             ADD 1 TO WS-CHECK-COUNT
016600             ADD VT-FEE-AMOUNT TO WS-CHECK-DOLLARS
016700             PERFORM 2200-PRINT-ONE-CHECK THRU 2200-EXIT
016710             IF VT-LOCKBOX-PAYMENT
016720                 ADD 1 TO WS-LOCKBOX-COUNT
016730                 ADD VT-FEE-AMOUNT TO WS-LOCKBOX-DOLLARS
016740             END-IF
016800         WHEN VT-PAID-CARD
016900             ADD 1 TO WS-CARD-COUNT
017000             ADD VT-FEE-AMOUNT TO WS-CARD-DOLLARS
017010         WHEN VT-PAID-INSURER
017020             ADD 1 TO WS-INSURER-COUNT
017030             ADD VT-FEE-AMOUNT TO WS-INSURER-DOLLARS
017100         WHEN OTHER
017200             ADD 1 TO WS-OTHER-COUNT
017300             ADD VT-FEE-AMOUNT TO WS-OTHER-DOLLARS
021000     MOVE WS-CHECK-COUNT      TO WS-ML-COUNT.
021100     MOVE WS-CHECK-DOLLARS    TO WS-ML-AMOUNT.
021200     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
021210     IF WS-LOCKBOX-COUNT > 0
021220         MOVE "  FROM LOCKBOX  :" TO WS-ML-LABEL
021230         MOVE WS-LOCKBOX-COUNT    TO WS-ML-COUNT
021240         MOVE WS-LOCKBOX-DOLLARS  TO WS-ML-AMOUNT
021250         WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE
021260     END-IF.
021300     MOVE "CARD            :" TO WS-ML-LABEL.
021400     MOVE WS-CARD-COUNT       TO WS-ML-COUNT.
021500     MOVE WS-CARD-DOLLARS     TO WS-ML-AMOUNT.
022000         MOVE WS-OTHER-DOLLARS    TO WS-ML-AMOUNT
022100         WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE
022200     END-IF.
022210     COMPUTE WS-CLIENT-TOTAL =
022220         WS-CASH-DOLLARS + WS-CHECK-DOLLARS
022230         + WS-CARD-DOLLARS + WS-OTHER-DOLLARS.
022240     MOVE "CLIENT TENDERED :" TO WS-ML-LABEL.
022250     COMPUTE WS-ML-COUNT =
022260         WS-CASH-COUNT + WS-CHECK-COUNT
022270         + WS-CARD-COUNT + WS-OTHER-COUNT.
022280     MOVE WS-CLIENT-TOTAL TO WS-ML-AMOUNT.
022290     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
022291     MOVE "INSURER REMITTED:" TO WS-ML-LABEL.
022292     MOVE WS-INSURER-COUNT    TO WS-ML-COUNT.
022293     MOVE WS-INSURER-DOLLARS  TO WS-ML-AMOUNT.
022294     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
022300     COMPUTE WS-METHOD-TOTAL =
022400         WS-CLIENT-TOTAL + WS-INSURER-DOLLARS.
022600     MOVE "TOTAL TENDERED  :" TO WS-ML-LABEL.
022700     COMPUTE WS-ML-COUNT =
022800         WS-CASH-COUNT + WS-CHECK-COUNT + WS-CARD-COUNT
022900         + WS-OTHER-COUNT + WS-INSURER-COUNT.
023000     MOVE WS-METHOD-TOTAL TO WS-ML-AMOUNT.
023100     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
023200 8000-EXIT.
025800     DISPLAY "DEPRPT - DEPOSIT VERDICT: " WS-VL-VERDICT.
025900 8500-EXIT.
026000     EXIT.
026002*****************************************************************
026004*    8600-PROVE-LOCKBOX  --  THE LOCKBOX CHECKS IN THE CHECK    *
026006*    TOTAL MUST EQUAL THE BANK'S BATCH LESS THE CASH LBXPOST    *
026008*    LEFT UNAPPLIED.  A ZERO BATCH PROVES AT ZERO               *
026010*****************************************************************
026012 8600-PROVE-LOCKBOX.
026014     MOVE SPACES TO DEPOSIT-REPORT-LINE.
026016     WRITE DEPOSIT-REPORT-LINE.
026018     IF WS-LOCKBOX-CONTROL-MISSING
026020         MOVE "LOCKBOX CONTROL FILE MISSING - NOT CHECKED"
026022             TO WS-MESSAGE-LINE
026024         WRITE DEPOSIT-REPORT-LINE FROM WS-MESSAGE-LINE
026026         GO TO 8600-EXIT
026028     END-IF.
026030     MOVE "LOCKBOX BATCH   :" TO WS-ML-LABEL.
026032     MOVE LC-ITEMS-READ       TO WS-ML-COUNT.
026034     MOVE LC-BATCH-DOLLARS    TO WS-ML-AMOUNT.
026036     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
026038     MOVE "LESS UNAPPLIED  :" TO WS-ML-LABEL.
026040     MOVE LC-ITEMS-UNAPPLIED  TO WS-ML-COUNT.
026042     MOVE LC-UNAPPLIED-DOLLARS TO WS-ML-AMOUNT.
026044     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
026046     COMPUTE WS-LOCKBOX-TOTAL =
026048         LC-BATCH-DOLLARS - LC-UNAPPLIED-DOLLARS.
026050     MOVE "LOCKBOX APPLIED :" TO WS-ML-LABEL.
026052     MOVE LC-PAYMENTS-WRITTEN TO WS-ML-COUNT.
026054     MOVE WS-LOCKBOX-TOTAL    TO WS-ML-AMOUNT.
026056     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
026058     MOVE "LOCKBOX CHECKS  :" TO WS-ML-LABEL.
026060     MOVE WS-LOCKBOX-COUNT    TO WS-ML-COUNT.
026062     MOVE WS-LOCKBOX-DOLLARS  TO WS-ML-AMOUNT.
026064     WRITE DEPOSIT-REPORT-LINE FROM WS-METHOD-LINE.
026066     IF WS-LOCKBOX-DOLLARS = WS-LOCKBOX-TOTAL
026068         MOVE "IN BALANCE"      TO WS-LV-VERDICT
026070     ELSE
026072         MOVE "*OUT OF BALANCE" TO WS-LV-VERDICT
026074         MOVE 8 TO RETURN-CODE
026076     END-IF.
026078     WRITE DEPOSIT-REPORT-LINE FROM WS-LOCKBOX-VERDICT-LINE.
026080     DISPLAY "DEPRPT - LOCKBOX VERDICT: " WS-LV-VERDICT.
026082 8600-EXIT.
026084     EXIT.
026100*****************************************************************
026200*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
026300*****************************************************************
026500     DISPLAY "DEPRPT - CASH  : " WS-CASH-COUNT.
026600     DISPLAY "DEPRPT - CHECKS: " WS-CHECK-COUNT.
026700     DISPLAY "DEPRPT - CARD  : " WS-CARD-COUNT.
026710     DISPLAY "DEPRPT - INSURER: " WS-INSURER-COUNT.
026720     DISPLAY "DEPRPT - LOCKBOX: " WS-LOCKBOX-COUNT.
026800     IF NOT WS-VT-STATUS = "35"
026900         CLOSE VISIT-TRANS-FILE
027000     END-IF.
