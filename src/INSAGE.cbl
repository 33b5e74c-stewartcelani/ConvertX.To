000100*****************************************************************
000200*                                                               *
000300*    INSAGE                                                     *
000400*                                                               *
000500*    OUTSTANDING INSURANCE CLAIM AGING REPORT                   *
000600*                                                               *
000700*    READS THE CLAIM TRACKING FILE (INSCLM) AND BUCKETS EVERY   *
000800*    CLAIM STILL AT STATUS S (SUBMITTED, NOT YET SETTLED BY THE *
000900*    INSURER) BY HOW LONG AGO IT WENT OUT, MEASURED FROM THE    *
001000*    SUBMIT DATE.  EACH OUTSTANDING CLAIM PRINTS ON ITS OWN     *
001100*    LINE, FOLLOWED BY SUBTOTALS BY INSURER SO THE OFFICE KNOWS *
001200*    WHICH INSURER TO CHASE, AND A GRAND TOTAL.  PAID, PARTLY   *
001300*    PAID, AND DENIED CLAIMS ARE SETTLED AND ARE ONLY COUNTED.  *
001400*                                                               *
001500*    INSURER SUBTOTALS ARE HELD IN A 50-ENTRY TABLE, ONE ENTRY  *
001600*    PER DISTINCT INSURER CODE SEEN.  IF A 51ST INSURER EVER    *
001700*    TURNS UP ITS CLAIMS STILL LIST AND COUNT IN THE GRAND      *
001800*    TOTAL BUT ARE LEFT OFF THE SUBTOTALS, AND THE CONSOLE SAYS *
001900*    SO.                                                        *
002000*                                                               *
002100*    AGING IS COMPUTED ON A 30-DAY MONTH / 360-DAY YEAR BASIS,  *
002200*    THE SAME CONVENTION AS THE AGED RECEIVABLES REPORT.        *
002300*                                                               *
002400*    MODIFICATION HISTORY                                       *
002500*    --------------------                                       *
002600*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002700*                                                               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  INSAGE.
003100 AUTHOR.      J MORALES.
003200 INSTALLATION. CLINIC DATA PROCESSING.
003300 DATE-WRITTEN. 2026/10/15.
003400 DATE-COMPILED.
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GNUCOBOL.
003800 OBJECT-COMPUTER. GNUCOBOL.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT INSURANCE-CLAIM-FILE ASSIGN TO "INSCLM"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS IC-KEY
004500         FILE STATUS IS WS-IC-STATUS.
004600     SELECT CLAIM-AGE-REPORT ASSIGN TO "INSAGRPT"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RPT-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  INSURANCE-CLAIM-FILE.
005200     COPY ICLMREC.
005300 FD  CLAIM-AGE-REPORT.
005400 01  CLAIM-AGE-REPORT-LINE          PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 01  WS-IC-STATUS                   PIC X(02).
005700 01  WS-RPT-STATUS                  PIC X(02).
005800 01  WS-IC-AVAIL-SWITCH             PIC X(01)     VALUE "N".
005900     88  WS-CLAIM-FILE-AVAILABLE                  VALUE "Y".
006000 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006100     88  WS-END-OF-FILE                           VALUE "Y".
006200 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
006300     88  WS-INSURER-FOUND                         VALUE "Y".
006400 01  WS-INSURER-SLOT-SWITCH         PIC X(01)     VALUE "Y".
006500     88  WS-INSURER-SLOT-AVAILABLE                VALUE "Y".
006600 01  WS-CURRENT-DATE.
006700     05  WS-CUR-YYYY                PIC 9(04).
006800     05  WS-CUR-MM                  PIC 9(02).
006900     05  WS-CUR-DD                  PIC 9(02).
007000 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
007100                                    PIC 9(08).
007200 01  WS-SUBMIT-DATE.
007300     05  WS-SUB-YYYY                PIC 9(04).
007400     05  WS-SUB-MM                  PIC 9(02).
007500     05  WS-SUB-DD                  PIC 9(02).
007600 01  WS-SUBMIT-DATE-N REDEFINES WS-SUBMIT-DATE
007700                                    PIC 9(08).
007800 01  WS-VISIT-DATE-N                PIC 9(08).
007900 01  WS-CUR-ABS-DAYS                PIC 9(07)     COMP.
008000 01  WS-SUB-ABS-DAYS                PIC 9(07)     COMP.
008100 01  WS-DAYS-OUT                    PIC S9(07)    COMP.
008200 01  WS-BUCKET-SUB                  PIC 9(02)     COMP.
008300 01  WS-INSURER-SUB                 PIC 9(02)     COMP.
008400 01  WS-FOUND-INSURER-SUB           PIC 9(02)     COMP.
008500 01  WS-INSURER-COUNT               PIC 9(02)     COMP VALUE 0.
008600 01  WS-CLAIMS-READ                 PIC 9(07)     COMP VALUE 0.
008700 01  WS-CLAIMS-OUTSTANDING          PIC 9(07)     COMP VALUE 0.
008800 01  WS-CLAIMS-SETTLED              PIC 9(07)     COMP VALUE 0.
008900 01  WS-INSTBL-SKIPPED              PIC 9(07)     COMP VALUE 0.
009000 01  WS-GRAND-TOTAL                 PIC S9(7)V99  VALUE 0.
009100 01  WS-GRAND-BUCKET-TOTAL          PIC S9(7)V99  VALUE 0
009200                                    OCCURS 4 TIMES.
009300 01  WS-INSURER-TABLE.
009400     05  WS-INSURER-ENTRY           OCCURS 50 TIMES.
009500         10  WS-IT-CODE             PIC X(04).
009600         10  WS-IT-BUCKET-AMT       PIC S9(7)V99  OCCURS 4 TIMES.
009700         10  WS-IT-TOTAL-AMT        PIC S9(7)V99.
009800 01  WS-HEADING-LINE-1.
009900     05  FILLER                     PIC X(38)     VALUE
010000         "INSAGE - OUTSTANDING INSURANCE CLAIMS".
010100     05  FILLER                     PIC X(07)     VALUE "  DATE ".
010200     05  WS-H1-DATE                 PIC 9999/99/99.
010300 01  WS-COLUMN-LINE.
010400     05  FILLER                     PIC X(40)     VALUE
010500         "PATNT  VISIT DATE LN INSR POLICY NO     ".
010600     05  FILLER                     PIC X(40)     VALUE
010700         "  SVC    CLAIMED  SUBMITTED DAYS BUCKET".
010800 01  WS-DETAIL-LINE.
010900     05  WS-DL-PATIENT-ID           PIC X(05).
011000     05  FILLER                     PIC X(02)     VALUE SPACES.
011100     05  WS-DL-VISIT-DATE           PIC 9999/99/99.
011200     05  FILLER                     PIC X(01)     VALUE SPACES.
011300     05  WS-DL-LINE-NO              PIC 9(02).
011400     05  FILLER                     PIC X(01)     VALUE SPACES.
011500     05  WS-DL-INSURER              PIC X(04).
011600     05  FILLER                     PIC X(01)     VALUE SPACES.
011700     05  WS-DL-POLICY-NO            PIC X(15).
011800     05  FILLER                     PIC X(01)     VALUE SPACES.
011900     05  WS-DL-SERVICE              PIC X(04).
012000     05  FILLER                     PIC X(01)     VALUE SPACES.
012100     05  WS-DL-CLAIMED              PIC ZZZZ9.99-.
012200     05  FILLER                     PIC X(01)     VALUE SPACES.
012300     05  WS-DL-SUBMIT-DATE          PIC 9999/99/99.
012400     05  FILLER                     PIC X(01)     VALUE SPACES.
012500     05  WS-DL-DAYS                 PIC ZZZ9.
012600     05  FILLER                     PIC X(01)     VALUE SPACES.
012700     05  WS-DL-BUCKET-LABEL         PIC X(06).
012800 01  WS-BUCKET-HEADING-LINE.
012900     05  FILLER                     PIC X(18)     VALUE "INSURER".
013000     05  FILLER                     PIC X(10)     VALUE
013100         "0-30 DAYS".
013200     05  FILLER                     PIC X(10)     VALUE
013300         "31-60 DAYS".
013400     05  FILLER                     PIC X(10)     VALUE
013500         "61-90 DAYS".
013600     05  FILLER                     PIC X(12)     VALUE
013700         "91+ DAYS".
013800     05  FILLER                     PIC X(10)     VALUE
013900         "TOTAL".
014000 01  WS-INSURER-TOTAL-LINE.
014100     05  FILLER                     PIC X(08)     VALUE
014200         "INSURER ".
014300     05  WS-ITL-INSURER             PIC X(04).
014400     05  FILLER                     PIC X(06)     VALUE
014500         "     :".
014600     05  WS-ITL-BUCKET-AMT          PIC ZZZZZ9.99-
014700                                    OCCURS 4 TIMES.
014800     05  FILLER                     PIC X(02)     VALUE SPACES.
014900     05  WS-ITL-TOTAL-AMT           PIC ZZZZZ9.99-.
015000 01  WS-GRAND-TOTAL-LINE.
015100     05  FILLER                     PIC X(18)     VALUE
015200         "GRAND TOTAL      :".
015300     05  WS-GTL-BUCKET-AMT          PIC ZZZZZ9.99-
015400                                    OCCURS 4 TIMES.
015500     05  FILLER                     PIC X(02)     VALUE SPACES.
015600     05  WS-GTL-TOTAL-AMT           PIC ZZZZZ9.99-.
015700 PROCEDURE DIVISION.
015800*****************************************************************
015900*    0000-MAINLINE                                              *
016000*****************************************************************
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016300     PERFORM 2000-PROCESS-CLAIM THRU 2000-EXIT
016400         UNTIL WS-END-OF-FILE.
016500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
016600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016700     STOP RUN.
016800*****************************************************************
016900*    1000-INITIALIZE  --  OPEN FILES, WRITE HEADINGS, PRIME     *
017000*    READ.  NO CLAIM FILE YET MEANS NOTHING IS OUTSTANDING      *
017100*****************************************************************
017200 1000-INITIALIZE.
017300     OPEN OUTPUT CLAIM-AGE-REPORT.
017400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
017500     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
017600     WRITE CLAIM-AGE-REPORT-LINE FROM WS-HEADING-LINE-1.
017700     MOVE SPACES TO CLAIM-AGE-REPORT-LINE.
017800     WRITE CLAIM-AGE-REPORT-LINE.
017900     WRITE CLAIM-AGE-REPORT-LINE FROM WS-COLUMN-LINE.
018000     COMPUTE WS-CUR-ABS-DAYS =
018100         (WS-CUR-YYYY * 360) + (WS-CUR-MM * 30) + WS-CUR-DD.
018200     OPEN INPUT INSURANCE-CLAIM-FILE.
018300     IF WS-IC-STATUS NOT = "00"
018400         MOVE "Y" TO WS-EOF-SWITCH
018500         DISPLAY "INSAGE - CLAIM FILE NOT AVAILABLE, "
018600             "NOTHING OUTSTANDING"
018700         GO TO 1000-EXIT
018800     END-IF.
018900     MOVE "Y" TO WS-IC-AVAIL-SWITCH.
019000     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300*****************************************************************
019400*    2000-PROCESS-CLAIM  --  AGE ONE OUTSTANDING CLAIM          *
019500*****************************************************************
019600 2000-PROCESS-CLAIM.
019700     ADD 1 TO WS-CLAIMS-READ.
019800     IF NOT IC-CLAIM-SUBMITTED
019900         ADD 1 TO WS-CLAIMS-SETTLED
020000         GO TO 2000-NEXT
020100     END-IF.
020200     ADD 1 TO WS-CLAIMS-OUTSTANDING.
020300     PERFORM 2200-CALC-DAYS-OUT THRU 2200-EXIT.
020400     PERFORM 2300-ASSIGN-BUCKET THRU 2300-EXIT.
020500     PERFORM 2400-FIND-OR-ADD-INSURER THRU 2400-EXIT.
020600     PERFORM 2500-ACCUMULATE THRU 2500-EXIT.
020700     PERFORM 2600-PRINT-DETAIL THRU 2600-EXIT.
020800 2000-NEXT.
020900     PERFORM 2100-READ-CLAIM THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200*****************************************************************
021300*    2100-READ-CLAIM  --  READ-AHEAD OF THE CLAIM FILE          *
021400*****************************************************************
021500 2100-READ-CLAIM.
021600     READ INSURANCE-CLAIM-FILE NEXT RECORD
021700         AT END
021800             MOVE "Y" TO WS-EOF-SWITCH
021900     END-READ.
022000 2100-EXIT.
022100     EXIT.
022200*****************************************************************
022300*    2200-CALC-DAYS-OUT  --  30/360 DAY-COUNT CONVENTION        *
022400*****************************************************************
022500 2200-CALC-DAYS-OUT.
022600     MOVE IC-SUBMIT-DATE TO WS-SUBMIT-DATE-N.
022700     COMPUTE WS-SUB-ABS-DAYS =
022800         (WS-SUB-YYYY * 360) + (WS-SUB-MM * 30) + WS-SUB-DD.
022900     COMPUTE WS-DAYS-OUT = WS-CUR-ABS-DAYS - WS-SUB-ABS-DAYS.
023000     IF WS-DAYS-OUT < 0
023100         MOVE 0 TO WS-DAYS-OUT
023200     END-IF.
023300 2200-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    2300-ASSIGN-BUCKET  --  MAP DAYS OUT TO AN AGING BUCKET    *
023700*****************************************************************
023800 2300-ASSIGN-BUCKET.
023900     IF WS-DAYS-OUT <= 30
024000         MOVE 1 TO WS-BUCKET-SUB
024100     ELSE
024200         IF WS-DAYS-OUT <= 60
024300             MOVE 2 TO WS-BUCKET-SUB
024400         ELSE
024500             IF WS-DAYS-OUT <= 90
024600                 MOVE 3 TO WS-BUCKET-SUB
024700             ELSE
024800                 MOVE 4 TO WS-BUCKET-SUB
024900             END-IF
025000         END-IF
025100     END-IF.
025200 2300-EXIT.
025300     EXIT.
025400*****************************************************************
025500*    2400-FIND-OR-ADD-INSURER  --  LOCATE OR OPEN A SUBTOTAL    *
025600*****************************************************************
025700 2400-FIND-OR-ADD-INSURER.
025800     MOVE "N" TO WS-FOUND-SWITCH.
025900     MOVE "Y" TO WS-INSURER-SLOT-SWITCH.
026000     MOVE 0   TO WS-INSURER-SUB.
026100     PERFORM 2410-SEARCH-ONE-INSURER THRU 2410-EXIT
026200         VARYING WS-INSURER-SUB FROM 1 BY 1
026300         UNTIL WS-INSURER-SUB > WS-INSURER-COUNT
026400            OR WS-INSURER-FOUND.
026500     IF WS-INSURER-FOUND
026600         MOVE WS-FOUND-INSURER-SUB TO WS-INSURER-SUB
026700     END-IF.
026800     IF NOT WS-INSURER-FOUND
026900         IF WS-INSURER-COUNT < 50
027000             ADD 1 TO WS-INSURER-COUNT
027100             MOVE WS-INSURER-COUNT TO WS-INSURER-SUB
027200             MOVE IC-INSURER-CODE  TO WS-IT-CODE (WS-INSURER-SUB)
027300             MOVE 0 TO WS-IT-TOTAL-AMT (WS-INSURER-SUB)
027400             MOVE 0 TO WS-IT-BUCKET-AMT (WS-INSURER-SUB 1)
027500             MOVE 0 TO WS-IT-BUCKET-AMT (WS-INSURER-SUB 2)
027600             MOVE 0 TO WS-IT-BUCKET-AMT (WS-INSURER-SUB 3)
027700             MOVE 0 TO WS-IT-BUCKET-AMT (WS-INSURER-SUB 4)
027800         ELSE
027900             MOVE "N" TO WS-INSURER-SLOT-SWITCH
028000             ADD 1 TO WS-INSTBL-SKIPPED
028100             DISPLAY "INSAGE - INSURER TABLE FULL, NO SUBTOTAL "
028200                 "FOR: " IC-INSURER-CODE
028300         END-IF
028400     END-IF.
028500 2400-EXIT.
028600     EXIT.
028700*****************************************************************
028800*    2410-SEARCH-ONE-INSURER                                    *
028900*****************************************************************
029000 2410-SEARCH-ONE-INSURER.
029100     IF WS-IT-CODE (WS-INSURER-SUB) = IC-INSURER-CODE
029200         MOVE "Y" TO WS-FOUND-SWITCH
029300         MOVE WS-INSURER-SUB TO WS-FOUND-INSURER-SUB
029400     END-IF.
029500 2410-EXIT.
029600     EXIT.
029700*****************************************************************
029800*    2500-ACCUMULATE  --  POST THE CLAIM INTO INSURER/GRAND     *
029900*****************************************************************
030000 2500-ACCUMULATE.
030100     IF WS-INSURER-SLOT-AVAILABLE
030200         ADD IC-CLAIM-AMOUNT
030300             TO WS-IT-BUCKET-AMT (WS-INSURER-SUB WS-BUCKET-SUB)
030400         ADD IC-CLAIM-AMOUNT TO WS-IT-TOTAL-AMT (WS-INSURER-SUB)
030500     END-IF.
030600     ADD IC-CLAIM-AMOUNT
030700         TO WS-GRAND-BUCKET-TOTAL (WS-BUCKET-SUB).
030800     ADD IC-CLAIM-AMOUNT TO WS-GRAND-TOTAL.
030900 2500-EXIT.
031000     EXIT.
031100*****************************************************************
031200*    2600-PRINT-DETAIL  --  ONE LINE PER OUTSTANDING CLAIM      *
031300*****************************************************************
031400 2600-PRINT-DETAIL.
031500     MOVE IC-PATIENT-ID     TO WS-DL-PATIENT-ID.
031600     MOVE IC-VISIT-DATE     TO WS-VISIT-DATE-N.
031700     MOVE WS-VISIT-DATE-N   TO WS-DL-VISIT-DATE.
031800     MOVE IC-LINE-NO        TO WS-DL-LINE-NO.
031900     MOVE IC-INSURER-CODE   TO WS-DL-INSURER.
032000     MOVE IC-POLICY-NO      TO WS-DL-POLICY-NO.
032100     MOVE IC-SERVICE-CODE   TO WS-DL-SERVICE.
032200     MOVE IC-CLAIM-AMOUNT   TO WS-DL-CLAIMED.
032300     MOVE IC-SUBMIT-DATE    TO WS-DL-SUBMIT-DATE.
032400     MOVE WS-DAYS-OUT       TO WS-DL-DAYS.
032500     EVALUATE WS-BUCKET-SUB
032600         WHEN 1  MOVE "0-30"    TO WS-DL-BUCKET-LABEL
032700         WHEN 2  MOVE "31-60"   TO WS-DL-BUCKET-LABEL
032800         WHEN 3  MOVE "61-90"   TO WS-DL-BUCKET-LABEL
032900         WHEN OTHER MOVE "91+"  TO WS-DL-BUCKET-LABEL
033000     END-EVALUATE.
033100     WRITE CLAIM-AGE-REPORT-LINE FROM WS-DETAIL-LINE.
033200 2600-EXIT.
033300     EXIT.
033400*****************************************************************
033500*    8000-PRINT-TOTALS  --  INSURER SUBTOTALS AND GRAND TOTAL   *
033600*****************************************************************
033700 8000-PRINT-TOTALS.
033800     MOVE SPACES TO CLAIM-AGE-REPORT-LINE.
033900     WRITE CLAIM-AGE-REPORT-LINE.
034000     WRITE CLAIM-AGE-REPORT-LINE FROM WS-BUCKET-HEADING-LINE.
034100     MOVE 0 TO WS-INSURER-SUB.
034200     PERFORM 8100-PRINT-ONE-INSURER THRU 8100-EXIT
034300         VARYING WS-INSURER-SUB FROM 1 BY 1
034400         UNTIL WS-INSURER-SUB > WS-INSURER-COUNT.
034500     MOVE SPACES TO CLAIM-AGE-REPORT-LINE.
034600     WRITE CLAIM-AGE-REPORT-LINE.
034700     MOVE WS-GRAND-BUCKET-TOTAL (1) TO WS-GTL-BUCKET-AMT (1).
034800     MOVE WS-GRAND-BUCKET-TOTAL (2) TO WS-GTL-BUCKET-AMT (2).
034900     MOVE WS-GRAND-BUCKET-TOTAL (3) TO WS-GTL-BUCKET-AMT (3).
035000     MOVE WS-GRAND-BUCKET-TOTAL (4) TO WS-GTL-BUCKET-AMT (4).
035100     MOVE WS-GRAND-TOTAL            TO WS-GTL-TOTAL-AMT.
035200     WRITE CLAIM-AGE-REPORT-LINE FROM WS-GRAND-TOTAL-LINE.
035300 8000-EXIT.
035400     EXIT.
035500*****************************************************************
035600*    8100-PRINT-ONE-INSURER                                     *
035700*****************************************************************
035800 8100-PRINT-ONE-INSURER.
035900     MOVE WS-IT-CODE (WS-INSURER-SUB)       TO WS-ITL-INSURER.
036000     MOVE WS-IT-BUCKET-AMT (WS-INSURER-SUB 1)
036100         TO WS-ITL-BUCKET-AMT (1).
036200     MOVE WS-IT-BUCKET-AMT (WS-INSURER-SUB 2)
036300         TO WS-ITL-BUCKET-AMT (2).
036400     MOVE WS-IT-BUCKET-AMT (WS-INSURER-SUB 3)
036500         TO WS-ITL-BUCKET-AMT (3).
036600     MOVE WS-IT-BUCKET-AMT (WS-INSURER-SUB 4)
036700         TO WS-ITL-BUCKET-AMT (4).
036800     MOVE WS-IT-TOTAL-AMT (WS-INSURER-SUB)  TO WS-ITL-TOTAL-AMT.
036900     WRITE CLAIM-AGE-REPORT-LINE FROM WS-INSURER-TOTAL-LINE.
037000 8100-EXIT.
037100     EXIT.
037200*****************************************************************
037300*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
037400*****************************************************************
037500 9999-TERMINATE.
037600     DISPLAY "INSAGE - CLAIMS READ         : " WS-CLAIMS-READ.
037700     DISPLAY "INSAGE - CLAIMS OUTSTANDING  : "
037800         WS-CLAIMS-OUTSTANDING.
037900     DISPLAY "INSAGE - CLAIMS SETTLED      : " WS-CLAIMS-SETTLED.
038000     DISPLAY "INSAGE - NO INSURER SUBTOTAL : " WS-INSTBL-SKIPPED.
038100     IF WS-CLAIM-FILE-AVAILABLE
038200         CLOSE INSURANCE-CLAIM-FILE
038300     END-IF.
038400     CLOSE CLAIM-AGE-REPORT.
038500 9999-EXIT.
038600     EXIT.
