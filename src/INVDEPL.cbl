000100*****************************************************************
000200*                                                               *
000300*    INVDEPL                                                    *
000400*                                                               *
000500*    NIGHTLY INVENTORY DEPLETION AND REORDER RUN                *
000600*                                                               *
000700*    RUNS IN THE NIGHTLY CYCLE AFTER JRNIGHT HAS POSTED THE     *
000800*    NIGHT'S VISITS, AND REFUSES TO RUN (THROUGH CYCSTEP) UNTIL *
000900*    JRNIGHT HAS COMPLETED FOR TONIGHT'S CYCLE.                 *
001000*                                                               *
001100*    DEPLETION.  READS THE WHOLE VISIT HISTORY FILE (VISTHIST). *
001200*    EVERY SERVICE LINE NOT YET ON THE USAGE FILE (INVUSE)      *
001300*    TAKES FROM STOCK EACH ITEM ITS SERVICE CODE'S BILL OF      *
001400*    MATERIALS (INVBOM) LISTS, AT THE BILL'S QUANTITY, AND IS   *
001500*    THEN WRITTEN TO THE USAGE FILE SO IT NEVER TAKES STOCK     *
001600*    AGAIN; A RERUN DEPLETES NOTHING.  A SERVICE WITH NO BILL   *
001700*    OF MATERIALS TAKES NOTHING.  EVERY ITEM TAKEN PRINTS ON    *
001800*    THE DEPLETION REGISTER (INVDRPT) WITH ITS NEW ON-HAND,     *
001900*    AND EVERY CONTROLLED ITEM TAKEN IS WRITTEN TO THE          *
002000*    CONTROLLED-DRUG LOG THROUGH CDLOGWRT WITH THE PATIENT,     *
002100*    PROVIDER, VISIT DATE AND QUANTITY AND THE BALANCE LEFT.    *
002200*    STOCK IS ALLOWED TO GO NEGATIVE, AND IS FLAGGED WHEN IT    *
002300*    DOES, SINCE THE SERVICE WAS GIVEN WHETHER OR NOT THE       *
002400*    BOOKS SHOWED THE STOCK.                                    *
002500*                                                               *
002600*    THE FIRST RUN, WITH NO USAGE FILE YET, TAKES NOTHING: IT   *
002700*    BUILDS THE USAGE FILE FROM THE HISTORY ALREADY ON FILE,    *
002800*    WHICH THE OPENING STOCK COUNT LOADED BY INVLOAD ALREADY    *
002900*    REFLECTS, SO DEPLETION STARTS WITH THE NEXT NIGHT'S VISITS.*
003000*                                                               *
003100*    REORDER.  THEN READS THE INVENTORY MASTER (INVMAST) AND    *
003200*    PRINTS EVERY ITEM AT OR BELOW ITS REORDER POINT ON THE     *
003300*    REORDER REPORT (INVRORD).  AN ITEM WHOSE ON-HAND PLUS WHAT *
003400*    IS ALREADY ON ORDER IS STILL AT OR BELOW THE REORDER POINT *
003500*    IS ORDERED AT ITS REORDER QUANTITY: THE ORDER IS ADDED TO  *
003600*    THE ITEM'S ON-ORDER AND A LINE IS APPENDED TO THE          *
003700*    RECEIVING TRANSACTION FILE (INVRCV) FOR THE STOCKROOM TO   *
003800*    COMPLETE WHEN THE DELIVERY ARRIVES AND INVRECV TO POST.    *
003900*    AN ITEM WITH NO REORDER QUANTITY IS LISTED BUT NEVER       *
004000*    ORDERED.                                                   *
004100*                                                               *
004200*    WITHOUT THE INVENTORY MASTER OR THE BILL OF MATERIALS THE  *
004300*    RUN IS REFUSED (RC 8) AND THE STEP IS NOT MARKED COMPLETE. *
004400*    WITHOUT VISIT HISTORY NOTHING IS DEPLETED (RC 4) BUT THE   *
004500*    REORDER REPORT STILL PRINTS.  AN ITEM ON A BILL OF         *
004600*    MATERIALS BUT NOT ON THE MASTER, OR STOCK GONE NEGATIVE,   *
004700*    SETS RC 4.                                                 *
004800*                                                               *
004900*    MODIFICATION HISTORY                                       *
005000*    --------------------                                       *
005100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
005200*                                                               *
005300*****************************************************************
005400 IDENTIFICATION DIVISION.
005500 PROGRAM-ID.  INVDEPL.
005600 AUTHOR.      J MORALES.
005700 INSTALLATION. CLINIC DATA PROCESSING.
005800 DATE-WRITTEN. 2026/10/15.
005900 DATE-COMPILED.
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER. GNUCOBOL.
006300 OBJECT-COMPUTER. GNUCOBOL.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS VH-KEY
007000         FILE STATUS IS WS-VH-STATUS.
007100     SELECT BOM-FILE ASSIGN TO "INVBOM"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS BM-KEY
007500         FILE STATUS IS WS-BM-STATUS.
007600     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS IV-ITEM-CODE
008000         FILE STATUS IS WS-IV-STATUS.
008100     SELECT USAGE-FILE ASSIGN TO "INVUSE"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS RANDOM
008400         RECORD KEY IS IU-KEY
008500         FILE STATUS IS WS-IU-STATUS.
008600     SELECT RECEIVING-TRANS-FILE ASSIGN TO "INVRCV"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-RV-STATUS.
008900     SELECT DEPLETION-REPORT ASSIGN TO "INVDRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-RPT-STATUS.
009200     SELECT REORDER-REPORT ASSIGN TO "INVRORD"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS WS-RO-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  VISIT-HISTORY-FILE.
009800     COPY VISTREC.
009900 FD  BOM-FILE.
010000     COPY BOMREC.
010100 FD  INVENTORY-MASTER-FILE.
010200     COPY INVREC.
010300 FD  USAGE-FILE.
010400     COPY INVUREC.
010500 FD  RECEIVING-TRANS-FILE.
010600     COPY RCVREC.
010700 FD  DEPLETION-REPORT.
010800 01  DEPLETION-REPORT-LINE          PIC X(80).
010900 FD  REORDER-REPORT.
011000 01  REORDER-REPORT-LINE            PIC X(80).
011100 WORKING-STORAGE SECTION.
011200 01  WS-VH-STATUS                   PIC X(02).
011300 01  WS-BM-STATUS                   PIC X(02).
011400 01  WS-IV-STATUS                   PIC X(02).
011500 01  WS-IU-STATUS                   PIC X(02).
011600 01  WS-RV-STATUS                   PIC X(02).
011700 01  WS-RPT-STATUS                  PIC X(02).
011800 01  WS-RO-STATUS                   PIC X(02).
011900 01  WS-VH-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012000     88  WS-HISTORY-AVAILABLE                     VALUE "Y".
012100 01  WS-BM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012200     88  WS-BOM-AVAILABLE                         VALUE "Y".
012300 01  WS-IV-AVAIL-SWITCH             PIC X(01)     VALUE "N".
012400     88  WS-MASTER-AVAILABLE                      VALUE "Y".
012500 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
012600     88  WS-END-OF-FILE                           VALUE "Y".
012700 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
012800     88  WS-RUN-REFUSED                           VALUE "Y".
012900 01  WS-FIRST-RUN-SWITCH            PIC X(01)     VALUE "N".
013000     88  WS-FIRST-RUN                             VALUE "Y".
013100 01  WS-SEEN-SWITCH                 PIC X(01)     VALUE "N".
013200     88  WS-LINE-ALREADY-SEEN                     VALUE "Y".
013300 01  WS-BOM-SCAN-SWITCH             PIC X(01)     VALUE "N".
013400     88  WS-BOM-SCAN-DONE                         VALUE "Y".
013500 01  WS-IV-SCAN-SWITCH              PIC X(01)     VALUE "N".
013600     88  WS-IV-SCAN-DONE                          VALUE "Y".
013700 01  WS-CURRENT-DATE.
013800     05  WS-CUR-YYYY                PIC 9(04).
013900     05  WS-CUR-MM                  PIC 9(02).
014000     05  WS-CUR-DD                  PIC 9(02).
014100 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
014200                                    PIC 9(08).
014300 01  WS-VH-DATE-N                   PIC 9(08).
014400 01  WS-BOM-ITEMS                   PIC 9(03)     COMP.
014500 01  WS-ITEMS-TAKEN                 PIC 9(03)     COMP.
014600 01  WS-ISSUE-COST                  PIC S9(7)V99.
014700 01  WS-ORDER-COST                  PIC S9(9)V99.
014800 01  WS-STOCK-AVAILABLE             PIC S9(9)V99.
014900 01  WS-LINES-READ                  PIC 9(07)     COMP VALUE 0.
015000 01  WS-LINES-SEEN                  PIC 9(07)     COMP VALUE 0.
015100 01  WS-LINES-PRIMED                PIC 9(07)     COMP VALUE 0.
015200 01  WS-LINES-NO-MATERIALS          PIC 9(07)     COMP VALUE 0.
015300 01  WS-LINES-DEPLETED              PIC 9(07)     COMP VALUE 0.
015400 01  WS-ITEMS-ISSUED                PIC 9(07)     COMP VALUE 0.
015500 01  WS-ITEMS-NOT-ON-MASTER         PIC 9(07)     COMP VALUE 0.
015600 01  WS-ITEMS-NEGATIVE              PIC 9(07)     COMP VALUE 0.
015700 01  WS-CONTROLLED-LOGGED           PIC 9(07)     COMP VALUE 0.
015800 01  WS-LOG-FAILURES                PIC 9(07)     COMP VALUE 0.
015900 01  WS-ITEMS-AT-REORDER            PIC 9(07)     COMP VALUE 0.
016000 01  WS-ITEMS-ORDERED               PIC 9(07)     COMP VALUE 0.
016100 01  WS-ITEMS-ON-ORDER              PIC 9(07)     COMP VALUE 0.
016200 01  WS-ITEMS-NOT-ORDERED           PIC 9(07)     COMP VALUE 0.
016300 01  WS-ISSUE-DOLLARS               PIC S9(9)V99  VALUE 0.
016400 01  WS-ORDER-DOLLARS               PIC S9(9)V99  VALUE 0.
016500 01  WS-HEADING-LINE-1.
016600     05  FILLER                     PIC X(38)     VALUE
016700         "INVDEPL - INVENTORY DEPLETION".
016800     05  FILLER                     PIC X(07)     VALUE "  DATE ".
016900     05  WS-H1-DATE                 PIC 9999/99/99.
017000 01  WS-HEADING-LINE-2.
017100     05  FILLER                     PIC X(38)     VALUE
017200         "INVDEPL - REORDER REPORT".
017300     05  FILLER                     PIC X(07)     VALUE "  DATE ".
017400     05  WS-H2-DATE                 PIC 9999/99/99.
017500 01  WS-COLUMN-LINE.
017600     05  FILLER                     PIC X(40)     VALUE
017700         "PATNT VISIT DATE LN SVC  PV ITEM   C    ".
017800     05  FILLER                     PIC X(30)     VALUE
017900         "  QTY    ON HAND  NOTE".
018000 01  WS-DETAIL-LINE.
018100     05  WS-DL-PATIENT-ID           PIC X(05).
018200     05  FILLER                     PIC X(01)     VALUE SPACES.
018300     05  WS-DL-VISIT-DATE           PIC 9999/99/99.
018400     05  FILLER                     PIC X(01)     VALUE SPACES.
018500     05  WS-DL-LINE-NO              PIC 9(02).
018600     05  FILLER                     PIC X(01)     VALUE SPACES.
018700     05  WS-DL-SERVICE              PIC X(04).
018800     05  FILLER                     PIC X(01)     VALUE SPACES.
018900     05  WS-DL-PROVIDER             PIC X(02).
019000     05  FILLER                     PIC X(01)     VALUE SPACES.
019100     05  WS-DL-ITEM                 PIC X(06).
019200     05  FILLER                     PIC X(01)     VALUE SPACES.
019300     05  WS-DL-CONTROLLED           PIC X(01).
019400     05  FILLER                     PIC X(01)     VALUE SPACES.
019500     05  WS-DL-QUANTITY             PIC ZZZZ9.99.
019600     05  FILLER                     PIC X(01)     VALUE SPACES.
019700     05  WS-DL-ON-HAND              PIC ZZZZZZ9.99-.
019800     05  FILLER                     PIC X(01)     VALUE SPACES.
019900     05  WS-DL-NOTE                 PIC X(16).
020000 01  WS-REORDER-COLUMN-LINE.
020100     05  FILLER                     PIC X(40)     VALUE
020200         "ITEM   DESCRIPTION             ON HAND  ".
020300     05  FILLER                     PIC X(40)     VALUE
020400         "REORD PT  ON ORDER   ORDERED NOTE".
020500 01  WS-REORDER-LINE.
020600     05  WS-RL-ITEM                 PIC X(06).
020700     05  FILLER                     PIC X(01)     VALUE SPACES.
020800     05  WS-RL-DESCRIPTION          PIC X(20).
020900     05  FILLER                     PIC X(01)     VALUE SPACES.
021000     05  WS-RL-ON-HAND              PIC ZZZZZ9.99-.
021100     05  FILLER                     PIC X(01)     VALUE SPACES.
021200     05  WS-RL-REORDER-POINT        PIC ZZZZZ9.99.
021300     05  FILLER                     PIC X(01)     VALUE SPACES.
021400     05  WS-RL-ON-ORDER             PIC ZZZZZ9.99.
021500     05  FILLER                     PIC X(01)     VALUE SPACES.
021600     05  WS-RL-ORDERED              PIC ZZZZZ9.99.
021700     05  FILLER                     PIC X(01)     VALUE SPACES.
021800     05  WS-RL-NOTE                 PIC X(11).
021900 01  WS-AMOUNT-LINE.
022000     05  WS-ML-LABEL                PIC X(24).
022100     05  WS-ML-AMOUNT               PIC ZZZZZZZZ9.99-.
022200 01  WS-COUNT-LINE.
022300     05  WS-CL-LABEL                PIC X(24).
022400     05  WS-CL-COUNT                PIC ZZZZZZ9.
022500 01  WS-MESSAGE-LINE                PIC X(80).
022600 01  CDLOG-PARM-AREA.
022700     05  CP-FUNCTION-CODE           PIC X(01).
022800         88  CP-WRITE-ENTRY                       VALUE "W".
022900         88  CP-CLOSE-LOG                         VALUE "C".
023000     05  CP-ITEM-CODE               PIC X(06).
023100     05  CP-ENTRY-TYPE              PIC X(01).
023200     05  CP-ENTRY-DATE              PIC 9(08).
023300     05  CP-PATIENT-ID              PIC X(05).
023400     05  CP-PROVIDER-CODE           PIC X(02).
023500     05  CP-SERVICE-CODE            PIC X(04).
023600     05  CP-REFERENCE               PIC X(15).
023700     05  CP-QUANTITY                PIC 9(7)V99.
023800     05  CP-BALANCE                 PIC S9(7)V99.
023900     05  CP-POSTED-BY               PIC X(08).
024000     05  CP-RETURN-CODE             PIC 9(02).
024100 01  CYCLE-PARM-AREA.
024200     05  CS-FUNCTION-CODE           PIC X(01).
024300     05  CS-STEP-NAME               PIC X(08).
024400     05  CS-PRED-NAME               PIC X(08).
024500     05  CS-CYCLE-DATE              PIC 9(08).
024600     05  CS-RETURN-CODE             PIC 9(02).
024700         88  CS-OK                                VALUE 0.
024800 PROCEDURE DIVISION.
024900*****************************************************************
025000*    0000-MAINLINE                                              *
025100*****************************************************************
025200 0000-MAINLINE.
025300     PERFORM 0500-CYCLE-START THRU 0500-EXIT.
025400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025500     IF NOT WS-RUN-REFUSED
025600         PERFORM 2000-PROCESS-ONE-LINE THRU 2000-EXIT
025700             UNTIL WS-END-OF-FILE
025800         PERFORM 3000-REORDER-PASS THRU 3000-EXIT
025900         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
026000     END-IF.
026100     PERFORM 9999-TERMINATE THRU 9999-EXIT.
026200*    A REFUSED RUN LEAVES THE STEP MARKED RUNNING, SO THE       *
026300*    MORNING STATUS PRINT SHOWS THAT STOCK WAS NOT DEPLETED.    *
026400     IF NOT WS-RUN-REFUSED
026500         PERFORM 0600-CYCLE-END THRU 0600-EXIT
026600     END-IF.
026700     STOP RUN.
026800*****************************************************************
026900*    0500-CYCLE-START  --  JRNIGHT MUST HAVE COMPLETED FOR      *
027000*    TONIGHT'S CYCLE BEFORE STOCK IS TAKEN FOR ITS VISITS       *
027100*****************************************************************
027200 0500-CYCLE-START.
027300     MOVE "S"        TO CS-FUNCTION-CODE.
027400     MOVE "INVDEPL"  TO CS-STEP-NAME.
027500     MOVE "JRNIGHT"  TO CS-PRED-NAME.
027600     CALL "CYCSTEP" USING CYCLE-PARM-AREA.
027700     IF NOT CS-OK
027800         DISPLAY "INVDEPL - BLOCKED BY CYCLE RUN CONTROL"
027900         MOVE 8 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200 0500-EXIT.
028300     EXIT.
028400*****************************************************************
028500*    0600-CYCLE-END  --  STAMP THE SUCCESSFUL END               *
028600*****************************************************************
028700 0600-CYCLE-END.
028800     MOVE "E"        TO CS-FUNCTION-CODE.
028900     MOVE "INVDEPL"  TO CS-STEP-NAME.
029000     CALL "CYCSTEP" USING CYCLE-PARM-AREA.
029100 0600-EXIT.
029200     EXIT.
029300*****************************************************************
029400*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ.     *
029500*    THE USAGE FILE IS ONLY OPENED (OR FIRST BUILT) WHEN THERE  *
029600*    IS HISTORY TO READ, SO A MISSING HISTORY FILE CANNOT       *
029700*    LEAVE AN EMPTY USAGE FILE THAT WOULD LATER DEPLETE STOCK   *
029800*    FOR EVERY VISIT EVER POSTED                                *
029900*****************************************************************
030000 1000-INITIALIZE.
030100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
030200     OPEN OUTPUT DEPLETION-REPORT.
030300     OPEN OUTPUT REORDER-REPORT.
030400     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
030500     MOVE WS-CURRENT-DATE-N TO WS-H2-DATE.
030600     WRITE DEPLETION-REPORT-LINE FROM WS-HEADING-LINE-1.
030700     MOVE SPACES TO DEPLETION-REPORT-LINE.
030800     WRITE DEPLETION-REPORT-LINE.
030900     WRITE REORDER-REPORT-LINE FROM WS-HEADING-LINE-2.
031000     MOVE SPACES TO REORDER-REPORT-LINE.
031100     WRITE REORDER-REPORT-LINE.
031200     OPEN I-O INVENTORY-MASTER-FILE.
031300     IF WS-IV-STATUS NOT = "00"
031400         MOVE "INVENTORY MASTER NOT AVAILABLE - NOTHING DEPLETED"
031500             TO WS-MESSAGE-LINE
031600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
031700         GO TO 1000-EXIT
031800     END-IF.
031900     MOVE "Y" TO WS-IV-AVAIL-SWITCH.
032000     OPEN INPUT BOM-FILE.
032100     IF WS-BM-STATUS NOT = "00"
032200         MOVE "BILL OF MATERIALS NOT AVAILABLE - NOTHING DEPLETED"
032300             TO WS-MESSAGE-LINE
032400         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
032500         GO TO 1000-EXIT
032600     END-IF.
032700     MOVE "Y" TO WS-BM-AVAIL-SWITCH.
032800     OPEN EXTEND RECEIVING-TRANS-FILE.
032900     IF WS-RV-STATUS = "05" OR WS-RV-STATUS = "35"
033000         OPEN OUTPUT RECEIVING-TRANS-FILE
033100         CLOSE RECEIVING-TRANS-FILE
033200         OPEN EXTEND RECEIVING-TRANS-FILE
033300     END-IF.
033400     OPEN INPUT VISIT-HISTORY-FILE.
033500     IF WS-VH-STATUS NOT = "00"
033600         MOVE "Y" TO WS-EOF-SWITCH
033700         MOVE 4 TO RETURN-CODE
033800         MOVE "VISIT HISTORY NOT AVAILABLE - NOTHING DEPLETED"
033900             TO WS-MESSAGE-LINE
034000         WRITE DEPLETION-REPORT-LINE FROM WS-MESSAGE-LINE
034100         DISPLAY "INVDEPL - VISIT HISTORY NOT AVAILABLE, "
034200             "NOTHING DEPLETED"
034300         GO TO 1000-EXIT
034400     END-IF.
034500     MOVE "Y" TO WS-VH-AVAIL-SWITCH.
034600     OPEN I-O USAGE-FILE.
034700     IF WS-IU-STATUS = "35"
034800         OPEN OUTPUT USAGE-FILE
034900         CLOSE USAGE-FILE
035000         OPEN I-O USAGE-FILE
035100         MOVE "Y" TO WS-FIRST-RUN-SWITCH
035200         MOVE "FIRST RUN - HISTORY ON FILE IS IN OPENING STOCK"
035300             TO WS-MESSAGE-LINE
035400         WRITE DEPLETION-REPORT-LINE FROM WS-MESSAGE-LINE
035500         DISPLAY "INVDEPL - FIRST RUN, USAGE FILE BUILT, "
035600             "NOTHING DEPLETED"
035700     END-IF.
035800     WRITE DEPLETION-REPORT-LINE FROM WS-COLUMN-LINE.
035900     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
036000 1000-EXIT.
036100     EXIT.
036200*****************************************************************
036300*    1900-REFUSE-RUN  --  SAY WHY ON THE REGISTER AND CONSOLE   *
036400*****************************************************************
036500 1900-REFUSE-RUN.
036600     MOVE "Y" TO WS-REFUSED-SWITCH.
036700     MOVE "Y" TO WS-EOF-SWITCH.
036800     MOVE 8 TO RETURN-CODE.
036900     WRITE DEPLETION-REPORT-LINE FROM WS-MESSAGE-LINE.
037000     DISPLAY "INVDEPL - " WS-MESSAGE-LINE.
037100 1900-EXIT.
037200     EXIT.
037300*****************************************************************
037400*    2000-PROCESS-ONE-LINE  --  A HISTORY LINE NOT YET ON THE   *
037500*    USAGE FILE TAKES ITS MATERIALS AND IS MARKED SEEN          *
037600*****************************************************************
037700 2000-PROCESS-ONE-LINE.
037800     ADD 1 TO WS-LINES-READ.
037900     MOVE "Y"    TO WS-SEEN-SWITCH.
038000     MOVE VH-KEY TO IU-KEY.
038100     READ USAGE-FILE
038200         INVALID KEY
038300             MOVE "N" TO WS-SEEN-SWITCH
038400     END-READ.
038500     IF WS-LINE-ALREADY-SEEN
038600         ADD 1 TO WS-LINES-SEEN
038700         GO TO 2000-NEXT
038800     END-IF.
038900     MOVE VH-KEY            TO IU-KEY.
039000     MOVE VH-SERVICE-CODE   TO IU-SERVICE-CODE.
039100     MOVE WS-CURRENT-DATE-N TO IU-RUN-DATE.
039200     MOVE 0                 TO IU-ITEMS-TAKEN.
039300     IF WS-FIRST-RUN
039400         MOVE "P" TO IU-USAGE-STATUS
039500         ADD 1 TO WS-LINES-PRIMED
039600         PERFORM 2900-WRITE-USAGE THRU 2900-EXIT
039700         GO TO 2000-NEXT
039800     END-IF.
039900     PERFORM 2200-TAKE-MATERIALS THRU 2200-EXIT.
040000     IF WS-BOM-ITEMS = 0
040100         MOVE "N" TO IU-USAGE-STATUS
040200         ADD 1 TO WS-LINES-NO-MATERIALS
040300     ELSE
040400         MOVE "D" TO IU-USAGE-STATUS
040500         MOVE WS-ITEMS-TAKEN TO IU-ITEMS-TAKEN
040600         ADD 1 TO WS-LINES-DEPLETED
040700     END-IF.
040800     PERFORM 2900-WRITE-USAGE THRU 2900-EXIT.
040900 2000-NEXT.
041000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
041100 2000-EXIT.
041200     EXIT.
041300*****************************************************************
041400*    2100-READ-HISTORY  --  READ-AHEAD OF VISIT HISTORY         *
041500*****************************************************************
041600 2100-READ-HISTORY.
041700     READ VISIT-HISTORY-FILE NEXT RECORD
041800         AT END
041900             MOVE "Y" TO WS-EOF-SWITCH
042000     END-READ.
042100 2100-EXIT.
042200     EXIT.
042300*****************************************************************
042400*    2200-TAKE-MATERIALS  --  EVERY ITEM ON THE LINE'S BILL OF  *
042500*    MATERIALS, READ TOGETHER FROM THE FIRST KEY OF THE SERVICE *
042600*****************************************************************
042700 2200-TAKE-MATERIALS.
042800     MOVE 0   TO WS-BOM-ITEMS.
042900     MOVE 0   TO WS-ITEMS-TAKEN.
043000     MOVE "N" TO WS-BOM-SCAN-SWITCH.
043100     IF VH-SERVICE-CODE = SPACES
043200         GO TO 2200-EXIT
043300     END-IF.
043400     MOVE VH-SERVICE-CODE TO BM-SERVICE-CODE.
043500     MOVE LOW-VALUES      TO BM-ITEM-CODE.
043600     START BOM-FILE
043700         KEY IS NOT LESS THAN BM-KEY
043800         INVALID KEY
043900             MOVE "Y" TO WS-BOM-SCAN-SWITCH
044000     END-START.
044100     PERFORM 2300-TAKE-ONE-ITEM THRU 2300-EXIT
044200         UNTIL WS-BOM-SCAN-DONE.
044300 2200-EXIT.
044400     EXIT.
044500*****************************************************************
044600*    2300-TAKE-ONE-ITEM  --  REDUCE ON-HAND BY THE BILL'S       *
044700*    QUANTITY; A CONTROLLED ITEM IS ALSO LOGGED                 *
044800*****************************************************************
044900 2300-TAKE-ONE-ITEM.
045000     READ BOM-FILE NEXT RECORD
045100         AT END
045200             MOVE "Y" TO WS-BOM-SCAN-SWITCH
045300             GO TO 2300-EXIT
045400     END-READ.
045500     IF BM-SERVICE-CODE NOT = VH-SERVICE-CODE
045600         MOVE "Y" TO WS-BOM-SCAN-SWITCH
045700         GO TO 2300-EXIT
045800     END-IF.
045900     ADD 1 TO WS-BOM-ITEMS.
046000     MOVE VH-PATIENT-ID    TO WS-DL-PATIENT-ID.
046100     MOVE VH-VISIT-DATE    TO WS-VH-DATE-N.
046200     MOVE WS-VH-DATE-N     TO WS-DL-VISIT-DATE.
046300     MOVE VH-LINE-NO       TO WS-DL-LINE-NO.
046400     MOVE VH-SERVICE-CODE  TO WS-DL-SERVICE.
046500     MOVE VH-PROVIDER-CODE TO WS-DL-PROVIDER.
046600     MOVE BM-ITEM-CODE     TO WS-DL-ITEM.
046700     MOVE BM-QUANTITY      TO WS-DL-QUANTITY.
046800     MOVE SPACES           TO WS-DL-CONTROLLED.
046900     MOVE SPACES           TO WS-DL-NOTE.
047000     MOVE BM-ITEM-CODE     TO IV-ITEM-CODE.
047100     READ INVENTORY-MASTER-FILE
047200         INVALID KEY
047300             ADD 1 TO WS-ITEMS-NOT-ON-MASTER
047400             IF RETURN-CODE < 4
047410                 MOVE 4 TO RETURN-CODE
047420             END-IF
047500             MOVE 0 TO WS-DL-ON-HAND
047600             MOVE "NOT ON MASTER" TO WS-DL-NOTE
047700             WRITE DEPLETION-REPORT-LINE FROM WS-DETAIL-LINE
047800             GO TO 2300-EXIT
047900     END-READ.
048000     SUBTRACT BM-QUANTITY FROM IV-ON-HAND.
048100     MOVE WS-CURRENT-DATE-N TO IV-LAST-USED-DATE.
048200     REWRITE INVENTORY-ITEM-RECORD
048300         INVALID KEY
048400             DISPLAY "INVDEPL - REWRITE FAILED: " IV-ITEM-CODE
048500     END-REWRITE.
048600     ADD 1 TO WS-ITEMS-TAKEN.
048700     ADD 1 TO WS-ITEMS-ISSUED.
048800     COMPUTE WS-ISSUE-COST ROUNDED = BM-QUANTITY * IV-UNIT-COST.
048900     ADD WS-ISSUE-COST TO WS-ISSUE-DOLLARS.
049000     MOVE IV-ON-HAND TO WS-DL-ON-HAND.
049100     IF IV-ON-HAND < 0
049200         ADD 1 TO WS-ITEMS-NEGATIVE
049300         IF RETURN-CODE < 4
049310             MOVE 4 TO RETURN-CODE
049320         END-IF
049400         MOVE "NEGATIVE ON HAND" TO WS-DL-NOTE
049500     END-IF.
049600     IF IV-CONTROLLED-DRUG
049700         MOVE "C" TO WS-DL-CONTROLLED
049800         PERFORM 2400-LOG-DISPENSING THRU 2400-EXIT
049900     END-IF.
050000     WRITE DEPLETION-REPORT-LINE FROM WS-DETAIL-LINE.
050100 2300-EXIT.
050200     EXIT.
050300*****************************************************************
050400*    2400-LOG-DISPENSING  --  ONE CONTROLLED-DRUG LOG ENTRY FOR *
050500*    THE PATIENT, PROVIDER AND VISIT, WITH THE BALANCE LEFT     *
050600*****************************************************************
050700 2400-LOG-DISPENSING.
050800     MOVE "W"               TO CP-FUNCTION-CODE.
050900     MOVE IV-ITEM-CODE      TO CP-ITEM-CODE.
051000     MOVE "D"               TO CP-ENTRY-TYPE.
051100     MOVE WS-VH-DATE-N      TO CP-ENTRY-DATE.
051200     MOVE VH-PATIENT-ID     TO CP-PATIENT-ID.
051300     MOVE VH-PROVIDER-CODE  TO CP-PROVIDER-CODE.
051400     MOVE VH-SERVICE-CODE   TO CP-SERVICE-CODE.
051500     MOVE VH-KEY            TO CP-REFERENCE.
051600     MOVE BM-QUANTITY       TO CP-QUANTITY.
051700     MOVE IV-ON-HAND        TO CP-BALANCE.
051800     MOVE "INVDEPL"         TO CP-POSTED-BY.
051900     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
052000     IF CP-RETURN-CODE NOT = 0
052100         ADD 1 TO WS-LOG-FAILURES
052200         MOVE 8 TO RETURN-CODE
052300         MOVE "LOG WRITE FAILED" TO WS-DL-NOTE
052400         DISPLAY "INVDEPL - CONTROLLED-DRUG LOG WRITE FAILED: "
052500             IV-ITEM-CODE " " VH-KEY
052600     ELSE
052700         ADD 1 TO WS-CONTROLLED-LOGGED
052800     END-IF.
052900 2400-EXIT.
053000     EXIT.
053100*****************************************************************
053200*    2900-WRITE-USAGE  --  MARK THE HISTORY LINE SEEN           *
053300*****************************************************************
053400 2900-WRITE-USAGE.
053500     WRITE INVENTORY-USAGE-RECORD
053600         INVALID KEY
053700             DISPLAY "INVDEPL - USAGE WRITE FAILED: " IU-KEY
053800     END-WRITE.
053900 2900-EXIT.
054000     EXIT.
054100*****************************************************************
054200*    3000-REORDER-PASS  --  EVERY ITEM ON THE MASTER, IN ITEM   *
054300*    CODE ORDER                                                 *
054400*****************************************************************
054500 3000-REORDER-PASS.
054600     WRITE REORDER-REPORT-LINE FROM WS-REORDER-COLUMN-LINE.
054700     MOVE "N" TO WS-IV-SCAN-SWITCH.
054800     MOVE LOW-VALUES TO IV-ITEM-CODE.
054900     START INVENTORY-MASTER-FILE
055000         KEY IS NOT LESS THAN IV-ITEM-CODE
055100         INVALID KEY
055200             MOVE "Y" TO WS-IV-SCAN-SWITCH
055300     END-START.
055400     PERFORM 3100-CHECK-ONE-ITEM THRU 3100-EXIT
055500         UNTIL WS-IV-SCAN-DONE.
055600 3000-EXIT.
055700     EXIT.
055800*****************************************************************
055900*    3100-CHECK-ONE-ITEM  --  AN ITEM AT OR BELOW ITS REORDER   *
056000*    POINT IS LISTED, AND ORDERED UNLESS ENOUGH IS ALREADY ON   *
056100*    ORDER TO LIFT IT ABOVE THE REORDER POINT                   *
056200*****************************************************************
056300 3100-CHECK-ONE-ITEM.
056400     READ INVENTORY-MASTER-FILE NEXT RECORD
056500         AT END
056600             MOVE "Y" TO WS-IV-SCAN-SWITCH
056700             GO TO 3100-EXIT
056800     END-READ.
056900     IF IV-ON-HAND > IV-REORDER-POINT
057000         GO TO 3100-EXIT
057100     END-IF.
057200     ADD 1 TO WS-ITEMS-AT-REORDER.
057300     MOVE IV-ITEM-CODE     TO WS-RL-ITEM.
057400     MOVE IV-DESCRIPTION   TO WS-RL-DESCRIPTION.
057500     MOVE IV-ON-HAND       TO WS-RL-ON-HAND.
057600     MOVE IV-REORDER-POINT TO WS-RL-REORDER-POINT.
057700     MOVE IV-ON-ORDER      TO WS-RL-ON-ORDER.
057800     MOVE 0                TO WS-RL-ORDERED.
057900     COMPUTE WS-STOCK-AVAILABLE = IV-ON-HAND + IV-ON-ORDER.
058000     IF IV-REORDER-QTY NOT > 0
058100         ADD 1 TO WS-ITEMS-NOT-ORDERED
058200         MOVE "NOT ORDERED" TO WS-RL-NOTE
058300     ELSE
058400         IF WS-STOCK-AVAILABLE > IV-REORDER-POINT
058500             ADD 1 TO WS-ITEMS-ON-ORDER
058600             MOVE "ON ORDER" TO WS-RL-NOTE
058700         ELSE
058800             PERFORM 3200-ORDER-ITEM THRU 3200-EXIT
058900         END-IF
059000     END-IF.
059100     WRITE REORDER-REPORT-LINE FROM WS-REORDER-LINE.
059200 3100-EXIT.
059300     EXIT.
059400*****************************************************************
059500*    3200-ORDER-ITEM  --  ONE RECEIVING LINE AT THE REORDER     *
059600*    QUANTITY, CARRIED ON THE ITEM AS ON ORDER                  *
059700*****************************************************************
059800 3200-ORDER-ITEM.
059900     MOVE SPACES            TO RECEIVING-TRANSACTION-RECORD.
060000     MOVE IV-ITEM-CODE      TO RV-ITEM-CODE.
060100     MOVE WS-CURRENT-DATE-N TO RV-ORDER-DATE.
060200     MOVE IV-REORDER-QTY    TO RV-ORDER-QTY.
060300     MOVE IV-UNIT-COST      TO RV-UNIT-COST.
060400     MOVE 0                 TO RV-RECEIVED-DATE.
060500     MOVE 0                 TO RV-RECEIVED-QTY.
060600     MOVE IV-DESCRIPTION    TO RV-DESCRIPTION.
060700     WRITE RECEIVING-TRANSACTION-RECORD.
060800     ADD IV-REORDER-QTY     TO IV-ON-ORDER.
060900     MOVE WS-CURRENT-DATE-N TO IV-LAST-ORDER-DATE.
061000     REWRITE INVENTORY-ITEM-RECORD
061100         INVALID KEY
061200             DISPLAY "INVDEPL - REWRITE FAILED: " IV-ITEM-CODE
061300     END-REWRITE.
061400     COMPUTE WS-ORDER-COST ROUNDED =
061500         IV-REORDER-QTY * IV-UNIT-COST.
061600     ADD WS-ORDER-COST TO WS-ORDER-DOLLARS.
061700     ADD 1 TO WS-ITEMS-ORDERED.
061800     MOVE IV-REORDER-QTY TO WS-RL-ORDERED.
061900     MOVE "ORDERED"      TO WS-RL-NOTE.
062000 3200-EXIT.
062100     EXIT.
062200*****************************************************************
062300*    8000-PRINT-TOTALS  --  DEPLETION AND REORDER TOTALS        *
062400*****************************************************************
062500 8000-PRINT-TOTALS.
062600     MOVE SPACES TO DEPLETION-REPORT-LINE.
062700     WRITE DEPLETION-REPORT-LINE.
062800     MOVE "HISTORY LINES READ     :" TO WS-CL-LABEL.
062900     MOVE WS-LINES-READ TO WS-CL-COUNT.
063000     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
063100     MOVE "ALREADY DEPLETED       :" TO WS-CL-LABEL.
063200     MOVE WS-LINES-SEEN TO WS-CL-COUNT.
063300     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
063400     MOVE "IN OPENING STOCK       :" TO WS-CL-LABEL.
063500     MOVE WS-LINES-PRIMED TO WS-CL-COUNT.
063600     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
063700     MOVE "NO BILL OF MATERIALS   :" TO WS-CL-LABEL.
063800     MOVE WS-LINES-NO-MATERIALS TO WS-CL-COUNT.
063900     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
064000     MOVE "LINES DEPLETED         :" TO WS-CL-LABEL.
064100     MOVE WS-LINES-DEPLETED TO WS-CL-COUNT.
064200     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
064300     MOVE "ITEMS ISSUED           :" TO WS-CL-LABEL.
064400     MOVE WS-ITEMS-ISSUED TO WS-CL-COUNT.
064500     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
064600     MOVE "CONTROLLED ENTRIES     :" TO WS-CL-LABEL.
064700     MOVE WS-CONTROLLED-LOGGED TO WS-CL-COUNT.
064800     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
064900     MOVE "LOG WRITES FAILED      :" TO WS-CL-LABEL.
065000     MOVE WS-LOG-FAILURES TO WS-CL-COUNT.
065100     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
065200     MOVE "ITEMS NOT ON MASTER    :" TO WS-CL-LABEL.
065300     MOVE WS-ITEMS-NOT-ON-MASTER TO WS-CL-COUNT.
065400     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
065500     MOVE "ITEMS GONE NEGATIVE    :" TO WS-CL-LABEL.
065600     MOVE WS-ITEMS-NEGATIVE TO WS-CL-COUNT.
065700     WRITE DEPLETION-REPORT-LINE FROM WS-COUNT-LINE.
065800     MOVE "COST OF ITEMS ISSUED   :" TO WS-ML-LABEL.
065900     MOVE WS-ISSUE-DOLLARS TO WS-ML-AMOUNT.
066000     WRITE DEPLETION-REPORT-LINE FROM WS-AMOUNT-LINE.
066100     MOVE SPACES TO REORDER-REPORT-LINE.
066200     WRITE REORDER-REPORT-LINE.
066300     MOVE "AT OR BELOW REORDER PT :" TO WS-CL-LABEL.
066400     MOVE WS-ITEMS-AT-REORDER TO WS-CL-COUNT.
066500     WRITE REORDER-REPORT-LINE FROM WS-COUNT-LINE.
066600     MOVE "ORDERED TONIGHT        :" TO WS-CL-LABEL.
066700     MOVE WS-ITEMS-ORDERED TO WS-CL-COUNT.
066800     WRITE REORDER-REPORT-LINE FROM WS-COUNT-LINE.
066900     MOVE "ALREADY ON ORDER       :" TO WS-CL-LABEL.
067000     MOVE WS-ITEMS-ON-ORDER TO WS-CL-COUNT.
067100     WRITE REORDER-REPORT-LINE FROM WS-COUNT-LINE.
067200     MOVE "NO REORDER QUANTITY    :" TO WS-CL-LABEL.
067300     MOVE WS-ITEMS-NOT-ORDERED TO WS-CL-COUNT.
067400     WRITE REORDER-REPORT-LINE FROM WS-COUNT-LINE.
067500     MOVE "COST OF ORDERS         :" TO WS-ML-LABEL.
067600     MOVE WS-ORDER-DOLLARS TO WS-ML-AMOUNT.
067700     WRITE REORDER-REPORT-LINE FROM WS-AMOUNT-LINE.
067800 8000-EXIT.
067900     EXIT.
068000*****************************************************************
068100*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
068200*****************************************************************
068300 9999-TERMINATE.
068400     DISPLAY "INVDEPL - HISTORY LINES READ : " WS-LINES-READ.
068500     DISPLAY "INVDEPL - LINES DEPLETED     : " WS-LINES-DEPLETED.
068600     DISPLAY "INVDEPL - ITEMS ISSUED       : " WS-ITEMS-ISSUED.
068700     DISPLAY "INVDEPL - CONTROLLED ENTRIES : "
068800         WS-CONTROLLED-LOGGED.
068900     DISPLAY "INVDEPL - ITEMS ORDERED      : " WS-ITEMS-ORDERED.
069000     MOVE "C" TO CP-FUNCTION-CODE.
069100     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
069200     IF WS-MASTER-AVAILABLE
069300         CLOSE INVENTORY-MASTER-FILE
069400     END-IF.
069500     IF WS-BOM-AVAILABLE
069600         CLOSE BOM-FILE
069700         CLOSE RECEIVING-TRANS-FILE
069800     END-IF.
069900     IF WS-HISTORY-AVAILABLE
070000         CLOSE VISIT-HISTORY-FILE
070100         CLOSE USAGE-FILE
070200     END-IF.
070300     CLOSE DEPLETION-REPORT.
070400     CLOSE REORDER-REPORT.
070500 9999-EXIT.
070600     EXIT.
