000100*****************************************************************
000200*                                                               *
000300*    INVRECV                                                    *
000400*                                                               *
000500*    INVENTORY RECEIVING POST                                   *
000600*                                                               *
000700*    READS THE RECEIVING TRANSACTION FILE (INVRCV): THE ORDER   *
000800*    LINES INVDEPL WROTE, COMPLETED BY THE STOCKROOM AS         *
000900*    DELIVERIES ARRIVE, AND ANY DELIVERY KEYED THAT WAS NEVER   *
001000*    ORDERED.  EVERY LINE WITH A DATE RECEIVED IS POSTED TO THE *
001100*    INVENTORY MASTER (INVMAST):                                *
001200*      - THE QUANTITY RECEIVED IS ADDED TO ON HAND, AND A UNIT  *
001300*        COST KEYED FROM THE INVOICE BECOMES THE ITEM'S UNIT    *
001400*        COST (LAST COST);                                      *
001500*      - THE QUANTITY ORDERED COMES OFF ON ORDER.  A SHORT      *
001600*        DELIVERY STILL CLOSES THE ORDER; IF THE ITEM IS STILL  *
001700*        LOW, INVDEPL ORDERS AGAIN.  A DATE RECEIVED WITH A     *
001800*        ZERO QUANTITY CLOSES AN ORDER THAT WILL NOT COME;      *
001900*      - A RECEIPT OF A CONTROLLED ITEM IS WRITTEN TO THE       *
002000*        CONTROLLED-DRUG LOG THROUGH CDLOGWRT WITH THE DATE     *
002100*        RECEIVED, THE SUPPLIER'S DELIVERY REFERENCE, AND THE   *
002200*        NEW BALANCE.                                           *
002300*                                                               *
002400*    A LINE WITH NO DATE RECEIVED IS STILL AWAITING DELIVERY.   *
002500*    A LINE THAT FAILS ITS EDITS (ITEM NOT ON FILE, FIGURES NOT *
002600*    NUMERIC, A DATE IN THE FUTURE, OR GOODS WITH NO DELIVERY   *
002700*    REFERENCE) IS NOT POSTED.  BOTH ARE LISTED ON THE          *
002800*    RECEIVING REGISTER (INVRRPT) AND KEPT: THEY ARE HELD ON    *
002900*    INVRCVH WHILE THE FILE IS READ AND COPIED BACK TO INVRCV   *
003000*    AT THE END, SO ONLY THE LINES POSTED LEAVE THE FILE AND A  *
003100*    RERUN POSTS NOTHING TWICE.                                 *
003200*                                                               *
003300*    WITHOUT THE INVENTORY MASTER THE RUN IS REFUSED (RC 8) AND *
003400*    INVRCV IS LEFT AS IT WAS.  A REJECTED LINE SETS RC 4.      *
003500*                                                               *
003600*    MODIFICATION HISTORY                                       *
003700*    --------------------                                       *
003800*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003900*                                                               *
004000*****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID.  INVRECV.
004300 AUTHOR.      J MORALES.
004400 INSTALLATION. CLINIC DATA PROCESSING.
004500 DATE-WRITTEN. 2026/10/15.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. GNUCOBOL.
005000 OBJECT-COMPUTER. GNUCOBOL.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT RECEIVING-TRANS-FILE ASSIGN TO "INVRCV"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RV-STATUS.
005600     SELECT RECEIVING-HOLD-FILE ASSIGN TO "INVRCVH"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RH-STATUS.
005900     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS IV-ITEM-CODE
006300         FILE STATUS IS WS-IV-STATUS.
006400     SELECT RECEIVING-REPORT ASSIGN TO "INVRRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  RECEIVING-TRANS-FILE.
007000     COPY RCVREC.
007100 FD  RECEIVING-HOLD-FILE.
007200 01  RECEIVING-HOLD-RECORD          PIC X(87).
007300 FD  INVENTORY-MASTER-FILE.
007400     COPY INVREC.
007500 FD  RECEIVING-REPORT.
007600 01  RECEIVING-REPORT-LINE          PIC X(80).
007700 WORKING-STORAGE SECTION.
007800 01  WS-RV-STATUS                   PIC X(02).
007900 01  WS-RH-STATUS                   PIC X(02).
008000 01  WS-IV-STATUS                   PIC X(02).
008100 01  WS-RPT-STATUS                  PIC X(02).
008200 01  WS-RV-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008300     88  WS-RECEIVING-AVAILABLE                   VALUE "Y".
008400 01  WS-IV-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008500     88  WS-MASTER-AVAILABLE                      VALUE "Y".
008600 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
008700     88  WS-END-OF-FILE                           VALUE "Y".
008800 01  WS-HOLD-EOF-SWITCH             PIC X(01)     VALUE "N".
008900     88  WS-END-OF-HOLD                           VALUE "Y".
009000 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
009100     88  WS-RUN-REFUSED                           VALUE "Y".
009200 01  WS-AWAITING-SWITCH             PIC X(01)     VALUE "N".
009300     88  WS-LINE-AWAITING                         VALUE "Y".
009400 01  WS-REJECT-REASON               PIC X(18).
009500 01  WS-CURRENT-DATE.
009600     05  WS-CUR-YYYY                PIC 9(04).
009700     05  WS-CUR-MM                  PIC 9(02).
009800     05  WS-CUR-DD                  PIC 9(02).
009900 01  WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE
010000                                    PIC 9(08).
010100 01  WS-RECEIPT-COST                PIC S9(9)V99.
010200 01  WS-LINES-READ                  PIC 9(07)     COMP VALUE 0.
010300 01  WS-LINES-RECEIVED              PIC 9(07)     COMP VALUE 0.
010400 01  WS-ORDERS-CLOSED               PIC 9(07)     COMP VALUE 0.
010500 01  WS-LINES-AWAITING              PIC 9(07)     COMP VALUE 0.
010600 01  WS-LINES-REJECTED              PIC 9(07)     COMP VALUE 0.
010700 01  WS-LINES-KEPT                  PIC 9(07)     COMP VALUE 0.
010800 01  WS-CONTROLLED-LOGGED           PIC 9(07)     COMP VALUE 0.
010900 01  WS-LOG-FAILURES                PIC 9(07)     COMP VALUE 0.
011000 01  WS-RECEIVED-DOLLARS            PIC S9(9)V99  VALUE 0.
011100 01  WS-HEADING-LINE-1.
011200     05  FILLER                     PIC X(38)     VALUE
011300         "INVRECV - RECEIVING REGISTER".
011400     05  FILLER                     PIC X(07)     VALUE "  DATE ".
011500     05  WS-H1-DATE                 PIC 9999/99/99.
011600 01  WS-COLUMN-LINE.
011700     05  FILLER                     PIC X(40)     VALUE
011800         "ITEM   ORDERED    RECEIVED          QTY ".
011900     05  FILLER                     PIC X(40)     VALUE
012000         "DELIVERY   C   ON HAND RESULT".
012100 01  WS-DETAIL-LINE.
012200     05  WS-DL-ITEM                 PIC X(06).
012300     05  FILLER                     PIC X(01)     VALUE SPACES.
012400     05  WS-DL-ORDER-DATE           PIC X(10).
012500     05  FILLER                     PIC X(01)     VALUE SPACES.
012600     05  WS-DL-RECEIVED-DATE        PIC X(10).
012700     05  FILLER                     PIC X(01)     VALUE SPACES.
012800     05  WS-DL-QUANTITY             PIC ZZZZZZ9.99.
012900     05  FILLER                     PIC X(01)     VALUE SPACES.
013000     05  WS-DL-DELIVERY-REF         PIC X(10).
013100     05  FILLER                     PIC X(01)     VALUE SPACES.
013200     05  WS-DL-CONTROLLED           PIC X(01).
013300     05  FILLER                     PIC X(01)     VALUE SPACES.
013400     05  WS-DL-ON-HAND              PIC X(10).
013500     05  FILLER                     PIC X(01)     VALUE SPACES.
013600     05  WS-DL-RESULT               PIC X(16).
013700 01  WS-ON-HAND-EDITED              PIC ZZZZZ9.99-.
013800 01  WS-EDIT-DATE                   PIC 9999/99/99.
013900 01  WS-AMOUNT-LINE.
014000     05  WS-ML-LABEL                PIC X(24).
014100     05  WS-ML-AMOUNT               PIC ZZZZZZZZ9.99-.
014200 01  WS-COUNT-LINE.
014300     05  WS-CL-LABEL                PIC X(24).
014400     05  WS-CL-COUNT                PIC ZZZZZZ9.
014500 01  WS-MESSAGE-LINE                PIC X(80).
014600 01  CDLOG-PARM-AREA.
014700     05  CP-FUNCTION-CODE           PIC X(01).
014800         88  CP-WRITE-ENTRY                       VALUE "W".
014900         88  CP-CLOSE-LOG                         VALUE "C".
015000     05  CP-ITEM-CODE               PIC X(06).
015100     05  CP-ENTRY-TYPE              PIC X(01).
015200     05  CP-ENTRY-DATE              PIC 9(08).
015300     05  CP-PATIENT-ID              PIC X(05).
015400     05  CP-PROVIDER-CODE           PIC X(02).
015500     05  CP-SERVICE-CODE            PIC X(04).
015600     05  CP-REFERENCE               PIC X(15).
015700     05  CP-QUANTITY                PIC 9(7)V99.
015800     05  CP-BALANCE                 PIC S9(7)V99.
015900     05  CP-POSTED-BY               PIC X(08).
016000     05  CP-RETURN-CODE             PIC 9(02).
016100 PROCEDURE DIVISION.
016200*****************************************************************
016300*    0000-MAINLINE                                              *
016400*****************************************************************
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016700     IF NOT WS-RUN-REFUSED
016800         PERFORM 2000-PROCESS-ONE-LINE THRU 2000-EXIT
016900             UNTIL WS-END-OF-FILE
017000         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
017100     END-IF.
017200     IF WS-RECEIVING-AVAILABLE
017300         PERFORM 5000-RESTORE-OPEN-LINES THRU 5000-EXIT
017400     END-IF.
017500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
017600     STOP RUN.
017700*****************************************************************
017800*    1000-INITIALIZE  --  OPEN FILES, HEADINGS, PRIME READ      *
017900*****************************************************************
018000 1000-INITIALIZE.
018100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018200     OPEN OUTPUT RECEIVING-REPORT.
018300     MOVE WS-CURRENT-DATE-N TO WS-H1-DATE.
018400     WRITE RECEIVING-REPORT-LINE FROM WS-HEADING-LINE-1.
018500     MOVE SPACES TO RECEIVING-REPORT-LINE.
018600     WRITE RECEIVING-REPORT-LINE.
018700     OPEN I-O INVENTORY-MASTER-FILE.
018800     IF WS-IV-STATUS NOT = "00"
018900         MOVE "INVENTORY MASTER NOT AVAILABLE - NOTHING POSTED"
019000             TO WS-MESSAGE-LINE
019100         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
019200         GO TO 1000-EXIT
019300     END-IF.
019400     MOVE "Y" TO WS-IV-AVAIL-SWITCH.
019500     OPEN INPUT RECEIVING-TRANS-FILE.
019600     IF WS-RV-STATUS NOT = "00"
019700         MOVE "Y" TO WS-EOF-SWITCH
019800         MOVE 4 TO RETURN-CODE
019900         MOVE "NO RECEIVING FILE - NOTHING POSTED"
020000             TO WS-MESSAGE-LINE
020100         WRITE RECEIVING-REPORT-LINE FROM WS-MESSAGE-LINE
020200         DISPLAY "INVRECV - RECEIVING FILE NOT AVAILABLE, "
020300             "NOTHING POSTED"
020400         GO TO 1000-EXIT
020500     END-IF.
020600     MOVE "Y" TO WS-RV-AVAIL-SWITCH.
020700     OPEN OUTPUT RECEIVING-HOLD-FILE.
020800     WRITE RECEIVING-REPORT-LINE FROM WS-COLUMN-LINE.
020900     PERFORM 2100-READ-RECEIVING THRU 2100-EXIT.
021000 1000-EXIT.
021100     EXIT.
021200*****************************************************************
021300*    1900-REFUSE-RUN  --  SAY WHY ON THE REGISTER AND CONSOLE   *
021400*****************************************************************
021500 1900-REFUSE-RUN.
021600     MOVE "Y" TO WS-REFUSED-SWITCH.
021700     MOVE "Y" TO WS-EOF-SWITCH.
021800     MOVE 8 TO RETURN-CODE.
021900     WRITE RECEIVING-REPORT-LINE FROM WS-MESSAGE-LINE.
022000     DISPLAY "INVRECV - " WS-MESSAGE-LINE.
022100 1900-EXIT.
022200     EXIT.
022300*****************************************************************
022400*    2000-PROCESS-ONE-LINE  --  POST A COMPLETED LINE, OR KEEP  *
022500*    ONE STILL AWAITING DELIVERY OR FAILING ITS EDITS           *
022600*****************************************************************
022700 2000-PROCESS-ONE-LINE.
022800     ADD 1 TO WS-LINES-READ.
022900     PERFORM 2200-EDIT-LINE THRU 2200-EXIT.
023000     PERFORM 2300-FORMAT-LINE THRU 2300-EXIT.
023100     IF WS-LINE-AWAITING
023200         ADD 1 TO WS-LINES-AWAITING
023300         MOVE "AWAITING" TO WS-DL-RESULT
023400         PERFORM 2800-KEEP-LINE THRU 2800-EXIT
023500         GO TO 2000-NEXT
023600     END-IF.
023700     IF WS-REJECT-REASON NOT = SPACES
023800         ADD 1 TO WS-LINES-REJECTED
023900         IF RETURN-CODE < 4
023910             MOVE 4 TO RETURN-CODE
023920         END-IF
024000         MOVE WS-REJECT-REASON TO WS-DL-RESULT
024100         PERFORM 2800-KEEP-LINE THRU 2800-EXIT
024200         GO TO 2000-NEXT
024300     END-IF.
024400     PERFORM 2500-POST-LINE THRU 2500-EXIT.
024500     WRITE RECEIVING-REPORT-LINE FROM WS-DETAIL-LINE.
024600 2000-NEXT.
024700     PERFORM 2100-READ-RECEIVING THRU 2100-EXIT.
024800 2000-EXIT.
024900     EXIT.
025000*****************************************************************
025100*    2100-READ-RECEIVING  --  READ-AHEAD OF THE RECEIVING FILE  *
025200*****************************************************************
025300 2100-READ-RECEIVING.
025400     READ RECEIVING-TRANS-FILE
025500         AT END
025600             MOVE "Y" TO WS-EOF-SWITCH
025700     END-READ.
025800 2100-EXIT.
025900     EXIT.
026000*****************************************************************
026100*    2200-EDIT-LINE  --  NO DATE RECEIVED MEANS STILL AWAITED;  *
026200*    OTHERWISE THE FIRST FAILING EDIT IS THE REJECT REASON.     *
026300*    A CLEAN LINE LEAVES ITS ITEM READ FOR THE POST             *
026400*****************************************************************
026500 2200-EDIT-LINE.
026600     MOVE "N"    TO WS-AWAITING-SWITCH.
026700     MOVE SPACES TO WS-REJECT-REASON.
026800     IF RV-RECEIVED-DATE = SPACES
026900            OR RV-RECEIVED-DATE = ZEROS
027000         MOVE "Y" TO WS-AWAITING-SWITCH
027100         GO TO 2200-EXIT
027200     END-IF.
027300     IF RV-RECEIVED-DATE NOT NUMERIC
027400         MOVE "BAD DATE RECEIVED" TO WS-REJECT-REASON
027500         GO TO 2200-EXIT
027600     END-IF.
027700     IF RV-RECEIVED-DATE > WS-CURRENT-DATE-N
027800         MOVE "DATE IN FUTURE" TO WS-REJECT-REASON
027900         GO TO 2200-EXIT
028000     END-IF.
028100     IF RV-ITEM-CODE = SPACES
028200         MOVE "NO ITEM CODE" TO WS-REJECT-REASON
028300         GO TO 2200-EXIT
028400     END-IF.
028500     IF RV-ORDER-QTY NOT NUMERIC
028600         MOVE "BAD ORDER QTY" TO WS-REJECT-REASON
028700         GO TO 2200-EXIT
028800     END-IF.
028900     IF RV-RECEIVED-QTY NOT NUMERIC
029000         MOVE "BAD QTY RECEIVED" TO WS-REJECT-REASON
029100         GO TO 2200-EXIT
029200     END-IF.
029300     IF RV-UNIT-COST NOT NUMERIC
029400         MOVE "BAD UNIT COST" TO WS-REJECT-REASON
029500         GO TO 2200-EXIT
029600     END-IF.
029700     IF RV-RECEIVED-QTY = 0
029800            AND RV-ORDER-QTY = 0
029900         MOVE "NOTHING ON LINE" TO WS-REJECT-REASON
030000         GO TO 2200-EXIT
030100     END-IF.
030200     IF RV-RECEIVED-QTY > 0
030300            AND RV-DELIVERY-REF = SPACES
030400         MOVE "NO DELIVERY REF" TO WS-REJECT-REASON
030500         GO TO 2200-EXIT
030600     END-IF.
030700     MOVE RV-ITEM-CODE TO IV-ITEM-CODE.
030800     READ INVENTORY-MASTER-FILE
030900         INVALID KEY
031000             MOVE "ITEM NOT ON MASTER" TO WS-REJECT-REASON
031100     END-READ.
031200 2200-EXIT.
031300     EXIT.
031400*****************************************************************
031500*    2300-FORMAT-LINE  --  REGISTER LINE FROM THE RECEIVING     *
031600*    LINE AS KEYED; FIGURES THAT ARE NOT NUMERIC PRINT BLANK    *
031700*****************************************************************
031800 2300-FORMAT-LINE.
031900     MOVE RV-ITEM-CODE    TO WS-DL-ITEM.
032000     MOVE RV-DELIVERY-REF TO WS-DL-DELIVERY-REF.
032100     MOVE SPACES          TO WS-DL-ORDER-DATE.
032200     MOVE SPACES          TO WS-DL-RECEIVED-DATE.
032300     MOVE SPACES          TO WS-DL-CONTROLLED.
032400     MOVE SPACES          TO WS-DL-ON-HAND.
032500     MOVE SPACES          TO WS-DL-RESULT.
032600     MOVE 0               TO WS-DL-QUANTITY.
032700     IF RV-ORDER-DATE NUMERIC
032800            AND RV-ORDER-DATE NOT = 0
032900         MOVE RV-ORDER-DATE TO WS-EDIT-DATE
033000         MOVE WS-EDIT-DATE  TO WS-DL-ORDER-DATE
033100     END-IF.
033200     IF RV-RECEIVED-DATE NUMERIC
033300            AND RV-RECEIVED-DATE NOT = 0
033400         MOVE RV-RECEIVED-DATE TO WS-EDIT-DATE
033500         MOVE WS-EDIT-DATE     TO WS-DL-RECEIVED-DATE
033600     END-IF.
033700     IF WS-LINE-AWAITING
033800            AND RV-ORDER-QTY NUMERIC
033900         MOVE RV-ORDER-QTY TO WS-DL-QUANTITY
034000     END-IF.
034100     IF NOT WS-LINE-AWAITING
034200            AND RV-RECEIVED-QTY NUMERIC
034300         MOVE RV-RECEIVED-QTY TO WS-DL-QUANTITY
034400     END-IF.
034500 2300-EXIT.
034600     EXIT.
034700*****************************************************************
034800*    2500-POST-LINE  --  GOODS INTO STOCK, ORDER OFF ON ORDER,  *
034900*    AND A CONTROLLED RECEIPT ONTO THE LOG                      *
035000*****************************************************************
035100 2500-POST-LINE.
035200     IF RV-ORDER-QTY > 0
035300         SUBTRACT RV-ORDER-QTY FROM IV-ON-ORDER
035400         IF IV-ON-ORDER < 0
035500             MOVE 0 TO IV-ON-ORDER
035600         END-IF
035700     END-IF.
035800     IF RV-RECEIVED-QTY = 0
035900         ADD 1 TO WS-ORDERS-CLOSED
036000         MOVE "ORDER CLOSED" TO WS-DL-RESULT
036100     ELSE
036200         ADD 1 TO WS-LINES-RECEIVED
036300         ADD RV-RECEIVED-QTY TO IV-ON-HAND
036400         IF RV-UNIT-COST > 0
036500             MOVE RV-UNIT-COST TO IV-UNIT-COST
036600         END-IF
036700         MOVE RV-RECEIVED-DATE TO IV-LAST-RECEIVED-DATE
036800         COMPUTE WS-RECEIPT-COST ROUNDED =
036900             RV-RECEIVED-QTY * IV-UNIT-COST
037000         ADD WS-RECEIPT-COST TO WS-RECEIVED-DOLLARS
037100         MOVE "RECEIVED" TO WS-DL-RESULT
037200         IF RV-RECEIVED-QTY < RV-ORDER-QTY
037300             MOVE "SHORT - CLOSED" TO WS-DL-RESULT
037400         END-IF
037500     END-IF.
037600     REWRITE INVENTORY-ITEM-RECORD
037700         INVALID KEY
037800             DISPLAY "INVRECV - REWRITE FAILED: " IV-ITEM-CODE
037900     END-REWRITE.
038000     MOVE IV-ON-HAND        TO WS-ON-HAND-EDITED.
038100     MOVE WS-ON-HAND-EDITED TO WS-DL-ON-HAND.
038200     IF IV-CONTROLLED-DRUG
038300         MOVE "C" TO WS-DL-CONTROLLED
038400     END-IF.
038500     IF IV-CONTROLLED-DRUG
038600            AND RV-RECEIVED-QTY > 0
038700         PERFORM 2600-LOG-RECEIPT THRU 2600-EXIT
038800     END-IF.
038900 2500-EXIT.
039000     EXIT.
039100*****************************************************************
039200*    2600-LOG-RECEIPT  --  ONE CONTROLLED-DRUG LOG ENTRY FOR    *
039300*    THE DELIVERY, WITH THE NEW BALANCE                         *
039400*****************************************************************
039500 2600-LOG-RECEIPT.
039600     MOVE "W"              TO CP-FUNCTION-CODE.
039700     MOVE IV-ITEM-CODE     TO CP-ITEM-CODE.
039800     MOVE "R"              TO CP-ENTRY-TYPE.
039900     MOVE RV-RECEIVED-DATE TO CP-ENTRY-DATE.
040000     MOVE SPACES           TO CP-PATIENT-ID.
040100     MOVE SPACES           TO CP-PROVIDER-CODE.
040200     MOVE SPACES           TO CP-SERVICE-CODE.
040300     MOVE RV-DELIVERY-REF  TO CP-REFERENCE.
040400     MOVE RV-RECEIVED-QTY  TO CP-QUANTITY.
040500     MOVE IV-ON-HAND       TO CP-BALANCE.
040600     MOVE "INVRECV"        TO CP-POSTED-BY.
040700     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
040800     IF CP-RETURN-CODE NOT = 0
040900         ADD 1 TO WS-LOG-FAILURES
041000         MOVE 8 TO RETURN-CODE
041100         MOVE "LOG WRITE FAILED" TO WS-DL-RESULT
041200         DISPLAY "INVRECV - CONTROLLED-DRUG LOG WRITE FAILED: "
041300             IV-ITEM-CODE " " RV-DELIVERY-REF
041400     ELSE
041500         ADD 1 TO WS-CONTROLLED-LOGGED
041600     END-IF.
041700 2600-EXIT.
041800     EXIT.
041900*****************************************************************
042000*    2800-KEEP-LINE  --  LIST THE LINE AND HOLD IT FOR THE      *
042100*    NEXT RUN                                                   *
042200*****************************************************************
042300 2800-KEEP-LINE.
042400     WRITE RECEIVING-REPORT-LINE FROM WS-DETAIL-LINE.
042500     WRITE RECEIVING-HOLD-RECORD
042600         FROM RECEIVING-TRANSACTION-RECORD.
042700     ADD 1 TO WS-LINES-KEPT.
042800 2800-EXIT.
042900     EXIT.
043000*****************************************************************
043100*    5000-RESTORE-OPEN-LINES  --  THE HELD LINES BECOME THE NEW *
043200*    RECEIVING FILE.  A REFUSED RUN HELD NOTHING AND LEAVES THE *
043300*    FILE ALONE                                                 *
043400*****************************************************************
043500 5000-RESTORE-OPEN-LINES.
043600     CLOSE RECEIVING-TRANS-FILE.
043700     CLOSE RECEIVING-HOLD-FILE.
043800     IF WS-RUN-REFUSED
043900         GO TO 5000-EXIT
044000     END-IF.
044100     OPEN INPUT RECEIVING-HOLD-FILE.
044200     OPEN OUTPUT RECEIVING-TRANS-FILE.
044300     PERFORM 5100-COPY-ONE-LINE THRU 5100-EXIT
044400         UNTIL WS-END-OF-HOLD.
044500     CLOSE RECEIVING-HOLD-FILE.
044600     CLOSE RECEIVING-TRANS-FILE.
044700 5000-EXIT.
044800     EXIT.
044900*****************************************************************
045000*    5100-COPY-ONE-LINE                                         *
045100*****************************************************************
045200 5100-COPY-ONE-LINE.
045300     READ RECEIVING-HOLD-FILE
045400         AT END
045500             MOVE "Y" TO WS-HOLD-EOF-SWITCH
045600             GO TO 5100-EXIT
045700     END-READ.
045800     WRITE RECEIVING-TRANSACTION-RECORD
045900         FROM RECEIVING-HOLD-RECORD.
046000 5100-EXIT.
046100     EXIT.
046200*****************************************************************
046300*    8000-PRINT-TOTALS                                          *
046400*****************************************************************
046500 8000-PRINT-TOTALS.
046600     MOVE SPACES TO RECEIVING-REPORT-LINE.
046700     WRITE RECEIVING-REPORT-LINE.
046800     MOVE "LINES READ             :" TO WS-CL-LABEL.
046900     MOVE WS-LINES-READ TO WS-CL-COUNT.
047000     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
047100     MOVE "DELIVERIES RECEIVED    :" TO WS-CL-LABEL.
047200     MOVE WS-LINES-RECEIVED TO WS-CL-COUNT.
047300     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
047400     MOVE "ORDERS CLOSED UNFILLED :" TO WS-CL-LABEL.
047500     MOVE WS-ORDERS-CLOSED TO WS-CL-COUNT.
047600     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
047700     MOVE "AWAITING DELIVERY      :" TO WS-CL-LABEL.
047800     MOVE WS-LINES-AWAITING TO WS-CL-COUNT.
047900     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
048000     MOVE "REJECTED               :" TO WS-CL-LABEL.
048100     MOVE WS-LINES-REJECTED TO WS-CL-COUNT.
048200     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
048300     MOVE "KEPT ON INVRCV         :" TO WS-CL-LABEL.
048400     MOVE WS-LINES-KEPT TO WS-CL-COUNT.
048500     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
048600     MOVE "CONTROLLED ENTRIES     :" TO WS-CL-LABEL.
048700     MOVE WS-CONTROLLED-LOGGED TO WS-CL-COUNT.
048800     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
048900     MOVE "LOG WRITES FAILED      :" TO WS-CL-LABEL.
049000     MOVE WS-LOG-FAILURES TO WS-CL-COUNT.
049100     WRITE RECEIVING-REPORT-LINE FROM WS-COUNT-LINE.
049200     MOVE "VALUE RECEIVED         :" TO WS-ML-LABEL.
049300     MOVE WS-RECEIVED-DOLLARS TO WS-ML-AMOUNT.
049400     WRITE RECEIVING-REPORT-LINE FROM WS-AMOUNT-LINE.
049500 8000-EXIT.
049600     EXIT.
049700*****************************************************************
049800*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
049900*****************************************************************
050000 9999-TERMINATE.
050100     DISPLAY "INVRECV - LINES READ         : " WS-LINES-READ.
050200     DISPLAY "INVRECV - DELIVERIES RECEIVED: " WS-LINES-RECEIVED.
050300     DISPLAY "INVRECV - LINES REJECTED     : " WS-LINES-REJECTED.
050400     DISPLAY "INVRECV - LINES KEPT         : " WS-LINES-KEPT.
050500     MOVE "C" TO CP-FUNCTION-CODE.
050600     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
050700     IF WS-MASTER-AVAILABLE
050800         CLOSE INVENTORY-MASTER-FILE
050900     END-IF.
051000     CLOSE RECEIVING-REPORT.
051100 9999-EXIT.
051200     EXIT.
