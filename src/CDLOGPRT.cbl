000100*****************************************************************
000200*                                                               *
000300*    CDLOGPRT                                                   *
000400*                                                               *
000500*    CONTROLLED-DRUG LOG PRINT                                  *
000600*                                                               *
000700*    PRINTS THE CONTROLLED-DRUG LOG (CDLOG) ITEM BY ITEM FOR A  *
000800*    REGULATORY INSPECTION OR THE MONTHLY COUNT.  THE OPERATOR  *
000900*    IS ASKED FOR AN ITEM CODE (BLANK = EVERY CONTROLLED ITEM   *
001000*    ON THE INVENTORY MASTER) AND A FROM/THRU RANGE OF DATES    *
001100*    THE ENTRIES WERE LOGGED (BLANK = THE WHOLE LOG).  THE      *
001110*    DATE OF THE DISPENSING OR RECEIPT ITSELF, WHICH CAN BE     *
001120*    EARLIER THAN THE DAY IT WAS LOGGED, PRINTS IN ITS OWN      *
001130*    COLUMN.                                                    *
001200*                                                               *
001300*    FOR EACH ITEM THE REPORT SHOWS THE BALANCE BROUGHT FORWARD *
001400*    FROM THE LAST ENTRY BEFORE THE RANGE, THEN EVERY OPENING   *
001500*    COUNT, DISPENSING (PATIENT, PROVIDER, VISIT) AND RECEIPT   *
001600*    (DELIVERY REFERENCE) IN THE ORDER THEY WERE LOGGED, WITH   *
001700*    THE RUNNING BALANCE AS RECORDED.  AN ENTRY WHOSE BALANCE   *
001800*    DOES NOT FOLLOW FROM THE ONE BEFORE IT IS FLAGGED "**",    *
001900*    AND WHEN THE RANGE RUNS TO TODAY THE CLOSING BALANCE IS    *
002000*    CHECKED AGAINST ON HAND ON THE MASTER.  EITHER SETS RC 4.  *
002100*                                                               *
002200*    THE LOG IS APPEND-ONLY AND NOT IN ITEM ORDER, SO IT IS     *
002300*    READ ONCE PER ITEM PRINTED.                                *
002400*                                                               *
002500*    MODIFICATION HISTORY                                       *
002600*    --------------------                                       *
002700*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002710*    2026/10/15  JJM  RANGE SELECTS ON THE LOGGED DATE, IN LOG  *
002720*                     ORDER; ENTRY DATE PRINTED AS A COLUMN.    *
002800*                                                               *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID.  CDLOGPRT.
003200 AUTHOR.      J MORALES.
003300 INSTALLATION. CLINIC DATA PROCESSING.
003400 DATE-WRITTEN. 2026/10/15.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. GNUCOBOL.
003900 OBJECT-COMPUTER. GNUCOBOL.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CONTROLLED-DRUG-LOG ASSIGN TO "CDLOG"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CD-STATUS.
004500     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS IV-ITEM-CODE
004900         FILE STATUS IS WS-IV-STATUS.
005000     SELECT CDLOG-REPORT ASSIGN TO "CDLRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-RPT-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROLLED-DRUG-LOG.
005600     COPY CDLGREC.
005700 FD  INVENTORY-MASTER-FILE.
005800     COPY INVREC.
005900 FD  CDLOG-REPORT.
006000 01  CDLOG-REPORT-LINE              PIC X(90).
006100 WORKING-STORAGE SECTION.
006200 01  WS-CD-STATUS                   PIC X(02).
006300 01  WS-IV-STATUS                   PIC X(02).
006400 01  WS-RPT-STATUS                  PIC X(02).
006500 01  WS-IV-AVAIL-SWITCH             PIC X(01)     VALUE "N".
006600     88  WS-MASTER-AVAILABLE                      VALUE "Y".
006700 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006800     88  WS-END-OF-FILE                           VALUE "Y".
006900 01  WS-LOG-EOF-SWITCH              PIC X(01)     VALUE "N".
007000     88  WS-END-OF-LOG                            VALUE "Y".
007100 01  WS-REFUSED-SWITCH              PIC X(01)     VALUE "N".
007200     88  WS-RUN-REFUSED                           VALUE "Y".
007300 01  WS-ON-MASTER-SWITCH            PIC X(01)     VALUE "N".
007400     88  WS-ITEM-ON-MASTER                        VALUE "Y".
007500 01  WS-BALANCE-SWITCH              PIC X(01)     VALUE "N".
007600     88  WS-HAVE-BALANCE                          VALUE "Y".
007700 01  WS-FORWARD-SWITCH              PIC X(01)     VALUE "N".
007800     88  WS-FORWARD-PRINTED                       VALUE "Y".
007900 01  WS-CURRENT-DATE                PIC 9(08).
008000 01  WS-SEL-ITEM-CODE               PIC X(06).
008100 01  WS-SEL-FROM-IN                 PIC X(08).
008200 01  WS-SEL-THRU-IN                 PIC X(08).
008300 01  WS-SEL-FROM-DATE               PIC 9(08)     VALUE 0.
008400 01  WS-SEL-THRU-DATE               PIC 9(08)     VALUE 99999999.
008500 01  WS-RUNNING-BALANCE             PIC S9(7)V99.
008600 01  WS-EXPECTED-BALANCE            PIC S9(7)V99.
008700 01  WS-ITEM-RECEIVED               PIC S9(7)V99.
008800 01  WS-ITEM-DISPENSED              PIC S9(7)V99.
008900 01  WS-ITEM-ENTRIES                PIC 9(07)     COMP.
009000 01  WS-ITEMS-PRINTED               PIC 9(07)     COMP VALUE 0.
009100 01  WS-ENTRIES-PRINTED             PIC 9(07)     COMP VALUE 0.
009200 01  WS-DISCREPANCIES               PIC 9(07)     COMP VALUE 0.
009300 01  WS-HEADING-LINE-1.
009400     05  FILLER                     PIC X(38)     VALUE
009500         "CDLOGPRT - CONTROLLED-DRUG LOG".
009600     05  FILLER                     PIC X(07)     VALUE "  DATE ".
009700     05  WS-H1-DATE                 PIC 9999/99/99.
009800 01  WS-HEADING-LINE-2.
009900     05  FILLER                     PIC X(17)     VALUE
010000         "ENTRIES LOGGED   ".
010100     05  WS-H2-FROM-DATE            PIC 9999/99/99.
010200     05  FILLER                     PIC X(06)     VALUE " THRU ".
010300     05  WS-H2-THRU-DATE            PIC 9999/99/99.
010400 01  WS-ITEM-LINE.
010500     05  FILLER                     PIC X(06)     VALUE "ITEM: ".
010600     05  WS-IL-ITEM                 PIC X(06).
010700     05  FILLER                     PIC X(02)     VALUE SPACES.
010800     05  WS-IL-DESCRIPTION          PIC X(30).
010900     05  FILLER                     PIC X(08)     VALUE
011000         "  UNIT: ".
011100     05  WS-IL-UNIT                 PIC X(04).
011200 01  WS-COLUMN-LINE.
011210     05  FILLER                     PIC X(11)     VALUE
011220         "LOGGED     ".
011300     05  FILLER                     PIC X(40)     VALUE
011400         "DATED      ENTRY    PATNT PV REFERENCE  ".
011500     05  FILLER                     PIC X(39)     VALUE
011600         "             IN       OUT    BALANCE".
011700 01  WS-DETAIL-LINE.
011710     05  WS-DL-LOGGED-DATE          PIC X(10).
011720     05  FILLER                     PIC X(01)     VALUE SPACES.
011800     05  WS-DL-DATE                 PIC X(10).
011900     05  FILLER                     PIC X(01)     VALUE SPACES.
012000     05  WS-DL-ENTRY                PIC X(08).
012100     05  FILLER                     PIC X(01)     VALUE SPACES.
012200     05  WS-DL-PATIENT-ID           PIC X(05).
012300     05  FILLER                     PIC X(01)     VALUE SPACES.
012400     05  WS-DL-PROVIDER             PIC X(02).
012500     05  FILLER                     PIC X(01)     VALUE SPACES.
012600     05  WS-DL-REFERENCE            PIC X(15).
012700     05  WS-DL-IN                   PIC X(10).
012800     05  FILLER                     PIC X(01)     VALUE SPACES.
012900     05  WS-DL-OUT                  PIC X(10).
013000     05  WS-DL-BALANCE              PIC ZZZZZZ9.99-.
013100     05  FILLER                     PIC X(01)     VALUE SPACES.
013200     05  WS-DL-FLAG                 PIC X(02).
013300 01  WS-QUANTITY-EDITED             PIC ZZZZZZ9.99.
013400 01  WS-EDIT-DATE                   PIC 9999/99/99.
013500 01  WS-AMOUNT-LINE.
013600     05  WS-ML-LABEL                PIC X(24).
013700     05  WS-ML-AMOUNT               PIC ZZZZZZ9.99-.
013800     05  FILLER                     PIC X(02)     VALUE SPACES.
013900     05  WS-ML-NOTE                 PIC X(40).
014000 01  WS-COUNT-LINE.
014100     05  WS-CL-LABEL                PIC X(24).
014200     05  WS-CL-COUNT                PIC ZZZZZZ9.
014300 01  WS-MESSAGE-LINE                PIC X(80).
014400 PROCEDURE DIVISION.
014500*****************************************************************
014600*    0000-MAINLINE                                              *
014700*****************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     IF NOT WS-RUN-REFUSED
015100         IF WS-SEL-ITEM-CODE NOT = SPACES
015200             PERFORM 2000-SELECTED-ITEM THRU 2000-EXIT
015300         ELSE
015400             PERFORM 2500-NEXT-CONTROLLED-ITEM THRU 2500-EXIT
015500                 UNTIL WS-END-OF-FILE
015600         END-IF
015700         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
015800     END-IF.
015900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
016000     STOP RUN.
016100*****************************************************************
016200*    1000-INITIALIZE  --  SELECTION, HEADINGS, FILE CHECKS      *
016300*****************************************************************
016400 1000-INITIALIZE.
016500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016600     DISPLAY "CDLOGPRT - ENTER ITEM CODE (BLANK=ALL):".
016700     ACCEPT WS-SEL-ITEM-CODE.
016800     DISPLAY "CDLOGPRT - ENTER LOGGED FROM YYYYMMDD (BLANK=ALL):".
016900     ACCEPT WS-SEL-FROM-IN.
017000     IF WS-SEL-FROM-IN NUMERIC
017100         MOVE WS-SEL-FROM-IN TO WS-SEL-FROM-DATE
017200     END-IF.
017300     DISPLAY "CDLOGPRT - ENTER LOGGED THRU YYYYMMDD (BLANK=ALL):".
017400     ACCEPT WS-SEL-THRU-IN.
017500     IF WS-SEL-THRU-IN NUMERIC
017600         MOVE WS-SEL-THRU-IN TO WS-SEL-THRU-DATE
017700     END-IF.
017800     OPEN OUTPUT CDLOG-REPORT.
017900     MOVE WS-CURRENT-DATE TO WS-H1-DATE.
018000     WRITE CDLOG-REPORT-LINE FROM WS-HEADING-LINE-1.
018100     MOVE WS-SEL-FROM-DATE TO WS-H2-FROM-DATE.
018200     MOVE WS-SEL-THRU-DATE TO WS-H2-THRU-DATE.
018300     WRITE CDLOG-REPORT-LINE FROM WS-HEADING-LINE-2.
018400     OPEN INPUT INVENTORY-MASTER-FILE.
018500     IF WS-IV-STATUS NOT = "00"
018600         MOVE "INVENTORY MASTER NOT AVAILABLE - NOTHING PRINTED"
018700             TO WS-MESSAGE-LINE
018800         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
018900         GO TO 1000-EXIT
019000     END-IF.
019100     MOVE "Y" TO WS-IV-AVAIL-SWITCH.
019200     OPEN INPUT CONTROLLED-DRUG-LOG.
019300     IF WS-CD-STATUS NOT = "00"
019400         MOVE "NO CONTROLLED-DRUG LOG ON FILE - NOTHING PRINTED"
019500             TO WS-MESSAGE-LINE
019600         PERFORM 1900-REFUSE-RUN THRU 1900-EXIT
019700         GO TO 1000-EXIT
019800     END-IF.
019900     CLOSE CONTROLLED-DRUG-LOG.
020000     IF WS-SEL-ITEM-CODE = SPACES
020100         MOVE LOW-VALUES TO IV-ITEM-CODE
020200         START INVENTORY-MASTER-FILE
020300             KEY IS NOT LESS THAN IV-ITEM-CODE
020400             INVALID KEY
020500                 MOVE "Y" TO WS-EOF-SWITCH
020600         END-START
020700     END-IF.
020800 1000-EXIT.
020900     EXIT.
021000*****************************************************************
021100*    1900-REFUSE-RUN  --  SAY WHY ON THE REPORT AND CONSOLE     *
021200*****************************************************************
021300 1900-REFUSE-RUN.
021400     MOVE "Y" TO WS-REFUSED-SWITCH.
021500     MOVE "Y" TO WS-EOF-SWITCH.
021600     MOVE 8 TO RETURN-CODE.
021700     MOVE SPACES TO CDLOG-REPORT-LINE.
021800     WRITE CDLOG-REPORT-LINE.
021900     WRITE CDLOG-REPORT-LINE FROM WS-MESSAGE-LINE.
022000     DISPLAY "CDLOGPRT - " WS-MESSAGE-LINE.
022100 1900-EXIT.
022200     EXIT.
022300*****************************************************************
022400*    2000-SELECTED-ITEM  --  ONE ITEM ASKED FOR BY CODE.  IT IS *
022500*    PRINTED EVEN IF NO LONGER CONTROLLED OR NO LONGER ON THE   *
022600*    MASTER, SINCE ITS LOG ENTRIES STILL STAND                  *
022700*****************************************************************
022800 2000-SELECTED-ITEM.
022900     MOVE WS-SEL-ITEM-CODE TO IV-ITEM-CODE.
023000     MOVE "Y" TO WS-ON-MASTER-SWITCH.
023100     READ INVENTORY-MASTER-FILE
023200         INVALID KEY
023300             MOVE "N" TO WS-ON-MASTER-SWITCH
023400             MOVE "NOT ON INVENTORY MASTER" TO IV-DESCRIPTION
023500             MOVE SPACES TO IV-UNIT-OF-ISSUE
023600     END-READ.
023700     PERFORM 3000-PRINT-ONE-ITEM THRU 3000-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000*****************************************************************
024100*    2500-NEXT-CONTROLLED-ITEM  --  WALK THE MASTER IN ITEM     *
024200*    ORDER AND PRINT EACH CONTROLLED ITEM                       *
024300*****************************************************************
024400 2500-NEXT-CONTROLLED-ITEM.
024500     READ INVENTORY-MASTER-FILE NEXT RECORD
024600         AT END
024700             MOVE "Y" TO WS-EOF-SWITCH
024800             GO TO 2500-EXIT
024900     END-READ.
025000     IF NOT IV-CONTROLLED-DRUG
025100         GO TO 2500-EXIT
025200     END-IF.
025300     MOVE "Y" TO WS-ON-MASTER-SWITCH.
025400     PERFORM 3000-PRINT-ONE-ITEM THRU 3000-EXIT.
025500 2500-EXIT.
025600     EXIT.
025700*****************************************************************
025800*    3000-PRINT-ONE-ITEM  --  ITEM HEADING, ONE PASS OF THE LOG *
025900*    FOR ITS ENTRIES, THEN THE CLOSING BALANCE                  *
026000*****************************************************************
026100 3000-PRINT-ONE-ITEM.
026200     ADD 1 TO WS-ITEMS-PRINTED.
026300     MOVE "N" TO WS-BALANCE-SWITCH.
026400     MOVE "N" TO WS-FORWARD-SWITCH.
026500     MOVE "N" TO WS-LOG-EOF-SWITCH.
026600     MOVE 0   TO WS-RUNNING-BALANCE.
026700     MOVE 0   TO WS-ITEM-RECEIVED.
026800     MOVE 0   TO WS-ITEM-DISPENSED.
026900     MOVE 0   TO WS-ITEM-ENTRIES.
027000     MOVE SPACES TO CDLOG-REPORT-LINE.
027100     WRITE CDLOG-REPORT-LINE.
027200     MOVE IV-ITEM-CODE     TO WS-IL-ITEM.
027300     MOVE IV-DESCRIPTION   TO WS-IL-DESCRIPTION.
027400     MOVE IV-UNIT-OF-ISSUE TO WS-IL-UNIT.
027500     WRITE CDLOG-REPORT-LINE FROM WS-ITEM-LINE.
027600     WRITE CDLOG-REPORT-LINE FROM WS-COLUMN-LINE.
027700     OPEN INPUT CONTROLLED-DRUG-LOG.
027800     PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
027900         UNTIL WS-END-OF-LOG.
028000     CLOSE CONTROLLED-DRUG-LOG.
028100     PERFORM 3300-PRINT-FORWARD THRU 3300-EXIT.
028200     PERFORM 3500-PRINT-CLOSING THRU 3500-EXIT.
028300 3000-EXIT.
028400     EXIT.
028500*****************************************************************
028600*    3100-READ-ONE-ENTRY  --  THE RANGE IS ON THE DATE LOGGED,  *
028700*    SO IT FOLLOWS LOG ORDER.  ENTRIES LOGGED BEFORE THE RANGE  *
028710*    ONLY CARRY THE BALANCE FORWARD; ENTRIES IN RANGE PRINT     *
028800*****************************************************************
028900 3100-READ-ONE-ENTRY.
029000     READ CONTROLLED-DRUG-LOG
029100         AT END
029200             MOVE "Y" TO WS-LOG-EOF-SWITCH
029300             GO TO 3100-EXIT
029400     END-READ.
029500     IF CD-ITEM-CODE NOT = IV-ITEM-CODE
029600         GO TO 3100-EXIT
029700     END-IF.
029800     IF CD-POSTED-DATE < WS-SEL-FROM-DATE
029900         MOVE CD-BALANCE TO WS-RUNNING-BALANCE
030000         MOVE "Y" TO WS-BALANCE-SWITCH
030100         GO TO 3100-EXIT
030200     END-IF.
030300     IF CD-POSTED-DATE > WS-SEL-THRU-DATE
030400         GO TO 3100-EXIT
030500     END-IF.
030600     PERFORM 3300-PRINT-FORWARD THRU 3300-EXIT.
030700     PERFORM 3200-PRINT-ENTRY THRU 3200-EXIT.
030800 3100-EXIT.
030900     EXIT.
031000*****************************************************************
031100*    3200-PRINT-ENTRY  --  ONE LOG ENTRY.  THE BALANCE PRINTED  *
031200*    IS THE ONE RECORDED; IF IT DOES NOT FOLLOW FROM THE        *
031300*    BALANCE BEFORE IT THE ENTRY IS FLAGGED                     *
031400*****************************************************************
031500 3200-PRINT-ENTRY.
031600     ADD 1 TO WS-ITEM-ENTRIES.
031700     ADD 1 TO WS-ENTRIES-PRINTED.
031710     MOVE CD-POSTED-DATE   TO WS-EDIT-DATE.
031720     MOVE WS-EDIT-DATE     TO WS-DL-LOGGED-DATE.
031800     MOVE CD-ENTRY-DATE    TO WS-EDIT-DATE.
031900     MOVE WS-EDIT-DATE     TO WS-DL-DATE.
032000     MOVE CD-PATIENT-ID    TO WS-DL-PATIENT-ID.
032100     MOVE CD-PROVIDER-CODE TO WS-DL-PROVIDER.
032200     MOVE CD-REFERENCE     TO WS-DL-REFERENCE.
032300     MOVE SPACES           TO WS-DL-IN.
032400     MOVE SPACES           TO WS-DL-OUT.
032500     MOVE SPACES           TO WS-DL-FLAG.
032600     MOVE CD-QUANTITY      TO WS-QUANTITY-EDITED.
032700     EVALUATE TRUE
032800         WHEN CD-OPENING-BALANCE
032900             MOVE "OPENING"  TO WS-DL-ENTRY
033000             MOVE WS-QUANTITY-EDITED TO WS-DL-IN
033100             MOVE CD-BALANCE TO WS-EXPECTED-BALANCE
033200         WHEN CD-RECEIVED
033300             MOVE "RECEIPT"  TO WS-DL-ENTRY
033400             MOVE WS-QUANTITY-EDITED TO WS-DL-IN
033500             ADD CD-QUANTITY TO WS-ITEM-RECEIVED
033600             COMPUTE WS-EXPECTED-BALANCE =
033700                 WS-RUNNING-BALANCE + CD-QUANTITY
033800         WHEN CD-DISPENSED
033900             MOVE "DISPENSE" TO WS-DL-ENTRY
034000             MOVE WS-QUANTITY-EDITED TO WS-DL-OUT
034100             ADD CD-QUANTITY TO WS-ITEM-DISPENSED
034200             COMPUTE WS-EXPECTED-BALANCE =
034300                 WS-RUNNING-BALANCE - CD-QUANTITY
034400         WHEN OTHER
034500             MOVE "UNKNOWN"  TO WS-DL-ENTRY
034600             MOVE WS-RUNNING-BALANCE TO WS-EXPECTED-BALANCE
034700     END-EVALUATE.
034800     IF WS-HAVE-BALANCE
034900            AND CD-BALANCE NOT = WS-EXPECTED-BALANCE
035000         MOVE "**" TO WS-DL-FLAG
035100         ADD 1 TO WS-DISCREPANCIES
035200         MOVE 4 TO RETURN-CODE
035300     END-IF.
035400     MOVE CD-BALANCE TO WS-DL-BALANCE.
035500     WRITE CDLOG-REPORT-LINE FROM WS-DETAIL-LINE.
035600     MOVE CD-BALANCE TO WS-RUNNING-BALANCE.
035700     MOVE "Y" TO WS-BALANCE-SWITCH.
035800 3200-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    3300-PRINT-FORWARD  --  BALANCE BROUGHT FORWARD, PRINTED   *
036200*    ONCE AHEAD OF THE FIRST ENTRY IN RANGE (OR ALONE IF THERE  *
036300*    ARE NONE) WHEN THE ITEM HAS ENTRIES BEFORE THE RANGE       *
036400*****************************************************************
036500 3300-PRINT-FORWARD.
036600     IF WS-FORWARD-PRINTED
036700         GO TO 3300-EXIT
036800     END-IF.
036900     MOVE "Y" TO WS-FORWARD-SWITCH.
037000     IF NOT WS-HAVE-BALANCE
037100         GO TO 3300-EXIT
037200     END-IF.
037300     MOVE "BALANCE FORWARD        :" TO WS-ML-LABEL.
037400     MOVE WS-RUNNING-BALANCE TO WS-ML-AMOUNT.
037500     MOVE SPACES TO WS-ML-NOTE.
037600     WRITE CDLOG-REPORT-LINE FROM WS-AMOUNT-LINE.
037700 3300-EXIT.
037800     EXIT.
037900*****************************************************************
038000*    3500-PRINT-CLOSING  --  ITEM TOTALS AND CLOSING BALANCE.   *
038100*    IF THE RANGE RUNS TO TODAY THE CLOSING BALANCE SHOULD BE   *
038200*    WHAT THE MASTER SAYS IS ON THE SHELF                       *
038300*****************************************************************
038400 3500-PRINT-CLOSING.
038500     MOVE SPACES TO WS-ML-NOTE.
038600     MOVE "RECEIVED IN RANGE      :" TO WS-ML-LABEL.
038700     MOVE WS-ITEM-RECEIVED TO WS-ML-AMOUNT.
038800     WRITE CDLOG-REPORT-LINE FROM WS-AMOUNT-LINE.
038900     MOVE "DISPENSED IN RANGE     :" TO WS-ML-LABEL.
039000     MOVE WS-ITEM-DISPENSED TO WS-ML-AMOUNT.
039100     WRITE CDLOG-REPORT-LINE FROM WS-AMOUNT-LINE.
039200     IF NOT WS-HAVE-BALANCE
039300         MOVE "NO LOG ENTRIES FOR THIS ITEM" TO WS-MESSAGE-LINE
039400         WRITE CDLOG-REPORT-LINE FROM WS-MESSAGE-LINE
039500         GO TO 3500-EXIT
039600     END-IF.
039700     MOVE "CLOSING BALANCE        :" TO WS-ML-LABEL.
039800     MOVE WS-RUNNING-BALANCE TO WS-ML-AMOUNT.
039900     IF WS-ITEM-ON-MASTER
040000            AND WS-SEL-THRU-DATE NOT < WS-CURRENT-DATE
040100            AND WS-RUNNING-BALANCE NOT = IV-ON-HAND
040200         MOVE "** DIFFERS FROM ON HAND ON MASTER"
040300             TO WS-ML-NOTE
040400         ADD 1 TO WS-DISCREPANCIES
040500         MOVE 4 TO RETURN-CODE
040600     END-IF.
040700     WRITE CDLOG-REPORT-LINE FROM WS-AMOUNT-LINE.
040800 3500-EXIT.
040900     EXIT.
041000*****************************************************************
041100*    8000-PRINT-TOTALS                                          *
041200*****************************************************************
041300 8000-PRINT-TOTALS.
041400     MOVE SPACES TO CDLOG-REPORT-LINE.
041500     WRITE CDLOG-REPORT-LINE.
041600     MOVE "ITEMS PRINTED          :" TO WS-CL-LABEL.
041700     MOVE WS-ITEMS-PRINTED TO WS-CL-COUNT.
041800     WRITE CDLOG-REPORT-LINE FROM WS-COUNT-LINE.
041900     MOVE "ENTRIES PRINTED        :" TO WS-CL-LABEL.
042000     MOVE WS-ENTRIES-PRINTED TO WS-CL-COUNT.
042100     WRITE CDLOG-REPORT-LINE FROM WS-COUNT-LINE.
042200     MOVE "BALANCES FLAGGED       :" TO WS-CL-LABEL.
042300     MOVE WS-DISCREPANCIES TO WS-CL-COUNT.
042400     WRITE CDLOG-REPORT-LINE FROM WS-COUNT-LINE.
042500 8000-EXIT.
042600     EXIT.
042700*****************************************************************
042800*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
042900*****************************************************************
043000 9999-TERMINATE.
043100     DISPLAY "CDLOGPRT - ITEMS PRINTED  : " WS-ITEMS-PRINTED.
043200     DISPLAY "CDLOGPRT - ENTRIES PRINTED: " WS-ENTRIES-PRINTED.
043300     DISPLAY "CDLOGPRT - BALANCES FLAGGED: " WS-DISCREPANCIES.
043400     IF WS-MASTER-AVAILABLE
043500         CLOSE INVENTORY-MASTER-FILE
043600     END-IF.
043700     CLOSE CDLOG-REPORT.
043800 9999-EXIT.
043900     EXIT.
