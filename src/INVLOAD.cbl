000100*****************************************************************
000200*                                                               *
000300*    INVLOAD                                                    *
000400*                                                               *
000500*    INVENTORY MASTER LOAD / MAINTENANCE JOB                    *
000600*                                                               *
000700*    READS THE KEYED ITEM FILE (INVRAW, ONE 75-BYTE ITEM IMAGE  *
000800*    PER LINE: ITEM CODE, DESCRIPTION, UNIT OF ISSUE,           *
000900*    CONTROLLED FLAG Y OR N, ON HAND, UNIT COST, REORDER POINT  *
001000*    AND REORDER QUANTITY) AND APPLIES EACH ENTRY TO THE        *
001100*    INVENTORY MASTER (INVMAST): A NEW ITEM CODE IS ADDED AND   *
001200*    AN EXISTING ONE IS REWRITTEN IN PLACE, SO THE SAME JOB     *
001300*    DOES THE INITIAL BUILD AND EVERY CHANGE AFTERWARD.         *
001400*                                                               *
001500*    THE ON-HAND QUANTITY IS TAKEN FROM THE ENTRY ONLY WHEN THE *
001600*    ITEM IS ADDED.  AFTER THAT STOCK MOVES ONLY THROUGH        *
001700*    DEPLETION (INVDEPL) AND RECEIVING (INVRECV), SO A RELOAD   *
001800*    CAN NEVER UNDO EITHER; A DIFFERENT FIGURE ON THE ENTRY IS  *
001900*    LISTED ON THE CONSOLE AND IGNORED.  WHEN A CONTROLLED ITEM *
002000*    IS ADDED, OR AN EXISTING ITEM IS FIRST FLAGGED CONTROLLED, *
002100*    ITS ON-HAND IS WRITTEN TO THE CONTROLLED-DRUG LOG AS THE   *
002200*    OPENING BALANCE THE DISPENSING HISTORY RUNS FROM.          *
002300*                                                               *
002400*    AN ENTRY WITH NO ITEM CODE, A FLAG OTHER THAN Y OR N, OR   *
002500*    QUANTITIES THAT ARE NOT NUMERIC IS COUNTED AND SKIPPED.    *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    --------------------                                       *
002900*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  INVLOAD.
003400 AUTHOR.      J MORALES.
003500 INSTALLATION. CLINIC DATA PROCESSING.
003600 DATE-WRITTEN. 2026/10/15.
003700 DATE-COMPILED.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GNUCOBOL.
004100 OBJECT-COMPUTER. GNUCOBOL.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT INV-RAW-FILE ASSIGN TO "INVRAW"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-IR-STATUS.
004700     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS IV-ITEM-CODE
005100         FILE STATUS IS WS-IV-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  INV-RAW-FILE.
005500 01  INV-RAW-RECORD                 PIC X(75).
005600 FD  INVENTORY-MASTER-FILE.
005700     COPY INVREC.
005800 WORKING-STORAGE SECTION.
005900 01  WS-IR-STATUS                   PIC X(02).
006000 01  WS-IV-STATUS                   PIC X(02).
006100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006200     88  WS-END-OF-FILE                           VALUE "Y".
006300 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
006400     88  WS-ITEM-ON-FILE                          VALUE "Y".
006500 01  WS-WAS-CONTROLLED-SWITCH       PIC X(01)     VALUE "N".
006600     88  WS-WAS-CONTROLLED                        VALUE "Y".
006700 01  WS-WORK-ENTRY.
006800     05  WS-WK-ITEM-CODE            PIC X(06).
006900     05  WS-WK-DESCRIPTION          PIC X(30).
007000     05  WS-WK-UNIT-OF-ISSUE        PIC X(04).
007100     05  WS-WK-CONTROLLED-FLAG      PIC X(01).
007200     05  WS-WK-QUANTITIES.
007300         10  WS-WK-ON-HAND          PIC 9(7)V99.
007400         10  WS-WK-UNIT-COST        PIC 9(5)V99.
007500         10  WS-WK-REORDER-POINT    PIC 9(7)V99.
007600         10  WS-WK-REORDER-QTY      PIC 9(7)V99.
007700 01  WS-CURRENT-DATE                PIC 9(08).
007800 01  WS-ENTRIES-READ                PIC 9(07)     COMP VALUE 0.
007900 01  WS-ENTRIES-ADDED               PIC 9(07)     COMP VALUE 0.
008000 01  WS-ENTRIES-UPDATED             PIC 9(07)     COMP VALUE 0.
008100 01  WS-ENTRIES-SKIPPED             PIC 9(07)     COMP VALUE 0.
008200 01  WS-OPENINGS-LOGGED             PIC 9(07)     COMP VALUE 0.
008300 01  CDLOG-PARM-AREA.
008400     05  CP-FUNCTION-CODE           PIC X(01).
008500         88  CP-WRITE-ENTRY                       VALUE "W".
008600         88  CP-CLOSE-LOG                         VALUE "C".
008700     05  CP-ITEM-CODE               PIC X(06).
008800     05  CP-ENTRY-TYPE              PIC X(01).
008900     05  CP-ENTRY-DATE              PIC 9(08).
009000     05  CP-PATIENT-ID              PIC X(05).
009100     05  CP-PROVIDER-CODE           PIC X(02).
009200     05  CP-SERVICE-CODE            PIC X(04).
009300     05  CP-REFERENCE               PIC X(15).
009400     05  CP-QUANTITY                PIC 9(7)V99.
009500     05  CP-BALANCE                 PIC S9(7)V99.
009600     05  CP-POSTED-BY               PIC X(08).
009700     05  CP-RETURN-CODE             PIC 9(02).
009800 PROCEDURE DIVISION.
009900*****************************************************************
010000*    0000-MAINLINE                                              *
010100*****************************************************************
010200 0000-MAINLINE.
010300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010400     PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
010500         UNTIL WS-END-OF-FILE.
010600     PERFORM 9999-TERMINATE THRU 9999-EXIT.
010700     STOP RUN.
010800*****************************************************************
010900*    1000-INITIALIZE  --  OPEN FILES, PRIME READ                *
011000*****************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011300     OPEN INPUT INV-RAW-FILE.
011400     IF WS-IR-STATUS = "35"
011500         MOVE "Y" TO WS-EOF-SWITCH
011600         DISPLAY "INVLOAD - KEYED ITEM FILE (INVRAW) NOT FOUND"
011700     END-IF.
011800     OPEN I-O INVENTORY-MASTER-FILE.
011900     IF WS-IV-STATUS = "35"
012000         OPEN OUTPUT INVENTORY-MASTER-FILE
012100         CLOSE INVENTORY-MASTER-FILE
012200         OPEN I-O INVENTORY-MASTER-FILE
012300     END-IF.
012400     IF NOT WS-END-OF-FILE
012500         PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT
012600     END-IF.
012700 1000-EXIT.
012800     EXIT.
012900*****************************************************************
013000*    2000-APPLY-ONE-ENTRY  --  ADD A NEW ITEM OR UPDATE ONE     *
013100*****************************************************************
013200 2000-APPLY-ONE-ENTRY.
013300     ADD 1 TO WS-ENTRIES-READ.
013400     MOVE INV-RAW-RECORD TO WS-WORK-ENTRY.
013500     IF WS-WK-CONTROLLED-FLAG = SPACE
013600         MOVE "N" TO WS-WK-CONTROLLED-FLAG
013700     END-IF.
013800     IF WS-WK-ITEM-CODE = SPACES
013900            OR WS-WK-QUANTITIES NOT NUMERIC
014000            OR (WS-WK-CONTROLLED-FLAG NOT = "Y"
014100                AND WS-WK-CONTROLLED-FLAG NOT = "N")
014200         ADD 1 TO WS-ENTRIES-SKIPPED
014300         DISPLAY "INVLOAD - BAD ENTRY SKIPPED: "
014400             WS-WK-ITEM-CODE
014500         GO TO 2000-NEXT
014600     END-IF.
014700     MOVE "Y" TO WS-FOUND-SWITCH.
014800     MOVE WS-WK-ITEM-CODE TO IV-ITEM-CODE.
014900     READ INVENTORY-MASTER-FILE
015000         KEY IS IV-ITEM-CODE
015100         INVALID KEY
015200             MOVE "N" TO WS-FOUND-SWITCH
015300     END-READ.
015400     IF WS-ITEM-ON-FILE
015500         PERFORM 2200-UPDATE-ITEM THRU 2200-EXIT
015600     ELSE
015700         PERFORM 2300-ADD-ITEM THRU 2300-EXIT
015800     END-IF.
015900 2000-NEXT.
016000     PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT.
016100 2000-EXIT.
016200     EXIT.
016300*****************************************************************
016400*    2100-READ-RAW-ENTRY  --  READ-AHEAD OF THE KEYED ITEMS     *
016500*****************************************************************
016600 2100-READ-RAW-ENTRY.
016700     READ INV-RAW-FILE
016800         AT END
016900             MOVE "Y" TO WS-EOF-SWITCH
017000     END-READ.
017100 2100-EXIT.
017200     EXIT.
017300*****************************************************************
017400*    2200-UPDATE-ITEM  --  NEW DESCRIPTION, FLAG, COST AND      *
017500*    REORDER FIGURES; ON HAND, ON ORDER AND DATES ARE KEPT      *
017600*****************************************************************
017700 2200-UPDATE-ITEM.
017800     MOVE IV-CONTROLLED-FLAG TO WS-WAS-CONTROLLED-SWITCH.
017900     IF WS-WK-ON-HAND NOT = IV-ON-HAND
018000         DISPLAY "INVLOAD - ON HAND NOT CHANGED BY RELOAD: "
018100             IV-ITEM-CODE
018200     END-IF.
018300     MOVE WS-WK-DESCRIPTION     TO IV-DESCRIPTION.
018400     MOVE WS-WK-UNIT-OF-ISSUE   TO IV-UNIT-OF-ISSUE.
018500     MOVE WS-WK-CONTROLLED-FLAG TO IV-CONTROLLED-FLAG.
018600     MOVE WS-WK-UNIT-COST       TO IV-UNIT-COST.
018700     MOVE WS-WK-REORDER-POINT   TO IV-REORDER-POINT.
018800     MOVE WS-WK-REORDER-QTY     TO IV-REORDER-QTY.
018900     REWRITE INVENTORY-ITEM-RECORD
019000         INVALID KEY
019100             DISPLAY "INVLOAD - REWRITE FAILED: "
019200                 IV-ITEM-CODE
019300             GO TO 2200-EXIT
019400     END-REWRITE.
019500     ADD 1 TO WS-ENTRIES-UPDATED.
019600     IF IV-CONTROLLED-DRUG
019700            AND NOT WS-WAS-CONTROLLED
019800         PERFORM 2500-LOG-OPENING THRU 2500-EXIT
019900     END-IF.
020000 2200-EXIT.
020100     EXIT.
020200*****************************************************************
020300*    2300-ADD-ITEM  --  NEW ITEM WITH ITS OPENING STOCK         *
020400*****************************************************************
020500 2300-ADD-ITEM.
020600     MOVE WS-WK-ITEM-CODE       TO IV-ITEM-CODE.
020700     MOVE WS-WK-DESCRIPTION     TO IV-DESCRIPTION.
020800     MOVE WS-WK-UNIT-OF-ISSUE   TO IV-UNIT-OF-ISSUE.
020900     MOVE WS-WK-CONTROLLED-FLAG TO IV-CONTROLLED-FLAG.
021000     MOVE WS-WK-ON-HAND         TO IV-ON-HAND.
021100     MOVE WS-WK-UNIT-COST       TO IV-UNIT-COST.
021200     MOVE WS-WK-REORDER-POINT   TO IV-REORDER-POINT.
021300     MOVE WS-WK-REORDER-QTY     TO IV-REORDER-QTY.
021400     MOVE 0                     TO IV-ON-ORDER.
021500     MOVE 0                     TO IV-LAST-ORDER-DATE.
021600     MOVE 0                     TO IV-LAST-RECEIVED-DATE.
021700     MOVE 0                     TO IV-LAST-USED-DATE.
021800     WRITE INVENTORY-ITEM-RECORD
021900         INVALID KEY
022000             DISPLAY "INVLOAD - WRITE FAILED: "
022100                 IV-ITEM-CODE
022200             GO TO 2300-EXIT
022300     END-WRITE.
022400     ADD 1 TO WS-ENTRIES-ADDED.
022500     IF IV-CONTROLLED-DRUG
022600         PERFORM 2500-LOG-OPENING THRU 2500-EXIT
022700     END-IF.
022800 2300-EXIT.
022900     EXIT.
023000*****************************************************************
023100*    2500-LOG-OPENING  --  OPENING BALANCE OF A CONTROLLED      *
023200*    ITEM ON THE CONTROLLED-DRUG LOG                            *
023300*****************************************************************
023400 2500-LOG-OPENING.
023500     MOVE "W"             TO CP-FUNCTION-CODE.
023600     MOVE IV-ITEM-CODE    TO CP-ITEM-CODE.
023700     MOVE "O"             TO CP-ENTRY-TYPE.
023800     MOVE WS-CURRENT-DATE TO CP-ENTRY-DATE.
023900     MOVE SPACES          TO CP-PATIENT-ID.
024000     MOVE SPACES          TO CP-PROVIDER-CODE.
024100     MOVE SPACES          TO CP-SERVICE-CODE.
024200     MOVE "OPENING COUNT" TO CP-REFERENCE.
024300     MOVE IV-ON-HAND      TO CP-QUANTITY.
024400     MOVE IV-ON-HAND      TO CP-BALANCE.
024500     MOVE "INVLOAD"       TO CP-POSTED-BY.
024600     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
024700     IF CP-RETURN-CODE NOT = 0
024800         DISPLAY "INVLOAD - CONTROLLED-DRUG LOG WRITE FAILED: "
024900             IV-ITEM-CODE
025000     ELSE
025100         ADD 1 TO WS-OPENINGS-LOGGED
025200     END-IF.
025300 2500-EXIT.
025400     EXIT.
025500*****************************************************************
025600*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
025700*****************************************************************
025800 9999-TERMINATE.
025900     DISPLAY "INVLOAD - ENTRIES READ   : " WS-ENTRIES-READ.
026000     DISPLAY "INVLOAD - ENTRIES ADDED  : " WS-ENTRIES-ADDED.
026100     DISPLAY "INVLOAD - ENTRIES UPDATED: " WS-ENTRIES-UPDATED.
026200     DISPLAY "INVLOAD - ENTRIES SKIPPED: " WS-ENTRIES-SKIPPED.
026300     DISPLAY "INVLOAD - OPENINGS LOGGED: " WS-OPENINGS-LOGGED.
026400     MOVE "C" TO CP-FUNCTION-CODE.
026500     CALL "CDLOGWRT" USING CDLOG-PARM-AREA.
026600     IF NOT WS-IR-STATUS = "35"
026700         CLOSE INV-RAW-FILE
026800     END-IF.
026900     CLOSE INVENTORY-MASTER-FILE.
027000 9999-EXIT.
027100     EXIT.
