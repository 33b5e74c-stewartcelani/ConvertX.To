000100*****************************************************************
000200*                                                               *
000300*    BOMLOAD                                                    *
000400*                                                               *
000500*    BILL-OF-MATERIALS LOAD / MAINTENANCE JOB                   *
000600*                                                               *
000700*    READS THE KEYED BILL-OF-MATERIALS FILE (BOMRAW, ONE        *
000800*    17-BYTE IMAGE PER LINE: SERVICE CODE, ITEM CODE, AND THE   *
000900*    QUANTITY OF THE ITEM ONE POSTING OF THE SERVICE USES) AND  *
001000*    APPLIES EACH ENTRY TO THE BILL-OF-MATERIALS FILE (INVBOM): *
001100*    A NEW SERVICE/ITEM PAIR IS ADDED, AN EXISTING ONE TAKES    *
001200*    THE NEW QUANTITY, AND A ZERO QUANTITY REMOVES THE ITEM     *
001300*    FROM THE SERVICE.                                          *
001400*                                                               *
001500*    THE SERVICE CODE MUST BE ON THE FEE SCHEDULE (FEESCHED)    *
001600*    AND THE ITEM ON THE INVENTORY MASTER (INVMAST), OR THE     *
001700*    ENTRY IS COUNTED AND SKIPPED; SO IS ONE WITH A QUANTITY    *
001800*    THAT IS NOT NUMERIC.  SERVICE CODE FC IS RESERVED FOR      *
001900*    FINANCE CHARGES AND NEVER USES STOCK.                      *
002000*                                                               *
002100*    MODIFICATION HISTORY                                       *
002200*    --------------------                                       *
002300*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002400*                                                               *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  BOMLOAD.
002800 AUTHOR.      J MORALES.
002900 INSTALLATION. CLINIC DATA PROCESSING.
003000 DATE-WRITTEN. 2026/10/15.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
003500 OBJECT-COMPUTER. GNUCOBOL.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BOM-RAW-FILE ASSIGN TO "BOMRAW"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-BR-STATUS.
004100     SELECT BOM-FILE ASSIGN TO "INVBOM"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS BM-KEY
004500         FILE STATUS IS WS-BM-STATUS.
004600     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS FS-SERVICE-CODE
005000         FILE STATUS IS WS-FS-STATUS.
005100     SELECT INVENTORY-MASTER-FILE ASSIGN TO "INVMAST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS IV-ITEM-CODE
005500         FILE STATUS IS WS-IV-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  BOM-RAW-FILE.
005900 01  BOM-RAW-RECORD                 PIC X(17).
006000 FD  BOM-FILE.
006100     COPY BOMREC.
006200 FD  FEE-SCHEDULE-FILE.
006300     COPY FEESCHED.
006400 FD  INVENTORY-MASTER-FILE.
006500     COPY INVREC.
006600 WORKING-STORAGE SECTION.
006700 01  WS-BR-STATUS                   PIC X(02).
006800 01  WS-BM-STATUS                   PIC X(02).
006900 01  WS-FS-STATUS                   PIC X(02).
007000 01  WS-IV-STATUS                   PIC X(02).
007100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
007200     88  WS-END-OF-FILE                           VALUE "Y".
007300 01  WS-BLOCKED-SWITCH              PIC X(01)     VALUE "N".
007400     88  WS-RUN-BLOCKED                           VALUE "Y".
007500 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
007600     88  WS-PAIR-ON-FILE                          VALUE "Y".
007700 01  WS-WORK-ENTRY.
007800     05  WS-WK-SERVICE-CODE         PIC X(04).
007900     05  WS-WK-ITEM-CODE            PIC X(06).
008000     05  WS-WK-QUANTITY             PIC 9(5)V99.
008100 01  WS-ENTRIES-READ                PIC 9(07)     COMP VALUE 0.
008200 01  WS-ENTRIES-ADDED               PIC 9(07)     COMP VALUE 0.
008300 01  WS-ENTRIES-UPDATED             PIC 9(07)     COMP VALUE 0.
008400 01  WS-ENTRIES-REMOVED             PIC 9(07)     COMP VALUE 0.
008500 01  WS-ENTRIES-SKIPPED             PIC 9(07)     COMP VALUE 0.
008600 PROCEDURE DIVISION.
008700*****************************************************************
008800*    0000-MAINLINE                                              *
008900*****************************************************************
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
009300         UNTIL WS-END-OF-FILE.
009400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
009500     STOP RUN.
009600*****************************************************************
009700*    1000-INITIALIZE  --  OPEN FILES, PRIME READ.  WITHOUT THE  *
009800*    FEE SCHEDULE OR THE INVENTORY MASTER NOTHING CAN BE        *
009900*    CHECKED, SO NOTHING IS LOADED                              *
010000*****************************************************************
010100 1000-INITIALIZE.
010200     OPEN INPUT FEE-SCHEDULE-FILE.
010300     IF WS-FS-STATUS NOT = "00"
010400         MOVE "Y" TO WS-BLOCKED-SWITCH
010500         MOVE "Y" TO WS-EOF-SWITCH
010600         MOVE 8 TO RETURN-CODE
010700         DISPLAY "BOMLOAD - FEE SCHEDULE NOT AVAILABLE, "
010800             "NOTHING LOADED"
010900         GO TO 1000-EXIT
011000     END-IF.
011100     OPEN INPUT INVENTORY-MASTER-FILE.
011200     IF WS-IV-STATUS NOT = "00"
011300         MOVE "Y" TO WS-BLOCKED-SWITCH
011400         MOVE "Y" TO WS-EOF-SWITCH
011500         MOVE 8 TO RETURN-CODE
011600         DISPLAY "BOMLOAD - INVENTORY MASTER NOT AVAILABLE, "
011700             "NOTHING LOADED"
011800         CLOSE FEE-SCHEDULE-FILE
011900         GO TO 1000-EXIT
012000     END-IF.
012100     OPEN INPUT BOM-RAW-FILE.
012200     IF WS-BR-STATUS = "35"
012300         MOVE "Y" TO WS-EOF-SWITCH
012400         DISPLAY "BOMLOAD - KEYED BILL OF MATERIALS (BOMRAW) "
012500             "NOT FOUND"
012600     END-IF.
012700     OPEN I-O BOM-FILE.
012800     IF WS-BM-STATUS = "35"
012900         OPEN OUTPUT BOM-FILE
013000         CLOSE BOM-FILE
013100         OPEN I-O BOM-FILE
013200     END-IF.
013300     IF NOT WS-END-OF-FILE
013400         PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013800*****************************************************************
013900*    2000-APPLY-ONE-ENTRY  --  ADD, CHANGE OR REMOVE ONE ITEM   *
014000*    OF ONE SERVICE                                             *
014100*****************************************************************
014200 2000-APPLY-ONE-ENTRY.
014300     ADD 1 TO WS-ENTRIES-READ.
014400     MOVE BOM-RAW-RECORD TO WS-WORK-ENTRY.
014500     IF WS-WK-SERVICE-CODE = SPACES
014600            OR WS-WK-ITEM-CODE = SPACES
014700            OR WS-WK-QUANTITY NOT NUMERIC
014800         ADD 1 TO WS-ENTRIES-SKIPPED
014900         DISPLAY "BOMLOAD - BAD ENTRY SKIPPED: "
015000             WS-WK-SERVICE-CODE " " WS-WK-ITEM-CODE
015100         GO TO 2000-NEXT
015200     END-IF.
015300     IF WS-WK-SERVICE-CODE = "FC"
015400         ADD 1 TO WS-ENTRIES-SKIPPED
015500         DISPLAY "BOMLOAD - FC IS RESERVED FOR FINANCE "
015600             "CHARGES, ENTRY SKIPPED"
015700         GO TO 2000-NEXT
015800     END-IF.
015900     MOVE WS-WK-SERVICE-CODE TO FS-SERVICE-CODE.
016000     READ FEE-SCHEDULE-FILE
016100         INVALID KEY
016200             ADD 1 TO WS-ENTRIES-SKIPPED
016300             DISPLAY "BOMLOAD - SERVICE NOT ON FEE SCHEDULE, "
016400                 "SKIPPED: " WS-WK-SERVICE-CODE
016500             GO TO 2000-NEXT
016600     END-READ.
016700     MOVE WS-WK-ITEM-CODE TO IV-ITEM-CODE.
016800     READ INVENTORY-MASTER-FILE
016900         INVALID KEY
017000             ADD 1 TO WS-ENTRIES-SKIPPED
017100             DISPLAY "BOMLOAD - ITEM NOT ON INVENTORY MASTER, "
017200                 "SKIPPED: " WS-WK-ITEM-CODE
017300             GO TO 2000-NEXT
017400     END-READ.
017500     MOVE "Y" TO WS-FOUND-SWITCH.
017600     MOVE WS-WK-SERVICE-CODE TO BM-SERVICE-CODE.
017700     MOVE WS-WK-ITEM-CODE    TO BM-ITEM-CODE.
017800     READ BOM-FILE
017900         KEY IS BM-KEY
018000         INVALID KEY
018100             MOVE "N" TO WS-FOUND-SWITCH
018200     END-READ.
018300     IF WS-WK-QUANTITY = 0
018400         PERFORM 2300-REMOVE-ITEM THRU 2300-EXIT
018500         GO TO 2000-NEXT
018600     END-IF.
018700     MOVE WS-WK-QUANTITY TO BM-QUANTITY.
018800     IF WS-PAIR-ON-FILE
018900         REWRITE BILL-OF-MATERIAL-RECORD
019000             INVALID KEY
019100                 DISPLAY "BOMLOAD - REWRITE FAILED: "
019200                     BM-KEY
019300         END-REWRITE
019400         ADD 1 TO WS-ENTRIES-UPDATED
019500     ELSE
019600         WRITE BILL-OF-MATERIAL-RECORD
019700             INVALID KEY
019800                 DISPLAY "BOMLOAD - WRITE FAILED: "
019900                     BM-KEY
020000         END-WRITE
020100         ADD 1 TO WS-ENTRIES-ADDED
020200     END-IF.
020300 2000-NEXT.
020400     PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT.
020500 2000-EXIT.
020600     EXIT.
020700*****************************************************************
020800*    2100-READ-RAW-ENTRY  --  READ-AHEAD OF THE KEYED ENTRIES   *
020900*****************************************************************
021000 2100-READ-RAW-ENTRY.
021100     READ BOM-RAW-FILE
021200         AT END
021300             MOVE "Y" TO WS-EOF-SWITCH
021400     END-READ.
021500 2100-EXIT.
021600     EXIT.
021700*****************************************************************
021800*    2300-REMOVE-ITEM  --  A ZERO QUANTITY TAKES THE ITEM OFF   *
021900*    THE SERVICE; ONE NOT ON FILE IS SIMPLY NOT THERE TO TAKE   *
022000*****************************************************************
022100 2300-REMOVE-ITEM.
022200     IF NOT WS-PAIR-ON-FILE
022300         ADD 1 TO WS-ENTRIES-SKIPPED
022400         DISPLAY "BOMLOAD - NOTHING TO REMOVE, SKIPPED: "
022500             BM-KEY
022600         GO TO 2300-EXIT
022700     END-IF.
022800     DELETE BOM-FILE RECORD
022900         INVALID KEY
023000             DISPLAY "BOMLOAD - DELETE FAILED: " BM-KEY
023100             GO TO 2300-EXIT
023200     END-DELETE.
023300     ADD 1 TO WS-ENTRIES-REMOVED.
023400 2300-EXIT.
023500     EXIT.
023600*****************************************************************
023700*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
023800*****************************************************************
023900 9999-TERMINATE.
024000     DISPLAY "BOMLOAD - ENTRIES READ   : " WS-ENTRIES-READ.
024100     DISPLAY "BOMLOAD - ENTRIES ADDED  : " WS-ENTRIES-ADDED.
024200     DISPLAY "BOMLOAD - ENTRIES UPDATED: " WS-ENTRIES-UPDATED.
024300     DISPLAY "BOMLOAD - ENTRIES REMOVED: " WS-ENTRIES-REMOVED.
024400     DISPLAY "BOMLOAD - ENTRIES SKIPPED: " WS-ENTRIES-SKIPPED.
024500     IF WS-RUN-BLOCKED
024600         GO TO 9999-EXIT
024700     END-IF.
024800     IF NOT WS-BR-STATUS = "35"
024900         CLOSE BOM-RAW-FILE
025000     END-IF.
025100     CLOSE BOM-FILE.
025200     CLOSE FEE-SCHEDULE-FILE.
025300     CLOSE INVENTORY-MASTER-FILE.
025400 9999-EXIT.
025500     EXIT.
