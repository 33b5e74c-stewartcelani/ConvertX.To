000100*****************************************************************
000200*                                                               *
000300*    VSTINVC                                                    *
000400*                                                               *
000500*    ITEMIZED VISIT INVOICE PRINT                               *
000600*                                                               *
000700*    PRINTS ONE INVOICE PER PATIENT VISIT FOR A GIVEN DAY FROM  *
000800*    THE VISIT HISTORY FILE (VISTHIST).  EVERY SERVICE LINE ON  *
000900*    THE VISIT PRINTS ON ITS OWN WITH THE LINE NUMBER, SERVICE  *
001000*    CODE, THE SERVICE DESCRIPTION FROM THE FEE SCHEDULE        *
001100*    (FEESCHED), THE PROVIDER AND THE FEE, FOLLOWED BY THE      *
001200*    VISIT TOTAL.  THE INVOICE IS HEADED, LIKE THE BILLING      *
001300*    STATEMENT, WITH THE OWNER'S NAME AND PHONE FROM JR-FILE,   *
001400*    THE MAILING ADDRESS FROM THE OWNER MASTER, THE ACCT_NO AND *
001500*    THE PATIENT-ID.                                            *
001600*                                                               *
001700*    FINANCE CHARGES (SERVICE CODE FC) SHARE THE HISTORY FILE   *
001800*    BUT ARE NOT PART OF A VISIT AND ARE LEFT OFF.              *
001900*                                                               *
002000*    THE DATE IS ACCEPTED FROM THE OPERATOR AS YYYYMMDD;        *
002100*    ANYTHING NOT NUMERIC FALLS BACK TO TODAY.  A PATIENT-ID    *
002200*    MAY BE GIVEN TO REPRINT ONE INVOICE; LEFT BLANK, EVERY     *
002300*    VISIT ON THE DATE IS PRINTED.  A SERVICE CODE NO LONGER    *
002400*    ON THE FEE SCHEDULE STILL PRINTS, WITH THE DESCRIPTION     *
002500*    MARKED; A MISSING OWNER MASTER LEAVES THE ADDRESS OFF.     *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    --------------------                                       *
002900*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  VSTINVC.
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
004400     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS VH-KEY
004800         FILE STATUS IS WS-VH-STATUS.
004900     SELECT JR-FILE ASSIGN TO "JRFILE"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS PATIENT-ID
005300         FILE STATUS IS WS-JR-STATUS.
005400     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS OM-PHONE
005800         FILE STATUS IS WS-OM-STATUS.
005900     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS FS-SERVICE-CODE
006300         FILE STATUS IS WS-FS-STATUS.
006400     SELECT INVOICE-FILE ASSIGN TO "INVCOUT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-IV-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  VISIT-HISTORY-FILE.
007000     COPY VISTREC.
007100 FD  JR-FILE.
007200     COPY JRREC.
007300 FD  OWNER-MASTER-FILE.
007400     COPY OWNREC.
007500 FD  FEE-SCHEDULE-FILE.
007600     COPY FEESCHED.
007700 FD  INVOICE-FILE.
007800 01  INVOICE-LINE                   PIC X(80).
007900 WORKING-STORAGE SECTION.
008000 01  WS-VH-STATUS                   PIC X(02).
008100 01  WS-JR-STATUS                   PIC X(02).
008200 01  WS-OM-STATUS                   PIC X(02).
008300 01  WS-FS-STATUS                   PIC X(02).
008400 01  WS-IV-STATUS                   PIC X(02).
008500 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008600     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
008700 01  WS-FS-AVAIL-SWITCH             PIC X(01)     VALUE "N".
008800     88  WS-FEE-SCHEDULE-AVAILABLE                VALUE "Y".
008900 01  WS-ADDR-FOUND-SWITCH           PIC X(01)     VALUE "N".
009000     88  WS-ADDRESS-FOUND                         VALUE "Y".
009100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
009200     88  WS-END-OF-FILE                           VALUE "Y".
009300 01  WS-INVOICE-SWITCH              PIC X(01)     VALUE "N".
009400     88  WS-INVOICE-OPEN                          VALUE "Y".
009500 01  WS-REQUEST-DATE-IN             PIC X(08).
009600 01  WS-REQUEST-DATE                PIC 9(08).
009700 01  WS-REQUEST-PATIENT-ID          PIC X(05).
009800 01  WS-CURRENT-DATE                PIC 9(08).
009900 01  WS-VH-DATE-N                   PIC 9(08).
010000 01  WS-INVOICE-PATIENT-ID          PIC X(05).
010100 01  WS-INVOICE-TOTAL               PIC S9(7)V99  VALUE 0.
010200 01  WS-INVOICE-LINES               PIC 9(03)     COMP VALUE 0.
010300 01  WS-HISTORY-READ                PIC 9(07)     COMP VALUE 0.
010400 01  WS-INVOICES-PRINTED            PIC 9(07)     COMP VALUE 0.
010500 01  WS-LINES-PRINTED               PIC 9(07)     COMP VALUE 0.
010600 01  WS-INVOICED-DOLLARS            PIC S9(9)V99  VALUE 0.
010700 01  WS-SEP-LINE.
010800     05  FILLER                     PIC X(40)     VALUE
010900         "----------------------------------------".
011000     05  FILLER                     PIC X(20)     VALUE
011100         "--------------------".
011200 01  WS-TITLE-LINE.
011300     05  FILLER                     PIC X(24)     VALUE
011400         "CLINIC VISIT INVOICE".
011500     05  FILLER                     PIC X(07)     VALUE "  DATE ".
011600     05  WS-TL-DATE                 PIC 9999/99/99.
011700 01  WS-OWNER-LINE.
011800     05  FILLER                     PIC X(08)     VALUE "TO:".
011900     05  WS-OL-OWNER                PIC X(30).
012000 01  WS-PHONE-LINE.
012100     05  FILLER                     PIC X(08)     VALUE "PHONE:".
012200     05  WS-PL-PHONE                PIC X(08).
012300 01  WS-ADDR-LINE-1.
012400     05  FILLER                     PIC X(08)     VALUE SPACES.
012500     05  WS-A1-STREET               PIC X(30).
012600 01  WS-ADDR-LINE-2.
012700     05  FILLER                     PIC X(08)     VALUE SPACES.
012800     05  WS-A2-CITY                 PIC X(20).
012900     05  FILLER                     PIC X(01)     VALUE SPACES.
013000     05  WS-A2-STATE                PIC X(02).
013100     05  FILLER                     PIC X(01)     VALUE SPACES.
013200     05  WS-A2-POSTAL               PIC X(10).
013300 01  WS-ACCOUNT-LINE.
013400     05  FILLER                     PIC X(12)     VALUE
013500         "ACCOUNT NO:".
013600     05  WS-AL-YEAR                 PIC X(02).
013700     05  FILLER                     PIC X(01)     VALUE "-".
013800     05  WS-AL-SEQ                  PIC X(04).
013900     05  FILLER                     PIC X(05)     VALUE SPACES.
014000     05  FILLER                     PIC X(13)     VALUE
014100         "PATIENT ID:".
014200     05  WS-AL-PATIENT-ID           PIC X(05).
014300 01  WS-VISIT-LINE.
014400     05  FILLER                     PIC X(12)     VALUE
014500         "VISIT DATE:".
014600     05  WS-VL-DATE                 PIC 9999/99/99.
014700 01  WS-COLUMN-LINE.
014800     05  FILLER                     PIC X(40)     VALUE
014900         "LN  SVC   DESCRIPTION".
015000     05  FILLER                     PIC X(20)     VALUE
015100         "    PRV         FEE".
015200 01  WS-ITEM-LINE.
015300     05  WS-IL-LINE-NO              PIC 9(02).
015400     05  FILLER                     PIC X(02)     VALUE SPACES.
015500     05  WS-IL-SERVICE              PIC X(04).
015600     05  FILLER                     PIC X(02)     VALUE SPACES.
015700     05  WS-IL-DESCRIPTION          PIC X(30).
015800     05  FILLER                     PIC X(04)     VALUE SPACES.
015900     05  WS-IL-PROVIDER             PIC X(02).
016000     05  FILLER                     PIC X(03)     VALUE SPACES.
016100     05  WS-IL-FEE                  PIC ZZZZZ9.99-.
016200 01  WS-TOTAL-LINE.
016300     05  FILLER                     PIC X(44)     VALUE
016400         "VISIT TOTAL:".
016500     05  WS-TO-LINES                PIC ZZ9.
016600     05  FILLER                     PIC X(06)     VALUE " LINES".
016700     05  WS-TO-FEE                  PIC ZZZZZZ9.99-.
016800 PROCEDURE DIVISION.
016900*****************************************************************
017000*    0000-MAINLINE                                              *
017100*****************************************************************
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017400     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
017500         UNTIL WS-END-OF-FILE.
017600     IF WS-INVOICE-OPEN
017700         PERFORM 2400-CLOSE-INVOICE THRU 2400-EXIT
017800     END-IF.
017900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018000     STOP RUN.
018100*****************************************************************
018200*    1000-INITIALIZE  --  PARMS, OPEN FILES, POSITION HISTORY   *
018300*****************************************************************
018400 1000-INITIALIZE.
018500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018600     DISPLAY "VSTINVC - ENTER DATE YYYYMMDD (BLANK=TODAY):".
018700     ACCEPT WS-REQUEST-DATE-IN.
018800     IF WS-REQUEST-DATE-IN NUMERIC
018900         MOVE WS-REQUEST-DATE-IN TO WS-REQUEST-DATE
019000     ELSE
019100         MOVE WS-CURRENT-DATE TO WS-REQUEST-DATE
019200     END-IF.
019300     DISPLAY "VSTINVC - DATE USED: " WS-REQUEST-DATE.
019400     DISPLAY "VSTINVC - ENTER PATIENT-ID (BLANK=ALL):".
019500     ACCEPT WS-REQUEST-PATIENT-ID.
019600     OPEN INPUT VISIT-HISTORY-FILE.
019700     IF WS-VH-STATUS = "35"
019800         MOVE "Y" TO WS-EOF-SWITCH
019900         DISPLAY "VSTINVC - VISIT HISTORY NOT FOUND"
020000     END-IF.
020100     OPEN INPUT JR-FILE.
020200     OPEN INPUT OWNER-MASTER-FILE.
020300     IF WS-OM-STATUS = "00"
020400         MOVE "Y" TO WS-OM-AVAIL-SWITCH
020500     ELSE
020600         DISPLAY "VSTINVC - OWNER MASTER NOT AVAILABLE, "
020700             "ADDRESS BLOCK SKIPPED"
020800     END-IF.
020900     OPEN INPUT FEE-SCHEDULE-FILE.
021000     IF WS-FS-STATUS = "00"
021100         MOVE "Y" TO WS-FS-AVAIL-SWITCH
021200     ELSE
021300         DISPLAY "VSTINVC - FEE SCHEDULE NOT AVAILABLE, "
021400             "DESCRIPTIONS SKIPPED"
021500     END-IF.
021600     OPEN OUTPUT INVOICE-FILE.
021700     IF WS-END-OF-FILE
021800         GO TO 1000-EXIT
021900     END-IF.
022000     IF WS-REQUEST-PATIENT-ID NOT = SPACES
022100         MOVE WS-REQUEST-PATIENT-ID TO VH-PATIENT-ID
022200         MOVE WS-REQUEST-DATE       TO VH-VISIT-DATE
022300         MOVE 0                     TO VH-LINE-NO
022400         START VISIT-HISTORY-FILE
022500             KEY IS NOT LESS THAN VH-KEY
022600             INVALID KEY
022700                 MOVE "Y" TO WS-EOF-SWITCH
022800         END-START
022900     END-IF.
023000     IF NOT WS-END-OF-FILE
023100         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
023200     END-IF.
023300 1000-EXIT.
023400     EXIT.
023500*****************************************************************
023600*    2000-PROCESS-LINE  --  ONE HISTORY ENTRY; LINES OF A VISIT *
023700*    ARE ADJACENT IN KEY ORDER, SO A CHANGE OF PATIENT CLOSES   *
023800*    THE INVOICE IN PROGRESS                                    *
023900*****************************************************************
024000 2000-PROCESS-LINE.
024100     IF WS-REQUEST-PATIENT-ID NOT = SPACES
024200        AND VH-PATIENT-ID NOT = WS-REQUEST-PATIENT-ID
024300         MOVE "Y" TO WS-EOF-SWITCH
024400         GO TO 2000-EXIT
024500     END-IF.
024600     MOVE VH-VISIT-DATE TO WS-VH-DATE-N.
024700     IF WS-VH-DATE-N NOT = WS-REQUEST-DATE
024800        OR VH-SERVICE-CODE = "FC"
024900         GO TO 2000-NEXT
025000     END-IF.
025100     IF WS-INVOICE-OPEN
025200        AND VH-PATIENT-ID NOT = WS-INVOICE-PATIENT-ID
025300         PERFORM 2400-CLOSE-INVOICE THRU 2400-EXIT
025400     END-IF.
025500     IF NOT WS-INVOICE-OPEN
025600         PERFORM 2200-OPEN-INVOICE THRU 2200-EXIT
025700     END-IF.
025800     PERFORM 2300-PRINT-ITEM THRU 2300-EXIT.
025900 2000-NEXT.
026000     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
026100 2000-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    2100-READ-HISTORY  --  READ-AHEAD OF VISTHIST               *
026500*****************************************************************
026600 2100-READ-HISTORY.
026700     READ VISIT-HISTORY-FILE NEXT RECORD
026800         AT END
026900             MOVE "Y" TO WS-EOF-SWITCH
027000             GO TO 2100-EXIT
027100     END-READ.
027200     ADD 1 TO WS-HISTORY-READ.
027300 2100-EXIT.
027400     EXIT.
027500*****************************************************************
027600*    2200-OPEN-INVOICE  --  HEADING BLOCK FOR A NEW VISIT        *
027700*****************************************************************
027800 2200-OPEN-INVOICE.
027900     MOVE "Y"             TO WS-INVOICE-SWITCH.
028000     MOVE VH-PATIENT-ID   TO WS-INVOICE-PATIENT-ID.
028100     MOVE 0               TO WS-INVOICE-TOTAL.
028200     MOVE 0               TO WS-INVOICE-LINES.
028300     MOVE WS-CURRENT-DATE TO WS-TL-DATE.
028400     MOVE WS-VH-DATE-N    TO WS-VL-DATE.
028500     MOVE VH-PATIENT-ID   TO PATIENT-ID OF ANIMAL-INFO.
028600     READ JR-FILE
028700         INVALID KEY
028800             MOVE SPACES TO OWNER-INFO
028900             MOVE SPACES TO ACCT_NO
029000             MOVE "** PATIENT NOT ON FILE **"
029100                 TO OWNER OF OWNER-INFO
029200     END-READ.
029300     MOVE OWNER OF OWNER-INFO    TO WS-OL-OWNER.
029400     MOVE PHONE OF OWNER-INFO    TO WS-PL-PHONE.
029500     MOVE YEAR OF ACCT_NO        TO WS-AL-YEAR.
029600     MOVE SEQ_NO OF ACCT_NO      TO WS-AL-SEQ.
029700     MOVE VH-PATIENT-ID          TO WS-AL-PATIENT-ID.
029800     WRITE INVOICE-LINE FROM WS-SEP-LINE.
029900     WRITE INVOICE-LINE FROM WS-TITLE-LINE.
030000     MOVE SPACES TO INVOICE-LINE.
030100     WRITE INVOICE-LINE.
030200     WRITE INVOICE-LINE FROM WS-OWNER-LINE.
030300     PERFORM 2500-LOOKUP-ADDRESS THRU 2500-EXIT.
030400     IF WS-ADDRESS-FOUND
030500         WRITE INVOICE-LINE FROM WS-ADDR-LINE-1
030600         WRITE INVOICE-LINE FROM WS-ADDR-LINE-2
030700     END-IF.
030800     WRITE INVOICE-LINE FROM WS-PHONE-LINE.
030900     MOVE SPACES TO INVOICE-LINE.
031000     WRITE INVOICE-LINE.
031100     WRITE INVOICE-LINE FROM WS-ACCOUNT-LINE.
031200     WRITE INVOICE-LINE FROM WS-VISIT-LINE.
031300     MOVE SPACES TO INVOICE-LINE.
031400     WRITE INVOICE-LINE.
031500     WRITE INVOICE-LINE FROM WS-COLUMN-LINE.
031600 2200-EXIT.
031700     EXIT.
031800*****************************************************************
031900*    2300-PRINT-ITEM  --  ONE SERVICE LINE OF THE VISIT          *
032000*****************************************************************
032100 2300-PRINT-ITEM.
032200     MOVE VH-LINE-NO       TO WS-IL-LINE-NO.
032300     MOVE VH-SERVICE-CODE  TO WS-IL-SERVICE.
032400     MOVE VH-PROVIDER-CODE TO WS-IL-PROVIDER.
032500     MOVE VH-VISIT-FEE     TO WS-IL-FEE.
032600     MOVE SPACES           TO WS-IL-DESCRIPTION.
032700     IF WS-FEE-SCHEDULE-AVAILABLE
032800         MOVE VH-SERVICE-CODE TO FS-SERVICE-CODE
032900         READ FEE-SCHEDULE-FILE
033000             INVALID KEY
033100                 MOVE "** NOT ON FEE SCHEDULE **"
033200                     TO WS-IL-DESCRIPTION
033300             NOT INVALID KEY
033400                 MOVE FS-DESCRIPTION TO WS-IL-DESCRIPTION
033500         END-READ
033600     END-IF.
033700     WRITE INVOICE-LINE FROM WS-ITEM-LINE.
033800     ADD 1            TO WS-INVOICE-LINES.
033900     ADD 1            TO WS-LINES-PRINTED.
034000     ADD VH-VISIT-FEE TO WS-INVOICE-TOTAL.
034100     ADD VH-VISIT-FEE TO WS-INVOICED-DOLLARS.
034200 2300-EXIT.
034300     EXIT.
034400*****************************************************************
034500*    2400-CLOSE-INVOICE  --  VISIT TOTAL AND TRAILER             *
034600*****************************************************************
034700 2400-CLOSE-INVOICE.
034800     MOVE WS-INVOICE-LINES TO WS-TO-LINES.
034900     MOVE WS-INVOICE-TOTAL TO WS-TO-FEE.
035000     MOVE SPACES TO INVOICE-LINE.
035100     WRITE INVOICE-LINE.
035200     WRITE INVOICE-LINE FROM WS-TOTAL-LINE.
035300     WRITE INVOICE-LINE FROM WS-SEP-LINE.
035400     MOVE SPACES TO INVOICE-LINE.
035500     WRITE INVOICE-LINE.
035600     ADD 1 TO WS-INVOICES-PRINTED.
035700     MOVE "N" TO WS-INVOICE-SWITCH.
035800 2400-EXIT.
035900     EXIT.
036000*****************************************************************
036100*    2500-LOOKUP-ADDRESS  --  MAILING ADDRESS OFF THE OWNER     *
036200*    MASTER; A BLANK OR MISSING ENTRY LEAVES THE BLOCK OFF      *
036300*****************************************************************
036400 2500-LOOKUP-ADDRESS.
036500     MOVE "N" TO WS-ADDR-FOUND-SWITCH.
036600     IF NOT WS-OWNER-MASTER-AVAILABLE
036700        OR PHONE OF OWNER-INFO = SPACES
036800         GO TO 2500-EXIT
036900     END-IF.
037000     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
037100     READ OWNER-MASTER-FILE
037200         INVALID KEY
037300             GO TO 2500-EXIT
037400     END-READ.
037500     IF OM-ADDR-STREET = SPACES
037600         GO TO 2500-EXIT
037700     END-IF.
037800     MOVE "Y" TO WS-ADDR-FOUND-SWITCH.
037900     MOVE OM-ADDR-STREET TO WS-A1-STREET.
038000     MOVE OM-ADDR-CITY   TO WS-A2-CITY.
038100     MOVE OM-ADDR-STATE  TO WS-A2-STATE.
038200     MOVE OM-ADDR-POSTAL TO WS-A2-POSTAL.
038300 2500-EXIT.
038400     EXIT.
038500*****************************************************************
038600*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS             *
038700*****************************************************************
038800 9999-TERMINATE.
038900     DISPLAY "VSTINVC - HISTORY ENTRIES READ : " WS-HISTORY-READ.
039000     DISPLAY "VSTINVC - INVOICES PRINTED     : "
039100         WS-INVOICES-PRINTED.
039200     DISPLAY "VSTINVC - SERVICE LINES PRINTED: " WS-LINES-PRINTED.
039300     DISPLAY "VSTINVC - DOLLARS INVOICED     : "
039400         WS-INVOICED-DOLLARS.
039500     IF NOT WS-VH-STATUS = "35"
039600         CLOSE VISIT-HISTORY-FILE
039700     END-IF.
039800     CLOSE JR-FILE.
039900     IF WS-OWNER-MASTER-AVAILABLE
040000         CLOSE OWNER-MASTER-FILE
040100     END-IF.
040200     IF WS-FEE-SCHEDULE-AVAILABLE
040300         CLOSE FEE-SCHEDULE-FILE
040400     END-IF.
040500     CLOSE INVOICE-FILE.
040600 9999-EXIT.
040700     EXIT.
