000100*****************************************************************
000200*                                                               *
000300*    VSTLCONV                                                   *
000400*                                                               *
000500*    ONE-TIME VISIT-HISTORY LINE-NUMBER CONVERSION              *
000600*                                                               *
000700*    CONVERTS THE VISIT-HISTORY FILE FROM THE 26-BYTE LAYOUT    *
000800*    KEYED ON PATIENT-ID PLUS VISIT DATE TO THE CURRENT 28-BYTE *
000900*    LAYOUT WITH VH-LINE-NO ON THE END OF THE KEY, SO A VISIT   *
001000*    CAN CARRY SEVERAL SERVICE LINES.  AS WITH VSTHCONV, RUN    *
001100*    ONCE AT CUTOVER:                                           *
001200*                                                               *
001300*        1. RENAME THE LIVE HISTORY FILE TO VISTHSTO            *
001400*        2. RUN VSTLCONV (WRITES THE NEW-LAYOUT VISTHIST)       *
001500*        3. PROVE THE COUNTS, THEN RETIRE VISTHSTO              *
001600*                                                               *
001700*    THE OLD KEY ALLOWED ONE ENTRY PER PATIENT PER DAY, SO      *
001800*    EVERY CONVERTED ENTRY BECOMES LINE 01 OF ITS VISIT; FEE,   *
001900*    SERVICE CODE, AND PROVIDER CODE CARRY ACROSS UNCHANGED.    *
002000*    COUNTS AND FEE DOLLARS ARE DISPLAYED SO THE CUTOVER CAN    *
002100*    BE PROVED AGAINST THE OLD FILE.  VISIT ARCHIVES CUT BY     *
002200*    YEARARCH BEFORE THE CUTOVER STAY IN THE 26-BYTE LAYOUT.    *
002300*                                                               *
002400*    MODIFICATION HISTORY                                       *
002500*    --------------------                                       *
002600*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002700*                                                               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID.  VSTLCONV.
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
004100     SELECT OLD-HISTORY-FILE ASSIGN TO "VISTHSTO"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS O-VH-KEY
004500         FILE STATUS IS WS-OLD-STATUS.
004600     SELECT NEW-HISTORY-FILE ASSIGN TO "VISTHIST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS VH-KEY
005000         FILE STATUS IS WS-NEW-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OLD-HISTORY-FILE.
005400 01  OLD-HISTORY-RECORD.
005500     05  O-VH-KEY.
005600         10  O-VH-PATIENT-ID        PIC X(05).
005700         10  O-VH-VISIT-DATE        PIC 9(08).
005800     05  O-VH-VISIT-FEE             PIC S9(5)V99.
005810     05  O-VH-SERVICE-CODE          PIC X(04).
005820     05  O-VH-PROVIDER-CODE         PIC X(02).
005900 FD  NEW-HISTORY-FILE.
006000     COPY VISTREC.
006100 WORKING-STORAGE SECTION.
006200 01  WS-OLD-STATUS                  PIC X(02).
006300 01  WS-NEW-STATUS                  PIC X(02).
006400 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006500     88  WS-END-OF-FILE                           VALUE "Y".
006600 01  WS-OLD-OK-SWITCH               PIC X(01)     VALUE "N".
006700     88  WS-OLD-FILE-USABLE                       VALUE "Y".
006800 01  WS-RECORDS-READ                PIC 9(07)     COMP VALUE 0.
006900 01  WS-RECORDS-WRITTEN             PIC 9(07)     COMP VALUE 0.
007000 01  WS-WRITE-FAILURES              PIC 9(07)     COMP VALUE 0.
007100 01  WS-FEE-DOLLARS                 PIC S9(9)V99  VALUE 0.
007200 PROCEDURE DIVISION.
007300*****************************************************************
007400*    0000-MAINLINE                                              *
007500*****************************************************************
007600 0000-MAINLINE.
007700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007800     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
007900         UNTIL WS-END-OF-FILE.
008000     PERFORM 9999-TERMINATE THRU 9999-EXIT.
008100     STOP RUN.
008200*****************************************************************
008300*    1000-INITIALIZE  --  OPEN FILES, PRIME READ                *
008400*****************************************************************
008500 1000-INITIALIZE.
008600     OPEN INPUT OLD-HISTORY-FILE.
008700*    THE NEW FILE IS ONLY OPENED (AND SO ONLY CREATED OR         *
008800*    TRUNCATED) ONCE THE OLD FILE IS KNOWN USABLE, SO A MISRUN   *
008900*    WITHOUT THE RENAME, OR A RERUN AFTER VISTHSTO IS RETIRED,   *
009000*    STOPS WITH THE MESSAGE AND TOUCHES NOTHING.                 *
009100     IF WS-OLD-STATUS = "00"
009200         MOVE "Y" TO WS-OLD-OK-SWITCH
009300         OPEN OUTPUT NEW-HISTORY-FILE
009400         PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT
009500     ELSE
009600         DISPLAY "VSTLCONV - OLD FILE (VISTHSTO) NOT USABLE: "
009700             WS-OLD-STATUS
009800         DISPLAY "VSTLCONV - NOTHING CONVERTED, "
009900             "VISTHIST NOT TOUCHED"
010000         MOVE "Y" TO WS-EOF-SWITCH
010100     END-IF.
010200 1000-EXIT.
010300     EXIT.
010400*****************************************************************
010500*    2000-CONVERT-ONE-RECORD  --  CARRY ACROSS AS LINE 01 OF    *
010600*    THE VISIT                                                  *
010700*****************************************************************
010800 2000-CONVERT-ONE-RECORD.
010900     ADD 1 TO WS-RECORDS-READ.
011000     MOVE O-VH-PATIENT-ID    TO VH-PATIENT-ID.
011050     MOVE O-VH-VISIT-DATE    TO VH-VISIT-DATE.
011100     MOVE 1                  TO VH-LINE-NO.
011150     MOVE O-VH-VISIT-FEE     TO VH-VISIT-FEE.
011200     MOVE O-VH-SERVICE-CODE  TO VH-SERVICE-CODE.
011300     MOVE O-VH-PROVIDER-CODE TO VH-PROVIDER-CODE.
011400     WRITE VISIT-HISTORY-RECORD
011500         INVALID KEY
011600             ADD 1 TO WS-WRITE-FAILURES
011700             DISPLAY "VSTLCONV - WRITE FAILED: " VH-KEY
011800         NOT INVALID KEY
011900             ADD 1 TO WS-RECORDS-WRITTEN
012000             ADD O-VH-VISIT-FEE TO WS-FEE-DOLLARS
012100     END-WRITE.
012200     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
012300 2000-EXIT.
012400     EXIT.
012500*****************************************************************
012600*    2100-READ-OLD-RECORD  --  READ-AHEAD OF THE OLD FILE       *
012700*****************************************************************
012800 2100-READ-OLD-RECORD.
012900     READ OLD-HISTORY-FILE NEXT RECORD
013000         AT END
013100             MOVE "Y" TO WS-EOF-SWITCH
013200     END-READ.
013300 2100-EXIT.
013400     EXIT.
013500*****************************************************************
013600*    9999-TERMINATE  --  CLOSE FILES, PROVE THE COUNTS          *
013700*****************************************************************
013800 9999-TERMINATE.
013900     DISPLAY "VSTLCONV - RECORDS READ    : " WS-RECORDS-READ.
014000     DISPLAY "VSTLCONV - RECORDS WRITTEN : " WS-RECORDS-WRITTEN.
014100     DISPLAY "VSTLCONV - WRITE FAILURES  : " WS-WRITE-FAILURES.
014200     DISPLAY "VSTLCONV - FEE DOLLARS     : " WS-FEE-DOLLARS.
014300     IF WS-OLD-FILE-USABLE
014400         CLOSE OLD-HISTORY-FILE
014500         CLOSE NEW-HISTORY-FILE
014600     END-IF.
014700 9999-EXIT.
014800     EXIT.
