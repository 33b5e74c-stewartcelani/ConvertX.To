000100*****************************************************************
000200*                                                               *
000300*    JRMCONV                                                    *
000400*                                                               *
000500*    ONE-TIME JR-FILE MERGE-POINTER CONVERSION                  *
000600*                                                               *
000700*    CONVERTS THE PATIENT MASTER FROM THE 91-BYTE LAYOUT        *
000800*    (STATUS-INFO ENDING AT STATUS_DATE) TO THE CURRENT 96-BYTE *
000900*    LAYOUT WITH THE MERGED_TO POINTER SET BY PATMERGE.  AS     *
001000*    WITH JRCONV, RUN ONCE AT CUTOVER:                          *
001100*                                                               *
001200*        1. RENAME THE LIVE PATIENT MASTER TO JRFILEO           *
001300*        2. RUN JRMCONV (WRITES THE NEW-LAYOUT JRFILE)          *
001400*        3. PROVE THE COUNTS, THEN RETIRE JRFILEO               *
001500*                                                               *
001600*    NO PATIENT HAS BEEN MERGED BEFORE THE CUTOVER, SO EVERY    *
001700*    CONVERTED RECORD GETS A BLANK MERGED_TO; EVERY OTHER       *
001800*    FIELD CARRIES ACROSS UNCHANGED.  COUNTS AND OPEN BALANCE   *
001900*    DOLLARS ARE DISPLAYED SO THE CUTOVER CAN BE PROVED         *
002000*    AGAINST THE OLD FILE.                                      *
002100*                                                               *
002200*    MODIFICATION HISTORY                                       *
002300*    --------------------                                       *
002400*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002500*                                                               *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID.  JRMCONV.
002900 AUTHOR.      J MORALES.
003000 INSTALLATION. CLINIC DATA PROCESSING.
003100 DATE-WRITTEN. 2026/10/15.
003200 DATE-COMPILED.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OLD-JR-FILE ASSIGN TO "JRFILEO"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS O-PATIENT-ID
004300         FILE STATUS IS WS-OLD-STATUS.
004400     SELECT NEW-JR-FILE ASSIGN TO "JRFILE"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS PATIENT-ID
004800         FILE STATUS IS WS-NEW-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  OLD-JR-FILE.
005200 01  OLD-JR-RECORD.
005300     03  O-ANIMAL-INFO.
005400         05  O-PATIENT-ID           PIC X(05).
005500     03  O-REST-OF-RECORD.
005600         05  O-THRU-DATE-PAID       PIC X(77).
005700         05  O-OPEN-BAL REDEFINES O-THRU-DATE-PAID.
005800             10  FILLER             PIC X(60).
005900             10  O-OPEN-BAL-AMOUNT  PIC S9(7)V99.
006000             10  FILLER             PIC X(08).
006100         05  O-STATUS-INFO          PIC X(09).
006200 FD  NEW-JR-FILE.
006300     COPY JRREC.
006400 WORKING-STORAGE SECTION.
006500 01  WS-OLD-STATUS                  PIC X(02).
006600 01  WS-NEW-STATUS                  PIC X(02).
006700 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006800     88  WS-END-OF-FILE                           VALUE "Y".
006900 01  WS-OLD-OK-SWITCH               PIC X(01)     VALUE "N".
007000     88  WS-OLD-FILE-USABLE                       VALUE "Y".
007100 01  WS-RECORDS-READ                PIC 9(07)     COMP VALUE 0.
007200 01  WS-RECORDS-WRITTEN             PIC 9(07)     COMP VALUE 0.
007300 01  WS-WRITE-FAILURES              PIC 9(07)     COMP VALUE 0.
007400 01  WS-BALANCE-DOLLARS             PIC S9(9)V99  VALUE 0.
007500 PROCEDURE DIVISION.
007600*****************************************************************
007700*    0000-MAINLINE                                              *
007800*****************************************************************
007900 0000-MAINLINE.
008000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008100     PERFORM 2000-CONVERT-ONE-RECORD THRU 2000-EXIT
008200         UNTIL WS-END-OF-FILE.
008300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
008400     STOP RUN.
008500*****************************************************************
008600*    1000-INITIALIZE  --  OPEN FILES, PRIME READ                *
008700*****************************************************************
008800 1000-INITIALIZE.
008900     OPEN INPUT OLD-JR-FILE.
009000*    THE NEW FILE IS ONLY OPENED (AND SO ONLY CREATED OR        *
009100*    TRUNCATED) ONCE THE OLD FILE IS KNOWN USABLE, SO A MISRUN  *
009200*    WITHOUT THE RENAME, OR A RERUN AFTER JRFILEO IS RETIRED,   *
009300*    STOPS WITH THE MESSAGE AND TOUCHES NOTHING.                *
009400     IF WS-OLD-STATUS = "00"
009500         MOVE "Y" TO WS-OLD-OK-SWITCH
009600         OPEN OUTPUT NEW-JR-FILE
009700         PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT
009800     ELSE
009900         DISPLAY "JRMCONV - OLD FILE (JRFILEO) NOT USABLE: "
010000             WS-OLD-STATUS
010100         DISPLAY "JRMCONV - NOTHING CONVERTED, "
010200             "JRFILE NOT TOUCHED"
010300         MOVE "Y" TO WS-EOF-SWITCH
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700*****************************************************************
010800*    2000-CONVERT-ONE-RECORD  --  CARRY ACROSS WITH A BLANK     *
010900*    MERGE POINTER                                              *
011000*****************************************************************
011100 2000-CONVERT-ONE-RECORD.
011200     ADD 1 TO WS-RECORDS-READ.
011300     MOVE OLD-JR-RECORD      TO JR-RECORD.
011400     MOVE SPACES             TO MERGED_TO OF STATUS-INFO.
011500     WRITE JR-RECORD
011600         INVALID KEY
011700             ADD 1 TO WS-WRITE-FAILURES
011800             DISPLAY "JRMCONV - WRITE FAILED: "
011900                 PATIENT-ID OF ANIMAL-INFO
012000         NOT INVALID KEY
012100             ADD 1 TO WS-RECORDS-WRITTEN
012200             ADD O-OPEN-BAL-AMOUNT TO WS-BALANCE-DOLLARS
012300     END-WRITE.
012400     PERFORM 2100-READ-OLD-RECORD THRU 2100-EXIT.
012500 2000-EXIT.
012600     EXIT.
012700*****************************************************************
012800*    2100-READ-OLD-RECORD  --  READ-AHEAD OF THE OLD FILE       *
012900*****************************************************************
013000 2100-READ-OLD-RECORD.
013100     READ OLD-JR-FILE NEXT RECORD
013200         AT END
013300             MOVE "Y" TO WS-EOF-SWITCH
013400     END-READ.
013500 2100-EXIT.
013600     EXIT.
013700*****************************************************************
013800*    9999-TERMINATE  --  CLOSE FILES, PROVE THE COUNTS          *
013900*****************************************************************
014000 9999-TERMINATE.
014100     DISPLAY "JRMCONV - RECORDS READ    : " WS-RECORDS-READ.
014200     DISPLAY "JRMCONV - RECORDS WRITTEN : " WS-RECORDS-WRITTEN.
014300     DISPLAY "JRMCONV - WRITE FAILURES  : " WS-WRITE-FAILURES.
014400     DISPLAY "JRMCONV - OPEN BAL DOLLARS: " WS-BALANCE-DOLLARS.
014500     IF WS-OLD-FILE-USABLE
014600         CLOSE OLD-JR-FILE
014700         CLOSE NEW-JR-FILE
014800     END-IF.
014900 9999-EXIT.
015000     EXIT.
