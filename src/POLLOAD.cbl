000100*****************************************************************
000200*                                                               *
000300*    POLLOAD                                                    *
000400*                                                               *
000500*    PET INSURANCE POLICY LOAD / MAINTENANCE JOB                *
000600*                                                               *
000700*    READS THE KEYED POLICY FILE (INSPRAW, ONE 70-BYTE IMAGE    *
000800*    OF AN INSURANCE-POLICY-RECORD PER LINE) AND APPLIES EACH   *
000900*    ENTRY TO THE POLICY FILE (INSPOL): A NEWLY INSURED PATIENT *
001000*    IS ADDED AND AN EXISTING POLICY IS REWRITTEN IN PLACE, SO  *
001100*    THE SAME JOB DOES THE INITIAL BUILD, A CHANGE OF INSURER,  *
001200*    AND A LAPSE (KEYED AS AN EXPIRY DATE).  AN ENTRY IS        *
001300*    COUNTED AND SKIPPED WHEN THE PATIENT IS NOT ON JR-FILE,    *
001400*    THE INSURER CODE OR POLICY NUMBER IS BLANK, A DATE IS NOT  *
001500*    NUMERIC, THE EFFECTIVE DATE IS ZERO, OR THE POLICY         *
001600*    EXPIRES BEFORE IT TAKES EFFECT, RATHER THAN LETTING THE    *
001700*    CLAIM RUN BILL AN INSURER FOR A PATIENT IT NEVER COVERED.  *
001800*                                                               *
001900*    MODIFICATION HISTORY                                       *
002000*    --------------------                                       *
002100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
002200*                                                               *
002300*****************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID.  POLLOAD.
002600 AUTHOR.      J MORALES.
002700 INSTALLATION. CLINIC DATA PROCESSING.
002800 DATE-WRITTEN. 2026/10/15.
002900 DATE-COMPILED.
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT POLICY-RAW-FILE ASSIGN TO "INSPRAW"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PR-STATUS.
003900     SELECT JR-FILE ASSIGN TO "JRFILE"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PATIENT-ID
004300         FILE STATUS IS WS-JR-STATUS.
004400     SELECT INSURANCE-POLICY-FILE ASSIGN TO "INSPOL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PO-PATIENT-ID
004800         FILE STATUS IS WS-PO-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  POLICY-RAW-FILE.
005200 01  POLICY-RAW-RECORD              PIC X(70).
005300 FD  JR-FILE.
005400     COPY JRREC.
005500 FD  INSURANCE-POLICY-FILE.
005600     COPY INSPREC.
005700 WORKING-STORAGE SECTION.
005800 01  WS-PR-STATUS                   PIC X(02).
005900 01  WS-JR-STATUS                   PIC X(02).
006000 01  WS-PO-STATUS                   PIC X(02).
006100 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
006200     88  WS-END-OF-FILE                           VALUE "Y".
006300 01  WS-FOUND-SWITCH                PIC X(01)     VALUE "N".
006400     88  WS-POLICY-ON-FILE                        VALUE "Y".
006500 01  WS-WORK-ENTRY.
006600     05  WS-WK-PATIENT-ID           PIC X(05).
006700     05  WS-WK-INSURER-CODE         PIC X(04).
006800     05  WS-WK-INSURER-NAME         PIC X(30).
006900     05  WS-WK-POLICY-NO            PIC X(15).
007000     05  WS-WK-EFFECTIVE-DATE       PIC 9(08).
007100     05  WS-WK-EXPIRY-DATE          PIC 9(08).
007200 01  WS-ENTRIES-READ                PIC 9(07)     COMP VALUE 0.
007300 01  WS-ENTRIES-ADDED               PIC 9(07)     COMP VALUE 0.
007400 01  WS-ENTRIES-UPDATED             PIC 9(07)     COMP VALUE 0.
007500 01  WS-ENTRIES-SKIPPED             PIC 9(07)     COMP VALUE 0.
007600 PROCEDURE DIVISION.
007700*****************************************************************
007800*    0000-MAINLINE                                              *
007900*****************************************************************
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
008200     PERFORM 2000-APPLY-ONE-ENTRY THRU 2000-EXIT
008300         UNTIL WS-END-OF-FILE.
008400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
008500     STOP RUN.
008600*****************************************************************
008700*    1000-INITIALIZE  --  OPEN FILES, PRIME READ                *
008800*****************************************************************
008900 1000-INITIALIZE.
009000     OPEN INPUT POLICY-RAW-FILE.
009100     IF WS-PR-STATUS = "35"
009200         MOVE "Y" TO WS-EOF-SWITCH
009300         DISPLAY "POLLOAD - KEYED POLICIES (INSPRAW) NOT FOUND"
009400     END-IF.
009500     OPEN INPUT JR-FILE.
009600     OPEN I-O INSURANCE-POLICY-FILE.
009700     IF WS-PO-STATUS = "35"
009800         OPEN OUTPUT INSURANCE-POLICY-FILE
009900         CLOSE INSURANCE-POLICY-FILE
010000         OPEN I-O INSURANCE-POLICY-FILE
010100     END-IF.
010200     IF NOT WS-END-OF-FILE
010300         PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700*****************************************************************
010800*    2000-APPLY-ONE-ENTRY  --  ADD A NEW POLICY OR REPLACE ONE  *
010900*****************************************************************
011000 2000-APPLY-ONE-ENTRY.
011100     ADD 1 TO WS-ENTRIES-READ.
011200     MOVE POLICY-RAW-RECORD TO WS-WORK-ENTRY.
011300     IF WS-WK-PATIENT-ID = SPACES
011400            OR WS-WK-INSURER-CODE = SPACES
011500            OR WS-WK-POLICY-NO = SPACES
011600            OR POLICY-RAW-RECORD (55:16) NOT NUMERIC
011700         ADD 1 TO WS-ENTRIES-SKIPPED
011800         DISPLAY "POLLOAD - BAD ENTRY SKIPPED: "
011900             WS-WK-PATIENT-ID
012000         GO TO 2000-NEXT
012100     END-IF.
012200     IF WS-WK-EFFECTIVE-DATE = 0
012300            OR (WS-WK-EXPIRY-DATE NOT = 0
012400            AND WS-WK-EXPIRY-DATE < WS-WK-EFFECTIVE-DATE)
012500         ADD 1 TO WS-ENTRIES-SKIPPED
012600         DISPLAY "POLLOAD - BAD POLICY DATES, ENTRY SKIPPED: "
012700             WS-WK-PATIENT-ID
012800         GO TO 2000-NEXT
012900     END-IF.
013000     MOVE WS-WK-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
013100     READ JR-FILE
013200         KEY IS PATIENT-ID
013300         INVALID KEY
013400             ADD 1 TO WS-ENTRIES-SKIPPED
013500             DISPLAY "POLLOAD - PATIENT NOT ON FILE, ENTRY "
013600                 "SKIPPED: " WS-WK-PATIENT-ID
013700             GO TO 2000-NEXT
013800     END-READ.
013900     MOVE "Y" TO WS-FOUND-SWITCH.
014000     MOVE WS-WK-PATIENT-ID TO PO-PATIENT-ID.
014100     READ INSURANCE-POLICY-FILE
014200         KEY IS PO-PATIENT-ID
014300         INVALID KEY
014400             MOVE "N" TO WS-FOUND-SWITCH
014500     END-READ.
014600     MOVE WS-WORK-ENTRY TO INSURANCE-POLICY-RECORD.
014700     IF WS-POLICY-ON-FILE
014800         REWRITE INSURANCE-POLICY-RECORD
014900             INVALID KEY
015000                 DISPLAY "POLLOAD - REWRITE FAILED: "
015100                     PO-PATIENT-ID
015200         END-REWRITE
015300         ADD 1 TO WS-ENTRIES-UPDATED
015400     ELSE
015500         WRITE INSURANCE-POLICY-RECORD
015600             INVALID KEY
015700                 DISPLAY "POLLOAD - WRITE FAILED: "
015800                     PO-PATIENT-ID
015900         END-WRITE
016000         ADD 1 TO WS-ENTRIES-ADDED
016100     END-IF.
016200 2000-NEXT.
016300     PERFORM 2100-READ-RAW-ENTRY THRU 2100-EXIT.
016400 2000-EXIT.
016500     EXIT.
016600*****************************************************************
016700*    2100-READ-RAW-ENTRY  --  READ-AHEAD OF THE KEYED POLICIES  *
016800*****************************************************************
016900 2100-READ-RAW-ENTRY.
017000     READ POLICY-RAW-FILE
017100         AT END
017200             MOVE "Y" TO WS-EOF-SWITCH
017300     END-READ.
017400 2100-EXIT.
017500     EXIT.
017600*****************************************************************
017700*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
017800*****************************************************************
017900 9999-TERMINATE.
018000     DISPLAY "POLLOAD - ENTRIES READ   : " WS-ENTRIES-READ.
018100     DISPLAY "POLLOAD - ENTRIES ADDED  : " WS-ENTRIES-ADDED.
018200     DISPLAY "POLLOAD - ENTRIES UPDATED: " WS-ENTRIES-UPDATED.
018300     DISPLAY "POLLOAD - ENTRIES SKIPPED: " WS-ENTRIES-SKIPPED.
018400     IF NOT WS-PR-STATUS = "35"
018500         CLOSE POLICY-RAW-FILE
018600     END-IF.
018700     CLOSE JR-FILE.
018800     CLOSE INSURANCE-POLICY-FILE.
018900 9999-EXIT.
019000     EXIT.
