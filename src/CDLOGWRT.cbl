000100*****************************************************************
000200*                                                               *
000300*    CDLOGWRT                                                   *
000400*                                                               *
000500*    CONTROLLED-DRUG LOG WRITER                                 *
000600*                                                               *
000700*    CALLABLE SUBPROGRAM SHARED BY EVERY PROGRAM THAT MOVES     *
000800*    STOCK OF A CONTROLLED ITEM (INVLOAD, INVDEPL, INVRECV).    *
000900*    EACH CALL WITH CP-WRITE-ENTRY APPENDS ONE ENTRY TO THE     *
001000*    CONTROLLED-DRUG LOG (CDLOG), STAMPED WITH THE CURRENT DATE *
001100*    AND TIME.  THE LOG IS OPENED ON THE FIRST WRITE AND STAYS  *
001200*    OPEN ACROSS CALLS; THE CALLING PROGRAM MUST CALL AGAIN     *
001300*    WITH CP-CLOSE-LOG AT END OF JOB SO THE LOG IS CLOSED OUT   *
001400*    CLEANLY.                                                   *
001500*                                                               *
001600*    CALLING CONVENTION                                         *
001700*    ------------------                                         *
001800*        CALL "CDLOGWRT" USING CDLOG-PARM-AREA.                 *
001900*        SET CP-WRITE-ENTRY AND FILL IN CP-ITEM-CODE,           *
002000*        CP-ENTRY-TYPE, CP-ENTRY-DATE, CP-PATIENT-ID,           *
002100*        CP-PROVIDER-CODE, CP-SERVICE-CODE, CP-REFERENCE,       *
002200*        CP-QUANTITY, CP-BALANCE AND CP-POSTED-BY BEFORE THE    *
002300*        CALL.  SET CP-CLOSE-LOG WITH NO OTHER FIELDS REQUIRED  *
002400*        TO CLOSE THE LOG.  CP-RETURN-CODE IS 0 UNLESS THE LOG  *
002500*        COULD NOT BE OPENED OR WRITTEN.                        *
002600*                                                               *
002700*    MODIFICATION HISTORY                                       *
002800*    --------------------                                       *
002900*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003000*                                                               *
003100*****************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID.  CDLOGWRT.
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
004400     SELECT CONTROLLED-DRUG-LOG ASSIGN TO "CDLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CD-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CONTROLLED-DRUG-LOG.
005000     COPY CDLGREC.
005100 WORKING-STORAGE SECTION.
005200 01  WS-CD-STATUS                   PIC X(02).
005300 01  WS-LOG-OPEN-SWITCH             PIC X(01)     VALUE "N".
005400     88  WS-LOG-IS-OPEN                           VALUE "Y".
005500 LINKAGE SECTION.
005600 01  CDLOG-PARM-AREA.
005700     05  CP-FUNCTION-CODE           PIC X(01).
005800         88  CP-WRITE-ENTRY                       VALUE "W".
005900         88  CP-CLOSE-LOG                         VALUE "C".
006000     05  CP-ITEM-CODE               PIC X(06).
006100     05  CP-ENTRY-TYPE              PIC X(01).
006200     05  CP-ENTRY-DATE              PIC 9(08).
006300     05  CP-PATIENT-ID              PIC X(05).
006400     05  CP-PROVIDER-CODE           PIC X(02).
006500     05  CP-SERVICE-CODE            PIC X(04).
006600     05  CP-REFERENCE               PIC X(15).
006700     05  CP-QUANTITY                PIC 9(7)V99.
006800     05  CP-BALANCE                 PIC S9(7)V99.
006900     05  CP-POSTED-BY               PIC X(08).
007000     05  CP-RETURN-CODE             PIC 9(02).
007100         88  CP-OK                                VALUE 0.
007200         88  CP-ERROR                             VALUE 99.
007300 PROCEDURE DIVISION USING CDLOG-PARM-AREA.
007400*****************************************************************
007500*    0000-MAINLINE                                              *
007600*****************************************************************
007700 0000-MAINLINE.
007800     MOVE 0 TO CP-RETURN-CODE.
007900     EVALUATE TRUE
008000         WHEN CP-WRITE-ENTRY
008100             PERFORM 1000-OPEN-IF-NEEDED THRU 1000-EXIT
008200             PERFORM 2000-WRITE-LOG-RECORD THRU 2000-EXIT
008300         WHEN CP-CLOSE-LOG
008400             PERFORM 3000-CLOSE-LOG THRU 3000-EXIT
008500         WHEN OTHER
008600             MOVE 99 TO CP-RETURN-CODE
008700     END-EVALUATE.
008800     GOBACK.
008900*****************************************************************
009000*    1000-OPEN-IF-NEEDED  --  OPEN THE LOG ON THE FIRST CALL    *
009100*****************************************************************
009200 1000-OPEN-IF-NEEDED.
009300     IF NOT WS-LOG-IS-OPEN
009400         OPEN EXTEND CONTROLLED-DRUG-LOG
009500         IF WS-CD-STATUS = "05" OR WS-CD-STATUS = "35"
009600             OPEN OUTPUT CONTROLLED-DRUG-LOG
009700             CLOSE CONTROLLED-DRUG-LOG
009800             OPEN EXTEND CONTROLLED-DRUG-LOG
009900         END-IF
010000         IF WS-CD-STATUS NOT = "00"
010100             MOVE 99 TO CP-RETURN-CODE
010200             GO TO 1000-EXIT
010300         END-IF
010400         SET WS-LOG-IS-OPEN TO TRUE
010500     END-IF.
010600 1000-EXIT.
010700     EXIT.
010800*****************************************************************
010900*    2000-WRITE-LOG-RECORD  --  ONE MOVEMENT OF ONE ITEM        *
011000*****************************************************************
011100 2000-WRITE-LOG-RECORD.
011200     IF NOT WS-LOG-IS-OPEN
011300         MOVE 99 TO CP-RETURN-CODE
011400         GO TO 2000-EXIT
011500     END-IF.
011600     MOVE CP-ITEM-CODE           TO CD-ITEM-CODE.
011700     MOVE CP-ENTRY-TYPE          TO CD-ENTRY-TYPE.
011800     MOVE CP-ENTRY-DATE          TO CD-ENTRY-DATE.
011900     MOVE CP-PATIENT-ID          TO CD-PATIENT-ID.
012000     MOVE CP-PROVIDER-CODE       TO CD-PROVIDER-CODE.
012100     MOVE CP-SERVICE-CODE        TO CD-SERVICE-CODE.
012200     MOVE CP-REFERENCE           TO CD-REFERENCE.
012300     MOVE CP-QUANTITY            TO CD-QUANTITY.
012400     MOVE CP-BALANCE             TO CD-BALANCE.
012500     MOVE CP-POSTED-BY           TO CD-POSTED-BY.
012600     ACCEPT CD-POSTED-DATE FROM DATE YYYYMMDD.
012700     ACCEPT CD-POSTED-TIME FROM TIME.
012800     WRITE CONTROLLED-DRUG-LOG-RECORD.
012900     IF WS-CD-STATUS NOT = "00"
013000         MOVE 99 TO CP-RETURN-CODE
013100     END-IF.
013200 2000-EXIT.
013300     EXIT.
013400*****************************************************************
013500*    3000-CLOSE-LOG  --  CLOSE ON REQUEST FROM THE CALLER       *
013600*****************************************************************
013700 3000-CLOSE-LOG.
013800     IF WS-LOG-IS-OPEN
013900         CLOSE CONTROLLED-DRUG-LOG
014000         MOVE "N" TO WS-LOG-OPEN-SWITCH
014100     END-IF.
014200 3000-EXIT.
014300     EXIT.
