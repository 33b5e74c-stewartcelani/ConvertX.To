002200*    2026/09/02  JJM  LINK PETS THROUGH THE OWNER LINK FILE      *
002300*                     INSTEAD OF THE DROPPED OCCURS 20 TABLE;    *
002400*                     THE PET-LIST-FULL CEILING IS GONE.         *
002410*    2026/10/15  JJM  A PATIENT MERGED INTO ANOTHER BY PATMERGE  *
002420*                     IS NOT LINKED AGAIN; ITS LINKS MOVED TO    *
002430*                     THE SURVIVOR.                              *
002500*                                                               *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
006800 01  WS-OWNERS-ADDED                PIC 9(07)     COMP VALUE 0.
006900 01  WS-PETS-LINKED                 PIC 9(07)     COMP VALUE 0.
007000 01  WS-ALREADY-LINKED              PIC 9(07)     COMP VALUE 0.
007050 01  WS-MERGED-SKIPPED              PIC 9(07)     COMP VALUE 0.
007100 PROCEDURE DIVISION.
007200*****************************************************************
007300*    0000-MAINLINE                                              *
010200*    2000-PROCESS-RECORD  --  LINK ONE JR-RECORD TO ITS OWNER    *
010300*****************************************************************
010400 2000-PROCESS-RECORD.
010410     IF MERGED_TO OF STATUS-INFO NOT = SPACES
010420         ADD 1 TO WS-MERGED-SKIPPED
010430         GO TO 2000-NEXT
010440     END-IF.
010500     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
010600     READ OWNER-MASTER-FILE
010700         KEY IS OM-PHONE
010900             PERFORM 2200-ADD-OWNER THRU 2200-EXIT
011000     END-READ.
011100     PERFORM 2300-LINK-PATIENT THRU 2300-EXIT.
011150 2000-NEXT.
011200     PERFORM 2100-READ-JR-RECORD THRU 2100-EXIT.
011300 2000-EXIT.
011400     EXIT.
016100     DISPLAY "OWNRXREF - OWNERS ADDED   : " WS-OWNERS-ADDED.
016200     DISPLAY "OWNRXREF - PETS LINKED    : " WS-PETS-LINKED.
016300     DISPLAY "OWNRXREF - ALREADY LINKED : " WS-ALREADY-LINKED.
016350     DISPLAY "OWNRXREF - MERGED, SKIPPED: " WS-MERGED-SKIPPED.
016400     CLOSE JR-FILE.
016500     CLOSE OWNER-MASTER-FILE.
016600     CLOSE OWNER-LINK-FILE.
