002200*    MODIFICATION HISTORY                                       *
002300*    --------------------                                       *
002400*    2026/08/22  JJM  ORIGINAL PROGRAM.                         *
002410*    2026/10/15  JJM  BLANK THE NEW MERGED_TO POINTER.          *
002500*                                                               *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
013600     END-IF.
013700     MOVE SPACE          TO PSTATUS OF STATUS-INFO.
013800     MOVE 0              TO STATUS_DATE OF STATUS-INFO.
013850     MOVE SPACES         TO MERGED_TO OF STATUS-INFO.
013900     WRITE JR-RECORD
014000         INVALID KEY
014100             ADD 1 TO WS-WRITE-FAILURES
