001800*    WHOSE PROVIDER CODE IS BLANK OR NOT ON THE TABLE (OLDER    *
001900*    HISTORY, FINANCE CHARGES) IS COUNTED SEPARATELY AND LEFT   *
002000*    OUT OF THE MATRIX SO THE COLUMNS ALWAYS ADD ACROSS.        *
002010*                                                               *
002020*    A VISIT MAY CARRY SEVERAL SERVICE LINES, EACH WITH ITS     *
002030*    OWN PROVIDER.  EVERY LINE'S FEE GOES TO ITS PROVIDER'S     *
002040*    DOLLARS; EACH PROVIDER ON A VISIT COUNTS THAT VISIT ONCE,  *
002050*    AND THE TOTAL COLUMN COUNTS IT ONCE HOWEVER MANY VETS      *
002060*    WORKED IT.                                                 *
002100*                                                               *
002200*    MODIFICATION HISTORY                                       *
002300*    --------------------                                       *
002400*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
002410*    2026/10/15  JJM  COUNT A MULTI-LINE VISIT ONCE PER         *
002420*                     PROVIDER AND ONCE IN THE TOTAL; ITS       *
002430*                     LINES ALL ADD TO THE DOLLARS.             *
002500*                                                               *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
008800 01  WS-OUT-OF-RANGE-COUNT          PIC 9(07)     COMP VALUE 0.
008900 01  WS-TABLE-FULL-COUNT            PIC 9(07)     COMP VALUE 0.
009000 01  WS-BAD-PROVIDER-COUNT          PIC 9(07)     COMP VALUE 0.
009010 01  WS-LAST-VISIT-PATIENT          PIC X(05)     VALUE SPACES.
009020 01  WS-LAST-VISIT-DATE             PIC 9(08)     VALUE 0.
009030 01  WS-VISIT-PROV-FLAGS.
009040     05  WS-VISIT-PROV-COUNTED      PIC X(01)     OCCURS 4 TIMES.
009100 01  WS-MONTH-TABLE.
009200     05  WS-MONTH-ENTRY             OCCURS 60 TIMES.
009300         10  WS-ME-PROV-AMT         PIC S9(9)V99  OCCURS 4 TIMES.
029200 3100-EXIT.
029300     EXIT.
029400*****************************************************************
029500*    4000-POST-TO-MATRIX  --  DOLLARS AND COUNT INTO THE CELL.  *
029510*    THE FIRST LINE SEEN FOR A PATIENT AND DATE COUNTS THE      *
029520*    VISIT IN THE TOTAL AND CLEARS THE PER-PROVIDER FLAGS; A    *
029530*    PROVIDER'S COLUMN COUNTS THE VISIT ON ITS FIRST LINE ONLY. *
029600*****************************************************************
029700 4000-POST-TO-MATRIX.
029800     ADD VH-VISIT-FEE
029900         TO WS-ME-PROV-AMT (WS-MONTH-SUB WS-PROV-SUB).
030200     ADD VH-VISIT-FEE TO WS-ME-TOTAL-AMT (WS-MONTH-SUB).
030210     IF VH-PATIENT-ID NOT = WS-LAST-VISIT-PATIENT
030220            OR VH-VISIT-DATE NOT = WS-LAST-VISIT-DATE
030230         MOVE VH-PATIENT-ID TO WS-LAST-VISIT-PATIENT
030240         MOVE VH-VISIT-DATE TO WS-LAST-VISIT-DATE
030250         MOVE "NNNN"        TO WS-VISIT-PROV-FLAGS
030260         ADD 1 TO WS-ME-TOTAL-CNT (WS-MONTH-SUB)
030270     END-IF.
030280     IF WS-VISIT-PROV-COUNTED (WS-PROV-SUB) = "N"
030290         MOVE "Y" TO WS-VISIT-PROV-COUNTED (WS-PROV-SUB)
030300         ADD 1
030310             TO WS-ME-PROV-CNT (WS-MONTH-SUB WS-PROV-SUB)
030320     END-IF.
030400 4000-EXIT.
030500     EXIT.
030600*****************************************************************
