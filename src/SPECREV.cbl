002200*    WHOSE SPECIES CODE IS NOT ON THE APPROVED TABLE, IS COUNTED*
002300*    SEPARATELY AND LEFT OUT OF THE MATRIX SO THE COLUMNS ALWAYS*
002400*    ADD ACROSS.                                                *
002410*                                                               *
002420*    A VISIT MAY CARRY SEVERAL SERVICE LINES ON THE HISTORY     *
002430*    FILE.  EVERY LINE'S FEE IS ADDED TO THE DOLLARS, BUT THE   *
002440*    VISIT COUNT GOES UP ONCE PER PATIENT AND DATE.             *
002500*                                                               *
002600*    MODIFICATION HISTORY                                       *
002700*    --------------------                                       *
002800*    2026/08/22  JJM  ORIGINAL PROGRAM.                         *
002810*    2026/10/15  JJM  COUNT A MULTI-LINE VISIT ONCE; ITS LINES  *
002820*                     ALL ADD TO THE DOLLARS.                   *
002900*                                                               *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
010100 01  WS-CACHED-SPEC-SUB             PIC 9(02)     COMP VALUE 0.
010200 01  WS-CACHED-OK-SWITCH            PIC X(01)     VALUE "N".
010300     88  WS-CACHED-USABLE                         VALUE "Y".
010310 01  WS-LAST-VISIT-PATIENT          PIC X(05)     VALUE SPACES.
010320 01  WS-LAST-VISIT-DATE             PIC 9(08)     VALUE 0.
010400 01  WS-HISTORY-READ                PIC 9(07)     COMP VALUE 0.
010500 01  WS-IN-RANGE-COUNT              PIC 9(07)     COMP VALUE 0.
010600 01  WS-OUT-OF-RANGE-COUNT          PIC 9(07)     COMP VALUE 0.
035500 3110-EXIT.
035600     EXIT.
035700*****************************************************************
035800*    4000-POST-TO-MATRIX  --  DOLLARS AND COUNT INTO THE CELL.  *
035810*    THE COUNT TAKES ONLY THE FIRST LINE SEEN FOR A PATIENT AND *
035820*    DATE, SO A VISIT WITH THREE SERVICES IS ONE VISIT.         *
035900*****************************************************************
036000 4000-POST-TO-MATRIX.
036100     ADD VH-VISIT-FEE
036200         TO WS-ME-SPEC-AMT (WS-MONTH-SUB WS-SPEC-SUB).
036500     ADD VH-VISIT-FEE TO WS-ME-TOTAL-AMT (WS-MONTH-SUB).
036510     IF VH-PATIENT-ID = WS-LAST-VISIT-PATIENT
036520            AND VH-VISIT-DATE = WS-LAST-VISIT-DATE
036530         GO TO 4000-EXIT
036540     END-IF.
036550     MOVE VH-PATIENT-ID TO WS-LAST-VISIT-PATIENT.
036560     MOVE VH-VISIT-DATE TO WS-LAST-VISIT-DATE.
036570     ADD 1
036580         TO WS-ME-SPEC-CNT (WS-MONTH-SUB WS-SPEC-SUB).
036600     ADD 1            TO WS-ME-TOTAL-CNT (WS-MONTH-SUB).
036700 4000-EXIT.
036800     EXIT.
