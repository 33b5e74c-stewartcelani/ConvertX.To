001600*    MODIFICATION HISTORY                                       *
001700*    --------------------                                       *
001800*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
001810*    2026/10/15  JJM  ADD THE INVENTORY DEPLETION STEP.         *
001820*    2026/10/15  JJM  ADD THE NIGHTLY STAY CHARGE STEP.         *
001900*                                                               *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
005200 01  WS-TROUBLE-SWITCH              PIC X(01)     VALUE "N".
005300     88  WS-CYCLE-IN-TROUBLE                      VALUE "Y".
005400 01  WS-STEP-SUB                    PIC 9(02)     COMP.
005500 01  WS-STEP-NAME-LIST              PIC X(56)     VALUE
005600     "XFILECHKBRDACCR VSTEDIT JRNIGHT NITEBAL GLEXPORTINVDEPL ".
005700 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-LIST.
005800     05  WS-STEP-NAME  OCCURS 7 TIMES  PIC X(08).
005900 01  WS-STEP-MAX                    PIC 9(02)     VALUE 07.
006000 01  WS-CURRENT-DATE                PIC 9(08).
006100 01  WS-HEADING-LINE-1.
006200     05  FILLER                     PIC X(34)     VALUE
