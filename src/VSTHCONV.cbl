002400*    MODIFICATION HISTORY                                       *
002500*    --------------------                                       *
002600*    2026/09/02  JJM  ORIGINAL PROGRAM.                         *
002610*    2026/10/15  JJM  CONVERTED ENTRIES LAND AS LINE 01 OF      *
002620*                     THEIR VISIT NOW THAT VH-LINE-NO ENDS THE  *
002630*                     KEY; A FILE ALREADY ON THE 26-BYTE        *
002640*                     LAYOUT GOES THROUGH VSTLCONV INSTEAD.     *
002700*                                                               *
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
010700*****************************************************************
010800 2000-CONVERT-ONE-RECORD.
010900     ADD 1 TO WS-RECORDS-READ.
011000     MOVE O-VH-PATIENT-ID TO VH-PATIENT-ID.
011010     MOVE O-VH-VISIT-DATE TO VH-VISIT-DATE.
011020     MOVE 1               TO VH-LINE-NO.
011100     MOVE O-VH-VISIT-FEE  TO VH-VISIT-FEE.
011200     MOVE SPACES          TO VH-SERVICE-CODE.
011300     MOVE SPACES          TO VH-PROVIDER-CODE.
