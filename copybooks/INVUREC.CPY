000100*****************************************************************
000200*                                                               *
000300*    INVUREC.CPY                                                *
000400*                                                               *
000500*    INVENTORY-USAGE-RECORD  --  ONE ENTRY PER VISIT-HISTORY    *
000600*    LINE THE DEPLETION RUN (INVDEPL) HAS SEEN, ON THE USAGE    *
000700*    FILE (INVUSE).  KEYED EXACTLY LIKE VISIT HISTORY (PATIENT, *
000800*    VISIT DATE, LINE NUMBER), SO A LINE NEVER TAKES STOCK      *
000900*    TWICE AND A RERUN DEPLETES NOTHING.  PATMERGE MOVES THE    *
001000*    ENTRY WITH ITS VISIT LINE WHEN IT RENAMES THE LINE.        *
001100*                                                               *
001200*    STATUS  MEANING                                            *
001300*    ------  -------                                            *
001400*    D       STOCK TAKEN FOR THE SERVICE'S BILL OF MATERIALS    *
001500*    N       SERVICE HAS NO BILL OF MATERIALS, NOTHING TAKEN    *
001600*    P       LINE ALREADY ON HISTORY WHEN THE USAGE FILE WAS    *
001700*            FIRST BUILT; COUNTED INTO THE OPENING STOCK,       *
001800*            NOTHING TAKEN                                      *
001900*                                                               *
002000*****************************************************************
002100    01  INVENTORY-USAGE-RECORD.
002200        05  IU-KEY.
002300            10  IU-PATIENT-ID               PIC X(05).
002400            10  IU-VISIT-DATE.
002500                15  IU-VISIT-YYYY           PIC 9(04).
002600                15  IU-VISIT-MM             PIC 9(02).
002700                15  IU-VISIT-DD             PIC 9(02).
002800            10  IU-LINE-NO                  PIC 9(02).
002900        05  IU-SERVICE-CODE                 PIC X(04).
003000        05  IU-USAGE-STATUS                 PIC X(01).
003100            88  IU-STOCK-TAKEN              VALUE "D".
003200            88  IU-NO-MATERIALS             VALUE "N".
003300            88  IU-PRIMED                   VALUE "P".
003400        05  IU-RUN-DATE                     PIC 9(08).
003500        05  IU-ITEMS-TAKEN                  PIC 9(03).
