000100*****************************************************************
000200*                                                               *
000300*    PERDREC.CPY                                                *
000400*                                                               *
000500*    PERIOD-CONTROL-RECORD  --  ONE RECORD PER CLOSED MONTH ON  *
000600*    THE PERIOD-CONTROL FILE (PERDCTL), KEYED BY YYYYMM.        *
000700*    WRITTEN BY THE MONTH-END CLOSE (MONCLOSE) WHEN THE MONTH'S *
000800*    A/R ROLL-FORWARD IS PROVED, AND NEVER REWRITTEN.  MONTHS   *
000900*    CLOSE IN ORDER, SO THE HIGHEST KEY ON FILE IS THE LAST     *
001000*    CLOSED MONTH: VSTEDIT SUSPENSES ANY POSTING DATED IN OR    *
001100*    BEFORE IT, AND THE NEXT CLOSE TAKES ITS OPENING A/R FROM   *
001200*    PC-LEDGER-AR.                                              *
001300*                                                               *
001400*    PC-CLOSING-AR IS THE ROLL-FORWARD FIGURE; PC-LEDGER-AR IS  *
001500*    THE SUM OF OPEN_BAL ON JR-FILE BROUGHT BACK TO MONTH END.  *
001600*    THEY AGREE UNLESS THE MONTH WAS CLOSED OUT OF BALANCE ON   *
001700*    REQUEST (PC-FORCED-CLOSE), IN WHICH CASE PC-DIFFERENCE     *
001800*    HOLDS WHAT WAS LEFT UNEXPLAINED.                           *
001810*                                                               *
001820*    PC-BALANCE-CHG-DOLLARS IS THE NET OF THE OPEN_BAL CHANGES  *
001830*    KEYED ON JRSCRN IN THE MONTH (NEW-PATIENT OPENING FEES AND *
001840*    FEE CORRECTIONS), TAKEN FROM THE AUDIT JOURNAL.            *
001900*                                                               *
002000*****************************************************************
002100    01  PERIOD-CONTROL-RECORD.
002200        05  PC-PERIOD                       PIC 9(06).
002300        05  PC-STATUS                       PIC X(01).
002400            88  PC-PERIOD-CLOSED                     VALUE "C".
002500        05  PC-CLOSE-DATE                   PIC 9(08).
002600        05  PC-CLOSE-TIME                   PIC 9(06).
002700        05  PC-OPENING-AR                   PIC S9(9)V99.
002800        05  PC-VISIT-DOLLARS                PIC S9(9)V99.
002900        05  PC-FINCHG-DOLLARS               PIC S9(9)V99.
003000        05  PC-RETCHECK-DOLLARS             PIC S9(9)V99.
003100        05  PC-REFUND-DOLLARS               PIC S9(9)V99.
003200        05  PC-PAYMENT-DOLLARS              PIC S9(9)V99.
003300        05  PC-WRITEOFF-DOLLARS             PIC S9(9)V99.
003400        05  PC-CREDIT-DOLLARS               PIC S9(9)V99.
003500        05  PC-CLOSING-AR                   PIC S9(9)V99.
003600        05  PC-LEDGER-AR                    PIC S9(9)V99.
003700        05  PC-DIFFERENCE                   PIC S9(9)V99.
003800        05  PC-FORCED-CLOSE                 PIC X(01).
003900            88  PC-CLOSED-OUT-OF-BALANCE             VALUE "Y".
004000        05  PC-OPENING-DERIVED              PIC X(01).
004100            88  PC-FIRST-CLOSE                       VALUE "Y".
004200        05  PC-BALANCE-CHG-DOLLARS          PIC S9(9)V99.
