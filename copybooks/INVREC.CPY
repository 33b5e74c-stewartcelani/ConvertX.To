000100*****************************************************************
000200*                                                               *
000300*    INVREC.CPY                                                 *
000400*                                                               *
000500*    INVENTORY-ITEM-RECORD  --  ONE RECORD PER DRUG OR SUPPLY   *
000600*    ITEM ON THE INVENTORY MASTER (INVMAST), KEYED BY ITEM      *
000700*    CODE.  BUILT AND MAINTAINED BY INVLOAD.  QUANTITIES ARE IN *
000800*    THE ITEM'S UNIT OF ISSUE (ML, TAB, EACH ...) AND CARRY TWO *
000900*    DECIMALS SO PART-UNITS CAN BE DISPENSED.                   *
001000*                                                               *
001100*    IV-ON-HAND IS REDUCED BY THE NIGHTLY DEPLETION RUN         *
001200*    (INVDEPL) FROM THE SERVICES POSTED TO VISIT HISTORY, AND   *
001300*    RAISED BY THE RECEIVING POST (INVRECV) FROM DELIVERIES.    *
001400*    IT CAN GO NEGATIVE WHEN MORE IS USED THAN WAS ON THE       *
001500*    BOOKS, AND IS LEFT NEGATIVE SO THE SHORTAGE SHOWS.         *
001600*                                                               *
001700*    IV-ON-ORDER IS WHAT INVDEPL HAS ORDERED AND INVRECV HAS    *
001800*    NOT YET CLOSED, SO AN ITEM ALREADY ON ORDER IS NOT         *
001900*    ORDERED AGAIN EVERY NIGHT UNTIL THE DELIVERY COMES.  AN    *
002000*    ITEM WITH NO REORDER QUANTITY IS NEVER ORDERED.            *
002100*                                                               *
002200*    EVERY MOVEMENT OF A CONTROLLED ITEM (IV-CONTROLLED-DRUG)   *
002300*    IS ALSO WRITTEN TO THE CONTROLLED-DRUG LOG (CDLGREC).      *
002400*                                                               *
002500*****************************************************************
002600    01  INVENTORY-ITEM-RECORD.
002700        05  IV-ITEM-CODE                    PIC X(06).
002800        05  IV-DESCRIPTION                  PIC X(30).
002900        05  IV-UNIT-OF-ISSUE                PIC X(04).
003000        05  IV-CONTROLLED-FLAG              PIC X(01).
003100            88  IV-CONTROLLED-DRUG                   VALUE "Y".
003200        05  IV-ON-HAND                      PIC S9(7)V99.
003300        05  IV-UNIT-COST                    PIC S9(5)V99.
003400        05  IV-REORDER-POINT                PIC S9(7)V99.
003500        05  IV-REORDER-QTY                  PIC S9(7)V99.
003600        05  IV-ON-ORDER                     PIC S9(7)V99.
003700        05  IV-LAST-ORDER-DATE              PIC 9(08).
003800        05  IV-LAST-RECEIVED-DATE           PIC 9(08).
003900        05  IV-LAST-USED-DATE               PIC 9(08).
