000100*****************************************************************
000200*                                                               *
000300*    LBXCTL.CPY                                                 *
000400*                                                               *
000500*    LOCKBOX-CONTROL-RECORD  --  BATCH TOTALS WRITTEN BY THE    *
000600*    LOCKBOX POSTING RUN (LBXPOST) AT END OF JOB AND READ BACK  *
000700*    BY THE DEPOSIT RECONCILIATION (DEPRPT), WHICH PROVES THE   *
000800*    LOCKBOX CHECKS ON THE NIGHT'S POSTING FILE AGAINST IT.     *
000900*    EVERY DOLLAR ON THE BANK'S BATCH LANDS IN EXACTLY ONE OF   *
001000*    APPLIED (WRITTEN TO LBXTRN AS CHECK PAYMENTS) OR UNAPPLIED *
001100*    (LISTED ON LBXUNAP FOR THE OFFICE TO RESEARCH).  A RUN     *
001200*    WITH NO LOCKBOX FILE WRITES A ZERO RECORD, SO A DAY        *
001300*    WITHOUT A BATCH PROVES AT ZERO.  LC-DEPOSIT-DATE ALSO      *
001400*    STOPS AN OLDER BATCH FROM BEING POSTED A SECOND TIME.      *
001410*    LC-RUN-DATE IS THE DAY THAT BATCH WAS POSTED; A REFUSED OR *
001420*    ZERO RUN CARRIES BOTH DATES FORWARD UNCHANGED.             *
001500*                                                               *
001600*****************************************************************
001700    01  LOCKBOX-CONTROL-RECORD.
001800        05  LC-RUN-DATE                     PIC 9(08).
001900        05  LC-DEPOSIT-DATE                 PIC 9(08).
002000        05  LC-ITEMS-READ                   PIC 9(07).
002100        05  LC-ITEMS-APPLIED                PIC 9(07).
002200        05  LC-ITEMS-UNAPPLIED              PIC 9(07).
002300        05  LC-PAYMENTS-WRITTEN             PIC 9(07).
002400        05  LC-BATCH-DOLLARS                PIC S9(9)V99.
002500        05  LC-APPLIED-DOLLARS              PIC S9(9)V99.
002600        05  LC-UNAPPLIED-DOLLARS            PIC S9(9)V99.
