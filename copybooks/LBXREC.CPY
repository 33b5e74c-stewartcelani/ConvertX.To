000100*****************************************************************
000200*                                                               *
000300*    LBXREC.CPY                                                 *
000400*                                                               *
000500*    LOCKBOX-ITEM-RECORD  --  ONE CHECK ON THE BANK'S DAILY     *
000600*    LOCKBOX FILE (LOCKBOX), READ BY LBXPOST.  THE BANK OPENS   *
000700*    THE MAILED-IN PAYMENTS, DEPOSITS THE CHECKS, AND SENDS ONE *
000800*    ITEM PER CHECK: THE DEPOSIT DATE, ITS OWN BATCH AND ITEM   *
000900*    NUMBERS, THE CHECK NUMBER AND AMOUNT, AND THE SCAN LINE    *
001000*    OFF THE RETURNED REMITTANCE STUB (RSTBREC LAYOUT) IN       *
001100*    LB-STUB-IMAGE.  A CHECK THAT CAME IN WITHOUT A STUB, OR    *
001200*    WITH ONE THE BANK COULD NOT READ, HAS LB-STUB-IMAGE BLANK. *
001300*                                                               *
001400*****************************************************************
001500    01  LOCKBOX-ITEM-RECORD.
001600        05  LB-DEPOSIT-DATE                 PIC 9(08).
001700        05  LB-BATCH-NO                     PIC X(03).
001800        05  LB-ITEM-NO                      PIC X(04).
001900        05  LB-CHECK-NO                     PIC X(06).
002000        05  LB-CHECK-AMOUNT                 PIC 9(07)V99.
002100        05  LB-STUB-IMAGE                   PIC X(32).
