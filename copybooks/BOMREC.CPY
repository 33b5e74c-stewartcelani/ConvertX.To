000100*****************************************************************
000200*                                                               *
000300*    BOMREC.CPY                                                 *
000400*                                                               *
000500*    BILL-OF-MATERIAL-RECORD  --  ONE RECORD PER INVENTORY ITEM *
000600*    A FEE-SCHEDULE SERVICE CONSUMES, ON THE BILL-OF-MATERIALS  *
000700*    FILE (INVBOM), KEYED BY SERVICE CODE THEN ITEM CODE SO ALL *
000800*    THE ITEMS OF ONE SERVICE READ TOGETHER.  BM-QUANTITY IS    *
000900*    TAKEN FROM STOCK, IN THE ITEM'S UNIT OF ISSUE, EACH TIME   *
001000*    THE SERVICE IS POSTED TO VISIT HISTORY.  A SERVICE WITH NO *
001100*    RECORDS HERE USES NO STOCK.  MAINTAINED BY BOMLOAD.        *
001200*                                                               *
001300*****************************************************************
001400    01  BILL-OF-MATERIAL-RECORD.
001500        05  BM-KEY.
001600            10  BM-SERVICE-CODE             PIC X(04).
001700            10  BM-ITEM-CODE                PIC X(06).
001800        05  BM-QUANTITY                     PIC S9(5)V99.
