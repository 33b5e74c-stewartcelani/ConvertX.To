000100*****************************************************************
000200*                                                               *
000300*    RCVREC.CPY                                                 *
000400*                                                               *
000500*    RECEIVING-TRANSACTION-RECORD  --  ONE LINE PER ITEM ON     *
000600*    ORDER OR DELIVERED, ON THE RECEIVING TRANSACTION FILE      *
000700*    (INVRCV).  INVDEPL APPENDS A LINE FOR EVERY ITEM IT        *
000800*    ORDERS, WITH THE ORDER DATE, QUANTITY AND LAST UNIT COST   *
000900*    FILLED IN.  WHEN THE DELIVERY ARRIVES THE STOCKROOM KEYS   *
001000*    THE DATE RECEIVED, THE QUANTITY RECEIVED, THE SUPPLIER'S   *
001100*    DELIVERY REFERENCE AND THE INVOICED UNIT COST ON THE LINE; *
001200*    A DELIVERY THAT WAS NEVER ORDERED IS KEYED AS A NEW LINE   *
001300*    WITH NO ORDER DATE.  INVRECV POSTS EVERY LINE THAT HAS A   *
001400*    DATE RECEIVED AND KEEPS THE REST ON THE FILE.  A DATE      *
001500*    RECEIVED WITH A ZERO QUANTITY CLOSES AN ORDER THAT WILL    *
001600*    NOT BE DELIVERED.                                          *
001700*                                                               *
001800*****************************************************************
001900    01  RECEIVING-TRANSACTION-RECORD.
002000        05  RV-ITEM-CODE                    PIC X(06).
002100        05  RV-ORDER-DATE                   PIC 9(08).
002200        05  RV-ORDER-QTY                    PIC 9(7)V99.
002300        05  RV-UNIT-COST                    PIC 9(5)V99.
002400        05  RV-RECEIVED-DATE                PIC 9(08).
002500        05  RV-RECEIVED-QTY                 PIC 9(7)V99.
002600        05  RV-DELIVERY-REF                 PIC X(10).
002700        05  RV-DESCRIPTION                  PIC X(30).
