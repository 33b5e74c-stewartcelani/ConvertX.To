001093*                     PROVABLE AGAINST THE SYSTEM.               *
001094*    2026/09/02  JJM  THE FILE GREW 20 TO 29 BYTES ACROSS THE    *
001095*                     ABOVE CHANGES: RUN PAYHCONV AT CUTOVER.    *
001096*    2026/10/15  JJM  PAY METHOD I, A PET INSURER'S REMITTANCE   *
001097*                     POSTED BY INSPOST; PH-CHECK-NO CARRIES     *
001098*                     THE INSURER'S REMITTANCE NUMBER.           *
001099*                                                               *
001100*****************************************************************
001200    01  PAYMENT-HISTORY-RECORD.
001300        05  PH-KEY.
001500            10  PH-PAYMENT-DATE             PIC 9(08).
001600        05  PH-PAYMENT-AMOUNT               PIC S9(5)V99.
001700        05  PH-PAY-METHOD                   PIC X(01).
001750            88  PH-PAID-INSURER             VALUE "I".
001800        05  PH-CHECK-NO                     PIC X(06).
001900        05  PH-ENTRY-TYPE                   PIC X(01).
002000            88  PH-PAYMENT-ENTRY            VALUES "P" " ".
