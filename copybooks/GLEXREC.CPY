000400*                                                               *
000500*    GL-EXPORT-RECORD  --  FIXED LAYOUT EXPECTED BY THE          *
000600*    GENERAL-LEDGER PACKAGE.  80 BYTE FIXED RECORD.              *
000610*                                                               *
000620*    MODIFICATION HISTORY                                      *
000630*    --------------------                                       *
000640*    2026/10/15  JJM  ADDED RECORD TYPE IP, ONE PET INSURER'S    *
000650*                     REMITTANCE POSTED THAT NIGHT, WITH THE     *
000660*                     REMITTANCE NUMBER IN GL-REMIT-REF, SO THE  *
000670*                     LEDGER CAN BOOK INSURER MONEY APART FROM   *
000680*                     CLIENT MONEY.                              *
000700*                                                               *
000800*    POS     LEN   FIELD                                        *
000900*    ---     ---   -----                                        *
001000*    01-02   02    RECORD TYPE ("FE" = FEE ENTRY,                *
001010*                  "IP" = INSURER PAYMENT)                       *
001100*    03-04   02    ACCT_NO YEAR                                  *
001200*    05-08   04    ACCT_NO SEQ_NO                                *
001300*    09-15   07    FEE AMOUNT, SIGN OVERPUNCHED (S9(5)V99)       *
001310*                  (ON "IP", THE AMOUNT THE INSURER PAID)        *
001400*    16-23   08    DATE PAID (YYYYMMDD, ZERO IF UNPAID)          *
001410*    24-29   06    INSURER REMITTANCE NUMBER ("IP" ONLY)         *
001500*    30-80   51    FILLER                                       *
001600*                                                               *
001700*****************************************************************
001800    01  GL-EXPORT-RECORD.
001900        05  GL-RECORD-TYPE                  PIC X(02).
001910            88  GL-FEE-ENTRY                         VALUE "FE".
001920            88  GL-INSURER-PAYMENT                   VALUE "IP".
002000        05  GL-ACCT-NO.
002100            10  GL-ACCT-YEAR                PIC X(02).
002200            10  GL-ACCT-SEQ                 PIC X(04).
002300        05  GL-FEE-AMOUNT                   PIC S9(5)V99.
002400        05  GL-DATE-PAID                    PIC 9(08).
002410        05  GL-REMIT-REF                    PIC X(06).
002500        05  FILLER                          PIC X(51).
