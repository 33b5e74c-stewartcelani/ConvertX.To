000100*****************************************************************
000200*                                                               *
000300*    CREMREC.CPY                                                *
000400*                                                               *
000500*    AGENCY-REMITTANCE-RECORD  --  ONE RECOVERY ON THE          *
000600*    COLLECTION AGENCY'S REMITTANCE FILE (COLLREM), READ BY     *
000700*    COLLPOST.  THE AGENCY COLLECTS THE GROSS AMOUNT FROM THE   *
000800*    CLIENT, KEEPS ITS COMMISSION, AND SENDS THE NET ON ONE     *
000900*    CHECK FOR THE WHOLE REMITTANCE; THE AGENCY'S CHECK NUMBER  *
001000*    RIDES ON EVERY ITEM.  GROSS MUST EQUAL NET PLUS            *
001100*    COMMISSION.                                                *
001200*                                                               *
001300*****************************************************************
001400    01  AGENCY-REMITTANCE-RECORD.
001500        05  RM-PATIENT-ID                   PIC X(05).
001600        05  RM-ACCT-NO.
001700            10  RM-ACCT-YEAR                PIC X(02).
001800            10  RM-ACCT-SEQ                 PIC X(04).
001900        05  RM-COLLECT-DATE                 PIC 9(08).
002000        05  RM-GROSS-AMOUNT                 PIC S9(5)V99.
002100        05  RM-COMMISSION                   PIC S9(5)V99.
002200        05  RM-NET-AMOUNT                   PIC S9(5)V99.
002300        05  RM-REMIT-DATE                   PIC 9(08).
002400        05  RM-CHECK-NO                     PIC X(06).
