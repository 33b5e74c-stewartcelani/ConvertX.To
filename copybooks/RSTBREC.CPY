000100*****************************************************************
000200*                                                               *
000300*    RSTBREC.CPY                                                *
000400*                                                               *
000500*    REMITTANCE-STUB-LINE  --  THE MACHINE-READABLE SCAN LINE   *
000600*    PRINTED ON THE TEAR-OFF REMITTANCE STUB OF A STATEMENT.    *
000700*    THE CLIENT MAILS THE STUB BACK WITH THE CHECK, AND THE     *
000800*    BANK'S LOCKBOX SCANS IT BACK TO US ON THE DAILY LOCKBOX    *
000900*    FILE (LB-STUB-IMAGE ON LBXREC), WHERE LBXPOST READS IT TO  *
001000*    FIND THE ACCOUNT THE CHECK PAYS.  THE LINE IS FIXED        *
001100*    COLUMNS, DIGITS AND CAPITALS ONLY, SO IT SCANS CLEAN.      *
001200*                                                               *
001300*    RS-STUB-TYPE H IS A HOUSEHOLD STATEMENT FROM OWNSTMT:      *
001400*    RS-ACCOUNT-KEY IS THE OWNER'S PHONE (THE OWNMAST KEY) AND  *
001500*    RS-ACCT-NO IS BLANK.  TYPE P IS A SINGLE-PATIENT STATEMENT *
001600*    FROM STMTPRT: RS-ACCOUNT-KEY CARRIES THE PATIENT-ID AND    *
001700*    RS-ACCT-NO THE PATIENT'S ACCT_NO AS A CROSS-CHECK.         *
001800*    RS-AMOUNT-DUE IS THE AMOUNT DUE THE STATEMENT BILLED; THE  *
001900*    CHECK AMOUNT, NOT THIS, IS WHAT POSTS.                     *
002000*                                                               *
002100*****************************************************************
002200    01  REMITTANCE-STUB-LINE.
002300        05  RS-STUB-TYPE                    PIC X(01).
002400            88  RS-HOUSEHOLD-STUB                    VALUE "H".
002500            88  RS-PATIENT-STUB                      VALUE "P".
002600        05  RS-ACCOUNT-KEY                  PIC X(08).
002700        05  RS-PATIENT-KEY REDEFINES RS-ACCOUNT-KEY.
002800            10  RS-PATIENT-ID               PIC X(05).
002900            10  FILLER                      PIC X(03).
003000        05  RS-ACCT-NO                      PIC X(06).
003100        05  RS-STMT-DATE                    PIC 9(08).
003200        05  RS-AMOUNT-DUE                   PIC 9(07)V99.
