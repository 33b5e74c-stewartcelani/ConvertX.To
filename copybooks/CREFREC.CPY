000100*****************************************************************
000200*                                                               *
000300*    CREFREC.CPY                                                *
000400*                                                               *
000500*    COLLECTION-REFERRAL-RECORD  --  ONE ACCOUNT SENT TO THE    *
000600*    OUTSIDE COLLECTION AGENCY ON THE MONTHLY REFERRAL FILE     *
000700*    (COLLSEND), WRITTEN BY COLLREF.  CARRIES WHAT THE AGENCY   *
000800*    NEEDS TO WORK THE ACCOUNT: THE OWNER AND MAILING ADDRESS   *
000900*    FROM THE OWNER MASTER, THE ACCT_NO THE AGENCY QUOTES BACK  *
001000*    ON ITS REMITTANCE, THE BALANCE PLACED, AND THE LAST        *
001100*    PAYMENT ON PAYMENT HISTORY (ZERO IF THE CLIENT HAS NEVER   *
001200*    PAID).                                                     *
001300*                                                               *
001400*****************************************************************
001500    01  COLLECTION-REFERRAL-RECORD.
001600        05  CR-PATIENT-ID                   PIC X(05).
001700        05  CR-ACCT-NO.
001800            10  CR-ACCT-YEAR                PIC X(02).
001900            10  CR-ACCT-SEQ                 PIC X(04).
002000        05  CR-OWNER-NAME                   PIC X(30).
002100        05  CR-PHONE                        PIC X(08).
002200        05  CR-ADDR-STREET                  PIC X(30).
002300        05  CR-ADDR-CITY                    PIC X(20).
002400        05  CR-ADDR-STATE                   PIC X(02).
002500        05  CR-ADDR-POSTAL                  PIC X(10).
002600        05  CR-OPEN-BAL                     PIC S9(7)V99.
002700        05  CR-LAST-VISIT                   PIC 9(08).
002800        05  CR-LAST-PAY-DATE                PIC 9(08).
002900        05  CR-LAST-PAY-AMOUNT              PIC S9(5)V99.
003000        05  CR-REFERRAL-DATE                PIC 9(08).
