000100*****************************************************************
000200*                                                               *
000300*    COLLREC.CPY                                                *
000400*                                                               *
000500*    COLLECTION-PLACEMENT-RECORD  --  ONE ENTRY PER PATIENT     *
000600*    ACCOUNT REFERRED TO THE OUTSIDE COLLECTION AGENCY, ON THE  *
000700*    PLACEMENT FILE (COLLPLC), KEYED BY PATIENT-ID.  WRITTEN BY *
000800*    THE MONTHLY COLLREF REFERRAL RUN, WHICH ALSO CLOSES A      *
000900*    PLACEMENT ONCE THE OPEN BALANCE HAS BEEN RECOVERED.        *
001000*    COLLPOST ADDS EACH AGENCY REMITTANCE INTO THE RECOVERED    *
001100*    AND FEE TOTALS.                                            *
001110*    CL-RUN-DATE AND CL-RUN-TIME STAMP THE COLLPOST RUN THAT    *
001120*    LAST POSTED TO THE PLACEMENT, AND THE CL-PRIOR FIELDS HOLD *
001130*    THE LAST REMIT DATE AND TOTALS AS THEY STOOD BEFORE THAT   *
001140*    DAY'S FIRST RUN, SO A RERUN LATER THE SAME DAY STARTS FROM *
001150*    THEM AND WRITES THE RECOVERIES AGAIN.                      *
001200*                                                               *
001300*    WHILE AN ACCOUNT IS PLACED THE AGENCY OWNS THE CONTACT:    *
001400*    OWNSTMT, STMTPRT, FINCHG, AND RECALLTR LEAVE IT ALONE.  A  *
001500*    CLOSED PLACEMENT IS KEPT FOR REFERENCE AND THE ACCOUNT IS  *
001600*    TREATED LIKE ANY OTHER.                                    *
001700*                                                               *
001800*    STATUS  MEANING                                            *
001900*    ------  -------                                            *
002000*    P       PLACED WITH THE AGENCY                             *
002100*    C       CLOSED, BALANCE RECOVERED OR CLEARED               *
002200*                                                               *
002300*****************************************************************
002400    01  COLLECTION-PLACEMENT-RECORD.
002500        05  CL-PATIENT-ID                   PIC X(05).
002600        05  CL-PLACED-DATE                  PIC 9(08).
002700        05  CL-PLACED-BALANCE               PIC S9(7)V99.
002800        05  CL-PLACE-STATUS                 PIC X(01).
002900            88  CL-ACCOUNT-PLACED           VALUE "P".
003000            88  CL-PLACEMENT-CLOSED         VALUE "C".
003100        05  CL-STATUS-DATE                  PIC 9(08).
003200        05  CL-GROSS-RECOVERED              PIC S9(7)V99.
003300        05  CL-AGENCY-FEES                  PIC S9(7)V99.
003400        05  CL-LAST-REMIT-DATE              PIC 9(08).
003500        05  CL-RUN-DATE                     PIC 9(08).
003600        05  CL-RUN-TIME                     PIC 9(08).
003700        05  CL-PRIOR-REMIT-DATE             PIC 9(08).
003800        05  CL-PRIOR-GROSS                  PIC S9(7)V99.
003900        05  CL-PRIOR-FEES                   PIC S9(7)V99.
