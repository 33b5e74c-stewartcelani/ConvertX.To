000100*****************************************************************
000200*                                                               *
000300*    IREMREC.CPY                                                *
000400*                                                               *
000500*    INSURER-REMITTANCE-RECORD  --  ONE SETTLED CLAIM ON A PET  *
000600*    INSURER'S REMITTANCE FILE (INSREM), READ BY INSPOST.  THE  *
000700*    INSURER QUOTES BACK THE CLAIM NUMBER FROM OUR CLAIM FORM   *
000800*    (PATIENT, VISIT DATE, LINE NUMBER), ITS OWN INSURER CODE   *
000900*    AND THE POLICY NUMBER, AND THE AMOUNT IT PAID.  ZERO PAID  *
001000*    IS A DENIAL; LESS THAN THE AMOUNT CLAIMED IS A PARTIAL     *
001100*    PAYMENT, AND THE INSURER'S REASON CODE RIDES IN            *
001200*    IR-DENIAL-CODE.  THE INSURER'S CHECK OR TRANSFER NUMBER    *
001300*    RIDES ON EVERY ITEM IT COVERS.                             *
001400*                                                               *
001500*****************************************************************
001600    01  INSURER-REMITTANCE-RECORD.
001700        05  IR-CLAIM-KEY.
001800            10  IR-PATIENT-ID               PIC X(05).
001900            10  IR-VISIT-DATE               PIC 9(08).
002000            10  IR-LINE-NO                  PIC 9(02).
002100        05  IR-INSURER-CODE                 PIC X(04).
002200        05  IR-POLICY-NO                    PIC X(15).
002300        05  IR-PAID-AMOUNT                  PIC S9(5)V99.
002400        05  IR-DENIAL-CODE                  PIC X(02).
002500        05  IR-REMIT-DATE                   PIC 9(08).
002600        05  IR-REMIT-REF                    PIC X(06).
