000100*****************************************************************
000200*                                                               *
000300*    INSPREC.CPY                                                *
000400*                                                               *
000500*    INSURANCE-POLICY-RECORD  --  ONE ENTRY PER INSURED         *
000600*    PATIENT ON THE PET INSURANCE POLICY FILE (INSPOL), KEYED   *
000700*    BY PATIENT-ID.  LINKS THE PATIENT TO ITS INSURER AND THE   *
000800*    POLICY NUMBER THE INSURER QUOTES ON EVERY CLAIM.  BUILT    *
000900*    AND MAINTAINED BY THE POLLOAD JOB FROM THE KEYED POLICY    *
001000*    FILE (INSPRAW, ONE 70-BYTE IMAGE PER LINE); READ BY THE    *
001100*    INSCLAIM CLAIM RUN.                                        *
001200*                                                               *
001300*    ONLY VISITS DATED FROM THE EFFECTIVE DATE THROUGH THE      *
001400*    EXPIRY DATE ARE CLAIMED.  A ZERO EXPIRY DATE MEANS THE     *
001500*    POLICY IS OPEN-ENDED; A LAPSED POLICY IS GIVEN AN EXPIRY   *
001600*    DATE RATHER THAN DELETED, SO CLAIMS ALREADY IN FLIGHT      *
001700*    STILL TRACE BACK TO IT.                                    *
001800*                                                               *
001900*****************************************************************
002000    01  INSURANCE-POLICY-RECORD.
002100        05  PO-PATIENT-ID                   PIC X(05).
002200        05  PO-INSURER-CODE                 PIC X(04).
002300        05  PO-INSURER-NAME                 PIC X(30).
002400        05  PO-POLICY-NO                    PIC X(15).
002500        05  PO-EFFECTIVE-DATE               PIC 9(08).
002600        05  PO-EXPIRY-DATE                  PIC 9(08).
