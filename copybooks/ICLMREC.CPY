000100*****************************************************************
000200*                                                               *
000300*    ICLMREC.CPY                                                *
000400*                                                               *
000500*    INSURANCE-CLAIM-RECORD  --  ONE ENTRY PER VISIT-HISTORY    *
000600*    LINE CLAIMED FROM A PET INSURER, ON THE CLAIM TRACKING     *
000700*    FILE (INSCLM).  KEYED EXACTLY LIKE VISIT HISTORY (PATIENT, *
000800*    VISIT DATE, LINE NUMBER), SO A LINE CAN NEVER BE CLAIMED   *
000900*    TWICE AND THE KEY ITSELF IS THE CLAIM NUMBER PRINTED ON    *
001000*    THE CLAIM FORM AND QUOTED BACK ON THE INSURER'S            *
001100*    REMITTANCE.                                                *
001200*                                                               *
001300*    WRITTEN AT STATUS S BY THE INSCLAIM CLAIM RUN.  INSPOST    *
001400*    SETTLES IT FROM THE INSURER'S REMITTANCE, CARRYING THE     *
001500*    AMOUNT PAID, THE REMITTANCE NUMBER, AND THE INSURER'S      *
001600*    REASON CODE WHEN IT PAID LESS THAN CLAIMED.  INSAGE AGES   *
001700*    EVERY CLAIM STILL AT STATUS S.                             *
001710*    IC-RUN-DATE AND IC-RUN-TIME STAMP THE INSPOST RUN THAT     *
001720*    SETTLED THE CLAIM, SO A RERUN LATER THE SAME DAY CAN WRITE *
001730*    THE INSURER'S PAYMENT AGAIN INSTEAD OF CALLING THE CLAIM   *
001740*    ALREADY SETTLED.                                           *
001800*                                                               *
001900*    STATUS  MEANING                                            *
002000*    ------  -------                                            *
002100*    S       SUBMITTED, AWAITING THE INSURER                    *
002200*    P       PAID IN FULL                                       *
002300*    R       PARTIALLY PAID, REMAINDER LEFT TO THE CLIENT       *
002400*    D       DENIED, WHOLE FEE LEFT TO THE CLIENT               *
002500*                                                               *
002600*****************************************************************
002700    01  INSURANCE-CLAIM-RECORD.
002800        05  IC-KEY.
002900            10  IC-PATIENT-ID               PIC X(05).
003000            10  IC-VISIT-DATE.
003100                15  IC-VISIT-YYYY           PIC 9(04).
003200                15  IC-VISIT-MM             PIC 9(02).
003300                15  IC-VISIT-DD             PIC 9(02).
003400            10  IC-LINE-NO                  PIC 9(02).
003500        05  IC-INSURER-CODE                 PIC X(04).
003600        05  IC-POLICY-NO                    PIC X(15).
003700        05  IC-SERVICE-CODE                 PIC X(04).
003800        05  IC-PROVIDER-CODE                PIC X(02).
003900        05  IC-CLAIM-AMOUNT                 PIC S9(5)V99.
004000        05  IC-SUBMIT-DATE                  PIC 9(08).
004100        05  IC-CLAIM-STATUS                 PIC X(01).
004200            88  IC-CLAIM-SUBMITTED          VALUE "S".
004300            88  IC-CLAIM-PAID               VALUE "P".
004400            88  IC-CLAIM-PART-PAID          VALUE "R".
004500            88  IC-CLAIM-DENIED             VALUE "D".
004600        05  IC-STATUS-DATE                  PIC 9(08).
004700        05  IC-PAID-AMOUNT                  PIC S9(5)V99.
004800        05  IC-REMIT-REF                    PIC X(06).
004900        05  IC-DENIAL-CODE                  PIC X(02).
005000        05  IC-RUN-DATE                     PIC 9(08).
005100        05  IC-RUN-TIME                     PIC 9(08).
