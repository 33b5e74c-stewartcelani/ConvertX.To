000100*****************************************************************
000200*                                                               *
000300*    STAYREC.CPY                                                *
000400*                                                               *
000500*    STAY-RECORD  --  ONE BOARDING OR HOSPITAL STAY ON THE STAY *
000600*    FILE (STAYFILE), KEYED BY PATIENT-ID AND ADMIT DATE.       *
000700*    CHECKED IN AND OUT THROUGH THE BRDSCRN TRANSACTION.  A     *
000800*    ZERO DISCHARGE DATE MEANS THE PATIENT IS STILL IN THE      *
000900*    BUILDING.                                                  *
001000*                                                               *
001100*    EVERY NIGHT THE ACCRUAL STEP (BRDACCR) CHARGES EACH NIGHT  *
001200*    OF THE STAY NOT YET CHARGED AT THE FEE FOR SY-RATE-SERVICE *
001300*    AND ADVANCES SY-CHARGED-THRU.  THE NIGHT OF THE DISCHARGE  *
001400*    DATE IS NOT A NIGHT IN THE BUILDING AND IS NOT CHARGED.    *
001500*    SY-PRIOR-CHARGED-THRU AND SY-PRIOR-NIGHTS HOLD WHERE THE   *
001600*    STAY STOOD BEFORE THE RUN OF SY-LAST-ACCRUAL-DATE, SO A    *
001700*    RERUN OF THAT CYCLE CHARGES THE SAME NIGHTS AGAIN INSTEAD  *
001800*    OF NONE.                                                   *
001900*                                                               *
002000*    TYPE    MEANING                                            *
002100*    ----    -------                                            *
002200*    B       BOARDING                                           *
002300*    H       HOSPITALIZED                                       *
002400*                                                               *
002500*****************************************************************
002600    01  STAY-RECORD.
002700        05  SY-KEY.
002800            10  SY-PATIENT-ID               PIC X(05).
002900            10  SY-ADMIT-DATE               PIC 9(08).
003000        05  SY-STAY-TYPE                    PIC X(01).
003100            88  SY-BOARDING                 VALUE "B".
003200            88  SY-HOSPITALIZED             VALUE "H".
003300        05  SY-KENNEL                       PIC X(06).
003400        05  SY-RATE-SERVICE                 PIC X(04).
003500        05  SY-PROVIDER-CODE                PIC X(02).
003600        05  SY-REASON                       PIC X(30).
003700        05  SY-DISCHARGE-DATE               PIC 9(08).
003800            88  SY-IN-HOUSE                 VALUE 0.
003900        05  SY-CHARGED-THRU                 PIC 9(08).
004000        05  SY-NIGHTS-CHARGED               PIC 9(03).
004100        05  SY-LAST-ACCRUAL-DATE            PIC 9(08).
004200        05  SY-PRIOR-CHARGED-THRU           PIC 9(08).
004300        05  SY-PRIOR-NIGHTS                 PIC 9(03).
