000100*****************************************************************
000200*                                                               *
000300*    BRDNREC.CPY                                                *
000400*                                                               *
000500*    BOARDING-NIGHT-RECORD  --  ONE NIGHT CHARGED ON A STAY, ON *
000600*    THE BOARDING NIGHT FILE (BRDNITE), KEYED BY THE STAY KEY   *
000700*    (PATIENT-ID, ADMIT DATE) PLUS THE NIGHT.  WRITTEN BY THE   *
000800*    NIGHTLY ACCRUAL (BRDACCR) WITH THE CHARGE IT SENT TO THE   *
000900*    EDIT; A RERUN OF THE SAME CYCLE FIRST REMOVES THE NIGHTS   *
001000*    THAT CYCLE WROTE, THEN CHARGES THE STAY AGAIN.  READ BY    *
001050*    THE DISCHARGE STAY SUMMARY (BRDSUMM).                      *
001100*                                                               *
001200*    BN-PATIENT-CHARGED IS THE PATIENT THE CHARGE WAS POSTED    *
001300*    TO: THE STAY'S PATIENT, OR ITS SURVIVOR IF IT HAS BEEN     *
001400*    MERGED AWAY.                                               *
001500*                                                               *
001600*****************************************************************
001700    01  BOARDING-NIGHT-RECORD.
001800        05  BN-KEY.
001900            10  BN-PATIENT-ID               PIC X(05).
002000            10  BN-ADMIT-DATE               PIC 9(08).
002100            10  BN-NIGHT-DATE               PIC 9(08).
002200        05  BN-KENNEL                       PIC X(06).
002300        05  BN-SERVICE-CODE                 PIC X(04).
002400        05  BN-PROVIDER-CODE                PIC X(02).
002500        05  BN-FEE                          PIC S9(5)V99.
002600        05  BN-PATIENT-CHARGED              PIC X(05).
002700        05  BN-ACCRUAL-DATE                 PIC 9(08).
