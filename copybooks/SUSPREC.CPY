001500*    FE      FEE AMOUNT NOT NUMERIC                              *
001600*    NP      PATIENT-ID NOT ON JR-FILE                           *
001610*    SV      SERVICE CODE NOT ON THE FEE SCHEDULE                *
001620*    PM      PAYMENT METHOD NOT C/K/D/I, OR CHECK OR INSURER     *
001630*            REMITTANCE WITHOUT A NUMBER, OR AN I REFUND         *
001640*    AR      ADJUSTMENT REASON NOT W/R/C/S/G                     *
001650*    PV      PROVIDER CODE NOT ON THE PROVIDER TABLE             *
001660*    CP      DATED IN OR BEFORE THE LAST MONTH CLOSED ON THE     *
001670*            PERIOD-CONTROL FILE                                 *
001700*                                                               *
001800*****************************************************************
001900    01  SUSPENSE-RECORD.
002420            88  SU-BAD-PAY-METHOD                    VALUE "PM".
002430            88  SU-BAD-ADJ-REASON                    VALUE "AR".
002440            88  SU-BAD-PROVIDER-CODE                 VALUE "PV".
002450            88  SU-CLOSED-PERIOD                     VALUE "CP".
002500        05  SU-TRANS-IMAGE                  PIC X(43).
