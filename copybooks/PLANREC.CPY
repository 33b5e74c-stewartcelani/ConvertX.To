000100*****************************************************************
000200*                                                               *
000300*    PLANREC.CPY                                                 *
000400*                                                               *
000500*    PAYMENT-PLAN-RECORD  --  ONE INSTALLMENT AGREEMENT PER      *
000600*    PATIENT ON THE PAYMENT PLAN FILE (PAYPLAN), KEYED BY       *
000700*    PATIENT-ID.  HOLDS THE TOTAL THE CLIENT AGREED TO PAY ON   *
000800*    THE PLAN, THE MONTHLY INSTALLMENT, THE DAY OF THE MONTH    *
000900*    EACH INSTALLMENT FALLS DUE (1-28, SO EVERY MONTH HAS ONE), *
001000*    AND THE DATE THE AGREEMENT STARTED.  KEYED THROUGH THE     *
001100*    PLANSCRN TRANSACTION.                                      *
001200*                                                               *
001300*    THE MONTHLY PLANCHK RUN PROVES EACH CURRENT PLAN AGAINST   *
001400*    PAYMENT HISTORY AND REFRESHES THE PAID-TO-DATE, THE AMOUNT *
001500*    DUE TO DATE, AND THE STATUS.  FINCHG, AGEDREC, OWNSTMT,    *
001600*    AND STMTPRT TREAT ONLY A CURRENT PLAN AS A PLAN; A PLAN IN *
001700*    DEFAULT OR PAID OFF IS KEPT FOR REFERENCE BUT THE ACCOUNT  *
001800*    IS BILLED, AGED, AND ASSESSED LIKE ANY OTHER.              *
001900*                                                               *
002000*    STATUS  MEANING                                            *
002100*    ------  -------                                             *
002200*    C       CURRENT (BLANK ON A PLAN NOT YET CHECKED)           *
002300*    D       IN DEFAULT, PLAN DROPPED                            *
002400*    P       PAID OFF                                            *
002500*                                                               *
002600*****************************************************************
002700    01  PAYMENT-PLAN-RECORD.
002800        05  PP-PATIENT-ID                   PIC X(05).
002900        05  PP-AGREED-TOTAL                 PIC S9(7)V99.
003000        05  PP-INSTALLMENT-AMT              PIC S9(5)V99.
003100        05  PP-DUE-DAY                      PIC 9(02).
003200        05  PP-START-DATE.
003300            10  PP-START-YYYY               PIC 9(04).
003400            10  PP-START-MM                 PIC 9(02).
003500            10  PP-START-DD                 PIC 9(02).
003600        05  PP-START-DATE-N REDEFINES PP-START-DATE
003700                                            PIC 9(08).
003800        05  PP-PLAN-STATUS                  PIC X(01).
003900            88  PP-PLAN-CURRENT             VALUES "C" " ".
004000            88  PP-PLAN-DEFAULT             VALUE "D".
004100            88  PP-PLAN-PAID-OFF            VALUE "P".
004200        05  PP-STATUS-DATE                  PIC 9(08).
004300        05  PP-PAID-TO-DATE                 PIC S9(7)V99.
004400        05  PP-DUE-TO-DATE                  PIC S9(7)V99.
004500        05  PP-LAST-CHECK-DATE              PIC 9(08).
