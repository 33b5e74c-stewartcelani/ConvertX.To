004020*                     PRODUCED THE VISIT, VALIDATED BY VSTEDIT   *
004030*                     AGAINST PROVTAB.  BLANK ON EVERY OTHER     *
004040*                     TRANS TYPE.                                *
004050*    2026/10/15  JJM  ADDED ADJUSTMENT REASON G, THE COLLECTION  *
004060*                     AGENCY'S COMMISSION ON A RECOVERY,         *
004070*                     GENERATED BY COLLPOST.  IT REDUCES THE     *
004080*                     OPEN BALANCE LIKE W/C/S.                   *
004082*    2026/10/15  JJM  ADDED PAYMENT METHOD I, A PET INSURER'S    *
004084*                     REMITTANCE ON A CLAIM, GENERATED BY        *
004086*                     INSPOST.  VT-CHECK-NO CARRIES THE          *
004088*                     INSURER'S REMITTANCE NUMBER.               *
004090*    2026/10/15  JJM  ADDED REASON L ON A TYPE P CHECK PAYMENT: *
004092*                     THE PAYMENT CAME IN THROUGH THE BANK       *
004094*                     LOCKBOX AND WAS GENERATED BY LBXPOST, SO   *
004096*                     DEPRPT CAN PROVE THE LOCKBOX BATCH.  BLANK *
004098*                     ON A PAYMENT KEYED AT THE COUNTER.         *
004100*                                                               *
004200*****************************************************************
004300    01  VISIT-TRANSACTION.
005900            88  VT-PAID-CASH                     VALUE "C".
006000            88  VT-PAID-CHECK                     VALUE "K".
006100            88  VT-PAID-CARD                      VALUE "D".
006150            88  VT-PAID-INSURER                   VALUE "I".
006200        05  VT-CHECK-NO                 PIC X(06).
006300        05  VT-REASON-CODE              PIC X(01).
006400            88  VT-ADJ-WRITE-OFF                 VALUE "W".
006500            88  VT-ADJ-RETURNED-CHECK             VALUE "R".
006600            88  VT-ADJ-COURTESY                   VALUE "C".
006700            88  VT-ADJ-SMALL-BALANCE              VALUE "S".
006750            88  VT-ADJ-AGENCY-FEE                 VALUE "G".
006800            88  VT-ADJ-BALANCE-CREDIT             VALUES "W" "C"
006900                                                         "S" "G".
006950            88  VT-LOCKBOX-PAYMENT                VALUE "L".
007000        05  VT-PROVIDER-CODE            PIC X(02).
