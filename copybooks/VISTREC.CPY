000200*                                                               *
000300*    VISTREC.CPY                                                 *
000400*                                                               *
000500*    VISIT-HISTORY-RECORD  --  ONE ENTRY PER SERVICE LINE PER    *
000600*    VISIT, KEYED BY PATIENT-ID, VISIT DATE, AND LINE NUMBER.    *
000700*    ACCUMULATES EVERY VISIT INSTEAD OF OVERWRITING LAST_VISIT   *
000710*    IN JR-FILE.  A VISIT IS ALL THE LINES FOR ONE PATIENT AND   *
000720*    DATE; JRNIGHT HANDS OUT LINE NUMBERS FROM 01 IN POSTING     *
000730*    ORDER.                                                      *
000800*                                                               *
000810*    MODIFICATION HISTORY                                      *
000820*    --------------------                                       *
000888*                     ENTRIES AND ON FINANCE CHARGES.  THE       *
000889*                     FILE GREW 20 TO 26 BYTES: RUN VSTHCONV     *
000890*                     AT CUTOVER.                                *
000891*    2026/10/15  JJM  ADDED VH-LINE-NO TO THE KEY SO A VISIT     *
000892*                     CAN CARRY SEVERAL SERVICE LINES, EACH      *
000893*                     WITH ITS OWN SERVICE CODE, PROVIDER, AND   *
000894*                     FEE.  THE FILE GREW 26 TO 28 BYTES: RUN    *
000895*                     VSTLCONV AT CUTOVER.                       *
000896*                                                               *
000900*****************************************************************
001000    01  VISIT-HISTORY-RECORD.
001100        05  VH-KEY.
001400                15  VH-VISIT-YYYY           PIC 9(04).
001500                15  VH-VISIT-MM             PIC 9(02).
001600                15  VH-VISIT-DD             PIC 9(02).
001650            10  VH-LINE-NO                  PIC 9(02).
001700        05  VH-VISIT-FEE                    PIC S9(5)V99.
001800        05  VH-SERVICE-CODE                 PIC X(04).
001900        05  VH-PROVIDER-CODE                PIC X(02).
