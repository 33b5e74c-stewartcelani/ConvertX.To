000100*****************************************************************
000200*                                                               *
000300*    CDLGREC.CPY                                                *
000400*                                                               *
000500*    CONTROLLED-DRUG-LOG-RECORD  --  ONE ENTRY PER MOVEMENT OF  *
000600*    A CONTROLLED ITEM, ON THE CONTROLLED-DRUG LOG (CDLOG).     *
000700*    APPENDED TO THROUGH CDLOGWRT, NEVER UPDATED OR DELETED,    *
000800*    SO THE FILE IS THE ITEM'S DISPENSING HISTORY IN THE ORDER  *
000900*    THE STOCK MOVED.  CD-BALANCE IS ON HAND AFTER THE ENTRY,   *
001000*    THE RUNNING BALANCE CDLOGPRT PRINTS FOR INSPECTION.        *
001100*                                                               *
001200*    TYPE  MEANING                       WRITTEN BY             *
001300*    ----  -------                       ----------             *
001400*    O     OPENING BALANCE               INVLOAD                *
001500*    D     DISPENSED TO A PATIENT        INVDEPL                *
001600*    R     RECEIVED FROM A SUPPLIER      INVRECV                *
001700*                                                               *
001800*    A DISPENSING ENTRY CARRIES THE PATIENT, PROVIDER, SERVICE  *
001900*    AND VISIT DATE OF THE HISTORY LINE, WITH THE HISTORY KEY   *
002000*    AS ITS REFERENCE; A RECEIPT CARRIES THE DATE RECEIVED AND  *
002100*    THE SUPPLIER'S DELIVERY REFERENCE.  CD-QUANTITY IS ALWAYS  *
002200*    POSITIVE; THE TYPE SAYS WHICH WAY IT MOVED.                *
002300*                                                               *
002400*****************************************************************
002500    01  CONTROLLED-DRUG-LOG-RECORD.
002600        05  CD-ITEM-CODE                    PIC X(06).
002700        05  CD-ENTRY-TYPE                   PIC X(01).
002800            88  CD-OPENING-BALANCE          VALUE "O".
002900            88  CD-DISPENSED                VALUE "D".
003000            88  CD-RECEIVED                 VALUE "R".
003100        05  CD-ENTRY-DATE                   PIC 9(08).
003200        05  CD-PATIENT-ID                   PIC X(05).
003300        05  CD-PROVIDER-CODE                PIC X(02).
003400        05  CD-SERVICE-CODE                 PIC X(04).
003500        05  CD-REFERENCE                    PIC X(15).
003600        05  CD-QUANTITY                     PIC 9(7)V99.
003700        05  CD-BALANCE                      PIC S9(7)V99.
003800        05  CD-POSTED-DATE                  PIC 9(08).
003900        05  CD-POSTED-TIME                  PIC 9(06).
004000        05  CD-POSTED-BY                    PIC X(08).
