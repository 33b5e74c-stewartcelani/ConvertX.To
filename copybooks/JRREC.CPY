001370*                     AS ACTIVE FOR UNCONVERTED RECORDS) AND ITS *
001380*                     EFFECTIVE DATE.  BILLING AND MAILING RUNS  *
001390*                     SKIP INACTIVE AND DECEASED PATIENTS.       *
001391*    2026/10/15  JJM  ADDED MERGED_TO TO STATUS-INFO: THE        *
001392*                     SURVIVING PATIENT-ID WHEN PATMERGE RETIRED *
001393*                     THIS RECORD AS A DUPLICATE, BLANK ON EVERY *
001394*                     OTHER RECORD.  THE RECORD GREW 91 TO 96    *
001395*                     BYTES: RUN JRMCONV AT CUTOVER.             *
001400*                                                               *
001700*****************************************************************
001800    01  JR-RECORD.
004200                88  PATIENT-DECEASED        VALUE "D".
004300                88  PATIENT-RETIRED         VALUES "I" "D".
004400            05  STATUS_DATE                 PIC 9(08).
004500            05  MERGED_TO                   PIC X(05).
