000100*****************************************************************
000200*                                                               *
000300*    VARCREC.CPY                                                 *
000400*                                                               *
000500*    VISIT-ARCHIVE-RECORD  --  ONE ARCHIVED VISIT-HISTORY LINE   *
000600*    AS CUT TO VISTARCH BY YEARARCH AND READ BACK BY ARCHPULL    *
000700*    AND ACTLEDGR.  THE 26-BYTE LAYOUT IS THE VISIT-HISTORY      *
000800*    RECORD WITHOUT ITS LINE NUMBER; THE LINES OF A VISIT SIT    *
000900*    TOGETHER IN KEY ORDER ON THE ARCHIVE, SO NOTHING IS LOST,   *
001000*    AND ARCHIVES CUT BEFORE VH-LINE-NO WENT IN READ THE SAME.   *
001100*                                                               *
001200*****************************************************************
001300    01  VISIT-ARCHIVE-RECORD.
001400        05  VA-PATIENT-ID                   PIC X(05).
001500        05  VA-VISIT-DATE                   PIC 9(08).
001600        05  VA-VISIT-FEE                    PIC S9(5)V99.
001700        05  VA-SERVICE-CODE                 PIC X(04).
001800        05  VA-PROVIDER-CODE                PIC X(02).
