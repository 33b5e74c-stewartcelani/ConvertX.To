001700*    IT INTO THE NEXT NIGHT'S RUN INSTEAD OF RE-KEYING FROM     *
001800*    MEMORY.  A MISSING SUSPENSE INPUT FILE IS NORMAL ON THE    *
001900*    FIRST RUN AND IS TREATED AS EMPTY.                         *
001910*    A POSTING DATED IN OR BEFORE THE LAST MONTH CLOSED BY THE  *
001920*    MONTH-END CLOSE (MONCLOSE, ON THE PERIOD-CONTROL FILE      *
001930*    PERDCTL) SUSPENSES WITH REASON CP, SO A LATE BACK-DATED    *
001940*    ENTRY CANNOT CHANGE A MONTH THAT HAS BEEN FILED.           *
002000*                                                               *
002100*    MODIFICATION HISTORY                                       *
002200*    --------------------                                       *
002406*                     CYCSTEP; REFUSES TO RUN UNTIL XFILECHK     *
002407*                     HAS COMPLETED FOR TONIGHT'S CYCLE.         *
002408*                                                               *
002415*    2026/10/15  JJM  ACCEPT ADJUSTMENT REASON G, THE COLLECTION *
002422*                     AGENCY COMMISSION WRITTEN BY COLLPOST.     *
002429*    2026/10/15  JJM  ACCEPT PAYMENT METHOD I, A PET INSURER'S   *
002436*                     REMITTANCE WRITTEN BY INSPOST; LIKE A      *
002443*                     CHECK IT MUST CARRY A REMITTANCE NUMBER,   *
002450*                     AND IT IS NOT VALID ON A REFUND.           *
002457*    2026/10/15  JJM  A POSTING DATED INSIDE A MONTH CLOSED ON   *
002464*                     THE PERIOD-CONTROL FILE SUSPENSES WITH     *
002471*                     THE NEW CP REASON.                         *
002478*    2026/10/15  JJM  WAIT FOR BRDACCR INSTEAD OF XFILECHK, SO   *
002485*                     TONIGHT'S STAY CHARGES ARE EDITED TOO.     *
002492*                                                               *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.  VSTEDIT.
005730         ACCESS MODE IS RANDOM
005740         RECORD KEY IS FS-SERVICE-CODE
005750         FILE STATUS IS WS-FS-STATUS.
005760     SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERDCTL"
005770         ORGANIZATION IS INDEXED
005780         ACCESS MODE IS SEQUENTIAL
005790         RECORD KEY IS PC-PERIOD
005795         FILE STATUS IS WS-PC-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  RAW-TRANS-FILE.
007100     COPY JRREC.
007110 FD  FEE-SCHEDULE-FILE.
007120     COPY FEESCHED.
007130 FD  PERIOD-CONTROL-FILE.
007140     COPY PERDREC.
007200 WORKING-STORAGE SECTION.
007300     COPY VSTTRAN.
007310     COPY SPECTAB.
007800 01  WS-RG-STATUS                   PIC X(02).
007900 01  WS-JR-STATUS                   PIC X(02).
007910 01  WS-FS-STATUS                   PIC X(02).
007915 01  WS-PC-STATUS                   PIC X(02).
007920 01  WS-FEE-FILE-SWITCH             PIC X(01)     VALUE "N".
007930     88  WS-FEE-FILE-MISSING                      VALUE "Y".
007940 01  WS-SPEC-FOUND-SWITCH           PIC X(01)     VALUE "N".
007980 01  WS-PROV-FOUND-SWITCH           PIC X(01)     VALUE "N".
007990     88  WS-PROVIDER-VALID                        VALUE "Y".
007995 01  WS-PROV-SUB                    PIC 9(02)     COMP.
007996 01  WS-PC-EOF-SWITCH               PIC X(01)     VALUE "N".
007997     88  WS-PC-END-OF-FILE                        VALUE "Y".
007998 01  WS-LAST-CLOSED-PERIOD          PIC 9(06)     VALUE 0.
007999 01  WS-POSTING-YYYYMM              PIC 9(06).
008000 01  WS-RAW-EOF-SWITCH              PIC X(01)     VALUE "N".
008100     88  WS-RAW-END-OF-FILE                       VALUE "Y".
008200 01  WS-SUSP-EOF-SWITCH             PIC X(01)     VALUE "N".
015050     PERFORM 0600-CYCLE-END THRU 0600-EXIT.
015100     STOP RUN.
015110*****************************************************************
015120*    0500-CYCLE-START  --  BRDACCR MUST HAVE COMPLETED FOR      *
015130*    TONIGHT'S CYCLE BEFORE THE EDIT MAY RUN, SO THE NIGHT'S    *
015135*    STAY CHARGES ARE IN THE EDIT                               *
015140*****************************************************************
015150 0500-CYCLE-START.
015152     MOVE "S"        TO CS-FUNCTION-CODE.
015154     MOVE "VSTEDIT"  TO CS-STEP-NAME.
015156     MOVE "BRDACCR"  TO CS-PRED-NAME.
015158     CALL "CYCSTEP" USING CYCLE-PARM-AREA.
015160     IF NOT CS-OK
015162         DISPLAY "VSTEDIT - BLOCKED BY CYCLE RUN CONTROL"
016440         DISPLAY "VSTEDIT - FEE SCHEDULE NOT FOUND, ALL "
016450             "VISIT SERVICE CODES WILL SUSPENSE"
016460     END-IF.
016470     PERFORM 1100-LOAD-LAST-CLOSED THRU 1100-EXIT.
016500     WRITE EDIT-REGISTER-LINE FROM WS-HEADING-LINE.
016600     WRITE EDIT-REGISTER-LINE FROM WS-COLUMN-LINE.
016700     IF NOT WS-SUSP-END-OF-FILE
016800         PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT
016900     END-IF.
017000 1000-EXIT.
017002     EXIT.
017004*****************************************************************
017006*    1100-LOAD-LAST-CLOSED  --  THE HIGHEST MONTH CLOSED ON THE *
017008*    PERIOD-CONTROL FILE.  NO FILE MEANS NO MONTH IS CLOSED YET *
017010*****************************************************************
017012 1100-LOAD-LAST-CLOSED.
017014     OPEN INPUT PERIOD-CONTROL-FILE.
017016     IF WS-PC-STATUS NOT = "00"
017018         DISPLAY "VSTEDIT - PERIOD CONTROL FILE NOT AVAILABLE, "
017020             "NO MONTH IS LOCKED"
017022         GO TO 1100-EXIT
017024     END-IF.
017026     PERFORM 1110-READ-ONE-PERIOD THRU 1110-EXIT
017028         UNTIL WS-PC-END-OF-FILE.
017030     CLOSE PERIOD-CONTROL-FILE.
017032     IF WS-LAST-CLOSED-PERIOD > 0
017034         DISPLAY "VSTEDIT - MONTHS CLOSED THROUGH: "
017036             WS-LAST-CLOSED-PERIOD
017038     END-IF.
017040 1100-EXIT.
017042     EXIT.
017044*****************************************************************
017046*    1110-READ-ONE-PERIOD                                       *
017048*****************************************************************
017050 1110-READ-ONE-PERIOD.
017052     READ PERIOD-CONTROL-FILE
017054         AT END
017056             MOVE "Y" TO WS-PC-EOF-SWITCH
017058             GO TO 1110-EXIT
017060     END-READ.
017062     IF PC-PERIOD-CLOSED
017064            AND PC-PERIOD > WS-LAST-CLOSED-PERIOD
017066         MOVE PC-PERIOD TO WS-LAST-CLOSED-PERIOD
017068     END-IF.
017070 1110-EXIT.
017100     EXIT.
017200*****************************************************************
017300*    2000-PROCESS-SUSPENSE  --  RE-EDIT ONE RECYCLED REJECT     *
022692     IF WS-TRANS-CLEAN
022694         PERFORM 3800-CHECK-PROVIDER THRU 3800-EXIT
022696     END-IF.
022697     IF WS-TRANS-CLEAN
022698         PERFORM 3900-CHECK-CLOSED-PERIOD THRU 3900-EXIT
022699     END-IF.
022700     IF WS-TRANS-CLEAN
022800         PERFORM 4000-WRITE-CLEAN THRU 4000-EXIT
022900     ELSE
033293     EXIT.
033294*****************************************************************
033295*    3600-CHECK-PAY-METHOD  --  A PAYMENT OR REFUND MUST SAY    *
033296*    HOW IT WAS TENDERED, AND A CHECK OR AN INSURER REMITTANCE  *
033297*    MUST CARRY ITS NUMBER, OR THE DEPOSIT AND THE REFUND CHECK *
033298*    WE CUT CANNOT BE PROVED AGAINST THE SYSTEM                 *
033299*****************************************************************
033300 3600-CHECK-PAY-METHOD.
033301     IF NOT VT-PAYMENT-POSTING
033307     IF NOT VT-PAID-CASH
033309            AND NOT VT-PAID-CHECK
033311            AND NOT VT-PAID-CARD
033312            AND NOT VT-PAID-INSURER
033313         MOVE "PM" TO WS-REJECT-REASON
033315         GO TO 3600-EXIT
033317     END-IF.
033319     IF (VT-PAID-INSURER AND VT-REFUND-POSTING)
033320        OR ((VT-PAID-CHECK OR VT-PAID-INSURER)
033321            AND VT-CHECK-NO = SPACES)
033323         MOVE "PM" TO WS-REJECT-REASON
033325     END-IF.
033327 3600-EXIT.
033347            AND NOT VT-ADJ-RETURNED-CHECK
033349            AND NOT VT-ADJ-COURTESY
033351            AND NOT VT-ADJ-SMALL-BALANCE
033352            AND NOT VT-ADJ-AGENCY-FEE
033353         MOVE "AR" TO WS-REJECT-REASON
033355     END-IF.
033357 3700-EXIT.
033405 3820-EXIT.
033406     EXIT.
033407*****************************************************************
033410*    3900-CHECK-CLOSED-PERIOD  --  A POSTING MAY NOT BE DATED   *
033414*    IN OR BEFORE THE LAST MONTH THE MONTH-END CLOSE HAS FILED  *
033418*****************************************************************
033422 3900-CHECK-CLOSED-PERIOD.
033426     IF WS-LAST-CLOSED-PERIOD = 0
033430         GO TO 3900-EXIT
033434     END-IF.
033438     IF VT-PAYMENT-POSTING OR VT-REFUND-POSTING
033442         MOVE VT-PAYMENT-DATE TO WS-EDIT-DATE-X
033446     ELSE
033450         MOVE VT-VISIT-DATE TO WS-EDIT-DATE-X
033454     END-IF.
033458     COMPUTE WS-POSTING-YYYYMM =
033462         (WS-ED-YYYY * 100) + WS-ED-MM.
033466     IF WS-POSTING-YYYYMM NOT > WS-LAST-CLOSED-PERIOD
033470         MOVE "CP" TO WS-REJECT-REASON
033474     END-IF.
033478 3900-EXIT.
033482     EXIT.
033486*****************************************************************
033490*    4000-WRITE-CLEAN  --  PASS THE TRANSACTION ON TO JRNIGHT   *
033500*****************************************************************
033600 4000-WRITE-CLEAN.
033700     MOVE VISIT-TRANSACTION TO CLEAN-TRANS-RECORD.
036160         WHEN "PM"  MOVE "BAD PAYMENT METHOD"  TO WS-RG-REASON
036170         WHEN "AR"  MOVE "BAD ADJUST REASON"   TO WS-RG-REASON
036180         WHEN "PV"  MOVE "BAD PROVIDER CODE"   TO WS-RG-REASON
036190         WHEN "CP"  MOVE "MONTH ALREADY CLOSED" TO WS-RG-REASON
036200         WHEN OTHER MOVE "PATIENT NOT ON FILE" TO WS-RG-REASON
036300     END-EVALUATE.
036400     WRITE EDIT-REGISTER-LINE FROM WS-REGISTER-LINE.
