001600*    THE BALANCE REACHES ZERO, SO A PARTIAL PAYMENT LEAVES THE   *
001700*    REMAINDER OWING INSTEAD OF MARKING THE ACCOUNT PAID.        *
001800*                                                               *
001900*    A VISIT OR FINANCE CHARGE TAKES THE NEXT FREE LINE NUMBER  *
002000*    UNDER ITS PATIENT AND DATE ON VISTHIST, SO AN EXAM, A      *
002100*    VACCINE, AND A NAIL TRIM ON ONE DAY EACH KEEP THEIR OWN    *
002110*    HISTORY LINE.  ON A RUN RECOVERING FROM AN ABEND, A LINE   *
002120*    ALREADY ON FILE FOR THE DAY WITH THE SAME SERVICE CODE,    *
002130*    PROVIDER, AND FEE IS A REPLAY OF WORK ALREADY APPLIED AND  *
002140*    IS SKIPPED.  THE PAYMENT-HISTORY KEY IS STILL PATIENT-ID   *
002150*    PLUS DATE, SO A SECOND PAYMENT-SIDE TRANSACTION FOR THE    *
002160*    SAME DAY COLLIDES ON THE WRITE: ON A RECOVERY RUN THE      *
002170*    COLLISION IS A REPLAY AND IS SKIPPED; ON A NORMAL NIGHT    *
002300*    IT IS A GENUINE SECOND TRANSACTION, SO THE MONEY IS STILL  *
002400*    APPLIED AND THE LOST HISTORY ENTRY PRINTS ON THE           *
002500*    EXCEPTION REGISTER (JRNXCPT) FOR THE FRONT DESK.           *
002600*                                                               *
002700*    EVERY CHECKPOINT-INTERVAL TRANSACTIONS THE NUMBER OF       *
002800*    POSTING RECORDS READ SO FAR IS SAVED TO THE CHECKPOINT      *
004703*                     HAS COMPLETED FOR TONIGHT'S CYCLE, SO A   *
004704*                     SKIPPED EDIT CAN NO LONGER FEED THIS RUN  *
004705*                     A STALE POSTING FILE.                     *
004706*    2026/10/15  JJM  VISITS AND FINANCE CHARGES TAKE THE NEXT  *
004707*                     FREE VISTHIST LINE NUMBER FOR THE PATIENT *
004708*                     AND DATE, SO A SAME-DAY SECOND SERVICE    *
004709*                     NO LONGER LOSES ITS HISTORY ENTRY; THE    *
004710*                     RECOVERY-RUN REPLAY GUARD MATCHES THE     *
004711*                     LINE CONTENTS INSTEAD OF THE KEY.         *
004790*                                                               *
004800*****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID.  JRNIGHT.
013800 01  WS-HIST-COLLISION-SWITCH       PIC X(01)     VALUE "N".
013900     88  WS-HISTORY-COLLISION                     VALUE "Y".
014000 01  WS-HIST-COLLISIONS             PIC 9(07)     COMP VALUE 0.
014010 01  WS-REPLAY-SWITCH               PIC X(01)     VALUE "N".
014020     88  WS-LINE-REPLAYED                         VALUE "Y".
014030 01  WS-LINE-SCAN-SWITCH            PIC X(01)     VALUE "N".
014040     88  WS-LINE-SCAN-DONE                        VALUE "Y".
014050 01  WS-HIGH-LINE-NO                PIC 9(03)     COMP VALUE 0.
014060 01  WS-MAX-LINE-NO                 PIC 9(03)     COMP VALUE 99.
014100 01  WS-PAYH-COLLISIONS             PIC 9(07)     COMP VALUE 0.
014200 01  WS-VISIT-DOLLARS               PIC S9(9)V99  VALUE 0.
014300 01  WS-PAYMENT-DOLLARS             PIC S9(9)V99  VALUE 0.
029400     EXIT.
029500*****************************************************************
029600*    2300-POST-VISIT  --  LOG HISTORY, STAMP LAST_VISIT, AND     *
029700*    ADD TO THE OPEN BALANCE.  THE HISTORY LINE COMES FIRST      *
029800*    BECAUSE IT IS THE REPLAY GUARD ON A RECOVERY RUN: A LINE    *
029900*    ALREADY ON VISTHIST WAS APPLIED BEFORE THE ABEND AND IS     *
030000*    SKIPPED.  ANY OTHER SAME-DAY SERVICE SIMPLY TAKES THE NEXT  *
030100*    LINE; ONLY A VISIT ALREADY AT THE LAST LINE NUMBER LOSES    *
030200*    ITS HISTORY ENTRY, WHICH IS STILL BILLED AND PRINTS ON THE  *
030250*    EXCEPTION REGISTER.  A NEW VISIT REOPENS THE ACCOUNT, SO    *
030300*    DATE_PAID IS CLEARED UNTIL THE BALANCE IS PAID OFF.         *
030500*****************************************************************
030600 2300-POST-VISIT.
030700     PERFORM 2310-WRITE-HISTORY-LINE THRU 2310-EXIT.
031900     IF WS-LINE-REPLAYED
032100         ADD 1 TO WS-DUPS-SKIPPED
032200         PERFORM 2700-COUNT-UNAPPLIED THRU 2700-EXIT
032300         GO TO 2300-EXIT
032400     END-IF.
033100     MOVE FEE OF FINANCIAL TO WS-AUDIT-OLD-FEE.
033200     MOVE DATE_PAID OF FINANCIAL TO WS-AUDIT-OLD-DATE.
033300     MOVE VT-VISIT-YYYY  TO YYYY OF LAST_VISIT.
034900     ADD VT-FEE-AMOUNT TO WS-VISIT-DOLLARS.
035000 2300-EXIT.
035100     EXIT.
035101*****************************************************************
035102*    2310-WRITE-HISTORY-LINE  --  APPEND THE VISIT OR FINANCE   *
035103*    CHARGE AS THE NEXT LINE UNDER ITS PATIENT AND DATE.  THE   *
035104*    DAY'S LINES ARE WALKED FIRST FOR THE HIGHEST LINE NUMBER   *
035105*    IN USE AND, ON A RECOVERY RUN, FOR A LINE THAT ALREADY     *
035106*    CARRIES THIS TRANSACTION.  A DAY ALREADY AT THE LAST LINE  *
035107*    NUMBER IS A COLLISION AND GOES TO THE EXCEPTION REGISTER.  *
035108*****************************************************************
035109 2310-WRITE-HISTORY-LINE.
035110     MOVE "N" TO WS-HIST-COLLISION-SWITCH.
035111     MOVE "N" TO WS-REPLAY-SWITCH.
035112     MOVE "N" TO WS-LINE-SCAN-SWITCH.
035113     MOVE 0   TO WS-HIGH-LINE-NO.
035114     MOVE VT-PATIENT-ID  TO VH-PATIENT-ID.
035115     MOVE VT-VISIT-YYYY  TO VH-VISIT-YYYY.
035116     MOVE VT-VISIT-MM    TO VH-VISIT-MM.
035117     MOVE VT-VISIT-DD    TO VH-VISIT-DD.
035118     MOVE 0              TO VH-LINE-NO.
035119     START VISIT-HISTORY-FILE
035120         KEY IS GREATER THAN VH-KEY
035121         INVALID KEY
035122             MOVE "Y" TO WS-LINE-SCAN-SWITCH
035123     END-START.
035124     PERFORM 2320-SCAN-ONE-LINE THRU 2320-EXIT
035125         UNTIL WS-LINE-SCAN-DONE.
035126     IF WS-LINE-REPLAYED
035127         GO TO 2310-EXIT
035128     END-IF.
035129     IF WS-HIGH-LINE-NO NOT < WS-MAX-LINE-NO
035130         MOVE "Y" TO WS-HIST-COLLISION-SWITCH
035131         DISPLAY "JRNIGHT - VISIT HISTORY LINES FULL: "
035132             VT-PATIENT-ID " " VT-VISIT-DATE
035133         ADD 1 TO WS-HIST-COLLISIONS
035134         PERFORM 2750-WRITE-COLLISION THRU 2750-EXIT
035135         GO TO 2310-EXIT
035136     END-IF.
035137     MOVE VT-PATIENT-ID    TO VH-PATIENT-ID.
035138     MOVE VT-VISIT-YYYY    TO VH-VISIT-YYYY.
035139     MOVE VT-VISIT-MM      TO VH-VISIT-MM.
035140     MOVE VT-VISIT-DD      TO VH-VISIT-DD.
035141     COMPUTE VH-LINE-NO = WS-HIGH-LINE-NO + 1.
035142     MOVE VT-FEE-AMOUNT    TO VH-VISIT-FEE.
035143     MOVE VT-SERVICE-CODE  TO VH-SERVICE-CODE.
035144     MOVE VT-PROVIDER-CODE TO VH-PROVIDER-CODE.
035145     WRITE VISIT-HISTORY-RECORD
035146         INVALID KEY
035147             MOVE "Y" TO WS-HIST-COLLISION-SWITCH
035148             DISPLAY "JRNIGHT - DUPLICATE VISIT HISTORY KEY: "
035149                 VH-KEY
035150     END-WRITE.
035151     IF WS-HISTORY-COLLISION
035152         ADD 1 TO WS-HIST-COLLISIONS
035153         PERFORM 2750-WRITE-COLLISION THRU 2750-EXIT
035154     ELSE
035155         ADD 1 TO WS-HISTORY-WRITTEN
035156     END-IF.
035157 2310-EXIT.
035158     EXIT.
035159*****************************************************************
035160*    2320-SCAN-ONE-LINE  --  ONE EXISTING LINE OF THE DAY       *
035161*****************************************************************
035162 2320-SCAN-ONE-LINE.
035163     READ VISIT-HISTORY-FILE NEXT RECORD
035164         AT END
035165             MOVE "Y" TO WS-LINE-SCAN-SWITCH
035166             GO TO 2320-EXIT
035167     END-READ.
035168     IF VH-PATIENT-ID NOT = VT-PATIENT-ID
035169            OR VH-VISIT-DATE NOT = VT-VISIT-DATE
035170         MOVE "Y" TO WS-LINE-SCAN-SWITCH
035171         GO TO 2320-EXIT
035172     END-IF.
035173     MOVE VH-LINE-NO TO WS-HIGH-LINE-NO.
035174     IF WS-RECOVERY-RUN
035175            AND VH-SERVICE-CODE  = VT-SERVICE-CODE
035176            AND VH-PROVIDER-CODE = VT-PROVIDER-CODE
035177            AND VH-VISIT-FEE     = VT-FEE-AMOUNT
035178         MOVE "Y" TO WS-REPLAY-SWITCH
035179         MOVE "Y" TO WS-LINE-SCAN-SWITCH
035180     END-IF.
035181 2320-EXIT.
035182     EXIT.
035200*****************************************************************
035300*    2350-AUDIT-FEE-CHANGE  --  JOURNAL THE FEE BEFORE/AFTER     *
035400*****************************************************************
043500     EXIT.
043600****************************************************************
043700*    2750-WRITE-COLLISION  --  DURABLE RECORD OF A SAME-DAY    *
043800*    TRANSACTION WHOSE HISTORY ENTRY WAS LOST TO A KEY         *
043900*    COLLISION, SO IT CANNOT EVAPORATE WITH THE CONSOLE        *
044000****************************************************************
044100 2750-WRITE-COLLISION.
044200     MOVE VT-PATIENT-ID TO WS-XL-PATIENT-ID.
046614*    ADD IT TO THE OPEN BALANCE.  LAST_VISIT AND FEE ARE NOT    *
046616*    TOUCHED: A LATE CHARGE IS NOT A VISIT, AND RESTAMPING      *
046618*    LAST_VISIT WOULD RESET THE AGING THE CHARGE WAS ASSESSED   *
046620*    FROM.  THE HISTORY LINE IS THE SAME REPLAY GUARD AS IN     *
046622*    2300-POST-VISIT.                                           *
046624*****************************************************************
046626 2900-POST-FINCHG.
046628     PERFORM 2310-WRITE-HISTORY-LINE THRU 2310-EXIT.
046654     IF WS-LINE-REPLAYED
046658         ADD 1 TO WS-DUPS-SKIPPED
046660         PERFORM 2700-COUNT-UNAPPLIED THRU 2700-EXIT
046662         GO TO 2900-EXIT
046676     END-IF.
046678     MOVE DATE_PAID OF FINANCIAL TO WS-AUDIT-OLD-DATE.
046680     ADD VT-FEE-AMOUNT TO OPEN_BAL OF FINANCIAL.
