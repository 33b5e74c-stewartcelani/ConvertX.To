000500*    PATIENT RECALL / REMINDER LETTER RUN                       *
000600*                                                               *
000700*    SCANS THE VISIT-HISTORY FILE (VISTHIST) IN KEY ORDER --    *
000800*    PATIENT-ID, VISIT DATE, THEN SERVICE LINE -- SO THE LAST   *
000900*    HISTORY LINE SEEN FOR A PATIENT BELONGS TO ITS MOST        *
000910*    RECENT VISIT, HOWEVER MANY LINES THAT VISIT CARRIED.  ANY  *
001000*    PATIENT WHOSE MOST RECENT VISIT IS MORE THAN THE CHOSEN    *
001100*    NUMBER OF MONTHS AGO IS LAPSED: THE OWNER'S NAME AND PHONE *
001200*    ARE PULLED THROUGH THE JR-FILE RECORD AND A REMINDER       *
001300*    LETTER IS PRINTED, ONE PER LAPSED PATIENT, THE WAY STMTPRT *
001400*    PRINTS STATEMENTS.                                         *
001500*                                                               *
001600*    THE NUMBER OF MONTHS IS ACCEPTED FROM THE OPERATOR AT RUN  *
001700*    TIME; ANYTHING NOT NUMERIC OR ZERO FALLS BACK TO 12, THE   *
001800*    USUAL ANNUAL CHECKUP AND VACCINATION CYCLE.                *
001810*                                                               *
001820*    NO LETTER GOES TO AN ACCOUNT PLACED WITH THE COLLECTION    *
001830*    AGENCY (COLLPLC); THE AGENCY OWNS THE CONTACT.  THE        *
001840*    PLACEMENT FILE IS OPTIONAL.                                *
001900*                                                               *
002000*    MODIFICATION HISTORY                                       *
002100*    --------------------                                       *
002530*                     THE RECALL WINDOW GETS A MISSED-           *
002540*                     APPOINTMENT LETTER, SO A MISS FEEDS THE    *
002550*                     REMINDER CYCLE INSTEAD OF VANISHING.       *
002560*    2026/10/15  JJM  VISIT HISTORY NOW CARRIES SEVERAL SERVICE  *
002570*                     LINES PER VISIT; THE LAST LINE FOR A       *
002580*                     PATIENT STILL DATES ITS LATEST VISIT.      *
002585*    2026/10/15  JJM  SKIP A PATIENT WHOSE ACCOUNT IS PLACED     *
002590*                     WITH THE COLLECTION AGENCY, IN BOTH        *
002595*                     PASSES.                                    *
002600*                                                               *
002700*****************************************************************
002800 IDENTIFICATION DIVISION.
005730         ACCESS MODE IS SEQUENTIAL
005740         RECORD KEY IS AB-KEY
005750         FILE STATUS IS WS-AB-STATUS.
005755     SELECT COLL-PLACEMENT-FILE ASSIGN TO "COLLPLC"
005760         ORGANIZATION IS INDEXED
005765         ACCESS MODE IS RANDOM
005770         RECORD KEY IS CL-PATIENT-ID
005775         FILE STATUS IS WS-CL-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  VISIT-HISTORY-FILE.
006700 01  LETTER-LINE                    PIC X(80).
006710 FD  APPOINTMENT-FILE.
006720     COPY APPTREC.
006730 FD  COLL-PLACEMENT-FILE.
006740     COPY COLLREC.
006800 WORKING-STORAGE SECTION.
006900 01  WS-VH-STATUS                   PIC X(02).
007000 01  WS-JR-STATUS                   PIC X(02).
007230     88  WS-AB-END-OF-FILE                        VALUE "Y".
007240 01  WS-AB-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007250     88  WS-APPT-BOOK-AVAILABLE                   VALUE "Y".
007255 01  WS-CL-STATUS                   PIC X(02).
007260 01  WS-CL-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007265     88  WS-PLACEMENT-FILE-AVAILABLE              VALUE "Y".
007270 01  WS-PLACED-SWITCH               PIC X(01)     VALUE "N".
007275     88  WS-ACCOUNT-PLACED                        VALUE "Y".
007300 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
007400     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
007500 01  WS-ADDR-FOUND-SWITCH           PIC X(01)     VALUE "N".
010500 01  WS-LETTERS-PRINTED             PIC 9(07)     COMP VALUE 0.
010600 01  WS-OWNERS-MISSING              PIC 9(07)     COMP VALUE 0.
010700 01  WS-RETIRED-SKIPPED             PIC 9(07)     COMP VALUE 0.
010710 01  WS-PLACED-SKIPPED              PIC 9(07)     COMP VALUE 0.
010800 01  WS-SEP-LINE.
010900     05  FILLER                     PIC X(40)     VALUE
011000         "----------------------------------------".
018860         DISPLAY "RECALLTR - APPOINTMENT BOOK NOT AVAILABLE, "
018870             "NO-SHOW PASS SKIPPED"
018880     END-IF.
018882     OPEN INPUT COLL-PLACEMENT-FILE.
018884     IF WS-CL-STATUS = "00"
018886         MOVE "Y" TO WS-CL-AVAIL-SWITCH
018888     ELSE
018890         DISPLAY "RECALLTR - PLACEMENT FILE NOT AVAILABLE, "
018892             "NO AGENCY HOLDS"
018894     END-IF.
018900     MOVE WS-CURRENT-DATE-N      TO WS-TL-DATE.
019000     IF NOT WS-END-OF-FILE
019100         PERFORM 2100-READ-HISTORY THRU 2100-EXIT
026500     END-IF.
026600     IF PATIENT-RETIRED
026700         ADD 1 TO WS-RETIRED-SKIPPED
026710         GO TO 3100-EXIT
026720     END-IF.
026730     PERFORM 4300-CHECK-PLACED THRU 4300-EXIT.
026740     IF WS-ACCOUNT-PLACED
026750         ADD 1 TO WS-PLACED-SKIPPED
026800         GO TO 3100-EXIT
026900     END-IF.
027000     MOVE OWNER OF OWNER-INFO    TO WS-OL-OWNER.
033724         ADD 1 TO WS-RETIRED-SKIPPED
033725         GO TO 4000-NEXT
033726     END-IF.
033727     PERFORM 4300-CHECK-PLACED THRU 4300-EXIT.
033728     IF WS-ACCOUNT-PLACED
033729         ADD 1 TO WS-PLACED-SKIPPED
033730         GO TO 4000-NEXT
033731     END-IF.
033732     PERFORM 4200-PRINT-NOSHOW-LETTER THRU 4200-EXIT.
033733 4000-NEXT.
033734     PERFORM 4100-READ-APPOINTMENT THRU 4100-EXIT.
033735 4000-EXIT.
033736     EXIT.
033737*****************************************************************
033738*    4100-READ-APPOINTMENT  --  READ-AHEAD OF THE BOOK          *
033739*****************************************************************
033740 4100-READ-APPOINTMENT.
033741     READ APPOINTMENT-FILE NEXT RECORD
033742         AT END
033743             MOVE "Y" TO WS-AB-EOF-SWITCH
033744     END-READ.
033745 4100-EXIT.
033746     EXIT.
033747*****************************************************************
033748*    4200-PRINT-NOSHOW-LETTER  --  ONE LETTER PER RECENT MISS   *
033749*****************************************************************
033750 4200-PRINT-NOSHOW-LETTER.
033751     MOVE OWNER OF OWNER-INFO    TO WS-OL-OWNER.
033752     MOVE PHONE OF OWNER-INFO    TO WS-PL-PHONE.
033753     MOVE AB-PATIENT-ID          TO WS-NS-PATIENT-ID.
033754     MOVE AB-APPT-DATE           TO WS-NS-DATE.
033755     WRITE LETTER-LINE FROM WS-SEP-LINE.
033756     WRITE LETTER-LINE FROM WS-TITLE-LINE.
033757     MOVE SPACES TO LETTER-LINE.
033758     WRITE LETTER-LINE.
033759     WRITE LETTER-LINE FROM WS-OWNER-LINE.
033760     PERFORM 3300-LOOKUP-ADDRESS THRU 3300-EXIT.
033761     IF WS-ADDRESS-FOUND
033762         WRITE LETTER-LINE FROM WS-ADDR-LINE-1
033763         WRITE LETTER-LINE FROM WS-ADDR-LINE-2
033764     END-IF.
033765     WRITE LETTER-LINE FROM WS-PHONE-LINE.
033766     MOVE SPACES TO LETTER-LINE.
033767     WRITE LETTER-LINE.
033768     WRITE LETTER-LINE FROM WS-NS-PATIENT-LINE.
033769     MOVE SPACES TO LETTER-LINE.
033770     WRITE LETTER-LINE.
033771     WRITE LETTER-LINE FROM WS-NOSHOW-LINE-1.
033772     WRITE LETTER-LINE FROM WS-NOSHOW-DATE-LINE.
033773     WRITE LETTER-LINE FROM WS-NOSHOW-LINE-2.
033774     WRITE LETTER-LINE FROM WS-NOSHOW-LINE-3.
033775     WRITE LETTER-LINE FROM WS-SEP-LINE.
033776     MOVE SPACES TO LETTER-LINE.
033777     WRITE LETTER-LINE.
033778     ADD 1 TO WS-NOSHOW-LETTERS.
033779 4200-EXIT.
033780     EXIT.
033800*****************************************************************
033805*    4300-CHECK-PLACED  --  IS THIS PATIENT'S ACCOUNT WITH THE  *
033810*    COLLECTION AGENCY                                          *
033815*****************************************************************
033820 4300-CHECK-PLACED.
033825     MOVE "N" TO WS-PLACED-SWITCH.
033830     IF NOT WS-PLACEMENT-FILE-AVAILABLE
033835         GO TO 4300-EXIT
033840     END-IF.
033845     MOVE WS-PREV-PATIENT-ID TO CL-PATIENT-ID.
033850     READ COLL-PLACEMENT-FILE
033855         INVALID KEY
033860             GO TO 4300-EXIT
033865     END-READ.
033870     IF CL-ACCOUNT-PLACED
033875         MOVE "Y" TO WS-PLACED-SWITCH
033880     END-IF.
033885 4300-EXIT.
033890     EXIT.
033895*****************************************************************
033900*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
034000*****************************************************************
034100 9999-TERMINATE.
034500     DISPLAY "RECALLTR - OWNERS MISSING  : " WS-OWNERS-MISSING.
034600     DISPLAY "RECALLTR - RETIRED SKIPPED : "
034700         WS-RETIRED-SKIPPED.
034703     DISPLAY "RECALLTR - WITH AGENCY     : "
034706         WS-PLACED-SKIPPED.
034710     DISPLAY "RECALLTR - APPTS READ      : " WS-APPTS-READ.
034720     DISPLAY "RECALLTR - NO-SHOW LETTERS : "
034730         WS-NOSHOW-LETTERS.
035410     IF WS-APPT-BOOK-AVAILABLE
035420         CLOSE APPOINTMENT-FILE
035430     END-IF.
035440     IF WS-PLACEMENT-FILE-AVAILABLE
035450         CLOSE COLL-PLACEMENT-FILE
035460     END-IF.
035500     CLOSE LETTER-FILE.
035600 9999-EXIT.
035700     EXIT.
