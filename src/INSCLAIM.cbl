000100*****************************************************************
000200*                                                               *
000300*    INSCLAIM                                                   *
000400*                                                               *
000500*    PET INSURANCE CLAIM RUN                                    *
000600*                                                               *
000700*    READS THE POLICY FILE (INSPOL) AND, FOR EVERY INSURED      *
000800*    PATIENT, BUILDS A CLAIM FROM THE VISIT HISTORY FILE        *
000900*    (VISTHIST): EACH SERVICE LINE DATED INSIDE THE POLICY'S    *
001000*    EFFECTIVE AND EXPIRY DATES BECOMES ONE CLAIM LINE CARRYING *
001100*    THE SERVICE CODE, PROVIDER, FEE, AND VISIT DATE.  THE      *
001200*    LINES FOR ONE PATIENT AND VISIT DATE PRINT ON ONE CLAIM    *
001210*    FORM (INSFORM), SO EACH VISIT IS CLAIMED ON ITS OWN FORM,  *
001300*    HEADED WITH THE INSURER, THE POLICY NUMBER, THE            *
001400*    POLICYHOLDER'S NAME, ADDRESS AND PHONE, AND THE PATIENT.   *
001500*                                                               *
001600*    EVERY LINE CLAIMED IS WRITTEN TO THE CLAIM TRACKING FILE   *
001700*    (INSCLM) AT STATUS S, KEYED LIKE VISIT HISTORY, AND THAT   *
001800*    KEY IS THE CLAIM NUMBER PRINTED ON THE FORM.  A LINE       *
001900*    ALREADY ON THE TRACKING FILE IS NOT CLAIMED AGAIN, SO THE  *
002000*    RUN PICKS UP ONLY NEW VISITS AND A RERUN PRINTS NOTHING.   *
002100*    FINANCE CHARGES (SERVICE CODE FC) AND ZERO OR CREDIT       *
002200*    LINES ARE NOT VETERINARY SERVICES AND ARE NEVER CLAIMED.   *
002300*                                                               *
002400*    A POLICY FOR A PATIENT NO LONGER ON JR-FILE IS LISTED ON   *
002500*    THE CONSOLE AND SKIPPED.  A SERVICE CODE NO LONGER ON THE  *
002600*    FEE SCHEDULE STILL CLAIMS, WITH THE DESCRIPTION MARKED; A  *
002700*    MISSING OWNER MASTER LEAVES THE ADDRESS OFF THE FORM.      *
002800*                                                               *
002900*    MODIFICATION HISTORY                                       *
003000*    --------------------                                       *
003100*    2026/10/15  JJM  ORIGINAL PROGRAM.                         *
003110*    2026/10/15  JJM  START A NEW CLAIM FORM FOR EACH VISIT     *
003120*                     DATE.                                     *
003130*    2026/10/15  JJM  CLEAR THE INSPOST RUN STAMP ON A NEW      *
003140*                     CLAIM.                                    *
003200*                                                               *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID.  INSCLAIM.
003600 AUTHOR.      J MORALES.
003700 INSTALLATION. CLINIC DATA PROCESSING.
003800 DATE-WRITTEN. 2026/10/15.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT INSURANCE-POLICY-FILE ASSIGN TO "INSPOL"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS PO-PATIENT-ID
005000         FILE STATUS IS WS-PO-STATUS.
005100     SELECT VISIT-HISTORY-FILE ASSIGN TO "VISTHIST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS VH-KEY
005500         FILE STATUS IS WS-VH-STATUS.
005600     SELECT JR-FILE ASSIGN TO "JRFILE"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS PATIENT-ID
006000         FILE STATUS IS WS-JR-STATUS.
006100     SELECT OWNER-MASTER-FILE ASSIGN TO "OWNMAST"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS OM-PHONE
006500         FILE STATUS IS WS-OM-STATUS.
006600     SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS FS-SERVICE-CODE
007000         FILE STATUS IS WS-FS-STATUS.
007100     SELECT INSURANCE-CLAIM-FILE ASSIGN TO "INSCLM"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS RANDOM
007400         RECORD KEY IS IC-KEY
007500         FILE STATUS IS WS-IC-STATUS.
007600     SELECT CLAIM-FORM-FILE ASSIGN TO "INSFORM"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CF-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  INSURANCE-POLICY-FILE.
008200     COPY INSPREC.
008300 FD  VISIT-HISTORY-FILE.
008400     COPY VISTREC.
008500 FD  JR-FILE.
008600     COPY JRREC.
008700 FD  OWNER-MASTER-FILE.
008800     COPY OWNREC.
008900 FD  FEE-SCHEDULE-FILE.
009000     COPY FEESCHED.
009100 FD  INSURANCE-CLAIM-FILE.
009200     COPY ICLMREC.
009300 FD  CLAIM-FORM-FILE.
009400 01  CLAIM-FORM-LINE                PIC X(80).
009500 WORKING-STORAGE SECTION.
009600 01  WS-PO-STATUS                   PIC X(02).
009700 01  WS-VH-STATUS                   PIC X(02).
009800 01  WS-JR-STATUS                   PIC X(02).
009900 01  WS-OM-STATUS                   PIC X(02).
010000 01  WS-FS-STATUS                   PIC X(02).
010100 01  WS-IC-STATUS                   PIC X(02).
010200 01  WS-CF-STATUS                   PIC X(02).
010300 01  WS-EOF-SWITCH                  PIC X(01)     VALUE "N".
010400     88  WS-END-OF-FILE                           VALUE "Y".
010500 01  WS-BLOCKED-SWITCH              PIC X(01)     VALUE "N".
010600     88  WS-RUN-BLOCKED                           VALUE "Y".
010700 01  WS-OM-AVAIL-SWITCH             PIC X(01)     VALUE "N".
010800     88  WS-OWNER-MASTER-AVAILABLE                VALUE "Y".
010900 01  WS-FS-AVAIL-SWITCH             PIC X(01)     VALUE "N".
011000     88  WS-FEE-SCHEDULE-AVAILABLE                VALUE "Y".
011100 01  WS-ADDR-FOUND-SWITCH           PIC X(01)     VALUE "N".
011200     88  WS-ADDRESS-FOUND                         VALUE "Y".
011300 01  WS-VH-SCAN-SWITCH              PIC X(01)     VALUE "N".
011400     88  WS-VH-SCAN-DONE                          VALUE "Y".
011500 01  WS-FORM-SWITCH                 PIC X(01)     VALUE "N".
011600     88  WS-FORM-OPEN                             VALUE "Y".
011700 01  WS-CLAIMED-SWITCH              PIC X(01)     VALUE "N".
011800     88  WS-LINE-ALREADY-CLAIMED                  VALUE "Y".
011900 01  WS-CURRENT-DATE                PIC 9(08).
012000 01  WS-VH-DATE-N                   PIC 9(08).
012010 01  WS-FORM-DATE                   PIC 9(08)     VALUE 0.
012100 01  WS-FORM-TOTAL                  PIC S9(7)V99  VALUE 0.
012200 01  WS-FORM-LINES                  PIC 9(03)     COMP VALUE 0.
012300 01  WS-POLICIES-READ               PIC 9(07)     COMP VALUE 0.
012400 01  WS-NOT-ON-FILE                 PIC 9(07)     COMP VALUE 0.
012500 01  WS-ALREADY-CLAIMED             PIC 9(07)     COMP VALUE 0.
012600 01  WS-CLAIMS-WRITTEN              PIC 9(07)     COMP VALUE 0.
012700 01  WS-FORMS-PRINTED               PIC 9(07)     COMP VALUE 0.
012800 01  WS-CLAIMED-DOLLARS             PIC S9(9)V99  VALUE 0.
012900 01  WS-SEP-LINE.
013000     05  FILLER                     PIC X(40)     VALUE
013100         "----------------------------------------".
013200     05  FILLER                     PIC X(30)     VALUE
013300         "------------------------------".
013400 01  WS-TITLE-LINE.
013500     05  FILLER                     PIC X(24)     VALUE
013600         "PET INSURANCE CLAIM".
013700     05  FILLER                     PIC X(07)     VALUE "  DATE ".
013800     05  WS-TL-DATE                 PIC 9999/99/99.
013900 01  WS-INSURER-LINE.
014000     05  FILLER                     PIC X(09)     VALUE
014100         "INSURER:".
014200     05  WS-IN-CODE                 PIC X(04).
014300     05  FILLER                     PIC X(02)     VALUE SPACES.
014400     05  WS-IN-NAME                 PIC X(30).
014500 01  WS-POLICY-LINE.
014600     05  FILLER                     PIC X(09)     VALUE
014700         "POLICY :".
014800     05  WS-PN-POLICY-NO            PIC X(15).
014900 01  WS-OWNER-LINE.
015000     05  FILLER                     PIC X(09)     VALUE
015100         "INSURED:".
015200     05  WS-OL-OWNER                PIC X(30).
015300 01  WS-ADDR-LINE-1.
015400     05  FILLER                     PIC X(09)     VALUE SPACES.
015500     05  WS-A1-STREET               PIC X(30).
015600 01  WS-ADDR-LINE-2.
015700     05  FILLER                     PIC X(09)     VALUE SPACES.
015800     05  WS-A2-CITY                 PIC X(20).
015900     05  FILLER                     PIC X(01)     VALUE SPACES.
016000     05  WS-A2-STATE                PIC X(02).
016100     05  FILLER                     PIC X(01)     VALUE SPACES.
016200     05  WS-A2-POSTAL               PIC X(10).
016300 01  WS-PHONE-LINE.
016400     05  FILLER                     PIC X(09)     VALUE
016500         "PHONE  :".
016600     05  WS-PL-PHONE                PIC X(08).
016700 01  WS-PATIENT-LINE.
016800     05  FILLER                     PIC X(09)     VALUE
016900         "PATIENT:".
017000     05  WS-PA-PATIENT-ID           PIC X(05).
017100     05  FILLER                     PIC X(11)     VALUE
017200         "  SPECIES:".
017300     05  WS-PA-SPECIES              PIC X(01).
017400     05  FILLER                     PIC X(14)     VALUE
017500         "  ACCOUNT NO:".
017600     05  WS-PA-ACCT-YEAR            PIC X(02).
017700     05  FILLER                     PIC X(01)     VALUE "-".
017800     05  WS-PA-ACCT-SEQ             PIC X(04).
017900 01  WS-COLUMN-LINE.
018000     05  FILLER                     PIC X(40)     VALUE
018100         "CLAIM NO        VISIT DATE SVC  DESCRIPT".
018200     05  FILLER                     PIC X(30)     VALUE
018300         "ION               PRV      FEE".
018400 01  WS-ITEM-LINE.
018500     05  WS-IL-CLAIM-NO             PIC X(15).
018600     05  FILLER                     PIC X(01)     VALUE SPACES.
018700     05  WS-IL-VISIT-DATE           PIC 9999/99/99.
018800     05  FILLER                     PIC X(01)     VALUE SPACES.
018900     05  WS-IL-SERVICE              PIC X(04).
019000     05  FILLER                     PIC X(01)     VALUE SPACES.
019100     05  WS-IL-DESCRIPTION          PIC X(25).
019200     05  FILLER                     PIC X(01)     VALUE SPACES.
019300     05  WS-IL-PROVIDER             PIC X(02).
019400     05  FILLER                     PIC X(01)     VALUE SPACES.
019500     05  WS-IL-FEE                  PIC ZZZZ9.99-.
019600 01  WS-TOTAL-LINE.
019700     05  FILLER                     PIC X(44)     VALUE
019800         "TOTAL CLAIMED:".
019900     05  WS-TO-LINES                PIC ZZ9.
020000     05  FILLER                     PIC X(06)     VALUE " LINES".
020100     05  WS-TO-FEE                  PIC ZZZZZZ9.99-.
020200 01  WS-QUOTE-LINE.
020300     05  FILLER                     PIC X(50)     VALUE
020400         "PLEASE QUOTE THE CLAIM NO ON YOUR REMITTANCE.".
020500 PROCEDURE DIVISION.
020600*****************************************************************
020700*    0000-MAINLINE                                              *
020800*****************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     PERFORM 2000-PROCESS-POLICY THRU 2000-EXIT
021200         UNTIL WS-END-OF-FILE.
021300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
021400     STOP RUN.
021500*****************************************************************
021600*    1000-INITIALIZE  --  OPEN FILES, PRIME READ.  WITH NO      *
021700*    POLICY FILE OR NO VISIT HISTORY THERE IS NOTHING TO CLAIM  *
021800*****************************************************************
021900 1000-INITIALIZE.
022000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
022100     OPEN INPUT INSURANCE-POLICY-FILE.
022200     IF WS-PO-STATUS NOT = "00"
022300         MOVE "Y" TO WS-BLOCKED-SWITCH
022400         MOVE "Y" TO WS-EOF-SWITCH
022500         DISPLAY "INSCLAIM - POLICY FILE NOT AVAILABLE, "
022600             "NOTHING CLAIMED"
022700         GO TO 1000-EXIT
022800     END-IF.
022900     OPEN INPUT VISIT-HISTORY-FILE.
023000     IF WS-VH-STATUS NOT = "00"
023100         MOVE "Y" TO WS-BLOCKED-SWITCH
023200         MOVE "Y" TO WS-EOF-SWITCH
023300         DISPLAY "INSCLAIM - VISIT HISTORY NOT AVAILABLE, "
023400             "NOTHING CLAIMED"
023500         CLOSE INSURANCE-POLICY-FILE
023600         GO TO 1000-EXIT
023700     END-IF.
023800     OPEN INPUT JR-FILE.
023900     OPEN INPUT OWNER-MASTER-FILE.
024000     IF WS-OM-STATUS = "00"
024100         MOVE "Y" TO WS-OM-AVAIL-SWITCH
024200     ELSE
024300         DISPLAY "INSCLAIM - OWNER MASTER NOT AVAILABLE, "
024400             "ADDRESS BLOCK SKIPPED"
024500     END-IF.
024600     OPEN INPUT FEE-SCHEDULE-FILE.
024700     IF WS-FS-STATUS = "00"
024800         MOVE "Y" TO WS-FS-AVAIL-SWITCH
024900     ELSE
025000         DISPLAY "INSCLAIM - FEE SCHEDULE NOT AVAILABLE, "
025100             "DESCRIPTIONS SKIPPED"
025200     END-IF.
025300     OPEN I-O INSURANCE-CLAIM-FILE.
025400     IF WS-IC-STATUS = "35"
025500         OPEN OUTPUT INSURANCE-CLAIM-FILE
025600         CLOSE INSURANCE-CLAIM-FILE
025700         OPEN I-O INSURANCE-CLAIM-FILE
025800     END-IF.
025900     OPEN OUTPUT CLAIM-FORM-FILE.
026000     PERFORM 2100-READ-POLICY THRU 2100-EXIT.
026100 1000-EXIT.
026200     EXIT.
026300*****************************************************************
026400*    2000-PROCESS-POLICY  --  CLAIM EVERY UNCLAIMED VISIT LINE  *
026500*    OF ONE INSURED PATIENT INSIDE THE POLICY DATES             *
026600*****************************************************************
026700 2000-PROCESS-POLICY.
026800     ADD 1 TO WS-POLICIES-READ.
026900     MOVE PO-PATIENT-ID TO PATIENT-ID OF ANIMAL-INFO.
027000     READ JR-FILE
027100         INVALID KEY
027200             ADD 1 TO WS-NOT-ON-FILE
027300             DISPLAY "INSCLAIM - PATIENT NOT ON FILE, POLICY "
027400                 "SKIPPED: " PO-PATIENT-ID
027500             GO TO 2000-NEXT
027600     END-READ.
027700     MOVE "N" TO WS-FORM-SWITCH.
027800     MOVE "N" TO WS-VH-SCAN-SWITCH.
027900     MOVE PO-PATIENT-ID     TO VH-PATIENT-ID.
028000     MOVE PO-EFFECTIVE-DATE TO VH-VISIT-DATE.
028100     MOVE 0                 TO VH-LINE-NO.
028200     START VISIT-HISTORY-FILE
028300         KEY IS NOT LESS THAN VH-KEY
028400         INVALID KEY
028500             MOVE "Y" TO WS-VH-SCAN-SWITCH
028600     END-START.
028700     IF NOT WS-VH-SCAN-DONE
028800         PERFORM 2200-READ-HISTORY THRU 2200-EXIT
028900     END-IF.
029000     PERFORM 2300-CLAIM-ONE-LINE THRU 2300-EXIT
029100         UNTIL WS-VH-SCAN-DONE.
029200     IF WS-FORM-OPEN
029300         PERFORM 2600-CLOSE-FORM THRU 2600-EXIT
029400     END-IF.
029500 2000-NEXT.
029600     PERFORM 2100-READ-POLICY THRU 2100-EXIT.
029700 2000-EXIT.
029800     EXIT.
029900*****************************************************************
030000*    2100-READ-POLICY  --  READ-AHEAD OF THE POLICY FILE        *
030100*****************************************************************
030200 2100-READ-POLICY.
030300     READ INSURANCE-POLICY-FILE NEXT RECORD
030400         AT END
030500             MOVE "Y" TO WS-EOF-SWITCH
030600     END-READ.
030700 2100-EXIT.
030800     EXIT.
030900*****************************************************************
031000*    2200-READ-HISTORY  --  NEXT VISIT LINE OF THIS PATIENT;    *
031100*    THE SCAN ENDS AT THE NEXT PATIENT OR PAST THE EXPIRY DATE  *
031200*****************************************************************
031300 2200-READ-HISTORY.
031400     READ VISIT-HISTORY-FILE NEXT RECORD
031500         AT END
031600             MOVE "Y" TO WS-VH-SCAN-SWITCH
031700             GO TO 2200-EXIT
031800     END-READ.
031900     IF VH-PATIENT-ID NOT = PO-PATIENT-ID
032000         MOVE "Y" TO WS-VH-SCAN-SWITCH
032100         GO TO 2200-EXIT
032200     END-IF.
032300     MOVE VH-VISIT-DATE TO WS-VH-DATE-N.
032400     IF PO-EXPIRY-DATE NOT = 0
032500            AND WS-VH-DATE-N > PO-EXPIRY-DATE
032600         MOVE "Y" TO WS-VH-SCAN-SWITCH
032700     END-IF.
032800 2200-EXIT.
032900     EXIT.
033000*****************************************************************
033100*    2300-CLAIM-ONE-LINE  --  A SERVICE LINE NOT YET ON THE     *
033200*    TRACKING FILE GOES ON THE PATIENT'S CLAIM FORM FOR THAT    *
033210*    VISIT DATE; A NEW VISIT DATE CLOSES THE LAST FORM FIRST    *
033300*****************************************************************
033400 2300-CLAIM-ONE-LINE.
033500     IF VH-SERVICE-CODE = "FC"
033600            OR VH-VISIT-FEE NOT > 0
033700         GO TO 2300-NEXT
033800     END-IF.
033900     MOVE "Y"    TO WS-CLAIMED-SWITCH.
034000     MOVE VH-KEY TO IC-KEY.
034100     READ INSURANCE-CLAIM-FILE
034200         INVALID KEY
034300             MOVE "N" TO WS-CLAIMED-SWITCH
034400     END-READ.
034500     IF WS-LINE-ALREADY-CLAIMED
034600         ADD 1 TO WS-ALREADY-CLAIMED
034700         GO TO 2300-NEXT
034800     END-IF.
034810     IF WS-FORM-OPEN
034820            AND WS-VH-DATE-N NOT = WS-FORM-DATE
034830         PERFORM 2600-CLOSE-FORM THRU 2600-EXIT
034840     END-IF.
034900     IF NOT WS-FORM-OPEN
035000         PERFORM 2400-OPEN-FORM THRU 2400-EXIT
035100     END-IF.
035200     PERFORM 2500-WRITE-CLAIM THRU 2500-EXIT.
035300 2300-NEXT.
035400     PERFORM 2200-READ-HISTORY THRU 2200-EXIT.
035500 2300-EXIT.
035600     EXIT.
035700*****************************************************************
035800*    2400-OPEN-FORM  --  HEADING BLOCK OF A NEW CLAIM FORM,     *
035810*    ONE PER PATIENT AND VISIT DATE                             *
035900*****************************************************************
036000 2400-OPEN-FORM.
036100     MOVE "Y"                    TO WS-FORM-SWITCH.
036110     MOVE WS-VH-DATE-N           TO WS-FORM-DATE.
036200     MOVE 0                      TO WS-FORM-TOTAL.
036300     MOVE 0                      TO WS-FORM-LINES.
036400     MOVE WS-CURRENT-DATE        TO WS-TL-DATE.
036500     MOVE PO-INSURER-CODE        TO WS-IN-CODE.
036600     MOVE PO-INSURER-NAME        TO WS-IN-NAME.
036700     MOVE PO-POLICY-NO           TO WS-PN-POLICY-NO.
036800     MOVE OWNER OF OWNER-INFO    TO WS-OL-OWNER.
036900     MOVE PHONE OF OWNER-INFO    TO WS-PL-PHONE.
037000     MOVE PO-PATIENT-ID          TO WS-PA-PATIENT-ID.
037100     MOVE ATYPE OF ANIMAL-INFO   TO WS-PA-SPECIES.
037200     MOVE YEAR OF ACCT_NO        TO WS-PA-ACCT-YEAR.
037300     MOVE SEQ_NO OF ACCT_NO      TO WS-PA-ACCT-SEQ.
037400     WRITE CLAIM-FORM-LINE FROM WS-SEP-LINE.
037500     WRITE CLAIM-FORM-LINE FROM WS-TITLE-LINE.
037600     MOVE SPACES TO CLAIM-FORM-LINE.
037700     WRITE CLAIM-FORM-LINE.
037800     WRITE CLAIM-FORM-LINE FROM WS-INSURER-LINE.
037900     WRITE CLAIM-FORM-LINE FROM WS-POLICY-LINE.
038000     MOVE SPACES TO CLAIM-FORM-LINE.
038100     WRITE CLAIM-FORM-LINE.
038200     WRITE CLAIM-FORM-LINE FROM WS-OWNER-LINE.
038300     PERFORM 2700-LOOKUP-ADDRESS THRU 2700-EXIT.
038400     IF WS-ADDRESS-FOUND
038500         WRITE CLAIM-FORM-LINE FROM WS-ADDR-LINE-1
038600         WRITE CLAIM-FORM-LINE FROM WS-ADDR-LINE-2
038700     END-IF.
038800     WRITE CLAIM-FORM-LINE FROM WS-PHONE-LINE.
038900     MOVE SPACES TO CLAIM-FORM-LINE.
039000     WRITE CLAIM-FORM-LINE.
039100     WRITE CLAIM-FORM-LINE FROM WS-PATIENT-LINE.
039200     MOVE SPACES TO CLAIM-FORM-LINE.
039300     WRITE CLAIM-FORM-LINE.
039400     WRITE CLAIM-FORM-LINE FROM WS-COLUMN-LINE.
039500 2400-EXIT.
039600     EXIT.
039700*****************************************************************
039800*    2500-WRITE-CLAIM  --  ONE CLAIM LINE ON THE FORM AND ONE   *
039900*    SUBMITTED CLAIM ON THE TRACKING FILE                       *
040000*****************************************************************
040100 2500-WRITE-CLAIM.
040200     MOVE VH-KEY           TO WS-IL-CLAIM-NO.
040300     MOVE WS-VH-DATE-N     TO WS-IL-VISIT-DATE.
040400     MOVE VH-SERVICE-CODE  TO WS-IL-SERVICE.
040500     MOVE VH-PROVIDER-CODE TO WS-IL-PROVIDER.
040600     MOVE VH-VISIT-FEE     TO WS-IL-FEE.
040700     MOVE SPACES           TO WS-IL-DESCRIPTION.
040800     IF WS-FEE-SCHEDULE-AVAILABLE
040900         MOVE VH-SERVICE-CODE TO FS-SERVICE-CODE
041000         READ FEE-SCHEDULE-FILE
041100             INVALID KEY
041200                 MOVE "** NOT ON FEE SCHEDULE **"
041300                     TO WS-IL-DESCRIPTION
041400             NOT INVALID KEY
041500                 MOVE FS-DESCRIPTION TO WS-IL-DESCRIPTION
041600         END-READ
041700     END-IF.
041800     WRITE CLAIM-FORM-LINE FROM WS-ITEM-LINE.
041900     MOVE SPACES           TO INSURANCE-CLAIM-RECORD.
042000     MOVE VH-KEY           TO IC-KEY.
042100     MOVE PO-INSURER-CODE  TO IC-INSURER-CODE.
042200     MOVE PO-POLICY-NO     TO IC-POLICY-NO.
042300     MOVE VH-SERVICE-CODE  TO IC-SERVICE-CODE.
042400     MOVE VH-PROVIDER-CODE TO IC-PROVIDER-CODE.
042500     MOVE VH-VISIT-FEE     TO IC-CLAIM-AMOUNT.
042600     MOVE WS-CURRENT-DATE  TO IC-SUBMIT-DATE.
042700     MOVE "S"              TO IC-CLAIM-STATUS.
042800     MOVE WS-CURRENT-DATE  TO IC-STATUS-DATE.
042900     MOVE 0                TO IC-PAID-AMOUNT.
042910     MOVE 0                TO IC-RUN-DATE.
042920     MOVE 0                TO IC-RUN-TIME.
043000     WRITE INSURANCE-CLAIM-RECORD
043100         INVALID KEY
043200             DISPLAY "INSCLAIM - CLAIM WRITE FAILED: " IC-KEY
043300     END-WRITE.
043400     ADD 1            TO WS-FORM-LINES.
043500     ADD 1            TO WS-CLAIMS-WRITTEN.
043600     ADD VH-VISIT-FEE TO WS-FORM-TOTAL.
043700     ADD VH-VISIT-FEE TO WS-CLAIMED-DOLLARS.
043800 2500-EXIT.
043900     EXIT.
044000*****************************************************************
044100*    2600-CLOSE-FORM  --  CLAIM TOTAL AND TRAILER               *
044200*****************************************************************
044300 2600-CLOSE-FORM.
044400     MOVE WS-FORM-LINES TO WS-TO-LINES.
044500     MOVE WS-FORM-TOTAL TO WS-TO-FEE.
044600     MOVE SPACES TO CLAIM-FORM-LINE.
044700     WRITE CLAIM-FORM-LINE.
044800     WRITE CLAIM-FORM-LINE FROM WS-TOTAL-LINE.
044900     WRITE CLAIM-FORM-LINE FROM WS-QUOTE-LINE.
045000     WRITE CLAIM-FORM-LINE FROM WS-SEP-LINE.
045100     MOVE SPACES TO CLAIM-FORM-LINE.
045200     WRITE CLAIM-FORM-LINE.
045300     ADD 1 TO WS-FORMS-PRINTED.
045400     MOVE "N" TO WS-FORM-SWITCH.
045500 2600-EXIT.
045600     EXIT.
045700*****************************************************************
045800*    2700-LOOKUP-ADDRESS  --  MAILING ADDRESS OFF THE OWNER     *
045900*    MASTER; A BLANK OR MISSING ENTRY LEAVES THE BLOCK OFF      *
046000*****************************************************************
046100 2700-LOOKUP-ADDRESS.
046200     MOVE "N" TO WS-ADDR-FOUND-SWITCH.
046300     IF NOT WS-OWNER-MASTER-AVAILABLE
046400        OR PHONE OF OWNER-INFO = SPACES
046500         GO TO 2700-EXIT
046600     END-IF.
046700     MOVE PHONE OF OWNER-INFO TO OM-PHONE.
046800     READ OWNER-MASTER-FILE
046900         INVALID KEY
047000             GO TO 2700-EXIT
047100     END-READ.
047200     IF OM-ADDR-STREET = SPACES
047300         GO TO 2700-EXIT
047400     END-IF.
047500     MOVE "Y" TO WS-ADDR-FOUND-SWITCH.
047600     MOVE OM-ADDR-STREET TO WS-A1-STREET.
047700     MOVE OM-ADDR-CITY   TO WS-A2-CITY.
047800     MOVE OM-ADDR-STATE  TO WS-A2-STATE.
047900     MOVE OM-ADDR-POSTAL TO WS-A2-POSTAL.
048000 2700-EXIT.
048100     EXIT.
048200*****************************************************************
048300*    9999-TERMINATE  --  CLOSE FILES, DISPLAY COUNTS            *
048400*****************************************************************
048500 9999-TERMINATE.
048600     DISPLAY "INSCLAIM - POLICIES READ       : " WS-POLICIES-READ.
048700     DISPLAY "INSCLAIM - NOT ON JR-FILE      : " WS-NOT-ON-FILE.
048800     DISPLAY "INSCLAIM - LINES ALREADY CLAIMED: "
048900         WS-ALREADY-CLAIMED.
049000     DISPLAY "INSCLAIM - CLAIM LINES WRITTEN : "
049100         WS-CLAIMS-WRITTEN.
049200     DISPLAY "INSCLAIM - CLAIM FORMS PRINTED : " WS-FORMS-PRINTED.
049300     DISPLAY "INSCLAIM - DOLLARS CLAIMED     : "
049400         WS-CLAIMED-DOLLARS.
049500     IF WS-RUN-BLOCKED
049600         GO TO 9999-EXIT
049700     END-IF.
049800     CLOSE INSURANCE-POLICY-FILE.
049900     CLOSE VISIT-HISTORY-FILE.
050000     CLOSE JR-FILE.
050100     IF WS-OWNER-MASTER-AVAILABLE
050200         CLOSE OWNER-MASTER-FILE
050300     END-IF.
050400     IF WS-FEE-SCHEDULE-AVAILABLE
050500         CLOSE FEE-SCHEDULE-FILE
050600     END-IF.
050700     CLOSE INSURANCE-CLAIM-FILE.
050800     CLOSE CLAIM-FORM-FILE.
050900 9999-EXIT.
051000     EXIT.
