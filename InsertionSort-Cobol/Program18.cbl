000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. OPENARLOAD.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. OPENING RECEIVABLE LOAD - A ONE-TIME CONVERSION STEP
001100     RUN AT CUTOVER, BEFORE THE FIRST NIGHT CUSTBALPOST,
001200     CASHRCPTPOST OR ADJPOST TOUCH CBM-AR-BALANCE.  EACH OPENAR
001300     CARD CARRIES A CUSTOMER'S OPEN RECEIVABLE AS OF THE CUTOVER
001400     DATE FROM THE AGED TRIAL BALANCE THE BUSINESS ALREADY KEEPS;
001500     THE AMOUNT IS ADDED TO CBM-AR-BALANCE ON BALMST (A CUSTOMER
001600     WITH NO BALMST RECORD YET HAS ONE ADDED) AND
001700     CBM-AR-OPENED-FLAG IS SET.  ONLY THE RECEIVABLE MOVES - THE
001800     MTD/YTD SALES FIGURES, THE SALE AND POST DATES AND THE
001900     CUSTMST CREDIT HOLD ARE LEFT ALONE, SO THE OPENING BALANCE
002000     IS NOT COUNTED AS SALES.  A CUSTOMER WHOSE OPENING IS
002100     ALREADY ON FILE IS REJECTED, SO A RERUN OR A DUPLICATE CARD
002200     CANNOT LOAD THE SAME BALANCE TWICE.  THE OARRPT REPORT LISTS
002300     EVERY CARD LOADED OR REJECTED WITH DEBIT, CREDIT AND NET
002400     TOTALS FOR TYING BACK TO THE TRIAL BALANCE.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/26   JM    ORIGINAL VERSION.
002900*****************************************************************
003000* ENVIRONMENT DIVISION.                                         *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPENING-AR-IN ASSIGN TO "OPENAR"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-OPENAR-STATUS.
004100     SELECT CUSTOMER-BALANCE ASSIGN TO "BALMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS CBM-CUSTOMER-ID
004500         FILE STATUS IS WS-BALMST-STATUS.
004600     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CMS-CUSTOMER-ID
005000         FILE STATUS IS WS-CUSTMST-STATUS.
005100     SELECT OPENING-AR-RPT ASSIGN TO "OARRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-OARRPT-STATUS.
005400*****************************************************************
005500* DATA DIVISION.                                                *
005600*****************************************************************
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  OPENING-AR-IN
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200 01  OPENING-AR-RECORD.
006300     05  OAR-CUSTOMER-ID          PIC 9(05).
006400     05  OAR-CUSTOMER-ID-X REDEFINES OAR-CUSTOMER-ID
006500                                  PIC X(05).
006600     05  FILLER                   PIC X(01).
006700     05  OAR-AR-AMOUNT            PIC 9(09)V99.
006800     05  OAR-AR-AMOUNT-X REDEFINES OAR-AR-AMOUNT
006900                                  PIC X(11).
007000     05  OAR-AMOUNT-SIGN          PIC X(01).
007100         88  OAR-SIGN-DEBIT           VALUE " " "+".
007200         88  OAR-SIGN-CREDIT          VALUE "-".
007300     05  FILLER                   PIC X(01).
007400     05  OAR-AS-OF-DATE           PIC 9(08).
007500     05  OAR-AS-OF-DATE-X REDEFINES OAR-AS-OF-DATE
007600                                  PIC X(08).
007700     05  FILLER                   PIC X(53).
007800 FD  CUSTOMER-BALANCE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CBMREC01.
008100 FD  CUSTOMER-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CMSREC01.
008400 FD  OPENING-AR-RPT
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  OPENING-AR-RPT-RECORD          PIC X(132).
008800 WORKING-STORAGE SECTION.
008900*-----------------------------------------------------------------
009000*    FILE STATUS AND END-OF-FILE SWITCHES
009100*-----------------------------------------------------------------
009200 01  WS-OPENAR-STATUS            PIC X(02).
009300     88  WS-OPENAR-OK                  VALUE "00".
009400     88  WS-OPENAR-EOF                 VALUE "10".
009500 01  WS-BALMST-STATUS            PIC X(02).
009600     88  WS-BALMST-OK                  VALUE "00".
009700     88  WS-BALMST-NOT-FOUND           VALUE "23".
009800     88  WS-BALMST-NEW-FILE            VALUE "35".
009900 01  WS-CUSTMST-STATUS           PIC X(02).
010000     88  WS-CUSTMST-OK                 VALUE "00".
010100     88  WS-CUSTMST-NOT-FOUND          VALUE "23".
010200 01  WS-OARRPT-STATUS            PIC X(02).
010300     88  WS-OARRPT-OK                  VALUE "00".
010400 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
010500     88  WS-END-OF-FILE                    VALUE "Y".
010600*-----------------------------------------------------------------
010700*    VALIDATION AND CONTROL TOTAL WORKING FIELDS
010800*-----------------------------------------------------------------
010900 01  WS-VALID-SWITCH             PIC X(01)       VALUE "Y".
011000     88  WS-RECORD-VALID                   VALUE "Y".
011100     88  WS-RECORD-INVALID                 VALUE "N".
011200 01  WS-NEW-BALANCE-SWITCH       PIC X(01)       VALUE "N".
011300     88  WS-NEW-BALANCE                    VALUE "Y".
011400 01  WS-REJ-REASON               PIC X(25)       VALUE SPACES.
011500 01  WS-LOAD-NOTE                PIC X(30)       VALUE SPACES.
011600 01  WS-AS-OF-DATE               PIC 9(08)       VALUE ZERO.
011700 01  WS-OPENING-AMOUNT           PIC S9(09)V99   VALUE ZERO.
011800 01  WS-READ-COUNT               PIC 9(05) COMP  VALUE ZERO.
011900 01  WS-LOADED-COUNT             PIC 9(05) COMP  VALUE ZERO.
012000 01  WS-ADDED-COUNT              PIC 9(05) COMP  VALUE ZERO.
012100 01  WS-REJECT-COUNT             PIC 9(05) COMP  VALUE ZERO.
012200 01  WS-DEBIT-TOTAL              PIC S9(11)V99   VALUE ZERO.
012300 01  WS-CREDIT-TOTAL             PIC S9(11)V99   VALUE ZERO.
012400 01  WS-NET-TOTAL                PIC S9(11)V99   VALUE ZERO.
012500*-----------------------------------------------------------------
012600*    REPORT WORKING FIELDS
012700*-----------------------------------------------------------------
012800 01  WS-CURRENT-DATE.
012900     05  WS-CD-YY                PIC 99.
013000     05  WS-CD-MM                PIC 99.
013100     05  WS-CD-DD                PIC 99.
013200 01  WS-RUN-DATE-EDIT.
013300     05  WS-RDE-MM               PIC 99.
013400     05  FILLER                  PIC X           VALUE "/".
013500     05  WS-RDE-DD               PIC 99.
013600     05  FILLER                  PIC X           VALUE "/".
013700     05  WS-RDE-YY               PIC 99.
013800 01  WS-PRINT-LINE               PIC X(132).
013900 01  WS-RPT-RECNO-EDIT           PIC ZZZZ9.
014000 01  WS-RPT-COUNT-EDIT           PIC ZZZZ9.
014100 01  WS-RPT-AMOUNT-EDIT          PIC -ZZZZZZZZ9.99.
014200 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZZ9.99.
014300 01  WS-RPT-TOTAL-EDIT           PIC -ZZZZZZZZZZ9.99.
014400*****************************************************************
014500* PROCEDURE DIVISION.                                           *
014600*****************************************************************
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015000     PERFORM 2000-LOAD-OPENING-AR THRU 2000-EXIT.
015100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
015200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015300     STOP RUN.
015400*-----------------------------------------------------------------
015500*    1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADING.
015600*    BALMST IS OPENED I-O AND CREATED EMPTY IF THE CUTOVER
015700*    COMES BEFORE CUSTBALPOST HAS EVER RUN.  CUSTMST IS ONLY
015800*    READ - THE LOAD DOES NOT TOUCH THE CREDIT HOLD.
015900*-----------------------------------------------------------------
016000 1000-INITIALIZE.
016100     ACCEPT WS-CURRENT-DATE FROM DATE.
016200     MOVE WS-CD-MM TO WS-RDE-MM.
016300     MOVE WS-CD-DD TO WS-RDE-DD.
016400     MOVE WS-CD-YY TO WS-RDE-YY.
016500     OPEN INPUT OPENING-AR-IN.
016600     IF NOT WS-OPENAR-OK
016700         DISPLAY "OPENARLOAD - UNABLE TO OPEN OPENAR, "
016800             "STATUS = " WS-OPENAR-STATUS
016900         STOP RUN
017000     END-IF.
017100     OPEN I-O CUSTOMER-BALANCE.
017200     IF WS-BALMST-NEW-FILE
017300         OPEN OUTPUT CUSTOMER-BALANCE
017400         CLOSE CUSTOMER-BALANCE
017500         OPEN I-O CUSTOMER-BALANCE
017600     END-IF.
017700     IF NOT WS-BALMST-OK
017800         DISPLAY "OPENARLOAD - UNABLE TO OPEN BALMST, "
017900             "STATUS = " WS-BALMST-STATUS
018000         STOP RUN
018100     END-IF.
018200     OPEN INPUT CUSTOMER-MASTER.
018300     IF NOT WS-CUSTMST-OK
018400         DISPLAY "OPENARLOAD - UNABLE TO OPEN CUSTMST, "
018500             "STATUS = " WS-CUSTMST-STATUS
018600         STOP RUN
018700     END-IF.
018800     OPEN OUTPUT OPENING-AR-RPT.
018900     IF NOT WS-OARRPT-OK
019000         DISPLAY "OPENARLOAD - UNABLE TO OPEN OARRPT, "
019100             "STATUS = " WS-OARRPT-STATUS
019200         STOP RUN
019300     END-IF.
019400     MOVE SPACES TO WS-PRINT-LINE.
019500     STRING "OPENING RECEIVABLE LOAD REPORT" DELIMITED BY SIZE
019600         "   RUN DATE: " DELIMITED BY SIZE
019700         WS-RUN-DATE-EDIT DELIMITED BY SIZE
019800         INTO WS-PRINT-LINE
019900     END-STRING.
020000     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
020100     WRITE OPENING-AR-RPT-RECORD.
020200 1000-EXIT.
020300     EXIT.
020400*-----------------------------------------------------------------
020500*    2000-LOAD-OPENING-AR - DRIVE THE OPENAR CARDS ONTO BALMST
020600*    UNTIL END-OF-FILE.
020700*-----------------------------------------------------------------
020800 2000-LOAD-OPENING-AR.
020900     PERFORM 2100-READ-OPENING-CARD THRU 2100-EXIT
021000         UNTIL WS-END-OF-FILE.
021100     IF WS-REJECT-COUNT IS GREATER THAN ZERO
021200         DISPLAY "OPENARLOAD - " WS-REJECT-COUNT
021300             " OPENING CARD(S) REJECTED, SEE OARRPT"
021400         IF RETURN-CODE IS LESS THAN 4
021500             MOVE 4 TO RETURN-CODE
021600         END-IF
021700     END-IF.
021800 2000-EXIT.
021900     EXIT.
022000*-----------------------------------------------------------------
022100*    2100-READ-OPENING-CARD - ONE OPENAR CARD THROUGH VALIDATION
022200*    AND ONTO BALMST.  A CUSTOMER WITH NO BALMST RECORD HAS ONE
022300*    ADDED THE WAY CUSTBALPOST ADDS IT; ONE WHOSE OPENING IS
022400*    ALREADY LOADED IS REJECTED.  A BALANCE LEFT BLANK BY A
022500*    RECORD CUT BEFORE THE RECEIVABLE FIELD EXISTED STARTS AT
022600*    ZERO, AND ANY RECEIVABLE ALREADY POSTED IS KEPT - THE
022700*    OPENING AMOUNT IS ADDED TO IT, NOT MOVED OVER IT.
022800*-----------------------------------------------------------------
022900 2100-READ-OPENING-CARD.
023000     READ OPENING-AR-IN
023100         AT END
023200             SET WS-END-OF-FILE TO TRUE
023300             GO TO 2100-EXIT
023400     END-READ.
023500     ADD 1 TO WS-READ-COUNT.
023600     PERFORM 2150-VALIDATE-OPENING-CARD THRU 2150-EXIT.
023700     IF WS-RECORD-INVALID
023800         PERFORM 2500-WRITE-REJECT-LINE THRU 2500-EXIT
023900         GO TO 2100-EXIT
024000     END-IF.
024100     MOVE "N" TO WS-NEW-BALANCE-SWITCH.
024200     MOVE OAR-CUSTOMER-ID TO CBM-CUSTOMER-ID.
024300     READ CUSTOMER-BALANCE
024400         INVALID KEY
024500             SET WS-NEW-BALANCE TO TRUE
024600     END-READ.
024700     IF WS-NEW-BALANCE
024800         MOVE SPACES TO CUSTOMER-BALANCE-RECORD
024900         MOVE OAR-CUSTOMER-ID TO CBM-CUSTOMER-ID
025000         MOVE CMS-CUSTOMER-NAME TO CBM-CUSTOMER-NAME
025100         MOVE ZERO TO CBM-MTD-SALES
025200         MOVE ZERO TO CBM-YTD-SALES
025300         MOVE ZERO TO CBM-LAST-SALE-DATE
025400         MOVE ZERO TO CBM-LAST-POST-DATE
025500         MOVE ZERO TO CBM-AR-BALANCE
025600     END-IF.
025700     IF CBM-AR-OPENED
025800         SET WS-RECORD-INVALID TO TRUE
025900         MOVE "OPENING AR ALREADY LOADED" TO WS-REJ-REASON
026000         PERFORM 2500-WRITE-REJECT-LINE THRU 2500-EXIT
026100         GO TO 2100-EXIT
026200     END-IF.
026300     IF CBM-AR-BALANCE IS NOT NUMERIC
026400         MOVE ZERO TO CBM-AR-BALANCE
026500     END-IF.
026600     IF OAR-SIGN-CREDIT
026700         COMPUTE WS-OPENING-AMOUNT = ZERO - OAR-AR-AMOUNT
026800     ELSE
026900         MOVE OAR-AR-AMOUNT TO WS-OPENING-AMOUNT
027000     END-IF.
027100     ADD WS-OPENING-AMOUNT TO CBM-AR-BALANCE.
027200     SET CBM-AR-OPENED TO TRUE.
027300     IF WS-NEW-BALANCE
027400         WRITE CUSTOMER-BALANCE-RECORD
027500             INVALID KEY
027600                 DISPLAY "OPENARLOAD - WRITE FAILED FOR CUSTOMER "
027700                     CBM-CUSTOMER-ID ", STATUS = "
027800                     WS-BALMST-STATUS
027900                 MOVE 8 TO RETURN-CODE
028000                 GO TO 2100-EXIT
028100         END-WRITE
028200         ADD 1 TO WS-ADDED-COUNT
028300     ELSE
028400         REWRITE CUSTOMER-BALANCE-RECORD
028500             INVALID KEY
028600                 DISPLAY "OPENARLOAD - REWRITE FAILED FOR "
028700                     "CUSTOMER " CBM-CUSTOMER-ID ", STATUS = "
028800                     WS-BALMST-STATUS
028900                 MOVE 8 TO RETURN-CODE
029000                 GO TO 2100-EXIT
029100         END-REWRITE
029200     END-IF.
029300     ADD 1 TO WS-LOADED-COUNT.
029400     IF OAR-SIGN-CREDIT
029500         SUBTRACT WS-OPENING-AMOUNT FROM WS-CREDIT-TOTAL
029600     ELSE
029700         ADD WS-OPENING-AMOUNT TO WS-DEBIT-TOTAL
029800     END-IF.
029900     ADD WS-OPENING-AMOUNT TO WS-NET-TOTAL.
030000     PERFORM 2300-WRITE-LOADED-LINE THRU 2300-EXIT.
030100 2100-EXIT.
030200     EXIT.
030300*-----------------------------------------------------------------
030400*    2150-VALIDATE-OPENING-CARD - FIELD-LEVEL EDITS.  THE
030500*    CUSTOMER MUST BE ON CUSTMST, THE AMOUNT NUMERIC AND THE
030600*    SIGN BLANK, PLUS OR MINUS (A CREDIT BALANCE).  EVERY CARD
030700*    MUST CARRY THE SAME AS-OF DATE AS THE FIRST GOOD ONE - A
030800*    DECK MIXING TWO TRIAL BALANCES WOULD NOT TIE BACK.
030900*-----------------------------------------------------------------
031000 2150-VALIDATE-OPENING-CARD.
031100     SET WS-RECORD-VALID TO TRUE.
031200     MOVE SPACES TO WS-REJ-REASON.
031300     IF OAR-CUSTOMER-ID IS NOT NUMERIC
031400             OR OAR-CUSTOMER-ID IS EQUAL TO ZERO
031500         SET WS-RECORD-INVALID TO TRUE
031600         MOVE "CUSTOMER ID NOT NUMERIC" TO WS-REJ-REASON
031700         GO TO 2150-EXIT
031800     END-IF.
031900     IF OAR-AR-AMOUNT IS NOT NUMERIC
032000         SET WS-RECORD-INVALID TO TRUE
032100         MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-REASON
032200         GO TO 2150-EXIT
032300     END-IF.
032400     IF NOT OAR-SIGN-DEBIT AND NOT OAR-SIGN-CREDIT
032500         SET WS-RECORD-INVALID TO TRUE
032600         MOVE "INVALID AMOUNT SIGN" TO WS-REJ-REASON
032700         GO TO 2150-EXIT
032800     END-IF.
032900     IF OAR-AS-OF-DATE IS NOT NUMERIC
033000             OR OAR-AS-OF-DATE IS EQUAL TO ZERO
033100         SET WS-RECORD-INVALID TO TRUE
033200         MOVE "AS-OF DATE NOT NUMERIC" TO WS-REJ-REASON
033300         GO TO 2150-EXIT
033400     END-IF.
033500     IF WS-AS-OF-DATE IS NOT EQUAL TO ZERO
033600             AND OAR-AS-OF-DATE IS NOT EQUAL TO WS-AS-OF-DATE
033700         SET WS-RECORD-INVALID TO TRUE
033800         MOVE "AS-OF DATE DIFFERS" TO WS-REJ-REASON
033900         GO TO 2150-EXIT
034000     END-IF.
034100     MOVE OAR-CUSTOMER-ID TO CMS-CUSTOMER-ID.
034200     READ CUSTOMER-MASTER
034300         INVALID KEY
034400             SET WS-RECORD-INVALID TO TRUE
034500             MOVE "CUSTOMER NOT ON CUSTMST" TO WS-REJ-REASON
034600             GO TO 2150-EXIT
034700     END-READ.
034800     IF WS-AS-OF-DATE IS EQUAL TO ZERO
034900         MOVE OAR-AS-OF-DATE TO WS-AS-OF-DATE
035000     END-IF.
035100 2150-EXIT.
035200     EXIT.
035300*-----------------------------------------------------------------
035400*    2300-WRITE-LOADED-LINE - ONE OARRPT LINE PER CARD LOADED -
035500*    THE OPENING AMOUNT, THE RECEIVABLE NOW ON BALMST, AND A NOTE
035600*    FOR AN ADDED BALMST RECORD OR AN ACCOUNT THAT OPENS OVER ITS
035700*    CREDIT LIMIT (LEFT FOR THE CREDIT DESK - THE LOAD SETS NO
035800*    HOLD).
035900*-----------------------------------------------------------------
036000 2300-WRITE-LOADED-LINE.
036100     MOVE SPACES TO WS-LOAD-NOTE.
036200     IF WS-NEW-BALANCE
036300         MOVE "BALMST RECORD ADDED" TO WS-LOAD-NOTE
036400     END-IF.
036500     IF CMS-CREDIT-LIMIT IS NUMERIC
036600             AND CMS-CREDIT-LIMIT IS GREATER THAN ZERO
036700             AND CBM-AR-BALANCE IS GREATER THAN CMS-CREDIT-LIMIT
036800         MOVE "OVER CREDIT LIMIT" TO WS-LOAD-NOTE
036900     END-IF.
037000     MOVE WS-OPENING-AMOUNT TO WS-RPT-AMOUNT-EDIT.
037100     MOVE CBM-AR-BALANCE TO WS-RPT-BAL-EDIT.
037200     MOVE SPACES TO WS-PRINT-LINE.
037300     STRING "  LOADED   - CUSTOMER " DELIMITED BY SIZE
037400         CBM-CUSTOMER-ID DELIMITED BY SIZE
037500         " " DELIMITED BY SIZE
037600         CBM-CUSTOMER-NAME DELIMITED BY SIZE
037700         " OPENING=" DELIMITED BY SIZE
037800         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
037900         " AR=" DELIMITED BY SIZE
038000         WS-RPT-BAL-EDIT DELIMITED BY SIZE
038100         "  " DELIMITED BY SIZE
038200         WS-LOAD-NOTE DELIMITED BY SIZE
038300         INTO WS-PRINT-LINE
038400     END-STRING.
038500     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
038600     WRITE OPENING-AR-RPT-RECORD.
038700 2300-EXIT.
038800     EXIT.
038900*-----------------------------------------------------------------
039000*    2500-WRITE-REJECT-LINE - AN OPENAR CARD THAT CANNOT GO ONTO
039100*    BALMST IS LISTED WITH THE REASON.
039200*-----------------------------------------------------------------
039300 2500-WRITE-REJECT-LINE.
039400     ADD 1 TO WS-REJECT-COUNT.
039500     MOVE WS-READ-COUNT TO WS-RPT-RECNO-EDIT.
039600     MOVE SPACES TO WS-PRINT-LINE.
039700     STRING "  REJECTED - RECORD " DELIMITED BY SIZE
039800         WS-RPT-RECNO-EDIT DELIMITED BY SIZE
039900         "  CUSTOMER=" DELIMITED BY SIZE
040000         OAR-CUSTOMER-ID-X DELIMITED BY SIZE
040100         " REASON=" DELIMITED BY SIZE
040200         WS-REJ-REASON DELIMITED BY SIZE
040300         INTO WS-PRINT-LINE
040400     END-STRING.
040500     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
040600     WRITE OPENING-AR-RPT-RECORD.
040700 2500-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------------
041000*    7000-PRINT-TOTALS - CARDS READ, LOADED AND REJECTED, BALMST
041100*    RECORDS ADDED, AND THE DEBIT, CREDIT AND NET OPENING
041200*    RECEIVABLE TO TIE BACK TO THE TRIAL BALANCE AS OF THE
041300*    CUTOVER DATE.
041400*-----------------------------------------------------------------
041500 7000-PRINT-TOTALS.
041600     MOVE SPACES TO WS-PRINT-LINE.
041700     STRING "AS-OF DATE:       " DELIMITED BY SIZE
041800         WS-AS-OF-DATE DELIMITED BY SIZE
041900         INTO WS-PRINT-LINE
042000     END-STRING.
042100     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
042200     WRITE OPENING-AR-RPT-RECORD.
042300     MOVE SPACES TO WS-PRINT-LINE.
042400     MOVE WS-READ-COUNT TO WS-RPT-COUNT-EDIT.
042500     STRING "RECORDS READ:     " DELIMITED BY SIZE
042600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
042700         INTO WS-PRINT-LINE
042800     END-STRING.
042900     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
043000     WRITE OPENING-AR-RPT-RECORD.
043100     MOVE SPACES TO WS-PRINT-LINE.
043200     MOVE WS-LOADED-COUNT TO WS-RPT-COUNT-EDIT.
043300     STRING "RECORDS LOADED:   " DELIMITED BY SIZE
043400         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
043500         INTO WS-PRINT-LINE
043600     END-STRING.
043700     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
043800     WRITE OPENING-AR-RPT-RECORD.
043900     MOVE SPACES TO WS-PRINT-LINE.
044000     MOVE WS-ADDED-COUNT TO WS-RPT-COUNT-EDIT.
044100     STRING "BALMST ADDED:     " DELIMITED BY SIZE
044200         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
044300         INTO WS-PRINT-LINE
044400     END-STRING.
044500     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
044600     WRITE OPENING-AR-RPT-RECORD.
044700     MOVE SPACES TO WS-PRINT-LINE.
044800     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-EDIT.
044900     STRING "RECORDS REJECTED: " DELIMITED BY SIZE
045000         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
045100         INTO WS-PRINT-LINE
045200     END-STRING.
045300     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
045400     WRITE OPENING-AR-RPT-RECORD.
045500     MOVE SPACES TO WS-PRINT-LINE.
045600     MOVE WS-DEBIT-TOTAL TO WS-RPT-TOTAL-EDIT.
045700     STRING "DEBIT BALANCES:   " DELIMITED BY SIZE
045800         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
045900         INTO WS-PRINT-LINE
046000     END-STRING.
046100     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
046200     WRITE OPENING-AR-RPT-RECORD.
046300     MOVE SPACES TO WS-PRINT-LINE.
046400     MOVE WS-CREDIT-TOTAL TO WS-RPT-TOTAL-EDIT.
046500     STRING "CREDIT BALANCES:  " DELIMITED BY SIZE
046600         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
046700         INTO WS-PRINT-LINE
046800     END-STRING.
046900     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
047000     WRITE OPENING-AR-RPT-RECORD.
047100     MOVE SPACES TO WS-PRINT-LINE.
047200     MOVE WS-NET-TOTAL TO WS-RPT-TOTAL-EDIT.
047300     STRING "NET OPENING AR:   " DELIMITED BY SIZE
047400         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
047500         INTO WS-PRINT-LINE
047600     END-STRING.
047700     MOVE WS-PRINT-LINE TO OPENING-AR-RPT-RECORD.
047800     WRITE OPENING-AR-RPT-RECORD.
047900 7000-EXIT.
048000     EXIT.
048100*-----------------------------------------------------------------
048200*    9000-TERMINATE - CLOSE FILES
048300*-----------------------------------------------------------------
048400 9000-TERMINATE.
048500     CLOSE OPENING-AR-IN.
048600     CLOSE CUSTOMER-BALANCE.
048700     CLOSE CUSTOMER-MASTER.
048800     CLOSE OPENING-AR-RPT.
048900 9000-EXIT.
049000     EXIT.
049100 END PROGRAM OPENARLOAD.
