000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CUSTACTVTY.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. CUSTOMER UNUSUAL-ACTIVITY STEP - RUNS EACH BUSINESS DAY
001100     AFTER INSERTIONSORT-COBOL AND READS THE SAME POSTIN
001200     STRUCTURED POSTING INTERFACE (PSTREC01).  EACH CUSTOMER'S
001300     DAY IS TOTALLED AND COMPARED WITH THAT CUSTOMER'S OWN RECENT
001400     HISTORY ON TRNHIST (THRREC01) - THE SALES, TRANSACTIONS AND
001500     RETURNS OF THE LOOKBACK WINDOW GIVE A NORMAL DAY, A NORMAL
001600     SALE AND A NORMAL RETURN RATE, AND THE WHOLE HISTORY GIVES
001700     THE BRANCHES THE CUSTOMER HAS USED.  THE DAY'S OWN RECORDS,
001800     WHICH THE SORT RUN HAS ALREADY FILED ON TRNHIST, ARE LEFT OUT
001900     BY THEIR BUSINESS DATE.  A CUSTOMER IS FLAGGED FOR A DAILY
002000     TOTAL OR A SINGLE SALE FAR ABOVE THEIR NORM, AN UNUSUAL
002100     NUMBER OF TRANSACTIONS, A RETURN RATE OUT OF LINE WITH THEIR
002200     OWN, A BRANCH THEY HAVE NEVER USED, A DORMANT ACCOUNT COMING
002300     BACK TO LIFE, OR A LARGE FIRST DAY ON A NEW ACCOUNT.  THE
002400     THRESHOLDS COME FROM THE OPTIONAL ACTCARD CONTROL CARD, AND
002500     THE PARM OVERRIDES THE CARD.  THE ACTRPT EXCEPTION REPORT
002600     RANKS THE FLAGGED CUSTOMERS FOR THE CREDIT DESK TO REVIEW
002700     BEFORE THE NEXT MORNING'S RUN.  NOTHING IS UPDATED, SO THE
002800     STEP MAY BE RERUN FREELY.
002900*-----------------------------------------------------------------
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    10/15/26   JM    ORIGINAL VERSION.
003210*    10/15/26   JM    MANUAL ADJUSTMENTS ON TRNHIST ("A", FILED
003220*                     BY ADJPOST) ARE LEFT OUT OF THE
003230*                     CUSTOMER'S BUYING NORMS - THEY ARE NOT
003240*                     PURCHASES.
003255*    10/15/26   JM    A CUSTOMER-TABLE OVERFLOW NO LONGER
003270*                     LOWERS THE RETURN CODE SET FOR A
003285*                     MISSING POSTIN TRAILER.
003300*****************************************************************
003400* ENVIRONMENT DIVISION.                                         *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT POSTING-INTERFACE ASSIGN TO "POSTIN"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-POSTIN-STATUS.
004500     SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS THR-KEY
004900         FILE STATUS IS WS-TRNHIST-STATUS.
005000     SELECT ACTIVITY-CARD ASSIGN TO "ACTCARD"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ACTCARD-STATUS.
005300     SELECT ACTIVITY-RPT ASSIGN TO "ACTRPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-ACTRPT-STATUS.
005600     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-RUNSTAT-STATUS.
005900*****************************************************************
006000* DATA DIVISION.                                                *
006100*****************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  POSTING-INTERFACE
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700     COPY PSTREC01.
006800 FD  TRANSACTION-HISTORY
006900     LABEL RECORDS ARE STANDARD.
007000     COPY THRREC01.
007100 FD  ACTIVITY-CARD
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400*    ONE CARD, LAID OUT EXACTLY LIKE THE PARM (SEE WS-THRESHOLD-
007500*    CARD).  A MISSING FILE MEANS THE SHOP DEFAULTS APPLY.
007600 01  ACTIVITY-CARD-RECORD           PIC X(80).
007700 FD  ACTIVITY-RPT
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000 01  ACTIVITY-RPT-RECORD            PIC X(132).
008100 FD  RUN-STATUS
008200     LABEL RECORDS ARE STANDARD
008300     RECORDING MODE IS F.
008400     COPY RSTREC01.
008500 WORKING-STORAGE SECTION.
008600*-----------------------------------------------------------------
008700*    FILE STATUS AND END-OF-FILE SWITCHES
008800*-----------------------------------------------------------------
008900 01  WS-POSTIN-STATUS            PIC X(02).
009000     88  WS-POSTIN-OK                  VALUE "00".
009100     88  WS-POSTIN-EOF                 VALUE "10".
009200 01  WS-TRNHIST-STATUS           PIC X(02).
009300     88  WS-TRNHIST-OK                 VALUE "00".
009400     88  WS-TRNHIST-NEW-FILE           VALUE "35".
009500     88  WS-TRNHIST-EOF                VALUE "10".
009600 01  WS-ACTCARD-STATUS           PIC X(02).
009700     88  WS-ACTCARD-OK                 VALUE "00".
009800     88  WS-ACTCARD-NEW-FILE           VALUE "35".
009900 01  WS-ACTRPT-STATUS            PIC X(02).
010000     88  WS-ACTRPT-OK                  VALUE "00".
010100 01  WS-RUNSTAT-STATUS           PIC X(02).
010200     88  WS-RUNSTAT-OK                 VALUE "00".
010300     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
010400 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
010500     88  WS-END-OF-FILE                    VALUE "Y".
010600 01  WS-TRAILER-SWITCH           PIC X(01)       VALUE "N".
010700     88  WS-TRAILER-SEEN                   VALUE "Y".
010800 01  WS-HIST-EOF-SWITCH          PIC X(01)       VALUE "N".
010900     88  WS-HIST-END-OF-FILE               VALUE "Y".
011000*-----------------------------------------------------------------
011100*    THRESHOLD CARD - THE PARM AND THE ACTCARD CARD SHARE THIS
011200*    LAYOUT; A FIELD LEFT BLANK OR ZERO KEEPS THE VALUE BEFORE IT
011300*    (THE DEFAULT, OR THE CARD'S VALUE WHEN THE PARM IS APPLIED).
011400*    POSITIONS 1-3 ARE THE LOOKBACK WINDOW IN DAYS (DEFAULT 090).
011500*    POSITIONS 5-7 FLAG A DAILY SALES TOTAL ABOVE THIS PERCENTAGE
011600*    OF THE CUSTOMER'S AVERAGE ACTIVE DAY (DEFAULT 500).
011700*    POSITIONS 9-11 FLAG A SINGLE SALE ABOVE THIS PERCENTAGE OF
011800*    THE CUSTOMER'S AVERAGE SALE (DEFAULT 500).  POSITIONS 13-15
011900*    FLAG A TRANSACTION COUNT ABOVE THIS PERCENTAGE OF THE
012000*    CUSTOMER'S AVERAGE DAILY COUNT (DEFAULT 300), AND POSITIONS
012100*    17-19 ARE THE FEWEST TRANSACTIONS THAT CAN BE FLAGGED FOR
012200*    COUNT (DEFAULT 005).  POSITIONS 21-23 FLAG A DAY WHOSE
012300*    RETURNS RUN THIS MANY PERCENTAGE POINTS OF SALES ABOVE THE
012400*    CUSTOMER'S OWN RETURN RATE (DEFAULT 050).  POSITIONS 25-31
012500*    ARE THE AMOUNT FLOOR, 9(05)V99 WITH NO POINT (DEFAULT
012600*    0050000 = 500.00) - A DAY, SALE OR RETURN TOTAL BELOW IT IS
012700*    NEVER FLAGGED FOR AMOUNT.  EXAMPLE PARM:
012800*    "060 400 400 300 004 040 0025000"
012900*-----------------------------------------------------------------
013000 01  WS-PARM-CARD                PIC X(31)       VALUE SPACES.
013100 01  WS-THRESHOLD-CARD           PIC X(31)       VALUE SPACES.
013200 01  WS-THRESHOLD-FIELDS REDEFINES WS-THRESHOLD-CARD.
013300     05  WS-TC-LOOKBACK-DAYS     PIC 9(03).
013400     05  FILLER                  PIC X(01).
013500     05  WS-TC-DAY-PCT           PIC 9(03).
013600     05  FILLER                  PIC X(01).
013700     05  WS-TC-SALE-PCT          PIC 9(03).
013800     05  FILLER                  PIC X(01).
013900     05  WS-TC-COUNT-PCT         PIC 9(03).
014000     05  FILLER                  PIC X(01).
014100     05  WS-TC-MIN-COUNT         PIC 9(03).
014200     05  FILLER                  PIC X(01).
014300     05  WS-TC-RETURN-POINTS     PIC 9(03).
014400     05  FILLER                  PIC X(01).
014500     05  WS-TC-AMOUNT-FLOOR      PIC 9(05)V99.
014600 01  WS-LOOKBACK-DAYS            PIC 9(03)       VALUE 090.
014700 01  WS-DAY-PCT                  PIC 9(03)       VALUE 500.
014800 01  WS-SALE-PCT                 PIC 9(03)       VALUE 500.
014900 01  WS-COUNT-PCT                PIC 9(03)       VALUE 300.
015000 01  WS-MIN-COUNT                PIC 9(03)       VALUE 005.
015100 01  WS-RETURN-POINTS            PIC 9(03)       VALUE 050.
015200 01  WS-AMOUNT-FLOOR             PIC 9(05)V99    VALUE 500.00.
015300 01  WS-CARD-SOURCE              PIC X(08)       VALUE "DEFAULTS".
015400*-----------------------------------------------------------------
015500*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
015600*-----------------------------------------------------------------
015700 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
015800 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
015900 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
016000 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
016100 01  WS-RST-TIME-RAW.
016200     05  WS-RST-TIME-HHMMSS      PIC 9(06).
016300     05  FILLER                  PIC 9(02).
016400*-----------------------------------------------------------------
016500*    CONTROL TOTALS - THE POSTIN TRAILER RECORD COUNT MUST
016600*    RECONCILE AGAINST THE DETAILS ACTUALLY READ.
016700*-----------------------------------------------------------------
016800 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
016900 01  WS-POSTIN-READ-COUNT        PIC 9(07)       VALUE ZERO.
017000 01  WS-HIST-READ-COUNT          PIC 9(09)       VALUE ZERO.
017100 01  WS-FLAGGED-COUNT            PIC 9(07)       VALUE ZERO.
017200 01  WS-CTL-SWITCH               PIC X(01)       VALUE "N".
017300     88  WS-CTL-RECONCILED                 VALUE "N".
017400     88  WS-CTL-MISMATCH                   VALUE "Y".
017500*-----------------------------------------------------------------
017600*    SUBSCRIPTS
017700*-----------------------------------------------------------------
017800 01  I                           PIC 9(05) COMP  VALUE ZERO.
017900 01  J                           PIC 9(05) COMP  VALUE ZERO.
018000 01  K                           PIC 9(05) COMP  VALUE ZERO.
018100*-----------------------------------------------------------------
018200*    DAY TABLE - ONE ENTRY PER CUSTOMER ON THE DAY'S POSTIN, WITH
018300*    THE DAY'S SALES, RETURNS AND THE BRANCHES USED (THE FIRST
018400*    TEN; A CUSTOMER AT MORE BRANCHES THAN THAT IN ONE DAY IS
018500*    RARE ENOUGH THAT THE REST ARE NOT CHECKED).  RETURN AMOUNTS
018600*    ARE HELD UNSIGNED.
018700*-----------------------------------------------------------------
018800 01  WS-MAX-DC-ENTRIES           PIC 9(05) COMP  VALUE 2000.
018900 01  WS-DC-COUNT                 PIC 9(05) COMP  VALUE ZERO.
019000 01  WS-DC-FOUND-IX              PIC 9(05) COMP  VALUE ZERO.
019100 01  WS-DC-OVERFLOW-SWITCH       PIC X(01)       VALUE "N".
019200     88  WS-DC-OVERFLOW                    VALUE "Y".
019300 01  WS-DC-TABLE.
019400     05  WS-DC-ENTRY OCCURS 2000 TIMES.
019500         10  WS-DC-CUSTOMER-ID   PIC 9(05).
019600         10  WS-DC-NAME          PIC X(20).
019700         10  WS-DC-TRAN-COUNT    PIC 9(05).
019800         10  WS-DC-SALE-COUNT    PIC 9(05).
019900         10  WS-DC-SALE-AMOUNT   PIC S9(09)V99.
020000         10  WS-DC-MAX-SALE      PIC S9(05)V99.
020100         10  WS-DC-RETURN-COUNT  PIC 9(05).
020200         10  WS-DC-RETURN-AMOUNT PIC S9(09)V99.
020300         10  WS-DC-BRANCH-COUNT  PIC 9(02).
020400         10  WS-DC-BRANCH        PIC X(03) OCCURS 10 TIMES.
020500 01  WS-LINE-AMOUNT              PIC S9(05)V99   VALUE ZERO.
020600*-----------------------------------------------------------------
020700*    ONE CUSTOMER'S HISTORY - SEE 3200.  THE WINDOW FIGURES COVER
020800*    SALE DATES NO MORE THAN WS-LOOKBACK-DAYS BEFORE THE BUSINESS
020900*    DATE (30/360 COUNT, LIKE THE SORT RUN'S RECYCLE AGING); THE
021000*    RECORD COUNT AND BRANCH LIST COVER THE WHOLE HISTORY.  AN
021100*    ACTIVE DAY IS A SALE DATE WITH ANY TRANSACTION ON IT.
021200*-----------------------------------------------------------------
021300 01  WS-HS-ANY-COUNT             PIC 9(07)       VALUE ZERO.
021400 01  WS-HS-DAYS                  PIC 9(05)       VALUE ZERO.
021500 01  WS-HS-LAST-DATE             PIC 9(08)       VALUE ZERO.
021600 01  WS-HS-TRAN-COUNT            PIC 9(07)       VALUE ZERO.
021700 01  WS-HS-SALE-COUNT            PIC 9(07)       VALUE ZERO.
021800 01  WS-HS-SALE-AMOUNT           PIC S9(11)V99   VALUE ZERO.
021900 01  WS-HS-RETURN-AMOUNT         PIC S9(11)V99   VALUE ZERO.
022000 01  WS-MAX-HS-BRANCHES          PIC 9(03) COMP  VALUE 50.
022100 01  WS-HS-BRANCH-COUNT          PIC 9(03) COMP  VALUE ZERO.
022200 01  WS-HS-BRANCH-TABLE.
022300     05  WS-HS-BRANCH            PIC X(03) OCCURS 50 TIMES.
022400 01  WS-BRANCH-FOUND-SWITCH      PIC X(01)       VALUE "N".
022500     88  WS-BRANCH-FOUND                   VALUE "Y".
022600 01  WS-DATE-WORK                PIC 9(08)       VALUE ZERO.
022700 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
022800     05  WS-DW-YYYY              PIC 9(04).
022900     05  WS-DW-MM                PIC 9(02).
023000     05  WS-DW-DD                PIC 9(02).
023100 01  WS-DAYS-TODAY               PIC 9(07)       VALUE ZERO.
023200 01  WS-DAYS-SALE                PIC 9(07)       VALUE ZERO.
023300 01  WS-MM-DAYS                  PIC 9(03)       VALUE ZERO.
023400 01  WS-SALE-AGE                 PIC S9(07)      VALUE ZERO.
023500*-----------------------------------------------------------------
023600*    NORMS AND TESTS - SEE 3300 AND 3400.  THE RETURN RATES ARE
023700*    RETURNS AS A PERCENTAGE OF SALES; A DAY WITH RETURNS AND NO
023800*    SALES COUNTS AS 999.
023900*-----------------------------------------------------------------
024000 01  WS-NM-DAY-AMOUNT            PIC S9(09)V99   VALUE ZERO.
024100 01  WS-NM-DAY-COUNT             PIC 9(05)V99    VALUE ZERO.
024200 01  WS-NM-SALE-AMOUNT           PIC S9(07)V99   VALUE ZERO.
024300 01  WS-NM-RETURN-PCT            PIC 9(05)V9     VALUE ZERO.
024400 01  WS-DY-RETURN-PCT            PIC 9(05)V9     VALUE ZERO.
024500 01  WS-LIMIT-AMOUNT             PIC S9(11)V99   VALUE ZERO.
024600 01  WS-LIMIT-COUNT              PIC 9(07)V99    VALUE ZERO.
024700 01  WS-LIMIT-PCT                PIC 9(07)V9     VALUE ZERO.
024800 01  WS-FLAG-STRING              PIC X(06)       VALUE SPACES.
024900 01  WS-FLAG-PTR                 PIC 9(03) COMP  VALUE ZERO.
025000 01  WS-FLAG-COUNT               PIC 9(01)       VALUE ZERO.
025100 01  WS-NEW-BRANCH               PIC X(03)       VALUE SPACES.
025200 01  WS-FLAG-TOTALS.
025300     05  WS-FT-DAY               PIC 9(07)       VALUE ZERO.
025400     05  WS-FT-SALE              PIC 9(07)       VALUE ZERO.
025500     05  WS-FT-COUNT             PIC 9(07)       VALUE ZERO.
025600     05  WS-FT-RETURN            PIC 9(07)       VALUE ZERO.
025700     05  WS-FT-BRANCH            PIC 9(07)       VALUE ZERO.
025800     05  WS-FT-DORMANT           PIC 9(07)       VALUE ZERO.
025900     05  WS-FT-NEW               PIC 9(07)       VALUE ZERO.
026000*-----------------------------------------------------------------
026100*    EXCEPTION TABLE - ONE ENTRY PER FLAGGED CUSTOMER, RANKED BY
026200*    4000 ON WS-EX-RANK-KEY: MOST FLAGS FIRST, THEN THE LARGEST
026300*    DAY (SALES PLUS RETURNS).  WS-EXC-HOLD HAS THE SAME LAYOUT
026400*    AND HOLDS THE ENTRY BEING INSERTED.
026500*-----------------------------------------------------------------
026600 01  WS-MAX-EX-ENTRIES           PIC 9(05) COMP  VALUE 500.
026700 01  WS-EX-COUNT                 PIC 9(05) COMP  VALUE ZERO.
026800 01  WS-EX-NOT-LISTED            PIC 9(05) COMP  VALUE ZERO.
026900 01  WS-EX-TABLE.
027000     05  WS-EX-ENTRY OCCURS 500 TIMES.
027100         10  WS-EX-RANK-KEY.
027200             15  WS-EX-FLAG-COUNT     PIC 9(01).
027300             15  WS-EX-RANK-AMOUNT    PIC 9(09)V99.
027400         10  WS-EX-CUSTOMER-ID   PIC 9(05).
027500         10  WS-EX-NAME          PIC X(20).
027600         10  WS-EX-FLAGS         PIC X(06).
027700         10  WS-EX-DAY-SALES     PIC S9(09)V99.
027800         10  WS-EX-NORM-DAY      PIC S9(09)V99.
027900         10  WS-EX-DAY-COUNT     PIC 9(05).
028000         10  WS-EX-NORM-COUNT    PIC 9(05)V99.
028100         10  WS-EX-MAX-SALE      PIC S9(05)V99.
028200         10  WS-EX-NORM-SALE     PIC S9(07)V99.
028300         10  WS-EX-RETURNS       PIC S9(09)V99.
028400         10  WS-EX-DAY-RTN-PCT   PIC 9(05)V9.
028500         10  WS-EX-HIST-RTN-PCT  PIC 9(05)V9.
028600         10  WS-EX-NEW-BRANCH    PIC X(03).
028700 01  WS-EXC-HOLD.
028800     05  WS-XH-RANK-KEY.
028900         10  WS-XH-FLAG-COUNT    PIC 9(01).
029000         10  WS-XH-RANK-AMOUNT   PIC 9(09)V99.
029100     05  FILLER                  PIC X(107).
029200*-----------------------------------------------------------------
029300*    REPORT WORKING FIELDS
029400*-----------------------------------------------------------------
029500 01  WS-PRINT-LINE               PIC X(132).
029600 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
029700 01  WS-RPT-RANK-EDIT            PIC ZZZ9.
029800 01  WS-RPT-AMOUNT-EDIT          PIC -ZZZZZZZ9.99.
029900 01  WS-RPT-AMOUNT2-EDIT         PIC -ZZZZZZZ9.99.
030000 01  WS-RPT-AMOUNT3-EDIT         PIC -ZZZZZZZ9.99.
030100 01  WS-RPT-SALE-EDIT            PIC -ZZZZ9.99.
030200 01  WS-RPT-NORM-SALE-EDIT       PIC -ZZZZZZ9.99.
030300 01  WS-RPT-COUNT-EDIT           PIC ZZZZ9.
030400 01  WS-RPT-NORM-COUNT-EDIT      PIC ZZZ9.9.
030500 01  WS-RPT-PCT-EDIT             PIC ZZZ9.
030600 01  WS-RPT-PCT2-EDIT            PIC ZZZ9.
030700 01  WS-RPT-DAYS-EDIT            PIC ZZ9.
030800 01  WS-RPT-TOTAL-EDIT           PIC ZZZZZZ9.
030900 01  WS-RPT-TOTAL2-EDIT          PIC ZZZZZZ9.
031000 01  WS-RPT-FLOOR-EDIT           PIC ZZZZ9.99.
031100 01  WS-RPT-P1-EDIT              PIC ZZ9.
031200 01  WS-RPT-P2-EDIT              PIC ZZ9.
031300 01  WS-RPT-P3-EDIT              PIC ZZ9.
031400 01  WS-RPT-P4-EDIT              PIC ZZ9.
031500 01  WS-RPT-P5-EDIT              PIC ZZ9.
031600 01  WS-RPT-FLAG-TOTALS-EDIT.
031700     05  WS-RPT-F1-EDIT          PIC ZZZZZZ9.
031800     05  WS-RPT-F2-EDIT          PIC ZZZZZZ9.
031900     05  WS-RPT-F3-EDIT          PIC ZZZZZZ9.
032000     05  WS-RPT-F4-EDIT          PIC ZZZZZZ9.
032100     05  WS-RPT-F5-EDIT          PIC ZZZZZZ9.
032200     05  WS-RPT-F6-EDIT          PIC ZZZZZZ9.
032300     05  WS-RPT-F7-EDIT          PIC ZZZZZZ9.
032400*****************************************************************
032500* PROCEDURE DIVISION.                                           *
032600*****************************************************************
032700 PROCEDURE DIVISION.
032800 0000-MAINLINE.
032900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033000     MOVE "ACTIVITY" TO WS-RST-PHASE.
033100     MOVE "S" TO WS-RST-EVENT.
033200     MOVE ZERO TO WS-RST-COUNT.
033300     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
033400     PERFORM 2000-LOAD-DAY THRU 2000-EXIT.
033500     PERFORM 3000-CHECK-CUSTOMERS THRU 3000-EXIT.
033600     PERFORM 4000-RANK-EXCEPTIONS THRU 4000-EXIT.
033700     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
033800     MOVE "ACTIVITY" TO WS-RST-PHASE.
033900     MOVE "E" TO WS-RST-EVENT.
034000     MOVE WS-POSTIN-READ-COUNT TO WS-RST-COUNT.
034100     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
034200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034300     STOP RUN.
034400*-----------------------------------------------------------------
034500*    1000-INITIALIZE - THRESHOLDS FROM THE DEFAULTS, THE ACTCARD
034600*    CARD AND THEN THE PARM; OPEN THE FILES AND TAKE THE BUSINESS
034700*    DATE FROM THE POSTIN HEADER.
034800*-----------------------------------------------------------------
034900 1000-INITIALIZE.
035000     MOVE SPACES TO WS-PARM-CARD.
035100     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
035200     PERFORM 1100-READ-CONTROL-CARD THRU 1100-EXIT.
035300     IF WS-PARM-CARD IS NOT EQUAL TO SPACES
035400         MOVE WS-PARM-CARD TO WS-THRESHOLD-CARD
035500         PERFORM 1150-APPLY-THRESHOLDS THRU 1150-EXIT
035600         IF WS-CARD-SOURCE IS EQUAL TO "ACTCARD"
035700             MOVE "CARD+PRM" TO WS-CARD-SOURCE
035800         ELSE
035900             MOVE "PARM" TO WS-CARD-SOURCE
036000         END-IF
036100     END-IF.
036200     OPEN INPUT POSTING-INTERFACE.
036300     IF NOT WS-POSTIN-OK
036400         DISPLAY "CUSTACTVTY - UNABLE TO OPEN POSTIN, "
036500             "STATUS = " WS-POSTIN-STATUS
036600         STOP RUN
036700     END-IF.
036800     OPEN INPUT TRANSACTION-HISTORY.
036900     IF NOT WS-TRNHIST-OK
037000         DISPLAY "CUSTACTVTY - UNABLE TO OPEN TRNHIST, "
037100             "STATUS = " WS-TRNHIST-STATUS
037200         STOP RUN
037300     END-IF.
037400     READ POSTING-INTERFACE
037500         AT END
037600             SET WS-END-OF-FILE TO TRUE
037700     END-READ.
037800     IF WS-END-OF-FILE OR NOT PIF-HEADER-RECORD
037900         DISPLAY "CUSTACTVTY - POSTIN DOES NOT START WITH A "
038000             "HEADER RECORD - RUN STOPPED"
038100         MOVE 12 TO RETURN-CODE
038200         STOP RUN
038300     END-IF.
038400     MOVE PIF-BUSINESS-DATE TO WS-BUSINESS-DATE.
038500     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
038600     MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-TODAY.
038700     MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS.
038800     ADD WS-MM-DAYS TO WS-DAYS-TODAY.
038900     ADD WS-DW-DD TO WS-DAYS-TODAY.
039000     OPEN OUTPUT ACTIVITY-RPT.
039100     IF NOT WS-ACTRPT-OK
039200         DISPLAY "CUSTACTVTY - UNABLE TO OPEN ACTRPT, "
039300             "STATUS = " WS-ACTRPT-STATUS
039400         STOP RUN
039500     END-IF.
039600 1000-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------------
039900*    1100-READ-CONTROL-CARD - THE OPTIONAL ACTCARD CARD.  ONLY THE
040000*    FIRST CARD IS USED.
040100*-----------------------------------------------------------------
040200 1100-READ-CONTROL-CARD.
040300     OPEN INPUT ACTIVITY-CARD.
040400     IF WS-ACTCARD-NEW-FILE
040500         GO TO 1100-EXIT
040600     END-IF.
040700     IF NOT WS-ACTCARD-OK
040800         DISPLAY "CUSTACTVTY - UNABLE TO OPEN ACTCARD, "
040900             "STATUS = " WS-ACTCARD-STATUS
041000         STOP RUN
041100     END-IF.
041200     READ ACTIVITY-CARD
041300         AT END
041400             CLOSE ACTIVITY-CARD
041500             GO TO 1100-EXIT
041600     END-READ.
041700     MOVE ACTIVITY-CARD-RECORD TO WS-THRESHOLD-CARD.
041800     PERFORM 1150-APPLY-THRESHOLDS THRU 1150-EXIT.
041900     MOVE "ACTCARD" TO WS-CARD-SOURCE.
042000     CLOSE ACTIVITY-CARD.
042100 1100-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400*    1150-APPLY-THRESHOLDS - TAKE EACH NUMERIC, NON-ZERO FIELD OF
042500*    WS-THRESHOLD-CARD.
042600*-----------------------------------------------------------------
042700 1150-APPLY-THRESHOLDS.
042800     IF WS-TC-LOOKBACK-DAYS IS NUMERIC
042900             AND WS-TC-LOOKBACK-DAYS IS GREATER THAN ZERO
043000         MOVE WS-TC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
043100     END-IF.
043200     IF WS-TC-DAY-PCT IS NUMERIC
043300             AND WS-TC-DAY-PCT IS GREATER THAN ZERO
043400         MOVE WS-TC-DAY-PCT TO WS-DAY-PCT
043500     END-IF.
043600     IF WS-TC-SALE-PCT IS NUMERIC
043700             AND WS-TC-SALE-PCT IS GREATER THAN ZERO
043800         MOVE WS-TC-SALE-PCT TO WS-SALE-PCT
043900     END-IF.
044000     IF WS-TC-COUNT-PCT IS NUMERIC
044100             AND WS-TC-COUNT-PCT IS GREATER THAN ZERO
044200         MOVE WS-TC-COUNT-PCT TO WS-COUNT-PCT
044300     END-IF.
044400     IF WS-TC-MIN-COUNT IS NUMERIC
044500             AND WS-TC-MIN-COUNT IS GREATER THAN ZERO
044600         MOVE WS-TC-MIN-COUNT TO WS-MIN-COUNT
044700     END-IF.
044800     IF WS-TC-RETURN-POINTS IS NUMERIC
044900             AND WS-TC-RETURN-POINTS IS GREATER THAN ZERO
045000         MOVE WS-TC-RETURN-POINTS TO WS-RETURN-POINTS
045100     END-IF.
045200     IF WS-TC-AMOUNT-FLOOR IS NUMERIC
045300             AND WS-TC-AMOUNT-FLOOR IS GREATER THAN ZERO
045400         MOVE WS-TC-AMOUNT-FLOOR TO WS-AMOUNT-FLOOR
045500     END-IF.
045600 1150-EXIT.
045700     EXIT.
045800*-----------------------------------------------------------------
045900*    2000-LOAD-DAY - TOTAL THE POSTIN DETAILS BY CUSTOMER UNTIL
046000*    THE TRAILER OR END-OF-FILE.
046100*-----------------------------------------------------------------
046200 2000-LOAD-DAY.
046300     PERFORM 2100-READ-POSTING-RECORD THRU 2100-EXIT
046400         UNTIL WS-END-OF-FILE.
046500     IF NOT WS-TRAILER-SEEN
046600         DISPLAY "CUSTACTVTY - POSTIN ENDED WITHOUT A TRAILER "
046700             "RECORD - TOTALS NOT RECONCILED"
046800         MOVE 8 TO RETURN-CODE
046900     END-IF.
047000     IF WS-DC-OVERFLOW
047100         DISPLAY "CUSTACTVTY - MORE THAN " WS-MAX-DC-ENTRIES
047200             " CUSTOMERS ON POSTIN - THE REST WERE NOT CHECKED"
047300         IF RETURN-CODE IS LESS THAN 4
047333             MOVE 4 TO RETURN-CODE
047366         END-IF
047400     END-IF.
047500 2000-EXIT.
047600     EXIT.
047700*-----------------------------------------------------------------
047800*    2100-READ-POSTING-RECORD - ONE POSTIN RECORD.  THE TRAILER'S
047900*    RECORD COUNT IS RECONCILED AGAINST THE DETAILS READ.
048000*-----------------------------------------------------------------
048100 2100-READ-POSTING-RECORD.
048200     READ POSTING-INTERFACE
048300         AT END
048400             SET WS-END-OF-FILE TO TRUE
048500             GO TO 2100-EXIT
048600     END-READ.
048700     IF PIF-TRAILER-RECORD
048800         SET WS-TRAILER-SEEN TO TRUE
048900         SET WS-END-OF-FILE TO TRUE
049000         IF PIF-RECORD-COUNT IS NOT EQUAL TO WS-POSTIN-READ-COUNT
049100             SET WS-CTL-MISMATCH TO TRUE
049200             DISPLAY "CUSTACTVTY - POSTIN TRAILER DOES NOT "
049300                 "RECONCILE, SEE ACTRPT"
049400             MOVE 8 TO RETURN-CODE
049500         END-IF
049600         GO TO 2100-EXIT
049700     END-IF.
049800     IF NOT PIF-DETAIL-RECORD
049900         GO TO 2100-EXIT
050000     END-IF.
050100     ADD 1 TO WS-POSTIN-READ-COUNT.
050200     PERFORM 2200-ADD-DAY-LINE THRU 2200-EXIT.
050300 2100-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------------
050600*    2200-ADD-DAY-LINE - ADD ONE DETAIL TO ITS CUSTOMER'S DAY
050700*    ENTRY, OPENING THE ENTRY ON THE CUSTOMER'S FIRST LINE.
050800*-----------------------------------------------------------------
050900 2200-ADD-DAY-LINE.
051000     PERFORM 2250-FIND-DAY-CUSTOMER THRU 2250-EXIT.
051100     IF WS-DC-FOUND-IX IS EQUAL TO ZERO
051200         IF WS-DC-COUNT IS EQUAL TO WS-MAX-DC-ENTRIES
051300             SET WS-DC-OVERFLOW TO TRUE
051400             GO TO 2200-EXIT
051500         END-IF
051600         ADD 1 TO WS-DC-COUNT
051700         MOVE WS-DC-COUNT TO WS-DC-FOUND-IX
051800         MOVE PIF-CUSTOMER-ID TO WS-DC-CUSTOMER-ID (WS-DC-COUNT)
051900         MOVE PIF-CUSTOMER-NAME TO WS-DC-NAME (WS-DC-COUNT)
052000         MOVE ZERO TO WS-DC-TRAN-COUNT (WS-DC-COUNT)
052100         MOVE ZERO TO WS-DC-SALE-COUNT (WS-DC-COUNT)
052200         MOVE ZERO TO WS-DC-SALE-AMOUNT (WS-DC-COUNT)
052300         MOVE ZERO TO WS-DC-MAX-SALE (WS-DC-COUNT)
052400         MOVE ZERO TO WS-DC-RETURN-COUNT (WS-DC-COUNT)
052500         MOVE ZERO TO WS-DC-RETURN-AMOUNT (WS-DC-COUNT)
052600         MOVE ZERO TO WS-DC-BRANCH-COUNT (WS-DC-COUNT)
052700     END-IF.
052800     MOVE WS-DC-FOUND-IX TO I.
052900     ADD 1 TO WS-DC-TRAN-COUNT (I).
053000     MOVE PIF-SALE-AMOUNT TO WS-LINE-AMOUNT.
053100     IF WS-LINE-AMOUNT IS LESS THAN ZERO
053200         MULTIPLY -1 BY WS-LINE-AMOUNT
053300     END-IF.
053400     IF PIF-TRAN-TYPE IS EQUAL TO "R"
053500         ADD 1 TO WS-DC-RETURN-COUNT (I)
053600         ADD WS-LINE-AMOUNT TO WS-DC-RETURN-AMOUNT (I)
053700     ELSE
053800         ADD 1 TO WS-DC-SALE-COUNT (I)
053900         ADD WS-LINE-AMOUNT TO WS-DC-SALE-AMOUNT (I)
054000         IF WS-LINE-AMOUNT IS GREATER THAN WS-DC-MAX-SALE (I)
054100             MOVE WS-LINE-AMOUNT TO WS-DC-MAX-SALE (I)
054200         END-IF
054300     END-IF.
054400     MOVE "N" TO WS-BRANCH-FOUND-SWITCH.
054500     PERFORM 2260-FIND-DAY-BRANCH THRU 2260-EXIT
054600         VARYING J FROM 1 BY 1
054700         UNTIL J IS GREATER THAN WS-DC-BRANCH-COUNT (I)
054800             OR WS-BRANCH-FOUND.
054900     IF NOT WS-BRANCH-FOUND
055000             AND WS-DC-BRANCH-COUNT (I) IS LESS THAN 10
055100         ADD 1 TO WS-DC-BRANCH-COUNT (I)
055200         MOVE PIF-BRANCH-CODE
055300             TO WS-DC-BRANCH (I, WS-DC-BRANCH-COUNT (I))
055400     END-IF.
055500 2200-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------------
055800*    2250-FIND-DAY-CUSTOMER - WS-DC-FOUND-IX IS THE CUSTOMER'S DAY
055900*    ENTRY, OR ZERO WHEN THIS IS THEIR FIRST LINE.
056000*-----------------------------------------------------------------
056100 2250-FIND-DAY-CUSTOMER.
056200     MOVE ZERO TO WS-DC-FOUND-IX.
056300     PERFORM 2255-TEST-DAY-CUSTOMER THRU 2255-EXIT
056400         VARYING K FROM 1 BY 1
056500         UNTIL K IS GREATER THAN WS-DC-COUNT
056600             OR WS-DC-FOUND-IX IS GREATER THAN ZERO.
056700 2250-EXIT.
056800     EXIT.
056900 2255-TEST-DAY-CUSTOMER.
057000     IF WS-DC-CUSTOMER-ID (K) IS EQUAL TO PIF-CUSTOMER-ID
057100         MOVE K TO WS-DC-FOUND-IX
057200     END-IF.
057300 2255-EXIT.
057400     EXIT.
057500*-----------------------------------------------------------------
057600*    2260-FIND-DAY-BRANCH - IS THE LINE'S BRANCH ALREADY ON THE
057700*    CUSTOMER'S DAY ENTRY.
057800*-----------------------------------------------------------------
057900 2260-FIND-DAY-BRANCH.
058000     IF WS-DC-BRANCH (I, J) IS EQUAL TO PIF-BRANCH-CODE
058100         SET WS-BRANCH-FOUND TO TRUE
058200     END-IF.
058300 2260-EXIT.
058400     EXIT.
058500*-----------------------------------------------------------------
058600*    3000-CHECK-CUSTOMERS - COMPARE EACH CUSTOMER'S DAY WITH THEIR
058700*    OWN HISTORY.
058800*-----------------------------------------------------------------
058900 3000-CHECK-CUSTOMERS.
059000     PERFORM 3100-CHECK-ONE-CUSTOMER THRU 3100-EXIT
059100         VARYING I FROM 1 BY 1
059200         UNTIL I IS GREATER THAN WS-DC-COUNT.
059300     IF WS-FLAGGED-COUNT IS GREATER THAN ZERO
059400         DISPLAY "CUSTACTVTY - " WS-FLAGGED-COUNT
059500             " CUSTOMER(S) FLAGGED FOR UNUSUAL ACTIVITY ON ACTRPT"
059600     END-IF.
059700 3000-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000*    3100-CHECK-ONE-CUSTOMER - LOAD THE HISTORY, WORK OUT THE
060100*    NORMS, RUN THE TESTS AND FILE THE CUSTOMER IF ANY FAILED.
060200*-----------------------------------------------------------------
060300 3100-CHECK-ONE-CUSTOMER.
060400     PERFORM 3200-LOAD-HISTORY THRU 3200-EXIT.
060500     PERFORM 3300-COMPUTE-NORMS THRU 3300-EXIT.
060600     PERFORM 3400-TEST-CUSTOMER THRU 3400-EXIT.
060700     IF WS-FLAG-COUNT IS GREATER THAN ZERO
060800         ADD 1 TO WS-FLAGGED-COUNT
060900         PERFORM 3500-FILE-EXCEPTION THRU 3500-EXIT
061000     END-IF.
061100 3100-EXIT.
061200     EXIT.
061300*-----------------------------------------------------------------
061400*    3200-LOAD-HISTORY - POSITION AT THE CUSTOMER'S FIRST TRNHIST
061500*    KEY AND READ FORWARD THROUGH THEIR WHOLE HISTORY.
061600*-----------------------------------------------------------------
061700 3200-LOAD-HISTORY.
061800     MOVE ZERO TO WS-HS-ANY-COUNT.
061900     MOVE ZERO TO WS-HS-DAYS.
062000     MOVE ZERO TO WS-HS-LAST-DATE.
062100     MOVE ZERO TO WS-HS-TRAN-COUNT.
062200     MOVE ZERO TO WS-HS-SALE-COUNT.
062300     MOVE ZERO TO WS-HS-SALE-AMOUNT.
062400     MOVE ZERO TO WS-HS-RETURN-AMOUNT.
062500     MOVE ZERO TO WS-HS-BRANCH-COUNT.
062600     MOVE "N" TO WS-HIST-EOF-SWITCH.
062700     MOVE WS-DC-CUSTOMER-ID (I) TO THR-CUSTOMER-ID.
062800     MOVE ZERO TO THR-SALE-DATE.
062900     MOVE ZERO TO THR-SEQUENCE-NO.
063000     START TRANSACTION-HISTORY
063100         KEY IS GREATER THAN OR EQUAL TO THR-KEY
063200         INVALID KEY
063300             SET WS-HIST-END-OF-FILE TO TRUE
063400     END-START.
063500     PERFORM 3250-READ-HISTORY-RECORD THRU 3250-EXIT
063600         UNTIL WS-HIST-END-OF-FILE.
063700 3200-EXIT.
063800     EXIT.
063900*-----------------------------------------------------------------
064000*    3250-READ-HISTORY-RECORD - ONE OF THE CUSTOMER'S TRNHIST
064100*    RECORDS.  THE DAY'S OWN RECORDS (FILED UNDER THIS BUSINESS
064200*    DATE) ARE SKIPPED; EVERY OTHER RECORD NOTES ITS BRANCH, AND
064300*    ONE INSIDE THE LOOKBACK WINDOW COUNTS TOWARD THE NORMS.
064400*-----------------------------------------------------------------
064500 3250-READ-HISTORY-RECORD.
064600     READ TRANSACTION-HISTORY NEXT RECORD
064700         AT END
064800             SET WS-HIST-END-OF-FILE TO TRUE
064900             GO TO 3250-EXIT
065000     END-READ.
065100     IF THR-CUSTOMER-ID IS NOT EQUAL TO WS-DC-CUSTOMER-ID (I)
065200         SET WS-HIST-END-OF-FILE TO TRUE
065300         GO TO 3250-EXIT
065400     END-IF.
065500     IF THR-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
065600         GO TO 3250-EXIT
065700     END-IF.
065710     IF THR-ADJUSTMENT
065720         GO TO 3250-EXIT
065730     END-IF.
065800     ADD 1 TO WS-HIST-READ-COUNT.
065900     ADD 1 TO WS-HS-ANY-COUNT.
066000     PERFORM 3260-NOTE-HISTORY-BRANCH THRU 3260-EXIT.
066100     MOVE THR-SALE-DATE TO WS-DATE-WORK.
066200     MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-SALE.
066300     MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS.
066400     ADD WS-MM-DAYS TO WS-DAYS-SALE.
066500     ADD WS-DW-DD TO WS-DAYS-SALE.
066600     SUBTRACT WS-DAYS-SALE FROM WS-DAYS-TODAY GIVING WS-SALE-AGE.
066700     IF WS-SALE-AGE IS LESS THAN ZERO
066800             OR WS-SALE-AGE IS GREATER THAN WS-LOOKBACK-DAYS
066900         GO TO 3250-EXIT
067000     END-IF.
067100     IF THR-SALE-DATE IS NOT EQUAL TO WS-HS-LAST-DATE
067200         ADD 1 TO WS-HS-DAYS
067300         MOVE THR-SALE-DATE TO WS-HS-LAST-DATE
067400     END-IF.
067500     ADD 1 TO WS-HS-TRAN-COUNT.
067600     MOVE THR-SALE-AMOUNT TO WS-LINE-AMOUNT.
067700     IF WS-LINE-AMOUNT IS LESS THAN ZERO
067800         MULTIPLY -1 BY WS-LINE-AMOUNT
067900     END-IF.
068000     IF THR-TRAN-TYPE IS EQUAL TO "R"
068100         ADD WS-LINE-AMOUNT TO WS-HS-RETURN-AMOUNT
068200     ELSE
068300         ADD 1 TO WS-HS-SALE-COUNT
068400         ADD WS-LINE-AMOUNT TO WS-HS-SALE-AMOUNT
068500     END-IF.
068600 3250-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------------
068900*    3260-NOTE-HISTORY-BRANCH - ADD THE RECORD'S BRANCH TO THE
069000*    CUSTOMER'S BRANCH LIST IF IT IS NOT THERE YET.
069100*-----------------------------------------------------------------
069200 3260-NOTE-HISTORY-BRANCH.
069300     MOVE "N" TO WS-BRANCH-FOUND-SWITCH.
069400     PERFORM 3265-TEST-HISTORY-BRANCH THRU 3265-EXIT
069500         VARYING K FROM 1 BY 1
069600         UNTIL K IS GREATER THAN WS-HS-BRANCH-COUNT
069700             OR WS-BRANCH-FOUND.
069800     IF NOT WS-BRANCH-FOUND
069900             AND WS-HS-BRANCH-COUNT IS LESS THAN
070000                 WS-MAX-HS-BRANCHES
070100         ADD 1 TO WS-HS-BRANCH-COUNT
070200         MOVE THR-BRANCH-CODE TO WS-HS-BRANCH (WS-HS-BRANCH-COUNT)
070300     END-IF.
070400 3260-EXIT.
070500     EXIT.
070600 3265-TEST-HISTORY-BRANCH.
070700     IF WS-HS-BRANCH (K) IS EQUAL TO THR-BRANCH-CODE
070800         SET WS-BRANCH-FOUND TO TRUE
070900     END-IF.
071000 3265-EXIT.
071100     EXIT.
071200*-----------------------------------------------------------------
071300*    3300-COMPUTE-NORMS - THE CUSTOMER'S AVERAGE ACTIVE DAY (SALES
071400*    AND TRANSACTIONS), AVERAGE SALE AND RETURN RATE OVER THE
071500*    WINDOW, AND THE DAY'S OWN RETURN RATE.
071600*-----------------------------------------------------------------
071700 3300-COMPUTE-NORMS.
071800     MOVE ZERO TO WS-NM-DAY-AMOUNT.
071900     MOVE ZERO TO WS-NM-DAY-COUNT.
072000     MOVE ZERO TO WS-NM-SALE-AMOUNT.
072100     MOVE ZERO TO WS-NM-RETURN-PCT.
072200     IF WS-HS-DAYS IS GREATER THAN ZERO
072300         DIVIDE WS-HS-SALE-AMOUNT BY WS-HS-DAYS
072400             GIVING WS-NM-DAY-AMOUNT ROUNDED
072500         DIVIDE WS-HS-TRAN-COUNT BY WS-HS-DAYS
072600             GIVING WS-NM-DAY-COUNT ROUNDED
072700     END-IF.
072800     IF WS-HS-SALE-COUNT IS GREATER THAN ZERO
072900         DIVIDE WS-HS-SALE-AMOUNT BY WS-HS-SALE-COUNT
073000             GIVING WS-NM-SALE-AMOUNT ROUNDED
073100     END-IF.
073200     IF WS-HS-SALE-AMOUNT IS GREATER THAN ZERO
073300         COMPUTE WS-NM-RETURN-PCT ROUNDED =
073400             WS-HS-RETURN-AMOUNT * 100 / WS-HS-SALE-AMOUNT
073500             ON SIZE ERROR
073600                 MOVE 999 TO WS-NM-RETURN-PCT
073700         END-COMPUTE
073800     END-IF.
073900     IF WS-NM-RETURN-PCT IS GREATER THAN 999
074000         MOVE 999 TO WS-NM-RETURN-PCT
074100     END-IF.
074200     MOVE ZERO TO WS-DY-RETURN-PCT.
074300     IF WS-DC-RETURN-AMOUNT (I) IS GREATER THAN ZERO
074400         IF WS-DC-SALE-AMOUNT (I) IS GREATER THAN ZERO
074500             COMPUTE WS-DY-RETURN-PCT ROUNDED =
074600                 WS-DC-RETURN-AMOUNT (I) * 100
074700                     / WS-DC-SALE-AMOUNT (I)
074800                 ON SIZE ERROR
074900                     MOVE 999 TO WS-DY-RETURN-PCT
075000             END-COMPUTE
075100         ELSE
075200             MOVE 999 TO WS-DY-RETURN-PCT
075300         END-IF
075400     END-IF.
075500     IF WS-DY-RETURN-PCT IS GREATER THAN 999
075600         MOVE 999 TO WS-DY-RETURN-PCT
075700     END-IF.
075800 3300-EXIT.
075900     EXIT.
076000*-----------------------------------------------------------------
076100*    3400-TEST-CUSTOMER - THE TESTS, EACH ADDING ITS LETTER TO
076200*    WS-FLAG-STRING:
076300*      T  DAY'S SALES OVER WS-DAY-PCT OF THE AVERAGE ACTIVE DAY
076400*      S  A SINGLE SALE OVER WS-SALE-PCT OF THE AVERAGE SALE
076500*      C  TRANSACTIONS OVER WS-COUNT-PCT OF THE AVERAGE DAY'S
076600*         COUNT, AND AT LEAST WS-MIN-COUNT OF THEM
076700*      R  RETURN RATE WS-RETURN-POINTS OVER THE CUSTOMER'S OWN
076800*      B  A BRANCH NOWHERE IN THE CUSTOMER'S HISTORY
076900*      D  HISTORY ON FILE BUT NONE INSIDE THE WINDOW - A DORMANT
077000*         ACCOUNT BACK IN USE
077100*      N  NO HISTORY AT ALL AND A DAY AT OR OVER THE FLOOR
077200*    THE AMOUNT TESTS NEED THE AMOUNT TO REACH WS-AMOUNT-FLOOR,
077300*    AND T, S AND C NEED A NORM, SO THEY ONLY APPLY TO A CUSTOMER
077400*    WITH HISTORY INSIDE THE WINDOW.
077500*-----------------------------------------------------------------
077600 3400-TEST-CUSTOMER.
077700     MOVE SPACES TO WS-FLAG-STRING.
077800     MOVE 1 TO WS-FLAG-PTR.
077900     MOVE ZERO TO WS-FLAG-COUNT.
078000     MOVE SPACES TO WS-NEW-BRANCH.
078100     IF WS-HS-ANY-COUNT IS EQUAL TO ZERO
078200         IF WS-DC-SALE-AMOUNT (I) IS NOT LESS THAN WS-AMOUNT-FLOOR
078300             STRING "N" DELIMITED BY SIZE
078400                 INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
078500             END-STRING
078600             ADD 1 TO WS-FLAG-COUNT
078700             ADD 1 TO WS-FT-NEW
078800         END-IF
078900         GO TO 3400-EXIT
079000     END-IF.
079100     IF WS-HS-DAYS IS EQUAL TO ZERO
079200         STRING "D" DELIMITED BY SIZE
079300             INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
079400         END-STRING
079500         ADD 1 TO WS-FLAG-COUNT
079600         ADD 1 TO WS-FT-DORMANT
079700     ELSE
079800         PERFORM 3420-TEST-AGAINST-NORMS THRU 3420-EXIT
079900     END-IF.
080000     IF WS-DC-RETURN-AMOUNT (I) IS NOT LESS THAN WS-AMOUNT-FLOOR
080100             OR WS-DC-RETURN-COUNT (I) IS NOT LESS THAN
080200                 WS-MIN-COUNT
080300         ADD WS-NM-RETURN-PCT WS-RETURN-POINTS GIVING WS-LIMIT-PCT
080400         IF WS-DY-RETURN-PCT IS GREATER THAN WS-LIMIT-PCT
080500             STRING "R" DELIMITED BY SIZE
080600                 INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
080700             END-STRING
080800             ADD 1 TO WS-FLAG-COUNT
080900             ADD 1 TO WS-FT-RETURN
081000         END-IF
081100     END-IF.
081200     MOVE "Y" TO WS-BRANCH-FOUND-SWITCH.
081300     PERFORM 3450-TEST-DAY-BRANCH THRU 3450-EXIT
081400         VARYING J FROM 1 BY 1
081500         UNTIL J IS GREATER THAN WS-DC-BRANCH-COUNT (I)
081600             OR NOT WS-BRANCH-FOUND.
081700     IF NOT WS-BRANCH-FOUND
081800         STRING "B" DELIMITED BY SIZE
081900             INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
082000         END-STRING
082100         ADD 1 TO WS-FLAG-COUNT
082200         ADD 1 TO WS-FT-BRANCH
082300     END-IF.
082400 3400-EXIT.
082500     EXIT.
082600*-----------------------------------------------------------------
082700*    3420-TEST-AGAINST-NORMS - THE T, S AND C TESTS.
082800*-----------------------------------------------------------------
082900 3420-TEST-AGAINST-NORMS.
083000     COMPUTE WS-LIMIT-AMOUNT ROUNDED =
083100         WS-NM-DAY-AMOUNT * WS-DAY-PCT / 100.
083200     IF WS-DC-SALE-AMOUNT (I) IS NOT LESS THAN WS-AMOUNT-FLOOR
083300             AND WS-DC-SALE-AMOUNT (I) IS GREATER THAN
083400                 WS-LIMIT-AMOUNT
083500         STRING "T" DELIMITED BY SIZE
083600             INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
083700         END-STRING
083800         ADD 1 TO WS-FLAG-COUNT
083900         ADD 1 TO WS-FT-DAY
084000     END-IF.
084100     IF WS-HS-SALE-COUNT IS GREATER THAN ZERO
084200         COMPUTE WS-LIMIT-AMOUNT ROUNDED =
084300             WS-NM-SALE-AMOUNT * WS-SALE-PCT / 100
084400         IF WS-DC-MAX-SALE (I) IS NOT LESS THAN WS-AMOUNT-FLOOR
084500                 AND WS-DC-MAX-SALE (I) IS GREATER THAN
084600                     WS-LIMIT-AMOUNT
084700             STRING "S" DELIMITED BY SIZE
084800                 INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
084900             END-STRING
085000             ADD 1 TO WS-FLAG-COUNT
085100             ADD 1 TO WS-FT-SALE
085200         END-IF
085300     END-IF.
085400     COMPUTE WS-LIMIT-COUNT ROUNDED =
085500         WS-NM-DAY-COUNT * WS-COUNT-PCT / 100.
085600     IF WS-DC-TRAN-COUNT (I) IS NOT LESS THAN WS-MIN-COUNT
085700             AND WS-DC-TRAN-COUNT (I) IS GREATER THAN
085800                 WS-LIMIT-COUNT
085900         STRING "C" DELIMITED BY SIZE
086000             INTO WS-FLAG-STRING WITH POINTER WS-FLAG-PTR
086100         END-STRING
086200         ADD 1 TO WS-FLAG-COUNT
086300         ADD 1 TO WS-FT-COUNT
086400     END-IF.
086500 3420-EXIT.
086600     EXIT.
086700*-----------------------------------------------------------------
086800*    3450-TEST-DAY-BRANCH - IS THE DAY'S BRANCH J IN THE
086900*    CUSTOMER'S HISTORY; THE FIRST ONE THAT IS NOT IS REPORTED.
087000*-----------------------------------------------------------------
087100 3450-TEST-DAY-BRANCH.
087200     MOVE "N" TO WS-BRANCH-FOUND-SWITCH.
087300     PERFORM 3455-MATCH-HISTORY-BRANCH THRU 3455-EXIT
087400         VARYING K FROM 1 BY 1
087500         UNTIL K IS GREATER THAN WS-HS-BRANCH-COUNT
087600             OR WS-BRANCH-FOUND.
087700     IF NOT WS-BRANCH-FOUND
087800         MOVE WS-DC-BRANCH (I, J) TO WS-NEW-BRANCH
087900     END-IF.
088000 3450-EXIT.
088100     EXIT.
088200 3455-MATCH-HISTORY-BRANCH.
088300     IF WS-HS-BRANCH (K) IS EQUAL TO WS-DC-BRANCH (I, J)
088400         SET WS-BRANCH-FOUND TO TRUE
088500     END-IF.
088600 3455-EXIT.
088700     EXIT.
088800*-----------------------------------------------------------------
088900*    3500-FILE-EXCEPTION - KEEP A FLAGGED CUSTOMER FOR THE REPORT.
089000*    A DAY WITH MORE THAN THE TABLE HOLDS STILL COUNTS THEM ALL;
089100*    THE REPORT NOTES THE ONES NOT LISTED.
089200*-----------------------------------------------------------------
089300 3500-FILE-EXCEPTION.
089400     IF WS-EX-COUNT IS EQUAL TO WS-MAX-EX-ENTRIES
089500         ADD 1 TO WS-EX-NOT-LISTED
089600         GO TO 3500-EXIT
089700     END-IF.
089800     ADD 1 TO WS-EX-COUNT.
089900     MOVE WS-EX-COUNT TO K.
090000     MOVE WS-FLAG-COUNT TO WS-EX-FLAG-COUNT (K).
090100     ADD WS-DC-SALE-AMOUNT (I) WS-DC-RETURN-AMOUNT (I)
090200         GIVING WS-EX-RANK-AMOUNT (K).
090300     MOVE WS-DC-CUSTOMER-ID (I) TO WS-EX-CUSTOMER-ID (K).
090400     MOVE WS-DC-NAME (I) TO WS-EX-NAME (K).
090500     MOVE WS-FLAG-STRING TO WS-EX-FLAGS (K).
090600     MOVE WS-DC-SALE-AMOUNT (I) TO WS-EX-DAY-SALES (K).
090700     MOVE WS-NM-DAY-AMOUNT TO WS-EX-NORM-DAY (K).
090800     MOVE WS-DC-TRAN-COUNT (I) TO WS-EX-DAY-COUNT (K).
090900     MOVE WS-NM-DAY-COUNT TO WS-EX-NORM-COUNT (K).
091000     MOVE WS-DC-MAX-SALE (I) TO WS-EX-MAX-SALE (K).
091100     MOVE WS-NM-SALE-AMOUNT TO WS-EX-NORM-SALE (K).
091200     MOVE WS-DC-RETURN-AMOUNT (I) TO WS-EX-RETURNS (K).
091300     MOVE WS-DY-RETURN-PCT TO WS-EX-DAY-RTN-PCT (K).
091400     MOVE WS-NM-RETURN-PCT TO WS-EX-HIST-RTN-PCT (K).
091500     MOVE WS-NEW-BRANCH TO WS-EX-NEW-BRANCH (K).
091600 3500-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------------
091900*    4000-RANK-EXCEPTIONS - STRAIGHT INSERTION SORT OF THE
092000*    EXCEPTION TABLE, DESCENDING ON WS-EX-RANK-KEY, THE SAME
092100*    METHOD THE SORT RUN USES FOR THE DAY'S TABLE.
092200*-----------------------------------------------------------------
092300 4000-RANK-EXCEPTIONS.
092400     PERFORM 4100-INSERT-EXCEPTION THRU 4100-EXIT
092500         VARYING I FROM 2 BY 1
092600         UNTIL I IS GREATER THAN WS-EX-COUNT.
092700 4000-EXIT.
092800     EXIT.
092900*-----------------------------------------------------------------
093000*    4100-INSERT-EXCEPTION - WORK ENTRY I BACK THROUGH THE ENTRIES
093100*    AHEAD OF IT UNTIL IT MEETS ONE RANKED AT LEAST AS HIGH.
093200*-----------------------------------------------------------------
093300 4100-INSERT-EXCEPTION.
093400     MOVE WS-EX-ENTRY (I) TO WS-EXC-HOLD.
093500     SUBTRACT 1 FROM I GIVING J.
093600     PERFORM 4150-SHIFT-EXCEPTION THRU 4150-EXIT
093700         VARYING J FROM J BY -1 UNTIL J IS EQUAL TO ZERO.
093800 4100-EXIT.
093900     EXIT.
094000 4150-SHIFT-EXCEPTION.
094100     IF WS-XH-RANK-KEY IS GREATER THAN WS-EX-RANK-KEY (J)
094200         MOVE WS-EX-ENTRY (J) TO WS-EX-ENTRY (J + 1)
094300         MOVE WS-EXC-HOLD TO WS-EX-ENTRY (J)
094400     END-IF.
094500 4150-EXIT.
094600     EXIT.
094700*-----------------------------------------------------------------
094800*    6000-WRITE-RUN-STATUS - APPEND ONE PHASE EVENT TO RUNSTAT.
094900*-----------------------------------------------------------------
095000 6000-WRITE-RUN-STATUS.
095100     OPEN EXTEND RUN-STATUS.
095200     IF WS-RUNSTAT-NEW-FILE
095300         OPEN OUTPUT RUN-STATUS
095400     END-IF.
095500     IF NOT WS-RUNSTAT-OK
095600         DISPLAY "CUSTACTVTY - UNABLE TO OPEN RUNSTAT, "
095700             "STATUS = " WS-RUNSTAT-STATUS
095800         GO TO 6000-EXIT
095900     END-IF.
096000     MOVE SPACES TO RUN-STATUS-RECORD.
096100     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
096200     MOVE "CUSTACTVTY" TO RST-PROGRAM-ID.
096300     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
096400     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
096500     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
096600     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
096700     ACCEPT WS-RST-TIME-RAW FROM TIME.
096800     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
096900     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
097000     WRITE RUN-STATUS-RECORD.
097100     CLOSE RUN-STATUS.
097200 6000-EXIT.
097300     EXIT.
097400*-----------------------------------------------------------------
097500*    7000-PRINT-REPORT - THE ACTRPT EXCEPTION REPORT: HEADING AND
097600*    THRESHOLDS, THE RANKED CUSTOMERS, THE FLAG LEGEND AND THE
097700*    RUN TOTALS.
097800*-----------------------------------------------------------------
097900 7000-PRINT-REPORT.
098000     MOVE SPACES TO WS-PRINT-LINE.
098100     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
098200     STRING "CUSTOMER UNUSUAL ACTIVITY - CREDIT DESK REVIEW    "
098300             DELIMITED BY SIZE
098400         "BUSINESS DATE: " DELIMITED BY SIZE
098500         WS-RPT-DATE-EDIT DELIMITED BY SIZE
098600         INTO WS-PRINT-LINE
098700     END-STRING.
098800     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
098900     WRITE ACTIVITY-RPT-RECORD.
099000     MOVE SPACES TO WS-PRINT-LINE.
099100     MOVE WS-LOOKBACK-DAYS TO WS-RPT-DAYS-EDIT.
099200     MOVE WS-DAY-PCT TO WS-RPT-P1-EDIT.
099300     MOVE WS-SALE-PCT TO WS-RPT-P2-EDIT.
099400     MOVE WS-COUNT-PCT TO WS-RPT-P3-EDIT.
099500     MOVE WS-MIN-COUNT TO WS-RPT-P4-EDIT.
099600     MOVE WS-RETURN-POINTS TO WS-RPT-P5-EDIT.
099700     MOVE WS-AMOUNT-FLOOR TO WS-RPT-FLOOR-EDIT.
099800     STRING "  THRESHOLDS (" DELIMITED BY SIZE
099900         WS-CARD-SOURCE DELIMITED BY SPACE
100000         "): LOOKBACK " DELIMITED BY SIZE
100100         WS-RPT-DAYS-EDIT DELIMITED BY SIZE
100200         " DAYS  DAY " DELIMITED BY SIZE
100300         WS-RPT-P1-EDIT DELIMITED BY SIZE
100400         "%  SALE " DELIMITED BY SIZE
100500         WS-RPT-P2-EDIT DELIMITED BY SIZE
100600         "%  COUNT " DELIMITED BY SIZE
100700         WS-RPT-P3-EDIT DELIMITED BY SIZE
100800         "% (MIN " DELIMITED BY SIZE
100900         WS-RPT-P4-EDIT DELIMITED BY SIZE
101000         ")  RETURNS +" DELIMITED BY SIZE
101100         WS-RPT-P5-EDIT DELIMITED BY SIZE
101200         " PTS  FLOOR " DELIMITED BY SIZE
101300         WS-RPT-FLOOR-EDIT DELIMITED BY SIZE
101400         INTO WS-PRINT-LINE
101500     END-STRING.
101600     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
101700     WRITE ACTIVITY-RPT-RECORD.
101800     MOVE SPACES TO ACTIVITY-RPT-RECORD.
101900     WRITE ACTIVITY-RPT-RECORD.
102000     MOVE SPACES TO WS-PRINT-LINE.
102100     STRING "RANK CUST  NAME                 FLAGS     DAY SALES "
102200             DELIMITED BY SIZE
102300         "    NORM/DAY TRANS   NORM  MAX SALE    AVG SALE      "
102400             DELIMITED BY SIZE
102500         "RETURNS RTN% HST% NEW" DELIMITED BY SIZE
102600         INTO WS-PRINT-LINE
102700     END-STRING.
102800     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
102900     WRITE ACTIVITY-RPT-RECORD.
103000     IF WS-EX-COUNT IS EQUAL TO ZERO
103100         MOVE "  NONE" TO ACTIVITY-RPT-RECORD
103200         WRITE ACTIVITY-RPT-RECORD
103300     END-IF.
103400     PERFORM 7100-PRINT-EXCEPTION-LINE THRU 7100-EXIT
103500         VARYING I FROM 1 BY 1
103600         UNTIL I IS GREATER THAN WS-EX-COUNT.
103700     IF WS-EX-NOT-LISTED IS GREATER THAN ZERO
103800         MOVE SPACES TO WS-PRINT-LINE
103900         MOVE WS-EX-NOT-LISTED TO WS-RPT-TOTAL-EDIT
104000         STRING "  " DELIMITED BY SIZE
104100             WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
104200             " FURTHER FLAGGED CUSTOMER(S) NOT LISTED"
104300                 DELIMITED BY SIZE
104400             INTO WS-PRINT-LINE
104500         END-STRING
104600         MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD
104700         WRITE ACTIVITY-RPT-RECORD
104800     END-IF.
104900     PERFORM 7200-PRINT-LEGEND THRU 7200-EXIT.
105000     PERFORM 7300-PRINT-TOTALS THRU 7300-EXIT.
105100 7000-EXIT.
105200     EXIT.
105300*-----------------------------------------------------------------
105400*    7100-PRINT-EXCEPTION-LINE - ONE RANKED CUSTOMER.
105500*-----------------------------------------------------------------
105600 7100-PRINT-EXCEPTION-LINE.
105700     MOVE SPACES TO WS-PRINT-LINE.
105800     MOVE I TO WS-RPT-RANK-EDIT.
105900     MOVE WS-EX-DAY-SALES (I) TO WS-RPT-AMOUNT-EDIT.
106000     MOVE WS-EX-NORM-DAY (I) TO WS-RPT-AMOUNT2-EDIT.
106100     MOVE WS-EX-DAY-COUNT (I) TO WS-RPT-COUNT-EDIT.
106200     MOVE WS-EX-NORM-COUNT (I) TO WS-RPT-NORM-COUNT-EDIT.
106300     MOVE WS-EX-MAX-SALE (I) TO WS-RPT-SALE-EDIT.
106400     MOVE WS-EX-NORM-SALE (I) TO WS-RPT-NORM-SALE-EDIT.
106500     MOVE WS-EX-RETURNS (I) TO WS-RPT-AMOUNT3-EDIT.
106600     MOVE WS-EX-DAY-RTN-PCT (I) TO WS-RPT-PCT-EDIT.
106700     MOVE WS-EX-HIST-RTN-PCT (I) TO WS-RPT-PCT2-EDIT.
106800     STRING WS-RPT-RANK-EDIT DELIMITED BY SIZE
106900         " " DELIMITED BY SIZE
107000         WS-EX-CUSTOMER-ID (I) DELIMITED BY SIZE
107100         " " DELIMITED BY SIZE
107200         WS-EX-NAME (I) DELIMITED BY SIZE
107300         " " DELIMITED BY SIZE
107400         WS-EX-FLAGS (I) DELIMITED BY SIZE
107500         " " DELIMITED BY SIZE
107600         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
107700         " " DELIMITED BY SIZE
107800         WS-RPT-AMOUNT2-EDIT DELIMITED BY SIZE
107900         " " DELIMITED BY SIZE
108000         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
108100         " " DELIMITED BY SIZE
108200         WS-RPT-NORM-COUNT-EDIT DELIMITED BY SIZE
108300         " " DELIMITED BY SIZE
108400         WS-RPT-SALE-EDIT DELIMITED BY SIZE
108500         " " DELIMITED BY SIZE
108600         WS-RPT-NORM-SALE-EDIT DELIMITED BY SIZE
108700         " " DELIMITED BY SIZE
108800         WS-RPT-AMOUNT3-EDIT DELIMITED BY SIZE
108900         " " DELIMITED BY SIZE
109000         WS-RPT-PCT-EDIT DELIMITED BY SIZE
109100         " " DELIMITED BY SIZE
109200         WS-RPT-PCT2-EDIT DELIMITED BY SIZE
109300         " " DELIMITED BY SIZE
109400         WS-EX-NEW-BRANCH (I) DELIMITED BY SIZE
109500         INTO WS-PRINT-LINE
109600     END-STRING.
109700     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
109800     WRITE ACTIVITY-RPT-RECORD.
109900 7100-EXIT.
110000     EXIT.
110100*-----------------------------------------------------------------
110200*    7200-PRINT-LEGEND - WHAT THE FLAG LETTERS MEAN.
110300*-----------------------------------------------------------------
110400 7200-PRINT-LEGEND.
110500     MOVE SPACES TO ACTIVITY-RPT-RECORD.
110600     WRITE ACTIVITY-RPT-RECORD.
110700     MOVE "  FLAGS:  T DAY'S SALES FAR ABOVE THE NORMAL DAY"
110800         TO ACTIVITY-RPT-RECORD.
110900     WRITE ACTIVITY-RPT-RECORD.
111000     MOVE "          S A SINGLE SALE FAR ABOVE THE AVERAGE SALE"
111100         TO ACTIVITY-RPT-RECORD.
111200     WRITE ACTIVITY-RPT-RECORD.
111300     MOVE "          C UNUSUAL NUMBER OF TRANSACTIONS IN THE DAY"
111400         TO ACTIVITY-RPT-RECORD.
111500     WRITE ACTIVITY-RPT-RECORD.
111600     MOVE "          R RETURNS OUT OF LINE WITH THEIR OWN RATE"
111700         TO ACTIVITY-RPT-RECORD.
111800     WRITE ACTIVITY-RPT-RECORD.
111900     MOVE "          B BRANCH THE CUSTOMER HAS NEVER USED (NEW)"
112000         TO ACTIVITY-RPT-RECORD.
112100     WRITE ACTIVITY-RPT-RECORD.
112200     MOVE "          D DORMANT - NONE IN THE LOOKBACK WINDOW"
112300         TO ACTIVITY-RPT-RECORD.
112400     WRITE ACTIVITY-RPT-RECORD.
112500     MOVE "          N NEW ACCOUNT, DAY AT OR OVER THE FLOOR"
112600         TO ACTIVITY-RPT-RECORD.
112700     WRITE ACTIVITY-RPT-RECORD.
112800 7200-EXIT.
112900     EXIT.
113000*-----------------------------------------------------------------
113100*    7300-PRINT-TOTALS - CUSTOMERS CHECKED AND FLAGGED, THE COUNT
113200*    FOR EACH TEST, AND THE POSTIN TRAILER RECONCILIATION.
113300*-----------------------------------------------------------------
113400 7300-PRINT-TOTALS.
113500     MOVE SPACES TO ACTIVITY-RPT-RECORD.
113600     WRITE ACTIVITY-RPT-RECORD.
113700     MOVE SPACES TO WS-PRINT-LINE.
113800     MOVE WS-DC-COUNT TO WS-RPT-TOTAL-EDIT.
113900     MOVE WS-FLAGGED-COUNT TO WS-RPT-TOTAL2-EDIT.
114000     STRING "  CUSTOMERS CHECKED " DELIMITED BY SIZE
114100         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
114200         "   FLAGGED " DELIMITED BY SIZE
114300         WS-RPT-TOTAL2-EDIT DELIMITED BY SIZE
114400         INTO WS-PRINT-LINE
114500     END-STRING.
114600     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
114700     WRITE ACTIVITY-RPT-RECORD.
114800     MOVE SPACES TO WS-PRINT-LINE.
114900     MOVE WS-POSTIN-READ-COUNT TO WS-RPT-TOTAL-EDIT.
115000     MOVE WS-HIST-READ-COUNT TO WS-RPT-TOTAL2-EDIT.
115100     STRING "  POSTIN DETAILS READ " DELIMITED BY SIZE
115200         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
115300         "   HISTORY RECORDS COMPARED " DELIMITED BY SIZE
115400         WS-RPT-TOTAL2-EDIT DELIMITED BY SIZE
115500         INTO WS-PRINT-LINE
115600     END-STRING.
115700     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
115800     WRITE ACTIVITY-RPT-RECORD.
115900     MOVE SPACES TO WS-PRINT-LINE.
116000     MOVE WS-FT-DAY TO WS-RPT-F1-EDIT.
116100     MOVE WS-FT-SALE TO WS-RPT-F2-EDIT.
116200     MOVE WS-FT-COUNT TO WS-RPT-F3-EDIT.
116300     MOVE WS-FT-RETURN TO WS-RPT-F4-EDIT.
116400     MOVE WS-FT-BRANCH TO WS-RPT-F5-EDIT.
116500     MOVE WS-FT-DORMANT TO WS-RPT-F6-EDIT.
116600     MOVE WS-FT-NEW TO WS-RPT-F7-EDIT.
116700     STRING "  BY FLAG:  T" DELIMITED BY SIZE
116800         WS-RPT-F1-EDIT DELIMITED BY SIZE
116900         "   S" DELIMITED BY SIZE
117000         WS-RPT-F2-EDIT DELIMITED BY SIZE
117100         "   C" DELIMITED BY SIZE
117200         WS-RPT-F3-EDIT DELIMITED BY SIZE
117300         "   R" DELIMITED BY SIZE
117400         WS-RPT-F4-EDIT DELIMITED BY SIZE
117500         "   B" DELIMITED BY SIZE
117600         WS-RPT-F5-EDIT DELIMITED BY SIZE
117700         "   D" DELIMITED BY SIZE
117800         WS-RPT-F6-EDIT DELIMITED BY SIZE
117900         "   N" DELIMITED BY SIZE
118000         WS-RPT-F7-EDIT DELIMITED BY SIZE
118100         INTO WS-PRINT-LINE
118200     END-STRING.
118300     MOVE WS-PRINT-LINE TO ACTIVITY-RPT-RECORD.
118400     WRITE ACTIVITY-RPT-RECORD.
118500     IF WS-CTL-MISMATCH OR NOT WS-TRAILER-SEEN
118600         MOVE "  *** POSTIN TRAILER DID NOT RECONCILE ***"
118700             TO ACTIVITY-RPT-RECORD
118800     ELSE
118900         MOVE "  POSTIN TRAILER RECONCILED"
119000             TO ACTIVITY-RPT-RECORD
119100     END-IF.
119200     WRITE ACTIVITY-RPT-RECORD.
119300 7300-EXIT.
119400     EXIT.
119500*-----------------------------------------------------------------
119600*    9000-TERMINATE - CLOSE FILES.
119700*-----------------------------------------------------------------
119800 9000-TERMINATE.
119900     CLOSE POSTING-INTERFACE.
120000     CLOSE TRANSACTION-HISTORY.
120100     CLOSE ACTIVITY-RPT.
120200 9000-EXIT.
120300     EXIT.
120400 END PROGRAM CUSTACTVTY.
