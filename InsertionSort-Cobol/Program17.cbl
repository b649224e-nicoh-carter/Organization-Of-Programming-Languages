000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. SALESANLYS.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. MONTHLY CUSTOMER SALES ANALYSIS - RUNS AFTER MONTHENDCLS
001100     HAS CLOSED THE PERIOD.  READS BACK THE BALSNAP PERIOD
001200     HISTORY (BSNREC01) THE CLOSE APPENDS, WITH CUSTMST FOR EACH
001300     CUSTOMER'S REGION AND BALMST FOR THE CURRENT LAST SALE DATE,
001400     AND PRINTS FOUR SECTIONS ON SLSANRPT, EACH SUBTOTALLED BY
001500     CMS-REGION-CODE WITHIN A COMPANY TOTAL -
001600       1. CUSTOMERS RANKED BY THE PERIOD'S SALES,
001700       2. CUSTOMERS RANKED BY YTD SALES AT PERIOD END,
001800          BOTH WITH AN ABC CLASS - "A" FOR THE TOP CUSTOMERS
001900          MAKING UP THE FIRST A-CUT PERCENT OF THE COMPANY'S
002000          SALES, "B" FOR THE NEXT CUSTOMERS UP TO THE B-CUT
002100          PERCENT, "C" FOR THE REST AND FOR ANY CUSTOMER WITH NO
002200          NET SALES,
002300       3. EACH CUSTOMER AGAINST THE SAME PERIOD A YEAR EARLIER,
002400          LARGEST DECLINE FIRST, FLAGGING A PERIOD OR YTD DECLINE
002500          OF MORE THAN THE THRESHOLD PERCENT,
002600       4. DORMANT ACCOUNTS - OPEN ACCOUNTS WHOSE BALMST LAST SALE
002700          DATE IS MORE THAN N DAYS BEFORE THE RUN DATE (30/360
002800          COUNT, LIKE THE SORT RUN'S RECYCLE AGING), OR WHO HAVE
002900          NEVER BOUGHT.
003000     THE PARM - POSITIONS 1-6 THE PERIOD (YYYYMM, DEFAULT THE
003100     LATEST ON BALSNAP), 8-10 THE DECLINE THRESHOLD PERCENT
003200     (DEFAULT 20), 12-14 THE DORMANT DAYS (DEFAULT 90), 16-17
003300     THE A-CUT AND 19-20 THE B-CUT PERCENT (DEFAULT 80 AND 95).
003400     RETURN-CODE 4 MEANS PART OF THE ANALYSIS WAS NOT POSSIBLE
003500     (A MISSING FILE, A BAD CUT, OR MORE CUSTOMERS THAN THE
003600     TABLE HOLDS), 8 A BAD PERIOD ON THE PARM.  NOTHING IS
003700     UPDATED, SO THE STEP MAY BE RERUN FREELY.
003800*-----------------------------------------------------------------
003900*    MODIFICATION HISTORY
004000*    DATE       INIT  DESCRIPTION
004100*    10/15/26   JM    ORIGINAL VERSION.
004200*****************************************************************
004300* ENVIRONMENT DIVISION.                                         *
004400*****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.  IBM-370.
004800 OBJECT-COMPUTER.  IBM-370.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT BALANCE-SNAPSHOT ASSIGN TO "BALSNAP"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-BALSNAP-STATUS.
005400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CMS-CUSTOMER-ID
005800         FILE STATUS IS WS-CUSTMST-STATUS.
005900     SELECT CUSTOMER-BALANCE ASSIGN TO "BALMST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS CBM-CUSTOMER-ID
006300         FILE STATUS IS WS-BALMST-STATUS.
006400     SELECT ANALYSIS-RPT ASSIGN TO "SLSANRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SLSANRPT-STATUS.
006700     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-RUNSTAT-STATUS.
007000     SELECT SORT-WORK-FILE ASSIGN TO "ANLWORK".
007100*****************************************************************
007200* DATA DIVISION.                                                *
007300*****************************************************************
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  BALANCE-SNAPSHOT
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY BSNREC01.
008000 FD  CUSTOMER-MASTER
008100     LABEL RECORDS ARE STANDARD.
008200     COPY CMSREC01.
008300 FD  CUSTOMER-BALANCE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY CBMREC01.
008600 FD  ANALYSIS-RPT
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900 01  ANALYSIS-RPT-RECORD            PIC X(132).
009000 FD  RUN-STATUS
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300     COPY RSTREC01.
009400*    ONE DORMANT ACCOUNT, SORTED BY REGION AND LONGEST IDLE FIRST.
009500*    SWR-DAYS-IDLE IS 99999 FOR AN ACCOUNT THAT NEVER BOUGHT.
009600 SD  SORT-WORK-FILE.
009700 01  SORT-WORK-RECORD.
009800     05  SWR-REGION                   PIC X(03).
009900     05  SWR-DAYS-IDLE                PIC 9(05).
010000     05  SWR-CUSTOMER-ID              PIC 9(05).
010100     05  SWR-CUSTOMER-NAME            PIC X(20).
010200     05  SWR-LAST-SALE-DATE           PIC 9(08).
010300     05  SWR-YTD-SALES                PIC S9(09)V99.
010400     05  SWR-AR-BALANCE               PIC S9(09)V99.
010500 WORKING-STORAGE SECTION.
010600*-----------------------------------------------------------------
010700*    FILE STATUS AND END-OF-FILE SWITCHES
010800*-----------------------------------------------------------------
010900 01  WS-BALSNAP-STATUS           PIC X(02).
011000     88  WS-BALSNAP-OK                 VALUE "00".
011100     88  WS-BALSNAP-NEW-FILE           VALUE "35".
011200 01  WS-CUSTMST-STATUS           PIC X(02).
011300     88  WS-CUSTMST-OK                 VALUE "00".
011400     88  WS-CUSTMST-NEW-FILE           VALUE "35".
011500 01  WS-BALMST-STATUS            PIC X(02).
011600     88  WS-BALMST-OK                  VALUE "00".
011700     88  WS-BALMST-NEW-FILE            VALUE "35".
011800 01  WS-SLSANRPT-STATUS          PIC X(02).
011900     88  WS-SLSANRPT-OK                VALUE "00".
012000 01  WS-RUNSTAT-STATUS           PIC X(02).
012100     88  WS-RUNSTAT-OK                 VALUE "00".
012200     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
012300 01  WS-BSN-EOF-SWITCH           PIC X(01)       VALUE "N".
012400     88  WS-BSN-READ-EOF                   VALUE "Y".
012500 01  WS-CBM-EOF-SWITCH           PIC X(01)       VALUE "N".
012600     88  WS-CBM-READ-EOF                   VALUE "Y".
012700 01  WS-SWR-EOF-SWITCH           PIC X(01)       VALUE "N".
012800     88  WS-SWR-END-OF-FILE                VALUE "Y".
012900 01  WS-CUSTMST-OPEN-SWITCH      PIC X(01)       VALUE "N".
013000     88  WS-CUSTMST-OPEN                   VALUE "Y".
013100*-----------------------------------------------------------------
013200*    PARM CARD - SEE THE REMARKS.  A FIELD LEFT BLANK TAKES ITS
013300*    DEFAULT.
013400*-----------------------------------------------------------------
013500 01  WS-PARM-CARD                VALUE SPACES.
013600     05  WS-PARM-PERIOD          PIC 9(06).
013700     05  FILLER                  PIC X(01).
013800     05  WS-PARM-DECLINE-PCT     PIC 9(03).
013900     05  FILLER                  PIC X(01).
014000     05  WS-PARM-DORMANT-DAYS    PIC 9(03).
014100     05  FILLER                  PIC X(01).
014200     05  WS-PARM-A-CUT           PIC 9(02).
014300     05  FILLER                  PIC X(01).
014400     05  WS-PARM-B-CUT           PIC 9(02).
014500 01  WS-ANL-PERIOD               PIC 9(06)       VALUE ZERO.
014600 01  WS-AP-PARTS REDEFINES WS-ANL-PERIOD.
014700     05  WS-AP-YYYY              PIC 9(04).
014800     05  WS-AP-MM                PIC 9(02).
014900 01  WS-PY-PERIOD                PIC 9(06)       VALUE ZERO.
015000 01  WS-LATEST-PERIOD            PIC 9(06)       VALUE ZERO.
015100 01  WS-DECLINE-PCT              PIC 9(03)       VALUE 20.
015200 01  WS-DORMANT-DAYS             PIC 9(03)       VALUE 90.
015300 01  WS-A-CUT                    PIC 9(02)       VALUE 80.
015400 01  WS-B-CUT                    PIC 9(02)       VALUE 95.
015500*-----------------------------------------------------------------
015600*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
015700*-----------------------------------------------------------------
015800 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
015900 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
016000 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
016100 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
016200 01  WS-RST-TIME-RAW.
016300     05  WS-RST-TIME-HHMMSS      PIC 9(06).
016400     05  FILLER                  PIC 9(02).
016500 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
016600*-----------------------------------------------------------------
016700*    CUSTOMER TABLE - ONE ENTRY PER CUSTOMER WITH A BALSNAP RECORD
016800*    FOR THE PERIOD OR THE SAME PERIOD A YEAR EARLIER.  A LATER
016900*    RECORD FOR THE SAME CUSTOMER AND PERIOD (A FORCED RE-CLOSE)
017000*    REPLACES AN EARLIER ONE.  THE RANK FIELDS SERVE WHICHEVER
017100*    RANKING IS BEING PRINTED; THE TWO SORT KEYS ARE SET BEFORE
017200*    EACH 8000 SORT - KEY1 ASCENDING, THEN KEY2 DESCENDING.
017300*-----------------------------------------------------------------
017400 01  WS-MAX-AN-ENTRIES           PIC 9(05) COMP  VALUE 5000.
017500 01  WS-AN-COUNT                 PIC 9(05) COMP  VALUE ZERO.
017600 01  WS-AN-FOUND-IX              PIC 9(05) COMP  VALUE ZERO.
017700 01  WS-AN-OVERFLOW-SWITCH       PIC X(01)       VALUE "N".
017800     88  WS-AN-OVERFLOW                    VALUE "Y".
017900 01  WS-AN-TABLE.
018000     05  WS-AN-ENTRY OCCURS 5000 TIMES.
018100         10  WS-AN-CUSTOMER-ID   PIC 9(05).
018200         10  WS-AN-NAME          PIC X(20).
018300         10  WS-AN-REGION        PIC X(03).
018400         10  WS-AN-CUR-FOUND     PIC X(01).
018500         10  WS-AN-CUR-MTD       PIC S9(09)V99.
018600         10  WS-AN-CUR-YTD       PIC S9(09)V99.
018700         10  WS-AN-PY-FOUND      PIC X(01).
018800         10  WS-AN-PY-MTD        PIC S9(09)V99.
018900         10  WS-AN-PY-YTD        PIC S9(09)V99.
019000         10  WS-AN-RANK-AMOUNT   PIC S9(09)V99.
019100         10  WS-AN-RANK          PIC 9(05).
019200         10  WS-AN-CLASS         PIC X(01).
019300         10  WS-AN-CUM-PCT       PIC 9(03)V9.
019400         10  WS-AN-SORT-KEY1     PIC X(03).
019500         10  WS-AN-SORT-KEY2     PIC S9(11)V99.
019600 01  WS-AN-HOLD.
019700     05  WS-AH-CUSTOMER-ID       PIC 9(05).
019800     05  WS-AH-NAME              PIC X(20).
019900     05  WS-AH-REGION            PIC X(03).
020000     05  WS-AH-CUR-FOUND         PIC X(01).
020100     05  WS-AH-CUR-MTD           PIC S9(09)V99.
020200     05  WS-AH-CUR-YTD           PIC S9(09)V99.
020300     05  WS-AH-PY-FOUND          PIC X(01).
020400     05  WS-AH-PY-MTD            PIC S9(09)V99.
020500     05  WS-AH-PY-YTD            PIC S9(09)V99.
020600     05  WS-AH-RANK-AMOUNT       PIC S9(09)V99.
020700     05  WS-AH-RANK              PIC 9(05).
020800     05  WS-AH-CLASS             PIC X(01).
020900     05  WS-AH-CUM-PCT           PIC 9(03)V9.
021000     05  WS-AH-SORT-KEY1         PIC X(03).
021100     05  WS-AH-SORT-KEY2         PIC S9(11)V99.
021200 01  I                           PIC 9(05) COMP  VALUE ZERO.
021300 01  J                           PIC 9(05) COMP  VALUE ZERO.
021400*-----------------------------------------------------------------
021500*    RANKING WORKING FIELDS - SEE 3000.  ONLY A POSITIVE AMOUNT
021600*    COUNTS TOWARD THE CUMULATIVE SHARE THE ABC CUTS APPLY TO.
021700*-----------------------------------------------------------------
021800 01  WS-RANK-BASIS               PIC X(01)       VALUE "P".
021900     88  WS-RANK-BY-PERIOD                 VALUE "P".
022000     88  WS-RANK-BY-YTD                    VALUE "Y".
022100 01  WS-RANK-NO                  PIC 9(05)       VALUE ZERO.
022200 01  WS-RANK-TOTAL               PIC S9(11)V99   VALUE ZERO.
022300 01  WS-RANK-CUM-AMOUNT          PIC S9(11)V99   VALUE ZERO.
022400 01  WS-CUM-PCT-BEFORE           PIC 9(03)V9     VALUE ZERO.
022500 01  WS-AMOUNT-LABEL             PIC X(12)       VALUE SPACES.
022600*-----------------------------------------------------------------
022700*    YEAR-OVER-YEAR WORKING FIELDS - SEE 4000.
022800*-----------------------------------------------------------------
022900 01  WS-CHANGE-AMOUNT            PIC S9(11)V99   VALUE ZERO.
023000 01  WS-DECLINE-WORK             PIC S9(13)V99   VALUE ZERO.
023100 01  WS-LIMIT-WORK               PIC S9(13)V99   VALUE ZERO.
023200 01  WS-PCT-WORK                 PIC S9(05)V9    VALUE ZERO.
023300 01  WS-YTD-PCT-WORK             PIC S9(05)V9    VALUE ZERO.
023400 01  WS-PERIOD-DOWN-SWITCH       PIC X(01)       VALUE "N".
023500     88  WS-PERIOD-DOWN                    VALUE "Y".
023600 01  WS-YTD-DOWN-SWITCH          PIC X(01)       VALUE "N".
023700     88  WS-YTD-DOWN                       VALUE "Y".
023800 01  WS-DECLINE-FLAG             PIC X(10)       VALUE SPACES.
023900*-----------------------------------------------------------------
024000*    DORMANT ACCOUNT WORKING FIELDS - SEE 5000.  AGES ARE COUNTED
024100*    ON THE 30/360 BASIS THE SORT RUN'S RECYCLE AGING USES.
024200*-----------------------------------------------------------------
024300 01  WS-DATE-WORK                PIC 9(08)       VALUE ZERO.
024400 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
024500     05  WS-DW-YYYY              PIC 9(04).
024600     05  WS-DW-MM                PIC 9(02).
024700     05  WS-DW-DD                PIC 9(02).
024800 01  WS-DAYS-TODAY               PIC 9(07)       VALUE ZERO.
024900 01  WS-DAYS-SOLD                PIC 9(07)       VALUE ZERO.
025000 01  WS-MM-DAYS                  PIC 9(03)       VALUE ZERO.
025100 01  WS-IDLE-AGE                 PIC S9(07)      VALUE ZERO.
025200 01  WS-LOOKUP-REGION            PIC X(03)       VALUE SPACES.
025300 01  WS-LOOKUP-STATUS            PIC X(01)       VALUE SPACE.
025400     88  WS-LOOKUP-CLOSED                  VALUE "C".
025500*-----------------------------------------------------------------
025600*    REGION SUBTOTALS AND COMPANY TOTALS FOR THE SECTION BEING
025700*    PRINTED.  WS-CUR-REGION IS THE REGION OF THE OPEN SUBTOTAL.
025800*-----------------------------------------------------------------
025900 01  WS-CUR-REGION               PIC X(03)       VALUE SPACES.
026000 01  WS-FIRST-LINE-SWITCH        PIC X(01)       VALUE "Y".
026100     88  WS-FIRST-LINE                     VALUE "Y".
026200 01  WS-REGION-TOTALS.
026300     05  WS-RT-COUNT             PIC 9(07).
026400     05  WS-RT-A-COUNT           PIC 9(07).
026500     05  WS-RT-B-COUNT           PIC 9(07).
026600     05  WS-RT-C-COUNT           PIC 9(07).
026700     05  WS-RT-FLAG-COUNT        PIC 9(07).
026800     05  WS-RT-AMOUNT            PIC S9(11)V99.
026900     05  WS-RT-PY-AMOUNT         PIC S9(11)V99.
027000     05  WS-RT-AR-AMOUNT         PIC S9(11)V99.
027100 01  WS-COMPANY-TOTALS.
027200     05  WS-CT-COUNT             PIC 9(07).
027300     05  WS-CT-A-COUNT           PIC 9(07).
027400     05  WS-CT-B-COUNT           PIC 9(07).
027500     05  WS-CT-C-COUNT           PIC 9(07).
027600     05  WS-CT-FLAG-COUNT        PIC 9(07).
027700     05  WS-CT-AMOUNT            PIC S9(11)V99.
027800     05  WS-CT-PY-AMOUNT         PIC S9(11)V99.
027900     05  WS-CT-AR-AMOUNT         PIC S9(11)V99.
028000*-----------------------------------------------------------------
028100*    RUN COUNTS - SEE 7000.
028200*-----------------------------------------------------------------
028300 01  WS-BSN-READ-COUNT           PIC 9(07)       VALUE ZERO.
028400 01  WS-BSN-CUR-COUNT            PIC 9(07)       VALUE ZERO.
028500 01  WS-BSN-PY-COUNT             PIC 9(07)       VALUE ZERO.
028600 01  WS-CUR-CUSTOMER-COUNT       PIC 9(07)       VALUE ZERO.
028700 01  WS-NO-REGION-COUNT          PIC 9(07)       VALUE ZERO.
028800 01  WS-DECLINE-COUNT            PIC 9(07)       VALUE ZERO.
028900 01  WS-CBM-READ-COUNT           PIC 9(07)       VALUE ZERO.
029000 01  WS-DORMANT-COUNT            PIC 9(07)       VALUE ZERO.
029100 01  WS-CLOSED-SKIP-COUNT        PIC 9(07)       VALUE ZERO.
029200*-----------------------------------------------------------------
029300*    REPORT WORKING FIELDS
029400*-----------------------------------------------------------------
029500 01  WS-PRINT-LINE               PIC X(132).
029600 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
029700 01  WS-RPT-SALE-DATE            PIC X(10)       VALUE SPACES.
029800 01  WS-RPT-CUSTID-EDIT          PIC ZZZZ9.
029900 01  WS-RPT-RANK-EDIT            PIC ZZZZ9.
030000 01  WS-RPT-AMOUNT-EDIT          PIC -ZZZZZZZZ9.99.
030100 01  WS-RPT-PY-EDIT              PIC -ZZZZZZZZ9.99.
030200 01  WS-RPT-CHANGE-EDIT          PIC -ZZZZZZZZ9.99.
030300 01  WS-RPT-YTD-EDIT             PIC -ZZZZZZZZ9.99.
030400 01  WS-RPT-PY-YTD-EDIT          PIC -ZZZZZZZZ9.99.
030500 01  WS-RPT-AR-EDIT              PIC -ZZZZZZZZ9.99.
030600 01  WS-RPT-PCT-EDIT             PIC -ZZZ9.9.
030700 01  WS-RPT-YTD-PCT-EDIT         PIC -ZZZ9.9.
030800 01  WS-RPT-PCT-AREA             PIC X(07)       VALUE SPACES.
030900 01  WS-RPT-YTD-PCT-AREA         PIC X(07)       VALUE SPACES.
031000 01  WS-RPT-CUM-EDIT             PIC ZZ9.9.
031100 01  WS-RPT-DAYS-EDIT            PIC ZZZZ9.
031200 01  WS-RPT-DAYS-AREA            PIC X(05)       VALUE SPACES.
031300 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
031400 01  WS-RPT-A-EDIT               PIC ZZZZZZ9.
031500 01  WS-RPT-B-EDIT               PIC ZZZZZZ9.
031600 01  WS-RPT-C-EDIT               PIC ZZZZZZ9.
031700 01  WS-RPT-PCT3-EDIT            PIC ZZ9.
031800 01  WS-RPT-CUT-A-EDIT           PIC Z9.
031900 01  WS-RPT-CUT-B-EDIT           PIC Z9.
032000 01  WS-RPT-LABEL                PIC X(40)       VALUE SPACES.
032100 01  WS-RPT-TOTAL-LABEL          PIC X(20)       VALUE SPACES.
032200*****************************************************************
032300* PROCEDURE DIVISION.                                           *
032400*****************************************************************
032500 PROCEDURE DIVISION.
032600 0000-MAINLINE.
032700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032800     MOVE "ANALYSIS" TO WS-RST-PHASE.
032900     MOVE "S" TO WS-RST-EVENT.
033000     MOVE ZERO TO WS-RST-COUNT.
033100     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
033200     PERFORM 2000-LOAD-SNAPSHOTS THRU 2000-EXIT.
033300     MOVE "P" TO WS-RANK-BASIS.
033400     PERFORM 3000-RANKING-SECTION THRU 3000-EXIT.
033500     MOVE "Y" TO WS-RANK-BASIS.
033600     PERFORM 3000-RANKING-SECTION THRU 3000-EXIT.
033700     PERFORM 4000-YEAR-OVER-YEAR THRU 4000-EXIT.
033800     PERFORM 5000-DORMANT-SECTION THRU 5000-EXIT.
033900     MOVE "ANALYSIS" TO WS-RST-PHASE.
034000     MOVE "E" TO WS-RST-EVENT.
034100     MOVE WS-CUR-CUSTOMER-COUNT TO WS-RST-COUNT.
034200     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
034300     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034500     STOP RUN.
034600*-----------------------------------------------------------------
034700*    1000-INITIALIZE - TAKE THE PARM, SETTLE THE PERIOD AND THE
034800*    SAME PERIOD A YEAR EARLIER, OPEN CUSTMST AND THE REPORT AND
034900*    PRINT THE HEADINGS.  WITHOUT CUSTMST EVERY REGION SHOWS AS
035000*    "???" - THE FIGURES ARE STILL RIGHT, ONLY NOT SPLIT.
035100*-----------------------------------------------------------------
035200 1000-INITIALIZE.
035300     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
035400     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
035500     PERFORM 1100-TAKE-PARM THRU 1100-EXIT.
035600     IF WS-ANL-PERIOD IS EQUAL TO ZERO
035700         PERFORM 1500-FIND-LATEST-PERIOD THRU 1500-EXIT
035800     END-IF.
035900     IF WS-ANL-PERIOD IS EQUAL TO ZERO
036000         DISPLAY "SALESANLYS - NO PERIOD ON THE PARM AND NONE ON "
036100             "BALSNAP - NOTHING TO ANALYSE"
036200         MOVE 4 TO RETURN-CODE
036300         STOP RUN
036400     END-IF.
036500     SUBTRACT 100 FROM WS-ANL-PERIOD GIVING WS-PY-PERIOD.
036600     OPEN INPUT CUSTOMER-MASTER.
036700     IF WS-CUSTMST-OK
036800         SET WS-CUSTMST-OPEN TO TRUE
036900     ELSE
037000         IF WS-CUSTMST-NEW-FILE
037100             DISPLAY "SALESANLYS - NO CUSTMST - REGIONS NOT KNOWN"
037200             MOVE 4 TO RETURN-CODE
037300         ELSE
037400             DISPLAY "SALESANLYS - UNABLE TO OPEN CUSTMST, "
037500                 "STATUS = " WS-CUSTMST-STATUS
037600             STOP RUN
037700         END-IF
037800     END-IF.
037900     OPEN OUTPUT ANALYSIS-RPT.
038000     IF NOT WS-SLSANRPT-OK
038100         DISPLAY "SALESANLYS - UNABLE TO OPEN SLSANRPT, "
038200             "STATUS = " WS-SLSANRPT-STATUS
038300         STOP RUN
038400     END-IF.
038500     MOVE SPACES TO WS-PRINT-LINE.
038600     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
038700     STRING "CUSTOMER SALES ANALYSIS - PERIOD " DELIMITED BY SIZE
038800         WS-ANL-PERIOD DELIMITED BY SIZE
038900         " COMPARED WITH " DELIMITED BY SIZE
039000         WS-PY-PERIOD DELIMITED BY SIZE
039100         "      RUN DATE: " DELIMITED BY SIZE
039200         WS-RPT-DATE-EDIT DELIMITED BY SIZE
039300         INTO WS-PRINT-LINE
039400     END-STRING.
039500     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
039600     MOVE SPACES TO WS-PRINT-LINE.
039700     MOVE WS-DECLINE-PCT TO WS-RPT-PCT3-EDIT.
039800     MOVE WS-DORMANT-DAYS TO WS-RPT-DAYS-EDIT.
039900     MOVE WS-A-CUT TO WS-RPT-CUT-A-EDIT.
040000     MOVE WS-B-CUT TO WS-RPT-CUT-B-EDIT.
040100     STRING "DECLINE THRESHOLD: " DELIMITED BY SIZE
040200         WS-RPT-PCT3-EDIT DELIMITED BY SIZE
040300         "%   DORMANT AFTER: " DELIMITED BY SIZE
040400         WS-RPT-DAYS-EDIT DELIMITED BY SIZE
040500         " DAYS   ABC CUTS: " DELIMITED BY SIZE
040600         WS-RPT-CUT-A-EDIT DELIMITED BY SIZE
040700         "% / " DELIMITED BY SIZE
040800         WS-RPT-CUT-B-EDIT DELIMITED BY SIZE
040900         "% OF SALES" DELIMITED BY SIZE
041000         INTO WS-PRINT-LINE
041100     END-STRING.
041200     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
041300 1000-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------------
041600*    1100-TAKE-PARM - OVERRIDE THE DEFAULTS FROM THE PARM.  A
041700*    PERIOD THAT IS NOT A REAL YYYYMM STOPS THE RUN; ABC CUTS THAT
041800*    DO NOT RISE FALL BACK TO 80/95 WITH A WARNING.
041900*-----------------------------------------------------------------
042000 1100-TAKE-PARM.
042100     IF WS-PARM-PERIOD IS NUMERIC
042200         MOVE WS-PARM-PERIOD TO WS-ANL-PERIOD
042300         IF WS-AP-MM IS LESS THAN 1 OR WS-AP-MM IS GREATER THAN 12
042400             DISPLAY "SALESANLYS - PERIOD " WS-PARM-PERIOD
042500                 " ON THE PARM IS NOT A VALID YYYYMM - "
042600                 "RUN STOPPED"
042700             MOVE 8 TO RETURN-CODE
042800             STOP RUN
042900         END-IF
043000     END-IF.
043100     IF WS-PARM-DECLINE-PCT IS NUMERIC
043200         MOVE WS-PARM-DECLINE-PCT TO WS-DECLINE-PCT
043300     END-IF.
043400     IF WS-PARM-DORMANT-DAYS IS NUMERIC
043500         MOVE WS-PARM-DORMANT-DAYS TO WS-DORMANT-DAYS
043600     END-IF.
043700     IF WS-PARM-A-CUT IS NUMERIC
043800         MOVE WS-PARM-A-CUT TO WS-A-CUT
043900     END-IF.
044000     IF WS-PARM-B-CUT IS NUMERIC
044100         MOVE WS-PARM-B-CUT TO WS-B-CUT
044200     END-IF.
044300     IF WS-A-CUT IS EQUAL TO ZERO
044400             OR WS-A-CUT IS NOT LESS THAN WS-B-CUT
044500         DISPLAY "SALESANLYS - ABC CUTS " WS-A-CUT "/" WS-B-CUT
044600             " DO NOT RISE - 80/95 USED"
044700         MOVE 80 TO WS-A-CUT
044800         MOVE 95 TO WS-B-CUT
044900         MOVE 4 TO RETURN-CODE
045000     END-IF.
045100 1100-EXIT.
045200     EXIT.
045300*-----------------------------------------------------------------
045400*    1500-FIND-LATEST-PERIOD - THE HIGHEST PERIOD ON BALSNAP, THE
045500*    MONTH MONTHENDCLS CLOSED LAST.  A MISSING BALSNAP LEAVES IT
045600*    ZERO.
045700*-----------------------------------------------------------------
045800 1500-FIND-LATEST-PERIOD.
045900     OPEN INPUT BALANCE-SNAPSHOT.
046000     IF WS-BALSNAP-NEW-FILE
046100         GO TO 1500-EXIT
046200     END-IF.
046300     IF NOT WS-BALSNAP-OK
046400         DISPLAY "SALESANLYS - UNABLE TO OPEN BALSNAP, "
046500             "STATUS = " WS-BALSNAP-STATUS
046600         STOP RUN
046700     END-IF.
046800     PERFORM 1510-READ-LATEST-PERIOD THRU 1510-EXIT
046900         UNTIL WS-BSN-READ-EOF.
047000     CLOSE BALANCE-SNAPSHOT.
047100     MOVE "N" TO WS-BSN-EOF-SWITCH.
047200     MOVE WS-LATEST-PERIOD TO WS-ANL-PERIOD.
047300 1500-EXIT.
047400     EXIT.
047500 1510-READ-LATEST-PERIOD.
047600     READ BALANCE-SNAPSHOT
047700         AT END
047800             SET WS-BSN-READ-EOF TO TRUE
047900             GO TO 1510-EXIT
048000     END-READ.
048100     IF BSN-PERIOD IS NUMERIC
048200             AND BSN-PERIOD IS GREATER THAN WS-LATEST-PERIOD
048300         MOVE BSN-PERIOD TO WS-LATEST-PERIOD
048400     END-IF.
048500 1510-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------------
048800*    2000-LOAD-SNAPSHOTS - TABLE EVERY CUSTOMER'S BALSNAP FIGURES
048900*    FOR THE PERIOD AND FOR THE SAME PERIOD A YEAR EARLIER, THEN
049000*    GIVE EACH ENTRY ITS CUSTMST REGION.
049100*-----------------------------------------------------------------
049200 2000-LOAD-SNAPSHOTS.
049300     OPEN INPUT BALANCE-SNAPSHOT.
049400     IF WS-BALSNAP-NEW-FILE
049500         DISPLAY "SALESANLYS - NO BALSNAP HISTORY - RANKINGS AND "
049600             "COMPARISON ARE EMPTY"
049700         MOVE 4 TO RETURN-CODE
049800         GO TO 2000-EXIT
049900     END-IF.
050000     IF NOT WS-BALSNAP-OK
050100         DISPLAY "SALESANLYS - UNABLE TO OPEN BALSNAP, "
050200             "STATUS = " WS-BALSNAP-STATUS
050300         STOP RUN
050400     END-IF.
050500     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT
050600         UNTIL WS-BSN-READ-EOF.
050700     CLOSE BALANCE-SNAPSHOT.
050800     IF WS-AN-OVERFLOW
050900         DISPLAY "SALESANLYS - MORE THAN " WS-MAX-AN-ENTRIES
051000             " CUSTOMERS ON BALSNAP FOR THE TWO PERIODS - THE "
051100             "REST WERE NOT ANALYSED"
051200         MOVE 4 TO RETURN-CODE
051300     END-IF.
051400     PERFORM 2300-SET-REGION THRU 2300-EXIT
051500         VARYING I FROM 1 BY 1
051600         UNTIL I IS GREATER THAN WS-AN-COUNT.
051700 2000-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------------
052000*    2100-READ-SNAPSHOT - ONE BALSNAP RECORD.  ONLY THE TWO
052100*    PERIODS BEING COMPARED ARE KEPT.
052200*-----------------------------------------------------------------
052300 2100-READ-SNAPSHOT.
052400     READ BALANCE-SNAPSHOT
052500         AT END
052600             SET WS-BSN-READ-EOF TO TRUE
052700             GO TO 2100-EXIT
052800     END-READ.
052900     ADD 1 TO WS-BSN-READ-COUNT.
053000     IF BSN-PERIOD IS NOT EQUAL TO WS-ANL-PERIOD
053100             AND BSN-PERIOD IS NOT EQUAL TO WS-PY-PERIOD
053200         GO TO 2100-EXIT
053300     END-IF.
053400     IF BSN-CUSTOMER-ID IS NOT NUMERIC
053500             OR BSN-MTD-SALES IS NOT NUMERIC
053600             OR BSN-YTD-SALES IS NOT NUMERIC
053700         GO TO 2100-EXIT
053800     END-IF.
053900     PERFORM 2200-FIND-CUSTOMER-ENTRY THRU 2200-EXIT.
054000     IF WS-AN-FOUND-IX IS EQUAL TO ZERO
054100         GO TO 2100-EXIT
054200     END-IF.
054300     IF BSN-PERIOD IS EQUAL TO WS-ANL-PERIOD
054400         ADD 1 TO WS-BSN-CUR-COUNT
054500         MOVE "Y" TO WS-AN-CUR-FOUND (WS-AN-FOUND-IX)
054600         MOVE BSN-CUSTOMER-NAME TO WS-AN-NAME (WS-AN-FOUND-IX)
054700         MOVE BSN-MTD-SALES TO WS-AN-CUR-MTD (WS-AN-FOUND-IX)
054800         MOVE BSN-YTD-SALES TO WS-AN-CUR-YTD (WS-AN-FOUND-IX)
054900     ELSE
055000         ADD 1 TO WS-BSN-PY-COUNT
055100         MOVE "Y" TO WS-AN-PY-FOUND (WS-AN-FOUND-IX)
055200         MOVE BSN-MTD-SALES TO WS-AN-PY-MTD (WS-AN-FOUND-IX)
055300         MOVE BSN-YTD-SALES TO WS-AN-PY-YTD (WS-AN-FOUND-IX)
055400     END-IF.
055500 2100-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------------
055800*    2200-FIND-CUSTOMER-ENTRY - THE TABLE ENTRY FOR THE CUSTOMER
055900*    IN BSN-CUSTOMER-ID, OPENED ON THE CUSTOMER'S FIRST RECORD.
056000*    ZERO WHEN THE TABLE IS FULL.
056100*-----------------------------------------------------------------
056200 2200-FIND-CUSTOMER-ENTRY.
056300     MOVE ZERO TO WS-AN-FOUND-IX.
056400     PERFORM 2210-MATCH-ENTRY THRU 2210-EXIT
056500         VARYING I FROM 1 BY 1
056600         UNTIL I IS GREATER THAN WS-AN-COUNT
056700             OR WS-AN-FOUND-IX IS NOT EQUAL TO ZERO.
056800     IF WS-AN-FOUND-IX IS NOT EQUAL TO ZERO
056900         GO TO 2200-EXIT
057000     END-IF.
057100     IF WS-AN-COUNT IS EQUAL TO WS-MAX-AN-ENTRIES
057200         SET WS-AN-OVERFLOW TO TRUE
057300         GO TO 2200-EXIT
057400     END-IF.
057500     ADD 1 TO WS-AN-COUNT.
057600     MOVE WS-AN-COUNT TO WS-AN-FOUND-IX.
057700     INITIALIZE WS-AN-ENTRY (WS-AN-COUNT).
057800     MOVE BSN-CUSTOMER-ID TO WS-AN-CUSTOMER-ID (WS-AN-COUNT).
057900     MOVE BSN-CUSTOMER-NAME TO WS-AN-NAME (WS-AN-COUNT).
058000     MOVE "N" TO WS-AN-CUR-FOUND (WS-AN-COUNT).
058100     MOVE "N" TO WS-AN-PY-FOUND (WS-AN-COUNT).
058200 2200-EXIT.
058300     EXIT.
058400 2210-MATCH-ENTRY.
058500     IF WS-AN-CUSTOMER-ID (I) IS EQUAL TO BSN-CUSTOMER-ID
058600         MOVE I TO WS-AN-FOUND-IX
058700     END-IF.
058800 2210-EXIT.
058900     EXIT.
059000*-----------------------------------------------------------------
059100*    2300-SET-REGION - ENTRY I'S CUSTMST REGION.
059200*-----------------------------------------------------------------
059300 2300-SET-REGION.
059400     MOVE WS-AN-CUSTOMER-ID (I) TO CMS-CUSTOMER-ID.
059500     PERFORM 2400-LOOKUP-CUSTOMER THRU 2400-EXIT.
059600     MOVE WS-LOOKUP-REGION TO WS-AN-REGION (I).
059700     IF WS-LOOKUP-REGION IS EQUAL TO "???"
059800         ADD 1 TO WS-NO-REGION-COUNT
059900     END-IF.
060000     IF WS-AN-CUR-FOUND (I) IS EQUAL TO "Y"
060100         ADD 1 TO WS-CUR-CUSTOMER-COUNT
060200     END-IF.
060300 2300-EXIT.
060400     EXIT.
060500*-----------------------------------------------------------------
060600*    2400-LOOKUP-CUSTOMER - REGION AND ACCOUNT STATUS OF THE
060700*    CUSTOMER IN CMS-CUSTOMER-ID.  A CUSTOMER CUSTMST DOES NOT
060800*    KNOW IS SUBTOTALLED UNDER REGION "???".
060900*-----------------------------------------------------------------
061000 2400-LOOKUP-CUSTOMER.
061100     MOVE "???" TO WS-LOOKUP-REGION.
061200     MOVE SPACE TO WS-LOOKUP-STATUS.
061300     IF NOT WS-CUSTMST-OPEN
061400         GO TO 2400-EXIT
061500     END-IF.
061600     READ CUSTOMER-MASTER
061700         INVALID KEY
061800             GO TO 2400-EXIT
061900     END-READ.
062000     MOVE CMS-REGION-CODE TO WS-LOOKUP-REGION.
062100     MOVE CMS-ACCOUNT-STATUS TO WS-LOOKUP-STATUS.
062200 2400-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------------
062500*    3000-RANKING-SECTION - RANK THE PERIOD'S CUSTOMERS ON THE
062600*    PERIOD SALES OR THE YTD SALES (WS-RANK-BASIS), GIVE EACH ITS
062700*    ABC CLASS FROM THE CUMULATIVE SHARE OF SALES AHEAD OF IT,
062800*    THEN PRINT THEM BY REGION IN RANK ORDER.  A CUSTOMER WITH A
062900*    BALSNAP RECORD ONLY FOR THE YEAR-EARLIER PERIOD IS NOT
063000*    RANKED - ITS KEY SORTS IT BEHIND EVERY RANKED ENTRY.
063100*-----------------------------------------------------------------
063200 3000-RANKING-SECTION.
063300     MOVE ZERO TO WS-RANK-TOTAL.
063400     PERFORM 3100-SET-RANK-KEY THRU 3100-EXIT
063500         VARYING I FROM 1 BY 1
063600         UNTIL I IS GREATER THAN WS-AN-COUNT.
063700     PERFORM 8000-SORT-TABLE THRU 8000-EXIT.
063800     MOVE ZERO TO WS-RANK-NO.
063900     MOVE ZERO TO WS-RANK-CUM-AMOUNT.
064000     PERFORM 3200-ASSIGN-RANK THRU 3200-EXIT
064100         VARYING I FROM 1 BY 1
064200         UNTIL I IS GREATER THAN WS-AN-COUNT.
064300     PERFORM 3300-SET-REGION-KEY THRU 3300-EXIT
064400         VARYING I FROM 1 BY 1
064500         UNTIL I IS GREATER THAN WS-AN-COUNT.
064600     PERFORM 8000-SORT-TABLE THRU 8000-EXIT.
064700     MOVE SPACES TO ANALYSIS-RPT-RECORD.
064800     WRITE ANALYSIS-RPT-RECORD.
064900     MOVE SPACES TO WS-PRINT-LINE.
065000     MOVE WS-A-CUT TO WS-RPT-CUT-A-EDIT.
065100     MOVE WS-B-CUT TO WS-RPT-CUT-B-EDIT.
065200     IF WS-RANK-BY-PERIOD
065300         MOVE "PERIOD SALES" TO WS-AMOUNT-LABEL
065400         MOVE "SECTION 1 - RANKED BY PERIOD SALES"
065500             TO WS-RPT-LABEL
065600     ELSE
065700         MOVE "   YTD SALES" TO WS-AMOUNT-LABEL
065800         MOVE "SECTION 2 - RANKED BY YTD SALES"
065900             TO WS-RPT-LABEL
066000     END-IF.
066100     STRING WS-RPT-LABEL DELIMITED BY "  "
066200         " - CLASS A TO " DELIMITED BY SIZE
066300         WS-RPT-CUT-A-EDIT DELIMITED BY SIZE
066400         "%, B TO " DELIMITED BY SIZE
066500         WS-RPT-CUT-B-EDIT DELIMITED BY SIZE
066600         "% OF SALES, C THE REST" DELIMITED BY SIZE
066700         INTO WS-PRINT-LINE
066800     END-STRING.
066900     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
067000     MOVE SPACES TO WS-PRINT-LINE.
067100     STRING
067200         "REG   RANK  C  CUST   CUSTOMER NAME " DELIMITED BY SIZE
067300         "         " DELIMITED BY SIZE
067400         WS-AMOUNT-LABEL DELIMITED BY SIZE
067500         "  % TOTAL  CUM %" DELIMITED BY SIZE
067600         INTO WS-PRINT-LINE
067700     END-STRING.
067800     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
067900     INITIALIZE WS-COMPANY-TOTALS.
068000     SET WS-FIRST-LINE TO TRUE.
068100     PERFORM 3400-PRINT-RANK-LINE THRU 3400-EXIT
068200         VARYING I FROM 1 BY 1
068300         UNTIL I IS GREATER THAN WS-AN-COUNT.
068400     IF NOT WS-FIRST-LINE
068500         PERFORM 3500-PRINT-RANK-SUBTOTAL THRU 3500-EXIT
068600     END-IF.
068700     MOVE WS-COMPANY-TOTALS TO WS-REGION-TOTALS.
068800     MOVE "COMPANY TOTAL" TO WS-RPT-TOTAL-LABEL.
068900     PERFORM 3550-WRITE-RANK-TOTAL THRU 3550-EXIT.
069000 3000-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------------
069300*    3100-SET-RANK-KEY - ENTRY I'S RANKING AMOUNT AS ITS KEY.
069400*-----------------------------------------------------------------
069500 3100-SET-RANK-KEY.
069600     MOVE ZERO TO WS-AN-RANK (I).
069700     MOVE SPACE TO WS-AN-CLASS (I).
069800     IF WS-AN-CUR-FOUND (I) IS NOT EQUAL TO "Y"
069900         MOVE ZERO TO WS-AN-RANK-AMOUNT (I)
070000         MOVE HIGH-VALUES TO WS-AN-SORT-KEY1 (I)
070100         MOVE ZERO TO WS-AN-SORT-KEY2 (I)
070200         GO TO 3100-EXIT
070300     END-IF.
070400     IF WS-RANK-BY-PERIOD
070500         MOVE WS-AN-CUR-MTD (I) TO WS-AN-RANK-AMOUNT (I)
070600     ELSE
070700         MOVE WS-AN-CUR-YTD (I) TO WS-AN-RANK-AMOUNT (I)
070800     END-IF.
070900     MOVE SPACES TO WS-AN-SORT-KEY1 (I).
071000     MOVE WS-AN-RANK-AMOUNT (I) TO WS-AN-SORT-KEY2 (I).
071100     IF WS-AN-RANK-AMOUNT (I) IS GREATER THAN ZERO
071200         ADD WS-AN-RANK-AMOUNT (I) TO WS-RANK-TOTAL
071300     END-IF.
071400 3100-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------------
071700*    3200-ASSIGN-RANK - ENTRY I, IN DESCENDING AMOUNT ORDER, TAKES
071800*    THE NEXT RANK.  ITS CLASS COMES FROM THE SHARE OF SALES
071900*    RANKED AHEAD OF IT, SO THE CUSTOMER THAT CROSSES A CUT STILL
072000*    FALLS IN THE HIGHER CLASS.
072100*-----------------------------------------------------------------
072200 3200-ASSIGN-RANK.
072300     IF WS-AN-CUR-FOUND (I) IS NOT EQUAL TO "Y"
072400         GO TO 3200-EXIT
072500     END-IF.
072600     ADD 1 TO WS-RANK-NO.
072700     MOVE WS-RANK-NO TO WS-AN-RANK (I).
072800     MOVE ZERO TO WS-CUM-PCT-BEFORE.
072900     IF WS-RANK-TOTAL IS GREATER THAN ZERO
073000         COMPUTE WS-CUM-PCT-BEFORE =
073100             WS-RANK-CUM-AMOUNT * 100 / WS-RANK-TOTAL
073200     END-IF.
073300     IF WS-AN-RANK-AMOUNT (I) IS NOT GREATER THAN ZERO
073400         MOVE "C" TO WS-AN-CLASS (I)
073500     ELSE
073600         IF WS-CUM-PCT-BEFORE IS LESS THAN WS-A-CUT
073700             MOVE "A" TO WS-AN-CLASS (I)
073800         ELSE
073900             IF WS-CUM-PCT-BEFORE IS LESS THAN WS-B-CUT
074000                 MOVE "B" TO WS-AN-CLASS (I)
074100             ELSE
074200                 MOVE "C" TO WS-AN-CLASS (I)
074300             END-IF
074400         END-IF
074500         ADD WS-AN-RANK-AMOUNT (I) TO WS-RANK-CUM-AMOUNT
074600     END-IF.
074700     MOVE ZERO TO WS-AN-CUM-PCT (I).
074800     IF WS-RANK-TOTAL IS GREATER THAN ZERO
074900         COMPUTE WS-AN-CUM-PCT (I) ROUNDED =
075000             WS-RANK-CUM-AMOUNT * 100 / WS-RANK-TOTAL
075100     END-IF.
075200 3200-EXIT.
075300     EXIT.
075400*-----------------------------------------------------------------
075500*    3300-SET-REGION-KEY - REGION, THEN RANK, AS ENTRY I'S KEY.
075600*    THE RANK IS NEGATED SO THE DESCENDING SECOND KEY PUTS RANK 1
075700*    FIRST.
075800*-----------------------------------------------------------------
075900 3300-SET-REGION-KEY.
076000     IF WS-AN-CUR-FOUND (I) IS NOT EQUAL TO "Y"
076100         GO TO 3300-EXIT
076200     END-IF.
076300     MOVE WS-AN-REGION (I) TO WS-AN-SORT-KEY1 (I).
076400     COMPUTE WS-AN-SORT-KEY2 (I) = 0 - WS-AN-RANK (I).
076500 3300-EXIT.
076600     EXIT.
076700*-----------------------------------------------------------------
076800*    3400-PRINT-RANK-LINE - ENTRY I, WITH THE REGION SUBTOTAL
076900*    WHEN THE REGION CHANGES.
077000*-----------------------------------------------------------------
077100 3400-PRINT-RANK-LINE.
077200     IF WS-AN-CUR-FOUND (I) IS NOT EQUAL TO "Y"
077300         GO TO 3400-EXIT
077400     END-IF.
077500     IF WS-FIRST-LINE OR WS-AN-REGION (I) IS NOT EQUAL TO
077600             WS-CUR-REGION
077700         IF NOT WS-FIRST-LINE
077800             PERFORM 3500-PRINT-RANK-SUBTOTAL THRU 3500-EXIT
077900         END-IF
078000         MOVE WS-AN-REGION (I) TO WS-CUR-REGION
078100         INITIALIZE WS-REGION-TOTALS
078200         MOVE "N" TO WS-FIRST-LINE-SWITCH
078300     END-IF.
078400     ADD 1 TO WS-RT-COUNT WS-CT-COUNT.
078500     IF WS-AN-CLASS (I) IS EQUAL TO "A"
078600         ADD 1 TO WS-RT-A-COUNT WS-CT-A-COUNT
078700     ELSE
078800         IF WS-AN-CLASS (I) IS EQUAL TO "B"
078900             ADD 1 TO WS-RT-B-COUNT WS-CT-B-COUNT
079000         ELSE
079100             ADD 1 TO WS-RT-C-COUNT WS-CT-C-COUNT
079200         END-IF
079300     END-IF.
079400     ADD WS-AN-RANK-AMOUNT (I) TO WS-RT-AMOUNT WS-CT-AMOUNT.
079500     MOVE ZERO TO WS-PCT-WORK.
079600     IF WS-RANK-TOTAL IS GREATER THAN ZERO
079700         COMPUTE WS-PCT-WORK ROUNDED =
079800             WS-AN-RANK-AMOUNT (I) * 100 / WS-RANK-TOTAL
079900             ON SIZE ERROR
080000                 MOVE ZERO TO WS-PCT-WORK
080100         END-COMPUTE
080200     END-IF.
080300     MOVE WS-AN-RANK (I) TO WS-RPT-RANK-EDIT.
080400     MOVE WS-AN-CUSTOMER-ID (I) TO WS-RPT-CUSTID-EDIT.
080500     MOVE WS-AN-RANK-AMOUNT (I) TO WS-RPT-AMOUNT-EDIT.
080600     MOVE WS-PCT-WORK TO WS-RPT-PCT-EDIT.
080700     MOVE WS-AN-CUM-PCT (I) TO WS-RPT-CUM-EDIT.
080800     MOVE SPACES TO WS-PRINT-LINE.
080900     STRING WS-AN-REGION (I) DELIMITED BY SIZE
081000         "  " DELIMITED BY SIZE
081100         WS-RPT-RANK-EDIT DELIMITED BY SIZE
081200         "  " DELIMITED BY SIZE
081300         WS-AN-CLASS (I) DELIMITED BY SIZE
081400         "  " DELIMITED BY SIZE
081500         WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
081600         "  " DELIMITED BY SIZE
081700         WS-AN-NAME (I) DELIMITED BY SIZE
081800         "  " DELIMITED BY SIZE
081900         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
082000         "  " DELIMITED BY SIZE
082100         WS-RPT-PCT-EDIT DELIMITED BY SIZE
082200         "  " DELIMITED BY SIZE
082300         WS-RPT-CUM-EDIT DELIMITED BY SIZE
082400         INTO WS-PRINT-LINE
082500     END-STRING.
082600     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
082700 3400-EXIT.
082800     EXIT.
082900*-----------------------------------------------------------------
083000*    3500-PRINT-RANK-SUBTOTAL - THE OPEN REGION'S SUBTOTAL.
083100*-----------------------------------------------------------------
083200 3500-PRINT-RANK-SUBTOTAL.
083300     MOVE SPACES TO WS-RPT-TOTAL-LABEL.
083400     STRING "REGION " DELIMITED BY SIZE
083500         WS-CUR-REGION DELIMITED BY SIZE
083600         " TOTAL" DELIMITED BY SIZE
083700         INTO WS-RPT-TOTAL-LABEL
083800     END-STRING.
083900     PERFORM 3550-WRITE-RANK-TOTAL THRU 3550-EXIT.
084000     MOVE SPACES TO ANALYSIS-RPT-RECORD.
084100     WRITE ANALYSIS-RPT-RECORD.
084200 3500-EXIT.
084300     EXIT.
084400*-----------------------------------------------------------------
084500*    3550-WRITE-RANK-TOTAL - ONE TOTAL LINE FROM WS-REGION-TOTALS,
084600*    THE AMOUNT UNDER THE AMOUNT COLUMN, WITH THE CLASS COUNTS.
084700*-----------------------------------------------------------------
084800 3550-WRITE-RANK-TOTAL.
084900     MOVE ZERO TO WS-PCT-WORK.
085000     IF WS-RANK-TOTAL IS GREATER THAN ZERO
085100         COMPUTE WS-PCT-WORK ROUNDED =
085200             WS-RT-AMOUNT * 100 / WS-RANK-TOTAL
085300             ON SIZE ERROR
085400                 MOVE ZERO TO WS-PCT-WORK
085500         END-COMPUTE
085600     END-IF.
085700     MOVE WS-RT-AMOUNT TO WS-RPT-AMOUNT-EDIT.
085800     MOVE WS-PCT-WORK TO WS-RPT-PCT-EDIT.
085900     MOVE WS-RT-COUNT TO WS-RPT-COUNT-EDIT.
086000     MOVE WS-RT-A-COUNT TO WS-RPT-A-EDIT.
086100     MOVE WS-RT-B-COUNT TO WS-RPT-B-EDIT.
086200     MOVE WS-RT-C-COUNT TO WS-RPT-C-EDIT.
086300     MOVE SPACES TO WS-PRINT-LINE.
086400     STRING WS-RPT-TOTAL-LABEL DELIMITED BY SIZE
086500         "                        " DELIMITED BY SIZE
086600         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
086700         "  " DELIMITED BY SIZE
086800         WS-RPT-PCT-EDIT DELIMITED BY SIZE
086900         "  CUSTOMERS: " DELIMITED BY SIZE
087000         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
087100         "  A: " DELIMITED BY SIZE
087200         WS-RPT-A-EDIT DELIMITED BY SIZE
087300         "  B: " DELIMITED BY SIZE
087400         WS-RPT-B-EDIT DELIMITED BY SIZE
087500         "  C: " DELIMITED BY SIZE
087600         WS-RPT-C-EDIT DELIMITED BY SIZE
087700         INTO WS-PRINT-LINE
087800     END-STRING.
087900     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
088000 3550-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------------
088300*    4000-YEAR-OVER-YEAR - EVERY CUSTOMER OF EITHER PERIOD AGAINST
088400*    THE SAME PERIOD A YEAR EARLIER, BY REGION WITH THE LARGEST
088500*    DECLINE IN PERIOD SALES FIRST.  A PERIOD OR YTD DECLINE OF
088600*    MORE THAN WS-DECLINE-PCT PERCENT IS FLAGGED; A CUSTOMER WITH
088700*    NO YEAR-EARLIER SNAPSHOT IS MARKED NEW.  A CUSTOMER MISSING
088800*    FROM THE PERIOD ITSELF COMPARES AS ZERO SALES.
088900*-----------------------------------------------------------------
089000 4000-YEAR-OVER-YEAR.
089100     PERFORM 4100-SET-DECLINE-KEY THRU 4100-EXIT
089200         VARYING I FROM 1 BY 1
089300         UNTIL I IS GREATER THAN WS-AN-COUNT.
089400     PERFORM 8000-SORT-TABLE THRU 8000-EXIT.
089500     MOVE SPACES TO ANALYSIS-RPT-RECORD.
089600     WRITE ANALYSIS-RPT-RECORD.
089700     MOVE SPACES TO WS-PRINT-LINE.
089800     MOVE WS-DECLINE-PCT TO WS-RPT-PCT3-EDIT.
089900     STRING "SECTION 3 - PERIOD " DELIMITED BY SIZE
090000         WS-ANL-PERIOD DELIMITED BY SIZE
090100         " AGAINST " DELIMITED BY SIZE
090200         WS-PY-PERIOD DELIMITED BY SIZE
090300         " - LARGEST DECLINE FIRST, FLAGGED WHEN DOWN MORE THAN "
090400             DELIMITED BY SIZE
090500         WS-RPT-PCT3-EDIT DELIMITED BY SIZE
090600         "%" DELIMITED BY SIZE
090700         INTO WS-PRINT-LINE
090800     END-STRING.
090900     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
091000     MOVE SPACES TO WS-PRINT-LINE.
091100     STRING
091200         "REG CUST  CUSTOMER NAME          THI" DELIMITED BY SIZE
091300         "S PERIOD     LAST YEAR        CHANGE" DELIMITED BY SIZE
091400         "   CHG %      THIS YTD   LAST YR YTD" DELIMITED BY SIZE
091500         "   YTD % DECLINE" DELIMITED BY SIZE
091600         INTO WS-PRINT-LINE
091700     END-STRING.
091800     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
091900     INITIALIZE WS-COMPANY-TOTALS.
092000     SET WS-FIRST-LINE TO TRUE.
092100     PERFORM 4200-PRINT-COMPARE-LINE THRU 4200-EXIT
092200         VARYING I FROM 1 BY 1
092300         UNTIL I IS GREATER THAN WS-AN-COUNT.
092400     IF NOT WS-FIRST-LINE
092500         PERFORM 4300-PRINT-COMPARE-SUBTOTAL THRU 4300-EXIT
092600     END-IF.
092700     MOVE WS-COMPANY-TOTALS TO WS-REGION-TOTALS.
092800     MOVE "COMPANY TOTAL" TO WS-RPT-TOTAL-LABEL.
092900     PERFORM 4350-WRITE-COMPARE-TOTAL THRU 4350-EXIT.
093000 4000-EXIT.
093100     EXIT.
093200*-----------------------------------------------------------------
093300*    4100-SET-DECLINE-KEY - REGION, THEN THE FALL IN PERIOD SALES,
093400*    AS ENTRY I'S KEY.
093500*-----------------------------------------------------------------
093600 4100-SET-DECLINE-KEY.
093700     MOVE WS-AN-REGION (I) TO WS-AN-SORT-KEY1 (I).
093800     COMPUTE WS-AN-SORT-KEY2 (I) =
093900         WS-AN-PY-MTD (I) - WS-AN-CUR-MTD (I).
094000 4100-EXIT.
094100     EXIT.
094200*-----------------------------------------------------------------
094300*    4200-PRINT-COMPARE-LINE - ENTRY I AGAINST ITS YEAR-EARLIER
094400*    FIGURES, WITH THE REGION SUBTOTAL WHEN THE REGION CHANGES.
094500*    A CHANGE PERCENT IS ONLY SHOWN AGAINST A POSITIVE YEAR-
094600*    EARLIER FIGURE.
094700*-----------------------------------------------------------------
094800 4200-PRINT-COMPARE-LINE.
094900     IF WS-FIRST-LINE OR WS-AN-REGION (I) IS NOT EQUAL TO
095000             WS-CUR-REGION
095100         IF NOT WS-FIRST-LINE
095200             PERFORM 4300-PRINT-COMPARE-SUBTOTAL THRU 4300-EXIT
095300         END-IF
095400         MOVE WS-AN-REGION (I) TO WS-CUR-REGION
095500         INITIALIZE WS-REGION-TOTALS
095600         MOVE "N" TO WS-FIRST-LINE-SWITCH
095700     END-IF.
095800     MOVE "N" TO WS-PERIOD-DOWN-SWITCH.
095900     MOVE "N" TO WS-YTD-DOWN-SWITCH.
096000     MOVE SPACES TO WS-DECLINE-FLAG.
096100     MOVE SPACES TO WS-RPT-PCT-AREA.
096200     MOVE SPACES TO WS-RPT-YTD-PCT-AREA.
096300     COMPUTE WS-CHANGE-AMOUNT =
096400         WS-AN-CUR-MTD (I) - WS-AN-PY-MTD (I).
096500     IF WS-AN-PY-FOUND (I) IS NOT EQUAL TO "Y"
096600         MOVE "NEW" TO WS-DECLINE-FLAG
096700     ELSE
096800         PERFORM 4210-TEST-PERIOD-DECLINE THRU 4210-EXIT
096900         PERFORM 4220-TEST-YTD-DECLINE THRU 4220-EXIT
097000     END-IF.
097100     IF WS-PERIOD-DOWN AND WS-YTD-DOWN
097200         MOVE "PERIOD+YTD" TO WS-DECLINE-FLAG
097300     ELSE
097400         IF WS-PERIOD-DOWN
097500             MOVE "PERIOD" TO WS-DECLINE-FLAG
097600         ELSE
097700             IF WS-YTD-DOWN
097800                 MOVE "YTD" TO WS-DECLINE-FLAG
097900             END-IF
098000         END-IF
098100     END-IF.
098200     IF WS-PERIOD-DOWN OR WS-YTD-DOWN
098300         ADD 1 TO WS-RT-FLAG-COUNT WS-CT-FLAG-COUNT
098400         ADD 1 TO WS-DECLINE-COUNT
098500     END-IF.
098600     ADD 1 TO WS-RT-COUNT WS-CT-COUNT.
098700     ADD WS-AN-CUR-MTD (I) TO WS-RT-AMOUNT WS-CT-AMOUNT.
098800     ADD WS-AN-PY-MTD (I) TO WS-RT-PY-AMOUNT WS-CT-PY-AMOUNT.
098900     MOVE WS-AN-CUSTOMER-ID (I) TO WS-RPT-CUSTID-EDIT.
099000     MOVE WS-AN-CUR-MTD (I) TO WS-RPT-AMOUNT-EDIT.
099100     MOVE WS-AN-PY-MTD (I) TO WS-RPT-PY-EDIT.
099200     MOVE WS-CHANGE-AMOUNT TO WS-RPT-CHANGE-EDIT.
099300     MOVE WS-AN-CUR-YTD (I) TO WS-RPT-YTD-EDIT.
099400     MOVE WS-AN-PY-YTD (I) TO WS-RPT-PY-YTD-EDIT.
099500     MOVE SPACES TO WS-PRINT-LINE.
099600     STRING WS-AN-REGION (I) DELIMITED BY SIZE
099700         " " DELIMITED BY SIZE
099800         WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
099900         " " DELIMITED BY SIZE
100000         WS-AN-NAME (I) DELIMITED BY SIZE
100100         " " DELIMITED BY SIZE
100200         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
100300         " " DELIMITED BY SIZE
100400         WS-RPT-PY-EDIT DELIMITED BY SIZE
100500         " " DELIMITED BY SIZE
100600         WS-RPT-CHANGE-EDIT DELIMITED BY SIZE
100700         " " DELIMITED BY SIZE
100800         WS-RPT-PCT-AREA DELIMITED BY SIZE
100900         " " DELIMITED BY SIZE
101000         WS-RPT-YTD-EDIT DELIMITED BY SIZE
101100         " " DELIMITED BY SIZE
101200         WS-RPT-PY-YTD-EDIT DELIMITED BY SIZE
101300         " " DELIMITED BY SIZE
101400         WS-RPT-YTD-PCT-AREA DELIMITED BY SIZE
101500         " " DELIMITED BY SIZE
101600         WS-DECLINE-FLAG DELIMITED BY SIZE
101700         INTO WS-PRINT-LINE
101800     END-STRING.
101900     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
102000 4200-EXIT.
102100     EXIT.
102200*-----------------------------------------------------------------
102300*    4210-TEST-PERIOD-DECLINE - CHANGE PERCENT IN PERIOD SALES,
102400*    AND WHETHER THE FALL IS BEYOND THE THRESHOLD.
102500*-----------------------------------------------------------------
102600 4210-TEST-PERIOD-DECLINE.
102700     IF WS-AN-PY-MTD (I) IS NOT GREATER THAN ZERO
102800         GO TO 4210-EXIT
102900     END-IF.
103000     COMPUTE WS-PCT-WORK ROUNDED =
103100         WS-CHANGE-AMOUNT * 100 / WS-AN-PY-MTD (I)
103200         ON SIZE ERROR
103300             MOVE 9999.9 TO WS-PCT-WORK
103400     END-COMPUTE.
103500     IF WS-PCT-WORK IS GREATER THAN 9999.9
103600         MOVE 9999.9 TO WS-PCT-WORK
103700     END-IF.
103800     MOVE WS-PCT-WORK TO WS-RPT-PCT-EDIT.
103900     MOVE WS-RPT-PCT-EDIT TO WS-RPT-PCT-AREA.
104000     COMPUTE WS-DECLINE-WORK =
104100         (WS-AN-PY-MTD (I) - WS-AN-CUR-MTD (I)) * 100.
104200     COMPUTE WS-LIMIT-WORK = WS-AN-PY-MTD (I) * WS-DECLINE-PCT.
104300     IF WS-DECLINE-WORK IS GREATER THAN WS-LIMIT-WORK
104400         SET WS-PERIOD-DOWN TO TRUE
104500     END-IF.
104600 4210-EXIT.
104700     EXIT.
104800*-----------------------------------------------------------------
104900*    4220-TEST-YTD-DECLINE - THE SAME TEST ON THE YTD SALES AT
105000*    PERIOD END.
105100*-----------------------------------------------------------------
105200 4220-TEST-YTD-DECLINE.
105300     IF WS-AN-PY-YTD (I) IS NOT GREATER THAN ZERO
105400         GO TO 4220-EXIT
105500     END-IF.
105600     COMPUTE WS-YTD-PCT-WORK ROUNDED =
105700         (WS-AN-CUR-YTD (I) - WS-AN-PY-YTD (I)) * 100
105800             / WS-AN-PY-YTD (I)
105900         ON SIZE ERROR
106000             MOVE 9999.9 TO WS-YTD-PCT-WORK
106100     END-COMPUTE.
106200     IF WS-YTD-PCT-WORK IS GREATER THAN 9999.9
106300         MOVE 9999.9 TO WS-YTD-PCT-WORK
106400     END-IF.
106500     MOVE WS-YTD-PCT-WORK TO WS-RPT-YTD-PCT-EDIT.
106600     MOVE WS-RPT-YTD-PCT-EDIT TO WS-RPT-YTD-PCT-AREA.
106700     COMPUTE WS-DECLINE-WORK =
106800         (WS-AN-PY-YTD (I) - WS-AN-CUR-YTD (I)) * 100.
106900     COMPUTE WS-LIMIT-WORK = WS-AN-PY-YTD (I) * WS-DECLINE-PCT.
107000     IF WS-DECLINE-WORK IS GREATER THAN WS-LIMIT-WORK
107100         SET WS-YTD-DOWN TO TRUE
107200     END-IF.
107300 4220-EXIT.
107400     EXIT.
107500*-----------------------------------------------------------------
107600*    4300-PRINT-COMPARE-SUBTOTAL - THE OPEN REGION'S SUBTOTAL.
107700*-----------------------------------------------------------------
107800 4300-PRINT-COMPARE-SUBTOTAL.
107900     MOVE SPACES TO WS-RPT-TOTAL-LABEL.
108000     STRING "REGION " DELIMITED BY SIZE
108100         WS-CUR-REGION DELIMITED BY SIZE
108200         " TOTAL" DELIMITED BY SIZE
108300         INTO WS-RPT-TOTAL-LABEL
108400     END-STRING.
108500     PERFORM 4350-WRITE-COMPARE-TOTAL THRU 4350-EXIT.
108600     MOVE SPACES TO ANALYSIS-RPT-RECORD.
108700     WRITE ANALYSIS-RPT-RECORD.
108800 4300-EXIT.
108900     EXIT.
109000*-----------------------------------------------------------------
109100*    4350-WRITE-COMPARE-TOTAL - ONE TOTAL LINE FROM
109200*    WS-REGION-TOTALS UNDER THE PERIOD COLUMNS, WITH THE NUMBER
109300*    OF CUSTOMERS FLAGGED.
109400*-----------------------------------------------------------------
109500 4350-WRITE-COMPARE-TOTAL.
109600     COMPUTE WS-CHANGE-AMOUNT = WS-RT-AMOUNT - WS-RT-PY-AMOUNT.
109700     MOVE SPACES TO WS-RPT-PCT-AREA.
109800     IF WS-RT-PY-AMOUNT IS GREATER THAN ZERO
109900         COMPUTE WS-PCT-WORK ROUNDED =
110000             WS-CHANGE-AMOUNT * 100 / WS-RT-PY-AMOUNT
110100             ON SIZE ERROR
110200                 MOVE 9999.9 TO WS-PCT-WORK
110300         END-COMPUTE
110400         IF WS-PCT-WORK IS GREATER THAN 9999.9
110500             MOVE 9999.9 TO WS-PCT-WORK
110600         END-IF
110700         MOVE WS-PCT-WORK TO WS-RPT-PCT-EDIT
110800         MOVE WS-RPT-PCT-EDIT TO WS-RPT-PCT-AREA
110900     END-IF.
111000     MOVE WS-RT-AMOUNT TO WS-RPT-AMOUNT-EDIT.
111100     MOVE WS-RT-PY-AMOUNT TO WS-RPT-PY-EDIT.
111200     MOVE WS-CHANGE-AMOUNT TO WS-RPT-CHANGE-EDIT.
111300     MOVE WS-RT-COUNT TO WS-RPT-COUNT-EDIT.
111400     MOVE WS-RT-FLAG-COUNT TO WS-RPT-A-EDIT.
111500     MOVE SPACES TO WS-PRINT-LINE.
111600     STRING WS-RPT-TOTAL-LABEL DELIMITED BY SIZE
111700         "           " DELIMITED BY SIZE
111800         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
111900         " " DELIMITED BY SIZE
112000         WS-RPT-PY-EDIT DELIMITED BY SIZE
112100         " " DELIMITED BY SIZE
112200         WS-RPT-CHANGE-EDIT DELIMITED BY SIZE
112300         " " DELIMITED BY SIZE
112400         WS-RPT-PCT-AREA DELIMITED BY SIZE
112500         "  CUSTOMERS: " DELIMITED BY SIZE
112600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
112700         "  FLAGGED: " DELIMITED BY SIZE
112800         WS-RPT-A-EDIT DELIMITED BY SIZE
112900         INTO WS-PRINT-LINE
113000     END-STRING.
113100     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
113200 4350-EXIT.
113300     EXIT.
113400*-----------------------------------------------------------------
113500*    5000-DORMANT-SECTION - SORT THE DORMANT OPEN ACCOUNTS ON
113600*    BALMST BY REGION, LONGEST IDLE FIRST, AND LIST THEM.  THE
113700*    AGE IS TAKEN AS OF THE RUN DATE, SINCE BALMST CARRIES THE
113800*    CURRENT LAST SALE DATE RATHER THAN THE PERIOD-END ONE.
113900*-----------------------------------------------------------------
114000 5000-DORMANT-SECTION.
114100     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
114200     MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-TODAY.
114300     MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS.
114400     ADD WS-MM-DAYS TO WS-DAYS-TODAY.
114500     ADD WS-DW-DD TO WS-DAYS-TODAY.
114600     MOVE SPACES TO ANALYSIS-RPT-RECORD.
114700     WRITE ANALYSIS-RPT-RECORD.
114800     MOVE SPACES TO WS-PRINT-LINE.
114900     MOVE WS-DORMANT-DAYS TO WS-RPT-DAYS-EDIT.
115000     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
115100     STRING "SECTION 4 - DORMANT OPEN ACCOUNTS - NO SALE IN OVER "
115200             DELIMITED BY SIZE
115300         WS-RPT-DAYS-EDIT DELIMITED BY SIZE
115400         " DAYS AS OF " DELIMITED BY SIZE
115500         WS-RPT-DATE-EDIT DELIMITED BY SIZE
115600         INTO WS-PRINT-LINE
115700     END-STRING.
115800     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
115900     MOVE SPACES TO WS-PRINT-LINE.
116000     STRING
116100         "REG  CUST   CUSTOMER NAME         LA" DELIMITED BY SIZE
116200         "ST SALE    DAYS      YTD SALES     A" DELIMITED BY SIZE
116300         "R BALANCE" DELIMITED BY SIZE
116400         INTO WS-PRINT-LINE
116500     END-STRING.
116600     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
116700     SORT SORT-WORK-FILE
116800         ASCENDING KEY SWR-REGION
116900         DESCENDING KEY SWR-DAYS-IDLE
117000         ASCENDING KEY SWR-CUSTOMER-ID
117100         INPUT PROCEDURE IS 5100-RELEASE-DORMANT
117200            THRU 5100-EXIT
117300         OUTPUT PROCEDURE IS 5200-PRINT-DORMANT
117400            THRU 5200-EXIT.
117500 5000-EXIT.
117600     EXIT.
117700*-----------------------------------------------------------------
117800*    5100-RELEASE-DORMANT - READ BALMST AND RELEASE EVERY OPEN
117900*    ACCOUNT WITH NO SALE IN OVER WS-DORMANT-DAYS DAYS.  A CLOSED
118000*    ACCOUNT IS EXPECTED TO BE IDLE AND IS ONLY COUNTED.
118100*-----------------------------------------------------------------
118200 5100-RELEASE-DORMANT.
118300     OPEN INPUT CUSTOMER-BALANCE.
118400     IF WS-BALMST-NEW-FILE
118500         DISPLAY "SALESANLYS - NO BALMST - NO DORMANT ACCOUNTS "
118600             "LISTED"
118700         MOVE 4 TO RETURN-CODE
118800         GO TO 5100-EXIT
118900     END-IF.
119000     IF NOT WS-BALMST-OK
119100         DISPLAY "SALESANLYS - UNABLE TO OPEN BALMST, "
119200             "STATUS = " WS-BALMST-STATUS
119300         STOP RUN
119400     END-IF.
119500     PERFORM 5110-READ-BALANCE THRU 5110-EXIT
119600         UNTIL WS-CBM-READ-EOF.
119700     CLOSE CUSTOMER-BALANCE.
119800 5100-EXIT.
119900     EXIT.
120000*-----------------------------------------------------------------
120100*    5110-READ-BALANCE - ONE BALMST RECORD.
120200*-----------------------------------------------------------------
120300 5110-READ-BALANCE.
120400     READ CUSTOMER-BALANCE NEXT RECORD
120500         AT END
120600             SET WS-CBM-READ-EOF TO TRUE
120700             GO TO 5110-EXIT
120800     END-READ.
120900     ADD 1 TO WS-CBM-READ-COUNT.
121000     MOVE SPACES TO SORT-WORK-RECORD.
121100     IF CBM-LAST-SALE-DATE IS NOT NUMERIC
121200             OR CBM-LAST-SALE-DATE IS EQUAL TO ZERO
121300         MOVE ZERO TO SWR-LAST-SALE-DATE
121400         MOVE 99999 TO SWR-DAYS-IDLE
121500     ELSE
121600         MOVE CBM-LAST-SALE-DATE TO WS-DATE-WORK
121700         MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-SOLD
121800         MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS
121900         ADD WS-MM-DAYS TO WS-DAYS-SOLD
122000         ADD WS-DW-DD TO WS-DAYS-SOLD
122100         SUBTRACT WS-DAYS-SOLD FROM WS-DAYS-TODAY
122200             GIVING WS-IDLE-AGE
122300         IF WS-IDLE-AGE IS NOT GREATER THAN WS-DORMANT-DAYS
122400             GO TO 5110-EXIT
122500         END-IF
122600         IF WS-IDLE-AGE IS GREATER THAN 99998
122700             MOVE 99998 TO WS-IDLE-AGE
122800         END-IF
122900         MOVE CBM-LAST-SALE-DATE TO SWR-LAST-SALE-DATE
123000         MOVE WS-IDLE-AGE TO SWR-DAYS-IDLE
123100     END-IF.
123200     MOVE CBM-CUSTOMER-ID TO CMS-CUSTOMER-ID.
123300     PERFORM 2400-LOOKUP-CUSTOMER THRU 2400-EXIT.
123400     IF WS-LOOKUP-CLOSED
123500         ADD 1 TO WS-CLOSED-SKIP-COUNT
123600         GO TO 5110-EXIT
123700     END-IF.
123800     MOVE WS-LOOKUP-REGION TO SWR-REGION.
123900     MOVE CBM-CUSTOMER-ID TO SWR-CUSTOMER-ID.
124000     MOVE CBM-CUSTOMER-NAME TO SWR-CUSTOMER-NAME.
124100     MOVE ZERO TO SWR-YTD-SALES.
124200     IF CBM-YTD-SALES IS NUMERIC
124300         MOVE CBM-YTD-SALES TO SWR-YTD-SALES
124400     END-IF.
124500     MOVE ZERO TO SWR-AR-BALANCE.
124600     IF CBM-AR-BALANCE IS NUMERIC
124700         MOVE CBM-AR-BALANCE TO SWR-AR-BALANCE
124800     END-IF.
124900     RELEASE SORT-WORK-RECORD.
125000     ADD 1 TO WS-DORMANT-COUNT.
125100 5110-EXIT.
125200     EXIT.
125300*-----------------------------------------------------------------
125400*    5200-PRINT-DORMANT - LIST THE SORTED DORMANT ACCOUNTS WITH A
125500*    SUBTOTAL PER REGION AND A COMPANY TOTAL.
125600*-----------------------------------------------------------------
125700 5200-PRINT-DORMANT.
125800     INITIALIZE WS-COMPANY-TOTALS.
125900     SET WS-FIRST-LINE TO TRUE.
126000     MOVE "N" TO WS-SWR-EOF-SWITCH.
126100     PERFORM 5210-RETURN-DORMANT THRU 5210-EXIT
126200         UNTIL WS-SWR-END-OF-FILE.
126300     IF NOT WS-FIRST-LINE
126400         PERFORM 5300-PRINT-DORMANT-SUBTOTAL THRU 5300-EXIT
126500     END-IF.
126600     MOVE WS-COMPANY-TOTALS TO WS-REGION-TOTALS.
126700     MOVE "COMPANY TOTAL" TO WS-RPT-TOTAL-LABEL.
126800     PERFORM 5350-WRITE-DORMANT-TOTAL THRU 5350-EXIT.
126900 5200-EXIT.
127000     EXIT.
127100*-----------------------------------------------------------------
127200*    5210-RETURN-DORMANT - ONE DORMANT ACCOUNT, WITH THE REGION
127300*    SUBTOTAL WHEN THE REGION CHANGES.
127400*-----------------------------------------------------------------
127500 5210-RETURN-DORMANT.
127600     RETURN SORT-WORK-FILE
127700         AT END
127800             SET WS-SWR-END-OF-FILE TO TRUE
127900             GO TO 5210-EXIT
128000     END-RETURN.
128100     IF WS-FIRST-LINE OR SWR-REGION IS NOT EQUAL TO WS-CUR-REGION
128200         IF NOT WS-FIRST-LINE
128300             PERFORM 5300-PRINT-DORMANT-SUBTOTAL THRU 5300-EXIT
128400         END-IF
128500         MOVE SWR-REGION TO WS-CUR-REGION
128600         INITIALIZE WS-REGION-TOTALS
128700         MOVE "N" TO WS-FIRST-LINE-SWITCH
128800     END-IF.
128900     ADD 1 TO WS-RT-COUNT WS-CT-COUNT.
129000     ADD SWR-YTD-SALES TO WS-RT-AMOUNT WS-CT-AMOUNT.
129100     ADD SWR-AR-BALANCE TO WS-RT-AR-AMOUNT WS-CT-AR-AMOUNT.
129200     IF SWR-LAST-SALE-DATE IS EQUAL TO ZERO
129300         MOVE "NEVER" TO WS-RPT-SALE-DATE
129400         MOVE SPACES TO WS-RPT-DAYS-AREA
129500     ELSE
129600         MOVE SWR-LAST-SALE-DATE TO WS-RPT-DATE-EDIT
129700         MOVE WS-RPT-DATE-EDIT TO WS-RPT-SALE-DATE
129800         MOVE SWR-DAYS-IDLE TO WS-RPT-DAYS-EDIT
129900         MOVE WS-RPT-DAYS-EDIT TO WS-RPT-DAYS-AREA
130000     END-IF.
130100     MOVE SWR-CUSTOMER-ID TO WS-RPT-CUSTID-EDIT.
130200     MOVE SWR-YTD-SALES TO WS-RPT-YTD-EDIT.
130300     MOVE SWR-AR-BALANCE TO WS-RPT-AR-EDIT.
130400     MOVE SPACES TO WS-PRINT-LINE.
130500     STRING SWR-REGION DELIMITED BY SIZE
130600         "  " DELIMITED BY SIZE
130700         WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
130800         "  " DELIMITED BY SIZE
130900         SWR-CUSTOMER-NAME DELIMITED BY SIZE
131000         "  " DELIMITED BY SIZE
131100         WS-RPT-SALE-DATE DELIMITED BY SIZE
131200         "  " DELIMITED BY SIZE
131300         WS-RPT-DAYS-AREA DELIMITED BY SIZE
131400         "  " DELIMITED BY SIZE
131500         WS-RPT-YTD-EDIT DELIMITED BY SIZE
131600         "  " DELIMITED BY SIZE
131700         WS-RPT-AR-EDIT DELIMITED BY SIZE
131800         INTO WS-PRINT-LINE
131900     END-STRING.
132000     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
132100 5210-EXIT.
132200     EXIT.
132300*-----------------------------------------------------------------
132400*    5300-PRINT-DORMANT-SUBTOTAL - THE OPEN REGION'S SUBTOTAL.
132500*-----------------------------------------------------------------
132600 5300-PRINT-DORMANT-SUBTOTAL.
132700     MOVE SPACES TO WS-RPT-TOTAL-LABEL.
132800     STRING "REGION " DELIMITED BY SIZE
132900         WS-CUR-REGION DELIMITED BY SIZE
133000         " TOTAL" DELIMITED BY SIZE
133100         INTO WS-RPT-TOTAL-LABEL
133200     END-STRING.
133300     PERFORM 5350-WRITE-DORMANT-TOTAL THRU 5350-EXIT.
133400     MOVE SPACES TO ANALYSIS-RPT-RECORD.
133500     WRITE ANALYSIS-RPT-RECORD.
133600 5300-EXIT.
133700     EXIT.
133800*-----------------------------------------------------------------
133900*    5350-WRITE-DORMANT-TOTAL - ONE TOTAL LINE FROM
134000*    WS-REGION-TOTALS UNDER THE YTD AND AR COLUMNS.
134100*-----------------------------------------------------------------
134200 5350-WRITE-DORMANT-TOTAL.
134300     MOVE WS-RT-AMOUNT TO WS-RPT-YTD-EDIT.
134400     MOVE WS-RT-AR-AMOUNT TO WS-RPT-AR-EDIT.
134500     MOVE WS-RT-COUNT TO WS-RPT-COUNT-EDIT.
134600     MOVE SPACES TO WS-PRINT-LINE.
134700     STRING WS-RPT-TOTAL-LABEL DELIMITED BY SIZE
134800         "                                 " DELIMITED BY SIZE
134900         WS-RPT-YTD-EDIT DELIMITED BY SIZE
135000         "  " DELIMITED BY SIZE
135100         WS-RPT-AR-EDIT DELIMITED BY SIZE
135200         "  ACCOUNTS: " DELIMITED BY SIZE
135300         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
135400         INTO WS-PRINT-LINE
135500     END-STRING.
135600     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
135700 5350-EXIT.
135800     EXIT.
135900*-----------------------------------------------------------------
136000*    6000-WRITE-RUN-STATUS - APPEND ONE START/END RECORD TO THE
136100*    RUNSTAT FILE.
136200*-----------------------------------------------------------------
136300 6000-WRITE-RUN-STATUS.
136400     OPEN EXTEND RUN-STATUS.
136500     IF WS-RUNSTAT-NEW-FILE
136600         OPEN OUTPUT RUN-STATUS
136700     END-IF.
136800     IF NOT WS-RUNSTAT-OK
136900         DISPLAY "SALESANLYS - UNABLE TO OPEN RUNSTAT, "
137000             "STATUS = " WS-RUNSTAT-STATUS
137100         GO TO 6000-EXIT
137200     END-IF.
137300     MOVE SPACES TO RUN-STATUS-RECORD.
137400     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
137500     MOVE "SALESANLYS" TO RST-PROGRAM-ID.
137600     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
137700     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
137800     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
137900     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
138000     ACCEPT WS-RST-TIME-RAW FROM TIME.
138100     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
138200     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
138300     WRITE RUN-STATUS-RECORD.
138400     CLOSE RUN-STATUS.
138500 6000-EXIT.
138600     EXIT.
138700*-----------------------------------------------------------------
138800*    7000-PRINT-TOTALS - THE RUN COUNTS.
138900*-----------------------------------------------------------------
139000 7000-PRINT-TOTALS.
139100     MOVE SPACES TO ANALYSIS-RPT-RECORD.
139200     WRITE ANALYSIS-RPT-RECORD.
139300     MOVE "BALSNAP RECORDS READ:" TO WS-RPT-LABEL.
139400     MOVE WS-BSN-READ-COUNT TO WS-RPT-COUNT-EDIT.
139500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
139600     MOVE "  FOR THE PERIOD:" TO WS-RPT-LABEL.
139700     MOVE WS-BSN-CUR-COUNT TO WS-RPT-COUNT-EDIT.
139800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
139900     MOVE "  FOR THE PERIOD A YEAR EARLIER:" TO WS-RPT-LABEL.
140000     MOVE WS-BSN-PY-COUNT TO WS-RPT-COUNT-EDIT.
140100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
140200     MOVE "CUSTOMERS RANKED:" TO WS-RPT-LABEL.
140300     MOVE WS-CUR-CUSTOMER-COUNT TO WS-RPT-COUNT-EDIT.
140400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
140500     MOVE "CUSTOMERS NOT ON CUSTMST (REGION ???):"
140600         TO WS-RPT-LABEL.
140700     MOVE WS-NO-REGION-COUNT TO WS-RPT-COUNT-EDIT.
140800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
140900     MOVE "CUSTOMERS FLAGGED FOR A DECLINE:" TO WS-RPT-LABEL.
141000     MOVE WS-DECLINE-COUNT TO WS-RPT-COUNT-EDIT.
141100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
141200     MOVE "BALMST RECORDS READ:" TO WS-RPT-LABEL.
141300     MOVE WS-CBM-READ-COUNT TO WS-RPT-COUNT-EDIT.
141400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
141500     MOVE "DORMANT OPEN ACCOUNTS LISTED:" TO WS-RPT-LABEL.
141600     MOVE WS-DORMANT-COUNT TO WS-RPT-COUNT-EDIT.
141700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
141800     MOVE "DORMANT CLOSED ACCOUNTS NOT LISTED:" TO WS-RPT-LABEL.
141900     MOVE WS-CLOSED-SKIP-COUNT TO WS-RPT-COUNT-EDIT.
142000     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
142100 7000-EXIT.
142200     EXIT.
142300*-----------------------------------------------------------------
142400*    7100-WRITE-COUNT-LINE - ONE LABELLED COUNT.
142500*-----------------------------------------------------------------
142600 7100-WRITE-COUNT-LINE.
142700     MOVE SPACES TO WS-PRINT-LINE.
142800     STRING WS-RPT-LABEL DELIMITED BY SIZE
142900         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
143000         INTO WS-PRINT-LINE
143100     END-STRING.
143200     PERFORM 7900-WRITE-PRINT-LINE THRU 7900-EXIT.
143300 7100-EXIT.
143400     EXIT.
143500*-----------------------------------------------------------------
143600*    7900-WRITE-PRINT-LINE - WS-PRINT-LINE TO THE REPORT.
143700*-----------------------------------------------------------------
143800 7900-WRITE-PRINT-LINE.
143900     MOVE WS-PRINT-LINE TO ANALYSIS-RPT-RECORD.
144000     WRITE ANALYSIS-RPT-RECORD.
144100 7900-EXIT.
144200     EXIT.
144300*-----------------------------------------------------------------
144400*    8000-SORT-TABLE - STRAIGHT INSERTION SORT OF THE CUSTOMER
144500*    TABLE, ASCENDING ON WS-AN-SORT-KEY1 AND WITHIN IT DESCENDING
144600*    ON WS-AN-SORT-KEY2, THE SAME METHOD THE SORT RUN USES FOR THE
144700*    DAY'S TABLE.  EQUAL KEYS KEEP THEIR ORDER.
144800*-----------------------------------------------------------------
144900 8000-SORT-TABLE.
145000     PERFORM 8100-INSERT-ENTRY THRU 8100-EXIT
145100         VARYING I FROM 2 BY 1
145200         UNTIL I IS GREATER THAN WS-AN-COUNT.
145300 8000-EXIT.
145400     EXIT.
145500*-----------------------------------------------------------------
145600*    8100-INSERT-ENTRY - WORK ENTRY I BACK THROUGH THE ENTRIES
145700*    AHEAD OF IT UNTIL IT MEETS ONE THAT SORTS AT LEAST AS HIGH.
145800*-----------------------------------------------------------------
145900 8100-INSERT-ENTRY.
146000     MOVE WS-AN-ENTRY (I) TO WS-AN-HOLD.
146100     SUBTRACT 1 FROM I GIVING J.
146200     PERFORM 8150-SHIFT-ENTRY THRU 8150-EXIT
146300         VARYING J FROM J BY -1 UNTIL J IS EQUAL TO ZERO.
146400 8100-EXIT.
146500     EXIT.
146600 8150-SHIFT-ENTRY.
146700     IF WS-AH-SORT-KEY1 IS LESS THAN WS-AN-SORT-KEY1 (J)
146800             OR (WS-AH-SORT-KEY1 IS EQUAL TO WS-AN-SORT-KEY1 (J)
146900             AND WS-AH-SORT-KEY2 IS GREATER THAN
147000                 WS-AN-SORT-KEY2 (J))
147100         MOVE WS-AN-ENTRY (J) TO WS-AN-ENTRY (J + 1)
147200         MOVE WS-AN-HOLD TO WS-AN-ENTRY (J)
147300     END-IF.
147400 8150-EXIT.
147500     EXIT.
147600*-----------------------------------------------------------------
147700*    9000-TERMINATE - CLOSE FILES
147800*-----------------------------------------------------------------
147900 9000-TERMINATE.
148000     IF WS-CUSTMST-OPEN
148100         CLOSE CUSTOMER-MASTER
148200     END-IF.
148300     CLOSE ANALYSIS-RPT.
148400 9000-EXIT.
148500     EXIT.
148600 END PROGRAM SALESANLYS.
