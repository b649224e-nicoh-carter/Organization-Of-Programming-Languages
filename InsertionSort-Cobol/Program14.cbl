000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. TRNHPURGE.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. TRANSACTION HISTORY RETENTION PURGE - RUNS ON DEMAND,
001100     NORMALLY ONCE A MONTH AFTER MONTHENDCLS.  MOVES EVERY
001200     TRNHIST RECORD WHOSE THR-BUSINESS-DATE IS OLDER THAN THE
001300     RETENTION PERIOD TO THE SEQUENTIAL TRNHARC ARCHIVE AND
001400     DELETES IT FROM TRNHIST, SO THE INDEXED FILE THE SORT RUN
001500     WRITES TO EVERY NIGHT STOPS GROWING WITHOUT LIMIT.  THE
001600     RETENTION IS GIVEN IN MONTHS ON THE PARM; THE LAST PERIOD
001700     ARCHIVED IS THE END OF THE UNBROKEN RUN OF PERIODS THAT
001800     MECCTL SHOWS AS CLOSED, FROM THE OLDEST MONTH ON TRNHIST UP
001900     TO THE RETENTION WINDOW, SO THE OPEN PERIOD AND ANY PERIOD
001950     NOT YET CLOSED ARE NEVER TOUCHED.  THE RUN MAKES THREE
002000     PASSES - COUNT AND ARCHIVE, DELETE, RECOUNT - SO THE
002100     ARCHIVE IS COMPLETE AND CLOSED BEFORE A SINGLE RECORD IS
002200     DELETED, AND PURGERPT PRINTS THE RECORD COUNTS AND AMOUNT
002300     TOTALS PER BUSINESS YEAR BEFORE, ARCHIVED AND REMAINING
002400     WITH A PROOF THAT NOTHING WAS LOST.  EACH COMPLETED RUN
002500     APPENDS ITS CUTOFF TO HPGCTL, WHICH TRNHISTINQ READS TO
002600     KNOW WHEN AN INQUIRY MUST ALSO SEARCH THE ARCHIVE.  IF A
002700     RUN FAILS AFTER THE ARCHIVE PASS, TRNHARC MUST BE RESTORED
002800     TO ITS PRIOR GENERATION BEFORE THE RUN IS REPEATED.
002900*-----------------------------------------------------------------
003000*    MODIFICATION HISTORY
003100*    DATE       INIT  DESCRIPTION
003200*    10/15/26   JM    ORIGINAL VERSION.
003216*    10/15/26   JM    PURGE PERIOD NOW STOPS AT THE FIRST MONTH
003232*                     FROM THE OLDEST TRNHIST MONTH THAT IS NOT
003248*                     CLOSED ON MECCTL, SO A FORCED CLOSE THAT
003264*                     SKIPPED A MONTH CANNOT PURGE THE GAP.  THE
003280*                     GAP IS PRINTED AND GIVES RETURN-CODE 4.
003300*****************************************************************
003400* ENVIRONMENT DIVISION.                                         *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.  IBM-370.
003900 OBJECT-COMPUTER.  IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS THR-KEY
004600         FILE STATUS IS WS-TRNHIST-STATUS.
004700     SELECT HISTORY-ARCHIVE ASSIGN TO "TRNHARC"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TRNHARC-STATUS.
005000     SELECT CLOSE-CONTROL ASSIGN TO "MECCTL"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-MECCTL-STATUS.
005300     SELECT PURGE-CONTROL ASSIGN TO "HPGCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HPGCTL-STATUS.
005600     SELECT PURGE-RPT ASSIGN TO "PURGERPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-PURGERPT-STATUS.
005900     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUNSTAT-STATUS.
006200*****************************************************************
006300* DATA DIVISION.                                                *
006400*****************************************************************
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TRANSACTION-HISTORY
006800     LABEL RECORDS ARE STANDARD.
006900     COPY THRREC01.
007000 FD  HISTORY-ARCHIVE
007100     LABEL RECORDS ARE STANDARD
007200     RECORDING MODE IS F.
007300*    AN EXACT IMAGE OF THE TRNHIST RECORD (THRREC01).  THE FILE
007400*    ACCUMULATES ACROSS RUNS IN TRNHIST KEY ORDER WITHIN A RUN.
007500 01  HISTORY-ARCHIVE-RECORD         PIC X(120).
007600 FD  CLOSE-CONTROL
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY MECREC01.
008000 FD  PURGE-CONTROL
008100     LABEL RECORDS ARE STANDARD
008200     RECORDING MODE IS F.
008300*    ONE RECORD IS APPENDED PER COMPLETED PURGE BY 8000-WRITE-
008400*    PURGE-CONTROL.  TRNHISTINQ TAKES THE HIGHEST CUTOFF ON FILE.
008500     COPY HPCREC01.
008600 FD  PURGE-RPT
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900 01  PURGE-RPT-RECORD               PIC X(132).
009000 FD  RUN-STATUS
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300     COPY RSTREC01.
009400 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------------
009600*    FILE STATUS AND END-OF-FILE SWITCHES
009700*-----------------------------------------------------------------
009800 01  WS-TRNHIST-STATUS           PIC X(02).
009900     88  WS-TRNHIST-OK                 VALUE "00".
010000     88  WS-TRNHIST-NEW-FILE           VALUE "35".
010100     88  WS-TRNHIST-EOF                VALUE "10".
010200 01  WS-TRNHARC-STATUS           PIC X(02).
010300     88  WS-TRNHARC-OK                 VALUE "00".
010400     88  WS-TRNHARC-NEW-FILE           VALUE "35".
010500 01  WS-MECCTL-STATUS            PIC X(02).
010600     88  WS-MECCTL-OK                  VALUE "00".
010700     88  WS-MECCTL-NEW-FILE            VALUE "35".
010800 01  WS-HPGCTL-STATUS            PIC X(02).
010900     88  WS-HPGCTL-OK                  VALUE "00".
011000     88  WS-HPGCTL-NEW-FILE            VALUE "35".
011100 01  WS-PURGERPT-STATUS          PIC X(02).
011200     88  WS-PURGERPT-OK                VALUE "00".
011300 01  WS-RUNSTAT-STATUS           PIC X(02).
011400     88  WS-RUNSTAT-OK                 VALUE "00".
011500     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
011600 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
011700     88  WS-END-OF-FILE                    VALUE "Y".
011800 01  WS-MECCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
011900     88  WS-MECCTL-READ-EOF                VALUE "Y".
012000*-----------------------------------------------------------------
012100*    PARM CARD - POSITIONS 1-3 MAY CARRY THE RETENTION IN MONTHS.
012200*    DEFAULT 24.  ANYTHING UNDER 12 IS RAISED TO 12 WITH A
012300*    WARNING, SO THE CURRENT YEAR'S HISTORY (YTD FIGURES, THE
012400*    SORT RUN'S RETURN WINDOW AND CUSTACTVTY'S LOOKBACK) IS
012500*    ALWAYS KEPT ON TRNHIST.
012600*-----------------------------------------------------------------
012700 01  WS-PARM-CARD                VALUE SPACES.
012800     05  WS-PARM-MONTHS          PIC 9(03).
012900 01  WS-RETENTION-MONTHS         PIC 9(03)       VALUE 24.
013000 01  WS-MIN-RETENTION            PIC 9(03)       VALUE 12.
013100 01  WS-RUN-DATE                 PIC 9(06)       VALUE ZERO.
013200*-----------------------------------------------------------------
013300*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
013400*-----------------------------------------------------------------
013500 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
013600 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
013700 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
013800 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
013900 01  WS-RST-TIME-RAW.
014000     05  WS-RST-TIME-HHMMSS      PIC 9(06).
014100     05  FILLER                  PIC 9(02).
014200*-----------------------------------------------------------------
014300*    CUTOFF WORKING FIELDS - SEE 1200 AND 1500.  THE LIMIT PERIOD
014400*    IS THE LAST WHOLE MONTH BEFORE THE RETENTION WINDOW; THE
014500*    PURGE PERIOD IS THE LAST MONTH OF THE UNBROKEN RUN OF
014600*    MECCTL-CLOSED PERIODS STARTING AT THE OLDEST MONTH ON
014700*    TRNHIST, NOT AFTER THE LIMIT PERIOD; THE CUTOFF IS THE
014800*    FIRST DAY OF THE MONTH AFTER THE PURGE PERIOD.  A RECORD
014825*    IS ARCHIVED WHEN ITS BUSINESS DATE IS BEFORE THE CUTOFF.
014850*    THE GAP PERIOD IS THE FIRST UNCLOSED MONTH THAT STOPPED THE
014875*    WALK SHORT OF THE LIMIT PERIOD.  MONTHS ARE COUNTED FROM
014900*    YEAR ZERO SO THE SUBTRACTION CROSSES YEAR ENDS WITHOUT
014950*    SPECIAL CASES.
015000*-----------------------------------------------------------------
015100 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
015200 01  WS-BD-PARTS REDEFINES WS-BUSINESS-DATE.
015300     05  WS-BD-YYYY              PIC 9(04).
015400     05  WS-BD-MM                PIC 9(02).
015500     05  WS-BD-DD                PIC 9(02).
015600 01  WS-MONTH-NUMBER             PIC 9(06)       VALUE ZERO.
015700 01  WS-MONTH-REMAINDER          PIC 9(02)       VALUE ZERO.
015800 01  WS-LIMIT-PERIOD             PIC 9(06)       VALUE ZERO.
015900 01  WS-LP-PARTS REDEFINES WS-LIMIT-PERIOD.
016000     05  WS-LP-YYYY              PIC 9(04).
016100     05  WS-LP-MM                PIC 9(02).
016200 01  WS-PURGE-PERIOD             PIC 9(06)       VALUE ZERO.
016300 01  WS-PP-PARTS REDEFINES WS-PURGE-PERIOD.
016400     05  WS-PP-YYYY              PIC 9(04).
016500     05  WS-PP-MM                PIC 9(02).
016600 01  WS-CUTOFF-DATE              PIC 9(08)       VALUE ZERO.
016700 01  WS-CO-PARTS REDEFINES WS-CUTOFF-DATE.
016800     05  WS-CO-YYYY              PIC 9(04).
016900     05  WS-CO-MM                PIC 9(02).
017000     05  WS-CO-DD                PIC 9(02).
017100 01  WS-THR-BUS-DATE             PIC 9(08)       VALUE ZERO.
017200 01  WS-TBD-PARTS REDEFINES WS-THR-BUS-DATE.
017300     05  WS-TBD-YYYY             PIC 9(04).
017400     05  FILLER                  PIC 9(04).
017403 01  WS-OLDEST-DATE              PIC 9(08)       VALUE ZERO.
017406 01  WS-OD-PARTS REDEFINES WS-OLDEST-DATE.
017409     05  WS-OD-YYYY              PIC 9(04).
017412     05  WS-OD-MM                PIC 9(02).
017415     05  WS-OD-DD                PIC 9(02).
017418 01  WS-WALK-PERIOD              PIC 9(06)       VALUE ZERO.
017421 01  WS-WP-PARTS REDEFINES WS-WALK-PERIOD.
017424     05  WS-WP-YYYY              PIC 9(04).
017427     05  WS-WP-MM                PIC 9(02).
017430 01  WS-GAP-PERIOD               PIC 9(06)       VALUE ZERO.
017433 01  WS-WALK-STOP-SWITCH         PIC X(01)       VALUE "N".
017436     88  WS-WALK-STOP                      VALUE "Y".
017439 01  WS-CP-FOUND-SWITCH          PIC X(01)       VALUE "N".
017442     88  WS-CP-FOUND                       VALUE "Y".
017445*-----------------------------------------------------------------
017448*    CLOSED-PERIOD TABLE - EVERY MECCTL PERIOD NOT AFTER THE LIMIT
017451*    PERIOD, LOADED BY 1550.  A PERIOD THAT DOES NOT FIT IS LEFT
017454*    OUT, WHICH CAN ONLY STOP THE WALK EARLIER.
017457*-----------------------------------------------------------------
017460 01  WS-CP-MAX                   PIC 9(03)       VALUE 600.
017463 01  WS-CP-COUNT                 PIC 9(03)       VALUE ZERO.
017466 01  WS-CP-IX                    PIC 9(03)       VALUE ZERO.
017469 01  WS-CP-OVERFLOW-SWITCH       PIC X(01)       VALUE "N".
017472     88  WS-CP-OVERFLOW                    VALUE "Y".
017475 01  WS-CLOSED-TABLE.
017478     05  WS-CP-ENTRY             OCCURS 600 TIMES.
017489         10  WS-CP-PERIOD        PIC 9(06).
017500*-----------------------------------------------------------------
017600*    PASS TOTALS - SEE 2000, 3000 AND 4000.  THE DELETE PASS MUST
017700*    TAKE OFF EXACTLY WHAT THE ARCHIVE PASS WROTE.
017800*-----------------------------------------------------------------
017900 01  WS-BEFORE-COUNT             PIC 9(09)       VALUE ZERO.
018000 01  WS-BEFORE-AMOUNT            PIC S9(11)V99   VALUE ZERO.
018100 01  WS-ARCHIVED-COUNT           PIC 9(09)       VALUE ZERO.
018200 01  WS-ARCHIVED-AMOUNT          PIC S9(11)V99   VALUE ZERO.
018300 01  WS-DELETED-COUNT            PIC 9(09)       VALUE ZERO.
018400 01  WS-DELETED-AMOUNT           PIC S9(11)V99   VALUE ZERO.
018500 01  WS-DELETE-FAIL-COUNT        PIC 9(07)       VALUE ZERO.
018600 01  WS-AFTER-COUNT              PIC 9(09)       VALUE ZERO.
018700 01  WS-AFTER-AMOUNT             PIC S9(11)V99   VALUE ZERO.
018800 01  WS-PROOF-SWITCH             PIC X(01)       VALUE "N".
018900     88  WS-PROOF-FAILED                   VALUE "Y".
019000*-----------------------------------------------------------------
019100*    PER-YEAR TABLE - ONE ENTRY PER BUSINESS YEAR ON TRNHIST,
019200*    KEPT IN ASCENDING YEAR ORDER BY 2900-FIND-YEAR-ENTRY SO THE
019300*    REPORT PRINTS OLDEST FIRST.
019400*-----------------------------------------------------------------
019500 01  WS-YR-MAX                   PIC 9(03)       VALUE 100.
019600 01  WS-YR-COUNT                 PIC 9(03)       VALUE ZERO.
019700 01  WS-YR-IX                    PIC 9(03)       VALUE ZERO.
019800 01  WS-YR-POS                   PIC 9(03)       VALUE ZERO.
019900 01  WS-YR-SHIFT                 PIC 9(03)       VALUE ZERO.
020000 01  WS-YR-KEY                   PIC 9(04)       VALUE ZERO.
020100 01  WS-YR-STOP-SWITCH           PIC X(01)       VALUE "N".
020200     88  WS-YR-STOP                        VALUE "Y".
020300 01  WS-YEAR-TABLE.
020400     05  WS-YR-ENTRY OCCURS 100 TIMES.
020500         10  WS-YR-YEAR          PIC 9(04).
020600         10  WS-YR-BEFORE-COUNT  PIC 9(09).
020700         10  WS-YR-BEFORE-AMOUNT PIC S9(11)V99.
020800         10  WS-YR-ARC-COUNT     PIC 9(09).
020900         10  WS-YR-ARC-AMOUNT    PIC S9(11)V99.
021000         10  WS-YR-AFTER-COUNT   PIC 9(09).
021100         10  WS-YR-AFTER-AMOUNT  PIC S9(11)V99.
021200*-----------------------------------------------------------------
021300*    REPORT WORKING FIELDS
021400*-----------------------------------------------------------------
021500 01  WS-PRINT-LINE               PIC X(132).
021600 01  WS-RPT-YEAR                 PIC X(04)       VALUE SPACES.
021700 01  WS-RPT-BEF-COUNT-EDIT       PIC ZZZZZZZZ9.
021800 01  WS-RPT-BEF-AMOUNT-EDIT      PIC -ZZZZZZZZZZ9.99.
021900 01  WS-RPT-ARC-COUNT-EDIT       PIC ZZZZZZZZ9.
022000 01  WS-RPT-ARC-AMOUNT-EDIT      PIC -ZZZZZZZZZZ9.99.
022100 01  WS-RPT-AFT-COUNT-EDIT       PIC ZZZZZZZZ9.
022200 01  WS-RPT-AFT-AMOUNT-EDIT      PIC -ZZZZZZZZZZ9.99.
022300 01  WS-RPT-CHECK                PIC X(14)       VALUE SPACES.
022400 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
022500 01  WS-RPT-MONTHS-EDIT          PIC ZZ9.
022600 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZZZ9.
022700*****************************************************************
022800* PROCEDURE DIVISION.                                           *
022900*****************************************************************
023000 PROCEDURE DIVISION.
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     MOVE "PURGE" TO WS-RST-PHASE.
023400     MOVE "S" TO WS-RST-EVENT.
023500     MOVE ZERO TO WS-RST-COUNT.
023600     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
023700     PERFORM 2000-ARCHIVE-PASS THRU 2000-EXIT.
023800     PERFORM 3000-DELETE-PASS THRU 3000-EXIT.
023900     PERFORM 4000-RECOUNT-PASS THRU 4000-EXIT.
024000     MOVE "PURGE" TO WS-RST-PHASE.
024100     MOVE "E" TO WS-RST-EVENT.
024200     MOVE WS-DELETED-COUNT TO WS-RST-COUNT.
024300     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
024400     PERFORM 7000-PRINT-YEAR-TABLE THRU 7000-EXIT.
024500     PERFORM 8000-WRITE-PURGE-CONTROL THRU 8000-EXIT.
024600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024700     STOP RUN.
024800*-----------------------------------------------------------------
024900*    1000-INITIALIZE - TAKE THE PARM, WORK OUT THE LIMIT PERIOD,
025000*    FIND THE PURGE PERIOD ON MECCTL AND THE CUTOFF, THEN OPEN
025100*    THE REPORT AND PRINT ITS HEADING.  WHEN NO CLOSED PERIOD
025200*    CAN BE PURGED THERE IS NOTHING THE RUN MAY TOUCH - IT
025300*    ENDS WITH RETURN-CODE 4 AND TRNHIST UNTOUCHED.
025400*-----------------------------------------------------------------
025500 1000-INITIALIZE.
025600     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
025700     IF WS-PARM-MONTHS IS NUMERIC
025800         MOVE WS-PARM-MONTHS TO WS-RETENTION-MONTHS
025900     END-IF.
026000     IF WS-RETENTION-MONTHS IS LESS THAN WS-MIN-RETENTION
026100         DISPLAY "TRNHPURGE - RETENTION OF " WS-RETENTION-MONTHS
026200             " MONTHS IS BELOW THE MINIMUM - " WS-MIN-RETENTION
026300             " MONTHS USED"
026400         MOVE WS-MIN-RETENTION TO WS-RETENTION-MONTHS
026500         MOVE 4 TO RETURN-CODE
026600     END-IF.
026700     ACCEPT WS-RUN-DATE FROM DATE.
026800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
026900     PERFORM 1200-SET-LIMIT-PERIOD THRU 1200-EXIT.
027000     PERFORM 1500-FIND-PURGE-PERIOD THRU 1500-EXIT.
027100     IF WS-PURGE-PERIOD IS EQUAL TO ZERO
027150         IF WS-GAP-PERIOD IS NOT EQUAL TO ZERO
027200             DISPLAY "TRNHPURGE - PERIOD " WS-GAP-PERIOD
027250                 " IS NOT CLOSED ON MECCTL - NOTHING PURGED"
027300         ELSE
027350             DISPLAY "TRNHPURGE - NO TRNHIST HISTORY UP TO "
027400                 WS-LIMIT-PERIOD " - NOTHING PURGED"
027450         END-IF
027500         MOVE 4 TO RETURN-CODE
027550         STOP RUN
027600     END-IF.
027700     MOVE WS-PP-YYYY TO WS-CO-YYYY.
027800     MOVE WS-PP-MM TO WS-CO-MM.
027900     MOVE 01 TO WS-CO-DD.
028000     IF WS-CO-MM IS EQUAL TO 12
028100         ADD 1 TO WS-CO-YYYY
028200         MOVE 01 TO WS-CO-MM
028300     ELSE
028400         ADD 1 TO WS-CO-MM
028500     END-IF.
028600     OPEN OUTPUT PURGE-RPT.
028700     IF NOT WS-PURGERPT-OK
028800         DISPLAY "TRNHPURGE - UNABLE TO OPEN PURGERPT, "
028900             "STATUS = " WS-PURGERPT-STATUS
029000         STOP RUN
029100     END-IF.
029200     MOVE SPACES TO WS-PRINT-LINE.
029300     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
029400     MOVE WS-RETENTION-MONTHS TO WS-RPT-MONTHS-EDIT.
029500     STRING "TRANSACTION HISTORY RETENTION PURGE      RUN DATE: "
029600             DELIMITED BY SIZE
029700         WS-RPT-DATE-EDIT DELIMITED BY SIZE
029800         "   RETENTION: " DELIMITED BY SIZE
029900         WS-RPT-MONTHS-EDIT DELIMITED BY SIZE
030000         " MONTHS" DELIMITED BY SIZE
030100         INTO WS-PRINT-LINE
030200     END-STRING.
030300     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
030400     WRITE PURGE-RPT-RECORD.
030500     MOVE SPACES TO WS-PRINT-LINE.
030600     MOVE WS-CUTOFF-DATE TO WS-RPT-DATE-EDIT.
030700     STRING "LAST CLOSED PERIOD ARCHIVED: " DELIMITED BY SIZE
030800         WS-PURGE-PERIOD DELIMITED BY SIZE
030900         "   RECORDS WITH A BUSINESS DATE BEFORE "
031000             DELIMITED BY SIZE
031100         WS-RPT-DATE-EDIT DELIMITED BY SIZE
031200         " MOVED TO TRNHARC" DELIMITED BY SIZE
031300         INTO WS-PRINT-LINE
031400     END-STRING.
031500     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
031600     WRITE PURGE-RPT-RECORD.
031605     IF WS-GAP-PERIOD IS NOT EQUAL TO ZERO
031610         MOVE SPACES TO WS-PRINT-LINE
031615         STRING "PERIOD " DELIMITED BY SIZE
031620             WS-GAP-PERIOD DELIMITED BY SIZE
031625             " IS NOT CLOSED ON MECCTL - PURGE STOPS BEFORE IT "
031630                 DELIMITED BY SIZE
031635             "INSTEAD OF AT " DELIMITED BY SIZE
031640             WS-LIMIT-PERIOD DELIMITED BY SIZE
031645             INTO WS-PRINT-LINE
031650         END-STRING
031655         MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD
031660         WRITE PURGE-RPT-RECORD
031665         DISPLAY "TRNHPURGE - PERIOD " WS-GAP-PERIOD
031670             " IS NOT CLOSED ON MECCTL - PURGED ONLY TO "
031675             WS-PURGE-PERIOD
031680         IF RETURN-CODE IS LESS THAN 4
031685             MOVE 4 TO RETURN-CODE
031690         END-IF
031695     END-IF.
031700 1000-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000*    1200-SET-LIMIT-PERIOD - THE LAST MONTH BEFORE THE RETENTION
032100*    WINDOW: THE RUN MONTH LESS THE RETENTION, LESS ONE MORE.
032200*    WITH 24 MONTHS KEPT, A RUN IN 10/2026 GIVES 09/2024.
032300*-----------------------------------------------------------------
032400 1200-SET-LIMIT-PERIOD.
032500     COMPUTE WS-MONTH-NUMBER = WS-BD-YYYY * 12 + WS-BD-MM - 1
032600         - WS-RETENTION-MONTHS - 1.
032700     DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-LP-YYYY
032800         REMAINDER WS-MONTH-REMAINDER.
032900     COMPUTE WS-LP-MM = WS-MONTH-REMAINDER + 1.
033000 1200-EXIT.
033100     EXIT.
033200*-----------------------------------------------------------------
033220*    1500-FIND-PURGE-PERIOD - LOAD THE CLOSED PERIODS FROM MECCTL
033240*    (1510) AND THE OLDEST BUSINESS MONTH ON TRNHIST (1600), THEN
033260*    WALK FORWARD FROM THAT MONTH ONE MONTH AT A TIME (1700) UP TO
033280*    THE LIMIT PERIOD.  THE PURGE PERIOD IS THE LAST MONTH REACHED
033300*    BEFORE ONE THAT IS NOT CLOSED, SO A MONTH SKIPPED BY A FORCED
033320*    CLOSE, OR HISTORY OLDER THAN THE FIRST CLOSE, IS NEVER
033340*    PURGED.  A MISSING MECCTL MEANS NO PERIOD HAS EVER BEEN
033360*    CLOSED.
033380*-----------------------------------------------------------------
033400 1500-FIND-PURGE-PERIOD.
033420     MOVE ZERO TO WS-PURGE-PERIOD.
033440     MOVE ZERO TO WS-GAP-PERIOD.
033460     PERFORM 1510-LOAD-CLOSED-PERIODS THRU 1510-EXIT.
033480     PERFORM 1600-FIND-OLDEST-MONTH THRU 1600-EXIT.
033500     IF WS-OLDEST-DATE IS EQUAL TO ZERO
033520         GO TO 1500-EXIT
033540     END-IF.
033560     MOVE WS-OD-YYYY TO WS-WP-YYYY.
033580     MOVE WS-OD-MM TO WS-WP-MM.
033600     MOVE "N" TO WS-WALK-STOP-SWITCH.
033620     PERFORM 1700-WALK-ONE-MONTH THRU 1700-EXIT
033640         UNTIL WS-WALK-STOP.
033660 1500-EXIT.
033680     EXIT.
033700*-----------------------------------------------------------------
033720*    1510-LOAD-CLOSED-PERIODS - TABLE EVERY PERIOD ON MECCTL NOT
033740*    AFTER THE LIMIT PERIOD.
033760*-----------------------------------------------------------------
033780 1510-LOAD-CLOSED-PERIODS.
033800     MOVE ZERO TO WS-CP-COUNT.
033820     MOVE "N" TO WS-MECCTL-EOF-SWITCH.
033840     OPEN INPUT CLOSE-CONTROL.
033860     IF WS-MECCTL-NEW-FILE
033880         GO TO 1510-EXIT
033900     END-IF.
033920     IF NOT WS-MECCTL-OK
033940         DISPLAY "TRNHPURGE - UNABLE TO OPEN MECCTL, "
033960             "STATUS = " WS-MECCTL-STATUS
033980         STOP RUN
034000     END-IF.
034020     PERFORM 1550-READ-CLOSE-CONTROL THRU 1550-EXIT
034040         UNTIL WS-MECCTL-READ-EOF.
034060     CLOSE CLOSE-CONTROL.
034080     IF WS-CP-OVERFLOW
034100         DISPLAY "TRNHPURGE - MORE THAN " WS-CP-MAX
034120             " CLOSED PERIODS ON MECCTL - THE REST WERE IGNORED"
034140     END-IF.
034160 1510-EXIT.
034180     EXIT.
034200*-----------------------------------------------------------------
034220*    1550-READ-CLOSE-CONTROL - ONE MECCTL RECORD; TABLE ITS PERIOD
034240*    WHEN IT IS NOT AFTER THE LIMIT PERIOD.  A PERIOD CLOSED TWICE
034260*    (FORCED) IS SIMPLY TABLED TWICE.
034280*-----------------------------------------------------------------
034300 1550-READ-CLOSE-CONTROL.
034320     READ CLOSE-CONTROL
034340         AT END
034360             SET WS-MECCTL-READ-EOF TO TRUE
034380             GO TO 1550-EXIT
034400     END-READ.
034420     IF MEC-PERIOD IS NOT NUMERIC
034440         GO TO 1550-EXIT
034460     END-IF.
034480     IF MEC-PERIOD IS GREATER THAN WS-LIMIT-PERIOD
034500         GO TO 1550-EXIT
034520     END-IF.
034540     IF WS-CP-COUNT IS NOT LESS THAN WS-CP-MAX
034560         SET WS-CP-OVERFLOW TO TRUE
034580         GO TO 1550-EXIT
034600     END-IF.
034620     ADD 1 TO WS-CP-COUNT.
034640     MOVE MEC-PERIOD TO WS-CP-PERIOD(WS-CP-COUNT).
034660 1550-EXIT.
034680     EXIT.
034700*-----------------------------------------------------------------
034720*    1600-FIND-OLDEST-MONTH - THE EARLIEST BUSINESS DATE ON
034740*    TRNHIST.  THE FILE IS KEYED BY CUSTOMER, SO IT TAKES A FULL
034760*    READ.  A MISSING OR EMPTY TRNHIST LEAVES IT ZERO.
034780*-----------------------------------------------------------------
034800 1600-FIND-OLDEST-MONTH.
034820     MOVE ZERO TO WS-OLDEST-DATE.
034840     OPEN INPUT TRANSACTION-HISTORY.
034860     IF WS-TRNHIST-NEW-FILE
034880         GO TO 1600-EXIT
034900     END-IF.
034920     IF NOT WS-TRNHIST-OK
034940         DISPLAY "TRNHPURGE - UNABLE TO OPEN TRNHIST, "
034960             "STATUS = " WS-TRNHIST-STATUS
034980         STOP RUN
035000     END-IF.
035020     MOVE "N" TO WS-EOF-SWITCH.
035040     PERFORM 1650-READ-OLDEST-DATE THRU 1650-EXIT
035060         UNTIL WS-END-OF-FILE.
035080     CLOSE TRANSACTION-HISTORY.
035100 1600-EXIT.
035120     EXIT.
035140 1650-READ-OLDEST-DATE.
035160     READ TRANSACTION-HISTORY NEXT RECORD
035180         AT END
035200             SET WS-END-OF-FILE TO TRUE
035220             GO TO 1650-EXIT
035240     END-READ.
035260     IF THR-BUSINESS-DATE IS NOT NUMERIC
035280             OR THR-BUSINESS-DATE IS EQUAL TO ZERO
035300         GO TO 1650-EXIT
035320     END-IF.
035340     IF WS-OLDEST-DATE IS EQUAL TO ZERO
035360             OR THR-BUSINESS-DATE IS LESS THAN WS-OLDEST-DATE
035380         MOVE THR-BUSINESS-DATE TO WS-OLDEST-DATE
035400     END-IF.
035420 1650-EXIT.
035440     EXIT.
035460*-----------------------------------------------------------------
035480*    1700-WALK-ONE-MONTH - STOP PAST THE LIMIT PERIOD OR ON A
035500*    MONTH NOT CLOSED ON MECCTL, KEPT AS THE GAP PERIOD; ANY
035520*    OTHER MONTH MAY BE PURGED AND THE WALK MOVES ON.
035540*-----------------------------------------------------------------
035560 1700-WALK-ONE-MONTH.
035580     IF WS-WALK-PERIOD IS GREATER THAN WS-LIMIT-PERIOD
035600         SET WS-WALK-STOP TO TRUE
035620         GO TO 1700-EXIT
035640     END-IF.
035660     MOVE "N" TO WS-CP-FOUND-SWITCH.
035680     PERFORM 1710-MATCH-CLOSED-PERIOD THRU 1710-EXIT
035700         VARYING WS-CP-IX FROM 1 BY 1
035720         UNTIL WS-CP-IX IS GREATER THAN WS-CP-COUNT
035740             OR WS-CP-FOUND.
035760     IF NOT WS-CP-FOUND
035780         MOVE WS-WALK-PERIOD TO WS-GAP-PERIOD
035800         SET WS-WALK-STOP TO TRUE
035820         GO TO 1700-EXIT
035840     END-IF.
035860     MOVE WS-WALK-PERIOD TO WS-PURGE-PERIOD.
035880     IF WS-WP-MM IS EQUAL TO 12
035900         ADD 1 TO WS-WP-YYYY
035920         MOVE 01 TO WS-WP-MM
035940     ELSE
035960         ADD 1 TO WS-WP-MM
035980     END-IF.
036000 1700-EXIT.
036020     EXIT.
036040 1710-MATCH-CLOSED-PERIOD.
036060     IF WS-CP-PERIOD(WS-CP-IX) IS EQUAL TO WS-WALK-PERIOD
036080         SET WS-CP-FOUND TO TRUE
036100     END-IF.
036120 1710-EXIT.
036140     EXIT.
037300*-----------------------------------------------------------------
037400*    2000-ARCHIVE-PASS - READ TRNHIST END TO END, TAKING THE
037500*    BEFORE FIGURES FOR EVERY RECORD AND WRITING EACH RECORD
037600*    BEFORE THE CUTOFF TO TRNHARC.  THE ARCHIVE IS CLOSED, AND SO
037700*    COMPLETE, BEFORE THE DELETE PASS OPENS TRNHIST FOR UPDATE.
037800*-----------------------------------------------------------------
037900 2000-ARCHIVE-PASS.
038000     OPEN INPUT TRANSACTION-HISTORY.
038100     IF WS-TRNHIST-NEW-FILE
038200         DISPLAY "TRNHPURGE - TRNHIST DOES NOT EXIST - "
038300             "NOTHING PURGED"
038400         MOVE 4 TO RETURN-CODE
038500         STOP RUN
038600     END-IF.
038700     IF NOT WS-TRNHIST-OK
038800         DISPLAY "TRNHPURGE - UNABLE TO OPEN TRNHIST, "
038900             "STATUS = " WS-TRNHIST-STATUS
039000         STOP RUN
039100     END-IF.
039200     OPEN EXTEND HISTORY-ARCHIVE.
039300     IF WS-TRNHARC-NEW-FILE
039400         OPEN OUTPUT HISTORY-ARCHIVE
039500     END-IF.
039600     IF NOT WS-TRNHARC-OK
039700         DISPLAY "TRNHPURGE - UNABLE TO OPEN TRNHARC, "
039800             "STATUS = " WS-TRNHARC-STATUS
039900         STOP RUN
040000     END-IF.
040100     MOVE "N" TO WS-EOF-SWITCH.
040200     PERFORM 2100-ARCHIVE-RECORD THRU 2100-EXIT
040300         UNTIL WS-END-OF-FILE.
040400     CLOSE HISTORY-ARCHIVE.
040500     CLOSE TRANSACTION-HISTORY.
040600 2000-EXIT.
040700     EXIT.
040800*-----------------------------------------------------------------
040900*    2100-ARCHIVE-RECORD - ONE TRNHIST RECORD INTO THE BEFORE
041000*    FIGURES, AND ONTO THE ARCHIVE WHEN IT IS BEFORE THE CUTOFF.
041100*-----------------------------------------------------------------
041200 2100-ARCHIVE-RECORD.
041300     READ TRANSACTION-HISTORY NEXT RECORD
041400         AT END
041500             SET WS-END-OF-FILE TO TRUE
041600             GO TO 2100-EXIT
041700     END-READ.
041800     MOVE THR-BUSINESS-DATE TO WS-THR-BUS-DATE.
041900     MOVE WS-TBD-YYYY TO WS-YR-KEY.
042000     PERFORM 2900-FIND-YEAR-ENTRY THRU 2900-EXIT.
042100     ADD 1 TO WS-BEFORE-COUNT.
042200     ADD THR-SALE-AMOUNT TO WS-BEFORE-AMOUNT.
042300     ADD 1 TO WS-YR-BEFORE-COUNT(WS-YR-POS).
042400     ADD THR-SALE-AMOUNT TO WS-YR-BEFORE-AMOUNT(WS-YR-POS).
042500     IF THR-BUSINESS-DATE IS NOT LESS THAN WS-CUTOFF-DATE
042600         GO TO 2100-EXIT
042700     END-IF.
042800     WRITE HISTORY-ARCHIVE-RECORD FROM TRANSACTION-HISTORY-RECORD.
042900     IF NOT WS-TRNHARC-OK
043000         DISPLAY "TRNHPURGE - WRITE TO TRNHARC FAILED, "
043100             "STATUS = " WS-TRNHARC-STATUS " - RUN STOPPED, "
043200             "TRNHIST NOT PURGED"
043300         MOVE 12 TO RETURN-CODE
043400         STOP RUN
043500     END-IF.
043600     ADD 1 TO WS-ARCHIVED-COUNT.
043700     ADD THR-SALE-AMOUNT TO WS-ARCHIVED-AMOUNT.
043800     ADD 1 TO WS-YR-ARC-COUNT(WS-YR-POS).
043900     ADD THR-SALE-AMOUNT TO WS-YR-ARC-AMOUNT(WS-YR-POS).
044000 2100-EXIT.
044100     EXIT.
044200*-----------------------------------------------------------------
044300*    2900-FIND-YEAR-ENTRY - LEAVE WS-YR-POS ON THE TABLE ENTRY
044400*    FOR WS-YR-KEY, INSERTING A ZEROED ENTRY IN YEAR ORDER WHEN
044500*    THE YEAR IS NEW.  A FULL TABLE STOPS THE RUN BEFORE ANY
044600*    RECORD IS DELETED.
044700*-----------------------------------------------------------------
044800 2900-FIND-YEAR-ENTRY.
044900     MOVE "N" TO WS-YR-STOP-SWITCH.
045000     COMPUTE WS-YR-POS = WS-YR-COUNT + 1.
045100     PERFORM 2910-SCAN-YEAR-ENTRY THRU 2910-EXIT
045200         VARYING WS-YR-IX FROM 1 BY 1
045300         UNTIL WS-YR-IX IS GREATER THAN WS-YR-COUNT
045400             OR WS-YR-STOP.
045500     IF WS-YR-POS IS NOT GREATER THAN WS-YR-COUNT
045600         IF WS-YR-YEAR(WS-YR-POS) IS EQUAL TO WS-YR-KEY
045700             GO TO 2900-EXIT
045800         END-IF
045900     END-IF.
046000     IF WS-YR-COUNT IS NOT LESS THAN WS-YR-MAX
046100         DISPLAY "TRNHPURGE - TRNHIST SPANS MORE THAN " WS-YR-MAX
046200             " BUSINESS YEARS - RUN STOPPED, TRNHIST NOT PURGED. "
046300             " DISCARD THIS RUN'S TRNHARC RECORDS"
046400         MOVE 12 TO RETURN-CODE
046500         STOP RUN
046600     END-IF.
046700     PERFORM 2920-SHIFT-YEAR-ENTRY THRU 2920-EXIT
046800         VARYING WS-YR-SHIFT FROM WS-YR-COUNT BY -1
046900         UNTIL WS-YR-SHIFT IS LESS THAN WS-YR-POS.
047000     ADD 1 TO WS-YR-COUNT.
047100     MOVE WS-YR-KEY TO WS-YR-YEAR(WS-YR-POS).
047200     MOVE ZERO TO WS-YR-BEFORE-COUNT(WS-YR-POS).
047300     MOVE ZERO TO WS-YR-BEFORE-AMOUNT(WS-YR-POS).
047400     MOVE ZERO TO WS-YR-ARC-COUNT(WS-YR-POS).
047500     MOVE ZERO TO WS-YR-ARC-AMOUNT(WS-YR-POS).
047600     MOVE ZERO TO WS-YR-AFTER-COUNT(WS-YR-POS).
047700     MOVE ZERO TO WS-YR-AFTER-AMOUNT(WS-YR-POS).
047800 2900-EXIT.
047900     EXIT.
048000*-----------------------------------------------------------------
048100*    2910-SCAN-YEAR-ENTRY - STOP AT THE FIRST ENTRY WHOSE YEAR IS
048200*    NOT BELOW THE ONE WANTED.
048300*-----------------------------------------------------------------
048400 2910-SCAN-YEAR-ENTRY.
048500     IF WS-YR-YEAR(WS-YR-IX) IS NOT LESS THAN WS-YR-KEY
048600         MOVE WS-YR-IX TO WS-YR-POS
048700         SET WS-YR-STOP TO TRUE
048800     END-IF.
048900 2910-EXIT.
049000     EXIT.
049100*-----------------------------------------------------------------
049200*    2920-SHIFT-YEAR-ENTRY - MOVE ONE ENTRY UP A SLOT TO OPEN THE
049300*    INSERTION POINT.
049400*-----------------------------------------------------------------
049500 2920-SHIFT-YEAR-ENTRY.
049600     MOVE WS-YR-ENTRY(WS-YR-SHIFT)
049700         TO WS-YR-ENTRY(WS-YR-SHIFT + 1).
049800 2920-EXIT.
049900     EXIT.
050000*-----------------------------------------------------------------
050100*    3000-DELETE-PASS - READ TRNHIST AGAIN FOR UPDATE AND DELETE
050200*    EVERY RECORD BEFORE THE CUTOFF.  THE COUNT AND AMOUNT TAKEN
050300*    OFF MUST EQUAL WHAT THE ARCHIVE PASS WROTE; ANY DIFFERENCE
050400*    OR A FAILED DELETE LEAVES RETURN-CODE 8 FOR AUDIT TO CHASE.
050500*-----------------------------------------------------------------
050600 3000-DELETE-PASS.
050700     OPEN I-O TRANSACTION-HISTORY.
050800     IF NOT WS-TRNHIST-OK
050900         DISPLAY "TRNHPURGE - UNABLE TO OPEN TRNHIST FOR UPDATE, "
051000             "STATUS = " WS-TRNHIST-STATUS " - TRNHARC HOLDS "
051100             "RECORDS STILL ON TRNHIST"
051200         MOVE 12 TO RETURN-CODE
051300         STOP RUN
051400     END-IF.
051500     MOVE "N" TO WS-EOF-SWITCH.
051600     PERFORM 3100-DELETE-RECORD THRU 3100-EXIT
051700         UNTIL WS-END-OF-FILE.
051800     CLOSE TRANSACTION-HISTORY.
051900     IF WS-DELETED-COUNT IS NOT EQUAL TO WS-ARCHIVED-COUNT
052000             OR WS-DELETED-AMOUNT IS NOT EQUAL TO
052100                 WS-ARCHIVED-AMOUNT
052200             OR WS-DELETE-FAIL-COUNT IS GREATER THAN ZERO
052300         SET WS-PROOF-FAILED TO TRUE
052400         DISPLAY "TRNHPURGE - RECORDS DELETED DO NOT AGREE WITH "
052500             "RECORDS ARCHIVED, SEE PURGERPT"
052600         MOVE 8 TO RETURN-CODE
052700     END-IF.
052800 3000-EXIT.
052900     EXIT.
053000*-----------------------------------------------------------------
053100*    3100-DELETE-RECORD - ONE TRNHIST RECORD; DELETE IT WHEN IT
053200*    IS BEFORE THE CUTOFF.
053300*-----------------------------------------------------------------
053400 3100-DELETE-RECORD.
053500     READ TRANSACTION-HISTORY NEXT RECORD
053600         AT END
053700             SET WS-END-OF-FILE TO TRUE
053800             GO TO 3100-EXIT
053900     END-READ.
054000     IF THR-BUSINESS-DATE IS NOT LESS THAN WS-CUTOFF-DATE
054100         GO TO 3100-EXIT
054200     END-IF.
054300     DELETE TRANSACTION-HISTORY RECORD
054400         INVALID KEY
054500             ADD 1 TO WS-DELETE-FAIL-COUNT
054600             DISPLAY "TRNHPURGE - DELETE FAILED FOR CUSTOMER "
054700                 THR-CUSTOMER-ID " SALE DATE " THR-SALE-DATE
054800                 " SEQ " THR-SEQUENCE-NO ", STATUS = "
054900                 WS-TRNHIST-STATUS
055000             GO TO 3100-EXIT
055100     END-DELETE.
055200     ADD 1 TO WS-DELETED-COUNT.
055300     ADD THR-SALE-AMOUNT TO WS-DELETED-AMOUNT.
055400 3100-EXIT.
055500     EXIT.
055600*-----------------------------------------------------------------
055700*    4000-RECOUNT-PASS - READ WHAT IS LEFT ON TRNHIST FOR THE
055800*    REMAINING FIGURES THE REPORT PROVES AGAINST.
055900*-----------------------------------------------------------------
056000 4000-RECOUNT-PASS.
056100     OPEN INPUT TRANSACTION-HISTORY.
056200     IF NOT WS-TRNHIST-OK
056300         DISPLAY "TRNHPURGE - UNABLE TO OPEN TRNHIST, "
056400             "STATUS = " WS-TRNHIST-STATUS
056500         STOP RUN
056600     END-IF.
056700     MOVE "N" TO WS-EOF-SWITCH.
056800     PERFORM 4100-RECOUNT-RECORD THRU 4100-EXIT
056900         UNTIL WS-END-OF-FILE.
057000     CLOSE TRANSACTION-HISTORY.
057100 4000-EXIT.
057200     EXIT.
057300*-----------------------------------------------------------------
057400*    4100-RECOUNT-RECORD - ONE REMAINING TRNHIST RECORD INTO THE
057500*    AFTER FIGURES.
057600*-----------------------------------------------------------------
057700 4100-RECOUNT-RECORD.
057800     READ TRANSACTION-HISTORY NEXT RECORD
057900         AT END
058000             SET WS-END-OF-FILE TO TRUE
058100             GO TO 4100-EXIT
058200     END-READ.
058300     MOVE THR-BUSINESS-DATE TO WS-THR-BUS-DATE.
058400     MOVE WS-TBD-YYYY TO WS-YR-KEY.
058500     PERFORM 2900-FIND-YEAR-ENTRY THRU 2900-EXIT.
058600     ADD 1 TO WS-AFTER-COUNT.
058700     ADD THR-SALE-AMOUNT TO WS-AFTER-AMOUNT.
058800     ADD 1 TO WS-YR-AFTER-COUNT(WS-YR-POS).
058900     ADD THR-SALE-AMOUNT TO WS-YR-AFTER-AMOUNT(WS-YR-POS).
059000 4100-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------------
059300*    6000-WRITE-RUN-STATUS - APPEND ONE START OR END EVENT TO
059400*    RUNSTAT FOR THE OPERATIONS RUN LOG.
059500*-----------------------------------------------------------------
059600 6000-WRITE-RUN-STATUS.
059700     OPEN EXTEND RUN-STATUS.
059800     IF WS-RUNSTAT-NEW-FILE
059900         OPEN OUTPUT RUN-STATUS
060000     END-IF.
060100     IF NOT WS-RUNSTAT-OK
060200         DISPLAY "TRNHPURGE - UNABLE TO OPEN RUNSTAT, "
060300             "STATUS = " WS-RUNSTAT-STATUS
060400         GO TO 6000-EXIT
060500     END-IF.
060600     MOVE SPACES TO RUN-STATUS-RECORD.
060700     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
060800     MOVE "TRNHPURGE" TO RST-PROGRAM-ID.
060900     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
061000     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
061100     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
061200     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
061300     ACCEPT WS-RST-TIME-RAW FROM TIME.
061400     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
061500     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
061600     WRITE RUN-STATUS-RECORD.
061700     CLOSE RUN-STATUS.
061800 6000-EXIT.
061900     EXIT.
062000*-----------------------------------------------------------------
062100*    7000-PRINT-YEAR-TABLE - ONE LINE PER BUSINESS YEAR WITH THE
062200*    BEFORE, ARCHIVED AND REMAINING COUNTS AND AMOUNTS, AND A
062300*    GRAND TOTAL LINE.  EACH LINE MUST PROVE BEFORE = ARCHIVED +
062400*    REMAINING IN BOTH COUNT AND AMOUNT; ANY LINE THAT DOES NOT
062500*    IS MARKED AND LEAVES RETURN-CODE 8.
062600*-----------------------------------------------------------------
062700 7000-PRINT-YEAR-TABLE.
062800     MOVE SPACES TO PURGE-RPT-RECORD.
062900     WRITE PURGE-RPT-RECORD.
063000     MOVE SPACES TO WS-PRINT-LINE.
063100     STRING "YEAR      BEFORE    BEFORE-AMOUNT" DELIMITED BY SIZE
063200         "    ARCHIVED  ARCHIVED-AMOUNT" DELIMITED BY SIZE
063300         "   REMAINING    REMAIN-AMOUNT  CHECK" DELIMITED BY SIZE
063400         INTO WS-PRINT-LINE
063500     END-STRING.
063600     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
063700     WRITE PURGE-RPT-RECORD.
063800     PERFORM 7100-PRINT-YEAR-LINE THRU 7100-EXIT
063900         VARYING WS-YR-IX FROM 1 BY 1
064000         UNTIL WS-YR-IX IS GREATER THAN WS-YR-COUNT.
064100     MOVE "ALL " TO WS-RPT-YEAR.
064200     MOVE WS-BEFORE-COUNT TO WS-RPT-BEF-COUNT-EDIT.
064300     MOVE WS-BEFORE-AMOUNT TO WS-RPT-BEF-AMOUNT-EDIT.
064400     MOVE WS-ARCHIVED-COUNT TO WS-RPT-ARC-COUNT-EDIT.
064500     MOVE WS-ARCHIVED-AMOUNT TO WS-RPT-ARC-AMOUNT-EDIT.
064600     MOVE WS-AFTER-COUNT TO WS-RPT-AFT-COUNT-EDIT.
064700     MOVE WS-AFTER-AMOUNT TO WS-RPT-AFT-AMOUNT-EDIT.
064800     IF WS-BEFORE-COUNT IS EQUAL TO
064900             WS-ARCHIVED-COUNT + WS-AFTER-COUNT
065000             AND WS-BEFORE-AMOUNT IS EQUAL TO
065100                 WS-ARCHIVED-AMOUNT + WS-AFTER-AMOUNT
065200         MOVE "PROVED" TO WS-RPT-CHECK
065300     ELSE
065400         MOVE "**NOT PROVED**" TO WS-RPT-CHECK
065500         SET WS-PROOF-FAILED TO TRUE
065600     END-IF.
065700     MOVE SPACES TO PURGE-RPT-RECORD.
065800     WRITE PURGE-RPT-RECORD.
065900     PERFORM 7200-WRITE-YEAR-LINE THRU 7200-EXIT.
066000     MOVE SPACES TO PURGE-RPT-RECORD.
066100     WRITE PURGE-RPT-RECORD.
066200     MOVE SPACES TO WS-PRINT-LINE.
066300     MOVE WS-DELETED-COUNT TO WS-RPT-COUNT-EDIT.
066400     MOVE WS-DELETED-AMOUNT TO WS-RPT-BEF-AMOUNT-EDIT.
066500     STRING "RECORDS DELETED FROM TRNHIST: " DELIMITED BY SIZE
066600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
066700         "   AMOUNT:" DELIMITED BY SIZE
066800         WS-RPT-BEF-AMOUNT-EDIT DELIMITED BY SIZE
066900         INTO WS-PRINT-LINE
067000     END-STRING.
067100     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
067200     WRITE PURGE-RPT-RECORD.
067300     IF WS-DELETE-FAIL-COUNT IS GREATER THAN ZERO
067400         MOVE SPACES TO WS-PRINT-LINE
067500         MOVE WS-DELETE-FAIL-COUNT TO WS-RPT-COUNT-EDIT
067600         STRING "DELETES FAILED:               " DELIMITED BY SIZE
067700             WS-RPT-COUNT-EDIT DELIMITED BY SIZE
067800             INTO WS-PRINT-LINE
067900         END-STRING
068000         MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD
068100         WRITE PURGE-RPT-RECORD
068200     END-IF.
068300     MOVE SPACES TO WS-PRINT-LINE.
068400     IF WS-PROOF-FAILED
068500         STRING "PURGE NOT PROVED - ARCHIVE AND TRNHIST MUST BE "
068600                 DELIMITED BY SIZE
068700             "RECONCILED BEFORE TRNHARC IS RELIED ON"
068800                 DELIMITED BY SIZE
068900             INTO WS-PRINT-LINE
069000         END-STRING
069100         IF RETURN-CODE IS LESS THAN 8
069200             MOVE 8 TO RETURN-CODE
069300         END-IF
069400     ELSE
069500         MOVE "PURGE PROVED - NOTHING LOST" TO WS-PRINT-LINE
069600     END-IF.
069700     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
069800     WRITE PURGE-RPT-RECORD.
069900 7000-EXIT.
070000     EXIT.
070100*-----------------------------------------------------------------
070200*    7100-PRINT-YEAR-LINE - ONE BUSINESS YEAR.
070300*-----------------------------------------------------------------
070400 7100-PRINT-YEAR-LINE.
070500     MOVE WS-YR-YEAR(WS-YR-IX) TO WS-RPT-YEAR.
070600     MOVE WS-YR-BEFORE-COUNT(WS-YR-IX) TO WS-RPT-BEF-COUNT-EDIT.
070700     MOVE WS-YR-BEFORE-AMOUNT(WS-YR-IX) TO WS-RPT-BEF-AMOUNT-EDIT.
070800     MOVE WS-YR-ARC-COUNT(WS-YR-IX) TO WS-RPT-ARC-COUNT-EDIT.
070900     MOVE WS-YR-ARC-AMOUNT(WS-YR-IX) TO WS-RPT-ARC-AMOUNT-EDIT.
071000     MOVE WS-YR-AFTER-COUNT(WS-YR-IX) TO WS-RPT-AFT-COUNT-EDIT.
071100     MOVE WS-YR-AFTER-AMOUNT(WS-YR-IX) TO WS-RPT-AFT-AMOUNT-EDIT.
071200     IF WS-YR-BEFORE-COUNT(WS-YR-IX) IS EQUAL TO
071300             WS-YR-ARC-COUNT(WS-YR-IX)
071400             + WS-YR-AFTER-COUNT(WS-YR-IX)
071500             AND WS-YR-BEFORE-AMOUNT(WS-YR-IX) IS EQUAL TO
071600                 WS-YR-ARC-AMOUNT(WS-YR-IX)
071700                 + WS-YR-AFTER-AMOUNT(WS-YR-IX)
071800         MOVE "OK" TO WS-RPT-CHECK
071900     ELSE
072000         MOVE "**NOT PROVED**" TO WS-RPT-CHECK
072100         SET WS-PROOF-FAILED TO TRUE
072200     END-IF.
072300     PERFORM 7200-WRITE-YEAR-LINE THRU 7200-EXIT.
072400 7100-EXIT.
072500     EXIT.
072600*-----------------------------------------------------------------
072700*    7200-WRITE-YEAR-LINE - FORMAT AND WRITE THE EDITED FIGURES.
072800*-----------------------------------------------------------------
072900 7200-WRITE-YEAR-LINE.
073000     MOVE SPACES TO WS-PRINT-LINE.
073100     STRING WS-RPT-YEAR DELIMITED BY SIZE
073200         "   " DELIMITED BY SIZE
073300         WS-RPT-BEF-COUNT-EDIT DELIMITED BY SIZE
073400         "  " DELIMITED BY SIZE
073500         WS-RPT-BEF-AMOUNT-EDIT DELIMITED BY SIZE
073600         "   " DELIMITED BY SIZE
073700         WS-RPT-ARC-COUNT-EDIT DELIMITED BY SIZE
073800         "  " DELIMITED BY SIZE
073900         WS-RPT-ARC-AMOUNT-EDIT DELIMITED BY SIZE
074000         "   " DELIMITED BY SIZE
074100         WS-RPT-AFT-COUNT-EDIT DELIMITED BY SIZE
074200         "  " DELIMITED BY SIZE
074300         WS-RPT-AFT-AMOUNT-EDIT DELIMITED BY SIZE
074400         "  " DELIMITED BY SIZE
074500         WS-RPT-CHECK DELIMITED BY SIZE
074600         INTO WS-PRINT-LINE
074700     END-STRING.
074800     MOVE WS-PRINT-LINE TO PURGE-RPT-RECORD.
074900     WRITE PURGE-RPT-RECORD.
075000 7200-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------------
075300*    8000-WRITE-PURGE-CONTROL - APPEND THIS RUN'S CUTOFF AND
075400*    FIGURES TO HPGCTL SO TRNHISTINQ KNOWS WHAT IS NOW ONLY ON
075500*    THE ARCHIVE.
075600*-----------------------------------------------------------------
075700 8000-WRITE-PURGE-CONTROL.
075800     OPEN EXTEND PURGE-CONTROL.
075900     IF WS-HPGCTL-NEW-FILE
076000         OPEN OUTPUT PURGE-CONTROL
076100     END-IF.
076200     IF NOT WS-HPGCTL-OK
076300         DISPLAY "TRNHPURGE - UNABLE TO OPEN HPGCTL, "
076400             "STATUS = " WS-HPGCTL-STATUS
076500         STOP RUN
076600     END-IF.
076700     MOVE SPACES TO PURGE-CONTROL-RECORD.
076800     MOVE WS-CUTOFF-DATE TO HPC-CUTOFF-DATE.
076900     MOVE WS-RETENTION-MONTHS TO HPC-RETENTION-MONTHS.
077000     MOVE WS-PURGE-PERIOD TO HPC-LAST-PERIOD.
077100     MOVE WS-BEFORE-COUNT TO HPC-BEFORE-COUNT.
077200     MOVE WS-ARCHIVED-COUNT TO HPC-ARCHIVED-COUNT.
077300     MOVE WS-ARCHIVED-AMOUNT TO HPC-ARCHIVED-AMOUNT.
077400     MOVE WS-AFTER-COUNT TO HPC-AFTER-COUNT.
077500     MOVE WS-RUN-DATE TO HPC-RUN-DATE.
077600     WRITE PURGE-CONTROL-RECORD.
077700     CLOSE PURGE-CONTROL.
077800 8000-EXIT.
077900     EXIT.
078000*-----------------------------------------------------------------
078100*    9000-TERMINATE - CLOSE FILES
078200*-----------------------------------------------------------------
078300 9000-TERMINATE.
078400     CLOSE PURGE-RPT.
078500 9000-EXIT.
078600     EXIT.
078700 END PROGRAM TRNHPURGE.
