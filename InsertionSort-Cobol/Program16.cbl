000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. RUNGAPRPT.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. BUSINESS-DAY RUN GAP REPORT - RUN AS NEEDED OR AHEAD
001100     OF A MONTH-END CLOSE.  THE SORT, CUSTBALPOST AND MONTHENDCLS
001200     STEPS EACH REFUSE TO START WHEN THE DAY BEFORE THEM IS
001300     MISSING; THIS RUN LOOKS BACK OVER A WHOLE DATE RANGE AND
001400     LISTS ON GAPRPT EVERY BUSINESS DAY (PER THE BUSCAL CALENDAR,
001500     BCLREC01) WITH NO SORT RUN ON RUNCTL OR NO POSTING ON
001600     PSTCTL.  IT ALSO LISTS, FOR INFORMATION, A RUN ON RECORD FOR
001700     A DAY THE CALENDAR SAYS IS NOT A BUSINESS DAY (USUALLY A
001800     MISSING "T" CARD) AND EVERY BRANCH NON-TRADING CARD IN THE
001900     RANGE.  DAYS BEFORE THE FIRST RECORD ON A CONTROL FILE
002000     PREDATE THAT STEP AND ARE NOT GAPS.  THE RANGE IS TAKEN FROM
002100     THE PARM - FROM-DATE IN POSITIONS 1-8, TO-DATE IN 10-17,
002200     BOTH YYYYMMDD - AND DEFAULTS TO THE FIRST OF LAST MONTH
002300     THROUGH YESTERDAY; AT MOST 366 DAYS ARE CHECKED.
002400     RETURN-CODE 0 MEANS NO GAPS, 4 THAT GAPS WERE LISTED (OR A
002500     BUSCAL CARD WAS BAD, OR THE RANGE WAS CUT), 8 A BAD PARM.
002600     NOTHING IS UPDATED.
002700*-----------------------------------------------------------------
002800*    MODIFICATION HISTORY
002900*    DATE       INIT  DESCRIPTION
003000*    10/15/26   JM    ORIGINAL VERSION.
003100*****************************************************************
003200* ENVIRONMENT DIVISION.                                         *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-BUSCAL-STATUS.
004300     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RUNCTL-STATUS.
004600     SELECT POSTING-CONTROL ASSIGN TO "PSTCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-PSTCTL-STATUS.
004900     SELECT GAP-RPT ASSIGN TO "GAPRPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-GAPRPT-STATUS.
005200     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUNSTAT-STATUS.
005500*****************************************************************
005600* DATA DIVISION.                                                *
005700*****************************************************************
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  BUSINESS-CALENDAR
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300     COPY BCLREC01.
006400 FD  RUN-CONTROL
006500     LABEL RECORDS ARE STANDARD
006600     RECORDING MODE IS F.
006700     COPY RCRREC01.
006800 FD  POSTING-CONTROL
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100     COPY PCRREC01.
007200 FD  GAP-RPT
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS F.
007500 01  GAP-RPT-RECORD                 PIC X(132).
007600 FD  RUN-STATUS
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY RSTREC01.
008000 WORKING-STORAGE SECTION.
008100*-----------------------------------------------------------------
008200*    FILE STATUS AND END-OF-FILE SWITCHES
008300*-----------------------------------------------------------------
008400 01  WS-RUNCTL-STATUS            PIC X(02).
008500     88  WS-RUNCTL-OK                  VALUE "00".
008600     88  WS-RUNCTL-NEW-FILE            VALUE "35".
008700 01  WS-PSTCTL-STATUS            PIC X(02).
008800     88  WS-PSTCTL-OK                  VALUE "00".
008900     88  WS-PSTCTL-NEW-FILE            VALUE "35".
009000 01  WS-GAPRPT-STATUS            PIC X(02).
009100     88  WS-GAPRPT-OK                  VALUE "00".
009200 01  WS-RUNSTAT-STATUS           PIC X(02).
009300     88  WS-RUNSTAT-OK                 VALUE "00".
009400     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
009500 01  WS-RUNCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
009600     88  WS-RUNCTL-READ-EOF                VALUE "Y".
009700 01  WS-PSTCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
009800     88  WS-PSTCTL-READ-EOF                VALUE "Y".
009900*-----------------------------------------------------------------
010000*    PARM CARD - POSITIONS 1-8 MAY CARRY THE FROM-DATE AND 10-17
010100*    THE TO-DATE, BOTH YYYYMMDD.  A DATE LEFT BLANK DEFAULTS -
010200*    TO-DATE TO YESTERDAY, FROM-DATE TO THE FIRST DAY OF THE
010300*    MONTH BEFORE THE TO-DATE'S.
010400*-----------------------------------------------------------------
010500 01  WS-PARM-CARD                VALUE SPACES.
010600     05  WS-PARM-FROM-DATE       PIC 9(08).
010700     05  FILLER                  PIC X(01).
010800     05  WS-PARM-TO-DATE         PIC 9(08).
010900 01  WS-FROM-DATE                PIC 9(08)       VALUE ZERO.
011000 01  WS-TO-DATE                  PIC 9(08)       VALUE ZERO.
011100 01  WS-FROM-DAY-NUMBER          PIC 9(07)       VALUE ZERO.
011200 01  WS-DAY-COUNT                PIC 9(07)       VALUE ZERO.
011300 01  WS-MAX-RANGE-DAYS           PIC 9(03)       VALUE 366.
011400 01  WS-DAYS-TO-DROP             PIC 9(07)       VALUE ZERO.
011500 01  WS-DATE-VALID-SWITCH        PIC X(01)       VALUE "N".
011600     88  WS-DATE-VALID                     VALUE "Y".
011700*-----------------------------------------------------------------
011800*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
011900*-----------------------------------------------------------------
012000 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
012100 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
012200 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
012300 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
012400 01  WS-RST-TIME-RAW.
012500     05  WS-RST-TIME-HHMMSS      PIC 9(06).
012600     05  FILLER                  PIC 9(02).
012700 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
012800*-----------------------------------------------------------------
012900*    BUSINESS-DAY CALENDAR WORKING FIELDS - THE COMPANY-WIDE
013000*    BUSCAL CARDS (BCLREC01), HOLIDAYS AND EXTRA TRADING DAYS,
013100*    LOADED BY 1600.  ANY OTHER MONDAY TO FRIDAY IS A BUSINESS
013200*    DAY.  WS-CAL-DATE IS THE DATE THE CALENDAR PARAGRAPHS WORK
013300*    ON; WS-CAL-WEEKDAY IS ITS DAY NUMBER MODULO 7, WHICH FALLS
013400*    ON 4 FOR A SATURDAY AND 5 FOR A SUNDAY.
013500*-----------------------------------------------------------------
013600 01  WS-BUSCAL-STATUS            PIC X(02).
013700     88  WS-BUSCAL-OK                  VALUE "00".
013800     88  WS-BUSCAL-NEW-FILE            VALUE "35".
013900 01  WS-BUSCAL-EOF-SWITCH        PIC X(01)       VALUE "N".
014000     88  WS-BUSCAL-READ-EOF                VALUE "Y".
014100 01  WS-BCL-COUNT                PIC 9(03) COMP  VALUE ZERO.
014200 01  WS-MAX-BCL-ENTRIES          PIC 9(03) COMP  VALUE 500.
014300 01  WS-BCL-TABLE.
014400     05  WS-BCL-ENTRY OCCURS 500 TIMES.
014500         10  WS-BCL-DATE         PIC 9(08).
014600         10  WS-BCL-DAY-TYPE     PIC X(01).
014700 01  WS-BCL-IX                   PIC 9(03) COMP  VALUE ZERO.
014800 01  WS-CAL-DATE                 PIC 9(08)       VALUE ZERO.
014900 01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
015000     05  WS-CAL-YYYY             PIC 9(04).
015100     05  WS-CAL-MM               PIC 9(02).
015200     05  WS-CAL-DD               PIC 9(02).
015300 01  WS-CAL-DAY-TYPE             PIC X(01)       VALUE SPACE.
015400 01  WS-CAL-BUSINESS-SWITCH      PIC X(01)       VALUE "N".
015500     88  WS-CAL-BUSINESS-DAY               VALUE "Y".
015600 01  WS-CAL-STEP-COUNT           PIC 9(03) COMP  VALUE ZERO.
015700 01  WS-CAL-YEAR                 PIC 9(05)       VALUE ZERO.
015800 01  WS-CAL-MONTH                PIC 9(02)       VALUE ZERO.
015900 01  WS-CAL-DAY-NUMBER           PIC 9(07)       VALUE ZERO.
016000 01  WS-CAL-TERM                 PIC 9(07)       VALUE ZERO.
016100 01  WS-CAL-REMAINDER            PIC 9(03)       VALUE ZERO.
016200 01  WS-CAL-WEEKDAY              PIC 9(01)       VALUE ZERO.
016300     88  WS-CAL-WEEKEND                    VALUES 4 5.
016400 01  WS-CAL-MONTH-DAYS           PIC 9(02)       VALUE ZERO.
016500 01  WS-CAL-DAYS-TABLE.
016600     05  FILLER                  PIC X(24)
016700             VALUE "312831303130313130313031".
016800 01  WS-CAL-DAYS-R REDEFINES WS-CAL-DAYS-TABLE.
016900     05  WS-CAL-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
017000*-----------------------------------------------------------------
017100*    BRANCH NON-TRADING CARDS IN THE RANGE - LISTED, NOT USED TO
017200*    DECIDE WHETHER A RUN WAS DUE.  SEE 1620.
017300*-----------------------------------------------------------------
017400 01  WS-BRC-COUNT                PIC 9(03) COMP  VALUE ZERO.
017500 01  WS-MAX-BRC-ENTRIES          PIC 9(03) COMP  VALUE 500.
017600 01  WS-BRC-TABLE.
017700     05  WS-BRC-ENTRY OCCURS 500 TIMES.
017800         10  WS-BRC-DATE         PIC 9(08).
017900         10  WS-BRC-BRANCH       PIC X(03).
018000         10  WS-BRC-DESCRIPTION  PIC X(30).
018100 01  WS-BRC-IX                   PIC 9(03) COMP  VALUE ZERO.
018200*-----------------------------------------------------------------
018300*    ONE FLAG PAIR PER DAY OF THE RANGE, SUBSCRIPTED BY THE DAY'S
018400*    OFFSET FROM THE FROM-DATE - "Y" WHEN RUNCTL / PSTCTL HOLDS A
018500*    RECORD FOR THAT BUSINESS DATE.  SEE 1700 AND 1750.
018600*-----------------------------------------------------------------
018700 01  WS-DAY-FLAG-TABLE.
018800     05  WS-DAY-FLAGS OCCURS 366 TIMES.
018900         10  WS-DF-SORT-RUN      PIC X(01).
019000         10  WS-DF-POSTED        PIC X(01).
019100 01  WS-DAY-IX                   PIC 9(03) COMP  VALUE ZERO.
019200 01  WS-DAY-OFFSET               PIC 9(07)       VALUE ZERO.
019300 01  WS-CTL-DATE                 PIC 9(08)       VALUE ZERO.
019400 01  WS-FIRST-SORT-DATE          PIC 9(08)       VALUE ZERO.
019500 01  WS-FIRST-POST-DATE          PIC 9(08)       VALUE ZERO.
019600 01  WS-SORT-MISSING-SWITCH      PIC X(01)       VALUE "N".
019700     88  WS-SORT-MISSING                   VALUE "Y".
019800 01  WS-POST-MISSING-SWITCH      PIC X(01)       VALUE "N".
019900     88  WS-POST-MISSING                   VALUE "Y".
020000*-----------------------------------------------------------------
020100*    WEEKDAY NAMES, SUBSCRIPTED BY WS-CAL-WEEKDAY + 1 (THE DAY
020200*    NUMBER MODULO 7 IS 0 ON A TUESDAY).
020300*-----------------------------------------------------------------
020400 01  WS-DAY-NAME-TABLE.
020500     05  FILLER                  PIC X(21)
020600             VALUE "TUEWEDTHUFRISATSUNMON".
020700 01  WS-DAY-NAME-R REDEFINES WS-DAY-NAME-TABLE.
020800     05  WS-DAY-NAME             PIC X(03) OCCURS 7 TIMES.
020900 01  WS-DAY-NAME-IX              PIC 9(01)       VALUE ZERO.
021000*-----------------------------------------------------------------
021100*    REPORT TOTALS
021200*-----------------------------------------------------------------
021300 01  WS-DAYS-CHECKED             PIC 9(07)       VALUE ZERO.
021400 01  WS-BUSINESS-DAYS            PIC 9(07)       VALUE ZERO.
021500 01  WS-PRE-SYSTEM-DAYS          PIC 9(07)       VALUE ZERO.
021600 01  WS-SORT-GAP-COUNT           PIC 9(07)       VALUE ZERO.
021700 01  WS-POST-GAP-COUNT           PIC 9(07)       VALUE ZERO.
021800 01  WS-GAP-DAY-COUNT            PIC 9(07)       VALUE ZERO.
021900 01  WS-OFF-DAY-RUN-COUNT        PIC 9(07)       VALUE ZERO.
022000 01  WS-BRANCH-CLOSED-COUNT      PIC 9(07)       VALUE ZERO.
022100*-----------------------------------------------------------------
022200*    REPORT WORKING FIELDS - ONE FINDING LINE IS BUILT FROM THE
022300*    DAY, ITS CALENDAR CLASS AND THE FINDING TEXT.  SEE 5000.
022400*-----------------------------------------------------------------
022500 01  WS-PRINT-LINE               PIC X(132).
022600 01  WS-LINE-CLASS               PIC X(04)       VALUE SPACES.
022700 01  WS-LINE-TEXT                PIC X(60)       VALUE SPACES.
022800 01  WS-DAY-CLASS                PIC X(08)       VALUE SPACES.
022900 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
023000 01  WS-RPT-FROM-EDIT            PIC 9(04)/99/99.
023100 01  WS-RPT-TO-EDIT              PIC 9(04)/99/99.
023200 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZZ9.
023300 01  WS-RPT-LABEL                PIC X(40)       VALUE SPACES.
023400*****************************************************************
023500* PROCEDURE DIVISION.                                           *
023600*****************************************************************
023700 PROCEDURE DIVISION.
023800 0000-MAINLINE.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     MOVE "GAPCHECK" TO WS-RST-PHASE.
024100     MOVE "S" TO WS-RST-EVENT.
024200     MOVE ZERO TO WS-RST-COUNT.
024300     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
024400     MOVE WS-FROM-DATE TO WS-CAL-DATE.
024500     PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
024600         VARYING WS-DAY-IX FROM 1 BY 1
024700         UNTIL WS-DAY-IX IS GREATER THAN WS-DAY-COUNT.
024800     MOVE "GAPCHECK" TO WS-RST-PHASE.
024900     MOVE "E" TO WS-RST-EVENT.
025000     MOVE WS-DAYS-CHECKED TO WS-RST-COUNT.
025100     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
025200     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025400     STOP RUN.
025500*-----------------------------------------------------------------
025600*    1000-INITIALIZE - TAKE THE PARM AND SETTLE THE DATE RANGE,
025700*    LOAD THE CALENDAR AND BOTH CONTROL FILES, THEN OPEN THE
025800*    REPORT AND PRINT ITS HEADINGS.  A BAD PARM DATE STOPS THE
025900*    RUN WITH RETURN-CODE 8 BEFORE ANYTHING IS WRITTEN.
026000*-----------------------------------------------------------------
026100 1000-INITIALIZE.
026200     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
026300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
026400     PERFORM 1200-SET-DATE-RANGE THRU 1200-EXIT.
026500     PERFORM 1600-LOAD-BUSINESS-CALENDAR THRU 1600-EXIT.
026600     MOVE SPACES TO WS-DAY-FLAG-TABLE.
026700     PERFORM 1700-LOAD-RUN-CONTROL THRU 1700-EXIT.
026800     PERFORM 1750-LOAD-POSTING-CONTROL THRU 1750-EXIT.
026900     OPEN OUTPUT GAP-RPT.
027000     IF NOT WS-GAPRPT-OK
027100         DISPLAY "RUNGAPRPT - UNABLE TO OPEN GAPRPT, "
027200             "STATUS = " WS-GAPRPT-STATUS
027300         STOP RUN
027400     END-IF.
027500     MOVE SPACES TO WS-PRINT-LINE.
027600     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
027700     MOVE WS-FROM-DATE TO WS-RPT-FROM-EDIT.
027800     MOVE WS-TO-DATE TO WS-RPT-TO-EDIT.
027900     STRING "BUSINESS-DAY RUN GAP REPORT - RUNCTL / PSTCTL"
028000             DELIMITED BY SIZE
028100         "     FROM: " DELIMITED BY SIZE
028200         WS-RPT-FROM-EDIT DELIMITED BY SIZE
028300         "  TO: " DELIMITED BY SIZE
028400         WS-RPT-TO-EDIT DELIMITED BY SIZE
028500         "     RUN DATE: " DELIMITED BY SIZE
028600         WS-RPT-DATE-EDIT DELIMITED BY SIZE
028700         INTO WS-PRINT-LINE
028800     END-STRING.
028900     MOVE WS-PRINT-LINE TO GAP-RPT-RECORD.
029000     WRITE GAP-RPT-RECORD.
029100     MOVE SPACES TO GAP-RPT-RECORD.
029200     WRITE GAP-RPT-RECORD.
029300     MOVE "DATE        DAY  CALENDAR  CLASS  FINDING"
029400         TO GAP-RPT-RECORD.
029500     WRITE GAP-RPT-RECORD.
029600 1000-EXIT.
029700     EXIT.
029800*-----------------------------------------------------------------
029900*    1100-VALIDATE-DATE - IS WS-CAL-DATE A REAL CALENDAR DATE?
030000*-----------------------------------------------------------------
030100 1100-VALIDATE-DATE.
030200     MOVE "N" TO WS-DATE-VALID-SWITCH.
030300     IF WS-CAL-DATE IS NOT NUMERIC
030400         GO TO 1100-EXIT
030500     END-IF.
030600     IF WS-CAL-YYYY IS LESS THAN 1901
030700             OR WS-CAL-MM IS LESS THAN 1
030800             OR WS-CAL-MM IS GREATER THAN 12
030900             OR WS-CAL-DD IS LESS THAN 1
031000         GO TO 1100-EXIT
031100     END-IF.
031200     PERFORM 8130-GET-MONTH-LENGTH THRU 8130-EXIT.
031300     IF WS-CAL-DD IS GREATER THAN WS-CAL-MONTH-DAYS
031400         GO TO 1100-EXIT
031500     END-IF.
031600     SET WS-DATE-VALID TO TRUE.
031700 1100-EXIT.
031800     EXIT.
031900*-----------------------------------------------------------------
032000*    1200-SET-DATE-RANGE - FROM-DATE AND TO-DATE FROM THE PARM OR
032100*    THEIR DEFAULTS, CHECKED, AND THE NUMBER OF DAYS BETWEEN THEM
032200*    (INCLUSIVE).  A RANGE OVER 366 DAYS KEEPS ITS TO-DATE AND
032300*    HAS ITS FROM-DATE MOVED UP, WITH A WARNING.
032400*-----------------------------------------------------------------
032500 1200-SET-DATE-RANGE.
032600     IF WS-PARM-TO-DATE IS NUMERIC
032700         MOVE WS-PARM-TO-DATE TO WS-TO-DATE
032800     ELSE
032900         MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
033000         PERFORM 1300-PRIOR-CALENDAR-DAY THRU 1300-EXIT
033100         MOVE WS-CAL-DATE TO WS-TO-DATE
033200     END-IF.
033300     MOVE WS-TO-DATE TO WS-CAL-DATE.
033400     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
033500     IF NOT WS-DATE-VALID
033600         DISPLAY "RUNGAPRPT - TO-DATE " WS-TO-DATE
033700             " ON THE PARM IS NOT A VALID DATE - RUN STOPPED"
033800         MOVE 8 TO RETURN-CODE
033900         STOP RUN
034000     END-IF.
034100     IF WS-PARM-FROM-DATE IS NUMERIC
034200         MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
034300     ELSE
034400         MOVE 01 TO WS-CAL-DD
034500         IF WS-CAL-MM IS GREATER THAN 1
034600             SUBTRACT 1 FROM WS-CAL-MM
034700         ELSE
034800             MOVE 12 TO WS-CAL-MM
034900             SUBTRACT 1 FROM WS-CAL-YYYY
035000         END-IF
035100         MOVE WS-CAL-DATE TO WS-FROM-DATE
035200     END-IF.
035300     MOVE WS-FROM-DATE TO WS-CAL-DATE.
035400     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
035500     IF NOT WS-DATE-VALID
035600         DISPLAY "RUNGAPRPT - FROM-DATE " WS-FROM-DATE
035700             " ON THE PARM IS NOT A VALID DATE - RUN STOPPED"
035800         MOVE 8 TO RETURN-CODE
035900         STOP RUN
036000     END-IF.
036100     IF WS-FROM-DATE IS GREATER THAN WS-TO-DATE
036200         DISPLAY "RUNGAPRPT - FROM-DATE " WS-FROM-DATE
036300             " IS AFTER TO-DATE " WS-TO-DATE " - RUN STOPPED"
036400         MOVE 8 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     PERFORM 1250-COUNT-RANGE-DAYS THRU 1250-EXIT.
036800     IF WS-DAY-COUNT IS GREATER THAN WS-MAX-RANGE-DAYS
036900         COMPUTE WS-DAYS-TO-DROP =
037000             WS-DAY-COUNT - WS-MAX-RANGE-DAYS
037100         MOVE WS-FROM-DATE TO WS-CAL-DATE
037200         PERFORM 2900-NEXT-CALENDAR-DAY THRU 2900-EXIT
037300             WS-DAYS-TO-DROP TIMES
037400         MOVE WS-CAL-DATE TO WS-FROM-DATE
037500         DISPLAY "RUNGAPRPT - RANGE OVER " WS-MAX-RANGE-DAYS
037600             " DAYS - FROM-DATE MOVED UP TO " WS-FROM-DATE
037700         MOVE 4 TO RETURN-CODE
037800         PERFORM 1250-COUNT-RANGE-DAYS THRU 1250-EXIT
037900     END-IF.
038000 1200-EXIT.
038100     EXIT.
038200*-----------------------------------------------------------------
038300*    1250-COUNT-RANGE-DAYS - DAYS FROM WS-FROM-DATE TO WS-TO-DATE
038400*    INCLUSIVE, AS THE DIFFERENCE OF THEIR DAY NUMBERS.
038500*-----------------------------------------------------------------
038600 1250-COUNT-RANGE-DAYS.
038700     MOVE WS-FROM-DATE TO WS-CAL-DATE.
038800     PERFORM 8120-COMPUTE-WEEKDAY THRU 8120-EXIT.
038900     MOVE WS-CAL-DAY-NUMBER TO WS-FROM-DAY-NUMBER.
039000     MOVE WS-TO-DATE TO WS-CAL-DATE.
039100     PERFORM 8120-COMPUTE-WEEKDAY THRU 8120-EXIT.
039200     COMPUTE WS-DAY-COUNT =
039300         WS-CAL-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1.
039400 1250-EXIT.
039500     EXIT.
039600*-----------------------------------------------------------------
039700*    1300-PRIOR-CALENDAR-DAY - WS-CAL-DATE BACK ONE DAY.
039800*-----------------------------------------------------------------
039900 1300-PRIOR-CALENDAR-DAY.
040000     IF WS-CAL-DD IS GREATER THAN 1
040100         SUBTRACT 1 FROM WS-CAL-DD
040200         GO TO 1300-EXIT
040300     END-IF.
040400     IF WS-CAL-MM IS GREATER THAN 1
040500         SUBTRACT 1 FROM WS-CAL-MM
040600     ELSE
040700         MOVE 12 TO WS-CAL-MM
040800         SUBTRACT 1 FROM WS-CAL-YYYY
040900     END-IF.
041000     PERFORM 8130-GET-MONTH-LENGTH THRU 8130-EXIT.
041100     MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD.
041200 1300-EXIT.
041300     EXIT.
041400*-----------------------------------------------------------------
041500*    1600-LOAD-BUSINESS-CALENDAR - READ THE BUSCAL CARDS.  THE
041600*    COMPANY-WIDE CARDS GO TO WS-BCL-TABLE AND DECIDE THE
041700*    BUSINESS DAYS; BRANCH NON-TRADING CARDS IN THE RANGE GO TO
041800*    WS-BRC-TABLE TO BE LISTED.  A MISSING FILE MEANS NOTHING IS
041900*    CARDED - EVERY MONDAY TO FRIDAY IS THEN A BUSINESS DAY.
042000*-----------------------------------------------------------------
042100 1600-LOAD-BUSINESS-CALENDAR.
042200     OPEN INPUT BUSINESS-CALENDAR.
042300     IF WS-BUSCAL-NEW-FILE
042400         DISPLAY "RUNGAPRPT - NO BUSCAL CALENDAR - "
042500             "EVERY WEEKDAY TREATED AS A BUSINESS DAY"
042600         GO TO 1600-EXIT
042700     END-IF.
042800     IF NOT WS-BUSCAL-OK
042900         DISPLAY "RUNGAPRPT - UNABLE TO OPEN BUSCAL, "
043000             "STATUS = " WS-BUSCAL-STATUS
043100         STOP RUN
043200     END-IF.
043300     PERFORM 1610-READ-BUSCAL-CARD THRU 1610-EXIT
043400         UNTIL WS-BUSCAL-READ-EOF.
043500     CLOSE BUSINESS-CALENDAR.
043600 1600-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------------
043900*    1610-READ-BUSCAL-CARD - ONE BUSCAL CARD.
044000*-----------------------------------------------------------------
044100 1610-READ-BUSCAL-CARD.
044200     READ BUSINESS-CALENDAR
044300         AT END
044400             SET WS-BUSCAL-READ-EOF TO TRUE
044500             GO TO 1610-EXIT
044600     END-READ.
044700     IF BCL-CAL-DATE IS NOT NUMERIC
044800             OR (BCL-COMPANY-WIDE
044900                 AND NOT BCL-HOLIDAY AND NOT BCL-TRADING-DAY)
045000             OR (NOT BCL-COMPANY-WIDE AND NOT BCL-BRANCH-CLOSED)
045100         DISPLAY "RUNGAPRPT - BAD BUSCAL CARD SKIPPED"
045200         MOVE 4 TO RETURN-CODE
045300         GO TO 1610-EXIT
045400     END-IF.
045500     IF NOT BCL-COMPANY-WIDE
045600         PERFORM 1620-TABLE-BRANCH-CARD THRU 1620-EXIT
045700         GO TO 1610-EXIT
045800     END-IF.
045900     IF WS-BCL-COUNT IS EQUAL TO WS-MAX-BCL-ENTRIES
046000         DISPLAY "RUNGAPRPT - BUSCAL TABLE FULL, "
046100             "CARD FOR " BCL-CAL-DATE " SKIPPED"
046200         MOVE 4 TO RETURN-CODE
046300         GO TO 1610-EXIT
046400     END-IF.
046500     ADD 1 TO WS-BCL-COUNT.
046600     MOVE BCL-CAL-DATE TO WS-BCL-DATE (WS-BCL-COUNT).
046700     MOVE BCL-DAY-TYPE TO WS-BCL-DAY-TYPE (WS-BCL-COUNT).
046800 1610-EXIT.
046900     EXIT.
047000*-----------------------------------------------------------------
047100*    1620-TABLE-BRANCH-CARD - KEEP A BRANCH NON-TRADING CARD THAT
047200*    FALLS IN THE RANGE.
047300*-----------------------------------------------------------------
047400 1620-TABLE-BRANCH-CARD.
047500     IF BCL-CAL-DATE IS LESS THAN WS-FROM-DATE
047600             OR BCL-CAL-DATE IS GREATER THAN WS-TO-DATE
047700         GO TO 1620-EXIT
047800     END-IF.
047900     IF WS-BRC-COUNT IS EQUAL TO WS-MAX-BRC-ENTRIES
048000         DISPLAY "RUNGAPRPT - BRANCH CARD TABLE FULL, "
048100             "CARD FOR " BCL-CAL-DATE " SKIPPED"
048200         MOVE 4 TO RETURN-CODE
048300         GO TO 1620-EXIT
048400     END-IF.
048500     ADD 1 TO WS-BRC-COUNT.
048600     MOVE BCL-CAL-DATE TO WS-BRC-DATE (WS-BRC-COUNT).
048700     MOVE BCL-BRANCH-CODE TO WS-BRC-BRANCH (WS-BRC-COUNT).
048800     MOVE BCL-DESCRIPTION TO WS-BRC-DESCRIPTION (WS-BRC-COUNT).
048900 1620-EXIT.
049000     EXIT.
049100*-----------------------------------------------------------------
049200*    1700-LOAD-RUN-CONTROL - FLAG EVERY DAY OF THE RANGE THE SORT
049300*    RAN FOR, AND NOTE THE EARLIEST SORT RUN ON FILE.  A MISSING
049400*    RUNCTL MEANS THE SORT HAS NEVER RUN.
049500*-----------------------------------------------------------------
049600 1700-LOAD-RUN-CONTROL.
049700     MOVE 99999999 TO WS-FIRST-SORT-DATE.
049800     OPEN INPUT RUN-CONTROL.
049900     IF WS-RUNCTL-NEW-FILE
050000         GO TO 1700-EXIT
050100     END-IF.
050200     IF NOT WS-RUNCTL-OK
050300         DISPLAY "RUNGAPRPT - UNABLE TO OPEN RUNCTL, "
050400             "STATUS = " WS-RUNCTL-STATUS
050500         STOP RUN
050600     END-IF.
050700     PERFORM 1710-READ-RUN-CONTROL THRU 1710-EXIT
050800         UNTIL WS-RUNCTL-READ-EOF.
050900     CLOSE RUN-CONTROL.
051000 1700-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300*    1710-READ-RUN-CONTROL - ONE RUNCTL RECORD.
051400*-----------------------------------------------------------------
051500 1710-READ-RUN-CONTROL.
051600     READ RUN-CONTROL
051700         AT END
051800             SET WS-RUNCTL-READ-EOF TO TRUE
051900             GO TO 1710-EXIT
052000     END-READ.
052100     MOVE RCR-BUSINESS-DATE TO WS-CTL-DATE.
052200     PERFORM 1800-FIND-DAY-OFFSET THRU 1800-EXIT.
052300     IF NOT WS-DATE-VALID
052400         GO TO 1710-EXIT
052500     END-IF.
052600     IF WS-CTL-DATE IS LESS THAN WS-FIRST-SORT-DATE
052700         MOVE WS-CTL-DATE TO WS-FIRST-SORT-DATE
052800     END-IF.
052900     IF WS-DAY-OFFSET IS GREATER THAN ZERO
053000         MOVE "Y" TO WS-DF-SORT-RUN (WS-DAY-OFFSET)
053100     END-IF.
053200 1710-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500*    1750-LOAD-POSTING-CONTROL - FLAG EVERY DAY OF THE RANGE
053600*    CUSTBALPOST POSTED, AND NOTE THE EARLIEST POSTING ON FILE.
053700*    A MISSING PSTCTL MEANS NOTHING HAS EVER BEEN POSTED.
053800*-----------------------------------------------------------------
053900 1750-LOAD-POSTING-CONTROL.
054000     MOVE 99999999 TO WS-FIRST-POST-DATE.
054100     OPEN INPUT POSTING-CONTROL.
054200     IF WS-PSTCTL-NEW-FILE
054300         GO TO 1750-EXIT
054400     END-IF.
054500     IF NOT WS-PSTCTL-OK
054600         DISPLAY "RUNGAPRPT - UNABLE TO OPEN PSTCTL, "
054700             "STATUS = " WS-PSTCTL-STATUS
054800         STOP RUN
054900     END-IF.
055000     PERFORM 1760-READ-POSTING-CONTROL THRU 1760-EXIT
055100         UNTIL WS-PSTCTL-READ-EOF.
055200     CLOSE POSTING-CONTROL.
055300 1750-EXIT.
055400     EXIT.
055500*-----------------------------------------------------------------
055600*    1760-READ-POSTING-CONTROL - ONE PSTCTL RECORD.
055700*-----------------------------------------------------------------
055800 1760-READ-POSTING-CONTROL.
055900     READ POSTING-CONTROL
056000         AT END
056100             SET WS-PSTCTL-READ-EOF TO TRUE
056200             GO TO 1760-EXIT
056300     END-READ.
056400     MOVE PCR-BUSINESS-DATE TO WS-CTL-DATE.
056500     PERFORM 1800-FIND-DAY-OFFSET THRU 1800-EXIT.
056600     IF NOT WS-DATE-VALID
056700         GO TO 1760-EXIT
056800     END-IF.
056900     IF WS-CTL-DATE IS LESS THAN WS-FIRST-POST-DATE
057000         MOVE WS-CTL-DATE TO WS-FIRST-POST-DATE
057100     END-IF.
057200     IF WS-DAY-OFFSET IS GREATER THAN ZERO
057300         MOVE "Y" TO WS-DF-POSTED (WS-DAY-OFFSET)
057400     END-IF.
057500 1760-EXIT.
057600     EXIT.
057700*-----------------------------------------------------------------
057800*    1800-FIND-DAY-OFFSET - CHECK A CONTROL RECORD'S DATE
057900*    (WS-CTL-DATE) AND, WHEN IT FALLS IN THE RANGE, GIVE ITS
058000*    SUBSCRIPT IN THE DAY FLAG TABLE.  ZERO MEANS OUT OF RANGE.
058100*-----------------------------------------------------------------
058200 1800-FIND-DAY-OFFSET.
058300     MOVE ZERO TO WS-DAY-OFFSET.
058400     MOVE WS-CTL-DATE TO WS-CAL-DATE.
058500     PERFORM 1100-VALIDATE-DATE THRU 1100-EXIT.
058600     IF NOT WS-DATE-VALID
058700         GO TO 1800-EXIT
058800     END-IF.
058900     IF WS-CTL-DATE IS LESS THAN WS-FROM-DATE
059000             OR WS-CTL-DATE IS GREATER THAN WS-TO-DATE
059100         GO TO 1800-EXIT
059200     END-IF.
059300     PERFORM 8120-COMPUTE-WEEKDAY THRU 8120-EXIT.
059400     COMPUTE WS-DAY-OFFSET =
059500         WS-CAL-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1.
059600 1800-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900*    2000-CHECK-ONE-DAY - WS-CAL-DATE, THE WS-DAY-IX'TH DAY OF
060000*    THE RANGE.  A BUSINESS DAY NEEDS BOTH A SORT RUN AND A
060100*    POSTING, UNLESS IT PREDATES THAT STEP'S FIRST RUN; A RUN ON
060200*    A NON-BUSINESS DAY IS NOTED.  THEN THE DAY'S BRANCH CARDS
060300*    ARE LISTED AND THE DATE MOVES ON.
060400*-----------------------------------------------------------------
060500 2000-CHECK-ONE-DAY.
060600     ADD 1 TO WS-DAYS-CHECKED.
060700     PERFORM 8100-TEST-BUSINESS-DAY THRU 8100-EXIT.
060800     PERFORM 8120-COMPUTE-WEEKDAY THRU 8120-EXIT.
060900     COMPUTE WS-DAY-NAME-IX = WS-CAL-WEEKDAY + 1.
061000     IF WS-CAL-BUSINESS-DAY
061100         PERFORM 2100-CHECK-BUSINESS-DAY THRU 2100-EXIT
061200     ELSE
061300         PERFORM 2200-CHECK-NON-BUSINESS-DAY THRU 2200-EXIT
061400     END-IF.
061500     PERFORM 2300-LIST-BRANCH-CARD THRU 2300-EXIT
061600         VARYING WS-BRC-IX FROM 1 BY 1
061700         UNTIL WS-BRC-IX IS GREATER THAN WS-BRC-COUNT.
061800     PERFORM 2900-NEXT-CALENDAR-DAY THRU 2900-EXIT.
061900 2000-EXIT.
062000     EXIT.
062100*-----------------------------------------------------------------
062200*    2100-CHECK-BUSINESS-DAY - LIST THE DAY AS A GAP WHEN EITHER
062300*    STEP HAS NO RECORD OF IT.
062400*-----------------------------------------------------------------
062500 2100-CHECK-BUSINESS-DAY.
062600     ADD 1 TO WS-BUSINESS-DAYS.
062700     IF WS-CAL-DAY-TYPE IS EQUAL TO "T"
062800         MOVE "TRADING " TO WS-DAY-CLASS
062900     ELSE
063000         MOVE "BUSINESS" TO WS-DAY-CLASS
063100     END-IF.
063200     MOVE "N" TO WS-SORT-MISSING-SWITCH.
063300     MOVE "N" TO WS-POST-MISSING-SWITCH.
063400     IF WS-CAL-DATE IS LESS THAN WS-FIRST-SORT-DATE
063500             OR WS-CAL-DATE IS LESS THAN WS-FIRST-POST-DATE
063600         ADD 1 TO WS-PRE-SYSTEM-DAYS
063700     END-IF.
063800     IF WS-DF-SORT-RUN (WS-DAY-IX) IS NOT EQUAL TO "Y"
063900             AND WS-CAL-DATE IS NOT LESS THAN WS-FIRST-SORT-DATE
064000         SET WS-SORT-MISSING TO TRUE
064100         ADD 1 TO WS-SORT-GAP-COUNT
064200     END-IF.
064300     IF WS-DF-POSTED (WS-DAY-IX) IS NOT EQUAL TO "Y"
064400             AND WS-CAL-DATE IS NOT LESS THAN WS-FIRST-POST-DATE
064500         SET WS-POST-MISSING TO TRUE
064600         ADD 1 TO WS-POST-GAP-COUNT
064700     END-IF.
064800     IF NOT WS-SORT-MISSING AND NOT WS-POST-MISSING
064900         GO TO 2100-EXIT
065000     END-IF.
065100     ADD 1 TO WS-GAP-DAY-COUNT.
065200     MOVE "GAP " TO WS-LINE-CLASS.
065300     IF WS-SORT-MISSING AND WS-POST-MISSING
065400         MOVE "NO SORT RUN ON RUNCTL AND NO POSTING ON PSTCTL"
065500             TO WS-LINE-TEXT
065600     ELSE
065700         IF WS-SORT-MISSING
065800             MOVE "NO SORT RUN ON RUNCTL" TO WS-LINE-TEXT
065900         ELSE
066000             MOVE "NO POSTING ON PSTCTL" TO WS-LINE-TEXT
066100         END-IF
066200     END-IF.
066300     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
066400 2100-EXIT.
066500     EXIT.
066600*-----------------------------------------------------------------
066700*    2200-CHECK-NON-BUSINESS-DAY - A RUN ON RECORD FOR A HOLIDAY
066800*    OR WEEKEND USUALLY MEANS THE CALENDAR IS MISSING A CARD.
066900*-----------------------------------------------------------------
067000 2200-CHECK-NON-BUSINESS-DAY.
067100     IF WS-CAL-DAY-TYPE IS EQUAL TO "H"
067200         MOVE "HOLIDAY " TO WS-DAY-CLASS
067300     ELSE
067400         MOVE "WEEKEND " TO WS-DAY-CLASS
067500     END-IF.
067600     IF WS-DF-SORT-RUN (WS-DAY-IX) IS NOT EQUAL TO "Y"
067700             AND WS-DF-POSTED (WS-DAY-IX) IS NOT EQUAL TO "Y"
067800         GO TO 2200-EXIT
067900     END-IF.
068000     ADD 1 TO WS-OFF-DAY-RUN-COUNT.
068100     MOVE "INFO" TO WS-LINE-CLASS.
068200     MOVE "RUN ON RECORD FOR A NON-BUSINESS DAY - CHECK BUSCAL"
068300         TO WS-LINE-TEXT.
068400     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
068500 2200-EXIT.
068600     EXIT.
068700*-----------------------------------------------------------------
068800*    2300-LIST-BRANCH-CARD - ONE BRANCH CARD AGAINST THE DAY.
068900*-----------------------------------------------------------------
069000 2300-LIST-BRANCH-CARD.
069100     IF WS-BRC-DATE (WS-BRC-IX) IS NOT EQUAL TO WS-CAL-DATE
069200         GO TO 2300-EXIT
069300     END-IF.
069400     ADD 1 TO WS-BRANCH-CLOSED-COUNT.
069500     MOVE "INFO" TO WS-LINE-CLASS.
069600     MOVE SPACES TO WS-LINE-TEXT.
069700     STRING "BRANCH " DELIMITED BY SIZE
069800         WS-BRC-BRANCH (WS-BRC-IX) DELIMITED BY SIZE
069900         " NOT TRADING - " DELIMITED BY SIZE
070000         WS-BRC-DESCRIPTION (WS-BRC-IX) DELIMITED BY SIZE
070100         INTO WS-LINE-TEXT
070200     END-STRING.
070300     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
070400 2300-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700*    2900-NEXT-CALENDAR-DAY - WS-CAL-DATE FORWARD ONE DAY.
070800*-----------------------------------------------------------------
070900 2900-NEXT-CALENDAR-DAY.
071000     PERFORM 8130-GET-MONTH-LENGTH THRU 8130-EXIT.
071100     IF WS-CAL-DD IS LESS THAN WS-CAL-MONTH-DAYS
071200         ADD 1 TO WS-CAL-DD
071300         GO TO 2900-EXIT
071400     END-IF.
071500     MOVE 01 TO WS-CAL-DD.
071600     IF WS-CAL-MM IS LESS THAN 12
071700         ADD 1 TO WS-CAL-MM
071800     ELSE
071900         MOVE 01 TO WS-CAL-MM
072000         ADD 1 TO WS-CAL-YYYY
072100     END-IF.
072200 2900-EXIT.
072300     EXIT.
072400*-----------------------------------------------------------------
072500*    5000-WRITE-FINDING - ONE REPORT LINE FOR WS-CAL-DATE.
072600*-----------------------------------------------------------------
072700 5000-WRITE-FINDING.
072800     MOVE SPACES TO WS-PRINT-LINE.
072900     MOVE WS-CAL-DATE TO WS-RPT-DATE-EDIT.
073000     STRING WS-RPT-DATE-EDIT DELIMITED BY SIZE
073100         "  " DELIMITED BY SIZE
073200         WS-DAY-NAME (WS-DAY-NAME-IX) DELIMITED BY SIZE
073300         "  " DELIMITED BY SIZE
073400         WS-DAY-CLASS DELIMITED BY SIZE
073500         "  " DELIMITED BY SIZE
073600         WS-LINE-CLASS DELIMITED BY SIZE
073700         "   " DELIMITED BY SIZE
073800         WS-LINE-TEXT DELIMITED BY SIZE
073900         INTO WS-PRINT-LINE
074000     END-STRING.
074100     MOVE WS-PRINT-LINE TO GAP-RPT-RECORD.
074200     WRITE GAP-RPT-RECORD.
074300 5000-EXIT.
074400     EXIT.
074500*-----------------------------------------------------------------
074600*    6000-WRITE-RUN-STATUS - APPEND ONE START/END RECORD TO THE
074700*    RUNSTAT FILE.
074800*-----------------------------------------------------------------
074900 6000-WRITE-RUN-STATUS.
075000     OPEN EXTEND RUN-STATUS.
075100     IF WS-RUNSTAT-NEW-FILE
075200         OPEN OUTPUT RUN-STATUS
075300     END-IF.
075400     IF NOT WS-RUNSTAT-OK
075500         DISPLAY "RUNGAPRPT - UNABLE TO OPEN RUNSTAT, "
075600             "STATUS = " WS-RUNSTAT-STATUS
075700         GO TO 6000-EXIT
075800     END-IF.
075900     MOVE SPACES TO RUN-STATUS-RECORD.
076000     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
076100     MOVE "RUNGAPRPT" TO RST-PROGRAM-ID.
076200     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
076300     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
076400     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
076500     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
076600     ACCEPT WS-RST-TIME-RAW FROM TIME.
076700     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
076800     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
076900     WRITE RUN-STATUS-RECORD.
077000     CLOSE RUN-STATUS.
077100 6000-EXIT.
077200     EXIT.
077300*-----------------------------------------------------------------
077400*    7000-PRINT-TOTALS - THE COUNTS, AND RETURN-CODE 4 WHEN ANY
077500*    GAP WAS LISTED.
077600*-----------------------------------------------------------------
077700 7000-PRINT-TOTALS.
077800     MOVE SPACES TO GAP-RPT-RECORD.
077900     WRITE GAP-RPT-RECORD.
078000     MOVE "CALENDAR DAYS CHECKED:" TO WS-RPT-LABEL.
078100     MOVE WS-DAYS-CHECKED TO WS-RPT-COUNT-EDIT.
078200     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
078300     MOVE "BUSINESS DAYS:" TO WS-RPT-LABEL.
078400     MOVE WS-BUSINESS-DAYS TO WS-RPT-COUNT-EDIT.
078500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
078600     MOVE "  BEFORE A STEP'S FIRST RUN:" TO WS-RPT-LABEL.
078700     MOVE WS-PRE-SYSTEM-DAYS TO WS-RPT-COUNT-EDIT.
078800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
078900     MOVE "  WITH NO SORT RUN ON RUNCTL:" TO WS-RPT-LABEL.
079000     MOVE WS-SORT-GAP-COUNT TO WS-RPT-COUNT-EDIT.
079100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
079200     MOVE "  WITH NO POSTING ON PSTCTL:" TO WS-RPT-LABEL.
079300     MOVE WS-POST-GAP-COUNT TO WS-RPT-COUNT-EDIT.
079400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
079500     MOVE "  WITH A GAP (EITHER STEP):" TO WS-RPT-LABEL.
079600     MOVE WS-GAP-DAY-COUNT TO WS-RPT-COUNT-EDIT.
079700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
079800     MOVE "RUNS ON NON-BUSINESS DAYS:" TO WS-RPT-LABEL.
079900     MOVE WS-OFF-DAY-RUN-COUNT TO WS-RPT-COUNT-EDIT.
080000     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
080100     MOVE "BRANCH NON-TRADING CARDS:" TO WS-RPT-LABEL.
080200     MOVE WS-BRANCH-CLOSED-COUNT TO WS-RPT-COUNT-EDIT.
080300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
080400     MOVE SPACES TO GAP-RPT-RECORD.
080500     WRITE GAP-RPT-RECORD.
080600     IF WS-GAP-DAY-COUNT IS GREATER THAN ZERO
080700         MOVE "GAPS FOUND - RUN OR CARD EACH DAY LISTED"
080800             TO GAP-RPT-RECORD
080900         DISPLAY "RUNGAPRPT - BUSINESS DAY GAPS FOUND, SEE GAPRPT"
081000         MOVE 4 TO RETURN-CODE
081100     ELSE
081200         MOVE "NO GAPS FOUND" TO GAP-RPT-RECORD
081300     END-IF.
081400     WRITE GAP-RPT-RECORD.
081500 7000-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800*    7100-WRITE-COUNT-LINE - ONE LABELLED COUNT.
081900*-----------------------------------------------------------------
082000 7100-WRITE-COUNT-LINE.
082100     MOVE SPACES TO WS-PRINT-LINE.
082200     STRING WS-RPT-LABEL DELIMITED BY SIZE
082300         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
082400         INTO WS-PRINT-LINE
082500     END-STRING.
082600     MOVE WS-PRINT-LINE TO GAP-RPT-RECORD.
082700     WRITE GAP-RPT-RECORD.
082800 7100-EXIT.
082900     EXIT.
083000*-----------------------------------------------------------------
083100*    8100-TEST-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?  A
083200*    HOLIDAY CARD SAYS NO AND AN EXTRA TRADING DAY CARD SAYS YES;
083300*    OTHERWISE A WEEKDAY IS ONE AND A WEEKEND IS NOT.
083400*-----------------------------------------------------------------
083500 8100-TEST-BUSINESS-DAY.
083600     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
083700     MOVE SPACE TO WS-CAL-DAY-TYPE.
083800     PERFORM 8110-FIND-CALENDAR-CARD THRU 8110-EXIT
083900         VARYING WS-BCL-IX FROM 1 BY 1
084000         UNTIL WS-BCL-IX IS GREATER THAN WS-BCL-COUNT
084100             OR WS-CAL-DAY-TYPE IS NOT EQUAL TO SPACE.
084200     IF WS-CAL-DAY-TYPE IS EQUAL TO "H"
084300         GO TO 8100-EXIT
084400     END-IF.
084500     IF WS-CAL-DAY-TYPE IS EQUAL TO "T"
084600         SET WS-CAL-BUSINESS-DAY TO TRUE
084700         GO TO 8100-EXIT
084800     END-IF.
084900     PERFORM 8120-COMPUTE-WEEKDAY THRU 8120-EXIT.
085000     IF NOT WS-CAL-WEEKEND
085100         SET WS-CAL-BUSINESS-DAY TO TRUE
085200     END-IF.
085300 8100-EXIT.
085400     EXIT.
085500*-----------------------------------------------------------------
085600*    8110-FIND-CALENDAR-CARD - ONE TABLE ENTRY AGAINST
085700*    WS-CAL-DATE.
085800*-----------------------------------------------------------------
085900 8110-FIND-CALENDAR-CARD.
086000     IF WS-BCL-DATE (WS-BCL-IX) IS EQUAL TO WS-CAL-DATE
086100         MOVE WS-BCL-DAY-TYPE (WS-BCL-IX) TO WS-CAL-DAY-TYPE
086200     END-IF.
086300 8110-EXIT.
086400     EXIT.
086500*-----------------------------------------------------------------
086600*    8120-COMPUTE-WEEKDAY - DAY NUMBER OF WS-CAL-DATE COUNTED
086700*    FROM A MARCH-BASED YEAR (SO THE LEAP DAY FALLS AT THE END),
086800*    AND ITS WEEKDAY AS THE REMAINDER BY 7.  EACH DIVISION IS A
086900*    SEPARATE STEP SO ITS FRACTION IS DROPPED BEFORE THE SUM.
087000*-----------------------------------------------------------------
087100 8120-COMPUTE-WEEKDAY.
087200     MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
087300     MOVE WS-CAL-MM TO WS-CAL-MONTH.
087400     IF WS-CAL-MONTH IS LESS THAN 3
087500         SUBTRACT 1 FROM WS-CAL-YEAR
087600         ADD 12 TO WS-CAL-MONTH
087700     END-IF.
087800     COMPUTE WS-CAL-DAY-NUMBER = WS-CAL-YEAR * 365 + WS-CAL-DD.
087900     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 4.
088000     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
088100     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 100.
088200     SUBTRACT WS-CAL-TERM FROM WS-CAL-DAY-NUMBER.
088300     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 400.
088400     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
088500     COMPUTE WS-CAL-TERM = (153 * (WS-CAL-MONTH - 3) + 2) / 5.
088600     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
088700     DIVIDE WS-CAL-DAY-NUMBER BY 7 GIVING WS-CAL-TERM
088800         REMAINDER WS-CAL-WEEKDAY.
088900 8120-EXIT.
089000     EXIT.
089100*-----------------------------------------------------------------
089200*    8130-GET-MONTH-LENGTH - DAYS IN WS-CAL-DATE'S MONTH, WITH
089300*    THE LEAP-YEAR RULE FOR FEBRUARY.
089400*-----------------------------------------------------------------
089500 8130-GET-MONTH-LENGTH.
089600     MOVE WS-CAL-DAYS-IN-MONTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
089700     IF WS-CAL-MM IS NOT EQUAL TO 2
089800         GO TO 8130-EXIT
089900     END-IF.
090000     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-TERM
090100         REMAINDER WS-CAL-REMAINDER.
090200     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
090300         GO TO 8130-EXIT
090400     END-IF.
090500     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-TERM
090600         REMAINDER WS-CAL-REMAINDER.
090700     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
090800         MOVE 29 TO WS-CAL-MONTH-DAYS
090900         GO TO 8130-EXIT
091000     END-IF.
091100     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-TERM
091200         REMAINDER WS-CAL-REMAINDER.
091300     IF WS-CAL-REMAINDER IS EQUAL TO ZERO
091400         MOVE 29 TO WS-CAL-MONTH-DAYS
091500     END-IF.
091600 8130-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------------
091900*    9000-TERMINATE - CLOSE FILES
092000*-----------------------------------------------------------------
092100 9000-TERMINATE.
092200     CLOSE GAP-RPT.
092300 9000-EXIT.
092400     EXIT.
092500 END PROGRAM RUNGAPRPT.
