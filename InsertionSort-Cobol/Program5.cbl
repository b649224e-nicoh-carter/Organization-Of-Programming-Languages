001900     THE LAST SALE DATE.  THE MECCTL GUARD REFUSES TO CLOSE THE
002000     SAME PERIOD TWICE (FORCE PARM FOR A LOGGED RE-CLOSE), THE
002100     SAME DISCIPLINE THE DAILY STEPS KEEP ON RUNCTL AND PSTCTL.
002110     EVERY BUSINESS DAY OF THE PERIOD (PER THE BUSCAL CALENDAR)
002120     MUST BE POSTED ON PSTCTL BEFORE THE MONTH CAN BE CLOSED.
002200*-----------------------------------------------------------------
002300*    MODIFICATION HISTORY
002400*    DATE       INIT  DESCRIPTION
002597*                     RECORD IS ALREADY POSTED INTO A LATER
002598*                     YEAR, WHOSE CLOSING YTD IS NOT
002599*                     RECOVERABLE FROM BALMST.
002600*    10/15/26   JM    MANUAL ADJUSTMENTS ("A" RECORDS THE NEW
002601*                     ADJPOST STEP CUTS TO STMTTRN) NOW PRINT ON
002602*                     THE STATEMENT WITH THEIR REASON CODE.  ONLY
002603*                     A SALE CORRECTION MOVES THE SALES FIGURES,
002604*                     SO A WRITE-OFF OR GOODWILL CREDIT IS LEFT
002605*                     OUT OF THE MTD TIE AND OF THE CLOSING
002606*                     FIGURES 2120 DERIVES.
002607*    10/15/26   JM    MECCTL RECORD LAYOUT MOVED TO COPYBOOK
002608*                     MECREC01 SO THE TRNHIST PURGE CAN READ
002609*                     THE CLOSED PERIODS.
002610*    10/15/26   JM    1600 NOW REFUSES THE CLOSE (RC 12), LISTING
002611*                     EACH DAY, WHEN A BUSINESS DAY OF THE PERIOD
002612*                     IS NOT POSTED ON PSTCTL.  THE BUSINESS DAYS
002613*                     COME FROM THE NEW BUSCAL CALENDAR
002614*                     (BCLREC01).
002616*    10/15/26   JM    BALSNAP RECORD LAYOUT MOVED TO COPYBOOK
002617*                     BSNREC01 SO THE SALESANLYS MONTHLY
002618*                     ANALYSIS CAN READ THE PERIOD HISTORY.
002619*****************************************************************
002700* ENVIRONMENT DIVISION.                                         *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
004900     SELECT CLOSE-CONTROL ASSIGN TO "MECCTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-MECCTL-STATUS.
005110     SELECT POSTING-CONTROL ASSIGN TO "PSTCTL"
005120         ORGANIZATION IS LINE SEQUENTIAL
005130         FILE STATUS IS WS-PSTCTL-STATUS.
005140     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
005150         ORGANIZATION IS LINE SEQUENTIAL
005160         FILE STATUS IS WS-BUSCAL-STATUS.
005200*****************************************************************
005300* DATA DIVISION.                                                *
005400*****************************************************************
006800*    BALANCES AS OF PERIOD END, APPENDED EACH CLOSE SO BALSNAP
006900*    IS THE PERMANENT PERIOD-BY-PERIOD HISTORY ACCOUNTING CAN
007000*    TIE TO.
007100     COPY BSNREC01.
007900 FD  STATEMENT-RPT
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008700*    CLOSE-CONTROL; 1500-CHECK-CLOSE-CONTROL SCANS THE FILE
008800*    BEFORE ANY BALANCE IS ROLLED AND HARD-STOPS A PERIOD THAT
008900*    HAS ALREADY BEEN CLOSED (UNLESS THE FORCE PARM IS SET).
009000     COPY MECREC01.
009010 FD  POSTING-CONTROL
009020     LABEL RECORDS ARE STANDARD
009030     RECORDING MODE IS F.
009040*    ONE RECORD PER COMPLETED CUSTBALPOST RUN - READ BY 1600 TO
009050*    PROVE EVERY BUSINESS DAY OF THE PERIOD WAS POSTED.
009060     COPY PCRREC01.
009070 FD  BUSINESS-CALENDAR
009080     LABEL RECORDS ARE STANDARD
009090     RECORDING MODE IS F.
009100     COPY BCLREC01.
009600 WORKING-STORAGE SECTION.
009700*-----------------------------------------------------------------
009800*    FILE STATUS AND END-OF-FILE SWITCHES
011200 01  WS-MECCTL-STATUS            PIC X(02).
011300     88  WS-MECCTL-OK                  VALUE "00".
011400     88  WS-MECCTL-NEW-FILE            VALUE "35".
011410 01  WS-PSTCTL-STATUS            PIC X(02).
011420     88  WS-PSTCTL-OK                  VALUE "00".
011430     88  WS-PSTCTL-NEW-FILE            VALUE "35".
011500 01  WS-BAL-EOF-SWITCH           PIC X(01)       VALUE "N".
011600     88  WS-BAL-END-OF-FILE                VALUE "Y".
011700 01  WS-STX-EOF-SWITCH           PIC X(01)       VALUE "N".
016000 01  WS-OPENING-YTD              PIC S9(09)V99   VALUE ZERO.
016100 01  WS-STMT-TRAN-TOTAL          PIC S9(09)V99   VALUE ZERO.
016200 01  WS-STMT-TRAN-COUNT          PIC 9(05) COMP  VALUE ZERO.
016210 01  WS-STMT-ADJ-NOTE            PIC X(13)       VALUE SPACES.
016300*-----------------------------------------------------------------
016400*    RUN CONTROL TOTALS
016500*-----------------------------------------------------------------
018600         10  WS-STX-BRANCH-CODE  PIC X(03).
018700         10  WS-STX-KEEP-FLAG    PIC X(01).
018800             88  WS-STX-KEEP         VALUE "K".
018810         10  WS-STX-ADJ-REASON   PIC X(02).
018820         10  WS-STX-TIE-FLAG     PIC X(01).
018830             88  WS-STX-AR-ONLY      VALUE "N".
018900 01  WS-STX-IMAGE-TABLE.
019000     05  WS-STX-IMAGE OCCURS 20000 TIMES
019100                                 PIC X(80).
020400     05  FILLER                  PIC X           VALUE "/".
020500     05  WS-RPE-MM               PIC 9(02).
020600 01  I                           PIC 9(05) COMP.
020601*-----------------------------------------------------------------
020602*    POSTED-DAY CHECK WORKING FIELDS - SEE 1600.  ONE FLAG PER DAY
020603*    OF THE CLOSING PERIOD, SET FROM PSTCTL.
020604*-----------------------------------------------------------------
020605 01  WS-PSTCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
020606     88  WS-PSTCTL-READ-EOF                VALUE "Y".
020607 01  WS-POSTED-DAY-FLAGS         PIC X(31)       VALUE SPACES.
020608 01  WS-POSTED-DAY-R REDEFINES WS-POSTED-DAY-FLAGS.
020609     05  WS-POSTED-DAY           PIC X(01) OCCURS 31 TIMES.
020610 01  WS-PCR-DATE-WORK            PIC 9(08)       VALUE ZERO.
020611 01  WS-PDW-PARTS REDEFINES WS-PCR-DATE-WORK.
020612     05  WS-PDW-YYYY             PIC 9(04).
020613     05  WS-PDW-MM               PIC 9(02).
020614     05  WS-PDW-DD               PIC 9(02).
020615 01  WS-FIRST-POSTED-DATE        PIC 9(08)       VALUE ZERO.
020616 01  WS-MISSING-DAY-COUNT        PIC 9(03) COMP  VALUE ZERO.
020617 01  WS-DAY-IX                   PIC 9(03) COMP  VALUE ZERO.
020618 01  WS-DISP-COUNT-EDIT          PIC ZZ9.
020619*-----------------------------------------------------------------
020620*    BUSINESS-DAY CALENDAR WORKING FIELDS - THE COMPANY-WIDE
020621*    BUSCAL CARDS (BCLREC01), HOLIDAYS AND EXTRA TRADING DAYS,
020622*    LOADED BY 1660.  ANY OTHER MONDAY TO FRIDAY IS A BUSINESS
020623*    DAY.  WS-CAL-DATE IS THE DATE THE CALENDAR PARAGRAPHS WORK
020624*    ON; WS-CAL-WEEKDAY IS ITS DAY NUMBER MODULO 7, WHICH FALLS
020625*    ON 4 FOR A SATURDAY AND 5 FOR A SUNDAY.
020626*-----------------------------------------------------------------
020627 01  WS-BUSCAL-STATUS            PIC X(02).
020628     88  WS-BUSCAL-OK                  VALUE "00".
020629     88  WS-BUSCAL-NEW-FILE            VALUE "35".
020630 01  WS-BUSCAL-EOF-SWITCH        PIC X(01)       VALUE "N".
020631     88  WS-BUSCAL-READ-EOF                VALUE "Y".
020632 01  WS-BCL-COUNT                PIC 9(03) COMP  VALUE ZERO.
020633 01  WS-MAX-BCL-ENTRIES          PIC 9(03) COMP  VALUE 500.
020634 01  WS-BCL-TABLE.
020635     05  WS-BCL-ENTRY OCCURS 500 TIMES.
020636         10  WS-BCL-DATE         PIC 9(08).
020637         10  WS-BCL-DAY-TYPE     PIC X(01).
020638 01  WS-BCL-IX                   PIC 9(03) COMP  VALUE ZERO.
020639 01  WS-CAL-DATE                 PIC 9(08)       VALUE ZERO.
020640 01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
020641     05  WS-CAL-YYYY             PIC 9(04).
020642     05  WS-CAL-MM               PIC 9(02).
020643     05  WS-CAL-DD               PIC 9(02).
020644 01  WS-CAL-DAY-TYPE             PIC X(01)       VALUE SPACE.
020645 01  WS-CAL-BUSINESS-SWITCH      PIC X(01)       VALUE "N".
020646     88  WS-CAL-BUSINESS-DAY               VALUE "Y".
020647 01  WS-CAL-STEP-COUNT           PIC 9(03) COMP  VALUE ZERO.
020648 01  WS-CAL-YEAR                 PIC 9(05)       VALUE ZERO.
020649 01  WS-CAL-MONTH                PIC 9(02)       VALUE ZERO.
020650 01  WS-CAL-DAY-NUMBER           PIC 9(07)       VALUE ZERO.
020651 01  WS-CAL-TERM                 PIC 9(07)       VALUE ZERO.
020652 01  WS-CAL-REMAINDER            PIC 9(03)       VALUE ZERO.
020653 01  WS-CAL-WEEKDAY              PIC 9(01)       VALUE ZERO.
020654     88  WS-CAL-WEEKEND                    VALUES 4 5.
020655 01  WS-CAL-MONTH-DAYS           PIC 9(02)       VALUE ZERO.
020656 01  WS-CAL-DAYS-TABLE.
020657     05  FILLER                  PIC X(24)
020658             VALUE "312831303130313130313031".
020659 01  WS-CAL-DAYS-R REDEFINES WS-CAL-DAYS-TABLE.
020660     05  WS-CAL-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
020700*****************************************************************
020800* PROCEDURE DIVISION.                                           *
020900*****************************************************************
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     PERFORM 1500-CHECK-CLOSE-CONTROL THRU 1500-EXIT.
021310     PERFORM 1600-CHECK-PERIOD-POSTED THRU 1600-EXIT.
021400     PERFORM 1700-LOAD-STATEMENT-TRANS THRU 1700-EXIT.
021450     PERFORM 1800-CHECK-LATER-POSTINGS THRU 1800-EXIT.
021500     PERFORM 2000-CLOSE-BALANCES THRU 2000-EXIT.
034000     END-IF.
034100 1550-EXIT.
034200     EXIT.
034201*-----------------------------------------------------------------
034202*    1600-CHECK-PERIOD-POSTED - EVERY BUSINESS DAY OF THE CLOSING
034203*    PERIOD MUST BE ON PSTCTL BEFORE ANY BALANCE IS ROLLED - A DAY
034204*    NEVER POSTED WOULD BE LEFT OUT OF THE STATEMENTS AND THE
034205*    BALSNAP SNAPSHOT FOR GOOD.  EACH MISSING DAY IS LISTED AND
034206*    THE CLOSE STOPS WITH RETURN-CODE 12.  DAYS BEFORE THE FIRST
034207*    POSTING ON PSTCTL PREDATE THE SYSTEM AND ARE NOT REQUIRED.
034208*-----------------------------------------------------------------
034209 1600-CHECK-PERIOD-POSTED.
034210     PERFORM 1660-LOAD-BUSINESS-CALENDAR THRU 1660-EXIT.
034211     MOVE SPACES TO WS-POSTED-DAY-FLAGS.
034212     MOVE 99999999 TO WS-FIRST-POSTED-DATE.
034213     MOVE ZERO TO WS-MISSING-DAY-COUNT.
034214     MOVE "N" TO WS-PSTCTL-EOF-SWITCH.
034215     OPEN INPUT POSTING-CONTROL.
034216     IF WS-PSTCTL-OK
034217         PERFORM 1610-READ-POSTING-CONTROL THRU 1610-EXIT
034218             UNTIL WS-PSTCTL-READ-EOF
034219         CLOSE POSTING-CONTROL
034220     ELSE
034221         IF NOT WS-PSTCTL-NEW-FILE
034222             DISPLAY "MONTHENDCLS - UNABLE TO OPEN PSTCTL, "
034223                 "STATUS = " WS-PSTCTL-STATUS
034224             STOP RUN
034225         END-IF
034226     END-IF.
034227     MOVE WS-CP-YYYY TO WS-CAL-YYYY.
034228     MOVE WS-CP-MM TO WS-CAL-MM.
034229     MOVE 01 TO WS-CAL-DD.
034230     PERFORM 1690-GET-MONTH-LENGTH THRU 1690-EXIT.
034231     PERFORM 1620-CHECK-ONE-DAY THRU 1620-EXIT
034232         VARYING WS-DAY-IX FROM 1 BY 1
034233         UNTIL WS-DAY-IX IS GREATER THAN WS-CAL-MONTH-DAYS.
034234     IF WS-MISSING-DAY-COUNT IS GREATER THAN ZERO
034235         MOVE WS-MISSING-DAY-COUNT TO WS-DISP-COUNT-EDIT
034236         DISPLAY "MONTHENDCLS - " WS-DISP-COUNT-EDIT
034237             " BUSINESS DAY(S) OF PERIOD " WS-CLOSE-PERIOD
034238             " NOT POSTED PER PSTCTL - RUN STOPPED.  POST EACH "
034239             "DAY LISTED, OR CARD IT ON BUSCAL IF IT WAS NOT A "
034240             "BUSINESS DAY"
034241         MOVE 12 TO RETURN-CODE
034242         STOP RUN
034243     END-IF.
034244 1600-EXIT.
034245     EXIT.
034246*-----------------------------------------------------------------
034247*    1610-READ-POSTING-CONTROL - ONE PSTCTL RECORD; NOTE THE
034248*    EARLIEST POSTING AND FLAG A DAY OF THE CLOSING PERIOD.
034249*-----------------------------------------------------------------
034250 1610-READ-POSTING-CONTROL.
034251     READ POSTING-CONTROL
034252         AT END
034253             SET WS-PSTCTL-READ-EOF TO TRUE
034254             GO TO 1610-EXIT
034255     END-READ.
034256     IF PCR-BUSINESS-DATE IS NOT NUMERIC
034257         GO TO 1610-EXIT
034258     END-IF.
034259     IF PCR-BUSINESS-DATE IS LESS THAN WS-FIRST-POSTED-DATE
034260         MOVE PCR-BUSINESS-DATE TO WS-FIRST-POSTED-DATE
034261     END-IF.
034262     MOVE PCR-BUSINESS-DATE TO WS-PCR-DATE-WORK.
034263     IF WS-PDW-YYYY IS EQUAL TO WS-CP-YYYY
034264             AND WS-PDW-MM IS EQUAL TO WS-CP-MM
034265             AND WS-PDW-DD IS GREATER THAN ZERO
034266             AND WS-PDW-DD IS NOT GREATER THAN 31
034267         MOVE "Y" TO WS-POSTED-DAY (WS-PDW-DD)
034268     END-IF.
034269 1610-EXIT.
034270     EXIT.
034271*-----------------------------------------------------------------
034272*    1620-CHECK-ONE-DAY - ONE DAY OF THE CLOSING PERIOD; LIST IT
034273*    WHEN IT IS A BUSINESS DAY WITH NO POSTING.
034274*-----------------------------------------------------------------
034275 1620-CHECK-ONE-DAY.
034276     MOVE WS-DAY-IX TO WS-CAL-DD.
034277     IF WS-POSTED-DAY (WS-DAY-IX) IS EQUAL TO "Y"
034278         GO TO 1620-EXIT
034279     END-IF.
034280     IF WS-CAL-DATE IS LESS THAN WS-FIRST-POSTED-DATE
034281         GO TO 1620-EXIT
034282     END-IF.
034283     PERFORM 1684-TEST-BUSINESS-DAY THRU 1684-EXIT.
034284     IF NOT WS-CAL-BUSINESS-DAY
034285         GO TO 1620-EXIT
034286     END-IF.
034287     ADD 1 TO WS-MISSING-DAY-COUNT.
034288     DISPLAY "MONTHENDCLS - BUSINESS DAY " WS-CAL-DATE
034289         " NOT POSTED PER PSTCTL".
034290 1620-EXIT.
034291     EXIT.
034292*-----------------------------------------------------------------
034293*    1660-LOAD-BUSINESS-CALENDAR - READ THE BUSCAL CARDS INTO
034294*    WS-BCL-TABLE.  A MISSING FILE MEANS NO HOLIDAYS ARE CARDED -
034295*    EVERY MONDAY TO FRIDAY IS THEN A BUSINESS DAY.
034296*-----------------------------------------------------------------
034297 1660-LOAD-BUSINESS-CALENDAR.
034298     OPEN INPUT BUSINESS-CALENDAR.
034299     IF WS-BUSCAL-NEW-FILE
034300         DISPLAY "MONTHENDCLS - NO BUSCAL CALENDAR - "
034301             "EVERY WEEKDAY TREATED AS A BUSINESS DAY"
034302         GO TO 1660-EXIT
034303     END-IF.
034304     IF NOT WS-BUSCAL-OK
034305         DISPLAY "MONTHENDCLS - UNABLE TO OPEN BUSCAL, "
034306             "STATUS = " WS-BUSCAL-STATUS
034307         STOP RUN
034308     END-IF.
034309     PERFORM 1670-READ-BUSCAL-CARD THRU 1670-EXIT
034310         UNTIL WS-BUSCAL-READ-EOF.
034311     CLOSE BUSINESS-CALENDAR.
034312 1660-EXIT.
034313     EXIT.
034314*-----------------------------------------------------------------
034315*    1670-READ-BUSCAL-CARD - ONE BUSCAL CARD.  ONLY THE COMPANY-
034316*    WIDE CARDS DECIDE WHETHER A NIGHTLY RUN IS DUE, SO A
034317*    BRANCH'S NON-TRADING CARD IS CHECKED BUT NOT TABLED.
034318*-----------------------------------------------------------------
034319 1670-READ-BUSCAL-CARD.
034320     READ BUSINESS-CALENDAR
034321         AT END
034322             SET WS-BUSCAL-READ-EOF TO TRUE
034323             GO TO 1670-EXIT
034324     END-READ.
034325     IF BCL-CAL-DATE IS NOT NUMERIC
034326             OR (BCL-COMPANY-WIDE
034327                 AND NOT BCL-HOLIDAY AND NOT BCL-TRADING-DAY)
034328             OR (NOT BCL-COMPANY-WIDE AND NOT BCL-BRANCH-CLOSED)
034329         DISPLAY "MONTHENDCLS - BAD BUSCAL CARD SKIPPED"
034330         MOVE 4 TO RETURN-CODE
034331         GO TO 1670-EXIT
034332     END-IF.
034333     IF NOT BCL-COMPANY-WIDE
034334         GO TO 1670-EXIT
034335     END-IF.
034336     IF WS-BCL-COUNT IS EQUAL TO WS-MAX-BCL-ENTRIES
034337         DISPLAY "MONTHENDCLS - BUSCAL TABLE FULL, "
034338             "CARD FOR " BCL-CAL-DATE " SKIPPED"
034339         MOVE 4 TO RETURN-CODE
034340         GO TO 1670-EXIT
034341     END-IF.
034342     ADD 1 TO WS-BCL-COUNT.
034343     MOVE BCL-CAL-DATE TO WS-BCL-DATE (WS-BCL-COUNT).
034344     MOVE BCL-DAY-TYPE TO WS-BCL-DAY-TYPE (WS-BCL-COUNT).
034345 1670-EXIT.
034346     EXIT.
034347*-----------------------------------------------------------------
034348*    1684-TEST-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?  A
034349*    HOLIDAY CARD SAYS NO AND AN EXTRA TRADING DAY CARD SAYS YES;
034350*    OTHERWISE A WEEKDAY IS ONE AND A WEEKEND IS NOT.
034351*-----------------------------------------------------------------
034352 1684-TEST-BUSINESS-DAY.
034353     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
034354     MOVE SPACE TO WS-CAL-DAY-TYPE.
034355     PERFORM 1686-FIND-CALENDAR-CARD THRU 1686-EXIT
034356         VARYING WS-BCL-IX FROM 1 BY 1
034357         UNTIL WS-BCL-IX IS GREATER THAN WS-BCL-COUNT
034358             OR WS-CAL-DAY-TYPE IS NOT EQUAL TO SPACE.
034359     IF WS-CAL-DAY-TYPE IS EQUAL TO "H"
034360         GO TO 1684-EXIT
034361     END-IF.
034362     IF WS-CAL-DAY-TYPE IS EQUAL TO "T"
034363         SET WS-CAL-BUSINESS-DAY TO TRUE
034364         GO TO 1684-EXIT
034365     END-IF.
034366     PERFORM 1688-COMPUTE-WEEKDAY THRU 1688-EXIT.
034367     IF NOT WS-CAL-WEEKEND
034368         SET WS-CAL-BUSINESS-DAY TO TRUE
034369     END-IF.
034370 1684-EXIT.
034371     EXIT.
034372*-----------------------------------------------------------------
034373*    1686-FIND-CALENDAR-CARD - ONE TABLE ENTRY AGAINST
034374*    WS-CAL-DATE.
034375*-----------------------------------------------------------------
034376 1686-FIND-CALENDAR-CARD.
034377     IF WS-BCL-DATE (WS-BCL-IX) IS EQUAL TO WS-CAL-DATE
034378         MOVE WS-BCL-DAY-TYPE (WS-BCL-IX) TO WS-CAL-DAY-TYPE
034379     END-IF.
034380 1686-EXIT.
034381     EXIT.
034382*-----------------------------------------------------------------
034383*    1688-COMPUTE-WEEKDAY - DAY NUMBER OF WS-CAL-DATE COUNTED
034384*    FROM A MARCH-BASED YEAR (SO THE LEAP DAY FALLS AT THE END),
034385*    AND ITS WEEKDAY AS THE REMAINDER BY 7.  EACH DIVISION IS A
034386*    SEPARATE STEP SO ITS FRACTION IS DROPPED BEFORE THE SUM.
034387*-----------------------------------------------------------------
034388 1688-COMPUTE-WEEKDAY.
034389     MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
034390     MOVE WS-CAL-MM TO WS-CAL-MONTH.
034391     IF WS-CAL-MONTH IS LESS THAN 3
034392         SUBTRACT 1 FROM WS-CAL-YEAR
034393         ADD 12 TO WS-CAL-MONTH
034394     END-IF.
034395     COMPUTE WS-CAL-DAY-NUMBER = WS-CAL-YEAR * 365 + WS-CAL-DD.
034396     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 4.
034397     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
034398     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 100.
034399     SUBTRACT WS-CAL-TERM FROM WS-CAL-DAY-NUMBER.
034400     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 400.
034401     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
034402     COMPUTE WS-CAL-TERM = (153 * (WS-CAL-MONTH - 3) + 2) / 5.
034403     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
034404     DIVIDE WS-CAL-DAY-NUMBER BY 7 GIVING WS-CAL-TERM
034405         REMAINDER WS-CAL-WEEKDAY.
034406 1688-EXIT.
034407     EXIT.
034408*-----------------------------------------------------------------
034409*    1690-GET-MONTH-LENGTH - DAYS IN WS-CAL-DATE'S MONTH, WITH
034410*    THE LEAP-YEAR RULE FOR FEBRUARY.
034411*-----------------------------------------------------------------
034412 1690-GET-MONTH-LENGTH.
034413     MOVE WS-CAL-DAYS-IN-MONTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
034414     IF WS-CAL-MM IS NOT EQUAL TO 2
034415         GO TO 1690-EXIT
034416     END-IF.
034417     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-TERM
034418         REMAINDER WS-CAL-REMAINDER.
034419     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
034420         GO TO 1690-EXIT
034421     END-IF.
034422     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-TERM
034423         REMAINDER WS-CAL-REMAINDER.
034424     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
034425         MOVE 29 TO WS-CAL-MONTH-DAYS
034426         GO TO 1690-EXIT
034427     END-IF.
034428     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-TERM
034429         REMAINDER WS-CAL-REMAINDER.
034430     IF WS-CAL-REMAINDER IS EQUAL TO ZERO
034431         MOVE 29 TO WS-CAL-MONTH-DAYS
034432     END-IF.
034433 1690-EXIT.
034434     EXIT.
034435*-----------------------------------------------------------------
034436*    1700-LOAD-STATEMENT-TRANS - READ THE STMTTRN FILE INTO THE
034500*    STATEMENT TABLE.  RECORDS POSTED IN THE CLOSING PERIOD
034600*    FEED THE STATEMENTS; RECORDS POSTED AFTER IT ARE KEPT FOR
034700*    THE 7700 REWRITE.  A FILE THAT OUTGROWS THE TABLE STOPS
039800         TO WS-STX-TRAN-TYPE (WS-STX-COUNT).
039900     MOVE STX-BRANCH-CODE
040000         TO WS-STX-BRANCH-CODE (WS-STX-COUNT).
040010     MOVE STX-ADJ-REASON
040020         TO WS-STX-ADJ-REASON (WS-STX-COUNT).
040030*    A MANUAL ADJUSTMENT THAT MOVED ONLY THE RECEIVABLE IS NOT
040040*    PART OF THE SALES FIGURES THE STATEMENT TIES TO.
040050     MOVE "Y" TO WS-STX-TIE-FLAG (WS-STX-COUNT).
040060     IF STX-ADJUSTMENT AND NOT STX-ADJ-MOVES-SALES
040070         MOVE "N" TO WS-STX-TIE-FLAG (WS-STX-COUNT)
040080     END-IF.
040100     IF WS-STX-PERIOD IS GREATER THAN WS-CLOSE-PERIOD
040200*        POSTED AFTER THE CLOSING PERIOD - KEPT ASIDE FOR THE
040300*        7700 REWRITE, AND NETTED OUT OF A LATE-CLOSED
047260     IF WS-STX-CUSTOMER-ID (I) IS NOT EQUAL TO CBM-CUSTOMER-ID
047263         GO TO 2140-EXIT
047266     END-IF.
047267     IF WS-STX-AR-ONLY (I)
047268         GO TO 2140-EXIT
047269     END-IF.
047270     IF WS-STX-KEEP (I)
047272         ADD WS-STX-SALE-AMOUNT (I) TO WS-KEPT-NET
047275     ELSE
047278         ADD WS-STX-SALE-AMOUNT (I) TO WS-EFF-MTD
057200         GO TO 2250-EXIT
057300     END-IF.
057400     ADD 1 TO WS-STMT-TRAN-COUNT.
057410     MOVE SPACES TO WS-STMT-ADJ-NOTE.
057420     IF WS-STX-TRAN-TYPE (I) IS EQUAL TO "A"
057430         STRING "ADJUSTMENT " DELIMITED BY SIZE
057440             WS-STX-ADJ-REASON (I) DELIMITED BY SIZE
057450             INTO WS-STMT-ADJ-NOTE
057460         END-STRING
057470     END-IF.
057480     IF NOT WS-STX-AR-ONLY (I)
057490         ADD WS-STX-SALE-AMOUNT (I) TO WS-STMT-TRAN-TOTAL
057500     END-IF.
057600     MOVE SPACES TO WS-PRINT-LINE.
057700     MOVE WS-STX-SALE-DATE (I) TO WS-RPT-DATE-EDIT.
057800     MOVE WS-STX-SALE-AMOUNT (I) TO WS-RPT-AMOUNT-EDIT.
058400         WS-STX-BRANCH-CODE (I) DELIMITED BY SIZE
058500         "  " DELIMITED BY SIZE
058600         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
058610         "  " DELIMITED BY SIZE
058620         WS-STMT-ADJ-NOTE DELIMITED BY SIZE
058700         INTO WS-PRINT-LINE
058800     END-STRING.
058900     MOVE WS-PRINT-LINE TO STATEMENT-RPT-RECORD.
