003767*                     SLSHIST SAME-DATE-REPLACE DISCIPLINE),
003768*                     SO THE MONTH-END STATEMENTS NEVER LIST
003769*                     THE DATE TWICE.
003770*    10/15/26   JM    EACH POSTED DETAIL NOW ALSO MOVES THE
003771*                     CUSTOMER'S OUTSTANDING RECEIVABLE (THE NEW
003772*                     CBM-AR-BALANCE ON BALMST), WHICH THE NEW
003773*                     CASHRCPTPOST STEP PAYS DOWN FROM THE BANK
003774*                     LOCKBOX.  2270-CHECK-CREDIT-LIMIT NOW
003775*                     JUDGES THE CREDIT LIMIT AGAINST THAT
003776*                     BALANCE INSTEAD OF YTD SALES, SO A
003777*                     CUSTOMER WHO PAYS IS NOT PUT STRAIGHT BACK
003778*                     ON HOLD BY THE NEXT SALE.
003779*    10/15/26   JM    A FORCED REPOST'S STMTTRN REWRITE NOW KEEPS
003780*                     THE DATE'S MANUAL ADJUSTMENTS ("A" RECORDS
003781*                     CUT BY THE NEW ADJPOST STEP) - THEY ARE
003782*                     NOT PART OF POSTIN AND WOULD NOT COME
003783*                     BACK WITH THE REPOST.
003785*    10/15/26   JM    PREREQUISITE CHECKS - 1800 NOW STOPS THE RUN
003787*                     (RC 12) WHEN THE POSTIN'S BUSINESS DATE IS
003789*                     NOT COMPLETE ON RUNCTL, OR WHEN THE BUSINESS
003791*                     DAY BEFORE IT IS NOT POSTED ON PSTCTL.  THE
003793*                     BUSINESS DAYS COME FROM THE NEW BUSCAL
003795*                     CALENDAR (BCLREC01).
003800*****************************************************************
003900* ENVIRONMENT DIVISION.                                         *
004000*****************************************************************
006078     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
006080         ORGANIZATION IS LINE SEQUENTIAL
006082         FILE STATUS IS WS-RUNSTAT-STATUS.
006084     SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
006086         ORGANIZATION IS LINE SEQUENTIAL
006088         FILE STATUS IS WS-RUNCTL-STATUS.
006090     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
006092         ORGANIZATION IS LINE SEQUENTIAL
006094         FILE STATUS IS WS-BUSCAL-STATUS.
006100*****************************************************************
006200* DATA DIVISION.                                                *
006300*****************************************************************
009432     LABEL RECORDS ARE STANDARD
009434     RECORDING MODE IS F.
009436     COPY RSTREC01.
009437 FD  RUN-CONTROL
009438     LABEL RECORDS ARE STANDARD
009439     RECORDING MODE IS F.
009440*    ONE RECORD PER COMPLETED SORT RUN - READ BY 1810 TO PROVE
009441*    THE SORT THAT CUT THIS POSTIN FINISHED.
009442     COPY RCRREC01.
009443 FD  BUSINESS-CALENDAR
009444     LABEL RECORDS ARE STANDARD
009445     RECORDING MODE IS F.
009446     COPY BCLREC01.
009447 WORKING-STORAGE SECTION.
009500*-----------------------------------------------------------------
009600*    FILE STATUS AND END-OF-FILE SWITCHES
009700*-----------------------------------------------------------------
010800     88  WS-PSTCTL-OK                  VALUE "00".
010900     88  WS-PSTCTL-NEW-FILE            VALUE "35".
011000     88  WS-PSTCTL-EOF                 VALUE "10".
011010 01  WS-RUNCTL-STATUS            PIC X(02).
011020     88  WS-RUNCTL-OK                  VALUE "00".
011030     88  WS-RUNCTL-NEW-FILE            VALUE "35".
011100 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
011200     88  WS-END-OF-FILE                    VALUE "Y".
011300 01  WS-TRAILER-SWITCH           PIC X(01)       VALUE "N".
017026     05  WS-STM-RECORD OCCURS 20000 TIMES
017028                                 PIC X(80).
017030 01  WS-STM-IX                   PIC 9(05) COMP  VALUE ZERO.
017031*-----------------------------------------------------------------
017032*    PREREQUISITE CHECK WORKING FIELDS - SEE 1800.
017033*-----------------------------------------------------------------
017034 01  WS-RUNCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
017035     88  WS-RUNCTL-READ-EOF                VALUE "Y".
017036 01  WS-SORT-DONE-SWITCH         PIC X(01)       VALUE "N".
017037     88  WS-SORT-DAY-DONE                  VALUE "Y".
017038 01  WS-PRIOR-BUS-DATE           PIC 9(08)       VALUE ZERO.
017039 01  WS-PRIOR-DONE-SWITCH        PIC X(01)       VALUE "N".
017040     88  WS-PRIOR-DAY-DONE                 VALUE "Y".
017041 01  WS-PSTCTL-HISTORY-SWITCH    PIC X(01)       VALUE "N".
017042     88  WS-PSTCTL-HAS-HISTORY             VALUE "Y".
017043*-----------------------------------------------------------------
017044*    BUSINESS-DAY CALENDAR WORKING FIELDS - THE COMPANY-WIDE
017045*    BUSCAL CARDS (BCLREC01), HOLIDAYS AND EXTRA TRADING DAYS,
017046*    LOADED BY 1860.  ANY OTHER MONDAY TO FRIDAY IS A BUSINESS
017047*    DAY.  WS-CAL-DATE IS THE DATE THE CALENDAR PARAGRAPHS WORK
017048*    ON; WS-CAL-WEEKDAY IS ITS DAY NUMBER MODULO 7, WHICH FALLS
017049*    ON 4 FOR A SATURDAY AND 5 FOR A SUNDAY.
017050*-----------------------------------------------------------------
017051 01  WS-BUSCAL-STATUS            PIC X(02).
017052     88  WS-BUSCAL-OK                  VALUE "00".
017053     88  WS-BUSCAL-NEW-FILE            VALUE "35".
017054 01  WS-BUSCAL-EOF-SWITCH        PIC X(01)       VALUE "N".
017055     88  WS-BUSCAL-READ-EOF                VALUE "Y".
017056 01  WS-BCL-COUNT                PIC 9(03) COMP  VALUE ZERO.
017057 01  WS-MAX-BCL-ENTRIES          PIC 9(03) COMP  VALUE 500.
017058 01  WS-BCL-TABLE.
017059     05  WS-BCL-ENTRY OCCURS 500 TIMES.
017060         10  WS-BCL-DATE         PIC 9(08).
017061         10  WS-BCL-DAY-TYPE     PIC X(01).
017062 01  WS-BCL-IX                   PIC 9(03) COMP  VALUE ZERO.
017063 01  WS-CAL-DATE                 PIC 9(08)       VALUE ZERO.
017064 01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
017065     05  WS-CAL-YYYY             PIC 9(04).
017066     05  WS-CAL-MM               PIC 9(02).
017067     05  WS-CAL-DD               PIC 9(02).
017068 01  WS-CAL-DAY-TYPE             PIC X(01)       VALUE SPACE.
017069 01  WS-CAL-BUSINESS-SWITCH      PIC X(01)       VALUE "N".
017070     88  WS-CAL-BUSINESS-DAY               VALUE "Y".
017071 01  WS-CAL-STEP-COUNT           PIC 9(03) COMP  VALUE ZERO.
017072 01  WS-CAL-YEAR                 PIC 9(05)       VALUE ZERO.
017073 01  WS-CAL-MONTH                PIC 9(02)       VALUE ZERO.
017074 01  WS-CAL-DAY-NUMBER           PIC 9(07)       VALUE ZERO.
017075 01  WS-CAL-TERM                 PIC 9(07)       VALUE ZERO.
017076 01  WS-CAL-REMAINDER            PIC 9(03)       VALUE ZERO.
017077 01  WS-CAL-WEEKDAY              PIC 9(01)       VALUE ZERO.
017078     88  WS-CAL-WEEKEND                    VALUES 4 5.
017079 01  WS-CAL-MONTH-DAYS           PIC 9(02)       VALUE ZERO.
017080 01  WS-CAL-DAYS-TABLE.
017081     05  FILLER                  PIC X(24)
017082             VALUE "312831303130313130313031".
017083 01  WS-CAL-DAYS-R REDEFINES WS-CAL-DAYS-TABLE.
017084     05  WS-CAL-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
017100*****************************************************************
017200* PROCEDURE DIVISION.                                           *
017300*****************************************************************
022000     END-IF.
022100     MOVE PIF-BUSINESS-DATE TO WS-BUSINESS-DATE.
022200     PERFORM 1500-CHECK-POSTING-CONTROL THRU 1500-EXIT.
022205     PERFORM 1800-CHECK-PREREQUISITES THRU 1800-EXIT.
022210     PERFORM 1600-CHECK-FOR-RESTART THRU 1600-EXIT.
022300*    POSTRPT IS ONLY OPENED (AND SO ONLY TRUNCATED) ONCE THE
022400*    GUARD HAS PASSED, THE SAME OPEN DISCIPLINE THE SORT STEP
024984     MOVE SPACES TO WS-PRINT-LINE.
024986     STRING "CUST-ID  CUSTOMER-NAME            AMOUNT"
024988             DELIMITED BY SIZE
024990         "   CREDIT-LIMIT    AR-BALANCE  HOLD"
024992             DELIMITED BY SIZE
024994         INTO WS-PRINT-LINE
024995     END-STRING.
031043*-----------------------------------------------------------------
031048*    1750-READ-STMT-FOR-REWRITE - ONE STMTTRN RECORD INTO THE
031053*    REWRITE TABLE; RECORDS ALREADY ON FILE FOR THE REPOST'S OWN
031058*    BUSINESS DATE ARE DROPPED (COUNTED AS REPLACED), EXCEPT A
031060*    MANUAL ADJUSTMENT, WHICH THE REPOST DOES NOT RE-CUT.
031063*-----------------------------------------------------------------
031068 1750-READ-STMT-FOR-REWRITE.
031073     READ STATEMENT-TRANS
031088             GO TO 1750-EXIT
031093     END-READ.
031098     IF STX-POST-DATE IS EQUAL TO WS-BUSINESS-DATE
031100             AND NOT STX-ADJUSTMENT
031103         ADD 1 TO WS-STM-PURGED-COUNT
031108         GO TO 1750-EXIT
031113     END-IF.
031148         TO WS-STM-RECORD (WS-STM-TABLE-COUNT).
031153 1750-EXIT.
031158     EXIT.
031159*-----------------------------------------------------------------
031160*    1800-CHECK-PREREQUISITES - BEFORE ANY BALANCE IS TOUCHED, THE
031161*    POSTIN'S OWN BUSINESS DATE MUST BE COMPLETE ON RUNCTL (1810)
031162*    AND THE BUSINESS DAY BEFORE IT MUST ALREADY BE POSTED ON
031163*    PSTCTL (1830).  EITHER GAP STOPS THE RUN WITH RETURN-CODE 12
031164*    AND A MESSAGE NAMING THE MISSING DAY.
031165*-----------------------------------------------------------------
031166 1800-CHECK-PREREQUISITES.
031167     PERFORM 1860-LOAD-BUSINESS-CALENDAR THRU 1860-EXIT.
031168     PERFORM 1810-CHECK-SORT-COMPLETE THRU 1810-EXIT.
031169     PERFORM 1830-CHECK-PRIOR-DAY-POSTED THRU 1830-EXIT.
031170 1800-EXIT.
031171     EXIT.
031172*-----------------------------------------------------------------
031173*    1810-CHECK-SORT-COMPLETE - A POSTIN WHOSE DATE IS NOT ON
031174*    RUNCTL WAS CUT BY A SORT RUN THAT NEVER FINISHED (OR IS A
031175*    STRAY FILE) AND MUST NOT BE POSTED.
031176*-----------------------------------------------------------------
031177 1810-CHECK-SORT-COMPLETE.
031178     MOVE "N" TO WS-SORT-DONE-SWITCH.
031179     MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
031180     OPEN INPUT RUN-CONTROL.
031181     IF WS-RUNCTL-OK
031182         PERFORM 1820-READ-RUN-CONTROL THRU 1820-EXIT
031183             UNTIL WS-RUNCTL-READ-EOF
031184                 OR WS-SORT-DAY-DONE
031185         CLOSE RUN-CONTROL
031186     ELSE
031187         IF NOT WS-RUNCTL-NEW-FILE
031188             DISPLAY "CUSTBALPOST - UNABLE TO OPEN RUNCTL, "
031189                 "STATUS = " WS-RUNCTL-STATUS
031190             STOP RUN
031191         END-IF
031192     END-IF.
031193     IF NOT WS-SORT-DAY-DONE
031194         DISPLAY "CUSTBALPOST - BUSINESS DATE " WS-BUSINESS-DATE
031195             " NOT COMPLETED PER RUNCTL - RUN STOPPED.  THE "
031196             "SORT RUN FOR THAT DAY MUST FINISH BEFORE ITS "
031197             "POSTIN IS POSTED"
031198         MOVE 12 TO RETURN-CODE
031199         STOP RUN
031200     END-IF.
031201 1810-EXIT.
031202     EXIT.
031203*-----------------------------------------------------------------
031204*    1820-READ-RUN-CONTROL - ONE RUNCTL RECORD; FLAG THE POSTIN'S
031205*    BUSINESS DATE.
031206*-----------------------------------------------------------------
031207 1820-READ-RUN-CONTROL.
031208     READ RUN-CONTROL
031209         AT END
031210             SET WS-RUNCTL-READ-EOF TO TRUE
031211             GO TO 1820-EXIT
031212     END-READ.
031213     IF RCR-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
031214         SET WS-SORT-DAY-DONE TO TRUE
031215     END-IF.
031216 1820-EXIT.
031217     EXIT.
031218*-----------------------------------------------------------------
031219*    1830-CHECK-PRIOR-DAY-POSTED - THE BUSINESS DAY BEFORE THE
031220*    POSTIN'S DATE MUST BE ON PSTCTL, OR A DAY'S SALES WOULD BE
031221*    MISSING FROM BALMST UNNOTICED.  THE RUN STOPS UNTIL THAT DAY
031222*    IS POSTED, OR CARDED ON BUSCAL IF IT WAS NOT A BUSINESS DAY.
031223*    A PSTCTL WITH NOTHING BEFORE THAT DAY IS THE SYSTEM'S FIRST
031224*    WEEK AND IS NOT HELD TO IT.
031225*-----------------------------------------------------------------
031226 1830-CHECK-PRIOR-DAY-POSTED.
031227     MOVE WS-BUSINESS-DATE TO WS-CAL-DATE.
031228     PERFORM 1880-PRIOR-BUSINESS-DAY THRU 1880-EXIT.
031229     MOVE WS-CAL-DATE TO WS-PRIOR-BUS-DATE.
031230     MOVE "N" TO WS-PRIOR-DONE-SWITCH.
031231     MOVE "N" TO WS-PSTCTL-HISTORY-SWITCH.
031232     MOVE "N" TO WS-PSTCTL-EOF-SWITCH.
031233     OPEN INPUT POSTING-CONTROL.
031234     IF WS-PSTCTL-NEW-FILE
031235         GO TO 1830-EXIT
031236     END-IF.
031237     IF NOT WS-PSTCTL-OK
031238         DISPLAY "CUSTBALPOST - UNABLE TO OPEN PSTCTL, "
031239             "STATUS = " WS-PSTCTL-STATUS
031240         STOP RUN
031241     END-IF.
031242     PERFORM 1840-READ-PSTCTL-FOR-PRIOR THRU 1840-EXIT
031243         UNTIL WS-PSTCTL-READ-EOF
031244             OR WS-PRIOR-DAY-DONE.
031245     CLOSE POSTING-CONTROL.
031246     IF WS-PRIOR-DAY-DONE OR NOT WS-PSTCTL-HAS-HISTORY
031247         GO TO 1830-EXIT
031248     END-IF.
031249     DISPLAY "CUSTBALPOST - PRIOR BUSINESS DAY "
031250         WS-PRIOR-BUS-DATE " NOT POSTED PER PSTCTL - RUN "
031251         "STOPPED.  POST THAT DAY FIRST, OR CARD IT ON BUSCAL "
031252         "IF IT WAS NOT A BUSINESS DAY".
031253     MOVE 12 TO RETURN-CODE.
031254     STOP RUN.
031255 1830-EXIT.
031256     EXIT.
031257*-----------------------------------------------------------------
031258*    1840-READ-PSTCTL-FOR-PRIOR - ONE PSTCTL RECORD; FLAG THE
031259*    PRIOR BUSINESS DAY, AND ANY POSTING BEFORE IT.
031260*-----------------------------------------------------------------
031261 1840-READ-PSTCTL-FOR-PRIOR.
031262     READ POSTING-CONTROL
031263         AT END
031264             SET WS-PSTCTL-READ-EOF TO TRUE
031265             GO TO 1840-EXIT
031266     END-READ.
031267     IF PCR-BUSINESS-DATE IS EQUAL TO WS-PRIOR-BUS-DATE
031268         SET WS-PRIOR-DAY-DONE TO TRUE
031269     END-IF.
031270     IF PCR-BUSINESS-DATE IS LESS THAN WS-PRIOR-BUS-DATE
031271         SET WS-PSTCTL-HAS-HISTORY TO TRUE
031272     END-IF.
031273 1840-EXIT.
031274     EXIT.
031275*-----------------------------------------------------------------
031276*    1860-LOAD-BUSINESS-CALENDAR - READ THE BUSCAL CARDS INTO
031277*    WS-BCL-TABLE.  A MISSING FILE MEANS NO HOLIDAYS ARE CARDED -
031278*    EVERY MONDAY TO FRIDAY IS THEN A BUSINESS DAY.
031279*-----------------------------------------------------------------
031280 1860-LOAD-BUSINESS-CALENDAR.
031281     OPEN INPUT BUSINESS-CALENDAR.
031282     IF WS-BUSCAL-NEW-FILE
031283         DISPLAY "CUSTBALPOST - NO BUSCAL CALENDAR - "
031284             "EVERY WEEKDAY TREATED AS A BUSINESS DAY"
031285         GO TO 1860-EXIT
031286     END-IF.
031287     IF NOT WS-BUSCAL-OK
031288         DISPLAY "CUSTBALPOST - UNABLE TO OPEN BUSCAL, "
031289             "STATUS = " WS-BUSCAL-STATUS
031290         STOP RUN
031291     END-IF.
031292     PERFORM 1870-READ-BUSCAL-CARD THRU 1870-EXIT
031293         UNTIL WS-BUSCAL-READ-EOF.
031294     CLOSE BUSINESS-CALENDAR.
031295 1860-EXIT.
031296     EXIT.
031297*-----------------------------------------------------------------
031298*    1870-READ-BUSCAL-CARD - ONE BUSCAL CARD.  ONLY THE COMPANY-
031299*    WIDE CARDS DECIDE WHETHER A NIGHTLY RUN IS DUE, SO A
031300*    BRANCH'S NON-TRADING CARD IS CHECKED BUT NOT TABLED.
031301*-----------------------------------------------------------------
031302 1870-READ-BUSCAL-CARD.
031303     READ BUSINESS-CALENDAR
031304         AT END
031305             SET WS-BUSCAL-READ-EOF TO TRUE
031306             GO TO 1870-EXIT
031307     END-READ.
031308     IF BCL-CAL-DATE IS NOT NUMERIC
031309             OR (BCL-COMPANY-WIDE
031310                 AND NOT BCL-HOLIDAY AND NOT BCL-TRADING-DAY)
031311             OR (NOT BCL-COMPANY-WIDE AND NOT BCL-BRANCH-CLOSED)
031312         DISPLAY "CUSTBALPOST - BAD BUSCAL CARD SKIPPED"
031313         MOVE 4 TO RETURN-CODE
031314         GO TO 1870-EXIT
031315     END-IF.
031316     IF NOT BCL-COMPANY-WIDE
031317         GO TO 1870-EXIT
031318     END-IF.
031319     IF WS-BCL-COUNT IS EQUAL TO WS-MAX-BCL-ENTRIES
031320         DISPLAY "CUSTBALPOST - BUSCAL TABLE FULL, "
031321             "CARD FOR " BCL-CAL-DATE " SKIPPED"
031322         MOVE 4 TO RETURN-CODE
031323         GO TO 1870-EXIT
031324     END-IF.
031325     ADD 1 TO WS-BCL-COUNT.
031326     MOVE BCL-CAL-DATE TO WS-BCL-DATE (WS-BCL-COUNT).
031327     MOVE BCL-DAY-TYPE TO WS-BCL-DAY-TYPE (WS-BCL-COUNT).
031328 1870-EXIT.
031329     EXIT.
031330*-----------------------------------------------------------------
031331*    1880-PRIOR-BUSINESS-DAY - STEP WS-CAL-DATE BACK TO THE
031332*    BUSINESS DAY BEFORE IT.  A MONTH OF CARDED NON-BUSINESS
031333*    DAYS IN A ROW CAN ONLY BE A BAD CALENDAR, SO THE STEP STOPS.
031334*-----------------------------------------------------------------
031335 1880-PRIOR-BUSINESS-DAY.
031336     MOVE ZERO TO WS-CAL-STEP-COUNT.
031337     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
031338     PERFORM 1882-STEP-BACK-ONE-DAY THRU 1882-EXIT
031339         UNTIL WS-CAL-BUSINESS-DAY
031340             OR WS-CAL-STEP-COUNT IS EQUAL TO 31.
031341     IF NOT WS-CAL-BUSINESS-DAY
031342         DISPLAY "CUSTBALPOST - NO BUSINESS DAY IN "
031343             "THE 31 DAYS BEFORE THE RUN DATE PER BUSCAL - "
031344             "RUN STOPPED"
031345         MOVE 12 TO RETURN-CODE
031346         STOP RUN
031347     END-IF.
031348 1880-EXIT.
031349     EXIT.
031350*-----------------------------------------------------------------
031351*    1882-STEP-BACK-ONE-DAY - WS-CAL-DATE BACK ONE CALENDAR DAY,
031352*    THEN TEST IT.
031353*-----------------------------------------------------------------
031354 1882-STEP-BACK-ONE-DAY.
031355     ADD 1 TO WS-CAL-STEP-COUNT.
031356     IF WS-CAL-DD IS GREATER THAN 1
031357         SUBTRACT 1 FROM WS-CAL-DD
031358     ELSE
031359         IF WS-CAL-MM IS GREATER THAN 1
031360             SUBTRACT 1 FROM WS-CAL-MM
031361         ELSE
031362             MOVE 12 TO WS-CAL-MM
031363             SUBTRACT 1 FROM WS-CAL-YYYY
031364         END-IF
031365         PERFORM 1890-GET-MONTH-LENGTH THRU 1890-EXIT
031366         MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
031367     END-IF.
031368     PERFORM 1884-TEST-BUSINESS-DAY THRU 1884-EXIT.
031369 1882-EXIT.
031370     EXIT.
031371*-----------------------------------------------------------------
031372*    1884-TEST-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?  A
031373*    HOLIDAY CARD SAYS NO AND AN EXTRA TRADING DAY CARD SAYS YES;
031374*    OTHERWISE A WEEKDAY IS ONE AND A WEEKEND IS NOT.
031375*-----------------------------------------------------------------
031376 1884-TEST-BUSINESS-DAY.
031377     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
031378     MOVE SPACE TO WS-CAL-DAY-TYPE.
031379     PERFORM 1886-FIND-CALENDAR-CARD THRU 1886-EXIT
031380         VARYING WS-BCL-IX FROM 1 BY 1
031381         UNTIL WS-BCL-IX IS GREATER THAN WS-BCL-COUNT
031382             OR WS-CAL-DAY-TYPE IS NOT EQUAL TO SPACE.
031383     IF WS-CAL-DAY-TYPE IS EQUAL TO "H"
031384         GO TO 1884-EXIT
031385     END-IF.
031386     IF WS-CAL-DAY-TYPE IS EQUAL TO "T"
031387         SET WS-CAL-BUSINESS-DAY TO TRUE
031388         GO TO 1884-EXIT
031389     END-IF.
031390     PERFORM 1888-COMPUTE-WEEKDAY THRU 1888-EXIT.
031391     IF NOT WS-CAL-WEEKEND
031392         SET WS-CAL-BUSINESS-DAY TO TRUE
031393     END-IF.
031394 1884-EXIT.
031395     EXIT.
031396*-----------------------------------------------------------------
031397*    1886-FIND-CALENDAR-CARD - ONE TABLE ENTRY AGAINST
031398*    WS-CAL-DATE.
031399*-----------------------------------------------------------------
031400 1886-FIND-CALENDAR-CARD.
031401     IF WS-BCL-DATE (WS-BCL-IX) IS EQUAL TO WS-CAL-DATE
031402         MOVE WS-BCL-DAY-TYPE (WS-BCL-IX) TO WS-CAL-DAY-TYPE
031403     END-IF.
031404 1886-EXIT.
031405     EXIT.
031406*-----------------------------------------------------------------
031407*    1888-COMPUTE-WEEKDAY - DAY NUMBER OF WS-CAL-DATE COUNTED
031408*    FROM A MARCH-BASED YEAR (SO THE LEAP DAY FALLS AT THE END),
031409*    AND ITS WEEKDAY AS THE REMAINDER BY 7.  EACH DIVISION IS A
031410*    SEPARATE STEP SO ITS FRACTION IS DROPPED BEFORE THE SUM.
031411*-----------------------------------------------------------------
031412 1888-COMPUTE-WEEKDAY.
031413     MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
031414     MOVE WS-CAL-MM TO WS-CAL-MONTH.
031415     IF WS-CAL-MONTH IS LESS THAN 3
031416         SUBTRACT 1 FROM WS-CAL-YEAR
031417         ADD 12 TO WS-CAL-MONTH
031418     END-IF.
031419     COMPUTE WS-CAL-DAY-NUMBER = WS-CAL-YEAR * 365 + WS-CAL-DD.
031420     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 4.
031421     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
031422     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 100.
031423     SUBTRACT WS-CAL-TERM FROM WS-CAL-DAY-NUMBER.
031424     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 400.
031425     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
031426     COMPUTE WS-CAL-TERM = (153 * (WS-CAL-MONTH - 3) + 2) / 5.
031427     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
031428     DIVIDE WS-CAL-DAY-NUMBER BY 7 GIVING WS-CAL-TERM
031429         REMAINDER WS-CAL-WEEKDAY.
031430 1888-EXIT.
031431     EXIT.
031432*-----------------------------------------------------------------
031433*    1890-GET-MONTH-LENGTH - DAYS IN WS-CAL-DATE'S MONTH, WITH
031434*    THE LEAP-YEAR RULE FOR FEBRUARY.
031435*-----------------------------------------------------------------
031436 1890-GET-MONTH-LENGTH.
031437     MOVE WS-CAL-DAYS-IN-MONTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
031438     IF WS-CAL-MM IS NOT EQUAL TO 2
031439         GO TO 1890-EXIT
031440     END-IF.
031441     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-TERM
031442         REMAINDER WS-CAL-REMAINDER.
031443     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
031444         GO TO 1890-EXIT
031445     END-IF.
031446     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-TERM
031447         REMAINDER WS-CAL-REMAINDER.
031448     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
031449         MOVE 29 TO WS-CAL-MONTH-DAYS
031450         GO TO 1890-EXIT
031451     END-IF.
031452     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-TERM
031453         REMAINDER WS-CAL-REMAINDER.
031454     IF WS-CAL-REMAINDER IS EQUAL TO ZERO
031455         MOVE 29 TO WS-CAL-MONTH-DAYS
031456     END-IF.
031457 1890-EXIT.
031458     EXIT.
031459*-----------------------------------------------------------------
031460*    2000-POST-TRANSACTIONS - DRIVE THE DETAIL RECORDS THROUGH
031461*    THE POSTING PATH UNTIL THE TRAILER OR END-OF-FILE.
031462*-----------------------------------------------------------------
031463 2000-POST-TRANSACTIONS.
031464     PERFORM 2100-READ-POSTING-RECORD THRU 2100-EXIT
031465         UNTIL WS-END-OF-FILE.
031500     IF NOT WS-TRAILER-SEEN
031600         DISPLAY "CUSTBALPOST - POSTIN ENDED WITHOUT A TRAILER "
031700             "RECORD - TOTALS NOT RECONCILED"
038400         MOVE ZERO TO CBM-YTD-SALES
038500         MOVE ZERO TO CBM-LAST-SALE-DATE
038600         MOVE ZERO TO CBM-LAST-POST-DATE
038650         MOVE ZERO TO CBM-AR-BALANCE
038700     END-IF.
038800     MOVE CBM-MTD-SALES TO WS-BEFORE-MTD.
038900     MOVE CBM-YTD-SALES TO WS-BEFORE-YTD.
039800     END-IF.
039900     ADD PIF-SALE-AMOUNT TO CBM-MTD-SALES.
040000     ADD PIF-SALE-AMOUNT TO CBM-YTD-SALES.
040010*    THE RECEIVABLE IS NEVER ROLLED - IT CARRIES UNTIL PAID.  A
040020*    RECORD CUT BEFORE THE FIELD EXISTED STARTS IT FROM ZERO.
040030     IF CBM-AR-BALANCE IS NOT NUMERIC
040040         MOVE ZERO TO CBM-AR-BALANCE
040050     END-IF.
040060     ADD PIF-SALE-AMOUNT TO CBM-AR-BALANCE.
040100     IF PIF-SALE-DATE IS GREATER THAN CBM-LAST-SALE-DATE
040200         MOVE PIF-SALE-DATE TO CBM-LAST-SALE-DATE
040300     END-IF.
046000 2250-EXIT.
046100     EXIT.
046101*-----------------------------------------------------------------
046102*    2270-CHECK-CREDIT-LIMIT - THE UPDATED RECEIVABLE BALANCE
046103*    AGAINST THE CUSTOMER'S CREDIT LIMIT ON CUSTMST.  A ZERO
046104*    LIMIT (OR A SPACE ONE, ON RECORDS CUT BEFORE THE LIMIT
046105*    FIELD EXISTED) MEANS NO LIMIT.  EVERY OVER-LIMIT POSTING IS
046106*    LISTED ON OVRLIMIT FOR THE CREDIT DESK; THE FIRST ONE PUTS
046107*    THE ACCOUNT ON CREDIT HOLD, WHICH THE SORT RUN HONORS THE
046108*    NEXT MORNING AT ITS CUSTOMER LOOKUP.
046117             OR CMS-CREDIT-LIMIT IS EQUAL TO ZERO
046118         GO TO 2270-EXIT
046119     END-IF.
046120     IF CBM-AR-BALANCE IS NOT GREATER THAN CMS-CREDIT-LIMIT
046121         GO TO 2270-EXIT
046122     END-IF.
046123     ADD 1 TO WS-OVERLIMIT-COUNT.
046138     MOVE PIF-CUSTOMER-ID TO WS-RPT-CUSTID-EDIT.
046139     MOVE PIF-SALE-AMOUNT TO WS-RPT-AMOUNT-EDIT.
046140     MOVE CMS-CREDIT-LIMIT TO WS-RPT-LIMIT-EDIT.
046141     MOVE CBM-AR-BALANCE TO WS-RPT-BAL-EDIT.
046142     STRING "  " DELIMITED BY SIZE
046143         WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
046144         "  " DELIMITED BY SIZE
