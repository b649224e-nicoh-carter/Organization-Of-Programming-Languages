021224*                     PHASE'S RUNSTAT END RECORD NOW CARRIES THE
021233*                     TOTAL RECORDS ARCHIVED ACROSS ALL THREE
021242*                     FILES, NOT JUST THE LAST FILE'S COUNT.
021243*    10/15/26   JM    PRICE CHECK - EACH DETAIL'S SALE AMOUNT IS
021244*                     NOW COMPARED WITH THE ITEM'S LIST PRICE
021245*                     (NEW IMS-LIST-PRICE, LOADED BY ITMMSTLOAD)
021246*                     TIMES THE QUANTITY.  A LINE BEYOND THE
021247*                     HARD LIMIT REJECTS TO EXCPRPT/RECYCOUT
021248*                     LIKE ANY OTHER BAD DETAIL; A LOADED LINE
021249*                     OUTSIDE THE TOLERANCE IS LISTED ON THE NEW
021250*                     PRICEVAR PRICE-VARIANCE REPORT BY BRANCH
021251*                     AND ITEM.  BOTH PERCENTAGES ARE PARM-
021252*                     OVERRIDABLE (POSITIONS 40-42 AND 44-46).
021255*    10/15/26   JM    POSTIN DETAILS NOW CARRY THE ITEM CODE AND
021256*                     QUANTITY FOR THE NEW INVPOST ON-HAND STEP.
021257*    10/15/26   JM    RETURNS ARE NOW MATCHED TO THE CUSTOMER'S
021258*                     ORIGINAL SALE OF THE ITEM ON TRNHIST INSIDE
021259*                     A RETURN WINDOW (PARM POSITIONS 48-50,
021260*                     DEFAULT 90 DAYS) WHILE THE DAY IS FILED
021261*                     (6480-6496).  TRNHIST NOW CARRIES THE ITEM,
021262*                     QUANTITY AND MATCHED SALE KEY AND IS READ
021263*                     DYNAMICALLY.  UNMATCHED OR OVER-RETURNED
021264*                     ITEMS ARE LISTED ON THE NEW UNMRTN REPORT.
021265*    10/15/26   JM    A TRNHIST KEY COLLISION WITH A MANUAL
021266*                     ADJUSTMENT ("A", FILED BY THE NEW ADJPOST
021267*                     STEP) NOW ALWAYS BUMPS THE SEQUENCE - A
021268*                     RERUN NEVER REWRITES AN ADJUSTMENT AS ITS
021269*                     OWN EARLIER COPY.
021270*    10/15/26   JM    GLINTF ACCOUNTS NOW COME FROM THE NEW GLMAP
021271*                     MAPPING CARDS (GLMREC01) BY BRANCH, ITEM
021272*                     CATEGORY AND TRANSACTION TYPE INSTEAD OF
021273*                     THREE HARD-CODED ACCOUNTS, AND EVERY
021274*                     REVENUE AND TAX LINE IS NOW A BALANCED
021275*                     PAIR AGAINST THE MAPPED AR CONTROL ACCOUNT,
021276*                     CARRYING THE BRANCH COST CENTER.  6150
021277*                     REFUSES THE RUN (RC 12) BEFORE ANY EXTRACT
021278*                     IS CUT WHEN A TRANSACTION HAS NO MAPPING.
021279*                     THE GLINTF TRAILER NOW CARRIES DEBIT AND
021280*                     CREDIT TOTALS.
021281*    10/15/26   JM    PRIOR BUSINESS DAY CHECK - 1860 NOW STOPS
021282*                     THE RUN (RC 12) WHEN THE BUSINESS DAY BEFORE
021283*                     THE RUN'S DATE IS NOT ON RUNCTL, SO A
021284*                     SKIPPED DAY IS CAUGHT THE NEXT NIGHT.  THE
021285*                     BUSINESS DAYS COME FROM THE NEW BUSCAL
021286*                     CALENDAR (BCLREC01).
021287*    10/15/26   JM    6400 NOW FILES THE DAY IN TWO PASSES -
021288*                     EVERY SALE FIRST, THEN THE RETURNS - SO A
021289*                     RETURN IS MATCHED WITH THE DAY'S OWN SALES
021290*                     ALREADY ON TRNHIST WHEREVER THE SORT ORDER
021291*                     PUT THEM, AND ASCENDING, DESCENDING AND
021292*                     RERUN RESULTS AGREE.
021293*****************************************************************
021294* ENVIRONMENT DIVISION.                                         *
021295*****************************************************************
021300 ENVIRONMENT DIVISION.
021400 CONFIGURATION SECTION.
021500 SOURCE-COMPUTER.  IBM-370.
023060         FILE STATUS IS WS-TAXRATE-STATUS.
023070     SELECT TAX-RPT ASSIGN TO "TAXRPT"
023080         ORGANIZATION IS LINE SEQUENTIAL
023081         FILE STATUS IS WS-TAXRPT-STATUS.
023082     SELECT PERIOD-CALENDAR ASSIGN TO "PERCAL"
023083         ORGANIZATION IS LINE SEQUENTIAL
023084         FILE STATUS IS WS-PERCAL-STATUS.
023085     SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
023086         ORGANIZATION IS LINE SEQUENTIAL
023087         FILE STATUS IS WS-GLMAP-STATUS.
023088     SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
023089         ORGANIZATION IS LINE SEQUENTIAL
023090         FILE STATUS IS WS-BUSCAL-STATUS.
023097     SELECT LATE-RPT ASSIGN TO "LATERPT"
023098         ORGANIZATION IS LINE SEQUENTIAL
023099         FILE STATUS IS WS-LATERPT-STATUS.
023340     SELECT ITEM-RPT ASSIGN TO "ITEMRPT"
023350         ORGANIZATION IS LINE SEQUENTIAL
023360         FILE STATUS IS WS-ITEMRPT-STATUS.
023365     SELECT PRICE-VARIANCE-RPT ASSIGN TO "PRICEVAR"
023370         ORGANIZATION IS LINE SEQUENTIAL
023375         FILE STATUS IS WS-PRICEVAR-STATUS.
023380     SELECT UNMATCHED-RETURNS-RPT ASSIGN TO "UNMRTN"
023385         ORGANIZATION IS LINE SEQUENTIAL
023390         FILE STATUS IS WS-UNMRTN-STATUS.
023400     SELECT SALES-HISTORY ASSIGN TO "SLSHIST"
023500         ORGANIZATION IS LINE SEQUENTIAL
023600         FILE STATUS IS WS-SLSHIST-STATUS.
028150         FILE STATUS IS WS-BRNMST-STATUS.
028160     SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
028170         ORGANIZATION IS INDEXED
028180         ACCESS MODE IS DYNAMIC
028190         RECORD KEY IS THR-KEY
028192         FILE STATUS IS WS-TRNHIST-STATUS.
028194     SELECT ITEM-MASTER ASSIGN TO "ITMMST"
030392         88  PCL-IN-OPEN              VALUE "O".
030393         88  PCL-IN-CLOSED            VALUE "C".
030394     05  FILLER                   PIC X(71).
030399 FD  BUSINESS-CALENDAR
030404     LABEL RECORDS ARE STANDARD
030409     RECORDING MODE IS F.
030414     COPY BCLREC01.
030419 FD  GL-MAPPING-FILE
030424     LABEL RECORDS ARE STANDARD
030429     RECORDING MODE IS F.
030434*    ONE CARD PER BRANCH, ITEM CATEGORY AND TRANSACTION TYPE -
030439*    THE REVENUE, AR CONTROL AND TAX ACCOUNTS AND THE BRANCH
030444*    COST CENTER THE GLINTF LINES ARE POSTED TO.  LOADED INTO
030449*    WS-GLM-TABLE BY 1640-LOAD-GL-MAPPING.
030454     COPY GLMREC01.
030459 FD  LATE-RPT
030464     LABEL RECORDS ARE STANDARD
030469     RECORDING MODE IS F.
030474 01  LATE-RPT-RECORD                PIC X(132).
030479 FD  DUPLICATE-RPT
030500     LABEL RECORDS ARE STANDARD
030600     RECORDING MODE IS F.
030700 01  DUPLICATE-RPT-RECORD           PIC X(132).
030744     LABEL RECORDS ARE STANDARD
030746     RECORDING MODE IS F.
030748 01  ITEM-RPT-RECORD                PIC X(132).
030753 FD  PRICE-VARIANCE-RPT
030758     LABEL RECORDS ARE STANDARD
030763     RECORDING MODE IS F.
030768 01  PRICE-VARIANCE-RPT-RECORD      PIC X(132).
030773 FD  UNMATCHED-RETURNS-RPT
030778     LABEL RECORDS ARE STANDARD
030783     RECORDING MODE IS F.
030788 01  UNMATCHED-RETURNS-RPT-RECORD   PIC X(132).
030800 FD  SALES-HISTORY
030900     LABEL RECORDS ARE STANDARD
031000     RECORDING MODE IS F.
048600     88  WS-ARCHIDX-EOF                VALUE "10".
048700*-----------------------------------------------------------------
048800*    GL INTERFACE WORKING FIELDS - SEE 6200-WRITE-GL-EXTRACT.
048900*    THE ACCOUNTS COME FROM THE GLMAP CARD FOR THE TRANSACTION'S
049000*    BRANCH, ITEM CATEGORY AND TYPE.  SALES CREDIT THE MAPPED
049010*    REVENUE ACCOUNT AND RETURNS DEBIT IT, TAX LIKEWISE, AND
049020*    EACH SUCH LINE IS PAIRED WITH AN AR CONTROL LINE FOR THE
049030*    SAME AMOUNT ON THE OTHER SIDE.  AMOUNTS STAY SIGNED AS
049040*    POSTED; THE HASH TOTAL SUMS ABSOLUTE AMOUNTS AND THE DEBIT
049050*    AND CREDIT TOTALS SUM THEM BY SIDE FOR THE TRAILER.
049100*-----------------------------------------------------------------
049200 01  WS-GL-RECORD-COUNT          PIC 9(07)       VALUE ZERO.
049300 01  WS-GL-HASH-TOTAL            PIC 9(13)V99    VALUE ZERO.
049400 01  WS-GL-ABS-AMOUNT            PIC 9(07)V99    VALUE ZERO.
049500 01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99    VALUE ZERO.
049600 01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99    VALUE ZERO.
049610 01  WS-GL-LINE-ACCOUNT          PIC X(08)       VALUE SPACES.
049620 01  WS-GL-LINE-DC               PIC X(01)       VALUE SPACE.
049630     88  WS-GL-LINE-DEBIT                  VALUE "D".
049640 01  WS-GL-LINE-ROLE             PIC X(01)       VALUE SPACE.
049650 01  WS-GL-LINE-AMOUNT           PIC S9(07)V99   VALUE ZERO.
049660 01  WS-GL-DC-EDIT               PIC ZZZZZZZZZZZZ9.99.
049670 01  WS-GL-DC2-EDIT              PIC ZZZZZZZZZZZZ9.99.
049700 01  WS-PIF-RECORD-COUNT         PIC 9(07)       VALUE ZERO.
049800 01  WS-PIF-AMOUNT-TOTAL         PIC S9(11)V99   VALUE ZERO.
049900 01  WS-GL-RUN-TIME.
050400     88  WS-SUMRPT-OK                  VALUE "00".
050500 01  WS-CUSTMST-STATUS           PIC X(02).
050600     88  WS-CUSTMST-OK                 VALUE "00".
050601     88  WS-CUSTMST-NOT-FOUND          VALUE "23".
050602 01  WS-BRNMST-STATUS            PIC X(02).
050603     88  WS-BRNMST-OK                  VALUE "00".
050604     88  WS-BRNMST-NOT-FOUND           VALUE "23".
050605 01  WS-BRNRPT-STATUS            PIC X(02).
050606     88  WS-BRNRPT-OK                  VALUE "00".
050607 01  WS-TRNHIST-STATUS           PIC X(02).
050608     88  WS-TRNHIST-OK                 VALUE "00".
050609     88  WS-TRNHIST-NEW-FILE           VALUE "35".
050610 01  WS-THR-WRITTEN-SWITCH       PIC X(01)       VALUE "N".
050611     88  WS-THR-WRITTEN                    VALUE "Y".
050612 01  WS-THR-SEQ                  PIC 9(05) COMP  VALUE ZERO.
050613 01  WS-THR-PASS-SWITCH          PIC X(01)       VALUE "S".
050614     88  WS-THR-RETURN-PASS                VALUE "R".
050615 01  WS-THR-WRITE-COUNT          PIC 9(07) COMP  VALUE ZERO.
050616 01  WS-THR-SAVED-RECORD         PIC X(120)      VALUE SPACES.
050617*-----------------------------------------------------------------
050618*    RETURN MATCHING WORKING FIELDS - SEE 6480-MATCH-RETURN.  A
050619*    RETURN IS PAIRED WITH THE CUSTOMER'S MOST RECENT SALE OF THE
050620*    SAME ITEM DATED NO MORE THAN WS-RETURN-WINDOW DAYS BEFORE IT
050621*    (30/360 COUNT, LIKE THE RECYCLE AGING) THAT STILL HAS ENOUGH
050622*    QUANTITY AND AMOUNT LEFT AFTER EARLIER RETURNS.
050623*    WS-RMH-TABLE HOLDS ONE RETURN'S CANDIDATE SALES AND
050624*    WS-RHR-TABLE THE RETURNS EARLIER RUNS PAIRED AGAINST THEM;
050625*    WS-RTM-TABLE HOLDS THE PAIRINGS THIS RUN HAS MADE SO FAR, AND
050626*    WS-URT-TABLE THE FLAGGED RETURNS FOR THE UNMRTN REPORT.
050627*-----------------------------------------------------------------
050628 01  WS-RETURN-WINDOW            PIC 9(03)       VALUE 090.
050629 01  WS-RTN-CUSTOMER-ID          PIC 9(05)       VALUE ZERO.
050630 01  WS-RTN-ITEM-CODE            PIC X(08)       VALUE SPACES.
050631 01  WS-RTN-QUANTITY             PIC 9(05)       VALUE ZERO.
050632 01  WS-RTN-AMOUNT               PIC S9(07)V99   VALUE ZERO.
050633 01  WS-RTN-DAYS                 PIC 9(07)       VALUE ZERO.
050634 01  WS-RTN-SALE-DAYS            PIC 9(07)       VALUE ZERO.
050635 01  WS-RTN-AGE                  PIC S9(07)      VALUE ZERO.
050636 01  WS-RTN-MATCH-DATE           PIC 9(08)       VALUE ZERO.
050637 01  WS-RTN-MATCH-SEQ            PIC 9(05)       VALUE ZERO.
050638 01  WS-RTN-MATCH-STATUS         PIC X(01)       VALUE SPACE.
050639 01  WS-RTN-REASON               PIC X(24)       VALUE SPACES.
050640 01  WS-RTN-AVAIL-QTY            PIC S9(07)      VALUE ZERO.
050641 01  WS-RTN-AVAIL-AMOUNT         PIC S9(09)V99   VALUE ZERO.
050642 01  WS-RTN-KEY-DATE             PIC 9(08)       VALUE ZERO.
050643 01  WS-RTN-KEY-SEQ              PIC 9(05)       VALUE ZERO.
050644 01  WS-RTN-KEY-QTY              PIC 9(05)       VALUE ZERO.
050645 01  WS-RTN-KEY-AMOUNT           PIC S9(07)V99   VALUE ZERO.
050646 01  WS-RTN-PICK                 PIC 9(05) COMP  VALUE ZERO.
050647 01  WS-RTN-FALLBACK             PIC 9(05) COMP  VALUE ZERO.
050648 01  WS-RTN-CHECKED-COUNT        PIC 9(07)       VALUE ZERO.
050649 01  WS-RTN-MATCHED-COUNT        PIC 9(07)       VALUE ZERO.
050650 01  WS-RTN-FLAGGED-COUNT        PIC 9(07)       VALUE ZERO.
050651 01  WS-RTN-EOF-SWITCH           PIC X(01)       VALUE "N".
050652     88  WS-RTN-HISTORY-EOF                VALUE "Y".
050653 01  WS-RTN-OVERFLOW-SWITCH      PIC X(01)       VALUE "N".
050654     88  WS-RTN-OVERFLOW                   VALUE "Y".
050655 01  WS-MAX-RMH-ENTRIES          PIC 9(05) COMP  VALUE 500.
050656 01  WS-RMH-COUNT                PIC 9(05) COMP  VALUE ZERO.
050657 01  WS-RMH-TABLE.
050658     05  WS-RMH-ENTRY OCCURS 500 TIMES.
050659         10  WS-RMH-SALE-DATE    PIC 9(08).
050660         10  WS-RMH-SEQUENCE-NO  PIC 9(05).
050661         10  WS-RMH-QUANTITY     PIC 9(05).
050662         10  WS-RMH-AMOUNT       PIC S9(07)V99.
050663         10  WS-RMH-RET-QTY      PIC 9(07).
050664         10  WS-RMH-RET-AMOUNT   PIC S9(09)V99.
050665 01  WS-MAX-RHR-ENTRIES          PIC 9(05) COMP  VALUE 500.
050666 01  WS-RHR-COUNT                PIC 9(05) COMP  VALUE ZERO.
050667 01  WS-RHR-TABLE.
050668     05  WS-RHR-ENTRY OCCURS 500 TIMES.
050669         10  WS-RHR-SALE-DATE    PIC 9(08).
050670         10  WS-RHR-SEQUENCE-NO  PIC 9(05).
050671         10  WS-RHR-QUANTITY     PIC 9(05).
050672         10  WS-RHR-AMOUNT       PIC S9(07)V99.
050673 01  WS-MAX-RTM-ENTRIES          PIC 9(05) COMP  VALUE 2000.
050674 01  WS-RTM-COUNT                PIC 9(05) COMP  VALUE ZERO.
050675 01  WS-RTM-TABLE.
050676     05  WS-RTM-ENTRY OCCURS 2000 TIMES.
050677         10  WS-RTM-CUSTOMER-ID  PIC 9(05).
050678         10  WS-RTM-SALE-DATE    PIC 9(08).
050679         10  WS-RTM-SEQUENCE-NO  PIC 9(05).
050680         10  WS-RTM-QUANTITY     PIC 9(05).
050681         10  WS-RTM-AMOUNT       PIC S9(07)V99.
050682 01  WS-MAX-URT-ENTRIES          PIC 9(05) COMP  VALUE 500.
050683 01  WS-URT-COUNT                PIC 9(05) COMP  VALUE ZERO.
050684 01  WS-URT-NOT-LISTED           PIC 9(05) COMP  VALUE ZERO.
050685 01  WS-URT-TABLE.
050686     05  WS-URT-ENTRY OCCURS 500 TIMES.
050687         10  WS-URT-BRANCH       PIC X(03).
050688         10  WS-URT-CUSTOMER-ID  PIC 9(05).
050689         10  WS-URT-NAME         PIC X(20).
050690         10  WS-URT-RETURN-DATE  PIC 9(08).
050691         10  WS-URT-ITEM         PIC X(08).
050692         10  WS-URT-QUANTITY     PIC 9(05).
050693         10  WS-URT-AMOUNT       PIC S9(07)V99.
050694         10  WS-URT-STATUS       PIC X(01).
050695         10  WS-URT-REASON       PIC X(24).
050696         10  WS-URT-SALE-DATE    PIC 9(08).
050697         10  WS-URT-SEQUENCE-NO  PIC 9(05).
050698         10  WS-URT-AVAIL-QTY    PIC S9(07).
050699 01  WS-URT-QTY-EDIT             PIC ZZZZ9.
050700 01  WS-URT-AMOUNT-EDIT          PIC -ZZZZZZ9.99.
050701 01  WS-URT-DATE-EDIT            PIC 9(04)/99/99.
050702 01  WS-URT-DATE2-EDIT           PIC 9(04)/99/99.
050703 01  WS-URT-SALE-DATE-EDIT       PIC X(10).
050704 01  WS-URT-SEQ-EDIT             PIC ZZZZ9.
050705 01  WS-URT-SEQ-TEXT             PIC X(05).
050706 01  WS-URT-AVAIL-TEXT           PIC X(07).
050707 01  WS-URT-AVAIL-EDIT           PIC -ZZZZZ9.
050708 01  WS-URT-COUNT-EDIT           PIC ZZZZZZ9.
050709 01  WS-URT-COUNT2-EDIT          PIC ZZZZZZ9.
050710 01  WS-URT-COUNT3-EDIT          PIC ZZZZZZ9.
050711 01  WS-URT-WINDOW-EDIT          PIC ZZ9.
050766 01  WS-TAXRATE-STATUS           PIC X(02).
050768     88  WS-TAXRATE-OK                 VALUE "00".
050770     88  WS-TAXRATE-NEW-FILE           VALUE "35".
050774 01  WS-TAXRPT-STATUS            PIC X(02).
050776     88  WS-TAXRPT-OK                  VALUE "00".
050778 01  WS-PERCAL-STATUS            PIC X(02).
050779     88  WS-PERCAL-OK                  VALUE "00".
050780     88  WS-PERCAL-NEW-FILE            VALUE "35".
050781     88  WS-PERCAL-EOF                 VALUE "10".
050782 01  WS-GLMAP-STATUS            PIC X(02).
050783     88  WS-GLMAP-OK                   VALUE "00".
050784     88  WS-GLMAP-NEW-FILE             VALUE "35".
050785     88  WS-GLMAP-EOF                  VALUE "10".
050786 01  WS-LATERPT-STATUS           PIC X(02).
050788     88  WS-LATERPT-OK                 VALUE "00".
050790     88  WS-LATERPT-NEW-FILE           VALUE "35".
050930     88  WS-ITMMST-NOT-FOUND           VALUE "23".
050940 01  WS-ITEMRPT-STATUS           PIC X(02).
050950     88  WS-ITEMRPT-OK                 VALUE "00".
050960 01  WS-PRICEVAR-STATUS          PIC X(02).
050970     88  WS-PRICEVAR-OK                VALUE "00".
050980 01  WS-UNMRTN-STATUS            PIC X(02).
050990     88  WS-UNMRTN-OK                  VALUE "00".
051000*-----------------------------------------------------------------
051100*    VALIDATION WORKING FIELDS
051200*-----------------------------------------------------------------
053300*    RUNCTL FILE SHOWS AS ALREADY POSTED - THE RERUN IS LOGGED
053400*    AS FORCED.  POSITIONS 36-38 OPTIONALLY OVERRIDE THE
053500*    ARCHIVE RETENTION PERIOD IN DAYS (SEE
053600*    WS-ARCHIVE-RETENTION BELOW).  POSITIONS 40-42 AND 44-46
053610*    OPTIONALLY OVERRIDE THE LIST-PRICE TOLERANCE AND HARD
053620*    LIMIT PERCENTAGES (SEE WS-PRICE-TOL-PCT BELOW).  POSITIONS
053630*    48-50 OPTIONALLY OVERRIDE THE RETURN-MATCHING WINDOW IN
053640*    DAYS (SEE WS-RETURN-WINDOW BELOW).  EXAMPLE
053650*    PARM:
053700*    "DESC AMOUNT   01000 DROP" (THREE SPACES BETWEEN THE KEY AND
053800*    THE THRESHOLD SO THE THRESHOLD LANDS IN POSITIONS 15-19).
053900*-----------------------------------------------------------------
054000 01  WS-PARM-CARD                 PIC X(51)      VALUE SPACES.
054100 01  WS-PARM-FIELDS REDEFINES WS-PARM-CARD.
054200     05  WS-PARM-DIRECTION         PIC X(04).
054300     05  FILLER                    PIC X(01).
055200     05  WS-PARM-FORCE             PIC X(05).
055300     05  FILLER                    PIC X(01).
055400     05  WS-PARM-RETENTION         PIC 9(03).
055410     05  FILLER                    PIC X(01).
055420     05  WS-PARM-PRICE-TOL         PIC 9(03).
055430     05  FILLER                    PIC X(01).
055440     05  WS-PARM-PRICE-HARD        PIC 9(03).
055450     05  FILLER                    PIC X(01).
055460     05  WS-PARM-RETURN-WINDOW     PIC 9(03).
055500     05  FILLER                    PIC X(01).
055600 01  WS-SORT-DIRECTION            PIC X(04)      VALUE "ASC ".
055700     88  WS-SORT-ASCENDING                VALUE "ASC ".
060700     88  WS-FORCE-RERUN                    VALUE "Y".
060800 01  WS-OUTPUTS-OPEN-SWITCH        PIC X(01)      VALUE "N".
060900     88  WS-OUTPUTS-OPEN                   VALUE "Y".
060901*-----------------------------------------------------------------
060902*    PRIOR BUSINESS DAY CHECK WORKING FIELDS - SEE 1860.
060903*-----------------------------------------------------------------
060904 01  WS-PRIOR-BUS-DATE            PIC 9(08)      VALUE ZERO.
060905 01  WS-PRIOR-DONE-SWITCH         PIC X(01)      VALUE "N".
060906     88  WS-PRIOR-DAY-DONE                 VALUE "Y".
060907 01  WS-RUNCTL-HISTORY-SWITCH     PIC X(01)      VALUE "N".
060908     88  WS-RUNCTL-HAS-HISTORY             VALUE "Y".
060909*-----------------------------------------------------------------
060910*    BUSINESS-DAY CALENDAR WORKING FIELDS - THE COMPANY-WIDE
060911*    BUSCAL CARDS (BCLREC01), HOLIDAYS AND EXTRA TRADING DAYS,
060912*    LOADED BY 1660.  ANY OTHER MONDAY TO FRIDAY IS A BUSINESS
060913*    DAY.  WS-CAL-DATE IS THE DATE THE CALENDAR PARAGRAPHS WORK
060914*    ON; WS-CAL-WEEKDAY IS ITS DAY NUMBER MODULO 7, WHICH FALLS
060915*    ON 4 FOR A SATURDAY AND 5 FOR A SUNDAY.
060916*-----------------------------------------------------------------
060917 01  WS-BUSCAL-STATUS            PIC X(02).
060918     88  WS-BUSCAL-OK                  VALUE "00".
060919     88  WS-BUSCAL-NEW-FILE            VALUE "35".
060920 01  WS-BUSCAL-EOF-SWITCH        PIC X(01)       VALUE "N".
060921     88  WS-BUSCAL-READ-EOF                VALUE "Y".
060922 01  WS-BCL-COUNT                PIC 9(03) COMP  VALUE ZERO.
060923 01  WS-MAX-BCL-ENTRIES          PIC 9(03) COMP  VALUE 500.
060924 01  WS-BCL-TABLE.
060925     05  WS-BCL-ENTRY OCCURS 500 TIMES.
060926         10  WS-BCL-DATE         PIC 9(08).
060927         10  WS-BCL-DAY-TYPE     PIC X(01).
060928 01  WS-BCL-IX                   PIC 9(03) COMP  VALUE ZERO.
060929 01  WS-CAL-DATE                 PIC 9(08)       VALUE ZERO.
060930 01  WS-CAL-PARTS REDEFINES WS-CAL-DATE.
060931     05  WS-CAL-YYYY             PIC 9(04).
060932     05  WS-CAL-MM               PIC 9(02).
060933     05  WS-CAL-DD               PIC 9(02).
060934 01  WS-CAL-DAY-TYPE             PIC X(01)       VALUE SPACE.
060935 01  WS-CAL-BUSINESS-SWITCH      PIC X(01)       VALUE "N".
060936     88  WS-CAL-BUSINESS-DAY               VALUE "Y".
060937 01  WS-CAL-STEP-COUNT           PIC 9(03) COMP  VALUE ZERO.
060938 01  WS-CAL-YEAR                 PIC 9(05)       VALUE ZERO.
060939 01  WS-CAL-MONTH                PIC 9(02)       VALUE ZERO.
060940 01  WS-CAL-DAY-NUMBER           PIC 9(07)       VALUE ZERO.
060941 01  WS-CAL-TERM                 PIC 9(07)       VALUE ZERO.
060942 01  WS-CAL-REMAINDER            PIC 9(03)       VALUE ZERO.
060943 01  WS-CAL-WEEKDAY              PIC 9(01)       VALUE ZERO.
060944     88  WS-CAL-WEEKEND                    VALUES 4 5.
060945 01  WS-CAL-MONTH-DAYS           PIC 9(02)       VALUE ZERO.
060946 01  WS-CAL-DAYS-TABLE.
060947     05  FILLER                  PIC X(24)
060948             VALUE "312831303130313130313031".
060949 01  WS-CAL-DAYS-R REDEFINES WS-CAL-DAYS-TABLE.
060950     05  WS-CAL-DAYS-IN-MONTH    PIC 9(02) OCCURS 12 TIMES.
061000*-----------------------------------------------------------------
061100*    EXCEPTION RECYCLE WORKING FIELDS - REJECTS GO TO RECYCOUT
061200*    IN THE RCYREC01 LAYOUT; THE CORRECTED FILE COMES BACK AS
085954         10  WS-PCL-STATUS       PIC X(01).
085955 01  WS-PERCAL-EOF-SWITCH        PIC X(01)       VALUE "N".
085956     88  WS-PERCAL-READ-EOF                VALUE "Y".
085957*-----------------------------------------------------------------
085958*    GL ACCOUNT MAPPING WORKING FIELDS - THE GLMAP CARDS LOADED
085959*    BY 1640 AND SEARCHED BY 6160 ON THE BRANCH/CATEGORY/TYPE
085960*    KEY.  6150 LISTS EACH KEY WITH NO CARD ONCE (THE FIRST 50)
085961*    BEFORE REFUSING THE RUN.
085962*-----------------------------------------------------------------
085963 01  WS-GLM-COUNT                PIC 9(03) COMP  VALUE ZERO.
085964 01  WS-MAX-GL-MAPPINGS          PIC 9(03) COMP  VALUE 500.
085965 01  WS-GLM-TABLE.
085966     05  WS-GLM-ENTRY OCCURS 500 TIMES.
085967         10  WS-GLM-KEY          PIC X(09).
085968         10  WS-GLM-REVENUE      PIC X(08).
085969         10  WS-GLM-AR           PIC X(08).
085970         10  WS-GLM-TAX          PIC X(08).
085971         10  WS-GLM-COST-CENTER  PIC X(06).
085972 01  WS-GLMAP-EOF-SWITCH         PIC X(01)       VALUE "N".
085973     88  WS-GLMAP-READ-EOF                 VALUE "Y".
085974 01  WS-GLM-LOOKUP-KEY.
085975     05  WS-GLM-LOOKUP-BRANCH    PIC X(03).
085976     05  WS-GLM-LOOKUP-CATEGORY  PIC X(05).
085977     05  WS-GLM-LOOKUP-TYPE      PIC X(01).
085978 01  WS-GLM-FOUND-SWITCH         PIC X(01)       VALUE "N".
085979     88  WS-GLM-FOUND                      VALUE "Y".
085980 01  WS-CUR-GLM-REVENUE          PIC X(08)       VALUE SPACES.
085981 01  WS-CUR-GLM-AR               PIC X(08)       VALUE SPACES.
085982 01  WS-CUR-GLM-TAX              PIC X(08)       VALUE SPACES.
085983 01  WS-CUR-GLM-COST-CENTER      PIC X(06)       VALUE SPACES.
085984 01  WS-GLM-UNMAPPED-COUNT       PIC 9(05)       VALUE ZERO.
085985 01  WS-GLM-MISS-COUNT           PIC 9(03) COMP  VALUE ZERO.
085986 01  WS-GLM-MISS-TABLE.
085987     05  WS-GLM-MISS-KEY OCCURS 50 TIMES
085988                                 PIC X(09).
085989 01  WS-GLM-LISTED-SWITCH        PIC X(01)       VALUE "N".
085990     88  WS-GLM-LISTED                     VALUE "Y".
085991 01  WS-PERIOD-LOOKUP            PIC 9(06)       VALUE ZERO.
085992 01  WS-PLK-PARTS REDEFINES WS-PERIOD-LOOKUP.
085993     05  WS-PLK-YYYY             PIC 9(04).
085994     05  WS-PLK-MM               PIC 9(02).
085995 01  WS-PL-DATE-WORK             PIC 9(08)       VALUE ZERO.
085996 01  WS-PLD-PARTS REDEFINES WS-PL-DATE-WORK.
085997     05  WS-PLD-YYYY             PIC 9(04).
085998     05  WS-PLD-MM               PIC 9(02).
085999     05  WS-PLD-DD               PIC 9(02).
086000 01  WS-PERIOD-CLOSED-SWITCH     PIC X(01)       VALUE "N".
086001     88  WS-PERIOD-IS-CLOSED               VALUE "Y".
086002 01  WS-LATE-COUNT               PIC 9(05) COMP  VALUE ZERO.
086003 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
086004 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
086005 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
086006 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
086007*-----------------------------------------------------------------
086008*    PRODUCT SALES REPORT WORKING FIELDS - 7460-PRINT-ITEM-REPORT
086009*    ACCUMULATES THE FINAL SORTED TABLE BY ITEM AND ROLLS THE
086010*    LINES UP UNDER THEIR ITMMST PRODUCT CATEGORY.
086011*-----------------------------------------------------------------
086012 01  WS-ITM-COUNT                PIC 9(03) COMP  VALUE ZERO.
086013 01  WS-MAX-ITEMS                PIC 9(03) COMP  VALUE 50.
086014 01  WS-ITM-TABLE.
086015     05  WS-ITM-ENTRY OCCURS 50 TIMES.
086016         10  WS-ITM-CODE         PIC X(08).
086017         10  WS-ITM-DESC         PIC X(25).
086018         10  WS-ITM-CATEGORY     PIC X(05).
086019         10  WS-ITM-QTY          PIC S9(09).
086020         10  WS-ITM-AMOUNT       PIC S9(11)V99.
086021         10  WS-ITM-PRINTED      PIC X(01).
086022 01  WS-ITM-OVERFLOW-SWITCH      PIC X(01)       VALUE "N".
086023     88  WS-ITM-OVERFLOW                   VALUE "Y".
086024 01  WS-CUR-CATEGORY             PIC X(05)       VALUE SPACES.
086025 01  WS-CAT-QTY                  PIC S9(09)      VALUE ZERO.
086026 01  WS-CAT-AMOUNT               PIC S9(11)V99   VALUE ZERO.
086027 01  WS-ITM-QTY-TOTAL            PIC S9(09)      VALUE ZERO.
086028 01  WS-ITM-AMT-TOTAL            PIC S9(11)V99   VALUE ZERO.
086029 01  WS-ITM-QTY-EDIT             PIC -ZZZZZZZ9.
086030*-----------------------------------------------------------------
086031*    LIST-PRICE CHECK WORKING FIELDS - 2180 COMPARES EACH DETAIL'S
086032*    SALE AMOUNT WITH IMS-LIST-PRICE TIMES THE QUANTITY.  A LINE
086033*    MORE THAN WS-PRICE-HARD-PCT PERCENT AWAY FROM ITS EXTENDED
086034*    PRICE IS REJECTED; 7480 LISTS EVERY LOADED LINE MORE THAN
086035*    WS-PRICE-TOL-PCT PERCENT AWAY ON PRICEVAR, BY BRANCH AND
086036*    ITEM.  AN ITEM WITH NO LIST PRICE ON FILE IS NOT CHECKED.
086037*-----------------------------------------------------------------
086038 01  WS-PRICE-TOL-PCT            PIC 9(03)       VALUE 010.
086039 01  WS-PRICE-HARD-PCT           PIC 9(03)       VALUE 100.
086040 01  WS-PRV-QUANTITY             PIC 9(05)       VALUE ZERO.
086041 01  WS-PRV-AMOUNT               PIC S9(09)V99   VALUE ZERO.
086042 01  WS-PRV-EXTENDED             PIC S9(12)V99   VALUE ZERO.
086043 01  WS-PRV-VARIANCE             PIC S9(12)V99   VALUE ZERO.
086044 01  WS-PRV-VAR-ABS              PIC S9(12)V99   VALUE ZERO.
086045 01  WS-PRV-WORK                 PIC S9(14)V99   VALUE ZERO.
086046 01  WS-PRV-PCT                  PIC 9(05)V9     VALUE ZERO.
086047 01  WS-PVR-COUNT                PIC 9(03) COMP  VALUE ZERO.
086048 01  WS-MAX-PVR-ENTRIES          PIC 9(03) COMP  VALUE 200.
086049 01  WS-PVR-TABLE.
086050     05  WS-PVR-ENTRY OCCURS 200 TIMES.
086051         10  WS-PVR-BRANCH       PIC X(03).
086052         10  WS-PVR-ITEM         PIC X(08).
086053         10  WS-PVR-CUSTOMER-ID  PIC 9(05).
086054         10  WS-PVR-TRAN-TYPE    PIC X(01).
086055         10  WS-PVR-QUANTITY     PIC 9(05).
086056         10  WS-PVR-PRICE        PIC 9(07)V99.
086057         10  WS-PVR-EXTENDED     PIC S9(12)V99.
086058         10  WS-PVR-AMOUNT       PIC S9(09)V99.
086059         10  WS-PVR-VARIANCE     PIC S9(12)V99.
086060         10  WS-PVR-PCT          PIC 9(05)V9.
086061         10  WS-PVR-PRINTED      PIC X(01).
086062 01  WS-PVR-OVERFLOW-SWITCH      PIC X(01)       VALUE "N".
086063     88  WS-PVR-OVERFLOW                   VALUE "Y".
086064 01  WS-CUR-PVR-BRANCH           PIC X(03)       VALUE SPACES.
086065 01  WS-CUR-PVR-ITEM             PIC X(08)       VALUE SPACES.
086066 01  WS-PVR-ITEM-LINES           PIC 9(05) COMP  VALUE ZERO.
086067 01  WS-PVR-BR-LINES             PIC 9(05) COMP  VALUE ZERO.
086068 01  WS-PVR-ITEM-VARIANCE        PIC S9(12)V99   VALUE ZERO.
086069 01  WS-PVR-BR-VARIANCE          PIC S9(12)V99   VALUE ZERO.
086070 01  WS-PVR-TOT-VARIANCE         PIC S9(12)V99   VALUE ZERO.
086071 01  WS-PVR-LINES-EDIT           PIC ZZZZ9.
086072 01  WS-PVR-QTY-EDIT             PIC ZZZZ9.
086073 01  WS-PVR-PRICE-EDIT           PIC ZZZZZZ9.99.
086074 01  WS-PVR-AMOUNT-EDIT          PIC -ZZZZZZZZ9.99.
086075 01  WS-PVR-EXT-EDIT             PIC -ZZZZZZZZ9.99.
086076 01  WS-PVR-PCT-EDIT             PIC ZZZZ9.9.
086077 01  WS-PVR-TOL-EDIT             PIC ZZ9.
086078 01  WS-PVR-HARD-EDIT            PIC ZZ9.
086079 01  WS-RST-TIME-RAW.
086080     05  WS-RST-TIME-HHMMSS      PIC 9(06).
086081     05  FILLER                  PIC 9(02).
086082*****************************************************************
086100* PROCEDURE DIVISION.                                           *
086200*****************************************************************
086300 PROCEDURE DIVISION.
086600     PERFORM 1500-CHECK-FOR-RESTART THRU 1500-EXIT.
086610     PERFORM 1600-LOAD-TAX-RATES THRU 1600-EXIT.
086620     PERFORM 1620-LOAD-PERIOD-CALENDAR THRU 1620-EXIT.
086630     PERFORM 1640-LOAD-GL-MAPPING THRU 1640-EXIT.
086640     PERFORM 1660-LOAD-BUSINESS-CALENDAR THRU 1660-EXIT.
086700     PERFORM 1700-LOAD-SALES-HISTORY THRU 1700-EXIT.
086800     PERFORM 2000-LOAD-DAILY-EXTRACT THRU 2000-EXIT.
086810     MOVE "LOAD" TO WS-RST-PHASE.
087800     IF WS-DUP-DROP AND WS-DUP-COUNT IS GREATER THAN ZERO
087900         PERFORM 5600-DROP-DUPLICATES THRU 5600-EXIT
088000     END-IF.
088005     PERFORM 6150-CHECK-GL-MAPPING THRU 6150-EXIT.
088010     MOVE "GLEXTRACT" TO WS-RST-PHASE.
088020     MOVE "S" TO WS-RST-EVENT.
088030     MOVE ZERO TO WS-RST-COUNT.
088810     PERFORM 7300-PRINT-BRANCH-REPORT THRU 7300-EXIT.
088820     PERFORM 7400-PRINT-TAX-REPORT THRU 7400-EXIT.
088830     PERFORM 7460-PRINT-ITEM-REPORT THRU 7460-EXIT.
088840     PERFORM 7480-PRINT-PRICE-VARIANCE THRU 7480-EXIT.
088850     PERFORM 7495-PRINT-UNMATCHED-RETURNS THRU 7495-EXIT.
088900     PERFORM 7500-WRITE-AUDIT-LOG THRU 7500-EXIT.
089000     PERFORM 7700-WRITE-SALES-HISTORY THRU 7700-EXIT.
089100     PERFORM 7800-PRINT-TREND-REPORT THRU 7800-EXIT.
092300     IF WS-PARM-RETENTION IS NUMERIC
092400             AND WS-PARM-RETENTION IS GREATER THAN ZERO
092500         MOVE WS-PARM-RETENTION TO WS-ARCHIVE-RETENTION
092505     END-IF.
092510     IF WS-PARM-PRICE-TOL IS NUMERIC
092515             AND WS-PARM-PRICE-TOL IS GREATER THAN ZERO
092520         MOVE WS-PARM-PRICE-TOL TO WS-PRICE-TOL-PCT
092525     END-IF.
092530     IF WS-PARM-PRICE-HARD IS NUMERIC
092535             AND WS-PARM-PRICE-HARD IS GREATER THAN ZERO
092540         MOVE WS-PARM-PRICE-HARD TO WS-PRICE-HARD-PCT
092545     END-IF.
092550     IF WS-PRICE-HARD-PCT IS LESS THAN WS-PRICE-TOL-PCT
092555         DISPLAY "INSERTIONSORT-COBOL - PRICE HARD LIMIT "
092560             WS-PRICE-HARD-PCT "% IS BELOW THE TOLERANCE "
092565             WS-PRICE-TOL-PCT "%, HARD LIMIT RAISED TO MATCH"
092570         MOVE WS-PRICE-TOL-PCT TO WS-PRICE-HARD-PCT
092575     END-IF.
092580     IF WS-PARM-RETURN-WINDOW IS NUMERIC
092585             AND WS-PARM-RETURN-WINDOW IS GREATER THAN ZERO
092590         MOVE WS-PARM-RETURN-WINDOW TO WS-RETURN-WINDOW
092600     END-IF.
092700     ACCEPT WS-CURRENT-DATE FROM DATE.
092800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
103786 1630-EXIT.
103787     EXIT.
103800*-----------------------------------------------------------------
103801*    1640-LOAD-GL-MAPPING - READ THE GLMAP CARD FILE INTO
103802*    WS-GLM-TABLE.  A BAD OR DUPLICATE CARD IS SKIPPED AND
103803*    FLAGGED.  A MISSING FILE LOADS NOTHING - ANY DAY WITH
103804*    TRANSACTIONS IS THEN REFUSED BY 6150, SINCE NO COMBINATION
103805*    CAN BE MAPPED.
103806*-----------------------------------------------------------------
103807 1640-LOAD-GL-MAPPING.
103808     OPEN INPUT GL-MAPPING-FILE.
103809     IF WS-GLMAP-NEW-FILE
103810         DISPLAY "INSERTIONSORT-COBOL - NO GLMAP ACCOUNT MAPPING "
103811             "FILE - NO TRANSACTION CAN BE MAPPED TO THE GL"
103812         GO TO 1640-EXIT
103813     END-IF.
103814     IF NOT WS-GLMAP-OK
103815         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN GLMAP, "
103816             "STATUS = " WS-GLMAP-STATUS
103817         STOP RUN
103818     END-IF.
103819     PERFORM 1650-READ-GL-MAPPING THRU 1650-EXIT
103820         UNTIL WS-GLMAP-READ-EOF.
103821     CLOSE GL-MAPPING-FILE.
103822 1640-EXIT.
103823     EXIT.
103824*-----------------------------------------------------------------
103825*    1650-READ-GL-MAPPING - ONE GLMAP CARD INTO THE TABLE.  THE
103826*    KEY AND ALL THREE ACCOUNTS MUST BE PRESENT; THE FIRST CARD
103827*    FOR A KEY STANDS.
103828*-----------------------------------------------------------------
103829 1650-READ-GL-MAPPING.
103830     READ GL-MAPPING-FILE
103831         AT END
103832             SET WS-GLMAP-READ-EOF TO TRUE
103833             GO TO 1650-EXIT
103834     END-READ.
103835     IF GLM-BRANCH-CODE IS EQUAL TO SPACES
103836             OR GLM-CATEGORY IS EQUAL TO SPACES
103837             OR (NOT GLM-SALE AND NOT GLM-RETURN)
103838             OR GLM-REVENUE-ACCOUNT IS EQUAL TO SPACES
103839             OR GLM-AR-ACCOUNT IS EQUAL TO SPACES
103840             OR GLM-TAX-ACCOUNT IS EQUAL TO SPACES
103841         DISPLAY "INSERTIONSORT-COBOL - BAD GLMAP CARD FOR "
103842             GLM-KEY " SKIPPED"
103843         MOVE 4 TO RETURN-CODE
103844         GO TO 1650-EXIT
103845     END-IF.
103846     MOVE GLM-KEY TO WS-GLM-LOOKUP-KEY.
103847     MOVE "N" TO WS-GLM-FOUND-SWITCH.
103848     PERFORM VARYING J FROM 1 BY 1
103849             UNTIL J IS GREATER THAN WS-GLM-COUNT
103850                 OR WS-GLM-FOUND
103851         IF WS-GLM-KEY (J) IS EQUAL TO WS-GLM-LOOKUP-KEY
103852             SET WS-GLM-FOUND TO TRUE
103853         END-IF
103854     END-PERFORM.
103855     IF WS-GLM-FOUND
103856         DISPLAY "INSERTIONSORT-COBOL - DUPLICATE GLMAP CARD FOR "
103857             GLM-KEY " SKIPPED - THE FIRST CARD STANDS"
103858         MOVE 4 TO RETURN-CODE
103859         GO TO 1650-EXIT
103860     END-IF.
103861     IF WS-GLM-COUNT IS EQUAL TO WS-MAX-GL-MAPPINGS
103862         DISPLAY "INSERTIONSORT-COBOL - GLMAP TABLE FULL, CARD "
103863             "FOR " GLM-KEY " SKIPPED"
103864         MOVE 4 TO RETURN-CODE
103865         GO TO 1650-EXIT
103866     END-IF.
103867     ADD 1 TO WS-GLM-COUNT.
103868     MOVE GLM-KEY TO WS-GLM-KEY (WS-GLM-COUNT).
103869     MOVE GLM-REVENUE-ACCOUNT TO WS-GLM-REVENUE (WS-GLM-COUNT).
103870     MOVE GLM-AR-ACCOUNT TO WS-GLM-AR (WS-GLM-COUNT).
103871     MOVE GLM-TAX-ACCOUNT TO WS-GLM-TAX (WS-GLM-COUNT).
103872     MOVE GLM-COST-CENTER TO WS-GLM-COST-CENTER (WS-GLM-COUNT).
103873 1650-EXIT.
103874     EXIT.
103875*-----------------------------------------------------------------
103876*    1660-LOAD-BUSINESS-CALENDAR - READ THE BUSCAL CARDS INTO
103877*    WS-BCL-TABLE.  A MISSING FILE MEANS NO HOLIDAYS ARE CARDED -
103878*    EVERY MONDAY TO FRIDAY IS THEN A BUSINESS DAY.
103879*-----------------------------------------------------------------
103880 1660-LOAD-BUSINESS-CALENDAR.
103881     OPEN INPUT BUSINESS-CALENDAR.
103882     IF WS-BUSCAL-NEW-FILE
103883         DISPLAY "INSERTIONSORT-COBOL - NO BUSCAL CALENDAR - "
103884             "EVERY WEEKDAY TREATED AS A BUSINESS DAY"
103885         GO TO 1660-EXIT
103886     END-IF.
103887     IF NOT WS-BUSCAL-OK
103888         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN BUSCAL, "
103889             "STATUS = " WS-BUSCAL-STATUS
103890         STOP RUN
103891     END-IF.
103892     PERFORM 1670-READ-BUSCAL-CARD THRU 1670-EXIT
103893         UNTIL WS-BUSCAL-READ-EOF.
103894     CLOSE BUSINESS-CALENDAR.
103895 1660-EXIT.
103896     EXIT.
103897*-----------------------------------------------------------------
103898*    1670-READ-BUSCAL-CARD - ONE BUSCAL CARD.  ONLY THE COMPANY-
103899*    WIDE CARDS DECIDE WHETHER A NIGHTLY RUN IS DUE, SO A
103900*    BRANCH'S NON-TRADING CARD IS CHECKED BUT NOT TABLED.
103901*-----------------------------------------------------------------
103902 1670-READ-BUSCAL-CARD.
103903     READ BUSINESS-CALENDAR
103904         AT END
103905             SET WS-BUSCAL-READ-EOF TO TRUE
103906             GO TO 1670-EXIT
103907     END-READ.
103908     IF BCL-CAL-DATE IS NOT NUMERIC
103909             OR (BCL-COMPANY-WIDE
103910                 AND NOT BCL-HOLIDAY AND NOT BCL-TRADING-DAY)
103911             OR (NOT BCL-COMPANY-WIDE AND NOT BCL-BRANCH-CLOSED)
103912         DISPLAY "INSERTIONSORT-COBOL - BAD BUSCAL CARD SKIPPED"
103913         MOVE 4 TO RETURN-CODE
103914         GO TO 1670-EXIT
103915     END-IF.
103916     IF NOT BCL-COMPANY-WIDE
103917         GO TO 1670-EXIT
103918     END-IF.
103919     IF WS-BCL-COUNT IS EQUAL TO WS-MAX-BCL-ENTRIES
103920         DISPLAY "INSERTIONSORT-COBOL - BUSCAL TABLE FULL, "
103921             "CARD FOR " BCL-CAL-DATE " SKIPPED"
103922         MOVE 4 TO RETURN-CODE
103923         GO TO 1670-EXIT
103924     END-IF.
103925     ADD 1 TO WS-BCL-COUNT.
103926     MOVE BCL-CAL-DATE TO WS-BCL-DATE (WS-BCL-COUNT).
103927     MOVE BCL-DAY-TYPE TO WS-BCL-DAY-TYPE (WS-BCL-COUNT).
103928 1670-EXIT.
103929     EXIT.
103930*-----------------------------------------------------------------
103931*    1700-LOAD-SALES-HISTORY - READ THE SLSHIST SUMMARY RECORDS
104000*    APPENDED BY EARLIER RUNS AND KEEP THE LAST SEVEN IN
104100*    WS-HIST-TABLE FOR THE TRNDRPT COMPARISON.  A MISSING FILE
104200*    JUST MEANS THERE IS NO HISTORY YET - THE TREND REPORT THEN
111800             STOP RUN
111900         END-IF
112000     END-IF.
112010     PERFORM 1860-CHECK-PRIOR-BUSINESS-DAY THRU 1860-EXIT.
112100     PERFORM 1900-OPEN-OUTPUT-FILES THRU 1900-EXIT.
112110*    THE BUSINESS DATE IS FINAL ONCE THE GUARD HAS PASSED, SO
112120*    THIS IS THE EARLIEST THE LOAD PHASE CAN SIGN ON TO
113400     IF RCR-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
113500         SET WS-DATE-ALREADY-POSTED TO TRUE
113600     END-IF.
113601 1850-EXIT.
113602     EXIT.
113603*-----------------------------------------------------------------
113604*    1860-CHECK-PRIOR-BUSINESS-DAY - THE BUSINESS DAY BEFORE THE
113605*    RUN'S DATE MUST ALREADY BE COMPLETE ON RUNCTL, OR A SKIPPED
113606*    DAY WOULD GO UNNOTICED UNTIL MONTH END.  THE RUN STOPS WITH
113607*    RETURN-CODE 12 UNTIL THAT DAY IS RUN, OR CARDED ON BUSCAL IF
113608*    IT WAS NOT A BUSINESS DAY.  A RUNCTL WITH NOTHING BEFORE
113609*    THAT DAY IS THE SYSTEM'S FIRST WEEK AND IS NOT HELD TO IT.
113610*-----------------------------------------------------------------
113611 1860-CHECK-PRIOR-BUSINESS-DAY.
113612     MOVE WS-BUSINESS-DATE TO WS-CAL-DATE.
113613     PERFORM 1880-PRIOR-BUSINESS-DAY THRU 1880-EXIT.
113614     MOVE WS-CAL-DATE TO WS-PRIOR-BUS-DATE.
113615     MOVE "N" TO WS-PRIOR-DONE-SWITCH.
113616     MOVE "N" TO WS-RUNCTL-HISTORY-SWITCH.
113617     MOVE "N" TO WS-RUNCTL-EOF-SWITCH.
113618     OPEN INPUT RUN-CONTROL.
113619     IF WS-RUNCTL-NEW-FILE
113620         GO TO 1860-EXIT
113621     END-IF.
113622     IF NOT WS-RUNCTL-OK
113623         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN RUNCTL, "
113624             "STATUS = " WS-RUNCTL-STATUS
113625         STOP RUN
113626     END-IF.
113627     PERFORM 1865-READ-RUNCTL-FOR-PRIOR THRU 1865-EXIT
113628         UNTIL WS-RUNCTL-READ-EOF
113629             OR WS-PRIOR-DAY-DONE.
113630     CLOSE RUN-CONTROL.
113631     IF WS-PRIOR-DAY-DONE OR NOT WS-RUNCTL-HAS-HISTORY
113632         GO TO 1860-EXIT
113633     END-IF.
113634     DISPLAY "INSERTIONSORT-COBOL - PRIOR BUSINESS DAY "
113635         WS-PRIOR-BUS-DATE " NOT COMPLETED PER RUNCTL - RUN "
113636         "STOPPED.  RUN THAT DAY FIRST, OR CARD IT ON BUSCAL "
113637         "IF IT WAS NOT A BUSINESS DAY".
113638     MOVE 12 TO RETURN-CODE.
113639     STOP RUN.
113640 1860-EXIT.
113641     EXIT.
113642*-----------------------------------------------------------------
113643*    1865-READ-RUNCTL-FOR-PRIOR - ONE RUNCTL RECORD; FLAG THE
113644*    PRIOR BUSINESS DAY, AND ANY RUN BEFORE IT.
113645*-----------------------------------------------------------------
113646 1865-READ-RUNCTL-FOR-PRIOR.
113647     READ RUN-CONTROL
113648         AT END
113649             SET WS-RUNCTL-READ-EOF TO TRUE
113650             GO TO 1865-EXIT
113651     END-READ.
113652     IF RCR-BUSINESS-DATE IS EQUAL TO WS-PRIOR-BUS-DATE
113653         SET WS-PRIOR-DAY-DONE TO TRUE
113654     END-IF.
113655     IF RCR-BUSINESS-DATE IS LESS THAN WS-PRIOR-BUS-DATE
113656         SET WS-RUNCTL-HAS-HISTORY TO TRUE
113657     END-IF.
113658 1865-EXIT.
113659     EXIT.
113660*-----------------------------------------------------------------
113661*    1880-PRIOR-BUSINESS-DAY - STEP WS-CAL-DATE BACK TO THE
113662*    BUSINESS DAY BEFORE IT.  A MONTH OF CARDED NON-BUSINESS
113663*    DAYS IN A ROW CAN ONLY BE A BAD CALENDAR, SO THE STEP STOPS.
113664*-----------------------------------------------------------------
113665 1880-PRIOR-BUSINESS-DAY.
113666     MOVE ZERO TO WS-CAL-STEP-COUNT.
113667     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
113668     PERFORM 1882-STEP-BACK-ONE-DAY THRU 1882-EXIT
113669         UNTIL WS-CAL-BUSINESS-DAY
113670             OR WS-CAL-STEP-COUNT IS EQUAL TO 31.
113671     IF NOT WS-CAL-BUSINESS-DAY
113672         DISPLAY "INSERTIONSORT-COBOL - NO BUSINESS DAY IN "
113673             "THE 31 DAYS BEFORE THE RUN DATE PER BUSCAL - "
113674             "RUN STOPPED"
113675         MOVE 12 TO RETURN-CODE
113676         STOP RUN
113677     END-IF.
113678 1880-EXIT.
113679     EXIT.
113680*-----------------------------------------------------------------
113681*    1882-STEP-BACK-ONE-DAY - WS-CAL-DATE BACK ONE CALENDAR DAY,
113682*    THEN TEST IT.
113683*-----------------------------------------------------------------
113684 1882-STEP-BACK-ONE-DAY.
113685     ADD 1 TO WS-CAL-STEP-COUNT.
113686     IF WS-CAL-DD IS GREATER THAN 1
113687         SUBTRACT 1 FROM WS-CAL-DD
113688     ELSE
113689         IF WS-CAL-MM IS GREATER THAN 1
113690             SUBTRACT 1 FROM WS-CAL-MM
113691         ELSE
113692             MOVE 12 TO WS-CAL-MM
113693             SUBTRACT 1 FROM WS-CAL-YYYY
113694         END-IF
113695         PERFORM 1890-GET-MONTH-LENGTH THRU 1890-EXIT
113696         MOVE WS-CAL-MONTH-DAYS TO WS-CAL-DD
113697     END-IF.
113698     PERFORM 1884-TEST-BUSINESS-DAY THRU 1884-EXIT.
113699 1882-EXIT.
113700     EXIT.
113701*-----------------------------------------------------------------
113702*    1884-TEST-BUSINESS-DAY - IS WS-CAL-DATE A BUSINESS DAY?  A
113703*    HOLIDAY CARD SAYS NO AND AN EXTRA TRADING DAY CARD SAYS YES;
113704*    OTHERWISE A WEEKDAY IS ONE AND A WEEKEND IS NOT.
113705*-----------------------------------------------------------------
113706 1884-TEST-BUSINESS-DAY.
113707     MOVE "N" TO WS-CAL-BUSINESS-SWITCH.
113708     MOVE SPACE TO WS-CAL-DAY-TYPE.
113709     PERFORM 1886-FIND-CALENDAR-CARD THRU 1886-EXIT
113710         VARYING WS-BCL-IX FROM 1 BY 1
113711         UNTIL WS-BCL-IX IS GREATER THAN WS-BCL-COUNT
113712             OR WS-CAL-DAY-TYPE IS NOT EQUAL TO SPACE.
113713     IF WS-CAL-DAY-TYPE IS EQUAL TO "H"
113714         GO TO 1884-EXIT
113715     END-IF.
113716     IF WS-CAL-DAY-TYPE IS EQUAL TO "T"
113717         SET WS-CAL-BUSINESS-DAY TO TRUE
113718         GO TO 1884-EXIT
113719     END-IF.
113720     PERFORM 1888-COMPUTE-WEEKDAY THRU 1888-EXIT.
113721     IF NOT WS-CAL-WEEKEND
113722         SET WS-CAL-BUSINESS-DAY TO TRUE
113723     END-IF.
113724 1884-EXIT.
113725     EXIT.
113726*-----------------------------------------------------------------
113727*    1886-FIND-CALENDAR-CARD - ONE TABLE ENTRY AGAINST
113728*    WS-CAL-DATE.
113729*-----------------------------------------------------------------
113730 1886-FIND-CALENDAR-CARD.
113731     IF WS-BCL-DATE (WS-BCL-IX) IS EQUAL TO WS-CAL-DATE
113732         MOVE WS-BCL-DAY-TYPE (WS-BCL-IX) TO WS-CAL-DAY-TYPE
113733     END-IF.
113734 1886-EXIT.
113735     EXIT.
113736*-----------------------------------------------------------------
113737*    1888-COMPUTE-WEEKDAY - DAY NUMBER OF WS-CAL-DATE COUNTED
113738*    FROM A MARCH-BASED YEAR (SO THE LEAP DAY FALLS AT THE END),
113739*    AND ITS WEEKDAY AS THE REMAINDER BY 7.  EACH DIVISION IS A
113740*    SEPARATE STEP SO ITS FRACTION IS DROPPED BEFORE THE SUM.
113741*-----------------------------------------------------------------
113742 1888-COMPUTE-WEEKDAY.
113743     MOVE WS-CAL-YYYY TO WS-CAL-YEAR.
113744     MOVE WS-CAL-MM TO WS-CAL-MONTH.
113745     IF WS-CAL-MONTH IS LESS THAN 3
113746         SUBTRACT 1 FROM WS-CAL-YEAR
113747         ADD 12 TO WS-CAL-MONTH
113748     END-IF.
113749     COMPUTE WS-CAL-DAY-NUMBER = WS-CAL-YEAR * 365 + WS-CAL-DD.
113750     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 4.
113751     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
113752     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 100.
113753     SUBTRACT WS-CAL-TERM FROM WS-CAL-DAY-NUMBER.
113754     COMPUTE WS-CAL-TERM = WS-CAL-YEAR / 400.
113755     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
113756     COMPUTE WS-CAL-TERM = (153 * (WS-CAL-MONTH - 3) + 2) / 5.
113757     ADD WS-CAL-TERM TO WS-CAL-DAY-NUMBER.
113758     DIVIDE WS-CAL-DAY-NUMBER BY 7 GIVING WS-CAL-TERM
113759         REMAINDER WS-CAL-WEEKDAY.
113760 1888-EXIT.
113761     EXIT.
113762*-----------------------------------------------------------------
113763*    1890-GET-MONTH-LENGTH - DAYS IN WS-CAL-DATE'S MONTH, WITH
113764*    THE LEAP-YEAR RULE FOR FEBRUARY.
113765*-----------------------------------------------------------------
113766 1890-GET-MONTH-LENGTH.
113767     MOVE WS-CAL-DAYS-IN-MONTH (WS-CAL-MM) TO WS-CAL-MONTH-DAYS.
113768     IF WS-CAL-MM IS NOT EQUAL TO 2
113769         GO TO 1890-EXIT
113770     END-IF.
113771     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-CAL-TERM
113772         REMAINDER WS-CAL-REMAINDER.
113773     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
113774         GO TO 1890-EXIT
113775     END-IF.
113776     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-CAL-TERM
113777         REMAINDER WS-CAL-REMAINDER.
113778     IF WS-CAL-REMAINDER IS NOT EQUAL TO ZERO
113779         MOVE 29 TO WS-CAL-MONTH-DAYS
113780         GO TO 1890-EXIT
113781     END-IF.
113782     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-CAL-TERM
113783         REMAINDER WS-CAL-REMAINDER.
113784     IF WS-CAL-REMAINDER IS EQUAL TO ZERO
113785         MOVE 29 TO WS-CAL-MONTH-DAYS
113786     END-IF.
113787 1890-EXIT.
113800     EXIT.
113900*-----------------------------------------------------------------
114000*    1900-OPEN-OUTPUT-FILES - EVERY OUTPUT FILE IS OPENED HERE,
122493     IF NOT WS-ITEMRPT-OK
122494         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN ITEMRPT, "
122496             "STATUS = " WS-ITEMRPT-STATUS
122502         STOP RUN
122508     END-IF.
122514     OPEN OUTPUT PRICE-VARIANCE-RPT.
122520     IF NOT WS-PRICEVAR-OK
122526         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN PRICEVAR, "
122532             "STATUS = " WS-PRICEVAR-STATUS
122538         STOP RUN
122544     END-IF.
122550     OPEN OUTPUT UNMATCHED-RETURNS-RPT.
122556     IF NOT WS-UNMRTN-OK
122562         DISPLAY "INSERTIONSORT-COBOL - UNABLE TO OPEN UNMRTN, "
122568             "STATUS = " WS-UNMRTN-STATUS
122574         STOP RUN
122580     END-IF.
122586 1900-EXIT.
122600     EXIT.
122700*-----------------------------------------------------------------
122800*    2000-LOAD-DAILY-EXTRACT - READ THE DAY'S DETAIL RECORDS INTO
150136         PERFORM 2178-LOOKUP-ITEM THRU 2178-EXIT
150138     END-IF.
150140     IF WS-RECORD-VALID
150142         PERFORM 2180-CHECK-LIST-PRICE THRU 2180-EXIT
150144     END-IF.
150146     IF WS-RECORD-VALID
150150         PERFORM 2185-CHECK-SALE-PERIOD THRU 2185-EXIT
150160     END-IF.
150200     IF WS-RECORD-VALID
159864 2178-EXIT.
159865     EXIT.
159866*-----------------------------------------------------------------
159867*    2180-CHECK-LIST-PRICE - THE ITEM JUST READ BY 2178 CARRIES
159868*    ITS UNIT LIST PRICE.  THE DETAIL'S SALE AMOUNT IS COMPARED
159869*    WITH THE LIST PRICE TIMES THE QUANTITY; A LINE MORE THAN
159870*    WS-PRICE-HARD-PCT PERCENT AWAY IS A KEYING ERROR (AN EXTRA
159871*    ZERO, A QUANTITY OF 1 ON A CASE SALE) AND REJECTS TO
159872*    EXCPRPT/RECYCOUT INSTEAD OF FLOWING TO GLINTF, POSTIN AND
159873*    BALMST.  LINES INSIDE THE HARD LIMIT LOAD; THE ONES OUTSIDE
159874*    THE TOLERANCE ARE LISTED ON PRICEVAR BY 7480.  AN ITEM WITH
159875*    NO LIST PRICE ON FILE IS NOT CHECKED.
159876*-----------------------------------------------------------------
159877 2180-CHECK-LIST-PRICE.
159878     IF IMS-LIST-PRICE IS NOT NUMERIC
159879             OR IMS-LIST-PRICE IS EQUAL TO ZERO
159880         GO TO 2180-EXIT
159881     END-IF.
159882     MOVE DSR-QUANTITY TO WS-PRV-QUANTITY.
159883     MOVE DSR-SALE-AMOUNT TO WS-PRV-AMOUNT.
159884     PERFORM 2182-COMPUTE-PRICE-VARIANCE THRU 2182-EXIT.
159885     IF WS-PRV-PCT IS GREATER THAN WS-PRICE-HARD-PCT
159886         SET WS-RECORD-INVALID TO TRUE
159887         MOVE "PRICE OUTSIDE HARD LIMIT" TO WS-EXC-REASON
159888     END-IF.
159889 2180-EXIT.
159890     EXIT.
159891*-----------------------------------------------------------------
159892*    2182-COMPUTE-PRICE-VARIANCE - EXTENDED PRICE (IMS-LIST-PRICE
159893*    TIMES WS-PRV-QUANTITY), THE SIGNED VARIANCE OF WS-PRV-AMOUNT
159894*    FROM IT, AND THE ABSOLUTE VARIANCE AS A PERCENTAGE OF THE
159895*    EXTENDED PRICE.  SHARED BY THE LOAD-TIME CHECK AND THE 7480
159896*    REPORT SO BOTH JUDGE A LINE THE SAME WAY.
159897*-----------------------------------------------------------------
159898 2182-COMPUTE-PRICE-VARIANCE.
159899     MULTIPLY IMS-LIST-PRICE BY WS-PRV-QUANTITY
159900         GIVING WS-PRV-EXTENDED.
159901     SUBTRACT WS-PRV-EXTENDED FROM WS-PRV-AMOUNT
159902         GIVING WS-PRV-VARIANCE.
159903     IF WS-PRV-VARIANCE IS LESS THAN ZERO
159904         SUBTRACT WS-PRV-VARIANCE FROM ZERO GIVING WS-PRV-VAR-ABS
159905     ELSE
159906         MOVE WS-PRV-VARIANCE TO WS-PRV-VAR-ABS
159907     END-IF.
159908     IF WS-PRV-EXTENDED IS EQUAL TO ZERO
159909         MOVE ZERO TO WS-PRV-PCT
159910         GO TO 2182-EXIT
159911     END-IF.
159912     MULTIPLY WS-PRV-VAR-ABS BY 100 GIVING WS-PRV-WORK.
159913     DIVIDE WS-PRV-WORK BY WS-PRV-EXTENDED GIVING WS-PRV-PCT
159914         ROUNDED
159915         ON SIZE ERROR MOVE 99999.9 TO WS-PRV-PCT
159916     END-DIVIDE.
159917 2182-EXIT.
159918     EXIT.
159919*-----------------------------------------------------------------
159920*    2185-CHECK-SALE-PERIOD - A VALID DETAIL WHOSE SALE DATE FALLS
159921*    IN A CLOSED ACCOUNTING PERIOD STILL LOADS AND POSTS, BUT IT
159922*    IS LISTED ON LATERPT SO FINANCE SEES THE LATE ARRIVALS THE
159923*    DAY THEY FLOW, NOT AT MONTH-END CLOSE.
159924*-----------------------------------------------------------------
159925 2185-CHECK-SALE-PERIOD.
159926     MOVE DSR-SALE-DATE TO WS-PL-DATE-WORK.
159927     MOVE WS-PLD-YYYY TO WS-PLK-YYYY.
159928     MOVE WS-PLD-MM TO WS-PLK-MM.
159929     PERFORM 2190-GET-PERIOD-STATUS THRU 2190-EXIT.
159936     IF NOT WS-PERIOD-IS-CLOSED
159944         GO TO 2185-EXIT
159952     END-IF.
208076         END-IF
208112     END-PERFORM.
208148 6100-EXIT.
208149     EXIT.
208150*-----------------------------------------------------------------
208151*    6150-CHECK-GL-MAPPING - EVERY TRANSACTION GOING TO GLINTF
208152*    MUST HAVE A GLMAP CARD FOR ITS BRANCH, ITEM CATEGORY AND
208153*    TYPE.  CHECKED OVER THE WHOLE FINAL TABLE BEFORE SORTOUT,
208154*    GLINTF, POSTIN OR TRNHIST IS WRITTEN, SO A REFUSED DAY
208155*    LEAVES NOTHING HALF-POSTED AND NOTHING ON RUNCTL - ONCE THE
208156*    MISSING CARDS ARE ADDED THE DAY JUST RERUNS.
208157*-----------------------------------------------------------------
208158 6150-CHECK-GL-MAPPING.
208159     MOVE ZERO TO WS-GLM-UNMAPPED-COUNT.
208160     MOVE ZERO TO WS-GLM-MISS-COUNT.
208161     PERFORM VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN SIZEOF
208162         PERFORM 6160-FIND-GL-MAPPING THRU 6160-EXIT
208163         IF NOT WS-GLM-FOUND
208164             ADD 1 TO WS-GLM-UNMAPPED-COUNT
208165             PERFORM 6170-LIST-MISSING-MAPPING THRU 6170-EXIT
208166         END-IF
208167     END-PERFORM.
208168     IF WS-GLM-UNMAPPED-COUNT IS GREATER THAN ZERO
208169         DISPLAY "INSERTIONSORT-COBOL - " WS-GLM-UNMAPPED-COUNT
208170             " TRANSACTION(S) HAVE NO GLMAP ACCOUNT MAPPING - "
208171             "RUN STOPPED BEFORE ANY EXTRACT WAS WRITTEN.  ADD "
208172             "THE MISSING CARDS AND RERUN"
208173         MOVE 12 TO RETURN-CODE
208174         STOP RUN
208175     END-IF.
208176 6150-EXIT.
208177     EXIT.
208178*-----------------------------------------------------------------
208179*    6160-FIND-GL-MAPPING - THE GLMAP CARD FOR SORT-TABLE ENTRY
208180*    (I).  THE CATEGORY IS READ OFF ITMMST FOR THE ENTRY'S ITEM
208181*    (AN ITEM SINCE DROPPED FROM THE MASTER MAPS AS "?????", WHICH
208182*    NO CARD CARRIES).  A HIT LEAVES THE CARD'S ACCOUNTS AND COST
208183*    CENTER IN THE WS-CUR-GLM FIELDS.
208184*-----------------------------------------------------------------
208185 6160-FIND-GL-MAPPING.
208186     MOVE "N" TO WS-GLM-FOUND-SWITCH.
208187     MOVE STE-BRANCH-CODE (I) TO WS-GLM-LOOKUP-BRANCH.
208188     MOVE STE-TRAN-TYPE (I) TO WS-GLM-LOOKUP-TYPE.
208189     MOVE STE-ITEM-CODE (I) TO IMS-ITEM-CODE.
208190     READ ITEM-MASTER
208191         INVALID KEY
208192             MOVE "?????" TO WS-GLM-LOOKUP-CATEGORY
208193         NOT INVALID KEY
208194             MOVE IMS-CATEGORY TO WS-GLM-LOOKUP-CATEGORY
208195     END-READ.
208196     PERFORM VARYING J FROM 1 BY 1
208197             UNTIL J IS GREATER THAN WS-GLM-COUNT
208198                 OR WS-GLM-FOUND
208199         IF WS-GLM-KEY (J) IS EQUAL TO WS-GLM-LOOKUP-KEY
208200             SET WS-GLM-FOUND TO TRUE
208201             MOVE WS-GLM-REVENUE (J) TO WS-CUR-GLM-REVENUE
208202             MOVE WS-GLM-AR (J) TO WS-CUR-GLM-AR
208203             MOVE WS-GLM-TAX (J) TO WS-CUR-GLM-TAX
208204             MOVE WS-GLM-COST-CENTER (J) TO WS-CUR-GLM-COST-CENTER
208205         END-IF
208206     END-PERFORM.
208207 6160-EXIT.
208208     EXIT.
208209*-----------------------------------------------------------------
208210*    6170-LIST-MISSING-MAPPING - NAME THE UNMAPPED COMBINATION
208211*    IN WS-GLM-LOOKUP-KEY ON THE CONSOLE, ONCE PER COMBINATION.
208212*-----------------------------------------------------------------
208213 6170-LIST-MISSING-MAPPING.
208214     MOVE "N" TO WS-GLM-LISTED-SWITCH.
208215     PERFORM VARYING K FROM 1 BY 1
208216             UNTIL K IS GREATER THAN WS-GLM-MISS-COUNT
208217         IF WS-GLM-MISS-KEY (K) IS EQUAL TO WS-GLM-LOOKUP-KEY
208218             SET WS-GLM-LISTED TO TRUE
208219         END-IF
208220     END-PERFORM.
208221     IF WS-GLM-LISTED
208222         GO TO 6170-EXIT
208223     END-IF.
208224     IF WS-GLM-MISS-COUNT IS EQUAL TO 50
208225         GO TO 6170-EXIT
208226     END-IF.
208227     ADD 1 TO WS-GLM-MISS-COUNT.
208228     MOVE WS-GLM-LOOKUP-KEY
208229         TO WS-GLM-MISS-KEY (WS-GLM-MISS-COUNT).
208230     DISPLAY "INSERTIONSORT-COBOL - NO GLMAP CARD FOR BRANCH "
208231         WS-GLM-LOOKUP-BRANCH " CATEGORY " WS-GLM-LOOKUP-CATEGORY
208232         " TYPE " WS-GLM-LOOKUP-TYPE.
208233 6170-EXIT.
208234     EXIT.
208235*-----------------------------------------------------------------
208256*    6200-WRITE-GL-EXTRACT - CUT THE GLINTF GENERAL LEDGER
208292*    INTERFACE FILE FROM THE SORTED TABLE.  HEADER (BUSINESS
208328*    DATE, RUN TIME, SYSTEM ID), THEN PER TRANSACTION A REVENUE
208364*    LINE TO THE GLMAP REVENUE ACCOUNT (SALES CREDIT IT, RETURNS
208400*    DEBIT IT, AMOUNT SIGNED AS POSTED) WITH ITS AR CONTROL LINE
208436*    ON THE OTHER SIDE, AND THE SAME PAIR FOR THE TAX.  THE
208472*    TRAILER CARRIES THE RECORD COUNT, A HASH TOTAL OF ABSOLUTE
208508*    AMOUNTS AND THE DEBIT AND CREDIT TOTALS.  THE GL LOAD JOB
208518*    REJECTS THE FILE IF THE TRAILER DOES NOT RECONCILE OR THE
208528*    TWO SIDES DIFFER, MIRRORING THE DSRREC01 DISCIPLINE.
208544*-----------------------------------------------------------------
208600 6200-WRITE-GL-EXTRACT.
208700     ACCEPT WS-RUN-TIME FROM TIME.
209600     WRITE GL-INTERFACE-RECORD.
209700     MOVE ZERO TO WS-GL-RECORD-COUNT.
209800     MOVE ZERO TO WS-GL-HASH-TOTAL.
209810     MOVE ZERO TO WS-GL-DEBIT-TOTAL.
209820     MOVE ZERO TO WS-GL-CREDIT-TOTAL.
209900     PERFORM VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN SIZEOF
210000         PERFORM 6160-FIND-GL-MAPPING THRU 6160-EXIT
211610         MOVE STE-SALE-DATE (I) TO WS-PL-DATE-WORK
211620         MOVE WS-PLD-YYYY TO WS-PLK-YYYY
211630         MOVE WS-PLD-MM TO WS-PLK-MM
211640         PERFORM 2190-GET-PERIOD-STATUS THRU 2190-EXIT
211650         MOVE WS-CUR-GLM-REVENUE TO WS-GL-LINE-ACCOUNT
211660         MOVE "R" TO WS-GL-LINE-ROLE
211670         MOVE STE-SALE-AMOUNT (I) TO WS-GL-LINE-AMOUNT
211673         IF STE-TYPE-RETURN (I)
211676             MOVE "D" TO WS-GL-LINE-DC
211680         ELSE
211690             MOVE "C" TO WS-GL-LINE-DC
211695         END-IF
211700         PERFORM 6210-WRITE-GL-PAIR THRU 6210-EXIT
211720         MOVE STE-BRANCH-CODE (I) TO WS-TAX-LOOKUP-CODE
211740         PERFORM 6250-WRITE-TAX-ACCRUAL THRU 6250-EXIT
211800     END-PERFORM.
212000     SET GLI-TRAILER-RECORD TO TRUE.
212100     MOVE WS-GL-RECORD-COUNT TO GLI-RECORD-COUNT.
212200     MOVE WS-GL-HASH-TOTAL TO GLI-HASH-TOTAL.
212210     MOVE WS-GL-DEBIT-TOTAL TO GLI-DEBIT-TOTAL.
212220     MOVE WS-GL-CREDIT-TOTAL TO GLI-CREDIT-TOTAL.
212300     WRITE GL-INTERFACE-RECORD.
212310     IF WS-GL-DEBIT-TOTAL IS NOT EQUAL TO WS-GL-CREDIT-TOTAL
212320         MOVE WS-GL-DEBIT-TOTAL TO WS-GL-DC-EDIT
212330         MOVE WS-GL-CREDIT-TOTAL TO WS-GL-DC2-EDIT
212340         DISPLAY "INSERTIONSORT-COBOL - GLINTF DEBITS "
212350             WS-GL-DC-EDIT " DO NOT EQUAL CREDITS " WS-GL-DC2-EDIT
212360         MOVE 8 TO RETURN-CODE
212370     END-IF.
212400 6200-EXIT.
212500     EXIT.
212519*-----------------------------------------------------------------
212538*    6210-WRITE-GL-PAIR - THE LINE SET UP IN THE WS-GL-LINE
212557*    FIELDS, THEN ITS AR CONTROL LINE FOR THE SAME AMOUNT ON THE
212558*    OPPOSITE SIDE, SO EVERY TRANSACTION BALANCES ON ITS OWN.
212559*-----------------------------------------------------------------
212560 6210-WRITE-GL-PAIR.
212561     PERFORM 6220-WRITE-GL-LINE THRU 6220-EXIT.
212562     MOVE WS-CUR-GLM-AR TO WS-GL-LINE-ACCOUNT.
212563     MOVE "C" TO WS-GL-LINE-ROLE.
212564     IF WS-GL-LINE-DEBIT
212565         MOVE "C" TO WS-GL-LINE-DC
212566     ELSE
212567         MOVE "D" TO WS-GL-LINE-DC
212568     END-IF.
212569     PERFORM 6220-WRITE-GL-LINE THRU 6220-EXIT.
212570 6210-EXIT.
212571     EXIT.
212572*-----------------------------------------------------------------
212573*    6220-WRITE-GL-LINE - ONE GLINTF DETAIL FOR SORT-TABLE ENTRY
212574*    (I) UNDER ITS MAPPED COST CENTER, POSTED TO THE SALE DATE'S
212575*    PERIOD (FLAGGED "A" WHEN THAT PERIOD IS CLOSED) AND COUNTED
212576*    TOWARD THE TRAILER'S COUNT, HASH AND DEBIT/CREDIT TOTALS.
212577*-----------------------------------------------------------------
212578 6220-WRITE-GL-LINE.
212579     MOVE SPACES TO GL-INTERFACE-RECORD.
212580     SET GLI-DETAIL-RECORD TO TRUE.
212581     MOVE WS-GL-LINE-ACCOUNT TO GLI-ACCOUNT-NUMBER.
212582     MOVE STE-CUSTOMER-ID (I) TO GLI-CUSTOMER-ID.
212583     MOVE WS-GL-LINE-AMOUNT TO GLI-AMOUNT.
212584     MOVE WS-GL-LINE-DC TO GLI-DEBIT-CREDIT.
212585     MOVE STE-SALE-DATE (I) TO GLI-POSTING-DATE.
212586     MOVE WS-PERIOD-LOOKUP TO GLI-ACCOUNTING-PERIOD.
212587     IF WS-PERIOD-IS-CLOSED
212588         MOVE "A" TO GLI-ADJUSTMENT-FLAG
212589     ELSE
212590         MOVE SPACE TO GLI-ADJUSTMENT-FLAG
212591     END-IF.
212592     MOVE WS-CUR-GLM-COST-CENTER TO GLI-COST-CENTER.
212593     MOVE WS-GL-LINE-ROLE TO GLI-LINE-ROLE.
212594     WRITE GL-INTERFACE-RECORD.
212595     IF WS-GL-LINE-AMOUNT IS LESS THAN ZERO
212596         SUBTRACT WS-GL-LINE-AMOUNT FROM ZERO
212597             GIVING WS-GL-ABS-AMOUNT
212598     ELSE
212599         MOVE WS-GL-LINE-AMOUNT TO WS-GL-ABS-AMOUNT
212600     END-IF.
212601     ADD 1 TO WS-GL-RECORD-COUNT.
212602     ADD WS-GL-ABS-AMOUNT TO WS-GL-HASH-TOTAL.
212603     IF WS-GL-LINE-DEBIT
212604         ADD WS-GL-ABS-AMOUNT TO WS-GL-DEBIT-TOTAL
212605     ELSE
212606         ADD WS-GL-ABS-AMOUNT TO WS-GL-CREDIT-TOTAL
212607     END-IF.
212608 6220-EXIT.
212609     EXIT.
212610*-----------------------------------------------------------------
212611*    6250-WRITE-TAX-ACCRUAL - THE TAX PAIR FOR THE TRANSACTION AT
212612*    SORT-TABLE ENTRY (I), WHEN ITS BRANCH HAS A TAX RATE ON
212613*    FILE.  SALES CREDIT THE MAPPED TAX PAYABLE ACCOUNT AND
212614*    RETURNS DEBIT IT, MIRRORING THE REVENUE LINES, WITH THE AR
212615*    CONTROL LINE OPPOSITE; BOTH COUNT TOWARD THE TRAILER SO THE
212633*    GL LOAD JOB RECONCILES THE TAX MONEY TOO.
212652*-----------------------------------------------------------------
212671 6250-WRITE-TAX-ACCRUAL.
212823     IF WS-TAX-AMOUNT IS EQUAL TO ZERO
212842         GO TO 6250-EXIT
212861     END-IF.
212880     MOVE WS-CUR-GLM-TAX TO WS-GL-LINE-ACCOUNT.
212899     MOVE "T" TO WS-GL-LINE-ROLE.
212918     MOVE WS-TAX-AMOUNT TO WS-GL-LINE-AMOUNT.
212937     IF STE-TYPE-RETURN (I)
212956         MOVE "D" TO WS-GL-LINE-DC
213013     ELSE
213032         MOVE "C" TO WS-GL-LINE-DC
213070     END-IF.
213089     PERFORM 6210-WRITE-GL-PAIR THRU 6210-EXIT.
213203 6250-EXIT.
213222     EXIT.
213241*-----------------------------------------------------------------
214700         MOVE STE-SALE-DATE (I) TO PIF-SALE-DATE
214800         MOVE STE-TRAN-TYPE (I) TO PIF-TRAN-TYPE
214900         MOVE STE-BRANCH-CODE (I) TO PIF-BRANCH-CODE
214910         MOVE STE-ITEM-CODE (I) TO PIF-ITEM-CODE
214920         MOVE STE-QUANTITY (I) TO PIF-QUANTITY
215000         ADD 1 TO WS-PIF-RECORD-COUNT
215100         ADD STE-SALE-AMOUNT (I) TO WS-PIF-AMOUNT-TOTAL
215200         WRITE POSTING-INTERFACE-RECORD
215700     MOVE WS-PIF-AMOUNT-TOTAL TO PIF-AMOUNT-TOTAL.
215800     WRITE POSTING-INTERFACE-RECORD.
215900 6300-EXIT.
215901     EXIT.
215902*-----------------------------------------------------------------
215903*    6400-WRITE-TRAN-HISTORY - FILE THE DAY'S SORTED
215904*    TRANSACTIONS ON THE TRNHIST HISTORY MASTER, KEYED BY
215905*    CUSTOMER-ID/SALE-DATE/SEQUENCE.  THE SEQUENCE NUMBER IS
215906*    THE TRANSACTION'S OCCURRENCE NUMBER FOR ITS CUSTOMER AND
215907*    SALE DATE WITHIN THE RUN.  A KEY COLLISION IS RESOLVED BY
215908*    THE EXISTING RECORD'S BUSINESS DATE - A RERUN OF THE SAME
215909*    DATE (FORCED, OR A PLAIN RERUN AFTER AN ABEND THAT DIED
215910*    BEFORE RUNCTL WAS SIGNED) REWRITES ITS OWN DAY'S RECORDS IN
215911*    PLACE, THE SAME RERUN DISCIPLINE SLSHIST AND ARCHIDX KEEP,
215912*    AND ONLY A RECORD FROM ANOTHER DATE BUMPS THE SEQUENCE.
215913*    THE TABLE IS FILED IN TWO PASSES - EVERY ENTRY BUT THE
215914*    RETURNS, THEN THE RETURNS - SO WHEN 6480 MATCHES A RETURN
215915*    THE DAY'S OWN SALES ARE ALREADY ON FILE, WHEREVER THE SORT
215916*    ORDER PUT THEM.  THE SEQUENCE STILL COMES FROM THE ENTRY'S
215917*    PLACE IN THE TABLE, SO THE KEYS DO NOT DEPEND ON THE PASS.
215918*-----------------------------------------------------------------
215919 6400-WRITE-TRAN-HISTORY.
215920     MOVE ZERO TO WS-THR-WRITE-COUNT.
215921     MOVE "S" TO WS-THR-PASS-SWITCH.
215922     PERFORM 6420-FILE-IN-PASS THRU 6420-EXIT
215923         VARYING I FROM 1 BY 1
215924         UNTIL I IS GREATER THAN SIZEOF.
215925     SET WS-THR-RETURN-PASS TO TRUE.
215926     PERFORM 6420-FILE-IN-PASS THRU 6420-EXIT
215927         VARYING I FROM 1 BY 1
215928         UNTIL I IS GREATER THAN SIZEOF.
215929 6400-EXIT.
215930     EXIT.
215931*-----------------------------------------------------------------
215932*    6420-FILE-IN-PASS - FILE SORT-TABLE ENTRY I WHEN IT BELONGS
215933*    TO THE CURRENT PASS: RETURNS ON THE RETURN PASS, EVERYTHING
215934*    ELSE ON THE FIRST.
215935*-----------------------------------------------------------------
215936 6420-FILE-IN-PASS.
215937     IF STE-TYPE-RETURN (I)
215938         IF WS-THR-RETURN-PASS
215939             PERFORM 6430-FILE-ONE-TRAN THRU 6430-EXIT
215940         END-IF
215941     ELSE
215942         IF NOT WS-THR-RETURN-PASS
215943             PERFORM 6430-FILE-ONE-TRAN THRU 6430-EXIT
215944         END-IF
215945     END-IF.
215946 6420-EXIT.
215947     EXIT.
215948*-----------------------------------------------------------------
215949*    6430-FILE-ONE-TRAN - ONE SORT-TABLE ENTRY ONTO TRNHIST,
215950*    SEQUENCED BY ITS OWN CUSTOMER/DATE OCCURRENCE NUMBER.  A
215951*    RETURN IS FIRST MATCHED TO ITS ORIGINAL SALE (6480) - THE
215952*    HISTORY BROWSE OVERLAYS THE RECORD AREA, SO IT RUNS BEFORE
215953*    THE RECORD IS BUILT.
215954*-----------------------------------------------------------------
215955 6430-FILE-ONE-TRAN.
215956     MOVE ZERO TO WS-RTN-MATCH-DATE.
215957     MOVE ZERO TO WS-RTN-MATCH-SEQ.
215958     MOVE SPACE TO WS-RTN-MATCH-STATUS.
215959     IF STE-TYPE-RETURN (I)
215960         PERFORM 6480-MATCH-RETURN THRU 6480-EXIT
215961     END-IF.
215962     MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
215963     MOVE STE-CUSTOMER-ID (I) TO THR-CUSTOMER-ID.
215964     MOVE STE-SALE-DATE (I) TO THR-SALE-DATE.
215965     MOVE STE-CUSTOMER-NAME (I) TO THR-CUSTOMER-NAME.
215966     MOVE STE-SALE-AMOUNT (I) TO THR-SALE-AMOUNT.
215967     MOVE STE-TRAN-TYPE (I) TO THR-TRAN-TYPE.
215968     MOVE STE-BRANCH-CODE (I) TO THR-BRANCH-CODE.
215969     MOVE STE-INPUT-RECNO (I) TO THR-INPUT-RECNO.
215970     MOVE WS-BUSINESS-DATE TO THR-BUSINESS-DATE.
215971     MOVE STE-ITEM-CODE (I) TO THR-ITEM-CODE.
215972     MOVE ZERO TO THR-QUANTITY.
215973     IF STE-QUANTITY (I) IS NUMERIC
215974         MOVE STE-QUANTITY (I) TO THR-QUANTITY
215975     END-IF.
215976     MOVE WS-RTN-MATCH-DATE TO THR-MATCH-SALE-DATE.
215977     MOVE WS-RTN-MATCH-SEQ TO THR-MATCH-SEQUENCE-NO.
215978     MOVE WS-RTN-MATCH-STATUS TO THR-MATCH-STATUS.
216034*    THE COLLISION READ IN 6470 OVERLAYS THE RECORD AREA, SO THE
216035*    BUILT RECORD IS KEPT ASIDE AND RESTORED BEFORE EACH TRY.
216036     MOVE TRANSACTION-HISTORY-RECORD TO WS-THR-SAVED-RECORD.
216077*    DATE IS THE EARLIER RUN'S COPY OF THIS SAME TRANSACTION AND
216078*    IS REWRITTEN IN PLACE; ONE FROM ANOTHER DATE IS SOMEONE
216079*    ELSE'S HISTORY, SO THE SEQUENCE BUMPS PAST IT.
216080*    A MANUAL ADJUSTMENT IS NEVER THIS RUN'S OWN RECORD.
216081*-----------------------------------------------------------------
216082 6470-REPLACE-OR-BUMP.
216083     READ TRANSACTION-HISTORY
216084         INVALID KEY
216085             ADD 1 TO WS-THR-SEQ
216086             GO TO 6470-EXIT
216087     END-READ.
216088     IF THR-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
216089             AND NOT THR-ADJUSTMENT
216090         MOVE WS-THR-SAVED-RECORD TO TRANSACTION-HISTORY-RECORD
216091         MOVE WS-THR-SEQ TO THR-SEQUENCE-NO
216092         REWRITE TRANSACTION-HISTORY-RECORD
216093         END-REWRITE
216094         SET WS-THR-WRITTEN TO TRUE
216095         ADD 1 TO WS-THR-WRITE-COUNT
216096     ELSE
216097         ADD 1 TO WS-THR-SEQ
216098     END-IF.
216099 6470-EXIT.
216100     EXIT.
216101*-----------------------------------------------------------------
216102*    6480-MATCH-RETURN - PAIR THE RETURN IN SORT-TABLE ENTRY I
216103*    WITH THE CUSTOMER'S ORIGINAL SALE OF THE SAME ITEM.  THE
216104*    CUSTOMER'S HISTORY IS READ ONCE (6482/6484): SALES OF THE
216105*    ITEM INSIDE THE RETURN WINDOW BECOME CANDIDATES, AND RETURNS
216106*    EARLIER RUNS PAIRED AGAINST THEM ARE TAKEN OFF THEIR
216107*    QUANTITY AND AMOUNT (6486), AS ARE THIS RUN'S OWN PAIRINGS
216108*    FROM WS-RTM-TABLE - A RETURN FILED UNDER THIS RUN'S BUSINESS
216109*    DATE IS SKIPPED ON THE FILE, SO A RERUN REWRITING ITS OWN DAY
216110*    NEVER COUNTS A RETURN TWICE.  THE MOST RECENT CANDIDATE WITH
216111*    ENOUGH LEFT IS THE MATCH ("M"); FAILING THAT THE RETURN IS
216112*    PAIRED WITH THE MOST RECENT CANDIDATE THAT HAS ANYTHING LEFT
216113*    AND FLAGGED "X", AND WITH NO CANDIDATE AT ALL IT IS FLAGGED
216114*    "U".  FLAGGED RETURNS ARE HELD FOR UNMRTN BY 6496.  THE
216115*    RETURN STILL POSTS EITHER WAY - THE FLAG IS FOR LOSS
216116*    PREVENTION TO FOLLOW UP, NOT A REJECT.
216117*-----------------------------------------------------------------
216118 6480-MATCH-RETURN.
216119     ADD 1 TO WS-RTN-CHECKED-COUNT.
216120     MOVE STE-CUSTOMER-ID (I) TO WS-RTN-CUSTOMER-ID.
216121     MOVE STE-ITEM-CODE (I) TO WS-RTN-ITEM-CODE.
216122     MOVE ZERO TO WS-RTN-QUANTITY.
216123     IF STE-QUANTITY (I) IS NUMERIC
216124         MOVE STE-QUANTITY (I) TO WS-RTN-QUANTITY
216125     END-IF.
216126     MOVE STE-SALE-AMOUNT (I) TO WS-RTN-AMOUNT.
216127     IF WS-RTN-AMOUNT IS LESS THAN ZERO
216128         MULTIPLY -1 BY WS-RTN-AMOUNT
216129     END-IF.
216130     MOVE STE-SALE-DATE (I) TO WS-RCY-DATE-WORK.
216131     MULTIPLY WS-RCY-YYYY BY 360 GIVING WS-RTN-DAYS.
216132     MULTIPLY WS-RCY-MM BY 30 GIVING WS-RCY-MM-DAYS.
216133     ADD WS-RCY-MM-DAYS TO WS-RTN-DAYS.
216134     ADD WS-RCY-DD TO WS-RTN-DAYS.
216135     MOVE ZERO TO WS-RMH-COUNT.
216136     MOVE ZERO TO WS-RHR-COUNT.
216137     MOVE ZERO TO WS-RTN-PICK.
216138     MOVE ZERO TO WS-RTN-FALLBACK.
216139     MOVE ZERO TO WS-RTN-AVAIL-QTY.
216140     MOVE ZERO TO WS-RTN-AVAIL-AMOUNT.
216141     MOVE SPACES TO WS-RTN-REASON.
216142     IF WS-RTN-ITEM-CODE IS NOT EQUAL TO SPACES
216143         PERFORM 6482-LOAD-CUSTOMER-HISTORY THRU 6482-EXIT
216144         PERFORM 6486-APPLY-EARLIER-RETURNS THRU 6486-EXIT
216145         PERFORM 6490-CHOOSE-ORIGINAL-SALE THRU 6490-EXIT
216146     END-IF.
216147     IF WS-RTN-PICK IS GREATER THAN ZERO
216148         MOVE "M" TO WS-RTN-MATCH-STATUS
216149     ELSE
216150         IF WS-RTN-FALLBACK IS GREATER THAN ZERO
216151             MOVE "X" TO WS-RTN-MATCH-STATUS
216152             MOVE WS-RTN-FALLBACK TO WS-RTN-PICK
216153         ELSE
216154             MOVE "U" TO WS-RTN-MATCH-STATUS
216155             IF WS-RTN-ITEM-CODE IS EQUAL TO SPACES
216156                 MOVE "NO ITEM ON THE RETURN" TO WS-RTN-REASON
216157             ELSE
216158                 MOVE "NO SALE IN RETURN WINDOW" TO WS-RTN-REASON
216159             END-IF
216160         END-IF
216161     END-IF.
216162     IF WS-RTN-PICK IS GREATER THAN ZERO
216163         MOVE WS-RMH-SALE-DATE (WS-RTN-PICK) TO WS-RTN-MATCH-DATE
216164         MOVE WS-RMH-SEQUENCE-NO (WS-RTN-PICK) TO WS-RTN-MATCH-SEQ
216165         SUBTRACT WS-RMH-RET-QTY (WS-RTN-PICK)
216166             FROM WS-RMH-QUANTITY (WS-RTN-PICK)
216167             GIVING WS-RTN-AVAIL-QTY
216168         SUBTRACT WS-RMH-RET-AMOUNT (WS-RTN-PICK)
216169             FROM WS-RMH-AMOUNT (WS-RTN-PICK)
216170             GIVING WS-RTN-AVAIL-AMOUNT
216171         PERFORM 6494-FILE-RUN-MATCH THRU 6494-EXIT
216172     END-IF.
216173     IF WS-RTN-MATCH-STATUS IS EQUAL TO "X"
216174         IF WS-RTN-QUANTITY IS GREATER THAN WS-RTN-AVAIL-QTY
216175             MOVE "QUANTITY EXCEEDS SALE" TO WS-RTN-REASON
216176         ELSE
216177             MOVE "AMOUNT EXCEEDS SALE" TO WS-RTN-REASON
216178         END-IF
216179     END-IF.
216180     IF WS-RTN-MATCH-STATUS IS EQUAL TO "M"
216181         ADD 1 TO WS-RTN-MATCHED-COUNT
216182     ELSE
216183         ADD 1 TO WS-RTN-FLAGGED-COUNT
216184         PERFORM 6496-HOLD-UNMATCHED-RETURN THRU 6496-EXIT
216185     END-IF.
216186 6480-EXIT.
216187     EXIT.
216188*-----------------------------------------------------------------
216189*    6482-LOAD-CUSTOMER-HISTORY - POSITION AT THE CUSTOMER'S
216190*    FIRST TRNHIST KEY AND READ FORWARD THROUGH THEIR HISTORY.
216191*-----------------------------------------------------------------
216192 6482-LOAD-CUSTOMER-HISTORY.
216193     MOVE "N" TO WS-RTN-EOF-SWITCH.
216194     MOVE WS-RTN-CUSTOMER-ID TO THR-CUSTOMER-ID.
216195     MOVE ZERO TO THR-SALE-DATE.
216196     MOVE ZERO TO THR-SEQUENCE-NO.
216197     START TRANSACTION-HISTORY
216198         KEY IS GREATER THAN OR EQUAL TO THR-KEY
216199         INVALID KEY
216200             SET WS-RTN-HISTORY-EOF TO TRUE
216201     END-START.
216202     PERFORM 6484-READ-CUSTOMER-HISTORY THRU 6484-EXIT
216203         UNTIL WS-RTN-HISTORY-EOF.
216204 6482-EXIT.
216205     EXIT.
216206*-----------------------------------------------------------------
216207*    6484-READ-CUSTOMER-HISTORY - ONE TRNHIST RECORD OF THE
216208*    CUSTOMER'S.  ONLY RECORDS FOR THE RETURNED ITEM MATTER: A
216209*    SALE INSIDE THE WINDOW IS A CANDIDATE AND A PAIRED RETURN
216210*    FROM AN EARLIER BUSINESS DATE IS HELD FOR 6486.  A RECORD
216211*    CUT BEFORE ITEMS WERE CARRIED HAS NO ITEM AND NEVER MATCHES.
216212*-----------------------------------------------------------------
216213 6484-READ-CUSTOMER-HISTORY.
216214     READ TRANSACTION-HISTORY NEXT RECORD
216215         AT END
216216             SET WS-RTN-HISTORY-EOF TO TRUE
216217             GO TO 6484-EXIT
216218     END-READ.
216219     IF THR-CUSTOMER-ID IS NOT EQUAL TO WS-RTN-CUSTOMER-ID
216220         SET WS-RTN-HISTORY-EOF TO TRUE
216221         GO TO 6484-EXIT
216222     END-IF.
216223     IF THR-ITEM-CODE IS NOT EQUAL TO WS-RTN-ITEM-CODE
216224             OR THR-QUANTITY IS NOT NUMERIC
216225         GO TO 6484-EXIT
216226     END-IF.
216227     IF THR-TRAN-TYPE IS EQUAL TO "R"
216228         IF THR-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
216229                 AND THR-MATCH-KEY IS NUMERIC
216230                 AND THR-MATCH-SALE-DATE IS GREATER THAN ZERO
216231             PERFORM 6485-HOLD-EARLIER-RETURN THRU 6485-EXIT
216232         END-IF
216233         GO TO 6484-EXIT
216234     END-IF.
216235     IF THR-TRAN-TYPE IS NOT EQUAL TO "S"
216236             AND THR-TRAN-TYPE IS NOT EQUAL TO SPACE
216237         GO TO 6484-EXIT
216238     END-IF.
216239     MOVE THR-SALE-DATE TO WS-RCY-DATE-WORK.
216240     MULTIPLY WS-RCY-YYYY BY 360 GIVING WS-RTN-SALE-DAYS.
216241     MULTIPLY WS-RCY-MM BY 30 GIVING WS-RCY-MM-DAYS.
216242     ADD WS-RCY-MM-DAYS TO WS-RTN-SALE-DAYS.
216243     ADD WS-RCY-DD TO WS-RTN-SALE-DAYS.
216244     SUBTRACT WS-RTN-SALE-DAYS FROM WS-RTN-DAYS
216245         GIVING WS-RTN-AGE.
216246     IF WS-RTN-AGE IS LESS THAN ZERO
216247             OR WS-RTN-AGE IS GREATER THAN WS-RETURN-WINDOW
216248         GO TO 6484-EXIT
216249     END-IF.
216250     IF WS-RMH-COUNT IS EQUAL TO WS-MAX-RMH-ENTRIES
216251         SET WS-RTN-OVERFLOW TO TRUE
216252         GO TO 6484-EXIT
216253     END-IF.
216254     ADD 1 TO WS-RMH-COUNT.
216255     MOVE THR-SALE-DATE TO WS-RMH-SALE-DATE (WS-RMH-COUNT).
216256     MOVE THR-SEQUENCE-NO TO WS-RMH-SEQUENCE-NO (WS-RMH-COUNT).
216257     MOVE THR-QUANTITY TO WS-RMH-QUANTITY (WS-RMH-COUNT).
216258     MOVE THR-SALE-AMOUNT TO WS-RMH-AMOUNT (WS-RMH-COUNT).
216259     MOVE ZERO TO WS-RMH-RET-QTY (WS-RMH-COUNT).
216260     MOVE ZERO TO WS-RMH-RET-AMOUNT (WS-RMH-COUNT).
216261 6484-EXIT.
216262     EXIT.
216263*-----------------------------------------------------------------
216264*    6485-HOLD-EARLIER-RETURN - KEEP A RETURN AN EARLIER RUN
216265*    PAIRED, WITH ITS QUANTITY AND UNSIGNED AMOUNT.
216266*-----------------------------------------------------------------
216267 6485-HOLD-EARLIER-RETURN.
216268     IF WS-RHR-COUNT IS EQUAL TO WS-MAX-RHR-ENTRIES
216269         SET WS-RTN-OVERFLOW TO TRUE
216270         GO TO 6485-EXIT
216271     END-IF.
216272     ADD 1 TO WS-RHR-COUNT.
216273     MOVE THR-MATCH-SALE-DATE TO WS-RHR-SALE-DATE (WS-RHR-COUNT).
216274     MOVE THR-MATCH-SEQUENCE-NO
216275         TO WS-RHR-SEQUENCE-NO (WS-RHR-COUNT).
216276     MOVE THR-QUANTITY TO WS-RHR-QUANTITY (WS-RHR-COUNT).
216277     MOVE THR-SALE-AMOUNT TO WS-RHR-AMOUNT (WS-RHR-COUNT).
216278     IF WS-RHR-AMOUNT (WS-RHR-COUNT) IS LESS THAN ZERO
216279         MULTIPLY -1 BY WS-RHR-AMOUNT (WS-RHR-COUNT)
216280     END-IF.
216281 6485-EXIT.
216282     EXIT.
216283*-----------------------------------------------------------------
216284*    6486-APPLY-EARLIER-RETURNS - TAKE EVERY EARLIER RETURN -
216285*    FROM THE FILE, THEN FROM THIS RUN'S PAIRINGS FOR THE SAME
216286*    CUSTOMER - OFF THE CANDIDATE SALE IT WAS PAIRED WITH (6488).
216287*-----------------------------------------------------------------
216288 6486-APPLY-EARLIER-RETURNS.
216289     PERFORM VARYING J FROM 1 BY 1
216290             UNTIL J IS GREATER THAN WS-RHR-COUNT
216291         MOVE WS-RHR-SALE-DATE (J) TO WS-RTN-KEY-DATE
216292         MOVE WS-RHR-SEQUENCE-NO (J) TO WS-RTN-KEY-SEQ
216293         MOVE WS-RHR-QUANTITY (J) TO WS-RTN-KEY-QTY
216294         MOVE WS-RHR-AMOUNT (J) TO WS-RTN-KEY-AMOUNT
216295         PERFORM 6488-REDUCE-SALE THRU 6488-EXIT
216296     END-PERFORM.
216297     PERFORM VARYING J FROM 1 BY 1
216298             UNTIL J IS GREATER THAN WS-RTM-COUNT
216299         IF WS-RTM-CUSTOMER-ID (J) IS EQUAL TO WS-RTN-CUSTOMER-ID
216300             MOVE WS-RTM-SALE-DATE (J) TO WS-RTN-KEY-DATE
216301             MOVE WS-RTM-SEQUENCE-NO (J) TO WS-RTN-KEY-SEQ
216302             MOVE WS-RTM-QUANTITY (J) TO WS-RTN-KEY-QTY
216303             MOVE WS-RTM-AMOUNT (J) TO WS-RTN-KEY-AMOUNT
216304             PERFORM 6488-REDUCE-SALE THRU 6488-EXIT
216305         END-IF
216306     END-PERFORM.
216307 6486-EXIT.
216308     EXIT.
216309*-----------------------------------------------------------------
216310*    6488-REDUCE-SALE - ADD ONE EARLIER RETURN TO THE RETURNED
216311*    FIGURES OF THE CANDIDATE SALE WITH ITS KEY, IF IT IS ONE.
216312*-----------------------------------------------------------------
216313 6488-REDUCE-SALE.
216314     PERFORM VARYING K FROM 1 BY 1
216315             UNTIL K IS GREATER THAN WS-RMH-COUNT
216316         IF WS-RMH-SALE-DATE (K) IS EQUAL TO WS-RTN-KEY-DATE
216317                 AND WS-RMH-SEQUENCE-NO (K) IS EQUAL TO
216318                     WS-RTN-KEY-SEQ
216319             ADD WS-RTN-KEY-QTY TO WS-RMH-RET-QTY (K)
216320             ADD WS-RTN-KEY-AMOUNT TO WS-RMH-RET-AMOUNT (K)
216321         END-IF
216322     END-PERFORM.
216323 6488-EXIT.
216324     EXIT.
216325*-----------------------------------------------------------------
216326*    6490-CHOOSE-ORIGINAL-SALE - THE CANDIDATES ARE IN KEY (DATE)
216327*    ORDER, SO THE LAST ONE WITH ENOUGH QUANTITY AND AMOUNT LEFT
216328*    IS THE MOST RECENT GOOD MATCH (WS-RTN-PICK).  THE FALLBACK
216329*    FOR AN "X" FLAG IS THE LAST ONE WITH ANY QUANTITY LEFT, OR
216330*    THE FIRST CANDIDATE WHEN NONE HAS.
216331*-----------------------------------------------------------------
216332 6490-CHOOSE-ORIGINAL-SALE.
216333     PERFORM VARYING K FROM 1 BY 1
216334             UNTIL K IS GREATER THAN WS-RMH-COUNT
216335         SUBTRACT WS-RMH-RET-QTY (K) FROM WS-RMH-QUANTITY (K)
216336             GIVING WS-RTN-AVAIL-QTY
216337         SUBTRACT WS-RMH-RET-AMOUNT (K) FROM WS-RMH-AMOUNT (K)
216338             GIVING WS-RTN-AVAIL-AMOUNT
216339         IF WS-RTN-AVAIL-QTY IS NOT LESS THAN WS-RTN-QUANTITY
216340                 AND WS-RTN-AVAIL-AMOUNT IS NOT LESS THAN
216341                     WS-RTN-AMOUNT
216342             MOVE K TO WS-RTN-PICK
216343         END-IF
216344         IF WS-RTN-AVAIL-QTY IS GREATER THAN ZERO
216345                 OR WS-RTN-FALLBACK IS EQUAL TO ZERO
216346             MOVE K TO WS-RTN-FALLBACK
216347         END-IF
216348     END-PERFORM.
216349 6490-EXIT.
216350     EXIT.
216351*-----------------------------------------------------------------
216352*    6494-FILE-RUN-MATCH - REMEMBER THIS RUN'S PAIRING SO A LATER
216353*    RETURN OF THE SAME SALE IN THE SAME RUN SEES IT.
216354*-----------------------------------------------------------------
216355 6494-FILE-RUN-MATCH.
216356     IF WS-RTM-COUNT IS EQUAL TO WS-MAX-RTM-ENTRIES
216357         SET WS-RTN-OVERFLOW TO TRUE
216358         GO TO 6494-EXIT
216359     END-IF.
216360     ADD 1 TO WS-RTM-COUNT.
216361     MOVE WS-RTN-CUSTOMER-ID TO WS-RTM-CUSTOMER-ID (WS-RTM-COUNT).
216362     MOVE WS-RTN-MATCH-DATE TO WS-RTM-SALE-DATE (WS-RTM-COUNT).
216363     MOVE WS-RTN-MATCH-SEQ TO WS-RTM-SEQUENCE-NO (WS-RTM-COUNT).
216364     MOVE WS-RTN-QUANTITY TO WS-RTM-QUANTITY (WS-RTM-COUNT).
216365     MOVE WS-RTN-AMOUNT TO WS-RTM-AMOUNT (WS-RTM-COUNT).
216366 6494-EXIT.
216367     EXIT.
216368*-----------------------------------------------------------------
216369*    6496-HOLD-UNMATCHED-RETURN - KEEP A FLAGGED RETURN FOR THE
216370*    UNMRTN REPORT.  A DAY WITH MORE THAN THE TABLE HOLDS STILL
216371*    COUNTS THEM ALL; THE REPORT NOTES THE ONES NOT LISTED.
216372*-----------------------------------------------------------------
216373 6496-HOLD-UNMATCHED-RETURN.
216374     IF WS-URT-COUNT IS EQUAL TO WS-MAX-URT-ENTRIES
216375         ADD 1 TO WS-URT-NOT-LISTED
216376         GO TO 6496-EXIT
216377     END-IF.
216378     ADD 1 TO WS-URT-COUNT.
216379     MOVE STE-BRANCH-CODE (I) TO WS-URT-BRANCH (WS-URT-COUNT).
216380     MOVE STE-CUSTOMER-ID (I)
216381         TO WS-URT-CUSTOMER-ID (WS-URT-COUNT).
216382     MOVE STE-CUSTOMER-NAME (I) TO WS-URT-NAME (WS-URT-COUNT).
216383     MOVE STE-SALE-DATE (I) TO WS-URT-RETURN-DATE (WS-URT-COUNT).
216384     MOVE WS-RTN-ITEM-CODE TO WS-URT-ITEM (WS-URT-COUNT).
216385     MOVE WS-RTN-QUANTITY TO WS-URT-QUANTITY (WS-URT-COUNT).
216386     MOVE WS-RTN-AMOUNT TO WS-URT-AMOUNT (WS-URT-COUNT).
216387     MOVE WS-RTN-MATCH-STATUS TO WS-URT-STATUS (WS-URT-COUNT).
216388     MOVE WS-RTN-REASON TO WS-URT-REASON (WS-URT-COUNT).
216389     MOVE WS-RTN-MATCH-DATE TO WS-URT-SALE-DATE (WS-URT-COUNT).
216390     MOVE WS-RTN-MATCH-SEQ TO WS-URT-SEQUENCE-NO (WS-URT-COUNT).
216391     MOVE WS-RTN-AVAIL-QTY TO WS-URT-AVAIL-QTY (WS-URT-COUNT).
216392 6496-EXIT.
216393     EXIT.
216394*-----------------------------------------------------------------
216395*    6500-COMPUTE-STATISTICS - MINIMUM, MAXIMUM, MEAN AND COUNT
216396*    OF SALE-AMOUNT ACROSS THE FINAL SORT-TABLE, FOR THE SUMMARY
216400*    BLOCK AT THE FOOT OF THE RPTOUT REPORT.
216500*-----------------------------------------------------------------
216600 6500-COMPUTE-STATISTICS.
244286 7470-EXIT.
244287     EXIT.
244288*-----------------------------------------------------------------
244289*    7480-PRINT-PRICE-VARIANCE - THE PRICEVAR PRICE-VARIANCE
244290*    REPORT.  EVERY LINE IN THE FINAL SORTED TABLE WHOSE AMOUNT
244291*    IS MORE THAN WS-PRICE-TOL-PCT PERCENT AWAY FROM ITS LIST
244292*    PRICE TIMES QUANTITY IS FILED BY 7482, THEN PRINTED GROUPED
244293*    BY BRANCH AND ITEM WITH ITEM, BRANCH AND COMPANY TOTALS.
244294*    THE TABLE IS REBUILT FROM THE SORT TABLE RATHER THAN AT
244295*    LOAD TIME SO A RESTARTED RUN STILL REPORTS THE LINES IT
244296*    LOADED BEFORE THE CHECKPOINT.  LINES BEYOND THE HARD LIMIT
244297*    NEVER REACH THE TABLE - THEY ARE ON EXCPRPT.
244298*-----------------------------------------------------------------
244299 7480-PRINT-PRICE-VARIANCE.
244300     MOVE SPACES TO WS-BRN-LINE.
244301     STRING "DAILY SORT UTILITY - PRICE VARIANCE REPORT"
244302             DELIMITED BY SIZE
244303         "   RUN DATE: " DELIMITED BY SIZE
244304         WS-RUN-DATE-EDIT DELIMITED BY SIZE
244305         INTO WS-BRN-LINE
244306     END-STRING.
244307     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244308     WRITE PRICE-VARIANCE-RPT-RECORD.
244309     MOVE SPACES TO WS-BRN-LINE.
244310     MOVE WS-PRICE-TOL-PCT TO WS-PVR-TOL-EDIT.
244311     MOVE WS-PRICE-HARD-PCT TO WS-PVR-HARD-EDIT.
244312     STRING "  TOLERANCE " DELIMITED BY SIZE
244313         WS-PVR-TOL-EDIT DELIMITED BY SIZE
244314         " PCT   HARD LIMIT " DELIMITED BY SIZE
244315         WS-PVR-HARD-EDIT DELIMITED BY SIZE
244316         " PCT - LINES BEYOND THE HARD LIMIT ARE ON EXCPRPT"
244317             DELIMITED BY SIZE
244318         INTO WS-BRN-LINE
244319     END-STRING.
244320     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244321     WRITE PRICE-VARIANCE-RPT-RECORD.
244322     MOVE SPACES TO WS-BRN-LINE.
244323     STRING "    ITEM      CUST  T   QTY LIST-PRICE"
244324             DELIMITED BY SIZE
244325         "      EXTENDED        AMOUNT      VARIANCE VAR-PCT"
244326             DELIMITED BY SIZE
244327         INTO WS-BRN-LINE
244328     END-STRING.
244329     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244330     WRITE PRICE-VARIANCE-RPT-RECORD.
244331     MOVE ZERO TO WS-PVR-COUNT.
244332     MOVE "N" TO WS-PVR-OVERFLOW-SWITCH.
244333     MOVE ZERO TO WS-PVR-TOT-VARIANCE.
244334     PERFORM VARYING I FROM 1 BY 1 UNTIL I IS GREATER THAN SIZEOF
244335         PERFORM 7482-FILE-PRICE-VARIANCE THRU 7482-EXIT
244336     END-PERFORM.
244337     IF WS-PVR-OVERFLOW
244338         DISPLAY "INSERTIONSORT-COBOL - MORE THAN "
244339             WS-MAX-PVR-ENTRIES " PRICE VARIANCES - PRICEVAR IS "
244340             "INCOMPLETE"
244341         MOVE 8 TO RETURN-CODE
244342     END-IF.
244343     PERFORM VARYING I FROM 1 BY 1
244344             UNTIL I IS GREATER THAN WS-PVR-COUNT
244345         IF WS-PVR-PRINTED (I) IS NOT EQUAL TO "Y"
244346             MOVE WS-PVR-BRANCH (I) TO WS-CUR-PVR-BRANCH
244347             PERFORM 7484-PRINT-VARIANCE-BRANCH THRU 7484-EXIT
244348         END-IF
244349     END-PERFORM.
244350     MOVE SPACES TO WS-BRN-LINE.
244351     MOVE WS-PVR-COUNT TO WS-PVR-LINES-EDIT.
244352     MOVE WS-PVR-TOT-VARIANCE TO WS-PVR-AMOUNT-EDIT.
244353     STRING "  COMPANY TOTAL " DELIMITED BY SIZE
244354         WS-PVR-LINES-EDIT DELIMITED BY SIZE
244355         " LINE(S) OUTSIDE TOLERANCE   NET VARIANCE "
244356             DELIMITED BY SIZE
244357         WS-PVR-AMOUNT-EDIT DELIMITED BY SIZE
244358         INTO WS-BRN-LINE
244359     END-STRING.
244360     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244361     WRITE PRICE-VARIANCE-RPT-RECORD.
244362     IF WS-PVR-COUNT IS GREATER THAN ZERO
244363         DISPLAY "INSERTIONSORT-COBOL - " WS-PVR-COUNT
244364             " PRICE VARIANCE LINE(S) LISTED ON PRICEVAR"
244365     END-IF.
244366 7480-EXIT.
244367     EXIT.
244368*-----------------------------------------------------------------
244369*    7482-FILE-PRICE-VARIANCE - RECHECK SORT-TABLE ENTRY I
244370*    AGAINST ITS ITEM'S LIST PRICE AND FILE IT IN WS-PVR-TABLE
244371*    WHEN IT IS OUTSIDE THE TOLERANCE.  A RETURN IS JUDGED ON
244372*    ITS POSITIVE AMOUNT, AS 2180 JUDGED IT AT LOAD TIME.
244373*-----------------------------------------------------------------
244374 7482-FILE-PRICE-VARIANCE.
244375     MOVE STE-ITEM-CODE (I) TO IMS-ITEM-CODE.
244376     READ ITEM-MASTER
244377         INVALID KEY
244378             GO TO 7482-EXIT
244379     END-READ.
244380     IF IMS-LIST-PRICE IS NOT NUMERIC
244381             OR IMS-LIST-PRICE IS EQUAL TO ZERO
244382         GO TO 7482-EXIT
244383     END-IF.
244384     MOVE STE-QUANTITY (I) TO WS-PRV-QUANTITY.
244385     IF STE-TYPE-RETURN (I)
244386         SUBTRACT STE-SALE-AMOUNT (I) FROM ZERO
244387             GIVING WS-PRV-AMOUNT
244388     ELSE
244389         MOVE STE-SALE-AMOUNT (I) TO WS-PRV-AMOUNT
244390     END-IF.
244391     PERFORM 2182-COMPUTE-PRICE-VARIANCE THRU 2182-EXIT.
244392     IF WS-PRV-PCT IS NOT GREATER THAN WS-PRICE-TOL-PCT
244393         GO TO 7482-EXIT
244394     END-IF.
244395     IF WS-PVR-COUNT IS EQUAL TO WS-MAX-PVR-ENTRIES
244396         SET WS-PVR-OVERFLOW TO TRUE
244397         GO TO 7482-EXIT
244398     END-IF.
244399     ADD 1 TO WS-PVR-COUNT.
244400     MOVE STE-BRANCH-CODE (I) TO WS-PVR-BRANCH (WS-PVR-COUNT).
244401     MOVE STE-ITEM-CODE (I) TO WS-PVR-ITEM (WS-PVR-COUNT).
244402     MOVE STE-CUSTOMER-ID (I)
244403         TO WS-PVR-CUSTOMER-ID (WS-PVR-COUNT).
244404     MOVE STE-TRAN-TYPE (I) TO WS-PVR-TRAN-TYPE (WS-PVR-COUNT).
244405     MOVE STE-QUANTITY (I) TO WS-PVR-QUANTITY (WS-PVR-COUNT).
244406     MOVE IMS-LIST-PRICE TO WS-PVR-PRICE (WS-PVR-COUNT).
244407     MOVE WS-PRV-EXTENDED TO WS-PVR-EXTENDED (WS-PVR-COUNT).
244408     MOVE WS-PRV-AMOUNT TO WS-PVR-AMOUNT (WS-PVR-COUNT).
244409     MOVE WS-PRV-VARIANCE TO WS-PVR-VARIANCE (WS-PVR-COUNT).
244410     MOVE WS-PRV-PCT TO WS-PVR-PCT (WS-PVR-COUNT).
244411     MOVE "N" TO WS-PVR-PRINTED (WS-PVR-COUNT).
244412 7482-EXIT.
244413     EXIT.
244414*-----------------------------------------------------------------
244415*    7484-PRINT-VARIANCE-BRANCH - EVERY UNPRINTED VARIANCE IN
244416*    WS-CUR-PVR-BRANCH, ONE ITEM GROUP AT A TIME, WITH THE
244417*    BRANCH TOTAL LINE.
244418*-----------------------------------------------------------------
244419 7484-PRINT-VARIANCE-BRANCH.
244420     MOVE SPACES TO WS-BRN-LINE.
244421     STRING "  BRANCH " DELIMITED BY SIZE
244422         WS-CUR-PVR-BRANCH DELIMITED BY SIZE
244423         INTO WS-BRN-LINE
244424     END-STRING.
244425     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244426     WRITE PRICE-VARIANCE-RPT-RECORD.
244427     MOVE ZERO TO WS-PVR-BR-LINES.
244428     MOVE ZERO TO WS-PVR-BR-VARIANCE.
244429     PERFORM VARYING J FROM 1 BY 1
244430             UNTIL J IS GREATER THAN WS-PVR-COUNT
244431         IF WS-PVR-PRINTED (J) IS NOT EQUAL TO "Y"
244432                 AND WS-PVR-BRANCH (J) IS EQUAL TO
244433                     WS-CUR-PVR-BRANCH
244434             MOVE WS-PVR-ITEM (J) TO WS-CUR-PVR-ITEM
244435             PERFORM 7486-PRINT-VARIANCE-ITEM THRU 7486-EXIT
244436         END-IF
244437     END-PERFORM.
244438     MOVE SPACES TO WS-BRN-LINE.
244439     MOVE WS-PVR-BR-LINES TO WS-PVR-LINES-EDIT.
244440     MOVE WS-PVR-BR-VARIANCE TO WS-PVR-AMOUNT-EDIT.
244441     STRING "  BRANCH " DELIMITED BY SIZE
244442         WS-CUR-PVR-BRANCH DELIMITED BY SIZE
244443         " TOTAL " DELIMITED BY SIZE
244444         WS-PVR-LINES-EDIT DELIMITED BY SIZE
244445         " LINE(S)   NET VARIANCE " DELIMITED BY SIZE
244446         WS-PVR-AMOUNT-EDIT DELIMITED BY SIZE
244447         INTO WS-BRN-LINE
244448     END-STRING.
244449     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244450     WRITE PRICE-VARIANCE-RPT-RECORD.
244451 7484-EXIT.
244452     EXIT.
244453*-----------------------------------------------------------------
244454*    7486-PRINT-VARIANCE-ITEM - THE DETAIL LINES FOR
244455*    WS-CUR-PVR-ITEM WITHIN WS-CUR-PVR-BRANCH, WITH THE ITEM
244456*    SUBTOTAL.  BRANCH AND COMPANY TOTALS ACCUMULATE HERE.
244457*-----------------------------------------------------------------
244458 7486-PRINT-VARIANCE-ITEM.
244459     MOVE ZERO TO WS-PVR-ITEM-LINES.
244460     MOVE ZERO TO WS-PVR-ITEM-VARIANCE.
244461     PERFORM VARYING K FROM 1 BY 1
244462             UNTIL K IS GREATER THAN WS-PVR-COUNT
244463         IF WS-PVR-PRINTED (K) IS NOT EQUAL TO "Y"
244464                 AND WS-PVR-BRANCH (K) IS EQUAL TO
244465                     WS-CUR-PVR-BRANCH
244466                 AND WS-PVR-ITEM (K) IS EQUAL TO WS-CUR-PVR-ITEM
244467             MOVE "Y" TO WS-PVR-PRINTED (K)
244468             ADD 1 TO WS-PVR-ITEM-LINES
244469             ADD 1 TO WS-PVR-BR-LINES
244470             ADD WS-PVR-VARIANCE (K) TO WS-PVR-ITEM-VARIANCE
244471             ADD WS-PVR-VARIANCE (K) TO WS-PVR-BR-VARIANCE
244472             ADD WS-PVR-VARIANCE (K) TO WS-PVR-TOT-VARIANCE
244473             MOVE WS-PVR-QUANTITY (K) TO WS-PVR-QTY-EDIT
244474             MOVE WS-PVR-PRICE (K) TO WS-PVR-PRICE-EDIT
244475             MOVE WS-PVR-EXTENDED (K) TO WS-PVR-EXT-EDIT
244476             MOVE WS-PVR-AMOUNT (K) TO WS-PVR-AMOUNT-EDIT
244477             MOVE WS-PVR-VARIANCE (K) TO WS-BRN-NET-EDIT
244478             MOVE WS-PVR-PCT (K) TO WS-PVR-PCT-EDIT
244479             MOVE SPACES TO WS-BRN-LINE
244480             STRING "    " DELIMITED BY SIZE
244481                 WS-PVR-ITEM (K) DELIMITED BY SIZE
244482                 "  " DELIMITED BY SIZE
244483                 WS-PVR-CUSTOMER-ID (K) DELIMITED BY SIZE
244484                 " " DELIMITED BY SIZE
244485                 WS-PVR-TRAN-TYPE (K) DELIMITED BY SIZE
244486                 " " DELIMITED BY SIZE
244487                 WS-PVR-QTY-EDIT DELIMITED BY SIZE
244488                 " " DELIMITED BY SIZE
244489                 WS-PVR-PRICE-EDIT DELIMITED BY SIZE
244490                 " " DELIMITED BY SIZE
244491                 WS-PVR-EXT-EDIT DELIMITED BY SIZE
244492                 " " DELIMITED BY SIZE
244493                 WS-PVR-AMOUNT-EDIT DELIMITED BY SIZE
244494                 " " DELIMITED BY SIZE
244495                 WS-BRN-NET-EDIT DELIMITED BY SIZE
244496                 " " DELIMITED BY SIZE
244497                 WS-PVR-PCT-EDIT DELIMITED BY SIZE
244498                 INTO WS-BRN-LINE
244499             END-STRING
244500             MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD
244501             WRITE PRICE-VARIANCE-RPT-RECORD
244502         END-IF
244503     END-PERFORM.
244504     MOVE SPACES TO WS-BRN-LINE.
244505     MOVE WS-PVR-ITEM-LINES TO WS-PVR-LINES-EDIT.
244506     MOVE WS-PVR-ITEM-VARIANCE TO WS-PVR-AMOUNT-EDIT.
244507     STRING "    ITEM " DELIMITED BY SIZE
244508         WS-CUR-PVR-ITEM DELIMITED BY SIZE
244509         " TOTAL " DELIMITED BY SIZE
244510         WS-PVR-LINES-EDIT DELIMITED BY SIZE
244511         " LINE(S)   NET VARIANCE " DELIMITED BY SIZE
244512         WS-PVR-AMOUNT-EDIT DELIMITED BY SIZE
244513         INTO WS-BRN-LINE
244514     END-STRING.
244515     MOVE WS-BRN-LINE TO PRICE-VARIANCE-RPT-RECORD.
244516     WRITE PRICE-VARIANCE-RPT-RECORD.
244517 7486-EXIT.
244518     EXIT.
244519*-----------------------------------------------------------------
244520*    7490-GET-ITEM-INFO - DESCRIPTION AND CATEGORY FOR THE ITEM
244521*    JUST FILED IN THE REPORT TABLE, OFF THE ITMMST MASTER.  EVERY
244522*    LOADED DETAIL ALREADY PASSED 2178, SO A MISS HERE ONLY
244523*    HAPPENS FOR RECORDS RESTORED FROM A CHECKPOINT TAKEN BEFORE
244524*    THE MASTER LAST CHANGED.
244525*-----------------------------------------------------------------
244526 7490-GET-ITEM-INFO.
244527     MOVE WS-ITM-CODE (WS-ITM-COUNT) TO IMS-ITEM-CODE.
244528     READ ITEM-MASTER
244529         INVALID KEY
244530             MOVE "(UNKNOWN ITEM)" TO WS-ITM-DESC (WS-ITM-COUNT)
244531             MOVE "?????" TO WS-ITM-CATEGORY (WS-ITM-COUNT)
244532         NOT INVALID KEY
244533             MOVE IMS-DESCRIPTION TO WS-ITM-DESC (WS-ITM-COUNT)
244534             MOVE IMS-CATEGORY
244535                 TO WS-ITM-CATEGORY (WS-ITM-COUNT)
244536     END-READ.
244537 7490-EXIT.
244538     EXIT.
244539*-----------------------------------------------------------------
244540*    7495-PRINT-UNMATCHED-RETURNS - THE UNMRTN REPORT FOR LOSS
244541*    PREVENTION.  EVERY RETURN 6480 FLAGGED WHILE FILING TRNHIST
244542*    IS LISTED: "U" - NO SALE OF THE ITEM TO THE CUSTOMER INSIDE
244543*    THE RETURN WINDOW, "X" - MORE QUANTITY OR AMOUNT THAN THE
244544*    NEAREST SALE HAS LEFT AFTER ITS EARLIER RETURNS, SHOWN WITH
244545*    THAT SALE'S KEY AND THE QUANTITY IT HAD LEFT.
244546*-----------------------------------------------------------------
244547 7495-PRINT-UNMATCHED-RETURNS.
244548     MOVE SPACES TO WS-BRN-LINE.
244549     STRING "DAILY SORT UTILITY - UNMATCHED RETURNS REPORT"
244550             DELIMITED BY SIZE
244551         "   RUN DATE: " DELIMITED BY SIZE
244552         WS-RUN-DATE-EDIT DELIMITED BY SIZE
244553         INTO WS-BRN-LINE
244554     END-STRING.
244555     MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD.
244556     WRITE UNMATCHED-RETURNS-RPT-RECORD.
244557     MOVE SPACES TO WS-BRN-LINE.
244558     MOVE WS-RETURN-WINDOW TO WS-URT-WINDOW-EDIT.
244559     MOVE WS-RTN-CHECKED-COUNT TO WS-URT-COUNT-EDIT.
244560     MOVE WS-RTN-MATCHED-COUNT TO WS-URT-COUNT2-EDIT.
244561     MOVE WS-RTN-FLAGGED-COUNT TO WS-URT-COUNT3-EDIT.
244562     STRING "  RETURN WINDOW " DELIMITED BY SIZE
244563         WS-URT-WINDOW-EDIT DELIMITED BY SIZE
244564         " DAYS   RETURNS CHECKED " DELIMITED BY SIZE
244565         WS-URT-COUNT-EDIT DELIMITED BY SIZE
244566         "   MATCHED " DELIMITED BY SIZE
244567         WS-URT-COUNT2-EDIT DELIMITED BY SIZE
244568         "   FLAGGED " DELIMITED BY SIZE
244569         WS-URT-COUNT3-EDIT DELIMITED BY SIZE
244570         INTO WS-BRN-LINE
244571     END-STRING.
244572     MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD.
244573     WRITE UNMATCHED-RETURNS-RPT-RECORD.
244574     MOVE SPACES TO WS-BRN-LINE.
244575     STRING "  BRN CUST  NAME                 RETURNED   "
244576             DELIMITED BY SIZE
244577         "ITEM       QTY      AMOUNT F REASON                   "
244578             DELIMITED BY SIZE
244579         "SALE DATE    SEQ    LEFT" DELIMITED BY SIZE
244580         INTO WS-BRN-LINE
244581     END-STRING.
244582     MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD.
244583     WRITE UNMATCHED-RETURNS-RPT-RECORD.
244584     IF WS-URT-COUNT IS EQUAL TO ZERO
244585         MOVE "  NONE" TO UNMATCHED-RETURNS-RPT-RECORD
244586         WRITE UNMATCHED-RETURNS-RPT-RECORD
244587     END-IF.
244588     PERFORM 7497-PRINT-UNMATCHED-LINE THRU 7497-EXIT
244589         VARYING I FROM 1 BY 1
244590         UNTIL I IS GREATER THAN WS-URT-COUNT.
244591     IF WS-URT-NOT-LISTED IS GREATER THAN ZERO
244592         MOVE SPACES TO WS-BRN-LINE
244593         MOVE WS-URT-NOT-LISTED TO WS-URT-COUNT-EDIT
244594         STRING "  " DELIMITED BY SIZE
244595             WS-URT-COUNT-EDIT DELIMITED BY SIZE
244596             " FURTHER FLAGGED RETURN(S) NOT LISTED - TABLE FULL"
244597                 DELIMITED BY SIZE
244598             INTO WS-BRN-LINE
244599         END-STRING
244600         MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD
244601         WRITE UNMATCHED-RETURNS-RPT-RECORD
244602     END-IF.
244603     IF WS-RTN-OVERFLOW
244604         MOVE "  MATCHING TABLES OVERFLOWED - SOME"
244605             TO WS-BRN-LINE
244606         MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD
244607         WRITE UNMATCHED-RETURNS-RPT-RECORD
244608         MOVE "  EARLIER SALES OR RETURNS WERE SKIPPED"
244609             TO WS-BRN-LINE
244610         MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD
244611         WRITE UNMATCHED-RETURNS-RPT-RECORD
244612     END-IF.
244613     IF WS-RTN-FLAGGED-COUNT IS GREATER THAN ZERO
244614         DISPLAY "INSERTIONSORT-COBOL - " WS-RTN-FLAGGED-COUNT
244615             " RETURN(S) FLAGGED ON UNMRTN"
244616     END-IF.
244617 7495-EXIT.
244618     EXIT.
244619*-----------------------------------------------------------------
244620*    7497-PRINT-UNMATCHED-LINE - ONE FLAGGED RETURN.
244621*-----------------------------------------------------------------
244622 7497-PRINT-UNMATCHED-LINE.
244623     MOVE SPACES TO WS-BRN-LINE.
244624     MOVE WS-URT-RETURN-DATE (I) TO WS-URT-DATE-EDIT.
244625     MOVE WS-URT-QUANTITY (I) TO WS-URT-QTY-EDIT.
244626     MOVE WS-URT-AMOUNT (I) TO WS-URT-AMOUNT-EDIT.
244627     MOVE SPACES TO WS-URT-SALE-DATE-EDIT.
244628     MOVE SPACES TO WS-URT-SEQ-TEXT.
244629     MOVE SPACES TO WS-URT-AVAIL-TEXT.
244630     IF WS-URT-SALE-DATE (I) IS GREATER THAN ZERO
244631         MOVE WS-URT-SALE-DATE (I) TO WS-URT-DATE2-EDIT
244632         MOVE WS-URT-DATE2-EDIT TO WS-URT-SALE-DATE-EDIT
244633         MOVE WS-URT-SEQUENCE-NO (I) TO WS-URT-SEQ-EDIT
244634         MOVE WS-URT-SEQ-EDIT TO WS-URT-SEQ-TEXT
244635         MOVE WS-URT-AVAIL-QTY (I) TO WS-URT-AVAIL-EDIT
244636         MOVE WS-URT-AVAIL-EDIT TO WS-URT-AVAIL-TEXT
244637     END-IF.
244638     STRING "  " DELIMITED BY SIZE
244639         WS-URT-BRANCH (I) DELIMITED BY SIZE
244640         " " DELIMITED BY SIZE
244641         WS-URT-CUSTOMER-ID (I) DELIMITED BY SIZE
244642         " " DELIMITED BY SIZE
244643         WS-URT-NAME (I) DELIMITED BY SIZE
244644         " " DELIMITED BY SIZE
244645         WS-URT-DATE-EDIT DELIMITED BY SIZE
244646         " " DELIMITED BY SIZE
244647         WS-URT-ITEM (I) DELIMITED BY SIZE
244648         " " DELIMITED BY SIZE
244649         WS-URT-QTY-EDIT DELIMITED BY SIZE
244650         " " DELIMITED BY SIZE
244651         WS-URT-AMOUNT-EDIT DELIMITED BY SIZE
244652         " " DELIMITED BY SIZE
244653         WS-URT-STATUS (I) DELIMITED BY SIZE
244654         " " DELIMITED BY SIZE
244655         WS-URT-REASON (I) DELIMITED BY SIZE
244656         " " DELIMITED BY SIZE
244657         WS-URT-SALE-DATE-EDIT DELIMITED BY SIZE
244658         " " DELIMITED BY SIZE
244659         WS-URT-SEQ-TEXT DELIMITED BY SIZE
244660         " " DELIMITED BY SIZE
244661         WS-URT-AVAIL-TEXT DELIMITED BY SIZE
244662         INTO WS-BRN-LINE
244663     END-STRING.
244664     MOVE WS-BRN-LINE TO UNMATCHED-RETURNS-RPT-RECORD.
244665     WRITE UNMATCHED-RETURNS-RPT-RECORD.
244666 7497-EXIT.
244667     EXIT.
244668*-----------------------------------------------------------------
244669*    7500-WRITE-AUDIT-LOG - CONTROL RECORD (RECORDS READ/SORTED,
244670*    SALE AMOUNT TOTAL, RUN DATE/TIME) TO CTLLOG.  RECORDS READ IS
244671*    RECONCILED AGAINST THE TRAILER'S DETAIL-RECORD COUNT SO A
244672*    TRUNCATED EXTRACT OR A TRAILER COUNT THAT DOESN'T MATCH WHAT
244673*    WAS ACTUALLY ON THE FILE IS CAUGHT HERE.
244674*-----------------------------------------------------------------
244675 7500-WRITE-AUDIT-LOG.
244700     ACCEPT WS-RUN-TIME FROM TIME.
244800     MOVE WS-RT-HH TO WS-RTE-HH.
244900     MOVE WS-RT-MM TO WS-RTE-MM.
287520     CLOSE TAX-RPT.
287530     CLOSE LATE-RPT.
287540     CLOSE ITEM-RPT.
287550     CLOSE PRICE-VARIANCE-RPT.
287560     CLOSE UNMATCHED-RETURNS-RPT.
287600     CLOSE DUPLICATE-RPT.
287700     CLOSE TREND-RPT.
287800     CLOSE GL-INTERFACE.
