000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. CASHRCPTPOST.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. CASH RECEIPTS POSTING STEP - RUNS EACH BUSINESS DAY
001100     AFTER CUSTBALPOST.  READS THE LOCKBOX PAYMENTS FILE THE BANK
001200     TRANSMITS (CSHREC01) AND APPLIES EACH PAYMENT AGAINST THE
001300     CUSTOMER'S OUTSTANDING RECEIVABLE ON THE BALMST INDEXED
001400     BALANCE MASTER (CBM-AR-BALANCE).  A PAYMENT FOR A CUSTOMER
001500     CUSTMST DOES NOT KNOW, FOR A CUSTOMER WITH NO OPEN BALANCE,
001600     OR IN EXCESS OF THE BALANCE IS HELD AS UNAPPLIED CASH.  AN
001700     ACCOUNT ON CREDIT HOLD WHOSE RECEIVABLE FALLS BACK UNDER ITS
001800     CMS-CREDIT-LIMIT HAS THE HOLD RELEASED.  CASH, RECEIVABLE
001900     AND UNAPPLIED-CASH LINES ARE CUT TO CASHGL IN THE GLINTF
002000     LAYOUT (GLIREC01) FOR THE GL LOAD JOB, THE RCPTRPT RECEIPTS
002100     REGISTER LISTS EVERY PAYMENT WITH THE UNAPPLIED ITEMS
002200     SEPARATELY, AND THE LOCKBOX TRAILER IS RECONCILED BEFORE
002300     THE RUN IS CALLED GOOD.  THE RCPCTL FILE GUARDS AGAINST
002400     APPLYING THE SAME BUSINESS DATE TWICE.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/26   JM    ORIGINAL VERSION.
002810*    10/15/26   JM    THE CASHGL TRAILER NOW CARRIES DEBIT AND
002820*                     CREDIT TOTALS AND THE AR LINES ARE MARKED
002830*                     AS AR CONTROL LINES, AS ON GLINTF.
002835*    10/15/26   JM    CHECKPOINT/RESTART ON CKPT10, AS
002840*                     CUSTBALPOST KEEPS ON CKPT02 - THE POSITION
002845*                     IN LOCKBOX AND THE RUNNING AND CASHGL TOTALS
002850*                     ARE SNAPSHOT AFTER EVERY PAYMENT, AND A
002855*                     RESTARTED RUN SKIPS THE PAYMENTS ALREADY
002860*                     APPLIED AND EXTENDS RCPTRPT AND CASHGL.
002865*    10/15/26   JM    THE GL ACCOUNTS ARE NO LONGER CODED HERE -
002870*                     THE AR CONTROL ACCOUNT COMES OFF THE GLMAP
002875*                     CARDS AND THE CASH AND UNAPPLIED CASH
002880*                     ACCOUNTS OFF THE NEW GLACCT CARDS
002885*                     (GLAREC01).
002886*    10/15/26   JM    THE CREDIT-HOLD RELEASE CHECK NOW RUNS FOR
002887*                     EVERY RECEIPT FROM A KNOWN CUSTOMER, NOT
002888*                     ONLY ONE THAT APPLIED CASH - A HELD ACCOUNT
002889*                     ALREADY UNDER ITS LIMIT (CREDIT MEMO, WRITE-
002890*                     OFF, NO OPEN BALANCE) IS RELEASED AS WELL.
002900*****************************************************************
003000* ENVIRONMENT DIVISION.                                         *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LOCKBOX-STATUS.
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
005100     SELECT RECEIPTS-RPT ASSIGN TO "RCPTRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RCPTRPT-STATUS.
005400     SELECT RECEIPTS-CONTROL ASSIGN TO "RCPCTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RCPCTL-STATUS.
005700     SELECT CASH-GL-EXTRACT ASSIGN TO "CASHGL"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CASHGL-STATUS.
006000     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-RUNSTAT-STATUS.
006210     SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS WS-GLMAP-STATUS.
006240     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
006250         ORGANIZATION IS LINE SEQUENTIAL
006260         FILE STATUS IS WS-GLACCT-STATUS.
006270     SELECT CHECKPOINT-FILE ASSIGN TO "CKPT10"
006280         ORGANIZATION IS LINE SEQUENTIAL
006290         FILE STATUS IS WS-CKPT-STATUS.
006300*****************************************************************
006400* DATA DIVISION.                                                *
006500*****************************************************************
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  LOCKBOX-FILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100     COPY CSHREC01.
007200 FD  CUSTOMER-BALANCE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY CBMREC01.
007500 FD  CUSTOMER-MASTER
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CMSREC01.
007800 FD  RECEIPTS-RPT
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  RECEIPTS-RPT-RECORD            PIC X(132).
008200 FD  RECEIPTS-CONTROL
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500*    ONE RECORD IS APPENDED PER COMPLETED RECEIPTS RUN BY
008600*    8000-WRITE-RECEIPTS-CONTROL; 1500-CHECK-RECEIPTS-CONTROL
008700*    SCANS THE FILE BEFORE ANY BALANCE IS TOUCHED AND HARD-STOPS
008800*    A BUSINESS DATE WHOSE LOCKBOX HAS ALREADY BEEN APPLIED
008900*    (UNLESS THE FORCE PARM IS SET) - THE SAME GUARD CUSTBALPOST
009000*    KEEPS ON PSTCTL, BECAUSE A RERUN WOULD OTHERWISE TAKE EVERY
009100*    PAYMENT OFF THE RECEIVABLE A SECOND TIME.
009200     COPY RCCREC01.
009300 FD  CASH-GL-EXTRACT
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600     COPY GLIREC01.
009700 FD  RUN-STATUS
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000     COPY RSTREC01.
010002 FD  GL-MAPPING-FILE
010004     LABEL RECORDS ARE STANDARD
010006     RECORDING MODE IS F.
010008*    THE SORT RUN'S GLMAP CARDS.  ONLY THE AR CONTROL ACCOUNT IS
010010*    TAKEN - A PAYMENT CARRIES NO BRANCH OR CATEGORY, SO EVERY
010012*    CARD MUST NAME THE SAME ONE.  SEE 1640-LOAD-GL-MAPPING.
010014     COPY GLMREC01.
010016 FD  GL-ACCOUNT-FILE
010018     LABEL RECORDS ARE STANDARD
010020     RECORDING MODE IS F.
010022*    FINANCE'S HOUSE ACCOUNT CARDS - THE CASH AND UNAPPLIED CASH
010024*    ACCOUNTS.  SEE 1660-LOAD-GL-ACCOUNTS.
010026     COPY GLAREC01.
010028 FD  CHECKPOINT-FILE
010030     LABEL RECORDS ARE STANDARD
010032     RECORDING MODE IS F.
010034*    A SINGLE CONTROL RECORD CARRIES THE RUN'S POSITION IN
010036*    LOCKBOX AND ITS RUNNING AND CASHGL TOTALS AS OF THE LAST
010038*    PAYMENT APPLIED, THE CKPT02 DISCIPLINE CUSTBALPOST KEEPS.
010040*    BALMST AND CUSTMST ALREADY HOLD THE PAYMENTS APPLIED AND
010042*    RCPTRPT AND CASHGL THEIR LINES, SO A RESTARTED RUN JUST
010044*    SKIPS THEM.  THE FILE IS REWRITTEN IN FULL EACH CHECKPOINT
010046*    SO THE LATEST SNAPSHOT IS ALWAYS THE ONLY ONE ON CKPT10.
010048 01  CHECKPOINT-RECORD.
010050     05  CKPT-BUSINESS-DATE       PIC 9(08).
010052     05  CKPT-RESTART-COUNT       PIC 9(07).
010054     05  CKPT-AMOUNT-READ-TOTAL   PIC S9(11)V99.
010056     05  CKPT-APPLIED-COUNT       PIC 9(07).
010058     05  CKPT-APPLIED-TOTAL       PIC S9(11)V99.
010060     05  CKPT-UNAPPLIED-COUNT     PIC 9(07).
010062     05  CKPT-UNAPPLIED-TOTAL     PIC S9(11)V99.
010064     05  CKPT-REJECTED-COUNT      PIC 9(07).
010066     05  CKPT-HOLDS-RELEASED      PIC 9(07).
010068     05  CKPT-GL-RECORD-COUNT     PIC 9(07).
010070     05  CKPT-GL-HASH-TOTAL       PIC 9(13)V99.
010072     05  CKPT-GL-DEBIT-TOTAL      PIC 9(13)V99.
010074     05  CKPT-GL-CREDIT-TOTAL     PIC 9(13)V99.
010076     05  FILLER                   PIC X(26).
010100 WORKING-STORAGE SECTION.
010200*-----------------------------------------------------------------
010300*    FILE STATUS AND END-OF-FILE SWITCHES
010400*-----------------------------------------------------------------
010500 01  WS-LOCKBOX-STATUS           PIC X(02).
010600     88  WS-LOCKBOX-OK                 VALUE "00".
010700     88  WS-LOCKBOX-EOF                VALUE "10".
010800 01  WS-BALMST-STATUS            PIC X(02).
010900     88  WS-BALMST-OK                  VALUE "00".
011000     88  WS-BALMST-NOT-FOUND           VALUE "23".
011100 01  WS-CUSTMST-STATUS           PIC X(02).
011200     88  WS-CUSTMST-OK                 VALUE "00".
011300     88  WS-CUSTMST-NOT-FOUND          VALUE "23".
011400 01  WS-RCPTRPT-STATUS           PIC X(02).
011500     88  WS-RCPTRPT-OK                 VALUE "00".
011550     88  WS-RCPTRPT-NEW-FILE           VALUE "35".
011600 01  WS-CASHGL-STATUS            PIC X(02).
011700     88  WS-CASHGL-OK                  VALUE "00".
011750     88  WS-CASHGL-NEW-FILE            VALUE "35".
011800 01  WS-RUNSTAT-STATUS           PIC X(02).
011900     88  WS-RUNSTAT-OK                 VALUE "00".
012000     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
012100 01  WS-RCPCTL-STATUS            PIC X(02).
012200     88  WS-RCPCTL-OK                  VALUE "00".
012300     88  WS-RCPCTL-NEW-FILE            VALUE "35".
012400     88  WS-RCPCTL-EOF                 VALUE "10".
012414 01  WS-GLMAP-STATUS             PIC X(02).
012428     88  WS-GLMAP-OK                   VALUE "00".
012442     88  WS-GLMAP-NEW-FILE             VALUE "35".
012456 01  WS-GLACCT-STATUS            PIC X(02).
012470     88  WS-GLACCT-OK                  VALUE "00".
012484     88  WS-GLACCT-NEW-FILE            VALUE "35".
012500 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
012600     88  WS-END-OF-FILE                    VALUE "Y".
012700 01  WS-TRAILER-SWITCH           PIC X(01)       VALUE "N".
012800     88  WS-TRAILER-SEEN                   VALUE "Y".
012900 01  WS-CUST-FOUND-SWITCH        PIC X(01)       VALUE "N".
013000     88  WS-CUSTOMER-FOUND                 VALUE "Y".
013100 01  WS-RELEASE-SWITCH           PIC X(01)       VALUE "N".
013200     88  WS-HOLD-RELEASED                  VALUE "Y".
013300*-----------------------------------------------------------------
013400*    PARM CARD - POSITIONS 1-5 MAY CARRY "FORCE" TO DELIBERATELY
013500*    RE-APPLY A LOCKBOX THE RCPCTL FILE SHOWS AS ALREADY APPLIED.
013600*    THE RERUN IS LOGGED AS FORCED.
013700*-----------------------------------------------------------------
013800 01  WS-PARM-CARD                PIC X(05)       VALUE SPACES.
013900 01  WS-FORCE-SWITCH             PIC X(01)       VALUE "N".
014000     88  WS-FORCE-RERUN                    VALUE "Y".
014100 01  WS-RCPCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
014200     88  WS-RCPCTL-READ-EOF                VALUE "Y".
014300 01  WS-DATE-APPLIED-SWITCH      PIC X(01)       VALUE "N".
014400     88  WS-DATE-ALREADY-APPLIED           VALUE "Y".
014500 01  WS-RUN-DATE                 PIC 9(06)       VALUE ZERO.
014600*-----------------------------------------------------------------
014700*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
014800*-----------------------------------------------------------------
014900 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
015000 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
015100 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
015200 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
015300 01  WS-RST-TIME-RAW.
015400     05  WS-RST-TIME-HHMMSS      PIC 9(06).
015500     05  FILLER                  PIC 9(02).
015600*-----------------------------------------------------------------
015700*    RECEIPTS CONTROL TOTALS - THE LOCKBOX TRAILER'S RECORD COUNT
015800*    AND AMOUNT TOTAL MUST RECONCILE AGAINST WHAT WAS ACTUALLY
015900*    READ, THE SAME DISCIPLINE CUSTBALPOST APPLIES TO POSTIN.
016000*-----------------------------------------------------------------
016100 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
016200 01  WS-BD-PARTS REDEFINES WS-BUSINESS-DATE.
016300     05  WS-BD-YYYY              PIC 9(04).
016400     05  WS-BD-MM                PIC 9(02).
016500     05  WS-BD-DD                PIC 9(02).
016600 01  WS-LOCKBOX-ID               PIC X(08)       VALUE SPACES.
016700 01  WS-DETAIL-READ-COUNT        PIC 9(07)       VALUE ZERO.
016800 01  WS-AMOUNT-READ-TOTAL        PIC S9(11)V99   VALUE ZERO.
016900 01  WS-APPLIED-COUNT            PIC 9(07)       VALUE ZERO.
017000 01  WS-APPLIED-TOTAL            PIC S9(11)V99   VALUE ZERO.
017100 01  WS-UNAPPLIED-COUNT          PIC 9(07)       VALUE ZERO.
017200 01  WS-UNAPPLIED-TOTAL          PIC S9(11)V99   VALUE ZERO.
017300 01  WS-REJECTED-COUNT           PIC 9(07)       VALUE ZERO.
017400 01  WS-HOLDS-RELEASED-COUNT     PIC 9(07)       VALUE ZERO.
017500 01  WS-CTL-SWITCH               PIC X(01)       VALUE "N".
017600     88  WS-CTL-RECONCILED                 VALUE "N".
017700     88  WS-CTL-MISMATCH                   VALUE "Y".
017800*-----------------------------------------------------------------
017900*    ONE PAYMENT'S APPLICATION - SEE 2210-APPLY-TO-BALANCE.  THE
018000*    PAYMENT SPLITS INTO THE PART APPLIED TO THE RECEIVABLE AND
018100*    THE PART HELD AS UNAPPLIED CASH, WITH THE REASON.
018200*-----------------------------------------------------------------
018300 01  WS-PAYMENT-AMOUNT           PIC S9(07)V99   VALUE ZERO.
018400 01  WS-PMT-APPLIED              PIC S9(07)V99   VALUE ZERO.
018500 01  WS-PMT-UNAPPLIED            PIC S9(07)V99   VALUE ZERO.
018600 01  WS-UNAPPLIED-REASON         PIC X(16)       VALUE SPACES.
018700 01  WS-BEFORE-AR                PIC S9(09)V99   VALUE ZERO.
018800 01  WS-AFTER-AR                 PIC S9(09)V99   VALUE ZERO.
018900 01  WS-PAYER-NAME               PIC X(20)       VALUE SPACES.
019000*-----------------------------------------------------------------
019100*    UNAPPLIED PAYMENTS HELD FOR THE REGISTER'S UNAPPLIED /
019200*    UNKNOWN-CUSTOMER SECTION - SEE 2400 AND 7100.  A DAY WITH
019300*    MORE ITEMS THAN THE TABLE HOLDS STILL COUNTS AND TOTALS THEM
019400*    ALL; THE REGISTER NOTES THE ITEMS THAT COULD NOT BE LISTED.
019425*    A RESTARTED RUN TABLES ONLY ITS OWN ITEMS - THOSE HELD BEFORE
019450*    THE RESTART ARE COUNTED FROM THE CHECKPOINT AND NOTED, THEIR
019475*    LINES ALREADY BEING ON THE REGISTER.
019500*-----------------------------------------------------------------
019600 01  WS-MAX-UNAP-ENTRIES         PIC 9(05) COMP  VALUE 1000.
019700 01  WS-UNAP-TABLE-COUNT         PIC 9(05) COMP  VALUE ZERO.
019800 01  WS-UNAP-NOT-LISTED          PIC 9(05) COMP  VALUE ZERO.
019900 01  WS-UNAP-IX                  PIC 9(05) COMP  VALUE ZERO.
019950 01  WS-UNAP-BEFORE-RESTART      PIC 9(07) COMP  VALUE ZERO.
020000 01  WS-UNAP-TABLE.
020100     05  WS-UNAP-ENTRY OCCURS 1000 TIMES.
020200         10  WS-UNAP-CUSTOMER-ID PIC X(05).
020300         10  WS-UNAP-NAME        PIC X(20).
020400         10  WS-UNAP-CHECK-NUMBER PIC X(10).
020500         10  WS-UNAP-BATCH-NUMBER PIC X(06).
020600         10  WS-UNAP-AMOUNT      PIC S9(07)V99.
020700         10  WS-UNAP-REASON      PIC X(16).
020800*-----------------------------------------------------------------
020900*    GL INTERFACE WORKING FIELDS - SEE 2600-WRITE-CASH-GL.  EACH
021000*    PAYMENT DEBITS CASH FOR THE FULL AMOUNT AND CREDITS THE
021100*    RECEIVABLE FOR THE PART APPLIED AND UNAPPLIED CASH FOR THE
021200*    REST, SO EVERY PAYMENT'S LINES BALANCE.  AMOUNTS ARE CARRIED
021300*    POSITIVE WITH THE DEBIT/CREDIT CODE GIVING THE DIRECTION; THE
021400*    HASH TOTAL SUMS THEM AS THE SORT RUN'S GLINTF TRAILER DOES.
021450*    THE ACCOUNTS THEMSELVES ARE CARDED - SEE 1640 AND 1660.
021500*-----------------------------------------------------------------
021600 01  WS-GL-RECORD-COUNT          PIC 9(07)       VALUE ZERO.
021700 01  WS-GL-HASH-TOTAL            PIC 9(13)V99    VALUE ZERO.
021710 01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99    VALUE ZERO.
021720 01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99    VALUE ZERO.
021800 01  WS-GL-CASH-ACCOUNT          PIC X(08)       VALUE SPACES.
021900 01  WS-GL-AR-ACCOUNT            PIC X(08)       VALUE SPACES.
022000 01  WS-GL-UNAPPLIED-ACCOUNT     PIC X(08)       VALUE SPACES.
022100 01  WS-GL-LINE-ACCOUNT          PIC X(08)       VALUE SPACES.
022200 01  WS-GL-LINE-DC               PIC X(01)       VALUE SPACE.
022300 01  WS-GL-LINE-AMOUNT           PIC S9(07)V99   VALUE ZERO.
022400 01  WS-GL-LINE-CUSTID           PIC 9(05)       VALUE ZERO.
022500 01  WS-GL-PERIOD.
022600     05  WS-GLP-YYYY             PIC 9(04).
022700     05  WS-GLP-MM               PIC 9(02).
022704*-----------------------------------------------------------------
022708*    GL ACCOUNT CARD WORKING FIELDS - SEE 1640 AND 1660.  EVERY
022712*    GOOD GLMAP CARD MUST NAME THE SAME AR CONTROL ACCOUNT; A CARD
022716*    NAMING ANOTHER IS COUNTED AND THE RUN IS REFUSED.
022720*-----------------------------------------------------------------
022724 01  WS-GLMAP-EOF-SWITCH         PIC X(01)       VALUE "N".
022728     88  WS-GLMAP-READ-EOF                 VALUE "Y".
022732 01  WS-GLACCT-EOF-SWITCH        PIC X(01)       VALUE "N".
022736     88  WS-GLACCT-READ-EOF                VALUE "Y".
022740 01  WS-GLM-AR-CONFLICTS         PIC 9(05)       VALUE ZERO.
022744*-----------------------------------------------------------------
022748*    CHECKPOINT/RESTART WORKING FIELDS - SEE 1600-CHECK-FOR-
022752*    RESTART, 2800-WRITE-CHECKPOINT AND 2900-CLEAR-CHECKPOINT.
022756*-----------------------------------------------------------------
022760 01  WS-CKPT-STATUS              PIC X(02).
022764     88  WS-CKPT-OK                        VALUE "00".
022768     88  WS-CKPT-NEW-FILE                  VALUE "35".
022772 01  WS-CKPT-READ-SWITCH         PIC X(01)       VALUE "N".
022776     88  WS-CKPT-READ-EOF                  VALUE "Y".
022780 01  WS-RESTART-COUNT            PIC 9(07) COMP  VALUE ZERO.
022784 01  WS-RECORDS-SEEN-THIS-RUN    PIC 9(07) COMP  VALUE ZERO.
022800*-----------------------------------------------------------------
022900*    REPORT WORKING FIELDS
023000*-----------------------------------------------------------------
023100 01  WS-PRINT-LINE               PIC X(132).
023200 01  WS-RPT-CUSTID-EDIT          PIC X(05).
023300 01  WS-RPT-AMOUNT-EDIT          PIC -ZZZZZZ9.99.
023400 01  WS-RPT-AMOUNT2-EDIT         PIC -ZZZZZZ9.99.
023500 01  WS-RPT-AMOUNT3-EDIT         PIC -ZZZZZZ9.99.
023600 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZ9.99.
023700 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
023800 01  WS-RPT-TOTAL-EDIT           PIC -ZZZZZZZZZ9.99.
023900 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
024000 01  WS-RPT-NOTE                 PIC X(16)       VALUE SPACES.
024100*****************************************************************
024200* PROCEDURE DIVISION.                                           *
024300*****************************************************************
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     MOVE "RECEIPTS" TO WS-RST-PHASE.
024800     MOVE "S" TO WS-RST-EVENT.
024900     MOVE ZERO TO WS-RST-COUNT.
025000     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
025100     PERFORM 2000-APPLY-PAYMENTS THRU 2000-EXIT.
025200     MOVE "RECEIPTS" TO WS-RST-PHASE.
025300     MOVE "E" TO WS-RST-EVENT.
025400     MOVE WS-DETAIL-READ-COUNT TO WS-RST-COUNT.
025500     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
025600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
025700     PERFORM 7100-PRINT-UNAPPLIED THRU 7100-EXIT.
025800     PERFORM 7500-WRITE-GL-TRAILER THRU 7500-EXIT.
025900     PERFORM 8000-WRITE-RECEIPTS-CONTROL THRU 8000-EXIT.
026000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026100     STOP RUN.
026200*-----------------------------------------------------------------
026300*    1000-INITIALIZE - OPEN FILES, VERIFY THE LOCKBOX HEADER, RUN
026380*    THE RCPCTL GUARD, LOAD THE GL ACCOUNT CARDS, CHECK CKPT10 FOR
026460*    A RESTART, THEN OPEN THE OUTPUTS AND PRINT THE REGISTER
026540*    HEADING AND THE CASHGL HEADER.  BALMST AND CUSTMST MUST
026620*    ALREADY EXIST - THERE IS NOTHING TO PAY DOWN WITHOUT THEM -
026700*    SO ANY OPEN FAILURE STOPS THE RUN.
026800*-----------------------------------------------------------------
026900 1000-INITIALIZE.
027000     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
027100     IF WS-PARM-CARD IS EQUAL TO "FORCE"
027200         SET WS-FORCE-RERUN TO TRUE
027300     END-IF.
027400     ACCEPT WS-RUN-DATE FROM DATE.
027500     OPEN INPUT LOCKBOX-FILE.
027600     IF NOT WS-LOCKBOX-OK
027700         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN LOCKBOX, "
027800             "STATUS = " WS-LOCKBOX-STATUS
027900         STOP RUN
028000     END-IF.
028100     OPEN I-O CUSTOMER-BALANCE.
028200     IF NOT WS-BALMST-OK
028300         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN BALMST, "
028400             "STATUS = " WS-BALMST-STATUS
028500         STOP RUN
028600     END-IF.
028700*    CUSTMST IS OPENED I-O - 2270-CHECK-HOLD-RELEASE CLEARS THE
028800*    CREDIT HOLD FLAG ON AN ACCOUNT PAID BACK UNDER ITS LIMIT.
028900     OPEN I-O CUSTOMER-MASTER.
029000     IF NOT WS-CUSTMST-OK
029100         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN CUSTMST, "
029200             "STATUS = " WS-CUSTMST-STATUS
029300         STOP RUN
029400     END-IF.
029500     READ LOCKBOX-FILE
029600         AT END
029700             SET WS-END-OF-FILE TO TRUE
029800     END-READ.
029900     IF WS-END-OF-FILE OR NOT CSH-HEADER-RECORD
030000         DISPLAY "CASHRCPTPOST - LOCKBOX DOES NOT START WITH A "
030100             "HEADER RECORD - RUN STOPPED"
030200         MOVE 12 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500     MOVE CSH-BUSINESS-DATE TO WS-BUSINESS-DATE.
030600     MOVE CSH-LOCKBOX-ID TO WS-LOCKBOX-ID.
030700     PERFORM 1500-CHECK-RECEIPTS-CONTROL THRU 1500-EXIT.
030725     PERFORM 1640-LOAD-GL-MAPPING THRU 1640-EXIT.
030750     PERFORM 1660-LOAD-GL-ACCOUNTS THRU 1660-EXIT.
030775     PERFORM 1600-CHECK-FOR-RESTART THRU 1600-EXIT.
030800*    THE OUTPUTS ARE ONLY OPENED (AND SO ONLY TRUNCATED) ONCE THE
030840*    GUARD HAS PASSED, THE SAME OPEN DISCIPLINE CUSTBALPOST KEEPS.
030880*    A RESTARTED RUN OPENS THEM EXTEND SO THE REGISTER AND CASHGL
030920*    LINES CUT BEFORE THE LAST CHECKPOINT ARE NOT DISCARDED, AND
030960*    SKIPS THE REPEATED HEADING AND CASHGL HEADER.
031000     IF WS-RESTART-COUNT IS GREATER THAN ZERO
031040         OPEN EXTEND RECEIPTS-RPT
031080         IF WS-RCPTRPT-NEW-FILE
031120             OPEN OUTPUT RECEIPTS-RPT
031160         END-IF
031200     ELSE
031240         OPEN OUTPUT RECEIPTS-RPT
031280     END-IF.
031320     IF NOT WS-RCPTRPT-OK
031360         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN RCPTRPT, "
031400             "STATUS = " WS-RCPTRPT-STATUS
031440         STOP RUN
031480     END-IF.
031520     IF WS-RESTART-COUNT IS GREATER THAN ZERO
031560         OPEN EXTEND CASH-GL-EXTRACT
031600         IF WS-CASHGL-NEW-FILE
031640             OPEN OUTPUT CASH-GL-EXTRACT
031680         END-IF
031720     ELSE
031760         OPEN OUTPUT CASH-GL-EXTRACT
031800     END-IF.
031840     IF NOT WS-CASHGL-OK
031880         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN CASHGL, "
031920             "STATUS = " WS-CASHGL-STATUS
031960         STOP RUN
032000     END-IF.
032040     MOVE WS-BD-YYYY TO WS-GLP-YYYY.
032080     MOVE WS-BD-MM TO WS-GLP-MM.
032120     IF WS-RESTART-COUNT IS GREATER THAN ZERO
032160         GO TO 1000-EXIT
032200     END-IF.
032400     MOVE SPACES TO GL-INTERFACE-RECORD.
032500     SET GLI-HEADER-RECORD TO TRUE.
032600     MOVE WS-BUSINESS-DATE TO GLI-BUSINESS-DATE.
032700     ACCEPT WS-RST-TIME-RAW FROM TIME.
032800     MOVE WS-RST-TIME-HHMMSS TO GLI-RUN-TIME.
032900     MOVE "CASHRCPT" TO GLI-SYSTEM-ID.
033000     WRITE GL-INTERFACE-RECORD.
033100     MOVE SPACES TO WS-PRINT-LINE.
033200     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
033300     STRING "CASH RECEIPTS REGISTER            BUSINESS DATE: "
033400             DELIMITED BY SIZE
033500         WS-RPT-DATE-EDIT DELIMITED BY SIZE
033600         "   LOCKBOX: " DELIMITED BY SIZE
033700         WS-LOCKBOX-ID DELIMITED BY SIZE
033800         INTO WS-PRINT-LINE
033900     END-STRING.
034000     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
034100     WRITE RECEIPTS-RPT-RECORD.
034200     MOVE SPACES TO WS-PRINT-LINE.
034300     STRING "CUST-ID  CUSTOMER-NAME         CHECK-NO    "
034400             DELIMITED BY SIZE
034500         "    PAYMENT      APPLIED    UNAPPLIED      AR-AFTER"
034600             DELIMITED BY SIZE
034700         "  NOTE" DELIMITED BY SIZE
034800         INTO WS-PRINT-LINE
034900     END-STRING.
035000     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
035100     WRITE RECEIPTS-RPT-RECORD.
035200 1000-EXIT.
035300     EXIT.
035400*-----------------------------------------------------------------
035420*    1500-CHECK-RECEIPTS-CONTROL - SCAN RCPCTL FOR THE LOCKBOX
035440*    HEADER'S BUSINESS DATE BEFORE ANY BALANCE IS TOUCHED.  A
035460*    DATE ALREADY ON FILE MEANS THIS LOCKBOX WAS ALREADY APPLIED
035480*    AND APPLYING IT AGAIN WOULD TAKE EVERY PAYMENT OFF THE
035500*    RECEIVABLE TWICE - THE RUN HARD-STOPS WITH RETURN-CODE 12
035520*    UNLESS THE FORCE PARM ASKS FOR A DELIBERATE, LOGGED RERUN.
035540*-----------------------------------------------------------------
035560 1500-CHECK-RECEIPTS-CONTROL.
035580     MOVE "N" TO WS-DATE-APPLIED-SWITCH.
035600     MOVE "N" TO WS-RCPCTL-EOF-SWITCH.
035620     OPEN INPUT RECEIPTS-CONTROL.
035640     IF WS-RCPCTL-NEW-FILE
035660         GO TO 1500-EXIT
035680     END-IF.
035700     IF NOT WS-RCPCTL-OK
035720         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN RCPCTL, "
035740             "STATUS = " WS-RCPCTL-STATUS
035760         STOP RUN
035780     END-IF.
035800     PERFORM 1550-READ-RECEIPTS-CONTROL THRU 1550-EXIT
035820         UNTIL WS-RCPCTL-READ-EOF
035840             OR WS-DATE-ALREADY-APPLIED.
035860     CLOSE RECEIPTS-CONTROL.
035880     IF WS-DATE-ALREADY-APPLIED
035900         IF WS-FORCE-RERUN
035920             DISPLAY "CASHRCPTPOST - BUSINESS DATE "
035940                 WS-BUSINESS-DATE " ALREADY APPLIED - FORCED "
035960                 "RERUN PROCEEDING"
035980         ELSE
036000             DISPLAY "CASHRCPTPOST - BUSINESS DATE "
036020                 WS-BUSINESS-DATE " ALREADY APPLIED PER RCPCTL - "
036040                 "RUN STOPPED.  USE THE FORCE PARM FOR A "
036060                 "DELIBERATE RERUN"
036080             MOVE 12 TO RETURN-CODE
036100             STOP RUN
036120         END-IF
036140     END-IF.
036160 1500-EXIT.
036180     EXIT.
036200*-----------------------------------------------------------------
036220*    1550-READ-RECEIPTS-CONTROL - ONE RCPCTL RECORD; FLAG A MATCH
036240*    ON THE RUN'S BUSINESS DATE.
036260*-----------------------------------------------------------------
036280 1550-READ-RECEIPTS-CONTROL.
036300     READ RECEIPTS-CONTROL
036320         AT END
036340             SET WS-RCPCTL-READ-EOF TO TRUE
036360             GO TO 1550-EXIT
036380     END-READ.
036400     IF RCC-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
036420         SET WS-DATE-ALREADY-APPLIED TO TRUE
036440     END-IF.
036460 1550-EXIT.
036480     EXIT.
036501*-----------------------------------------------------------------
036522*    1600-CHECK-FOR-RESTART - IF CKPT10 CARRIES A CHECKPOINT FOR
036543*    THIS LOCKBOX'S BUSINESS DATE, AN EARLIER RUN ABENDED PARTWAY
036564*    THROUGH 2000-APPLY-PAYMENTS AND BALMST ALREADY HOLDS THE
036585*    PAYMENTS UP TO THE CHECKPOINT.  THE RUNNING AND CASHGL TOTALS
036606*    ARE RESTORED AND 2100 SKIPS THAT MANY PAYMENTS, SO EACH ONE
036627*    IS APPLIED EXACTLY ONCE.  THE UNAPPLIED ITEMS ALREADY HELD
036648*    ARE NOT ON THE CHECKPOINT - THEIR REGISTER LINES ARE, AND
036669*    7100 NOTES HOW MANY THERE WERE.  A CHECKPOINT FOR A
036690*    DIFFERENT BUSINESS DATE IS STALE AND IS IGNORED.
036711*-----------------------------------------------------------------
036732 1600-CHECK-FOR-RESTART.
036753     MOVE ZERO TO WS-RESTART-COUNT.
036774     OPEN INPUT CHECKPOINT-FILE.
036795     IF WS-CKPT-NEW-FILE
036816         GO TO 1600-EXIT
036837     END-IF.
036858     IF NOT WS-CKPT-OK
036879         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN CKPT10, "
036900             "STATUS = " WS-CKPT-STATUS
036921         STOP RUN
036942     END-IF.
036963     READ CHECKPOINT-FILE
036984         AT END
037005             SET WS-CKPT-READ-EOF TO TRUE
037026     END-READ.
037047     IF NOT WS-CKPT-READ-EOF
037068             AND CKPT-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
037089             AND CKPT-RESTART-COUNT IS GREATER THAN ZERO
037110         MOVE CKPT-RESTART-COUNT TO WS-RESTART-COUNT
037131         MOVE CKPT-RESTART-COUNT TO WS-DETAIL-READ-COUNT
037152         MOVE CKPT-AMOUNT-READ-TOTAL TO WS-AMOUNT-READ-TOTAL
037173         MOVE CKPT-APPLIED-COUNT TO WS-APPLIED-COUNT
037194         MOVE CKPT-APPLIED-TOTAL TO WS-APPLIED-TOTAL
037215         MOVE CKPT-UNAPPLIED-COUNT TO WS-UNAPPLIED-COUNT
037236         MOVE CKPT-UNAPPLIED-COUNT TO WS-UNAP-BEFORE-RESTART
037257         MOVE CKPT-UNAPPLIED-TOTAL TO WS-UNAPPLIED-TOTAL
037278         MOVE CKPT-REJECTED-COUNT TO WS-REJECTED-COUNT
037299         MOVE CKPT-HOLDS-RELEASED TO WS-HOLDS-RELEASED-COUNT
037320         MOVE CKPT-GL-RECORD-COUNT TO WS-GL-RECORD-COUNT
037341         MOVE CKPT-GL-HASH-TOTAL TO WS-GL-HASH-TOTAL
037362         MOVE CKPT-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
037383         MOVE CKPT-GL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
037404         DISPLAY "CASHRCPTPOST - RESTARTING AFTER "
037425             WS-RESTART-COUNT " PAYMENT(S) ALREADY APPLIED"
037446     END-IF.
037467     CLOSE CHECKPOINT-FILE.
037488 1600-EXIT.
037509     EXIT.
037530*-----------------------------------------------------------------
037551*    1640-LOAD-GL-MAPPING - READ THE GLMAP CARDS FOR THE AR
037572*    CONTROL ACCOUNT, SKIPPING THE CARDS THE SORT RUN'S 1650
037593*    SKIPS.  A LOCKBOX PAYMENT CARRIES NO BRANCH OR CATEGORY TO
037614*    PICK A CARD BY, SO THE FIRST GOOD CARD'S AR ACCOUNT IS TAKEN
037635*    AND EVERY OTHER GOOD CARD MUST AGREE WITH IT.  A MISSING
037656*    FILE, NO GOOD CARD, OR A CARD NAMING ANOTHER AR ACCOUNT
037677*    STOPS THE RUN WITH RETURN-CODE 12 BEFORE ANY BALANCE IS
037698*    TOUCHED - CASHGL WOULD OTHERWISE CREDIT A RECEIVABLE THE
037719*    SORT RUN'S GLINTF LINES NEVER DEBITED.
037740*-----------------------------------------------------------------
037761 1640-LOAD-GL-MAPPING.
037782     OPEN INPUT GL-MAPPING-FILE.
037803     IF WS-GLMAP-NEW-FILE
037824         DISPLAY "CASHRCPTPOST - NO GLMAP ACCOUNT MAPPING FILE - "
037845             "NO AR CONTROL ACCOUNT, RUN STOPPED"
037866         MOVE 12 TO RETURN-CODE
037887         STOP RUN
037908     END-IF.
037929     IF NOT WS-GLMAP-OK
037950         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN GLMAP, "
037971             "STATUS = " WS-GLMAP-STATUS
037992         STOP RUN
038013     END-IF.
038034     PERFORM 1650-READ-GL-MAPPING THRU 1650-EXIT
038055         UNTIL WS-GLMAP-READ-EOF.
038076     CLOSE GL-MAPPING-FILE.
038097     IF WS-GL-AR-ACCOUNT IS EQUAL TO SPACES
038118         DISPLAY "CASHRCPTPOST - NO GOOD GLMAP CARD - NO AR "
038139             "CONTROL ACCOUNT, RUN STOPPED"
038160         MOVE 12 TO RETURN-CODE
038181         STOP RUN
038202     END-IF.
038223     IF WS-GLM-AR-CONFLICTS IS GREATER THAN ZERO
038244         DISPLAY "CASHRCPTPOST - " WS-GLM-AR-CONFLICTS
038265             " GLMAP CARD(S) NAME ANOTHER AR CONTROL ACCOUNT - "
038286             "RUN STOPPED"
038307         MOVE 12 TO RETURN-CODE
038328         STOP RUN
038349     END-IF.
038370 1640-EXIT.
038391     EXIT.
038412*-----------------------------------------------------------------
038433*    1650-READ-GL-MAPPING - ONE GLMAP CARD.  A CARD THE SORT RUN
038454*    WOULD SKIP AS BAD IS SKIPPED HERE TOO; A GOOD CARD NAMING AN
038475*    AR ACCOUNT OTHER THAN THE FIRST GOOD CARD'S IS LISTED AND
038496*    COUNTED.
038517*-----------------------------------------------------------------
038538 1650-READ-GL-MAPPING.
038559     READ GL-MAPPING-FILE
038580         AT END
038601             SET WS-GLMAP-READ-EOF TO TRUE
038622             GO TO 1650-EXIT
038643     END-READ.
038664     IF GLM-BRANCH-CODE IS EQUAL TO SPACES
038685             OR GLM-CATEGORY IS EQUAL TO SPACES
038706             OR (NOT GLM-SALE AND NOT GLM-RETURN)
038727             OR GLM-REVENUE-ACCOUNT IS EQUAL TO SPACES
038748             OR GLM-AR-ACCOUNT IS EQUAL TO SPACES
038769             OR GLM-TAX-ACCOUNT IS EQUAL TO SPACES
038790         DISPLAY "CASHRCPTPOST - BAD GLMAP CARD FOR "
038811             GLM-KEY " SKIPPED"
038832         IF RETURN-CODE IS LESS THAN 4
038853             MOVE 4 TO RETURN-CODE
038874         END-IF
038895         GO TO 1650-EXIT
038916     END-IF.
038937     IF WS-GL-AR-ACCOUNT IS EQUAL TO SPACES
038958         MOVE GLM-AR-ACCOUNT TO WS-GL-AR-ACCOUNT
038979         GO TO 1650-EXIT
039000     END-IF.
039021     IF GLM-AR-ACCOUNT IS NOT EQUAL TO WS-GL-AR-ACCOUNT
039042         DISPLAY "CASHRCPTPOST - GLMAP CARD FOR " GLM-KEY
039063             " NAMES AR ACCOUNT " GLM-AR-ACCOUNT ", NOT "
039084             WS-GL-AR-ACCOUNT
039105         ADD 1 TO WS-GLM-AR-CONFLICTS
039126     END-IF.
039147 1650-EXIT.
039168     EXIT.
039189*-----------------------------------------------------------------
039210*    1660-LOAD-GL-ACCOUNTS - READ FINANCE'S GLACCT HOUSE ACCOUNT
039231*    CARDS FOR THE CASH AND UNAPPLIED CASH ACCOUNTS.  A MISSING
039252*    FILE OR A ROLE WITH NO CARD STOPS THE RUN WITH RETURN-CODE
039273*    12 BEFORE ANY BALANCE IS TOUCHED.
039294*-----------------------------------------------------------------
039315 1660-LOAD-GL-ACCOUNTS.
039336     OPEN INPUT GL-ACCOUNT-FILE.
039357     IF WS-GLACCT-NEW-FILE
039378         DISPLAY "CASHRCPTPOST - NO GLACCT HOUSE ACCOUNT FILE - "
039399             "RUN STOPPED"
039420         MOVE 12 TO RETURN-CODE
039441         STOP RUN
039462     END-IF.
039483     IF NOT WS-GLACCT-OK
039504         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN GLACCT, "
039525             "STATUS = " WS-GLACCT-STATUS
039546         STOP RUN
039567     END-IF.
039588     PERFORM 1670-READ-GL-ACCOUNT THRU 1670-EXIT
039609         UNTIL WS-GLACCT-READ-EOF.
039630     CLOSE GL-ACCOUNT-FILE.
039651     IF WS-GL-CASH-ACCOUNT IS EQUAL TO SPACES
039672         DISPLAY "CASHRCPTPOST - NO GLACCT CARD FOR ROLE CASH - "
039693             "RUN STOPPED"
039714         MOVE 12 TO RETURN-CODE
039735         STOP RUN
039756     END-IF.
039777     IF WS-GL-UNAPPLIED-ACCOUNT IS EQUAL TO SPACES
039798         DISPLAY "CASHRCPTPOST - NO GLACCT CARD FOR ROLE "
039819             "UNAPPCSH - RUN STOPPED"
039840         MOVE 12 TO RETURN-CODE
039861         STOP RUN
039882     END-IF.
039903 1660-EXIT.
039924     EXIT.
039945*-----------------------------------------------------------------
039966*    1670-READ-GL-ACCOUNT - ONE GLACCT CARD.  ONLY THE ROLES THIS
039987*    STEP POSTS TO ARE TAKEN.  A CARD WITH NO ACCOUNT IS SKIPPED
040008*    AND THE FIRST CARD FOR A ROLE STANDS, AS ON GLMAP.
040029*-----------------------------------------------------------------
040050 1670-READ-GL-ACCOUNT.
040071     READ GL-ACCOUNT-FILE
040092         AT END
040113             SET WS-GLACCT-READ-EOF TO TRUE
040134             GO TO 1670-EXIT
040155     END-READ.
040176     IF NOT GLA-CASH AND NOT GLA-UNAPPLIED-CASH
040197         GO TO 1670-EXIT
040218     END-IF.
040239     IF GLA-ACCOUNT-NUMBER IS EQUAL TO SPACES
040260         DISPLAY "CASHRCPTPOST - BAD GLACCT CARD FOR "
040281             GLA-ACCOUNT-ROLE " SKIPPED"
040302         IF RETURN-CODE IS LESS THAN 4
040323             MOVE 4 TO RETURN-CODE
040344         END-IF
040365         GO TO 1670-EXIT
040386     END-IF.
040407     IF GLA-CASH
040428             AND WS-GL-CASH-ACCOUNT IS EQUAL TO SPACES
040449         MOVE GLA-ACCOUNT-NUMBER TO WS-GL-CASH-ACCOUNT
040470         GO TO 1670-EXIT
040491     END-IF.
040512     IF GLA-UNAPPLIED-CASH
040533             AND WS-GL-UNAPPLIED-ACCOUNT IS EQUAL TO SPACES
040554         MOVE GLA-ACCOUNT-NUMBER TO WS-GL-UNAPPLIED-ACCOUNT
040575         GO TO 1670-EXIT
040596     END-IF.
040617     DISPLAY "CASHRCPTPOST - DUPLICATE GLACCT CARD FOR "
040638         GLA-ACCOUNT-ROLE " SKIPPED - THE FIRST CARD STANDS".
040659     IF RETURN-CODE IS LESS THAN 4
040680         MOVE 4 TO RETURN-CODE
040701     END-IF.
040722 1670-EXIT.
040743     EXIT.
040900*-----------------------------------------------------------------
041000*    2000-APPLY-PAYMENTS - DRIVE THE DETAIL RECORDS THROUGH THE
041100*    APPLICATION PATH UNTIL THE TRAILER OR END-OF-FILE.
041200*-----------------------------------------------------------------
041300 2000-APPLY-PAYMENTS.
041400     PERFORM 2100-READ-PAYMENT-RECORD THRU 2100-EXIT
041500         UNTIL WS-END-OF-FILE.
041600     IF NOT WS-TRAILER-SEEN
041700         DISPLAY "CASHRCPTPOST - LOCKBOX ENDED WITHOUT A TRAILER "
041800             "RECORD - TOTALS NOT RECONCILED"
041900         MOVE 8 TO RETURN-CODE
042000     END-IF.
042025*    THE RUN REACHED THE END OF LOCKBOX, SO THERE IS NOTHING TO
042050*    RESTART FROM NEXT RUN.
042075     PERFORM 2900-CLEAR-CHECKPOINT THRU 2900-EXIT.
042100 2000-EXIT.
042200     EXIT.
042300*-----------------------------------------------------------------
042400*    2100-READ-PAYMENT-RECORD - ONE LOCKBOX RECORD.  THE TRAILER
042500*    IS RECONCILED AGAINST THE RUNNING COUNT AND AMOUNT TOTAL.  A
042600*    PAYMENT WHOSE AMOUNT IS NOT NUMERIC OR IS ZERO CANNOT BE
042700*    VALUED AND IS REJECTED; ONE WITH A MISSING OR MIS-KEYED
042800*    CUSTOMER-ID IS STILL CASH IN THE BANK AND IS CARRIED AS
042900*    UNAPPLIED BY 2200.
043000*-----------------------------------------------------------------
043100 2100-READ-PAYMENT-RECORD.
043200     READ LOCKBOX-FILE
043300         AT END
043400             SET WS-END-OF-FILE TO TRUE
043500             GO TO 2100-EXIT
043600     END-READ.
043700     IF CSH-TRAILER-RECORD
043800         SET WS-TRAILER-SEEN TO TRUE
043900         SET WS-END-OF-FILE TO TRUE
044000         IF CSH-RECORD-COUNT IS NOT EQUAL TO WS-DETAIL-READ-COUNT
044100                 OR CSH-AMOUNT-TOTAL IS NOT EQUAL TO
044200                     WS-AMOUNT-READ-TOTAL
044300             SET WS-CTL-MISMATCH TO TRUE
044400             DISPLAY "CASHRCPTPOST - LOCKBOX TRAILER DOES NOT "
044500                 "RECONCILE, SEE RCPTRPT"
044600             MOVE 8 TO RETURN-CODE
044700         END-IF
044800         GO TO 2100-EXIT
044900     END-IF.
045000     IF NOT CSH-DETAIL-RECORD
045100         GO TO 2100-EXIT
045200     END-IF.
045211*    PAYMENTS UP TO THE RESTART COUNT WERE ALREADY APPLIED BEFORE
045222*    THE ABEND - THEIR TOTALS CAME BACK OFF THE CHECKPOINT IN
045233*    1600, SO THEY ARE SKIPPED WITHOUT RECOUNTING.
045244     ADD 1 TO WS-RECORDS-SEEN-THIS-RUN.
045255     IF WS-RECORDS-SEEN-THIS-RUN IS LESS THAN OR EQUAL TO
045266             WS-RESTART-COUNT
045277         GO TO 2100-EXIT
045288     END-IF.
045300     ADD 1 TO WS-DETAIL-READ-COUNT.
045400*    THE AMOUNT IS ONLY ADDED TO THE RUNNING TOTAL ONCE IT HAS
045500*    PROVED NUMERIC, SO A CORRUPT AMOUNT SURFACES AS A REJECT
045600*    PLUS A TRAILER MISMATCH INSTEAD OF A DATA EXCEPTION.
045700     IF CSH-PAYMENT-AMOUNT IS NOT NUMERIC
045800             OR CSH-PAYMENT-AMOUNT IS EQUAL TO ZERO
045900         PERFORM 2300-WRITE-REJECT-LINE THRU 2300-EXIT
046000     ELSE
046100         ADD CSH-PAYMENT-AMOUNT TO WS-AMOUNT-READ-TOTAL
046200         PERFORM 2200-APPLY-ONE-PAYMENT THRU 2200-EXIT
046300     END-IF.
046316*    BY HERE THE PAYMENT IS APPLIED TO BALMST AND ITS CASHGL AND
046332*    REGISTER LINES ARE CUT, SO THE CHECKPOINT KEEPS STEP WITH IT
046348*    PAYMENT BY PAYMENT - A WIDER INTERVAL WOULD LET A RESTART
046364*    RE-APPLY WHATEVER THE ABEND CAUGHT IN FLIGHT.
046380     PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT.
046400 2100-EXIT.
046500     EXIT.
046600*-----------------------------------------------------------------
046700*    2200-APPLY-ONE-PAYMENT - SPLIT THE PAYMENT INTO ITS APPLIED
046800*    AND UNAPPLIED PARTS (2210), RELEASE A CREDIT HOLD THE
046900*    RECEIVABLE IS UNDER (2270), HOLD ANY UNAPPLIED PART FOR THE
047000*    REGISTER'S UNAPPLIED SECTION (2400), AND CUT THE PAYMENT'S
047100*    GL LINES (2600) AND REGISTER LINE (2250).
047200*-----------------------------------------------------------------
047300 2200-APPLY-ONE-PAYMENT.
047400     MOVE CSH-PAYMENT-AMOUNT TO WS-PAYMENT-AMOUNT.
047500     MOVE ZERO TO WS-PMT-APPLIED.
047600     MOVE ZERO TO WS-PMT-UNAPPLIED.
047700     MOVE ZERO TO WS-BEFORE-AR.
047800     MOVE ZERO TO WS-AFTER-AR.
047900     MOVE SPACES TO WS-UNAPPLIED-REASON.
048000     MOVE CSH-REMIT-NAME TO WS-PAYER-NAME.
048100     MOVE "N" TO WS-CUST-FOUND-SWITCH.
048200     MOVE "N" TO WS-RELEASE-SWITCH.
048300     PERFORM 2210-APPLY-TO-BALANCE THRU 2210-EXIT.
048400     IF WS-PMT-APPLIED IS GREATER THAN ZERO
048500         ADD 1 TO WS-APPLIED-COUNT
048600         ADD WS-PMT-APPLIED TO WS-APPLIED-TOTAL
048800     END-IF.
048810*    THE HOLD CHECK RUNS EVEN WHEN NOTHING WAS APPLIED - THE
048820*    RECEIVABLE MAY ALREADY BE UNDER THE LIMIT.
048830     PERFORM 2270-CHECK-HOLD-RELEASE THRU 2270-EXIT.
048900     IF WS-PMT-UNAPPLIED IS GREATER THAN ZERO
049000         ADD 1 TO WS-UNAPPLIED-COUNT
049100         ADD WS-PMT-UNAPPLIED TO WS-UNAPPLIED-TOTAL
049200         PERFORM 2400-HOLD-UNAPPLIED THRU 2400-EXIT
049300     END-IF.
049400     PERFORM 2600-WRITE-CASH-GL THRU 2600-EXIT.
049500     PERFORM 2250-WRITE-REGISTER-LINE THRU 2250-EXIT.
049600 2200-EXIT.
049700     EXIT.
049800*-----------------------------------------------------------------
049900*    2210-APPLY-TO-BALANCE - RANDOM READS OF CUSTMST AND BALMST
050000*    BY THE PAYMENT'S CUSTOMER-ID.  AN UNKNOWN CUSTOMER, OR ONE
050100*    WITH NO RECEIVABLE OUTSTANDING, LEAVES THE WHOLE PAYMENT
050200*    UNAPPLIED; OTHERWISE THE PAYMENT IS APPLIED UP TO THE
050300*    BALANCE AND ANY EXCESS IS HELD AS AN OVERPAYMENT.  ONLY
050400*    CBM-AR-BALANCE MOVES - THE MTD/YTD SALES FIGURES AND
050500*    CBM-LAST-POST-DATE BELONG TO CUSTBALPOST, WHICH ROLLS THE
050600*    SALES FIGURES AGAINST THAT DATE.
050700*-----------------------------------------------------------------
050800 2210-APPLY-TO-BALANCE.
050900     IF CSH-CUSTOMER-ID IS NOT NUMERIC
051000             OR CSH-CUSTOMER-ID IS EQUAL TO ZERO
051100         MOVE "UNKNOWN CUSTOMER" TO WS-UNAPPLIED-REASON
051200         MOVE WS-PAYMENT-AMOUNT TO WS-PMT-UNAPPLIED
051300         GO TO 2210-EXIT
051400     END-IF.
051500     MOVE CSH-CUSTOMER-ID TO CMS-CUSTOMER-ID.
051600     READ CUSTOMER-MASTER
051700         INVALID KEY
051800             MOVE "UNKNOWN CUSTOMER" TO WS-UNAPPLIED-REASON
051900             MOVE WS-PAYMENT-AMOUNT TO WS-PMT-UNAPPLIED
052000             GO TO 2210-EXIT
052100     END-READ.
052200     SET WS-CUSTOMER-FOUND TO TRUE.
052300     MOVE CMS-CUSTOMER-NAME TO WS-PAYER-NAME.
052400     MOVE CSH-CUSTOMER-ID TO CBM-CUSTOMER-ID.
052500     READ CUSTOMER-BALANCE
052600         INVALID KEY
052700             MOVE "NO OPEN BALANCE" TO WS-UNAPPLIED-REASON
052800             MOVE WS-PAYMENT-AMOUNT TO WS-PMT-UNAPPLIED
052900             GO TO 2210-EXIT
053000     END-READ.
053100*    A RECORD CUT BEFORE THE RECEIVABLE FIELD EXISTED CARRIES
053200*    SPACES THERE UNTIL OPENARLOAD LOADS ITS OPENING BALANCE -
053250*    NOTHING IS OWED ON IT YET.
053300     IF CBM-AR-BALANCE IS NOT NUMERIC
053400         MOVE ZERO TO CBM-AR-BALANCE
053500     END-IF.
053600     MOVE CBM-AR-BALANCE TO WS-BEFORE-AR.
053700     MOVE CBM-AR-BALANCE TO WS-AFTER-AR.
053800     IF CBM-AR-BALANCE IS NOT GREATER THAN ZERO
053900         MOVE "NO OPEN BALANCE" TO WS-UNAPPLIED-REASON
054000         MOVE WS-PAYMENT-AMOUNT TO WS-PMT-UNAPPLIED
054100         GO TO 2210-EXIT
054200     END-IF.
054300     IF WS-PAYMENT-AMOUNT IS GREATER THAN CBM-AR-BALANCE
054400         MOVE CBM-AR-BALANCE TO WS-PMT-APPLIED
054500         SUBTRACT CBM-AR-BALANCE FROM WS-PAYMENT-AMOUNT
054600             GIVING WS-PMT-UNAPPLIED
054700         MOVE "OVERPAYMENT" TO WS-UNAPPLIED-REASON
054800     ELSE
054900         MOVE WS-PAYMENT-AMOUNT TO WS-PMT-APPLIED
055000     END-IF.
055100     SUBTRACT WS-PMT-APPLIED FROM CBM-AR-BALANCE.
055200     MOVE CBM-AR-BALANCE TO WS-AFTER-AR.
055300     REWRITE CUSTOMER-BALANCE-RECORD
055400         INVALID KEY
055500             DISPLAY "CASHRCPTPOST - REWRITE FAILED FOR "
055600                 "CUSTOMER " CBM-CUSTOMER-ID ", STATUS = "
055700                 WS-BALMST-STATUS
055800             MOVE 8 TO RETURN-CODE
055900     END-REWRITE.
056000 2210-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------------
056300*    2250-WRITE-REGISTER-LINE - ONE RCPTRPT LINE - THE PAYMENT,
056400*    HOW MUCH OF IT WAS APPLIED, THE RECEIVABLE LEFT, AND A NOTE
056500*    FOR AN UNAPPLIED PART OR A RELEASED CREDIT HOLD.
056600*-----------------------------------------------------------------
056700 2250-WRITE-REGISTER-LINE.
056800     MOVE SPACES TO WS-PRINT-LINE.
056900     MOVE CSH-CUSTOMER-ID TO WS-RPT-CUSTID-EDIT.
057000     MOVE WS-PAYMENT-AMOUNT TO WS-RPT-AMOUNT-EDIT.
057100     MOVE WS-PMT-APPLIED TO WS-RPT-AMOUNT2-EDIT.
057200     MOVE WS-PMT-UNAPPLIED TO WS-RPT-AMOUNT3-EDIT.
057300     MOVE WS-AFTER-AR TO WS-RPT-BAL-EDIT.
057400     MOVE WS-UNAPPLIED-REASON TO WS-RPT-NOTE.
057500     IF WS-HOLD-RELEASED
057600         MOVE "HOLD RELEASED" TO WS-RPT-NOTE
057700     END-IF.
057800     STRING "  " DELIMITED BY SIZE
057900         WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
058000         "  " DELIMITED BY SIZE
058100         WS-PAYER-NAME DELIMITED BY SIZE
058200         "  " DELIMITED BY SIZE
058300         CSH-CHECK-NUMBER DELIMITED BY SIZE
058400         "  " DELIMITED BY SIZE
058500         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
058600         "  " DELIMITED BY SIZE
058700         WS-RPT-AMOUNT2-EDIT DELIMITED BY SIZE
058800         "  " DELIMITED BY SIZE
058900         WS-RPT-AMOUNT3-EDIT DELIMITED BY SIZE
059000         "  " DELIMITED BY SIZE
059100         WS-RPT-BAL-EDIT DELIMITED BY SIZE
059200         "  " DELIMITED BY SIZE
059300         WS-RPT-NOTE DELIMITED BY SIZE
059400         INTO WS-PRINT-LINE
059500     END-STRING.
059600     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
059700     WRITE RECEIPTS-RPT-RECORD.
059800 2250-EXIT.
059900     EXIT.
060000*-----------------------------------------------------------------
060100*    2270-CHECK-HOLD-RELEASE - A CUSTOMER ON CREDIT HOLD WHOSE
060200*    RECEIVABLE STANDS UNDER CMS-CREDIT-LIMIT AFTER THE RECEIPT
060210*    HAS THE HOLD CLEARED - WHETHER THIS PAYMENT BROUGHT IT DOWN
060220*    OR A CREDIT MEMO OR WRITE-OFF ALREADY HAD, AND EVEN WHEN
060230*    THE WHOLE PAYMENT WENT UNAPPLIED - SO THE SORT RUN ACCEPTS
060240*    THEIR SALES AGAIN THE NEXT MORNING WITHOUT WAITING FOR A
060400*    MANUAL RELEASE.
060500*    A HOLD ON AN ACCOUNT WITH NO LIMIT (ZERO OR SPACE) WAS NOT
060600*    SET FOR CREDIT AND IS LEFT FOR THE CREDIT DESK.
060700*-----------------------------------------------------------------
060800 2270-CHECK-HOLD-RELEASE.
060900     IF NOT WS-CUSTOMER-FOUND
061000             OR NOT CMS-ON-CREDIT-HOLD
061100         GO TO 2270-EXIT
061200     END-IF.
061300     IF CMS-CREDIT-LIMIT IS NOT NUMERIC
061400             OR CMS-CREDIT-LIMIT IS EQUAL TO ZERO
061500         GO TO 2270-EXIT
061600     END-IF.
061700     IF WS-AFTER-AR IS NOT LESS THAN CMS-CREDIT-LIMIT
061800         GO TO 2270-EXIT
061900     END-IF.
062000     MOVE SPACE TO CMS-HOLD-FLAG.
062100     REWRITE CUSTOMER-MASTER-RECORD
062200         INVALID KEY
062300             DISPLAY "CASHRCPTPOST - CUSTMST REWRITE FAILED "
062400                 "FOR CUSTOMER " CMS-CUSTOMER-ID
062500                 ", STATUS = " WS-CUSTMST-STATUS
062600             MOVE 8 TO RETURN-CODE
062700             GO TO 2270-EXIT
062800     END-REWRITE.
062900     SET WS-HOLD-RELEASED TO TRUE.
063000     ADD 1 TO WS-HOLDS-RELEASED-COUNT.
063100 2270-EXIT.
063200     EXIT.
063300*-----------------------------------------------------------------
063400*    2300-WRITE-REJECT-LINE - A PAYMENT WHOSE AMOUNT CANNOT BE
063500*    VALUED IS COUNTED AND SHOWN ON THE REGISTER RATHER THAN
063600*    SILENTLY DROPPED.  IT IS NOT APPLIED AND CUTS NO GL LINES.
063700*-----------------------------------------------------------------
063800 2300-WRITE-REJECT-LINE.
063900     ADD 1 TO WS-REJECTED-COUNT.
064000     MOVE SPACES TO WS-PRINT-LINE.
064100     STRING "  REJECTED - CUSTID=" DELIMITED BY SIZE
064200         CSH-CUSTOMER-ID DELIMITED BY SIZE
064300         " AMOUNT=" DELIMITED BY SIZE
064400         CSH-PAYMENT-AMOUNT DELIMITED BY SIZE
064500         " CHECK=" DELIMITED BY SIZE
064600         CSH-CHECK-NUMBER DELIMITED BY SIZE
064700         " NOT APPLICABLE" DELIMITED BY SIZE
064800         INTO WS-PRINT-LINE
064900     END-STRING.
065000     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
065100     WRITE RECEIPTS-RPT-RECORD.
065200 2300-EXIT.
065300     EXIT.
065400*-----------------------------------------------------------------
065500*    2400-HOLD-UNAPPLIED - KEEP THE PAYMENT'S UNAPPLIED PART FOR
065600*    THE REGISTER'S UNAPPLIED / UNKNOWN-CUSTOMER SECTION, WHICH
065700*    THE CASH APPLICATION CLERKS WORK FROM THE NEXT MORNING.
065800*-----------------------------------------------------------------
065900 2400-HOLD-UNAPPLIED.
066000     IF WS-UNAP-TABLE-COUNT IS EQUAL TO WS-MAX-UNAP-ENTRIES
066100         ADD 1 TO WS-UNAP-NOT-LISTED
066200         GO TO 2400-EXIT
066300     END-IF.
066400     ADD 1 TO WS-UNAP-TABLE-COUNT.
066500     MOVE CSH-CUSTOMER-ID
066600         TO WS-UNAP-CUSTOMER-ID (WS-UNAP-TABLE-COUNT).
066700     MOVE WS-PAYER-NAME TO WS-UNAP-NAME (WS-UNAP-TABLE-COUNT).
066800     MOVE CSH-CHECK-NUMBER
066900         TO WS-UNAP-CHECK-NUMBER (WS-UNAP-TABLE-COUNT).
067000     MOVE CSH-BATCH-NUMBER
067100         TO WS-UNAP-BATCH-NUMBER (WS-UNAP-TABLE-COUNT).
067200     MOVE WS-PMT-UNAPPLIED
067300         TO WS-UNAP-AMOUNT (WS-UNAP-TABLE-COUNT).
067400     MOVE WS-UNAPPLIED-REASON
067500         TO WS-UNAP-REASON (WS-UNAP-TABLE-COUNT).
067600 2400-EXIT.
067700     EXIT.
067800*-----------------------------------------------------------------
067900*    2600-WRITE-CASH-GL - THE PAYMENT'S CASHGL LINES: A DEBIT TO
068000*    CASH FOR THE FULL AMOUNT, A CREDIT TO THE RECEIVABLE FOR THE
068100*    PART APPLIED AND A CREDIT TO UNAPPLIED CASH FOR THE REST.
068200*    A PAYMENT WITH NO KNOWN CUSTOMER CARRIES CUSTOMER-ID ZERO.
068300*-----------------------------------------------------------------
068400 2600-WRITE-CASH-GL.
068500     MOVE ZERO TO WS-GL-LINE-CUSTID.
068600     IF CSH-CUSTOMER-ID IS NUMERIC
068700         MOVE CSH-CUSTOMER-ID TO WS-GL-LINE-CUSTID
068800     END-IF.
068900     MOVE WS-GL-CASH-ACCOUNT TO WS-GL-LINE-ACCOUNT.
069000     MOVE "D" TO WS-GL-LINE-DC.
069100     MOVE WS-PAYMENT-AMOUNT TO WS-GL-LINE-AMOUNT.
069200     PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT.
069300     IF WS-PMT-APPLIED IS GREATER THAN ZERO
069400         MOVE WS-GL-AR-ACCOUNT TO WS-GL-LINE-ACCOUNT
069500         MOVE "C" TO WS-GL-LINE-DC
069600         MOVE WS-PMT-APPLIED TO WS-GL-LINE-AMOUNT
069700         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
069800     END-IF.
069900     IF WS-PMT-UNAPPLIED IS GREATER THAN ZERO
070000         MOVE WS-GL-UNAPPLIED-ACCOUNT TO WS-GL-LINE-ACCOUNT
070100         MOVE "C" TO WS-GL-LINE-DC
070200         MOVE WS-PMT-UNAPPLIED TO WS-GL-LINE-AMOUNT
070300         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
070400     END-IF.
070500 2600-EXIT.
070600     EXIT.
070700*-----------------------------------------------------------------
070800*    2650-WRITE-GL-LINE - ONE CASHGL DETAIL, POSTED TO THE
070900*    BUSINESS DATE'S OWN PERIOD, COUNTED TOWARD THE TRAILER.
071000*-----------------------------------------------------------------
071100 2650-WRITE-GL-LINE.
071200     MOVE SPACES TO GL-INTERFACE-RECORD.
071300     SET GLI-DETAIL-RECORD TO TRUE.
071400     MOVE WS-GL-LINE-ACCOUNT TO GLI-ACCOUNT-NUMBER.
071500     MOVE WS-GL-LINE-CUSTID TO GLI-CUSTOMER-ID.
071600     MOVE WS-GL-LINE-AMOUNT TO GLI-AMOUNT.
071700     MOVE WS-GL-LINE-DC TO GLI-DEBIT-CREDIT.
071800     MOVE WS-BUSINESS-DATE TO GLI-POSTING-DATE.
071900     MOVE WS-GL-PERIOD TO GLI-ACCOUNTING-PERIOD.
072000     MOVE SPACE TO GLI-ADJUSTMENT-FLAG.
072020     IF WS-GL-LINE-ACCOUNT IS EQUAL TO WS-GL-AR-ACCOUNT
072040         SET GLI-AR-CONTROL-LINE TO TRUE
072060     END-IF.
072100     WRITE GL-INTERFACE-RECORD.
072200     ADD 1 TO WS-GL-RECORD-COUNT.
072300     ADD WS-GL-LINE-AMOUNT TO WS-GL-HASH-TOTAL.
072310     IF WS-GL-LINE-DC IS EQUAL TO "D"
072320         ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
072330     ELSE
072340         ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
072350     END-IF.
072400 2650-EXIT.
072500     EXIT.
072501*-----------------------------------------------------------------
072502*    2800-WRITE-CHECKPOINT - SNAPSHOT THE RUN'S POSITION IN
072503*    LOCKBOX AND ITS RUNNING AND CASHGL TOTALS, SO AN ABENDED RUN
072504*    CAN RESTART FROM HERE AND APPLY EACH REMAINING PAYMENT
072505*    EXACTLY ONCE.  THE FILE IS REWRITTEN IN FULL EACH
072506*    CHECKPOINT, AS CUSTBALPOST REWRITES CKPT02.
072507*-----------------------------------------------------------------
072508 2800-WRITE-CHECKPOINT.
072509     OPEN OUTPUT CHECKPOINT-FILE.
072510     IF NOT WS-CKPT-OK
072511         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN CKPT10, "
072512             "STATUS = " WS-CKPT-STATUS
072513         STOP RUN
072514     END-IF.
072515     MOVE SPACES TO CHECKPOINT-RECORD.
072516     MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
072517     MOVE WS-DETAIL-READ-COUNT TO CKPT-RESTART-COUNT.
072518     MOVE WS-AMOUNT-READ-TOTAL TO CKPT-AMOUNT-READ-TOTAL.
072519     MOVE WS-APPLIED-COUNT TO CKPT-APPLIED-COUNT.
072520     MOVE WS-APPLIED-TOTAL TO CKPT-APPLIED-TOTAL.
072521     MOVE WS-UNAPPLIED-COUNT TO CKPT-UNAPPLIED-COUNT.
072522     MOVE WS-UNAPPLIED-TOTAL TO CKPT-UNAPPLIED-TOTAL.
072523     MOVE WS-REJECTED-COUNT TO CKPT-REJECTED-COUNT.
072524     MOVE WS-HOLDS-RELEASED-COUNT TO CKPT-HOLDS-RELEASED.
072525     MOVE WS-GL-RECORD-COUNT TO CKPT-GL-RECORD-COUNT.
072526     MOVE WS-GL-HASH-TOTAL TO CKPT-GL-HASH-TOTAL.
072527     MOVE WS-GL-DEBIT-TOTAL TO CKPT-GL-DEBIT-TOTAL.
072528     MOVE WS-GL-CREDIT-TOTAL TO CKPT-GL-CREDIT-TOTAL.
072529     WRITE CHECKPOINT-RECORD.
072530     CLOSE CHECKPOINT-FILE.
072531 2800-EXIT.
072532     EXIT.
072533*-----------------------------------------------------------------
072534*    2900-CLEAR-CHECKPOINT - THE RUN REACHED THE END OF LOCKBOX,
072535*    SO THE CHECKPOINT IS CLEARED RATHER THAN LEFT TO MAKE THE
072536*    NEXT RUN LOOK LIKE A RESTART.
072537*-----------------------------------------------------------------
072538 2900-CLEAR-CHECKPOINT.
072539     OPEN OUTPUT CHECKPOINT-FILE.
072540     IF NOT WS-CKPT-OK
072541         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN CKPT10, "
072542             "STATUS = " WS-CKPT-STATUS
072543         STOP RUN
072544     END-IF.
072545     MOVE SPACES TO CHECKPOINT-RECORD.
072546     MOVE ZERO TO CKPT-BUSINESS-DATE.
072547     MOVE ZERO TO CKPT-RESTART-COUNT.
072548     MOVE ZERO TO CKPT-AMOUNT-READ-TOTAL.
072549     MOVE ZERO TO CKPT-APPLIED-COUNT.
072550     MOVE ZERO TO CKPT-APPLIED-TOTAL.
072551     MOVE ZERO TO CKPT-UNAPPLIED-COUNT.
072552     MOVE ZERO TO CKPT-UNAPPLIED-TOTAL.
072553     MOVE ZERO TO CKPT-REJECTED-COUNT.
072554     MOVE ZERO TO CKPT-HOLDS-RELEASED.
072555     MOVE ZERO TO CKPT-GL-RECORD-COUNT.
072556     MOVE ZERO TO CKPT-GL-HASH-TOTAL.
072557     MOVE ZERO TO CKPT-GL-DEBIT-TOTAL.
072558     MOVE ZERO TO CKPT-GL-CREDIT-TOTAL.
072559     WRITE CHECKPOINT-RECORD.
072560     CLOSE CHECKPOINT-FILE.
072561 2900-EXIT.
072562     EXIT.
072600*-----------------------------------------------------------------
072700*    6000-WRITE-RUN-STATUS - ONE PHASE START/END RECORD TO THE
072800*    SHARED RUNSTAT FILE, OPENED AND CLOSED AROUND EVERY RECORD
072900*    SO THE RUNSTATINQ MONITOR CAN READ IT MID-FLIGHT.
073000*-----------------------------------------------------------------
073100 6000-WRITE-RUN-STATUS.
073200     OPEN EXTEND RUN-STATUS.
073300     IF WS-RUNSTAT-NEW-FILE
073400         OPEN OUTPUT RUN-STATUS
073500     END-IF.
073600     IF NOT WS-RUNSTAT-OK
073700         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN RUNSTAT, "
073800             "STATUS = " WS-RUNSTAT-STATUS
073900         GO TO 6000-EXIT
074000     END-IF.
074100     MOVE SPACES TO RUN-STATUS-RECORD.
074200     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
074300     MOVE "CASHRCPTPOST" TO RST-PROGRAM-ID.
074400     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
074500     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
074600     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
074700     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
074800     ACCEPT WS-RST-TIME-RAW FROM TIME.
074900     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
075000     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
075100     WRITE RUN-STATUS-RECORD.
075200     CLOSE RUN-STATUS.
075300 6000-EXIT.
075400     EXIT.
075500*-----------------------------------------------------------------
075600*    7000-PRINT-TOTALS - PAYMENTS READ, APPLIED, UNAPPLIED AND
075700*    REJECTED, THE AMOUNT TOTALS, HOLDS RELEASED, AND THE
075800*    RECONCILIATION RESULT.
075900*-----------------------------------------------------------------
076000 7000-PRINT-TOTALS.
076100     MOVE SPACES TO WS-PRINT-LINE.
076200     MOVE WS-DETAIL-READ-COUNT TO WS-RPT-COUNT-EDIT.
076300     MOVE WS-AMOUNT-READ-TOTAL TO WS-RPT-TOTAL-EDIT.
076400     STRING "PAYMENTS READ:      " DELIMITED BY SIZE
076500         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
076600         "   AMOUNT:" DELIMITED BY SIZE
076700         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
076800         INTO WS-PRINT-LINE
076900     END-STRING.
077000     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
077100     WRITE RECEIPTS-RPT-RECORD.
077200     MOVE SPACES TO WS-PRINT-LINE.
077300     MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT-EDIT.
077400     MOVE WS-APPLIED-TOTAL TO WS-RPT-TOTAL-EDIT.
077500     STRING "PAYMENTS APPLIED:   " DELIMITED BY SIZE
077600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
077700         "   AMOUNT:" DELIMITED BY SIZE
077800         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
077900         INTO WS-PRINT-LINE
078000     END-STRING.
078100     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
078200     WRITE RECEIPTS-RPT-RECORD.
078300     MOVE SPACES TO WS-PRINT-LINE.
078400     MOVE WS-UNAPPLIED-COUNT TO WS-RPT-COUNT-EDIT.
078500     MOVE WS-UNAPPLIED-TOTAL TO WS-RPT-TOTAL-EDIT.
078600     STRING "UNAPPLIED ITEMS:    " DELIMITED BY SIZE
078700         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
078800         "   AMOUNT:" DELIMITED BY SIZE
078900         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
079000         INTO WS-PRINT-LINE
079100     END-STRING.
079200     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
079300     WRITE RECEIPTS-RPT-RECORD.
079400     MOVE SPACES TO WS-PRINT-LINE.
079500     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-EDIT.
079600     STRING "PAYMENTS REJECTED:  " DELIMITED BY SIZE
079700         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
079800         INTO WS-PRINT-LINE
079900     END-STRING.
080000     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
080100     WRITE RECEIPTS-RPT-RECORD.
080200     MOVE SPACES TO WS-PRINT-LINE.
080300     MOVE WS-HOLDS-RELEASED-COUNT TO WS-RPT-COUNT-EDIT.
080400     STRING "CREDIT HOLDS RELEASED:" DELIMITED BY SIZE
080500         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
080600         INTO WS-PRINT-LINE
080700     END-STRING.
080800     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
080900     WRITE RECEIPTS-RPT-RECORD.
081000     IF WS-CTL-MISMATCH
081100         MOVE SPACES TO WS-PRINT-LINE
081200         MOVE "  **LOCKBOX TRAILER DOES NOT RECONCILE AGAINST"
081300             TO WS-PRINT-LINE
081400         MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD
081500         WRITE RECEIPTS-RPT-RECORD
081600         MOVE SPACES TO WS-PRINT-LINE
081700         MOVE "    THE PAYMENTS READ - DO NOT TRUST THIS RUN**"
081800             TO WS-PRINT-LINE
081900         MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD
082000         WRITE RECEIPTS-RPT-RECORD
082100     END-IF.
082200     IF WS-REJECTED-COUNT IS GREATER THAN ZERO
082300             AND RETURN-CODE IS LESS THAN 4
082400         MOVE 4 TO RETURN-CODE
082500     END-IF.
082600     IF WS-HOLDS-RELEASED-COUNT IS GREATER THAN ZERO
082700         DISPLAY "CASHRCPTPOST - " WS-HOLDS-RELEASED-COUNT
082800             " CREDIT HOLD(S) RELEASED, SEE RCPTRPT"
082900     END-IF.
083000 7000-EXIT.
083100     EXIT.
083200*-----------------------------------------------------------------
083300*    7100-PRINT-UNAPPLIED - THE REGISTER'S UNAPPLIED / UNKNOWN-
083400*    CUSTOMER SECTION - EVERY PAYMENT OR PART PAYMENT HELD AS
083500*    UNAPPLIED CASH, WITH THE REASON, FOR CASH APPLICATION.
083600*-----------------------------------------------------------------
083700 7100-PRINT-UNAPPLIED.
083800     MOVE SPACES TO RECEIPTS-RPT-RECORD.
083900     WRITE RECEIPTS-RPT-RECORD.
084000     MOVE "UNAPPLIED / UNKNOWN-CUSTOMER PAYMENTS"
084100         TO RECEIPTS-RPT-RECORD.
084200     WRITE RECEIPTS-RPT-RECORD.
084300     MOVE SPACES TO WS-PRINT-LINE.
084400     STRING "CUST-ID  REMITTER / CUSTOMER    CHECK-NO    "
084500             DELIMITED BY SIZE
084600         "BATCH     UNAPPLIED  REASON" DELIMITED BY SIZE
084700         INTO WS-PRINT-LINE
084800     END-STRING.
084900     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
085000     WRITE RECEIPTS-RPT-RECORD.
085100     IF WS-UNAP-TABLE-COUNT IS EQUAL TO ZERO
085150             AND WS-UNAP-BEFORE-RESTART IS EQUAL TO ZERO
085200         MOVE "  NONE" TO RECEIPTS-RPT-RECORD
085300         WRITE RECEIPTS-RPT-RECORD
085400     END-IF.
085500     PERFORM 7150-PRINT-UNAPPLIED-LINE THRU 7150-EXIT
085600         VARYING WS-UNAP-IX FROM 1 BY 1
085700         UNTIL WS-UNAP-IX IS GREATER THAN WS-UNAP-TABLE-COUNT.
085800     IF WS-UNAP-NOT-LISTED IS GREATER THAN ZERO
085900         MOVE SPACES TO WS-PRINT-LINE
086000         MOVE WS-UNAP-NOT-LISTED TO WS-RPT-COUNT-EDIT
086100         STRING "  **" DELIMITED BY SIZE
086200             WS-RPT-COUNT-EDIT DELIMITED BY SIZE
086300             " FURTHER UNAPPLIED ITEM(S) NOT LISTED - SEE THE"
086400                 DELIMITED BY SIZE
086500             " LOCKBOX FILE**" DELIMITED BY SIZE
086600             INTO WS-PRINT-LINE
086700         END-STRING
086800         MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD
086900         WRITE RECEIPTS-RPT-RECORD
087000     END-IF.
087007     IF WS-UNAP-BEFORE-RESTART IS GREATER THAN ZERO
087014         MOVE SPACES TO WS-PRINT-LINE
087021         MOVE WS-UNAP-BEFORE-RESTART TO WS-RPT-COUNT-EDIT
087028         STRING "  **" DELIMITED BY SIZE
087035             WS-RPT-COUNT-EDIT DELIMITED BY SIZE
087042             " UNAPPLIED ITEM(S) HELD BEFORE THE RESTART - SEE"
087049                 DELIMITED BY SIZE
087056             " THEIR REGISTER LINES ABOVE**" DELIMITED BY SIZE
087063             INTO WS-PRINT-LINE
087070         END-STRING
087077         MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD
087084         WRITE RECEIPTS-RPT-RECORD
087091     END-IF.
087100     MOVE SPACES TO WS-PRINT-LINE.
087200     MOVE WS-UNAPPLIED-TOTAL TO WS-RPT-TOTAL-EDIT.
087300     STRING "TOTAL UNAPPLIED:" DELIMITED BY SIZE
087400         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
087500         INTO WS-PRINT-LINE
087600     END-STRING.
087700     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
087800     WRITE RECEIPTS-RPT-RECORD.
087900 7100-EXIT.
088000     EXIT.
088100*-----------------------------------------------------------------
088200*    7150-PRINT-UNAPPLIED-LINE - ONE HELD UNAPPLIED ITEM.
088300*-----------------------------------------------------------------
088400 7150-PRINT-UNAPPLIED-LINE.
088500     MOVE SPACES TO WS-PRINT-LINE.
088600     MOVE WS-UNAP-AMOUNT (WS-UNAP-IX) TO WS-RPT-AMOUNT-EDIT.
088700     STRING "  " DELIMITED BY SIZE
088800         WS-UNAP-CUSTOMER-ID (WS-UNAP-IX) DELIMITED BY SIZE
088900         "  " DELIMITED BY SIZE
089000         WS-UNAP-NAME (WS-UNAP-IX) DELIMITED BY SIZE
089100         "  " DELIMITED BY SIZE
089200         WS-UNAP-CHECK-NUMBER (WS-UNAP-IX) DELIMITED BY SIZE
089300         "  " DELIMITED BY SIZE
089400         WS-UNAP-BATCH-NUMBER (WS-UNAP-IX) DELIMITED BY SIZE
089500         "  " DELIMITED BY SIZE
089600         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
089700         "  " DELIMITED BY SIZE
089800         WS-UNAP-REASON (WS-UNAP-IX) DELIMITED BY SIZE
089900         INTO WS-PRINT-LINE
090000     END-STRING.
090100     MOVE WS-PRINT-LINE TO RECEIPTS-RPT-RECORD.
090200     WRITE RECEIPTS-RPT-RECORD.
090300 7150-EXIT.
090400     EXIT.
090500*-----------------------------------------------------------------
090600*    7500-WRITE-GL-TRAILER - CLOSE CASHGL OFF WITH THE RECORD
090700*    COUNT, HASH TOTAL AND DEBIT/CREDIT TOTALS THE GL LOAD JOB
090750*    RECONCILES.
090800*-----------------------------------------------------------------
090900 7500-WRITE-GL-TRAILER.
091000     MOVE SPACES TO GL-INTERFACE-RECORD.
091100     SET GLI-TRAILER-RECORD TO TRUE.
091200     MOVE WS-GL-RECORD-COUNT TO GLI-RECORD-COUNT.
091300     MOVE WS-GL-HASH-TOTAL TO GLI-HASH-TOTAL.
091310     MOVE WS-GL-DEBIT-TOTAL TO GLI-DEBIT-TOTAL.
091320     MOVE WS-GL-CREDIT-TOTAL TO GLI-CREDIT-TOTAL.
091400     WRITE GL-INTERFACE-RECORD.
091500 7500-EXIT.
091600     EXIT.
091700*-----------------------------------------------------------------
091800*    8000-WRITE-RECEIPTS-CONTROL - RECORD THE BUSINESS DATE JUST
091900*    APPLIED AND ITS FINAL TOTALS ON RCPCTL, SO THE NEXT RUN'S
092000*    1500-CHECK-RECEIPTS-CONTROL CAN REFUSE TO APPLY THE SAME
092100*    LOCKBOX TWICE.  A FORCED RERUN IS FLAGGED AS SUCH.
092200*-----------------------------------------------------------------
092300 8000-WRITE-RECEIPTS-CONTROL.
092400     OPEN EXTEND RECEIPTS-CONTROL.
092500     IF WS-RCPCTL-NEW-FILE
092600         OPEN OUTPUT RECEIPTS-CONTROL
092700     END-IF.
092800     IF NOT WS-RCPCTL-OK
092900         DISPLAY "CASHRCPTPOST - UNABLE TO OPEN RCPCTL, "
093000             "STATUS = " WS-RCPCTL-STATUS
093100         STOP RUN
093200     END-IF.
093300     MOVE SPACES TO RECEIPTS-CONTROL-RECORD.
093400     MOVE WS-BUSINESS-DATE TO RCC-BUSINESS-DATE.
093500     MOVE WS-DETAIL-READ-COUNT TO RCC-PAYMENTS-READ.
093600     MOVE WS-AMOUNT-READ-TOTAL TO RCC-AMOUNT-TOTAL.
093700     MOVE WS-APPLIED-TOTAL TO RCC-APPLIED-AMOUNT.
093800     MOVE WS-UNAPPLIED-COUNT TO RCC-UNAPPLIED-COUNT.
093900     MOVE WS-UNAPPLIED-TOTAL TO RCC-UNAPPLIED-AMOUNT.
094000     MOVE WS-REJECTED-COUNT TO RCC-REJECTED-COUNT.
094100     MOVE WS-RUN-DATE TO RCC-RUN-DATE.
094200     MOVE WS-FORCE-SWITCH TO RCC-FORCED-FLAG.
094300     WRITE RECEIPTS-CONTROL-RECORD.
094400     CLOSE RECEIPTS-CONTROL.
094500 8000-EXIT.
094600     EXIT.
094700*-----------------------------------------------------------------
094800*    9000-TERMINATE - CLOSE FILES
094900*-----------------------------------------------------------------
095000 9000-TERMINATE.
095100     CLOSE LOCKBOX-FILE.
095200     CLOSE CUSTOMER-BALANCE.
095300     CLOSE CUSTOMER-MASTER.
095400     CLOSE RECEIPTS-RPT.
095500     CLOSE CASH-GL-EXTRACT.
095600 9000-EXIT.
095700     EXIT.
095800 END PROGRAM CASHRCPTPOST.
