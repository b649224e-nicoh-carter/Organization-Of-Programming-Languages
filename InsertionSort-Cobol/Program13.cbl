000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. ADJPOST.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. MANUAL BALANCE ADJUSTMENT STEP - RUNS ON DEMAND FOR
001100     EACH BATCH THE CREDIT DESK KEYS, AFTER THE NIGHT'S
001200     CUSTBALPOST AND CASHRCPTPOST.  READS THE ADJIN ADJUSTMENT
001300     FILE (ADJREC01) - BAD-DEBT WRITE-OFFS, GOODWILL CREDITS AND
001400     CORRECTIONS OF MISPOSTED SALES - AND REFUSES ANY ENTRY WITH
001500     A BAD AMOUNT, DIRECTION OR REASON CODE, NO ENTERING USER,
001600     AN AMOUNT OVER THE APPROVAL LIMIT WITHOUT A SEPARATE
001700     APPROVER, OR AN UNKNOWN CUSTOMER.  EACH ACCEPTED ENTRY
001800     MOVES CBM-AR-BALANCE ON BALMST (A SALE CORRECTION MOVES THE
001900     MTD/YTD SALES FIGURES TOO), IS FILED ON TRNHIST AND STMTTRN
002000     AS TRAN TYPE "A" SO IT SHOWS ON THE MONTH-END STATEMENT,
002100     CUTS A BALANCED PAIR OF GL LINES TO ADJGL IN THE GLINTF
002200     LAYOUT (GLIREC01), AND GETS AN ADJAUDIT BLOCK WITH THE
002300     BALMST BEFORE AND AFTER IMAGES - THE SAME AUDIT DISCIPLINE
002400     CUSTMSTMNT KEEPS ON CMSAUDIT.  REFUSED ENTRIES ARE AUDITED
002500     TOO.  ADJRPT LISTS EVERY ENTRY WITH ITS OUTCOME AND THE ADJIN
002600     TRAILER IS RECONCILED BEFORE THE RUN IS CALLED GOOD.  THE
002700     ADJCTL FILE GUARDS AGAINST POSTING THE SAME BATCH TWICE.  A
002800     CREDIT HOLD IS NEVER RELEASED HERE - A WRITE-OFF IS NO
002900     REASON TO LET THE ACCOUNT BUY AGAIN.
003000*-----------------------------------------------------------------
003100*    MODIFICATION HISTORY
003200*    DATE       INIT  DESCRIPTION
003300*    10/15/26   JM    ORIGINAL VERSION.
003310*    10/15/26   JM    THE ADJGL TRAILER NOW CARRIES DEBIT AND
003320*                     CREDIT TOTALS AND THE AR LINES ARE MARKED
003330*                     AS AR CONTROL LINES, AS ON GLINTF.
003340*    10/15/26   JM    SALE CORRECTIONS DATED BEFORE THE
003350*                     ACCOUNT'S LAST POSTING ARE REFUSED RATHER
003360*                     THAN ROLLING MTD/YTD AGAINST AN EARLIER
003370*                     DATE.
003372*    10/15/26   JM    CHECKPOINT/RESTART ON CKPT13, AS
003374*                     CUSTBALPOST KEEPS ON CKPT02 - THE
003376*                     POSITION IN ADJIN AND THE RUNNING AND
003378*                     ADJGL TOTALS ARE SNAPSHOT AFTER EVERY
003380*                     ENTRY, AND A RESTARTED RUN SKIPS THE
003382*                     ENTRIES ALREADY DONE AND EXTENDS ADJRPT
003384*                     AND ADJGL.  A TRNHIST KEY ALREADY HOLDING
003386*                     THIS SAME ENTRY FROM AN EARLIER RUN IS
003388*                     NOW REPORTED, NOT PASSED BY.
003390*    10/15/26   JM    THE GL ACCOUNTS ARE NO LONGER CODED
003392*                     HERE - THE AR CONTROL ACCOUNT COMES OFF
003394*                     THE GLMAP CARDS FOR THE ENTRY'S BRANCH
003396*                     AND THE OFFSET ACCOUNTS OFF THE NEW
003398*                     GLACCT CARDS (GLAREC01).
003400*****************************************************************
003500* ENVIRONMENT DIVISION.                                         *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT ADJUSTMENT-FILE ASSIGN TO "ADJIN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ADJIN-STATUS.
004600     SELECT CUSTOMER-BALANCE ASSIGN TO "BALMST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS CBM-CUSTOMER-ID
005000         FILE STATUS IS WS-BALMST-STATUS.
005100     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CMS-CUSTOMER-ID
005500         FILE STATUS IS WS-CUSTMST-STATUS.
005600     SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS THR-KEY
006000         FILE STATUS IS WS-TRNHIST-STATUS.
006100     SELECT STATEMENT-TRANS ASSIGN TO "STMTTRN"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-STMTTRN-STATUS.
006400     SELECT ADJUSTMENT-RPT ASSIGN TO "ADJRPT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ADJRPT-STATUS.
006700     SELECT ADJUSTMENT-GL-EXTRACT ASSIGN TO "ADJGL"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ADJGL-STATUS.
007000     SELECT AUDIT-LOG ASSIGN TO "ADJAUDIT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ADJAUD-STATUS.
007300     SELECT ADJUSTMENT-CONTROL ASSIGN TO "ADJCTL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-ADJCTL-STATUS.
007600     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-RUNSTAT-STATUS.
007810     SELECT GL-MAPPING-FILE ASSIGN TO "GLMAP"
007820         ORGANIZATION IS LINE SEQUENTIAL
007830         FILE STATUS IS WS-GLMAP-STATUS.
007840     SELECT GL-ACCOUNT-FILE ASSIGN TO "GLACCT"
007850         ORGANIZATION IS LINE SEQUENTIAL
007860         FILE STATUS IS WS-GLACCT-STATUS.
007870     SELECT CHECKPOINT-FILE ASSIGN TO "CKPT13"
007880         ORGANIZATION IS LINE SEQUENTIAL
007890         FILE STATUS IS WS-CKPT-STATUS.
007900*****************************************************************
008000* DATA DIVISION.                                                *
008100*****************************************************************
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  ADJUSTMENT-FILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700     COPY ADJREC01.
008800 FD  CUSTOMER-BALANCE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY CBMREC01.
009100 FD  CUSTOMER-MASTER
009200     LABEL RECORDS ARE STANDARD.
009300     COPY CMSREC01.
009400 FD  TRANSACTION-HISTORY
009500     LABEL RECORDS ARE STANDARD.
009600     COPY THRREC01.
009700 FD  STATEMENT-TRANS
009800     LABEL RECORDS ARE STANDARD
009900     RECORDING MODE IS F.
010000     COPY STXREC01.
010100 FD  ADJUSTMENT-RPT
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  ADJUSTMENT-RPT-RECORD          PIC X(132).
010500 FD  ADJUSTMENT-GL-EXTRACT
010600     LABEL RECORDS ARE STANDARD
010700     RECORDING MODE IS F.
010800     COPY GLIREC01.
010900 FD  AUDIT-LOG
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 01  AUDIT-LOG-RECORD               PIC X(132).
011300 FD  ADJUSTMENT-CONTROL
011400     LABEL RECORDS ARE STANDARD
011500     RECORDING MODE IS F.
011600*    ONE RECORD IS APPENDED PER COMPLETED ADJUSTMENT RUN BY
011700*    8000-WRITE-ADJUSTMENT-CONTROL; 1500-CHECK-ADJUSTMENT-CONTROL
011800*    SCANS THE FILE BEFORE ANY BALANCE IS TOUCHED AND HARD-STOPS
011900*    A BATCH ALREADY POSTED (UNLESS THE FORCE PARM IS SET),
012000*    BECAUSE A RERUN WOULD TAKE EVERY ADJUSTMENT TWICE.
012100     COPY ACCREC01.
012200 FD  RUN-STATUS
012300     LABEL RECORDS ARE STANDARD
012400     RECORDING MODE IS F.
012500     COPY RSTREC01.
012502 FD  GL-MAPPING-FILE
012504     LABEL RECORDS ARE STANDARD
012506     RECORDING MODE IS F.
012508*    THE SORT RUN'S GLMAP CARDS.  ONLY THE AR CONTROL ACCOUNT IS
012510*    TAKEN, BY BRANCH - AN ADJUSTMENT CARRIES NO CATEGORY, SO
012512*    EVERY CARD FOR A BRANCH MUST NAME THE SAME ONE.  SEE
012514*    1640-LOAD-GL-MAPPING.
012516     COPY GLMREC01.
012518 FD  GL-ACCOUNT-FILE
012520     LABEL RECORDS ARE STANDARD
012522     RECORDING MODE IS F.
012524*    FINANCE'S HOUSE ACCOUNT CARDS - THE WRITE-OFF, GOODWILL AND
012526*    SALE CORRECTION OFFSET ACCOUNTS.  SEE 1660-LOAD-GL-ACCOUNTS.
012528     COPY GLAREC01.
012530 FD  CHECKPOINT-FILE
012532     LABEL RECORDS ARE STANDARD
012534     RECORDING MODE IS F.
012536*    A SINGLE CONTROL RECORD CARRIES THE RUN'S POSITION IN ADJIN
012538*    AND ITS RUNNING AND ADJGL TOTALS AS OF THE LAST ENTRY DONE,
012540*    THE CKPT02 DISCIPLINE CUSTBALPOST KEEPS.  BALMST, TRNHIST,
012542*    STMTTRN, ADJAUDIT, ADJRPT AND ADJGL ALREADY HOLD WHAT THOSE
012544*    ENTRIES DID, SO A RESTARTED RUN JUST SKIPS THEM.  THE FILE
012546*    IS REWRITTEN IN FULL EACH CHECKPOINT SO THE LATEST SNAPSHOT
012548*    IS ALWAYS THE ONLY ONE ON CKPT13.
012550 01  CHECKPOINT-RECORD.
012552     05  CKPT-BUSINESS-DATE       PIC 9(08).
012554     05  CKPT-BATCH-ID            PIC X(08).
012556     05  CKPT-RESTART-COUNT       PIC 9(07).
012558     05  CKPT-AMOUNT-READ-TOTAL   PIC S9(11)V99.
012560     05  CKPT-POSTED-COUNT        PIC 9(07).
012562     05  CKPT-POSTED-NET          PIC S9(11)V99.
012564     05  CKPT-APPROVED-COUNT      PIC 9(07).
012566     05  CKPT-REFUSED-COUNT       PIC 9(07).
012568     05  CKPT-WO-COUNT            PIC 9(07).
012570     05  CKPT-WO-TOTAL            PIC S9(11)V99.
012572     05  CKPT-GW-COUNT            PIC 9(07).
012574     05  CKPT-GW-TOTAL            PIC S9(11)V99.
012576     05  CKPT-SC-COUNT            PIC 9(07).
012578     05  CKPT-SC-TOTAL            PIC S9(11)V99.
012580     05  CKPT-GL-RECORD-COUNT     PIC 9(07).
012582     05  CKPT-GL-HASH-TOTAL       PIC 9(13)V99.
012584     05  CKPT-GL-DEBIT-TOTAL      PIC 9(13)V99.
012586     05  CKPT-GL-CREDIT-TOTAL     PIC 9(13)V99.
012588     05  FILLER                   PIC X(17).
012600 WORKING-STORAGE SECTION.
012700*-----------------------------------------------------------------
012800*    FILE STATUS AND END-OF-FILE SWITCHES
012900*-----------------------------------------------------------------
013000 01  WS-ADJIN-STATUS             PIC X(02).
013100     88  WS-ADJIN-OK                   VALUE "00".
013200     88  WS-ADJIN-EOF                  VALUE "10".
013300 01  WS-BALMST-STATUS            PIC X(02).
013400     88  WS-BALMST-OK                  VALUE "00".
013500     88  WS-BALMST-NOT-FOUND           VALUE "23".
013600 01  WS-CUSTMST-STATUS           PIC X(02).
013700     88  WS-CUSTMST-OK                 VALUE "00".
013800     88  WS-CUSTMST-NOT-FOUND          VALUE "23".
013900 01  WS-TRNHIST-STATUS           PIC X(02).
014000     88  WS-TRNHIST-OK                 VALUE "00".
014100     88  WS-TRNHIST-NEW-FILE           VALUE "35".
014200 01  WS-STMTTRN-STATUS           PIC X(02).
014300     88  WS-STMTTRN-OK                 VALUE "00".
014400     88  WS-STMTTRN-NEW-FILE           VALUE "35".
014500 01  WS-ADJRPT-STATUS            PIC X(02).
014600     88  WS-ADJRPT-OK                  VALUE "00".
014650     88  WS-ADJRPT-NEW-FILE            VALUE "35".
014700 01  WS-ADJGL-STATUS             PIC X(02).
014800     88  WS-ADJGL-OK                   VALUE "00".
014850     88  WS-ADJGL-NEW-FILE             VALUE "35".
014900 01  WS-ADJAUD-STATUS            PIC X(02).
015000     88  WS-ADJAUD-OK                  VALUE "00".
015100     88  WS-ADJAUD-NEW-FILE            VALUE "35".
015200 01  WS-RUNSTAT-STATUS           PIC X(02).
015300     88  WS-RUNSTAT-OK                 VALUE "00".
015400     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
015500 01  WS-ADJCTL-STATUS            PIC X(02).
015600     88  WS-ADJCTL-OK                  VALUE "00".
015700     88  WS-ADJCTL-NEW-FILE            VALUE "35".
015800     88  WS-ADJCTL-EOF                 VALUE "10".
015814 01  WS-GLMAP-STATUS             PIC X(02).
015828     88  WS-GLMAP-OK                   VALUE "00".
015842     88  WS-GLMAP-NEW-FILE             VALUE "35".
015856 01  WS-GLACCT-STATUS            PIC X(02).
015870     88  WS-GLACCT-OK                  VALUE "00".
015884     88  WS-GLACCT-NEW-FILE            VALUE "35".
015900 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
016000     88  WS-END-OF-FILE                    VALUE "Y".
016100 01  WS-TRAILER-SWITCH           PIC X(01)       VALUE "N".
016200     88  WS-TRAILER-SEEN                   VALUE "Y".
016300 01  WS-MOVES-SALES-SWITCH       PIC X(01)       VALUE "N".
016400     88  WS-MOVES-SALES                    VALUE "Y".
016500 01  WS-THR-WRITTEN-SWITCH       PIC X(01)       VALUE "N".
016600     88  WS-THR-WRITTEN                    VALUE "Y".
016633 01  WS-THR-PRIOR-SWITCH         PIC X(01)       VALUE "N".
016666     88  WS-THR-PRIOR-FOUND                VALUE "Y".
016700*-----------------------------------------------------------------
016800*    PARM CARD - POSITIONS 1-5 MAY CARRY "FORCE" TO DELIBERATELY
016900*    RE-POST A BATCH THE ADJCTL FILE SHOWS AS ALREADY POSTED (THE
017000*    RERUN IS LOGGED AS FORCED).  POSITIONS 7-13 MAY CARRY THE
017100*    APPROVAL LIMIT AS 9(5)V99 - AN ENTRY FOR MORE THAN THIS IS
017200*    REFUSED UNLESS A SECOND USER APPROVED IT.  DEFAULT 500.00.
017300*-----------------------------------------------------------------
017400 01  WS-PARM-CARD                VALUE SPACES.
017500     05  WS-PARM-FORCE           PIC X(05).
017600     05  FILLER                  PIC X(01).
017700     05  WS-PARM-APPROVAL-LIMIT  PIC 9(05)V99.
017800 01  WS-APPROVAL-LIMIT           PIC 9(05)V99    VALUE 500.00.
017900 01  WS-FORCE-SWITCH             PIC X(01)       VALUE "N".
018000     88  WS-FORCE-RERUN                    VALUE "Y".
018100 01  WS-ADJCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
018200     88  WS-ADJCTL-READ-EOF                VALUE "Y".
018300 01  WS-BATCH-POSTED-SWITCH      PIC X(01)       VALUE "N".
018400     88  WS-BATCH-ALREADY-POSTED           VALUE "Y".
018500 01  WS-RUN-DATE                 PIC 9(06)       VALUE ZERO.
018600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
018700     05  WS-RD-YY                PIC 99.
018800     05  WS-RD-MM                PIC 99.
018900     05  WS-RD-DD                PIC 99.
019000*-----------------------------------------------------------------
019100*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
019200*-----------------------------------------------------------------
019300 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
019400 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
019500 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
019600 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
019700 01  WS-RST-TIME-RAW.
019800     05  WS-RST-TIME-HHMMSS      PIC 9(06).
019900     05  FILLER                  PIC 9(02).
020000*-----------------------------------------------------------------
020100*    ADJUSTMENT CONTROL TOTALS - THE ADJIN TRAILER'S RECORD COUNT
020200*    AND AMOUNT TOTAL MUST RECONCILE AGAINST WHAT WAS ACTUALLY
020300*    READ.  THE POSTED NET IS SIGNED AS THE ENTRIES MOVED THE
020400*    RECEIVABLE (CREDITS NEGATIVE).
020500*-----------------------------------------------------------------
020600 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
020700 01  WS-BD-PARTS REDEFINES WS-BUSINESS-DATE.
020800     05  WS-BD-YYYY              PIC 9(04).
020900     05  WS-BD-MM                PIC 9(02).
021000     05  WS-BD-DD                PIC 9(02).
021100 01  WS-BATCH-ID                 PIC X(08)       VALUE SPACES.
021200 01  WS-DETAIL-READ-COUNT        PIC 9(07)       VALUE ZERO.
021300 01  WS-AMOUNT-READ-TOTAL        PIC S9(11)V99   VALUE ZERO.
021400 01  WS-POSTED-COUNT             PIC 9(07)       VALUE ZERO.
021500 01  WS-POSTED-NET               PIC S9(11)V99   VALUE ZERO.
021600 01  WS-APPROVED-COUNT           PIC 9(07)       VALUE ZERO.
021700 01  WS-REFUSED-COUNT            PIC 9(07)       VALUE ZERO.
021800 01  WS-WO-COUNT                 PIC 9(07)       VALUE ZERO.
021900 01  WS-WO-TOTAL                 PIC S9(11)V99   VALUE ZERO.
022000 01  WS-GW-COUNT                 PIC 9(07)       VALUE ZERO.
022100 01  WS-GW-TOTAL                 PIC S9(11)V99   VALUE ZERO.
022200 01  WS-SC-COUNT                 PIC 9(07)       VALUE ZERO.
022300 01  WS-SC-TOTAL                 PIC S9(11)V99   VALUE ZERO.
022400 01  WS-CTL-SWITCH               PIC X(01)       VALUE "N".
022500     88  WS-CTL-RECONCILED                 VALUE "N".
022600     88  WS-CTL-MISMATCH                   VALUE "Y".
022700*-----------------------------------------------------------------
022800*    ONE ENTRY'S POSTING - SEE 2200 AND 2400.  THE SIGNED AMOUNT
022900*    IS NEGATIVE FOR A CREDIT.  A BLANK REFUSE REASON MEANS THE
023000*    ENTRY PASSED EVERY CHECK.
023100*-----------------------------------------------------------------
023200 01  WS-SIGNED-AMOUNT            PIC S9(05)V99   VALUE ZERO.
023300 01  WS-REFUSE-REASON            PIC X(25)       VALUE SPACES.
023400 01  WS-BEFORE-AR                PIC S9(09)V99   VALUE ZERO.
023500 01  WS-AFTER-AR                 PIC S9(09)V99   VALUE ZERO.
023600 01  WS-ENTRY-NAME               PIC X(20)       VALUE SPACES.
023700 01  WS-LPD-WORK                 PIC 9(08)       VALUE ZERO.
023800 01  WS-LPD-PARTS REDEFINES WS-LPD-WORK.
023900     05  WS-LPD-YYYY             PIC 9(04).
024000     05  WS-LPD-MM               PIC 9(02).
024100     05  WS-LPD-DD               PIC 9(02).
024200*-----------------------------------------------------------------
024300*    TRNHIST FILING - AN ADJUSTMENT IS FILED UNDER THE BUSINESS
024400*    DATE WITH A SEQUENCE FROM 90001 UP, CLEAR OF THE SEQUENCES
024500*    THE SORT RUN GIVES THE DAY'S SALES, AND BUMPS PAST ANY KEY
024600*    ALREADY TAKEN.  SEE 2450.
024700*-----------------------------------------------------------------
024800 01  WS-THR-SEQ                  PIC 9(06)       VALUE ZERO.
024900 01  WS-THR-FIRST-ADJ-SEQ        PIC 9(06)       VALUE 90001.
025000 01  WS-THR-SAVED-RECORD         PIC X(120)      VALUE SPACES.
025100*-----------------------------------------------------------------
025200*    AUDIT TRAIL WORKING FIELDS - THE BEFORE IMAGE IS THE BALMST
025300*    RECORD AS READ AND THE AFTER IMAGE THE RECORD AS REWRITTEN,
025400*    SO THE ADJAUDIT BLOCK SHOWS EXACTLY WHAT THE ENTRY DID.
025500*-----------------------------------------------------------------
025600 01  WS-BEFORE-IMAGE             PIC X(80)       VALUE SPACES.
025700 01  WS-AFTER-IMAGE              PIC X(80)       VALUE SPACES.
025800 01  WS-ACTION-WORD              PIC X(07)       VALUE SPACES.
025900 01  WS-AUD-LINE                 PIC X(132).
026000 01  WS-RUN-TIME.
026100     05  WS-RT-HH                PIC 99.
026200     05  WS-RT-MM                PIC 99.
026300     05  WS-RT-SS                PIC 99.
026400     05  FILLER                  PIC 9(04).
026500 01  WS-RUN-TIME-EDIT.
026600     05  WS-RTE-HH               PIC 99.
026700     05  FILLER                  PIC X          VALUE ":".
026800     05  WS-RTE-MM               PIC 99.
026900     05  FILLER                  PIC X          VALUE ":".
027000     05  WS-RTE-SS               PIC 99.
027100 01  WS-RUN-DATE-EDIT.
027200     05  WS-RDE-MM               PIC 99.
027300     05  FILLER                  PIC X           VALUE "/".
027400     05  WS-RDE-DD               PIC 99.
027500     05  FILLER                  PIC X           VALUE "/".
027600     05  WS-RDE-YY               PIC 99.
027700*-----------------------------------------------------------------
027800*    GL INTERFACE WORKING FIELDS - SEE 2600-WRITE-ADJUSTMENT-GL.
027900*    EVERY ENTRY CUTS ONE LINE AGAINST THE RECEIVABLE CONTROL
028000*    ACCOUNT AND ONE AGAINST THE REASON'S OFFSET ACCOUNT FOR THE
028100*    SAME AMOUNT, SO EACH ENTRY'S LINES BALANCE.  A WRITE-OFF IS
028200*    TAKEN AGAINST THE ALLOWANCE FOR DOUBTFUL ACCOUNTS, A
028300*    GOODWILL CREDIT AGAINST SALES ALLOWANCES AND A SALE
028400*    CORRECTION AGAINST SALES.  AMOUNTS ARE CARRIED POSITIVE WITH
028500*    THE DEBIT/CREDIT CODE GIVING THE DIRECTION.
028525*    THE ACCOUNTS THEMSELVES ARE CARDED - THE AR CONTROL ACCOUNT
028550*    IS PICKED PER ENTRY FROM THE GLMAP CARDS FOR ITS BRANCH (SEE
028575*    1640 AND 2250) AND THE OFFSETS COME OFF GLACCT (SEE 1660).
028600*-----------------------------------------------------------------
028700 01  WS-GL-RECORD-COUNT          PIC 9(07)       VALUE ZERO.
028800 01  WS-GL-HASH-TOTAL            PIC 9(13)V99    VALUE ZERO.
028810 01  WS-GL-DEBIT-TOTAL           PIC 9(13)V99    VALUE ZERO.
028820 01  WS-GL-CREDIT-TOTAL          PIC 9(13)V99    VALUE ZERO.
028900 01  WS-GL-AR-ACCOUNT            PIC X(08)       VALUE SPACES.
029000 01  WS-GL-WO-ACCOUNT            PIC X(08)       VALUE SPACES.
029100 01  WS-GL-GW-ACCOUNT            PIC X(08)       VALUE SPACES.
029200 01  WS-GL-SC-ACCOUNT            PIC X(08)       VALUE SPACES.
029300 01  WS-GL-OFFSET-ACCOUNT        PIC X(08)       VALUE SPACES.
029400 01  WS-GL-LINE-ACCOUNT          PIC X(08)       VALUE SPACES.
029500 01  WS-GL-LINE-DC               PIC X(01)       VALUE SPACE.
029600 01  WS-GL-LINE-AMOUNT           PIC S9(07)V99   VALUE ZERO.
029700 01  WS-GL-PERIOD.
029800     05  WS-GLP-YYYY             PIC 9(04).
029900     05  WS-GLP-MM               PIC 9(02).
029903*-----------------------------------------------------------------
029906*    BRANCH AR CONTROL ACCOUNTS - ONE ENTRY PER BRANCH ON THE
029909*    GLMAP CARDS, LOADED BY 1640 AND SEARCHED BY 2250.  A BRANCH
029912*    WHOSE CARDS NAME MORE THAN ONE AR ACCOUNT IS MARKED, AND AN
029915*    ENTRY FOR IT IS REFUSED RATHER THAN POSTED TO A GUESS.
029918*-----------------------------------------------------------------
029921 01  WS-GAR-COUNT                PIC 9(03) COMP  VALUE ZERO.
029924 01  WS-MAX-GAR-BRANCHES         PIC 9(03) COMP  VALUE 200.
029927 01  WS-GAR-IX                   PIC 9(03) COMP  VALUE ZERO.
029930 01  WS-GAR-HIT                  PIC 9(03) COMP  VALUE ZERO.
029933 01  WS-GAR-TABLE.
029936     05  WS-GAR-ENTRY OCCURS 200 TIMES.
029939         10  WS-GAR-BRANCH       PIC X(03).
029942         10  WS-GAR-AR-ACCOUNT   PIC X(08).
029945         10  WS-GAR-CONFLICT     PIC X(01).
029948 01  WS-GAR-LOOKUP-BRANCH        PIC X(03)       VALUE SPACES.
029951 01  WS-GLMAP-EOF-SWITCH         PIC X(01)       VALUE "N".
029954     88  WS-GLMAP-READ-EOF                 VALUE "Y".
029957 01  WS-GLACCT-EOF-SWITCH        PIC X(01)       VALUE "N".
029960     88  WS-GLACCT-READ-EOF                VALUE "Y".
029963*-----------------------------------------------------------------
029966*    CHECKPOINT/RESTART WORKING FIELDS - SEE 1600-CHECK-FOR-
029969*    RESTART, 2800-WRITE-CHECKPOINT AND 2900-CLEAR-CHECKPOINT.
029972*-----------------------------------------------------------------
029975 01  WS-CKPT-STATUS              PIC X(02).
029978     88  WS-CKPT-OK                        VALUE "00".
029981     88  WS-CKPT-NEW-FILE                  VALUE "35".
029984 01  WS-CKPT-READ-SWITCH         PIC X(01)       VALUE "N".
029987     88  WS-CKPT-READ-EOF                  VALUE "Y".
029990 01  WS-RESTART-COUNT            PIC 9(07) COMP  VALUE ZERO.
029993 01  WS-RECORDS-SEEN-THIS-RUN    PIC 9(07) COMP  VALUE ZERO.
030000*-----------------------------------------------------------------
030100*    REPORT WORKING FIELDS
030200*-----------------------------------------------------------------
030300 01  WS-PRINT-LINE               PIC X(132).
030400 01  WS-RPT-CUSTID-EDIT          PIC X(05).
030500 01  WS-RPT-AMOUNT-EDIT          PIC ZZZZ9.99.
030600 01  WS-RPT-BAL-EDIT             PIC -ZZZZZZZ9.99.
030700 01  WS-RPT-BAL2-EDIT            PIC -ZZZZZZZ9.99.
030800 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
030900 01  WS-RPT-TOTAL-EDIT           PIC -ZZZZZZZZZ9.99.
031000 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
031100 01  WS-RPT-NOTE                 PIC X(25)       VALUE SPACES.
031200*****************************************************************
031300* PROCEDURE DIVISION.                                           *
031400*****************************************************************
031500 PROCEDURE DIVISION.
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031800     MOVE "ADJUST" TO WS-RST-PHASE.
031900     MOVE "S" TO WS-RST-EVENT.
032000     MOVE ZERO TO WS-RST-COUNT.
032100     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
032200     PERFORM 2000-POST-ADJUSTMENTS THRU 2000-EXIT.
032300     MOVE "ADJUST" TO WS-RST-PHASE.
032400     MOVE "E" TO WS-RST-EVENT.
032500     MOVE WS-DETAIL-READ-COUNT TO WS-RST-COUNT.
032600     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
032700     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
032800     PERFORM 7500-WRITE-GL-TRAILER THRU 7500-EXIT.
032900     PERFORM 8000-WRITE-ADJUSTMENT-CONTROL THRU 8000-EXIT.
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033100     STOP RUN.
033200*-----------------------------------------------------------------
033300*    1000-INITIALIZE - TAKE THE PARM, OPEN THE MASTERS, VERIFY
033380*    THE ADJIN HEADER, RUN THE ADJCTL GUARD, LOAD THE GL ACCOUNT
033460*    CARDS, CHECK CKPT13 FOR A RESTART, THEN OPEN THE OUTPUTS AND
033540*    PRINT THE REGISTER HEADING AND ADJGL HEADER.  BALMST AND
033620*    CUSTMST MUST ALREADY EXIST - THERE IS NOTHING TO ADJUST
033700*    WITHOUT THEM - SO ANY OPEN FAILURE STOPS THE RUN.
033800*-----------------------------------------------------------------
033900 1000-INITIALIZE.
034000     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
034100     IF WS-PARM-FORCE IS EQUAL TO "FORCE"
034200         SET WS-FORCE-RERUN TO TRUE
034300     END-IF.
034400     IF WS-PARM-APPROVAL-LIMIT IS NUMERIC
034500         MOVE WS-PARM-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
034600     END-IF.
034700     ACCEPT WS-RUN-DATE FROM DATE.
034800     MOVE WS-RD-MM TO WS-RDE-MM.
034900     MOVE WS-RD-DD TO WS-RDE-DD.
035000     MOVE WS-RD-YY TO WS-RDE-YY.
035100     OPEN INPUT ADJUSTMENT-FILE.
035200     IF NOT WS-ADJIN-OK
035300         DISPLAY "ADJPOST - UNABLE TO OPEN ADJIN, "
035400             "STATUS = " WS-ADJIN-STATUS
035500         STOP RUN
035600     END-IF.
035700     OPEN I-O CUSTOMER-BALANCE.
035800     IF NOT WS-BALMST-OK
035900         DISPLAY "ADJPOST - UNABLE TO OPEN BALMST, "
036000             "STATUS = " WS-BALMST-STATUS
036100         STOP RUN
036200     END-IF.
036300     OPEN INPUT CUSTOMER-MASTER.
036400     IF NOT WS-CUSTMST-OK
036500         DISPLAY "ADJPOST - UNABLE TO OPEN CUSTMST, "
036600             "STATUS = " WS-CUSTMST-STATUS
036700         STOP RUN
036800     END-IF.
036900     READ ADJUSTMENT-FILE
037000         AT END
037100             SET WS-END-OF-FILE TO TRUE
037200     END-READ.
037300     IF WS-END-OF-FILE OR NOT ADJ-HEADER-RECORD
037400         DISPLAY "ADJPOST - ADJIN DOES NOT START WITH A "
037500             "HEADER RECORD - RUN STOPPED"
037600         MOVE 12 TO RETURN-CODE
037700         STOP RUN
037800     END-IF.
037900     MOVE ADJ-BUSINESS-DATE TO WS-BUSINESS-DATE.
038000     MOVE ADJ-BATCH-ID TO WS-BATCH-ID.
038100     PERFORM 1500-CHECK-ADJUSTMENT-CONTROL THRU 1500-EXIT.
038125     PERFORM 1640-LOAD-GL-MAPPING THRU 1640-EXIT.
038150     PERFORM 1660-LOAD-GL-ACCOUNTS THRU 1660-EXIT.
038175     PERFORM 1600-CHECK-FOR-RESTART THRU 1600-EXIT.
038200*    THE OUTPUTS ARE ONLY OPENED (AND SO ONLY TRUNCATED) ONCE THE
038300*    GUARD HAS PASSED, THE SAME OPEN DISCIPLINE CUSTBALPOST KEEPS.
038400*    TRNHIST AND STMTTRN ACCUMULATE ACROSS RUNS AND TAKE THE
038500*    FIRST-EVER-RUN FALLBACK THE SORT RUN AND CUSTBALPOST USE.
038600     OPEN I-O TRANSACTION-HISTORY.
038700     IF WS-TRNHIST-NEW-FILE
038800         OPEN OUTPUT TRANSACTION-HISTORY
038900         CLOSE TRANSACTION-HISTORY
039000         OPEN I-O TRANSACTION-HISTORY
039100     END-IF.
039200     IF NOT WS-TRNHIST-OK
039300         DISPLAY "ADJPOST - UNABLE TO OPEN TRNHIST, "
039400             "STATUS = " WS-TRNHIST-STATUS
039500         STOP RUN
039600     END-IF.
039700     OPEN EXTEND STATEMENT-TRANS.
039800     IF WS-STMTTRN-NEW-FILE
039900         OPEN OUTPUT STATEMENT-TRANS
040000     END-IF.
040100     IF NOT WS-STMTTRN-OK
040200         DISPLAY "ADJPOST - UNABLE TO OPEN STMTTRN, "
040300             "STATUS = " WS-STMTTRN-STATUS
040400         STOP RUN
040500     END-IF.
040600     OPEN EXTEND AUDIT-LOG.
040700     IF WS-ADJAUD-NEW-FILE
040800         OPEN OUTPUT AUDIT-LOG
040900     END-IF.
041000     IF NOT WS-ADJAUD-OK
041100         DISPLAY "ADJPOST - UNABLE TO OPEN ADJAUDIT, "
041200             "STATUS = " WS-ADJAUD-STATUS
041300         STOP RUN
041400     END-IF.
041500*    ADJAUDIT ABOVE IS ALWAYS EXTENDED.  A RESTARTED RUN OPENS
041540*    ADJRPT AND ADJGL EXTEND TOO, SO THE LINES CUT BEFORE THE
041580*    LAST CHECKPOINT ARE NOT DISCARDED, AND SKIPS THE REPEATED
041620*    HEADING AND ADJGL HEADER.
041660     IF WS-RESTART-COUNT IS GREATER THAN ZERO
041700         OPEN EXTEND ADJUSTMENT-RPT
041740         IF WS-ADJRPT-NEW-FILE
041780             OPEN OUTPUT ADJUSTMENT-RPT
041820         END-IF
041860     ELSE
041900         OPEN OUTPUT ADJUSTMENT-RPT
041940     END-IF.
041980     IF NOT WS-ADJRPT-OK
042020         DISPLAY "ADJPOST - UNABLE TO OPEN ADJRPT, "
042060             "STATUS = " WS-ADJRPT-STATUS
042100         STOP RUN
042140     END-IF.
042180     IF WS-RESTART-COUNT IS GREATER THAN ZERO
042220         OPEN EXTEND ADJUSTMENT-GL-EXTRACT
042260         IF WS-ADJGL-NEW-FILE
042300             OPEN OUTPUT ADJUSTMENT-GL-EXTRACT
042340         END-IF
042380     ELSE
042420         OPEN OUTPUT ADJUSTMENT-GL-EXTRACT
042460     END-IF.
042500     IF NOT WS-ADJGL-OK
042540         DISPLAY "ADJPOST - UNABLE TO OPEN ADJGL, "
042580             "STATUS = " WS-ADJGL-STATUS
042620         STOP RUN
042660     END-IF.
042700     MOVE WS-BD-YYYY TO WS-GLP-YYYY.
042740     MOVE WS-BD-MM TO WS-GLP-MM.
042780     IF WS-RESTART-COUNT IS GREATER THAN ZERO
042820         GO TO 1000-EXIT
042860     END-IF.
042900     MOVE SPACES TO GL-INTERFACE-RECORD.
043000     SET GLI-HEADER-RECORD TO TRUE.
043100     MOVE WS-BUSINESS-DATE TO GLI-BUSINESS-DATE.
043200     ACCEPT WS-RST-TIME-RAW FROM TIME.
043300     MOVE WS-RST-TIME-HHMMSS TO GLI-RUN-TIME.
043400     MOVE "ADJPOST" TO GLI-SYSTEM-ID.
043500     WRITE GL-INTERFACE-RECORD.
043600     MOVE SPACES TO WS-PRINT-LINE.
043700     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
043800     MOVE WS-APPROVAL-LIMIT TO WS-RPT-AMOUNT-EDIT.
043900     STRING "BALANCE ADJUSTMENT REGISTER       BUSINESS DATE: "
044000             DELIMITED BY SIZE
044100         WS-RPT-DATE-EDIT DELIMITED BY SIZE
044200         "   BATCH: " DELIMITED BY SIZE
044300         WS-BATCH-ID DELIMITED BY SIZE
044400         "   APPROVAL LIMIT: " DELIMITED BY SIZE
044500         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
044600         INTO WS-PRINT-LINE
044700     END-STRING.
044800     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
044900     WRITE ADJUSTMENT-RPT-RECORD.
045000     MOVE SPACES TO WS-PRINT-LINE.
045100     STRING "CUST   CUSTOMER-NAME         RSN  D    AMOUNT"
045200             DELIMITED BY SIZE
045300         "     AR-BEFORE      AR-AFTER  ENTERED  APPROVER"
045400             DELIMITED BY SIZE
045500         " REFERENCE   NOTE" DELIMITED BY SIZE
045600         INTO WS-PRINT-LINE
045700     END-STRING.
045800     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
045900     WRITE ADJUSTMENT-RPT-RECORD.
046000 1000-EXIT.
046100     EXIT.
046200*-----------------------------------------------------------------
046220*    1500-CHECK-ADJUSTMENT-CONTROL - SCAN ADJCTL FOR THE ADJIN
046240*    HEADER'S BUSINESS DATE AND BATCH-ID BEFORE ANY BALANCE IS
046260*    TOUCHED.  A BATCH ALREADY ON FILE WAS ALREADY POSTED AND
046280*    POSTING IT AGAIN WOULD TAKE EVERY ENTRY TWICE - THE RUN
046300*    HARD-STOPS WITH RETURN-CODE 12 UNLESS THE FORCE PARM ASKS
046320*    FOR A DELIBERATE, LOGGED RERUN.
046340*-----------------------------------------------------------------
046360 1500-CHECK-ADJUSTMENT-CONTROL.
046380     MOVE "N" TO WS-BATCH-POSTED-SWITCH.
046400     MOVE "N" TO WS-ADJCTL-EOF-SWITCH.
046420     OPEN INPUT ADJUSTMENT-CONTROL.
046440     IF WS-ADJCTL-NEW-FILE
046460         GO TO 1500-EXIT
046480     END-IF.
046500     IF NOT WS-ADJCTL-OK
046520         DISPLAY "ADJPOST - UNABLE TO OPEN ADJCTL, "
046540             "STATUS = " WS-ADJCTL-STATUS
046560         STOP RUN
046580     END-IF.
046600     PERFORM 1550-READ-ADJUSTMENT-CONTROL THRU 1550-EXIT
046620         UNTIL WS-ADJCTL-READ-EOF
046640             OR WS-BATCH-ALREADY-POSTED.
046660     CLOSE ADJUSTMENT-CONTROL.
046680     IF WS-BATCH-ALREADY-POSTED
046700         IF WS-FORCE-RERUN
046720             DISPLAY "ADJPOST - BATCH " WS-BATCH-ID
046740                 " FOR " WS-BUSINESS-DATE " ALREADY POSTED - "
046760                 "FORCED RERUN PROCEEDING"
046780         ELSE
046800             DISPLAY "ADJPOST - BATCH " WS-BATCH-ID
046820                 " FOR " WS-BUSINESS-DATE " ALREADY POSTED PER "
046840                 "ADJCTL - RUN STOPPED.  USE THE FORCE PARM FOR "
046860                 "A DELIBERATE RERUN"
046880             MOVE 12 TO RETURN-CODE
046900             STOP RUN
046920         END-IF
046940     END-IF.
046960 1500-EXIT.
046980     EXIT.
047000*-----------------------------------------------------------------
047020*    1550-READ-ADJUSTMENT-CONTROL - ONE ADJCTL RECORD; FLAG A
047040*    MATCH ON THE RUN'S BUSINESS DATE AND BATCH-ID.
047060*-----------------------------------------------------------------
047080 1550-READ-ADJUSTMENT-CONTROL.
047100     READ ADJUSTMENT-CONTROL
047120         AT END
047140             SET WS-ADJCTL-READ-EOF TO TRUE
047160             GO TO 1550-EXIT
047180     END-READ.
047200     IF ACC-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
047220             AND ACC-BATCH-ID IS EQUAL TO WS-BATCH-ID
047240         SET WS-BATCH-ALREADY-POSTED TO TRUE
047260     END-IF.
047280 1550-EXIT.
047300     EXIT.
047320*-----------------------------------------------------------------
047340*    1600-CHECK-FOR-RESTART - IF CKPT13 CARRIES A CHECKPOINT FOR
047360*    THIS ADJIN'S BUSINESS DATE AND BATCH, AN EARLIER RUN ABENDED
047380*    PARTWAY THROUGH 2000-POST-ADJUSTMENTS AND THE ENTRIES UP TO
047400*    THE CHECKPOINT ARE ALREADY POSTED, FILED AND AUDITED.  THE
047420*    RUNNING AND ADJGL TOTALS ARE RESTORED AND 2100 SKIPS THAT
047440*    MANY ENTRIES, SO EACH ONE IS POSTED EXACTLY ONCE.  A
047460*    CHECKPOINT FOR ANY OTHER DATE OR BATCH IS STALE AND IS
047480*    IGNORED.
047500*-----------------------------------------------------------------
047520 1600-CHECK-FOR-RESTART.
047540     MOVE ZERO TO WS-RESTART-COUNT.
047560     OPEN INPUT CHECKPOINT-FILE.
047580     IF WS-CKPT-NEW-FILE
047600         GO TO 1600-EXIT
047620     END-IF.
047640     IF NOT WS-CKPT-OK
047660         DISPLAY "ADJPOST - UNABLE TO OPEN CKPT13, "
047680             "STATUS = " WS-CKPT-STATUS
047700         STOP RUN
047720     END-IF.
047740     READ CHECKPOINT-FILE
047760         AT END
047780             SET WS-CKPT-READ-EOF TO TRUE
047800     END-READ.
047820     IF NOT WS-CKPT-READ-EOF
047840             AND CKPT-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
047860             AND CKPT-BATCH-ID IS EQUAL TO WS-BATCH-ID
047880             AND CKPT-RESTART-COUNT IS GREATER THAN ZERO
047900         MOVE CKPT-RESTART-COUNT TO WS-RESTART-COUNT
047920         MOVE CKPT-RESTART-COUNT TO WS-DETAIL-READ-COUNT
047940         MOVE CKPT-AMOUNT-READ-TOTAL TO WS-AMOUNT-READ-TOTAL
047960         MOVE CKPT-POSTED-COUNT TO WS-POSTED-COUNT
047980         MOVE CKPT-POSTED-NET TO WS-POSTED-NET
048000         MOVE CKPT-APPROVED-COUNT TO WS-APPROVED-COUNT
048020         MOVE CKPT-REFUSED-COUNT TO WS-REFUSED-COUNT
048040         MOVE CKPT-WO-COUNT TO WS-WO-COUNT
048060         MOVE CKPT-WO-TOTAL TO WS-WO-TOTAL
048080         MOVE CKPT-GW-COUNT TO WS-GW-COUNT
048100         MOVE CKPT-GW-TOTAL TO WS-GW-TOTAL
048120         MOVE CKPT-SC-COUNT TO WS-SC-COUNT
048140         MOVE CKPT-SC-TOTAL TO WS-SC-TOTAL
048160         MOVE CKPT-GL-RECORD-COUNT TO WS-GL-RECORD-COUNT
048180         MOVE CKPT-GL-HASH-TOTAL TO WS-GL-HASH-TOTAL
048200         MOVE CKPT-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
048220         MOVE CKPT-GL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
048240         DISPLAY "ADJPOST - RESTARTING AFTER "
048260             WS-RESTART-COUNT " ENTRY(IES) ALREADY DONE"
048280     END-IF.
048300     CLOSE CHECKPOINT-FILE.
048320 1600-EXIT.
048340     EXIT.
048360*-----------------------------------------------------------------
048380*    1640-LOAD-GL-MAPPING - READ THE GLMAP CARDS INTO THE BRANCH
048400*    AR TABLE, SKIPPING THE CARDS THE SORT RUN'S 1650 SKIPS.  AN
048420*    ENTRY'S AR LINE MUST GO TO THE ACCOUNT THE SORT RUN'S GLINTF
048440*    LINES FOR THAT BRANCH USE, SO A MISSING FILE OR NO GOOD CARD
048460*    STOPS THE RUN WITH RETURN-CODE 12 BEFORE ANY BALANCE IS
048480*    TOUCHED.
048500*-----------------------------------------------------------------
048520 1640-LOAD-GL-MAPPING.
048540     OPEN INPUT GL-MAPPING-FILE.
048560     IF WS-GLMAP-NEW-FILE
048580         DISPLAY "ADJPOST - NO GLMAP ACCOUNT MAPPING FILE - "
048600             "NO AR CONTROL ACCOUNT, RUN STOPPED"
048620         MOVE 12 TO RETURN-CODE
048640         STOP RUN
048660     END-IF.
048680     IF NOT WS-GLMAP-OK
048700         DISPLAY "ADJPOST - UNABLE TO OPEN GLMAP, "
048720             "STATUS = " WS-GLMAP-STATUS
048740         STOP RUN
048760     END-IF.
048780     PERFORM 1650-READ-GL-MAPPING THRU 1650-EXIT
048800         UNTIL WS-GLMAP-READ-EOF.
048820     CLOSE GL-MAPPING-FILE.
048840     IF WS-GAR-COUNT IS EQUAL TO ZERO
048860         DISPLAY "ADJPOST - NO GOOD GLMAP CARD - NO AR CONTROL "
048880             "ACCOUNT, RUN STOPPED"
048900         MOVE 12 TO RETURN-CODE
048920         STOP RUN
048940     END-IF.
048960 1640-EXIT.
048980     EXIT.
049000*-----------------------------------------------------------------
049020*    1650-READ-GL-MAPPING - ONE GLMAP CARD.  A CARD THE SORT RUN
049040*    WOULD SKIP AS BAD IS SKIPPED HERE TOO.  THE FIRST GOOD CARD
049060*    FOR A BRANCH TABLES ITS AR ACCOUNT; A LATER ONE NAMING
049080*    ANOTHER MARKS THE BRANCH AND IS LISTED.
049100*-----------------------------------------------------------------
049120 1650-READ-GL-MAPPING.
049140     READ GL-MAPPING-FILE
049160         AT END
049180             SET WS-GLMAP-READ-EOF TO TRUE
049200             GO TO 1650-EXIT
049220     END-READ.
049240     IF GLM-BRANCH-CODE IS EQUAL TO SPACES
049260             OR GLM-CATEGORY IS EQUAL TO SPACES
049280             OR (NOT GLM-SALE AND NOT GLM-RETURN)
049300             OR GLM-REVENUE-ACCOUNT IS EQUAL TO SPACES
049320             OR GLM-AR-ACCOUNT IS EQUAL TO SPACES
049340             OR GLM-TAX-ACCOUNT IS EQUAL TO SPACES
049360         DISPLAY "ADJPOST - BAD GLMAP CARD FOR "
049380             GLM-KEY " SKIPPED"
049400         IF RETURN-CODE IS LESS THAN 4
049420             MOVE 4 TO RETURN-CODE
049440         END-IF
049460         GO TO 1650-EXIT
049480     END-IF.
049500     MOVE GLM-BRANCH-CODE TO WS-GAR-LOOKUP-BRANCH.
049520     PERFORM 2250-FIND-BRANCH-AR THRU 2250-EXIT.
049540     IF WS-GAR-HIT IS GREATER THAN ZERO
049560         IF GLM-AR-ACCOUNT IS NOT EQUAL TO
049580                 WS-GAR-AR-ACCOUNT (WS-GAR-HIT)
049600             DISPLAY "ADJPOST - GLMAP CARD FOR " GLM-KEY
049620                 " NAMES AR ACCOUNT " GLM-AR-ACCOUNT ", NOT "
049640                 WS-GAR-AR-ACCOUNT (WS-GAR-HIT)
049660                 " - BRANCH'S ADJUSTMENTS WILL BE REFUSED"
049680             MOVE "Y" TO WS-GAR-CONFLICT (WS-GAR-HIT)
049700             IF RETURN-CODE IS LESS THAN 4
049720                 MOVE 4 TO RETURN-CODE
049740             END-IF
049760         END-IF
049780         GO TO 1650-EXIT
049800     END-IF.
049820     IF WS-GAR-COUNT IS EQUAL TO WS-MAX-GAR-BRANCHES
049840         DISPLAY "ADJPOST - BRANCH AR TABLE FULL, CARD FOR "
049860             GLM-KEY " SKIPPED"
049880         IF RETURN-CODE IS LESS THAN 4
049900             MOVE 4 TO RETURN-CODE
049920         END-IF
049940         GO TO 1650-EXIT
049960     END-IF.
049980     ADD 1 TO WS-GAR-COUNT.
050000     MOVE GLM-BRANCH-CODE TO WS-GAR-BRANCH (WS-GAR-COUNT).
050020     MOVE GLM-AR-ACCOUNT TO WS-GAR-AR-ACCOUNT (WS-GAR-COUNT).
050040     MOVE "N" TO WS-GAR-CONFLICT (WS-GAR-COUNT).
050060 1650-EXIT.
050080     EXIT.
050100*-----------------------------------------------------------------
050120*    1660-LOAD-GL-ACCOUNTS - READ FINANCE'S GLACCT HOUSE ACCOUNT
050140*    CARDS FOR THE WRITE-OFF, GOODWILL AND SALE CORRECTION OFFSET
050160*    ACCOUNTS.  A MISSING FILE OR A ROLE WITH NO CARD STOPS THE
050180*    RUN WITH RETURN-CODE 12 BEFORE ANY BALANCE IS TOUCHED.
050200*-----------------------------------------------------------------
050220 1660-LOAD-GL-ACCOUNTS.
050240     OPEN INPUT GL-ACCOUNT-FILE.
050260     IF WS-GLACCT-NEW-FILE
050280         DISPLAY "ADJPOST - NO GLACCT HOUSE ACCOUNT FILE - "
050300             "RUN STOPPED"
050320         MOVE 12 TO RETURN-CODE
050340         STOP RUN
050360     END-IF.
050380     IF NOT WS-GLACCT-OK
050400         DISPLAY "ADJPOST - UNABLE TO OPEN GLACCT, "
050420             "STATUS = " WS-GLACCT-STATUS
050440         STOP RUN
050460     END-IF.
050480     PERFORM 1670-READ-GL-ACCOUNT THRU 1670-EXIT
050500         UNTIL WS-GLACCT-READ-EOF.
050520     CLOSE GL-ACCOUNT-FILE.
050540     IF WS-GL-WO-ACCOUNT IS EQUAL TO SPACES
050560             OR WS-GL-GW-ACCOUNT IS EQUAL TO SPACES
050580             OR WS-GL-SC-ACCOUNT IS EQUAL TO SPACES
050600         DISPLAY "ADJPOST - GLACCT LACKS A CARD FOR ROLE ADJWO, "
050620             "ADJGW OR ADJSC - RUN STOPPED"
050640         MOVE 12 TO RETURN-CODE
050660         STOP RUN
050680     END-IF.
050700 1660-EXIT.
050720     EXIT.
050740*-----------------------------------------------------------------
050760*    1670-READ-GL-ACCOUNT - ONE GLACCT CARD.  ONLY THE ROLES THIS
050780*    STEP POSTS TO ARE TAKEN.  A CARD WITH NO ACCOUNT IS SKIPPED
050800*    AND THE FIRST CARD FOR A ROLE STANDS, AS ON GLMAP.
050820*-----------------------------------------------------------------
050840 1670-READ-GL-ACCOUNT.
050860     READ GL-ACCOUNT-FILE
050880         AT END
050900             SET WS-GLACCT-READ-EOF TO TRUE
050920             GO TO 1670-EXIT
050940     END-READ.
050960     IF NOT GLA-ADJ-WRITE-OFF
050980             AND NOT GLA-ADJ-GOODWILL
051000             AND NOT GLA-ADJ-SALE-CORRECTION
051020         GO TO 1670-EXIT
051040     END-IF.
051060     IF GLA-ACCOUNT-NUMBER IS EQUAL TO SPACES
051080         DISPLAY "ADJPOST - BAD GLACCT CARD FOR "
051100             GLA-ACCOUNT-ROLE " SKIPPED"
051120         IF RETURN-CODE IS LESS THAN 4
051140             MOVE 4 TO RETURN-CODE
051160         END-IF
051180         GO TO 1670-EXIT
051200     END-IF.
051220     IF GLA-ADJ-WRITE-OFF
051240             AND WS-GL-WO-ACCOUNT IS EQUAL TO SPACES
051260         MOVE GLA-ACCOUNT-NUMBER TO WS-GL-WO-ACCOUNT
051280         GO TO 1670-EXIT
051300     END-IF.
051320     IF GLA-ADJ-GOODWILL
051340             AND WS-GL-GW-ACCOUNT IS EQUAL TO SPACES
051360         MOVE GLA-ACCOUNT-NUMBER TO WS-GL-GW-ACCOUNT
051380         GO TO 1670-EXIT
051400     END-IF.
051420     IF GLA-ADJ-SALE-CORRECTION
051440             AND WS-GL-SC-ACCOUNT IS EQUAL TO SPACES
051460         MOVE GLA-ACCOUNT-NUMBER TO WS-GL-SC-ACCOUNT
051480         GO TO 1670-EXIT
051500     END-IF.
051520     DISPLAY "ADJPOST - DUPLICATE GLACCT CARD FOR "
051540         GLA-ACCOUNT-ROLE " SKIPPED - THE FIRST CARD STANDS".
051560     IF RETURN-CODE IS LESS THAN 4
051580         MOVE 4 TO RETURN-CODE
051600     END-IF.
051620 1670-EXIT.
051640     EXIT.
051800*-----------------------------------------------------------------
051900*    2000-POST-ADJUSTMENTS - DRIVE THE DETAIL RECORDS THROUGH THE
052000*    CHECK AND POSTING PATH UNTIL THE TRAILER OR END-OF-FILE.
052100*-----------------------------------------------------------------
052200 2000-POST-ADJUSTMENTS.
052300     PERFORM 2100-READ-ADJUSTMENT-RECORD THRU 2100-EXIT
052400         UNTIL WS-END-OF-FILE.
052500     IF NOT WS-TRAILER-SEEN
052600         DISPLAY "ADJPOST - ADJIN ENDED WITHOUT A TRAILER "
052700             "RECORD - TOTALS NOT RECONCILED"
052800         MOVE 8 TO RETURN-CODE
052900     END-IF.
052925*    THE RUN REACHED THE END OF ADJIN, SO THERE IS NOTHING TO
052950*    RESTART FROM NEXT RUN.
052975     PERFORM 2900-CLEAR-CHECKPOINT THRU 2900-EXIT.
053000 2000-EXIT.
053100     EXIT.
053200*-----------------------------------------------------------------
053300*    2100-READ-ADJUSTMENT-RECORD - ONE ADJIN RECORD.  THE TRAILER
053400*    IS RECONCILED AGAINST THE RUNNING COUNT AND AMOUNT TOTAL.
053500*    EACH DETAIL IS CHECKED (2200) AND EITHER REFUSED (2300) OR
053600*    POSTED (2400).
053700*-----------------------------------------------------------------
053800 2100-READ-ADJUSTMENT-RECORD.
053900     READ ADJUSTMENT-FILE
054000         AT END
054100             SET WS-END-OF-FILE TO TRUE
054200             GO TO 2100-EXIT
054300     END-READ.
054400     IF ADJ-TRAILER-RECORD
054500         SET WS-TRAILER-SEEN TO TRUE
054600         SET WS-END-OF-FILE TO TRUE
054700         IF ADJ-RECORD-COUNT IS NOT EQUAL TO WS-DETAIL-READ-COUNT
054800                 OR ADJ-AMOUNT-TOTAL IS NOT EQUAL TO
054900                     WS-AMOUNT-READ-TOTAL
055000             SET WS-CTL-MISMATCH TO TRUE
055100             DISPLAY "ADJPOST - ADJIN TRAILER DOES NOT "
055200                 "RECONCILE, SEE ADJRPT"
055300             MOVE 8 TO RETURN-CODE
055400         END-IF
055500         GO TO 2100-EXIT
055600     END-IF.
055700     IF NOT ADJ-DETAIL-RECORD
055800         GO TO 2100-EXIT
055900     END-IF.
055911*    ENTRIES UP TO THE RESTART COUNT WERE ALREADY DONE BEFORE THE
055922*    ABEND - THEIR TOTALS CAME BACK OFF THE CHECKPOINT IN 1600,
055933*    SO THEY ARE SKIPPED WITHOUT RECOUNTING.
055944     ADD 1 TO WS-RECORDS-SEEN-THIS-RUN.
055955     IF WS-RECORDS-SEEN-THIS-RUN IS LESS THAN OR EQUAL TO
055966             WS-RESTART-COUNT
055977         GO TO 2100-EXIT
055988     END-IF.
056000     ADD 1 TO WS-DETAIL-READ-COUNT.
056100     PERFORM 2200-CHECK-ONE-ENTRY THRU 2200-EXIT.
056200     IF WS-REFUSE-REASON IS EQUAL TO SPACES
056300         PERFORM 2400-POST-ONE-ENTRY THRU 2400-EXIT
056400     ELSE
056500         PERFORM 2300-REFUSE-ENTRY THRU 2300-EXIT
056600     END-IF.
056616*    BY HERE THE ENTRY IS POSTED OR REFUSED AND ITS REGISTER AND
056632*    AUDIT LINES ARE CUT, SO THE CHECKPOINT KEEPS STEP WITH IT
056648*    ENTRY BY ENTRY - A WIDER INTERVAL WOULD LET A RESTART POST
056664*    AGAIN WHATEVER THE ABEND CAUGHT IN FLIGHT.
056680     PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT.
056700 2100-EXIT.
056800     EXIT.
056900*-----------------------------------------------------------------
057000*    2200-CHECK-ONE-ENTRY - EVERY TEST AN ENTRY MUST PASS BEFORE
057100*    IT MAY TOUCH A BALANCE, IN ORDER; THE FIRST FAILURE NAMES THE
057200*    REFUSE REASON.  THE AMOUNT ONLY JOINS THE RUNNING TOTAL ONCE
057300*    IT HAS PROVED NUMERIC, SO A CORRUPT AMOUNT SURFACES AS A
057400*    REFUSAL PLUS A TRAILER MISMATCH INSTEAD OF A DATA EXCEPTION.
057500*    A WRITE-OFF OR GOODWILL CREDIT CAN ONLY BRING THE BALANCE
057600*    DOWN, AND A WRITE-OFF CANNOT TAKE OFF MORE THAN IS OWED.
057700*    CUSTMST AND BALMST ARE READ LAST; A SUCCESSFUL CHECK LEAVES
057800*    THE BALMST RECORD IN THE RECORD AREA FOR 2400.  A SALE
057810*    CORRECTION DATED BEFORE THE ACCOUNT'S LAST POSTING IS
057820*    REFUSED - ITS MONTH AND YEAR ARE ALREADY ROLLED ON BALMST,
057830*    SO 2410 WOULD ZERO THE CURRENT MTD/YTD AND SET THE LAST
057840*    POST DATE BACK.  IT MUST BE KEYED IN A CURRENT BATCH.
057860*    THE ENTRY'S BRANCH MUST HAVE ONE AR CONTROL ACCOUNT ON GLMAP
057880*    (2250) FOR ITS GL PAIR TO BE CUT.
057900*-----------------------------------------------------------------
058000 2200-CHECK-ONE-ENTRY.
058100     MOVE SPACES TO WS-REFUSE-REASON.
058200     MOVE ZERO TO WS-SIGNED-AMOUNT.
058300     MOVE ZERO TO WS-BEFORE-AR.
058400     MOVE ZERO TO WS-AFTER-AR.
058500     MOVE SPACES TO WS-ENTRY-NAME.
058600     MOVE "N" TO WS-MOVES-SALES-SWITCH.
058700     IF ADJ-AMOUNT IS NOT NUMERIC
058800             OR ADJ-AMOUNT IS EQUAL TO ZERO
058900         MOVE "AMOUNT NOT VALID" TO WS-REFUSE-REASON
059000         GO TO 2200-EXIT
059100     END-IF.
059200     ADD ADJ-AMOUNT TO WS-AMOUNT-READ-TOTAL.
059300     IF ADJ-CREDIT
059400         MOVE ADJ-AMOUNT TO WS-SIGNED-AMOUNT
059500         MULTIPLY -1 BY WS-SIGNED-AMOUNT
059600     ELSE
059700         IF ADJ-DEBIT
059800             MOVE ADJ-AMOUNT TO WS-SIGNED-AMOUNT
059900         ELSE
060000             MOVE "DIRECTION NOT C OR D" TO WS-REFUSE-REASON
060100             GO TO 2200-EXIT
060200         END-IF
060300     END-IF.
060400     IF NOT ADJ-VALID-REASON
060500         MOVE "REASON CODE NOT VALID" TO WS-REFUSE-REASON
060600         GO TO 2200-EXIT
060700     END-IF.
060800     IF ADJ-DEBIT AND NOT ADJ-SALE-CORRECTION
060900         MOVE "REASON ALLOWS CREDIT ONLY" TO WS-REFUSE-REASON
061000         GO TO 2200-EXIT
061100     END-IF.
061200     IF ADJ-ENTERED-BY IS EQUAL TO SPACES
061300         MOVE "NO ENTERING USER" TO WS-REFUSE-REASON
061400         GO TO 2200-EXIT
061500     END-IF.
061600     IF ADJ-AMOUNT IS GREATER THAN WS-APPROVAL-LIMIT
061700             AND ADJ-APPROVED-BY IS EQUAL TO SPACES
061800         MOVE "OVER LIMIT - NO APPROVER" TO WS-REFUSE-REASON
061900         GO TO 2200-EXIT
062000     END-IF.
062100     IF ADJ-APPROVED-BY IS NOT EQUAL TO SPACES
062200             AND ADJ-APPROVED-BY IS EQUAL TO ADJ-ENTERED-BY
062300         MOVE "APPROVER SAME AS USER" TO WS-REFUSE-REASON
062400         GO TO 2200-EXIT
062500     END-IF.
062600     IF ADJ-CUSTOMER-ID IS NOT NUMERIC
062700             OR ADJ-CUSTOMER-ID IS EQUAL TO ZERO
062800         MOVE "CUSTOMER NOT ON CUSTMST" TO WS-REFUSE-REASON
062900         GO TO 2200-EXIT
063000     END-IF.
063100     MOVE ADJ-CUSTOMER-ID TO CMS-CUSTOMER-ID.
063200     READ CUSTOMER-MASTER
063300         INVALID KEY
063400             MOVE "CUSTOMER NOT ON CUSTMST" TO WS-REFUSE-REASON
063500             GO TO 2200-EXIT
063600     END-READ.
063700     MOVE CMS-CUSTOMER-NAME TO WS-ENTRY-NAME.
063708     MOVE ADJ-BRANCH-CODE TO WS-GAR-LOOKUP-BRANCH.
063716     PERFORM 2250-FIND-BRANCH-AR THRU 2250-EXIT.
063724     IF WS-GAR-HIT IS EQUAL TO ZERO
063732         MOVE "NO GLMAP AR FOR BRANCH" TO WS-REFUSE-REASON
063740         GO TO 2200-EXIT
063748     END-IF.
063756     IF WS-GAR-CONFLICT (WS-GAR-HIT) IS EQUAL TO "Y"
063764         MOVE "BRANCH AR NOT UNIQUE" TO WS-REFUSE-REASON
063772         GO TO 2200-EXIT
063780     END-IF.
063788     MOVE WS-GAR-AR-ACCOUNT (WS-GAR-HIT) TO WS-GL-AR-ACCOUNT.
063800     MOVE ADJ-CUSTOMER-ID TO CBM-CUSTOMER-ID.
063900     READ CUSTOMER-BALANCE
064000         INVALID KEY
064100             MOVE "NO BALMST RECORD" TO WS-REFUSE-REASON
064200             GO TO 2200-EXIT
064300     END-READ.
064400*    A RECORD CUT BEFORE THE RECEIVABLE FIELD EXISTED CARRIES
064500*    SPACES THERE - NOTHING IS OWED ON IT YET.
064600     IF CBM-AR-BALANCE IS NOT NUMERIC
064700         MOVE ZERO TO CBM-AR-BALANCE
064800     END-IF.
064900     MOVE CBM-AR-BALANCE TO WS-BEFORE-AR.
065000     MOVE CBM-AR-BALANCE TO WS-AFTER-AR.
065100     IF ADJ-WRITE-OFF
065200             AND ADJ-AMOUNT IS GREATER THAN CBM-AR-BALANCE
065300         MOVE "WRITE-OFF EXCEEDS BALANCE" TO WS-REFUSE-REASON
065400         GO TO 2200-EXIT
065500     END-IF.
065510     IF ADJ-SALE-CORRECTION
065520             AND CBM-LAST-POST-DATE IS NUMERIC
065530             AND WS-BUSINESS-DATE IS LESS THAN CBM-LAST-POST-DATE
065540         MOVE "DATED BEFORE LAST POSTING" TO WS-REFUSE-REASON
065550         GO TO 2200-EXIT
065560     END-IF.
065600 2200-EXIT.
065700     EXIT.
065705*-----------------------------------------------------------------
065710*    2250-FIND-BRANCH-AR - LOOK WS-GAR-LOOKUP-BRANCH UP IN THE
065715*    BRANCH AR TABLE.  WS-GAR-HIT IS LEFT AT THE ENTRY FOUND, OR
065720*    ZERO WHEN THE BRANCH HAS NO GOOD GLMAP CARD.
065725*-----------------------------------------------------------------
065730 2250-FIND-BRANCH-AR.
065735     MOVE ZERO TO WS-GAR-HIT.
065740     PERFORM 2260-TEST-BRANCH-AR THRU 2260-EXIT
065745         VARYING WS-GAR-IX FROM 1 BY 1
065750         UNTIL WS-GAR-IX IS GREATER THAN WS-GAR-COUNT
065755             OR WS-GAR-HIT IS GREATER THAN ZERO.
065760 2250-EXIT.
065765     EXIT.
065770 2260-TEST-BRANCH-AR.
065775     IF WS-GAR-BRANCH (WS-GAR-IX) IS EQUAL TO WS-GAR-LOOKUP-BRANCH
065780         MOVE WS-GAR-IX TO WS-GAR-HIT
065785     END-IF.
065790 2260-EXIT.
065795     EXIT.
065800*-----------------------------------------------------------------
065900*    2300-REFUSE-ENTRY - A REFUSED ENTRY TOUCHES NO BALANCE AND
066000*    CUTS NO GL LINES, BUT IS COUNTED, LISTED ON THE REGISTER
066100*    WITH ITS REASON AND AUDITED ON ADJAUDIT.
066200*-----------------------------------------------------------------
066300 2300-REFUSE-ENTRY.
066400     ADD 1 TO WS-REFUSED-COUNT.
066500     MOVE "REFUSED" TO WS-ACTION-WORD.
066600     MOVE WS-REFUSE-REASON TO WS-RPT-NOTE.
066700     PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT.
066800     PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT.
066900 2300-EXIT.
067000     EXIT.
067100*-----------------------------------------------------------------
067200*    2400-POST-ONE-ENTRY - APPLY AN ACCEPTED ENTRY - BALMST
067300*    (2410), TRNHIST (2450), STMTTRN (2480), THE GL PAIR (2600),
067400*    THEN THE REGISTER LINE AND THE AUDIT BLOCK.
067500*-----------------------------------------------------------------
067600 2400-POST-ONE-ENTRY.
067700     IF ADJ-WRITE-OFF
067800         MOVE "WO-CR" TO WS-ACTION-WORD
067900         MOVE WS-GL-WO-ACCOUNT TO WS-GL-OFFSET-ACCOUNT
068000         ADD 1 TO WS-WO-COUNT
068100         ADD WS-SIGNED-AMOUNT TO WS-WO-TOTAL
068200     END-IF.
068300     IF ADJ-GOODWILL
068400         MOVE "GW-CR" TO WS-ACTION-WORD
068500         MOVE WS-GL-GW-ACCOUNT TO WS-GL-OFFSET-ACCOUNT
068600         ADD 1 TO WS-GW-COUNT
068700         ADD WS-SIGNED-AMOUNT TO WS-GW-TOTAL
068800     END-IF.
068900     IF ADJ-SALE-CORRECTION
069000         SET WS-MOVES-SALES TO TRUE
069100         MOVE WS-GL-SC-ACCOUNT TO WS-GL-OFFSET-ACCOUNT
069200         ADD 1 TO WS-SC-COUNT
069300         ADD WS-SIGNED-AMOUNT TO WS-SC-TOTAL
069400         IF ADJ-CREDIT
069500             MOVE "SC-CR" TO WS-ACTION-WORD
069600         ELSE
069700             MOVE "SC-DR" TO WS-ACTION-WORD
069800         END-IF
069900     END-IF.
070000     MOVE CUSTOMER-BALANCE-RECORD TO WS-BEFORE-IMAGE.
070100     PERFORM 2410-APPLY-TO-BALANCE THRU 2410-EXIT.
070200     MOVE CUSTOMER-BALANCE-RECORD TO WS-AFTER-IMAGE.
070300     ADD 1 TO WS-POSTED-COUNT.
070400     ADD WS-SIGNED-AMOUNT TO WS-POSTED-NET.
070500     IF ADJ-AMOUNT IS GREATER THAN WS-APPROVAL-LIMIT
070600         ADD 1 TO WS-APPROVED-COUNT
070700     END-IF.
070800     PERFORM 2450-FILE-HISTORY THRU 2450-EXIT.
070900     PERFORM 2480-WRITE-STATEMENT-TRAN THRU 2480-EXIT.
071000     PERFORM 2600-WRITE-ADJUSTMENT-GL THRU 2600-EXIT.
071100     MOVE "POSTED" TO WS-RPT-NOTE.
071120     IF WS-THR-PRIOR-FOUND
071140         MOVE "POSTED AGAIN - RERUN" TO WS-RPT-NOTE
071160     END-IF.
071200     PERFORM 2500-WRITE-REGISTER-LINE THRU 2500-EXIT.
071300     PERFORM 2700-WRITE-AUDIT-BLOCK THRU 2700-EXIT.
071400 2400-EXIT.
071500     EXIT.
071600*-----------------------------------------------------------------
071700*    2410-APPLY-TO-BALANCE - MOVE THE RECEIVABLE BY THE SIGNED
071800*    AMOUNT.  A SALE CORRECTION ALSO MOVES THE MTD/YTD SALES
071900*    FIGURES, ROLLED FIRST WHEN THE POSTING MONTH OR YEAR CHANGED
072000*    EXACTLY AS CUSTBALPOST ROLLS THEM, AND STAMPS THE POST DATE;
072100*    OTHER REASONS LEAVE THE SALES FIGURES AND POST DATE ALONE.
072200*-----------------------------------------------------------------
072300 2410-APPLY-TO-BALANCE.
072400     IF WS-MOVES-SALES
072500         MOVE ZERO TO WS-LPD-WORK
072600         IF CBM-LAST-POST-DATE IS NUMERIC
072700             MOVE CBM-LAST-POST-DATE TO WS-LPD-WORK
072800         END-IF
072900         IF WS-LPD-YYYY IS NOT EQUAL TO WS-BD-YYYY
073000             MOVE ZERO TO CBM-MTD-SALES
073100             MOVE ZERO TO CBM-YTD-SALES
073200         ELSE
073300             IF WS-LPD-MM IS NOT EQUAL TO WS-BD-MM
073400                 MOVE ZERO TO CBM-MTD-SALES
073500             END-IF
073600         END-IF
073700         ADD WS-SIGNED-AMOUNT TO CBM-MTD-SALES
073800         ADD WS-SIGNED-AMOUNT TO CBM-YTD-SALES
073900         MOVE WS-BUSINESS-DATE TO CBM-LAST-POST-DATE
074000     END-IF.
074100     ADD WS-SIGNED-AMOUNT TO CBM-AR-BALANCE.
074200     MOVE CBM-AR-BALANCE TO WS-AFTER-AR.
074300     REWRITE CUSTOMER-BALANCE-RECORD
074400         INVALID KEY
074500             DISPLAY "ADJPOST - REWRITE FAILED FOR "
074600                 "CUSTOMER " CBM-CUSTOMER-ID ", STATUS = "
074700                 WS-BALMST-STATUS
074800             MOVE 8 TO RETURN-CODE
074900     END-REWRITE.
075000 2410-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------------
075300*    2450-FILE-HISTORY - THE ENTRY ONTO TRNHIST AS TRAN TYPE "A"
075400*    UNDER THE BUSINESS DATE.  AN ADJUSTMENT IS NEVER REWRITTEN
075500*    IN PLACE - A TAKEN KEY JUST BUMPS THE SEQUENCE - SO EVERY
075600*    POSTING STAYS ON FILE.
075614*    A TAKEN KEY THAT ALREADY HOLDS THIS SAME ENTRY - THE SAME
075628*    ADJIN RECORD NUMBER, AMOUNT, REASON AND KEYING USER ON THE
075642*    SAME DATE - MEANS AN EARLIER RUN OF THE BATCH FILED IT (A
075656*    FORCED RERUN, OR THE ENTRY AN ABEND CAUGHT BETWEEN TWO
075670*    CHECKPOINTS).  THE ENTRY IS STILL FILED, SINCE BALMST HAS
075684*    JUST BEEN MOVED AGAIN, BUT THE REPEAT IS REPORTED.
075700*-----------------------------------------------------------------
075800 2450-FILE-HISTORY.
075900     MOVE SPACES TO TRANSACTION-HISTORY-RECORD.
076000     MOVE ADJ-CUSTOMER-ID TO THR-CUSTOMER-ID.
076100     MOVE WS-BUSINESS-DATE TO THR-SALE-DATE.
076200     MOVE WS-ENTRY-NAME TO THR-CUSTOMER-NAME.
076300     MOVE WS-SIGNED-AMOUNT TO THR-SALE-AMOUNT.
076400     SET THR-ADJUSTMENT TO TRUE.
076500     MOVE ADJ-BRANCH-CODE TO THR-BRANCH-CODE.
076600     MOVE WS-DETAIL-READ-COUNT TO THR-INPUT-RECNO.
076700     MOVE WS-BUSINESS-DATE TO THR-BUSINESS-DATE.
076800     MOVE ZERO TO THR-QUANTITY.
076900     MOVE ZERO TO THR-MATCH-SALE-DATE.
077000     MOVE ZERO TO THR-MATCH-SEQUENCE-NO.
077100     IF ADJ-SALE-DATE IS NUMERIC
077200         MOVE ADJ-SALE-DATE TO THR-MATCH-SALE-DATE
077300     END-IF.
077400     MOVE ADJ-REASON-CODE TO THR-ADJ-REASON.
077500     MOVE ADJ-ENTERED-BY TO THR-ADJ-ENTERED-BY.
077600     MOVE ADJ-APPROVED-BY TO THR-ADJ-APPROVED-BY.
077700     MOVE TRANSACTION-HISTORY-RECORD TO WS-THR-SAVED-RECORD.
077800     MOVE "N" TO WS-THR-WRITTEN-SWITCH.
077850     MOVE "N" TO WS-THR-PRIOR-SWITCH.
077900     MOVE WS-THR-FIRST-ADJ-SEQ TO WS-THR-SEQ.
078000     PERFORM 2460-WRITE-ONE-HISTORY THRU 2460-EXIT
078100         UNTIL WS-THR-WRITTEN
078200             OR WS-THR-SEQ IS GREATER THAN 99999.
078300     IF NOT WS-THR-WRITTEN
078400         DISPLAY "ADJPOST - TRNHIST WRITE FAILED FOR CUSTOMER "
078500             ADJ-CUSTOMER-ID " DATE " WS-BUSINESS-DATE
078600             ", STATUS = " WS-TRNHIST-STATUS
078700         MOVE 8 TO RETURN-CODE
078800     END-IF.
078810     IF WS-THR-PRIOR-FOUND
078820         DISPLAY "ADJPOST - ADJIN ENTRY " WS-DETAIL-READ-COUNT
078830             " FOR CUSTOMER " ADJ-CUSTOMER-ID " IS ALREADY ON "
078840             "TRNHIST FROM AN EARLIER RUN - FILED AGAIN AS "
078850             "SEQUENCE " WS-THR-SEQ
078860         IF RETURN-CODE IS LESS THAN 4
078870             MOVE 4 TO RETURN-CODE
078880         END-IF
078890     END-IF.
078900 2450-EXIT.
079000     EXIT.
079100 2460-WRITE-ONE-HISTORY.
079200     MOVE WS-THR-SAVED-RECORD TO TRANSACTION-HISTORY-RECORD.
079300     MOVE WS-THR-SEQ TO THR-SEQUENCE-NO.
079400     WRITE TRANSACTION-HISTORY-RECORD
079500         INVALID KEY
079560             PERFORM 2470-CHECK-TAKEN-KEY THRU 2470-EXIT
079620             ADD 1 TO WS-THR-SEQ
079700         NOT INVALID KEY
079800             SET WS-THR-WRITTEN TO TRUE
079900     END-WRITE.
080000 2460-EXIT.
080100     EXIT.
080104*-----------------------------------------------------------------
080108*    2470-CHECK-TAKEN-KEY - READ THE RECORD ALREADY HOLDING THE
080112*    KEY 2460 TRIED AND FLAG IT WHEN IT IS THIS SAME ENTRY FILED
080116*    BY AN EARLIER RUN.  2460 RESTORES THE RECORD AREA FROM THE
080120*    SAVED COPY BEFORE ITS NEXT TRY.
080124*-----------------------------------------------------------------
080128 2470-CHECK-TAKEN-KEY.
080132     READ TRANSACTION-HISTORY
080136         INVALID KEY
080140             GO TO 2470-EXIT
080144     END-READ.
080148     IF THR-ADJUSTMENT
080152             AND THR-INPUT-RECNO IS EQUAL TO WS-DETAIL-READ-COUNT
080156             AND THR-SALE-AMOUNT IS EQUAL TO WS-SIGNED-AMOUNT
080160             AND THR-ADJ-REASON IS EQUAL TO ADJ-REASON-CODE
080164             AND THR-ADJ-ENTERED-BY IS EQUAL TO ADJ-ENTERED-BY
080168         SET WS-THR-PRIOR-FOUND TO TRUE
080172     END-IF.
080176 2470-EXIT.
080180     EXIT.
080200*-----------------------------------------------------------------
080300*    2480-WRITE-STATEMENT-TRAN - THE ENTRY ONTO STMTTRN SO THE
080400*    MONTH-END STATEMENT LISTS IT.  THE SALES FLAG TELLS
080500*    MONTHENDCLS WHETHER IT BELONGS IN THE MTD TIE.
080600*-----------------------------------------------------------------
080700 2480-WRITE-STATEMENT-TRAN.
080800     MOVE SPACES TO STATEMENT-TRAN-RECORD.
080900     MOVE ADJ-CUSTOMER-ID TO STX-CUSTOMER-ID.
081000     MOVE WS-SIGNED-AMOUNT TO STX-SALE-AMOUNT.
081100     MOVE WS-BUSINESS-DATE TO STX-SALE-DATE.
081200     SET STX-ADJUSTMENT TO TRUE.
081300     MOVE ADJ-BRANCH-CODE TO STX-BRANCH-CODE.
081400     MOVE WS-BUSINESS-DATE TO STX-POST-DATE.
081500     MOVE ADJ-REASON-CODE TO STX-ADJ-REASON.
081600     MOVE "N" TO STX-ADJ-SALES-FLAG.
081700     IF WS-MOVES-SALES
081800         SET STX-ADJ-MOVES-SALES TO TRUE
081900     END-IF.
082000     WRITE STATEMENT-TRAN-RECORD.
082100 2480-EXIT.
082200     EXIT.
082300*-----------------------------------------------------------------
082400*    2500-WRITE-REGISTER-LINE - ONE ADJRPT LINE - THE ENTRY, THE
082500*    RECEIVABLE BEFORE AND AFTER, WHO KEYED AND APPROVED IT, AND
082600*    POSTED OR THE REFUSE REASON.
082700*-----------------------------------------------------------------
082800 2500-WRITE-REGISTER-LINE.
082900     MOVE SPACES TO WS-PRINT-LINE.
083000     MOVE ADJ-CUSTOMER-ID TO WS-RPT-CUSTID-EDIT.
083100     MOVE ZERO TO WS-RPT-AMOUNT-EDIT.
083200     IF ADJ-AMOUNT IS NUMERIC
083300         MOVE ADJ-AMOUNT TO WS-RPT-AMOUNT-EDIT
083400     END-IF.
083500     MOVE WS-BEFORE-AR TO WS-RPT-BAL-EDIT.
083600     MOVE WS-AFTER-AR TO WS-RPT-BAL2-EDIT.
083700     STRING WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
083800         "  " DELIMITED BY SIZE
083900         WS-ENTRY-NAME DELIMITED BY SIZE
084000         "  " DELIMITED BY SIZE
084100         ADJ-REASON-CODE DELIMITED BY SIZE
084200         "   " DELIMITED BY SIZE
084300         ADJ-DIRECTION DELIMITED BY SIZE
084400         "  " DELIMITED BY SIZE
084500         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
084600         "  " DELIMITED BY SIZE
084700         WS-RPT-BAL-EDIT DELIMITED BY SIZE
084800         "  " DELIMITED BY SIZE
084900         WS-RPT-BAL2-EDIT DELIMITED BY SIZE
085000         "  " DELIMITED BY SIZE
085100         ADJ-ENTERED-BY DELIMITED BY SIZE
085200         " " DELIMITED BY SIZE
085300         ADJ-APPROVED-BY DELIMITED BY SIZE
085400         " " DELIMITED BY SIZE
085500         ADJ-REFERENCE DELIMITED BY SIZE
085600         "  " DELIMITED BY SIZE
085700         WS-RPT-NOTE DELIMITED BY SIZE
085800         INTO WS-PRINT-LINE
085900     END-STRING.
086000     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
086100     WRITE ADJUSTMENT-RPT-RECORD.
086200 2500-EXIT.
086300     EXIT.
086400*-----------------------------------------------------------------
086500*    2600-WRITE-ADJUSTMENT-GL - THE ENTRY'S BALANCED ADJGL PAIR.
086600*    A CREDIT TO THE CUSTOMER DEBITS THE OFFSET ACCOUNT AND
086700*    CREDITS THE RECEIVABLE; A DEBIT DOES THE REVERSE.
086800*-----------------------------------------------------------------
086900 2600-WRITE-ADJUSTMENT-GL.
087000     MOVE ADJ-AMOUNT TO WS-GL-LINE-AMOUNT.
087100     IF ADJ-CREDIT
087200         MOVE WS-GL-OFFSET-ACCOUNT TO WS-GL-LINE-ACCOUNT
087300         MOVE "D" TO WS-GL-LINE-DC
087400         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
087500         MOVE WS-GL-AR-ACCOUNT TO WS-GL-LINE-ACCOUNT
087600         MOVE "C" TO WS-GL-LINE-DC
087700         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
087800     ELSE
087900         MOVE WS-GL-AR-ACCOUNT TO WS-GL-LINE-ACCOUNT
088000         MOVE "D" TO WS-GL-LINE-DC
088100         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
088200         MOVE WS-GL-OFFSET-ACCOUNT TO WS-GL-LINE-ACCOUNT
088300         MOVE "C" TO WS-GL-LINE-DC
088400         PERFORM 2650-WRITE-GL-LINE THRU 2650-EXIT
088500     END-IF.
088600 2600-EXIT.
088700     EXIT.
088800*-----------------------------------------------------------------
088900*    2650-WRITE-GL-LINE - ONE ADJGL DETAIL, POSTED TO THE
089000*    BUSINESS DATE'S OWN PERIOD, COUNTED TOWARD THE TRAILER.
089100*-----------------------------------------------------------------
089200 2650-WRITE-GL-LINE.
089300     MOVE SPACES TO GL-INTERFACE-RECORD.
089400     SET GLI-DETAIL-RECORD TO TRUE.
089500     MOVE WS-GL-LINE-ACCOUNT TO GLI-ACCOUNT-NUMBER.
089600     MOVE ADJ-CUSTOMER-ID TO GLI-CUSTOMER-ID.
089700     MOVE WS-GL-LINE-AMOUNT TO GLI-AMOUNT.
089800     MOVE WS-GL-LINE-DC TO GLI-DEBIT-CREDIT.
089900     MOVE WS-BUSINESS-DATE TO GLI-POSTING-DATE.
090000     MOVE WS-GL-PERIOD TO GLI-ACCOUNTING-PERIOD.
090100     MOVE SPACE TO GLI-ADJUSTMENT-FLAG.
090120     IF WS-GL-LINE-ACCOUNT IS EQUAL TO WS-GL-AR-ACCOUNT
090140         SET GLI-AR-CONTROL-LINE TO TRUE
090160     END-IF.
090200     WRITE GL-INTERFACE-RECORD.
090300     ADD 1 TO WS-GL-RECORD-COUNT.
090400     ADD WS-GL-LINE-AMOUNT TO WS-GL-HASH-TOTAL.
090410     IF WS-GL-LINE-DC IS EQUAL TO "D"
090420         ADD WS-GL-LINE-AMOUNT TO WS-GL-DEBIT-TOTAL
090430     ELSE
090440         ADD WS-GL-LINE-AMOUNT TO WS-GL-CREDIT-TOTAL
090450     END-IF.
090500 2650-EXIT.
090600     EXIT.
090700*-----------------------------------------------------------------
090800*    2700-WRITE-AUDIT-BLOCK - ONE ADJAUDIT BLOCK PER ENTRY - RUN
090900*    DATE/TIME, KEYING USER, APPROVER, ACTION AND CUSTOMER, THE
091000*    AMOUNT, BATCH, REFERENCE AND MEMO, THEN FOR A POSTED ENTRY
091100*    THE BALMST BEFORE AND AFTER IMAGES OR FOR A REFUSED ONE THE
091200*    REASON.
091300*-----------------------------------------------------------------
091400 2700-WRITE-AUDIT-BLOCK.
091500     ACCEPT WS-RUN-TIME FROM TIME.
091600     MOVE WS-RT-HH TO WS-RTE-HH.
091700     MOVE WS-RT-MM TO WS-RTE-MM.
091800     MOVE WS-RT-SS TO WS-RTE-SS.
091900     MOVE SPACES TO WS-AUD-LINE.
092000     STRING "ADJAUDIT " DELIMITED BY SIZE
092100         WS-RUN-DATE-EDIT DELIMITED BY SIZE
092200         " " DELIMITED BY SIZE
092300         WS-RUN-TIME-EDIT DELIMITED BY SIZE
092400         "  USER=" DELIMITED BY SIZE
092500         ADJ-ENTERED-BY DELIMITED BY SIZE
092600         " APPROVER=" DELIMITED BY SIZE
092700         ADJ-APPROVED-BY DELIMITED BY SIZE
092800         " ACTION=" DELIMITED BY SIZE
092900         WS-ACTION-WORD DELIMITED BY SIZE
093000         " CUSTID=" DELIMITED BY SIZE
093100         ADJ-CUSTOMER-ID DELIMITED BY SIZE
093200         INTO WS-AUD-LINE
093300     END-STRING.
093400     MOVE WS-AUD-LINE TO AUDIT-LOG-RECORD.
093500     WRITE AUDIT-LOG-RECORD.
093600     MOVE SPACES TO WS-AUD-LINE.
093700     STRING "  AMOUNT=" DELIMITED BY SIZE
093800         WS-RPT-AMOUNT-EDIT DELIMITED BY SIZE
093900         " " DELIMITED BY SIZE
094000         ADJ-DIRECTION DELIMITED BY SIZE
094100         " REASON=" DELIMITED BY SIZE
094200         ADJ-REASON-CODE DELIMITED BY SIZE
094300         " BATCH=" DELIMITED BY SIZE
094400         WS-BATCH-ID DELIMITED BY SIZE
094500         " REF=" DELIMITED BY SIZE
094600         ADJ-REFERENCE DELIMITED BY SIZE
094700         " MEMO=" DELIMITED BY SIZE
094800         ADJ-MEMO DELIMITED BY SIZE
094900         INTO WS-AUD-LINE
095000     END-STRING.
095100     MOVE WS-AUD-LINE TO AUDIT-LOG-RECORD.
095200     WRITE AUDIT-LOG-RECORD.
095300     IF WS-REFUSE-REASON IS NOT EQUAL TO SPACES
095400         MOVE SPACES TO WS-AUD-LINE
095500         STRING "  REFUSED: " DELIMITED BY SIZE
095600             WS-REFUSE-REASON DELIMITED BY SIZE
095700             INTO WS-AUD-LINE
095800         END-STRING
095900         MOVE WS-AUD-LINE TO AUDIT-LOG-RECORD
096000         WRITE AUDIT-LOG-RECORD
096100         GO TO 2700-EXIT
096200     END-IF.
096300     MOVE SPACES TO WS-AUD-LINE.
096400     STRING "  BEFORE: " DELIMITED BY SIZE
096500         WS-BEFORE-IMAGE DELIMITED BY SIZE
096600         INTO WS-AUD-LINE
096700     END-STRING.
096800     MOVE WS-AUD-LINE TO AUDIT-LOG-RECORD.
096900     WRITE AUDIT-LOG-RECORD.
097000     MOVE SPACES TO WS-AUD-LINE.
097100     STRING "  AFTER:  " DELIMITED BY SIZE
097200         WS-AFTER-IMAGE DELIMITED BY SIZE
097300         INTO WS-AUD-LINE
097400     END-STRING.
097500     MOVE WS-AUD-LINE TO AUDIT-LOG-RECORD.
097600     WRITE AUDIT-LOG-RECORD.
097700 2700-EXIT.
097800     EXIT.
097801*-----------------------------------------------------------------
097802*    2800-WRITE-CHECKPOINT - SNAPSHOT THE RUN'S POSITION IN ADJIN
097803*    AND ITS RUNNING AND ADJGL TOTALS, SO AN ABENDED RUN CAN
097804*    RESTART FROM HERE AND POST EACH REMAINING ENTRY EXACTLY
097805*    ONCE.  THE FILE IS REWRITTEN IN FULL EACH CHECKPOINT, AS
097806*    CUSTBALPOST REWRITES CKPT02.
097807*-----------------------------------------------------------------
097808 2800-WRITE-CHECKPOINT.
097809     OPEN OUTPUT CHECKPOINT-FILE.
097810     IF NOT WS-CKPT-OK
097811         DISPLAY "ADJPOST - UNABLE TO OPEN CKPT13, "
097812             "STATUS = " WS-CKPT-STATUS
097813         STOP RUN
097814     END-IF.
097815     MOVE SPACES TO CHECKPOINT-RECORD.
097816     MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
097817     MOVE WS-BATCH-ID TO CKPT-BATCH-ID.
097818     MOVE WS-DETAIL-READ-COUNT TO CKPT-RESTART-COUNT.
097819     MOVE WS-AMOUNT-READ-TOTAL TO CKPT-AMOUNT-READ-TOTAL.
097820     MOVE WS-POSTED-COUNT TO CKPT-POSTED-COUNT.
097821     MOVE WS-POSTED-NET TO CKPT-POSTED-NET.
097822     MOVE WS-APPROVED-COUNT TO CKPT-APPROVED-COUNT.
097823     MOVE WS-REFUSED-COUNT TO CKPT-REFUSED-COUNT.
097824     MOVE WS-WO-COUNT TO CKPT-WO-COUNT.
097825     MOVE WS-WO-TOTAL TO CKPT-WO-TOTAL.
097826     MOVE WS-GW-COUNT TO CKPT-GW-COUNT.
097827     MOVE WS-GW-TOTAL TO CKPT-GW-TOTAL.
097828     MOVE WS-SC-COUNT TO CKPT-SC-COUNT.
097829     MOVE WS-SC-TOTAL TO CKPT-SC-TOTAL.
097830     MOVE WS-GL-RECORD-COUNT TO CKPT-GL-RECORD-COUNT.
097831     MOVE WS-GL-HASH-TOTAL TO CKPT-GL-HASH-TOTAL.
097832     MOVE WS-GL-DEBIT-TOTAL TO CKPT-GL-DEBIT-TOTAL.
097833     MOVE WS-GL-CREDIT-TOTAL TO CKPT-GL-CREDIT-TOTAL.
097834     WRITE CHECKPOINT-RECORD.
097835     CLOSE CHECKPOINT-FILE.
097836 2800-EXIT.
097837     EXIT.
097838*-----------------------------------------------------------------
097839*    2900-CLEAR-CHECKPOINT - THE RUN REACHED THE END OF ADJIN, SO
097840*    THE CHECKPOINT IS CLEARED RATHER THAN LEFT TO MAKE THE NEXT
097841*    RUN LOOK LIKE A RESTART.
097842*-----------------------------------------------------------------
097843 2900-CLEAR-CHECKPOINT.
097844     OPEN OUTPUT CHECKPOINT-FILE.
097845     IF NOT WS-CKPT-OK
097846         DISPLAY "ADJPOST - UNABLE TO OPEN CKPT13, "
097847             "STATUS = " WS-CKPT-STATUS
097848         STOP RUN
097849     END-IF.
097850     MOVE SPACES TO CHECKPOINT-RECORD.
097851     MOVE ZERO TO CKPT-BUSINESS-DATE.
097852     MOVE ZERO TO CKPT-RESTART-COUNT.
097853     MOVE ZERO TO CKPT-AMOUNT-READ-TOTAL.
097854     MOVE ZERO TO CKPT-POSTED-COUNT.
097855     MOVE ZERO TO CKPT-POSTED-NET.
097856     MOVE ZERO TO CKPT-APPROVED-COUNT.
097857     MOVE ZERO TO CKPT-REFUSED-COUNT.
097858     MOVE ZERO TO CKPT-WO-COUNT.
097859     MOVE ZERO TO CKPT-WO-TOTAL.
097860     MOVE ZERO TO CKPT-GW-COUNT.
097861     MOVE ZERO TO CKPT-GW-TOTAL.
097862     MOVE ZERO TO CKPT-SC-COUNT.
097863     MOVE ZERO TO CKPT-SC-TOTAL.
097864     MOVE ZERO TO CKPT-GL-RECORD-COUNT.
097865     MOVE ZERO TO CKPT-GL-HASH-TOTAL.
097866     MOVE ZERO TO CKPT-GL-DEBIT-TOTAL.
097867     MOVE ZERO TO CKPT-GL-CREDIT-TOTAL.
097868     WRITE CHECKPOINT-RECORD.
097869     CLOSE CHECKPOINT-FILE.
097870 2900-EXIT.
097871     EXIT.
097900*-----------------------------------------------------------------
098000*    6000-WRITE-RUN-STATUS - ONE PHASE START/END RECORD TO THE
098100*    SHARED RUNSTAT FILE, OPENED AND CLOSED AROUND EVERY RECORD
098200*    SO THE RUNSTATINQ MONITOR CAN READ IT MID-FLIGHT.
098300*-----------------------------------------------------------------
098400 6000-WRITE-RUN-STATUS.
098500     OPEN EXTEND RUN-STATUS.
098600     IF WS-RUNSTAT-NEW-FILE
098700         OPEN OUTPUT RUN-STATUS
098800     END-IF.
098900     IF NOT WS-RUNSTAT-OK
099000         DISPLAY "ADJPOST - UNABLE TO OPEN RUNSTAT, "
099100             "STATUS = " WS-RUNSTAT-STATUS
099200         GO TO 6000-EXIT
099300     END-IF.
099400     MOVE SPACES TO RUN-STATUS-RECORD.
099500     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
099600     MOVE "ADJPOST" TO RST-PROGRAM-ID.
099700     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
099800     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
099900     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
100000     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
100100     ACCEPT WS-RST-TIME-RAW FROM TIME.
100200     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
100300     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
100400     WRITE RUN-STATUS-RECORD.
100500     CLOSE RUN-STATUS.
100600 6000-EXIT.
100700     EXIT.
100800*-----------------------------------------------------------------
100900*    7000-PRINT-TOTALS - ENTRIES READ, POSTED BY REASON, REFUSED,
101000*    THE NET EFFECT ON THE RECEIVABLE AND THE RECONCILIATION
101100*    RESULT.  ANY REFUSAL LEAVES RETURN-CODE 4 FOR THE CREDIT
101200*    DESK TO FOLLOW UP.
101300*-----------------------------------------------------------------
101400 7000-PRINT-TOTALS.
101500     MOVE SPACES TO ADJUSTMENT-RPT-RECORD.
101600     WRITE ADJUSTMENT-RPT-RECORD.
101700     MOVE SPACES TO WS-PRINT-LINE.
101800     MOVE WS-DETAIL-READ-COUNT TO WS-RPT-COUNT-EDIT.
101900     MOVE WS-AMOUNT-READ-TOTAL TO WS-RPT-TOTAL-EDIT.
102000     STRING "ENTRIES READ:       " DELIMITED BY SIZE
102100         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
102200         "   AMOUNT:" DELIMITED BY SIZE
102300         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
102400         INTO WS-PRINT-LINE
102500     END-STRING.
102600     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
102700     WRITE ADJUSTMENT-RPT-RECORD.
102800     MOVE SPACES TO WS-PRINT-LINE.
102900     MOVE WS-WO-COUNT TO WS-RPT-COUNT-EDIT.
103000     MOVE WS-WO-TOTAL TO WS-RPT-TOTAL-EDIT.
103100     STRING "  WRITE-OFFS:       " DELIMITED BY SIZE
103200         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
103300         "   AMOUNT:" DELIMITED BY SIZE
103400         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
103500         INTO WS-PRINT-LINE
103600     END-STRING.
103700     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
103800     WRITE ADJUSTMENT-RPT-RECORD.
103900     MOVE SPACES TO WS-PRINT-LINE.
104000     MOVE WS-GW-COUNT TO WS-RPT-COUNT-EDIT.
104100     MOVE WS-GW-TOTAL TO WS-RPT-TOTAL-EDIT.
104200     STRING "  GOODWILL CREDITS: " DELIMITED BY SIZE
104300         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
104400         "   AMOUNT:" DELIMITED BY SIZE
104500         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
104600         INTO WS-PRINT-LINE
104700     END-STRING.
104800     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
104900     WRITE ADJUSTMENT-RPT-RECORD.
105000     MOVE SPACES TO WS-PRINT-LINE.
105100     MOVE WS-SC-COUNT TO WS-RPT-COUNT-EDIT.
105200     MOVE WS-SC-TOTAL TO WS-RPT-TOTAL-EDIT.
105300     STRING "  SALE CORRECTIONS: " DELIMITED BY SIZE
105400         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
105500         "   AMOUNT:" DELIMITED BY SIZE
105600         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
105700         INTO WS-PRINT-LINE
105800     END-STRING.
105900     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
106000     WRITE ADJUSTMENT-RPT-RECORD.
106100     MOVE SPACES TO WS-PRINT-LINE.
106200     MOVE WS-POSTED-COUNT TO WS-RPT-COUNT-EDIT.
106300     MOVE WS-POSTED-NET TO WS-RPT-TOTAL-EDIT.
106400     STRING "ENTRIES POSTED:     " DELIMITED BY SIZE
106500         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
106600         "   NET TO AR:" DELIMITED BY SIZE
106700         WS-RPT-TOTAL-EDIT DELIMITED BY SIZE
106800         INTO WS-PRINT-LINE
106900     END-STRING.
107000     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
107100     WRITE ADJUSTMENT-RPT-RECORD.
107200     MOVE SPACES TO WS-PRINT-LINE.
107300     MOVE WS-APPROVED-COUNT TO WS-RPT-COUNT-EDIT.
107400     STRING "  OVER LIMIT, APPROVED:" DELIMITED BY SIZE
107500         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
107600         INTO WS-PRINT-LINE
107700     END-STRING.
107800     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
107900     WRITE ADJUSTMENT-RPT-RECORD.
108000     MOVE SPACES TO WS-PRINT-LINE.
108100     MOVE WS-REFUSED-COUNT TO WS-RPT-COUNT-EDIT.
108200     STRING "ENTRIES REFUSED:    " DELIMITED BY SIZE
108300         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
108400         INTO WS-PRINT-LINE
108500     END-STRING.
108600     MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD.
108700     WRITE ADJUSTMENT-RPT-RECORD.
108800     IF WS-CTL-MISMATCH
108900         MOVE SPACES TO WS-PRINT-LINE
109000         MOVE "  **ADJIN TRAILER DOES NOT RECONCILE AGAINST"
109100             TO WS-PRINT-LINE
109200         MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD
109300         WRITE ADJUSTMENT-RPT-RECORD
109400         MOVE SPACES TO WS-PRINT-LINE
109500         MOVE "    THE ENTRIES READ - DO NOT TRUST THIS RUN**"
109600             TO WS-PRINT-LINE
109700         MOVE WS-PRINT-LINE TO ADJUSTMENT-RPT-RECORD
109800         WRITE ADJUSTMENT-RPT-RECORD
109900     END-IF.
110000     IF WS-REFUSED-COUNT IS GREATER THAN ZERO
110100         DISPLAY "ADJPOST - " WS-REFUSED-COUNT
110200             " ADJUSTMENT(S) REFUSED, SEE ADJRPT"
110300         IF RETURN-CODE IS LESS THAN 4
110400             MOVE 4 TO RETURN-CODE
110500         END-IF
110600     END-IF.
110700 7000-EXIT.
110800     EXIT.
110900*-----------------------------------------------------------------
111000*    7500-WRITE-GL-TRAILER - CLOSE ADJGL OFF WITH THE RECORD
111100*    COUNT, HASH TOTAL AND DEBIT/CREDIT TOTALS THE GL LOAD JOB
111150*    RECONCILES.
111200*-----------------------------------------------------------------
111300 7500-WRITE-GL-TRAILER.
111400     MOVE SPACES TO GL-INTERFACE-RECORD.
111500     SET GLI-TRAILER-RECORD TO TRUE.
111600     MOVE WS-GL-RECORD-COUNT TO GLI-RECORD-COUNT.
111700     MOVE WS-GL-HASH-TOTAL TO GLI-HASH-TOTAL.
111710     MOVE WS-GL-DEBIT-TOTAL TO GLI-DEBIT-TOTAL.
111720     MOVE WS-GL-CREDIT-TOTAL TO GLI-CREDIT-TOTAL.
111800     WRITE GL-INTERFACE-RECORD.
111900 7500-EXIT.
112000     EXIT.
112100*-----------------------------------------------------------------
112200*    8000-WRITE-ADJUSTMENT-CONTROL - RECORD THE BATCH JUST POSTED
112300*    AND ITS FINAL TOTALS ON ADJCTL, SO THE NEXT RUN'S
112400*    1500-CHECK-ADJUSTMENT-CONTROL CAN REFUSE TO POST THE SAME
112500*    BATCH TWICE.  A FORCED RERUN IS FLAGGED AS SUCH.
112600*-----------------------------------------------------------------
112700 8000-WRITE-ADJUSTMENT-CONTROL.
112800     OPEN EXTEND ADJUSTMENT-CONTROL.
112900     IF WS-ADJCTL-NEW-FILE
113000         OPEN OUTPUT ADJUSTMENT-CONTROL
113100     END-IF.
113200     IF NOT WS-ADJCTL-OK
113300         DISPLAY "ADJPOST - UNABLE TO OPEN ADJCTL, "
113400             "STATUS = " WS-ADJCTL-STATUS
113500         STOP RUN
113600     END-IF.
113700     MOVE SPACES TO ADJUSTMENT-CONTROL-RECORD.
113800     MOVE WS-BUSINESS-DATE TO ACC-BUSINESS-DATE.
113900     MOVE WS-BATCH-ID TO ACC-BATCH-ID.
114000     MOVE WS-DETAIL-READ-COUNT TO ACC-ENTRIES-READ.
114100     MOVE WS-AMOUNT-READ-TOTAL TO ACC-AMOUNT-TOTAL.
114200     MOVE WS-POSTED-COUNT TO ACC-POSTED-COUNT.
114300     MOVE WS-POSTED-NET TO ACC-POSTED-NET.
114400     MOVE WS-REFUSED-COUNT TO ACC-REFUSED-COUNT.
114500     MOVE WS-RUN-DATE TO ACC-RUN-DATE.
114600     MOVE WS-FORCE-SWITCH TO ACC-FORCED-FLAG.
114700     WRITE ADJUSTMENT-CONTROL-RECORD.
114800     CLOSE ADJUSTMENT-CONTROL.
114900 8000-EXIT.
115000     EXIT.
115100*-----------------------------------------------------------------
115200*    9000-TERMINATE - CLOSE FILES
115300*-----------------------------------------------------------------
115400 9000-TERMINATE.
115500     CLOSE ADJUSTMENT-FILE.
115600     CLOSE CUSTOMER-BALANCE.
115700     CLOSE CUSTOMER-MASTER.
115800     CLOSE TRANSACTION-HISTORY.
115900     CLOSE STATEMENT-TRANS.
116000     CLOSE AUDIT-LOG.
116100     CLOSE ADJUSTMENT-RPT.
116200     CLOSE ADJUSTMENT-GL-EXTRACT.
116300 9000-EXIT.
116400     EXIT.
116500 END PROGRAM ADJPOST.
