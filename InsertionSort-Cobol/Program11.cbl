000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. INVPOST.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. BRANCH INVENTORY POSTING STEP - RUNS EACH BUSINESS DAY
001100     AFTER INSERTIONSORT-COBOL, ALONGSIDE CUSTBALPOST, AND READS
001200     THE SAME POSTIN STRUCTURED POSTING INTERFACE (PSTREC01).
001300     EACH SALE RELIEVES THE BRANCH/ITEM'S ON-HAND QUANTITY ON THE
001400     ONHAND INDEXED MASTER (OHMREC01) AND EACH "R" RETURN RESTORES
001500     IT.  THE INVTRAN FILE (IVTREC01) THEN CARRIES THE DAY'S
001600     RECEIPTS, PHYSICAL COUNTS, ADJUSTMENTS AND REORDER POINTS,
001700     EACH VALIDATED AGAINST BRNMST AND ITMMST BEFORE IT IS
001800     APPLIED.
001900     THE STKRPT STOCK STATUS REPORT LISTS THE REJECTED MOVEMENTS
002000     AND POSTING TOTALS, THEN EVERY BRANCH/ITEM THAT IS NEGATIVE,
002100     AT OR BELOW ITS REORDER POINT, OR HAS NOT MOVED IN THE PARM'S
002200     NUMBER OF DAYS, WITH BRANCH SUBTOTALS AND A REGION ROLLUP
002300     TAKEN FROM BRNMST.  THE INVCTL FILE GUARDS AGAINST RELIEVING
002400     THE SAME BUSINESS DATE'S SALES TWICE.
002500*-----------------------------------------------------------------
002600*    MODIFICATION HISTORY
002700*    DATE       INIT  DESCRIPTION
002800*    10/15/26   JM    ORIGINAL VERSION.
002814*    10/15/26   JM    CHECKPOINT/RESTART ON CKPT11, AS
002828*                     CUSTBALPOST KEEPS ON CKPT02 - THE
002842*                     POSITION IN POSTIN AND INVTRAN AND THE
002856*                     POSTING TOTALS ARE SNAPSHOT AFTER EVERY
002870*                     LINE, AND A RESTARTED RUN SKIPS THE LINES
002884*                     ALREADY APPLIED AND EXTENDS STKRPT.
002900*****************************************************************
003000* ENVIRONMENT DIVISION.                                         *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT POSTING-INTERFACE ASSIGN TO "POSTIN"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-POSTIN-STATUS.
004100     SELECT INVENTORY-TRANS ASSIGN TO "INVTRAN"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-INVTRAN-STATUS.
004400     SELECT ON-HAND-MASTER ASSIGN TO "ONHAND"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OHM-KEY
004800         FILE STATUS IS WS-ONHAND-STATUS.
004900     SELECT BRANCH-MASTER ASSIGN TO "BRNMST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS BRM-BRANCH-CODE
005300         FILE STATUS IS WS-BRNMST-STATUS.
005400     SELECT ITEM-MASTER ASSIGN TO "ITMMST"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS IMS-ITEM-CODE
005800         FILE STATUS IS WS-ITMMST-STATUS.
005900     SELECT STOCK-STATUS-RPT ASSIGN TO "STKRPT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-STKRPT-STATUS.
006200     SELECT INVENTORY-CONTROL ASSIGN TO "INVCTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-INVCTL-STATUS.
006500     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-RUNSTAT-STATUS.
006725     SELECT CHECKPOINT-FILE ASSIGN TO "CKPT11"
006750         ORGANIZATION IS LINE SEQUENTIAL
006775         FILE STATUS IS WS-CKPT-STATUS.
006800*****************************************************************
006900* DATA DIVISION.                                                *
007000*****************************************************************
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  POSTING-INTERFACE
007400     LABEL RECORDS ARE STANDARD
007500     RECORDING MODE IS F.
007600     COPY PSTREC01.
007700 FD  INVENTORY-TRANS
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000     COPY IVTREC01.
008100 FD  ON-HAND-MASTER
008200     LABEL RECORDS ARE STANDARD.
008300     COPY OHMREC01.
008400 FD  BRANCH-MASTER
008500     LABEL RECORDS ARE STANDARD.
008600     COPY BRMREC01.
008700 FD  ITEM-MASTER
008800     LABEL RECORDS ARE STANDARD.
008900     COPY IMSREC01.
009000 FD  STOCK-STATUS-RPT
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  STOCK-STATUS-RPT-RECORD        PIC X(132).
009400 FD  INVENTORY-CONTROL
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700*    ONE RECORD IS APPENDED PER COMPLETED INVENTORY RUN BY
009800*    8000-WRITE-INVENTORY-CONTROL; 1500-CHECK-INVENTORY-CONTROL
009900*    SCANS THE FILE BEFORE ANY ON-HAND FIGURE IS TOUCHED AND
010000*    HARD-STOPS A BUSINESS DATE WHOSE SALES HAVE ALREADY BEEN
010100*    RELIEVED (UNLESS THE FORCE PARM IS SET), BECAUSE A RERUN
010200*    WOULD OTHERWISE TAKE EVERY SALE OFF THE SHELF A SECOND TIME.
010300     COPY ICCREC01.
010400 FD  RUN-STATUS
010500     LABEL RECORDS ARE STANDARD
010600     RECORDING MODE IS F.
010700     COPY RSTREC01.
010703 FD  CHECKPOINT-FILE
010706     LABEL RECORDS ARE STANDARD
010709     RECORDING MODE IS F.
010712*    A SINGLE CONTROL RECORD CARRIES THE RUN'S POSITION IN POSTIN
010715*    AND INVTRAN AND ITS POSTING TOTALS AS OF THE LAST LINE DONE,
010718*    THE CKPT02 DISCIPLINE CUSTBALPOST KEEPS.  ONHAND AND STKRPT
010721*    ALREADY HOLD WHAT THOSE LINES DID, SO A RESTARTED RUN JUST
010724*    SKIPS THEM.  THE FILE IS REWRITTEN IN FULL EACH CHECKPOINT
010727*    SO THE LATEST SNAPSHOT IS ALWAYS THE ONLY ONE ON CKPT11.
010730 01  CHECKPOINT-RECORD.
010733     05  CKPT-BUSINESS-DATE       PIC 9(08).
010736     05  CKPT-POSTIN-COUNT        PIC 9(07).
010739     05  CKPT-IVT-COUNT           PIC 9(07).
010742     05  CKPT-SALES-APPLIED       PIC 9(07).
010745     05  CKPT-SALES-UNITS         PIC 9(09).
010748     05  CKPT-RETURNS-APPLIED     PIC 9(07).
010751     05  CKPT-RETURNS-UNITS       PIC 9(09).
010754     05  CKPT-RECEIPTS-APPLIED    PIC 9(07).
010757     05  CKPT-RECEIPTS-UNITS      PIC 9(09).
010760     05  CKPT-COUNTS-APPLIED      PIC 9(07).
010763     05  CKPT-COUNT-VARIANCE      PIC S9(09).
010766     05  CKPT-ADJUSTMENTS-APPLIED PIC 9(07).
010769     05  CKPT-ADJUSTMENT-UNITS    PIC S9(09).
010772     05  CKPT-REORDER-APPLIED     PIC 9(07).
010775     05  CKPT-REJECTED-COUNT      PIC 9(07).
010778     05  CKPT-NEW-ITEMS-COUNT     PIC 9(07).
010781     05  FILLER                   PIC X(31).
010800 WORKING-STORAGE SECTION.
010900*-----------------------------------------------------------------
011000*    FILE STATUS AND END-OF-FILE SWITCHES
011100*-----------------------------------------------------------------
011200 01  WS-POSTIN-STATUS            PIC X(02).
011300     88  WS-POSTIN-OK                  VALUE "00".
011400     88  WS-POSTIN-EOF                 VALUE "10".
011500 01  WS-INVTRAN-STATUS           PIC X(02).
011600     88  WS-INVTRAN-OK                 VALUE "00".
011700     88  WS-INVTRAN-NEW-FILE           VALUE "35".
011800     88  WS-INVTRAN-EOF                VALUE "10".
011900 01  WS-ONHAND-STATUS            PIC X(02).
012000     88  WS-ONHAND-OK                  VALUE "00".
012100     88  WS-ONHAND-NEW-FILE            VALUE "35".
012200     88  WS-ONHAND-NOT-FOUND           VALUE "23".
012300     88  WS-ONHAND-EOF                 VALUE "10".
012400 01  WS-BRNMST-STATUS            PIC X(02).
012500     88  WS-BRNMST-OK                  VALUE "00".
012600     88  WS-BRNMST-NOT-FOUND           VALUE "23".
012700 01  WS-ITMMST-STATUS            PIC X(02).
012800     88  WS-ITMMST-OK                  VALUE "00".
012900     88  WS-ITMMST-NOT-FOUND           VALUE "23".
013000 01  WS-STKRPT-STATUS            PIC X(02).
013100     88  WS-STKRPT-OK                  VALUE "00".
013150     88  WS-STKRPT-NEW-FILE            VALUE "35".
013200 01  WS-RUNSTAT-STATUS           PIC X(02).
013300     88  WS-RUNSTAT-OK                 VALUE "00".
013400     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
013500 01  WS-INVCTL-STATUS            PIC X(02).
013600     88  WS-INVCTL-OK                  VALUE "00".
013700     88  WS-INVCTL-NEW-FILE            VALUE "35".
013800     88  WS-INVCTL-EOF                 VALUE "10".
013900 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
014000     88  WS-END-OF-FILE                    VALUE "Y".
014100 01  WS-TRAILER-SWITCH           PIC X(01)       VALUE "N".
014200     88  WS-TRAILER-SEEN                   VALUE "Y".
014300 01  WS-IVT-EOF-SWITCH           PIC X(01)       VALUE "N".
014400     88  WS-IVT-END-OF-FILE                VALUE "Y".
014500 01  WS-IVT-TRAILER-SWITCH       PIC X(01)       VALUE "N".
014600     88  WS-IVT-TRAILER-SEEN               VALUE "Y".
014700 01  WS-IVT-PRESENT-SWITCH       PIC X(01)       VALUE "N".
014800     88  WS-INVTRAN-PRESENT                VALUE "Y".
014900 01  WS-OHM-EOF-SWITCH           PIC X(01)       VALUE "N".
015000     88  WS-OHM-END-OF-FILE                VALUE "Y".
015100 01  WS-OHM-NEW-SWITCH           PIC X(01)       VALUE "N".
015200     88  WS-OHM-NEW-RECORD                 VALUE "Y".
015300*-----------------------------------------------------------------
015400*    PARM CARD - POSITIONS 1-5 MAY CARRY "FORCE" TO DELIBERATELY
015500*    RE-RELIEVE A BUSINESS DATE THE INVCTL FILE SHOWS AS ALREADY
015600*    POSTED (THE RERUN IS LOGGED AS FORCED).  POSITIONS 7-9 MAY
015700*    OVERRIDE THE NUMBER OF DAYS WITHOUT MOVEMENT AFTER WHICH THE
015800*    STOCK STATUS REPORT FLAGS A BRANCH/ITEM (DEFAULT 030).
015900*-----------------------------------------------------------------
016000 01  WS-PARM-CARD.
016100     05  WS-PARM-FORCE           PIC X(05).
016200     05  FILLER                  PIC X(01).
016300     05  WS-PARM-IDLE-DAYS       PIC 9(03).
016400 01  WS-FORCE-SWITCH             PIC X(01)       VALUE "N".
016500     88  WS-FORCE-RERUN                    VALUE "Y".
016600 01  WS-INVCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
016700     88  WS-INVCTL-READ-EOF                VALUE "Y".
016800 01  WS-DATE-POSTED-SWITCH       PIC X(01)       VALUE "N".
016900     88  WS-DATE-ALREADY-POSTED            VALUE "Y".
017000 01  WS-RUN-DATE                 PIC 9(06)       VALUE ZERO.
017100 01  WS-IDLE-DAYS                PIC 9(03)       VALUE 030.
017200*-----------------------------------------------------------------
017300*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
017400*-----------------------------------------------------------------
017500 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
017600 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
017700 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
017800 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
017900 01  WS-RST-TIME-RAW.
018000     05  WS-RST-TIME-HHMMSS      PIC 9(06).
018100     05  FILLER                  PIC 9(02).
018200*-----------------------------------------------------------------
018300*    POSTING CONTROL TOTALS - THE POSTIN AND INVTRAN TRAILER
018400*    RECORD COUNTS MUST RECONCILE AGAINST WHAT WAS ACTUALLY READ.
018500*-----------------------------------------------------------------
018600 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
018700 01  WS-POSTIN-READ-COUNT        PIC 9(07)       VALUE ZERO.
018800 01  WS-SALES-APPLIED            PIC 9(07)       VALUE ZERO.
018900 01  WS-SALES-UNITS              PIC 9(09)       VALUE ZERO.
019000 01  WS-RETURNS-APPLIED          PIC 9(07)       VALUE ZERO.
019100 01  WS-RETURNS-UNITS            PIC 9(09)       VALUE ZERO.
019200 01  WS-IVT-READ-COUNT           PIC 9(07)       VALUE ZERO.
019300 01  WS-RECEIPTS-APPLIED         PIC 9(07)       VALUE ZERO.
019400 01  WS-RECEIPTS-UNITS           PIC 9(09)       VALUE ZERO.
019500 01  WS-COUNTS-APPLIED           PIC 9(07)       VALUE ZERO.
019600 01  WS-COUNT-VARIANCE-UNITS     PIC S9(09)      VALUE ZERO.
019700 01  WS-ADJUSTMENTS-APPLIED      PIC 9(07)       VALUE ZERO.
019800 01  WS-ADJUSTMENT-UNITS         PIC S9(09)      VALUE ZERO.
019900 01  WS-REORDER-APPLIED          PIC 9(07)       VALUE ZERO.
020000 01  WS-REJECTED-COUNT           PIC 9(07)       VALUE ZERO.
020100 01  WS-NEW-ITEMS-COUNT          PIC 9(07)       VALUE ZERO.
020200 01  WS-CTL-SWITCH               PIC X(01)       VALUE "N".
020300     88  WS-CTL-RECONCILED                 VALUE "N".
020400     88  WS-CTL-MISMATCH                   VALUE "Y".
020500 01  WS-IVT-CTL-SWITCH           PIC X(01)       VALUE "N".
020600     88  WS-IVT-CTL-RECONCILED             VALUE "N".
020700     88  WS-IVT-CTL-MISMATCH               VALUE "Y".
020705*-----------------------------------------------------------------
020710*    CHECKPOINT/RESTART WORKING FIELDS - SEE 1600-CHECK-FOR-
020715*    RESTART, 2600-WRITE-CHECKPOINT AND 2700-CLEAR-CHECKPOINT.
020720*    POSTIN AND INVTRAN EACH KEEP THEIR OWN RESTART POSITION.
020725*-----------------------------------------------------------------
020730 01  WS-CKPT-STATUS              PIC X(02).
020735     88  WS-CKPT-OK                        VALUE "00".
020740     88  WS-CKPT-NEW-FILE                  VALUE "35".
020745 01  WS-CKPT-READ-SWITCH         PIC X(01)       VALUE "N".
020750     88  WS-CKPT-READ-EOF                  VALUE "Y".
020755 01  WS-RESTART-SWITCH           PIC X(01)       VALUE "N".
020760     88  WS-RESTARTED                      VALUE "Y".
020765 01  WS-RESTART-POSTIN-COUNT     PIC 9(07) COMP  VALUE ZERO.
020770 01  WS-RESTART-IVT-COUNT        PIC 9(07) COMP  VALUE ZERO.
020775 01  WS-POSTIN-SEEN-THIS-RUN     PIC 9(07) COMP  VALUE ZERO.
020780 01  WS-IVT-SEEN-THIS-RUN        PIC 9(07) COMP  VALUE ZERO.
020800*-----------------------------------------------------------------
020900*    ONE MOVEMENT - THE BRANCH/ITEM AND QUANTITY BEING APPLIED AND
021000*    THE REASON IT WAS REFUSED, IF IT WAS.  SEE 2200 AND 3200.
021100*-----------------------------------------------------------------
021200 01  WS-MOVE-SOURCE              PIC X(07)       VALUE SPACES.
021300 01  WS-MOVE-CODE                PIC X(01)       VALUE SPACE.
021400 01  WS-MOVE-BRANCH              PIC X(03)       VALUE SPACES.
021500 01  WS-MOVE-ITEM                PIC X(08)       VALUE SPACES.
021600 01  WS-MOVE-QUANTITY            PIC 9(07)       VALUE ZERO.
021700 01  WS-MOVE-REFERENCE           PIC X(10)       VALUE SPACES.
021800 01  WS-REJECT-REASON            PIC X(24)       VALUE SPACES.
021900 01  WS-COUNT-VARIANCE           PIC S9(08)      VALUE ZERO.
022000*-----------------------------------------------------------------
022100*    STOCK STATUS WORKING FIELDS - SEE 4000-4300.  AGES ARE
022200*    COUNTED ON THE 30/360 BASIS THE SORT RUN'S RECYCLE AGING
022300*    USES.  AN ITEM IS COUNTED ONCE IN EACH TEST IT FAILS.
022400*-----------------------------------------------------------------
022500 01  WS-DATE-WORK                PIC 9(08)       VALUE ZERO.
022600 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
022700     05  WS-DW-YYYY              PIC 9(04).
022800     05  WS-DW-MM                PIC 9(02).
022900     05  WS-DW-DD                PIC 9(02).
023000 01  WS-DAYS-TODAY               PIC 9(07)       VALUE ZERO.
023100 01  WS-DAYS-MOVED               PIC 9(07)       VALUE ZERO.
023200 01  WS-MM-DAYS                  PIC 9(03)       VALUE ZERO.
023300 01  WS-IDLE-AGE                 PIC S9(07)      VALUE ZERO.
023400 01  WS-FLAG-NEGATIVE-SW         PIC X(01)       VALUE "N".
023500     88  WS-FLAG-NEGATIVE                  VALUE "Y".
023600 01  WS-FLAG-REORDER-SW          PIC X(01)       VALUE "N".
023700     88  WS-FLAG-REORDER                   VALUE "Y".
023800 01  WS-FLAG-IDLE-SW             PIC X(01)       VALUE "N".
023900     88  WS-FLAG-IDLE                      VALUE "Y".
024000 01  WS-CUR-BRANCH               PIC X(03)       VALUE SPACES.
024100 01  WS-CUR-REGION               PIC X(03)       VALUE SPACES.
024200 01  WS-CUR-BRANCH-NAME          PIC X(20)       VALUE SPACES.
024300 01  WS-ITEM-DESC                PIC X(25)       VALUE SPACES.
024400 01  WS-FLAG-TEXT                PIC X(30)       VALUE SPACES.
024500 01  WS-FLAG-PTR                 PIC 9(03) COMP  VALUE ZERO.
024600*-----------------------------------------------------------------
024700*    STOCK STATUS COUNTERS - ONE SET FOR THE BRANCH BEING
024800*    PRINTED AND ONE FOR THE COMPANY.  EACH HOLDS THE ITEMS ON
024900*    FILE, THE ITEMS IN EACH EXCEPTION CLASS, AND THE ON-HAND
025000*    UNITS.
025100*-----------------------------------------------------------------
025200 01  WS-BRANCH-TOTALS.
025300     05  WS-BT-ITEMS             PIC 9(07).
025400     05  WS-BT-NEGATIVE          PIC 9(07).
025500     05  WS-BT-REORDER           PIC 9(07).
025600     05  WS-BT-IDLE              PIC 9(07).
025700     05  WS-BT-UNITS             PIC S9(11).
025800 01  WS-COMPANY-TOTALS.
025900     05  WS-CT-ITEMS             PIC 9(07).
026000     05  WS-CT-NEGATIVE          PIC 9(07).
026100     05  WS-CT-REORDER           PIC 9(07).
026200     05  WS-CT-IDLE              PIC 9(07).
026300     05  WS-CT-UNITS             PIC S9(11).
026400*-----------------------------------------------------------------
026500*    REGION ROLLUP TABLE - FILLED AS EACH BRANCH SUBTOTAL IS
026600*    PRINTED (4400) AND PRINTED AFTER THE LAST BRANCH (7500).  A
026700*    BRANCH WITH NO BRNMST RECORD ROLLS UP UNDER REGION "???".
026800*-----------------------------------------------------------------
026900 01  WS-MAX-REGIONS              PIC 9(03) COMP  VALUE 100.
027000 01  WS-REGION-COUNT             PIC 9(03) COMP  VALUE ZERO.
027100 01  WS-REG-IX                   PIC 9(03) COMP  VALUE ZERO.
027200 01  WS-REG-FOUND-IX             PIC 9(03) COMP  VALUE ZERO.
027300 01  WS-REGION-TABLE.
027400     05  WS-REG-ENTRY OCCURS 100 TIMES.
027500         10  WS-REG-CODE         PIC X(03).
027600         10  WS-REG-BRANCHES     PIC 9(05).
027700         10  WS-REG-ITEMS        PIC 9(07).
027800         10  WS-REG-NEGATIVE     PIC 9(07).
027900         10  WS-REG-REORDER      PIC 9(07).
028000         10  WS-REG-IDLE         PIC 9(07).
028100         10  WS-REG-UNITS        PIC S9(11).
028200*-----------------------------------------------------------------
028300*    REPORT WORKING FIELDS
028400*-----------------------------------------------------------------
028500 01  WS-PRINT-LINE               PIC X(132).
028600 01  WS-RPT-QTY-EDIT             PIC -ZZZZZZ9.
028700 01  WS-RPT-QTY2-EDIT            PIC ZZZZZZ9.
028800 01  WS-RPT-UNITS-EDIT           PIC -ZZZZZZZZZ9.
028900 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZ9.
029000 01  WS-RPT-COUNT2-EDIT          PIC ZZZZZZ9.
029100 01  WS-RPT-COUNT3-EDIT          PIC ZZZZZZ9.
029200 01  WS-RPT-COUNT4-EDIT          PIC ZZZZZZ9.
029300 01  WS-RPT-AGE-EDIT             PIC ZZZZ9.
029400 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
029500 01  WS-RPT-DAYS-EDIT            PIC ZZ9.
029600*****************************************************************
029700* PROCEDURE DIVISION.                                           *
029800*****************************************************************
029900 PROCEDURE DIVISION.
030000 0000-MAINLINE.
030100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030200     MOVE "INVENTORY" TO WS-RST-PHASE.
030300     MOVE "S" TO WS-RST-EVENT.
030400     MOVE ZERO TO WS-RST-COUNT.
030500     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
030600     PERFORM 2000-POST-SALES THRU 2000-EXIT.
030700     PERFORM 3000-POST-INVENTORY-TRANS THRU 3000-EXIT.
030733*    BOTH INPUTS ARE APPLIED, SO THERE IS NOTHING TO RESTART FROM.
030766     PERFORM 2700-CLEAR-CHECKPOINT THRU 2700-EXIT.
030800     MOVE "INVENTORY" TO WS-RST-PHASE.
030900     MOVE "E" TO WS-RST-EVENT.
031000     ADD WS-POSTIN-READ-COUNT WS-IVT-READ-COUNT
031100         GIVING WS-RST-COUNT.
031200     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
031300     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
031400     PERFORM 4000-STOCK-STATUS THRU 4000-EXIT.
031500     PERFORM 7500-PRINT-REGION-ROLLUP THRU 7500-EXIT.
031600     PERFORM 8000-WRITE-INVENTORY-CONTROL THRU 8000-EXIT.
031700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031800     STOP RUN.
031900*-----------------------------------------------------------------
032000*    1000-INITIALIZE - OPEN FILES, VERIFY THE POSTIN AND INVTRAN
032100*    HEADERS, RUN THE INVCTL GUARD, CHECK CKPT11 FOR A RESTART,
032200*    THEN OPEN THE ONHAND MASTER AND THE OUTPUTS AND PRINT THE
032300*    REPORT HEADING.  ONHAND IS CREATED EMPTY ON THE FIRST EVER
032400*    RUN (STATUS 35), THE SAME WAY CUSTBALPOST CREATES BALMST.
032500*    INVTRAN IS OPTIONAL - A DAY WITH NO RECEIPTS OR COUNTS MAY
032600*    SEND NO FILE AT ALL - BUT ONE CUT FOR ANOTHER BUSINESS DATE
032700*    STOPS THE RUN BEFORE ANY QUANTITY IS TOUCHED.
032800*-----------------------------------------------------------------
032900 1000-INITIALIZE.
033000     MOVE SPACES TO WS-PARM-CARD.
033100     ACCEPT WS-PARM-CARD FROM COMMAND-LINE.
033200     IF WS-PARM-FORCE IS EQUAL TO "FORCE"
033300         SET WS-FORCE-RERUN TO TRUE
033400     END-IF.
033500     IF WS-PARM-IDLE-DAYS IS NUMERIC
033600             AND WS-PARM-IDLE-DAYS IS GREATER THAN ZERO
033700         MOVE WS-PARM-IDLE-DAYS TO WS-IDLE-DAYS
033800     END-IF.
033900     ACCEPT WS-RUN-DATE FROM DATE.
034000     OPEN INPUT POSTING-INTERFACE.
034100     IF NOT WS-POSTIN-OK
034200         DISPLAY "INVPOST - UNABLE TO OPEN POSTIN, "
034300             "STATUS = " WS-POSTIN-STATUS
034400         STOP RUN
034500     END-IF.
034600     OPEN INPUT BRANCH-MASTER.
034700     IF NOT WS-BRNMST-OK
034800         DISPLAY "INVPOST - UNABLE TO OPEN BRNMST, "
034900             "STATUS = " WS-BRNMST-STATUS
035000         STOP RUN
035100     END-IF.
035200     OPEN INPUT ITEM-MASTER.
035300     IF NOT WS-ITMMST-OK
035400         DISPLAY "INVPOST - UNABLE TO OPEN ITMMST, "
035500             "STATUS = " WS-ITMMST-STATUS
035600         STOP RUN
035700     END-IF.
035800     READ POSTING-INTERFACE
035900         AT END
036000             SET WS-END-OF-FILE TO TRUE
036100     END-READ.
036200     IF WS-END-OF-FILE OR NOT PIF-HEADER-RECORD
036300         DISPLAY "INVPOST - POSTIN DOES NOT START WITH A "
036400             "HEADER RECORD - RUN STOPPED"
036500         MOVE 12 TO RETURN-CODE
036600         STOP RUN
036700     END-IF.
036800     MOVE PIF-BUSINESS-DATE TO WS-BUSINESS-DATE.
036900     PERFORM 1200-OPEN-INVTRAN THRU 1200-EXIT.
037000     PERFORM 1500-CHECK-INVENTORY-CONTROL THRU 1500-EXIT.
037050     PERFORM 1600-CHECK-FOR-RESTART THRU 1600-EXIT.
037100*    THE MASTER AND OUTPUTS ARE ONLY OPENED (AND SO ONLY
037200*    TRUNCATED) ONCE THE GUARD HAS PASSED, THE SAME OPEN
037300*    DISCIPLINE CUSTBALPOST KEEPS.
037400     OPEN I-O ON-HAND-MASTER.
037500     IF WS-ONHAND-NEW-FILE
037600         OPEN OUTPUT ON-HAND-MASTER
037700         CLOSE ON-HAND-MASTER
037800         OPEN I-O ON-HAND-MASTER
037900     END-IF.
038000     IF NOT WS-ONHAND-OK
038100         DISPLAY "INVPOST - UNABLE TO OPEN ONHAND, "
038200             "STATUS = " WS-ONHAND-STATUS
038300         STOP RUN
038400     END-IF.
038500*    A RESTARTED RUN EXTENDS STKRPT, SO THE REJECT LINES CUT
038530*    BEFORE THE LAST CHECKPOINT ARE NOT DISCARDED, AND SKIPS THE
038560*    REPEATED HEADING.
038590     IF WS-RESTARTED
038620         OPEN EXTEND STOCK-STATUS-RPT
038650         IF WS-STKRPT-NEW-FILE
038680             OPEN OUTPUT STOCK-STATUS-RPT
038710         END-IF
038740     ELSE
038770         OPEN OUTPUT STOCK-STATUS-RPT
038800     END-IF.
038830     IF NOT WS-STKRPT-OK
038860         DISPLAY "INVPOST - UNABLE TO OPEN STKRPT, "
038890             "STATUS = " WS-STKRPT-STATUS
038920         STOP RUN
038950     END-IF.
038980     IF WS-RESTARTED
039010         GO TO 1000-EXIT
039040     END-IF.
039100     MOVE SPACES TO WS-PRINT-LINE.
039200     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
039300     STRING "BRANCH INVENTORY POSTING AND STOCK STATUS    "
039400             DELIMITED BY SIZE
039500         "BUSINESS DATE: " DELIMITED BY SIZE
039600         WS-RPT-DATE-EDIT DELIMITED BY SIZE
039700         INTO WS-PRINT-LINE
039800     END-STRING.
039900     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
040000     WRITE STOCK-STATUS-RPT-RECORD.
040100     MOVE SPACES TO STOCK-STATUS-RPT-RECORD.
040200     WRITE STOCK-STATUS-RPT-RECORD.
040300     MOVE "REJECTED MOVEMENTS" TO STOCK-STATUS-RPT-RECORD.
040400     WRITE STOCK-STATUS-RPT-RECORD.
040500     MOVE SPACES TO WS-PRINT-LINE.
040600     STRING "SOURCE   CD  BRN  ITEM        QUANTITY  REFERENCE   "
040700             DELIMITED BY SIZE
040800         "REASON" DELIMITED BY SIZE
040900         INTO WS-PRINT-LINE
041000     END-STRING.
041100     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
041200     WRITE STOCK-STATUS-RPT-RECORD.
041300 1000-EXIT.
041400     EXIT.
041500*-----------------------------------------------------------------
041600*    1200-OPEN-INVTRAN - OPEN THE OPTIONAL INVTRAN FILE AND CHECK
041700*    ITS HEADER AGAINST THE POSTIN BUSINESS DATE.
041800*-----------------------------------------------------------------
041900 1200-OPEN-INVTRAN.
042000     OPEN INPUT INVENTORY-TRANS.
042100     IF WS-INVTRAN-NEW-FILE
042200         DISPLAY "INVPOST - NO INVTRAN FILE FOR BUSINESS DATE "
042300             WS-BUSINESS-DATE " - SALES AND RETURNS ONLY"
042400         GO TO 1200-EXIT
042500     END-IF.
042600     IF NOT WS-INVTRAN-OK
042700         DISPLAY "INVPOST - UNABLE TO OPEN INVTRAN, "
042800             "STATUS = " WS-INVTRAN-STATUS
042900         STOP RUN
043000     END-IF.
043100     SET WS-INVTRAN-PRESENT TO TRUE.
043200     READ INVENTORY-TRANS
043300         AT END
043400             SET WS-IVT-END-OF-FILE TO TRUE
043500     END-READ.
043600     IF WS-IVT-END-OF-FILE OR NOT IVT-HEADER-RECORD
043700         DISPLAY "INVPOST - INVTRAN DOES NOT START WITH A "
043800             "HEADER RECORD - RUN STOPPED"
043900         MOVE 12 TO RETURN-CODE
044000         STOP RUN
044100     END-IF.
044200     IF IVT-BUSINESS-DATE IS NOT EQUAL TO WS-BUSINESS-DATE
044300         DISPLAY "INVPOST - INVTRAN BUSINESS DATE "
044400             IVT-BUSINESS-DATE " DOES NOT MATCH POSTIN "
044500             WS-BUSINESS-DATE " - RUN STOPPED"
044600         MOVE 12 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900 1200-EXIT.
045000     EXIT.
045100*-----------------------------------------------------------------
045110*    1500-CHECK-INVENTORY-CONTROL - SCAN INVCTL FOR THE POSTIN
045120*    HEADER'S BUSINESS DATE BEFORE ANY ON-HAND FIGURE IS TOUCHED.
045130*    A DATE ALREADY ON FILE MEANS THE DAY'S SALES WERE ALREADY
045140*    RELIEVED - THE RUN HARD-STOPS WITH RETURN-CODE 12 UNLESS THE
045150*    FORCE PARM ASKS FOR A DELIBERATE, LOGGED RERUN.
045160*-----------------------------------------------------------------
045170 1500-CHECK-INVENTORY-CONTROL.
045180     MOVE "N" TO WS-DATE-POSTED-SWITCH.
045190     MOVE "N" TO WS-INVCTL-EOF-SWITCH.
045200     OPEN INPUT INVENTORY-CONTROL.
045210     IF WS-INVCTL-NEW-FILE
045220         GO TO 1500-EXIT
045230     END-IF.
045240     IF NOT WS-INVCTL-OK
045250         DISPLAY "INVPOST - UNABLE TO OPEN INVCTL, "
045260             "STATUS = " WS-INVCTL-STATUS
045270         STOP RUN
045280     END-IF.
045290     PERFORM 1550-READ-INVENTORY-CONTROL THRU 1550-EXIT
045300         UNTIL WS-INVCTL-READ-EOF
045310             OR WS-DATE-ALREADY-POSTED.
045320     CLOSE INVENTORY-CONTROL.
045330     IF WS-DATE-ALREADY-POSTED
045340         IF WS-FORCE-RERUN
045350             DISPLAY "INVPOST - BUSINESS DATE "
045360                 WS-BUSINESS-DATE " ALREADY POSTED - FORCED "
045370                 "RERUN PROCEEDING"
045380         ELSE
045390             DISPLAY "INVPOST - BUSINESS DATE "
045400                 WS-BUSINESS-DATE " ALREADY POSTED PER INVCTL - "
045410                 "RUN STOPPED.  USE THE FORCE PARM FOR A "
045420                 "DELIBERATE RERUN"
045430             MOVE 12 TO RETURN-CODE
045440             STOP RUN
045450         END-IF
045460     END-IF.
045470 1500-EXIT.
045480     EXIT.
045490*-----------------------------------------------------------------
045500*    1550-READ-INVENTORY-CONTROL - ONE INVCTL RECORD; FLAG A
045510*    MATCH ON THE RUN'S BUSINESS DATE.
045520*-----------------------------------------------------------------
045530 1550-READ-INVENTORY-CONTROL.
045540     READ INVENTORY-CONTROL
045550         AT END
045560             SET WS-INVCTL-READ-EOF TO TRUE
045570             GO TO 1550-EXIT
045580     END-READ.
045590     IF ICC-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
045600         SET WS-DATE-ALREADY-POSTED TO TRUE
045610     END-IF.
045620 1550-EXIT.
045630     EXIT.
045718*-----------------------------------------------------------------
045806*    1600-CHECK-FOR-RESTART - IF CKPT11 CARRIES A CHECKPOINT FOR
045894*    THIS POSTIN'S BUSINESS DATE, AN EARLIER RUN ABENDED PARTWAY
045982*    THROUGH THE POSTIN OR INVTRAN LINES AND THE LINES UP TO THE
046070*    CHECKPOINT ARE ALREADY ON ONHAND.  THE POSTING TOTALS ARE
046158*    RESTORED AND 2100 AND 3100 SKIP THAT MANY LINES, SO EACH ONE
046246*    IS APPLIED EXACTLY ONCE.  A CHECKPOINT FOR ANY OTHER DATE IS
046334*    STALE AND IS IGNORED.
046422*-----------------------------------------------------------------
046510 1600-CHECK-FOR-RESTART.
046598     MOVE "N" TO WS-RESTART-SWITCH.
046686     OPEN INPUT CHECKPOINT-FILE.
046774     IF WS-CKPT-NEW-FILE
046862         GO TO 1600-EXIT
046950     END-IF.
047038     IF NOT WS-CKPT-OK
047126         DISPLAY "INVPOST - UNABLE TO OPEN CKPT11, "
047214             "STATUS = " WS-CKPT-STATUS
047302         STOP RUN
047390     END-IF.
047478     READ CHECKPOINT-FILE
047566         AT END
047654             SET WS-CKPT-READ-EOF TO TRUE
047742     END-READ.
047830     IF NOT WS-CKPT-READ-EOF
047918             AND CKPT-BUSINESS-DATE IS EQUAL TO WS-BUSINESS-DATE
048006             AND (CKPT-POSTIN-COUNT IS GREATER THAN ZERO
048094                 OR CKPT-IVT-COUNT IS GREATER THAN ZERO)
048182         SET WS-RESTARTED TO TRUE
048270         MOVE CKPT-POSTIN-COUNT TO WS-RESTART-POSTIN-COUNT
048358         MOVE CKPT-POSTIN-COUNT TO WS-POSTIN-READ-COUNT
048446         MOVE CKPT-IVT-COUNT TO WS-RESTART-IVT-COUNT
048534         MOVE CKPT-IVT-COUNT TO WS-IVT-READ-COUNT
048622         MOVE CKPT-SALES-APPLIED TO WS-SALES-APPLIED
048710         MOVE CKPT-SALES-UNITS TO WS-SALES-UNITS
048798         MOVE CKPT-RETURNS-APPLIED TO WS-RETURNS-APPLIED
048886         MOVE CKPT-RETURNS-UNITS TO WS-RETURNS-UNITS
048974         MOVE CKPT-RECEIPTS-APPLIED TO WS-RECEIPTS-APPLIED
049062         MOVE CKPT-RECEIPTS-UNITS TO WS-RECEIPTS-UNITS
049150         MOVE CKPT-COUNTS-APPLIED TO WS-COUNTS-APPLIED
049238         MOVE CKPT-COUNT-VARIANCE TO WS-COUNT-VARIANCE-UNITS
049326         MOVE CKPT-ADJUSTMENTS-APPLIED TO WS-ADJUSTMENTS-APPLIED
049414         MOVE CKPT-ADJUSTMENT-UNITS TO WS-ADJUSTMENT-UNITS
049502         MOVE CKPT-REORDER-APPLIED TO WS-REORDER-APPLIED
049590         MOVE CKPT-REJECTED-COUNT TO WS-REJECTED-COUNT
049678         MOVE CKPT-NEW-ITEMS-COUNT TO WS-NEW-ITEMS-COUNT
049766         DISPLAY "INVPOST - RESTARTING AFTER "
049854             WS-RESTART-POSTIN-COUNT " POSTIN AND "
049942             WS-RESTART-IVT-COUNT " INVTRAN LINE(S) ALREADY "
050030             "APPLIED"
050118     END-IF.
050206     CLOSE CHECKPOINT-FILE.
050294 1600-EXIT.
050382     EXIT.
050500*-----------------------------------------------------------------
050600*    2000-POST-SALES - DRIVE THE POSTIN DETAILS THROUGH THE
050700*    RELIEF PATH UNTIL THE TRAILER OR END-OF-FILE.
050800*-----------------------------------------------------------------
050900 2000-POST-SALES.
051000     PERFORM 2100-READ-POSTING-RECORD THRU 2100-EXIT
051100         UNTIL WS-END-OF-FILE.
051200     IF NOT WS-TRAILER-SEEN
051300         DISPLAY "INVPOST - POSTIN ENDED WITHOUT A TRAILER "
051400             "RECORD - TOTALS NOT RECONCILED"
051500         MOVE 8 TO RETURN-CODE
051600     END-IF.
051700 2000-EXIT.
051800     EXIT.
051900*-----------------------------------------------------------------
052000*    2100-READ-POSTING-RECORD - ONE POSTIN RECORD.  THE TRAILER'S
052100*    RECORD COUNT IS RECONCILED AGAINST THE DETAILS READ; THE
052200*    AMOUNT TOTAL IS CUSTBALPOST'S TO PROVE.
052300*-----------------------------------------------------------------
052400 2100-READ-POSTING-RECORD.
052500     READ POSTING-INTERFACE
052600         AT END
052700             SET WS-END-OF-FILE TO TRUE
052800             GO TO 2100-EXIT
052900     END-READ.
053000     IF PIF-TRAILER-RECORD
053100         SET WS-TRAILER-SEEN TO TRUE
053200         SET WS-END-OF-FILE TO TRUE
053300         IF PIF-RECORD-COUNT IS NOT EQUAL TO WS-POSTIN-READ-COUNT
053400             SET WS-CTL-MISMATCH TO TRUE
053500             DISPLAY "INVPOST - POSTIN TRAILER DOES NOT "
053600                 "RECONCILE, SEE STKRPT"
053700             MOVE 8 TO RETURN-CODE
053800         END-IF
053900         GO TO 2100-EXIT
054000     END-IF.
054100     IF NOT PIF-DETAIL-RECORD
054200         GO TO 2100-EXIT
054300     END-IF.
054311*    LINES UP TO THE RESTART POSITION WERE ALREADY APPLIED BEFORE
054322*    THE ABEND - THEIR TOTALS CAME BACK OFF THE CHECKPOINT IN
054333*    1600, SO THEY ARE SKIPPED WITHOUT RECOUNTING.
054344     ADD 1 TO WS-POSTIN-SEEN-THIS-RUN.
054355     IF WS-POSTIN-SEEN-THIS-RUN IS LESS THAN OR EQUAL TO
054366             WS-RESTART-POSTIN-COUNT
054377         GO TO 2100-EXIT
054388     END-IF.
054400     ADD 1 TO WS-POSTIN-READ-COUNT.
054500     PERFORM 2200-APPLY-SALE-LINE THRU 2200-EXIT.
054525*    THE LINE IS ON ONHAND OR LISTED AS REJECTED, SO THE
054550*    CHECKPOINT KEEPS STEP WITH IT LINE BY LINE.
054575     PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT.
054600 2100-EXIT.
054700     EXIT.
054800*-----------------------------------------------------------------
054900*    2200-APPLY-SALE-LINE - A SALE TAKES ITS QUANTITY OFF THE
055000*    BRANCH'S ON-HAND AND AN "R" RETURN PUTS IT BACK.  THE SORT
055100*    RUN HAS ALREADY PROVED THE BRANCH AND ITEM AGAINST THEIR
055200*    MASTERS, SO ONLY A LINE WITH NO ITEM OR NO USABLE QUANTITY
055300*    (A DETAIL KEYED BEFORE ITEMS WERE CARRIED) IS REFUSED HERE.
055400*    ON-HAND IS ALLOWED TO GO NEGATIVE - THE GOODS HAVE LEFT THE
055500*    BRANCH WHATEVER THE BOOK SAYS - AND THE STOCK STATUS REPORT
055600*    SHOWS IT.
055700*-----------------------------------------------------------------
055800 2200-APPLY-SALE-LINE.
055900     MOVE "POSTIN" TO WS-MOVE-SOURCE.
056000     MOVE PIF-TRAN-TYPE TO WS-MOVE-CODE.
056100     MOVE PIF-BRANCH-CODE TO WS-MOVE-BRANCH.
056200     MOVE PIF-ITEM-CODE TO WS-MOVE-ITEM.
056300     MOVE ZERO TO WS-MOVE-QUANTITY.
056400     MOVE PIF-CUSTOMER-ID TO WS-MOVE-REFERENCE.
056500     IF PIF-ITEM-CODE IS EQUAL TO SPACES
056600         MOVE "NO ITEM CODE" TO WS-REJECT-REASON
056700         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
056800         GO TO 2200-EXIT
056900     END-IF.
057000     IF PIF-QUANTITY IS NOT NUMERIC
057100             OR PIF-QUANTITY IS EQUAL TO ZERO
057200         MOVE "NO QUANTITY" TO WS-REJECT-REASON
057300         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
057400         GO TO 2200-EXIT
057500     END-IF.
057600     MOVE PIF-QUANTITY TO WS-MOVE-QUANTITY.
057700     PERFORM 2300-GET-ON-HAND THRU 2300-EXIT.
057800     IF PIF-TRAN-TYPE IS EQUAL TO "R"
057900         ADD WS-MOVE-QUANTITY TO OHM-ON-HAND
058000         ADD 1 TO WS-RETURNS-APPLIED
058100         ADD WS-MOVE-QUANTITY TO WS-RETURNS-UNITS
058200     ELSE
058300         SUBTRACT WS-MOVE-QUANTITY FROM OHM-ON-HAND
058400         MOVE WS-BUSINESS-DATE TO OHM-LAST-SALE-DATE
058500         ADD 1 TO WS-SALES-APPLIED
058600         ADD WS-MOVE-QUANTITY TO WS-SALES-UNITS
058700     END-IF.
058800     MOVE WS-BUSINESS-DATE TO OHM-LAST-MOVEMENT-DATE.
058900     PERFORM 2400-PUT-ON-HAND THRU 2400-EXIT.
059000 2200-EXIT.
059100     EXIT.
059200*-----------------------------------------------------------------
059300*    2300-GET-ON-HAND - RANDOM READ OF THE ONHAND RECORD FOR THE
059400*    MOVEMENT'S BRANCH/ITEM.  A BRANCH/ITEM THAT HAS NEVER MOVED
059500*    STARTS FROM ZERO AND IS ADDED BY 2400.
059600*-----------------------------------------------------------------
059700 2300-GET-ON-HAND.
059800     MOVE "N" TO WS-OHM-NEW-SWITCH.
059900     MOVE WS-MOVE-BRANCH TO OHM-BRANCH-CODE.
060000     MOVE WS-MOVE-ITEM TO OHM-ITEM-CODE.
060100     READ ON-HAND-MASTER
060200         INVALID KEY
060300             SET WS-OHM-NEW-RECORD TO TRUE
060400     END-READ.
060500     IF WS-OHM-NEW-RECORD
060600         MOVE SPACES TO ON-HAND-MASTER-RECORD
060700         MOVE WS-MOVE-BRANCH TO OHM-BRANCH-CODE
060800         MOVE WS-MOVE-ITEM TO OHM-ITEM-CODE
060900         MOVE ZERO TO OHM-ON-HAND
061000         MOVE ZERO TO OHM-REORDER-POINT
061100         MOVE ZERO TO OHM-LAST-MOVEMENT-DATE
061200         MOVE ZERO TO OHM-LAST-SALE-DATE
061300         MOVE ZERO TO OHM-LAST-RECEIPT-DATE
061400         MOVE ZERO TO OHM-LAST-COUNT-DATE
061500         MOVE ZERO TO OHM-LAST-POST-DATE
061600     END-IF.
061700 2300-EXIT.
061800     EXIT.
061900*-----------------------------------------------------------------
062000*    2400-PUT-ON-HAND - WRITE A NEW ONHAND RECORD OR REWRITE THE
062100*    ONE 2300 READ, STAMPED WITH THE RUN'S BUSINESS DATE.
062200*-----------------------------------------------------------------
062300 2400-PUT-ON-HAND.
062400     MOVE WS-BUSINESS-DATE TO OHM-LAST-POST-DATE.
062500     IF WS-OHM-NEW-RECORD
062600         WRITE ON-HAND-MASTER-RECORD
062700             INVALID KEY
062800                 DISPLAY "INVPOST - WRITE FAILED FOR BRANCH "
062900                     OHM-BRANCH-CODE " ITEM " OHM-ITEM-CODE
063000                     ", STATUS = " WS-ONHAND-STATUS
063100                 MOVE 8 TO RETURN-CODE
063200                 GO TO 2400-EXIT
063300         END-WRITE
063400         ADD 1 TO WS-NEW-ITEMS-COUNT
063500     ELSE
063600         REWRITE ON-HAND-MASTER-RECORD
063700             INVALID KEY
063800                 DISPLAY "INVPOST - REWRITE FAILED FOR BRANCH "
063900                     OHM-BRANCH-CODE " ITEM " OHM-ITEM-CODE
064000                     ", STATUS = " WS-ONHAND-STATUS
064100                 MOVE 8 TO RETURN-CODE
064200         END-REWRITE
064300     END-IF.
064400 2400-EXIT.
064500     EXIT.
064521*-----------------------------------------------------------------
064542*    2600-WRITE-CHECKPOINT - SNAPSHOT THE RUN'S POSITION IN POSTIN
064563*    AND INVTRAN AND ITS POSTING TOTALS, SO AN ABENDED RUN CAN
064584*    RESTART FROM HERE AND APPLY EACH REMAINING LINE EXACTLY
064605*    ONCE.  THE FILE IS REWRITTEN IN FULL EACH CHECKPOINT, AS
064626*    CUSTBALPOST REWRITES CKPT02.
064647*-----------------------------------------------------------------
064668 2600-WRITE-CHECKPOINT.
064689     OPEN OUTPUT CHECKPOINT-FILE.
064710     IF NOT WS-CKPT-OK
064731         DISPLAY "INVPOST - UNABLE TO OPEN CKPT11, "
064752             "STATUS = " WS-CKPT-STATUS
064773         STOP RUN
064794     END-IF.
064815     MOVE SPACES TO CHECKPOINT-RECORD.
064836     MOVE WS-BUSINESS-DATE TO CKPT-BUSINESS-DATE.
064857     MOVE WS-POSTIN-READ-COUNT TO CKPT-POSTIN-COUNT.
064878     MOVE WS-IVT-READ-COUNT TO CKPT-IVT-COUNT.
064899     MOVE WS-SALES-APPLIED TO CKPT-SALES-APPLIED.
064920     MOVE WS-SALES-UNITS TO CKPT-SALES-UNITS.
064941     MOVE WS-RETURNS-APPLIED TO CKPT-RETURNS-APPLIED.
064962     MOVE WS-RETURNS-UNITS TO CKPT-RETURNS-UNITS.
064983     MOVE WS-RECEIPTS-APPLIED TO CKPT-RECEIPTS-APPLIED.
065004     MOVE WS-RECEIPTS-UNITS TO CKPT-RECEIPTS-UNITS.
065025     MOVE WS-COUNTS-APPLIED TO CKPT-COUNTS-APPLIED.
065046     MOVE WS-COUNT-VARIANCE-UNITS TO CKPT-COUNT-VARIANCE.
065067     MOVE WS-ADJUSTMENTS-APPLIED TO CKPT-ADJUSTMENTS-APPLIED.
065088     MOVE WS-ADJUSTMENT-UNITS TO CKPT-ADJUSTMENT-UNITS.
065109     MOVE WS-REORDER-APPLIED TO CKPT-REORDER-APPLIED.
065130     MOVE WS-REJECTED-COUNT TO CKPT-REJECTED-COUNT.
065151     MOVE WS-NEW-ITEMS-COUNT TO CKPT-NEW-ITEMS-COUNT.
065172     WRITE CHECKPOINT-RECORD.
065193     CLOSE CHECKPOINT-FILE.
065214 2600-EXIT.
065235     EXIT.
065256*-----------------------------------------------------------------
065277*    2700-CLEAR-CHECKPOINT - POSTIN AND INVTRAN ARE BOTH APPLIED,
065298*    SO THE CHECKPOINT IS CLEARED RATHER THAN LEFT TO MAKE THE
065319*    NEXT RUN LOOK LIKE A RESTART.
065340*-----------------------------------------------------------------
065361 2700-CLEAR-CHECKPOINT.
065382     OPEN OUTPUT CHECKPOINT-FILE.
065403     IF NOT WS-CKPT-OK
065424         DISPLAY "INVPOST - UNABLE TO OPEN CKPT11, "
065445             "STATUS = " WS-CKPT-STATUS
065466         STOP RUN
065487     END-IF.
065508     MOVE SPACES TO CHECKPOINT-RECORD.
065529     MOVE ZERO TO CKPT-BUSINESS-DATE.
065550     MOVE ZERO TO CKPT-POSTIN-COUNT.
065571     MOVE ZERO TO CKPT-IVT-COUNT.
065592     MOVE ZERO TO CKPT-SALES-APPLIED.
065613     MOVE ZERO TO CKPT-SALES-UNITS.
065634     MOVE ZERO TO CKPT-RETURNS-APPLIED.
065655     MOVE ZERO TO CKPT-RETURNS-UNITS.
065676     MOVE ZERO TO CKPT-RECEIPTS-APPLIED.
065697     MOVE ZERO TO CKPT-RECEIPTS-UNITS.
065718     MOVE ZERO TO CKPT-COUNTS-APPLIED.
065739     MOVE ZERO TO CKPT-COUNT-VARIANCE.
065760     MOVE ZERO TO CKPT-ADJUSTMENTS-APPLIED.
065781     MOVE ZERO TO CKPT-ADJUSTMENT-UNITS.
065802     MOVE ZERO TO CKPT-REORDER-APPLIED.
065823     MOVE ZERO TO CKPT-REJECTED-COUNT.
065844     MOVE ZERO TO CKPT-NEW-ITEMS-COUNT.
065865     WRITE CHECKPOINT-RECORD.
065886     CLOSE CHECKPOINT-FILE.
065907 2700-EXIT.
065928     EXIT.
066000*-----------------------------------------------------------------
066010*    2800-WRITE-REJECT-LINE - A MOVEMENT THAT CANNOT BE APPLIED IS
066020*    COUNTED AND LISTED ON STKRPT RATHER THAN SILENTLY DROPPED.
066030*-----------------------------------------------------------------
066040 2800-WRITE-REJECT-LINE.
066050     ADD 1 TO WS-REJECTED-COUNT.
066060     MOVE SPACES TO WS-PRINT-LINE.
066070     MOVE WS-MOVE-QUANTITY TO WS-RPT-QTY2-EDIT.
066080     STRING WS-MOVE-SOURCE DELIMITED BY SIZE
066090         "  " DELIMITED BY SIZE
066100         WS-MOVE-CODE DELIMITED BY SIZE
066110         "   " DELIMITED BY SIZE
066120         WS-MOVE-BRANCH DELIMITED BY SIZE
066130         "  " DELIMITED BY SIZE
066140         WS-MOVE-ITEM DELIMITED BY SIZE
066150         "  " DELIMITED BY SIZE
066160         WS-RPT-QTY2-EDIT DELIMITED BY SIZE
066170         "  " DELIMITED BY SIZE
066180         WS-MOVE-REFERENCE DELIMITED BY SIZE
066190         "  " DELIMITED BY SIZE
066200         WS-REJECT-REASON DELIMITED BY SIZE
066210         INTO WS-PRINT-LINE
066220     END-STRING.
066230     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
066240     WRITE STOCK-STATUS-RPT-RECORD.
066250 2800-EXIT.
066260     EXIT.
067300*-----------------------------------------------------------------
067400*    3000-POST-INVENTORY-TRANS - DRIVE THE INVTRAN DETAILS, WHEN
067500*    THE FILE WAS SENT, UNTIL ITS TRAILER OR END-OF-FILE.  THEY
067600*    ARE APPLIED AFTER THE SALES SO A COUNT TAKEN AT THE CLOSE OF
067700*    THE DAY REPLACES WHATEVER THE DAY'S SELLING LEFT.
067800*-----------------------------------------------------------------
067900 3000-POST-INVENTORY-TRANS.
068000     IF NOT WS-INVTRAN-PRESENT
068100         GO TO 3000-EXIT
068200     END-IF.
068300     PERFORM 3100-READ-INVTRAN-RECORD THRU 3100-EXIT
068400         UNTIL WS-IVT-END-OF-FILE.
068500     IF NOT WS-IVT-TRAILER-SEEN
068600         DISPLAY "INVPOST - INVTRAN ENDED WITHOUT A TRAILER "
068700             "RECORD - TOTALS NOT RECONCILED"
068800         MOVE 8 TO RETURN-CODE
068900     END-IF.
069000 3000-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------------
069300*    3100-READ-INVTRAN-RECORD - ONE INVTRAN RECORD; THE TRAILER IS
069400*    RECONCILED AGAINST THE DETAILS READ.
069500*-----------------------------------------------------------------
069600 3100-READ-INVTRAN-RECORD.
069700     READ INVENTORY-TRANS
069800         AT END
069900             SET WS-IVT-END-OF-FILE TO TRUE
070000             GO TO 3100-EXIT
070100     END-READ.
070200     IF IVT-TRAILER-RECORD
070300         SET WS-IVT-TRAILER-SEEN TO TRUE
070400         SET WS-IVT-END-OF-FILE TO TRUE
070500         IF IVT-RECORD-COUNT IS NOT EQUAL TO WS-IVT-READ-COUNT
070600             SET WS-IVT-CTL-MISMATCH TO TRUE
070700             DISPLAY "INVPOST - INVTRAN TRAILER DOES NOT "
070800                 "RECONCILE, SEE STKRPT"
070900             MOVE 8 TO RETURN-CODE
071000         END-IF
071100         GO TO 3100-EXIT
071200     END-IF.
071300     IF NOT IVT-DETAIL-RECORD
071400         GO TO 3100-EXIT
071500     END-IF.
071516     ADD 1 TO WS-IVT-SEEN-THIS-RUN.
071532     IF WS-IVT-SEEN-THIS-RUN IS LESS THAN OR EQUAL TO
071548             WS-RESTART-IVT-COUNT
071564         GO TO 3100-EXIT
071580     END-IF.
071600     ADD 1 TO WS-IVT-READ-COUNT.
071700     MOVE "INVTRAN" TO WS-MOVE-SOURCE.
071800     MOVE IVT-TRAN-CODE TO WS-MOVE-CODE.
071900     MOVE IVT-BRANCH-CODE TO WS-MOVE-BRANCH.
072000     MOVE IVT-ITEM-CODE TO WS-MOVE-ITEM.
072100     MOVE ZERO TO WS-MOVE-QUANTITY.
072200     MOVE IVT-REFERENCE TO WS-MOVE-REFERENCE.
072300     MOVE SPACES TO WS-REJECT-REASON.
072400     PERFORM 3150-VALIDATE-INVTRAN THRU 3150-EXIT.
072500     IF WS-REJECT-REASON IS NOT EQUAL TO SPACES
072600         PERFORM 2800-WRITE-REJECT-LINE THRU 2800-EXIT
072700     ELSE
072800         PERFORM 3200-APPLY-INVTRAN THRU 3200-EXIT
072900     END-IF.
072950     PERFORM 2600-WRITE-CHECKPOINT THRU 2600-EXIT.
073000 3100-EXIT.
073100     EXIT.
073200*-----------------------------------------------------------------
073300*    3150-VALIDATE-INVTRAN - THE TRANSACTION CODE MUST BE KNOWN,
073400*    THE BRANCH ON BRNMST AND OPEN, THE ITEM ON ITMMST, AND THE
073500*    QUANTITY NUMERIC.  A RECEIPT OR ADJUSTMENT OF NOTHING IS
073600*    REFUSED; A COUNT OR REORDER POINT OF ZERO IS A REAL VALUE.
073700*    THE FIRST FAILURE SETS WS-REJECT-REASON.
073800*-----------------------------------------------------------------
073900 3150-VALIDATE-INVTRAN.
074000     IF NOT IVT-RECEIPT AND NOT IVT-COUNT
074100             AND NOT IVT-ADJUSTMENT AND NOT IVT-REORDER-POINT
074200         MOVE "UNKNOWN TRAN CODE" TO WS-REJECT-REASON
074300         GO TO 3150-EXIT
074400     END-IF.
074500     MOVE IVT-BRANCH-CODE TO BRM-BRANCH-CODE.
074600     READ BRANCH-MASTER
074700         INVALID KEY
074800             MOVE "BRANCH NOT ON BRNMST" TO WS-REJECT-REASON
074900             GO TO 3150-EXIT
075000     END-READ.
075100     IF BRM-STATUS-CLOSED
075200         MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
075300         GO TO 3150-EXIT
075400     END-IF.
075500     IF IVT-ITEM-CODE IS EQUAL TO SPACES
075600         MOVE "NO ITEM CODE" TO WS-REJECT-REASON
075700         GO TO 3150-EXIT
075800     END-IF.
075900     MOVE IVT-ITEM-CODE TO IMS-ITEM-CODE.
076000     READ ITEM-MASTER
076100         INVALID KEY
076200             MOVE "ITEM NOT ON ITMMST" TO WS-REJECT-REASON
076300             GO TO 3150-EXIT
076400     END-READ.
076500     IF IVT-QUANTITY IS NOT NUMERIC
076600         MOVE "QUANTITY NOT NUMERIC" TO WS-REJECT-REASON
076700         GO TO 3150-EXIT
076800     END-IF.
076900     MOVE IVT-QUANTITY TO WS-MOVE-QUANTITY.
077000     IF (IVT-RECEIPT OR IVT-ADJUSTMENT)
077100             AND IVT-QUANTITY IS EQUAL TO ZERO
077200         MOVE "ZERO QUANTITY" TO WS-REJECT-REASON
077300         GO TO 3150-EXIT
077400     END-IF.
077500     IF IVT-ADJUSTMENT
077600             AND NOT IVT-ADJ-DECREASE AND NOT IVT-ADJ-INCREASE
077700         MOVE "ADJUSTMENT SIGN INVALID" TO WS-REJECT-REASON
077800         GO TO 3150-EXIT
077900     END-IF.
078000 3150-EXIT.
078100     EXIT.
078200*-----------------------------------------------------------------
078300*    3200-APPLY-INVTRAN - APPLY ONE VALIDATED INVTRAN DETAIL.  A
078400*    RECEIPT ADDS TO ON-HAND; A COUNT REPLACES IT AND THE
078500*    DIFFERENCE IS TOTALLED AS COUNT VARIANCE; AN ADJUSTMENT ADDS
078600*    OR SUBTRACTS BY ITS SIGN; A REORDER POINT ONLY SETS THE
078700*    REORDER LEVEL.  COUNTS AND REORDER POINTS ARE NOT TRADING
078800*    AND DO NOT RESET THE ITEM'S LAST MOVEMENT DATE.
078900*-----------------------------------------------------------------
079000 3200-APPLY-INVTRAN.
079100     PERFORM 2300-GET-ON-HAND THRU 2300-EXIT.
079200     IF IVT-RECEIPT
079300         ADD WS-MOVE-QUANTITY TO OHM-ON-HAND
079400         MOVE WS-BUSINESS-DATE TO OHM-LAST-RECEIPT-DATE
079500         MOVE WS-BUSINESS-DATE TO OHM-LAST-MOVEMENT-DATE
079600         ADD 1 TO WS-RECEIPTS-APPLIED
079700         ADD WS-MOVE-QUANTITY TO WS-RECEIPTS-UNITS
079800     END-IF.
079900     IF IVT-COUNT
080000         SUBTRACT OHM-ON-HAND FROM WS-MOVE-QUANTITY
080100             GIVING WS-COUNT-VARIANCE
080200         ADD WS-COUNT-VARIANCE TO WS-COUNT-VARIANCE-UNITS
080300         MOVE WS-MOVE-QUANTITY TO OHM-ON-HAND
080400         MOVE WS-BUSINESS-DATE TO OHM-LAST-COUNT-DATE
080500         ADD 1 TO WS-COUNTS-APPLIED
080600     END-IF.
080700     IF IVT-ADJUSTMENT
080800         IF IVT-ADJ-DECREASE
080900             SUBTRACT WS-MOVE-QUANTITY FROM OHM-ON-HAND
081000             SUBTRACT WS-MOVE-QUANTITY FROM WS-ADJUSTMENT-UNITS
081100         ELSE
081200             ADD WS-MOVE-QUANTITY TO OHM-ON-HAND
081300             ADD WS-MOVE-QUANTITY TO WS-ADJUSTMENT-UNITS
081400         END-IF
081500         MOVE WS-BUSINESS-DATE TO OHM-LAST-MOVEMENT-DATE
081600         ADD 1 TO WS-ADJUSTMENTS-APPLIED
081700     END-IF.
081800     IF IVT-REORDER-POINT
081900         MOVE WS-MOVE-QUANTITY TO OHM-REORDER-POINT
082000         ADD 1 TO WS-REORDER-APPLIED
082100     END-IF.
082200     PERFORM 2400-PUT-ON-HAND THRU 2400-EXIT.
082300 3200-EXIT.
082400     EXIT.
082500*-----------------------------------------------------------------
082600*    4000-STOCK-STATUS - BROWSE ONHAND IN BRANCH/ITEM ORDER AND
082700*    LIST EVERY ITEM THAT IS NEGATIVE, AT OR BELOW ITS REORDER
082800*    POINT, OR HAS NOT MOVED IN WS-IDLE-DAYS, WITH A SUBTOTAL AT
082900*    EACH CHANGE OF BRANCH AND A COMPANY TOTAL AT THE END.
083000*-----------------------------------------------------------------
083100 4000-STOCK-STATUS.
083200     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
083300     MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-TODAY.
083400     MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS.
083500     ADD WS-MM-DAYS TO WS-DAYS-TODAY.
083600     ADD WS-DW-DD TO WS-DAYS-TODAY.
083700     INITIALIZE WS-BRANCH-TOTALS.
083800     INITIALIZE WS-COMPANY-TOTALS.
083900     MOVE SPACES TO WS-CUR-BRANCH.
084000     MOVE SPACES TO STOCK-STATUS-RPT-RECORD.
084100     WRITE STOCK-STATUS-RPT-RECORD.
084200     MOVE SPACES TO WS-PRINT-LINE.
084300     MOVE WS-IDLE-DAYS TO WS-RPT-DAYS-EDIT.
084400     STRING "STOCK STATUS EXCEPTIONS - NEGATIVE, AT/BELOW "
084500             DELIMITED BY SIZE
084600         "REORDER POINT, NO MOVEMENT IN " DELIMITED BY SIZE
084700         WS-RPT-DAYS-EDIT DELIMITED BY SIZE
084800         " DAYS" DELIMITED BY SIZE
084900         INTO WS-PRINT-LINE
085000     END-STRING.
085100     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
085200     WRITE STOCK-STATUS-RPT-RECORD.
085300     MOVE SPACES TO WS-PRINT-LINE.
085400     STRING "BRN  ITEM      DESCRIPTION                 "
085500             DELIMITED BY SIZE
085600         "ON-HAND  REORDER  LAST-MOVED  DAYS  EXCEPTION"
085700             DELIMITED BY SIZE
085800         INTO WS-PRINT-LINE
085900     END-STRING.
086000     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
086100     WRITE STOCK-STATUS-RPT-RECORD.
086200     MOVE LOW-VALUES TO OHM-KEY.
086300     START ON-HAND-MASTER
086400         KEY IS GREATER THAN OR EQUAL TO OHM-KEY
086500         INVALID KEY
086600             SET WS-OHM-END-OF-FILE TO TRUE
086700     END-START.
086800     PERFORM 4100-READ-ON-HAND THRU 4100-EXIT
086900         UNTIL WS-OHM-END-OF-FILE.
087000     IF WS-CUR-BRANCH IS NOT EQUAL TO SPACES
087100         PERFORM 4400-BRANCH-BREAK THRU 4400-EXIT
087200     END-IF.
087300     PERFORM 4500-PRINT-COMPANY-TOTAL THRU 4500-EXIT.
087400 4000-EXIT.
087500     EXIT.
087600*-----------------------------------------------------------------
087700*    4100-READ-ON-HAND - NEXT ONHAND RECORD IN KEY ORDER; BREAK ON
087800*    A CHANGE OF BRANCH, THEN TEST THE ITEM.
087900*-----------------------------------------------------------------
088000 4100-READ-ON-HAND.
088100     READ ON-HAND-MASTER NEXT RECORD
088200         AT END
088300             SET WS-OHM-END-OF-FILE TO TRUE
088400             GO TO 4100-EXIT
088500     END-READ.
088600     IF OHM-BRANCH-CODE IS NOT EQUAL TO WS-CUR-BRANCH
088700         IF WS-CUR-BRANCH IS NOT EQUAL TO SPACES
088800             PERFORM 4400-BRANCH-BREAK THRU 4400-EXIT
088900         END-IF
089000         PERFORM 4150-START-BRANCH THRU 4150-EXIT
089100     END-IF.
089200     PERFORM 4200-TEST-ITEM THRU 4200-EXIT.
089300 4100-EXIT.
089400     EXIT.
089500*-----------------------------------------------------------------
089600*    4150-START-BRANCH - PICK UP THE NEW BRANCH'S NAME AND REGION
089700*    FROM BRNMST AND CLEAR ITS SUBTOTALS.
089800*-----------------------------------------------------------------
089900 4150-START-BRANCH.
090000     MOVE OHM-BRANCH-CODE TO WS-CUR-BRANCH.
090100     INITIALIZE WS-BRANCH-TOTALS.
090200     MOVE OHM-BRANCH-CODE TO BRM-BRANCH-CODE.
090300     READ BRANCH-MASTER
090400         INVALID KEY
090500             MOVE "???" TO WS-CUR-REGION
090600             MOVE "NOT ON BRNMST" TO WS-CUR-BRANCH-NAME
090700             GO TO 4150-EXIT
090800     END-READ.
090900     MOVE BRM-REGION-CODE TO WS-CUR-REGION.
091000     MOVE BRM-BRANCH-NAME TO WS-CUR-BRANCH-NAME.
091100 4150-EXIT.
091200     EXIT.
091300*-----------------------------------------------------------------
091400*    4200-TEST-ITEM - APPLY THE THREE STOCK STATUS TESTS TO ONE
091500*    BRANCH/ITEM, COUNT IT, AND PRINT IT IF ANY TEST FAILED.  AN
091600*    ITEM THAT HAS NEVER MOVED (ONLY COUNTED OR GIVEN A REORDER
091700*    POINT) IS TREATED AS IDLE.
091800*-----------------------------------------------------------------
091900 4200-TEST-ITEM.
092000     MOVE "N" TO WS-FLAG-NEGATIVE-SW.
092100     MOVE "N" TO WS-FLAG-REORDER-SW.
092200     MOVE "N" TO WS-FLAG-IDLE-SW.
092300     MOVE ZERO TO WS-IDLE-AGE.
092400     ADD 1 TO WS-BT-ITEMS.
092500     ADD OHM-ON-HAND TO WS-BT-UNITS.
092600     IF OHM-ON-HAND IS LESS THAN ZERO
092700         SET WS-FLAG-NEGATIVE TO TRUE
092800         ADD 1 TO WS-BT-NEGATIVE
092900     END-IF.
093000     IF OHM-REORDER-POINT IS GREATER THAN ZERO
093100             AND OHM-ON-HAND IS NOT GREATER THAN OHM-REORDER-POINT
093200         SET WS-FLAG-REORDER TO TRUE
093300         ADD 1 TO WS-BT-REORDER
093400     END-IF.
093500     IF OHM-LAST-MOVEMENT-DATE IS EQUAL TO ZERO
093600         SET WS-FLAG-IDLE TO TRUE
093700     ELSE
093800         MOVE OHM-LAST-MOVEMENT-DATE TO WS-DATE-WORK
093900         MULTIPLY WS-DW-YYYY BY 360 GIVING WS-DAYS-MOVED
094000         MULTIPLY WS-DW-MM BY 30 GIVING WS-MM-DAYS
094100         ADD WS-MM-DAYS TO WS-DAYS-MOVED
094200         ADD WS-DW-DD TO WS-DAYS-MOVED
094300         SUBTRACT WS-DAYS-MOVED FROM WS-DAYS-TODAY
094400             GIVING WS-IDLE-AGE
094500         IF WS-IDLE-AGE IS GREATER THAN WS-IDLE-DAYS
094600             SET WS-FLAG-IDLE TO TRUE
094700         END-IF
094800     END-IF.
094900     IF WS-FLAG-IDLE
095000         ADD 1 TO WS-BT-IDLE
095100     END-IF.
095200     IF WS-FLAG-NEGATIVE OR WS-FLAG-REORDER OR WS-FLAG-IDLE
095300         PERFORM 4300-PRINT-ITEM-LINE THRU 4300-EXIT
095400     END-IF.
095500 4200-EXIT.
095600     EXIT.
095700*-----------------------------------------------------------------
095800*    4300-PRINT-ITEM-LINE - ONE EXCEPTION LINE, WITH EVERY TEST
095900*    THE ITEM FAILED NAMED IN THE EXCEPTION COLUMN.
096000*-----------------------------------------------------------------
096100 4300-PRINT-ITEM-LINE.
096200     MOVE OHM-ITEM-CODE TO IMS-ITEM-CODE.
096300     READ ITEM-MASTER
096400         INVALID KEY
096500             MOVE "NOT ON ITMMST" TO WS-ITEM-DESC
096600         NOT INVALID KEY
096700             MOVE IMS-DESCRIPTION TO WS-ITEM-DESC
096800     END-READ.
096900     MOVE SPACES TO WS-FLAG-TEXT.
097000     MOVE 1 TO WS-FLAG-PTR.
097100     IF WS-FLAG-NEGATIVE
097200         STRING "NEGATIVE " DELIMITED BY SIZE
097300             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
097400         END-STRING
097500     END-IF.
097600     IF WS-FLAG-REORDER
097700         STRING "REORDER " DELIMITED BY SIZE
097800             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
097900         END-STRING
098000     END-IF.
098100     IF WS-FLAG-IDLE
098200         STRING "NO-MOVEMENT" DELIMITED BY SIZE
098300             INTO WS-FLAG-TEXT WITH POINTER WS-FLAG-PTR
098400         END-STRING
098500     END-IF.
098600     MOVE SPACES TO WS-PRINT-LINE.
098700     MOVE OHM-ON-HAND TO WS-RPT-QTY-EDIT.
098800     MOVE OHM-REORDER-POINT TO WS-RPT-QTY2-EDIT.
098900     MOVE OHM-LAST-MOVEMENT-DATE TO WS-RPT-DATE-EDIT.
099000     MOVE WS-IDLE-AGE TO WS-RPT-AGE-EDIT.
099100     STRING OHM-BRANCH-CODE DELIMITED BY SIZE
099200         "  " DELIMITED BY SIZE
099300         OHM-ITEM-CODE DELIMITED BY SIZE
099400         "  " DELIMITED BY SIZE
099500         WS-ITEM-DESC DELIMITED BY SIZE
099600         " " DELIMITED BY SIZE
099700         WS-RPT-QTY-EDIT DELIMITED BY SIZE
099800         "  " DELIMITED BY SIZE
099900         WS-RPT-QTY2-EDIT DELIMITED BY SIZE
100000         "  " DELIMITED BY SIZE
100100         WS-RPT-DATE-EDIT DELIMITED BY SIZE
100200         "  " DELIMITED BY SIZE
100300         WS-RPT-AGE-EDIT DELIMITED BY SIZE
100400         "  " DELIMITED BY SIZE
100500         WS-FLAG-TEXT DELIMITED BY SIZE
100600         INTO WS-PRINT-LINE
100700     END-STRING.
100800     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
100900     WRITE STOCK-STATUS-RPT-RECORD.
101000 4300-EXIT.
101100     EXIT.
101200*-----------------------------------------------------------------
101300*    4400-BRANCH-BREAK - PRINT THE BRANCH SUBTOTAL, ADD IT TO THE
101400*    COMPANY TOTAL, AND ROLL IT UP UNDER ITS REGION (4450).
101500*-----------------------------------------------------------------
101600 4400-BRANCH-BREAK.
101700     MOVE SPACES TO WS-PRINT-LINE.
101800     MOVE WS-BT-ITEMS TO WS-RPT-COUNT-EDIT.
101900     MOVE WS-BT-NEGATIVE TO WS-RPT-COUNT2-EDIT.
102000     MOVE WS-BT-REORDER TO WS-RPT-COUNT3-EDIT.
102100     MOVE WS-BT-IDLE TO WS-RPT-COUNT4-EDIT.
102200     MOVE WS-BT-UNITS TO WS-RPT-UNITS-EDIT.
102300     STRING "  BRANCH " DELIMITED BY SIZE
102400         WS-CUR-BRANCH DELIMITED BY SIZE
102500         " " DELIMITED BY SIZE
102600         WS-CUR-BRANCH-NAME DELIMITED BY SIZE
102700         " REGION " DELIMITED BY SIZE
102800         WS-CUR-REGION DELIMITED BY SIZE
102900         "  ITEMS" DELIMITED BY SIZE
103000         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
103100         "  NEG" DELIMITED BY SIZE
103200         WS-RPT-COUNT2-EDIT DELIMITED BY SIZE
103300         "  REORD" DELIMITED BY SIZE
103400         WS-RPT-COUNT3-EDIT DELIMITED BY SIZE
103500         "  IDLE" DELIMITED BY SIZE
103600         WS-RPT-COUNT4-EDIT DELIMITED BY SIZE
103700         "  UNITS" DELIMITED BY SIZE
103800         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
103900         INTO WS-PRINT-LINE
104000     END-STRING.
104100     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
104200     WRITE STOCK-STATUS-RPT-RECORD.
104300     MOVE SPACES TO STOCK-STATUS-RPT-RECORD.
104400     WRITE STOCK-STATUS-RPT-RECORD.
104500     ADD WS-BT-ITEMS TO WS-CT-ITEMS.
104600     ADD WS-BT-NEGATIVE TO WS-CT-NEGATIVE.
104700     ADD WS-BT-REORDER TO WS-CT-REORDER.
104800     ADD WS-BT-IDLE TO WS-CT-IDLE.
104900     ADD WS-BT-UNITS TO WS-CT-UNITS.
105000     PERFORM 4450-ROLL-UP-REGION THRU 4450-EXIT.
105100 4400-EXIT.
105200     EXIT.
105300*-----------------------------------------------------------------
105400*    4450-ROLL-UP-REGION - ADD THE BRANCH'S SUBTOTALS TO ITS
105500*    REGION'S ENTRY, ADDING THE REGION TO THE TABLE THE FIRST
105600*    TIME IT IS SEEN.  A REGION BEYOND THE TABLE'S SIZE IS NOTED
105700*    ON THE CONSOLE AND LEFT OUT OF THE ROLLUP ONLY.
105800*-----------------------------------------------------------------
105900 4450-ROLL-UP-REGION.
106000     MOVE ZERO TO WS-REG-FOUND-IX.
106100     PERFORM 4460-FIND-REGION THRU 4460-EXIT
106200         VARYING WS-REG-IX FROM 1 BY 1
106300         UNTIL WS-REG-IX IS GREATER THAN WS-REGION-COUNT
106400             OR WS-REG-FOUND-IX IS GREATER THAN ZERO.
106500     IF WS-REG-FOUND-IX IS EQUAL TO ZERO
106600         IF WS-REGION-COUNT IS EQUAL TO WS-MAX-REGIONS
106700             DISPLAY "INVPOST - REGION TABLE FULL, REGION "
106800                 WS-CUR-REGION " LEFT OUT OF THE ROLLUP"
106900             GO TO 4450-EXIT
107000         END-IF
107100         ADD 1 TO WS-REGION-COUNT
107200         MOVE WS-REGION-COUNT TO WS-REG-FOUND-IX
107300         MOVE WS-CUR-REGION TO WS-REG-CODE (WS-REG-FOUND-IX)
107400         MOVE ZERO TO WS-REG-BRANCHES (WS-REG-FOUND-IX)
107500         MOVE ZERO TO WS-REG-ITEMS (WS-REG-FOUND-IX)
107600         MOVE ZERO TO WS-REG-NEGATIVE (WS-REG-FOUND-IX)
107700         MOVE ZERO TO WS-REG-REORDER (WS-REG-FOUND-IX)
107800         MOVE ZERO TO WS-REG-IDLE (WS-REG-FOUND-IX)
107900         MOVE ZERO TO WS-REG-UNITS (WS-REG-FOUND-IX)
108000     END-IF.
108100     ADD 1 TO WS-REG-BRANCHES (WS-REG-FOUND-IX).
108200     ADD WS-BT-ITEMS TO WS-REG-ITEMS (WS-REG-FOUND-IX).
108300     ADD WS-BT-NEGATIVE TO WS-REG-NEGATIVE (WS-REG-FOUND-IX).
108400     ADD WS-BT-REORDER TO WS-REG-REORDER (WS-REG-FOUND-IX).
108500     ADD WS-BT-IDLE TO WS-REG-IDLE (WS-REG-FOUND-IX).
108600     ADD WS-BT-UNITS TO WS-REG-UNITS (WS-REG-FOUND-IX).
108700 4450-EXIT.
108800     EXIT.
108900*-----------------------------------------------------------------
109000*    4460-FIND-REGION - ONE REGION TABLE ENTRY; NOTE A MATCH.
109100*-----------------------------------------------------------------
109200 4460-FIND-REGION.
109300     IF WS-REG-CODE (WS-REG-IX) IS EQUAL TO WS-CUR-REGION
109400         MOVE WS-REG-IX TO WS-REG-FOUND-IX
109500     END-IF.
109600 4460-EXIT.
109700     EXIT.
109800*-----------------------------------------------------------------
109900*    4500-PRINT-COMPANY-TOTAL - THE STOCK STATUS COMPANY TOTAL.
110000*-----------------------------------------------------------------
110100 4500-PRINT-COMPANY-TOTAL.
110200     IF WS-CT-ITEMS IS EQUAL TO ZERO
110300         MOVE "  NO BRANCH/ITEM RECORDS ON ONHAND"
110400             TO STOCK-STATUS-RPT-RECORD
110500         WRITE STOCK-STATUS-RPT-RECORD
110600     END-IF.
110700     MOVE SPACES TO WS-PRINT-LINE.
110800     MOVE WS-CT-ITEMS TO WS-RPT-COUNT-EDIT.
110900     MOVE WS-CT-NEGATIVE TO WS-RPT-COUNT2-EDIT.
111000     MOVE WS-CT-REORDER TO WS-RPT-COUNT3-EDIT.
111100     MOVE WS-CT-IDLE TO WS-RPT-COUNT4-EDIT.
111200     MOVE WS-CT-UNITS TO WS-RPT-UNITS-EDIT.
111300     STRING "COMPANY TOTAL                           "
111400             DELIMITED BY SIZE
111500         "  ITEMS" DELIMITED BY SIZE
111600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
111700         "  NEG" DELIMITED BY SIZE
111800         WS-RPT-COUNT2-EDIT DELIMITED BY SIZE
111900         "  REORD" DELIMITED BY SIZE
112000         WS-RPT-COUNT3-EDIT DELIMITED BY SIZE
112100         "  IDLE" DELIMITED BY SIZE
112200         WS-RPT-COUNT4-EDIT DELIMITED BY SIZE
112300         "  UNITS" DELIMITED BY SIZE
112400         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
112500         INTO WS-PRINT-LINE
112600     END-STRING.
112700     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
112800     WRITE STOCK-STATUS-RPT-RECORD.
112900     IF WS-CT-NEGATIVE IS GREATER THAN ZERO
113000         DISPLAY "INVPOST - " WS-CT-NEGATIVE
113100             " BRANCH/ITEM(S) WITH NEGATIVE ON-HAND, SEE STKRPT"
113200     END-IF.
113300 4500-EXIT.
113400     EXIT.
113500*-----------------------------------------------------------------
113600*    6000-WRITE-RUN-STATUS - ONE PHASE START/END RECORD TO THE
113700*    SHARED RUNSTAT FILE, OPENED AND CLOSED AROUND EVERY RECORD
113800*    SO THE RUNSTATINQ MONITOR CAN READ IT MID-FLIGHT.
113900*-----------------------------------------------------------------
114000 6000-WRITE-RUN-STATUS.
114100     OPEN EXTEND RUN-STATUS.
114200     IF WS-RUNSTAT-NEW-FILE
114300         OPEN OUTPUT RUN-STATUS
114400     END-IF.
114500     IF NOT WS-RUNSTAT-OK
114600         DISPLAY "INVPOST - UNABLE TO OPEN RUNSTAT, "
114700             "STATUS = " WS-RUNSTAT-STATUS
114800         GO TO 6000-EXIT
114900     END-IF.
115000     MOVE SPACES TO RUN-STATUS-RECORD.
115100     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
115200     MOVE "INVPOST" TO RST-PROGRAM-ID.
115300     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
115400     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
115500     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
115600     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
115700     ACCEPT WS-RST-TIME-RAW FROM TIME.
115800     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
115900     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
116000     WRITE RUN-STATUS-RECORD.
116100     CLOSE RUN-STATUS.
116200 6000-EXIT.
116300     EXIT.
116400*-----------------------------------------------------------------
116500*    7000-PRINT-TOTALS - THE POSTING SUMMARY: LINES AND UNITS
116600*    APPLIED BY KIND, NEW BRANCH/ITEMS, REJECTS, AND THE TRAILER
116700*    RECONCILIATION RESULTS.
116800*-----------------------------------------------------------------
116900 7000-PRINT-TOTALS.
117000     IF WS-REJECTED-COUNT IS EQUAL TO ZERO
117100         MOVE "  NONE" TO STOCK-STATUS-RPT-RECORD
117200         WRITE STOCK-STATUS-RPT-RECORD
117300     END-IF.
117400     MOVE SPACES TO STOCK-STATUS-RPT-RECORD.
117500     WRITE STOCK-STATUS-RPT-RECORD.
117600     MOVE "POSTING SUMMARY" TO STOCK-STATUS-RPT-RECORD.
117700     WRITE STOCK-STATUS-RPT-RECORD.
117800     MOVE SPACES TO WS-PRINT-LINE.
117900     MOVE WS-SALES-APPLIED TO WS-RPT-COUNT-EDIT.
118000     MOVE WS-SALES-UNITS TO WS-RPT-UNITS-EDIT.
118100     STRING "SALES RELIEVED:     " DELIMITED BY SIZE
118200         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
118300         "   UNITS:" DELIMITED BY SIZE
118400         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
118500         INTO WS-PRINT-LINE
118600     END-STRING.
118700     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
118800     WRITE STOCK-STATUS-RPT-RECORD.
118900     MOVE SPACES TO WS-PRINT-LINE.
119000     MOVE WS-RETURNS-APPLIED TO WS-RPT-COUNT-EDIT.
119100     MOVE WS-RETURNS-UNITS TO WS-RPT-UNITS-EDIT.
119200     STRING "RETURNS RESTORED:   " DELIMITED BY SIZE
119300         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
119400         "   UNITS:" DELIMITED BY SIZE
119500         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
119600         INTO WS-PRINT-LINE
119700     END-STRING.
119800     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
119900     WRITE STOCK-STATUS-RPT-RECORD.
120000     MOVE SPACES TO WS-PRINT-LINE.
120100     MOVE WS-RECEIPTS-APPLIED TO WS-RPT-COUNT-EDIT.
120200     MOVE WS-RECEIPTS-UNITS TO WS-RPT-UNITS-EDIT.
120300     STRING "RECEIPTS:           " DELIMITED BY SIZE
120400         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
120500         "   UNITS:" DELIMITED BY SIZE
120600         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
120700         INTO WS-PRINT-LINE
120800     END-STRING.
120900     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
121000     WRITE STOCK-STATUS-RPT-RECORD.
121100     MOVE SPACES TO WS-PRINT-LINE.
121200     MOVE WS-COUNTS-APPLIED TO WS-RPT-COUNT-EDIT.
121300     MOVE WS-COUNT-VARIANCE-UNITS TO WS-RPT-UNITS-EDIT.
121400     STRING "PHYSICAL COUNTS:    " DELIMITED BY SIZE
121500         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
121600         "   VARIANCE UNITS:" DELIMITED BY SIZE
121700         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
121800         INTO WS-PRINT-LINE
121900     END-STRING.
122000     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
122100     WRITE STOCK-STATUS-RPT-RECORD.
122200     MOVE SPACES TO WS-PRINT-LINE.
122300     MOVE WS-ADJUSTMENTS-APPLIED TO WS-RPT-COUNT-EDIT.
122400     MOVE WS-ADJUSTMENT-UNITS TO WS-RPT-UNITS-EDIT.
122500     STRING "ADJUSTMENTS:        " DELIMITED BY SIZE
122600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
122700         "   NET UNITS:" DELIMITED BY SIZE
122800         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
122900         INTO WS-PRINT-LINE
123000     END-STRING.
123100     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
123200     WRITE STOCK-STATUS-RPT-RECORD.
123300     MOVE SPACES TO WS-PRINT-LINE.
123400     MOVE WS-REORDER-APPLIED TO WS-RPT-COUNT-EDIT.
123500     STRING "REORDER POINTS SET: " DELIMITED BY SIZE
123600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
123700         INTO WS-PRINT-LINE
123800     END-STRING.
123900     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
124000     WRITE STOCK-STATUS-RPT-RECORD.
124100     MOVE SPACES TO WS-PRINT-LINE.
124200     MOVE WS-NEW-ITEMS-COUNT TO WS-RPT-COUNT-EDIT.
124300     STRING "NEW BRANCH/ITEMS:   " DELIMITED BY SIZE
124400         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
124500         INTO WS-PRINT-LINE
124600     END-STRING.
124700     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
124800     WRITE STOCK-STATUS-RPT-RECORD.
124900     MOVE SPACES TO WS-PRINT-LINE.
125000     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-EDIT.
125100     STRING "MOVEMENTS REJECTED: " DELIMITED BY SIZE
125200         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
125300         INTO WS-PRINT-LINE
125400     END-STRING.
125500     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
125600     WRITE STOCK-STATUS-RPT-RECORD.
125700     IF NOT WS-INVTRAN-PRESENT
125800         MOVE "  NO INVTRAN FILE WAS RECEIVED FOR THIS DATE"
125900             TO STOCK-STATUS-RPT-RECORD
126000         WRITE STOCK-STATUS-RPT-RECORD
126100     END-IF.
126200     IF WS-CTL-MISMATCH
126300         MOVE "  **POSTIN TRAILER DOES NOT RECONCILE AGAINST THE"
126400             TO STOCK-STATUS-RPT-RECORD
126500         WRITE STOCK-STATUS-RPT-RECORD
126600         MOVE "    DETAILS READ - DO NOT TRUST THIS RUN**"
126700             TO STOCK-STATUS-RPT-RECORD
126800         WRITE STOCK-STATUS-RPT-RECORD
126900     END-IF.
127000     IF WS-IVT-CTL-MISMATCH
127100         MOVE "  **INVTRAN TRAILER DOES NOT RECONCILE AGAINST THE"
127200             TO STOCK-STATUS-RPT-RECORD
127300         WRITE STOCK-STATUS-RPT-RECORD
127400         MOVE "    DETAILS READ - DO NOT TRUST THIS RUN**"
127500             TO STOCK-STATUS-RPT-RECORD
127600         WRITE STOCK-STATUS-RPT-RECORD
127700     END-IF.
127800     IF WS-REJECTED-COUNT IS GREATER THAN ZERO
127900             AND RETURN-CODE IS LESS THAN 4
128000         MOVE 4 TO RETURN-CODE
128100     END-IF.
128200 7000-EXIT.
128300     EXIT.
128400*-----------------------------------------------------------------
128500*    7500-PRINT-REGION-ROLLUP - THE STOCK STATUS FIGURES ROLLED UP
128600*    BY BRNMST REGION, IN THE ORDER THE REGIONS WERE FIRST MET.
128700*-----------------------------------------------------------------
128800 7500-PRINT-REGION-ROLLUP.
128900     MOVE SPACES TO STOCK-STATUS-RPT-RECORD.
129000     WRITE STOCK-STATUS-RPT-RECORD.
129100     MOVE "STOCK STATUS BY REGION" TO STOCK-STATUS-RPT-RECORD.
129200     WRITE STOCK-STATUS-RPT-RECORD.
129300     MOVE SPACES TO WS-PRINT-LINE.
129400     STRING "REGION  BRANCHES    ITEMS  NEGATIVE  REORDER"
129500             DELIMITED BY SIZE
129600         "     IDLE        UNITS" DELIMITED BY SIZE
129700         INTO WS-PRINT-LINE
129800     END-STRING.
129900     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
130000     WRITE STOCK-STATUS-RPT-RECORD.
130100     IF WS-REGION-COUNT IS EQUAL TO ZERO
130200         MOVE "  NONE" TO STOCK-STATUS-RPT-RECORD
130300         WRITE STOCK-STATUS-RPT-RECORD
130400     END-IF.
130500     PERFORM 7550-PRINT-REGION-LINE THRU 7550-EXIT
130600         VARYING WS-REG-IX FROM 1 BY 1
130700         UNTIL WS-REG-IX IS GREATER THAN WS-REGION-COUNT.
130800 7500-EXIT.
130900     EXIT.
131000*-----------------------------------------------------------------
131100*    7550-PRINT-REGION-LINE - ONE REGION'S ROLLUP LINE.
131200*-----------------------------------------------------------------
131300 7550-PRINT-REGION-LINE.
131400     MOVE SPACES TO WS-PRINT-LINE.
131500     MOVE WS-REG-BRANCHES (WS-REG-IX) TO WS-RPT-QTY2-EDIT.
131600     MOVE WS-REG-ITEMS (WS-REG-IX) TO WS-RPT-COUNT-EDIT.
131700     MOVE WS-REG-NEGATIVE (WS-REG-IX) TO WS-RPT-COUNT2-EDIT.
131800     MOVE WS-REG-REORDER (WS-REG-IX) TO WS-RPT-COUNT3-EDIT.
131900     MOVE WS-REG-IDLE (WS-REG-IX) TO WS-RPT-COUNT4-EDIT.
132000     MOVE WS-REG-UNITS (WS-REG-IX) TO WS-RPT-UNITS-EDIT.
132100     STRING "  " DELIMITED BY SIZE
132200         WS-REG-CODE (WS-REG-IX) DELIMITED BY SIZE
132300         "     " DELIMITED BY SIZE
132400         WS-RPT-QTY2-EDIT DELIMITED BY SIZE
132500         "  " DELIMITED BY SIZE
132600         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
132700         "   " DELIMITED BY SIZE
132800         WS-RPT-COUNT2-EDIT DELIMITED BY SIZE
132900         "  " DELIMITED BY SIZE
133000         WS-RPT-COUNT3-EDIT DELIMITED BY SIZE
133100         "  " DELIMITED BY SIZE
133200         WS-RPT-COUNT4-EDIT DELIMITED BY SIZE
133300         "  " DELIMITED BY SIZE
133400         WS-RPT-UNITS-EDIT DELIMITED BY SIZE
133500         INTO WS-PRINT-LINE
133600     END-STRING.
133700     MOVE WS-PRINT-LINE TO STOCK-STATUS-RPT-RECORD.
133800     WRITE STOCK-STATUS-RPT-RECORD.
133900 7550-EXIT.
134000     EXIT.
134100*-----------------------------------------------------------------
134200*    8000-WRITE-INVENTORY-CONTROL - RECORD THE BUSINESS DATE JUST
134300*    POSTED AND ITS FINAL COUNTS ON INVCTL, SO THE NEXT RUN'S
134400*    1500-CHECK-INVENTORY-CONTROL CAN REFUSE TO RELIEVE THE SAME
134500*    SALES TWICE.  A FORCED RERUN IS FLAGGED AS SUCH.
134600*-----------------------------------------------------------------
134700 8000-WRITE-INVENTORY-CONTROL.
134800     OPEN EXTEND INVENTORY-CONTROL.
134900     IF WS-INVCTL-NEW-FILE
135000         OPEN OUTPUT INVENTORY-CONTROL
135100     END-IF.
135200     IF NOT WS-INVCTL-OK
135300         DISPLAY "INVPOST - UNABLE TO OPEN INVCTL, "
135400             "STATUS = " WS-INVCTL-STATUS
135500         STOP RUN
135600     END-IF.
135700     MOVE SPACES TO INVENTORY-CONTROL-RECORD.
135800     MOVE WS-BUSINESS-DATE TO ICC-BUSINESS-DATE.
135900     MOVE WS-SALES-APPLIED TO ICC-SALES-APPLIED.
136000     MOVE WS-RETURNS-APPLIED TO ICC-RETURNS-APPLIED.
136100     ADD WS-RECEIPTS-APPLIED WS-COUNTS-APPLIED
136200         WS-ADJUSTMENTS-APPLIED WS-REORDER-APPLIED
136300         GIVING ICC-INVTRAN-APPLIED.
136400     MOVE WS-REJECTED-COUNT TO ICC-REJECTED-COUNT.
136500     MOVE WS-RUN-DATE TO ICC-RUN-DATE.
136600     MOVE WS-FORCE-SWITCH TO ICC-FORCED-FLAG.
136700     WRITE INVENTORY-CONTROL-RECORD.
136800     CLOSE INVENTORY-CONTROL.
136900 8000-EXIT.
137000     EXIT.
137100*-----------------------------------------------------------------
137200*    9000-TERMINATE - CLOSE FILES
137300*-----------------------------------------------------------------
137400 9000-TERMINATE.
137500     CLOSE POSTING-INTERFACE.
137600     IF WS-INVTRAN-PRESENT
137700         CLOSE INVENTORY-TRANS
137800     END-IF.
137900     CLOSE ON-HAND-MASTER.
138000     CLOSE BRANCH-MASTER.
138100     CLOSE ITEM-MASTER.
138200     CLOSE STOCK-STATUS-RPT.
138300 9000-EXIT.
138400     EXIT.
138500 END PROGRAM INVPOST.
