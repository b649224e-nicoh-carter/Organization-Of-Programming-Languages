000100*****************************************************************
000200* IDENTIFICATION DIVISION.                                      *
000300*****************************************************************
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID. MSTAUDIT.
000600 AUTHOR. J MCALLISTER.
000700 INSTALLATION. DAILY PROCESSING - SORT UTILITIES.
000800 DATE-WRITTEN. 10/15/26.
000900 DATE-COMPILED.
001000 REMARKS. WEEKLY CROSS-FILE INTEGRITY AUDIT - RUNS AFTER A NIGHT'S
001100     CUSTBALPOST HAS COMPLETED, SO NO SORT RUN IS WAITING TO BE
001200     POSTED.  EACH STEP KEEPS ITS OWN FILES CONSISTENT; THIS RUN
001300     CHECKS THE MASTERS AGAINST EACH OTHER.  STMTTRN IS SORTED
001400     INTO CUSTOMER ORDER AND MATCHED WITH CUSTMST, BALMST AND
001500     TRNHIST, ALL KEYED BY CUSTOMER, IN ONE BALANCED-LINE PASS.
001600     FOR EVERY CUSTOMER THE RUN RECOMPUTES THE MTD SALES FROM
001700     THE STMTTRN RECORDS POSTED IN THE BALMST RECORD'S POSTING
001800     MONTH AND THE YTD SALES FROM THE TRNHIST RECORDS FILED IN
001900     ITS POSTING YEAR (SALES, RETURNS AND SALE CORRECTIONS - NOT
002000     WRITE-OFFS OR GOODWILL CREDITS, WHICH MOVE ONLY THE
002100     RECEIVABLE) AND COMPARES THEM TO BALMST.  INTGRPT LISTS
002200     EVERY ORPHAN (A RECORD ON BALMST, TRNHIST OR STMTTRN FOR A
002300     CUSTOMER CUSTMST DOES NOT KNOW, OR SALES ON FILE FOR A
002400     CUSTOMER WITH NO BALMST RECORD), EVERY MTD/YTD MISMATCH AND
002500     EVERY STATUS CONFLICT (A CLOSED ACCOUNT STILL CARRYING A
002600     RECEIVABLE OR POSTED SALES, OR AN UNKNOWN STATUS CODE).
002700     RETURN-CODE 0 MEANS THE AUDIT PASSED, 8 THAT IT FAILED.  A
002800     YEAR PARTLY MOVED TO THE TRNHARC ARCHIVE CANNOT BE
002900     RECOMPUTED; SUCH A YTD IS REPORTED AS NOT CHECKED WITH
003000     RETURN-CODE 4 WHEN NOTHING ELSE IS WRONG.  NOTHING IS
003100     UPDATED - THE FINDINGS ARE FOR THE OWNER OF EACH FILE.
003200*-----------------------------------------------------------------
003300*    MODIFICATION HISTORY
003400*    DATE       INIT  DESCRIPTION
003500*    10/15/26   JM    ORIGINAL VERSION.
003600*****************************************************************
003700* ENVIRONMENT DIVISION.                                         *
003800*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.  IBM-370.
004200 OBJECT-COMPUTER.  IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS CMS-CUSTOMER-ID
004900         FILE STATUS IS WS-CUSTMST-STATUS.
005000     SELECT CUSTOMER-BALANCE ASSIGN TO "BALMST"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS CBM-CUSTOMER-ID
005400         FILE STATUS IS WS-BALMST-STATUS.
005500     SELECT TRANSACTION-HISTORY ASSIGN TO "TRNHIST"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS THR-KEY
005900         FILE STATUS IS WS-TRNHIST-STATUS.
006000     SELECT STATEMENT-TRANS ASSIGN TO "STMTTRN"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-STMTTRN-STATUS.
006300     SELECT PURGE-CONTROL ASSIGN TO "HPGCTL"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-HPGCTL-STATUS.
006600     SELECT INTEGRITY-RPT ASSIGN TO "INTGRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-INTGRPT-STATUS.
006900     SELECT RUN-STATUS ASSIGN TO "RUNSTAT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUNSTAT-STATUS.
007200     SELECT SORT-WORK-FILE ASSIGN TO "AUDWORK".
007300*****************************************************************
007400* DATA DIVISION.                                                *
007500*****************************************************************
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  CUSTOMER-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000     COPY CMSREC01.
008100 FD  CUSTOMER-BALANCE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY CBMREC01.
008400 FD  TRANSACTION-HISTORY
008500     LABEL RECORDS ARE STANDARD.
008600     COPY THRREC01.
008700 FD  STATEMENT-TRANS
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000     COPY STXREC01.
009100 FD  PURGE-CONTROL
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400     COPY HPCREC01.
009500 FD  INTEGRITY-RPT
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  INTEGRITY-RPT-RECORD           PIC X(132).
009900 FD  RUN-STATUS
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200     COPY RSTREC01.
010300*    THE STMTTRN FIELDS THE AUDIT NEEDS, IN CUSTOMER ORDER.
010400*    SWR-COUNTS-AS-SALES IS "Y" FOR A RECORD THAT MOVED THE
010500*    SALES FIGURES (ANYTHING BUT AN ADJUSTMENT THAT DID NOT).
010600 SD  SORT-WORK-FILE.
010700 01  SORT-WORK-RECORD.
010800     05  SWR-CUSTOMER-ID              PIC 9(05).
010900     05  SWR-SALE-AMOUNT              PIC S9(05)V99.
011000     05  SWR-POST-DATE                PIC 9(08).
011100     05  SWR-COUNTS-AS-SALES          PIC X(01).
011200         88  SWR-MOVES-SALES              VALUE "Y".
011300 WORKING-STORAGE SECTION.
011400*-----------------------------------------------------------------
011500*    FILE STATUS AND END-OF-FILE SWITCHES
011600*-----------------------------------------------------------------
011700 01  WS-CUSTMST-STATUS           PIC X(02).
011800     88  WS-CUSTMST-OK                 VALUE "00".
011900     88  WS-CUSTMST-NEW-FILE           VALUE "35".
012000 01  WS-BALMST-STATUS            PIC X(02).
012100     88  WS-BALMST-OK                  VALUE "00".
012200     88  WS-BALMST-NEW-FILE            VALUE "35".
012300 01  WS-TRNHIST-STATUS           PIC X(02).
012400     88  WS-TRNHIST-OK                 VALUE "00".
012500     88  WS-TRNHIST-NEW-FILE           VALUE "35".
012600 01  WS-STMTTRN-STATUS           PIC X(02).
012700     88  WS-STMTTRN-OK                 VALUE "00".
012800     88  WS-STMTTRN-NEW-FILE           VALUE "35".
012900 01  WS-HPGCTL-STATUS            PIC X(02).
013000     88  WS-HPGCTL-OK                  VALUE "00".
013100     88  WS-HPGCTL-NEW-FILE            VALUE "35".
013200 01  WS-INTGRPT-STATUS           PIC X(02).
013300     88  WS-INTGRPT-OK                 VALUE "00".
013400 01  WS-RUNSTAT-STATUS           PIC X(02).
013500     88  WS-RUNSTAT-OK                 VALUE "00".
013600     88  WS-RUNSTAT-NEW-FILE           VALUE "35".
013700 01  WS-STX-EOF-SWITCH           PIC X(01)       VALUE "N".
013800     88  WS-STX-END-OF-FILE                VALUE "Y".
013900 01  WS-HPGCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
014000     88  WS-HPGCTL-READ-EOF                VALUE "Y".
014100 01  WS-CUSTMST-OPEN-SWITCH      PIC X(01)       VALUE "N".
014200     88  WS-CUSTMST-OPEN                   VALUE "Y".
014300 01  WS-BALMST-OPEN-SWITCH       PIC X(01)       VALUE "N".
014400     88  WS-BALMST-OPEN                    VALUE "Y".
014500 01  WS-TRNHIST-OPEN-SWITCH      PIC X(01)       VALUE "N".
014600     88  WS-TRNHIST-OPEN                   VALUE "Y".
014700*-----------------------------------------------------------------
014800*    RUN STATUS WORKING FIELDS - SEE 6000-WRITE-RUN-STATUS.
014900*-----------------------------------------------------------------
015000 01  WS-RST-PHASE                PIC X(10)       VALUE SPACES.
015100 01  WS-RST-EVENT                PIC X(01)       VALUE "S".
015200 01  WS-RST-COUNT                PIC 9(07)       VALUE ZERO.
015300 01  WS-RST-EVENT-DATE           PIC 9(08)       VALUE ZERO.
015400 01  WS-RST-TIME-RAW.
015500     05  WS-RST-TIME-HHMMSS      PIC 9(06).
015600     05  FILLER                  PIC 9(02).
015700 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
015800*-----------------------------------------------------------------
015900*    BALANCED-LINE KEYS - EACH FILE'S CURRENT CUSTOMER-ID, OR THE
016000*    HIGH KEY ONCE THAT FILE IS EXHAUSTED.  THE LOWEST OF THE
016100*    FOUR IS THE CUSTOMER BEING AUDITED.  SIX DIGITS SO THE HIGH
016200*    KEY CAN NEVER BE A REAL CUSTOMER.
016300*-----------------------------------------------------------------
016400 01  WS-HIGH-KEY                 PIC 9(06)       VALUE 999999.
016500 01  WS-CMS-KEY                  PIC 9(06)       VALUE ZERO.
016600 01  WS-CBM-KEY                  PIC 9(06)       VALUE ZERO.
016700 01  WS-THR-KEY                  PIC 9(06)       VALUE ZERO.
016800 01  WS-STX-KEY                  PIC 9(06)       VALUE ZERO.
016900 01  WS-CUR-KEY                  PIC 9(06)       VALUE ZERO.
017000*-----------------------------------------------------------------
017100*    ONE CUSTOMER'S PICTURE ACROSS THE FOUR FILES - SEE 3100.
017200*-----------------------------------------------------------------
017300 01  WS-ON-CUSTMST-SWITCH        PIC X(01)       VALUE "N".
017400     88  WS-ON-CUSTMST                     VALUE "Y".
017500 01  WS-ON-BALMST-SWITCH         PIC X(01)       VALUE "N".
017600     88  WS-ON-BALMST                      VALUE "Y".
017700 01  WS-CUR-NAME                 PIC X(20)       VALUE SPACES.
017800 01  WS-CUR-STATUS               PIC X(01)       VALUE SPACE.
017900     88  WS-CUR-ACTIVE                     VALUE "A".
018000     88  WS-CUR-CLOSED                     VALUE "C".
018100 01  WS-CUR-MTD                  PIC S9(09)V99   VALUE ZERO.
018200 01  WS-CUR-YTD                  PIC S9(09)V99   VALUE ZERO.
018300 01  WS-CUR-AR                   PIC S9(09)V99   VALUE ZERO.
018400 01  WS-CUR-FIGURES-SWITCH       PIC X(01)       VALUE "N".
018500     88  WS-CUR-FIGURES-BAD                VALUE "Y".
018600 01  WS-LPD-WORK                 PIC 9(08)       VALUE ZERO.
018700 01  WS-LPD-PARTS REDEFINES WS-LPD-WORK.
018800     05  WS-LPD-YYYY             PIC 9(04).
018900     05  WS-LPD-MM               PIC 9(02).
019000     05  WS-LPD-DD               PIC 9(02).
019100 01  WS-YEAR-START               PIC 9(08)       VALUE ZERO.
019200 01  WS-WORK-DATE                PIC 9(08)       VALUE ZERO.
019300 01  WS-WD-PARTS REDEFINES WS-WORK-DATE.
019400     05  WS-WD-YYYY              PIC 9(04).
019500     05  WS-WD-MM                PIC 9(02).
019600     05  WS-WD-DD                PIC 9(02).
019700 01  WS-CALC-MTD                 PIC S9(09)V99   VALUE ZERO.
019800 01  WS-CALC-YTD                 PIC S9(09)V99   VALUE ZERO.
019900 01  WS-CUR-THR-COUNT            PIC 9(07)       VALUE ZERO.
020000 01  WS-CUR-THR-AMOUNT           PIC S9(09)V99   VALUE ZERO.
020100 01  WS-CUR-STX-COUNT            PIC 9(07)       VALUE ZERO.
020200 01  WS-CUR-STX-AMOUNT           PIC S9(09)V99   VALUE ZERO.
020300*-----------------------------------------------------------------
020400*    PURGE CUTOFF - THE HIGHEST HPC-CUTOFF-DATE ON HPGCTL.  A
020500*    POSTING YEAR THAT STARTS BEFORE IT IS PARTLY ON THE ARCHIVE
020600*    AND ITS YTD CANNOT BE RECOMPUTED FROM TRNHIST.
020700*-----------------------------------------------------------------
020800 01  WS-PURGE-CUTOFF             PIC 9(08)       VALUE ZERO.
020900*-----------------------------------------------------------------
021000*    AUDIT TOTALS
021100*-----------------------------------------------------------------
021200 01  WS-CMS-READ-COUNT           PIC 9(07)       VALUE ZERO.
021300 01  WS-CBM-READ-COUNT           PIC 9(07)       VALUE ZERO.
021400 01  WS-THR-READ-COUNT           PIC 9(09)       VALUE ZERO.
021500 01  WS-STX-READ-COUNT           PIC 9(07)       VALUE ZERO.
021600 01  WS-STX-BAD-COUNT            PIC 9(07)       VALUE ZERO.
021700 01  WS-CUSTOMER-COUNT           PIC 9(07)       VALUE ZERO.
021800 01  WS-ORPHAN-COUNT             PIC 9(07)       VALUE ZERO.
021900 01  WS-MISMATCH-COUNT           PIC 9(07)       VALUE ZERO.
022000 01  WS-STATUS-COUNT             PIC 9(07)       VALUE ZERO.
022100 01  WS-UNCHECKED-COUNT          PIC 9(07)       VALUE ZERO.
022200 01  WS-EXCEPTION-CLASS          PIC X(01)       VALUE SPACE.
022300     88  WS-CLASS-ORPHAN                   VALUE "O".
022400     88  WS-CLASS-MISMATCH                 VALUE "M".
022500     88  WS-CLASS-STATUS                   VALUE "S".
022600     88  WS-CLASS-UNCHECKED                VALUE "U".
022700*-----------------------------------------------------------------
022800*    REPORT WORKING FIELDS - ONE EXCEPTION LINE IS BUILT FROM THE
022900*    TEXT AND THE FIGURE ON FILE AGAINST THE FIGURE RECOMPUTED
023000*    (EITHER MAY BE LEFT BLANK).  SEE 5000.
023100*-----------------------------------------------------------------
023200 01  WS-PRINT-LINE               PIC X(132).
023300 01  WS-EXC-TEXT                 PIC X(40)       VALUE SPACES.
023400 01  WS-EXC-ON-FILE              PIC S9(09)V99   VALUE ZERO.
023500 01  WS-EXC-EXPECTED             PIC S9(09)V99   VALUE ZERO.
023600 01  WS-EXC-FIGURES-SWITCH       PIC X(01)       VALUE "N".
023700     88  WS-EXC-HAS-FIGURES                VALUE "Y".
023800 01  WS-RPT-CUSTID-EDIT          PIC ZZZZ9.
023900 01  WS-RPT-ON-FILE-EDIT         PIC -ZZZZZZZZ9.99.
024000 01  WS-RPT-EXPECTED-EDIT        PIC -ZZZZZZZZ9.99.
024100 01  WS-RPT-FIGURE-AREA          PIC X(28)       VALUE SPACES.
024200 01  WS-RPT-COUNT-EDIT           PIC ZZZZZZZZ9.
024300 01  WS-RPT-DATE-EDIT            PIC 9(04)/99/99.
024400*****************************************************************
024500* PROCEDURE DIVISION.                                           *
024600*****************************************************************
024700 PROCEDURE DIVISION.
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     MOVE "AUDIT" TO WS-RST-PHASE.
025100     MOVE "S" TO WS-RST-EVENT.
025200     MOVE ZERO TO WS-RST-COUNT.
025300     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
025400     SORT SORT-WORK-FILE
025500         ASCENDING KEY SWR-CUSTOMER-ID
025600         INPUT PROCEDURE IS 2000-RELEASE-STATEMENT-TRANS
025700            THRU 2000-EXIT
025800         OUTPUT PROCEDURE IS 3000-AUDIT-CUSTOMERS
025900            THRU 3000-EXIT.
026000     MOVE "AUDIT" TO WS-RST-PHASE.
026100     MOVE "E" TO WS-RST-EVENT.
026200     MOVE WS-CUSTOMER-COUNT TO WS-RST-COUNT.
026300     PERFORM 6000-WRITE-RUN-STATUS THRU 6000-EXIT.
026400     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
026500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026600     STOP RUN.
026700*-----------------------------------------------------------------
026800*    1000-INITIALIZE - OPEN THE MASTERS AND THE REPORT, TAKE THE
026900*    PURGE CUTOFF AND PRINT THE HEADINGS.  A MASTER THAT DOES NOT
027000*    EXIST YET IS AUDITED AS EMPTY - EVERY RECORD ON THE OTHERS
027100*    THEN SHOWS AS AN ORPHAN, WHICH IS THE RIGHT ANSWER.
027200*-----------------------------------------------------------------
027300 1000-INITIALIZE.
027400     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
027500     OPEN OUTPUT INTEGRITY-RPT.
027600     IF NOT WS-INTGRPT-OK
027700         DISPLAY "MSTAUDIT - UNABLE TO OPEN INTGRPT, "
027800             "STATUS = " WS-INTGRPT-STATUS
027900         STOP RUN
028000     END-IF.
028100     MOVE WS-HIGH-KEY TO WS-CMS-KEY.
028200     OPEN INPUT CUSTOMER-MASTER.
028300     IF WS-CUSTMST-OK
028400         SET WS-CUSTMST-OPEN TO TRUE
028500         PERFORM 3710-READ-CUSTOMER-MASTER THRU 3710-EXIT
028600     ELSE
028700         IF NOT WS-CUSTMST-NEW-FILE
028800             DISPLAY "MSTAUDIT - UNABLE TO OPEN CUSTMST, "
028900                 "STATUS = " WS-CUSTMST-STATUS
029000             STOP RUN
029100         END-IF
029200     END-IF.
029300     MOVE WS-HIGH-KEY TO WS-CBM-KEY.
029400     OPEN INPUT CUSTOMER-BALANCE.
029500     IF WS-BALMST-OK
029600         SET WS-BALMST-OPEN TO TRUE
029700         PERFORM 3720-READ-CUSTOMER-BALANCE THRU 3720-EXIT
029800     ELSE
029900         IF NOT WS-BALMST-NEW-FILE
030000             DISPLAY "MSTAUDIT - UNABLE TO OPEN BALMST, "
030100                 "STATUS = " WS-BALMST-STATUS
030200             STOP RUN
030300         END-IF
030400     END-IF.
030500     MOVE WS-HIGH-KEY TO WS-THR-KEY.
030600     OPEN INPUT TRANSACTION-HISTORY.
030700     IF WS-TRNHIST-OK
030800         SET WS-TRNHIST-OPEN TO TRUE
030900         PERFORM 3730-READ-TRAN-HISTORY THRU 3730-EXIT
031000     ELSE
031100         IF NOT WS-TRNHIST-NEW-FILE
031200             DISPLAY "MSTAUDIT - UNABLE TO OPEN TRNHIST, "
031300                 "STATUS = " WS-TRNHIST-STATUS
031400             STOP RUN
031500         END-IF
031600     END-IF.
031700     PERFORM 1500-FIND-PURGE-CUTOFF THRU 1500-EXIT.
031800     MOVE SPACES TO WS-PRINT-LINE.
031900     MOVE WS-BUSINESS-DATE TO WS-RPT-DATE-EDIT.
032000     STRING "MASTER FILE INTEGRITY AUDIT - CUSTMST / BALMST / "
032100             DELIMITED BY SIZE
032200         "TRNHIST / STMTTRN       RUN DATE: " DELIMITED BY SIZE
032300         WS-RPT-DATE-EDIT DELIMITED BY SIZE
032400         INTO WS-PRINT-LINE
032500     END-STRING.
032600     MOVE WS-PRINT-LINE TO INTEGRITY-RPT-RECORD.
032700     WRITE INTEGRITY-RPT-RECORD.
032800     MOVE SPACES TO INTEGRITY-RPT-RECORD.
032900     WRITE INTEGRITY-RPT-RECORD.
033000     MOVE SPACES TO WS-PRINT-LINE.
033100     STRING "CUST   CUSTOMER-NAME        ST  TYPE      "
033200             DELIMITED BY SIZE
033300         "EXCEPTION                                       ON FILE"
033400             DELIMITED BY SIZE
033500         "     RECOMPUTED" DELIMITED BY SIZE
033600         INTO WS-PRINT-LINE
033700     END-STRING.
033800     MOVE WS-PRINT-LINE TO INTEGRITY-RPT-RECORD.
033900     WRITE INTEGRITY-RPT-RECORD.
034000 1000-EXIT.
034100     EXIT.
034200*-----------------------------------------------------------------
034300*    1500-FIND-PURGE-CUTOFF - TAKE THE HIGHEST CUTOFF ON HPGCTL.
034400*    A MISSING HPGCTL MEANS TRNHIST HAS NEVER BEEN PURGED.
034500*-----------------------------------------------------------------
034600 1500-FIND-PURGE-CUTOFF.
034700     OPEN INPUT PURGE-CONTROL.
034800     IF WS-HPGCTL-NEW-FILE
034900         GO TO 1500-EXIT
035000     END-IF.
035100     IF NOT WS-HPGCTL-OK
035200         DISPLAY "MSTAUDIT - UNABLE TO OPEN HPGCTL, "
035300             "STATUS = " WS-HPGCTL-STATUS
035400         STOP RUN
035500     END-IF.
035600     PERFORM 1550-READ-PURGE-CONTROL THRU 1550-EXIT
035700         UNTIL WS-HPGCTL-READ-EOF.
035800     CLOSE PURGE-CONTROL.
035900 1500-EXIT.
036000     EXIT.
036100*-----------------------------------------------------------------
036200*    1550-READ-PURGE-CONTROL - ONE HPGCTL RECORD.
036300*-----------------------------------------------------------------
036400 1550-READ-PURGE-CONTROL.
036500     READ PURGE-CONTROL
036600         AT END
036700             SET WS-HPGCTL-READ-EOF TO TRUE
036800             GO TO 1550-EXIT
036900     END-READ.
037000     IF HPC-CUTOFF-DATE IS NUMERIC
037100             AND HPC-CUTOFF-DATE IS GREATER THAN WS-PURGE-CUTOFF
037200         MOVE HPC-CUTOFF-DATE TO WS-PURGE-CUTOFF
037300     END-IF.
037400 1550-EXIT.
037500     EXIT.
037600*-----------------------------------------------------------------
037700*    2000-RELEASE-STATEMENT-TRANS - SORT INPUT PROCEDURE.  FEEDS
037800*    EVERY STMTTRN RECORD TO THE SORT WORK FILE.  A RECORD WITH
037900*    A CORRUPT CUSTOMER-ID OR AMOUNT CANNOT BE MATCHED TO ANYONE
038000*    AND IS COUNTED AS A FAILURE INSTEAD.  NO STMTTRN YET (NO
038100*    POSTING SINCE THE FILE WAS FIRST CUT) IS AN EMPTY FILE.
038200*-----------------------------------------------------------------
038300 2000-RELEASE-STATEMENT-TRANS.
038400     OPEN INPUT STATEMENT-TRANS.
038500     IF WS-STMTTRN-NEW-FILE
038600         GO TO 2000-EXIT
038700     END-IF.
038800     IF NOT WS-STMTTRN-OK
038900         DISPLAY "MSTAUDIT - UNABLE TO OPEN STMTTRN, "
039000             "STATUS = " WS-STMTTRN-STATUS
039100         STOP RUN
039200     END-IF.
039300     PERFORM 2100-RELEASE-ONE-TRAN THRU 2100-EXIT
039400         UNTIL WS-STX-END-OF-FILE.
039500     CLOSE STATEMENT-TRANS.
039600 2000-EXIT.
039700     EXIT.
039800*-----------------------------------------------------------------
039900*    2100-RELEASE-ONE-TRAN - ONE STMTTRN RECORD TO THE SORT.
040000*-----------------------------------------------------------------
040100 2100-RELEASE-ONE-TRAN.
040200     READ STATEMENT-TRANS
040300         AT END
040400             SET WS-STX-END-OF-FILE TO TRUE
040500             GO TO 2100-EXIT
040600     END-READ.
040700     ADD 1 TO WS-STX-READ-COUNT.
040800     IF STX-CUSTOMER-ID IS NOT NUMERIC
040900             OR STX-SALE-AMOUNT IS NOT NUMERIC
041000             OR STX-POST-DATE IS NOT NUMERIC
041100         ADD 1 TO WS-STX-BAD-COUNT
041200         GO TO 2100-EXIT
041300     END-IF.
041400     MOVE STX-CUSTOMER-ID TO SWR-CUSTOMER-ID.
041500     MOVE STX-SALE-AMOUNT TO SWR-SALE-AMOUNT.
041600     MOVE STX-POST-DATE TO SWR-POST-DATE.
041700     MOVE "Y" TO SWR-COUNTS-AS-SALES.
041800     IF STX-ADJUSTMENT AND NOT STX-ADJ-MOVES-SALES
041900         MOVE "N" TO SWR-COUNTS-AS-SALES
042000     END-IF.
042100     RELEASE SORT-WORK-RECORD.
042200 2100-EXIT.
042300     EXIT.
042400*-----------------------------------------------------------------
042500*    3000-AUDIT-CUSTOMERS - SORT OUTPUT PROCEDURE.  THE SORTED
042600*    STMTTRN IS THE FOURTH INPUT OF THE BALANCED-LINE MATCH; EACH
042700*    PASS OF 3100 TAKES THE LOWEST CUSTOMER-ID STILL WAITING ON
042800*    ANY OF THE FOUR FILES.
042900*-----------------------------------------------------------------
043000 3000-AUDIT-CUSTOMERS.
043100     PERFORM 3740-RETURN-STATEMENT-TRAN THRU 3740-EXIT.
043200     PERFORM 3100-AUDIT-ONE-CUSTOMER THRU 3100-EXIT
043300         UNTIL WS-CMS-KEY IS EQUAL TO WS-HIGH-KEY
043400             AND WS-CBM-KEY IS EQUAL TO WS-HIGH-KEY
043500             AND WS-THR-KEY IS EQUAL TO WS-HIGH-KEY
043600             AND WS-STX-KEY IS EQUAL TO WS-HIGH-KEY.
043700 3000-EXIT.
043800     EXIT.
043900*-----------------------------------------------------------------
044000*    3100-AUDIT-ONE-CUSTOMER - GATHER ONE CUSTOMER FROM EVERY FILE
044100*    THAT HAS THEM, RECOMPUTE THE SALES FIGURES, THEN RUN THE
044200*    ORPHAN, FIGURE AND STATUS CHECKS.
044300*-----------------------------------------------------------------
044400 3100-AUDIT-ONE-CUSTOMER.
044500     MOVE WS-CMS-KEY TO WS-CUR-KEY.
044600     IF WS-CBM-KEY IS LESS THAN WS-CUR-KEY
044700         MOVE WS-CBM-KEY TO WS-CUR-KEY
044800     END-IF.
044900     IF WS-THR-KEY IS LESS THAN WS-CUR-KEY
045000         MOVE WS-THR-KEY TO WS-CUR-KEY
045100     END-IF.
045200     IF WS-STX-KEY IS LESS THAN WS-CUR-KEY
045300         MOVE WS-STX-KEY TO WS-CUR-KEY
045400     END-IF.
045500     ADD 1 TO WS-CUSTOMER-COUNT.
045600     MOVE "N" TO WS-ON-CUSTMST-SWITCH.
045700     MOVE "N" TO WS-ON-BALMST-SWITCH.
045800     MOVE "N" TO WS-CUR-FIGURES-SWITCH.
045900     MOVE SPACES TO WS-CUR-NAME.
046000     MOVE SPACE TO WS-CUR-STATUS.
046100     MOVE ZERO TO WS-CUR-MTD WS-CUR-YTD WS-CUR-AR.
046200     MOVE ZERO TO WS-LPD-WORK WS-YEAR-START.
046300     MOVE ZERO TO WS-CALC-MTD WS-CALC-YTD.
046400     MOVE ZERO TO WS-CUR-THR-COUNT WS-CUR-THR-AMOUNT.
046500     MOVE ZERO TO WS-CUR-STX-COUNT WS-CUR-STX-AMOUNT.
046600     IF WS-CMS-KEY IS EQUAL TO WS-CUR-KEY
046700         SET WS-ON-CUSTMST TO TRUE
046800         MOVE CMS-CUSTOMER-NAME TO WS-CUR-NAME
046900         MOVE CMS-ACCOUNT-STATUS TO WS-CUR-STATUS
047000         PERFORM 3710-READ-CUSTOMER-MASTER THRU 3710-EXIT
047100     END-IF.
047200     IF WS-CBM-KEY IS EQUAL TO WS-CUR-KEY
047300         SET WS-ON-BALMST TO TRUE
047400         PERFORM 3200-TAKE-BALANCE-FIGURES THRU 3200-EXIT
047500         PERFORM 3720-READ-CUSTOMER-BALANCE THRU 3720-EXIT
047600     END-IF.
047700     PERFORM 3300-ADD-HISTORY-RECORD THRU 3300-EXIT
047800         UNTIL WS-THR-KEY IS NOT EQUAL TO WS-CUR-KEY.
047900     PERFORM 3400-ADD-STATEMENT-TRAN THRU 3400-EXIT
048000         UNTIL WS-STX-KEY IS NOT EQUAL TO WS-CUR-KEY.
048100     PERFORM 3500-CHECK-ORPHANS THRU 3500-EXIT.
048200     PERFORM 3600-CHECK-FIGURES THRU 3600-EXIT.
048300     PERFORM 3650-CHECK-STATUS THRU 3650-EXIT.
048400 3100-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700*    3200-TAKE-BALANCE-FIGURES - HOLD THE BALMST FIGURES BEFORE
048800*    THE NEXT READ.  THE POSTING MONTH AND YEAR ARE THOSE OF
048900*    CBM-LAST-POST-DATE - CUSTBALPOST ROLLS MTD AND YTD AGAINST
049000*    IT AND MONTHENDCLS MOVES IT TO THE NEW PERIOD'S FIRST DAY.
049100*    A RECEIVABLE OF SPACES (A RECORD CUT BEFORE THE FIELD) IS
049200*    ZERO, AS IT IS TO EVERY OTHER READER.
049300*-----------------------------------------------------------------
049400 3200-TAKE-BALANCE-FIGURES.
049500     IF WS-CUR-NAME IS EQUAL TO SPACES
049600         MOVE CBM-CUSTOMER-NAME TO WS-CUR-NAME
049700     END-IF.
049800     IF CBM-MTD-SALES IS NOT NUMERIC
049900             OR CBM-YTD-SALES IS NOT NUMERIC
050000             OR CBM-LAST-POST-DATE IS NOT NUMERIC
050100         SET WS-CUR-FIGURES-BAD TO TRUE
050200         GO TO 3200-EXIT
050300     END-IF.
050400     MOVE CBM-MTD-SALES TO WS-CUR-MTD.
050500     MOVE CBM-YTD-SALES TO WS-CUR-YTD.
050600     IF CBM-AR-BALANCE IS NUMERIC
050700         MOVE CBM-AR-BALANCE TO WS-CUR-AR
050800     END-IF.
050900     MOVE CBM-LAST-POST-DATE TO WS-LPD-WORK.
051000     COMPUTE WS-YEAR-START = WS-LPD-YYYY * 10000 + 0101.
051100 3200-EXIT.
051200     EXIT.
051300*-----------------------------------------------------------------
051400*    3300-ADD-HISTORY-RECORD - ONE TRNHIST RECORD OF THE CURRENT
051500*    CUSTOMER.  A RECORD FILED IN THE BALMST POSTING YEAR THAT
051600*    MOVED THE SALES FIGURES COUNTS TOWARD THE RECOMPUTED YTD -
051700*    AN ADJUSTMENT ONLY WHEN IT IS A SALE CORRECTION.
051800*-----------------------------------------------------------------
051900 3300-ADD-HISTORY-RECORD.
052000     ADD 1 TO WS-CUR-THR-COUNT.
052100     IF THR-SALE-AMOUNT IS NUMERIC
052200         ADD THR-SALE-AMOUNT TO WS-CUR-THR-AMOUNT
052300     END-IF.
052400     PERFORM 3310-ADD-TO-YTD THRU 3310-EXIT.
052500     PERFORM 3730-READ-TRAN-HISTORY THRU 3730-EXIT.
052600 3300-EXIT.
052700     EXIT.
052800*-----------------------------------------------------------------
052900*    3310-ADD-TO-YTD - THE YTD TEST FOR ONE TRNHIST RECORD.
053000*-----------------------------------------------------------------
053100 3310-ADD-TO-YTD.
053200     IF NOT WS-ON-BALMST OR WS-CUR-FIGURES-BAD
053300         GO TO 3310-EXIT
053400     END-IF.
053500     IF THR-SALE-AMOUNT IS NOT NUMERIC
053600             OR THR-BUSINESS-DATE IS NOT NUMERIC
053700         GO TO 3310-EXIT
053800     END-IF.
053900     MOVE THR-BUSINESS-DATE TO WS-WORK-DATE.
054000     IF WS-WD-YYYY IS NOT EQUAL TO WS-LPD-YYYY
054100         GO TO 3310-EXIT
054200     END-IF.
054300     IF THR-ADJUSTMENT AND THR-ADJ-REASON IS NOT EQUAL TO "SC"
054400         GO TO 3310-EXIT
054500     END-IF.
054600     ADD THR-SALE-AMOUNT TO WS-CALC-YTD.
054700 3310-EXIT.
054800     EXIT.
054900*-----------------------------------------------------------------
055000*    3400-ADD-STATEMENT-TRAN - ONE SORTED STMTTRN RECORD OF THE
055100*    CURRENT CUSTOMER.  A RECORD POSTED IN THE BALMST POSTING
055200*    MONTH THAT MOVED THE SALES FIGURES COUNTS TOWARD THE
055300*    RECOMPUTED MTD.
055400*-----------------------------------------------------------------
055500 3400-ADD-STATEMENT-TRAN.
055600     ADD 1 TO WS-CUR-STX-COUNT.
055700     ADD SWR-SALE-AMOUNT TO WS-CUR-STX-AMOUNT.
055800     PERFORM 3410-ADD-TO-MTD THRU 3410-EXIT.
055900     PERFORM 3740-RETURN-STATEMENT-TRAN THRU 3740-EXIT.
056000 3400-EXIT.
056100     EXIT.
056200*-----------------------------------------------------------------
056300*    3410-ADD-TO-MTD - THE MTD TEST FOR ONE STMTTRN RECORD.
056400*-----------------------------------------------------------------
056500 3410-ADD-TO-MTD.
056600     IF NOT WS-ON-BALMST OR WS-CUR-FIGURES-BAD
056700         GO TO 3410-EXIT
056800     END-IF.
056900     MOVE SWR-POST-DATE TO WS-WORK-DATE.
057000     IF WS-WD-YYYY IS NOT EQUAL TO WS-LPD-YYYY
057100             OR WS-WD-MM IS NOT EQUAL TO WS-LPD-MM
057200         GO TO 3410-EXIT
057300     END-IF.
057400     IF SWR-MOVES-SALES
057500         ADD SWR-SALE-AMOUNT TO WS-CALC-MTD
057600     END-IF.
057700 3410-EXIT.
057800     EXIT.
057900*-----------------------------------------------------------------
058000*    3500-CHECK-ORPHANS - A CUSTOMER CUSTMST DOES NOT KNOW MAY NOT
058100*    HAVE A BALANCE, HISTORY OR STATEMENT ACTIVITY; A KNOWN
058200*    CUSTOMER WITH HISTORY OR STATEMENT ACTIVITY MUST HAVE A
058300*    BALANCE RECORD.
058400*-----------------------------------------------------------------
058500 3500-CHECK-ORPHANS.
058600     SET WS-CLASS-ORPHAN TO TRUE.
058700     MOVE "N" TO WS-EXC-FIGURES-SWITCH.
058800     IF NOT WS-ON-CUSTMST
058900         IF WS-ON-BALMST
059000             MOVE "BALMST RECORD, NOT ON CUSTMST" TO WS-EXC-TEXT
059100             MOVE WS-CUR-AR TO WS-EXC-ON-FILE
059200             MOVE ZERO TO WS-EXC-EXPECTED
059300             SET WS-EXC-HAS-FIGURES TO TRUE
059400             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
059500             MOVE "N" TO WS-EXC-FIGURES-SWITCH
059600         END-IF
059700         IF WS-CUR-THR-COUNT IS GREATER THAN ZERO
059800             MOVE "TRNHIST HISTORY, NOT ON CUSTMST" TO WS-EXC-TEXT
059900             MOVE WS-CUR-THR-AMOUNT TO WS-EXC-ON-FILE
060000             MOVE ZERO TO WS-EXC-EXPECTED
060100             SET WS-EXC-HAS-FIGURES TO TRUE
060200             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
060300             MOVE "N" TO WS-EXC-FIGURES-SWITCH
060400         END-IF
060500         IF WS-CUR-STX-COUNT IS GREATER THAN ZERO
060600             MOVE "STMTTRN ACTIVITY, NOT ON CUSTMST"
060700                 TO WS-EXC-TEXT
060800             MOVE WS-CUR-STX-AMOUNT TO WS-EXC-ON-FILE
060900             MOVE ZERO TO WS-EXC-EXPECTED
061000             SET WS-EXC-HAS-FIGURES TO TRUE
061100             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
061200         END-IF
061300         GO TO 3500-EXIT
061400     END-IF.
061500     IF NOT WS-ON-BALMST
061600         IF WS-CUR-THR-COUNT IS GREATER THAN ZERO
061700                 OR WS-CUR-STX-COUNT IS GREATER THAN ZERO
061800             MOVE "SALES ON FILE, NO BALMST RECORD" TO WS-EXC-TEXT
061900             PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
062000         END-IF
062100     END-IF.
062200 3500-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------------
062500*    3600-CHECK-FIGURES - BALMST MTD AGAINST STMTTRN AND YTD
062600*    AGAINST TRNHIST.  THE YTD IS ONLY RECOMPUTED WHEN THE WHOLE
062700*    POSTING YEAR IS STILL ON TRNHIST.
062800*-----------------------------------------------------------------
062900 3600-CHECK-FIGURES.
063000     IF NOT WS-ON-BALMST
063100         GO TO 3600-EXIT
063200     END-IF.
063300     SET WS-CLASS-MISMATCH TO TRUE.
063400     MOVE "N" TO WS-EXC-FIGURES-SWITCH.
063500     IF WS-CUR-FIGURES-BAD
063600         MOVE "BALMST SALES FIGURES NOT NUMERIC" TO WS-EXC-TEXT
063700         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
063800         GO TO 3600-EXIT
063900     END-IF.
064000     IF WS-CUR-MTD IS NOT EQUAL TO WS-CALC-MTD
064100         MOVE "MTD SALES DISAGREE WITH STMTTRN" TO WS-EXC-TEXT
064200         MOVE WS-CUR-MTD TO WS-EXC-ON-FILE
064300         MOVE WS-CALC-MTD TO WS-EXC-EXPECTED
064400         SET WS-EXC-HAS-FIGURES TO TRUE
064500         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
064600         MOVE "N" TO WS-EXC-FIGURES-SWITCH
064700     END-IF.
064800     IF WS-PURGE-CUTOFF IS GREATER THAN WS-YEAR-START
064900         SET WS-CLASS-UNCHECKED TO TRUE
065000         MOVE "YTD NOT CHECKED - YEAR PARTLY ARCHIVED"
065100             TO WS-EXC-TEXT
065200         MOVE WS-CUR-YTD TO WS-EXC-ON-FILE
065300         MOVE WS-CALC-YTD TO WS-EXC-EXPECTED
065400         SET WS-EXC-HAS-FIGURES TO TRUE
065500         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
065600         GO TO 3600-EXIT
065700     END-IF.
065800     IF WS-CUR-YTD IS NOT EQUAL TO WS-CALC-YTD
065900         MOVE "YTD SALES DISAGREE WITH TRNHIST" TO WS-EXC-TEXT
066000         MOVE WS-CUR-YTD TO WS-EXC-ON-FILE
066100         MOVE WS-CALC-YTD TO WS-EXC-EXPECTED
066200         SET WS-EXC-HAS-FIGURES TO TRUE
066300         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
066400     END-IF.
066500 3600-EXIT.
066600     EXIT.
066700*-----------------------------------------------------------------
066800*    3650-CHECK-STATUS - THE CUSTMST ACCOUNT STATUS AGAINST WHAT
066900*    THE OTHER FILES SAY.  THE SORT RUN REJECTS SALES FOR A
067000*    CLOSED ACCOUNT, SO A CLOSED ACCOUNT WITH SALES POSTED THIS
067100*    MONTH OR A RECEIVABLE STILL OPEN NEEDS LOOKING AT.
067200*-----------------------------------------------------------------
067300 3650-CHECK-STATUS.
067400     IF NOT WS-ON-CUSTMST
067500         GO TO 3650-EXIT
067600     END-IF.
067700     SET WS-CLASS-STATUS TO TRUE.
067800     MOVE "N" TO WS-EXC-FIGURES-SWITCH.
067900     IF NOT WS-CUR-ACTIVE AND NOT WS-CUR-CLOSED
068000         MOVE "ACCOUNT STATUS CODE NOT A OR C" TO WS-EXC-TEXT
068100         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
068200         GO TO 3650-EXIT
068300     END-IF.
068400     IF WS-CUR-ACTIVE OR NOT WS-ON-BALMST
068500         GO TO 3650-EXIT
068600     END-IF.
068700     IF WS-CUR-AR IS NOT EQUAL TO ZERO
068800         MOVE "CLOSED ACCOUNT CARRIES AN AR BALANCE"
068900             TO WS-EXC-TEXT
069000         MOVE WS-CUR-AR TO WS-EXC-ON-FILE
069100         MOVE ZERO TO WS-EXC-EXPECTED
069200         SET WS-EXC-HAS-FIGURES TO TRUE
069300         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
069400         MOVE "N" TO WS-EXC-FIGURES-SWITCH
069500     END-IF.
069600     IF NOT WS-CUR-FIGURES-BAD
069700             AND WS-CUR-MTD IS NOT EQUAL TO ZERO
069800         MOVE "CLOSED ACCOUNT HAS SALES THIS MONTH" TO WS-EXC-TEXT
069900         MOVE WS-CUR-MTD TO WS-EXC-ON-FILE
070000         MOVE ZERO TO WS-EXC-EXPECTED
070100         SET WS-EXC-HAS-FIGURES TO TRUE
070200         PERFORM 5000-WRITE-EXCEPTION THRU 5000-EXIT
070300     END-IF.
070400 3650-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700*    3710-3740 - READ AHEAD ON EACH INPUT, SETTING ITS KEY TO THE
070800*    HIGH KEY AT END OF FILE.
070900*-----------------------------------------------------------------
071000 3710-READ-CUSTOMER-MASTER.
071100     READ CUSTOMER-MASTER NEXT RECORD
071200         AT END
071300             MOVE WS-HIGH-KEY TO WS-CMS-KEY
071400             GO TO 3710-EXIT
071500     END-READ.
071600     ADD 1 TO WS-CMS-READ-COUNT.
071700     MOVE CMS-CUSTOMER-ID TO WS-CMS-KEY.
071800 3710-EXIT.
071900     EXIT.
072000 3720-READ-CUSTOMER-BALANCE.
072100     READ CUSTOMER-BALANCE NEXT RECORD
072200         AT END
072300             MOVE WS-HIGH-KEY TO WS-CBM-KEY
072400             GO TO 3720-EXIT
072500     END-READ.
072600     ADD 1 TO WS-CBM-READ-COUNT.
072700     MOVE CBM-CUSTOMER-ID TO WS-CBM-KEY.
072800 3720-EXIT.
072900     EXIT.
073000 3730-READ-TRAN-HISTORY.
073100     READ TRANSACTION-HISTORY NEXT RECORD
073200         AT END
073300             MOVE WS-HIGH-KEY TO WS-THR-KEY
073400             GO TO 3730-EXIT
073500     END-READ.
073600     ADD 1 TO WS-THR-READ-COUNT.
073700     MOVE THR-CUSTOMER-ID TO WS-THR-KEY.
073800 3730-EXIT.
073900     EXIT.
074000 3740-RETURN-STATEMENT-TRAN.
074100     RETURN SORT-WORK-FILE
074200         AT END
074300             MOVE WS-HIGH-KEY TO WS-STX-KEY
074400             GO TO 3740-EXIT
074500     END-RETURN.
074600     MOVE SWR-CUSTOMER-ID TO WS-STX-KEY.
074700 3740-EXIT.
074800     EXIT.
074900*-----------------------------------------------------------------
075000*    5000-WRITE-EXCEPTION - ONE INTGRPT LINE FOR THE CURRENT
075100*    CUSTOMER, COUNTED UNDER ITS CLASS.  THE TWO FIGURES ARE THE
075200*    VALUE ON FILE AND THE VALUE IT SHOULD HAVE BEEN.
075300*-----------------------------------------------------------------
075400 5000-WRITE-EXCEPTION.
075500     EVALUATE TRUE
075600         WHEN WS-CLASS-ORPHAN
075700             ADD 1 TO WS-ORPHAN-COUNT
075800         WHEN WS-CLASS-MISMATCH
075900             ADD 1 TO WS-MISMATCH-COUNT
076000         WHEN WS-CLASS-STATUS
076100             ADD 1 TO WS-STATUS-COUNT
076200         WHEN OTHER
076300             ADD 1 TO WS-UNCHECKED-COUNT
076400     END-EVALUATE.
076500     MOVE WS-CUR-KEY TO WS-RPT-CUSTID-EDIT.
076600     MOVE SPACES TO WS-RPT-FIGURE-AREA.
076700     IF WS-EXC-HAS-FIGURES
076800         MOVE WS-EXC-ON-FILE TO WS-RPT-ON-FILE-EDIT
076900         MOVE WS-EXC-EXPECTED TO WS-RPT-EXPECTED-EDIT
077000         STRING WS-RPT-ON-FILE-EDIT DELIMITED BY SIZE
077100             "  " DELIMITED BY SIZE
077200             WS-RPT-EXPECTED-EDIT DELIMITED BY SIZE
077300             INTO WS-RPT-FIGURE-AREA
077400         END-STRING
077500     END-IF.
077600     MOVE SPACES TO WS-PRINT-LINE.
077700     STRING WS-RPT-CUSTID-EDIT DELIMITED BY SIZE
077800         "  " DELIMITED BY SIZE
077900         WS-CUR-NAME DELIMITED BY SIZE
078000         "  " DELIMITED BY SIZE
078100         WS-CUR-STATUS DELIMITED BY SIZE
078200         "  " DELIMITED BY SIZE
078300         WS-EXCEPTION-CLASS DELIMITED BY SIZE
078400         "         " DELIMITED BY SIZE
078500         WS-EXC-TEXT DELIMITED BY SIZE
078600         "  " DELIMITED BY SIZE
078700         WS-RPT-FIGURE-AREA DELIMITED BY SIZE
078800         INTO WS-PRINT-LINE
078900     END-STRING.
079000     MOVE WS-PRINT-LINE TO INTEGRITY-RPT-RECORD.
079100     WRITE INTEGRITY-RPT-RECORD.
079200 5000-EXIT.
079300     EXIT.
079400*-----------------------------------------------------------------
079500*    6000-WRITE-RUN-STATUS - APPEND ONE START OR END EVENT TO
079600*    RUNSTAT FOR THE OPERATIONS RUN LOG.
079700*-----------------------------------------------------------------
079800 6000-WRITE-RUN-STATUS.
079900     OPEN EXTEND RUN-STATUS.
080000     IF WS-RUNSTAT-NEW-FILE
080100         OPEN OUTPUT RUN-STATUS
080200     END-IF.
080300     IF NOT WS-RUNSTAT-OK
080400         DISPLAY "MSTAUDIT - UNABLE TO OPEN RUNSTAT, "
080500             "STATUS = " WS-RUNSTAT-STATUS
080600         GO TO 6000-EXIT
080700     END-IF.
080800     MOVE SPACES TO RUN-STATUS-RECORD.
080900     MOVE WS-BUSINESS-DATE TO RST-BUSINESS-DATE.
081000     MOVE "MSTAUDIT" TO RST-PROGRAM-ID.
081100     MOVE WS-RST-PHASE TO RST-PHASE-NAME.
081200     MOVE WS-RST-EVENT TO RST-EVENT-TYPE.
081300     ACCEPT WS-RST-EVENT-DATE FROM DATE YYYYMMDD.
081400     MOVE WS-RST-EVENT-DATE TO RST-EVENT-DATE.
081500     ACCEPT WS-RST-TIME-RAW FROM TIME.
081600     MOVE WS-RST-TIME-HHMMSS TO RST-EVENT-TIME.
081700     MOVE WS-RST-COUNT TO RST-RECORD-COUNT.
081800     WRITE RUN-STATUS-RECORD.
081900     CLOSE RUN-STATUS.
082000 6000-EXIT.
082100     EXIT.
082200*-----------------------------------------------------------------
082300*    7000-PRINT-TOTALS - RECORDS READ PER FILE, EXCEPTIONS PER
082400*    CLASS AND THE VERDICT.  ANY ORPHAN, MISMATCH, STATUS
082500*    CONFLICT OR CORRUPT STMTTRN RECORD FAILS THE AUDIT WITH
082600*    RETURN-CODE 8; A YTD THAT COULD NOT BE CHECKED ALONE LEAVES
082700*    RETURN-CODE 4.
082800*-----------------------------------------------------------------
082900 7000-PRINT-TOTALS.
083000     MOVE SPACES TO INTEGRITY-RPT-RECORD.
083100     WRITE INTEGRITY-RPT-RECORD.
083200     MOVE "CUSTMST RECORDS READ:        " TO WS-EXC-TEXT.
083300     MOVE WS-CMS-READ-COUNT TO WS-RPT-COUNT-EDIT.
083400     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
083500     MOVE "BALMST RECORDS READ:         " TO WS-EXC-TEXT.
083600     MOVE WS-CBM-READ-COUNT TO WS-RPT-COUNT-EDIT.
083700     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
083800     MOVE "TRNHIST RECORDS READ:        " TO WS-EXC-TEXT.
083900     MOVE WS-THR-READ-COUNT TO WS-RPT-COUNT-EDIT.
084000     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
084100     MOVE "STMTTRN RECORDS READ:        " TO WS-EXC-TEXT.
084200     MOVE WS-STX-READ-COUNT TO WS-RPT-COUNT-EDIT.
084300     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
084400     MOVE "  CORRUPT, NOT MATCHED:      " TO WS-EXC-TEXT.
084500     MOVE WS-STX-BAD-COUNT TO WS-RPT-COUNT-EDIT.
084600     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
084700     MOVE "CUSTOMERS AUDITED:           " TO WS-EXC-TEXT.
084800     MOVE WS-CUSTOMER-COUNT TO WS-RPT-COUNT-EDIT.
084900     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
085000     MOVE "ORPHANS (O):                 " TO WS-EXC-TEXT.
085100     MOVE WS-ORPHAN-COUNT TO WS-RPT-COUNT-EDIT.
085200     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
085300     MOVE "FIGURE MISMATCHES (M):       " TO WS-EXC-TEXT.
085400     MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT-EDIT.
085500     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
085600     MOVE "STATUS CONFLICTS (S):        " TO WS-EXC-TEXT.
085700     MOVE WS-STATUS-COUNT TO WS-RPT-COUNT-EDIT.
085800     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
085900     MOVE "YTD NOT CHECKED (U):         " TO WS-EXC-TEXT.
086000     MOVE WS-UNCHECKED-COUNT TO WS-RPT-COUNT-EDIT.
086100     PERFORM 7100-WRITE-COUNT-LINE THRU 7100-EXIT.
086200     MOVE SPACES TO INTEGRITY-RPT-RECORD.
086300     WRITE INTEGRITY-RPT-RECORD.
086400     IF WS-ORPHAN-COUNT IS GREATER THAN ZERO
086500             OR WS-MISMATCH-COUNT IS GREATER THAN ZERO
086600             OR WS-STATUS-COUNT IS GREATER THAN ZERO
086700             OR WS-STX-BAD-COUNT IS GREATER THAN ZERO
086800         MOVE "AUDIT FAILED - SEE THE EXCEPTIONS ABOVE"
086900             TO INTEGRITY-RPT-RECORD
087000         DISPLAY "MSTAUDIT - AUDIT FAILED, SEE INTGRPT"
087100         MOVE 8 TO RETURN-CODE
087200     ELSE
087300         IF WS-UNCHECKED-COUNT IS GREATER THAN ZERO
087400             MOVE "AUDIT PASSED - SOME YTD FIGURES NOT CHECKED"
087500                 TO INTEGRITY-RPT-RECORD
087600             MOVE 4 TO RETURN-CODE
087700         ELSE
087800             MOVE "AUDIT PASSED" TO INTEGRITY-RPT-RECORD
087900             MOVE ZERO TO RETURN-CODE
088000         END-IF
088100     END-IF.
088200     WRITE INTEGRITY-RPT-RECORD.
088300 7000-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------------
088600*    7100-WRITE-COUNT-LINE - ONE LABELLED COUNT.
088700*-----------------------------------------------------------------
088800 7100-WRITE-COUNT-LINE.
088900     MOVE SPACES TO WS-PRINT-LINE.
089000     STRING WS-EXC-TEXT DELIMITED BY SIZE
089100         "   " DELIMITED BY SIZE
089200         WS-RPT-COUNT-EDIT DELIMITED BY SIZE
089300         INTO WS-PRINT-LINE
089400     END-STRING.
089500     MOVE WS-PRINT-LINE TO INTEGRITY-RPT-RECORD.
089600     WRITE INTEGRITY-RPT-RECORD.
089700 7100-EXIT.
089800     EXIT.
089900*-----------------------------------------------------------------
090000*    9000-TERMINATE - CLOSE FILES
090100*-----------------------------------------------------------------
090200 9000-TERMINATE.
090300     IF WS-CUSTMST-OPEN
090400         CLOSE CUSTOMER-MASTER
090500     END-IF.
090600     IF WS-BALMST-OPEN
090700         CLOSE CUSTOMER-BALANCE
090800     END-IF.
090900     IF WS-TRNHIST-OPEN
091000         CLOSE TRANSACTION-HISTORY
091100     END-IF.
091200     CLOSE INTEGRITY-RPT.
091300 9000-EXIT.
091400     EXIT.
091500 END PROGRAM MSTAUDIT.
