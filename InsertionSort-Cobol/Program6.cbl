001400     DAILY SORT RUN MAINTAINS, STARTS AT THE CUSTOMER'S FIRST
001500     IN-RANGE KEY AND LISTS EACH TRANSACTION ON THE CONSOLE
001600     WITH A COUNT AND SIGNED AMOUNT TOTAL AT THE FOOT.
001610     A RANGE THAT STARTS BEFORE THE HISTORY PURGE CUTOFF ON
001620     HPGCTL IS ALSO SEARCHED ON THE TRNHARC ARCHIVE TRNHPURGE
001630     MOVES OLD HISTORY TO; THE ARCHIVED TRANSACTIONS ARE LISTED
001640     FIRST, UNDER THEIR OWN HEADING.
001700*-----------------------------------------------------------------
001800*    MODIFICATION HISTORY
001900*    DATE       INIT  DESCRIPTION
002000*    09/02/26   JM    ORIGINAL VERSION.
002010*    10/15/26   JM    EACH LINE NOW SHOWS THE SEQUENCE, ITEM AND
002020*                     QUANTITY, AND A RETURN IS FOLLOWED BY THE
002030*                     SALE THE DAILY SORT MATCHED IT TO, OR ITS
002040*                     UNMATCHED / EXCEEDS-SALE FLAG.
002050*    10/15/26   JM    A MANUAL ADJUSTMENT ("A", FILED BY ADJPOST)
002060*                     IS FOLLOWED BY ITS REASON CODE, THE USERS
002070*                     WHO KEYED AND APPROVED IT, AND THE SALE
002080*                     DATE A SALE CORRECTION REFERS TO.
002084*    10/15/26   JM    FALLS BACK TO THE TRNHARC ARCHIVE WHEN THE
002088*                     FROM-DATE IS BEFORE THE HPGCTL PURGE
002092*                     CUTOFF (1500, 2500); THE LINE DISPLAY IS
002096*                     NOW 2200 SO BOTH FILES SHARE IT.
002100*****************************************************************
002200* ENVIRONMENT DIVISION.                                         *
002300*****************************************************************
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS THR-KEY
003400         FILE STATUS IS WS-TRNHIST-STATUS.
003410     SELECT HISTORY-ARCHIVE ASSIGN TO "TRNHARC"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-TRNHARC-STATUS.
003440     SELECT PURGE-CONTROL ASSIGN TO "HPGCTL"
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-HPGCTL-STATUS.
003500*****************************************************************
003600* DATA DIVISION.                                                *
003700*****************************************************************
004000 FD  TRANSACTION-HISTORY
004100     LABEL RECORDS ARE STANDARD.
004200     COPY THRREC01.
004210 FD  HISTORY-ARCHIVE
004220     LABEL RECORDS ARE STANDARD
004230     RECORDING MODE IS F.
004240*    TRNHIST RECORDS (THRREC01 IMAGES) MOVED OFF BY TRNHPURGE.
004250 01  HISTORY-ARCHIVE-RECORD         PIC X(120).
004260 FD  PURGE-CONTROL
004270     LABEL RECORDS ARE STANDARD
004280     RECORDING MODE IS F.
004290     COPY HPCREC01.
004300 WORKING-STORAGE SECTION.
004400*-----------------------------------------------------------------
004500*    FILE STATUS AND END-OF-FILE SWITCHES
005000     88  WS-TRNHIST-EOF                VALUE "10".
005100 01  WS-EOF-SWITCH               PIC X(01)       VALUE "N".
005200     88  WS-END-OF-FILE                    VALUE "Y".
005205 01  WS-TRNHARC-STATUS           PIC X(02).
005210     88  WS-TRNHARC-OK                 VALUE "00".
005215     88  WS-TRNHARC-NEW-FILE           VALUE "35".
005220 01  WS-HPGCTL-STATUS            PIC X(02).
005225     88  WS-HPGCTL-OK                  VALUE "00".
005230     88  WS-HPGCTL-NEW-FILE            VALUE "35".
005235 01  WS-ARC-EOF-SWITCH           PIC X(01)       VALUE "N".
005240     88  WS-ARC-END-OF-FILE                VALUE "Y".
005245 01  WS-HPGCTL-EOF-SWITCH        PIC X(01)       VALUE "N".
005250     88  WS-HPGCTL-READ-EOF                VALUE "Y".
005255*-----------------------------------------------------------------
005260*    PURGE CUTOFF - THE HIGHEST HPC-CUTOFF-DATE ON HPGCTL.  EVERY
005265*    TRANSACTION WITH A BUSINESS DATE BEFORE IT IS ONLY ON THE
005270*    ARCHIVE.  ZERO WHEN TRNHIST HAS NEVER BEEN PURGED.
005275*-----------------------------------------------------------------
005280 01  WS-PURGE-CUTOFF             PIC 9(08)       VALUE ZERO.
005300*-----------------------------------------------------------------
005400*    PARM CARD - POSITIONS 1-5 ARE THE CUSTOMER-ID (REQUIRED).
005500*    POSITIONS 7-14 AND 16-23 OPTIONALLY BOUND THE SALE-DATE
007800 01  WS-DSP-TOTAL-EDIT           PIC -ZZZZZZZ9.99.
007900 01  WS-DSP-COUNT-EDIT           PIC ZZZZ9.
008000 01  WS-DSP-DATE-EDIT            PIC 9(04)/99/99.
008010 01  WS-DSP-MATCH-DATE-EDIT      PIC 9(04)/99/99.
008020 01  WS-DSP-SEQ-EDIT             PIC ZZZZ9.
008030 01  WS-DSP-QTY-EDIT             PIC ZZZZ9.
008100*****************************************************************
008200* PROCEDURE DIVISION.                                           *
008300*****************************************************************
012200             "STATUS = " WS-TRNHIST-STATUS
012300         STOP RUN
012400     END-IF.
012410     PERFORM 1500-FIND-PURGE-CUTOFF THRU 1500-EXIT.
012500     MOVE WS-PARM-CUSTOMER-ID TO WS-DSP-CUSTID-EDIT.
012600     DISPLAY "TRNHISTINQ - CUSTOMER " WS-DSP-CUSTID-EDIT
012700         " FROM " WS-FROM-DATE " TO " WS-TO-DATE.
012800 1000-EXIT.
012900     EXIT.
012902*-----------------------------------------------------------------
012904*    1500-FIND-PURGE-CUTOFF - TAKE THE HIGHEST CUTOFF ON HPGCTL.
012906*    A MISSING HPGCTL MEANS NOTHING HAS BEEN ARCHIVED.
012908*-----------------------------------------------------------------
012910 1500-FIND-PURGE-CUTOFF.
012912     OPEN INPUT PURGE-CONTROL.
012914     IF WS-HPGCTL-NEW-FILE
012916         GO TO 1500-EXIT
012918     END-IF.
012920     IF NOT WS-HPGCTL-OK
012922         DISPLAY "TRNHISTINQ - UNABLE TO OPEN HPGCTL, "
012924             "STATUS = " WS-HPGCTL-STATUS
012926         STOP RUN
012928     END-IF.
012930     PERFORM 1550-READ-PURGE-CONTROL THRU 1550-EXIT
012932         UNTIL WS-HPGCTL-READ-EOF.
012934     CLOSE PURGE-CONTROL.
012936 1500-EXIT.
012938     EXIT.
012940*-----------------------------------------------------------------
012942*    1550-READ-PURGE-CONTROL - ONE HPGCTL RECORD.
012944*-----------------------------------------------------------------
012946 1550-READ-PURGE-CONTROL.
012948     READ PURGE-CONTROL
012950         AT END
012952             SET WS-HPGCTL-READ-EOF TO TRUE
012954             GO TO 1550-EXIT
012956     END-READ.
012958     IF HPC-CUTOFF-DATE IS NUMERIC
012960             AND HPC-CUTOFF-DATE IS GREATER THAN WS-PURGE-CUTOFF
012962         MOVE HPC-CUTOFF-DATE TO WS-PURGE-CUTOFF
012964     END-IF.
012966 1550-EXIT.
012968     EXIT.
013000*-----------------------------------------------------------------
013010*    2000-LIST-TRANSACTIONS - WHEN THE RANGE STARTS BEFORE THE
013020*    PURGE CUTOFF, LIST THE ARCHIVED TRANSACTIONS FIRST (2500).
013030*    THEN POSITION AT THE CUSTOMER'S FIRST IN-RANGE KEY ON
013040*    TRNHIST AND READ FORWARD UNTIL THE CUSTOMER OR DATE RANGE
013050*    RUNS OUT.
013060*-----------------------------------------------------------------
013500 2000-LIST-TRANSACTIONS.
013510     IF WS-FROM-DATE IS LESS THAN WS-PURGE-CUTOFF
013520         PERFORM 2500-LIST-ARCHIVE THRU 2500-EXIT
013530         MOVE WS-PURGE-CUTOFF TO WS-DSP-DATE-EDIT
013540         DISPLAY "  CURRENT HISTORY (TRNHIST) - BUSINESS DATES "
013550             "FROM " WS-DSP-DATE-EDIT
013560     END-IF.
013600     MOVE WS-PARM-CUSTOMER-ID TO THR-CUSTOMER-ID.
013700     MOVE WS-FROM-DATE TO THR-SALE-DATE.
013800     MOVE ZERO TO THR-SEQUENCE-NO.
014700     EXIT.
014800*-----------------------------------------------------------------
014900*    2100-READ-HISTORY-RECORD - ONE TRNHIST RECORD; A KEY PAST
014910*    THE CUSTOMER OR THE TO-DATE ENDS THE INQUIRY.  EACH RECORD
014920*    IN RANGE IS LISTED BY 2200.
015100*-----------------------------------------------------------------
015200 2100-READ-HISTORY-RECORD.
015300     READ TRANSACTION-HISTORY NEXT RECORD
016000         SET WS-END-OF-FILE TO TRUE
016100         GO TO 2100-EXIT
016200     END-IF.
016210     PERFORM 2200-DISPLAY-TRANSACTION THRU 2200-EXIT.
017000 2100-EXIT.
017100     EXIT.
017103*-----------------------------------------------------------------
017106*    2150-DISPLAY-RETURN-MATCH - THE SALE A RETURN WAS PAIRED
017109*    WITH.  A RETURN FILED BEFORE RETURNS WERE MATCHED CARRIES
017112*    NO STATUS AND IS SHOWN AS NOT CHECKED.
017115*-----------------------------------------------------------------
017118 2150-DISPLAY-RETURN-MATCH.
017121     IF THR-MATCH-KEY IS NUMERIC
017124             AND THR-MATCH-SALE-DATE IS GREATER THAN ZERO
017127         MOVE THR-MATCH-SALE-DATE TO WS-DSP-MATCH-DATE-EDIT
017130         MOVE THR-MATCH-SEQUENCE-NO TO WS-DSP-SEQ-EDIT
017133     END-IF.
017136     IF THR-RETURN-MATCHED
017139         DISPLAY "      MATCHED TO SALE " WS-DSP-MATCH-DATE-EDIT
017142             " " WS-DSP-SEQ-EDIT
017145         GO TO 2150-EXIT
017148     END-IF.
017151     IF THR-RETURN-EXCEEDS
017154         DISPLAY "      ** EXCEEDS SALE " WS-DSP-MATCH-DATE-EDIT
017157             " " WS-DSP-SEQ-EDIT
017160         GO TO 2150-EXIT
017163     END-IF.
017166     IF THR-RETURN-UNMATCHED
017169         DISPLAY "      ** UNMATCHED - NO SALE IN THE RETURN "
017172             "WINDOW"
017175         GO TO 2150-EXIT
017178     END-IF.
017181     DISPLAY "      (RETURN NOT CHECKED AGAINST A SALE)".
017184 2150-EXIT.
017187     EXIT.
017188*-----------------------------------------------------------------
017189*    2160-DISPLAY-ADJUSTMENT - WHY AND BY WHOM A MANUAL
017190*    ADJUSTMENT WAS POSTED.
017191*-----------------------------------------------------------------
017192 2160-DISPLAY-ADJUSTMENT.
017193     DISPLAY "      ADJUSTMENT " THR-ADJ-REASON
017194         "  ENTERED BY " THR-ADJ-ENTERED-BY
017195         "  APPROVED BY " THR-ADJ-APPROVED-BY.
017196     IF THR-MATCH-SALE-DATE IS NUMERIC
017197             AND THR-MATCH-SALE-DATE IS GREATER THAN ZERO
017198         MOVE THR-MATCH-SALE-DATE TO WS-DSP-MATCH-DATE-EDIT
017199         DISPLAY "      CORRECTS SALE OF "
017200             WS-DSP-MATCH-DATE-EDIT
017201     END-IF.
017202 2160-EXIT.
017203     EXIT.
017204*-----------------------------------------------------------------
017205*    2200-DISPLAY-TRANSACTION - ONE TRANSACTION LINE, ADDED INTO
017206*    THE TOTALS.  A RETURN GETS A SECOND LINE WITH ITS PAIRING
017207*    (2150), AN ADJUSTMENT ITS REASON AND USERS (2160).
017208*-----------------------------------------------------------------
017209 2200-DISPLAY-TRANSACTION.
017210     ADD 1 TO WS-FOUND-COUNT.
017211     ADD THR-SALE-AMOUNT TO WS-AMOUNT-TOTAL.
017212     MOVE THR-SALE-DATE TO WS-DSP-DATE-EDIT.
017213     MOVE THR-SALE-AMOUNT TO WS-DSP-AMOUNT-EDIT.
017214     MOVE THR-SEQUENCE-NO TO WS-DSP-SEQ-EDIT.
017215     MOVE ZERO TO WS-DSP-QTY-EDIT.
017216     IF THR-QUANTITY IS NUMERIC
017217         MOVE THR-QUANTITY TO WS-DSP-QTY-EDIT
017218     END-IF.
017219     DISPLAY "  " WS-DSP-DATE-EDIT " " WS-DSP-SEQ-EDIT
017220         "  " THR-TRAN-TYPE
017221         "  BRANCH " THR-BRANCH-CODE "  " WS-DSP-AMOUNT-EDIT
017222         "  ITEM " THR-ITEM-CODE " QTY " WS-DSP-QTY-EDIT
017223         "  " THR-CUSTOMER-NAME.
017224     IF THR-TRAN-TYPE IS EQUAL TO "R"
017225         PERFORM 2150-DISPLAY-RETURN-MATCH THRU 2150-EXIT
017226     END-IF.
017227     IF THR-ADJUSTMENT
017228         PERFORM 2160-DISPLAY-ADJUSTMENT THRU 2160-EXIT
017229     END-IF.
017230 2200-EXIT.
017231     EXIT.
017232*-----------------------------------------------------------------
017233*    2500-LIST-ARCHIVE - READ THE TRNHARC ARCHIVE END TO END FOR
017234*    THE CUSTOMER'S TRANSACTIONS IN THE DATE RANGE.  THE ARCHIVE
017235*    IS SEQUENTIAL, SO EVERY RECORD IS READ; A MISSING ARCHIVE IS
017236*    REPORTED AND THE INQUIRY GOES ON WITH TRNHIST ALONE.
017237*-----------------------------------------------------------------
017238 2500-LIST-ARCHIVE.
017239     OPEN INPUT HISTORY-ARCHIVE.
017240     IF NOT WS-TRNHARC-OK
017241         DISPLAY "TRNHISTINQ - TRNHARC ARCHIVE NOT AVAILABLE, "
017242             "STATUS = " WS-TRNHARC-STATUS " - TRANSACTIONS "
017243             "BEFORE " WS-PURGE-CUTOFF " NOT LISTED"
017244         MOVE 4 TO RETURN-CODE
017245         GO TO 2500-EXIT
017246     END-IF.
017247     MOVE WS-PURGE-CUTOFF TO WS-DSP-DATE-EDIT.
017248     DISPLAY "  ARCHIVED HISTORY (TRNHARC) - BUSINESS DATES "
017249         "BEFORE " WS-DSP-DATE-EDIT.
017250     PERFORM 2550-READ-ARCHIVE-RECORD THRU 2550-EXIT
017251         UNTIL WS-ARC-END-OF-FILE.
017252     CLOSE HISTORY-ARCHIVE.
017253 2500-EXIT.
017254     EXIT.
017255*-----------------------------------------------------------------
017256*    2550-READ-ARCHIVE-RECORD - ONE ARCHIVED RECORD; LIST IT WHEN
017257*    IT IS THE CUSTOMER'S AND INSIDE THE DATE RANGE.
017258*-----------------------------------------------------------------
017259 2550-READ-ARCHIVE-RECORD.
017260     READ HISTORY-ARCHIVE INTO TRANSACTION-HISTORY-RECORD
017261         AT END
017262             SET WS-ARC-END-OF-FILE TO TRUE
017263             GO TO 2550-EXIT
017264     END-READ.
017265     IF THR-CUSTOMER-ID IS NOT EQUAL TO WS-PARM-CUSTOMER-ID
017266             OR THR-SALE-DATE IS LESS THAN WS-FROM-DATE
017267             OR THR-SALE-DATE IS GREATER THAN WS-TO-DATE
017268         GO TO 2550-EXIT
017269     END-IF.
017270     PERFORM 2200-DISPLAY-TRANSACTION THRU 2200-EXIT.
017271 2550-EXIT.
017272     EXIT.
017273*-----------------------------------------------------------------
017300*    7000-DISPLAY-TOTALS - COUNT AND SIGNED AMOUNT TOTAL FOR THE
017400*    RANGE.
017500*-----------------------------------------------------------------
