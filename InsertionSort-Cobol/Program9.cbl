001000 REMARKS. ITEM MASTER LOAD - REBUILDS THE ITMMST INDEXED
001100     ITEM MASTER (IMSREC01) FROM THE ITMIN CARD-IMAGE FILE.
001200     EACH INPUT RECORD CARRIES THE ITEM CODE, DESCRIPTION,
001300     PRODUCT CATEGORY, ACTIVE/INACTIVE STATUS AND UNIT LIST
001350     PRICE; FIELD-LEVEL VALIDATION REJECTS A BAD RECORD TO THE
001400     ITMLRPT REPORT RATHER THAN LETTING IT ONTO THE MASTER THE
001500     DAILY SORT RUN VALIDATES AGAINST.  THE LOAD IS A FULL
001600     REBUILD - ITMMST IS SMALL AND THE ITMIN DECK IS ITS SOURCE.
001800*-----------------------------------------------------------------
001900*    MODIFICATION HISTORY
002000*    DATE       INIT  DESCRIPTION
002100*    09/02/26   JM    ORIGINAL VERSION.
002110*    10/15/26   JM    ITMIN NOW CARRIES THE ITEM'S UNIT LIST
002120*                     PRICE, LOADED TO THE NEW IMS-LIST-PRICE
002130*                     FOR THE SORT RUN'S EXTENDED-AMOUNT CHECK.
002140*                     A BLANK PRICE LOADS AS ZERO (NO CHECK); A
002150*                     NON-NUMERIC ONE REJECTS THE RECORD.
002200*****************************************************************
002300* ENVIRONMENT DIVISION.                                         *
002400*****************************************************************
005400     05  ILR-ITEM-STATUS          PIC X(01).
005500         88  ILR-STATUS-ACTIVE        VALUE "A".
005600         88  ILR-STATUS-INACTIVE      VALUE "I".
005650     05  ILR-LIST-PRICE           PIC 9(07)V99.
005660     05  ILR-LIST-PRICE-X REDEFINES ILR-LIST-PRICE
005670                                  PIC X(09).
005700     05  FILLER                   PIC X(32).
005800 FD  ITEM-MASTER
005900     LABEL RECORDS ARE STANDARD.
006000     COPY IMSREC01.
018500     MOVE ILR-DESCRIPTION TO IMS-DESCRIPTION.
018600     MOVE ILR-CATEGORY TO IMS-CATEGORY.
018700     MOVE ILR-ITEM-STATUS TO IMS-ITEM-STATUS.
018710     IF ILR-LIST-PRICE-X IS EQUAL TO SPACES
018720         MOVE ZERO TO IMS-LIST-PRICE
018730     ELSE
018740         MOVE ILR-LIST-PRICE TO IMS-LIST-PRICE
018750     END-IF.
018800     WRITE ITEM-MASTER-RECORD
018900         INVALID KEY
019000             SET WS-RECORD-INVALID TO TRUE
019800*-----------------------------------------------------------------
019900*    2150-VALIDATE-LOAD-RECORD - FIELD-LEVEL EDITS.  EVERY FIELD
020000*    IS REQUIRED AND THE STATUS MUST BE ACTIVE OR INACTIVE.
020010*    THE LIST PRICE MAY BE BLANK (NO PRICE CHECK FOR THE ITEM)
020020*    BUT IF PRESENT MUST BE NUMERIC.
020100*-----------------------------------------------------------------
020200 2150-VALIDATE-LOAD-RECORD.
020300     SET WS-RECORD-VALID TO TRUE.
022100         SET WS-RECORD-INVALID TO TRUE
022200         MOVE "INVALID ITEM STATUS" TO WS-REJ-REASON
022300     END-IF.
022310     IF WS-RECORD-VALID
022320             AND ILR-LIST-PRICE-X IS NOT EQUAL TO SPACES
022330             AND ILR-LIST-PRICE IS NOT NUMERIC
022340         SET WS-RECORD-INVALID TO TRUE
022350         MOVE "LIST PRICE NOT NUMERIC" TO WS-REJ-REASON
022360     END-IF.
022400 2150-EXIT.
022500     EXIT.
022600*-----------------------------------------------------------------
