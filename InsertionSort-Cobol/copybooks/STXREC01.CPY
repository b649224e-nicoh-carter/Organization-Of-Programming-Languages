000090*  RECORDS POSTED AFTER THE PERIOD JUST CLOSED.  THE POSTING
000100*  PERIOD IS JUDGED BY STX-POST-DATE, THE BUSINESS DATE OF THE
000110*  POSTING RUN THAT APPLIED THE DETAIL.
000111*  ADJPOST ALSO APPENDS ONE RECORD PER MANUAL ADJUSTMENT IT
000112*  POSTS, TRAN TYPE "A", SIGNED AS IT MOVED THE RECEIVABLE,
000113*  WITH ITS REASON CODE.  ONLY AN ADJUSTMENT FLAGGED AS MOVING
000114*  THE SALES FIGURES COUNTS TOWARD THE STATEMENT'S MTD TIE.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  09/02/26   JM    ORIGINAL VERSION.
000152*  10/15/26   JM    ADDED THE ADJUSTMENT REASON AND SALES FLAG,
000154*                   CARVED FROM THE FILLER.
000160*****************************************************************
000170 01  STATEMENT-TRAN-RECORD.
000180     05  STX-CUSTOMER-ID          PIC 9(05).
000190     05  STX-SALE-AMOUNT          PIC S9(05)V99.
000200     05  STX-SALE-DATE            PIC 9(08).
000210     05  STX-TRAN-TYPE            PIC X(01).
000215         88  STX-ADJUSTMENT           VALUE "A".
000220     05  STX-BRANCH-CODE          PIC X(03).
000230     05  STX-POST-DATE            PIC 9(08).
000240     05  STX-ADJ-REASON           PIC X(02).
000242     05  STX-ADJ-SALES-FLAG       PIC X(01).
000244         88  STX-ADJ-MOVES-SALES      VALUE "Y".
000246     05  FILLER                   PIC X(45).
