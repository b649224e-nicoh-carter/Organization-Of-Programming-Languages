000010*****************************************************************
000020*  BCLREC01.CPY
000030*  BUSINESS-DAY CALENDAR CARD LAYOUT.
000040*  DESCRIBES THE BUSCAL CARD FILE OPERATIONS MAINTAINS AHEAD OF
000050*  EACH YEAR.  MONDAY TO FRIDAY IS A BUSINESS DAY UNLESS A CARD
000060*  SAYS OTHERWISE, SO ONLY THE EXCEPTIONS ARE CARDED -
000070*    "H" COMPANY HOLIDAY - NO BRANCH TRADES AND NO NIGHTLY RUN
000080*        IS EXPECTED (BRANCH CODE BLANK).
000090*    "T" EXTRA TRADING DAY - A WEEKEND DATE THE COMPANY TRADES
000100*        AND RUNS THE NIGHTLY STEPS FOR (BRANCH CODE BLANK).
000110*    "N" BRANCH NON-TRADING DAY - THE NAMED BRANCH IS CLOSED.
000120*        THE NIGHTLY RUNS COVER EVERY BRANCH, SO THIS DOES NOT
000130*        EXCUSE A RUN; IT IS LISTED ON THE RUNGAPRPT REPORT.
000140*  THE SORT AND CUSTBALPOST STEPS USE IT TO FIND THE PRIOR
000150*  BUSINESS DAY THAT MUST ALREADY BE COMPLETE, MONTHENDCLS TO
000160*  FIND EVERY BUSINESS DAY OF THE PERIOD THAT MUST BE POSTED.
000170*-----------------------------------------------------------------
000180*  MODIFICATION HISTORY
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/26   JM    ORIGINAL VERSION.
000210*****************************************************************
000220 01  BUSINESS-CALENDAR-RECORD.
000230     05  BCL-CAL-DATE             PIC 9(08).
000240     05  FILLER                   PIC X(01).
000250     05  BCL-BRANCH-CODE          PIC X(03).
000260         88  BCL-COMPANY-WIDE         VALUE SPACES.
000270     05  FILLER                   PIC X(01).
000280     05  BCL-DAY-TYPE             PIC X(01).
000290         88  BCL-HOLIDAY              VALUE "H".
000300         88  BCL-TRADING-DAY          VALUE "T".
000310         88  BCL-BRANCH-CLOSED        VALUE "N".
000320     05  FILLER                   PIC X(01).
000330     05  BCL-DESCRIPTION          PIC X(30).
000340     05  FILLER                   PIC X(35).
