000010*****************************************************************
000020*  BSNREC01.CPY
000030*  BALANCE SNAPSHOT RECORD LAYOUT.
000040*  DESCRIBES THE BALSNAP PERIOD FILE - ONE RECORD PER CUSTOMER
000050*  PER CLOSED PERIOD, APPENDED BY MONTHENDCLS WITH THE CLOSING
000060*  MTD AND YTD SALES AND THE LAST SALE DATE AS OF PERIOD END.
000070*  A FORCED RE-CLOSE APPENDS A SECOND SET FOR THE SAME PERIOD;
000080*  READERS TAKE THE LAST RECORD FOR A CUSTOMER AND PERIOD.  THE
000090*  SALESANLYS MONTHLY ANALYSIS READS IT BACK FOR THE RANKINGS
000100*  AND THE YEAR-OVER-YEAR COMPARISON.
000110*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  10/15/26   JM    ORIGINAL VERSION - LAYOUT MOVED OUT OF
000150*                   MONTHENDCLS SO THE SALES ANALYSIS CAN
000160*                   SHARE IT.
000170*****************************************************************
000180 01  BALANCE-SNAPSHOT-RECORD.
000190     05  BSN-PERIOD               PIC 9(06).
000200     05  BSN-CUSTOMER-ID          PIC 9(05).
000210     05  BSN-CUSTOMER-NAME        PIC X(20).
000220     05  BSN-MTD-SALES            PIC S9(09)V99.
000230     05  BSN-YTD-SALES            PIC S9(09)V99.
000240     05  BSN-LAST-SALE-DATE       PIC 9(08).
000250     05  FILLER                   PIC X(19).
