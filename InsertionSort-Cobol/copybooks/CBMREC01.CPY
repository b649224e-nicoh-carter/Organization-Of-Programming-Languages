000060*  YEAR-TO-DATE SALE TOTALS AND THE LAST SALE DATE PER
000070*  CUSTOMER.  THE MTD FIGURE ROLLS WHEN THE POSTING MONTH
000080*  CHANGES AND THE YTD FIGURE WHEN THE POSTING YEAR CHANGES,
000090*  JUDGED AGAINST CBM-LAST-POST-DATE.  CBM-AR-BALANCE IS THE
000092*  OUTSTANDING RECEIVABLE - RAISED BY EVERY POSTED SALE (AND
000094*  LOWERED BY A RETURN) IN CUSTBALPOST, LOWERED BY PAYMENTS IN
000096*  CASHRCPTPOST, AND NEVER ROLLED AT MONTH END.  THE OPENING
000097*  RECEIVABLE IS LOADED ONCE BY OPENARLOAD, WHICH SETS
000098*  CBM-AR-OPENED-FLAG SO THE SAME OPENING CANNOT LAND TWICE.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  08/21/26   JM    ORIGINAL VERSION.
000131*  10/15/26   JM    ADDED CBM-AR-BALANCE, CARVED FROM THE
000132*                   FILLER.  RECORDS CUT BEFORE THE FIELD
000133*                   EXISTED CARRY SPACES THERE, TREATED AS A
000134*                   ZERO BALANCE BY EVERY READER.
000135*  10/15/26   JM    ADDED CBM-AR-OPENED-FLAG, CARVED FROM THE
000136*                   FILLER, SET WHEN OPENARLOAD HAS LOADED THE
000137*                   CUSTOMER'S OPENING RECEIVABLE.
000140*****************************************************************
000150 01  CUSTOMER-BALANCE-RECORD.
000160     05  CBM-CUSTOMER-ID          PIC 9(05).
000190     05  CBM-YTD-SALES            PIC S9(09)V99.
000200     05  CBM-LAST-SALE-DATE       PIC 9(08).
000210     05  CBM-LAST-POST-DATE       PIC 9(08).
000212     05  CBM-AR-BALANCE           PIC S9(09)V99.
000214     05  CBM-AR-OPENED-FLAG       PIC X(01).
000216         88  CBM-AR-OPENED            VALUE "Y".
000220     05  FILLER                   PIC X(05).
