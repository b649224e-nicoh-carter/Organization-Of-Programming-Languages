000010*****************************************************************
000020*  MECREC01.CPY
000030*  MONTH-END CLOSE CONTROL RECORD LAYOUT.
000040*  DESCRIBES THE MECCTL FILE - ONE RECORD PER COMPLETED
000050*  MONTHENDCLS CLOSE (PERIOD CLOSED AS YYYYMM, CUSTOMERS
000060*  ROLLED, RUN DATE, FORCED FLAG).  MONTHENDCLS'S 1500 GUARD
000070*  SCANS IT TO REFUSE CLOSING A PERIOD TWICE, AND THE TRNHIST
000080*  PURGE READS IT SO THAT NO PERIOD IS ARCHIVED UNTIL IT HAS
000090*  BEEN CLOSED.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  10/15/26   JM    ORIGINAL VERSION - LAYOUT MOVED OUT OF
000140*                   MONTHENDCLS SO THE PURGE CAN SHARE IT.
000150*****************************************************************
000160 01  CLOSE-CONTROL-RECORD.
000170     05  MEC-PERIOD               PIC 9(06).
000180     05  MEC-CUSTOMER-COUNT       PIC 9(07).
000190     05  MEC-RUN-DATE             PIC 9(06).
000200     05  MEC-FORCED-FLAG          PIC X(01).
000210     05  FILLER                   PIC X(60).
