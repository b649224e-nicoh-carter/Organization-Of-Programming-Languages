000010*****************************************************************
000020*  RCCREC01.CPY
000030*  RECEIPTS CONTROL RECORD LAYOUT.
000040*  DESCRIBES THE RCPCTL FILE - ONE RECORD PER COMPLETED
000050*  CASHRCPTPOST RUN (BUSINESS DATE, PAYMENTS READ, AMOUNT READ,
000060*  AMOUNT APPLIED TO BALMST, UNAPPLIED AND REJECTED FIGURES, RUN
000070*  DATE, FORCED FLAG).  THE CASH RECEIPTS STEP'S 1500 GUARD
000080*  SCANS IT TO REFUSE A LOCKBOX BUSINESS DATE THAT HAS ALREADY
000090*  BEEN APPLIED - THE SAME DISCIPLINE RUNCTL AND PSTCTL KEEP
000100*  FOR THE SORT AND POSTING STEPS.
000110*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  10/15/26   JM    ORIGINAL VERSION.
000150*****************************************************************
000160 01  RECEIPTS-CONTROL-RECORD.
000170     05  RCC-BUSINESS-DATE        PIC 9(08).
000180     05  RCC-PAYMENTS-READ        PIC 9(07).
000190     05  RCC-AMOUNT-TOTAL         PIC S9(11)V99.
000200     05  RCC-APPLIED-AMOUNT       PIC S9(11)V99.
000210     05  RCC-UNAPPLIED-COUNT      PIC 9(07).
000220     05  RCC-UNAPPLIED-AMOUNT     PIC S9(11)V99.
000230     05  RCC-REJECTED-COUNT       PIC 9(07).
000240     05  RCC-RUN-DATE             PIC 9(06).
000250     05  RCC-FORCED-FLAG          PIC X(01).
000260     05  FILLER                   PIC X(05).
