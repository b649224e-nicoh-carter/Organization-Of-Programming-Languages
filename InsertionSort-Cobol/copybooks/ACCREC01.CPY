000010*****************************************************************
000020*  ACCREC01.CPY
000030*  ADJUSTMENT CONTROL RECORD LAYOUT.
000040*  DESCRIBES THE ADJCTL FILE - ONE RECORD PER COMPLETED ADJPOST
000050*  RUN (BUSINESS DATE AND BATCH-ID OFF THE ADJIN HEADER,
000060*  ENTRIES READ, AMOUNT READ, ENTRIES POSTED AND THEIR NET
000070*  EFFECT ON THE RECEIVABLE, ENTRIES REFUSED, RUN DATE, FORCED
000080*  FLAG).  THE ADJUSTMENT STEP'S 1500 GUARD SCANS IT TO REFUSE
000090*  A BATCH THAT HAS ALREADY BEEN POSTED - THE SAME DISCIPLINE
000100*  RCPCTL KEEPS FOR THE LOCKBOX.
000110*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  10/15/26   JM    ORIGINAL VERSION.
000150*****************************************************************
000160 01  ADJUSTMENT-CONTROL-RECORD.
000170     05  ACC-BUSINESS-DATE        PIC 9(08).
000180     05  ACC-BATCH-ID             PIC X(08).
000190     05  ACC-ENTRIES-READ         PIC 9(07).
000200     05  ACC-AMOUNT-TOTAL         PIC S9(11)V99.
000210     05  ACC-POSTED-COUNT         PIC 9(07).
000220     05  ACC-POSTED-NET           PIC S9(11)V99.
000230     05  ACC-REFUSED-COUNT        PIC 9(07).
000240     05  ACC-RUN-DATE             PIC 9(06).
000250     05  ACC-FORCED-FLAG          PIC X(01).
000260     05  FILLER                   PIC X(10).
