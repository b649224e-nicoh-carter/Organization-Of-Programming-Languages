000010*****************************************************************
000020*  ICCREC01.CPY
000030*  INVENTORY CONTROL RECORD LAYOUT.
000040*  DESCRIBES THE INVCTL FILE - ONE RECORD PER COMPLETED INVPOST
000050*  RUN (BUSINESS DATE, SALES AND RETURN LINES APPLIED, INVTRAN
000060*  DETAILS APPLIED, REJECTS, RUN DATE, FORCED FLAG).  THE
000070*  INVENTORY STEP'S 1500 GUARD SCANS IT TO REFUSE A BUSINESS
000080*  DATE WHOSE SALES HAVE ALREADY BEEN TAKEN OFF ON-HAND - THE
000090*  SAME DISCIPLINE RUNCTL, PSTCTL AND RCPCTL KEEP.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  10/15/26   JM    ORIGINAL VERSION.
000140*****************************************************************
000150 01  INVENTORY-CONTROL-RECORD.
000160     05  ICC-BUSINESS-DATE        PIC 9(08).
000170     05  ICC-SALES-APPLIED        PIC 9(07).
000180     05  ICC-RETURNS-APPLIED      PIC 9(07).
000190     05  ICC-INVTRAN-APPLIED      PIC 9(07).
000200     05  ICC-REJECTED-COUNT       PIC 9(07).
000210     05  ICC-RUN-DATE             PIC 9(06).
000220     05  ICC-FORCED-FLAG          PIC X(01).
000230     05  FILLER                   PIC X(37).
