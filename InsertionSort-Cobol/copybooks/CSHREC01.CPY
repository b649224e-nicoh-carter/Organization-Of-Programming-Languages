000010*****************************************************************
000020*  CSHREC01.CPY
000030*  LOCKBOX CASH RECEIPTS RECORD LAYOUT.
000040*  DESCRIBES THE LOCKBOX FILE THE BANK TRANSMITS EACH BUSINESS
000050*  DAY FOR THE CASHRCPTPOST CASH RECEIPTS STEP - ONE HEADER
000060*  (BUSINESS DATE AND LOCKBOX IDENTITY), ONE DETAIL PER CUSTOMER
000070*  PAYMENT (CUSTOMER-ID AS KEYED FROM THE REMITTANCE, AMOUNT,
000080*  CHECK NUMBER, BANK BATCH AND THE REMITTER'S NAME), AND A
000090*  TRAILER WITH THE RECORD COUNT AND AMOUNT TOTAL FOR THE STEP
000100*  TO RECONCILE - THE SAME TRAILER DISCIPLINE DSRREC01 AND
000110*  PSTREC01 USE.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  10/15/26   JM    ORIGINAL VERSION.
000160*****************************************************************
000170 01  LOCKBOX-RECORD.
000180     05  CSH-RECORD-TYPE          PIC X(01).
000190         88  CSH-HEADER-RECORD        VALUE "H".
000200         88  CSH-DETAIL-RECORD        VALUE "D".
000210         88  CSH-TRAILER-RECORD       VALUE "T".
000220     05  CSH-HEADER-SECTION.
000230         10  CSH-BUSINESS-DATE    PIC 9(08).
000240         10  CSH-LOCKBOX-ID       PIC X(08).
000250         10  FILLER               PIC X(63).
000260     05  CSH-DETAIL-SECTION REDEFINES CSH-HEADER-SECTION.
000270         10  CSH-CUSTOMER-ID      PIC 9(05).
000280         10  CSH-PAYMENT-AMOUNT   PIC 9(07)V99.
000290         10  CSH-PAYMENT-DATE     PIC 9(08).
000300         10  CSH-CHECK-NUMBER     PIC X(10).
000310         10  CSH-BATCH-NUMBER     PIC X(06).
000320         10  CSH-REMIT-NAME       PIC X(20).
000330         10  FILLER               PIC X(21).
000340     05  CSH-TRAILER-SECTION REDEFINES CSH-HEADER-SECTION.
000350         10  CSH-RECORD-COUNT     PIC 9(07).
000360         10  CSH-AMOUNT-TOTAL     PIC 9(11)V99.
000370         10  FILLER               PIC X(59).
