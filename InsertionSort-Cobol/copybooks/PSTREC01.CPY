000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  08/21/26   JM    ORIGINAL VERSION.
000132*  10/15/26   JM    ADDED THE ITEM CODE AND QUANTITY, CARVED
000134*                   FROM FILLER, SO THE INVPOST STEP CAN RELIEVE
000136*                   AND RESTORE BRANCH ON-HAND FROM POSTIN.
000140*****************************************************************
000150 01  POSTING-INTERFACE-RECORD.
000160     05  PIF-RECORD-TYPE          PIC X(01).
000270         10  PIF-SALE-DATE        PIC 9(08).
000280         10  PIF-TRAN-TYPE        PIC X(01).
000290         10  PIF-BRANCH-CODE      PIC X(03).
000292         10  PIF-ITEM-CODE        PIC X(08).
000294         10  PIF-QUANTITY         PIC 9(05).
000300         10  FILLER               PIC X(22).
000310     05  PIF-TRAILER-SECTION REDEFINES PIF-HEADER-SECTION.
000320         10  PIF-RECORD-COUNT     PIC 9(07).
000330         10  PIF-AMOUNT-TOTAL     PIC S9(11)V99.
