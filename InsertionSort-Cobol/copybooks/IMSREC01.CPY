000070*  RECORD'S ITEM CODE - AN UNKNOWN OR INACTIVE ITEM REJECTS
000080*  THE TRANSACTION THE SAME WAY AN UNKNOWN CUSTOMER DOES - AND
000090*  TO ROLL THE ITEMRPT PRODUCT SALES REPORT UP TO CATEGORY.
000092*  IMS-LIST-PRICE IS THE UNIT LIST PRICE THE SORT RUN CHECKS
000094*  EACH DETAIL'S EXTENDED AMOUNT AGAINST; ZERO (OR SPACES ON A
000096*  MASTER BUILT BEFORE THE PRICE WAS CARRIED) MEANS NO CHECK.
000100*-----------------------------------------------------------------
000110*  MODIFICATION HISTORY
000120*  DATE       INIT  DESCRIPTION
000130*  09/02/26   JM    ORIGINAL VERSION - ITEM-CODE KEY,
000140*                   DESCRIPTION, PRODUCT CATEGORY AND ACTIVE/
000150*                   INACTIVE STATUS.
000152*  10/15/26   JM    ADDED IMS-LIST-PRICE, CARVED FROM FILLER.
000160*****************************************************************
000170 01  ITEM-MASTER-RECORD.
000180     05  IMS-ITEM-CODE            PIC X(08).
000210     05  IMS-ITEM-STATUS          PIC X(01).
000220         88  IMS-STATUS-ACTIVE        VALUE "A".
000230         88  IMS-STATUS-INACTIVE      VALUE "I".
000232     05  IMS-LIST-PRICE           PIC 9(07)V99.
000240     05  FILLER                   PIC X(32).
