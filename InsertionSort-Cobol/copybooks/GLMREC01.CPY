000010*****************************************************************
000020*  GLMREC01.CPY
000030*  GL ACCOUNT MAPPING CARD LAYOUT.
000040*  DESCRIBES THE GLMAP CARD FILE FINANCE MAINTAINS FOR THE
000050*  DAILY SORT RUN'S GLINTF EXTRACT - ONE CARD PER BRANCH,
000060*  PRODUCT CATEGORY (IMS-CATEGORY OFF THE ITEM MASTER) AND
000070*  TRANSACTION TYPE ("S" SALE, "R" RETURN).  EACH CARD NAMES
000080*  THE REVENUE ACCOUNT (SALES, OR SALES RETURNS ON AN "R"
000090*  CARD), THE AR CONTROL ACCOUNT EVERY LINE IS BALANCED
000100*  AGAINST, THE TAX PAYABLE ACCOUNT, AND THE BRANCH COST CENTER
000110*  THE LINES ARE POSTED UNDER.  THE SORT RUN REFUSES TO CUT
000120*  GLINTF WHEN A TRANSACTION'S COMBINATION HAS NO CARD, SO A NEW
000130*  BRANCH OR CATEGORY NEEDS ITS CARDS BEFORE IT FIRST TRADES.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  10/15/26   JM    ORIGINAL VERSION.
000180*****************************************************************
000190 01  GL-MAPPING-RECORD.
000200     05  GLM-KEY.
000210         10  GLM-BRANCH-CODE      PIC X(03).
000220         10  GLM-CATEGORY         PIC X(05).
000230         10  GLM-TRAN-TYPE        PIC X(01).
000240             88  GLM-SALE             VALUE "S".
000250             88  GLM-RETURN           VALUE "R".
000260     05  FILLER                   PIC X(01).
000270     05  GLM-REVENUE-ACCOUNT      PIC X(08).
000280     05  GLM-AR-ACCOUNT           PIC X(08).
000290     05  GLM-TAX-ACCOUNT          PIC X(08).
000300     05  GLM-COST-CENTER          PIC X(06).
000310     05  FILLER                   PIC X(40).
