000010*****************************************************************
000020*  OHMREC01.CPY
000030*  BRANCH ON-HAND MASTER RECORD LAYOUT.
000040*  DESCRIBES THE ONHAND INDEXED INVENTORY MASTER, KEYED BY
000050*  BRANCH CODE PLUS ITEM CODE AND MAINTAINED BY THE INVPOST
000060*  STEP - SALES ON POSTIN RELIEVE THE QUANTITY, "R" RETURNS
000070*  RESTORE IT, AND THE INVTRAN FILE CARRIES RECEIPTS, PHYSICAL
000080*  COUNTS, ADJUSTMENTS AND REORDER POINTS.  A BRANCH/ITEM IS
000090*  ADDED THE FIRST TIME IT MOVES, SO ON-HAND MAY GO NEGATIVE
000100*  UNTIL ITS FIRST RECEIPT OR COUNT IS KEYED.  THE MOVEMENT
000110*  DATE COVERS SALES, RETURNS, RECEIPTS AND ADJUSTMENTS BUT NOT
000120*  COUNTS, SO THE STOCK STATUS REPORT'S NO-MOVEMENT TEST SEES
000130*  ONLY REAL TRADING.
000140*-----------------------------------------------------------------
000150*  MODIFICATION HISTORY
000160*  DATE       INIT  DESCRIPTION
000170*  10/15/26   JM    ORIGINAL VERSION.
000180*****************************************************************
000190 01  ON-HAND-MASTER-RECORD.
000200     05  OHM-KEY.
000210         10  OHM-BRANCH-CODE      PIC X(03).
000220         10  OHM-ITEM-CODE        PIC X(08).
000230     05  OHM-ON-HAND              PIC S9(07).
000240     05  OHM-REORDER-POINT        PIC 9(07).
000250     05  OHM-LAST-MOVEMENT-DATE   PIC 9(08).
000260     05  OHM-LAST-SALE-DATE       PIC 9(08).
000270     05  OHM-LAST-RECEIPT-DATE    PIC 9(08).
000280     05  OHM-LAST-COUNT-DATE      PIC 9(08).
000290     05  OHM-LAST-POST-DATE       PIC 9(08).
000300     05  FILLER                   PIC X(15).
