000010*****************************************************************
000020*  IVTREC01.CPY
000030*  INVENTORY TRANSACTION RECORD LAYOUT.
000040*  DESCRIBES THE INVTRAN FILE KEYED BY THE BRANCHES AND THE
000050*  WAREHOUSE FOR THE INVPOST STEP - ONE HEADER (BUSINESS DATE),
000060*  ONE DETAIL PER STOCK MOVEMENT THAT IS NOT A SALE OR RETURN,
000070*  AND A TRAILER WITH THE DETAIL COUNT.  THE TRANSACTION CODE
000080*  SAYS WHAT THE QUANTITY MEANS - "R" A RECEIPT ADDED TO ON-
000090*  HAND, "C" A PHYSICAL COUNT THAT REPLACES ON-HAND, "A" AN
000100*  ADJUSTMENT IN THE DIRECTION OF IVT-ADJ-SIGN ("-" DECREASES,
000110*  "+" OR SPACE INCREASES), "P" A NEW REORDER POINT.
000120*-----------------------------------------------------------------
000130*  MODIFICATION HISTORY
000140*  DATE       INIT  DESCRIPTION
000150*  10/15/26   JM    ORIGINAL VERSION.
000160*****************************************************************
000170 01  INVENTORY-TRAN-RECORD.
000180     05  IVT-RECORD-TYPE          PIC X(01).
000190         88  IVT-HEADER-RECORD        VALUE "H".
000200         88  IVT-DETAIL-RECORD        VALUE "D".
000210         88  IVT-TRAILER-RECORD       VALUE "T".
000220     05  IVT-HEADER-SECTION.
000230         10  IVT-BUSINESS-DATE    PIC 9(08).
000240         10  FILLER               PIC X(71).
000250     05  IVT-DETAIL-SECTION REDEFINES IVT-HEADER-SECTION.
000260         10  IVT-TRAN-CODE        PIC X(01).
000270             88  IVT-RECEIPT          VALUE "R".
000280             88  IVT-COUNT            VALUE "C".
000290             88  IVT-ADJUSTMENT       VALUE "A".
000300             88  IVT-REORDER-POINT    VALUE "P".
000310         10  IVT-BRANCH-CODE      PIC X(03).
000320         10  IVT-ITEM-CODE        PIC X(08).
000330         10  IVT-QUANTITY         PIC 9(07).
000340         10  IVT-ADJ-SIGN         PIC X(01).
000350             88  IVT-ADJ-DECREASE     VALUE "-".
000360             88  IVT-ADJ-INCREASE     VALUES "+" SPACE.
000370         10  IVT-REFERENCE        PIC X(10).
000380         10  FILLER               PIC X(49).
000390     05  IVT-TRAILER-SECTION REDEFINES IVT-HEADER-SECTION.
000400         10  IVT-RECORD-COUNT     PIC 9(07).
000410         10  FILLER               PIC X(72).
