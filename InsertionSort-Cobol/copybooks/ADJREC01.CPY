000010*****************************************************************
000020*  ADJREC01.CPY
000030*  MANUAL BALANCE ADJUSTMENT RECORD LAYOUT.
000040*  DESCRIBES THE ADJIN FILE THE CREDIT DESK KEYS FOR THE
000050*  ADJPOST ADJUSTMENT STEP - ONE HEADER (BUSINESS DATE AND
000060*  BATCH IDENTITY), ONE DETAIL PER ADJUSTMENT, AND A TRAILER
000070*  WITH THE RECORD COUNT AND AMOUNT TOTAL FOR THE STEP TO
000080*  RECONCILE - THE SAME TRAILER DISCIPLINE CSHREC01 USES.
000090*  THE DETAIL AMOUNT IS CARRIED UNSIGNED WITH ADJ-DIRECTION
000100*  SAYING WHICH WAY IT MOVES THE RECEIVABLE - "C" CREDITS THE
000110*  CUSTOMER (BRINGS THE BALANCE DOWN), "D" DEBITS THEM.  THE
000120*  REASON CODE DECIDES THE GL OFFSET ACCOUNT AND WHETHER THE
000130*  SALES FIGURES MOVE AS WELL AS THE RECEIVABLE:
000140*      WO  BAD-DEBT WRITE-OFF        (CREDIT ONLY)
000150*      GW  GOODWILL CREDIT           (CREDIT ONLY)
000160*      SC  MISPOSTED SALE CORRECTED  (EITHER WAY, MOVES SALES)
000170*  EVERY DETAIL CARRIES THE USER WHO KEYED IT AND, FOR AN
000180*  AMOUNT OVER THE ADJPOST APPROVAL LIMIT, A SECOND USER WHO
000190*  APPROVED IT.  ADJ-SALE-DATE IS THE DATE OF THE SALE BEING
000200*  CORRECTED ON AN SC ENTRY AND MAY BE ZERO OTHERWISE.
000210*-----------------------------------------------------------------
000220*  MODIFICATION HISTORY
000230*  DATE       INIT  DESCRIPTION
000240*  10/15/26   JM    ORIGINAL VERSION.
000250*****************************************************************
000260 01  ADJUSTMENT-RECORD.
000270     05  ADJ-RECORD-TYPE          PIC X(01).
000280         88  ADJ-HEADER-RECORD        VALUE "H".
000290         88  ADJ-DETAIL-RECORD        VALUE "D".
000300         88  ADJ-TRAILER-RECORD       VALUE "T".
000310     05  ADJ-HEADER-SECTION.
000320         10  ADJ-BUSINESS-DATE    PIC 9(08).
000330         10  ADJ-BATCH-ID         PIC X(08).
000340         10  FILLER               PIC X(63).
000350     05  ADJ-DETAIL-SECTION REDEFINES ADJ-HEADER-SECTION.
000360         10  ADJ-CUSTOMER-ID      PIC 9(05).
000370         10  ADJ-AMOUNT           PIC 9(05)V99.
000380         10  ADJ-DIRECTION        PIC X(01).
000390             88  ADJ-CREDIT           VALUE "C".
000400             88  ADJ-DEBIT            VALUE "D".
000410         10  ADJ-REASON-CODE      PIC X(02).
000420             88  ADJ-WRITE-OFF        VALUE "WO".
000430             88  ADJ-GOODWILL         VALUE "GW".
000440             88  ADJ-SALE-CORRECTION  VALUE "SC".
000450             88  ADJ-VALID-REASON     VALUE "WO" "GW" "SC".
000460         10  ADJ-ENTERED-BY       PIC X(08).
000470         10  ADJ-APPROVED-BY      PIC X(08).
000480         10  ADJ-BRANCH-CODE      PIC X(03).
000490         10  ADJ-SALE-DATE        PIC 9(08).
000500         10  ADJ-REFERENCE        PIC X(10).
000510         10  ADJ-MEMO             PIC X(20).
000520         10  FILLER               PIC X(07).
000530     05  ADJ-TRAILER-SECTION REDEFINES ADJ-HEADER-SECTION.
000540         10  ADJ-RECORD-COUNT     PIC 9(07).
000550         10  ADJ-AMOUNT-TOTAL     PIC 9(11)V99.
000560         10  FILLER               PIC X(59).
