000080*  (6400-WRITE-TRAN-HISTORY) SO A CUSTOMER CALL ABOUT A
000090*  SPECIFIC SALE IS A TRNHISTINQ KEYED LOOKUP INSTEAD OF A
000100*  SEARCH THROUGH THE ARCHIDX REPORT IMAGES.
000101*  EVERY RECORD CARRIES THE ITEM AND QUANTITY SOLD.  A RETURN
000102*  ("R") ALSO CARRIES THE SALE-DATE AND SEQUENCE OF THE
000103*  ORIGINAL SALE THE SORT RUN PAIRED IT WITH (THE CUSTOMER IS
000104*  ALWAYS THE RETURN'S OWN) AND THE MATCH STATUS - "M" MATCHED,
000105*  "X" PAIRED BUT MORE QUANTITY OR AMOUNT THAN WAS LEFT ON THE
000106*  SALE, "U" NO SALE OF THE ITEM INSIDE THE RETURN WINDOW.  THE
000107*  RECORD WAS LENGTHENED FROM 80 TO 120 BYTES FOR THESE FIELDS,
000108*  SO A TRNHIST CUT UNDER THE OLD LAYOUT MUST BE UNLOADED AND
000109*  RELOADED; ITS RECORDS COME BACK WITH SPACES IN THE NEW
000110*  FIELDS AND ARE NEVER CHOSEN AS AN ORIGINAL SALE.
000111*  A MANUAL ADJUSTMENT ("A") FILED BY ADJPOST CARRIES ITS
000112*  REASON CODE AND THE USERS WHO KEYED AND APPROVED IT, A
000113*  SEQUENCE FROM 90001 UP, AND THE ORIGINAL SALE-DATE AN SC
000114*  CORRECTION REFERS TO IN THR-MATCH-SALE-DATE.
000115*-----------------------------------------------------------------
000120*  MODIFICATION HISTORY
000130*  DATE       INIT  DESCRIPTION
000140*  09/02/26   JM    ORIGINAL VERSION.
000142*  10/15/26   JM    ADDED ITEM CODE, QUANTITY AND THE RETURN'S
000144*                   MATCHED-SALE KEY AND STATUS; RECORD
000146*                   LENGTHENED TO 120.
000147*  10/15/26   JM    ADDED THE ADJUSTMENT REASON, ENTERED-BY AND
000148*                   APPROVED-BY FIELDS, CARVED FROM THE FILLER,
000149*                   FOR THE ADJPOST MANUAL ADJUSTMENT RECORDS.
000150*****************************************************************
000160 01  TRANSACTION-HISTORY-RECORD.
000170     05  THR-KEY.
000210     05  THR-CUSTOMER-NAME        PIC X(20).
000220     05  THR-SALE-AMOUNT          PIC S9(05)V99.
000230     05  THR-TRAN-TYPE            PIC X(01).
000235         88  THR-ADJUSTMENT           VALUE "A".
000240     05  THR-BRANCH-CODE          PIC X(03).
000250     05  THR-INPUT-RECNO          PIC 9(07).
000260     05  THR-BUSINESS-DATE        PIC 9(08).
000262     05  THR-ITEM-CODE            PIC X(08).
000264     05  THR-QUANTITY             PIC 9(05).
000266     05  THR-MATCH-KEY.
000268         10  THR-MATCH-SALE-DATE  PIC 9(08).
000270         10  THR-MATCH-SEQUENCE-NO PIC 9(05).
000272     05  THR-MATCH-STATUS         PIC X(01).
000274         88  THR-RETURN-MATCHED       VALUE "M".
000276         88  THR-RETURN-EXCEEDS       VALUE "X".
000278         88  THR-RETURN-UNMATCHED     VALUE "U".
000280     05  THR-ADJ-REASON           PIC X(02).
000282     05  THR-ADJ-ENTERED-BY       PIC X(08).
000284     05  THR-ADJ-APPROVED-BY      PIC X(08).
000286     05  FILLER                   PIC X(11).
