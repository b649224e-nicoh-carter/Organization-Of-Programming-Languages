000030*  GENERAL LEDGER INTERFACE RECORD LAYOUT.
000040*  DESCRIBES THE GLINTF EXTRACT CUT BY THE DAILY SORT RUN FOR
000050*  THE GL LOAD JOB.  THE FILE CARRIES ONE HEADER RECORD
000060*  (BUSINESS DATE AND RUN IDENTITY), A BALANCED SET OF DETAIL
000070*  RECORDS PER SORTED TRANSACTION (ACCOUNT-MAPPED BY GLMAP), AND
000080*  ONE TRAILER RECORD WHOSE RECORD COUNT AND AMOUNT HASH TOTAL
000090*  THE GL LOAD JOB RECONCILES BEFORE POSTING - THE SAME TRAILER
000100*  DISCIPLINE DSRREC01 USES ON THE INBOUND SIDE.
000150*                   IS FLAGGED "A" SO THE GL LOAD JOB POSTS IT
000152*                   AS A PRIOR-PERIOD ADJUSTMENT TO THE RIGHT
000154*                   PERIOD INSTEAD OF THE CURRENT ONE.
000155*  10/15/26   JM    DETAIL LINES NOW CARRY THE BRANCH COST
000156*                   CENTER AND A LINE ROLE (REVENUE, TAX OR AR
000157*                   CONTROL) - THE SORT RUN TAKES ITS ACCOUNTS
000158*                   FROM THE GLMAP MAPPING AND WRITES EVERY
000159*                   REVENUE AND TAX LINE AS A BALANCED PAIR
000160*                   AGAINST THE AR CONTROL ACCOUNT.  THE TRAILER
000161*                   NOW CARRIES DEBIT AND CREDIT TOTALS, WHICH
000162*                   MUST BE EQUAL FOR THE FILE TO LOAD.
000163*****************************************************************
000164 01  GL-INTERFACE-RECORD.
000170     05  GLI-RECORD-TYPE          PIC X(01).
000180         88  GLI-HEADER-RECORD        VALUE "H".
000190         88  GLI-DETAIL-RECORD        VALUE "D".
000332         10  GLI-ACCOUNTING-PERIOD PIC 9(06).
000334         10  GLI-ADJUSTMENT-FLAG  PIC X(01).
000336             88  GLI-PRIOR-PERIOD-ADJ VALUE "A".
000337         10  GLI-COST-CENTER      PIC X(06).
000338         10  GLI-LINE-ROLE        PIC X(01).
000339             88  GLI-REVENUE-LINE     VALUE "R".
000340             88  GLI-TAX-LINE         VALUE "T".
000341             88  GLI-AR-CONTROL-LINE  VALUE "C".
000342         10  FILLER               PIC X(32).
000350     05  GLI-TRAILER-SECTION REDEFINES GLI-HEADER-SECTION.
000360         10  GLI-RECORD-COUNT     PIC 9(07).
000370         10  GLI-HASH-TOTAL       PIC 9(13)V99.
000372         10  GLI-DEBIT-TOTAL      PIC 9(13)V99.
000374         10  GLI-CREDIT-TOTAL     PIC 9(13)V99.
000380         10  FILLER               PIC X(27).
