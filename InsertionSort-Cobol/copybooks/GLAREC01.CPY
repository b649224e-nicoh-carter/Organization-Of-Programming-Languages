000010*****************************************************************
000020*  GLAREC01.CPY
000030*  GL HOUSE ACCOUNT CARD LAYOUT.
000040*  DESCRIBES THE GLACCT CARD FILE FINANCE MAINTAINS ALONGSIDE
000050*  GLMAP FOR THE GL LINES THAT BELONG TO NO BRANCH, CATEGORY
000060*  OR SALE - ONE CARD PER ACCOUNT ROLE, NAMING THE ACCOUNT THE
000070*  ROLE POSTS TO:
000080*      CASH      CASH IN BANK - CASHRCPTPOST'S DEBIT LINE
000090*      UNAPPCSH  UNAPPLIED CASH - CASHRCPTPOST'S CREDIT FOR THE
000100*                PART OF A PAYMENT NOT APPLIED
000110*      ADJWO     ALLOWANCE FOR DOUBTFUL ACCOUNTS - ADJPOST'S
000120*                WRITE-OFF OFFSET
000130*      ADJGW     SALES ALLOWANCES - ADJPOST'S GOODWILL OFFSET
000140*      ADJSC     SALES - ADJPOST'S SALE CORRECTION OFFSET
000150*  THE RECEIVABLE CONTROL ACCOUNT IS NOT CARDED HERE - IT COMES
000160*  OFF THE GLMAP CARDS, SO EVERY EXTRACT POSTS THE RECEIVABLE
000170*  TO THE ACCOUNT THE SORT RUN'S GLINTF USES.  A STEP WITH A
000180*  ROLE THAT HAS NO CARD REFUSES TO RUN.
000190*-----------------------------------------------------------------
000200*  MODIFICATION HISTORY
000210*  DATE       INIT  DESCRIPTION
000220*  10/15/26   JM    ORIGINAL VERSION.
000230*****************************************************************
000240 01  GL-ACCOUNT-RECORD.
000250     05  GLA-ACCOUNT-ROLE         PIC X(08).
000260         88  GLA-CASH                 VALUE "CASH".
000270         88  GLA-UNAPPLIED-CASH       VALUE "UNAPPCSH".
000280         88  GLA-ADJ-WRITE-OFF        VALUE "ADJWO".
000290         88  GLA-ADJ-GOODWILL         VALUE "ADJGW".
000300         88  GLA-ADJ-SALE-CORRECTION  VALUE "ADJSC".
000310     05  FILLER                   PIC X(01).
000320     05  GLA-ACCOUNT-NUMBER       PIC X(08).
000330     05  FILLER                   PIC X(01).
000340     05  GLA-DESCRIPTION          PIC X(30).
000350     05  FILLER                   PIC X(32).
