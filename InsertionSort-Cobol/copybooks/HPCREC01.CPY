000010*****************************************************************
000020*  HPCREC01.CPY
000030*  TRANSACTION HISTORY PURGE CONTROL RECORD LAYOUT.
000040*  DESCRIBES THE HPGCTL FILE - ONE RECORD PER COMPLETED
000050*  TRNHPURGE RUN.  HPC-CUTOFF-DATE IS THE FIRST BUSINESS DATE
000060*  STILL KEPT ON TRNHIST - EVERY RECORD WITH AN EARLIER
000070*  THR-BUSINESS-DATE WAS MOVED TO THE TRNHARC ARCHIVE.  THE
000080*  RECORD ALSO CARRIES THE RETENTION IN MONTHS, THE LAST
000090*  PERIOD ARCHIVED, THE TRNHIST COUNTS BEFORE AND AFTER, AND
000100*  THE COUNT AND AMOUNT ARCHIVED.  TRNHISTINQ READS THE HIGHEST
000110*  CUTOFF ON FILE TO DECIDE WHEN AN INQUIRY MUST ALSO SEARCH
000120*  THE ARCHIVE.
000130*-----------------------------------------------------------------
000140*  MODIFICATION HISTORY
000150*  DATE       INIT  DESCRIPTION
000160*  10/15/26   JM    ORIGINAL VERSION.
000170*****************************************************************
000180 01  PURGE-CONTROL-RECORD.
000190     05  HPC-CUTOFF-DATE          PIC 9(08).
000200     05  HPC-RETENTION-MONTHS     PIC 9(03).
000210     05  HPC-LAST-PERIOD          PIC 9(06).
000220     05  HPC-BEFORE-COUNT         PIC 9(09).
000230     05  HPC-ARCHIVED-COUNT       PIC 9(09).
000240     05  HPC-ARCHIVED-AMOUNT      PIC S9(11)V99.
000250     05  HPC-AFTER-COUNT          PIC 9(09).
000260     05  HPC-RUN-DATE             PIC 9(06).
000270     05  FILLER                   PIC X(17).
