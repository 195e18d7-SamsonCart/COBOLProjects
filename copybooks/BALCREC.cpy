000100******************************************************************
000110*    COPYBOOK.... BALCREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Receivables control balance, the one-record
000150*                 BALCTL file CMTRIAL banks each night the trial
000160*                 balance proves.  The control is every customer
000170*                 balance the books still carry - the FILEN
000180*                 master's CM-BALANCE total plus the CLOSEDF
000190*                 archive's - held as the two parts so the next
000200*                 night can show how much moved to the archive.
000210*                 The base the night was proven from rides along
000220*                 as the prior figures, so a proof rerun for the
000230*                 same business date proves from the same base
000240*                 instead of from its own banked result.
000250*    MODIFICATION HISTORY
000260*   10/15/2026 SC  Initial version.
000270******************************************************************
000280 01  BC-RECORD.
000290     05  BC-PROVEN-DATE          PIC 9(08).
000300     05  BC-MASTER-TOTAL         PIC S9(11)V99.
000310     05  BC-ARCHIVE-TOTAL        PIC S9(11)V99.
000320     05  BC-PRIOR-DATE           PIC 9(08).
000330     05  BC-PRIOR-MASTER-TOTAL   PIC S9(11)V99.
000340     05  BC-PRIOR-ARCHIVE-TOTAL  PIC S9(11)V99.
000350******************************************************************
