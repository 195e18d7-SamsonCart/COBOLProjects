000100******************************************************************
000110*    COPYBOOK.... GLMAPREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... General-ledger account mapping card, the GLMAPF
000150*                 file accounting maintains for GLJRNL.  One
000160*                 card per category of the night's posted
000170*                 activity names the GL account debited and the
000180*                 account credited for it:
000190*                   SA  sales            ST  tax on sales
000200*                   RT  returns          RX  tax on returns
000210*                   AD  adjustments      CA  cash applied
000220*                 Each category posts as written when its total
000230*                 runs the usual way; GLJRNL swaps the two
000240*                 accounts itself when it runs the other.
000250*    MODIFICATION HISTORY
000260*   10/15/2026 SC  Initial version.
000270******************************************************************
000280 01  GM-RECORD.
000290     05  GM-CATEGORY             PIC X(02).
000300     05  GM-DEBIT-ACCOUNT        PIC X(12).
000310     05  GM-CREDIT-ACCOUNT       PIC X(12).
000320     05  GM-DESCRIPTION          PIC X(30).
000330******************************************************************
