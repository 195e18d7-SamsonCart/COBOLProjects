000100******************************************************************
000110*    COPYBOOK.... LOCKREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Bank lockbox remittance record, the LOCKBOX
000150*                 file the bank transmits each night and CASHPST
000160*                 posts.  The file is a series of deposits in
000170*                 the same shape as a TRANXF batch - an 'H'
000180*                 record naming the deposit, bank, and deposit
000190*                 date, one 'D' record per check remitted, and
000200*                 a 'T' record carrying the item count and the
000210*                 deposit total the bank credited us with.
000220*                 CASHPST proves every deposit against its own
000230*                 trailer before a single payment posts.
000240*    MODIFICATION HISTORY
000250*   10/15/2026 SC  Initial version.
000260******************************************************************
000270 01  LOCKBOX-RECORD.
000280     05  LB-REC-TYPE             PIC X(01).
000290         88  LB-TYPE-HEADER          VALUE 'H'.
000300         88  LB-TYPE-DETAIL          VALUE 'D'.
000310         88  LB-TYPE-TRAILER         VALUE 'T'.
000320     05  LB-DATA                 PIC X(30).
000330     05  LB-DETAIL REDEFINES LB-DATA.
000340         10  LB-CUST-ID          PIC X(05).
000350         10  LB-CUST-ID-N REDEFINES LB-CUST-ID
000360                                 PIC 9(05).
000370         10  LB-CHECK-NUMBER     PIC X(10).
000380         10  LB-PAYMENT-AMT      PIC 9(07)V99.
000390         10  FILLER              PIC X(06).
000400     05  LB-HEADER REDEFINES LB-DATA.
000410         10  LB-DEPOSIT-NUMBER   PIC 9(06).
000420         10  LB-DEPOSIT-DATE     PIC 9(08).
000430         10  LB-BANK-ID          PIC X(08).
000440         10  FILLER              PIC X(08).
000450     05  LB-TRAILER REDEFINES LB-DATA.
000460         10  LB-ITEM-COUNT       PIC 9(07).
000470         10  LB-DEPOSIT-TOTAL    PIC 9(09)V99.
000480         10  FILLER              PIC X(12).
000490******************************************************************
