000100******************************************************************
000110*    COPYBOOK.... EBILREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... E-billing vendor extract record, the EBILLF
000150*                 file STMTPRT hands the statement vendor each
000160*                 night in place of printing the statements of
000170*                 customers who chose electronic delivery.  One
000180*                 file header, then per statement a statement
000190*                 header (the e-mail address and the CUSTMAST
000200*                 address block), one detail per statement line,
000210*                 and one balance-forward record; one file
000220*                 trailer closes it.  Every field is display,
000230*                 amounts unsigned with the side carried in the
000240*                 DR-CR byte beside them, the same terms as the
000250*                 GL interface.  The trailer counts statements
000260*                 and details and every record on the file,
000270*                 header and trailer included, and totals the
000280*                 detail debits and credits, the tax, and the
000290*                 new balances.  A night with no electronic
000300*                 statements still ships a header and a zero
000310*                 trailer, so the vendor can tell it from a
000320*                 file that never arrived.
000330*    MODIFICATION HISTORY
000340*   10/15/2026 SC  Initial version.
000350******************************************************************
000360 01  EB-RECORD.
000370     05  EB-REC-TYPE             PIC X(01).
000380         88  EB-TYPE-HEADER          VALUE 'H'.
000390         88  EB-TYPE-STATEMENT       VALUE 'S'.
000400         88  EB-TYPE-DETAIL          VALUE 'D'.
000410         88  EB-TYPE-BALANCE         VALUE 'B'.
000420         88  EB-TYPE-TRAILER         VALUE 'T'.
000430     05  EB-DATA                 PIC X(199).
000440     05  EB-HEADER REDEFINES EB-DATA.
000450         10  EB-H-SOURCE         PIC X(08).
000460         10  EB-H-STMT-DATE      PIC 9(08).
000470         10  EB-H-DESCRIPTION    PIC X(30).
000480         10  FILLER              PIC X(153).
000490     05  EB-STATEMENT REDEFINES EB-DATA.
000500         10  EB-S-CUST-ID        PIC 9(05).
000510         10  EB-S-KIND           PIC X(01).
000520             88  EB-S-KIND-SALES     VALUE 'S'.
000530             88  EB-S-KIND-PAYMENT   VALUE 'P'.
000540         10  EB-S-EMAIL-ADDRESS  PIC X(50).
000550         10  EB-S-NAME           PIC X(25).
000560         10  EB-S-ADDR-LINE-1    PIC X(25).
000570         10  EB-S-ADDR-LINE-2    PIC X(25).
000580         10  EB-S-ADDR-CITY      PIC X(15).
000590         10  EB-S-ADDR-STATE     PIC X(02).
000600         10  EB-S-ADDR-ZIP       PIC X(10).
000610         10  FILLER              PIC X(41).
000620     05  EB-DETAIL REDEFINES EB-DATA.
000630         10  EB-D-CUST-ID        PIC 9(05).
000640         10  EB-D-QTY            PIC 9(05).
000650         10  EB-D-PRICE          PIC 9(05).
000660         10  EB-D-AMOUNT         PIC 9(09)V99.
000670         10  EB-D-DR-CR          PIC X(01).
000680             88  EB-D-DEBIT          VALUE 'D'.
000690             88  EB-D-CREDIT         VALUE 'C'.
000700         10  EB-D-DESCRIPTION    PIC X(09).
000710         10  FILLER              PIC X(163).
000720     05  EB-BALANCE REDEFINES EB-DATA.
000730         10  EB-B-CUST-ID        PIC 9(05).
000740         10  EB-B-PREV-BALANCE   PIC 9(09)V99.
000750         10  EB-B-PREV-DR-CR     PIC X(01).
000760         10  EB-B-ACTIVITY       PIC 9(09)V99.
000770         10  EB-B-ACTIVITY-DR-CR PIC X(01).
000780         10  EB-B-TAX            PIC 9(09)V99.
000790         10  EB-B-TAX-DR-CR      PIC X(01).
000800         10  EB-B-NEW-BALANCE    PIC 9(09)V99.
000810         10  EB-B-NEW-DR-CR      PIC X(01).
000820         10  FILLER              PIC X(146).
000830     05  EB-TRAILER REDEFINES EB-DATA.
000840         10  EB-T-STMT-COUNT     PIC 9(07).
000850         10  EB-T-DETAIL-COUNT   PIC 9(07).
000860         10  EB-T-RECORD-COUNT   PIC 9(09).
000870         10  EB-T-DEBIT-TOTAL    PIC 9(13)V99.
000880         10  EB-T-CREDIT-TOTAL   PIC 9(13)V99.
000890         10  EB-T-TAX-TOTAL      PIC 9(13)V99.
000900         10  EB-T-TAX-DR-CR      PIC X(01).
000910         10  EB-T-NEW-BAL-TOTAL  PIC 9(13)V99.
000920         10  EB-T-NEW-BAL-DR-CR  PIC X(01).
000930         10  FILLER              PIC X(114).
000940******************************************************************
