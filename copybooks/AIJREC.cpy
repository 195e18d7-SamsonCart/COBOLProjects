000100******************************************************************
000110*    COPYBOOK.... AIJREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... FILEN after-image journal record, the AIJRNLF
000150*                 file every program that updates the customer
000160*                 master appends to.  CMUNLD starts the journal
000170*                 fresh each night with a header carrying the
000180*                 generation it just banked - its DD name, and
000190*                 the record count and balance total of the
000200*                 master as unloaded.  Each WRITE, REWRITE, or
000210*                 DELETE of FILEN then appends an image record
000220*                 carrying the whole CM-RECORD as it stood after
000230*                 the update (the record as deleted, for a
000240*                 delete).  A program that finishes clean closes
000250*                 its run with a trailer carrying the number of
000260*                 images it wrote and the master's record count
000270*                 and balance total as it left it.  CMROLLF
000280*                 reapplies the images onto a reloaded
000290*                 generation through the last trailer and proves
000300*                 the result against it; images after the last
000310*                 trailer belong to a run that never finished.
000320*    MODIFICATION HISTORY
000330*   10/15/2026 SC  Initial version.
000332*   10/15/2026 SC  Image widened with CUSTMAST's new delivery
000334*                  method and email address - 179 bytes.  A
000336*                  journal cut in the old width cannot roll
000338*                  forward onto the new master.
000340******************************************************************
000350 01  AJ-RECORD.
000360     05  AJ-REC-TYPE             PIC X(01).
000370         88  AJ-TYPE-HEADER          VALUE 'H'.
000380         88  AJ-TYPE-IMAGE           VALUE 'I'.
000390         88  AJ-TYPE-TRAILER         VALUE 'T'.
000400     05  AJ-BUSINESS-DATE        PIC 9(08).
000410     05  AJ-TIME                 PIC 9(06).
000420     05  AJ-PROGRAM-ID           PIC X(08).
000430     05  AJ-ACTION               PIC X(01).
000440         88  AJ-ACTION-ADD           VALUE 'A'.
000450         88  AJ-ACTION-CHANGE        VALUE 'C'.
000460         88  AJ-ACTION-DELETE        VALUE 'D'.
000470     05  AJ-IMAGE                PIC X(179).
000480     05  AJ-CONTROL REDEFINES AJ-IMAGE.
000490         10  AJ-RECORD-COUNT     PIC 9(07).
000500         10  AJ-BALANCE-TOTAL    PIC S9(11)V99.
000510         10  AJ-IMAGE-COUNT      PIC 9(07).
000520         10  AJ-GEN-DDNAME       PIC X(08).
000530         10  FILLER              PIC X(144).
000540******************************************************************
