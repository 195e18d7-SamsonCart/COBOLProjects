000100******************************************************************
000110*    COPYBOOK.... GLJREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... General-ledger journal interface record, the
000150*                 GLJRNLF file GLJRNL hands the corporate GL
000160*                 system each night - one header, one detail
000170*                 per journal line, one trailer.  Every field
000180*                 is display, amounts unsigned with the side
000190*                 carried in GJ-D-DR-CR, so the file reads the
000200*                 same on any platform.  The trailer's count is
000210*                 of detail lines, and its debit and credit
000220*                 totals are always equal on a released file.
000230*                 A refused journal leaves the file empty - no
000240*                 header - so the GL load cannot mistake it for
000250*                 a night with nothing to post.
000260*    MODIFICATION HISTORY
000270*   10/15/2026 SC  Initial version.
000280******************************************************************
000290 01  GJ-RECORD.
000300     05  GJ-REC-TYPE             PIC X(01).
000310         88  GJ-TYPE-HEADER          VALUE 'H'.
000320         88  GJ-TYPE-DETAIL          VALUE 'D'.
000330         88  GJ-TYPE-TRAILER         VALUE 'T'.
000340     05  GJ-DATA                 PIC X(99).
000350     05  GJ-HEADER REDEFINES GJ-DATA.
000360         10  GJ-H-SOURCE         PIC X(08).
000370         10  GJ-H-JOURNAL-DATE   PIC 9(08).
000380         10  GJ-H-DESCRIPTION    PIC X(30).
000390         10  FILLER              PIC X(53).
000400     05  GJ-DETAIL REDEFINES GJ-DATA.
000410         10  GJ-D-LINE-NUMBER    PIC 9(05).
000420         10  GJ-D-ACCOUNT        PIC X(12).
000430         10  GJ-D-DR-CR          PIC X(01).
000440             88  GJ-D-DEBIT          VALUE 'D'.
000450             88  GJ-D-CREDIT         VALUE 'C'.
000460         10  GJ-D-AMOUNT         PIC 9(11)V99.
000470         10  GJ-D-CATEGORY       PIC X(02).
000480         10  GJ-D-DESCRIPTION    PIC X(30).
000490         10  FILLER              PIC X(36).
000500     05  GJ-TRAILER REDEFINES GJ-DATA.
000510         10  GJ-T-ENTRY-COUNT    PIC 9(07).
000520         10  GJ-T-TOTAL-DEBITS   PIC 9(13)V99.
000530         10  GJ-T-TOTAL-CREDITS  PIC 9(13)V99.
000540         10  FILLER              PIC X(62).
000550******************************************************************
