000100******************************************************************
000110*    COPYBOOK.... TAXTBL
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Working-storage state sales-tax table, loaded
000150*                 once per run off the TAXRATE file (TAXREC
000160*                 layout) so a state's rate is a table search,
000170*                 not a file pass.  One entry per state - the
000180*                 card in force for the run's date.  Sixty
000190*                 entries holds every state, DC, and the
000200*                 territories.  No TAXRATE at all (status 35)
000210*                 leaves the table empty and nothing is taxed.
000220*    MODIFICATION HISTORY
000230*   10/15/2026 SC  Initial version.
000240******************************************************************
000250 01  WS-TAXRATE-STATUS       PIC X(02) VALUE '00'.
000260     88  WS-TAXRATE-STATUS-OK      VALUE '00'.
000270     88  WS-TAXRATE-STATUS-NOTFND  VALUE '35'.
000280 01  WS-TAXRATE-EOF-SW       PIC X(01) VALUE 'N'.
000290     88  WS-TAXRATE-EOF            VALUE 'Y'.
000300     88  WS-TAXRATE-NOT-EOF        VALUE 'N'.
000310 01  WS-TAX-FOUND-SW         PIC X(01) VALUE 'N'.
000320     88  WS-TAX-FOUND              VALUE 'Y'.
000330     88  WS-TAX-NOT-FOUND          VALUE 'N'.
000340 01  WS-TAX-STATE-COUNT      PIC S9(04) COMP VALUE ZERO.
000350 01  WS-TX                   PIC S9(04) COMP VALUE ZERO.
000360 01  WS-TAX-TABLE.
000370     05  WS-TAX-ENTRY OCCURS 60 TIMES.
000380         10  TT-STATE-CODE       PIC X(02).
000390         10  TT-STATE-NAME       PIC X(20).
000400         10  TT-RATE             PIC 9V9(05).
000410         10  TT-EFFECTIVE-DATE   PIC 9(08).
000420******************************************************************
