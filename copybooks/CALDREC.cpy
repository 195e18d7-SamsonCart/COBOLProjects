000230*                 next dates is gone.
000240*    MODIFICATION HISTORY
000250*    9/02/2026 SC  Initial version.
000251*   10/15/2026 SC  Added the year-end flag - Y on the month-end
000252*                  night that closes the year, when NITEBAT runs
000253*                  its year-end leg after the month-end leg.  A
000254*                  row loaded before this change reads as not
000255*                  year-end; CALENDYR must be reloaded in the
000256*                  11-byte layout before the first run with it.
000260******************************************************************
000270 01  CD-RECORD.
000280     05  CD-DATE                 PIC 9(08).
000330     05  CD-MONTH-END-SW         PIC X(01).
000340         88  CD-MONTH-END            VALUE 'Y'.
000350         88  CD-NOT-MONTH-END        VALUE 'N'.
000352     05  CD-YEAR-END-SW          PIC X(01).
000354         88  CD-YEAR-END             VALUE 'Y'.
000356         88  CD-NOT-YEAR-END         VALUE 'N' ' '.
000360******************************************************************
