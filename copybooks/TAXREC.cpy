000100******************************************************************
000110*    COPYBOOK.... TAXREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... State sales-tax rate record, one per state per
000150*                 rate change on the TAXRATE file accounting
000160*                 keys and owns.  TX-RATE is the rate as a
000170*                 fraction (0.06250 for 6.25 percent).  A new
000180*                 rate is keyed ahead of time as a second card
000190*                 for the state with the date it takes effect;
000200*                 HITHERE charges the card with the latest
000210*                 effective date on or before the business
000220*                 date, so the old card can stay until the
000230*                 change has gone by.  A state with no card at
000240*                 all is not taxed.  TAXRPT prints the state
000250*                 name off it.
000260*    MODIFICATION HISTORY
000270*   10/15/2026 SC  Initial version.
000280******************************************************************
000290 01  TX-RECORD.
000300     05  TX-STATE-CODE           PIC X(02).
000310     05  TX-RATE                 PIC 9V9(05).
000320     05  TX-EFFECTIVE-DATE       PIC 9(08).
000330     05  TX-STATE-NAME           PIC X(20).
000340******************************************************************
