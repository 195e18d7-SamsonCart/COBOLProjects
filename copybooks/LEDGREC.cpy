000200*                 off it.
000210*    MODIFICATION HISTORY
000220*    8/22/2026 SC  Initial version.
000221*   10/15/2026 SC  Added the night's applied cash - CASHPST
000222*                  posts the count and total of the lockbox
000223*                  payments it applied into the same date's
000224*                  record, and HITHERE keeps them when it
000225*                  replaces its own totals on a rerun.  The
000226*                  record is 54 bytes now; a LEDGERF or
000227*                  LEDGARCH in the 41-byte layout must be
000228*                  converted before the first run with this one.
000229*   10/15/2026 SC  Added the night's sales tax - the net tax
000230*                  HITHERE charged on sales less returns, kept
000231*                  apart from LG-TOTAL-EXT-PRICE.  CASHPST
000232*                  leaves it as it finds it.  The record is 60
000233*                  bytes now; convert as above.
000234******************************************************************
000240 01  LG-RECORD.
000250     05  LG-BUSINESS-DATE        PIC 9(08).
000260     05  LG-PROCESSED-COUNT      PIC 9(07).
000280     05  LG-REJECTED-COUNT       PIC 9(07).
000290     05  LG-TOTAL-ADDED          PIC S9(9)V99 COMP-3.
000300     05  LG-TOTAL-EXT-PRICE      PIC S9(9)V99 COMP-3.
000301     05  LG-CASH-COUNT           PIC 9(07).
000302     05  LG-TOTAL-CASH           PIC S9(9)V99 COMP-3.
000303     05  LG-TOTAL-TAX            PIC S9(9)V99 COMP-3.
000310******************************************************************
