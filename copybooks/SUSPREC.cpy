000225*                  that is not sale, return, or adjustment is
000226*                  nothing HITHERE can post.  Conversion note
000227*                  above applies again.
000228*   10/15/2026 SC  Added the over-limit reason - HITHERE holds
000229*                  a sale that would carry the customer past
000230*                  CM-CREDIT-LIMIT.  It recycles like any other
000231*                  and posts once the customer has paid down.
000232******************************************************************
000233 01  SUSP-RECORD.
000240     05  SUSP-TRAN.
000250         10  SUSP-CUST-ID        PIC 9(05).
000260         10  SUSP-QTY            PIC 9(05).
000310         88  SUSP-REASON-UNKNOWN-CUST VALUE 'UC'.
000311         88  SUSP-REASON-CLOSED-CUST  VALUE 'CC'.
000312         88  SUSP-REASON-BAD-TYPE     VALUE 'BT'.
000316         88  SUSP-REASON-OVER-LIMIT   VALUE 'OL'.
000320     05  SUSP-RUN-DATE           PIC 9(08).
000321     05  SUSP-ORIG-DATE          PIC 9(08).
000322     05  SUSP-RECYCLE-COUNT      PIC 9(03).
