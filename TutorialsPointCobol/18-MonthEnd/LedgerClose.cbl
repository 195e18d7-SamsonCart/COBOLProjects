000254*                  bytes - the 38-byte area was truncating
000255*                  the tail of the packed extended-price
000256*                  total on every archived posting.
000257*   10/15/2026 SC  LA-RECORD widened to 54 bytes with
000258*                  LG-RECORD's new cash count and total.
000259*   10/15/2026 SC  LA-RECORD widened to 60 bytes for LG-TOTAL-TAX.
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000390 FD LEDGERF.
000400 COPY LEDGREC.
000410 FD LEDGARCH.
000420 01 LA-RECORD             PIC X(60).
000430 WORKING-STORAGE SECTION.
000440 01 WS-SWITCHES.
000450    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
