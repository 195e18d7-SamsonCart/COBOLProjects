000440*                  details then summary, which is exactly the
000450*                  shape the statement reprint rebuilds from.
000460*                  Rebuild note above applies again.
000461*   10/15/2026 SC  Added the payment transaction type - CASHPST
000462*                  banks each lockbox payment it applies as a
000463*                  'P' detail (zero quantity and price, the
000464*                  payment as a negative extended price) in a
000465*                  cash section of its own.  Batch position 90
000466*                  is reserved for that section - details from
000467*                  900001, summary at 909999 - so it can never
000468*                  collide with a HITHERE batch section, which
000469*                  tops out at twenty a night.
000470*   10/15/2026 SC  Added state sales tax - a detail carries the
000471*                  tax HITHERE charged on it (negative on a
000472*                  return, zero on an adjustment or payment)
000473*                  and the state it was charged for, and the
000474*                  summary carries the section's tax total.
000475*                  HS-EXT-PRICE and HS-ACTIVITY-TOTAL stay the
000476*                  bare goods figures; the tax rides beside
000477*                  them, so the balance moved by activity plus
000478*                  tax.  HS-DATA is 24 bytes now; rebuild note
000479*                  above applies again.
000480*   10/15/2026 SC  CMMERGE moves a merged-away customer's
000481*                  history under the surviving customer a
000482*                  section at a time, each into a position of
000483*                  its own on that night: a HITHERE batch
000484*                  section into the first free of 21 through 89,
000485*                  a cash section into the first free of 91
000486*                  through 99 (still 900000 and up, so it reads
000487*                  as cash).  Neither range is ever posted into.
000488******************************************************************
000489 01  HS-RECORD.
000490     05  HS-KEY.
000500         10  HS-CUST-ID          PIC 9(05).
000510         10  HS-TRAN-DATE        PIC 9(08).
000530     05  HS-REC-TYPE             PIC X(01).
000540         88  HS-TYPE-DETAIL          VALUE 'D' ' '.
000550         88  HS-TYPE-SUMMARY         VALUE 'S'.
000560     05  HS-DATA                 PIC X(24).
000570     05  HS-DETAIL REDEFINES HS-DATA.
000580         10  HS-QTY              PIC 9(05).
000590         10  HS-PRICE            PIC 9(05).
000610             88  HS-TRAN-SALE        VALUE 'S' ' '.
000620             88  HS-TRAN-RETURN      VALUE 'R'.
000630             88  HS-TRAN-ADJUSTMENT  VALUE 'A'.
000635             88  HS-TRAN-PAYMENT     VALUE 'P'.
000640         10  HS-EXT-PRICE        PIC S9(7)V99 COMP-3.
000642         10  HS-TAX-AMOUNT       PIC S9(7)V99 COMP-3.
000644         10  HS-TAX-STATE        PIC X(02).
000646         10  FILLER              PIC X(01).
000650     05  HS-SUMMARY REDEFINES HS-DATA.
000660         10  HS-ACTIVITY-TOTAL   PIC S9(9)V99 COMP-3.
000670         10  HS-NEW-BALANCE      PIC S9(9)V99 COMP-3.
000676         10  HS-TAX-TOTAL        PIC S9(9)V99 COMP-3.
000682         10  FILLER              PIC X(06).
000690******************************************************************
