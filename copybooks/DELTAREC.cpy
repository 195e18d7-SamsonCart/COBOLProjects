000233*                  bureau reads the image by the agreed field
000234*                  offsets, which did not move; the new tail
000235*                  bytes are ours and theirs to ignore.
000236*   10/15/2026 SC  Customer image widened again to 128 bytes
000237*                  (CM-CREDIT-LIMIT on the end), same terms -
000238*                  offsets unchanged, tail bytes ignored.  A
000239*                  limit change alone is not a bureau change.
000240*   10/15/2026 SC  Customer image widened again to 179 bytes
000241*                  (delivery method and email address on the
000242*                  end), same terms - offsets unchanged, tail
000243*                  bytes ignored.  A delivery or email change
000244*                  alone is not a bureau change.
000245******************************************************************
000250 01  DX-RECORD.
000260     05  DX-ACTION               PIC X(01).
000270         88  DX-ACTION-ADD           VALUE 'A'.
000280         88  DX-ACTION-CHANGE        VALUE 'C'.
000290         88  DX-ACTION-DELETE        VALUE 'D'.
000300     05  DX-BUSINESS-DATE        PIC 9(08).
000310     05  DX-CUSTOMER-DATA        PIC X(179).
000320******************************************************************
