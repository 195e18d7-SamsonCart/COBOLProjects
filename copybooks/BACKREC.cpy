000213*    9/02/2026 SC  Data area widened again with CUSTMAST's new
000214*                  CM-BALANCE - 122 bytes.  A backup cut in the
000215*                  old width cannot reload into the new master.
000216*   10/15/2026 SC  Data area widened with CUSTMAST's new
000217*                  CM-CREDIT-LIMIT - 128 bytes.  Same reload
000218*                  note as above.
000219*   10/15/2026 SC  Data area widened with CUSTMAST's new
000220*                  delivery method and email address - 179
000221*                  bytes.  Same reload note as above.
000222******************************************************************
000230 01  BK-RECORD.
000240     05  BK-REC-TYPE             PIC X(01).
000250         88  BK-TYPE-DATA            VALUE 'D'.
000260         88  BK-TYPE-TRAILER         VALUE 'T'.
000270     05  BK-DATA                 PIC X(179).
000280     05  BK-TRAILER REDEFINES BK-DATA.
000290         10  BK-RECORD-COUNT     PIC 9(07).
000300         10  FILLER              PIC X(172).
000310******************************************************************
