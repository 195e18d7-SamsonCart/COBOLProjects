000240*                 the run last-applied-first.
000250*    MODIFICATION HISTORY
000260*    9/02/2026 SC  Initial version.
000261*   10/15/2026 SC  Data area widened with CUSTMAST's new
000262*                  CM-CREDIT-LIMIT - 128 bytes.
000264*   10/15/2026 SC  Data area widened with CUSTMAST's new
000266*                  delivery method and email address - 179
000268*                  bytes.
000270******************************************************************
000280 01  BO-RECORD.
000290     05  BO-ACTION               PIC X(01).
000310         88  BO-BEFORE-CHANGE        VALUE 'C'.
000320         88  BO-BEFORE-DELETE        VALUE 'D'.
000330     05  BO-CUST-ID              PIC 9(05).
000340     05  BO-DATA                 PIC X(179).
000350******************************************************************
