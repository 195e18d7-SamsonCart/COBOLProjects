000214*                  122 bytes now; datasets in the 116-byte
000215*                  layout must be converted before the first
000216*                  run with this one.
000217*   10/15/2026 SC  Added CM-CREDIT-LIMIT, set and changed only
000218*                  through CUSTMNT by a full-authority operator.
000219*                  HITHERE holds a sale that would carry
000220*                  CM-BALANCE past it.  A zero limit means none
000221*                  has been granted yet and nothing is held, so
000222*                  converted records post as they always did.
000223*                  The record is 128 bytes now; datasets in the
000224*                  122-byte layout must be converted before the
000225*                  first run with this one.
000226*   10/15/2026 SC  Added the merged status, 'M', which only ever
000227*                  appears on a CLOSEDF archive image - CMMERGE
000228*                  retires a customer folded into another with
000229*                  it, balance zeroed, and CMREINS will not bring
000230*                  such a record back.  No live record carries
000231*                  it.
000232*   10/15/2026 SC  Added CM-DELIVERY-METHOD and CM-EMAIL-ADDRESS,
000233*                  the customer's statement delivery preference,
000234*                  maintained through CUSTMNT.  STMTPRT sends an
000235*                  'E' customer's statement to the e-billing
000236*                  vendor extract instead of the mail house; a
000237*                  space reads as paper, so converted records mail
000238*                  as they always did.  The record is 179 bytes
000239*                  now; datasets in the 128-byte layout must be
000240*                  converted before the first run with this one.
000241******************************************************************
000242 01  CM-RECORD.
000243     05  CM-ID                   PIC 9(05).
000244     05  CM-NAME                 PIC X(25).
000250     05  CM-ADDR-LINE-1          PIC X(25).
000260     05  CM-ADDR-LINE-2          PIC X(25).
000270     05  CM-ADDR-CITY            PIC X(15).
000300     05  CM-STATUS               PIC X(01).
000310         88  CM-STATUS-ACTIVE        VALUE 'A'.
000320         88  CM-STATUS-INACTIVE      VALUE 'I'.
000325         88  CM-STATUS-MERGED        VALUE 'M'.
000330         88  CM-STATUS-CLOSED        VALUE 'C'.
000331     05  CM-LAST-ACTIVITY-DATE   PIC 9(08).
000332     05  CM-BALANCE              PIC S9(9)V99 COMP-3.
000333     05  CM-CREDIT-LIMIT         PIC S9(9)V99 COMP-3.
000334     05  CM-DELIVERY-METHOD      PIC X(01).
000335         88  CM-DELIVER-PAPER        VALUE 'P' ' '.
000336         88  CM-DELIVER-EMAIL        VALUE 'E'.
000337     05  CM-EMAIL-ADDRESS        PIC X(50).
000340******************************************************************
