000214*                  the register, so the trail finally says who.
000215*                  Maintenance decks cut in the old layout must
000216*                  be re-keyed before the first run with this.
000217*   10/15/2026 SC  Added MNT-CREDIT-LIMIT on the end.  Keyed,
000218*                  it sets the customer's CM-CREDIT-LIMIT;
000219*                  left blank it leaves the limit alone, so a
000220*                  deck cut before the field existed reads as
000221*                  no change to the limit.
000222*   10/15/2026 SC  Added MNT-DELIVERY-METHOD and MNT-EMAIL-
000223*                  ADDRESS on the end.  Either one left blank
000224*                  leaves the customer's field alone (paper on an
000225*                  add), so a deck cut before the fields existed
000226*                  reads as no change to how statements go out.
000227******************************************************************
000230 01  MNT-RECORD.
000240     05  MNT-ACTION              PIC X(01).
000250         88  MNT-ACTION-ADD          VALUE 'A'.
000390         88  MNT-STATUS-INACTIVE     VALUE 'I'.
000400         88  MNT-STATUS-CLOSED       VALUE 'C'.
000401     05  MNT-OPER-ID             PIC X(08).
000402     05  MNT-CREDIT-LIMIT-X      PIC X(09).
000403     05  MNT-CREDIT-LIMIT REDEFINES MNT-CREDIT-LIMIT-X
000404                                 PIC 9(07)V99.
000405     05  MNT-DELIVERY-METHOD     PIC X(01).
000406         88  MNT-DELIVER-PAPER       VALUE 'P'.
000407         88  MNT-DELIVER-EMAIL       VALUE 'E'.
000408         88  MNT-DELIVER-NO-CHANGE   VALUE ' '.
000409     05  MNT-EMAIL-ADDRESS       PIC X(50).
000410******************************************************************
