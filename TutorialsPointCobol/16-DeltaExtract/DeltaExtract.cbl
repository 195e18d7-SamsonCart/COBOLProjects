000490*                  extract already carries a fresher image
000500*                  of the same customer.  The interface can
000510*                  finally be heard as well as talked at.
000511*   10/15/2026 SC  Images widened with CUSTMAST's new
000512*                  CM-CREDIT-LIMIT - 128 bytes.  The compare
000513*                  still stops at byte 108, so a limit change
000514*                  alone is not sent to the bureau.
000515*   10/15/2026 SC  Retransmit queue widened with DELTAREC's
000516*                  179-byte customer image.  The compare still
000517*                  stops at byte 108, so a delivery or email
000518*                  change alone is not sent to the bureau.
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000810 FD BKCATLG.
000820 COPY BKCATREC.
000830 FD RETRANSF.
000840 01 RT-RECORD             PIC X(188).
000850 FD EXTRACTF.
000860 COPY DELTAREC.
000870 FD DLTRPT.
001720          88 RT-SUPERSEDED      VALUE 'Y'.
001730          88 RT-NOT-SUPERSEDED  VALUE 'N'.
001740       10 RT-CUST-X          PIC X(05).
001750       10 RT-IMAGE           PIC X(188).
001760 LINKAGE SECTION.
001770 01 LS-BUSINESS-DATE         PIC 9(08).
001780 01 LS-RECORD-COUNT          PIC 9(07).
