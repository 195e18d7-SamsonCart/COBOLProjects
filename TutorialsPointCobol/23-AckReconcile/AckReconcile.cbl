000300*    a NITEBAT step.
000310*    MODIFICATION HISTORY
000320*    9/02/2026 SC  Initial version.
000321*   10/15/2026 SC  Return record widened with CUSTMAST's new
000322*                  CM-CREDIT-LIMIT - 128-byte image.
000324*   10/15/2026 SC  Return record widened with CUSTMAST's new
000326*                  delivery method and email address - 179-
000328*                  byte image.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000520 FD RECONRPT.
000530 01 RC-LINE               PIC X(132).
000540 FD RETRANSF.
000550 01 RT-RECORD             PIC X(188).
000560 WORKING-STORAGE SECTION.
000570 01 WS-SWITCHES.
000580    05 WS-EXTRACT-EOF-SW    PIC X(01) VALUE 'N'.
