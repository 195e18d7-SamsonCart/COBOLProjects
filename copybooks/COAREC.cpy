000100******************************************************************
000110*    COPYBOOK.... COAREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Change-of-address history record, the COAHIST
000150*                 file CUSTMNT adds one record to for every
000160*                 address change it applies - the customer, the
000170*                 business date and time, the clerk who keyed
000180*                 it, and the address before and after.  CUSTMNT
000190*                 reads the file back at start of run to see
000200*                 which customers already moved inside the
000210*                 review window, so a second move in the window
000220*                 is flagged for the fraud team.  CA-REVIEW-FLAG
000230*                 carries that flag as the register showed it.
000240*    MODIFICATION HISTORY
000250*   10/15/2026 SC  Initial version.
000260******************************************************************
000270 01  CA-RECORD.
000280     05  CA-CUST-ID              PIC 9(05).
000290     05  CA-CHANGE-DATE          PIC 9(08).
000300     05  CA-CHANGE-TIME          PIC 9(06).
000310     05  CA-OPER-ID              PIC X(08).
000320     05  CA-OLD-ADDRESS.
000330         10  CA-OLD-ADDR-LINE-1  PIC X(25).
000340         10  CA-OLD-ADDR-LINE-2  PIC X(25).
000350         10  CA-OLD-ADDR-CITY    PIC X(15).
000360         10  CA-OLD-ADDR-STATE   PIC X(02).
000370         10  CA-OLD-ADDR-ZIP     PIC X(10).
000380     05  CA-NEW-ADDRESS.
000390         10  CA-NEW-ADDR-LINE-1  PIC X(25).
000400         10  CA-NEW-ADDR-LINE-2  PIC X(25).
000410         10  CA-NEW-ADDR-CITY    PIC X(15).
000420         10  CA-NEW-ADDR-STATE   PIC X(02).
000430         10  CA-NEW-ADDR-ZIP     PIC X(10).
000440     05  CA-REVIEW-FLAG          PIC X(01).
000450         88  CA-FLAGGED-FOR-REVIEW   VALUE 'Y'.
000460         88  CA-NOT-FLAGGED          VALUE 'N'.
000470     05  FILLER                  PIC X(18).
000480******************************************************************
