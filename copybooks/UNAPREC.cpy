000100******************************************************************
000110*    COPYBOOK.... UNAPREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Unapplied-cash record, the UNAPPF carry-forward
000150*                 file CASHPST rebuilds each night.  A lockbox
000160*                 payment that cannot be matched to a live
000170*                 customer - an ID not on FILEN, a closed
000180*                 account, an account archived to CLOSEDF - is
000190*                 banked here with the reason, never dropped.
000200*                 CASHPST retries every carried item the next
000210*                 night, so one applies by itself once the
000220*                 account is added or reinstated; a mis-keyed
000230*                 ID is applied by correcting UA-CUST-ID on the
000240*                 carried record.  An item drops off only when
000250*                 it posts.
000260*    MODIFICATION HISTORY
000270*   10/15/2026 SC  Initial version.
000280******************************************************************
000290 01  UA-RECORD.
000300     05  UA-CUST-ID              PIC X(05).
000310     05  UA-CHECK-NUMBER         PIC X(10).
000320     05  UA-AMOUNT               PIC 9(07)V99.
000330     05  UA-DEPOSIT-NUMBER       PIC 9(06).
000340     05  UA-REASON-CODE          PIC X(02).
000350         88  UA-REASON-UNKNOWN-CUST   VALUE 'UC'.
000360         88  UA-REASON-CLOSED-CUST    VALUE 'CC'.
000370         88  UA-REASON-ARCHIVED-CUST  VALUE 'AR'.
000380     05  UA-ORIG-DATE            PIC 9(08).
000390     05  UA-RUN-DATE             PIC 9(08).
000400******************************************************************
