000100******************************************************************
000110*    COPYBOOK.... RETAREC
000120*    AUTHOR...... SAMSON C.
000130*    DATE-WRITTEN 10/15/2026
000140*    REMARKS..... Retention archive record.  RETPURG writes one
000150*                 for every record its keep policy takes off
000160*                 TRANHIST, RUNHIST, BATCHLOG, or LEDGARCH, onto
000170*                 the dated RETARCH archive the run is given.
000180*                 RA-FILE-ID names the file the record came off
000190*                 and RA-IMAGE holds it byte for byte, left
000200*                 justified, so it reloads through that file's
000210*                 own layout.  RA-RECORD-DATE is the date the
000220*                 policy judged it by - the posting date, run
000230*                 date, or business date the record carries.
000240*    MODIFICATION HISTORY
000250*   10/15/2026 SC  Initial version.
000260******************************************************************
000270 01  RA-RECORD.
000280     05  RA-ARCHIVE-DATE         PIC 9(08).
000290     05  RA-FILE-ID              PIC X(08).
000300     05  RA-RECORD-DATE          PIC 9(08).
000310     05  RA-IMAGE                PIC X(60).
000320******************************************************************
