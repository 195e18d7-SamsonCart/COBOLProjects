000240*    alternate index so duplicates sit side by side.  Ends
000250*    with return code 8 when anything is wrong, so NITEBAT
000260*    stops the chain before the night's lookups and statements
000270*    run against a dirty master.  Runs right after CUSTMNT
000271*    and CMMERGE.
000280*    MODIFICATION HISTORY
000290*    8/22/2026 SC  Initial version.
000291*    9/02/2026 SC  The CALL hands the records-read count back
000292*                  to the chain for the run history.
000293*   10/15/2026 SC  Remarks note CMMERGE now runs between
000294*                  CUSTMNT and this step; a duplicate pair is
000295*                  cleared with a merge card, not a delete.
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
