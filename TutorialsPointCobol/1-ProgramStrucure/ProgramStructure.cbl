000241*                  Every caller passes all four; DLINQ shows the
000242*                  status and HITHERE refuses postings to a
000243*                  closed account.
000244*   10/15/2026 SC  The CALL interface grew a fifth and sixth
000245*                  parameter - the customer's CM-BALANCE and
000246*                  CM-CREDIT-LIMIT - so DLINQ can show the limit
000247*                  and the credit still available.  Every caller
000248*                  passes all six; both come back zero on a
000249*                  not-found.
000250***************************************************************
000550 ENVIRONMENT DIVISION.
000560******
000570  CONFIGURATION SECTION.
001190     88 LS-RECORD-FOUND          VALUE 'Y'.
001200     88 LS-RECORD-NOT-FOUND      VALUE 'N'.
001201  01 LS-STATUS PIC X(01).
001202  01 LS-BALANCE PIC S9(9)V99 COMP-3.
001203  01 LS-CREDIT-LIMIT PIC S9(9)V99 COMP-3.
001210***************************************************************
001220 PROCEDURE DIVISION USING LS-ID LS-NAME LS-FOUND-SW
001221                          LS-STATUS LS-BALANCE
001222                          LS-CREDIT-LIMIT.
001230******************************************************************
001240*    0000-MAINLINE
001250*    Looks up the customer whose CM-ID matches the id passed in
001350 1000-INITIALIZE.
001360        MOVE SPACES TO LS-NAME.
001361        MOVE SPACES TO LS-STATUS.
001362        MOVE ZERO TO LS-BALANCE.
001363        MOVE ZERO TO LS-CREDIT-LIMIT.
001370        SET LS-RECORD-NOT-FOUND TO TRUE.
001380        SET WS-NOT-EOF TO TRUE.
001390        OPEN INPUT FILEN.
001570            NOT INVALID KEY
001580                MOVE CM-NAME TO LS-NAME
001581                MOVE CM-STATUS TO LS-STATUS
001582                MOVE CM-BALANCE TO LS-BALANCE
001583                MOVE CM-CREDIT-LIMIT TO LS-CREDIT-LIMIT
001590                SET LS-RECORD-FOUND TO TRUE
001600        END-READ.
001610        IF NOT WS-FILEN-STATUS-OK AND NOT WS-FILEN-STATUS-NOTFND
