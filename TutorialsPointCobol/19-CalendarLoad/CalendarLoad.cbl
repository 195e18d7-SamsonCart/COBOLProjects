000284*                  and REWRITEs a row whose date is already
000286*                  on file; rows the deck does not mention
000287*                  stand untouched.
000288*   10/15/2026 SC  The deck carries a year-end flag after the
000289*                  month-end flag - Y, N, or blank (N) - loaded
000291*                  onto CD-YEAR-END-SW.  A year-end must fall on
000292*                  a card that is also month-end.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000470                             PIC 9(08).
000480    05 CI-DAY-TYPE           PIC X(01).
000490    05 CI-MONTH-END          PIC X(01).
000495    05 CI-YEAR-END           PIC X(01).
000500 FD CALENDYR.
000510 COPY CALDREC.
000520 FD CALEDRPT.
000710 01 WS-PREV-DATE             PIC 9(08) VALUE ZERO.
000720 01 WS-RESOLVED-TYPE         PIC X(01) VALUE SPACE.
000730 01 WS-RESOLVED-MONTH-END    PIC X(01) VALUE SPACE.
000735 01 WS-RESOLVED-YEAR-END     PIC X(01) VALUE SPACE.
000740******************************************************************
000750*    Date validity work fields - the month lengths, with the
000760*    leap-year February handled off the same quotient tests the
001290    05 FILLER                PIC X(05) VALUE 'CARD '.
001300    05 EL-CARD-NUMBER        PIC ZZZZZZ9.
001310    05 FILLER                PIC X(02) VALUE SPACES.
001320    05 EL-CARD-IMAGE         PIC X(11).
001330    05 FILLER                PIC X(02) VALUE SPACES.
001340    05 EL-REASON             PIC X(30).
001350    05 FILLER                PIC X(75) VALUE SPACES.
001360 01 WS-TOTAL-LINE.
001370    05 FILLER                PIC X(12) VALUE 'CARDS READ  '.
001380    05 TL-CARD-COUNT         PIC ZZZZZZ9.
002500         MOVE 'MONTH-END NOT Y, N, BLANK' TO WS-EDIT-REASON
002510         GO TO 2100-EXIT
002520     END-IF.
002521     IF CI-YEAR-END NOT = 'Y' AND CI-YEAR-END NOT = 'N'
002522         AND CI-YEAR-END NOT = SPACE
002523         SET WS-CARD-BAD TO TRUE
002524         MOVE 'YEAR-END NOT Y, N, BLANK' TO WS-EDIT-REASON
002525         GO TO 2100-EXIT
002526     END-IF.
002530     PERFORM 2300-RESOLVE-DAY-TYPE THRU 2300-EXIT.
002540     IF WS-RESOLVED-MONTH-END = 'Y'
002550         AND WS-RESOLVED-TYPE NOT = 'B'
002560         SET WS-CARD-BAD TO TRUE
002570         MOVE 'MONTH-END ON A NON-BUSINESS DAY'
002580             TO WS-EDIT-REASON
002581     END-IF.
002582     IF WS-RESOLVED-YEAR-END = 'Y'
002583         AND WS-RESOLVED-MONTH-END NOT = 'Y'
002584         SET WS-CARD-BAD TO TRUE
002585         MOVE 'YEAR-END NOT ON A MONTH-END' TO WS-EDIT-REASON
002590     END-IF.
002600 2100-EXIT.
002610     EXIT.
002890*    What this card will load as.  A keyed type stands; a blank
002900*    derives - Saturday and Sunday to weekend, the rest to
002910*    business day - so the deck only keys the exceptions.  A
002920*    blank month-end or year-end flag resolves to N.
002930******************************************************************
002940 2300-RESOLVE-DAY-TYPE.
002950     IF CI-DAY-TYPE = SPACE
003090         MOVE 'N' TO WS-RESOLVED-MONTH-END
003100     ELSE
003110         MOVE CI-MONTH-END TO WS-RESOLVED-MONTH-END
003111     END-IF.
003112     IF CI-YEAR-END = SPACE
003113         MOVE 'N' TO WS-RESOLVED-YEAR-END
003114     ELSE
003115         MOVE CI-YEAR-END TO WS-RESOLVED-YEAR-END
003120     END-IF.
003130 2300-EXIT.
003140     EXIT.
003400     MOVE CI-DATE-N             TO CD-DATE.
003410     MOVE WS-RESOLVED-TYPE      TO CD-DAY-TYPE.
003420     MOVE WS-RESOLVED-MONTH-END TO CD-MONTH-END-SW.
003425     MOVE WS-RESOLVED-YEAR-END  TO CD-YEAR-END-SW.
003430     WRITE CD-RECORD
003432         INVALID KEY
003434             REWRITE CD-RECORD
