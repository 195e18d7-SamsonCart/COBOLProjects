000260*    NITEBAT step.
000270*    MODIFICATION HISTORY
000280*    9/02/2026 SC  Initial version.
000281*   10/15/2026 SC  A CASHPST cash section replays as its own
000282*                  piece with PAYMT CR lines, no quantity or
000283*                  price, as STMTPRT prints it.
000284*   10/15/2026 SC  A sales piece replays STMTPRT's SALES TAX
000285*                  line off the section summary's tax total,
000286*                  and the previous balance backs it out too.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
001590    05 FILLER                PIC X(03) VALUE SPACES.
001600    05 DL-TRAN-DESC          PIC X(09).
001610    05 FILLER                PIC X(92) VALUE SPACES.
001611 01 WS-PAYMENT-LINE.
001612    05 FILLER                PIC X(16) VALUE SPACES.
001613    05 PL-AMOUNT             PIC ZZZZZZZ9.99-.
001614    05 FILLER                PIC X(03) VALUE SPACES.
001615    05 FILLER                PIC X(09) VALUE 'PAYMT CR '.
001616    05 FILLER                PIC X(92) VALUE SPACES.
001620 01 WS-STMT-TOTAL-LINE.
001630    05 FILLER                PIC X(16)
001640        VALUE 'STATEMENT TOTAL '.
001740        VALUE 'NEW BALANCE      '.
001750    05 NB-AMOUNT             PIC ZZZZZZZZ9.99-.
001760    05 FILLER                PIC X(102) VALUE SPACES.
001761 01 WS-TAX-LINE.
001762    05 FILLER                PIC X(16)
001763        VALUE 'SALES TAX       '.
001764    05 TXL-AMOUNT            PIC ZZZZZZZZ9.99-.
001765    05 FILLER                PIC X(103) VALUE SPACES.
001770 PROCEDURE DIVISION.
001780******************************************************************
001790*    0000-MAINLINE
003230     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
003240         PERFORM 3500-START-STATEMENT-PAGE THRU 3500-EXIT
003250     END-IF.
003251     IF HS-TRAN-PAYMENT
003252         MOVE HS-EXT-PRICE TO PL-AMOUNT
003253         WRITE ST-LINE FROM WS-PAYMENT-LINE
003254         GO TO 3200-COUNT-LINE
003255     END-IF.
003260     MOVE HS-QTY       TO DL-QTY.
003270     MOVE HS-PRICE     TO DL-PRICE.
003280     MOVE HS-EXT-PRICE TO DL-EXT-PRICE.
003350             MOVE SPACES TO DL-TRAN-DESC
003360     END-EVALUATE.
003370     WRITE ST-LINE FROM WS-DETAIL-LINE.
003375 3200-COUNT-LINE.
003380     ADD 1 TO WS-LINE-COUNT.
003390     ADD HS-EXT-PRICE TO WS-PIECE-TOTAL.
003400 3200-EXIT.
003420******************************************************************
003430*    3300-CLOSE-PIECE
003440*    The section summary carries the balance after the night's
003450*    roll and the section's sales tax; the previous balance
003460*    backs out of it exactly as STMTPRT computed it, so the
003470*    reprint's figures are the original's.  The cash section
003471*    (position 90) carries no tax and prints no tax line.
003480******************************************************************
003490 3300-CLOSE-PIECE.
003500     IF WS-PIECE-NOT-OPEN
003520     END-IF.
003530     MOVE HS-NEW-BALANCE TO WS-NEW-BALANCE.
003540     COMPUTE WS-PREV-BALANCE =
003550         WS-NEW-BALANCE - WS-PIECE-TOTAL - HS-TAX-TOTAL.
003560     WRITE ST-LINE FROM WS-BLANK-LINE.
003570     MOVE WS-PREV-BALANCE TO PB-AMOUNT.
003580     WRITE ST-LINE FROM WS-PREV-BAL-LINE.
003590     MOVE WS-PIECE-TOTAL TO STL-STMT-TOTAL.
003600     WRITE ST-LINE FROM WS-STMT-TOTAL-LINE.
003601     IF HS-SEQ < 900000
003602         MOVE HS-TAX-TOTAL TO TXL-AMOUNT
003603         WRITE ST-LINE FROM WS-TAX-LINE
003604     END-IF.
003610     MOVE WS-NEW-BALANCE TO NB-AMOUNT.
003620     WRITE ST-LINE FROM WS-NEW-BAL-LINE.
003630     SET WS-PIECE-NOT-OPEN TO TRUE.
