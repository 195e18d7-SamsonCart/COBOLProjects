000610*                  subprogram, which moves the record back
000620*                  onto FILEN active, fixes the CTLCARD
000630*                  count, and writes the audit entry.
000631*   10/15/2026 SC  The customer inquiry shows the balance, the
000632*                  credit limit, and the credit still
000633*                  available, handed back by HELLO's CALL
000634*                  interface, widened again to six.
000635*   10/15/2026 SC  The posted-history listing shows the sales
000636*                  tax charged on each detail and totals it.
000637*   10/15/2026 SC  Reinstatement says so when the archived
000638*                  customer was merged into another and cannot
000639*                  come back.
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
001190    88 WS-INQUIRY-FOUND         VALUE 'Y'.
001200    88 WS-INQUIRY-NOT-FOUND     VALUE 'N'.
001210 01 WS-INQUIRY-STATUS       PIC X(01) VALUE SPACE.
001211 01 WS-INQUIRY-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
001212 01 WS-INQUIRY-CREDIT-LIMIT PIC S9(9)V99 COMP-3 VALUE ZERO.
001213 01 WS-INQUIRY-AMOUNT-ED    PIC ZZZZZZZZ9.99-.
001220 01 WS-INQUIRY-RETURN-CODE     PIC S9(04) COMP VALUE ZERO.
001230******************************************************************
001240*    Session console fields - the menu choice and the per-
001610 01 WS-POSTED-TO-DATE       PIC 9(08) VALUE ZERO.
001620 01 WS-POSTED-COUNT         PIC 9(07) VALUE ZERO.
001630 01 WS-POSTED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001631 01 WS-POSTED-TAX           PIC S9(9)V99 COMP-3 VALUE ZERO.
001640 01 WS-TRANHIST-EOF-SW      PIC X(01) VALUE 'N'.
001650    88 WS-TRANHIST-EOF          VALUE 'Y'.
001660    88 WS-TRANHIST-NOT-EOF      VALUE 'N'.
002110    88 WS-REINS-DONE            VALUE 'Y'.
002120    88 WS-REINS-NOT-ARCHIVED    VALUE 'N'.
002130    88 WS-REINS-ALREADY-LIVE    VALUE 'D'.
002131    88 WS-REINS-MERGED-AWAY     VALUE 'M'.
002140******************************************************************
002150*    Audit stamp work fields - WS-RUN-ID is captured once per
002160*    run and repeats on every entry this run writes.
003240                            WS-INQUIRY-NAME
003250                            WS-INQUIRY-FOUND-SW
003260                            WS-INQUIRY-STATUS
003261                            WS-INQUIRY-BALANCE
003262                            WS-INQUIRY-CREDIT-LIMIT
003270         MOVE RETURN-CODE TO WS-INQUIRY-RETURN-CODE
003280         IF WS-INQUIRY-RETURN-CODE NOT = ZERO
003290             PERFORM 9902-INQUIRY-LOOKUP-ERROR THRU 9902-EXIT
003450             DISPLAY '    GROUPED-NUMBER VIEW : ' WS-RENAME
003460             DISPLAY '    STATUS              : '
003470                 WS-INQUIRY-STATUS
003471             PERFORM 2050-SHOW-CREDIT THRU 2050-EXIT
003480         ELSE
003490             DISPLAY 'CUSTOMER INQUIRY FOR ID ' WS-INQUIRY-ID
003500                 ' - NOT FOUND'
003510         END-IF
003520     END-IF.
003530 2000-EXIT.
003531     EXIT.
003532******************************************************************
003533*    2050-SHOW-CREDIT
003534*    Balance, credit limit, and the credit still available for
003535*    the customer the inquiry just found.  Available credit goes
003536*    negative once HITHERE has posted the customer past the
003537*    limit; a zero limit is none granted, and nothing is held.
003538******************************************************************
003539 2050-SHOW-CREDIT.
003540     MOVE WS-INQUIRY-BALANCE TO WS-INQUIRY-AMOUNT-ED.
003541     DISPLAY '    BALANCE             : ' WS-INQUIRY-AMOUNT-ED.
003542     IF WS-INQUIRY-CREDIT-LIMIT = ZERO
003543         DISPLAY '    CREDIT LIMIT        : NONE SET'
003544         GO TO 2050-EXIT
003545     END-IF.
003546     MOVE WS-INQUIRY-CREDIT-LIMIT TO WS-INQUIRY-AMOUNT-ED.
003547     DISPLAY '    CREDIT LIMIT        : ' WS-INQUIRY-AMOUNT-ED.
003548     COMPUTE WS-INQUIRY-AMOUNT-ED =
003549         WS-INQUIRY-CREDIT-LIMIT - WS-INQUIRY-BALANCE.
003550     DISPLAY '    AVAILABLE CREDIT    : ' WS-INQUIRY-AMOUNT-ED.
003551 2050-EXIT.
003552     EXIT.
003553******************************************************************
003560*    2500-NAME-SEARCH
003570*    NAMSRCH runs its own console loop against the CM-NAME
003580*    alternate index and comes back here when the operator
005680     END-IF.
005690     MOVE ZERO TO WS-POSTED-COUNT.
005700     MOVE ZERO TO WS-POSTED-TOTAL.
005701     MOVE ZERO TO WS-POSTED-TAX.
005710     SET WS-TRANHIST-NOT-EOF TO TRUE.
005720     MOVE WS-POSTED-ID        TO HS-CUST-ID.
005730     MOVE WS-POSTED-FROM-DATE TO HS-TRAN-DATE.
005840     ELSE
005850         DISPLAY 'POSTED DETAILS : ' WS-POSTED-COUNT
005860         DISPLAY 'TOTAL EXTENDED : ' WS-POSTED-TOTAL
005861         DISPLAY 'TOTAL SALES TAX: ' WS-POSTED-TAX
005870     END-IF.
005880     CLOSE TRANHIST.
005890 6000-EXIT.
006120         GO TO 6100-EXIT
006130     END-IF.
006140     DISPLAY HS-TRAN-DATE ' QTY ' HS-QTY ' PRICE ' HS-PRICE
006150         ' TYPE ' HS-TRAN-TYPE ' EXTENDED ' HS-EXT-PRICE
006151         ' TAX ' HS-TAX-AMOUNT.
006160     ADD 1 TO WS-POSTED-COUNT.
006170     ADD HS-EXT-PRICE TO WS-POSTED-TOTAL.
006171     ADD HS-TAX-AMOUNT TO WS-POSTED-TAX.
006180 6100-EXIT.
006190     EXIT.
006200******************************************************************
008360         WHEN WS-REINS-ALREADY-LIVE
008370             DISPLAY 'CUSTOMER ' WS-REINS-ID
008380                 ' IS ALREADY ON THE LIVE MASTER'
008381         WHEN WS-REINS-MERGED-AWAY
008382             DISPLAY 'CUSTOMER ' WS-REINS-ID
008383                 ' WAS MERGED INTO ANOTHER - NOT REINSTATED'
008390     END-EVALUATE.
008400 7500-EXIT.
008410     EXIT.
