000580*                  the run like any other file error - only a
000590*                  missing summary (status 23) may fall back
000600*                  to the master's CM-BALANCE.
000601*   10/15/2026 SC  Customers CASHPST applied cash to tonight
000602*                  get a payment statement piece of their own
000603*                  after the TRANXF statements - the cash
000604*                  section's PAYMT CR lines off TRANHIST, with
000605*                  previous balance, payments, and new balance
000606*                  off the section summary.  FILEN is browsed
000607*                  for it, so its access is DYNAMIC now.  The
000608*                  payment lines are counted on their own and
000609*                  stay out of the TRANXF count the chain logs.
000610*   10/15/2026 SC  Each statement prints HITHERE's sales tax for
000611*                  the section, off the TRANHIST summary, as its
000612*                  own line under the statement total; previous
000613*                  balance backs it out with the activity.  A
000614*                  sale HITHERE held over the credit limit, or
000615*                  suspended for a closed account, is bypassed
000616*                  now rather than printed - the night's SUSPF
000617*                  (DD SUSPDD) is read alongside TRANXF.
000618*   10/15/2026 SC  A customer on electronic delivery (CUSTMAST
000619*                  CM-DELIVERY-METHOD E) no longer gets paper -
000620*                  the statement and payment pieces go to the
000621*                  e-billing vendor extract EBILLF (EBILREC
000622*                  layout, DD EBILLDD) instead, with the same
000623*                  detail and balance-forward figures; STMTF
000624*                  carries paper customers only.  A delivery
000625*                  summary (DD DLVRPTDD) shows statements, lines,
000626*                  and dollars each way and proves the two ways
000627*                  account for the whole run, the lines against
000628*                  the statements, and the EBILLF trailer against
000629*                  what went electronic.  Out of balance is RC 12.
000630 ENVIRONMENT DIVISION.
000631 INPUT-OUTPUT SECTION.
000632 FILE-CONTROL.
000640    SELECT FILEN ASSIGN TO DDNAME
000650        ORGANIZATION IS INDEXED
000660        ACCESS MODE IS DYNAMIC
000670        RECORD KEY IS CM-ID
000680        ALTERNATE RECORD KEY IS CM-NAME
000690            WITH DUPLICATES
000770        ACCESS MODE IS RANDOM
000780        RECORD KEY IS HS-KEY
000790        FILE STATUS IS WS-TRANHIST-STATUS.
000791    SELECT SUSPF ASSIGN TO SUSPDD
000792        ORGANIZATION IS SEQUENTIAL
000793        FILE STATUS IS WS-SUSPF-STATUS.
000794    SELECT EBILLF ASSIGN TO EBILLDD
000795        ORGANIZATION IS SEQUENTIAL.
000796    SELECT DLVRPT ASSIGN TO DLVRPTDD
000797        ORGANIZATION IS SEQUENTIAL.
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD FILEN.
000870 01 ST-LINE               PIC X(132).
000880 FD TRANHIST.
000890 COPY HISTREC.
000891 FD SUSPF.
000892 COPY SUSPREC.
000893 FD EBILLF.
000894 COPY EBILREC.
000895 FD DLVRPT.
000896 01 DV-LINE               PIC X(132).
000900 WORKING-STORAGE SECTION.
000910 01 WS-SWITCHES.
000920    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
001030    88 WS-FILEN-STATUS-NOTFND   VALUE '23'.
001040 01 WS-FILEN-OPERATION       PIC X(05) VALUE SPACES.
001050 01 WS-CURRENT-CUST-ID       PIC 9(05) VALUE ZERO.
001051 01 WS-SUSPF-STATUS          PIC X(02) VALUE '00'.
001052    88 WS-SUSPF-STATUS-OK        VALUE '00'.
001053    88 WS-SUSPF-STATUS-NOTFND    VALUE '35'.
001054 01 WS-HELD-SW               PIC X(01) VALUE 'A'.
001055    88 WS-HELD-ABSENT            VALUE 'A'.
001056    88 WS-HELD-EOF               VALUE 'Y'.
001057    88 WS-HELD-NOT-EOF           VALUE 'N'.
001060 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
001070    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
001080    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001110 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001120    88 WS-HIST-AVAILABLE         VALUE 'Y'.
001130    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
001131*    Payment-statement pass controls - the FILEN browse and the
001132*    walk down one customer's cash section.
001133 01 WS-BROWSE-EOF-SW         PIC X(01) VALUE 'N'.
001134    88 WS-BROWSE-EOF             VALUE 'Y'.
001135    88 WS-BROWSE-NOT-EOF         VALUE 'N'.
001136 01 WS-PAY-DONE-SW           PIC X(01) VALUE 'N'.
001137    88 WS-PAY-DONE               VALUE 'Y'.
001138    88 WS-PAY-NOT-DONE           VALUE 'N'.
001139 01 WS-PAY-SEQ               PIC 9(04) VALUE ZERO.
001140******************************************************************
001150*    Balance-forward fields.  WS-BATCH-SEQ counts the batch
001160*    headers as the read loop passes them; the sequence the
001310******************************************************************
001320 COPY MONEYFLD REPLACING FIELD-NAME BY WS-EXT-PRICE.
001330 01 WS-STMT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
001331 01 WS-STMT-TAX              PIC S9(9)V99 COMP-3 VALUE ZERO.
001340 01 WS-STMT-COUNTS.
001350    05 WS-REC-COUNT          PIC 9(07) VALUE ZERO.
001360    05 WS-PRINTED-COUNT      PIC 9(07) VALUE ZERO.
001370    05 WS-BYPASSED-COUNT     PIC 9(07) VALUE ZERO.
001380    05 WS-STMT-COUNT         PIC 9(07) VALUE ZERO.
001381    05 WS-PAY-STMT-COUNT     PIC 9(07) VALUE ZERO.
001382    05 WS-PAY-LINE-COUNT     PIC 9(07) VALUE ZERO.
001383******************************************************************
001384*    Delivery controls.  WS-DX is set as each statement opens -
001385*    1 paper, 2 electronic - and every figure the statement
001386*    puts out lands in that way's row, line by line and again
001387*    at the close, so the summary can prove the rows against
001388*    each other and against the run's own counts.
001389******************************************************************
001390 01 WS-DX                    PIC S9(04) COMP VALUE 1.
001391    88 WS-STMT-PAPER            VALUE 1.
001392    88 WS-STMT-ELECTRONIC       VALUE 2.
001393 01 WS-PIECE-KIND            PIC X(01) VALUE 'S'.
001394    88 WS-PIECE-SALES           VALUE 'S'.
001395    88 WS-PIECE-PAYMENT         VALUE 'P'.
001396 01 WS-DELIVERY-TABLE.
001397    05 WS-DLV-ENTRY OCCURS 2 TIMES.
001398       10 DV-STMTS           PIC 9(07).
001399       10 DV-LINES           PIC 9(07).
001400       10 DV-LINE-AMOUNT     PIC S9(11)V99 COMP-3.
001401       10 DV-ACTIVITY        PIC S9(11)V99 COMP-3.
001402       10 DV-TAX             PIC S9(11)V99 COMP-3.
001403       10 DV-NEW-BALANCE     PIC S9(11)V99 COMP-3.
001404 01 WS-DLV-GRAND.
001405    05 DG-STMTS              PIC 9(07) VALUE ZERO.
001406    05 DG-LINES              PIC 9(07) VALUE ZERO.
001407    05 DG-LINE-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
001408    05 DG-ACTIVITY           PIC S9(11)V99 COMP-3 VALUE ZERO.
001409    05 DG-TAX                PIC S9(11)V99 COMP-3 VALUE ZERO.
001410    05 DG-NEW-BALANCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
001411*    One statement line on its way out, whichever way it goes.
001412 01 WS-LINE-QTY              PIC 9(05) VALUE ZERO.
001413 01 WS-LINE-PRICE            PIC 9(05) VALUE ZERO.
001414 01 WS-LINE-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
001415 01 WS-LINE-DESC             PIC X(09) VALUE SPACES.
001416*    EBILLF trailer figures, counted as the records are written.
001417 01 WS-EB-COUNTS.
001418    05 WS-EB-STMT-COUNT      PIC 9(07) VALUE ZERO.
001419    05 WS-EB-DETAIL-COUNT    PIC 9(07) VALUE ZERO.
001420    05 WS-EB-RECORD-COUNT    PIC 9(09) VALUE ZERO.
001421 01 WS-EB-DEBIT-TOTAL        PIC S9(13)V99 COMP-3 VALUE ZERO.
001422 01 WS-EB-CREDIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
001423 01 WS-EB-TAX-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
001424 01 WS-EB-NEW-BAL-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
001425 01 WS-EB-NET-AMOUNT         PIC S9(13)V99 COMP-3 VALUE ZERO.
001426 01 WS-PROOF-SW              PIC X(01) VALUE 'Y'.
001427    88 WS-IN-BALANCE            VALUE 'Y'.
001428    88 WS-OUT-OF-BALANCE        VALUE 'N'.
001429 01 WS-PROOF-COUNT-A         PIC 9(09) VALUE ZERO.
001430 01 WS-PROOF-COUNT-B         PIC 9(09) VALUE ZERO.
001431 01 WS-PROOF-AMOUNT-A        PIC S9(13)V99 COMP-3 VALUE ZERO.
001432 01 WS-PROOF-AMOUNT-B        PIC S9(13)V99 COMP-3 VALUE ZERO.
001433******************************************************************
001434*    Page controls.  WS-STMT-PAGE restarts at one on every
001435*    customer - each statement is its own mail piece, not a
001436*    continuation of the last customer's.
001437******************************************************************
001440 01 WS-PAGE-FIELDS.
001450    05 WS-LINE-COUNT         PIC 9(03) VALUE ZERO.
001460    05 WS-LINES-PER-PAGE     PIC 9(03) VALUE 55.
001940    05 FILLER                PIC X(03) VALUE SPACES.
001950    05 DL-TRAN-DESC          PIC X(09).
001960    05 FILLER                PIC X(92) VALUE SPACES.
001961*    A payment has no quantity or price - the amount lines up
001962*    under EXTENDED PRICE.
001963 01 WS-PAYMENT-LINE.
001964    05 FILLER                PIC X(16) VALUE SPACES.
001965    05 PL-AMOUNT             PIC ZZZZZZZ9.99-.
001966    05 FILLER                PIC X(03) VALUE SPACES.
001967    05 FILLER                PIC X(09) VALUE 'PAYMT CR '.
001968    05 FILLER                PIC X(92) VALUE SPACES.
001970 01 WS-STMT-TOTAL-LINE.
001980    05 FILLER                PIC X(16)
001990        VALUE 'STATEMENT TOTAL '.
002000    05 STL-STMT-TOTAL        PIC ZZZZZZZZ9.99-.
002001    05 FILLER                PIC X(103) VALUE SPACES.
002002 01 WS-TAX-LINE.
002003    05 FILLER                PIC X(16)
002004        VALUE 'SALES TAX       '.
002005    05 TXL-AMOUNT            PIC ZZZZZZZZ9.99-.
002010    05 FILLER                PIC X(103) VALUE SPACES.
002020 01 WS-PREV-BAL-LINE.
002030    05 FILLER                PIC X(17)
002090        VALUE 'NEW BALANCE      '.
002100    05 NB-AMOUNT             PIC ZZZZZZZZ9.99-.
002110    05 FILLER                PIC X(102) VALUE SPACES.
002111******************************************************************
002112*    Delivery summary line layouts, written to DLVRPT.
002113******************************************************************
002114 01 WS-DV-HDR-LINE-1.
002115    05 FILLER                PIC X(20) VALUE SPACES.
002116    05 FILLER                PIC X(40)
002117        VALUE 'STMTPRT STATEMENT DELIVERY SUMMARY'.
002118    05 FILLER                PIC X(15)
002119        VALUE 'STATEMENT DATE '.
002120    05 DH-STMT-DATE          PIC 9(08).
002121    05 FILLER                PIC X(49) VALUE SPACES.
002122 01 WS-DV-HDR-LINE-2.
002123    05 FILLER                PIC X(10) VALUE 'DELIVERY'.
002124    05 FILLER                PIC X(03) VALUE SPACES.
002125    05 FILLER                PIC X(10) VALUE 'STATEMENTS'.
002126    05 FILLER                PIC X(02) VALUE SPACES.
002127    05 FILLER                PIC X(08) VALUE '   LINES'.
002128    05 FILLER                PIC X(03) VALUE SPACES.
002129    05 FILLER                PIC X(15) VALUE '    LINE AMOUNT'.
002130    05 FILLER                PIC X(03) VALUE SPACES.
002131    05 FILLER                PIC X(15) VALUE '       ACTIVITY'.
002132    05 FILLER                PIC X(03) VALUE SPACES.
002133    05 FILLER                PIC X(15) VALUE '      SALES TAX'.
002134    05 FILLER                PIC X(03) VALUE SPACES.
002135    05 FILLER                PIC X(15) VALUE '    NEW BALANCE'.
002136    05 FILLER                PIC X(27) VALUE SPACES.
002137 01 WS-DV-DETAIL-LINE.
002138    05 DD-DELIVERY           PIC X(10).
002139    05 FILLER                PIC X(06) VALUE SPACES.
002140    05 DD-STMTS              PIC ZZZZZZ9.
002141    05 FILLER                PIC X(03) VALUE SPACES.
002142    05 DD-LINES              PIC ZZZZZZ9.
002143    05 FILLER                PIC X(03) VALUE SPACES.
002144    05 DD-LINE-AMOUNT        PIC ZZZZZZZZZZ9.99-.
002145    05 FILLER                PIC X(03) VALUE SPACES.
002146    05 DD-ACTIVITY           PIC ZZZZZZZZZZ9.99-.
002147    05 FILLER                PIC X(03) VALUE SPACES.
002148    05 DD-TAX                PIC ZZZZZZZZZZ9.99-.
002149    05 FILLER                PIC X(03) VALUE SPACES.
002150    05 DD-NEW-BALANCE        PIC ZZZZZZZZZZ9.99-.
002151    05 FILLER                PIC X(27) VALUE SPACES.
002152*    A proof line - what the run says against what the two
002153*    ways account for.
002154 01 WS-DV-PROOF-LINE.
002155    05 DP-CAPTION            PIC X(40).
002156    05 DP-FIGURE-A           PIC X(16).
002157    05 FILLER                PIC X(03) VALUE SPACES.
002158    05 DP-FIGURE-B           PIC X(16).
002159    05 FILLER                PIC X(03) VALUE SPACES.
002160    05 DP-RESULT             PIC X(14).
002161    05 FILLER                PIC X(40) VALUE SPACES.
002162 01 WS-DV-COUNT-EDIT         PIC Z(14)9.
002163 01 WS-DV-AMOUNT-EDIT        PIC ZZZZZZZZZZ9.99-.
002164 LINKAGE SECTION.
002165 01 LS-BUSINESS-DATE         PIC 9(08).
002166 01 LS-RECORD-COUNT          PIC 9(07).
002167 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002168******************************************************************
002170*    0000-MAINLINE
002180******************************************************************
002190 0000-MAINLINE.
002210     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
002220         UNTIL WS-EOF.
002230     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002240*    Everything the run accounted for - lines put out either
002250*    way plus records bypassed - goes back to the chain; RUNRPT
002260*    proves it against what HITHERE handled.
002265*    A delivery proof out of balance ends the run RC 12.
002270     COMPUTE LS-RECORD-COUNT =
002280         WS-PRINTED-COUNT + WS-BYPASSED-COUNT.
002290     IF WS-OUT-OF-BALANCE
002292         MOVE 12 TO RETURN-CODE
002294     ELSE
002296         MOVE 0 TO RETURN-CODE
002298     END-IF.
002300     GOBACK.
002310******************************************************************
002320 1000-INITIALIZE.
002380     END-IF.
002390     OPEN INPUT TRANXF.
002400     OPEN OUTPUT STMTF.
002401     OPEN OUTPUT EBILLF.
002402     OPEN OUTPUT DLVRPT.
002403     PERFORM 1050-CLEAR-DELIVERY-ROW THRU 1050-EXIT
002404         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 2.
002405     PERFORM 4000-WRITE-EBILL-HEADER THRU 4000-EXIT.
002410*    No history file (status 35) only means the system has not
002420*    banked summaries yet - balances fall back to the master's
002430*    CM-BALANCE rather than refusing every statement.
002500             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
002510         END-IF
002520     END-IF.
002521     OPEN INPUT SUSPF.
002522     IF WS-SUSPF-STATUS-OK
002523         SET WS-HELD-NOT-EOF TO TRUE
002524         PERFORM 3200-READ-HELD-SALE THRU 3200-EXIT
002525     ELSE
002526         IF NOT WS-SUSPF-STATUS-NOTFND
002527             PERFORM 9902-SUSPF-ERROR THRU 9902-EXIT
002528         END-IF
002529     END-IF.
002530     PERFORM 1100-READ-TRANXF THRU 1100-EXIT.
002540 1000-EXIT.
002541     EXIT.
002542******************************************************************
002543 1050-CLEAR-DELIVERY-ROW.
002544     MOVE ZERO TO DV-STMTS(WS-DX).
002545     MOVE ZERO TO DV-LINES(WS-DX).
002546     MOVE ZERO TO DV-LINE-AMOUNT(WS-DX).
002547     MOVE ZERO TO DV-ACTIVITY(WS-DX).
002548     MOVE ZERO TO DV-TAX(WS-DX).
002549     MOVE ZERO TO DV-NEW-BALANCE(WS-DX).
002550 1050-EXIT.
002551     EXIT.
002560******************************************************************
002570*    1100-READ-TRANXF
002580*    Hands back detail records only.  A batch header closes
003220         MOVE WS-BATCH-SEQ TO WS-STMT-BATCH-SEQ
003230         MOVE ZERO TO WS-STMT-PAGE
003240         ADD 1 TO WS-STMT-COUNT
003243         SET WS-PIECE-SALES TO TRUE
003246         PERFORM 2055-SET-DELIVERY THRU 2055-EXIT
003250         PERFORM 2060-START-STATEMENT-PAGE THRU 2060-EXIT
003260     ELSE
003270         IF WS-FILEN-STATUS-NOTFND
003360 2050-EXIT.
003370     EXIT.
003380******************************************************************
003381*    2055-SET-DELIVERY
003382*    Picks the way the statement opening now goes out, off the
003383*    master record just read.  An E customer with no address on
003384*    file cannot be sent anything, so the statement prints and
003385*    the console says why.
003386******************************************************************
003387 2055-SET-DELIVERY.
003388     SET WS-STMT-PAPER TO TRUE.
003389     IF CM-DELIVER-EMAIL
003390         IF CM-EMAIL-ADDRESS = SPACES
003391             DISPLAY 'STMTPRT - CUSTOMER ' CM-ID
003392                 ' E-DELIVERY, NO EMAIL - STATEMENT PRINTED'
003393         ELSE
003394             SET WS-STMT-ELECTRONIC TO TRUE
003395         END-IF
003396     END-IF.
003397     ADD 1 TO DV-STMTS(WS-DX).
003398 2055-EXIT.
003399     EXIT.
003400******************************************************************
003401*    2060-START-STATEMENT-PAGE
003402*    First page of a statement carries the full CUSTMAST address
003410*    block; an overflow page carries a CONTINUED line instead,
003420*    so the mail house can tell a new statement from the middle
003430*    of one.
003432*    An electronic statement has no pages - its statement
003434*    header goes to EBILLF instead, and its lines never count
003436*    toward a page overflow.
003440******************************************************************
003450 2060-START-STATEMENT-PAGE.
003451     IF WS-STMT-ELECTRONIC
003452         PERFORM 4100-WRITE-EBILL-STATEMENT THRU 4100-EXIT
003453         MOVE ZERO TO WS-LINE-COUNT
003454         GO TO 2060-EXIT
003455     END-IF.
003460     ADD 1 TO WS-STMT-PAGE.
003470     MOVE WS-STMT-PAGE TO H1-PAGE-NUMBER.
003480     WRITE ST-LINE FROM WS-HDR-LINE-1.
003750 2070-WRITE-STATEMENT-TOTAL.
003760     PERFORM 2075-FETCH-NEW-BALANCE THRU 2075-EXIT.
003770     COMPUTE WS-PREV-BALANCE =
003780         WS-NEW-BALANCE - WS-STMT-TOTAL - WS-STMT-TAX.
003781     PERFORM 2080-ADD-STATEMENT-TO-ROW THRU 2080-EXIT.
003782     IF WS-STMT-ELECTRONIC
003783         PERFORM 4300-WRITE-EBILL-BALANCE THRU 4300-EXIT
003784         SET WS-CUST-NOT-OPEN TO TRUE
003785         GO TO 2070-EXIT
003786     END-IF.
003790     MOVE WS-STMT-TOTAL TO STL-STMT-TOTAL.
003800     WRITE ST-LINE FROM WS-BLANK-LINE.
003810     MOVE WS-PREV-BALANCE TO PB-AMOUNT.
003820     WRITE ST-LINE FROM WS-PREV-BAL-LINE.
003830     WRITE ST-LINE FROM WS-STMT-TOTAL-LINE.
003831     MOVE WS-STMT-TAX TO TXL-AMOUNT.
003832     WRITE ST-LINE FROM WS-TAX-LINE.
003840     MOVE WS-NEW-BALANCE TO NB-AMOUNT.
003850     WRITE ST-LINE FROM WS-NEW-BAL-LINE.
003860     SET WS-CUST-NOT-OPEN TO TRUE.
003930*    summary on file - a statement of only bypassed records,
003940*    or no history file at all - falls back to the master's
003950*    CM-BALANCE, still in the record area from the break's
003960*    address read.  The summary's sales tax comes with it; no
003961*    summary means no tax was charged.
003970******************************************************************
003980 2075-FETCH-NEW-BALANCE.
003990     IF WS-HIST-AVAILABLE
004040         READ TRANHIST
004050             INVALID KEY
004060                 MOVE CM-BALANCE TO WS-NEW-BALANCE
004061                 MOVE ZERO TO WS-STMT-TAX
004070             NOT INVALID KEY
004080                 MOVE HS-NEW-BALANCE TO WS-NEW-BALANCE
004081                 MOVE HS-TAX-TOTAL TO WS-STMT-TAX
004090         END-READ
004100         IF NOT WS-TRANHIST-STATUS-OK
004110             AND NOT WS-TRANHIST-STATUS-NOREC
004140         END-IF
004150     ELSE
004160         MOVE CM-BALANCE TO WS-NEW-BALANCE
004161         MOVE ZERO TO WS-STMT-TAX
004170     END-IF.
004180 2075-EXIT.
004181     EXIT.
004182******************************************************************
004183 2080-ADD-STATEMENT-TO-ROW.
004184     ADD WS-STMT-TOTAL  TO DV-ACTIVITY(WS-DX).
004185     ADD WS-STMT-TAX    TO DV-TAX(WS-DX).
004186     ADD WS-NEW-BALANCE TO DV-NEW-BALANCE(WS-DX).
004187 2080-EXIT.
004190     EXIT.
004200******************************************************************
004210*    2100-PRINT-TRANSACTION
004220*    The same zero-quantity and extended-price guards HITHERE
004230*    applies - a record HITHERE suspended must not show on the
004240*    statement, or the statement total will not tie back to the
004250*    PRTDD customer subtotal.  The same goes for a record
004251*    HITHERE held or refused on a check these guards cannot
004252*    repeat - the next such record off SUSPF is bypassed.
004260******************************************************************
004270 2100-PRINT-TRANSACTION.
004280     IF NOT TR-TRAN-SALE
004400             ADD 1 TO WS-BYPASSED-COUNT
004410             GO TO 2100-EXIT
004420     END-MULTIPLY.
004421     IF WS-HELD-NOT-EOF
004422         AND TR-CUST-ID   = SUSP-CUST-ID
004423         AND TR-QTY       = SUSP-QTY
004424         AND TR-PRICE     = SUSP-PRICE
004425         AND TR-TRAN-TYPE = SUSP-TRAN-TYPE
004426         ADD 1 TO WS-BYPASSED-COUNT
004427         PERFORM 3200-READ-HELD-SALE THRU 3200-EXIT
004428         GO TO 2100-EXIT
004429     END-IF.
004430     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
004440         PERFORM 2060-START-STATEMENT-PAGE THRU 2060-EXIT
004450     END-IF.
004560             MOVE SPACES TO DL-TRAN-DESC
004570     END-EVALUATE.
004580     MOVE WS-EXT-PRICE TO DL-EXT-PRICE.
004582     IF WS-STMT-ELECTRONIC
004584         MOVE TR-QTY       TO WS-LINE-QTY
004586         MOVE TR-PRICE     TO WS-LINE-PRICE
004588         MOVE WS-EXT-PRICE TO WS-LINE-AMOUNT
004590         MOVE DL-TRAN-DESC TO WS-LINE-DESC
004592         PERFORM 4200-WRITE-EBILL-DETAIL THRU 4200-EXIT
004594     ELSE
004596         WRITE ST-LINE FROM WS-DETAIL-LINE
004598         ADD 1 TO WS-LINE-COUNT
004600     END-IF.
004610     ADD 1 TO WS-PRINTED-COUNT.
004620     ADD WS-EXT-PRICE TO WS-STMT-TOTAL.
004623     ADD 1 TO DV-LINES(WS-DX).
004626     ADD WS-EXT-PRICE TO DV-LINE-AMOUNT(WS-DX).
004630 2100-EXIT.
004640     EXIT.
004650******************************************************************
004670     IF WS-CUST-OPEN
004680         PERFORM 2070-WRITE-STATEMENT-TOTAL THRU 2070-EXIT
004690     END-IF.
004691     IF WS-HIST-AVAILABLE
004692         PERFORM 3000-PRINT-PAYMENT-STATEMENTS THRU 3000-EXIT
004693     END-IF.
004695     PERFORM 4900-WRITE-EBILL-TRAILER THRU 4900-EXIT.
004697     PERFORM 5000-WRITE-DELIVERY-SUMMARY THRU 5000-EXIT.
004700     CLOSE TRANXF.
004710     CLOSE STMTF.
004713     CLOSE EBILLF.
004716     CLOSE DLVRPT.
004720     IF WS-HIST-AVAILABLE
004730         CLOSE TRANHIST
004732     END-IF.
004734     IF NOT WS-HELD-ABSENT
004736         CLOSE SUSPF
004740     END-IF.
004750     CLOSE FILEN.
004760     IF NOT WS-FILEN-STATUS-OK
004810     DISPLAY 'STMTPRT - LINES PRINTED      = ' WS-PRINTED-COUNT.
004820     DISPLAY 'STMTPRT - RECORDS BYPASSED   = '
004830         WS-BYPASSED-COUNT.
004831     DISPLAY 'STMTPRT - PAYMENT STATEMENTS = '
004832         WS-PAY-STMT-COUNT.
004833     DISPLAY 'STMTPRT - PAYMENT LINES      = '
004834         WS-PAY-LINE-COUNT.
004835     DISPLAY 'STMTPRT - STATEMENTS TO EBILLF = '
004836         DV-STMTS(2).
004837     IF WS-OUT-OF-BALANCE
004838         DISPLAY 'STMTPRT - DELIVERY PROOF OUT OF BALANCE -'
004839             ' SEE DLVRPT'
004840     END-IF.
004841 9000-EXIT.
004850     EXIT.
004860******************************************************************
004870 9900-FILE-ERROR.
005000     GOBACK.
005010 9901-EXIT.
005020     EXIT.
005030******************************************************************
005040*    3000-PRINT-PAYMENT-STATEMENTS
005050*    Browses FILEN in customer order for everyone with a cash
005060*    section on TRANHIST tonight - CASHPST banks the section's
005070*    summary at batch position 90, 909999 - and prints each one
005080*    a payment statement piece.  No summary is simply a
005090*    customer who paid nothing tonight.
005100******************************************************************
005110 3000-PRINT-PAYMENT-STATEMENTS.
005120     MOVE ZERO TO CM-ID.
005130     START FILEN KEY IS NOT LESS THAN CM-ID
005140         INVALID KEY
005150             GO TO 3000-EXIT
005160     END-START.
005170     SET WS-BROWSE-NOT-EOF TO TRUE.
005180     PERFORM 3050-CHECK-ONE-CUSTOMER THRU 3050-EXIT
005190         UNTIL WS-BROWSE-EOF.
005200 3000-EXIT.
005210     EXIT.
005220******************************************************************
005230 3050-CHECK-ONE-CUSTOMER.
005240     READ FILEN NEXT RECORD
005250         AT END
005260             SET WS-BROWSE-EOF TO TRUE
005270             GO TO 3050-EXIT
005280     END-READ.
005290     IF NOT WS-FILEN-STATUS-OK
005300         MOVE 'BROWS' TO WS-FILEN-OPERATION
005310         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005320     END-IF.
005330     MOVE CM-ID            TO HS-CUST-ID.
005340     MOVE LS-BUSINESS-DATE TO HS-TRAN-DATE.
005350     MOVE 909999           TO HS-SEQ.
005360     READ TRANHIST
005370         INVALID KEY
005380             CONTINUE
005390     END-READ.
005400     IF WS-TRANHIST-STATUS-NOREC
005410         GO TO 3050-EXIT
005420     END-IF.
005430     IF NOT WS-TRANHIST-STATUS-OK
005440         MOVE 'READ' TO WS-TRANHIST-OPERATION
005450         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
005460     END-IF.
005470     PERFORM 3100-PRINT-PAYMENT-PIECE THRU 3100-EXIT.
005480 3050-EXIT.
005490     EXIT.
005500******************************************************************
005510*    3100-PRINT-PAYMENT-PIECE
005520*    Same shape as a TRANXF statement - address block, one
005530*    PAYMT CR line per payment in the cash section read back
005540*    900001, 900002, ... until the key runs out, then previous
005550*    balance, the payments, and new balance.  The new balance
005560*    is the section summary's, taken before the detail reads
005570*    overwrite the record area.
005580******************************************************************
005590 3100-PRINT-PAYMENT-PIECE.
005600     MOVE HS-NEW-BALANCE TO WS-NEW-BALANCE.
005610     MOVE CM-ID TO WS-CURRENT-CUST-ID.
005620     MOVE ZERO TO WS-STMT-TOTAL.
005630     MOVE ZERO TO WS-STMT-PAGE.
005640     ADD 1 TO WS-PAY-STMT-COUNT.
005642     SET WS-PIECE-PAYMENT TO TRUE.
005644     PERFORM 2055-SET-DELIVERY THRU 2055-EXIT.
005646     MOVE ZERO TO WS-STMT-TAX.
005650     PERFORM 2060-START-STATEMENT-PAGE THRU 2060-EXIT.
005660     MOVE ZERO TO WS-PAY-SEQ.
005670     SET WS-PAY-NOT-DONE TO TRUE.
005680     PERFORM 3150-PRINT-ONE-PAYMENT THRU 3150-EXIT
005690         UNTIL WS-PAY-DONE.
005700     COMPUTE WS-PREV-BALANCE =
005710         WS-NEW-BALANCE - WS-STMT-TOTAL.
005711     PERFORM 2080-ADD-STATEMENT-TO-ROW THRU 2080-EXIT.
005712     IF WS-STMT-ELECTRONIC
005713         PERFORM 4300-WRITE-EBILL-BALANCE THRU 4300-EXIT
005714         GO TO 3100-EXIT
005715     END-IF.
005720     MOVE WS-STMT-TOTAL TO STL-STMT-TOTAL.
005730     WRITE ST-LINE FROM WS-BLANK-LINE.
005740     MOVE WS-PREV-BALANCE TO PB-AMOUNT.
005750     WRITE ST-LINE FROM WS-PREV-BAL-LINE.
005760     WRITE ST-LINE FROM WS-STMT-TOTAL-LINE.
005770     MOVE WS-NEW-BALANCE TO NB-AMOUNT.
005780     WRITE ST-LINE FROM WS-NEW-BAL-LINE.
005790 3100-EXIT.
005800     EXIT.
005810******************************************************************
005820 3150-PRINT-ONE-PAYMENT.
005830     ADD 1 TO WS-PAY-SEQ.
005840     MOVE WS-CURRENT-CUST-ID TO HS-CUST-ID.
005850     MOVE LS-BUSINESS-DATE   TO HS-TRAN-DATE.
005860     COMPUTE HS-SEQ = 900000 + WS-PAY-SEQ.
005870     READ TRANHIST
005880         INVALID KEY
005890             CONTINUE
005900     END-READ.
005910     IF WS-TRANHIST-STATUS-NOREC
005920         SET WS-PAY-DONE TO TRUE
005930         GO TO 3150-EXIT
005940     END-IF.
005950     IF NOT WS-TRANHIST-STATUS-OK
005960         MOVE 'READ' TO WS-TRANHIST-OPERATION
005970         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
005980     END-IF.
005990     IF WS-LINE-COUNT > WS-LINES-PER-PAGE
006000         PERFORM 2060-START-STATEMENT-PAGE THRU 2060-EXIT
006010     END-IF.
006013     IF WS-STMT-ELECTRONIC
006016         MOVE ZERO         TO WS-LINE-QTY
006019         MOVE ZERO         TO WS-LINE-PRICE
006022         MOVE HS-EXT-PRICE TO WS-LINE-AMOUNT
006025         MOVE 'PAYMT CR '  TO WS-LINE-DESC
006028         PERFORM 4200-WRITE-EBILL-DETAIL THRU 4200-EXIT
006031     ELSE
006034         MOVE HS-EXT-PRICE TO PL-AMOUNT
006037         WRITE ST-LINE FROM WS-PAYMENT-LINE
006040         ADD 1 TO WS-LINE-COUNT
006043     END-IF.
006050     ADD 1 TO WS-PAY-LINE-COUNT.
006060     ADD HS-EXT-PRICE TO WS-STMT-TOTAL.
006063     ADD 1 TO DV-LINES(WS-DX).
006066     ADD HS-EXT-PRICE TO DV-LINE-AMOUNT(WS-DX).
006070 3150-EXIT.
006080     EXIT.
006090******************************************************************
006100*    3200-READ-HELD-SALE
006110*    HITHERE rebuilds SUSPF every night in TRANXF order, so the
006120*    records it suspended come up here in the order their
006130*    details are read.  Only an over-limit hold or a closed
006140*    account matters - every other reason fails one of 2100's
006150*    own guards before the SUSPF match is tried.
006160******************************************************************
006170 3200-READ-HELD-SALE.
006180     READ SUSPF
006190         AT END
006200             SET WS-HELD-EOF TO TRUE
006210             GO TO 3200-EXIT
006220     END-READ.
006230     IF NOT WS-SUSPF-STATUS-OK
006240         PERFORM 9902-SUSPF-ERROR THRU 9902-EXIT
006250     END-IF.
006260     IF NOT SUSP-REASON-OVER-LIMIT
006270         AND NOT SUSP-REASON-CLOSED-CUST
006280         GO TO 3200-READ-HELD-SALE
006290     END-IF.
006300 3200-EXIT.
006310     EXIT.
006320******************************************************************
006330 9902-SUSPF-ERROR.
006340     DISPLAY 'STMTPRT - SUSPF I/O ERROR'.
006350     DISPLAY 'STMTPRT - FILE STATUS = ' WS-SUSPF-STATUS.
006360     MOVE 16 TO RETURN-CODE.
006370     GOBACK.
006380 9902-EXIT.
006390     EXIT.
006400******************************************************************
006410*    4000-WRITE-EBILL-HEADER
006420*    EBILLF opens with its file header every night, electronic
006430*    statements or none.
006440******************************************************************
006450 4000-WRITE-EBILL-HEADER.
006460     MOVE SPACES TO EB-RECORD.
006470     SET EB-TYPE-HEADER TO TRUE.
006480     MOVE 'STMTPRT ' TO EB-H-SOURCE.
006490     MOVE LS-BUSINESS-DATE TO EB-H-STMT-DATE.
006500     MOVE 'CUSTOMER STATEMENTS' TO EB-H-DESCRIPTION.
006510     WRITE EB-RECORD.
006520     ADD 1 TO WS-EB-RECORD-COUNT.
006530 4000-EXIT.
006540     EXIT.
006550******************************************************************
006560*    4100-WRITE-EBILL-STATEMENT
006570*    The statement header - where the vendor sends it and the
006580*    same address block a paper statement carries, off the
006590*    master record the statement opened from.
006600******************************************************************
006610 4100-WRITE-EBILL-STATEMENT.
006620     MOVE SPACES TO EB-RECORD.
006630     SET EB-TYPE-STATEMENT TO TRUE.
006640     MOVE WS-CURRENT-CUST-ID TO EB-S-CUST-ID.
006650     IF WS-PIECE-PAYMENT
006660         SET EB-S-KIND-PAYMENT TO TRUE
006670     ELSE
006680         SET EB-S-KIND-SALES TO TRUE
006690     END-IF.
006700     MOVE CM-EMAIL-ADDRESS TO EB-S-EMAIL-ADDRESS.
006710     MOVE CM-NAME          TO EB-S-NAME.
006720     MOVE CM-ADDR-LINE-1   TO EB-S-ADDR-LINE-1.
006730     MOVE CM-ADDR-LINE-2   TO EB-S-ADDR-LINE-2.
006740     MOVE CM-ADDR-CITY     TO EB-S-ADDR-CITY.
006750     MOVE CM-ADDR-STATE    TO EB-S-ADDR-STATE.
006760     MOVE CM-ADDR-ZIP      TO EB-S-ADDR-ZIP.
006770     WRITE EB-RECORD.
006780     ADD 1 TO WS-EB-RECORD-COUNT.
006790     ADD 1 TO WS-EB-STMT-COUNT.
006800 4100-EXIT.
006810     EXIT.
006820******************************************************************
006830*    4200-WRITE-EBILL-DETAIL
006840*    One statement line, from the WS-LINE fields - the same
006850*    figures the paper detail or payment line prints, with the
006860*    credit side carried in the DR-CR byte.
006870******************************************************************
006880 4200-WRITE-EBILL-DETAIL.
006890     MOVE SPACES TO EB-RECORD.
006900     SET EB-TYPE-DETAIL TO TRUE.
006910     MOVE WS-CURRENT-CUST-ID TO EB-D-CUST-ID.
006920     MOVE WS-LINE-QTY        TO EB-D-QTY.
006930     MOVE WS-LINE-PRICE      TO EB-D-PRICE.
006940     MOVE WS-LINE-AMOUNT     TO EB-D-AMOUNT.
006950     IF WS-LINE-AMOUNT < ZERO
006960         SET EB-D-CREDIT TO TRUE
006970         ADD EB-D-AMOUNT TO WS-EB-CREDIT-TOTAL
006980     ELSE
006990         SET EB-D-DEBIT TO TRUE
007000         ADD EB-D-AMOUNT TO WS-EB-DEBIT-TOTAL
007010     END-IF.
007020     MOVE WS-LINE-DESC       TO EB-D-DESCRIPTION.
007030     WRITE EB-RECORD.
007040     ADD 1 TO WS-EB-RECORD-COUNT.
007050     ADD 1 TO WS-EB-DETAIL-COUNT.
007060 4200-EXIT.
007070     EXIT.
007080******************************************************************
007090*    4300-WRITE-EBILL-BALANCE
007100*    The balance forward - previous balance, the statement's
007110*    activity, its sales tax, and the new balance, cross-footed
007120*    exactly as the paper statement prints them.
007130******************************************************************
007140 4300-WRITE-EBILL-BALANCE.
007150     MOVE SPACES TO EB-RECORD.
007160     SET EB-TYPE-BALANCE TO TRUE.
007170     MOVE WS-CURRENT-CUST-ID TO EB-B-CUST-ID.
007180     MOVE WS-PREV-BALANCE TO EB-B-PREV-BALANCE.
007190     MOVE 'D' TO EB-B-PREV-DR-CR.
007200     IF WS-PREV-BALANCE < ZERO
007210         MOVE 'C' TO EB-B-PREV-DR-CR
007220     END-IF.
007230     MOVE WS-STMT-TOTAL TO EB-B-ACTIVITY.
007240     MOVE 'D' TO EB-B-ACTIVITY-DR-CR.
007250     IF WS-STMT-TOTAL < ZERO
007260         MOVE 'C' TO EB-B-ACTIVITY-DR-CR
007270     END-IF.
007280     MOVE WS-STMT-TAX TO EB-B-TAX.
007290     MOVE 'D' TO EB-B-TAX-DR-CR.
007300     IF WS-STMT-TAX < ZERO
007310         MOVE 'C' TO EB-B-TAX-DR-CR
007320     END-IF.
007330     MOVE WS-NEW-BALANCE TO EB-B-NEW-BALANCE.
007340     MOVE 'D' TO EB-B-NEW-DR-CR.
007350     IF WS-NEW-BALANCE < ZERO
007360         MOVE 'C' TO EB-B-NEW-DR-CR
007370     END-IF.
007380     WRITE EB-RECORD.
007390     ADD 1 TO WS-EB-RECORD-COUNT.
007400     ADD WS-STMT-TAX    TO WS-EB-TAX-TOTAL.
007410     ADD WS-NEW-BALANCE TO WS-EB-NEW-BAL-TOTAL.
007420 4300-EXIT.
007430     EXIT.
007440******************************************************************
007450*    4900-WRITE-EBILL-TRAILER
007460*    The record count takes in the trailer itself.
007470******************************************************************
007480 4900-WRITE-EBILL-TRAILER.
007490     ADD 1 TO WS-EB-RECORD-COUNT.
007500     MOVE SPACES TO EB-RECORD.
007510     SET EB-TYPE-TRAILER TO TRUE.
007520     MOVE WS-EB-STMT-COUNT   TO EB-T-STMT-COUNT.
007530     MOVE WS-EB-DETAIL-COUNT TO EB-T-DETAIL-COUNT.
007540     MOVE WS-EB-RECORD-COUNT TO EB-T-RECORD-COUNT.
007550     MOVE WS-EB-DEBIT-TOTAL  TO EB-T-DEBIT-TOTAL.
007560     MOVE WS-EB-CREDIT-TOTAL TO EB-T-CREDIT-TOTAL.
007570     MOVE WS-EB-TAX-TOTAL    TO EB-T-TAX-TOTAL.
007580     MOVE 'D' TO EB-T-TAX-DR-CR.
007590     IF WS-EB-TAX-TOTAL < ZERO
007600         MOVE 'C' TO EB-T-TAX-DR-CR
007610     END-IF.
007620     MOVE WS-EB-NEW-BAL-TOTAL TO EB-T-NEW-BAL-TOTAL.
007630     MOVE 'D' TO EB-T-NEW-BAL-DR-CR.
007640     IF WS-EB-NEW-BAL-TOTAL < ZERO
007650         MOVE 'C' TO EB-T-NEW-BAL-DR-CR
007660     END-IF.
007670     WRITE EB-RECORD.
007680 4900-EXIT.
007690     EXIT.
007700******************************************************************
007710*    5000-WRITE-DELIVERY-SUMMARY
007720*    Statements, lines, and dollars each way, footed, then the
007730*    proof: the two ways together account for every statement
007740*    and line the run produced; each way's lines foot to its
007750*    statements' activity; and what EBILLF's trailer says it
007760*    carries is what went electronic.  Any miss is out of
007770*    balance and the run ends RC 12.
007780******************************************************************
007790 5000-WRITE-DELIVERY-SUMMARY.
007800     MOVE LS-BUSINESS-DATE TO DH-STMT-DATE.
007810     WRITE DV-LINE FROM WS-DV-HDR-LINE-1.
007820     WRITE DV-LINE FROM WS-BLANK-LINE.
007830     WRITE DV-LINE FROM WS-DV-HDR-LINE-2.
007840     PERFORM 5100-WRITE-DELIVERY-ROW THRU 5100-EXIT
007850         VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 2.
007860     MOVE 'TOTAL'        TO DD-DELIVERY.
007870     MOVE DG-STMTS       TO DD-STMTS.
007880     MOVE DG-LINES       TO DD-LINES.
007890     MOVE DG-LINE-AMOUNT TO DD-LINE-AMOUNT.
007900     MOVE DG-ACTIVITY    TO DD-ACTIVITY.
007910     MOVE DG-TAX         TO DD-TAX.
007920     MOVE DG-NEW-BALANCE TO DD-NEW-BALANCE.
007930     WRITE DV-LINE FROM WS-DV-DETAIL-LINE.
007940     WRITE DV-LINE FROM WS-BLANK-LINE.
007950     MOVE 'DELIVERY PROOF' TO DP-CAPTION.
007960     MOVE '     RUN FIGURE' TO DP-FIGURE-A.
007970     MOVE ' PROVED AGAINST' TO DP-FIGURE-B.
007980     MOVE 'RESULT'         TO DP-RESULT.
007990     WRITE DV-LINE FROM WS-DV-PROOF-LINE.
008000     MOVE 'STATEMENTS OPENED / SENT EITHER WAY' TO DP-CAPTION.
008010     COMPUTE WS-PROOF-COUNT-A = WS-STMT-COUNT + WS-PAY-STMT-COUNT.
008020     MOVE DG-STMTS TO WS-PROOF-COUNT-B.
008030     PERFORM 5200-PROVE-COUNT THRU 5200-EXIT.
008040     MOVE 'LINES WRITTEN / SENT EITHER WAY' TO DP-CAPTION.
008050     COMPUTE WS-PROOF-COUNT-A =
008060         WS-PRINTED-COUNT + WS-PAY-LINE-COUNT.
008070     MOVE DG-LINES TO WS-PROOF-COUNT-B.
008080     PERFORM 5200-PROVE-COUNT THRU 5200-EXIT.
008090     MOVE 'PAPER LINE AMOUNT / ACTIVITY' TO DP-CAPTION.
008100     MOVE DV-LINE-AMOUNT(1) TO WS-PROOF-AMOUNT-A.
008110     MOVE DV-ACTIVITY(1)    TO WS-PROOF-AMOUNT-B.
008120     PERFORM 5300-PROVE-AMOUNT THRU 5300-EXIT.
008130     MOVE 'ELECTRONIC LINE AMOUNT / ACTIVITY' TO DP-CAPTION.
008140     MOVE DV-LINE-AMOUNT(2) TO WS-PROOF-AMOUNT-A.
008150     MOVE DV-ACTIVITY(2)    TO WS-PROOF-AMOUNT-B.
008160     PERFORM 5300-PROVE-AMOUNT THRU 5300-EXIT.
008170     MOVE 'EBILLF STATEMENTS / ELECTRONIC' TO DP-CAPTION.
008180     MOVE WS-EB-STMT-COUNT TO WS-PROOF-COUNT-A.
008190     MOVE DV-STMTS(2)      TO WS-PROOF-COUNT-B.
008200     PERFORM 5200-PROVE-COUNT THRU 5200-EXIT.
008210     MOVE 'EBILLF DETAILS / ELECTRONIC LINES' TO DP-CAPTION.
008220     MOVE WS-EB-DETAIL-COUNT TO WS-PROOF-COUNT-A.
008230     MOVE DV-LINES(2)        TO WS-PROOF-COUNT-B.
008240     PERFORM 5200-PROVE-COUNT THRU 5200-EXIT.
008250     MOVE 'EBILLF NET DETAIL / ELECTRONIC' TO DP-CAPTION.
008260     COMPUTE WS-PROOF-AMOUNT-A =
008270         WS-EB-DEBIT-TOTAL - WS-EB-CREDIT-TOTAL.
008280     MOVE DV-ACTIVITY(2) TO WS-PROOF-AMOUNT-B.
008290     PERFORM 5300-PROVE-AMOUNT THRU 5300-EXIT.
008300     MOVE 'EBILLF NEW BALANCE / ELECTRONIC' TO DP-CAPTION.
008310     MOVE WS-EB-NEW-BAL-TOTAL TO WS-PROOF-AMOUNT-A.
008320     MOVE DV-NEW-BALANCE(2)   TO WS-PROOF-AMOUNT-B.
008330     PERFORM 5300-PROVE-AMOUNT THRU 5300-EXIT.
008340     WRITE DV-LINE FROM WS-BLANK-LINE.
008350     MOVE SPACES TO WS-DV-PROOF-LINE.
008360     IF WS-IN-BALANCE
008370         MOVE 'DELIVERY PROOF IN BALANCE' TO DP-CAPTION
008380     ELSE
008390         MOVE 'DELIVERY PROOF OUT OF BALANCE' TO DP-CAPTION
008400     END-IF.
008410     WRITE DV-LINE FROM WS-DV-PROOF-LINE.
008420 5000-EXIT.
008430     EXIT.
008440******************************************************************
008450 5100-WRITE-DELIVERY-ROW.
008460     IF WS-STMT-PAPER
008470         MOVE 'PAPER'      TO DD-DELIVERY
008480     ELSE
008490         MOVE 'ELECTRONIC' TO DD-DELIVERY
008500     END-IF.
008510     MOVE DV-STMTS(WS-DX)       TO DD-STMTS.
008520     MOVE DV-LINES(WS-DX)       TO DD-LINES.
008530     MOVE DV-LINE-AMOUNT(WS-DX) TO DD-LINE-AMOUNT.
008540     MOVE DV-ACTIVITY(WS-DX)    TO DD-ACTIVITY.
008550     MOVE DV-TAX(WS-DX)         TO DD-TAX.
008560     MOVE DV-NEW-BALANCE(WS-DX) TO DD-NEW-BALANCE.
008570     WRITE DV-LINE FROM WS-DV-DETAIL-LINE.
008580     ADD DV-STMTS(WS-DX)       TO DG-STMTS.
008590     ADD DV-LINES(WS-DX)       TO DG-LINES.
008600     ADD DV-LINE-AMOUNT(WS-DX) TO DG-LINE-AMOUNT.
008610     ADD DV-ACTIVITY(WS-DX)    TO DG-ACTIVITY.
008620     ADD DV-TAX(WS-DX)         TO DG-TAX.
008630     ADD DV-NEW-BALANCE(WS-DX) TO DG-NEW-BALANCE.
008640 5100-EXIT.
008650     EXIT.
008660******************************************************************
008670 5200-PROVE-COUNT.
008680     MOVE WS-PROOF-COUNT-A TO WS-DV-COUNT-EDIT.
008690     MOVE WS-DV-COUNT-EDIT TO DP-FIGURE-A.
008700     MOVE WS-PROOF-COUNT-B TO WS-DV-COUNT-EDIT.
008710     MOVE WS-DV-COUNT-EDIT TO DP-FIGURE-B.
008720     IF WS-PROOF-COUNT-A = WS-PROOF-COUNT-B
008730         MOVE 'IN BALANCE' TO DP-RESULT
008740     ELSE
008750         MOVE 'OUT OF BALANCE' TO DP-RESULT
008760         SET WS-OUT-OF-BALANCE TO TRUE
008770     END-IF.
008780     WRITE DV-LINE FROM WS-DV-PROOF-LINE.
008790 5200-EXIT.
008800     EXIT.
008810******************************************************************
008820 5300-PROVE-AMOUNT.
008830     MOVE WS-PROOF-AMOUNT-A TO WS-DV-AMOUNT-EDIT.
008840     MOVE WS-DV-AMOUNT-EDIT TO DP-FIGURE-A.
008850     MOVE WS-PROOF-AMOUNT-B TO WS-DV-AMOUNT-EDIT.
008860     MOVE WS-DV-AMOUNT-EDIT TO DP-FIGURE-B.
008870     IF WS-PROOF-AMOUNT-A = WS-PROOF-AMOUNT-B
008880         MOVE 'IN BALANCE' TO DP-RESULT
008890     ELSE
008900         MOVE 'OUT OF BALANCE' TO DP-RESULT
008910         SET WS-OUT-OF-BALANCE TO TRUE
008920     END-IF.
008930     WRITE DV-LINE FROM WS-DV-PROOF-LINE.
008940 5300-EXIT.
008950     EXIT.
