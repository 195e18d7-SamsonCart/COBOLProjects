000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SALESAN.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Monthly sales analysis by region and top customers.
000160*    Reads the month's posted sales and returns off TRANHIST,
000170*    joins each customer to FILEN for the address, and breaks
000180*    net sales (sales less returns), returns, and the count of
000190*    sale and return transactions down by state and by ZIP
000200*    prefix (the first three characters of CM-ADDR-ZIP) within
000210*    state, with a total for each state and for the month.  A
000220*    ranked list of the top customers by net sales follows.
000230*    Every figure prints against the prior month and the same
000240*    month last year, with the percent change from each.
000250*    Returns print as a positive amount - the goods that came
000260*    back - so their percent change reads the same way as the
000270*    others.  Adjustments and payments are not sales and pass
000280*    by.  History for a customer no longer on FILEN (closed
000290*    and archived, or merged away) totals on its own NOT ON
000300*    MASTER line, since there is no address left to place it
000310*    by.  The SAPARM card sets the month, YYYYMM, and the
000320*    number of customers to rank (1-50, default 20); no card
000330*    reports the month of the CALENDF business date.  Runs in
000340*    NITEBAT's month-end leg after TAXRPT, ahead of the ledger
000350*    close, and by hand to rerun any month still on TRANHIST.
000360*    MODIFICATION HISTORY
000370*   10/15/2026 SC  Initial version.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410    SELECT SAPARM ASSIGN TO SAPRMDD
000420        ORGANIZATION IS SEQUENTIAL
000430        FILE STATUS IS WS-SAPARM-STATUS.
000440    SELECT CALENDF ASSIGN TO CALENDD
000450        ORGANIZATION IS SEQUENTIAL
000460        FILE STATUS IS WS-CALEND-STATUS.
000470    SELECT TRANHIST ASSIGN TO TRNHSTDD
000480        ORGANIZATION IS INDEXED
000490        ACCESS MODE IS SEQUENTIAL
000500        RECORD KEY IS HS-KEY
000510        FILE STATUS IS WS-TRANHIST-STATUS.
000520    SELECT FILEN ASSIGN TO DDNAME
000530        ORGANIZATION IS INDEXED
000540        ACCESS MODE IS SEQUENTIAL
000550        RECORD KEY IS CM-ID
000560        ALTERNATE RECORD KEY IS CM-NAME
000570            WITH DUPLICATES
000580        FILE STATUS IS WS-FILEN-STATUS.
000590    SELECT SALESRPT ASSIGN TO SALRPTDD
000600        ORGANIZATION IS SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD SAPARM.
000640 01 SP-RECORD.
000650    05 SP-REPORT-MONTH       PIC 9(06).
000660    05 SP-REPORT-MONTH-R REDEFINES SP-REPORT-MONTH.
000670       10 SP-REPORT-YYYY     PIC 9(04).
000680       10 SP-REPORT-MM       PIC 9(02).
000690    05 SP-TOP-COUNT          PIC 9(02).
000700 FD CALENDF.
000710 COPY CALREC.
000720 FD TRANHIST.
000730 COPY HISTREC.
000740 FD FILEN.
000750 COPY CUSTMAST.
000760 FD SALESRPT.
000770 01 SR-LINE               PIC X(132).
000780 WORKING-STORAGE SECTION.
000790 01 WS-SWITCHES.
000800    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000810       88 WS-EOF                VALUE 'Y'.
000820       88 WS-NOT-EOF            VALUE 'N'.
000830    05 WS-MASTER-EOF-SW     PIC X(01) VALUE 'N'.
000840       88 WS-MASTER-EOF         VALUE 'Y'.
000850       88 WS-MASTER-NOT-EOF     VALUE 'N'.
000860    05 WS-ON-MASTER-SW      PIC X(01) VALUE 'N'.
000870       88 WS-ON-MASTER          VALUE 'Y'.
000880       88 WS-NOT-ON-MASTER      VALUE 'N'.
000890 01 WS-SAPARM-STATUS         PIC X(02) VALUE '00'.
000900    88 WS-SAPARM-STATUS-OK      VALUE '00'.
000910    88 WS-SAPARM-STATUS-NOTFND  VALUE '35'.
000920 01 WS-CALEND-STATUS         PIC X(02) VALUE '00'.
000930    88 WS-CALEND-STATUS-OK      VALUE '00'.
000940 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
000950    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
000960    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
000970 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
000980    88 WS-HIST-AVAILABLE         VALUE 'Y'.
000990    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
001000 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
001010    88 WS-FILEN-STATUS-OK       VALUE '00'.
001020 01 WS-FILEN-OPERATION       PIC X(05) VALUE SPACES.
001030******************************************************************
001040*    The three months compared, YYYYMM - 1 the report month, 2
001050*    the month before it, 3 the same month a year earlier - and
001060*    a posting date pulled apart the same way for the compare.
001070******************************************************************
001080 01 WS-REPORT-MONTH          PIC 9(06) VALUE ZERO.
001090 01 WS-REPORT-MONTH-R REDEFINES WS-REPORT-MONTH.
001100    05 WS-RM-YYYY            PIC 9(04).
001110    05 WS-RM-MM              PIC 9(02).
001120 01 WS-WORK-MONTH            PIC 9(06) VALUE ZERO.
001130 01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
001140    05 WS-WM-YYYY            PIC 9(04).
001150    05 WS-WM-MM              PIC 9(02).
001160 01 WS-PERIOD-TABLE.
001170    05 WS-PERIOD-MONTH OCCURS 3 TIMES
001180                             PIC 9(06).
001190 01 WS-PX                    PIC S9(04) COMP VALUE ZERO.
001200 01 WS-DATE-PARTS.
001210    05 WS-DP-YYYYMM          PIC 9(06).
001220    05 WS-DP-DD              PIC 9(02).
001230 01 WS-TOP-COUNT             PIC S9(04) COMP VALUE 20.
001240******************************************************************
001250*    One customer's figures for the three months, gathered off
001260*    its run of TRANHIST records, and the address it files by.
001270******************************************************************
001280 01 WS-CUST-ID               PIC 9(05) VALUE ZERO.
001290 01 WS-CUST-STATE            PIC X(02) VALUE SPACES.
001300 01 WS-CUST-ZIP              PIC X(10) VALUE SPACES.
001310 01 WS-CUST-ZIP-R REDEFINES WS-CUST-ZIP.
001320    05 WS-CUST-ZIP-PREFIX    PIC X(03).
001330    05 FILLER                PIC X(07).
001340 01 WS-CUST-NAME             PIC X(25) VALUE SPACES.
001350 01 WS-CUST-FIGURES.
001360    05 WS-CF-PERIOD OCCURS 3 TIMES.
001370       10 WS-CF-NET          PIC S9(11)V99 COMP-3.
001380       10 WS-CF-RETURNS      PIC S9(11)V99 COMP-3.
001390       10 WS-CF-COUNT        PIC S9(07) COMP-3.
001400******************************************************************
001410*    Figures by state and ZIP prefix, kept in state-then-prefix
001420*    order as the pairs are met.  The state totals are footed
001430*    off the table as it prints.
001440******************************************************************
001450 01 WS-RG-COUNT              PIC S9(04) COMP VALUE ZERO.
001460 01 WS-RX                    PIC S9(04) COMP VALUE ZERO.
001470 01 WS-SX                    PIC S9(04) COMP VALUE ZERO.
001480 01 WS-SEARCH-KEY.
001490    05 WS-SEARCH-STATE       PIC X(02).
001500    05 WS-SEARCH-ZIP         PIC X(03).
001510 01 WS-RG-SW                 PIC X(01) VALUE 'N'.
001520    88 WS-RG-SEARCHING          VALUE 'N'.
001530    88 WS-RG-FOUND              VALUE 'F'.
001540    88 WS-RG-INSERT             VALUE 'I'.
001550 01 WS-REGION-TABLE.
001560    05 WS-REGION-ENTRY OCCURS 999 TIMES.
001570       10 RG-KEY.
001580          15 RG-STATE        PIC X(02).
001590          15 RG-ZIP-PREFIX   PIC X(03).
001600       10 RG-PERIOD OCCURS 3 TIMES.
001610          15 RG-NET          PIC S9(11)V99 COMP-3.
001620          15 RG-RETURNS      PIC S9(11)V99 COMP-3.
001630          15 RG-COUNT        PIC S9(07) COMP-3.
001640******************************************************************
001650*    Figure sets for the total lines - the state being printed,
001660*    the customers no longer on the master, and the month - and
001670*    the one the print paragraph works from.
001680******************************************************************
001690 01 WS-STATE-SET.
001700    05 WS-ST-PERIOD OCCURS 3 TIMES.
001710       10 WS-ST-NET          PIC S9(11)V99 COMP-3.
001720       10 WS-ST-RETURNS      PIC S9(11)V99 COMP-3.
001730       10 WS-ST-COUNT        PIC S9(07) COMP-3.
001740 01 WS-OFF-MASTER-SET.
001750    05 WS-OM-PERIOD OCCURS 3 TIMES.
001760       10 WS-OM-NET          PIC S9(11)V99 COMP-3.
001770       10 WS-OM-RETURNS      PIC S9(11)V99 COMP-3.
001780       10 WS-OM-COUNT        PIC S9(07) COMP-3.
001790 01 WS-GRAND-SET.
001800    05 WS-GT-PERIOD OCCURS 3 TIMES.
001810       10 WS-GT-NET          PIC S9(11)V99 COMP-3.
001820       10 WS-GT-RETURNS      PIC S9(11)V99 COMP-3.
001830       10 WS-GT-COUNT        PIC S9(07) COMP-3.
001840 01 WS-PRINT-SET.
001850    05 WS-PR-PERIOD OCCURS 3 TIMES.
001860       10 WS-PR-NET          PIC S9(11)V99 COMP-3.
001870       10 WS-PR-RETURNS      PIC S9(11)V99 COMP-3.
001880       10 WS-PR-COUNT        PIC S9(07) COMP-3.
001890 01 WS-PRINT-STATE           PIC X(02) VALUE SPACES.
001900******************************************************************
001910*    Top customers by the report month's net sales, highest
001920*    first.  A customer with no sales or returns in the report
001930*    month is not ranked.
001940******************************************************************
001950 01 WS-TP-COUNT              PIC S9(04) COMP VALUE ZERO.
001960 01 WS-TX                    PIC S9(04) COMP VALUE ZERO.
001962 01 WS-RANK-SW               PIC X(01) VALUE 'N'.
001964    88 WS-RANK-FOUND            VALUE 'Y'.
001966    88 WS-RANK-NOT-FOUND        VALUE 'N'.
001970 01 WS-TOP-TABLE.
001980    05 WS-TOP-ENTRY OCCURS 50 TIMES.
001990       10 TP-CUST-ID         PIC 9(05).
002000       10 TP-CUST-NAME       PIC X(25).
002010       10 TP-STATE           PIC X(02).
002020       10 TP-NET OCCURS 3 TIMES
002030                             PIC S9(11)V99 COMP-3.
002040******************************************************************
002050*    Percent change - the current figure against a base, as a
002060*    printable eight characters.  No base to compare against
002070*    prints NEW; nothing either side prints blank.
002080******************************************************************
002090 01 WS-PCT-CURRENT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002100 01 WS-PCT-BASE              PIC S9(11)V99 COMP-3 VALUE ZERO.
002110 01 WS-PCT-VALUE             PIC S9(05)V9 COMP-3 VALUE ZERO.
002120 01 WS-PCT-EDIT              PIC ZZZZ9.9-.
002130 01 WS-PCT-TEXT              PIC X(08) VALUE SPACES.
002140 01 WS-AMOUNT-EDIT           PIC ZZZZZZZZZZ9.99-.
002150 01 WS-COUNT-EDIT            PIC ZZZZZZZZZZZZZZ9.
002160 01 WS-FIGURE-X              PIC S9(04) COMP VALUE ZERO.
002170 01 WS-RUN-COUNTS.
002180    05 WS-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
002190    05 WS-CUSTOMER-COUNT     PIC 9(07) VALUE ZERO.
002200    05 WS-OFF-MASTER-COUNT   PIC 9(07) VALUE ZERO.
002210******************************************************************
002220*    Sales analysis line layouts, written to SALESRPT.
002230******************************************************************
002240 01 WS-HDR-LINE-1.
002250    05 FILLER                PIC X(20) VALUE SPACES.
002260    05 FILLER                PIC X(40)
002270        VALUE 'SALESAN MONTHLY SALES ANALYSIS'.
002280    05 FILLER                PIC X(13) VALUE 'REPORT MONTH '.
002290    05 H1-REPORT-MONTH       PIC 9(06).
002300    05 FILLER                PIC X(15) VALUE '  PRIOR MONTH '.
002310    05 H1-PRIOR-MONTH        PIC 9(06).
002320    05 FILLER                PIC X(13) VALUE '  LAST YEAR '.
002330    05 H1-LAST-YEAR          PIC 9(06).
002340    05 FILLER                PIC X(13) VALUE SPACES.
002350 01 WS-SECTION-LINE.
002360    05 SC-TEXT               PIC X(60).
002370    05 FILLER                PIC X(72) VALUE SPACES.
002380 01 WS-REGION-HDR-LINE.
002390    05 FILLER                PIC X(04) VALUE 'ST'.
002400    05 FILLER                PIC X(06) VALUE 'ZIP'.
002410    05 FILLER                PIC X(20) VALUE SPACES.
002420    05 FILLER                PIC X(13) VALUE 'FIGURE'.
002430    05 FILLER                PIC X(15) VALUE '     THIS MONTH'.
002440    05 FILLER                PIC X(02) VALUE SPACES.
002450    05 FILLER                PIC X(15) VALUE '    PRIOR MONTH'.
002460    05 FILLER                PIC X(09) VALUE '    % CHG'.
002470    05 FILLER                PIC X(02) VALUE SPACES.
002480    05 FILLER                PIC X(15) VALUE '      LAST YEAR'.
002490    05 FILLER                PIC X(09) VALUE '    % CHG'.
002500    05 FILLER                PIC X(22) VALUE SPACES.
002510 01 WS-REGION-LINE.
002520    05 RL-STATE              PIC X(02).
002530    05 FILLER                PIC X(02) VALUE SPACES.
002540    05 RL-ZIP-PREFIX         PIC X(03).
002550    05 FILLER                PIC X(03) VALUE SPACES.
002560    05 RL-LABEL              PIC X(20).
002570    05 RL-FIGURE             PIC X(13).
002580    05 RL-CURRENT            PIC X(15).
002590    05 FILLER                PIC X(02) VALUE SPACES.
002600    05 RL-PRIOR              PIC X(15).
002610    05 FILLER                PIC X(01) VALUE SPACES.
002620    05 RL-PRIOR-PCT          PIC X(08).
002630    05 FILLER                PIC X(02) VALUE SPACES.
002640    05 RL-LAST-YEAR          PIC X(15).
002650    05 FILLER                PIC X(01) VALUE SPACES.
002660    05 RL-LAST-YEAR-PCT      PIC X(08).
002670    05 FILLER                PIC X(22) VALUE SPACES.
002680 01 WS-TOP-HDR-LINE.
002690    05 FILLER                PIC X(05) VALUE 'RANK'.
002700    05 FILLER                PIC X(07) VALUE 'CUST'.
002710    05 FILLER                PIC X(27) VALUE 'NAME'.
002720    05 FILLER                PIC X(04) VALUE 'ST'.
002730    05 FILLER                PIC X(15) VALUE '     THIS MONTH'.
002740    05 FILLER                PIC X(02) VALUE SPACES.
002750    05 FILLER                PIC X(15) VALUE '    PRIOR MONTH'.
002760    05 FILLER                PIC X(09) VALUE '    % CHG'.
002770    05 FILLER                PIC X(02) VALUE SPACES.
002780    05 FILLER                PIC X(15) VALUE '      LAST YEAR'.
002790    05 FILLER                PIC X(09) VALUE '    % CHG'.
002800    05 FILLER                PIC X(22) VALUE SPACES.
002810 01 WS-TOP-LINE.
002820    05 TL-RANK               PIC ZZ9.
002830    05 FILLER                PIC X(02) VALUE SPACES.
002840    05 TL-CUST-ID            PIC 9(05).
002850    05 FILLER                PIC X(02) VALUE SPACES.
002860    05 TL-CUST-NAME          PIC X(25).
002870    05 FILLER                PIC X(02) VALUE SPACES.
002880    05 TL-STATE              PIC X(02).
002890    05 FILLER                PIC X(02) VALUE SPACES.
002900    05 TL-CURRENT            PIC ZZZZZZZZZZ9.99-.
002910    05 FILLER                PIC X(02) VALUE SPACES.
002920    05 TL-PRIOR              PIC ZZZZZZZZZZ9.99-.
002930    05 FILLER                PIC X(01) VALUE SPACES.
002940    05 TL-PRIOR-PCT          PIC X(08).
002950    05 FILLER                PIC X(02) VALUE SPACES.
002960    05 TL-LAST-YEAR          PIC ZZZZZZZZZZ9.99-.
002970    05 FILLER                PIC X(01) VALUE SPACES.
002980    05 TL-LAST-YEAR-PCT      PIC X(08).
002990    05 FILLER                PIC X(22) VALUE SPACES.
003000 01 WS-COUNT-LINE.
003010    05 CL-CAPTION            PIC X(41).
003020    05 CL-COUNT              PIC ZZZZZZ9.
003030    05 FILLER                PIC X(84) VALUE SPACES.
003040 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
003050 PROCEDURE DIVISION.
003060******************************************************************
003070*    0000-MAINLINE
003080*    One pass of TRANHIST end to end in customer order, with
003090*    FILEN read alongside it in the same order for the address,
003100*    so each customer's run of history is totalled, placed, and
003110*    ranked before the next customer's starts.
003120******************************************************************
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-ANALYZE-CUSTOMER THRU 2000-EXIT
003160         UNTIL WS-EOF.
003170     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003180     MOVE 0 TO RETURN-CODE.
003190     GOBACK.
003200******************************************************************
003210*    1000-INITIALIZE
003220*    No history file (status 35) only means nothing has posted
003230*    yet - the report prints with nothing in it.
003240******************************************************************
003250 1000-INITIALIZE.
003260     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
003270     IF WS-REPORT-MONTH = ZERO
003280         PERFORM 1300-READ-CALENDAR THRU 1300-EXIT
003290     END-IF.
003300     PERFORM 1400-SET-PERIODS THRU 1400-EXIT.
003310     MOVE 1 TO WS-PX.
003320     PERFORM 1500-CLEAR-TOTAL-PERIOD THRU 1500-EXIT
003330         UNTIL WS-PX > 3.
003340     OPEN INPUT FILEN.
003350     IF NOT WS-FILEN-STATUS-OK
003360         MOVE 'OPEN' TO WS-FILEN-OPERATION
003370         PERFORM 9902-FILEN-ERROR THRU 9902-EXIT
003380     END-IF.
003390     PERFORM 1150-READ-FILEN THRU 1150-EXIT.
003400     OPEN INPUT TRANHIST.
003410     IF WS-TRANHIST-STATUS-OK
003420         SET WS-HIST-AVAILABLE TO TRUE
003430     ELSE
003440         IF WS-TRANHIST-STATUS-NOTFND
003450             SET WS-EOF TO TRUE
003460         ELSE
003470             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
003480         END-IF
003490     END-IF.
003500     OPEN OUTPUT SALESRPT.
003510     MOVE WS-PERIOD-MONTH(1) TO H1-REPORT-MONTH.
003520     MOVE WS-PERIOD-MONTH(2) TO H1-PRIOR-MONTH.
003530     MOVE WS-PERIOD-MONTH(3) TO H1-LAST-YEAR.
003540     WRITE SR-LINE FROM WS-HDR-LINE-1.
003550     WRITE SR-LINE FROM WS-BLANK-LINE.
003560     IF WS-HIST-AVAILABLE
003570         PERFORM 1100-READ-TRANHIST THRU 1100-EXIT
003580     END-IF.
003590 1000-EXIT.
003600     EXIT.
003610******************************************************************
003620 1100-READ-TRANHIST.
003630     READ TRANHIST NEXT RECORD
003640         AT END
003650             SET WS-EOF TO TRUE
003660             GO TO 1100-EXIT
003670     END-READ.
003680     IF NOT WS-TRANHIST-STATUS-OK
003690         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
003700     END-IF.
003710 1100-EXIT.
003720     EXIT.
003730******************************************************************
003740 1150-READ-FILEN.
003750     READ FILEN NEXT RECORD
003760         AT END
003770             SET WS-MASTER-EOF TO TRUE
003780             GO TO 1150-EXIT
003790     END-READ.
003800     IF NOT WS-FILEN-STATUS-OK
003810         MOVE 'READ' TO WS-FILEN-OPERATION
003820         PERFORM 9902-FILEN-ERROR THRU 9902-EXIT
003830     END-IF.
003840 1150-EXIT.
003850     EXIT.
003860******************************************************************
003870*    1200-READ-PARM-CARD
003880*    A card whose month is not a real YYYYMM is refused rather
003890*    than quietly analyzing some other month.  A ranking count
003900*    outside 1-50, or unpunched, ranks 20.
003910******************************************************************
003920 1200-READ-PARM-CARD.
003930     OPEN INPUT SAPARM.
003940     IF WS-SAPARM-STATUS-OK
003950         READ SAPARM
003960             AT END
003970                 CONTINUE
003980             NOT AT END
003990                 IF SP-REPORT-MONTH IS NOT NUMERIC
004000                     OR SP-REPORT-MM < 1
004010                     OR SP-REPORT-MM > 12
004020                     DISPLAY 'SALESAN - SAPARM MONTH INVALID: '
004030                         SP-REPORT-MONTH
004040                     CLOSE SAPARM
004050                     MOVE 8 TO RETURN-CODE
004060                     GOBACK
004070                 END-IF
004080                 MOVE SP-REPORT-MONTH TO WS-REPORT-MONTH
004090                 IF SP-TOP-COUNT IS NUMERIC
004100                     AND SP-TOP-COUNT > ZERO
004110                     AND SP-TOP-COUNT < 51
004120                     MOVE SP-TOP-COUNT TO WS-TOP-COUNT
004130                 END-IF
004140         END-READ
004150         CLOSE SAPARM
004160     ELSE
004170         IF NOT WS-SAPARM-STATUS-NOTFND
004180             PERFORM 9900-SAPARM-ERROR THRU 9900-EXIT
004190         END-IF
004200     END-IF.
004210 1200-EXIT.
004220     EXIT.
004230******************************************************************
004240*    1300-READ-CALENDAR
004250*    No card reports the business date's month - tonight's in
004260*    the chain, since the calendar rolls only after the whole
004270*    chain completes.
004280******************************************************************
004290 1300-READ-CALENDAR.
004300     OPEN INPUT CALENDF.
004310     IF NOT WS-CALEND-STATUS-OK
004320         DISPLAY 'SALESAN - CALENDF MISSING AND NO SAPARM CARD'
004330         DISPLAY 'SALESAN - FILE STATUS = ' WS-CALEND-STATUS
004340         MOVE 8 TO RETURN-CODE
004350         GOBACK
004360     END-IF.
004370     READ CALENDF
004380         AT END
004390             MOVE ZERO TO CAL-BUSINESS-DATE
004400     END-READ.
004410     CLOSE CALENDF.
004420     IF CAL-BUSINESS-DATE IS NOT NUMERIC
004430         OR CAL-BUSINESS-DATE = ZERO
004440         DISPLAY 'SALESAN - NO REPORT MONTH - CALENDF BUSINESS'
004450             ' DATE INVALID'
004460         MOVE 8 TO RETURN-CODE
004470         GOBACK
004480     END-IF.
004490     MOVE CAL-BUSINESS-DATE TO WS-DATE-PARTS.
004500     MOVE WS-DP-YYYYMM TO WS-REPORT-MONTH.
004510 1300-EXIT.
004520     EXIT.
004530******************************************************************
004540*    1400-SET-PERIODS
004550*    The month before January is December of the year before.
004560******************************************************************
004570 1400-SET-PERIODS.
004580     MOVE WS-REPORT-MONTH TO WS-PERIOD-MONTH(1).
004590     MOVE WS-REPORT-MONTH TO WS-WORK-MONTH.
004600     IF WS-WM-MM = 1
004610         MOVE 12 TO WS-WM-MM
004620         SUBTRACT 1 FROM WS-WM-YYYY
004630     ELSE
004640         SUBTRACT 1 FROM WS-WM-MM
004650     END-IF.
004660     MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(2).
004670     MOVE WS-REPORT-MONTH TO WS-WORK-MONTH.
004680     SUBTRACT 1 FROM WS-WM-YYYY.
004690     MOVE WS-WORK-MONTH TO WS-PERIOD-MONTH(3).
004700 1400-EXIT.
004710     EXIT.
004720******************************************************************
004730 1500-CLEAR-TOTAL-PERIOD.
004740     MOVE ZERO TO WS-OM-NET(WS-PX).
004750     MOVE ZERO TO WS-OM-RETURNS(WS-PX).
004760     MOVE ZERO TO WS-OM-COUNT(WS-PX).
004770     MOVE ZERO TO WS-GT-NET(WS-PX).
004780     MOVE ZERO TO WS-GT-RETURNS(WS-PX).
004790     MOVE ZERO TO WS-GT-COUNT(WS-PX).
004800     ADD 1 TO WS-PX.
004810 1500-EXIT.
004820     EXIT.
004830******************************************************************
004840*    2000-ANALYZE-CUSTOMER
004850*    One customer's run of TRANHIST records.  A customer with
004860*    nothing in any of the three months is passed over whole.
004870******************************************************************
004880 2000-ANALYZE-CUSTOMER.
004890     MOVE HS-CUST-ID TO WS-CUST-ID.
004900     MOVE 1 TO WS-PX.
004910     PERFORM 2050-CLEAR-CUST-PERIOD THRU 2050-EXIT
004920         UNTIL WS-PX > 3.
004930     PERFORM 2100-TALLY-DETAIL THRU 2100-EXIT
004940         UNTIL WS-EOF
004950            OR HS-CUST-ID NOT = WS-CUST-ID.
004960     IF WS-CF-COUNT(1) = ZERO
004970         AND WS-CF-COUNT(2) = ZERO
004980         AND WS-CF-COUNT(3) = ZERO
004990         GO TO 2000-EXIT
005000     END-IF.
005010     ADD 1 TO WS-CUSTOMER-COUNT.
005020     PERFORM 2300-JOIN-MASTER THRU 2300-EXIT.
005030     IF WS-ON-MASTER
005040         PERFORM 2400-FILE-REGION THRU 2400-EXIT
005050     ELSE
005060         ADD 1 TO WS-OFF-MASTER-COUNT
005070         MOVE 1 TO WS-PX
005080         PERFORM 2450-ADD-OFF-MASTER THRU 2450-EXIT
005090             UNTIL WS-PX > 3
005100     END-IF.
005110     IF WS-CF-COUNT(1) > ZERO
005120         PERFORM 2600-RANK-CUSTOMER THRU 2600-EXIT
005130     END-IF.
005140 2000-EXIT.
005150     EXIT.
005160******************************************************************
005170 2050-CLEAR-CUST-PERIOD.
005180     MOVE ZERO TO WS-CF-NET(WS-PX).
005190     MOVE ZERO TO WS-CF-RETURNS(WS-PX).
005200     MOVE ZERO TO WS-CF-COUNT(WS-PX).
005210     ADD 1 TO WS-PX.
005220 2050-EXIT.
005230     EXIT.
005240******************************************************************
005250*    2100-TALLY-DETAIL
005260*    Only a posted sale or return dated in one of the three
005270*    months counts.  A return's price is already negative, so
005280*    it nets straight into net sales, and comes off the negative
005290*    for the returns figure.
005300******************************************************************
005310 2100-TALLY-DETAIL.
005320     IF NOT HS-TYPE-DETAIL
005330         GO TO 2100-NEXT
005340     END-IF.
005350     IF NOT HS-TRAN-SALE
005360         AND NOT HS-TRAN-RETURN
005370         GO TO 2100-NEXT
005380     END-IF.
005390     MOVE HS-TRAN-DATE TO WS-DATE-PARTS.
005400     MOVE 1 TO WS-PX.
005410     PERFORM 2150-FIND-PERIOD THRU 2150-EXIT
005420         UNTIL WS-PX > 3
005430            OR WS-PERIOD-MONTH(WS-PX) = WS-DP-YYYYMM.
005440     IF WS-PX > 3
005450         GO TO 2100-NEXT
005460     END-IF.
005470     IF WS-PX = 1
005480         ADD 1 TO WS-DETAIL-COUNT
005490     END-IF.
005500     ADD 1 TO WS-CF-COUNT(WS-PX).
005510     ADD HS-EXT-PRICE TO WS-CF-NET(WS-PX).
005520     IF HS-TRAN-RETURN
005530         SUBTRACT HS-EXT-PRICE FROM WS-CF-RETURNS(WS-PX)
005540     END-IF.
005550 2100-NEXT.
005560     PERFORM 1100-READ-TRANHIST THRU 1100-EXIT.
005570 2100-EXIT.
005580     EXIT.
005590******************************************************************
005600 2150-FIND-PERIOD.
005610     ADD 1 TO WS-PX.
005620 2150-EXIT.
005630     EXIT.
005640******************************************************************
005650*    2300-JOIN-MASTER
005660*    FILEN and TRANHIST both run in customer-number order, so
005670*    the master only ever moves forward to meet the history.
005680******************************************************************
005690 2300-JOIN-MASTER.
005700     PERFORM 1150-READ-FILEN THRU 1150-EXIT
005710         UNTIL WS-MASTER-EOF
005720            OR CM-ID NOT < WS-CUST-ID.
005730     IF WS-MASTER-NOT-EOF
005740         AND CM-ID = WS-CUST-ID
005750         SET WS-ON-MASTER TO TRUE
005760         MOVE CM-NAME       TO WS-CUST-NAME
005770         MOVE CM-ADDR-STATE TO WS-CUST-STATE
005780         MOVE CM-ADDR-ZIP   TO WS-CUST-ZIP
005790     ELSE
005800         SET WS-NOT-ON-MASTER TO TRUE
005810         MOVE 'NOT ON MASTER' TO WS-CUST-NAME
005820         MOVE SPACES TO WS-CUST-STATE
005830         MOVE SPACES TO WS-CUST-ZIP
005840     END-IF.
005850 2300-EXIT.
005860     EXIT.
005870******************************************************************
005880*    2400-FILE-REGION
005890*    Leaves WS-RX on the customer's state and ZIP prefix,
005900*    opening a zeroed entry in key order when the pair is new,
005910*    and adds the customer in.
005920******************************************************************
005930 2400-FILE-REGION.
005940     MOVE WS-CUST-STATE      TO WS-SEARCH-STATE.
005950     MOVE WS-CUST-ZIP-PREFIX TO WS-SEARCH-ZIP.
005960     SET WS-RG-SEARCHING TO TRUE.
005970     MOVE 1 TO WS-RX.
005980     PERFORM 2410-TEST-ONE-REGION THRU 2410-EXIT
005990         UNTIL NOT WS-RG-SEARCHING
006000            OR WS-RX > WS-RG-COUNT.
006010     IF NOT WS-RG-FOUND
006020         PERFORM 2420-OPEN-REGION THRU 2420-EXIT
006030     END-IF.
006040     MOVE 1 TO WS-PX.
006050     PERFORM 2440-ADD-REGION-PERIOD THRU 2440-EXIT
006060         UNTIL WS-PX > 3.
006070 2400-EXIT.
006080     EXIT.
006090******************************************************************
006100 2410-TEST-ONE-REGION.
006110     IF RG-KEY(WS-RX) = WS-SEARCH-KEY
006120         SET WS-RG-FOUND TO TRUE
006130     ELSE
006140         IF RG-KEY(WS-RX) > WS-SEARCH-KEY
006150             SET WS-RG-INSERT TO TRUE
006160         ELSE
006170             ADD 1 TO WS-RX
006180         END-IF
006190     END-IF.
006200 2410-EXIT.
006210     EXIT.
006220******************************************************************
006230 2420-OPEN-REGION.
006240     IF WS-RG-COUNT NOT < 999
006250         PERFORM 9905-TABLE-FULL THRU 9905-EXIT
006260     END-IF.
006270     MOVE WS-RG-COUNT TO WS-SX.
006280     PERFORM 2430-SHIFT-ONE-REGION THRU 2430-EXIT
006290         UNTIL WS-SX < WS-RX.
006300     ADD 1 TO WS-RG-COUNT.
006310     MOVE WS-SEARCH-KEY TO RG-KEY(WS-RX).
006320     MOVE 1 TO WS-PX.
006330     PERFORM 2435-CLEAR-REGION-PERIOD THRU 2435-EXIT
006340         UNTIL WS-PX > 3.
006350 2420-EXIT.
006360     EXIT.
006370******************************************************************
006380 2430-SHIFT-ONE-REGION.
006390     MOVE WS-REGION-ENTRY(WS-SX) TO WS-REGION-ENTRY(WS-SX + 1).
006400     SUBTRACT 1 FROM WS-SX.
006410 2430-EXIT.
006420     EXIT.
006430******************************************************************
006440 2435-CLEAR-REGION-PERIOD.
006450     MOVE ZERO TO RG-NET(WS-RX WS-PX).
006460     MOVE ZERO TO RG-RETURNS(WS-RX WS-PX).
006470     MOVE ZERO TO RG-COUNT(WS-RX WS-PX).
006480     ADD 1 TO WS-PX.
006490 2435-EXIT.
006500     EXIT.
006510******************************************************************
006520 2440-ADD-REGION-PERIOD.
006530     ADD WS-CF-NET(WS-PX)     TO RG-NET(WS-RX WS-PX).
006540     ADD WS-CF-RETURNS(WS-PX) TO RG-RETURNS(WS-RX WS-PX).
006550     ADD WS-CF-COUNT(WS-PX)   TO RG-COUNT(WS-RX WS-PX).
006560     ADD 1 TO WS-PX.
006570 2440-EXIT.
006580     EXIT.
006590******************************************************************
006600 2450-ADD-OFF-MASTER.
006610     ADD WS-CF-NET(WS-PX)     TO WS-OM-NET(WS-PX).
006620     ADD WS-CF-RETURNS(WS-PX) TO WS-OM-RETURNS(WS-PX).
006630     ADD WS-CF-COUNT(WS-PX)   TO WS-OM-COUNT(WS-PX).
006640     ADD 1 TO WS-PX.
006650 2450-EXIT.
006660     EXIT.
006670******************************************************************
006680*    2600-RANK-CUSTOMER
006690*    The list is kept highest first.  The customer goes in
006700*    above the first entry it beats - on a tie the customer
006710*    already listed stays ahead - and with the list full the
006720*    last entry drops off the bottom.  A customer that beats
006730*    no one on a full list is not listed.
006740******************************************************************
006750 2600-RANK-CUSTOMER.
006760     MOVE 1 TO WS-TX.
006765     SET WS-RANK-NOT-FOUND TO TRUE.
006770     PERFORM 2610-TEST-ONE-RANK THRU 2610-EXIT
006780         UNTIL WS-TX > WS-TP-COUNT
006790            OR WS-RANK-FOUND.
006800     IF WS-TX > WS-TOP-COUNT
006810         GO TO 2600-EXIT
006820     END-IF.
006830     IF WS-TP-COUNT < WS-TOP-COUNT
006840         ADD 1 TO WS-TP-COUNT
006850     END-IF.
006860     MOVE WS-TP-COUNT TO WS-SX.
006870     PERFORM 2620-SHIFT-ONE-RANK THRU 2620-EXIT
006880         UNTIL WS-SX NOT > WS-TX.
006890     MOVE WS-CUST-ID    TO TP-CUST-ID(WS-TX).
006900     MOVE WS-CUST-NAME  TO TP-CUST-NAME(WS-TX).
006910     MOVE WS-CUST-STATE TO TP-STATE(WS-TX).
006920     MOVE WS-CF-NET(1)  TO TP-NET(WS-TX 1).
006930     MOVE WS-CF-NET(2)  TO TP-NET(WS-TX 2).
006940     MOVE WS-CF-NET(3)  TO TP-NET(WS-TX 3).
006950 2600-EXIT.
006960     EXIT.
006970******************************************************************
006980 2610-TEST-ONE-RANK.
006990     IF WS-CF-NET(1) > TP-NET(WS-TX 1)
006992         SET WS-RANK-FOUND TO TRUE
006994     ELSE
006996         ADD 1 TO WS-TX
006998     END-IF.
007000 2610-EXIT.
007010     EXIT.
007020******************************************************************
007030 2620-SHIFT-ONE-RANK.
007040     MOVE WS-TOP-ENTRY(WS-SX - 1) TO WS-TOP-ENTRY(WS-SX).
007050     SUBTRACT 1 FROM WS-SX.
007060 2620-EXIT.
007070     EXIT.
007080******************************************************************
007090*    4000-PRINT-REGIONS
007100*    Each state's ZIP prefixes in order, then the state's total;
007110*    the customers no longer on the master; then the month.
007120******************************************************************
007130 4000-PRINT-REGIONS.
007140     MOVE 'SALES BY STATE AND ZIP PREFIX' TO SC-TEXT.
007150     WRITE SR-LINE FROM WS-SECTION-LINE.
007160     WRITE SR-LINE FROM WS-REGION-HDR-LINE.
007170     MOVE 1 TO WS-RX.
007180     PERFORM 4100-PRINT-ONE-STATE THRU 4100-EXIT
007190         UNTIL WS-RX > WS-RG-COUNT.
007200     IF WS-OFF-MASTER-COUNT > ZERO
007210         MOVE WS-OFF-MASTER-SET TO WS-PRINT-SET
007220         MOVE SPACES TO RL-STATE
007230         MOVE SPACES TO RL-ZIP-PREFIX
007240         MOVE 'NOT ON MASTER' TO RL-LABEL
007250         PERFORM 4500-PRINT-SET THRU 4500-EXIT
007260         WRITE SR-LINE FROM WS-BLANK-LINE
007270         MOVE 1 TO WS-PX
007280         PERFORM 4250-ADD-OFF-TO-GRAND THRU 4250-EXIT
007290             UNTIL WS-PX > 3
007300     END-IF.
007310     MOVE WS-GRAND-SET TO WS-PRINT-SET.
007320     MOVE SPACES TO RL-STATE.
007330     MOVE SPACES TO RL-ZIP-PREFIX.
007340     MOVE 'MONTH TOTAL' TO RL-LABEL.
007350     PERFORM 4500-PRINT-SET THRU 4500-EXIT.
007360     WRITE SR-LINE FROM WS-BLANK-LINE.
007370 4000-EXIT.
007380     EXIT.
007390******************************************************************
007400 4100-PRINT-ONE-STATE.
007410     MOVE RG-STATE(WS-RX) TO WS-PRINT-STATE.
007420     MOVE 1 TO WS-PX.
007430     PERFORM 4150-CLEAR-STATE-PERIOD THRU 4150-EXIT
007440         UNTIL WS-PX > 3.
007450     PERFORM 4200-PRINT-ONE-PREFIX THRU 4200-EXIT
007460         UNTIL WS-RX > WS-RG-COUNT
007470            OR RG-STATE(WS-RX) NOT = WS-PRINT-STATE.
007480     MOVE WS-STATE-SET TO WS-PRINT-SET.
007490     MOVE WS-PRINT-STATE TO RL-STATE.
007500     MOVE SPACES TO RL-ZIP-PREFIX.
007510     IF WS-PRINT-STATE = SPACES
007520         MOVE 'NO STATE TOTAL' TO RL-LABEL
007530     ELSE
007540         MOVE 'STATE TOTAL' TO RL-LABEL
007550     END-IF.
007560     PERFORM 4500-PRINT-SET THRU 4500-EXIT.
007570     WRITE SR-LINE FROM WS-BLANK-LINE.
007580     MOVE 1 TO WS-PX.
007590     PERFORM 4160-ADD-STATE-TO-GRAND THRU 4160-EXIT
007600         UNTIL WS-PX > 3.
007610 4100-EXIT.
007620     EXIT.
007630******************************************************************
007640 4150-CLEAR-STATE-PERIOD.
007650     MOVE ZERO TO WS-ST-NET(WS-PX).
007660     MOVE ZERO TO WS-ST-RETURNS(WS-PX).
007670     MOVE ZERO TO WS-ST-COUNT(WS-PX).
007680     ADD 1 TO WS-PX.
007690 4150-EXIT.
007700     EXIT.
007710******************************************************************
007720 4160-ADD-STATE-TO-GRAND.
007730     ADD WS-ST-NET(WS-PX)     TO WS-GT-NET(WS-PX).
007740     ADD WS-ST-RETURNS(WS-PX) TO WS-GT-RETURNS(WS-PX).
007750     ADD WS-ST-COUNT(WS-PX)   TO WS-GT-COUNT(WS-PX).
007760     ADD 1 TO WS-PX.
007770 4160-EXIT.
007780     EXIT.
007790******************************************************************
007800 4200-PRINT-ONE-PREFIX.
007810     MOVE 1 TO WS-PX.
007820     PERFORM 4210-MOVE-PREFIX-PERIOD THRU 4210-EXIT
007830         UNTIL WS-PX > 3.
007840     MOVE RG-STATE(WS-RX)      TO RL-STATE.
007850     MOVE RG-ZIP-PREFIX(WS-RX) TO RL-ZIP-PREFIX.
007860     MOVE SPACES TO RL-LABEL.
007870     PERFORM 4500-PRINT-SET THRU 4500-EXIT.
007880     ADD 1 TO WS-RX.
007890 4200-EXIT.
007900     EXIT.
007910******************************************************************
007920 4210-MOVE-PREFIX-PERIOD.
007930     MOVE RG-NET(WS-RX WS-PX)     TO WS-PR-NET(WS-PX).
007940     MOVE RG-RETURNS(WS-RX WS-PX) TO WS-PR-RETURNS(WS-PX).
007950     MOVE RG-COUNT(WS-RX WS-PX)   TO WS-PR-COUNT(WS-PX).
007960     ADD RG-NET(WS-RX WS-PX)      TO WS-ST-NET(WS-PX).
007970     ADD RG-RETURNS(WS-RX WS-PX)  TO WS-ST-RETURNS(WS-PX).
007980     ADD RG-COUNT(WS-RX WS-PX)    TO WS-ST-COUNT(WS-PX).
007990     ADD 1 TO WS-PX.
008000 4210-EXIT.
008010     EXIT.
008020******************************************************************
008030 4250-ADD-OFF-TO-GRAND.
008040     ADD WS-OM-NET(WS-PX)     TO WS-GT-NET(WS-PX).
008050     ADD WS-OM-RETURNS(WS-PX) TO WS-GT-RETURNS(WS-PX).
008060     ADD WS-OM-COUNT(WS-PX)   TO WS-GT-COUNT(WS-PX).
008070     ADD 1 TO WS-PX.
008080 4250-EXIT.
008090     EXIT.
008100******************************************************************
008110*    4500-PRINT-SET
008120*    The three figure lines for WS-PRINT-SET under the state,
008130*    prefix, and label already moved to the line.  Only the
008140*    first line carries them.
008150******************************************************************
008160 4500-PRINT-SET.
008170     MOVE 1 TO WS-FIGURE-X.
008180     PERFORM 4510-PRINT-FIGURE THRU 4510-EXIT
008190         UNTIL WS-FIGURE-X > 3.
008200 4500-EXIT.
008210     EXIT.
008220******************************************************************
008230 4510-PRINT-FIGURE.
008240     EVALUATE WS-FIGURE-X
008250         WHEN 1
008260             MOVE 'NET SALES' TO RL-FIGURE
008270             MOVE WS-PR-NET(1) TO WS-AMOUNT-EDIT
008280             MOVE WS-AMOUNT-EDIT TO RL-CURRENT
008290             MOVE WS-PR-NET(2) TO WS-AMOUNT-EDIT
008300             MOVE WS-AMOUNT-EDIT TO RL-PRIOR
008310             MOVE WS-PR-NET(3) TO WS-AMOUNT-EDIT
008320             MOVE WS-AMOUNT-EDIT TO RL-LAST-YEAR
008330             MOVE WS-PR-NET(1) TO WS-PCT-CURRENT
008340             MOVE WS-PR-NET(2) TO WS-PCT-BASE
008350             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008360             MOVE WS-PCT-TEXT TO RL-PRIOR-PCT
008370             MOVE WS-PR-NET(3) TO WS-PCT-BASE
008380             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008390             MOVE WS-PCT-TEXT TO RL-LAST-YEAR-PCT
008400         WHEN 2
008410             MOVE 'RETURNS' TO RL-FIGURE
008420             MOVE WS-PR-RETURNS(1) TO WS-AMOUNT-EDIT
008430             MOVE WS-AMOUNT-EDIT TO RL-CURRENT
008440             MOVE WS-PR-RETURNS(2) TO WS-AMOUNT-EDIT
008450             MOVE WS-AMOUNT-EDIT TO RL-PRIOR
008460             MOVE WS-PR-RETURNS(3) TO WS-AMOUNT-EDIT
008470             MOVE WS-AMOUNT-EDIT TO RL-LAST-YEAR
008480             MOVE WS-PR-RETURNS(1) TO WS-PCT-CURRENT
008490             MOVE WS-PR-RETURNS(2) TO WS-PCT-BASE
008500             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008510             MOVE WS-PCT-TEXT TO RL-PRIOR-PCT
008520             MOVE WS-PR-RETURNS(3) TO WS-PCT-BASE
008530             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008540             MOVE WS-PCT-TEXT TO RL-LAST-YEAR-PCT
008550         WHEN OTHER
008560             MOVE 'TRANSACTIONS' TO RL-FIGURE
008570             MOVE WS-PR-COUNT(1) TO WS-COUNT-EDIT
008580             MOVE WS-COUNT-EDIT TO RL-CURRENT
008590             MOVE WS-PR-COUNT(2) TO WS-COUNT-EDIT
008600             MOVE WS-COUNT-EDIT TO RL-PRIOR
008610             MOVE WS-PR-COUNT(3) TO WS-COUNT-EDIT
008620             MOVE WS-COUNT-EDIT TO RL-LAST-YEAR
008630             MOVE WS-PR-COUNT(1) TO WS-PCT-CURRENT
008640             MOVE WS-PR-COUNT(2) TO WS-PCT-BASE
008650             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008660             MOVE WS-PCT-TEXT TO RL-PRIOR-PCT
008670             MOVE WS-PR-COUNT(3) TO WS-PCT-BASE
008680             PERFORM 4800-FORMAT-PCT THRU 4800-EXIT
008690             MOVE WS-PCT-TEXT TO RL-LAST-YEAR-PCT
008700     END-EVALUATE.
008710     WRITE SR-LINE FROM WS-REGION-LINE.
008720     MOVE SPACES TO RL-STATE.
008730     MOVE SPACES TO RL-ZIP-PREFIX.
008740     MOVE SPACES TO RL-LABEL.
008750     ADD 1 TO WS-FIGURE-X.
008760 4510-EXIT.
008770     EXIT.
008780******************************************************************
008790*    4800-FORMAT-PCT
008800*    The change from the base as a percent of the base's size,
008810*    so a rise reads as a rise even off a negative base.  A
008820*    change too large for the field prints as asterisks.
008830******************************************************************
008840 4800-FORMAT-PCT.
008850     IF WS-PCT-BASE = ZERO
008860         IF WS-PCT-CURRENT = ZERO
008870             MOVE SPACES TO WS-PCT-TEXT
008880         ELSE
008890             MOVE '     NEW' TO WS-PCT-TEXT
008900         END-IF
008910         GO TO 4800-EXIT
008920     END-IF.
008930     IF WS-PCT-BASE < ZERO
008940         COMPUTE WS-PCT-VALUE ROUNDED =
008950             (WS-PCT-CURRENT - WS-PCT-BASE) * 100
008960                 / (0 - WS-PCT-BASE)
008970             ON SIZE ERROR
008980                 MOVE ' *******' TO WS-PCT-TEXT
008990                 GO TO 4800-EXIT
009000         END-COMPUTE
009010     ELSE
009020         COMPUTE WS-PCT-VALUE ROUNDED =
009030             (WS-PCT-CURRENT - WS-PCT-BASE) * 100 / WS-PCT-BASE
009040             ON SIZE ERROR
009050                 MOVE ' *******' TO WS-PCT-TEXT
009060                 GO TO 4800-EXIT
009070         END-COMPUTE
009080     END-IF.
009090     MOVE WS-PCT-VALUE TO WS-PCT-EDIT.
009100     MOVE WS-PCT-EDIT TO WS-PCT-TEXT.
009110 4800-EXIT.
009120     EXIT.
009130******************************************************************
009140*    5000-PRINT-TOP-CUSTOMERS
009150******************************************************************
009160 5000-PRINT-TOP-CUSTOMERS.
009170     MOVE 'TOP CUSTOMERS BY NET SALES' TO SC-TEXT.
009180     WRITE SR-LINE FROM WS-SECTION-LINE.
009190     WRITE SR-LINE FROM WS-TOP-HDR-LINE.
009200     MOVE 1 TO WS-TX.
009210     PERFORM 5100-PRINT-ONE-RANK THRU 5100-EXIT
009220         UNTIL WS-TX > WS-TP-COUNT.
009230     WRITE SR-LINE FROM WS-BLANK-LINE.
009240 5000-EXIT.
009250     EXIT.
009260******************************************************************
009270 5100-PRINT-ONE-RANK.
009280     MOVE WS-TX                TO TL-RANK.
009290     MOVE TP-CUST-ID(WS-TX)    TO TL-CUST-ID.
009300     MOVE TP-CUST-NAME(WS-TX)  TO TL-CUST-NAME.
009310     MOVE TP-STATE(WS-TX)      TO TL-STATE.
009320     MOVE TP-NET(WS-TX 1)      TO TL-CURRENT.
009330     MOVE TP-NET(WS-TX 2)      TO TL-PRIOR.
009340     MOVE TP-NET(WS-TX 3)      TO TL-LAST-YEAR.
009350     MOVE TP-NET(WS-TX 1)      TO WS-PCT-CURRENT.
009360     MOVE TP-NET(WS-TX 2)      TO WS-PCT-BASE.
009370     PERFORM 4800-FORMAT-PCT THRU 4800-EXIT.
009380     MOVE WS-PCT-TEXT          TO TL-PRIOR-PCT.
009390     MOVE TP-NET(WS-TX 3)      TO WS-PCT-BASE.
009400     PERFORM 4800-FORMAT-PCT THRU 4800-EXIT.
009410     MOVE WS-PCT-TEXT          TO TL-LAST-YEAR-PCT.
009420     WRITE SR-LINE FROM WS-TOP-LINE.
009430     ADD 1 TO WS-TX.
009440 5100-EXIT.
009450     EXIT.
009460******************************************************************
009470 9000-FINALIZE.
009480     PERFORM 4000-PRINT-REGIONS THRU 4000-EXIT.
009490     PERFORM 5000-PRINT-TOP-CUSTOMERS THRU 5000-EXIT.
009500     MOVE 'SALES AND RETURNS IN THE REPORT MONTH' TO CL-CAPTION.
009510     MOVE WS-DETAIL-COUNT TO CL-COUNT.
009520     WRITE SR-LINE FROM WS-COUNT-LINE.
009530     MOVE 'CUSTOMERS WITH ACTIVITY IN ANY MONTH' TO CL-CAPTION.
009540     MOVE WS-CUSTOMER-COUNT TO CL-COUNT.
009550     WRITE SR-LINE FROM WS-COUNT-LINE.
009560     MOVE 'OF THEM NO LONGER ON THE MASTER' TO CL-CAPTION.
009570     MOVE WS-OFF-MASTER-COUNT TO CL-COUNT.
009580     WRITE SR-LINE FROM WS-COUNT-LINE.
009590     MOVE 'STATE AND ZIP PREFIX LINES' TO CL-CAPTION.
009600     MOVE WS-RG-COUNT TO CL-COUNT.
009610     WRITE SR-LINE FROM WS-COUNT-LINE.
009620     CLOSE SALESRPT.
009630     CLOSE FILEN.
009640     IF WS-HIST-AVAILABLE
009650         CLOSE TRANHIST
009660     END-IF.
009670     DISPLAY 'SALESAN - REPORT MONTH        = ' WS-REPORT-MONTH.
009680     DISPLAY 'SALESAN - SALES AND RETURNS   = ' WS-DETAIL-COUNT.
009690     DISPLAY 'SALESAN - CUSTOMERS ANALYZED  = ' WS-CUSTOMER-COUNT.
009700 9000-EXIT.
009710     EXIT.
009720******************************************************************
009730 9900-SAPARM-ERROR.
009740     DISPLAY 'SALESAN - SAPARM I/O ERROR ON OPEN INPUT'.
009750     DISPLAY 'SALESAN - FILE STATUS = ' WS-SAPARM-STATUS.
009760     MOVE 16 TO RETURN-CODE.
009770     GOBACK.
009780 9900-EXIT.
009790     EXIT.
009800******************************************************************
009810 9901-TRANHIST-ERROR.
009820     DISPLAY 'SALESAN - TRANHIST I/O ERROR'.
009830     DISPLAY 'SALESAN - FILE STATUS = ' WS-TRANHIST-STATUS.
009840     MOVE 16 TO RETURN-CODE.
009850     GOBACK.
009860 9901-EXIT.
009870     EXIT.
009880******************************************************************
009890 9902-FILEN-ERROR.
009900     DISPLAY 'SALESAN - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
009910     DISPLAY 'SALESAN - FILE STATUS = ' WS-FILEN-STATUS.
009920     MOVE 16 TO RETURN-CODE.
009930     GOBACK.
009940 9902-EXIT.
009950     EXIT.
009960******************************************************************
009970*    9905-TABLE-FULL
009980*    More state and ZIP prefix pairs than the table holds - the
009990*    report would be short a region, so the run is refused.
010000******************************************************************
010010 9905-TABLE-FULL.
010020     DISPLAY 'SALESAN - MORE THAN 999 STATE AND ZIP PREFIX PAIRS'
010030         ' - REPORT REFUSED'.
010040     CLOSE SALESRPT.
010050     CLOSE FILEN.
010060     CLOSE TRANHIST.
010070     MOVE 12 TO RETURN-CODE.
010080     GOBACK.
010090 9905-EXIT.
010100     EXIT.
010110******************************************************************
