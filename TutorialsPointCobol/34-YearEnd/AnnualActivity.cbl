000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANNACT.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Annual customer activity summary.  For every customer
000160*    on FILEN, in customer-number order, one line of the year's
000170*    posted activity off TRANHIST: the opening balance, the
000180*    purchases, returns, adjustments, and payments, the sales tax
000190*    charged, and the closing balance, then a line of totals.
000200*    Every figure prints signed as it posted - a return or a
000210*    payment is a credit - so a line foots across: opening plus
000220*    the activity and tax is the closing.  The balances come back
000230*    from the master: the closing balance is CM-BALANCE less
000240*    everything posted after the year, and the opening balance is
000250*    the closing less the year's activity, so any year can be
000260*    rerun as long as its history, and everything posted since,
000270*    is still on TRANHIST.  History CMMERGE moved under a survivor
000280*    keeps its original posting dates, so it counts in the year
000290*    it posted, and the balance came along, so the survivor's
000300*    line carries both.  History of a customer no longer on FILEN
000310*    is not reported.  The year is the twelve months ending with
000320*    the year-end month: the month of the business date NITEBAT
000330*    passes, or the YEPARM card's YYYYMM to rerun an earlier year
000340*    by hand.  Runs in NITEBAT's year-end leg after ANNLEDG, and
000350*    shares its YEPARM card.
000360*    MODIFICATION HISTORY
000370*   10/15/2026 SC  Initial version.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410    SELECT YEPARM ASSIGN TO YEPRMDD
000420        ORGANIZATION IS SEQUENTIAL
000430        FILE STATUS IS WS-YEPARM-STATUS.
000440    SELECT FILEN ASSIGN TO DDNAME
000450        ORGANIZATION IS INDEXED
000460        ACCESS MODE IS SEQUENTIAL
000470        RECORD KEY IS CM-ID
000480        ALTERNATE RECORD KEY IS CM-NAME
000490            WITH DUPLICATES
000500        FILE STATUS IS WS-FILEN-STATUS.
000510    SELECT TRANHIST ASSIGN TO TRNHSTDD
000520        ORGANIZATION IS INDEXED
000530        ACCESS MODE IS DYNAMIC
000540        RECORD KEY IS HS-KEY
000550        FILE STATUS IS WS-TRANHIST-STATUS.
000560    SELECT ANNARPT ASSIGN TO ANARPTDD
000570        ORGANIZATION IS SEQUENTIAL.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD YEPARM.
000610 01 YP-RECORD.
000620    05 YP-YEAR-END-MONTH     PIC 9(06).
000630    05 YP-YEAR-END-MONTH-R REDEFINES YP-YEAR-END-MONTH.
000640       10 YP-YEAR-END-YYYY   PIC 9(04).
000650       10 YP-YEAR-END-MM     PIC 9(02).
000660 FD FILEN.
000670 COPY CUSTMAST.
000680 FD TRANHIST.
000690 COPY HISTREC.
000700 FD ANNARPT.
000710 01 AA-LINE               PIC X(132).
000720 WORKING-STORAGE SECTION.
000730 01 WS-SWITCHES.
000740    05 WS-MASTER-EOF-SW     PIC X(01) VALUE 'N'.
000750       88 WS-MASTER-EOF         VALUE 'Y'.
000760       88 WS-MASTER-NOT-EOF     VALUE 'N'.
000770    05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
000780       88 WS-HIST-EOF           VALUE 'Y'.
000790       88 WS-HIST-NOT-EOF       VALUE 'N'.
000800 01 WS-YEPARM-STATUS        PIC X(02) VALUE '00'.
000810    88 WS-YEPARM-STATUS-OK      VALUE '00'.
000820    88 WS-YEPARM-STATUS-NOTFND  VALUE '35'.
000830 01 WS-FILEN-STATUS         PIC X(02) VALUE '00'.
000840    88 WS-FILEN-STATUS-OK       VALUE '00'.
000850 01 WS-FILEN-OPERATION      PIC X(05) VALUE SPACES.
000860 01 WS-TRANHIST-STATUS      PIC X(02) VALUE '00'.
000870    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
000880    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
000890 01 WS-HIST-AVAIL-SW        PIC X(01) VALUE 'N'.
000900    88 WS-HIST-AVAILABLE         VALUE 'Y'.
000910    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
000920******************************************************************
000930*    The first and last months of the year, YYYYMM, and a posting
000940*    date pulled apart to place it against them.
000950******************************************************************
000960 01 WS-END-MONTH            PIC 9(06) VALUE ZERO.
000970 01 WS-END-MONTH-R REDEFINES WS-END-MONTH.
000980    05 WS-EM-YYYY           PIC 9(04).
000990    05 WS-EM-MM             PIC 9(02).
001000 01 WS-START-MONTH          PIC 9(06) VALUE ZERO.
001010 01 WS-START-MONTH-R REDEFINES WS-START-MONTH.
001020    05 WS-SM-YYYY           PIC 9(04).
001030    05 WS-SM-MM             PIC 9(02).
001040 01 WS-DATE-PARTS.
001050    05 WS-DP-YYYYMM         PIC 9(06).
001060    05 WS-DP-DD             PIC 9(02).
001070******************************************************************
001080*    One customer's year, and everything posted to it since.
001090******************************************************************
001100 01 WS-CUST-FIGURES.
001110    05 WS-CF-OPENING        PIC S9(11)V99 COMP-3.
001120    05 WS-CF-PURCHASES      PIC S9(11)V99 COMP-3.
001130    05 WS-CF-RETURNS        PIC S9(11)V99 COMP-3.
001140    05 WS-CF-ADJUSTMENTS    PIC S9(11)V99 COMP-3.
001150    05 WS-CF-PAYMENTS       PIC S9(11)V99 COMP-3.
001160    05 WS-CF-TAX            PIC S9(11)V99 COMP-3.
001170    05 WS-CF-CLOSING        PIC S9(11)V99 COMP-3.
001180    05 WS-CF-SINCE          PIC S9(11)V99 COMP-3.
001190 01 WS-GRAND-TOTALS.
001200    05 WS-GT-OPENING        PIC S9(11)V99 COMP-3 VALUE ZERO.
001210    05 WS-GT-PURCHASES      PIC S9(11)V99 COMP-3 VALUE ZERO.
001220    05 WS-GT-RETURNS        PIC S9(11)V99 COMP-3 VALUE ZERO.
001230    05 WS-GT-ADJUSTMENTS    PIC S9(11)V99 COMP-3 VALUE ZERO.
001240    05 WS-GT-PAYMENTS       PIC S9(11)V99 COMP-3 VALUE ZERO.
001250    05 WS-GT-TAX            PIC S9(11)V99 COMP-3 VALUE ZERO.
001260    05 WS-GT-CLOSING        PIC S9(11)V99 COMP-3 VALUE ZERO.
001270 01 WS-RUN-COUNTS.
001280    05 WS-CUSTOMER-COUNT    PIC 9(07) VALUE ZERO.
001290    05 WS-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
001300******************************************************************
001310*    Annual activity line layouts, written to ANNARPT.
001320******************************************************************
001330 01 WS-HDR-LINE-1.
001340    05 FILLER               PIC X(10) VALUE SPACES.
001350    05 FILLER               PIC X(40)
001360        VALUE 'ANNACT ANNUAL CUSTOMER ACTIVITY SUMMARY'.
001370    05 FILLER               PIC X(07) VALUE 'MONTHS '.
001380    05 H1-START-MONTH       PIC 9(06).
001390    05 FILLER               PIC X(06) VALUE ' THRU '.
001400    05 H1-END-MONTH         PIC 9(06).
001410    05 FILLER               PIC X(57) VALUE SPACES.
001420 01 WS-HDR-LINE-2.
001430    05 FILLER               PIC X(06) VALUE 'CUST'.
001440    05 FILLER               PIC X(20) VALUE 'NAME'.
001450    05 FILLER               PIC X(15) VALUE '        OPENING'.
001460    05 FILLER               PIC X(15) VALUE '      PURCHASES'.
001470    05 FILLER               PIC X(15) VALUE '        RETURNS'.
001480    05 FILLER               PIC X(15) VALUE '    ADJUSTMENTS'.
001490    05 FILLER               PIC X(15) VALUE '       PAYMENTS'.
001500    05 FILLER               PIC X(15) VALUE '      SALES TAX'.
001510    05 FILLER               PIC X(15) VALUE '        CLOSING'.
001520    05 FILLER               PIC X(01) VALUE SPACES.
001530 01 WS-DETAIL-LINE.
001540    05 DL-CUST-ID           PIC 9(05).
001550    05 FILLER               PIC X(01) VALUE SPACES.
001560    05 DL-CUST-NAME         PIC X(20).
001570    05 FILLER               PIC X(01) VALUE SPACES.
001580    05 DL-OPENING           PIC ZZZZZZZZZ9.99-.
001590    05 FILLER               PIC X(01) VALUE SPACES.
001600    05 DL-PURCHASES         PIC ZZZZZZZZZ9.99-.
001610    05 FILLER               PIC X(01) VALUE SPACES.
001620    05 DL-RETURNS           PIC ZZZZZZZZZ9.99-.
001630    05 FILLER               PIC X(01) VALUE SPACES.
001640    05 DL-ADJUSTMENTS       PIC ZZZZZZZZZ9.99-.
001650    05 FILLER               PIC X(01) VALUE SPACES.
001660    05 DL-PAYMENTS          PIC ZZZZZZZZZ9.99-.
001670    05 FILLER               PIC X(01) VALUE SPACES.
001680    05 DL-TAX               PIC ZZZZZZZZZ9.99-.
001690    05 FILLER               PIC X(01) VALUE SPACES.
001700    05 DL-CLOSING           PIC ZZZZZZZZZ9.99-.
001710    05 FILLER               PIC X(01) VALUE SPACES.
001720 01 WS-TOTAL-LINE.
001730    05 TL-CAPTION           PIC X(26).
001740    05 FILLER               PIC X(01) VALUE SPACES.
001750    05 TL-OPENING           PIC ZZZZZZZZZ9.99-.
001760    05 FILLER               PIC X(01) VALUE SPACES.
001770    05 TL-PURCHASES         PIC ZZZZZZZZZ9.99-.
001780    05 FILLER               PIC X(01) VALUE SPACES.
001790    05 TL-RETURNS           PIC ZZZZZZZZZ9.99-.
001800    05 FILLER               PIC X(01) VALUE SPACES.
001810    05 TL-ADJUSTMENTS       PIC ZZZZZZZZZ9.99-.
001820    05 FILLER               PIC X(01) VALUE SPACES.
001830    05 TL-PAYMENTS          PIC ZZZZZZZZZ9.99-.
001840    05 FILLER               PIC X(01) VALUE SPACES.
001850    05 TL-TAX               PIC ZZZZZZZZZ9.99-.
001860    05 FILLER               PIC X(01) VALUE SPACES.
001870    05 TL-CLOSING           PIC ZZZZZZZZZ9.99-.
001880    05 FILLER               PIC X(01) VALUE SPACES.
001890 01 WS-COUNT-LINE.
001900    05 CL-CAPTION           PIC X(41).
001910    05 CL-COUNT             PIC ZZZZZZ9.
001920    05 FILLER               PIC X(84) VALUE SPACES.
001930 01 WS-BLANK-LINE           PIC X(132) VALUE SPACES.
001940 LINKAGE SECTION.
001950 01 LS-BUSINESS-DATE        PIC 9(08).
001960 01 LS-RECORD-COUNT         PIC 9(07).
001970 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
001980******************************************************************
001990*    0000-MAINLINE
002000*    One pass of FILEN in customer order; each customer's run of
002010*    TRANHIST is read by key as the customer comes up.
002020******************************************************************
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     PERFORM 2000-REPORT-CUSTOMER THRU 2000-EXIT
002060         UNTIL WS-MASTER-EOF.
002070     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002080     MOVE WS-CUSTOMER-COUNT TO LS-RECORD-COUNT.
002090     MOVE 0 TO RETURN-CODE.
002100     GOBACK.
002110******************************************************************
002120*    1000-INITIALIZE
002130*    No history file (status 35) only means nothing has posted
002140*    yet - every customer opens and closes at CM-BALANCE.
002150******************************************************************
002160 1000-INITIALIZE.
002170     MOVE LS-BUSINESS-DATE TO WS-DATE-PARTS.
002180     MOVE WS-DP-YYYYMM TO WS-END-MONTH.
002190     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
002200     PERFORM 1300-SET-YEAR THRU 1300-EXIT.
002210     OPEN INPUT FILEN.
002220     IF NOT WS-FILEN-STATUS-OK
002230         MOVE 'OPEN' TO WS-FILEN-OPERATION
002240         PERFORM 9901-FILEN-ERROR THRU 9901-EXIT
002250     END-IF.
002260     OPEN INPUT TRANHIST.
002270     IF WS-TRANHIST-STATUS-OK
002280         SET WS-HIST-AVAILABLE TO TRUE
002290     ELSE
002300         IF NOT WS-TRANHIST-STATUS-NOTFND
002310             PERFORM 9902-TRANHIST-ERROR THRU 9902-EXIT
002320         END-IF
002330     END-IF.
002340     OPEN OUTPUT ANNARPT.
002350     MOVE WS-START-MONTH TO H1-START-MONTH.
002360     MOVE WS-END-MONTH   TO H1-END-MONTH.
002370     WRITE AA-LINE FROM WS-HDR-LINE-1.
002380     WRITE AA-LINE FROM WS-BLANK-LINE.
002390     WRITE AA-LINE FROM WS-HDR-LINE-2.
002400     PERFORM 1100-READ-FILEN THRU 1100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430******************************************************************
002440 1100-READ-FILEN.
002450     READ FILEN NEXT RECORD
002460         AT END
002470             SET WS-MASTER-EOF TO TRUE
002480             GO TO 1100-EXIT
002490     END-READ.
002500     IF NOT WS-FILEN-STATUS-OK
002510         MOVE 'READ' TO WS-FILEN-OPERATION
002520         PERFORM 9901-FILEN-ERROR THRU 9901-EXIT
002530     END-IF.
002540 1100-EXIT.
002550     EXIT.
002560******************************************************************
002570*    1200-READ-PARM-CARD
002580*    A card whose month is not a real YYYYMM is refused rather
002590*    than quietly summarizing some other year.
002600******************************************************************
002610 1200-READ-PARM-CARD.
002620     OPEN INPUT YEPARM.
002630     IF WS-YEPARM-STATUS-OK
002640         READ YEPARM
002650             AT END
002660                 CONTINUE
002670             NOT AT END
002680                 IF YP-YEAR-END-MONTH IS NOT NUMERIC
002690                     OR YP-YEAR-END-MM < 1
002700                     OR YP-YEAR-END-MM > 12
002710                     DISPLAY 'ANNACT - YEPARM MONTH INVALID: '
002720                         YP-YEAR-END-MONTH
002730                     CLOSE YEPARM
002740                     MOVE 8 TO RETURN-CODE
002750                     GOBACK
002760                 END-IF
002770                 MOVE YP-YEAR-END-MONTH TO WS-END-MONTH
002780         END-READ
002790         CLOSE YEPARM
002800     ELSE
002810         IF NOT WS-YEPARM-STATUS-NOTFND
002820             PERFORM 9900-YEPARM-ERROR THRU 9900-EXIT
002830         END-IF
002840     END-IF.
002850 1200-EXIT.
002860     EXIT.
002870******************************************************************
002880*    1300-SET-YEAR
002890*    The year starts the month after the year-end month a year
002900*    earlier - January of the same year for a December year end.
002910******************************************************************
002920 1300-SET-YEAR.
002930     MOVE WS-END-MONTH TO WS-START-MONTH.
002940     IF WS-SM-MM = 12
002950         MOVE 1 TO WS-SM-MM
002960     ELSE
002970         ADD 1 TO WS-SM-MM
002980         SUBTRACT 1 FROM WS-SM-YYYY
002990     END-IF.
003000 1300-EXIT.
003010     EXIT.
003020******************************************************************
003030*    2000-REPORT-CUSTOMER
003040*    The year's figures off the customer's history, then the
003050*    balances backed out of CM-BALANCE - the closing balance less
003060*    what posted after the year, the opening balance less what
003070*    posted in it.
003080******************************************************************
003090 2000-REPORT-CUSTOMER.
003100     MOVE ZERO TO WS-CF-OPENING.
003110     MOVE ZERO TO WS-CF-PURCHASES.
003120     MOVE ZERO TO WS-CF-RETURNS.
003130     MOVE ZERO TO WS-CF-ADJUSTMENTS.
003140     MOVE ZERO TO WS-CF-PAYMENTS.
003150     MOVE ZERO TO WS-CF-TAX.
003160     MOVE ZERO TO WS-CF-CLOSING.
003170     MOVE ZERO TO WS-CF-SINCE.
003180     IF WS-HIST-AVAILABLE
003190         PERFORM 2100-GATHER-HISTORY THRU 2100-EXIT
003200     END-IF.
003210     COMPUTE WS-CF-CLOSING = CM-BALANCE - WS-CF-SINCE.
003220     COMPUTE WS-CF-OPENING = WS-CF-CLOSING
003230                           - WS-CF-PURCHASES
003240                           - WS-CF-RETURNS
003250                           - WS-CF-ADJUSTMENTS
003260                           - WS-CF-PAYMENTS
003270                           - WS-CF-TAX.
003280     MOVE CM-ID             TO DL-CUST-ID.
003290     MOVE CM-NAME           TO DL-CUST-NAME.
003300     MOVE WS-CF-OPENING     TO DL-OPENING.
003310     MOVE WS-CF-PURCHASES   TO DL-PURCHASES.
003320     MOVE WS-CF-RETURNS     TO DL-RETURNS.
003330     MOVE WS-CF-ADJUSTMENTS TO DL-ADJUSTMENTS.
003340     MOVE WS-CF-PAYMENTS    TO DL-PAYMENTS.
003350     MOVE WS-CF-TAX         TO DL-TAX.
003360     MOVE WS-CF-CLOSING     TO DL-CLOSING.
003370     WRITE AA-LINE FROM WS-DETAIL-LINE.
003380     ADD 1 TO WS-CUSTOMER-COUNT.
003390     ADD WS-CF-OPENING     TO WS-GT-OPENING.
003400     ADD WS-CF-PURCHASES   TO WS-GT-PURCHASES.
003410     ADD WS-CF-RETURNS     TO WS-GT-RETURNS.
003420     ADD WS-CF-ADJUSTMENTS TO WS-GT-ADJUSTMENTS.
003430     ADD WS-CF-PAYMENTS    TO WS-GT-PAYMENTS.
003440     ADD WS-CF-TAX         TO WS-GT-TAX.
003450     ADD WS-CF-CLOSING     TO WS-GT-CLOSING.
003460     PERFORM 1100-READ-FILEN THRU 1100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490******************************************************************
003500*    2100-GATHER-HISTORY
003510*    Positions on the customer's first history record and reads
003520*    forward until the customer number changes.
003530******************************************************************
003540 2100-GATHER-HISTORY.
003550     MOVE CM-ID TO HS-CUST-ID.
003560     MOVE ZERO  TO HS-TRAN-DATE.
003570     MOVE ZERO  TO HS-SEQ.
003580     START TRANHIST KEY IS NOT LESS THAN HS-KEY
003590         INVALID KEY
003600             GO TO 2100-EXIT
003610     END-START.
003620     SET WS-HIST-NOT-EOF TO TRUE.
003630     PERFORM 2200-ADD-DETAIL THRU 2200-EXIT
003640         UNTIL WS-HIST-EOF.
003650 2100-EXIT.
003660     EXIT.
003670******************************************************************
003680*    2200-ADD-DETAIL
003690*    Section summaries restate their details and pass by.  A
003700*    detail moved the balance by its extended price plus its tax;
003710*    one posted after the year counts only toward backing the
003720*    closing balance out, and one before the year not at all.
003730******************************************************************
003740 2200-ADD-DETAIL.
003750     READ TRANHIST NEXT RECORD
003760         AT END
003770             SET WS-HIST-EOF TO TRUE
003780             GO TO 2200-EXIT
003790     END-READ.
003800     IF NOT WS-TRANHIST-STATUS-OK
003810         PERFORM 9902-TRANHIST-ERROR THRU 9902-EXIT
003820     END-IF.
003830     IF HS-CUST-ID NOT = CM-ID
003840         SET WS-HIST-EOF TO TRUE
003850         GO TO 2200-EXIT
003860     END-IF.
003870     IF NOT HS-TYPE-DETAIL
003880         GO TO 2200-EXIT
003890     END-IF.
003900     MOVE HS-TRAN-DATE TO WS-DATE-PARTS.
003910     IF WS-DP-YYYYMM > WS-END-MONTH
003920         ADD HS-EXT-PRICE  TO WS-CF-SINCE
003930         ADD HS-TAX-AMOUNT TO WS-CF-SINCE
003940         GO TO 2200-EXIT
003950     END-IF.
003960     IF WS-DP-YYYYMM < WS-START-MONTH
003970         GO TO 2200-EXIT
003980     END-IF.
003990     ADD 1 TO WS-DETAIL-COUNT.
004000     EVALUATE TRUE
004010         WHEN HS-TRAN-RETURN
004020             ADD HS-EXT-PRICE TO WS-CF-RETURNS
004030         WHEN HS-TRAN-ADJUSTMENT
004040             ADD HS-EXT-PRICE TO WS-CF-ADJUSTMENTS
004050         WHEN HS-TRAN-PAYMENT
004060             ADD HS-EXT-PRICE TO WS-CF-PAYMENTS
004070         WHEN OTHER
004080             ADD HS-EXT-PRICE TO WS-CF-PURCHASES
004090     END-EVALUATE.
004100     ADD HS-TAX-AMOUNT TO WS-CF-TAX.
004110 2200-EXIT.
004120     EXIT.
004130******************************************************************
004140 9000-FINALIZE.
004150     WRITE AA-LINE FROM WS-BLANK-LINE.
004160     MOVE 'TOTALS'          TO TL-CAPTION.
004170     MOVE WS-GT-OPENING     TO TL-OPENING.
004180     MOVE WS-GT-PURCHASES   TO TL-PURCHASES.
004190     MOVE WS-GT-RETURNS     TO TL-RETURNS.
004200     MOVE WS-GT-ADJUSTMENTS TO TL-ADJUSTMENTS.
004210     MOVE WS-GT-PAYMENTS    TO TL-PAYMENTS.
004220     MOVE WS-GT-TAX         TO TL-TAX.
004230     MOVE WS-GT-CLOSING     TO TL-CLOSING.
004240     WRITE AA-LINE FROM WS-TOTAL-LINE.
004250     WRITE AA-LINE FROM WS-BLANK-LINE.
004260     MOVE 'CUSTOMERS REPORTED' TO CL-CAPTION.
004270     MOVE WS-CUSTOMER-COUNT TO CL-COUNT.
004280     WRITE AA-LINE FROM WS-COUNT-LINE.
004290     MOVE 'HISTORY DETAILS IN THE YEAR' TO CL-CAPTION.
004300     MOVE WS-DETAIL-COUNT TO CL-COUNT.
004310     WRITE AA-LINE FROM WS-COUNT-LINE.
004320     CLOSE FILEN.
004330     IF WS-HIST-AVAILABLE
004340         CLOSE TRANHIST
004350     END-IF.
004360     CLOSE ANNARPT.
004370     DISPLAY 'ANNACT - ANNUAL ACTIVITY SUMMARY ' WS-START-MONTH
004380         ' THRU ' WS-END-MONTH.
004390     DISPLAY 'ANNACT - CUSTOMERS REPORTED: ' WS-CUSTOMER-COUNT.
004400 9000-EXIT.
004410     EXIT.
004420******************************************************************
004430 9900-YEPARM-ERROR.
004440     DISPLAY 'ANNACT - YEPARM I/O ERROR ON OPEN INPUT'.
004450     DISPLAY 'ANNACT - FILE STATUS = ' WS-YEPARM-STATUS.
004460     MOVE 16 TO RETURN-CODE.
004470     GOBACK.
004480 9900-EXIT.
004490     EXIT.
004500******************************************************************
004510 9901-FILEN-ERROR.
004520     DISPLAY 'ANNACT - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
004530     DISPLAY 'ANNACT - FILE STATUS = ' WS-FILEN-STATUS.
004540     MOVE 16 TO RETURN-CODE.
004550     GOBACK.
004560 9901-EXIT.
004570     EXIT.
004580******************************************************************
004590 9902-TRANHIST-ERROR.
004600     DISPLAY 'ANNACT - TRANHIST I/O ERROR'.
004610     DISPLAY 'ANNACT - FILE STATUS = ' WS-TRANHIST-STATUS.
004620     MOVE 16 TO RETURN-CODE.
004630     GOBACK.
004640 9902-EXIT.
004650     EXIT.
