000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TAXRPT.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Sales-tax liability report for the month's filing.
000160*    Reads the month's posted sales and returns off TRANHIST
000170*    and totals them by the state HITHERE charged the tax for -
000180*    taxable sales, taxable returns, the net taxable amount,
000190*    any goods that posted with no tax (a state not on the
000200*    TAXRATE table, or keyed there at a zero rate), and the
000210*    tax due, the tax charged on sales less the tax reversed
000220*    on returns.  The tax due is proven against LG-TOTAL-TAX
000230*    summed over the month's nightly postings - LEDGERF, and
000240*    LEDGARCH for a month already closed - and a report that
000250*    does not tie stops a chain run with RC 12.  The TAXPARM
000260*    card sets the month, YYYYMM; no card reports the month of
000270*    the CALENDF business date.  State names come off TAXRATE.
000280*    Runs in NITEBAT's month-end leg after ARAGE, ahead of the
000290*    ledger close, and by hand for any month still on file.
000300*    MODIFICATION HISTORY
000310*   10/15/2026 SC  Initial version.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350    SELECT TAXPARM ASSIGN TO TXPRMDD
000360        ORGANIZATION IS SEQUENTIAL
000370        FILE STATUS IS WS-TAXPARM-STATUS.
000380    SELECT CALENDF ASSIGN TO CALENDD
000390        ORGANIZATION IS SEQUENTIAL
000400        FILE STATUS IS WS-CALEND-STATUS.
000410    SELECT TAXRATE ASSIGN TO TAXRTDD
000420        ORGANIZATION IS SEQUENTIAL
000430        FILE STATUS IS WS-TAXRATE-STATUS.
000440    SELECT TRANHIST ASSIGN TO TRNHSTDD
000450        ORGANIZATION IS INDEXED
000460        ACCESS MODE IS SEQUENTIAL
000470        RECORD KEY IS HS-KEY
000480        FILE STATUS IS WS-TRANHIST-STATUS.
000490    SELECT LEDGERF ASSIGN TO LEDGDD
000500        ORGANIZATION IS INDEXED
000510        ACCESS MODE IS SEQUENTIAL
000520        RECORD KEY IS LG-BUSINESS-DATE
000530        FILE STATUS IS WS-LEDGER-STATUS.
000540    SELECT LEDGARCH ASSIGN TO LDGARCDD
000550        ORGANIZATION IS SEQUENTIAL
000560        FILE STATUS IS WS-ARCHIVE-STATUS.
000570    SELECT TAXLIST ASSIGN TO TAXLSTDD
000580        ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD TAXPARM.
000620 01 TP-RECORD.
000630    05 TP-REPORT-MONTH       PIC 9(06).
000640    05 TP-REPORT-MONTH-R REDEFINES TP-REPORT-MONTH.
000650       10 TP-REPORT-YYYY     PIC 9(04).
000660       10 TP-REPORT-MM       PIC 9(02).
000670 FD CALENDF.
000680 COPY CALREC.
000690 FD TAXRATE.
000700 COPY TAXREC.
000710 FD TRANHIST.
000720 COPY HISTREC.
000730 FD LEDGERF.
000740 COPY LEDGREC.
000750*    LEDGARCH holds LG-RECORDs intact; only the posting date and
000760*    the tax total are wanted here.
000770 FD LEDGARCH.
000780 01 LA-RECORD.
000790    05 LA-BUSINESS-DATE      PIC 9(08).
000800    05 FILLER                PIC X(46).
000810    05 LA-TOTAL-TAX          PIC S9(9)V99 COMP-3.
000820 FD TAXLIST.
000830 01 TXL-LINE              PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01 WS-SWITCHES.
000860    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000870       88 WS-EOF                VALUE 'Y'.
000880       88 WS-NOT-EOF            VALUE 'N'.
000890    05 WS-LEDGER-EOF-SW     PIC X(01) VALUE 'N'.
000900       88 WS-LEDGER-EOF         VALUE 'Y'.
000910       88 WS-LEDGER-NOT-EOF     VALUE 'N'.
000920 01 WS-TAXPARM-STATUS        PIC X(02) VALUE '00'.
000930    88 WS-TAXPARM-STATUS-OK     VALUE '00'.
000940    88 WS-TAXPARM-STATUS-NOTFND VALUE '35'.
000950 01 WS-CALEND-STATUS         PIC X(02) VALUE '00'.
000960    88 WS-CALEND-STATUS-OK      VALUE '00'.
000970 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
000980    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
000990    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001000 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001010    88 WS-HIST-AVAILABLE         VALUE 'Y'.
001020    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
001030 01 WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
001040    88 WS-LEDGER-STATUS-OK      VALUE '00'.
001050    88 WS-LEDGER-STATUS-NOTFND  VALUE '35'.
001060 01 WS-ARCHIVE-STATUS        PIC X(02) VALUE '00'.
001070    88 WS-ARCHIVE-STATUS-OK     VALUE '00'.
001080    88 WS-ARCHIVE-STATUS-NOTFND VALUE '35'.
001090******************************************************************
001100*    The report month, YYYYMM, and a posting date pulled apart
001110*    the same way for the compare.
001120******************************************************************
001130 01 WS-REPORT-MONTH          PIC 9(06) VALUE ZERO.
001140 01 WS-DATE-PARTS.
001150    05 WS-DP-YYYYMM          PIC 9(06).
001160    05 WS-DP-DD              PIC 9(02).
001170******************************************************************
001180*    State names, off TAXRATE.  The rates are not used here -
001190*    the tax was figured when the sale posted.
001200******************************************************************
001210 COPY TAXTBL.
001220 01 WS-SEARCH-STATE          PIC X(02) VALUE SPACES.
001230******************************************************************
001240*    Liability by state, kept in state-code order as the states
001250*    are met.  A detail that posted with no state - a customer
001260*    with none on the master - files under blank and prints as
001270*    NO STATE.
001280******************************************************************
001290 01 WS-LB-COUNT              PIC S9(04) COMP VALUE ZERO.
001300 01 WS-LX                    PIC S9(04) COMP VALUE ZERO.
001310 01 WS-SX                    PIC S9(04) COMP VALUE ZERO.
001320 01 WS-LB-SW                 PIC X(01) VALUE 'N'.
001330    88 WS-LB-SEARCHING          VALUE 'N'.
001340    88 WS-LB-FOUND              VALUE 'F'.
001350    88 WS-LB-INSERT             VALUE 'I'.
001360 01 WS-LIAB-TABLE.
001370    05 WS-LIAB-ENTRY OCCURS 60 TIMES.
001380       10 LB-STATE-CODE      PIC X(02).
001390       10 LB-TAXABLE-SALES   PIC S9(11)V99 COMP-3.
001400       10 LB-TAXABLE-RETURNS PIC S9(11)V99 COMP-3.
001410       10 LB-UNTAXED-NET     PIC S9(11)V99 COMP-3.
001420       10 LB-TAX-DUE         PIC S9(11)V99 COMP-3.
001430 01 WS-GRAND-TOTALS.
001440    05 WS-GT-TAXABLE-SALES   PIC S9(11)V99 COMP-3 VALUE ZERO.
001450    05 WS-GT-TAXABLE-RETURNS PIC S9(11)V99 COMP-3 VALUE ZERO.
001460    05 WS-GT-UNTAXED-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
001470    05 WS-GT-TAX-DUE         PIC S9(11)V99 COMP-3 VALUE ZERO.
001480 01 WS-LEDGER-TAX            PIC S9(11)V99 COMP-3 VALUE ZERO.
001490 01 WS-TAX-DIFFERENCE        PIC S9(11)V99 COMP-3 VALUE ZERO.
001500 01 WS-RUN-COUNTS.
001510    05 WS-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
001520    05 WS-POSTING-COUNT      PIC 9(07) VALUE ZERO.
001530 01 WS-TIE-SW                PIC X(01) VALUE 'Y'.
001540    88 WS-TIES                  VALUE 'Y'.
001550    88 WS-DOES-NOT-TIE          VALUE 'N'.
001560******************************************************************
001570*    Liability report line layouts, written to TAXLIST.
001580******************************************************************
001590 01 WS-HDR-LINE-1.
001600    05 FILLER                PIC X(20) VALUE SPACES.
001610    05 FILLER                PIC X(40)
001620        VALUE 'TAXRPT SALES TAX LIABILITY BY STATE'.
001630    05 FILLER                PIC X(13) VALUE 'REPORT MONTH '.
001640    05 H1-REPORT-MONTH       PIC 9(06).
001650    05 FILLER                PIC X(53) VALUE SPACES.
001660 01 WS-HDR-LINE-2.
001670    05 FILLER                PIC X(04) VALUE 'ST'.
001680    05 FILLER                PIC X(22) VALUE 'STATE NAME'.
001690    05 FILLER                PIC X(15) VALUE '  TAXABLE SALES'.
001700    05 FILLER                PIC X(02) VALUE SPACES.
001710    05 FILLER                PIC X(15) VALUE 'TAXABLE RETURNS'.
001720    05 FILLER                PIC X(02) VALUE SPACES.
001730    05 FILLER                PIC X(15) VALUE '    NET TAXABLE'.
001740    05 FILLER                PIC X(02) VALUE SPACES.
001750    05 FILLER                PIC X(15) VALUE '  UNTAXED GOODS'.
001760    05 FILLER                PIC X(02) VALUE SPACES.
001770    05 FILLER                PIC X(15) VALUE '        TAX DUE'.
001780    05 FILLER                PIC X(23) VALUE SPACES.
001790 01 WS-DETAIL-LINE.
001800    05 DL-STATE-CODE         PIC X(02).
001810    05 FILLER                PIC X(02) VALUE SPACES.
001820    05 DL-STATE-NAME         PIC X(20).
001830    05 FILLER                PIC X(02) VALUE SPACES.
001840    05 DL-TAXABLE-SALES      PIC ZZZZZZZZZZ9.99-.
001850    05 FILLER                PIC X(02) VALUE SPACES.
001860    05 DL-TAXABLE-RETURNS    PIC ZZZZZZZZZZ9.99-.
001870    05 FILLER                PIC X(02) VALUE SPACES.
001880    05 DL-NET-TAXABLE        PIC ZZZZZZZZZZ9.99-.
001890    05 FILLER                PIC X(02) VALUE SPACES.
001900    05 DL-UNTAXED-NET        PIC ZZZZZZZZZZ9.99-.
001910    05 FILLER                PIC X(02) VALUE SPACES.
001920    05 DL-TAX-DUE            PIC ZZZZZZZZZZ9.99-.
001930    05 FILLER                PIC X(23) VALUE SPACES.
001940 01 WS-TOTAL-LINE.
001950    05 TL-CAPTION            PIC X(26).
001960    05 TL-TAXABLE-SALES      PIC ZZZZZZZZZZ9.99-.
001970    05 FILLER                PIC X(02) VALUE SPACES.
001980    05 TL-TAXABLE-RETURNS    PIC ZZZZZZZZZZ9.99-.
001990    05 FILLER                PIC X(02) VALUE SPACES.
002000    05 TL-NET-TAXABLE        PIC ZZZZZZZZZZ9.99-.
002010    05 FILLER                PIC X(02) VALUE SPACES.
002020    05 TL-UNTAXED-NET        PIC ZZZZZZZZZZ9.99-.
002030    05 FILLER                PIC X(02) VALUE SPACES.
002040    05 TL-TAX-DUE            PIC ZZZZZZZZZZ9.99-.
002050    05 FILLER                PIC X(23) VALUE SPACES.
002060 01 WS-PROOF-LINE.
002070    05 PF-CAPTION            PIC X(41).
002080    05 PF-AMOUNT             PIC ZZZZZZZZZZ9.99-.
002090    05 FILLER                PIC X(02) VALUE SPACES.
002100    05 PF-RESULT             PIC X(40).
002110    05 FILLER                PIC X(34) VALUE SPACES.
002120 01 WS-COUNT-LINE.
002130    05 CL-CAPTION            PIC X(41).
002140    05 CL-COUNT              PIC ZZZZZZ9.
002150    05 FILLER                PIC X(84) VALUE SPACES.
002160 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002170 PROCEDURE DIVISION.
002180******************************************************************
002190*    0000-MAINLINE
002200*    One pass of TRANHIST end to end, then one pass of the
002210*    month's ledger postings for the proof.  A report that does
002220*    not tie to the ledger stops a chain run with RC 12.
002230******************************************************************
002240 0000-MAINLINE.
002250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260     PERFORM 2000-TALLY-DETAIL THRU 2000-EXIT
002270         UNTIL WS-EOF.
002280     PERFORM 3000-SUM-LEDGER THRU 3000-EXIT.
002290     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002300     IF WS-DOES-NOT-TIE
002310         MOVE 12 TO RETURN-CODE
002320     ELSE
002330         MOVE 0 TO RETURN-CODE
002340     END-IF.
002350     GOBACK.
002360******************************************************************
002370*    1000-INITIALIZE
002380*    No history file (status 35) only means nothing has posted
002390*    yet - the report prints empty and proves against whatever
002400*    the ledger holds.
002410******************************************************************
002420 1000-INITIALIZE.
002430     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
002440     IF WS-REPORT-MONTH = ZERO
002450         PERFORM 1300-READ-CALENDAR THRU 1300-EXIT
002460     END-IF.
002470     PERFORM 1400-LOAD-STATE-NAMES THRU 1400-EXIT.
002480     OPEN INPUT TRANHIST.
002490     IF WS-TRANHIST-STATUS-OK
002500         SET WS-HIST-AVAILABLE TO TRUE
002510     ELSE
002520         IF WS-TRANHIST-STATUS-NOTFND
002530             SET WS-EOF TO TRUE
002540         ELSE
002550             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
002560         END-IF
002570     END-IF.
002580     OPEN OUTPUT TAXLIST.
002590     MOVE WS-REPORT-MONTH TO H1-REPORT-MONTH.
002600     WRITE TXL-LINE FROM WS-HDR-LINE-1.
002610     WRITE TXL-LINE FROM WS-HDR-LINE-2.
002620     IF WS-HIST-AVAILABLE
002630         PERFORM 1100-READ-TRANHIST THRU 1100-EXIT
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670******************************************************************
002680 1100-READ-TRANHIST.
002690     READ TRANHIST NEXT RECORD
002700         AT END
002710             SET WS-EOF TO TRUE
002720             GO TO 1100-EXIT
002730     END-READ.
002740     IF NOT WS-TRANHIST-STATUS-OK
002750         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
002760     END-IF.
002770 1100-EXIT.
002780     EXIT.
002790******************************************************************
002800*    1200-READ-PARM-CARD
002810*    A card whose month is not a real YYYYMM is refused rather
002820*    than quietly reporting some other month for filing.
002830******************************************************************
002840 1200-READ-PARM-CARD.
002850     OPEN INPUT TAXPARM.
002860     IF WS-TAXPARM-STATUS-OK
002870         READ TAXPARM
002880             AT END
002890                 CONTINUE
002900             NOT AT END
002910                 IF TP-REPORT-MONTH IS NOT NUMERIC
002920                     OR TP-REPORT-MM < 1
002930                     OR TP-REPORT-MM > 12
002940                     DISPLAY 'TAXRPT - TAXPARM MONTH INVALID: '
002950                         TP-REPORT-MONTH
002960                     CLOSE TAXPARM
002970                     MOVE 8 TO RETURN-CODE
002980                     GOBACK
002990                 END-IF
003000                 MOVE TP-REPORT-MONTH TO WS-REPORT-MONTH
003010         END-READ
003020         CLOSE TAXPARM
003030     ELSE
003040         IF NOT WS-TAXPARM-STATUS-NOTFND
003050             PERFORM 9900-TAXPARM-ERROR THRU 9900-EXIT
003060         END-IF
003070     END-IF.
003080 1200-EXIT.
003090     EXIT.
003100******************************************************************
003110*    1300-READ-CALENDAR
003120*    No card reports the business date's month - tonight's in
003130*    the chain, since the calendar rolls only after the whole
003140*    chain completes.
003150******************************************************************
003160 1300-READ-CALENDAR.
003170     OPEN INPUT CALENDF.
003180     IF NOT WS-CALEND-STATUS-OK
003190         DISPLAY 'TAXRPT - CALENDF MISSING AND NO TAXPARM CARD'
003200         DISPLAY 'TAXRPT - FILE STATUS = ' WS-CALEND-STATUS
003210         MOVE 8 TO RETURN-CODE
003220         GOBACK
003230     END-IF.
003240     READ CALENDF
003250         AT END
003260             MOVE ZERO TO CAL-BUSINESS-DATE
003270     END-READ.
003280     CLOSE CALENDF.
003290     IF CAL-BUSINESS-DATE IS NOT NUMERIC
003300         OR CAL-BUSINESS-DATE = ZERO
003310         DISPLAY 'TAXRPT - NO REPORT MONTH - CALENDF BUSINESS'
003320             ' DATE INVALID'
003330         MOVE 8 TO RETURN-CODE
003340         GOBACK
003350     END-IF.
003360     MOVE CAL-BUSINESS-DATE TO WS-DATE-PARTS.
003370     MOVE WS-DP-YYYYMM TO WS-REPORT-MONTH.
003380 1300-EXIT.
003390     EXIT.
003400******************************************************************
003410*    1400-LOAD-STATE-NAMES
003420*    One name per state, off its latest-dated card.  No TAXRATE
003430*    file only costs the report its names.
003440******************************************************************
003450 1400-LOAD-STATE-NAMES.
003460     MOVE ZERO TO WS-TAX-STATE-COUNT.
003470     OPEN INPUT TAXRATE.
003480     IF WS-TAXRATE-STATUS-NOTFND
003490         DISPLAY 'TAXRPT - NO TAXRATE FILE - STATE NAMES NOT'
003500             ' PRINTED'
003510         GO TO 1400-EXIT
003520     END-IF.
003530     IF NOT WS-TAXRATE-STATUS-OK
003540         PERFORM 9902-TAXRATE-ERROR THRU 9902-EXIT
003550     END-IF.
003560     SET WS-TAXRATE-NOT-EOF TO TRUE.
003570     PERFORM 1450-LOAD-ONE-NAME THRU 1450-EXIT
003580         UNTIL WS-TAXRATE-EOF.
003590     CLOSE TAXRATE.
003600 1400-EXIT.
003610     EXIT.
003620 1450-LOAD-ONE-NAME.
003630     READ TAXRATE
003640         AT END
003650             SET WS-TAXRATE-EOF TO TRUE
003660             GO TO 1450-EXIT
003670     END-READ.
003680     IF NOT WS-TAXRATE-STATUS-OK
003690         PERFORM 9902-TAXRATE-ERROR THRU 9902-EXIT
003700     END-IF.
003710     IF TX-STATE-CODE = SPACES
003720         OR TX-EFFECTIVE-DATE IS NOT NUMERIC
003730         GO TO 1450-EXIT
003740     END-IF.
003750     MOVE TX-STATE-CODE TO WS-SEARCH-STATE.
003760     PERFORM 1470-FIND-NAME THRU 1470-EXIT.
003770     IF WS-TAX-NOT-FOUND
003780         IF WS-TAX-STATE-COUNT NOT < 60
003790             GO TO 1450-EXIT
003800         END-IF
003810         ADD 1 TO WS-TAX-STATE-COUNT
003820         MOVE WS-TAX-STATE-COUNT TO WS-TX
003830         MOVE TX-STATE-CODE TO TT-STATE-CODE(WS-TX)
003840         MOVE ZERO TO TT-EFFECTIVE-DATE(WS-TX)
003850     END-IF.
003860     IF TX-EFFECTIVE-DATE NOT < TT-EFFECTIVE-DATE(WS-TX)
003870         MOVE TX-STATE-NAME     TO TT-STATE-NAME(WS-TX)
003880         MOVE TX-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE(WS-TX)
003890     END-IF.
003900 1450-EXIT.
003910     EXIT.
003920 1470-FIND-NAME.
003930     SET WS-TAX-NOT-FOUND TO TRUE.
003940     MOVE 1 TO WS-TX.
003950     PERFORM 1480-TEST-ONE-NAME THRU 1480-EXIT
003960         UNTIL WS-TAX-FOUND
003970            OR WS-TX > WS-TAX-STATE-COUNT.
003980 1470-EXIT.
003990     EXIT.
004000 1480-TEST-ONE-NAME.
004010     IF TT-STATE-CODE(WS-TX) = WS-SEARCH-STATE
004020         SET WS-TAX-FOUND TO TRUE
004030     ELSE
004040         ADD 1 TO WS-TX
004050     END-IF.
004060 1480-EXIT.
004070     EXIT.
004080******************************************************************
004090*    2000-TALLY-DETAIL
004100*    Only a posted sale or return in the report month counts -
004110*    summaries, adjustments (which carry no tax), and payments
004120*    pass by.  A detail with tax on it is taxable; one with
004130*    none is untaxed goods for the state it posted under.  A
004140*    return's price and tax are already negative, so both net
004150*    straight into the state's figures.
004160******************************************************************
004170 2000-TALLY-DETAIL.
004180     IF NOT HS-TYPE-DETAIL
004190         GO TO 2000-NEXT
004200     END-IF.
004210     MOVE HS-TRAN-DATE TO WS-DATE-PARTS.
004220     IF WS-DP-YYYYMM NOT = WS-REPORT-MONTH
004230         GO TO 2000-NEXT
004240     END-IF.
004250     IF NOT HS-TRAN-SALE
004260         AND NOT HS-TRAN-RETURN
004270         GO TO 2000-NEXT
004280     END-IF.
004290     ADD 1 TO WS-DETAIL-COUNT.
004300     PERFORM 2100-FIND-STATE THRU 2100-EXIT.
004310     IF HS-TAX-AMOUNT = ZERO
004320         ADD HS-EXT-PRICE TO LB-UNTAXED-NET(WS-LX)
004330     ELSE
004340         IF HS-TRAN-RETURN
004350             ADD HS-EXT-PRICE TO LB-TAXABLE-RETURNS(WS-LX)
004360         ELSE
004370             ADD HS-EXT-PRICE TO LB-TAXABLE-SALES(WS-LX)
004380         END-IF
004390     END-IF.
004400     ADD HS-TAX-AMOUNT TO LB-TAX-DUE(WS-LX).
004410 2000-NEXT.
004420     PERFORM 1100-READ-TRANHIST THRU 1100-EXIT.
004430 2000-EXIT.
004440     EXIT.
004450******************************************************************
004460*    2100-FIND-STATE
004470*    Leaves WS-LX on the detail's state, opening a zeroed entry
004480*    in code order when the state is new to the month.
004490******************************************************************
004500 2100-FIND-STATE.
004510     MOVE HS-TAX-STATE TO WS-SEARCH-STATE.
004520     SET WS-LB-SEARCHING TO TRUE.
004530     MOVE 1 TO WS-LX.
004540     PERFORM 2150-TEST-ONE-STATE THRU 2150-EXIT
004550         UNTIL NOT WS-LB-SEARCHING
004560            OR WS-LX > WS-LB-COUNT.
004570     IF WS-LB-FOUND
004580         GO TO 2100-EXIT
004590     END-IF.
004600     IF WS-LB-COUNT NOT < 60
004610         PERFORM 9905-TABLE-FULL THRU 9905-EXIT
004620     END-IF.
004630     MOVE WS-LB-COUNT TO WS-SX.
004640     PERFORM 2160-SHIFT-ONE-STATE THRU 2160-EXIT
004650         UNTIL WS-SX < WS-LX.
004660     ADD 1 TO WS-LB-COUNT.
004670     MOVE WS-SEARCH-STATE TO LB-STATE-CODE(WS-LX).
004680     MOVE ZERO TO LB-TAXABLE-SALES(WS-LX).
004690     MOVE ZERO TO LB-TAXABLE-RETURNS(WS-LX).
004700     MOVE ZERO TO LB-UNTAXED-NET(WS-LX).
004710     MOVE ZERO TO LB-TAX-DUE(WS-LX).
004720 2100-EXIT.
004730     EXIT.
004740 2150-TEST-ONE-STATE.
004750     IF LB-STATE-CODE(WS-LX) = WS-SEARCH-STATE
004760         SET WS-LB-FOUND TO TRUE
004770     ELSE
004780         IF LB-STATE-CODE(WS-LX) > WS-SEARCH-STATE
004790             SET WS-LB-INSERT TO TRUE
004800         ELSE
004810             ADD 1 TO WS-LX
004820         END-IF
004830     END-IF.
004840 2150-EXIT.
004850     EXIT.
004860 2160-SHIFT-ONE-STATE.
004870     MOVE WS-LIAB-ENTRY(WS-SX) TO WS-LIAB-ENTRY(WS-SX + 1).
004880     SUBTRACT 1 FROM WS-SX.
004890 2160-EXIT.
004900     EXIT.
004910******************************************************************
004920*    3000-SUM-LEDGER
004930*    LG-TOTAL-TAX over every posting dated in the report month.
004940*    Until the month closes its postings are on LEDGERF; after,
004950*    on LEDGARCH.  A missing file of either is simply one that
004960*    holds none of them.
004970******************************************************************
004980 3000-SUM-LEDGER.
004990     OPEN INPUT LEDGERF.
005000     IF WS-LEDGER-STATUS-OK
005010         SET WS-LEDGER-NOT-EOF TO TRUE
005020         PERFORM 3050-SUM-ONE-POSTING THRU 3050-EXIT
005030             UNTIL WS-LEDGER-EOF
005040         CLOSE LEDGERF
005050     ELSE
005060         IF NOT WS-LEDGER-STATUS-NOTFND
005070             PERFORM 9903-LEDGER-ERROR THRU 9903-EXIT
005080         END-IF
005090     END-IF.
005100     OPEN INPUT LEDGARCH.
005110     IF WS-ARCHIVE-STATUS-OK
005120         SET WS-LEDGER-NOT-EOF TO TRUE
005130         PERFORM 3100-SUM-ONE-ARCHIVED THRU 3100-EXIT
005140             UNTIL WS-LEDGER-EOF
005150         CLOSE LEDGARCH
005160     ELSE
005170         IF NOT WS-ARCHIVE-STATUS-NOTFND
005180             PERFORM 9904-ARCHIVE-ERROR THRU 9904-EXIT
005190         END-IF
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.
005230 3050-SUM-ONE-POSTING.
005240     READ LEDGERF NEXT RECORD
005250         AT END
005260             SET WS-LEDGER-EOF TO TRUE
005270             GO TO 3050-EXIT
005280     END-READ.
005290     IF NOT WS-LEDGER-STATUS-OK
005300         PERFORM 9903-LEDGER-ERROR THRU 9903-EXIT
005310     END-IF.
005320     MOVE LG-BUSINESS-DATE TO WS-DATE-PARTS.
005330     IF WS-DP-YYYYMM = WS-REPORT-MONTH
005340         ADD LG-TOTAL-TAX TO WS-LEDGER-TAX
005350         ADD 1 TO WS-POSTING-COUNT
005360     END-IF.
005370 3050-EXIT.
005380     EXIT.
005390 3100-SUM-ONE-ARCHIVED.
005400     READ LEDGARCH
005410         AT END
005420             SET WS-LEDGER-EOF TO TRUE
005430             GO TO 3100-EXIT
005440     END-READ.
005450     IF NOT WS-ARCHIVE-STATUS-OK
005460         PERFORM 9904-ARCHIVE-ERROR THRU 9904-EXIT
005470     END-IF.
005480     MOVE LA-BUSINESS-DATE TO WS-DATE-PARTS.
005490     IF WS-DP-YYYYMM = WS-REPORT-MONTH
005500         ADD LA-TOTAL-TAX TO WS-LEDGER-TAX
005510         ADD 1 TO WS-POSTING-COUNT
005520     END-IF.
005530 3100-EXIT.
005540     EXIT.
005550******************************************************************
005560*    4000-PRINT-REPORT
005570*    One line per state in code order, the totals, then the
005580*    proof: the tax due on the report must equal the tax the
005590*    nightly postings carried onto the ledger for the month.
005600******************************************************************
005610 4000-PRINT-REPORT.
005620     MOVE 1 TO WS-LX.
005630     PERFORM 4100-PRINT-ONE-STATE THRU 4100-EXIT
005640         UNTIL WS-LX > WS-LB-COUNT.
005650     WRITE TXL-LINE FROM WS-BLANK-LINE.
005660     MOVE 'TOTALS' TO TL-CAPTION.
005670     MOVE WS-GT-TAXABLE-SALES   TO TL-TAXABLE-SALES.
005680     MOVE WS-GT-TAXABLE-RETURNS TO TL-TAXABLE-RETURNS.
005690     COMPUTE TL-NET-TAXABLE =
005700         WS-GT-TAXABLE-SALES + WS-GT-TAXABLE-RETURNS.
005710     MOVE WS-GT-UNTAXED-NET     TO TL-UNTAXED-NET.
005720     MOVE WS-GT-TAX-DUE         TO TL-TAX-DUE.
005730     WRITE TXL-LINE FROM WS-TOTAL-LINE.
005740     WRITE TXL-LINE FROM WS-BLANK-LINE.
005750     MOVE 'TAX CHARGED PER LEDGER POSTINGS' TO PF-CAPTION.
005760     MOVE WS-LEDGER-TAX TO PF-AMOUNT.
005770     MOVE SPACES TO PF-RESULT.
005780     WRITE TXL-LINE FROM WS-PROOF-LINE.
005790     MOVE 'TAX DUE PER THIS REPORT' TO PF-CAPTION.
005800     MOVE WS-GT-TAX-DUE TO PF-AMOUNT.
005810     IF WS-GT-TAX-DUE = WS-LEDGER-TAX
005820         MOVE 'TIES TO LEDGER' TO PF-RESULT
005830         WRITE TXL-LINE FROM WS-PROOF-LINE
005840     ELSE
005850         SET WS-DOES-NOT-TIE TO TRUE
005860         MOVE '*** DOES NOT TIE TO LEDGER ***' TO PF-RESULT
005870         WRITE TXL-LINE FROM WS-PROOF-LINE
005880         COMPUTE WS-TAX-DIFFERENCE =
005890             WS-GT-TAX-DUE - WS-LEDGER-TAX
005900         MOVE 'DIFFERENCE' TO PF-CAPTION
005910         MOVE WS-TAX-DIFFERENCE TO PF-AMOUNT
005920         MOVE SPACES TO PF-RESULT
005930         WRITE TXL-LINE FROM WS-PROOF-LINE
005940         DISPLAY 'TAXRPT - TAX DUE DOES NOT TIE TO LEDGER'
005950     END-IF.
005960     WRITE TXL-LINE FROM WS-BLANK-LINE.
005970     MOVE 'STATES REPORTED' TO CL-CAPTION.
005980     MOVE WS-LB-COUNT TO CL-COUNT.
005990     WRITE TXL-LINE FROM WS-COUNT-LINE.
006000     MOVE 'SALES AND RETURNS REPORTED' TO CL-CAPTION.
006010     MOVE WS-DETAIL-COUNT TO CL-COUNT.
006020     WRITE TXL-LINE FROM WS-COUNT-LINE.
006030     MOVE 'NIGHTLY POSTINGS PROVEN AGAINST' TO CL-CAPTION.
006040     MOVE WS-POSTING-COUNT TO CL-COUNT.
006050     WRITE TXL-LINE FROM WS-COUNT-LINE.
006060 4000-EXIT.
006070     EXIT.
006080 4100-PRINT-ONE-STATE.
006090     MOVE LB-STATE-CODE(WS-LX) TO DL-STATE-CODE.
006100     MOVE LB-STATE-CODE(WS-LX) TO WS-SEARCH-STATE.
006110     MOVE SPACES TO DL-STATE-NAME.
006120     IF WS-SEARCH-STATE = SPACES
006130         MOVE 'NO STATE' TO DL-STATE-NAME
006140     ELSE
006150         PERFORM 1470-FIND-NAME THRU 1470-EXIT
006160         IF WS-TAX-FOUND
006170             MOVE TT-STATE-NAME(WS-TX) TO DL-STATE-NAME
006180         END-IF
006190     END-IF.
006200     MOVE LB-TAXABLE-SALES(WS-LX)   TO DL-TAXABLE-SALES.
006210     MOVE LB-TAXABLE-RETURNS(WS-LX) TO DL-TAXABLE-RETURNS.
006220     COMPUTE DL-NET-TAXABLE = LB-TAXABLE-SALES(WS-LX)
006230         + LB-TAXABLE-RETURNS(WS-LX).
006240     MOVE LB-UNTAXED-NET(WS-LX)     TO DL-UNTAXED-NET.
006250     MOVE LB-TAX-DUE(WS-LX)         TO DL-TAX-DUE.
006260     WRITE TXL-LINE FROM WS-DETAIL-LINE.
006270     ADD LB-TAXABLE-SALES(WS-LX)   TO WS-GT-TAXABLE-SALES.
006280     ADD LB-TAXABLE-RETURNS(WS-LX) TO WS-GT-TAXABLE-RETURNS.
006290     ADD LB-UNTAXED-NET(WS-LX)     TO WS-GT-UNTAXED-NET.
006300     ADD LB-TAX-DUE(WS-LX)         TO WS-GT-TAX-DUE.
006310     ADD 1 TO WS-LX.
006320 4100-EXIT.
006330     EXIT.
006340******************************************************************
006350 9000-FINALIZE.
006360     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
006370     CLOSE TAXLIST.
006380     IF WS-HIST-AVAILABLE
006390         CLOSE TRANHIST
006400     END-IF.
006410     DISPLAY 'TAXRPT - REPORT MONTH         = ' WS-REPORT-MONTH.
006420     DISPLAY 'TAXRPT - STATES REPORTED      = ' WS-LB-COUNT.
006430     DISPLAY 'TAXRPT - SALES AND RETURNS    = ' WS-DETAIL-COUNT.
006440 9000-EXIT.
006450     EXIT.
006460******************************************************************
006470 9900-TAXPARM-ERROR.
006480     DISPLAY 'TAXRPT - TAXPARM I/O ERROR ON OPEN INPUT'.
006490     DISPLAY 'TAXRPT - FILE STATUS = ' WS-TAXPARM-STATUS.
006500     MOVE 16 TO RETURN-CODE.
006510     GOBACK.
006520 9900-EXIT.
006530     EXIT.
006540******************************************************************
006550 9901-TRANHIST-ERROR.
006560     DISPLAY 'TAXRPT - TRANHIST I/O ERROR'.
006570     DISPLAY 'TAXRPT - FILE STATUS = ' WS-TRANHIST-STATUS.
006580     MOVE 16 TO RETURN-CODE.
006590     GOBACK.
006600 9901-EXIT.
006610     EXIT.
006620******************************************************************
006630 9902-TAXRATE-ERROR.
006640     DISPLAY 'TAXRPT - TAXRATE I/O ERROR'.
006650     DISPLAY 'TAXRPT - FILE STATUS = ' WS-TAXRATE-STATUS.
006660     MOVE 16 TO RETURN-CODE.
006670     GOBACK.
006680 9902-EXIT.
006690     EXIT.
006700******************************************************************
006710 9903-LEDGER-ERROR.
006720     DISPLAY 'TAXRPT - LEDGERF I/O ERROR'.
006730     DISPLAY 'TAXRPT - FILE STATUS = ' WS-LEDGER-STATUS.
006740     MOVE 16 TO RETURN-CODE.
006750     GOBACK.
006760 9903-EXIT.
006770     EXIT.
006780******************************************************************
006790 9904-ARCHIVE-ERROR.
006800     DISPLAY 'TAXRPT - LEDGARCH I/O ERROR'.
006810     DISPLAY 'TAXRPT - FILE STATUS = ' WS-ARCHIVE-STATUS.
006820     MOVE 16 TO RETURN-CODE.
006830     GOBACK.
006840 9904-EXIT.
006850     EXIT.
006860******************************************************************
006870*    9905-TABLE-FULL
006880*    More states in one month than the table holds - the report
006890*    cannot be filed short a state, so the run is refused.
006900******************************************************************
006910 9905-TABLE-FULL.
006920     DISPLAY 'TAXRPT - MORE THAN 60 STATES IN THE MONTH -'
006930         ' REPORT REFUSED'.
006940     CLOSE TAXLIST.
006950     CLOSE TRANHIST.
006960     MOVE 12 TO RETURN-CODE.
006970     GOBACK.
006980 9905-EXIT.
006990     EXIT.
