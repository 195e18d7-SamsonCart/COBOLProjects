000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANNLEDG.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Annual ledger summary.  Rolls the year's nightly
000160*    postings up off the LEDGARCH ledger archive LEDGCLS builds
000170*    at each month end - one line per month, oldest first, with
000180*    the number of nightly postings archived for it and their
000190*    processed, skipped, and rejected counts, total added,
000200*    extended price, cash applied, and sales tax, then a line of
000210*    totals for the year.  The year is the twelve months ending
000220*    with the year-end month: the month of the business date
000230*    NITEBAT passes, or the YEPARM card's YYYYMM to rerun an
000240*    earlier year by hand.  A month with nothing archived for it
000250*    prints NONE ARCHIVED and the step ends RC 4 - a year short a
000260*    month is worth a look in the morning, not worth stopping the
000270*    night.  Runs in NITEBAT's year-end leg, right after LEDGCLS
000280*    archives the year's last month; the YEPARM card is shared
000290*    with ANNACT.
000300*    MODIFICATION HISTORY
000310*   10/15/2026 SC  Initial version.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350    SELECT YEPARM ASSIGN TO YEPRMDD
000360        ORGANIZATION IS SEQUENTIAL
000370        FILE STATUS IS WS-YEPARM-STATUS.
000380    SELECT LEDGARCH ASSIGN TO LDGARCDD
000390        ORGANIZATION IS SEQUENTIAL
000400        FILE STATUS IS WS-ARCHIVE-STATUS.
000410    SELECT ANNLRPT ASSIGN TO ANLRPTDD
000420        ORGANIZATION IS SEQUENTIAL.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD YEPARM.
000460 01 YP-RECORD.
000470    05 YP-YEAR-END-MONTH     PIC 9(06).
000480    05 YP-YEAR-END-MONTH-R REDEFINES YP-YEAR-END-MONTH.
000490       10 YP-YEAR-END-YYYY   PIC 9(04).
000500       10 YP-YEAR-END-MM     PIC 9(02).
000510 FD LEDGARCH.
000520 COPY LEDGREC.
000530 FD ANNLRPT.
000540 01 AL-LINE               PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 01 WS-SWITCHES.
000570    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000580       88 WS-EOF                VALUE 'Y'.
000590       88 WS-NOT-EOF            VALUE 'N'.
000600 01 WS-YEPARM-STATUS        PIC X(02) VALUE '00'.
000610    88 WS-YEPARM-STATUS-OK      VALUE '00'.
000620    88 WS-YEPARM-STATUS-NOTFND  VALUE '35'.
000630 01 WS-ARCHIVE-STATUS       PIC X(02) VALUE '00'.
000640    88 WS-ARCHIVE-STATUS-OK     VALUE '00'.
000650    88 WS-ARCHIVE-STATUS-NOTFND VALUE '35'.
000660******************************************************************
000670*    The first and last months of the year, YYYYMM, and a posting
000680*    date pulled apart to place it among them.
000690******************************************************************
000700 01 WS-END-MONTH            PIC 9(06) VALUE ZERO.
000710 01 WS-END-MONTH-R REDEFINES WS-END-MONTH.
000720    05 WS-EM-YYYY           PIC 9(04).
000730    05 WS-EM-MM             PIC 9(02).
000740 01 WS-START-MONTH          PIC 9(06) VALUE ZERO.
000750 01 WS-START-MONTH-R REDEFINES WS-START-MONTH.
000760    05 WS-SM-YYYY           PIC 9(04).
000770    05 WS-SM-MM             PIC 9(02).
000780 01 WS-WORK-MONTH           PIC 9(06) VALUE ZERO.
000790 01 WS-WORK-MONTH-R REDEFINES WS-WORK-MONTH.
000800    05 WS-WM-YYYY           PIC 9(04).
000810    05 WS-WM-MM             PIC 9(02).
000820 01 WS-DATE-PARTS.
000830    05 WS-DP-YYYY           PIC 9(04).
000840    05 WS-DP-MM             PIC 9(02).
000850    05 WS-DP-DD             PIC 9(02).
000860 01 WS-MX                   PIC S9(04) COMP VALUE ZERO.
000870******************************************************************
000880*    The year's figures by month, 1 the first month of the year
000890*    through 12 the year-end month, and the year's totals.
000900******************************************************************
000910 01 WS-MONTH-TABLE.
000920    05 WS-MONTH-ENTRY OCCURS 12 TIMES.
000930       10 MT-MONTH          PIC 9(06).
000940       10 MT-NIGHTS         PIC S9(04) COMP.
000950       10 MT-PROCESSED      PIC S9(09) COMP-3.
000960       10 MT-SKIPPED        PIC S9(09) COMP-3.
000970       10 MT-REJECTED       PIC S9(09) COMP-3.
000980       10 MT-ADDED          PIC S9(11)V99 COMP-3.
000990       10 MT-EXT-PRICE      PIC S9(11)V99 COMP-3.
001000       10 MT-CASH           PIC S9(11)V99 COMP-3.
001010       10 MT-TAX            PIC S9(11)V99 COMP-3.
001020 01 WS-YEAR-TOTALS.
001030    05 WS-YT-NIGHTS         PIC S9(04) COMP VALUE ZERO.
001040    05 WS-YT-PROCESSED      PIC S9(09) COMP-3 VALUE ZERO.
001050    05 WS-YT-SKIPPED        PIC S9(09) COMP-3 VALUE ZERO.
001060    05 WS-YT-REJECTED       PIC S9(09) COMP-3 VALUE ZERO.
001070    05 WS-YT-ADDED          PIC S9(11)V99 COMP-3 VALUE ZERO.
001080    05 WS-YT-EXT-PRICE      PIC S9(11)V99 COMP-3 VALUE ZERO.
001090    05 WS-YT-CASH           PIC S9(11)V99 COMP-3 VALUE ZERO.
001100    05 WS-YT-TAX            PIC S9(11)V99 COMP-3 VALUE ZERO.
001110 01 WS-RUN-COUNTS.
001120    05 WS-ARCHIVE-READ      PIC 9(07) VALUE ZERO.
001130    05 WS-ARCHIVE-IN-YEAR   PIC 9(07) VALUE ZERO.
001140    05 WS-MISSING-COUNT     PIC 9(02) VALUE ZERO.
001150******************************************************************
001160*    Annual ledger summary line layouts, written to ANNLRPT.
001170******************************************************************
001180 01 WS-HDR-LINE-1.
001190    05 FILLER               PIC X(10) VALUE SPACES.
001200    05 FILLER               PIC X(32)
001210        VALUE 'ANNLEDG ANNUAL LEDGER SUMMARY'.
001220    05 FILLER               PIC X(07) VALUE 'MONTHS '.
001230    05 H1-START-MONTH       PIC 9(06).
001240    05 FILLER               PIC X(06) VALUE ' THRU '.
001250    05 H1-END-MONTH         PIC 9(06).
001260    05 FILLER               PIC X(65) VALUE SPACES.
001270 01 WS-HDR-LINE-2.
001280    05 FILLER               PIC X(06) VALUE 'MONTH'.
001290    05 FILLER               PIC X(02) VALUE SPACES.
001300    05 FILLER               PIC X(06) VALUE 'NIGHTS'.
001310    05 FILLER               PIC X(02) VALUE SPACES.
001320    05 FILLER               PIC X(09) VALUE 'PROCESSED'.
001330    05 FILLER               PIC X(02) VALUE SPACES.
001340    05 FILLER               PIC X(09) VALUE '  SKIPPED'.
001350    05 FILLER               PIC X(02) VALUE SPACES.
001360    05 FILLER               PIC X(09) VALUE ' REJECTED'.
001370    05 FILLER               PIC X(02) VALUE SPACES.
001380    05 FILLER               PIC X(15) VALUE '    TOTAL ADDED'.
001390    05 FILLER               PIC X(02) VALUE SPACES.
001400    05 FILLER               PIC X(15) VALUE 'TOTAL EXT PRICE'.
001410    05 FILLER               PIC X(02) VALUE SPACES.
001420    05 FILLER               PIC X(15) VALUE '   CASH APPLIED'.
001430    05 FILLER               PIC X(02) VALUE SPACES.
001440    05 FILLER               PIC X(15) VALUE '      SALES TAX'.
001450    05 FILLER               PIC X(17) VALUE SPACES.
001460 01 WS-MONTH-LINE.
001470    05 ML-CAPTION           PIC X(06).
001480    05 FILLER               PIC X(02) VALUE SPACES.
001490    05 ML-NIGHTS            PIC ZZZZZ9.
001500    05 FILLER               PIC X(02) VALUE SPACES.
001510    05 ML-PROCESSED         PIC ZZZZZZZZ9.
001520    05 FILLER               PIC X(02) VALUE SPACES.
001530    05 ML-SKIPPED           PIC ZZZZZZZZ9.
001540    05 FILLER               PIC X(02) VALUE SPACES.
001550    05 ML-REJECTED          PIC ZZZZZZZZ9.
001560    05 FILLER               PIC X(02) VALUE SPACES.
001570    05 ML-ADDED             PIC ZZZZZZZZZZ9.99-.
001580    05 FILLER               PIC X(02) VALUE SPACES.
001590    05 ML-EXT-PRICE         PIC ZZZZZZZZZZ9.99-.
001600    05 FILLER               PIC X(02) VALUE SPACES.
001610    05 ML-CASH              PIC ZZZZZZZZZZ9.99-.
001620    05 FILLER               PIC X(02) VALUE SPACES.
001630    05 ML-TAX               PIC ZZZZZZZZZZ9.99-.
001640    05 FILLER               PIC X(02) VALUE SPACES.
001650    05 ML-REMARK            PIC X(13).
001660    05 FILLER               PIC X(01) VALUE SPACES.
001670 01 WS-COUNT-LINE.
001680    05 CL-CAPTION           PIC X(41).
001690    05 CL-COUNT             PIC ZZZZZZ9.
001700    05 FILLER               PIC X(84) VALUE SPACES.
001710 01 WS-BLANK-LINE           PIC X(132) VALUE SPACES.
001720 LINKAGE SECTION.
001730 01 LS-BUSINESS-DATE        PIC 9(08).
001740 01 LS-RECORD-COUNT         PIC 9(07).
001750 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
001760******************************************************************
001770*    0000-MAINLINE
001780*    One pass of the archive, each posting added into the month
001790*    it was posted in; postings outside the year pass by.
001800******************************************************************
001810 0000-MAINLINE.
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     PERFORM 2000-ADD-POSTING THRU 2000-EXIT
001840         UNTIL WS-EOF.
001850     PERFORM 3000-PRINT-YEAR THRU 3000-EXIT.
001860     PERFORM 9000-FINALIZE THRU 9000-EXIT.
001870     MOVE WS-ARCHIVE-IN-YEAR TO LS-RECORD-COUNT.
001880     IF WS-MISSING-COUNT > ZERO
001890         DISPLAY 'ANNLEDG - ' WS-MISSING-COUNT
001900             ' MONTH(S) OF THE YEAR NOT ON LEDGARCH'
001910         MOVE 4 TO RETURN-CODE
001920     ELSE
001930         MOVE 0 TO RETURN-CODE
001940     END-IF.
001950     GOBACK.
001960******************************************************************
001970*    1000-INITIALIZE
001980*    No archive (status 35) only means no month end has closed
001990*    yet - every month prints as not archived.
002000******************************************************************
002010 1000-INITIALIZE.
002020     MOVE LS-BUSINESS-DATE TO WS-DATE-PARTS.
002030     MOVE WS-DP-YYYY TO WS-EM-YYYY.
002040     MOVE WS-DP-MM   TO WS-EM-MM.
002050     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
002060     PERFORM 1300-SET-YEAR THRU 1300-EXIT.
002070     OPEN INPUT LEDGARCH.
002080     IF NOT WS-ARCHIVE-STATUS-OK
002090         IF WS-ARCHIVE-STATUS-NOTFND
002100             SET WS-EOF TO TRUE
002110         ELSE
002120             PERFORM 9901-ARCHIVE-ERROR THRU 9901-EXIT
002130         END-IF
002140     END-IF.
002150     OPEN OUTPUT ANNLRPT.
002160     MOVE WS-START-MONTH TO H1-START-MONTH.
002170     MOVE WS-END-MONTH   TO H1-END-MONTH.
002180     WRITE AL-LINE FROM WS-HDR-LINE-1.
002190     WRITE AL-LINE FROM WS-BLANK-LINE.
002200     WRITE AL-LINE FROM WS-HDR-LINE-2.
002210     IF WS-NOT-EOF
002220         PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT
002230     END-IF.
002240 1000-EXIT.
002250     EXIT.
002260******************************************************************
002270 1100-READ-ARCHIVE.
002280     READ LEDGARCH
002290         AT END
002300             SET WS-EOF TO TRUE
002310             GO TO 1100-EXIT
002320     END-READ.
002330     IF NOT WS-ARCHIVE-STATUS-OK
002340         PERFORM 9901-ARCHIVE-ERROR THRU 9901-EXIT
002350     END-IF.
002360     ADD 1 TO WS-ARCHIVE-READ.
002370 1100-EXIT.
002380     EXIT.
002390******************************************************************
002400*    1200-READ-PARM-CARD
002410*    A card whose month is not a real YYYYMM is refused rather
002420*    than quietly summarizing some other year.
002430******************************************************************
002440 1200-READ-PARM-CARD.
002450     OPEN INPUT YEPARM.
002460     IF WS-YEPARM-STATUS-OK
002470         READ YEPARM
002480             AT END
002490                 CONTINUE
002500             NOT AT END
002510                 IF YP-YEAR-END-MONTH IS NOT NUMERIC
002520                     OR YP-YEAR-END-MM < 1
002530                     OR YP-YEAR-END-MM > 12
002540                     DISPLAY 'ANNLEDG - YEPARM MONTH INVALID: '
002550                         YP-YEAR-END-MONTH
002560                     CLOSE YEPARM
002570                     MOVE 8 TO RETURN-CODE
002580                     GOBACK
002590                 END-IF
002600                 MOVE YP-YEAR-END-MONTH TO WS-END-MONTH
002610         END-READ
002620         CLOSE YEPARM
002630     ELSE
002640         IF NOT WS-YEPARM-STATUS-NOTFND
002650             PERFORM 9900-YEPARM-ERROR THRU 9900-EXIT
002660         END-IF
002670     END-IF.
002680 1200-EXIT.
002690     EXIT.
002700******************************************************************
002710*    1300-SET-YEAR
002720*    The year starts the month after the year-end month a year
002730*    earlier - January of the same year for a December year end.
002740******************************************************************
002750 1300-SET-YEAR.
002760     MOVE WS-END-MONTH TO WS-START-MONTH.
002770     IF WS-SM-MM = 12
002780         MOVE 1 TO WS-SM-MM
002790     ELSE
002800         ADD 1 TO WS-SM-MM
002810         SUBTRACT 1 FROM WS-SM-YYYY
002820     END-IF.
002830     MOVE WS-START-MONTH TO WS-WORK-MONTH.
002840     MOVE 1 TO WS-MX.
002850     PERFORM 1350-CLEAR-MONTH THRU 1350-EXIT
002860         UNTIL WS-MX > 12.
002870 1300-EXIT.
002880     EXIT.
002890******************************************************************
002900 1350-CLEAR-MONTH.
002910     MOVE WS-WORK-MONTH TO MT-MONTH(WS-MX).
002920     MOVE ZERO TO MT-NIGHTS(WS-MX).
002930     MOVE ZERO TO MT-PROCESSED(WS-MX).
002940     MOVE ZERO TO MT-SKIPPED(WS-MX).
002950     MOVE ZERO TO MT-REJECTED(WS-MX).
002960     MOVE ZERO TO MT-ADDED(WS-MX).
002970     MOVE ZERO TO MT-EXT-PRICE(WS-MX).
002980     MOVE ZERO TO MT-CASH(WS-MX).
002990     MOVE ZERO TO MT-TAX(WS-MX).
003000     IF WS-WM-MM = 12
003010         MOVE 1 TO WS-WM-MM
003020         ADD 1 TO WS-WM-YYYY
003030     ELSE
003040         ADD 1 TO WS-WM-MM
003050     END-IF.
003060     ADD 1 TO WS-MX.
003070 1350-EXIT.
003080     EXIT.
003090******************************************************************
003100*    2000-ADD-POSTING
003110*    The month a posting falls in is its distance in months from
003120*    the first month of the year; anything before or after the
003130*    year falls outside 1-12 and passes by.
003140******************************************************************
003150 2000-ADD-POSTING.
003160     MOVE LG-BUSINESS-DATE TO WS-DATE-PARTS.
003170     COMPUTE WS-MX = (WS-DP-YYYY - WS-SM-YYYY) * 12
003180                   + WS-DP-MM - WS-SM-MM + 1.
003190     IF WS-MX < 1
003200         OR WS-MX > 12
003210         GO TO 2000-NEXT
003220     END-IF.
003230     ADD 1 TO WS-ARCHIVE-IN-YEAR.
003240     ADD 1                  TO MT-NIGHTS(WS-MX).
003250     ADD LG-PROCESSED-COUNT TO MT-PROCESSED(WS-MX).
003260     ADD LG-SKIPPED-COUNT   TO MT-SKIPPED(WS-MX).
003270     ADD LG-REJECTED-COUNT  TO MT-REJECTED(WS-MX).
003280     ADD LG-TOTAL-ADDED     TO MT-ADDED(WS-MX).
003290     ADD LG-TOTAL-EXT-PRICE TO MT-EXT-PRICE(WS-MX).
003300     ADD LG-TOTAL-CASH      TO MT-CASH(WS-MX).
003310     ADD LG-TOTAL-TAX       TO MT-TAX(WS-MX).
003320 2000-NEXT.
003330     PERFORM 1100-READ-ARCHIVE THRU 1100-EXIT.
003340 2000-EXIT.
003350     EXIT.
003360******************************************************************
003370*    3000-PRINT-YEAR
003380*    The twelve month lines, oldest first, then the year's
003390*    totals footed off them.
003400******************************************************************
003410 3000-PRINT-YEAR.
003420     MOVE 1 TO WS-MX.
003430     PERFORM 3100-PRINT-MONTH THRU 3100-EXIT
003440         UNTIL WS-MX > 12.
003450     WRITE AL-LINE FROM WS-BLANK-LINE.
003460     MOVE 'YEAR'            TO ML-CAPTION.
003470     MOVE WS-YT-NIGHTS      TO ML-NIGHTS.
003480     MOVE WS-YT-PROCESSED   TO ML-PROCESSED.
003490     MOVE WS-YT-SKIPPED     TO ML-SKIPPED.
003500     MOVE WS-YT-REJECTED    TO ML-REJECTED.
003510     MOVE WS-YT-ADDED       TO ML-ADDED.
003520     MOVE WS-YT-EXT-PRICE   TO ML-EXT-PRICE.
003530     MOVE WS-YT-CASH        TO ML-CASH.
003540     MOVE WS-YT-TAX         TO ML-TAX.
003550     MOVE SPACES            TO ML-REMARK.
003560     WRITE AL-LINE FROM WS-MONTH-LINE.
003570 3000-EXIT.
003580     EXIT.
003590******************************************************************
003600*    3100-PRINT-MONTH
003610*    A month LEDGCLS never archived has no postings to show.
003620******************************************************************
003630 3100-PRINT-MONTH.
003640     MOVE MT-MONTH(WS-MX)     TO ML-CAPTION.
003650     MOVE MT-NIGHTS(WS-MX)    TO ML-NIGHTS.
003660     MOVE MT-PROCESSED(WS-MX) TO ML-PROCESSED.
003670     MOVE MT-SKIPPED(WS-MX)   TO ML-SKIPPED.
003680     MOVE MT-REJECTED(WS-MX)  TO ML-REJECTED.
003690     MOVE MT-ADDED(WS-MX)     TO ML-ADDED.
003700     MOVE MT-EXT-PRICE(WS-MX) TO ML-EXT-PRICE.
003710     MOVE MT-CASH(WS-MX)      TO ML-CASH.
003720     MOVE MT-TAX(WS-MX)       TO ML-TAX.
003730     IF MT-NIGHTS(WS-MX) = ZERO
003740         MOVE 'NONE ARCHIVED' TO ML-REMARK
003750         ADD 1 TO WS-MISSING-COUNT
003760     ELSE
003770         MOVE SPACES TO ML-REMARK
003780     END-IF.
003790     WRITE AL-LINE FROM WS-MONTH-LINE.
003800     ADD MT-NIGHTS(WS-MX)    TO WS-YT-NIGHTS.
003810     ADD MT-PROCESSED(WS-MX) TO WS-YT-PROCESSED.
003820     ADD MT-SKIPPED(WS-MX)   TO WS-YT-SKIPPED.
003830     ADD MT-REJECTED(WS-MX)  TO WS-YT-REJECTED.
003840     ADD MT-ADDED(WS-MX)     TO WS-YT-ADDED.
003850     ADD MT-EXT-PRICE(WS-MX) TO WS-YT-EXT-PRICE.
003860     ADD MT-CASH(WS-MX)      TO WS-YT-CASH.
003870     ADD MT-TAX(WS-MX)       TO WS-YT-TAX.
003880     ADD 1 TO WS-MX.
003890 3100-EXIT.
003900     EXIT.
003910******************************************************************
003920 9000-FINALIZE.
003930     WRITE AL-LINE FROM WS-BLANK-LINE.
003940     MOVE 'LEDGARCH POSTINGS READ' TO CL-CAPTION.
003950     MOVE WS-ARCHIVE-READ TO CL-COUNT.
003960     WRITE AL-LINE FROM WS-COUNT-LINE.
003970     MOVE 'POSTINGS IN THE YEAR' TO CL-CAPTION.
003980     MOVE WS-ARCHIVE-IN-YEAR TO CL-COUNT.
003990     WRITE AL-LINE FROM WS-COUNT-LINE.
004000     MOVE 'MONTHS NOT ARCHIVED' TO CL-CAPTION.
004010     MOVE WS-MISSING-COUNT TO CL-COUNT.
004020     WRITE AL-LINE FROM WS-COUNT-LINE.
004030     IF NOT WS-ARCHIVE-STATUS-NOTFND
004040         CLOSE LEDGARCH
004050     END-IF.
004060     CLOSE ANNLRPT.
004070     DISPLAY 'ANNLEDG - ANNUAL LEDGER SUMMARY ' WS-START-MONTH
004080         ' THRU ' WS-END-MONTH.
004090     DISPLAY 'ANNLEDG - POSTINGS IN THE YEAR: '
004100         WS-ARCHIVE-IN-YEAR.
004110 9000-EXIT.
004120     EXIT.
004130******************************************************************
004140 9900-YEPARM-ERROR.
004150     DISPLAY 'ANNLEDG - YEPARM I/O ERROR ON OPEN INPUT'.
004160     DISPLAY 'ANNLEDG - FILE STATUS = ' WS-YEPARM-STATUS.
004170     MOVE 16 TO RETURN-CODE.
004180     GOBACK.
004190 9900-EXIT.
004200     EXIT.
004210******************************************************************
004220 9901-ARCHIVE-ERROR.
004230     DISPLAY 'ANNLEDG - LEDGARCH I/O ERROR'.
004240     DISPLAY 'ANNLEDG - FILE STATUS = ' WS-ARCHIVE-STATUS.
004250     MOVE 16 TO RETURN-CODE.
004260     GOBACK.
004270 9901-EXIT.
004280     EXIT.
