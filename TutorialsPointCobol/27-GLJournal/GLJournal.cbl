000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GLJRNL.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Nightly general-ledger journal interface.  Sums the
000160*    business date's posted activity off TRANHIST into six
000170*    categories - sales, tax on sales, returns, tax on returns,
000180*    adjustments, and cash applied - and turns each one into a
000190*    balanced debit and credit pair on the GL accounts the
000200*    GLMAPF mapping names for it.  Before anything is released
000210*    the journal is proven twice: debits must equal credits, and
000220*    the journal must tie to that night's LEDGERF posting -
000230*    goods, sales tax, cash, and both counts - so the ledger and
000240*    the GL can never disagree.  A journal that passes goes to
000250*    GLJRNLF for the GL system, header, details, and trailer
000260*    with the entry count and debit and credit totals; one that
000270*    fails is refused, GLJRNLF is left empty, and the step ends
000280*    RC 12.  Either way the GLPRF proof report shows every line,
000290*    the balance, and the tie.  Runs in NITEBAT after the
000300*    night's posting is final.
000310*    MODIFICATION HISTORY
000320*   10/15/2026 SC  Initial version.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360    SELECT GLMAPF ASSIGN TO GLMAPDD
000370        ORGANIZATION IS SEQUENTIAL
000380        FILE STATUS IS WS-GLMAP-STATUS.
000390    SELECT TRANHIST ASSIGN TO TRNHSTDD
000400        ORGANIZATION IS INDEXED
000410        ACCESS MODE IS SEQUENTIAL
000420        RECORD KEY IS HS-KEY
000430        FILE STATUS IS WS-TRANHIST-STATUS.
000440    SELECT LEDGERF ASSIGN TO LEDGDD
000450        ORGANIZATION IS INDEXED
000460        ACCESS MODE IS RANDOM
000470        RECORD KEY IS LG-BUSINESS-DATE
000480        FILE STATUS IS WS-LEDGER-STATUS.
000490    SELECT GLJRNLF ASSIGN TO GLJRNDD
000500        ORGANIZATION IS SEQUENTIAL
000510        FILE STATUS IS WS-GLJRNL-STATUS.
000520    SELECT GLPRF ASSIGN TO GLPRFDD
000530        ORGANIZATION IS SEQUENTIAL.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD GLMAPF.
000570 COPY GLMAPREC.
000580 FD TRANHIST.
000590 COPY HISTREC.
000600 FD LEDGERF.
000610 COPY LEDGREC.
000620 FD GLJRNLF.
000630 COPY GLJREC.
000640 FD GLPRF.
000650 01 GP-LINE               PIC X(132).
000660 WORKING-STORAGE SECTION.
000670 01 WS-SWITCHES.
000680    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000690       88 WS-EOF                VALUE 'Y'.
000700       88 WS-NOT-EOF            VALUE 'N'.
000710    05 WS-MAP-EOF-SW        PIC X(01) VALUE 'N'.
000720       88 WS-MAP-EOF            VALUE 'Y'.
000730       88 WS-MAP-NOT-EOF        VALUE 'N'.
000740    05 WS-RELEASE-SW        PIC X(01) VALUE 'Y'.
000750       88 WS-RELEASE            VALUE 'Y'.
000760       88 WS-REFUSE             VALUE 'N'.
000770    05 WS-CAT-FOUND-SW      PIC X(01) VALUE 'N'.
000780       88 WS-CAT-FOUND          VALUE 'Y'.
000790       88 WS-CAT-NOT-FOUND      VALUE 'N'.
000800 01 WS-GLMAP-STATUS          PIC X(02) VALUE '00'.
000810    88 WS-GLMAP-STATUS-OK       VALUE '00'.
000820    88 WS-GLMAP-STATUS-NOTFND   VALUE '35'.
000830 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
000840    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
000850    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
000860 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
000870    88 WS-HIST-AVAILABLE         VALUE 'Y'.
000880    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
000890 01 WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
000900    88 WS-LEDGER-STATUS-OK      VALUE '00'.
000910    88 WS-LEDGER-STATUS-NOTFND  VALUE '35'.
000920    88 WS-LEDGER-STATUS-NOREC   VALUE '23'.
000930 01 WS-GLJRNL-STATUS         PIC X(02) VALUE '00'.
000940    88 WS-GLJRNL-STATUS-OK      VALUE '00'.
000950 01 WS-JOURNAL-DATE          PIC 9(08) VALUE ZERO.
000960******************************************************************
000970*    Activity categories, in GLMAPREC's order - 1 SA sales,
000980*    2 ST tax on sales, 3 RT returns, 4 RX tax on returns,
000990*    5 AD adjustments, 6 CA cash applied.  CT-AMOUNT holds each
001000*    one signed the usual way round - a return, an adjustment,
001010*    and a payment post to TRANHIST as negatives, so they are
001020*    subtracted in - and CT-MAPPED says GLMAPF named accounts
001030*    for it.
001040******************************************************************
001050 01 WS-CX                    PIC S9(04) COMP VALUE ZERO.
001060 01 WS-CAT-CODES.
001070    05 FILLER                PIC X(12) VALUE 'SASTRTRXADCA'.
001080 01 WS-CAT-CODES-R REDEFINES WS-CAT-CODES.
001090    05 WS-CAT-CODE OCCURS 6 TIMES
001100                            PIC X(02).
001110 01 WS-CAT-TABLE.
001120    05 WS-CAT-ENTRY OCCURS 6 TIMES.
001130       10 CT-DEBIT-ACCOUNT   PIC X(12).
001140       10 CT-CREDIT-ACCOUNT  PIC X(12).
001150       10 CT-DESCRIPTION     PIC X(30).
001160       10 CT-MAPPED-SW       PIC X(01).
001170          88 CT-MAPPED          VALUE 'Y'.
001180          88 CT-NOT-MAPPED      VALUE 'N'.
001190       10 CT-AMOUNT          PIC S9(11)V99 COMP-3.
001200******************************************************************
001210*    Journal lines as built - two per category with activity -
001220*    held until the journal is proven, then released or not.
001230******************************************************************
001240 01 WS-JX                    PIC S9(04) COMP VALUE ZERO.
001250 01 WS-JOURNAL-COUNT         PIC S9(04) COMP VALUE ZERO.
001260 01 WS-JOURNAL-TABLE.
001270    05 WS-JOURNAL-ENTRY OCCURS 12 TIMES.
001280       10 JL-ACCOUNT         PIC X(12).
001290       10 JL-DR-CR           PIC X(01).
001300          88 JL-DEBIT           VALUE 'D'.
001310          88 JL-CREDIT          VALUE 'C'.
001320       10 JL-AMOUNT          PIC S9(11)V99 COMP-3.
001330       10 JL-CATEGORY        PIC X(02).
001340       10 JL-DESCRIPTION     PIC X(30).
001350 01 WS-LINE-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
001360 01 WS-TOTAL-DEBITS          PIC S9(13)V99 COMP-3 VALUE ZERO.
001370 01 WS-TOTAL-CREDITS         PIC S9(13)V99 COMP-3 VALUE ZERO.
001380******************************************************************
001390*    The tie - the journal's figures against the same date's
001400*    LEDGERF posting.  No posting on file ties as zero.
001410******************************************************************
001420 01 WS-TIE-FIGURES.
001430    05 WS-JR-GOODS           PIC S9(11)V99 COMP-3 VALUE ZERO.
001440    05 WS-JR-TAX             PIC S9(11)V99 COMP-3 VALUE ZERO.
001450    05 WS-JR-POSTED-COUNT    PIC 9(07) VALUE ZERO.
001460    05 WS-JR-CASH-COUNT      PIC 9(07) VALUE ZERO.
001470    05 WS-LG-GOODS           PIC S9(11)V99 COMP-3 VALUE ZERO.
001480    05 WS-LG-TAX             PIC S9(11)V99 COMP-3 VALUE ZERO.
001490    05 WS-LG-CASH            PIC S9(11)V99 COMP-3 VALUE ZERO.
001500    05 WS-LG-POSTED-COUNT    PIC 9(07) VALUE ZERO.
001510    05 WS-LG-CASH-COUNT      PIC 9(07) VALUE ZERO.
001520 01 WS-MAP-COUNT             PIC 9(03) VALUE ZERO.
001530******************************************************************
001540*    Journal proof report line layouts, written to GLPRF.
001550******************************************************************
001560 01 WS-HDR-LINE-1.
001570    05 FILLER                PIC X(20) VALUE SPACES.
001580    05 FILLER                PIC X(40)
001590        VALUE 'GLJRNL NIGHTLY GL JOURNAL PROOF'.
001600    05 FILLER                PIC X(15) VALUE 'BUSINESS DATE '.
001610    05 H1-JOURNAL-DATE       PIC 9(08).
001620    05 FILLER                PIC X(49) VALUE SPACES.
001630 01 WS-HDR-LINE-2.
001640    05 FILLER                PIC X(06) VALUE ' LINE'.
001650    05 FILLER                PIC X(14) VALUE 'ACCOUNT'.
001660    05 FILLER                PIC X(04) VALUE 'CT'.
001670    05 FILLER                PIC X(32) VALUE 'DESCRIPTION'.
001680    05 FILLER                PIC X(15) VALUE '          DEBIT'.
001690    05 FILLER                PIC X(02) VALUE SPACES.
001700    05 FILLER                PIC X(15) VALUE '         CREDIT'.
001710    05 FILLER                PIC X(44) VALUE SPACES.
001720 01 WS-DETAIL-LINE.
001730    05 DL-LINE-NUMBER        PIC ZZZZ9.
001740    05 FILLER                PIC X(01) VALUE SPACES.
001750    05 DL-ACCOUNT            PIC X(12).
001760    05 FILLER                PIC X(02) VALUE SPACES.
001770    05 DL-CATEGORY           PIC X(02).
001780    05 FILLER                PIC X(02) VALUE SPACES.
001790    05 DL-DESCRIPTION        PIC X(30).
001800    05 FILLER                PIC X(02) VALUE SPACES.
001810    05 DL-DEBIT              PIC X(15).
001820    05 FILLER                PIC X(02) VALUE SPACES.
001830    05 DL-CREDIT             PIC X(15).
001840    05 FILLER                PIC X(44) VALUE SPACES.
001850 01 WS-EDIT-AMOUNT           PIC ZZZZZZZZZZ9.99-.
001860 01 WS-TOTAL-LINE.
001870    05 TL-CAPTION            PIC X(56).
001880    05 TL-DEBITS             PIC ZZZZZZZZZZ9.99-.
001890    05 FILLER                PIC X(02) VALUE SPACES.
001900    05 TL-CREDITS            PIC ZZZZZZZZZZ9.99-.
001910    05 FILLER                PIC X(44) VALUE SPACES.
001920 01 WS-TIE-HDR-LINE.
001930    05 FILLER                PIC X(32) VALUE 'TIE TO LEDGERF'.
001940    05 FILLER                PIC X(15) VALUE '        JOURNAL'.
001950    05 FILLER                PIC X(02) VALUE SPACES.
001960    05 FILLER                PIC X(15) VALUE '        LEDGERF'.
001970    05 FILLER                PIC X(02) VALUE SPACES.
001980    05 FILLER                PIC X(66) VALUE SPACES.
001990 01 WS-TIE-LINE.
002000    05 TI-CAPTION            PIC X(32).
002010    05 TI-JOURNAL            PIC ZZZZZZZZZZ9.99-.
002020    05 FILLER                PIC X(02) VALUE SPACES.
002030    05 TI-LEDGER             PIC ZZZZZZZZZZ9.99-.
002040    05 FILLER                PIC X(02) VALUE SPACES.
002050    05 TI-RESULT             PIC X(30).
002060    05 FILLER                PIC X(36) VALUE SPACES.
002070 01 WS-TIE-COUNT-LINE.
002080    05 TC-CAPTION            PIC X(32).
002090    05 TC-JOURNAL            PIC ZZZZZZZZZZZZZZ9.
002100    05 FILLER                PIC X(02) VALUE SPACES.
002110    05 TC-LEDGER             PIC ZZZZZZZZZZZZZZ9.
002120    05 FILLER                PIC X(02) VALUE SPACES.
002130    05 TC-RESULT             PIC X(30).
002140    05 FILLER                PIC X(36) VALUE SPACES.
002150 01 WS-STATUS-LINE.
002160    05 SL-TEXT               PIC X(60).
002170    05 FILLER                PIC X(72) VALUE SPACES.
002180 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002190 LINKAGE SECTION.
002200 01 LS-BUSINESS-DATE         PIC 9(08).
002210 01 LS-RECORD-COUNT          PIC 9(07).
002220 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002230******************************************************************
002240*    0000-MAINLINE
002250*    Tally the night, read its ledger posting, build the
002260*    journal, prove it, then release it or refuse it.  The
002270*    count handed back is the journal lines released.
002280******************************************************************
002290 0000-MAINLINE.
002300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002310     PERFORM 2000-TALLY-DETAIL THRU 2000-EXIT
002320         UNTIL WS-EOF.
002330     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
002340     PERFORM 4000-BUILD-JOURNAL THRU 4000-EXIT.
002350     PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT.
002360     PERFORM 6000-RELEASE-JOURNAL THRU 6000-EXIT.
002370     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002380     IF WS-RELEASE
002390         MOVE WS-JOURNAL-COUNT TO LS-RECORD-COUNT
002400         MOVE 0 TO RETURN-CODE
002410     ELSE
002420         MOVE ZERO TO LS-RECORD-COUNT
002430         MOVE 12 TO RETURN-CODE
002440     END-IF.
002450     GOBACK.
002460******************************************************************
002470*    1000-INITIALIZE
002480*    No history file (status 35) only means nothing has ever
002490*    posted - the journal is empty and must tie to an empty
002500*    ledger.
002510******************************************************************
002520 1000-INITIALIZE.
002530     MOVE LS-BUSINESS-DATE TO WS-JOURNAL-DATE.
002540     MOVE 1 TO WS-CX.
002550     PERFORM 1050-CLEAR-ONE-CATEGORY THRU 1050-EXIT
002560         UNTIL WS-CX > 6.
002570     PERFORM 1200-LOAD-MAPPING THRU 1200-EXIT.
002580     OPEN INPUT TRANHIST.
002590     IF WS-TRANHIST-STATUS-OK
002600         SET WS-HIST-AVAILABLE TO TRUE
002610         PERFORM 1100-READ-TRANHIST THRU 1100-EXIT
002620     ELSE
002630         IF WS-TRANHIST-STATUS-NOTFND
002640             SET WS-EOF TO TRUE
002650         ELSE
002660             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
002670         END-IF
002680     END-IF.
002690 1000-EXIT.
002700     EXIT.
002710 1050-CLEAR-ONE-CATEGORY.
002720     MOVE SPACES TO CT-DEBIT-ACCOUNT(WS-CX).
002730     MOVE SPACES TO CT-CREDIT-ACCOUNT(WS-CX).
002740     MOVE SPACES TO CT-DESCRIPTION(WS-CX).
002750     SET CT-NOT-MAPPED(WS-CX) TO TRUE.
002760     MOVE ZERO TO CT-AMOUNT(WS-CX).
002770     ADD 1 TO WS-CX.
002780 1050-EXIT.
002790     EXIT.
002800******************************************************************
002810 1100-READ-TRANHIST.
002820     READ TRANHIST NEXT RECORD
002830         AT END
002840             SET WS-EOF TO TRUE
002850             GO TO 1100-EXIT
002860     END-READ.
002870     IF NOT WS-TRANHIST-STATUS-OK
002880         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
002890     END-IF.
002900 1100-EXIT.
002910     EXIT.
002920******************************************************************
002930*    1200-LOAD-MAPPING
002940*    The mapping is the journal's chart - without it, or with a
002950*    card that cannot be trusted (an unknown category, one
002960*    mapped twice, a blank account), no journal can be cut at
002970*    all and the step ends RC 8 for accounting to fix the file.
002980*    A category that simply has no card is only a problem on a
002990*    night it has activity; 4000 refuses the journal then.
003000******************************************************************
003010 1200-LOAD-MAPPING.
003020     OPEN INPUT GLMAPF.
003030     IF NOT WS-GLMAP-STATUS-OK
003040         DISPLAY 'GLJRNL - GLMAPF NOT AVAILABLE - NO JOURNAL CUT'
003050         DISPLAY 'GLJRNL - FILE STATUS = ' WS-GLMAP-STATUS
003060         MOVE 8 TO RETURN-CODE
003070         GOBACK
003080     END-IF.
003090     SET WS-MAP-NOT-EOF TO TRUE.
003100     PERFORM 1250-LOAD-ONE-CARD THRU 1250-EXIT
003110         UNTIL WS-MAP-EOF.
003120     CLOSE GLMAPF.
003130 1200-EXIT.
003140     EXIT.
003150 1250-LOAD-ONE-CARD.
003160     READ GLMAPF
003170         AT END
003180             SET WS-MAP-EOF TO TRUE
003190             GO TO 1250-EXIT
003200     END-READ.
003210     IF NOT WS-GLMAP-STATUS-OK
003220         DISPLAY 'GLJRNL - GLMAPF I/O ERROR'
003230         DISPLAY 'GLJRNL - FILE STATUS = ' WS-GLMAP-STATUS
003240         MOVE 16 TO RETURN-CODE
003250         GOBACK
003260     END-IF.
003270     ADD 1 TO WS-MAP-COUNT.
003280     SET WS-CAT-NOT-FOUND TO TRUE.
003290     MOVE 1 TO WS-CX.
003300     PERFORM 1270-TEST-ONE-CODE THRU 1270-EXIT
003310         UNTIL WS-CAT-FOUND OR WS-CX > 6.
003320     IF WS-CAT-NOT-FOUND
003330         DISPLAY 'GLJRNL - GLMAPF CARD ' WS-MAP-COUNT
003340             ' - UNKNOWN CATEGORY ' GM-CATEGORY
003350         PERFORM 9902-MAPPING-REFUSED THRU 9902-EXIT
003360     END-IF.
003370     IF CT-MAPPED(WS-CX)
003380         DISPLAY 'GLJRNL - GLMAPF CARD ' WS-MAP-COUNT
003390             ' - CATEGORY ' GM-CATEGORY ' MAPPED TWICE'
003400         PERFORM 9902-MAPPING-REFUSED THRU 9902-EXIT
003410     END-IF.
003420     IF GM-DEBIT-ACCOUNT = SPACES
003430         OR GM-CREDIT-ACCOUNT = SPACES
003440         DISPLAY 'GLJRNL - GLMAPF CARD ' WS-MAP-COUNT
003450             ' - CATEGORY ' GM-CATEGORY ' ACCOUNT MISSING'
003460         PERFORM 9902-MAPPING-REFUSED THRU 9902-EXIT
003470     END-IF.
003480     MOVE GM-DEBIT-ACCOUNT  TO CT-DEBIT-ACCOUNT(WS-CX).
003490     MOVE GM-CREDIT-ACCOUNT TO CT-CREDIT-ACCOUNT(WS-CX).
003500     MOVE GM-DESCRIPTION    TO CT-DESCRIPTION(WS-CX).
003510     SET CT-MAPPED(WS-CX) TO TRUE.
003520 1250-EXIT.
003530     EXIT.
003540 1270-TEST-ONE-CODE.
003550     IF WS-CAT-CODE(WS-CX) = GM-CATEGORY
003560         SET WS-CAT-FOUND TO TRUE
003570     ELSE
003580         ADD 1 TO WS-CX
003590     END-IF.
003600 1270-EXIT.
003610     EXIT.
003620******************************************************************
003630*    2000-TALLY-DETAIL
003640*    Every posted detail dated tonight - HITHERE's sales,
003650*    returns, and adjustments and CASHPST's payments - lands in
003660*    its categories.  Summaries carry nothing new.
003670******************************************************************
003680 2000-TALLY-DETAIL.
003690     IF NOT HS-TYPE-DETAIL
003700         OR HS-TRAN-DATE NOT = WS-JOURNAL-DATE
003710         GO TO 2000-NEXT
003720     END-IF.
003730     EVALUATE TRUE
003740         WHEN HS-TRAN-SALE
003750             ADD HS-EXT-PRICE  TO CT-AMOUNT(1)
003760             ADD HS-TAX-AMOUNT TO CT-AMOUNT(2)
003770             ADD 1 TO WS-JR-POSTED-COUNT
003780         WHEN HS-TRAN-RETURN
003790             SUBTRACT HS-EXT-PRICE  FROM CT-AMOUNT(3)
003800             SUBTRACT HS-TAX-AMOUNT FROM CT-AMOUNT(4)
003810             ADD 1 TO WS-JR-POSTED-COUNT
003820         WHEN HS-TRAN-ADJUSTMENT
003830             SUBTRACT HS-EXT-PRICE FROM CT-AMOUNT(5)
003840             ADD 1 TO WS-JR-POSTED-COUNT
003850         WHEN HS-TRAN-PAYMENT
003860             SUBTRACT HS-EXT-PRICE FROM CT-AMOUNT(6)
003870             ADD 1 TO WS-JR-CASH-COUNT
003880     END-EVALUATE.
003890 2000-NEXT.
003900     PERFORM 1100-READ-TRANHIST THRU 1100-EXIT.
003910 2000-EXIT.
003920     EXIT.
003930******************************************************************
003940*    3000-READ-LEDGER
003950*    The night's LEDGERF posting, as HITHERE and CASHPST left
003960*    it.  No ledger, or no posting for the date, is a night
003970*    that posted nothing.
003980******************************************************************
003990 3000-READ-LEDGER.
004000     OPEN INPUT LEDGERF.
004010     IF WS-LEDGER-STATUS-NOTFND
004020         GO TO 3000-EXIT
004030     END-IF.
004040     IF NOT WS-LEDGER-STATUS-OK
004050         PERFORM 9903-LEDGER-ERROR THRU 9903-EXIT
004060     END-IF.
004070     MOVE WS-JOURNAL-DATE TO LG-BUSINESS-DATE.
004080     READ LEDGERF
004090         INVALID KEY
004100             CONTINUE
004110     END-READ.
004120     IF WS-LEDGER-STATUS-OK
004130         MOVE LG-TOTAL-EXT-PRICE TO WS-LG-GOODS
004140         MOVE LG-TOTAL-TAX       TO WS-LG-TAX
004150         MOVE LG-TOTAL-CASH      TO WS-LG-CASH
004160         MOVE LG-PROCESSED-COUNT TO WS-LG-POSTED-COUNT
004170         MOVE LG-CASH-COUNT      TO WS-LG-CASH-COUNT
004180     ELSE
004190         IF NOT WS-LEDGER-STATUS-NOREC
004200             PERFORM 9903-LEDGER-ERROR THRU 9903-EXIT
004210         END-IF
004220     END-IF.
004230     CLOSE LEDGERF.
004240 3000-EXIT.
004250     EXIT.
004260******************************************************************
004270*    4000-BUILD-JOURNAL
004280*    A debit and a credit line per category with activity.  A
004290*    category whose total ran the other way from usual posts
004300*    with its two accounts swapped, so every amount on the file
004310*    stays positive.  Activity in a category GLMAPF does not map
004320*    refuses the journal - there is nowhere to post it.
004330******************************************************************
004340 4000-BUILD-JOURNAL.
004350     MOVE ZERO TO WS-JOURNAL-COUNT.
004360     MOVE 1 TO WS-CX.
004370     PERFORM 4100-BUILD-ONE-CATEGORY THRU 4100-EXIT
004380         UNTIL WS-CX > 6.
004390 4000-EXIT.
004400     EXIT.
004410 4100-BUILD-ONE-CATEGORY.
004420     IF CT-AMOUNT(WS-CX) = ZERO
004430         GO TO 4100-NEXT
004440     END-IF.
004450     IF CT-NOT-MAPPED(WS-CX)
004460         SET WS-REFUSE TO TRUE
004470         DISPLAY 'GLJRNL - ACTIVITY IN CATEGORY '
004480             WS-CAT-CODE(WS-CX) ' BUT NO GLMAPF CARD FOR IT'
004490         GO TO 4100-NEXT
004500     END-IF.
004510     IF CT-AMOUNT(WS-CX) > ZERO
004520         MOVE CT-AMOUNT(WS-CX) TO WS-LINE-AMOUNT
004530         ADD 1 TO WS-JOURNAL-COUNT
004540         MOVE WS-JOURNAL-COUNT TO WS-JX
004550         MOVE CT-DEBIT-ACCOUNT(WS-CX) TO JL-ACCOUNT(WS-JX)
004560         SET JL-DEBIT(WS-JX) TO TRUE
004570         PERFORM 4200-FILL-LINE THRU 4200-EXIT
004580         ADD 1 TO WS-JOURNAL-COUNT
004590         MOVE WS-JOURNAL-COUNT TO WS-JX
004600         MOVE CT-CREDIT-ACCOUNT(WS-CX) TO JL-ACCOUNT(WS-JX)
004610         SET JL-CREDIT(WS-JX) TO TRUE
004620         PERFORM 4200-FILL-LINE THRU 4200-EXIT
004630     ELSE
004640         COMPUTE WS-LINE-AMOUNT = 0 - CT-AMOUNT(WS-CX)
004650         ADD 1 TO WS-JOURNAL-COUNT
004660         MOVE WS-JOURNAL-COUNT TO WS-JX
004670         MOVE CT-CREDIT-ACCOUNT(WS-CX) TO JL-ACCOUNT(WS-JX)
004680         SET JL-DEBIT(WS-JX) TO TRUE
004690         PERFORM 4200-FILL-LINE THRU 4200-EXIT
004700         ADD 1 TO WS-JOURNAL-COUNT
004710         MOVE WS-JOURNAL-COUNT TO WS-JX
004720         MOVE CT-DEBIT-ACCOUNT(WS-CX) TO JL-ACCOUNT(WS-JX)
004730         SET JL-CREDIT(WS-JX) TO TRUE
004740         PERFORM 4200-FILL-LINE THRU 4200-EXIT
004750     END-IF.
004760 4100-NEXT.
004770     ADD 1 TO WS-CX.
004780 4100-EXIT.
004790     EXIT.
004800 4200-FILL-LINE.
004810     MOVE WS-LINE-AMOUNT          TO JL-AMOUNT(WS-JX).
004820     MOVE WS-CAT-CODE(WS-CX)      TO JL-CATEGORY(WS-JX).
004830     MOVE CT-DESCRIPTION(WS-CX)   TO JL-DESCRIPTION(WS-JX).
004840     IF JL-DEBIT(WS-JX)
004850         ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
004860     ELSE
004870         ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
004880     END-IF.
004890 4200-EXIT.
004900     EXIT.
004910******************************************************************
004920*    5000-PROVE-JOURNAL
004930*    Debits must equal credits, and the journal must say what
004940*    the ledger says: goods net of returns and adjustments
004950*    against LG-TOTAL-EXT-PRICE, tax against LG-TOTAL-TAX, cash
004960*    against LG-TOTAL-CASH, and the posted and cash counts
004970*    against the ledger's.  Any miss refuses the journal.
004980******************************************************************
004990 5000-PROVE-JOURNAL.
005000     COMPUTE WS-JR-GOODS =
005010         CT-AMOUNT(1) - CT-AMOUNT(3) - CT-AMOUNT(5).
005020     COMPUTE WS-JR-TAX = CT-AMOUNT(2) - CT-AMOUNT(4).
005030     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
005040         SET WS-REFUSE TO TRUE
005050         DISPLAY 'GLJRNL - JOURNAL OUT OF BALANCE'
005060     END-IF.
005070     IF WS-JR-GOODS NOT = WS-LG-GOODS
005080         OR WS-JR-TAX NOT = WS-LG-TAX
005090         OR CT-AMOUNT(6) NOT = WS-LG-CASH
005100         OR WS-JR-POSTED-COUNT NOT = WS-LG-POSTED-COUNT
005110         OR WS-JR-CASH-COUNT NOT = WS-LG-CASH-COUNT
005120         SET WS-REFUSE TO TRUE
005130         DISPLAY 'GLJRNL - JOURNAL DOES NOT TIE TO LEDGERF'
005140     END-IF.
005150 5000-EXIT.
005160     EXIT.
005170******************************************************************
005180*    6000-RELEASE-JOURNAL
005190*    GLJRNLF is rebuilt every night, so last night's journal
005200*    can never be picked up twice.  A refused journal leaves it
005210*    empty.
005220******************************************************************
005230 6000-RELEASE-JOURNAL.
005240     OPEN OUTPUT GLJRNLF.
005250     IF NOT WS-GLJRNL-STATUS-OK
005260         PERFORM 9904-GLJRNL-ERROR THRU 9904-EXIT
005270     END-IF.
005280     IF WS-REFUSE
005290         GO TO 6000-CLOSE
005300     END-IF.
005310     MOVE SPACES TO GJ-RECORD.
005320     SET GJ-TYPE-HEADER TO TRUE.
005330     MOVE 'ARNIGHT'       TO GJ-H-SOURCE.
005340     MOVE WS-JOURNAL-DATE TO GJ-H-JOURNAL-DATE.
005350     MOVE 'RECEIVABLES NIGHTLY POSTING' TO GJ-H-DESCRIPTION.
005360     PERFORM 6500-WRITE-GLJRNL THRU 6500-EXIT.
005370     MOVE 1 TO WS-JX.
005380     PERFORM 6100-WRITE-ONE-LINE THRU 6100-EXIT
005390         UNTIL WS-JX > WS-JOURNAL-COUNT.
005400     MOVE SPACES TO GJ-RECORD.
005410     SET GJ-TYPE-TRAILER TO TRUE.
005420     MOVE WS-JOURNAL-COUNT TO GJ-T-ENTRY-COUNT.
005430     MOVE WS-TOTAL-DEBITS  TO GJ-T-TOTAL-DEBITS.
005440     MOVE WS-TOTAL-CREDITS TO GJ-T-TOTAL-CREDITS.
005450     PERFORM 6500-WRITE-GLJRNL THRU 6500-EXIT.
005460 6000-CLOSE.
005470     CLOSE GLJRNLF.
005480 6000-EXIT.
005490     EXIT.
005500 6100-WRITE-ONE-LINE.
005510     MOVE SPACES TO GJ-RECORD.
005520     SET GJ-TYPE-DETAIL TO TRUE.
005530     MOVE WS-JX               TO GJ-D-LINE-NUMBER.
005540     MOVE JL-ACCOUNT(WS-JX)   TO GJ-D-ACCOUNT.
005550     MOVE JL-DR-CR(WS-JX)     TO GJ-D-DR-CR.
005560     MOVE JL-AMOUNT(WS-JX)    TO GJ-D-AMOUNT.
005570     MOVE JL-CATEGORY(WS-JX)  TO GJ-D-CATEGORY.
005580     MOVE JL-DESCRIPTION(WS-JX) TO GJ-D-DESCRIPTION.
005590     PERFORM 6500-WRITE-GLJRNL THRU 6500-EXIT.
005600     ADD 1 TO WS-JX.
005610 6100-EXIT.
005620     EXIT.
005630 6500-WRITE-GLJRNL.
005640     WRITE GJ-RECORD.
005650     IF NOT WS-GLJRNL-STATUS-OK
005660         PERFORM 9904-GLJRNL-ERROR THRU 9904-EXIT
005670     END-IF.
005680 6500-EXIT.
005690     EXIT.
005700******************************************************************
005710*    7000-PRINT-PROOF
005720*    Every journal line, the debit and credit totals, the tie
005730*    to the ledger figure by figure, and what became of the
005740*    journal.
005750******************************************************************
005760 7000-PRINT-PROOF.
005770     OPEN OUTPUT GLPRF.
005780     MOVE WS-JOURNAL-DATE TO H1-JOURNAL-DATE.
005790     WRITE GP-LINE FROM WS-HDR-LINE-1.
005800     WRITE GP-LINE FROM WS-HDR-LINE-2.
005810     MOVE 1 TO WS-JX.
005820     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
005830         UNTIL WS-JX > WS-JOURNAL-COUNT.
005840     WRITE GP-LINE FROM WS-BLANK-LINE.
005850     MOVE 'JOURNAL TOTALS' TO TL-CAPTION.
005860     MOVE WS-TOTAL-DEBITS  TO TL-DEBITS.
005870     MOVE WS-TOTAL-CREDITS TO TL-CREDITS.
005880     WRITE GP-LINE FROM WS-TOTAL-LINE.
005890     IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
005900         MOVE 'DEBITS EQUAL CREDITS - JOURNAL IN BALANCE'
005910             TO SL-TEXT
005920     ELSE
005930         MOVE '*** DEBITS DO NOT EQUAL CREDITS ***' TO SL-TEXT
005940     END-IF.
005950     WRITE GP-LINE FROM WS-STATUS-LINE.
005960     WRITE GP-LINE FROM WS-BLANK-LINE.
005970     WRITE GP-LINE FROM WS-TIE-HDR-LINE.
005980     MOVE 'GOODS NET OF RETURNS/ADJMTS' TO TI-CAPTION.
005990     MOVE WS-JR-GOODS TO TI-JOURNAL.
006000     MOVE WS-LG-GOODS TO TI-LEDGER.
006010     IF WS-JR-GOODS = WS-LG-GOODS
006020         MOVE 'TIES' TO TI-RESULT
006030     ELSE
006040         MOVE '*** DOES NOT TIE ***' TO TI-RESULT
006050     END-IF.
006060     WRITE GP-LINE FROM WS-TIE-LINE.
006070     MOVE 'SALES TAX NET OF RETURNS' TO TI-CAPTION.
006080     MOVE WS-JR-TAX TO TI-JOURNAL.
006090     MOVE WS-LG-TAX TO TI-LEDGER.
006100     IF WS-JR-TAX = WS-LG-TAX
006110         MOVE 'TIES' TO TI-RESULT
006120     ELSE
006130         MOVE '*** DOES NOT TIE ***' TO TI-RESULT
006140     END-IF.
006150     WRITE GP-LINE FROM WS-TIE-LINE.
006160     MOVE 'CASH APPLIED' TO TI-CAPTION.
006170     MOVE CT-AMOUNT(6) TO TI-JOURNAL.
006180     MOVE WS-LG-CASH   TO TI-LEDGER.
006190     IF CT-AMOUNT(6) = WS-LG-CASH
006200         MOVE 'TIES' TO TI-RESULT
006210     ELSE
006220         MOVE '*** DOES NOT TIE ***' TO TI-RESULT
006230     END-IF.
006240     WRITE GP-LINE FROM WS-TIE-LINE.
006250     MOVE 'TRANSACTIONS POSTED' TO TC-CAPTION.
006260     MOVE WS-JR-POSTED-COUNT TO TC-JOURNAL.
006270     MOVE WS-LG-POSTED-COUNT TO TC-LEDGER.
006280     IF WS-JR-POSTED-COUNT = WS-LG-POSTED-COUNT
006290         MOVE 'TIES' TO TC-RESULT
006300     ELSE
006310         MOVE '*** DOES NOT TIE ***' TO TC-RESULT
006320     END-IF.
006330     WRITE GP-LINE FROM WS-TIE-COUNT-LINE.
006340     MOVE 'PAYMENTS APPLIED' TO TC-CAPTION.
006350     MOVE WS-JR-CASH-COUNT TO TC-JOURNAL.
006360     MOVE WS-LG-CASH-COUNT TO TC-LEDGER.
006370     IF WS-JR-CASH-COUNT = WS-LG-CASH-COUNT
006380         MOVE 'TIES' TO TC-RESULT
006390     ELSE
006400         MOVE '*** DOES NOT TIE ***' TO TC-RESULT
006410     END-IF.
006420     WRITE GP-LINE FROM WS-TIE-COUNT-LINE.
006430     WRITE GP-LINE FROM WS-BLANK-LINE.
006440     IF WS-RELEASE
006450         MOVE 'JOURNAL RELEASED TO GLJRNLF' TO SL-TEXT
006460     ELSE
006470         MOVE '*** JOURNAL REFUSED - GLJRNLF LEFT EMPTY ***'
006480             TO SL-TEXT
006490     END-IF.
006500     WRITE GP-LINE FROM WS-STATUS-LINE.
006510     CLOSE GLPRF.
006520 7000-EXIT.
006530     EXIT.
006540 7100-PRINT-ONE-LINE.
006550     MOVE WS-JX                 TO DL-LINE-NUMBER.
006560     MOVE JL-ACCOUNT(WS-JX)     TO DL-ACCOUNT.
006570     MOVE JL-CATEGORY(WS-JX)    TO DL-CATEGORY.
006580     MOVE JL-DESCRIPTION(WS-JX) TO DL-DESCRIPTION.
006590     MOVE JL-AMOUNT(WS-JX)      TO WS-EDIT-AMOUNT.
006600     IF JL-DEBIT(WS-JX)
006610         MOVE WS-EDIT-AMOUNT TO DL-DEBIT
006620         MOVE SPACES         TO DL-CREDIT
006630     ELSE
006640         MOVE SPACES         TO DL-DEBIT
006650         MOVE WS-EDIT-AMOUNT TO DL-CREDIT
006660     END-IF.
006670     WRITE GP-LINE FROM WS-DETAIL-LINE.
006680     ADD 1 TO WS-JX.
006690 7100-EXIT.
006700     EXIT.
006710******************************************************************
006720 9000-FINALIZE.
006730     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
006740     IF WS-HIST-AVAILABLE
006750         CLOSE TRANHIST
006760     END-IF.
006770     DISPLAY 'GLJRNL - JOURNAL DATE        = ' WS-JOURNAL-DATE.
006780     DISPLAY 'GLJRNL - JOURNAL LINES       = ' WS-JOURNAL-COUNT.
006790     IF WS-RELEASE
006800         DISPLAY 'GLJRNL - JOURNAL RELEASED'
006810     ELSE
006820         DISPLAY 'GLJRNL - JOURNAL REFUSED - NOT RELEASED'
006830     END-IF.
006840 9000-EXIT.
006850     EXIT.
006860******************************************************************
006870 9901-TRANHIST-ERROR.
006880     DISPLAY 'GLJRNL - TRANHIST I/O ERROR'.
006890     DISPLAY 'GLJRNL - FILE STATUS = ' WS-TRANHIST-STATUS.
006900     MOVE 16 TO RETURN-CODE.
006910     GOBACK.
006920 9901-EXIT.
006930     EXIT.
006940******************************************************************
006950 9902-MAPPING-REFUSED.
006960     DISPLAY 'GLJRNL - GLMAPF REFUSED - NO JOURNAL CUT'.
006970     CLOSE GLMAPF.
006980     MOVE 8 TO RETURN-CODE.
006990     GOBACK.
007000 9902-EXIT.
007010     EXIT.
007020******************************************************************
007030 9903-LEDGER-ERROR.
007040     DISPLAY 'GLJRNL - LEDGERF I/O ERROR'.
007050     DISPLAY 'GLJRNL - FILE STATUS = ' WS-LEDGER-STATUS.
007060     MOVE 16 TO RETURN-CODE.
007070     GOBACK.
007080 9903-EXIT.
007090     EXIT.
007100******************************************************************
007110 9904-GLJRNL-ERROR.
007120     DISPLAY 'GLJRNL - GLJRNLF I/O ERROR'.
007130     DISPLAY 'GLJRNL - FILE STATUS = ' WS-GLJRNL-STATUS.
007140     MOVE 16 TO RETURN-CODE.
007150     GOBACK.
007160 9904-EXIT.
007170     EXIT.
