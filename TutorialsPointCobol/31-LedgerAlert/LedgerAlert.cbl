000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGALERT.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Nightly ledger volume and dollar alert.  Holds
000160*    tonight's LEDGERF posting - the processed, skipped, and
000170*    rejected counts and the extended-price total HITHERE just
000180*    posted - up against the average of the same weekday over
000190*    the trailing weeks, so a half-empty transaction feed or a
000200*    batch fed twice shows the night it happens instead of the
000210*    morning after.  The trailing postings come off LEDGERF for
000220*    the month in progress and off LEDGARCH for the months
000230*    LEDGCLS has closed.  The ALRTPARM card sets how many weeks
000240*    to average (1-13, default 4), how many of them must be on
000250*    file before a figure is judged at all (default 2), and per
000260*    figure a tolerance in percent, a floor the difference must
000270*    also pass (a count, or whole dollars for the total), and a
000280*    hard-stop flag.  No card, or any field unpunched, takes
000290*    the defaults.  A figure outside tolerance prints ALERT on
000300*    ALRTRPT and the step ends RC 4, which NITEBAT logs on
000310*    RUNHIST and RUNRPT as a warning and runs on past; a figure
000320*    the card marks as a hard stop ends the step RC 12 and the
000330*    chain stops there.  To let a night known to be good go on
000340*    after a hard stop, take the flag off the card and resubmit
000350*    - the checkpoint restarts the chain at this step.  The
000360*    count handed back is the number of figures alerted.  Runs
000370*    in NITEBAT right after HITHERE.
000380*    MODIFICATION HISTORY
000390*   10/15/2026 SC  Initial version.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430    SELECT ALRTPARM ASSIGN TO ALRPRMDD
000440        ORGANIZATION IS SEQUENTIAL
000450        FILE STATUS IS WS-ALRTPARM-STATUS.
000460    SELECT LEDGERF ASSIGN TO LEDGDD
000470        ORGANIZATION IS INDEXED
000480        ACCESS MODE IS SEQUENTIAL
000490        RECORD KEY IS LG-BUSINESS-DATE
000500        FILE STATUS IS WS-LEDGER-STATUS.
000510    SELECT LEDGARCH ASSIGN TO LDGARCDD
000520        ORGANIZATION IS SEQUENTIAL
000530        FILE STATUS IS WS-ARCHIVE-STATUS.
000540    SELECT ALRTRPT ASSIGN TO ALRTRPDD
000550        ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580*    One card.  The figures come in LEDGREC order - processed,
000590*    skipped, rejected, extended price.
000600 FD ALRTPARM.
000610 01 AP-RECORD.
000620    05 AP-WEEKS              PIC 9(02).
000630    05 AP-MIN-WEEKS          PIC 9(02).
000640    05 AP-FIGURE-CARD OCCURS 4 TIMES.
000650       10 AP-TOLERANCE-PCT   PIC 9(03).
000660       10 AP-FLOOR           PIC 9(07).
000670       10 AP-HARD-STOP       PIC X(01).
000680    05 FILLER                PIC X(32).
000690 FD LEDGERF.
000700 COPY LEDGREC.
000710*    LEDGARCH holds LG-RECORDs intact; only the posting date, the
000720*    three counts, and the extended-price total are wanted here.
000730 FD LEDGARCH.
000740 01 LA-RECORD.
000750    05 LA-BUSINESS-DATE      PIC 9(08).
000760    05 LA-PROCESSED-COUNT    PIC 9(07).
000770    05 LA-SKIPPED-COUNT      PIC 9(07).
000780    05 LA-REJECTED-COUNT     PIC 9(07).
000790    05 FILLER                PIC X(06).
000800    05 LA-TOTAL-EXT-PRICE    PIC S9(9)V99 COMP-3.
000810    05 FILLER                PIC X(19).
000820 FD ALRTRPT.
000830 01 AL-LINE               PIC X(132).
000840 WORKING-STORAGE SECTION.
000850 01 WS-SWITCHES.
000860    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000870       88 WS-EOF                VALUE 'Y'.
000880       88 WS-NOT-EOF            VALUE 'N'.
000890    05 WS-TONIGHT-SW        PIC X(01) VALUE 'N'.
000900       88 WS-TONIGHT-FOUND      VALUE 'Y'.
000910       88 WS-TONIGHT-NOT-FOUND  VALUE 'N'.
000920 01 WS-ALRTPARM-STATUS       PIC X(02) VALUE '00'.
000930    88 WS-ALRTPARM-STATUS-OK     VALUE '00'.
000940    88 WS-ALRTPARM-STATUS-NOTFND VALUE '35'.
000950 01 WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
000960    88 WS-LEDGER-STATUS-OK      VALUE '00'.
000970    88 WS-LEDGER-STATUS-NOTFND  VALUE '35'.
000980 01 WS-ARCHIVE-STATUS        PIC X(02) VALUE '00'.
000990    88 WS-ARCHIVE-STATUS-OK     VALUE '00'.
001000    88 WS-ARCHIVE-STATUS-NOTFND VALUE '35'.
001010 01 WS-ALERT-DATE            PIC 9(08) VALUE ZERO.
001020 01 WS-ALERT-SERIAL          PIC S9(09) COMP-3 VALUE ZERO.
001030******************************************************************
001040*    Run parameters - weeks to average back over, how many of
001050*    them must be on file before a figure is judged, and each
001060*    figure's rule: tolerance percent, floor, hard-stop flag.
001070*    The VALUEs are the defaults the card overrides.
001080******************************************************************
001090 01 WS-WEEKS                 PIC S9(04) COMP VALUE 4.
001100 01 WS-MIN-WEEKS             PIC S9(04) COMP VALUE 2.
001110 01 WS-RULE-TABLE.
001120    05 FILLER                PIC X(11) VALUE '0500000000N'.
001130    05 FILLER                PIC X(11) VALUE '1000000010N'.
001140    05 FILLER                PIC X(11) VALUE '1000000010N'.
001150    05 FILLER                PIC X(11) VALUE '0500000000N'.
001160 01 WS-RULE-TABLE-R REDEFINES WS-RULE-TABLE.
001170    05 WS-RULE OCCURS 4 TIMES.
001180       10 WS-RULE-PCT        PIC 9(03).
001190       10 WS-RULE-FLOOR      PIC 9(07).
001200       10 WS-RULE-STOP       PIC X(01).
001210          88 WS-RULE-HARD-STOP  VALUE 'Y'.
001220 01 WS-FIGURE-NAMES.
001230    05 FILLER                PIC X(20) VALUE 'PROCESSED COUNT'.
001240    05 FILLER                PIC X(20) VALUE 'SKIPPED COUNT'.
001250    05 FILLER                PIC X(20) VALUE 'REJECTED COUNT'.
001260    05 FILLER                PIC X(20) VALUE 'EXT-PRICE TOTAL'.
001270 01 WS-FIGURE-NAMES-R REDEFINES WS-FIGURE-NAMES.
001280    05 WS-FIGURE-NAME OCCURS 4 TIMES
001290                             PIC X(20).
001300******************************************************************
001310*    One posting's four figures, off whichever file it came
001320*    from, ready to be filed into its week.
001330******************************************************************
001340 01 WS-POSTING.
001350    05 WS-PS-DATE            PIC 9(08).
001360    05 WS-PS-FIGURE OCCURS 4 TIMES
001370                             PIC S9(11)V99.
001380******************************************************************
001390*    The trailing weeks - slot 1 is the same weekday one week
001400*    back, slot 13 thirteen.  A date posted twice (still on
001410*    LEDGERF and already on LEDGARCH) only fills its slot once.
001420******************************************************************
001430 01 WS-FX                    PIC S9(04) COMP VALUE ZERO.
001440 01 WS-WX                    PIC S9(04) COMP VALUE ZERO.
001450 01 WS-WEEK-TABLE.
001460    05 WS-WEEK OCCURS 13 TIMES.
001470       10 WS-WK-FILLED-SW    PIC X(01).
001480          88 WS-WK-FILLED       VALUE 'Y'.
001490       10 WS-WK-DATE         PIC 9(08).
001500       10 WS-WK-FIGURE OCCURS 4 TIMES
001510                             PIC S9(11)V99.
001520 01 WS-SAMPLE-COUNT          PIC S9(04) COMP VALUE ZERO.
001530 01 WS-DAYS-BACK             PIC S9(09) COMP-3 VALUE ZERO.
001540 01 WS-WEEKS-BACK            PIC S9(09) COMP-3 VALUE ZERO.
001550 01 WS-DAYS-OVER             PIC S9(09) COMP-3 VALUE ZERO.
001560******************************************************************
001570*    Tonight against the average, figure by figure.
001580******************************************************************
001590 01 WS-FIGURE-TABLE.
001600    05 WS-FIGURE OCCURS 4 TIMES.
001610       10 WS-FG-TONIGHT      PIC S9(11)V99.
001620       10 WS-FG-SUM          PIC S9(11)V99.
001630       10 WS-FG-AVERAGE      PIC S9(11)V99.
001640 01 WS-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
001650 01 WS-ABS-DIFFERENCE        PIC S9(11)V99 VALUE ZERO.
001660 01 WS-DEVIATION-PCT         PIC S9(05) VALUE ZERO.
001670 01 WS-ALERT-COUNT           PIC 9(07) VALUE ZERO.
001680 01 WS-STOP-COUNT            PIC 9(07) VALUE ZERO.
001690******************************************************************
001700*    Serial-day conversion fields - a date becomes a count of
001710*    days so two dates subtract to a span in days, with the
001720*    leap rules carried by the quotients of 4, 100, and 400.
001730*    The same conversion TRECYC ages suspense with.
001740******************************************************************
001750 01 WS-SERIAL-FIELDS.
001760    05 WS-SERIAL-DATE        PIC 9(08) VALUE ZERO.
001770    05 WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.
001780       10 WS-SD-YYYY         PIC 9(04).
001790       10 WS-SD-MM           PIC 9(02).
001800       10 WS-SD-DD           PIC 9(02).
001810    05 WS-SERIAL-DAYS        PIC S9(09) COMP-3 VALUE ZERO.
001820    05 WS-SER-Q4             PIC 9(04) VALUE ZERO.
001830    05 WS-SER-R4             PIC 9(04) VALUE ZERO.
001840    05 WS-SER-Q100           PIC 9(04) VALUE ZERO.
001850    05 WS-SER-R100           PIC 9(04) VALUE ZERO.
001860    05 WS-SER-Q400           PIC 9(04) VALUE ZERO.
001870    05 WS-SER-R400           PIC 9(04) VALUE ZERO.
001880 01 WS-MONTH-DAYS-TABLE.
001890    05 FILLER                PIC X(36)
001900        VALUE '000031059090120151181212243273304334'.
001910 01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001920    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
001930                             PIC 9(03).
001940******************************************************************
001950*    Alert report line layouts, written to ALRTRPT.
001960******************************************************************
001970 01 WS-HDR-LINE-1.
001980    05 FILLER                PIC X(20) VALUE SPACES.
001990    05 FILLER                PIC X(40)
002000        VALUE 'LGALERT LEDGER VOLUME AND DOLLAR ALERT'.
002010    05 FILLER                PIC X(15)
002020        VALUE 'BUSINESS DATE  '.
002030    05 H1-BUSINESS-DATE      PIC 9(08).
002040    05 FILLER                PIC X(49) VALUE SPACES.
002050 01 WS-HDR-LINE-2.
002060    05 FILLER                PIC X(38)
002070        VALUE 'SAME WEEKDAY AVERAGE, TRAILING WEEKS: '.
002080    05 H2-WEEKS              PIC Z9.
002090    05 FILLER                PIC X(15) VALUE '   ON FILE:   '.
002100    05 H2-SAMPLES            PIC Z9.
002110    05 FILLER                PIC X(20)
002120        VALUE '   NEEDED TO JUDGE: '.
002130    05 H2-MIN-WEEKS          PIC Z9.
002140    05 FILLER                PIC X(53) VALUE SPACES.
002150 01 WS-WEEK-HDR-LINE.
002160    05 FILLER                PIC X(10) VALUE 'WEEKS BACK'.
002170    05 FILLER                PIC X(12) VALUE '  POSTED ON'.
002180    05 FILLER                PIC X(12) VALUE '   PROCESSED'.
002190    05 FILLER                PIC X(12) VALUE '     SKIPPED'.
002200    05 FILLER                PIC X(12) VALUE '    REJECTED'.
002210    05 FILLER                PIC X(18) VALUE '   EXT-PRICE TOTAL'.
002220    05 FILLER                PIC X(56) VALUE SPACES.
002230 01 WS-WEEK-LINE.
002240    05 FILLER                PIC X(04) VALUE SPACES.
002250    05 WL-WEEKS-BACK         PIC Z9.
002260    05 FILLER                PIC X(06) VALUE SPACES.
002270    05 WL-DATE               PIC 9(08).
002280    05 FILLER                PIC X(07) VALUE SPACES.
002290    05 WL-PROCESSED          PIC ZZZZZZ9.
002300    05 FILLER                PIC X(05) VALUE SPACES.
002310    05 WL-SKIPPED            PIC ZZZZZZ9.
002320    05 FILLER                PIC X(05) VALUE SPACES.
002330    05 WL-REJECTED           PIC ZZZZZZ9.
002340    05 FILLER                PIC X(03) VALUE SPACES.
002350    05 WL-EXT-PRICE          PIC ZZZZZZZZZZ9.99-.
002360    05 FILLER                PIC X(56) VALUE SPACES.
002370 01 WS-FIG-HDR-LINE.
002380    05 FILLER                PIC X(20) VALUE 'FIGURE'.
002390    05 FILLER                PIC X(16) VALUE '         TONIGHT'.
002400    05 FILLER                PIC X(16) VALUE '         AVERAGE'.
002410    05 FILLER                PIC X(16) VALUE '      DIFFERENCE'.
002420    05 FILLER                PIC X(08) VALUE '    PCT'.
002430    05 FILLER                PIC X(08) VALUE '    TOL'.
002440    05 FILLER                PIC X(10) VALUE '     FLOOR'.
002450    05 FILLER                PIC X(02) VALUE SPACES.
002460    05 FILLER                PIC X(36) VALUE 'RESULT'.
002470 01 WS-FIG-LINE.
002480    05 FL-NAME               PIC X(20).
002490    05 FILLER                PIC X(01) VALUE SPACES.
002500    05 FL-TONIGHT            PIC ZZZZZZZZZZ9.99-.
002510    05 FILLER                PIC X(01) VALUE SPACES.
002520    05 FL-AVERAGE            PIC ZZZZZZZZZZ9.99-.
002530    05 FILLER                PIC X(01) VALUE SPACES.
002540    05 FL-DIFFERENCE         PIC ZZZZZZZZZZ9.99-.
002550    05 FILLER                PIC X(02) VALUE SPACES.
002560    05 FL-PCT                PIC ZZZZ9-.
002570    05 FILLER                PIC X(05) VALUE SPACES.
002580    05 FL-TOLERANCE          PIC ZZ9.
002590    05 FILLER                PIC X(03) VALUE SPACES.
002600    05 FL-FLOOR              PIC ZZZZZZ9.
002610    05 FILLER                PIC X(02) VALUE SPACES.
002620    05 FL-RESULT             PIC X(36).
002630 01 WS-MESSAGE-LINE.
002640    05 MS-TEXT               PIC X(70).
002650    05 FILLER                PIC X(62) VALUE SPACES.
002660 01 WS-COUNT-LINE.
002670    05 CT-CAPTION            PIC X(34).
002680    05 CT-COUNT              PIC ZZZZZZ9.
002690    05 FILLER                PIC X(91) VALUE SPACES.
002700 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002710 LINKAGE SECTION.
002720 01 LS-BUSINESS-DATE         PIC 9(08).
002730 01 LS-RECORD-COUNT          PIC 9(07).
002740 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002750******************************************************************
002760*    0000-MAINLINE
002770*    Gather tonight's posting and the trailing weeks' off both
002780*    ledger files, then judge each figure.  Any alert ends RC 4;
002790*    any alert on a hard-stop figure ends RC 12.
002800******************************************************************
002810 0000-MAINLINE.
002820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002830     PERFORM 2000-SCAN-LEDGER THRU 2000-EXIT.
002840     PERFORM 2500-SCAN-ARCHIVE THRU 2500-EXIT.
002850     PERFORM 4000-JUDGE-NIGHT THRU 4000-EXIT.
002860     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002870     MOVE WS-ALERT-COUNT TO LS-RECORD-COUNT.
002880     IF WS-STOP-COUNT > ZERO
002890         MOVE 12 TO RETURN-CODE
002900     ELSE
002910         IF WS-ALERT-COUNT > ZERO
002920             MOVE 4 TO RETURN-CODE
002930         ELSE
002940             MOVE 0 TO RETURN-CODE
002950         END-IF
002960     END-IF.
002970     GOBACK.
002980******************************************************************
002990 1000-INITIALIZE.
003000     MOVE LS-BUSINESS-DATE TO WS-ALERT-DATE.
003010     MOVE WS-ALERT-DATE TO WS-SERIAL-DATE.
003020     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
003030     MOVE WS-SERIAL-DAYS TO WS-ALERT-SERIAL.
003040     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
003050     MOVE 1 TO WS-WX.
003060     PERFORM 1400-CLEAR-WEEK THRU 1400-EXIT
003070         UNTIL WS-WX > 13.
003080     MOVE 1 TO WS-FX.
003090     PERFORM 1500-CLEAR-FIGURE THRU 1500-EXIT
003100         UNTIL WS-FX > 4.
003110     OPEN OUTPUT ALRTRPT.
003120     MOVE WS-ALERT-DATE TO H1-BUSINESS-DATE.
003130     WRITE AL-LINE FROM WS-HDR-LINE-1.
003140     WRITE AL-LINE FROM WS-BLANK-LINE.
003150 1000-EXIT.
003160     EXIT.
003170******************************************************************
003180*    1200-READ-PARM-CARD
003190*    Every field is optional - an unpunched or non-numeric field
003200*    keeps its default, a week count outside 1-13 keeps 4, and a
003210*    hard-stop flag other than Y or N keeps the default N.  More
003220*    weeks needed than averaged is brought down to the weeks.
003230******************************************************************
003240 1200-READ-PARM-CARD.
003250     OPEN INPUT ALRTPARM.
003260     IF WS-ALRTPARM-STATUS-OK
003270         READ ALRTPARM
003280             AT END
003290                 CONTINUE
003300             NOT AT END
003310                 PERFORM 1300-EDIT-PARM-CARD THRU 1300-EXIT
003320         END-READ
003330         CLOSE ALRTPARM
003340     ELSE
003350         IF NOT WS-ALRTPARM-STATUS-NOTFND
003360             PERFORM 9900-ALRTPARM-ERROR THRU 9900-EXIT
003370         END-IF
003380     END-IF.
003390     IF WS-MIN-WEEKS > WS-WEEKS
003400         MOVE WS-WEEKS TO WS-MIN-WEEKS
003410     END-IF.
003420 1200-EXIT.
003430     EXIT.
003440******************************************************************
003450 1300-EDIT-PARM-CARD.
003460     IF AP-WEEKS IS NUMERIC
003470         AND AP-WEEKS > ZERO
003480         AND AP-WEEKS < 14
003490         MOVE AP-WEEKS TO WS-WEEKS
003500     END-IF.
003510     IF AP-MIN-WEEKS IS NUMERIC
003520         AND AP-MIN-WEEKS > ZERO
003530         MOVE AP-MIN-WEEKS TO WS-MIN-WEEKS
003540     END-IF.
003550     MOVE 1 TO WS-FX.
003560     PERFORM 1350-EDIT-FIGURE-CARD THRU 1350-EXIT
003570         UNTIL WS-FX > 4.
003580 1300-EXIT.
003590     EXIT.
003600******************************************************************
003610 1350-EDIT-FIGURE-CARD.
003620     IF AP-TOLERANCE-PCT(WS-FX) IS NUMERIC
003630         MOVE AP-TOLERANCE-PCT(WS-FX) TO WS-RULE-PCT(WS-FX)
003640     END-IF.
003650     IF AP-FLOOR(WS-FX) IS NUMERIC
003660         MOVE AP-FLOOR(WS-FX) TO WS-RULE-FLOOR(WS-FX)
003670     END-IF.
003680     IF AP-HARD-STOP(WS-FX) = 'Y' OR AP-HARD-STOP(WS-FX) = 'N'
003690         MOVE AP-HARD-STOP(WS-FX) TO WS-RULE-STOP(WS-FX)
003700     END-IF.
003710     ADD 1 TO WS-FX.
003720 1350-EXIT.
003730     EXIT.
003740******************************************************************
003750 1400-CLEAR-WEEK.
003760     MOVE 'N'  TO WS-WK-FILLED-SW(WS-WX).
003770     MOVE ZERO TO WS-WK-DATE(WS-WX).
003780     MOVE ZERO TO WS-WK-FIGURE(WS-WX 1).
003790     MOVE ZERO TO WS-WK-FIGURE(WS-WX 2).
003800     MOVE ZERO TO WS-WK-FIGURE(WS-WX 3).
003810     MOVE ZERO TO WS-WK-FIGURE(WS-WX 4).
003820     ADD 1 TO WS-WX.
003830 1400-EXIT.
003840     EXIT.
003850******************************************************************
003860 1500-CLEAR-FIGURE.
003870     MOVE ZERO TO WS-FG-TONIGHT(WS-FX).
003880     MOVE ZERO TO WS-FG-SUM(WS-FX).
003890     MOVE ZERO TO WS-FG-AVERAGE(WS-FX).
003900     ADD 1 TO WS-FX.
003910 1500-EXIT.
003920     EXIT.
003930******************************************************************
003940*    2000-SCAN-LEDGER
003950*    The month in progress, tonight's posting among it.  No
003960*    LEDGERF at all is a night with nothing posted - every
003970*    figure is zero tonight, which is exactly what this step is
003980*    here to catch.
003990******************************************************************
004000 2000-SCAN-LEDGER.
004010     OPEN INPUT LEDGERF.
004020     IF NOT WS-LEDGER-STATUS-OK
004030         IF WS-LEDGER-STATUS-NOTFND
004040             GO TO 2000-EXIT
004050         ELSE
004060             PERFORM 9901-LEDGER-ERROR THRU 9901-EXIT
004070         END-IF
004080     END-IF.
004090     SET WS-NOT-EOF TO TRUE.
004100     PERFORM 2100-READ-LEDGER THRU 2100-EXIT
004110         UNTIL WS-EOF.
004120     CLOSE LEDGERF.
004130 2000-EXIT.
004140     EXIT.
004150******************************************************************
004160 2100-READ-LEDGER.
004170     READ LEDGERF NEXT RECORD
004180         AT END
004190             SET WS-EOF TO TRUE
004200             GO TO 2100-EXIT
004210     END-READ.
004220     IF NOT WS-LEDGER-STATUS-OK
004230         PERFORM 9901-LEDGER-ERROR THRU 9901-EXIT
004240     END-IF.
004250     MOVE LG-BUSINESS-DATE   TO WS-PS-DATE.
004260     MOVE LG-PROCESSED-COUNT TO WS-PS-FIGURE(1).
004270     MOVE LG-SKIPPED-COUNT   TO WS-PS-FIGURE(2).
004280     MOVE LG-REJECTED-COUNT  TO WS-PS-FIGURE(3).
004290     MOVE LG-TOTAL-EXT-PRICE TO WS-PS-FIGURE(4).
004300     PERFORM 3000-FILE-POSTING THRU 3000-EXIT.
004310 2100-EXIT.
004320     EXIT.
004330******************************************************************
004340*    2500-SCAN-ARCHIVE
004350*    The closed months.  A missing LEDGARCH is one that has
004360*    never had a month closed into it.
004370******************************************************************
004380 2500-SCAN-ARCHIVE.
004390     OPEN INPUT LEDGARCH.
004400     IF NOT WS-ARCHIVE-STATUS-OK
004410         IF WS-ARCHIVE-STATUS-NOTFND
004420             GO TO 2500-EXIT
004430         ELSE
004440             PERFORM 9902-ARCHIVE-ERROR THRU 9902-EXIT
004450         END-IF
004460     END-IF.
004470     SET WS-NOT-EOF TO TRUE.
004480     PERFORM 2600-READ-ARCHIVE THRU 2600-EXIT
004490         UNTIL WS-EOF.
004500     CLOSE LEDGARCH.
004510 2500-EXIT.
004520     EXIT.
004530******************************************************************
004540 2600-READ-ARCHIVE.
004550     READ LEDGARCH
004560         AT END
004570             SET WS-EOF TO TRUE
004580             GO TO 2600-EXIT
004590     END-READ.
004600     IF NOT WS-ARCHIVE-STATUS-OK
004610         PERFORM 9902-ARCHIVE-ERROR THRU 9902-EXIT
004620     END-IF.
004630     MOVE LA-BUSINESS-DATE   TO WS-PS-DATE.
004640     MOVE LA-PROCESSED-COUNT TO WS-PS-FIGURE(1).
004650     MOVE LA-SKIPPED-COUNT   TO WS-PS-FIGURE(2).
004660     MOVE LA-REJECTED-COUNT  TO WS-PS-FIGURE(3).
004670     MOVE LA-TOTAL-EXT-PRICE TO WS-PS-FIGURE(4).
004680     PERFORM 3000-FILE-POSTING THRU 3000-EXIT.
004690 2600-EXIT.
004700     EXIT.
004710******************************************************************
004720*    3000-FILE-POSTING
004730*    Tonight's posting is kept as tonight's; an earlier posting
004740*    a whole number of weeks back, within the weeks averaged,
004750*    goes into its week's slot.  Everything else - other
004760*    weekdays, older weeks, and anything dated after tonight -
004770*    is passed over.
004780******************************************************************
004790 3000-FILE-POSTING.
004800     IF WS-PS-DATE = WS-ALERT-DATE
004810         SET WS-TONIGHT-FOUND TO TRUE
004820         MOVE WS-PS-FIGURE(1) TO WS-FG-TONIGHT(1)
004830         MOVE WS-PS-FIGURE(2) TO WS-FG-TONIGHT(2)
004840         MOVE WS-PS-FIGURE(3) TO WS-FG-TONIGHT(3)
004850         MOVE WS-PS-FIGURE(4) TO WS-FG-TONIGHT(4)
004860         GO TO 3000-EXIT
004870     END-IF.
004880     IF WS-PS-DATE IS NOT NUMERIC
004890         OR WS-PS-DATE > WS-ALERT-DATE
004900         GO TO 3000-EXIT
004910     END-IF.
004920     MOVE WS-PS-DATE TO WS-SERIAL-DATE.
004930     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
004940     COMPUTE WS-DAYS-BACK = WS-ALERT-SERIAL - WS-SERIAL-DAYS.
004950     DIVIDE WS-DAYS-BACK BY 7
004960         GIVING WS-WEEKS-BACK REMAINDER WS-DAYS-OVER.
004970     IF WS-DAYS-OVER NOT = ZERO
004980         OR WS-WEEKS-BACK < 1
004990         OR WS-WEEKS-BACK > WS-WEEKS
005000         GO TO 3000-EXIT
005010     END-IF.
005020     MOVE WS-WEEKS-BACK TO WS-WX.
005030     IF WS-WK-FILLED(WS-WX)
005040         GO TO 3000-EXIT
005050     END-IF.
005060     MOVE 'Y'             TO WS-WK-FILLED-SW(WS-WX).
005070     MOVE WS-PS-DATE      TO WS-WK-DATE(WS-WX).
005080     MOVE WS-PS-FIGURE(1) TO WS-WK-FIGURE(WS-WX 1).
005090     MOVE WS-PS-FIGURE(2) TO WS-WK-FIGURE(WS-WX 2).
005100     MOVE WS-PS-FIGURE(3) TO WS-WK-FIGURE(WS-WX 3).
005110     MOVE WS-PS-FIGURE(4) TO WS-WK-FIGURE(WS-WX 4).
005120     ADD 1 TO WS-SAMPLE-COUNT.
005130 3000-EXIT.
005140     EXIT.
005150******************************************************************
005160*    3100-DATE-TO-SERIAL
005170*    WS-SERIAL-DATE in, WS-SERIAL-DAYS out.
005180******************************************************************
005190 3100-DATE-TO-SERIAL.
005200     COMPUTE WS-SERIAL-DAYS = WS-SD-YYYY * 365
005210         + WS-DAYS-BEFORE-MONTH(WS-SD-MM) + WS-SD-DD.
005220     DIVIDE WS-SD-YYYY BY 4
005230         GIVING WS-SER-Q4 REMAINDER WS-SER-R4.
005240     DIVIDE WS-SD-YYYY BY 100
005250         GIVING WS-SER-Q100 REMAINDER WS-SER-R100.
005260     DIVIDE WS-SD-YYYY BY 400
005270         GIVING WS-SER-Q400 REMAINDER WS-SER-R400.
005280     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-DAYS
005290         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400.
005300     IF WS-SD-MM < 3
005310         AND WS-SER-R4 = ZERO
005320         AND (WS-SER-R100 NOT = ZERO OR WS-SER-R400 = ZERO)
005330         SUBTRACT 1 FROM WS-SERIAL-DAYS
005340     END-IF.
005350 3100-EXIT.
005360     EXIT.
005370******************************************************************
005380*    4000-JUDGE-NIGHT
005390*    Lists the weeks that made the average, then judges each
005400*    figure.  Too few weeks on file - a new system, or a
005410*    weekday that has mostly been holidays - judges nothing and
005420*    says so; an average off one odd week would only cry wolf.
005430******************************************************************
005440 4000-JUDGE-NIGHT.
005450     MOVE WS-WEEKS        TO H2-WEEKS.
005460     MOVE WS-SAMPLE-COUNT TO H2-SAMPLES.
005470     MOVE WS-MIN-WEEKS    TO H2-MIN-WEEKS.
005480     WRITE AL-LINE FROM WS-HDR-LINE-2.
005490     WRITE AL-LINE FROM WS-BLANK-LINE.
005500     IF WS-TONIGHT-NOT-FOUND
005510         MOVE 'NO LEDGERF POSTING FOR TONIGHT - JUDGED AS ZERO'
005520             TO MS-TEXT
005530         WRITE AL-LINE FROM WS-MESSAGE-LINE
005540         WRITE AL-LINE FROM WS-BLANK-LINE
005550     END-IF.
005560     WRITE AL-LINE FROM WS-WEEK-HDR-LINE.
005570     MOVE 1 TO WS-WX.
005580     PERFORM 4100-PRINT-WEEK THRU 4100-EXIT
005590         UNTIL WS-WX > WS-WEEKS.
005600     WRITE AL-LINE FROM WS-BLANK-LINE.
005610     WRITE AL-LINE FROM WS-FIG-HDR-LINE.
005620     MOVE 1 TO WS-FX.
005630     PERFORM 4200-JUDGE-FIGURE THRU 4200-EXIT
005640         UNTIL WS-FX > 4.
005650 4000-EXIT.
005660     EXIT.
005670******************************************************************
005680 4100-PRINT-WEEK.
005690     IF WS-WK-FILLED(WS-WX)
005700         MOVE WS-WX                TO WL-WEEKS-BACK
005710         MOVE WS-WK-DATE(WS-WX)    TO WL-DATE
005720         MOVE WS-WK-FIGURE(WS-WX 1) TO WL-PROCESSED
005730         MOVE WS-WK-FIGURE(WS-WX 2) TO WL-SKIPPED
005740         MOVE WS-WK-FIGURE(WS-WX 3) TO WL-REJECTED
005750         MOVE WS-WK-FIGURE(WS-WX 4) TO WL-EXT-PRICE
005760         WRITE AL-LINE FROM WS-WEEK-LINE
005770         ADD WS-WK-FIGURE(WS-WX 1) TO WS-FG-SUM(1)
005780         ADD WS-WK-FIGURE(WS-WX 2) TO WS-FG-SUM(2)
005790         ADD WS-WK-FIGURE(WS-WX 3) TO WS-FG-SUM(3)
005800         ADD WS-WK-FIGURE(WS-WX 4) TO WS-FG-SUM(4)
005810     END-IF.
005820     ADD 1 TO WS-WX.
005830 4100-EXIT.
005840     EXIT.
005850******************************************************************
005860*    4200-JUDGE-FIGURE
005870*    A figure alerts only when its difference from the average
005880*    is both past the floor and past the tolerance percent.  An
005890*    average of zero has no percent to take; any difference past
005900*    the floor from a zero average is judged out of tolerance.
005910******************************************************************
005920 4200-JUDGE-FIGURE.
005930     MOVE WS-FIGURE-NAME(WS-FX)   TO FL-NAME.
005940     MOVE WS-FG-TONIGHT(WS-FX)    TO FL-TONIGHT.
005950     MOVE WS-RULE-PCT(WS-FX)      TO FL-TOLERANCE.
005960     MOVE WS-RULE-FLOOR(WS-FX)    TO FL-FLOOR.
005970     IF WS-SAMPLE-COUNT < WS-MIN-WEEKS
005980         OR WS-SAMPLE-COUNT = ZERO
005990         MOVE ZERO TO FL-AVERAGE
006000         MOVE ZERO TO FL-DIFFERENCE
006010         MOVE ZERO TO FL-PCT
006020         MOVE 'NOT JUDGED - TOO FEW WEEKS' TO FL-RESULT
006030         GO TO 4200-WRITE
006040     END-IF.
006050     COMPUTE WS-FG-AVERAGE(WS-FX) ROUNDED =
006060         WS-FG-SUM(WS-FX) / WS-SAMPLE-COUNT.
006070     COMPUTE WS-DIFFERENCE =
006080         WS-FG-TONIGHT(WS-FX) - WS-FG-AVERAGE(WS-FX).
006090     MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE.
006100     IF WS-ABS-DIFFERENCE < ZERO
006110         MULTIPLY -1 BY WS-ABS-DIFFERENCE
006120     END-IF.
006130     IF WS-FG-AVERAGE(WS-FX) = ZERO
006140         MOVE 99999 TO WS-DEVIATION-PCT
006150     ELSE
006160         COMPUTE WS-DEVIATION-PCT ROUNDED =
006170             WS-ABS-DIFFERENCE * 100 / WS-FG-AVERAGE(WS-FX)
006180             ON SIZE ERROR
006190                 MOVE 99999 TO WS-DEVIATION-PCT
006200         END-COMPUTE
006210         IF WS-DEVIATION-PCT < ZERO
006220             MULTIPLY -1 BY WS-DEVIATION-PCT
006230         END-IF
006240     END-IF.
006250     IF WS-ABS-DIFFERENCE = ZERO
006260         MOVE ZERO TO WS-DEVIATION-PCT
006270     END-IF.
006280     MOVE WS-FG-AVERAGE(WS-FX)  TO FL-AVERAGE.
006290     MOVE WS-DIFFERENCE         TO FL-DIFFERENCE.
006300     MOVE WS-DEVIATION-PCT      TO FL-PCT.
006310     IF WS-ABS-DIFFERENCE > WS-RULE-FLOOR(WS-FX)
006320         AND WS-DEVIATION-PCT > WS-RULE-PCT(WS-FX)
006330         ADD 1 TO WS-ALERT-COUNT
006340         IF WS-RULE-HARD-STOP(WS-FX)
006350             ADD 1 TO WS-STOP-COUNT
006360             MOVE 'ALERT - HARD STOP' TO FL-RESULT
006370         ELSE
006380             MOVE 'ALERT' TO FL-RESULT
006390         END-IF
006400     ELSE
006410         MOVE 'WITHIN TOLERANCE' TO FL-RESULT
006420     END-IF.
006430 4200-WRITE.
006440     WRITE AL-LINE FROM WS-FIG-LINE.
006450     ADD 1 TO WS-FX.
006460 4200-EXIT.
006470     EXIT.
006480******************************************************************
006490 9000-FINALIZE.
006500     WRITE AL-LINE FROM WS-BLANK-LINE.
006510     MOVE 'FIGURES ALERTED' TO CT-CAPTION.
006520     MOVE WS-ALERT-COUNT TO CT-COUNT.
006530     WRITE AL-LINE FROM WS-COUNT-LINE.
006540     MOVE 'OF THEM HARD STOPS' TO CT-CAPTION.
006550     MOVE WS-STOP-COUNT TO CT-COUNT.
006560     WRITE AL-LINE FROM WS-COUNT-LINE.
006570     WRITE AL-LINE FROM WS-BLANK-LINE.
006580     IF WS-STOP-COUNT > ZERO
006590         MOVE 'HARD STOP - NITEBAT STOPS AFTER THIS STEP'
006600             TO MS-TEXT
006610     ELSE
006620         IF WS-ALERT-COUNT > ZERO
006630             MOVE 'WARNING - NITEBAT LOGS IT AND RUNS ON'
006640                 TO MS-TEXT
006650         ELSE
006660             MOVE 'TONIGHT IS IN LINE WITH THE TRAILING WEEKS'
006670                 TO MS-TEXT
006680         END-IF
006690     END-IF.
006700     WRITE AL-LINE FROM WS-MESSAGE-LINE.
006710     CLOSE ALRTRPT.
006720     DISPLAY 'LGALERT - FIGURES ALERTED = ' WS-ALERT-COUNT.
006730     DISPLAY 'LGALERT - HARD STOPS = ' WS-STOP-COUNT.
006740 9000-EXIT.
006750     EXIT.
006760******************************************************************
006770 9900-ALRTPARM-ERROR.
006780     DISPLAY 'LGALERT - ALRTPARM I/O ERROR'.
006790     DISPLAY 'LGALERT - FILE STATUS = ' WS-ALRTPARM-STATUS.
006800     MOVE 16 TO RETURN-CODE.
006810     GOBACK.
006820 9900-EXIT.
006830     EXIT.
006840******************************************************************
006850 9901-LEDGER-ERROR.
006860     DISPLAY 'LGALERT - LEDGERF I/O ERROR'.
006870     DISPLAY 'LGALERT - FILE STATUS = ' WS-LEDGER-STATUS.
006880     MOVE 16 TO RETURN-CODE.
006890     GOBACK.
006900 9901-EXIT.
006910     EXIT.
006920******************************************************************
006930 9902-ARCHIVE-ERROR.
006940     DISPLAY 'LGALERT - LEDGARCH I/O ERROR'.
006950     DISPLAY 'LGALERT - FILE STATUS = ' WS-ARCHIVE-STATUS.
006960     MOVE 16 TO RETURN-CODE.
006970     GOBACK.
006980 9902-EXIT.
006990     EXIT.
007000******************************************************************
