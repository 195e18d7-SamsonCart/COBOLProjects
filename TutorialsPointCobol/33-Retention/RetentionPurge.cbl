000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RETPURG.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Records retention archive and purge.  Trims TRANHIST,
000160*    RUNHIST, BATCHLOG, and LEDGARCH to the keep period the
000170*    RETPOL policy deck gives each - one card per file, the file
000180*    name and a keep period in days counted back from the
000190*    CALENDF business date.  A record dated before its file's
000200*    cutoff is copied to RETARCH, the archive dataset the job
000210*    dates for the run, and left out of the rebuilt file; every
000220*    other record is written to the rebuilt file - TRANHISN,
000230*    RUNHISN, BATCHLGN, LEDGARCN - that the job swaps into the
000240*    live file's place after a clean run.  As AUDPURG does for
000250*    the audit trail, no live file is ever rewritten in place,
000260*    so an abort mid-run leaves all four untouched.  A file
000270*    with no policy card is rebuilt whole.  The deck itself is
000280*    required - purging to an unstated period is not a default
000290*    anyone should get by accident.
000300*    Some history stays whatever the policy says, because the
000310*    live system still reads it:
000320*      TRANHIST and LEDGARCH - everything from the first of the
000330*        same month last year on.  SALESAN compares a month
000340*        with the same month a year back, LEDGRPT and TAXRPT
000350*        rerun closed months off LEDGARCH, LGALERT reads back
000360*        thirteen weeks, and ARAGE ages charges back 90 days.
000370*      TRANHIST - a customer with nothing posted since the
000380*        cutoff also keeps its newest posting day whole, the
000390*        last statement it was sent: STMTRPR can still be asked
000400*        to reprint it, and its section summary holds the
000410*        balance the account was left at.
000420*      BATCHLOG - the last 366 days, the duplicate-batch window
000430*        HITHERE's register check must still see.
000440*      RUNHIST - the last 31 days, a month of nights for RUNRPT.
000450*    A policy shorter than that keeps back to the protected
000460*    date instead, and the kept records it protected count on
000470*    the report.  The RETRPT report gives each file's records
000480*    read, kept, protected, archived, and purged off the live
000490*    file, and proves them: read must equal kept plus archived,
000500*    every purged record must be on the archive, and the
000510*    archive must hold exactly the records archived.  A run
000520*    that does not prove ends RC 12 and must not be swapped in.
000530*    Run by hand between chains; never a NITEBAT step.
000540*    MODIFICATION HISTORY
000550*   10/15/2026 SC  Initial version.
000560 ENVIRONMENT DIVISION.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590    SELECT RETPOL ASSIGN TO RETPOLDD
000600        ORGANIZATION IS SEQUENTIAL
000610        FILE STATUS IS WS-RETPOL-STATUS.
000620    SELECT CALENDF ASSIGN TO CALENDD
000630        ORGANIZATION IS SEQUENTIAL
000640        FILE STATUS IS WS-CALEND-STATUS.
000650    SELECT TRANHIST ASSIGN TO TRNHSTDD
000660        ORGANIZATION IS INDEXED
000670        ACCESS MODE IS SEQUENTIAL
000680        RECORD KEY IS HS-KEY
000690        FILE STATUS IS WS-INPUT-STATUS.
000700    SELECT TRANHISN ASSIGN TO TRNHSNDD
000710        ORGANIZATION IS INDEXED
000720        ACCESS MODE IS SEQUENTIAL
000730        RECORD KEY IS HN-KEY
000740        FILE STATUS IS WS-OUTPUT-STATUS.
000750    SELECT RUNHIST ASSIGN TO RUNHSTDD
000760        ORGANIZATION IS SEQUENTIAL
000770        FILE STATUS IS WS-INPUT-STATUS.
000780    SELECT RUNHISN ASSIGN TO RUNHSNDD
000790        ORGANIZATION IS SEQUENTIAL
000800        FILE STATUS IS WS-OUTPUT-STATUS.
000810    SELECT BATCHLOG ASSIGN TO BATLOGDD
000820        ORGANIZATION IS SEQUENTIAL
000830        FILE STATUS IS WS-INPUT-STATUS.
000840    SELECT BATCHLGN ASSIGN TO BATLGNDD
000850        ORGANIZATION IS SEQUENTIAL
000860        FILE STATUS IS WS-OUTPUT-STATUS.
000870    SELECT LEDGARCH ASSIGN TO LDGARCDD
000880        ORGANIZATION IS SEQUENTIAL
000890        FILE STATUS IS WS-INPUT-STATUS.
000900    SELECT LEDGARCN ASSIGN TO LDGARNDD
000910        ORGANIZATION IS SEQUENTIAL
000920        FILE STATUS IS WS-OUTPUT-STATUS.
000930    SELECT RETARCH ASSIGN TO RETARCDD
000940        ORGANIZATION IS SEQUENTIAL
000950        FILE STATUS IS WS-ARCH-STATUS.
000960    SELECT RETRPT ASSIGN TO RETRPTDD
000970        ORGANIZATION IS SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD RETPOL.
001010 01 RP-RECORD.
001020    05 RP-FILE-ID            PIC X(08).
001030    05 RP-KEEP-DAYS          PIC 9(05).
001040 FD CALENDF.
001050 COPY CALREC.
001060 FD TRANHIST.
001070 COPY HISTREC.
001080 FD TRANHISN.
001090 01 HN-RECORD.
001100    05 HN-KEY                PIC X(19).
001110    05 FILLER                PIC X(25).
001120 FD RUNHIST.
001130 COPY RUNHREC.
001140 FD RUNHISN.
001150 01 RN-RECORD             PIC X(39).
001160 FD BATCHLOG.
001170 01 BL-RECORD.
001180    05 BL-BATCH-NUMBER       PIC 9(06).
001190    05 BL-POSTED-DATE        PIC 9(08).
001200 FD BATCHLGN.
001210 01 BN-RECORD             PIC X(14).
001220 FD LEDGARCH.
001230 COPY LEDGREC.
001240 FD LEDGARCN.
001250 01 LN-RECORD             PIC X(60).
001260 FD RETARCH.
001270 COPY RETAREC.
001280 FD RETRPT.
001290 01 RR-LINE               PIC X(132).
001300 WORKING-STORAGE SECTION.
001310 01 WS-SWITCHES.
001320    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
001330       88 WS-EOF                VALUE 'Y'.
001340       88 WS-NOT-EOF            VALUE 'N'.
001350    05 WS-POLICY-EOF-SW     PIC X(01) VALUE 'N'.
001360       88 WS-POLICY-EOF         VALUE 'Y'.
001370       88 WS-POLICY-NOT-EOF     VALUE 'N'.
001380    05 WS-PROOF-SW          PIC X(01) VALUE 'Y'.
001390       88 WS-PROVES             VALUE 'Y'.
001400       88 WS-DOES-NOT-PROVE     VALUE 'N'.
001410 01 WS-RETPOL-STATUS         PIC X(02) VALUE '00'.
001420    88 WS-RETPOL-STATUS-OK      VALUE '00'.
001430 01 WS-CALEND-STATUS         PIC X(02) VALUE '00'.
001440    88 WS-CALEND-STATUS-OK      VALUE '00'.
001450 01 WS-INPUT-STATUS          PIC X(02) VALUE '00'.
001460    88 WS-INPUT-STATUS-OK       VALUE '00'.
001470    88 WS-INPUT-STATUS-NOTFND   VALUE '35'.
001480 01 WS-OUTPUT-STATUS         PIC X(02) VALUE '00'.
001490    88 WS-OUTPUT-STATUS-OK      VALUE '00'.
001500 01 WS-ARCH-STATUS           PIC X(02) VALUE '00'.
001510    88 WS-ARCH-STATUS-OK        VALUE '00'.
001520 01 WS-ERROR-FILE            PIC X(08) VALUE SPACES.
001530 01 WS-ERROR-OPERATION       PIC X(12) VALUE SPACES.
001540 01 WS-ERROR-STATUS          PIC X(02) VALUE SPACES.
001550 01 WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001560 01 WS-POLICY-CARD-COUNT     PIC 9(03) VALUE ZERO.
001570******************************************************************
001580*    The four files, in the order they are trimmed, and what the
001590*    run learns about each - its policy, its cutoff, the date its
001600*    protected history runs back to, the earlier of the two that
001610*    actually governs, and the counts the report proves.
001620******************************************************************
001630 01 WS-FILE-ID-VALUES.
001640    05 FILLER                PIC X(08) VALUE 'TRANHIST'.
001650    05 FILLER                PIC X(08) VALUE 'RUNHIST '.
001660    05 FILLER                PIC X(08) VALUE 'BATCHLOG'.
001670    05 FILLER                PIC X(08) VALUE 'LEDGARCH'.
001680 01 WS-FILE-ID-TABLE REDEFINES WS-FILE-ID-VALUES.
001690    05 WS-FILE-ID OCCURS 4 TIMES
001700                             PIC X(08).
001710 01 WS-FX                    PIC S9(04) COMP VALUE ZERO.
001720 01 WS-FILE-TABLE.
001730    05 WS-FILE-ENTRY OCCURS 4 TIMES.
001740       10 FT-POLICY-SW       PIC X(01).
001750          88 FT-HAS-POLICY       VALUE 'Y'.
001760          88 FT-NO-POLICY        VALUE 'N'.
001770       10 FT-ON-FILE-SW      PIC X(01).
001780          88 FT-ON-FILE          VALUE 'Y'.
001790          88 FT-NOT-ON-FILE      VALUE 'N'.
001800       10 FT-KEEP-DAYS       PIC 9(05).
001810       10 FT-CUTOFF          PIC 9(08).
001820       10 FT-FLOOR           PIC 9(08).
001830       10 FT-EFFECTIVE       PIC 9(08).
001840       10 FT-READ            PIC 9(09).
001850       10 FT-KEPT            PIC 9(09).
001860       10 FT-PROTECTED       PIC 9(09).
001870       10 FT-ARCHIVED        PIC 9(09).
001880       10 FT-PURGED          PIC 9(09).
001890 01 WS-TRANHIST-FX           PIC S9(04) COMP VALUE 1.
001900 01 WS-RUNHIST-FX            PIC S9(04) COMP VALUE 2.
001910 01 WS-BATCHLOG-FX           PIC S9(04) COMP VALUE 3.
001920 01 WS-LEDGARCH-FX           PIC S9(04) COMP VALUE 4.
001930 01 WS-RUNHIST-MIN-DAYS      PIC 9(05) VALUE 31.
001940 01 WS-BATCH-WINDOW-DAYS     PIC 9(05) VALUE 366.
001950 01 WS-ARCHIVE-WRITTEN       PIC 9(09) VALUE ZERO.
001960******************************************************************
001970*    The record being judged - its date, and its image for the
001980*    archive.
001990******************************************************************
002000 01 WS-RECORD-DATE           PIC 9(08) VALUE ZERO.
002010 01 WS-RECORD-IMAGE          PIC X(60) VALUE SPACES.
002020******************************************************************
002030*    A customer's newest TRANHIST posting day from before the
002040*    cutoff, held back until the customer's run of history shows
002050*    whether anything newer follows it.
002060******************************************************************
002070 01 WS-HELD-CUST-ID          PIC 9(05) VALUE ZERO.
002080 01 WS-HELD-DATE             PIC 9(08) VALUE ZERO.
002090 01 WS-HELD-COUNT            PIC S9(04) COMP VALUE ZERO.
002100 01 WS-HX                    PIC S9(04) COMP VALUE ZERO.
002110 01 WS-HELD-TABLE.
002120    05 WS-HELD-RECORD OCCURS 999 TIMES
002130                             PIC X(44).
002140******************************************************************
002150*    Day arithmetic - a date walked back one calendar day at a
002160*    time, and the days in each month for the walk.
002170******************************************************************
002180 01 WS-WALK-DATE             PIC 9(08) VALUE ZERO.
002190 01 WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
002200    05 WS-WK-YYYY            PIC 9(04).
002210    05 WS-WK-MM              PIC 9(02).
002220    05 WS-WK-DD              PIC 9(02).
002230 01 WS-WALK-DAYS-LEFT        PIC 9(05) VALUE ZERO.
002240 01 WS-LEAP-Q                PIC 9(04) VALUE ZERO.
002250 01 WS-LEAP-R4               PIC 9(04) VALUE ZERO.
002260 01 WS-LEAP-R100             PIC 9(04) VALUE ZERO.
002270 01 WS-LEAP-R400             PIC 9(04) VALUE ZERO.
002280 01 WS-MONTH-LENGTHS         PIC X(24)
002290     VALUE '312831303130313130313031'.
002300 01 WS-MONTH-LENGTHS-R REDEFINES WS-MONTH-LENGTHS.
002310    05 WS-MONTH-LENGTH OCCURS 12 TIMES
002320                             PIC 9(02).
002330 01 WS-YEAR-BACK-DATE        PIC 9(08) VALUE ZERO.
002340 01 WS-YEAR-BACK-R REDEFINES WS-YEAR-BACK-DATE.
002350    05 WS-YB-YYYY            PIC 9(04).
002360    05 WS-YB-MM              PIC 9(02).
002370    05 WS-YB-DD              PIC 9(02).
002380******************************************************************
002390*    Retention report line layouts, written to RETRPT.
002400******************************************************************
002410 01 WS-HDR-LINE-1.
002420    05 FILLER                PIC X(20) VALUE SPACES.
002430    05 FILLER                PIC X(40)
002440        VALUE 'RETPURG RECORDS RETENTION'.
002450    05 FILLER                PIC X(09) VALUE 'AS OF '.
002460    05 H1-BUSINESS-DATE      PIC 9(08).
002470    05 FILLER                PIC X(55) VALUE SPACES.
002480 01 WS-COL-HDR-LINE.
002490    05 FILLER                PIC X(10) VALUE 'FILE'.
002500    05 FILLER                PIC X(07) VALUE ' KEEP'.
002510    05 FILLER                PIC X(10) VALUE 'CUTOFF'.
002520    05 FILLER                PIC X(10) VALUE 'PROTECT'.
002530    05 FILLER                PIC X(11) VALUE '     READ'.
002540    05 FILLER                PIC X(11) VALUE '     KEPT'.
002550    05 FILLER                PIC X(11) VALUE 'PROTECTED'.
002560    05 FILLER                PIC X(11) VALUE ' ARCHIVED'.
002570    05 FILLER                PIC X(11) VALUE '   PURGED'.
002580    05 FILLER                PIC X(20) VALUE 'RESULT'.
002590    05 FILLER                PIC X(20) VALUE SPACES.
002600 01 WS-COL-HDR-LINE-2.
002610    05 FILLER                PIC X(10) VALUE SPACES.
002620    05 FILLER                PIC X(07) VALUE ' DAYS'.
002630    05 FILLER                PIC X(10) VALUE 'DATE'.
002640    05 FILLER                PIC X(10) VALUE 'FROM'.
002650    05 FILLER                PIC X(95) VALUE SPACES.
002660 01 WS-FILE-LINE.
002670    05 FL-FILE-ID            PIC X(08).
002680    05 FILLER                PIC X(02) VALUE SPACES.
002690    05 FL-KEEP-DAYS          PIC X(05).
002700    05 FILLER                PIC X(02) VALUE SPACES.
002710    05 FL-CUTOFF             PIC X(08).
002720    05 FILLER                PIC X(02) VALUE SPACES.
002730    05 FL-FLOOR              PIC X(08).
002740    05 FILLER                PIC X(02) VALUE SPACES.
002750    05 FL-READ               PIC ZZZZZZZZ9.
002760    05 FILLER                PIC X(02) VALUE SPACES.
002770    05 FL-KEPT               PIC ZZZZZZZZ9.
002780    05 FILLER                PIC X(02) VALUE SPACES.
002790    05 FL-PROTECTED          PIC ZZZZZZZZ9.
002800    05 FILLER                PIC X(02) VALUE SPACES.
002810    05 FL-ARCHIVED           PIC ZZZZZZZZ9.
002820    05 FILLER                PIC X(02) VALUE SPACES.
002830    05 FL-PURGED             PIC ZZZZZZZZ9.
002840    05 FILLER                PIC X(02) VALUE SPACES.
002850    05 FL-RESULT             PIC X(20).
002860    05 FILLER                PIC X(20) VALUE SPACES.
002870 01 WS-KEEP-EDIT             PIC ZZZZ9.
002880 01 WS-PROOF-LINE.
002890    05 PF-CAPTION            PIC X(40).
002900    05 PF-COUNT              PIC ZZZZZZZZ9.
002910    05 FILLER                PIC X(02) VALUE SPACES.
002920    05 PF-RESULT             PIC X(20).
002930    05 FILLER                PIC X(61) VALUE SPACES.
002940 01 WS-MESSAGE-LINE.
002950    05 ML-TEXT               PIC X(60).
002960    05 FILLER                PIC X(72) VALUE SPACES.
002970 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002980 01 WS-TOTALS.
002990    05 WS-TOTAL-READ         PIC 9(09) VALUE ZERO.
003000    05 WS-TOTAL-KEPT         PIC 9(09) VALUE ZERO.
003010    05 WS-TOTAL-PROTECTED    PIC 9(09) VALUE ZERO.
003020    05 WS-TOTAL-ARCHIVED     PIC 9(09) VALUE ZERO.
003030    05 WS-TOTAL-PURGED       PIC 9(09) VALUE ZERO.
003040 PROCEDURE DIVISION.
003050******************************************************************
003060*    0000-MAINLINE
003070*    One pass of each file in turn, then the proof.
003080******************************************************************
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     PERFORM 2000-TRIM-TRANHIST THRU 2000-EXIT.
003120     PERFORM 3000-TRIM-RUNHIST THRU 3000-EXIT.
003130     PERFORM 4000-TRIM-BATCHLOG THRU 4000-EXIT.
003140     PERFORM 5000-TRIM-LEDGARCH THRU 5000-EXIT.
003150     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
003160     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003170     IF WS-DOES-NOT-PROVE
003180         MOVE 12 TO RETURN-CODE
003190     ELSE
003200         MOVE 0 TO RETURN-CODE
003210     END-IF.
003220     GOBACK.
003230******************************************************************
003240*    1000-INITIALIZE
003250*    RETARCH is opened OUTPUT - each run's archive is its own
003260*    dated dataset, not a file that grows.
003270******************************************************************
003280 1000-INITIALIZE.
003290     MOVE 1 TO WS-FX.
003300     PERFORM 1050-CLEAR-FILE-ENTRY THRU 1050-EXIT
003310         UNTIL WS-FX > 4.
003320     PERFORM 1300-READ-CALENDAR THRU 1300-EXIT.
003330     PERFORM 1200-READ-POLICY-DECK THRU 1200-EXIT.
003340     MOVE 1 TO WS-FX.
003350     PERFORM 1400-SET-CUTOFFS THRU 1400-EXIT
003360         UNTIL WS-FX > 4.
003370     OPEN OUTPUT RETARCH.
003380     IF NOT WS-ARCH-STATUS-OK
003390         MOVE 'RETARCH' TO WS-ERROR-FILE
003400         MOVE 'OPEN OUTPUT' TO WS-ERROR-OPERATION
003410         MOVE WS-ARCH-STATUS TO WS-ERROR-STATUS
003420         PERFORM 9902-FILE-ERROR THRU 9902-EXIT
003430     END-IF.
003440     OPEN OUTPUT RETRPT.
003450 1000-EXIT.
003460     EXIT.
003470******************************************************************
003480 1050-CLEAR-FILE-ENTRY.
003490     SET FT-NO-POLICY(WS-FX) TO TRUE.
003500     SET FT-NOT-ON-FILE(WS-FX) TO TRUE.
003510     MOVE ZERO TO FT-KEEP-DAYS(WS-FX).
003520     MOVE ZERO TO FT-CUTOFF(WS-FX).
003530     MOVE ZERO TO FT-FLOOR(WS-FX).
003540     MOVE ZERO TO FT-EFFECTIVE(WS-FX).
003550     MOVE ZERO TO FT-READ(WS-FX).
003560     MOVE ZERO TO FT-KEPT(WS-FX).
003570     MOVE ZERO TO FT-PROTECTED(WS-FX).
003580     MOVE ZERO TO FT-ARCHIVED(WS-FX).
003590     MOVE ZERO TO FT-PURGED(WS-FX).
003600     ADD 1 TO WS-FX.
003610 1050-EXIT.
003620     EXIT.
003630******************************************************************
003640*    1200-READ-POLICY-DECK
003650*    The deck is required.  A missing or empty deck, a card for
003660*    a file this run does not trim, a keep period that is not a
003670*    number, or two cards for one file all abort the run before
003680*    anything is opened - a mispunched policy must never fall
003690*    through to purging more than was meant.
003700******************************************************************
003710 1200-READ-POLICY-DECK.
003720     OPEN INPUT RETPOL.
003730     IF NOT WS-RETPOL-STATUS-OK
003740         PERFORM 9901-POLICY-ERROR THRU 9901-EXIT
003750     END-IF.
003760     PERFORM 1250-READ-ONE-POLICY THRU 1250-EXIT
003770         UNTIL WS-POLICY-EOF.
003780     CLOSE RETPOL.
003790     IF WS-POLICY-CARD-COUNT = ZERO
003800         PERFORM 9901-POLICY-ERROR THRU 9901-EXIT
003810     END-IF.
003820 1200-EXIT.
003830     EXIT.
003840******************************************************************
003850 1250-READ-ONE-POLICY.
003860     READ RETPOL
003870         AT END
003880             SET WS-POLICY-EOF TO TRUE
003890             GO TO 1250-EXIT
003900     END-READ.
003910     ADD 1 TO WS-POLICY-CARD-COUNT.
003920     MOVE 1 TO WS-FX.
003930     PERFORM 1260-MATCH-FILE-ID THRU 1260-EXIT
003940         UNTIL WS-FX > 4
003950            OR WS-FILE-ID(WS-FX) = RP-FILE-ID.
003960     IF WS-FX > 4
003970         DISPLAY 'RETPURG - RETPOL CARD FOR UNKNOWN FILE: '
003980             RP-FILE-ID
003990         PERFORM 9901-POLICY-ERROR THRU 9901-EXIT
004000     END-IF.
004010     IF RP-KEEP-DAYS IS NOT NUMERIC
004020         DISPLAY 'RETPURG - RETPOL KEEP DAYS INVALID FOR '
004030             RP-FILE-ID
004040         PERFORM 9901-POLICY-ERROR THRU 9901-EXIT
004050     END-IF.
004060     IF FT-HAS-POLICY(WS-FX)
004070         DISPLAY 'RETPURG - RETPOL HAS TWO CARDS FOR ' RP-FILE-ID
004080         PERFORM 9901-POLICY-ERROR THRU 9901-EXIT
004090     END-IF.
004100     SET FT-HAS-POLICY(WS-FX) TO TRUE.
004110     MOVE RP-KEEP-DAYS TO FT-KEEP-DAYS(WS-FX).
004120 1250-EXIT.
004130     EXIT.
004140******************************************************************
004150 1260-MATCH-FILE-ID.
004160     ADD 1 TO WS-FX.
004170 1260-EXIT.
004180     EXIT.
004190******************************************************************
004200*    1300-READ-CALENDAR
004210*    Keep periods count back from the business date, so there
004220*    is no trimming without one.
004230******************************************************************
004240 1300-READ-CALENDAR.
004250     OPEN INPUT CALENDF.
004260     IF NOT WS-CALEND-STATUS-OK
004270         DISPLAY 'RETPURG - CALENDF MISSING - NO BUSINESS DATE'
004280         DISPLAY 'RETPURG - FILE STATUS = ' WS-CALEND-STATUS
004290         MOVE 8 TO RETURN-CODE
004300         GOBACK
004310     END-IF.
004320     READ CALENDF
004330         AT END
004340             MOVE ZERO TO CAL-BUSINESS-DATE
004350     END-READ.
004360     CLOSE CALENDF.
004370     IF CAL-BUSINESS-DATE IS NOT NUMERIC
004380         OR CAL-BUSINESS-DATE = ZERO
004390         DISPLAY 'RETPURG - CALENDF BUSINESS DATE INVALID'
004400         MOVE 8 TO RETURN-CODE
004410         GOBACK
004420     END-IF.
004430     MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE.
004440 1300-EXIT.
004450     EXIT.
004460******************************************************************
004470*    1400-SET-CUTOFFS
004480*    The policy cutoff is the business date less the keep days;
004490*    the protected date is fixed by what the live system reads.
004500*    The earlier of the two governs.  A file with no policy has
004510*    no cutoff at all, and nothing on it is dated before zero.
004520******************************************************************
004530 1400-SET-CUTOFFS.
004540     MOVE WS-BUSINESS-DATE TO WS-YEAR-BACK-DATE.
004550     SUBTRACT 1 FROM WS-YB-YYYY.
004560     MOVE 1 TO WS-YB-DD.
004570     EVALUATE WS-FX
004580         WHEN WS-TRANHIST-FX
004590             MOVE WS-YEAR-BACK-DATE TO FT-FLOOR(WS-FX)
004600         WHEN WS-LEDGARCH-FX
004610             MOVE WS-YEAR-BACK-DATE TO FT-FLOOR(WS-FX)
004620         WHEN WS-RUNHIST-FX
004630             MOVE WS-RUNHIST-MIN-DAYS TO WS-WALK-DAYS-LEFT
004640             PERFORM 8900-WALK-BACK THRU 8900-EXIT
004650             MOVE WS-WALK-DATE TO FT-FLOOR(WS-FX)
004660         WHEN OTHER
004670             MOVE WS-BATCH-WINDOW-DAYS TO WS-WALK-DAYS-LEFT
004680             PERFORM 8900-WALK-BACK THRU 8900-EXIT
004690             MOVE WS-WALK-DATE TO FT-FLOOR(WS-FX)
004700     END-EVALUATE.
004710     IF FT-NO-POLICY(WS-FX)
004720         MOVE ZERO TO FT-CUTOFF(WS-FX)
004730         MOVE ZERO TO FT-EFFECTIVE(WS-FX)
004740         GO TO 1400-NEXT
004750     END-IF.
004760     MOVE FT-KEEP-DAYS(WS-FX) TO WS-WALK-DAYS-LEFT.
004770     PERFORM 8900-WALK-BACK THRU 8900-EXIT.
004780     MOVE WS-WALK-DATE TO FT-CUTOFF(WS-FX).
004790     IF FT-CUTOFF(WS-FX) < FT-FLOOR(WS-FX)
004800         MOVE FT-CUTOFF(WS-FX) TO FT-EFFECTIVE(WS-FX)
004810     ELSE
004820         MOVE FT-FLOOR(WS-FX) TO FT-EFFECTIVE(WS-FX)
004830     END-IF.
004840 1400-NEXT.
004850     ADD 1 TO WS-FX.
004860 1400-EXIT.
004870     EXIT.
004880******************************************************************
004890*    2000-TRIM-TRANHIST
004900*    TRANHIST and TRANHISN both run in key order, customer then
004910*    date, so a customer's history arrives oldest first.  Each
004920*    posting day from before the cutoff is held until the next
004930*    record shows whether the customer has anything newer; the
004940*    day still held when the customer's run ends is its last
004950*    statement and is kept.
004960******************************************************************
004970 2000-TRIM-TRANHIST.
004980     MOVE WS-TRANHIST-FX TO WS-FX.
004990     SET WS-NOT-EOF TO TRUE.
005000     MOVE ZERO TO WS-HELD-COUNT.
005010     OPEN INPUT TRANHIST.
005020     IF WS-INPUT-STATUS-OK
005030         SET FT-ON-FILE(WS-FX) TO TRUE
005040     ELSE
005050         IF WS-INPUT-STATUS-NOTFND
005060             SET WS-EOF TO TRUE
005070         ELSE
005080             PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
005090         END-IF
005100     END-IF.
005110     OPEN OUTPUT TRANHISN.
005120     IF NOT WS-OUTPUT-STATUS-OK
005130         MOVE 'TRANHISN' TO WS-ERROR-FILE
005140         PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
005150     END-IF.
005160     IF WS-NOT-EOF
005170         PERFORM 2900-READ-TRANHIST THRU 2900-EXIT
005180     END-IF.
005190     PERFORM 2100-JUDGE-TRANHIST THRU 2100-EXIT
005200         UNTIL WS-EOF.
005210     IF WS-HELD-COUNT > ZERO
005220         PERFORM 2300-KEEP-HELD-DAY THRU 2300-EXIT
005230     END-IF.
005240     IF FT-ON-FILE(WS-FX)
005250         CLOSE TRANHIST
005260     END-IF.
005270     CLOSE TRANHISN.
005280 2000-EXIT.
005290     EXIT.
005300******************************************************************
005310*    2100-JUDGE-TRANHIST
005320*    A record on or after the cutoff is kept, and settles any
005330*    day held for the customer - archived when it is the same
005340*    customer's, kept when the held day was an earlier
005350*    customer's last.  A record before the cutoff first settles
005360*    a held day it replaces, then joins the held day.
005370******************************************************************
005380 2100-JUDGE-TRANHIST.
005390     IF HS-TRAN-DATE NOT < FT-EFFECTIVE(WS-FX)
005400         IF WS-HELD-COUNT > ZERO
005410             IF WS-HELD-CUST-ID = HS-CUST-ID
005420                 PERFORM 2400-ARCHIVE-HELD-DAY THRU 2400-EXIT
005430             ELSE
005440                 PERFORM 2300-KEEP-HELD-DAY THRU 2300-EXIT
005450             END-IF
005460         END-IF
005470         MOVE HS-TRAN-DATE TO WS-RECORD-DATE
005480         WRITE HN-RECORD FROM HS-RECORD
005490         IF NOT WS-OUTPUT-STATUS-OK
005500             MOVE 'TRANHISN' TO WS-ERROR-FILE
005510             PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
005520         END-IF
005530         PERFORM 8100-COUNT-KEPT THRU 8100-EXIT
005540         GO TO 2100-NEXT
005550     END-IF.
005560     IF WS-HELD-COUNT > ZERO
005570         IF WS-HELD-CUST-ID NOT = HS-CUST-ID
005580             PERFORM 2300-KEEP-HELD-DAY THRU 2300-EXIT
005590         ELSE
005600             IF WS-HELD-DATE NOT = HS-TRAN-DATE
005610                 PERFORM 2400-ARCHIVE-HELD-DAY THRU 2400-EXIT
005620             END-IF
005630         END-IF
005640     END-IF.
005650     PERFORM 2200-HOLD-RECORD THRU 2200-EXIT.
005660 2100-NEXT.
005670     PERFORM 2900-READ-TRANHIST THRU 2900-EXIT.
005680 2100-EXIT.
005690     EXIT.
005700******************************************************************
005710*    2200-HOLD-RECORD
005720*    More records on one customer's one day than the hold area
005730*    takes cannot be judged, so the run is refused.
005740******************************************************************
005750 2200-HOLD-RECORD.
005760     IF WS-HELD-COUNT NOT < 999
005770         PERFORM 9905-TABLE-FULL THRU 9905-EXIT
005780     END-IF.
005790     IF WS-HELD-COUNT = ZERO
005800         MOVE HS-CUST-ID   TO WS-HELD-CUST-ID
005810         MOVE HS-TRAN-DATE TO WS-HELD-DATE
005820     END-IF.
005830     ADD 1 TO WS-HELD-COUNT.
005840     MOVE HS-RECORD TO WS-HELD-RECORD(WS-HELD-COUNT).
005850 2200-EXIT.
005860     EXIT.
005870******************************************************************
005880 2300-KEEP-HELD-DAY.
005890     MOVE WS-HELD-DATE TO WS-RECORD-DATE.
005900     MOVE 1 TO WS-HX.
005910     PERFORM 2310-KEEP-ONE-HELD THRU 2310-EXIT
005920         UNTIL WS-HX > WS-HELD-COUNT.
005930     MOVE ZERO TO WS-HELD-COUNT.
005940 2300-EXIT.
005950     EXIT.
005960******************************************************************
005970 2310-KEEP-ONE-HELD.
005980     WRITE HN-RECORD FROM WS-HELD-RECORD(WS-HX).
005990     IF NOT WS-OUTPUT-STATUS-OK
006000         MOVE 'TRANHISN' TO WS-ERROR-FILE
006010         PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
006020     END-IF.
006030     PERFORM 8100-COUNT-KEPT THRU 8100-EXIT.
006040     ADD 1 TO WS-HX.
006050 2310-EXIT.
006060     EXIT.
006070******************************************************************
006080 2400-ARCHIVE-HELD-DAY.
006090     MOVE WS-HELD-DATE TO WS-RECORD-DATE.
006100     MOVE 1 TO WS-HX.
006110     PERFORM 2410-ARCHIVE-ONE-HELD THRU 2410-EXIT
006120         UNTIL WS-HX > WS-HELD-COUNT.
006130     MOVE ZERO TO WS-HELD-COUNT.
006140 2400-EXIT.
006150     EXIT.
006160******************************************************************
006170 2410-ARCHIVE-ONE-HELD.
006180     MOVE WS-HELD-RECORD(WS-HX) TO WS-RECORD-IMAGE.
006190     PERFORM 8200-ARCHIVE-RECORD THRU 8200-EXIT.
006200     ADD 1 TO WS-HX.
006210 2410-EXIT.
006220     EXIT.
006230******************************************************************
006240 2900-READ-TRANHIST.
006250     READ TRANHIST NEXT RECORD
006260         AT END
006270             SET WS-EOF TO TRUE
006280             GO TO 2900-EXIT
006290     END-READ.
006300     IF NOT WS-INPUT-STATUS-OK
006310         PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
006320     END-IF.
006330     ADD 1 TO FT-READ(WS-FX).
006340 2900-EXIT.
006350     EXIT.
006360******************************************************************
006370*    3000-TRIM-RUNHIST
006380*    Judged by the night each step record was logged.
006390******************************************************************
006400 3000-TRIM-RUNHIST.
006410     MOVE WS-RUNHIST-FX TO WS-FX.
006420     SET WS-NOT-EOF TO TRUE.
006430     OPEN INPUT RUNHIST.
006440     IF WS-INPUT-STATUS-OK
006450         SET FT-ON-FILE(WS-FX) TO TRUE
006460     ELSE
006470         IF WS-INPUT-STATUS-NOTFND
006480             SET WS-EOF TO TRUE
006490         ELSE
006500             PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
006510         END-IF
006520     END-IF.
006530     OPEN OUTPUT RUNHISN.
006540     IF NOT WS-OUTPUT-STATUS-OK
006550         MOVE 'RUNHISN' TO WS-ERROR-FILE
006560         PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
006570     END-IF.
006580     IF WS-NOT-EOF
006590         PERFORM 3900-READ-RUNHIST THRU 3900-EXIT
006600     END-IF.
006610     PERFORM 3100-JUDGE-RUNHIST THRU 3100-EXIT
006620         UNTIL WS-EOF.
006630     IF FT-ON-FILE(WS-FX)
006640         CLOSE RUNHIST
006650     END-IF.
006660     CLOSE RUNHISN.
006670 3000-EXIT.
006680     EXIT.
006690******************************************************************
006700 3100-JUDGE-RUNHIST.
006710     MOVE RH-RUN-DATE TO WS-RECORD-DATE.
006720     IF WS-RECORD-DATE < FT-EFFECTIVE(WS-FX)
006730         MOVE RH-RECORD TO WS-RECORD-IMAGE
006740         PERFORM 8200-ARCHIVE-RECORD THRU 8200-EXIT
006750     ELSE
006760         WRITE RN-RECORD FROM RH-RECORD
006762         IF NOT WS-OUTPUT-STATUS-OK
006764             MOVE 'RUNHISN' TO WS-ERROR-FILE
006766             PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
006768         END-IF
006770         PERFORM 8100-COUNT-KEPT THRU 8100-EXIT
006780     END-IF.
006790     PERFORM 3900-READ-RUNHIST THRU 3900-EXIT.
006800 3100-EXIT.
006810     EXIT.
006820******************************************************************
006830 3900-READ-RUNHIST.
006840     READ RUNHIST
006850         AT END
006860             SET WS-EOF TO TRUE
006870             GO TO 3900-EXIT
006880     END-READ.
006882     IF NOT WS-INPUT-STATUS-OK
006884         PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
006886     END-IF.
006890     ADD 1 TO FT-READ(WS-FX).
006900 3900-EXIT.
006910     EXIT.
006920******************************************************************
006930*    4000-TRIM-BATCHLOG
006940*    Judged by the date the batch posted.
006950******************************************************************
006960 4000-TRIM-BATCHLOG.
006970     MOVE WS-BATCHLOG-FX TO WS-FX.
006980     SET WS-NOT-EOF TO TRUE.
006990     OPEN INPUT BATCHLOG.
007000     IF WS-INPUT-STATUS-OK
007010         SET FT-ON-FILE(WS-FX) TO TRUE
007020     ELSE
007030         IF WS-INPUT-STATUS-NOTFND
007040             SET WS-EOF TO TRUE
007050         ELSE
007060             PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
007070         END-IF
007080     END-IF.
007090     OPEN OUTPUT BATCHLGN.
007100     IF NOT WS-OUTPUT-STATUS-OK
007110         MOVE 'BATCHLGN' TO WS-ERROR-FILE
007120         PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
007130     END-IF.
007140     IF WS-NOT-EOF
007150         PERFORM 4900-READ-BATCHLOG THRU 4900-EXIT
007160     END-IF.
007170     PERFORM 4100-JUDGE-BATCHLOG THRU 4100-EXIT
007180         UNTIL WS-EOF.
007190     IF FT-ON-FILE(WS-FX)
007200         CLOSE BATCHLOG
007210     END-IF.
007220     CLOSE BATCHLGN.
007230 4000-EXIT.
007240     EXIT.
007250******************************************************************
007260 4100-JUDGE-BATCHLOG.
007270     MOVE BL-POSTED-DATE TO WS-RECORD-DATE.
007280     IF WS-RECORD-DATE < FT-EFFECTIVE(WS-FX)
007290         MOVE BL-RECORD TO WS-RECORD-IMAGE
007300         PERFORM 8200-ARCHIVE-RECORD THRU 8200-EXIT
007310     ELSE
007320         WRITE BN-RECORD FROM BL-RECORD
007322         IF NOT WS-OUTPUT-STATUS-OK
007324             MOVE 'BATCHLGN' TO WS-ERROR-FILE
007326             PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
007328         END-IF
007330         PERFORM 8100-COUNT-KEPT THRU 8100-EXIT
007340     END-IF.
007350     PERFORM 4900-READ-BATCHLOG THRU 4900-EXIT.
007360 4100-EXIT.
007370     EXIT.
007380******************************************************************
007390 4900-READ-BATCHLOG.
007400     READ BATCHLOG
007410         AT END
007420             SET WS-EOF TO TRUE
007430             GO TO 4900-EXIT
007440     END-READ.
007442     IF NOT WS-INPUT-STATUS-OK
007444         PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
007446     END-IF.
007450     ADD 1 TO FT-READ(WS-FX).
007460 4900-EXIT.
007470     EXIT.
007480******************************************************************
007490*    5000-TRIM-LEDGARCH
007500*    Judged by the business date the posting closed for.
007510******************************************************************
007520 5000-TRIM-LEDGARCH.
007530     MOVE WS-LEDGARCH-FX TO WS-FX.
007540     SET WS-NOT-EOF TO TRUE.
007550     OPEN INPUT LEDGARCH.
007560     IF WS-INPUT-STATUS-OK
007570         SET FT-ON-FILE(WS-FX) TO TRUE
007580     ELSE
007590         IF WS-INPUT-STATUS-NOTFND
007600             SET WS-EOF TO TRUE
007610         ELSE
007620             PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
007630         END-IF
007640     END-IF.
007650     OPEN OUTPUT LEDGARCN.
007660     IF NOT WS-OUTPUT-STATUS-OK
007670         MOVE 'LEDGARCN' TO WS-ERROR-FILE
007680         PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
007690     END-IF.
007700     IF WS-NOT-EOF
007710         PERFORM 5900-READ-LEDGARCH THRU 5900-EXIT
007720     END-IF.
007730     PERFORM 5100-JUDGE-LEDGARCH THRU 5100-EXIT
007740         UNTIL WS-EOF.
007750     IF FT-ON-FILE(WS-FX)
007760         CLOSE LEDGARCH
007770     END-IF.
007780     CLOSE LEDGARCN.
007790 5000-EXIT.
007800     EXIT.
007810******************************************************************
007820 5100-JUDGE-LEDGARCH.
007830     MOVE LG-BUSINESS-DATE TO WS-RECORD-DATE.
007840     IF WS-RECORD-DATE < FT-EFFECTIVE(WS-FX)
007850         MOVE LG-RECORD TO WS-RECORD-IMAGE
007860         PERFORM 8200-ARCHIVE-RECORD THRU 8200-EXIT
007870     ELSE
007880         WRITE LN-RECORD FROM LG-RECORD
007882         IF NOT WS-OUTPUT-STATUS-OK
007884             MOVE 'LEDGARCN' TO WS-ERROR-FILE
007886             PERFORM 9903-OUTPUT-ERROR THRU 9903-EXIT
007888         END-IF
007890         PERFORM 8100-COUNT-KEPT THRU 8100-EXIT
007900     END-IF.
007910     PERFORM 5900-READ-LEDGARCH THRU 5900-EXIT.
007920 5100-EXIT.
007930     EXIT.
007940******************************************************************
007950 5900-READ-LEDGARCH.
007960     READ LEDGARCH
007970         AT END
007980             SET WS-EOF TO TRUE
007990             GO TO 5900-EXIT
008000     END-READ.
008002     IF NOT WS-INPUT-STATUS-OK
008004         PERFORM 9900-INPUT-ERROR THRU 9900-EXIT
008006     END-IF.
008010     ADD 1 TO FT-READ(WS-FX).
008020 5900-EXIT.
008030     EXIT.
008040******************************************************************
008050*    7000-PRINT-REPORT
008060*    One line per file and a total, then the archive proof.
008070*    Purged is what the rebuilt file is short of the live one;
008080*    it must match what went to the archive record for record.
008090******************************************************************
008100 7000-PRINT-REPORT.
008110     MOVE WS-BUSINESS-DATE TO H1-BUSINESS-DATE.
008120     WRITE RR-LINE FROM WS-HDR-LINE-1.
008130     WRITE RR-LINE FROM WS-BLANK-LINE.
008140     WRITE RR-LINE FROM WS-COL-HDR-LINE.
008150     WRITE RR-LINE FROM WS-COL-HDR-LINE-2.
008160     MOVE 1 TO WS-FX.
008170     PERFORM 7100-PRINT-ONE-FILE THRU 7100-EXIT
008180         UNTIL WS-FX > 4.
008190     WRITE RR-LINE FROM WS-BLANK-LINE.
008200     MOVE 'TOTAL' TO FL-FILE-ID.
008210     MOVE SPACES TO FL-KEEP-DAYS.
008220     MOVE SPACES TO FL-CUTOFF.
008230     MOVE SPACES TO FL-FLOOR.
008240     MOVE WS-TOTAL-READ      TO FL-READ.
008250     MOVE WS-TOTAL-KEPT      TO FL-KEPT.
008260     MOVE WS-TOTAL-PROTECTED TO FL-PROTECTED.
008270     MOVE WS-TOTAL-ARCHIVED  TO FL-ARCHIVED.
008280     MOVE WS-TOTAL-PURGED    TO FL-PURGED.
008290     MOVE SPACES TO FL-RESULT.
008300     WRITE RR-LINE FROM WS-FILE-LINE.
008310     WRITE RR-LINE FROM WS-BLANK-LINE.
008320     MOVE 'RECORDS ARCHIVED ABOVE' TO PF-CAPTION.
008330     MOVE WS-TOTAL-ARCHIVED TO PF-COUNT.
008340     MOVE SPACES TO PF-RESULT.
008350     WRITE RR-LINE FROM WS-PROOF-LINE.
008360     MOVE 'RECORDS WRITTEN TO RETARCH' TO PF-CAPTION.
008370     MOVE WS-ARCHIVE-WRITTEN TO PF-COUNT.
008380     IF WS-ARCHIVE-WRITTEN = WS-TOTAL-ARCHIVED
008390         MOVE 'PROVES' TO PF-RESULT
008400     ELSE
008410         SET WS-DOES-NOT-PROVE TO TRUE
008420         MOVE 'DOES NOT PROVE' TO PF-RESULT
008430     END-IF.
008440     WRITE RR-LINE FROM WS-PROOF-LINE.
008450     WRITE RR-LINE FROM WS-BLANK-LINE.
008460     IF WS-PROVES
008470         MOVE 'RUN PROVES - REBUILT FILES MAY BE SWAPPED IN'
008480             TO ML-TEXT
008490     ELSE
008500         MOVE 'RUN DOES NOT PROVE - DO NOT SWAP IN' TO ML-TEXT
008510     END-IF.
008520     WRITE RR-LINE FROM WS-MESSAGE-LINE.
008530 7000-EXIT.
008540     EXIT.
008550******************************************************************
008560 7100-PRINT-ONE-FILE.
008570     COMPUTE FT-PURGED(WS-FX) = FT-READ(WS-FX) - FT-KEPT(WS-FX).
008580     MOVE WS-FILE-ID(WS-FX) TO FL-FILE-ID.
008590     IF FT-HAS-POLICY(WS-FX)
008600         MOVE FT-KEEP-DAYS(WS-FX) TO WS-KEEP-EDIT
008610         MOVE WS-KEEP-EDIT TO FL-KEEP-DAYS
008620         MOVE FT-CUTOFF(WS-FX) TO FL-CUTOFF
008630     ELSE
008640         MOVE ' NONE' TO FL-KEEP-DAYS
008650         MOVE SPACES TO FL-CUTOFF
008660     END-IF.
008670     MOVE FT-FLOOR(WS-FX)     TO FL-FLOOR.
008680     MOVE FT-READ(WS-FX)      TO FL-READ.
008690     MOVE FT-KEPT(WS-FX)      TO FL-KEPT.
008700     MOVE FT-PROTECTED(WS-FX) TO FL-PROTECTED.
008710     MOVE FT-ARCHIVED(WS-FX)  TO FL-ARCHIVED.
008720     MOVE FT-PURGED(WS-FX)    TO FL-PURGED.
008730     IF FT-READ(WS-FX) NOT =
008740             FT-KEPT(WS-FX) + FT-ARCHIVED(WS-FX)
008750         OR FT-PURGED(WS-FX) NOT = FT-ARCHIVED(WS-FX)
008760         SET WS-DOES-NOT-PROVE TO TRUE
008770         MOVE 'DOES NOT PROVE' TO FL-RESULT
008780     ELSE
008790         IF FT-NOT-ON-FILE(WS-FX)
008800             MOVE 'NOT ON FILE' TO FL-RESULT
008810         ELSE
008820             IF FT-NO-POLICY(WS-FX)
008830                 MOVE 'NO POLICY - KEPT' TO FL-RESULT
008840             ELSE
008850                 MOVE 'PROVES' TO FL-RESULT
008860             END-IF
008870         END-IF
008880     END-IF.
008890     WRITE RR-LINE FROM WS-FILE-LINE.
008900     ADD FT-READ(WS-FX)      TO WS-TOTAL-READ.
008910     ADD FT-KEPT(WS-FX)      TO WS-TOTAL-KEPT.
008920     ADD FT-PROTECTED(WS-FX) TO WS-TOTAL-PROTECTED.
008930     ADD FT-ARCHIVED(WS-FX)  TO WS-TOTAL-ARCHIVED.
008940     ADD FT-PURGED(WS-FX)    TO WS-TOTAL-PURGED.
008950     ADD 1 TO WS-FX.
008960 7100-EXIT.
008970     EXIT.
008980******************************************************************
008990*    8100-COUNT-KEPT
009000*    A kept record dated before the policy's own cutoff is here
009010*    only because the live system still needs it.
009020******************************************************************
009030 8100-COUNT-KEPT.
009040     ADD 1 TO FT-KEPT(WS-FX).
009050     IF WS-RECORD-DATE < FT-CUTOFF(WS-FX)
009060         ADD 1 TO FT-PROTECTED(WS-FX)
009070     END-IF.
009080 8100-EXIT.
009090     EXIT.
009100******************************************************************
009110 8200-ARCHIVE-RECORD.
009120     MOVE WS-BUSINESS-DATE  TO RA-ARCHIVE-DATE.
009130     MOVE WS-FILE-ID(WS-FX) TO RA-FILE-ID.
009140     MOVE WS-RECORD-DATE    TO RA-RECORD-DATE.
009150     MOVE WS-RECORD-IMAGE   TO RA-IMAGE.
009160     WRITE RA-RECORD.
009170     IF NOT WS-ARCH-STATUS-OK
009180         MOVE 'RETARCH' TO WS-ERROR-FILE
009190         MOVE 'WRITE' TO WS-ERROR-OPERATION
009200         MOVE WS-ARCH-STATUS TO WS-ERROR-STATUS
009210         PERFORM 9902-FILE-ERROR THRU 9902-EXIT
009220     END-IF.
009230     ADD 1 TO FT-ARCHIVED(WS-FX).
009240     ADD 1 TO WS-ARCHIVE-WRITTEN.
009250 8200-EXIT.
009260     EXIT.
009270******************************************************************
009280*    8900-WALK-BACK
009290*    WS-WALK-DATE comes out WS-WALK-DAYS-LEFT calendar days
009300*    before the business date.
009310******************************************************************
009320 8900-WALK-BACK.
009330     MOVE WS-BUSINESS-DATE TO WS-WALK-DATE.
009340     PERFORM 8910-BACK-ONE-DAY THRU 8910-EXIT
009350         UNTIL WS-WALK-DAYS-LEFT = ZERO.
009360 8900-EXIT.
009370     EXIT.
009380******************************************************************
009390 8910-BACK-ONE-DAY.
009400     SUBTRACT 1 FROM WS-WALK-DAYS-LEFT.
009410     IF WS-WK-DD > 1
009420         SUBTRACT 1 FROM WS-WK-DD
009430         GO TO 8910-EXIT
009440     END-IF.
009450     IF WS-WK-MM > 1
009460         SUBTRACT 1 FROM WS-WK-MM
009470     ELSE
009480         MOVE 12 TO WS-WK-MM
009490         SUBTRACT 1 FROM WS-WK-YYYY
009500     END-IF.
009510     MOVE WS-MONTH-LENGTH(WS-WK-MM) TO WS-WK-DD.
009520     IF WS-WK-MM = 2
009530         DIVIDE WS-WK-YYYY BY 4
009540             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
009550         DIVIDE WS-WK-YYYY BY 100
009560             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
009570         DIVIDE WS-WK-YYYY BY 400
009580             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
009590         IF WS-LEAP-R4 = ZERO
009600             AND (WS-LEAP-R100 NOT = ZERO OR WS-LEAP-R400 = ZERO)
009610             MOVE 29 TO WS-WK-DD
009620         END-IF
009630     END-IF.
009640 8910-EXIT.
009650     EXIT.
009660******************************************************************
009670 9000-FINALIZE.
009680     CLOSE RETARCH.
009690     CLOSE RETRPT.
009700     DISPLAY 'RETPURG - BUSINESS DATE    = ' WS-BUSINESS-DATE.
009710     DISPLAY 'RETPURG - RECORDS READ     = ' WS-TOTAL-READ.
009720     DISPLAY 'RETPURG - RECORDS KEPT     = ' WS-TOTAL-KEPT.
009730     DISPLAY 'RETPURG - RECORDS ARCHIVED = ' WS-TOTAL-ARCHIVED.
009740     IF WS-DOES-NOT-PROVE
009750         DISPLAY 'RETPURG - COUNTS DO NOT PROVE - DO NOT SWAP IN'
009760     END-IF.
009770 9000-EXIT.
009780     EXIT.
009790******************************************************************
009800 9900-INPUT-ERROR.
009810     DISPLAY 'RETPURG - ' WS-FILE-ID(WS-FX) ' I/O ERROR'.
009820     DISPLAY 'RETPURG - FILE STATUS = ' WS-INPUT-STATUS.
009830     MOVE 16 TO RETURN-CODE.
009840     GOBACK.
009850 9900-EXIT.
009860     EXIT.
009870******************************************************************
009880 9901-POLICY-ERROR.
009890     DISPLAY 'RETPURG - RETPOL POLICY DECK MISSING OR INVALID'.
009900     DISPLAY 'RETPURG - FILE STATUS = ' WS-RETPOL-STATUS.
009910     MOVE 16 TO RETURN-CODE.
009920     GOBACK.
009930 9901-EXIT.
009940     EXIT.
009950******************************************************************
009960 9902-FILE-ERROR.
009970     DISPLAY 'RETPURG - ' WS-ERROR-FILE ' I/O ERROR ON '
009980         WS-ERROR-OPERATION.
009990     DISPLAY 'RETPURG - FILE STATUS = ' WS-ERROR-STATUS.
010000     MOVE 16 TO RETURN-CODE.
010010     GOBACK.
010020 9902-EXIT.
010030     EXIT.
010040******************************************************************
010050 9903-OUTPUT-ERROR.
010060     DISPLAY 'RETPURG - ' WS-ERROR-FILE ' I/O ERROR'.
010070     DISPLAY 'RETPURG - FILE STATUS = ' WS-OUTPUT-STATUS.
010080     MOVE 16 TO RETURN-CODE.
010090     GOBACK.
010100 9903-EXIT.
010110     EXIT.
010120******************************************************************
010130*    9905-TABLE-FULL
010140*    One customer's one posting day is more than the hold area
010150*    takes - it cannot be judged whole, so the run is refused.
010160******************************************************************
010170 9905-TABLE-FULL.
010180     DISPLAY 'RETPURG - CUSTOMER ' HS-CUST-ID ' HAS MORE THAN 999'
010190         ' TRANHIST RECORDS ON ' HS-TRAN-DATE ' - RUN REFUSED'.
010200     MOVE 12 TO RETURN-CODE.
010210     GOBACK.
010220 9905-EXIT.
010230     EXIT.
010240******************************************************************
