001550*                  phase abort paragraph closes FILEN too, so
001560*                  an abort flushes the balance rewrites in
001570*                  flight.
001571*   10/15/2026 SC  8500-POST-LEDGER reads the date's LEDGERF
001572*                  record before posting and keeps the
001573*                  CASHPST cash figures a rerun finds on it.
001574*   10/15/2026 SC  A sale that would carry the customer past
001575*                  CM-CREDIT-LIMIT is held - suspended with
001576*                  the new OL reason, counted as skipped, and
001577*                  listed on the new OLRPT over-limit exception
001578*                  report (DD OLRPTDD) with the balance, limit,
001579*                  and amount over.  HELLO's CALL grew to six.
001580*   10/15/2026 SC  State sales tax - every sale is taxed at the
001581*                  rate the TAXRATE table (DD TAXRTDD) holds
001582*                  for the customer's CM-ADDR-STATE, a return
001583*                  reverses it, an adjustment carries none.
001584*                  The tax rolls into CM-BALANCE with the
001585*                  section, banks on TRANHIST beside the
001586*                  extended price, posts to LG-TOTAL-TAX, and
001587*                  prints on the batch and grand totals.  A
001588*                  bad TAXRATE card refuses the run, RC 12,
001589*                  before anything posts.  The over-limit hold
001590*                  measures a sale with its tax.
001591*   10/15/2026 SC  Balance rolls write AIJRNLF after-images and
001592*                  a clean finish the AIJTRLR trailer.  Abort
001593*                  recovery is now CMRELD of tonight's generation,
001594*                  CMROLLF, and a resubmit from the checkpoint -
001595*                  the OPERATIONS NOTE above no longer applies.
001596*   10/15/2026 SC  Memo-post mode - an M on the new HTPARM card
001597*                  (DD HTPRMDD) runs the full proof and posting
001598*                  logic and prints the report, subtotals, over-
001599*                  limit report, and a suspense listing labeled
001600*                  MEMO, but updates nothing: no CM-BALANCE roll,
001601*                  TRANHIST, LEDGERF, BATCHLOG, SUSPF, or AIJRNLF.
001602*                  It ends RC 12, as a refused batch does, so a
001603*                  chain meeting a forgotten M card stops there.
001604*   10/15/2026 SC  A failed AIJRNLF write aborts RC 16.  The abort
001605*                  paths close AIJRNLF, and leave a memo run's
001606*                  unopened files alone.
001607 ENVIRONMENT DIVISION.
001608 INPUT-OUTPUT SECTION.
001609 FILE-CONTROL.
001610    SELECT TRANXF ASSIGN TO TRANDD
001620        ORGANIZATION IS SEQUENTIAL.
001622    SELECT HTPARM ASSIGN TO HTPRMDD
001624        ORGANIZATION IS SEQUENTIAL
001626        FILE STATUS IS WS-HTPARM-STATUS.
001630    SELECT PRTFILE ASSIGN TO PRTDD
001640        ORGANIZATION IS SEQUENTIAL.
001650    SELECT SUSPF ASSIGN TO SUSPDD
001840        ALTERNATE RECORD KEY IS CM-NAME
001850            WITH DUPLICATES
001860        FILE STATUS IS WS-FILEN-STATUS.
001861    SELECT OLRPT ASSIGN TO OLRPTDD
001862        ORGANIZATION IS SEQUENTIAL.
001863    SELECT TAXRATE ASSIGN TO TAXRTDD
001864        ORGANIZATION IS SEQUENTIAL
001865        FILE STATUS IS WS-TAXRATE-STATUS.
001866    SELECT AIJRNLF ASSIGN TO AIJRNDD
001867        ORGANIZATION IS SEQUENTIAL
001868        FILE STATUS IS WS-AIJ-STATUS.
001870 DATA DIVISION.
001880 FILE SECTION.
001890 FD TRANXF.
001900 COPY TRANREC.
001910 FD PRTFILE.
001920 01 PR-LINE               PIC X(132).
001921 FD HTPARM.
001922 01 HP-RECORD.
001923    05 HP-RUN-MODE           PIC X(01).
001924       88 HP-MODE-POST           VALUE 'P' ' '.
001925       88 HP-MODE-MEMO           VALUE 'M'.
001930 FD SUSPF.
001940 01 SF-RECORD             PIC X(37).
001950 FD BATCHLOG.
001960 01 BL-RECORD.
001970    05 BL-BATCH-NUMBER       PIC 9(06).
002020 COPY HISTREC.
002030 FD FILEN.
002040 COPY CUSTMAST.
002041 FD OLRPT.
002042 01 OL-LINE               PIC X(132).
002043 FD TAXRATE.
002044 COPY TAXREC.
002046 FD AIJRNLF.
002048 COPY AIJREC.
002050 WORKING-STORAGE SECTION.
002060 01 WS-SWITCHES.
002070    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
002100 01 WS-SKIP-SW            PIC X(01) VALUE 'N'.
002110    88 WS-SKIP-RECORD         VALUE 'Y'.
002120    88 WS-PROCESS-RECORD      VALUE 'N'.
002121*    Posting run or memo run, off the HTPARM card.
002122 01 WS-HTPARM-STATUS      PIC X(02) VALUE '00'.
002123    88 WS-HTPARM-STATUS-OK     VALUE '00'.
002124    88 WS-HTPARM-STATUS-NOTFND VALUE '35'.
002125 01 WS-RUN-MODE-SW        PIC X(01) VALUE 'P'.
002126    88 WS-POSTING-RUN         VALUE 'P'.
002127    88 WS-MEMO-RUN            VALUE 'M'.
002130 01 WS-ACCEPT          PIC A(15).
002140 01 WS-NAME            PIC A(15).
002150 01 WS-NUMBER          PIC 9(5).
002310*    remainder against WS-DIV's own two-decimal-place quotient.
002320 01 WS-DIV-INT-Q        PIC S9(7).
002330 COPY MONEYFLD REPLACING FIELD-NAME BY WS-COM.
002331 COPY MONEYFLD REPLACING FIELD-NAME BY WS-TAX.
002340******************************************************************
002350*    Running grand totals, accumulated across every transaction
002360*    in the run - all batches together.  WS-REC-COUNT counts
002480    05 WS-PROCESSED-COUNT    PIC 9(7) VALUE ZERO.
002490    05 WS-SKIPPED-COUNT      PIC 9(7) VALUE ZERO.
002500    05 WS-REJECTED-COUNT     PIC 9(7) VALUE ZERO.
002501    05 WS-HELD-COUNT         PIC 9(7) VALUE ZERO.
002502    05 WS-HELD-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
002503    05 WS-GT-TAX             PIC S9(9)V99 COMP-3 VALUE ZERO.
002510******************************************************************
002520*    Per-customer control-break fields.  Within a batch the
002530*    details arrive sorted by TR-CUST-ID; a change of ID closes
002670       88 WS-LOOKUP-NOT-FOUND    VALUE 'N'.
002680    05 WS-LOOKUP-STATUS      PIC X(01) VALUE SPACE.
002690       88 WS-LOOKUP-CLOSED       VALUE 'C'.
002691    05 WS-LOOKUP-BALANCE     PIC S9(9)V99 COMP-3 VALUE ZERO.
002692    05 WS-LOOKUP-CREDIT-LIMIT
002693                             PIC S9(9)V99 COMP-3 VALUE ZERO.
002700    05 WS-HELLO-RETURN-CODE  PIC S9(4) COMP VALUE ZERO.
002710    05 WS-CUST-OPEN-SW       PIC X(01) VALUE 'N'.
002720       88 WS-CUST-OPEN           VALUE 'Y'.
002770*    History sequence within the open customer's night - resets
002780*    with each customer section, counts each posted detail.
002790    05 WS-HIST-SEQ           PIC 9(4) VALUE ZERO.
002791*    The open customer's balance and credit limit as its
002792*    section opened - the over-limit hold measures each sale
002793*    against these plus what the section has posted so far.
002794    05 WS-SECTION-OPEN-BALANCE
002795                             PIC S9(9)V99 COMP-3 VALUE ZERO.
002796    05 WS-CREDIT-LIMIT       PIC S9(9)V99 COMP-3 VALUE ZERO.
002797    05 WS-PROJECTED-BALANCE  PIC S9(9)V99 COMP-3 VALUE ZERO.
002798    05 WS-TAX-STATE          PIC X(02) VALUE SPACES.
002799    05 WS-TAX-RATE           PIC 9V9(05) VALUE ZERO.
002800*    Run date stamped on every suspense record written this run
002810*    - the business date NITEBAT passes in, not the system date.
002820 01 WS-RUN-DATE            PIC 9(8) VALUE ZERO.
002840    88 WS-LEDGER-STATUS-OK     VALUE '00'.
002850    88 WS-LEDGER-STATUS-NOTFND VALUE '35'.
002860    88 WS-LEDGER-STATUS-DUPKEY VALUE '22'.
002861    88 WS-LEDGER-STATUS-NOREC  VALUE '23'.
002862 01 WS-LEDGER-REC-SW       PIC X(01) VALUE 'N'.
002863    88 WS-LEDGER-ON-FILE       VALUE 'Y'.
002864    88 WS-LEDGER-NEW           VALUE 'N'.
002870 01 WS-BATCHLOG-STATUS     PIC X(02) VALUE '00'.
002880    88 WS-BATCHLOG-STATUS-OK     VALUE '00'.
002890    88 WS-BATCHLOG-STATUS-NOTFND VALUE '35'.
003030*    Which batch of the night's series is posting - feeds the
003040*    summary record's key so each batch section banks its own.
003050 01 WS-POSTED-BATCH-SEQ    PIC 9(04) VALUE ZERO.
003051******************************************************************
003052*    State sales-tax table, loaded once before posting begins.
003053*    The open customer's state, and the rate the table holds
003054*    for it, ride in the customer fields above.
003055******************************************************************
003056 COPY TAXTBL.
003060******************************************************************
003070*    Batch-proof fields - the identity of the batch currently
003080*    being proved or posted, what its details actually add to,
003420 01 WS-CUSTOMER-TOTALS.
003430    05 WS-CT-ADD             PIC S9(9)V99 COMP-3 VALUE ZERO.
003440    05 WS-CT-EXT-PRICE       PIC S9(9)V99 COMP-3 VALUE ZERO.
003441    05 WS-CT-TAX             PIC S9(9)V99 COMP-3 VALUE ZERO.
003450    05 WS-CT-PROCESSED-COUNT PIC 9(7) VALUE ZERO.
003460 01 WS-BATCH-TOTALS.
003470    05 WS-BT-ADD             PIC S9(9)V99 COMP-3 VALUE ZERO.
003480    05 WS-BT-EXT-PRICE       PIC S9(9)V99 COMP-3 VALUE ZERO.
003481    05 WS-BT-TAX             PIC S9(9)V99 COMP-3 VALUE ZERO.
003490    05 WS-BT-PROCESSED-COUNT PIC 9(7) VALUE ZERO.
003491******************************************************************
003492*    The suspense record is built here - SUSPF takes it on a
003493*    posting run; a memo run never opens SUSPF and lists it
003494*    on the report from here instead.
003495******************************************************************
003496 COPY SUSPREC.
003497******************************************************************
003498*    Memo run - the balance each customer section would have
003499*    rolled to, and the lines the report carries in place of
003500*    the updates a posting run makes.
003501******************************************************************
003502 01 WS-MEMO-BAL-COUNT      PIC S9(04) COMP VALUE ZERO.
003503 01 WS-MBX                 PIC S9(04) COMP VALUE ZERO.
003504 01 WS-MEMO-BAL-SW         PIC X(01) VALUE 'N'.
003505    88 WS-MEMO-BAL-FOUND       VALUE 'Y'.
003506    88 WS-MEMO-BAL-NOT-FOUND   VALUE 'N'.
003507 01 WS-MEMO-BAL-TABLE.
003508    05 WS-MEMO-BAL-ENTRY OCCURS 2000 TIMES.
003509       10 MB-CUST-ID         PIC 9(05).
003510       10 MB-BALANCE         PIC S9(9)V99 COMP-3.
003511 01 WS-MEMO-SUSP-LINE.
003512    05 FILLER                PIC X(05) VALUE SPACES.
003513    05 FILLER                PIC X(14) VALUE 'MEMO SUSPENSE '.
003514    05 FILLER                PIC X(09) VALUE 'CUSTOMER '.
003515    05 MS-CUST-ID            PIC 9(05).
003516    05 FILLER                PIC X(06) VALUE '  QTY '.
003517    05 MS-QTY                PIC ZZZZ9.
003518    05 FILLER                PIC X(08) VALUE '  PRICE '.
003519    05 MS-PRICE              PIC ZZZZ9.
003520    05 FILLER                PIC X(07) VALUE '  TYPE '.
003521    05 MS-TRAN-TYPE          PIC X(01).
003522    05 FILLER                PIC X(09) VALUE '  REASON '.
003523    05 MS-REASON-CODE        PIC X(02).
003524    05 FILLER                PIC X(15) VALUE '  ORIG SUSPEND '.
003525    05 MS-ORIG-DATE          PIC 9(08).
003526    05 FILLER                PIC X(11) VALUE '  RECYCLES '.
003527    05 MS-RECYCLE-COUNT      PIC ZZ9.
003528    05 FILLER                PIC X(19) VALUE SPACES.
003529 01 WS-MEMO-NOTICE-LINE.
003530    05 FILLER                PIC X(20) VALUE SPACES.
003531    05 FILLER                PIC X(34)
003532        VALUE '*** MEMO RUN - NOTHING POSTED *** '.
003533    05 FILLER                PIC X(45)
003534        VALUE 'NO BALANCE, HISTORY, LEDGER, BATCH REGISTER, '.
003535    05 FILLER                PIC X(23)
003536        VALUE 'OR SUSPENSE FILE UPDATE'.
003537    05 FILLER                PIC X(10) VALUE SPACES.
003538******************************************************************
003539*    Control-total report line layouts, written to PRTFILE.
003540******************************************************************
003541 01 WS-HDR-LINE-1.
003542    05 FILLER                PIC X(20) VALUE SPACES.
003550    05 FILLER                PIC X(40)
003560        VALUE 'HITHERE ARITHMETIC CONTROL TOTAL REPORT'.
003570    05 FILLER                PIC X(15)
003580        VALUE 'BUSINESS DATE  '.
003590    05 H1-BUSINESS-DATE      PIC 9(08).
003600    05 H1-RUN-LABEL         PIC X(49) VALUE SPACES.
003610 01 WS-HDR-LINE-2.
003620    05 FILLER                PIC X(05) VALUE '  QTY'.
003630    05 FILLER                PIC X(03) VALUE SPACES.
004200    05 FILLER                PIC X(17) VALUE 'RECORDS REJECTED'.
004210    05 RL-REJECT-COUNT       PIC ZZZZZZ9.
004220    05 FILLER                PIC X(88) VALUE SPACES.
004221*    Printed only if the run held any sales over the limit -
004222*    they are counted in RECORDS SKIPPED as well.
004223 01 WS-HELD-LINE.
004224    05 FILLER                PIC X(20) VALUE SPACES.
004225    05 FILLER                PIC X(17) VALUE 'HELD OVER LIMIT'.
004226    05 HL-HELD-COUNT         PIC ZZZZZZ9.
004227    05 FILLER                PIC X(88) VALUE SPACES.
004230*    Per-batch section heading and totals lines.
004240 01 WS-BATCH-HDR-LINE.
004250    05 FILLER                PIC X(06) VALUE 'BATCH '.
004420    05 FILLER                PIC X(02) VALUE SPACES.
004430    05 FILLER                PIC X(15) VALUE 'EXTENDED PRICE '.
004440    05 BT-EXT-PRICE          PIC ZZZZZZZZ9.99-.
004450    05 FILLER                PIC X(02) VALUE SPACES.
004451    05 FILLER                PIC X(04) VALUE 'TAX '.
004452    05 BT-TAX                PIC ZZZZZZZZ9.99-.
004453    05 BT-RUN-LABEL         PIC X(22) VALUE SPACES.
004460*    Per-customer section heading and subtotal lines.
004470 01 WS-CUST-HDR-LINE.
004480    05 FILLER                PIC X(09) VALUE 'CUSTOMER '.
004650    05 FILLER                PIC X(02) VALUE SPACES.
004660    05 FILLER                PIC X(15) VALUE 'EXTENDED PRICE '.
004670    05 CT-EXT-PRICE          PIC ZZZZZZZZ9.99-.
004680    05 CT-RUN-LABEL         PIC X(09) VALUE SPACES.
004681*    Over-limit exception report lines, written to OLRPT.
004682 01 WS-OL-HDR-LINE-1.
004683    05 FILLER                PIC X(20) VALUE SPACES.
004684    05 FILLER                PIC X(40)
004685        VALUE 'HITHERE OVER-LIMIT EXCEPTION REPORT'.
004686    05 FILLER                PIC X(15)
004687        VALUE 'BUSINESS DATE  '.
004688    05 OH-BUSINESS-DATE      PIC 9(08).
004689    05 OH-RUN-LABEL         PIC X(49) VALUE SPACES.
004690 01 WS-OL-HDR-LINE-2.
004691    05 FILLER                PIC X(42)
004692        VALUE 'CUST   CUSTOMER NAME              BATCH   '.
004693    05 FILLER                PIC X(30)
004694        VALUE ' SALE AND TAX        BALANCE  '.
004695    05 FILLER                PIC X(28)
004696        VALUE ' CREDIT LIMIT    AMOUNT OVER'.
004697    05 FILLER                PIC X(32) VALUE SPACES.
004698 01 WS-OL-DETAIL-LINE.
004699    05 OD-CUST-ID            PIC 9(05).
004700    05 FILLER                PIC X(02) VALUE SPACES.
004701    05 OD-CUST-NAME          PIC X(25).
004702    05 FILLER                PIC X(02) VALUE SPACES.
004703    05 OD-BATCH-NUMBER       PIC 9(06).
004704    05 FILLER                PIC X(02) VALUE SPACES.
004705    05 OD-SALE-AMOUNT        PIC ZZZZZZZZ9.99-.
004706    05 FILLER                PIC X(02) VALUE SPACES.
004707    05 OD-BALANCE            PIC ZZZZZZZZ9.99-.
004708    05 FILLER                PIC X(02) VALUE SPACES.
004709    05 OD-CREDIT-LIMIT       PIC ZZZZZZZZ9.99-.
004710    05 FILLER                PIC X(02) VALUE SPACES.
004711    05 OD-AMOUNT-OVER        PIC ZZZZZZZZ9.99-.
004712    05 FILLER                PIC X(32) VALUE SPACES.
004713 01 WS-OL-TOTAL-LINE.
004714    05 FILLER                PIC X(20) VALUE SPACES.
004715    05 FILLER                PIC X(18) VALUE 'TRANSACTIONS HELD'.
004716    05 OT-HELD-COUNT         PIC ZZZZZZ9.
004717    05 FILLER                PIC X(02) VALUE SPACES.
004718    05 FILLER                PIC X(12) VALUE 'AMOUNT HELD'.
004719    05 OT-HELD-AMOUNT        PIC ZZZZZZZZ9.99-.
004720    05 FILLER                PIC X(60) VALUE SPACES.
004721 01 WS-SALES-TAX-LINE.
004722    05 FILLER                PIC X(20) VALUE SPACES.
004723    05 FILLER                PIC X(17) VALUE 'TOTAL SALES TAX'.
004724    05 SX-TAX-TOTAL          PIC ZZZZZZZZ9.99-.
004725    05 FILLER                PIC X(82) VALUE SPACES.
004726******************************************************************
004727*    After-image journal controls - every master update this
004728*    run makes goes onto AIJRNLF as an image, and the count
004729*    rides out on the run's trailer.
004730******************************************************************
004731 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
004732    88 WS-AIJ-STATUS-OK         VALUE '00'.
004733    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
004734 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'HITHERE '.
004735 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
004736 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
004737 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
004738 01 WS-AIJ-TIME.
004739    05 WS-AIJ-HHMMSS         PIC 9(06).
004740 LINKAGE SECTION.
004741 01 LS-BUSINESS-DATE      PIC 9(08).
004742 01 LS-RECORD-COUNT       PIC 9(07).
004743 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
004744******************************************************************
004745*    0000-MAINLINE
004750******************************************************************
004760 0000-MAINLINE.
004770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004830*    TRECYC merged and what STMTPRT accounted for.
004840     COMPUTE LS-RECORD-COUNT = WS-PROCESSED-COUNT
004850         + WS-SKIPPED-COUNT + WS-REJECTED-COUNT.
004855*    A memo run posted nothing and ends RC 12, as a refused
004856*    batch does - NITEBAT stops there rather than run the
004857*    later steps against a night that never posted.
004860     IF WS-MEMO-RUN
004862         MOVE 12 TO RETURN-CODE
004864     ELSE
004866         MOVE 0 TO RETURN-CODE
004868     END-IF.
004870     GOBACK.
004880******************************************************************
004890 1000-INITIALIZE.
004950      INITIALIZE WS-NUMBER.
004960      MOVE LS-BUSINESS-DATE TO WS-RUN-DATE.
004970      MOVE LS-BUSINESS-DATE TO H1-BUSINESS-DATE.
004975      PERFORM 1300-READ-RUN-MODE-CARD THRU 1300-EXIT.
004980      PERFORM 1500-PROVE-BATCH THRU 1500-EXIT.
004981      PERFORM 1200-LOAD-TAX-TABLE THRU 1200-EXIT.
004990      OPEN INPUT TRANXF.
005000      OPEN OUTPUT PRTFILE.
005010      OPEN OUTPUT OLRPT.
005011      IF WS-POSTING-RUN
005015          OPEN OUTPUT SUSPF
005019          PERFORM 1800-OPEN-TRANHIST THRU 1800-EXIT
005023          OPEN I-O FILEN
005027      ELSE
005031          OPEN INPUT FILEN
005035      END-IF.
005040      IF NOT WS-FILEN-STATUS-OK
005050          MOVE 'OPEN' TO WS-FILEN-OPERATION
005060          PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
005070      END-IF.
005075      IF WS-POSTING-RUN
005076          PERFORM 8700-OPEN-JOURNAL THRU 8700-EXIT
005077      END-IF.
005080      WRITE PR-LINE FROM WS-HDR-LINE-1.
005090      WRITE PR-LINE FROM WS-HDR-LINE-2.
005091      MOVE LS-BUSINESS-DATE TO OH-BUSINESS-DATE.
005092      WRITE OL-LINE FROM WS-OL-HDR-LINE-1.
005093      WRITE OL-LINE FROM WS-OL-HDR-LINE-2.
005100      PERFORM 1100-READ-TRANXF THRU 1100-EXIT.
005110 1000-EXIT.
005120     EXIT.
005360     MOVE TR-CUST-ID TO WS-PREV-DETAIL-ID.
005370     ADD 1 TO WS-REC-COUNT.
005380 1100-EXIT.
005381     EXIT.
005382******************************************************************
005383*    1200-LOAD-TAX-TABLE
005384*    The state sales-tax table is loaded before anything posts.
005385*    Each state keeps the card with the latest effective date
005386*    on or before tonight's run date; a card dated later waits
005387*    for its night.  No TAXRATE file at all means no tax is
005388*    charged.  A card that cannot be trusted - no state, a rate
005389*    not numeric or not under 1, two cards for the same state
005390*    and date, more states than the table holds - refuses the
005391*    run before a single transaction posts.
005392******************************************************************
005393 1200-LOAD-TAX-TABLE.
005394     MOVE ZERO TO WS-TAX-STATE-COUNT.
005395     OPEN INPUT TAXRATE.
005396     IF WS-TAXRATE-STATUS-NOTFND
005397         DISPLAY 'HITHERE - NO TAXRATE FILE - NO SALES TAX'
005398             ' CHARGED THIS RUN'
005399         GO TO 1200-EXIT
005400     END-IF.
005401     IF NOT WS-TAXRATE-STATUS-OK
005402         PERFORM 9911-TAXRATE-ERROR THRU 9911-EXIT
005403     END-IF.
005404     SET WS-TAXRATE-NOT-EOF TO TRUE.
005405     PERFORM 1250-LOAD-ONE-RATE THRU 1250-EXIT
005406         UNTIL WS-TAXRATE-EOF.
005407     CLOSE TAXRATE.
005408     DISPLAY 'HITHERE - STATES ON TAX TABLE: '
005409         WS-TAX-STATE-COUNT.
005410 1200-EXIT.
005411     EXIT.
005412 1250-LOAD-ONE-RATE.
005413     READ TAXRATE
005414         AT END
005415             SET WS-TAXRATE-EOF TO TRUE
005416             GO TO 1250-EXIT
005417     END-READ.
005418     IF NOT WS-TAXRATE-STATUS-OK
005419         PERFORM 9911-TAXRATE-ERROR THRU 9911-EXIT
005420     END-IF.
005421     IF TX-STATE-CODE = SPACES
005422         OR TX-RATE IS NOT NUMERIC
005423         OR TX-EFFECTIVE-DATE IS NOT NUMERIC
005424         DISPLAY 'HITHERE - BAD TAXRATE CARD FOR STATE '
005425             TX-STATE-CODE
005426         PERFORM 9912-TAX-TABLE-REFUSED THRU 9912-EXIT
005427     END-IF.
005428     IF TX-RATE NOT < 1
005429         DISPLAY 'HITHERE - TAX RATE NOT UNDER 1 FOR STATE '
005430             TX-STATE-CODE
005431         PERFORM 9912-TAX-TABLE-REFUSED THRU 9912-EXIT
005432     END-IF.
005433     IF TX-EFFECTIVE-DATE > WS-RUN-DATE
005434         GO TO 1250-EXIT
005435     END-IF.
005436     MOVE TX-STATE-CODE TO WS-TAX-STATE.
005437     PERFORM 2065-FIND-TAX-STATE THRU 2065-EXIT.
005438     IF WS-TAX-NOT-FOUND
005439         IF WS-TAX-STATE-COUNT NOT < 60
005440             DISPLAY 'HITHERE - MORE THAN 60 STATES ON TAXRATE'
005441             PERFORM 9912-TAX-TABLE-REFUSED THRU 9912-EXIT
005442         END-IF
005443         ADD 1 TO WS-TAX-STATE-COUNT
005444         MOVE WS-TAX-STATE-COUNT TO WS-TX
005445     ELSE
005446         IF TX-EFFECTIVE-DATE = TT-EFFECTIVE-DATE(WS-TX)
005447             DISPLAY 'HITHERE - TWO TAXRATE CARDS FOR STATE '
005448                 TX-STATE-CODE ' EFFECTIVE ' TX-EFFECTIVE-DATE
005449             PERFORM 9912-TAX-TABLE-REFUSED THRU 9912-EXIT
005450         END-IF
005451         IF TX-EFFECTIVE-DATE < TT-EFFECTIVE-DATE(WS-TX)
005452             GO TO 1250-EXIT
005453         END-IF
005454     END-IF.
005455     MOVE TX-STATE-CODE     TO TT-STATE-CODE(WS-TX).
005456     MOVE TX-STATE-NAME     TO TT-STATE-NAME(WS-TX).
005457     MOVE TX-RATE           TO TT-RATE(WS-TX).
005458     MOVE TX-EFFECTIVE-DATE TO TT-EFFECTIVE-DATE(WS-TX).
005459 1250-EXIT.
005460     EXIT.
005461******************************************************************
005462*    1300-READ-RUN-MODE-CARD
005463*    An M on the HTPARM card makes this a memo run: the whole
005464*    proof and posting logic runs, and the report, the over-
005465*    limit report, and a suspense listing print labeled MEMO,
005466*    but nothing is updated - no CM-BALANCE roll, no TRANHIST,
005467*    LEDGERF, BATCHLOG, SUSPF, or AIJRNLF - so a late or
005468*    doubtful batch can be previewed and handed back before it
005469*    touches the books.  No card, or a P or blank, posts as
005470*    always.  Any other code refuses the run rather than guess
005471*    which was meant.
005472******************************************************************
005473 1300-READ-RUN-MODE-CARD.
005474     OPEN INPUT HTPARM.
005475     IF WS-HTPARM-STATUS-OK
005476         READ HTPARM
005477             AT END
005478                 CONTINUE
005479             NOT AT END
005480                 IF HP-MODE-MEMO
005481                     SET WS-MEMO-RUN TO TRUE
005482                 ELSE
005483                     IF NOT HP-MODE-POST
005484                         DISPLAY 'HITHERE - HTPARM RUN MODE'
005485                             ' INVALID: ' HP-RUN-MODE
005486                         CLOSE HTPARM
005487                         MOVE 8 TO RETURN-CODE
005488                         GOBACK
005489                     END-IF
005490                 END-IF
005491         END-READ
005492         CLOSE HTPARM
005493     ELSE
005494         IF NOT WS-HTPARM-STATUS-NOTFND
005495             PERFORM 9915-HTPARM-ERROR THRU 9915-EXIT
005496         END-IF
005497     END-IF.
005498     IF WS-MEMO-RUN
005499         MOVE '   *** MEMO RUN ***' TO H1-RUN-LABEL
005500         MOVE '   *** MEMO RUN ***' TO OH-RUN-LABEL
005501         MOVE ' MEMO' TO BT-RUN-LABEL
005502         MOVE ' MEMO' TO CT-RUN-LABEL
005503         DISPLAY 'HITHERE - MEMO RUN - NOTHING WILL BE POSTED'
005504     END-IF.
005505 1300-EXIT.
005506     EXIT.
005507******************************************************************
005508*    1500-PROVE-BATCH
005509*    Whole-file proof pass, run before the posting pass opens
005510*    anything else: the file is a series of batches, and every
005511*    one must open with its header, close with its trailer,
005512*    and have that trailer's record count and TR-QTY/TR-PRICE
005513*    hash totals equal what its details add to.  Every batch
005514*    number must be new to BATCHLOG and appear only once
005515*    tonight.  Any failure refuses the run before a single
005516*    record posts.  The file is closed and reopened for the
005517*    posting pass.
005518******************************************************************
005520 1500-PROVE-BATCH.
005530     OPEN INPUT TRANXF.
005540     PERFORM 1550-PROVE-ONE-BATCH THRU 1550-EXIT
007510         IF WS-PROCESS-RECORD
007520             PERFORM 2200-ARITHMETIC-DEMO THRU 2200-EXIT
007530             PERFORM 2250-APPLY-TRAN-TYPE THRU 2250-EXIT
007531             PERFORM 2260-COMPUTE-TAX THRU 2260-EXIT
007532             PERFORM 2170-CHECK-CREDIT-LIMIT THRU 2170-EXIT
007533         END-IF
007534         IF WS-PROCESS-RECORD
007540             PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT
007550             PERFORM 2900-ACCUMULATE-TOTALS THRU 2900-EXIT
007560             PERFORM 2950-WRITE-HISTORY THRU 2950-EXIT
007890     ADD 1 TO WS-POSTED-BATCH-SEQ.
007900     MOVE ZERO TO WS-BT-ADD.
007910     MOVE ZERO TO WS-BT-EXT-PRICE.
007911     MOVE ZERO TO WS-BT-TAX.
007920     MOVE ZERO TO WS-BT-PROCESSED-COUNT.
007930     MOVE ZERO TO WS-CURRENT-CUST-ID.
007940     MOVE ZERO TO WS-PREV-DETAIL-ID.
008210     CALL 'HELLO' USING WS-LOOKUP-ID
008220                        WS-LOOKUP-NAME
008230                        WS-LOOKUP-FOUND-SW
008240                        WS-LOOKUP-STATUS
008241                        WS-LOOKUP-BALANCE
008242                        WS-LOOKUP-CREDIT-LIMIT.
008250     MOVE RETURN-CODE TO WS-HELLO-RETURN-CODE.
008260     IF WS-HELLO-RETURN-CODE NOT = ZERO
008270         PERFORM 9904-LOOKUP-ERROR THRU 9904-EXIT
008310         SET WS-CUST-OPEN TO TRUE
008320         MOVE ZERO TO WS-CT-ADD
008330         MOVE ZERO TO WS-CT-EXT-PRICE
008331         MOVE ZERO TO WS-CT-TAX
008340         MOVE ZERO TO WS-CT-PROCESSED-COUNT
008350         MOVE ZERO TO WS-HIST-SEQ
008351         PERFORM 2060-LOAD-CREDIT-POSITION THRU 2060-EXIT
008360         MOVE WS-CURRENT-CUST-ID TO CH-CUST-ID
008370         MOVE WS-LOOKUP-NAME     TO CH-CUST-NAME
008380         WRITE PR-LINE FROM WS-CUST-HDR-LINE
008480         END-IF
008490     END-IF.
008500 2050-EXIT.
008501     EXIT.
008502******************************************************************
008503*    2060-LOAD-CREDIT-POSITION
008504*    The opening customer's balance and credit limit, read off
008505*    the FILEN this run holds open for update rather than taken
008506*    from HELLO - a customer met again in a later batch must be
008507*    measured against the balance this run already rolled.  The
008508*    break verified the customer a moment ago, so a not-found is
008509*    an I/O problem, the same as in 2075.  The state on the
008510*    record picks the customer's sales tax rate off the table.
008511*    A memo run opens at the balance its own earlier sections
008512*    rolled to, off the memo table.
008513******************************************************************
008514 2060-LOAD-CREDIT-POSITION.
008515     MOVE WS-CURRENT-CUST-ID TO CM-ID.
008516     READ FILEN
008517         INVALID KEY
008518             DISPLAY 'HITHERE - CUSTOMER ' WS-CURRENT-CUST-ID
008519                 ' VANISHED OFF FILEN MID-RUN'
008520             MOVE 'READ' TO WS-FILEN-OPERATION
008521             PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
008522     END-READ.
008523     IF NOT WS-FILEN-STATUS-OK
008524         MOVE 'READ' TO WS-FILEN-OPERATION
008525         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
008526     END-IF.
008527     IF WS-MEMO-RUN
008528         PERFORM 2090-FIND-MEMO-BALANCE THRU 2090-EXIT
008529         IF WS-MEMO-BAL-FOUND
008530             MOVE MB-BALANCE(WS-MBX) TO CM-BALANCE
008531         END-IF
008532     END-IF.
008533     MOVE CM-BALANCE      TO WS-SECTION-OPEN-BALANCE.
008534     MOVE CM-CREDIT-LIMIT TO WS-CREDIT-LIMIT.
008535     MOVE CM-ADDR-STATE   TO WS-TAX-STATE.
008536     PERFORM 2062-LOAD-TAX-RATE THRU 2062-EXIT.
008537 2060-EXIT.
008538     EXIT.
008539******************************************************************
008540*    2062-LOAD-TAX-RATE
008541*    A customer whose state is not on a loaded table is not
008542*    taxed, and the console says so - a state that charges no
008543*    tax is keyed on TAXRATE with a zero rate to keep it quiet.
008544******************************************************************
008545 2062-LOAD-TAX-RATE.
008546     MOVE ZERO TO WS-TAX-RATE.
008547     IF WS-TAX-STATE-COUNT = ZERO
008548         GO TO 2062-EXIT
008549     END-IF.
008550     PERFORM 2065-FIND-TAX-STATE THRU 2065-EXIT.
008551     IF WS-TAX-FOUND
008552         MOVE TT-RATE(WS-TX) TO WS-TAX-RATE
008553     ELSE
008554         DISPLAY 'HITHERE - NO TAX RATE FOR STATE ' WS-TAX-STATE
008555             ' - CUSTOMER ' WS-CURRENT-CUST-ID ' NOT TAXED'
008556     END-IF.
008557 2062-EXIT.
008558     EXIT.
008559 2065-FIND-TAX-STATE.
008560     SET WS-TAX-NOT-FOUND TO TRUE.
008561     MOVE 1 TO WS-TX.
008562     PERFORM 2066-TEST-ONE-STATE THRU 2066-EXIT
008563         UNTIL WS-TAX-FOUND
008564            OR WS-TX > WS-TAX-STATE-COUNT.
008565 2065-EXIT.
008566     EXIT.
008567 2066-TEST-ONE-STATE.
008568     IF TT-STATE-CODE(WS-TX) = WS-TAX-STATE
008569         SET WS-TAX-FOUND TO TRUE
008570     ELSE
008571         ADD 1 TO WS-TX
008572     END-IF.
008573 2066-EXIT.
008574     EXIT.
008575******************************************************************
008576*    2070-WRITE-CUSTOMER-SUBTOTAL
008577*    Closes the open customer section.  WS-LOOKUP-NAME still
008578*    carries the name HELLO returned for the section's customer -
008579*    2050 prints this line before it looks the next customer up.
008580******************************************************************
008581 2070-WRITE-CUSTOMER-SUBTOTAL.
008590     MOVE WS-CURRENT-CUST-ID    TO CT-CUST-ID.
008600     MOVE WS-LOOKUP-NAME        TO CT-CUST-NAME.
008610     MOVE WS-CT-PROCESSED-COUNT TO CT-PROCESSED-COUNT.
008680     EXIT.
008690******************************************************************
008700*    2075-ROLL-CUSTOMER-BALANCE
008710*    The section just closed posts its extended-price and
008720*    sales tax totals into the customer's running balance, and
008730*    the roll is banked on TRANHIST as the section's summary.  A
008740*    customer the break verified minutes ago cannot honestly
008750*    be missing now - that is an I/O problem, not a not-found.
008760******************************************************************
008763*    A memo run rolls the balance onto its memo table only -
008766*    FILEN, AIJRNLF, and TRANHIST are left as they stand.
008770 2075-ROLL-CUSTOMER-BALANCE.
008780     MOVE WS-CURRENT-CUST-ID TO CM-ID.
008790     READ FILEN
008870         MOVE 'READ' TO WS-FILEN-OPERATION
008880         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
008890     END-IF.
008891     IF WS-MEMO-RUN
008892         PERFORM 2090-FIND-MEMO-BALANCE THRU 2090-EXIT
008893         IF WS-MEMO-BAL-FOUND
008894             MOVE MB-BALANCE(WS-MBX) TO CM-BALANCE
008895         END-IF
008896     END-IF.
008900     ADD WS-CT-EXT-PRICE TO CM-BALANCE.
008901     ADD WS-CT-TAX       TO CM-BALANCE.
008902     IF WS-MEMO-RUN
008903         PERFORM 2094-KEEP-MEMO-BALANCE THRU 2094-EXIT
008904         GO TO 2075-EXIT
008905     END-IF.
008910     REWRITE CM-RECORD.
008920     IF NOT WS-FILEN-STATUS-OK
008930         MOVE 'REWRITE' TO WS-FILEN-OPERATION
008940         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
008950     END-IF.
008953     MOVE 'C' TO WS-AIJ-ACTION.
008956     PERFORM 8750-WRITE-AFTER-IMAGE THRU 8750-EXIT.
008960     PERFORM 2078-WRITE-HISTORY-SUMMARY THRU 2078-EXIT.
008970 2075-EXIT.
008980     EXIT.
009120     MOVE 'S'                TO HS-REC-TYPE.
009130     MOVE WS-CT-EXT-PRICE    TO HS-ACTIVITY-TOTAL.
009140     MOVE CM-BALANCE         TO HS-NEW-BALANCE.
009141     MOVE WS-CT-TAX          TO HS-TAX-TOTAL.
009150     WRITE HS-RECORD
009160         INVALID KEY
009170             REWRITE HS-RECORD
009310     MOVE WS-BT-PROCESSED-COUNT TO BT-PROCESSED-COUNT.
009320     MOVE WS-BT-ADD             TO BT-ADD.
009330     MOVE WS-BT-EXT-PRICE       TO BT-EXT-PRICE.
009331     MOVE WS-BT-TAX             TO BT-TAX.
009340     WRITE PR-LINE FROM WS-BATCH-TOTAL-LINE.
009350     SET WS-BATCH-NOT-OPEN TO TRUE.
009360 2080-EXIT.
009361     EXIT.
009362******************************************************************
009363*    2090-FIND-MEMO-BALANCE / 2094-KEEP-MEMO-BALANCE
009364*    Memo run only.  The memo table stands in for the balance
009365*    rewrites a posting run makes - a customer met again in a
009366*    later batch opens at the balance its earlier section would
009367*    have rolled to.  A customer past the table's room is
009368*    measured from FILEN again, and the console says so.
009369******************************************************************
009370 2090-FIND-MEMO-BALANCE.
009371     SET WS-MEMO-BAL-NOT-FOUND TO TRUE.
009372     MOVE 1 TO WS-MBX.
009373     PERFORM 2092-TEST-ONE-MEMO-BALANCE THRU 2092-EXIT
009374         UNTIL WS-MEMO-BAL-FOUND
009375            OR WS-MBX > WS-MEMO-BAL-COUNT.
009376 2090-EXIT.
009377     EXIT.
009378 2092-TEST-ONE-MEMO-BALANCE.
009379     IF MB-CUST-ID(WS-MBX) = WS-CURRENT-CUST-ID
009380         SET WS-MEMO-BAL-FOUND TO TRUE
009381     ELSE
009382         ADD 1 TO WS-MBX
009383     END-IF.
009384 2092-EXIT.
009385     EXIT.
009386 2094-KEEP-MEMO-BALANCE.
009387     IF WS-MEMO-BAL-NOT-FOUND
009388         IF WS-MEMO-BAL-COUNT NOT < 2000
009389             DISPLAY 'HITHERE - MEMO BALANCE TABLE FULL -'
009390                 ' CUSTOMER ' WS-CURRENT-CUST-ID ' NOT CARRIED'
009391             GO TO 2094-EXIT
009392         END-IF
009393         ADD 1 TO WS-MEMO-BAL-COUNT
009394         MOVE WS-MEMO-BAL-COUNT TO WS-MBX
009395         MOVE WS-CURRENT-CUST-ID TO MB-CUST-ID(WS-MBX)
009396     END-IF.
009397     MOVE CM-BALANCE TO MB-BALANCE(WS-MBX).
009398 2094-EXIT.
009399     EXIT.
009400******************************************************************
009401 2100-LOAD-WORK-FIELDS.
009402     MOVE TR-QTY   TO WS-NUM1 WS-NUM3 WS-NUM5 WS-NUM7.
009410     MOVE TR-PRICE TO WS-NUM2 WS-NUM4 WS-NUM6 WS-NUM8.
009420 2100-EXIT.
009430     EXIT.
010100 2160-EXIT.
010110     EXIT.
010120******************************************************************
010121*    2170-CHECK-CREDIT-LIMIT
010122*    A sale that would carry the customer's balance past
010123*    CM-CREDIT-LIMIT is held instead of posted - suspended with
010124*    the OL reason, counted as skipped, and listed on OLRPT.
010125*    The balance it is measured against is the one the section
010126*    opened with plus what the section has posted so far.  A
010127*    return or adjustment only brings the balance down and is
010128*    never held, and a zero limit holds nothing.  TRECYC
010129*    recycles a held sale every night, so it posts by itself
010130*    once the customer has paid down.  The sale, and what the
010131*    section has posted, are both measured with their tax.
010132******************************************************************
010133 2170-CHECK-CREDIT-LIMIT.
010134     IF WS-CREDIT-LIMIT = ZERO
010135         OR NOT TR-TRAN-SALE
010136         GO TO 2170-EXIT
010137     END-IF.
010138     COMPUTE WS-PROJECTED-BALANCE = WS-SECTION-OPEN-BALANCE
010139         + WS-CT-EXT-PRICE + WS-CT-TAX
010140         + WS-MUL + WS-TAX.
010141     IF WS-PROJECTED-BALANCE NOT > WS-CREDIT-LIMIT
010142         GO TO 2170-EXIT
010143     END-IF.
010144     SET WS-SKIP-RECORD TO TRUE.
010145     ADD 1 TO WS-SKIPPED-COUNT.
010146     ADD 1 TO WS-HELD-COUNT.
010147     ADD WS-MUL WS-TAX TO WS-HELD-AMOUNT.
010148     DISPLAY 'HITHERE - HOLDING TRANSACTION '
010149         WS-REC-COUNT ' - CUSTOMER ' TR-CUST-ID
010150         ' WOULD GO OVER CREDIT LIMIT'.
010151     SET SUSP-REASON-OVER-LIMIT TO TRUE.
010152     PERFORM 2850-WRITE-SUSPENSE-RECORD THRU 2850-EXIT.
010153     PERFORM 2180-WRITE-OVER-LIMIT-LINE THRU 2180-EXIT.
010154 2170-EXIT.
010155     EXIT.
010156******************************************************************
010157*    2180-WRITE-OVER-LIMIT-LINE
010158*    The balance printed is the customer's balance as it stood
010159*    just ahead of the held sale.
010160******************************************************************
010161 2180-WRITE-OVER-LIMIT-LINE.
010162     MOVE TR-CUST-ID      TO OD-CUST-ID.
010163     MOVE WS-LOOKUP-NAME  TO OD-CUST-NAME.
010164     MOVE WS-BATCH-NUMBER TO OD-BATCH-NUMBER.
010165     COMPUTE OD-SALE-AMOUNT = WS-MUL + WS-TAX.
010166     COMPUTE OD-BALANCE =
010167         WS-PROJECTED-BALANCE - WS-MUL - WS-TAX.
010168     MOVE WS-CREDIT-LIMIT TO OD-CREDIT-LIMIT.
010169     COMPUTE OD-AMOUNT-OVER =
010170         WS-PROJECTED-BALANCE - WS-CREDIT-LIMIT.
010171     WRITE OL-LINE FROM WS-OL-DETAIL-LINE.
010172 2180-EXIT.
010173     EXIT.
010174******************************************************************
010175 2200-ARITHMETIC-DEMO.
010176     ADD WS-NUM1 TO WS-NUM2.
010177     ADD WS-NUM1 TO WS-NUM2 GIVING WS-ADD.
010178     SUBTRACT WS-NUM3 FROM WS-NUM4 GIVING WS-SUB.
010179     DIVIDE WS-NUM8 BY WS-NUM7 GIVING WS-DIV.
010180     DIVIDE WS-NUM8 BY WS-NUM7
010190         GIVING WS-DIV-INT-Q REMAINDER WS-REM.
010200     COMPUTE WS-COM = WS-NUM7 - WS-NUM8 + 2 * WS-NUM7.
010350 2250-EXIT.
010360     EXIT.
010370******************************************************************
010371*    2260-COMPUTE-TAX
010372*    Tax is the extended price times the customer's state rate,
010373*    rounded to the cent.  A return's extended price is already
010374*    negative, so its tax reverses at the same rate; an
010375*    adjustment is a correction to the goods and carries none.
010376******************************************************************
010377 2260-COMPUTE-TAX.
010378     MOVE ZERO TO WS-TAX.
010379     IF TR-TRAN-ADJUSTMENT
010380         OR WS-TAX-RATE = ZERO
010381         GO TO 2260-EXIT
010382     END-IF.
010383     COMPUTE WS-TAX ROUNDED = WS-MUL * WS-TAX-RATE.
010384 2260-EXIT.
010385     EXIT.
010386******************************************************************
010387 2800-WRITE-DETAIL-LINE.
010390     MOVE SPACES TO WS-DETAIL-LINE.
010400     MOVE TR-QTY     TO DL-QTY.
010410     MOVE TR-PRICE   TO DL-PRICE.
010540*    for why this transaction cannot process.  The original
010550*    record is carried intact so a corrected suspense file can
010560*    recycle straight back into the next night's TRANXF.
010563*    A memo run writes no SUSPF - the record lists on the
010566*    report instead, under the section it fell in.
010570******************************************************************
010580 2850-WRITE-SUSPENSE-RECORD.
010590     MOVE TR-CUST-ID  TO SUSP-CUST-ID.
010760         MOVE WS-RUN-DATE TO SUSP-ORIG-DATE
010770         MOVE ZERO        TO SUSP-RECYCLE-COUNT
010780     END-IF.
010790     IF WS-MEMO-RUN
010792         PERFORM 2860-LIST-MEMO-SUSPENSE THRU 2860-EXIT
010794     ELSE
010796         WRITE SF-RECORD FROM SUSP-RECORD
010798     END-IF.
010800 2850-EXIT.
010801     EXIT.
010802******************************************************************
010803*    2860-LIST-MEMO-SUSPENSE
010804*    Memo run only - the suspense record this transaction would
010805*    have written, listed on the report where it fell.
010806******************************************************************
010807 2860-LIST-MEMO-SUSPENSE.
010808     MOVE SUSP-CUST-ID       TO MS-CUST-ID.
010809     MOVE SUSP-QTY           TO MS-QTY.
010810     MOVE SUSP-PRICE         TO MS-PRICE.
010811     MOVE SUSP-TRAN-TYPE     TO MS-TRAN-TYPE.
010812     MOVE SUSP-REASON-CODE   TO MS-REASON-CODE.
010813     MOVE SUSP-ORIG-DATE     TO MS-ORIG-DATE.
010814     MOVE SUSP-RECYCLE-COUNT TO MS-RECYCLE-COUNT.
010815     WRITE PR-LINE FROM WS-MEMO-SUSP-LINE.
010816 2860-EXIT.
010817     EXIT.
010820******************************************************************
010830 2900-ACCUMULATE-TOTALS.
010840     ADD WS-ADD TO WS-GT-ADD
010970     ADD WS-ADD TO WS-BT-ADD.
010980     ADD WS-MUL TO WS-BT-EXT-PRICE.
010990     ADD 1 TO WS-BT-PROCESSED-COUNT.
010991     ADD WS-TAX TO WS-GT-TAX
010992         ON SIZE ERROR
010993             PERFORM 9903-GRAND-TOTAL-ERROR THRU 9903-EXIT
010994     END-ADD.
010995     ADD WS-TAX TO WS-CT-TAX.
010996     ADD WS-TAX TO WS-BT-TAX.
011000 2900-EXIT.
011010     EXIT.
011020******************************************************************
011060*    customer's night.  A duplicate key is a rerun of this
011070*    business date and replaces the earlier entry, the same as
011080*    the ledger posting replaces a rerun night's totals.
011085*    A memo run banks nothing.
011090******************************************************************
011100 2950-WRITE-HISTORY.
011102     IF WS-MEMO-RUN
011104         GO TO 2950-EXIT
011106     END-IF.
011110     ADD 1 TO WS-HIST-SEQ.
011120     MOVE TR-CUST-ID  TO HS-CUST-ID.
011130     MOVE WS-RUN-DATE TO HS-TRAN-DATE.
011180     MOVE TR-PRICE    TO HS-PRICE.
011190     MOVE TR-TRAN-TYPE TO HS-TRAN-TYPE.
011200     MOVE WS-MUL      TO HS-EXT-PRICE.
011201     MOVE WS-TAX      TO HS-TAX-AMOUNT.
011202     MOVE WS-TAX-STATE TO HS-TAX-STATE.
011210     WRITE HS-RECORD
011220         INVALID KEY
011230             REWRITE HS-RECORD
011320*    Posts tonight's control totals to the month-to-date ledger
011330*    under the business date.  Status 35 creates the ledger on
011340*    the first-ever run, the same convention CUSTMNT uses for a
011350*    brand-new FILEN; a record already there for the date is
011360*    a rerun of this business date and replaces the earlier
011361*    posting.  The record is read first so a rerun leaves
011362*    CASHPST's cash figures for the date as they stand; a new
011363*    record starts them at zero for CASHPST to fill.
011370******************************************************************
011380 8500-POST-LEDGER.
011390     OPEN I-O LEDGERF.
011480         PERFORM 9905-LEDGER-ERROR THRU 9905-EXIT
011490     END-IF.
011500     MOVE WS-RUN-DATE        TO LG-BUSINESS-DATE.
011501     SET WS-LEDGER-ON-FILE TO TRUE.
011502     READ LEDGERF
011503         INVALID KEY
011504             MOVE ZERO TO LG-CASH-COUNT LG-TOTAL-CASH
011505             SET WS-LEDGER-NEW TO TRUE
011506     END-READ.
011507     IF NOT WS-LEDGER-STATUS-OK AND NOT WS-LEDGER-STATUS-NOREC
011508         PERFORM 9905-LEDGER-ERROR THRU 9905-EXIT
011509     END-IF.
011510     MOVE WS-PROCESSED-COUNT TO LG-PROCESSED-COUNT.
011520     MOVE WS-SKIPPED-COUNT   TO LG-SKIPPED-COUNT.
011530     MOVE WS-REJECTED-COUNT  TO LG-REJECTED-COUNT.
011540     MOVE WS-GT-ADD          TO LG-TOTAL-ADDED.
011550     MOVE WS-GT-EXT-PRICE    TO LG-TOTAL-EXT-PRICE.
011551     MOVE WS-GT-TAX          TO LG-TOTAL-TAX.
011560     IF WS-LEDGER-ON-FILE
011570         REWRITE LG-RECORD
011580     ELSE
011590         WRITE LG-RECORD
011591     END-IF.
011600     IF NOT WS-LEDGER-STATUS-OK
011610         PERFORM 9905-LEDGER-ERROR THRU 9905-EXIT
011620     END-IF.
011930 8650-EXIT.
011940     EXIT.
011950******************************************************************
011951*    8700-OPEN-JOURNAL
011952*    The after-image journal CMUNLD started tonight takes an
011953*    image of every master update this run makes.  No journal
011954*    at all (status 35) is started here.
011955******************************************************************
011956 8700-OPEN-JOURNAL.
011957     OPEN EXTEND AIJRNLF.
011958     IF NOT WS-AIJ-STATUS-OK
011959         IF WS-AIJ-STATUS-NOTFND
011960             OPEN OUTPUT AIJRNLF
011961         ELSE
011962             PERFORM 9913-AIJRNLF-ERROR THRU 9913-EXIT
011963         END-IF
011964     END-IF.
011965 8700-EXIT.
011966     EXIT.
011967******************************************************************
011968*    8750-WRITE-AFTER-IMAGE
011969*    CM-RECORD as the update just left it - the record as
011970*    deleted, for a delete - under the action in WS-AIJ-ACTION.
011971*    A failed write aborts the run RC 16 - a short journal
011972*    must never be trailered as whole.
011973******************************************************************
011974 8750-WRITE-AFTER-IMAGE.
011975     MOVE SPACES TO AJ-RECORD.
011976     SET AJ-TYPE-IMAGE TO TRUE.
011977     MOVE WS-RUN-DATE TO AJ-BUSINESS-DATE.
011978     ACCEPT WS-AIJ-TIME FROM TIME.
011979     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
011980     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
011981     MOVE WS-AIJ-ACTION TO AJ-ACTION.
011982     MOVE CM-RECORD TO AJ-IMAGE.
011983     WRITE AJ-RECORD.
011984     IF NOT WS-AIJ-STATUS-OK
011985         PERFORM 9913-AIJRNLF-ERROR THRU 9913-EXIT
011986     END-IF.
011987     ADD 1 TO WS-AIJ-IMAGE-COUNT.
011988 8750-EXIT.
011989     EXIT.
011990******************************************************************
011991*    8780-CLOSE-JOURNAL
011992*    Only a clean finish gets here, after FILEN has closed -
011993*    AIJTRLR totals the master and writes this run's trailer,
011994*    the good point a roll-forward can stop at.
011995******************************************************************
011996 8780-CLOSE-JOURNAL.
011997     CLOSE AIJRNLF.
011998     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID WS-RUN-DATE
011999         WS-AIJ-IMAGE-COUNT.
012000     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
012001     IF WS-AIJ-RETURN-CODE NOT = ZERO
012002         PERFORM 9914-AIJTRLR-ERROR THRU 9914-EXIT
012003     END-IF.
012004 8780-EXIT.
012005     EXIT.
012006******************************************************************
012007 9000-FINALIZE.
012008     IF WS-CUST-OPEN
012009         PERFORM 2070-WRITE-CUSTOMER-SUBTOTAL THRU 2070-EXIT
012010     END-IF.
012011     IF WS-BATCH-OPEN
012012         PERFORM 2080-WRITE-BATCH-TOTAL THRU 2080-EXIT
012020     END-IF.
012030     MOVE WS-PROCESSED-COUNT TO TL-REC-COUNT.
012040     MOVE WS-GT-ADD       TO TL-GT-ADD.
012050     MOVE WS-GT-EXT-PRICE TO TL-GT-EXT-PRICE.
012060     MOVE WS-GT-REM       TO TL-GT-REM.
012070     WRITE PR-LINE FROM WS-TOTAL-LINE.
012071     MOVE WS-GT-TAX TO SX-TAX-TOTAL.
012072     WRITE PR-LINE FROM WS-SALES-TAX-LINE.
012080     IF WS-SKIPPED-COUNT > ZERO
012090         MOVE WS-SKIPPED-COUNT TO SL-SKIP-COUNT
012100         WRITE PR-LINE FROM WS-SKIP-LINE
012130         MOVE WS-REJECTED-COUNT TO RL-REJECT-COUNT
012140         WRITE PR-LINE FROM WS-REJECT-LINE
012150     END-IF.
012151     IF WS-HELD-COUNT > ZERO
012152         MOVE WS-HELD-COUNT TO HL-HELD-COUNT
012153         WRITE PR-LINE FROM WS-HELD-LINE
012154     END-IF.
012155     MOVE WS-HELD-COUNT  TO OT-HELD-COUNT.
012156     MOVE WS-HELD-AMOUNT TO OT-HELD-AMOUNT.
012157     WRITE OL-LINE FROM WS-OL-TOTAL-LINE.
012160     IF WS-MEMO-RUN
012162         WRITE PR-LINE FROM WS-MEMO-NOTICE-LINE
012164         DISPLAY 'HITHERE - MEMO RUN - NOTHING POSTED'
012166     ELSE
012168         PERFORM 8500-POST-LEDGER THRU 8500-EXIT
012170         PERFORM 8600-RECORD-BATCH-NUMBER THRU 8600-EXIT
012175     END-IF.
012180     CLOSE TRANXF.
012190     CLOSE PRTFILE.
012200     CLOSE OLRPT.
012201     IF WS-POSTING-RUN
012205         CLOSE SUSPF
012210         CLOSE TRANHIST
012215     END-IF.
012220     CLOSE FILEN.
012230     IF NOT WS-FILEN-STATUS-OK
012240         MOVE 'CLOSE' TO WS-FILEN-OPERATION
012250         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
012252     END-IF.
012254     IF WS-POSTING-RUN
012256         PERFORM 8780-CLOSE-JOURNAL THRU 8780-EXIT
012260     END-IF.
012270 9000-EXIT.
012280     EXIT.
012370     DISPLAY '    LAST TRANSACTION READ = ' WS-REC-COUNT.
012380     CLOSE TRANXF.
012390     CLOSE PRTFILE.
012400     CLOSE OLRPT.
012401     IF WS-POSTING-RUN
012404         CLOSE SUSPF
012407         CLOSE TRANHIST
012410         CLOSE AIJRNLF
012413     END-IF.
012420     CLOSE FILEN.
012430     MOVE 16 TO RETURN-CODE.
012440     GOBACK.
012560     DISPLAY '    HELLO RETURN CODE = ' WS-HELLO-RETURN-CODE.
012570     CLOSE TRANXF.
012580     CLOSE PRTFILE.
012590     CLOSE OLRPT.
012591     IF WS-POSTING-RUN
012594         CLOSE SUSPF
012597         CLOSE TRANHIST
012600         CLOSE AIJRNLF
012603     END-IF.
012610     CLOSE FILEN.
012620     MOVE WS-HELLO-RETURN-CODE TO RETURN-CODE.
012630     GOBACK.
012690     DISPLAY '    FILE STATUS = ' WS-LEDGER-STATUS.
012700     CLOSE TRANXF.
012710     CLOSE PRTFILE.
012720     CLOSE OLRPT.
012721     IF WS-POSTING-RUN
012724         CLOSE SUSPF
012727         CLOSE TRANHIST
012730         CLOSE AIJRNLF
012733     END-IF.
012740     CLOSE FILEN.
012750     MOVE 16 TO RETURN-CODE.
012760     GOBACK.
013050     DISPLAY '    FILE STATUS = ' WS-TRANHIST-STATUS.
013060     CLOSE TRANXF.
013070     CLOSE PRTFILE.
013080     CLOSE OLRPT.
013081     IF WS-POSTING-RUN
013082         CLOSE SUSPF
013084         CLOSE AIJRNLF
013085     END-IF.
013090*    FILEN is open with balance rewrites in flight whenever
013100*    this fires during posting; on the open-TRANHIST path it
013110*    is not open yet, and the extra CLOSE costs a status byte
013210     DISPLAY '    FILE STATUS = ' WS-FILEN-STATUS.
013220     CLOSE TRANXF.
013230     CLOSE PRTFILE.
013240     CLOSE OLRPT.
013241     IF WS-POSTING-RUN
013244         CLOSE SUSPF
013247         CLOSE TRANHIST
013250         CLOSE AIJRNLF
013253     END-IF.
013260     MOVE 16 TO RETURN-CODE.
013270     GOBACK.
013280 9909-EXIT.
013420         WS-PREV-DETAIL-ID.
013430     CLOSE TRANXF.
013440     CLOSE PRTFILE.
013450     CLOSE OLRPT.
013451     IF WS-POSTING-RUN
013454         CLOSE SUSPF
013457         CLOSE TRANHIST
013460         CLOSE AIJRNLF
013463     END-IF.
013470     CLOSE FILEN.
013480     MOVE 12 TO RETURN-CODE.
013490     GOBACK.
013500 9910-EXIT.
013510     EXIT.
015600******************************************************************
015610*    9911-TAXRATE-ERROR / 9912-TAX-TABLE-REFUSED
015620*    The table loads ahead of every other file, so TAXRATE is
015630*    the only one open.
015640******************************************************************
015650 9911-TAXRATE-ERROR.
015660     DISPLAY 'HITHERE - TAXRATE I/O ERROR'.
015670     DISPLAY '    FILE STATUS = ' WS-TAXRATE-STATUS.
015680     CLOSE TAXRATE.
015690     MOVE 16 TO RETURN-CODE.
015700     GOBACK.
015710 9911-EXIT.
015720     EXIT.
015730 9912-TAX-TABLE-REFUSED.
015740     DISPLAY 'HITHERE - RUN REFUSED - TAXRATE TABLE NOT LOADED,'
015750         ' NOTHING POSTED'.
015760     CLOSE TAXRATE.
015770     MOVE 12 TO RETURN-CODE.
015780     GOBACK.
015790 9912-EXIT.
015800     EXIT.
016320******************************************************************
016330 9913-AIJRNLF-ERROR.
016340     DISPLAY 'HITHERE - AIJRNLF I/O ERROR'.
016350     DISPLAY 'HITHERE - FILE STATUS = ' WS-AIJ-STATUS.
016360     MOVE 16 TO RETURN-CODE.
016370     GOBACK.
016380 9913-EXIT.
016390     EXIT.
016400******************************************************************
016410 9914-AIJTRLR-ERROR.
016420     DISPLAY 'HITHERE - JOURNAL TRAILER NOT WRITTEN'.
016430     DISPLAY 'HITHERE - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
016440     MOVE 16 TO RETURN-CODE.
016450     GOBACK.
016460 9914-EXIT.
016470     EXIT.
017480******************************************************************
017490 9915-HTPARM-ERROR.
017500     DISPLAY 'HITHERE - HTPARM I/O ERROR ON OPEN INPUT'.
017510     DISPLAY 'HITHERE - FILE STATUS = ' WS-HTPARM-STATUS.
017520     MOVE 16 TO RETURN-CODE.
017530     GOBACK.
017540 9915-EXIT.
017550     EXIT.
