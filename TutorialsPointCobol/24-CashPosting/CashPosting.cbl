000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CASHPST.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Cash receipts posting.  Posts the bank's nightly
000160*    LOCKBOX remittance file against the customer master -
000170*    every deposit on the file is proved against its own
000180*    trailer (item count and deposit total) and checked new
000190*    to the DEPLOG deposit register before a single payment
000200*    posts; then the payments, together with last night's
000210*    carried unapplied cash off UNAPPF, SORT into customer
000220*    order and apply.  A payment to a live customer reduces
000230*    CM-BALANCE and banks on TRANHIST as a 'P' detail in the
000240*    customer's cash section (batch position 90) with a
000250*    section summary behind it, so STMTPRT, STMTRPR, and
000260*    DLINQ's posted-history inquiry all see it.  A payment
000270*    that cannot be matched to a live customer - an unknown
000280*    ID, a closed account, an account archived to CLOSEDF -
000290*    goes to the unapplied-cash carry-forward with its reason
000300*    and is retried every night until it posts.  The CASHRPT
000310*    register lists every item and its disposition, proves
000320*    each deposit's applied plus unapplied cash back to the
000330*    bank's deposit total, and the night's applied cash posts
000340*    to the same date's LEDGERF record.  Runs as the NITEBAT
000350*    step after HITHERE, so the cash section rolls on top of
000360*    the night's sales.
000370*    OPERATIONS NOTE - like HITHERE's roll, the balance
000380*    reduction is not rerun-safe.  An abort after posting
000390*    began is recovered by CMRELD reload of FILEN from
000400*    tonight's generation, then CMROLLF to reapply the after-
000410*    images of every step that finished ahead of this one,
000420*    then a resubmit of NITEBAT, which resumes from its
000430*    checkpoint.  UNAPPF is only replaced after the run posts
000440*    clean (through the UNAPTMP work file), and DEPLOG only
000443*    learns tonight's deposits then, so both are still as
000446*    they were for the resubmission.
000450*    MODIFICATION HISTORY
000460*   10/15/2026 SC  Initial version.
000461*   10/15/2026 SC  CLOSEDF record widened with CUSTMAST's
000462*                  new CM-CREDIT-LIMIT - 128 bytes.
000463*   10/15/2026 SC  Payments carry no sales tax - the cash
000464*                  section's history records bank a zero tax
000465*                  amount and total, and a ledger record this
000466*                  run creates starts LG-TOTAL-TAX at zero.
000467*   10/15/2026 SC  Every customer rewrite writes an after-image
000468*                  to the AIJRNLF journal and the run closes with
000469*                  an AIJTRLR trailer, so an abort recovers by
000470*                  reload, roll-forward, and resubmit from the
000471*                  checkpoint, as the OPERATIONS NOTE above says.
000472*                  A failed journal write aborts RC 16.
000473*   10/15/2026 SC  CLOSEDF image widened with CUSTMAST's new
000474*                  delivery method and email address - 179
000475*                  bytes.
000476 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500    SELECT LOCKBOX ASSIGN TO LOCKDD
000510        ORGANIZATION IS SEQUENTIAL
000520        FILE STATUS IS WS-LOCKBOX-STATUS.
000530    SELECT UNAPPF ASSIGN TO UNAPDD
000540        ORGANIZATION IS SEQUENTIAL
000550        FILE STATUS IS WS-UNAPPF-STATUS.
000560    SELECT UNAPTMP ASSIGN TO UNATMPDD
000570        ORGANIZATION IS SEQUENTIAL
000575        FILE STATUS IS WS-UNAPTMP-STATUS.
000580    SELECT DEPLOG ASSIGN TO DEPLOGDD
000590        ORGANIZATION IS SEQUENTIAL
000600        FILE STATUS IS WS-DEPLOG-STATUS.
000610    SELECT CASHRPT ASSIGN TO CASHRPDD
000620        ORGANIZATION IS SEQUENTIAL.
000630    SELECT FILEN ASSIGN TO DDNAME
000640        ORGANIZATION IS INDEXED
000650        ACCESS MODE IS RANDOM
000660        RECORD KEY IS CM-ID
000670        ALTERNATE RECORD KEY IS CM-NAME
000680            WITH DUPLICATES
000690        FILE STATUS IS WS-FILEN-STATUS.
000700    SELECT TRANHIST ASSIGN TO TRNHSTDD
000710        ORGANIZATION IS INDEXED
000720        ACCESS MODE IS RANDOM
000730        RECORD KEY IS HS-KEY
000740        FILE STATUS IS WS-TRANHIST-STATUS.
000750    SELECT LEDGERF ASSIGN TO LEDGDD
000760        ORGANIZATION IS INDEXED
000770        ACCESS MODE IS RANDOM
000780        RECORD KEY IS LG-BUSINESS-DATE
000790        FILE STATUS IS WS-LEDGER-STATUS.
000800    SELECT CLOSEDF ASSIGN TO CLOSEDD
000810        ORGANIZATION IS SEQUENTIAL
000820        FILE STATUS IS WS-CLOSED-STATUS.
000822    SELECT AIJRNLF ASSIGN TO AIJRNDD
000824        ORGANIZATION IS SEQUENTIAL
000826        FILE STATUS IS WS-AIJ-STATUS.
000830    SELECT SORTWK ASSIGN TO SORTWKDD.
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD LOCKBOX.
000870 COPY LOCKREC.
000880 FD UNAPPF.
000890 01 UF-RECORD             PIC X(48).
000900 FD UNAPTMP.
000910 01 UT-RECORD             PIC X(48).
000920 FD DEPLOG.
000930 01 DG-RECORD.
000940    05 DG-DEPOSIT-NUMBER     PIC 9(06).
000950    05 DG-POSTED-DATE        PIC 9(08).
000960 FD CASHRPT.
000970 01 CR-LINE               PIC X(132).
000980 FD FILEN.
000990 COPY CUSTMAST.
001000 FD TRANHIST.
001010 COPY HISTREC.
001020 FD LEDGERF.
001030 COPY LEDGREC.
001040 FD CLOSEDF.
001050 01 CL-RECORD.
001060    05 CL-CUST-ID            PIC X(05).
001070    05 CL-CUST-NAME          PIC X(25).
001080    05 FILLER                PIC X(149).
001083 FD AIJRNLF.
001086 COPY AIJREC.
001090 SD SORTWK.
001100 01 SW-RECORD.
001110    05 SW-CUST-ID            PIC X(05).
001120    05 SW-CUST-ID-N REDEFINES SW-CUST-ID
001130                             PIC 9(05).
001140    05 SW-SOURCE             PIC X(01).
001150       88 SW-FROM-CARRIED       VALUE 'C'.
001160       88 SW-FROM-LOCKBOX       VALUE 'L'.
001170    05 SW-CHECK-NUMBER       PIC X(10).
001180    05 SW-AMOUNT             PIC 9(07)V99.
001190    05 SW-DEPOSIT-NUMBER     PIC 9(06).
001200    05 SW-ORIG-DATE          PIC 9(08).
001210 WORKING-STORAGE SECTION.
001220 01 WS-SWITCHES.
001230    05 WS-PROVE-EOF-SW      PIC X(01) VALUE 'N'.
001240       88 WS-PROVE-EOF          VALUE 'Y'.
001250       88 WS-PROVE-NOT-EOF      VALUE 'N'.
001260    05 WS-TRAILER-SW        PIC X(01) VALUE 'N'.
001270       88 WS-TRAILER-SEEN       VALUE 'Y'.
001280       88 WS-TRAILER-NOT-SEEN   VALUE 'N'.
001290    05 WS-LOCKBOX-SW        PIC X(01) VALUE 'N'.
001300       88 WS-LOCKBOX-PRESENT    VALUE 'Y'.
001310       88 WS-LOCKBOX-ABSENT     VALUE 'N'.
001320    05 WS-FEED-EOF-SW       PIC X(01) VALUE 'N'.
001330       88 WS-FEED-EOF           VALUE 'Y'.
001340       88 WS-FEED-NOT-EOF       VALUE 'N'.
001350    05 WS-UNAP-EOF-SW       PIC X(01) VALUE 'N'.
001360       88 WS-UNAP-EOF           VALUE 'Y'.
001370       88 WS-UNAP-NOT-EOF       VALUE 'N'.
001380    05 WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
001390       88 WS-SORT-EOF           VALUE 'Y'.
001400       88 WS-SORT-NOT-EOF       VALUE 'N'.
001410    05 WS-CUST-OPEN-SW      PIC X(01) VALUE 'N'.
001420       88 WS-CUST-OPEN          VALUE 'Y'.
001430       88 WS-CUST-NOT-OPEN      VALUE 'N'.
001440    05 WS-CUST-LIVE-SW      PIC X(01) VALUE 'N'.
001450       88 WS-CUST-LIVE          VALUE 'Y'.
001460       88 WS-CUST-NOT-LIVE      VALUE 'N'.
001470    05 WS-CLOSED-EOF-SW     PIC X(01) VALUE 'N'.
001480       88 WS-CLOSED-EOF         VALUE 'Y'.
001490       88 WS-CLOSED-NOT-EOF     VALUE 'N'.
001500    05 WS-ARCHIVE-SW        PIC X(01) VALUE 'N'.
001510       88 WS-ARCHIVE-FOUND      VALUE 'Y'.
001520       88 WS-ARCHIVE-NOT-FOUND  VALUE 'N'.
001530    05 WS-DEPOSIT-FOUND-SW  PIC X(01) VALUE 'N'.
001540       88 WS-DEPOSIT-FOUND      VALUE 'Y'.
001550       88 WS-DEPOSIT-NOT-FOUND  VALUE 'N'.
001560    05 WS-PROOF-SW          PIC X(01) VALUE 'Y'.
001570       88 WS-RUN-PROVEN         VALUE 'Y'.
001580       88 WS-RUN-NOT-PROVEN     VALUE 'N'.
001590    05 WS-POST-ABORT-SW     PIC X(01) VALUE 'N'.
001600       88 WS-POST-ABORTED       VALUE 'Y'.
001610       88 WS-POST-NOT-ABORTED   VALUE 'N'.
001620 01 WS-LOCKBOX-STATUS        PIC X(02) VALUE '00'.
001630    88 WS-LOCKBOX-STATUS-OK     VALUE '00'.
001640    88 WS-LOCKBOX-STATUS-NOTFND VALUE '35'.
001650 01 WS-UNAPPF-STATUS         PIC X(02) VALUE '00'.
001660    88 WS-UNAPPF-STATUS-OK      VALUE '00'.
001670    88 WS-UNAPPF-STATUS-NOTFND  VALUE '35'.
001673 01 WS-UNAPTMP-STATUS        PIC X(02) VALUE '00'.
001676    88 WS-UNAPTMP-STATUS-OK     VALUE '00'.
001680 01 WS-DEPLOG-STATUS         PIC X(02) VALUE '00'.
001690    88 WS-DEPLOG-STATUS-OK      VALUE '00'.
001700    88 WS-DEPLOG-STATUS-NOTFND  VALUE '35'.
001710 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
001720    88 WS-FILEN-STATUS-OK       VALUE '00'.
001730    88 WS-FILEN-STATUS-NOTFND   VALUE '23'.
001740 01 WS-FILEN-OPERATION       PIC X(07) VALUE SPACES.
001750 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
001760    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
001770    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001780 01 WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
001790    88 WS-LEDGER-STATUS-OK      VALUE '00'.
001800    88 WS-LEDGER-STATUS-NOTFND  VALUE '35'.
001810 01 WS-CLOSED-STATUS         PIC X(02) VALUE '00'.
001820    88 WS-CLOSED-STATUS-OK      VALUE '00'.
001830    88 WS-CLOSED-STATUS-NOTFND  VALUE '35'.
001840 01 WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001850******************************************************************
001860*    The unapplied-cash record, built here and written to the
001870*    UNAPTMP work file - UNAPPF itself is only replaced once
001880*    the night has posted clean.
001890******************************************************************
001900 COPY UNAPREC.
001910******************************************************************
001920*    Deposit-proof fields - the deposit currently being proved
001930*    and what its items actually add to, against what the
001940*    bank's trailer says they should.
001950******************************************************************
001960 01 WS-DEPOSIT-FIELDS.
001970    05 WS-DEPOSIT-NUMBER     PIC 9(06) VALUE ZERO.
001980    05 WS-DEPOSIT-BANK       PIC X(08) VALUE SPACES.
001990    05 WS-DEPOSIT-DATE       PIC 9(08) VALUE ZERO.
002000 01 WS-DEPOSIT-PROOF.
002010    05 WS-DP-COUNT           PIC 9(07) VALUE ZERO.
002020    05 WS-DP-TOTAL           PIC 9(09)V99 VALUE ZERO.
002030*    The deposit the lockbox read is inside while it RELEASEs
002040*    items to the sort - each header sets it.
002050 01 WS-FEED-DEPOSIT          PIC 9(06) VALUE ZERO.
002060******************************************************************
002070*    The night's proved deposits, in file order - the proof
002080*    pass fills each entry with the bank's own count and total,
002090*    the posting pass adds what applied and what went to
002100*    unapplied cash, and the register proves the two back to
002110*    the bank.  Twenty deposits a night, the same room HITHERE
002120*    gives its batch table.
002130******************************************************************
002140 01 WS-DEPOSIT-COUNT         PIC S9(04) COMP VALUE ZERO.
002150 01 WS-DX                    PIC S9(04) COMP VALUE ZERO.
002160 01 WS-DEPOSIT-TABLE.
002170    05 WS-DEPOSIT-ENTRY OCCURS 20 TIMES.
002180       10 WS-DT-NUMBER       PIC 9(06).
002190       10 WS-DT-BANK         PIC X(08).
002200       10 WS-DT-DATE         PIC 9(08).
002210       10 WS-DT-BANK-COUNT   PIC 9(07).
002220       10 WS-DT-BANK-TOTAL   PIC 9(09)V99.
002230       10 WS-DT-APPLIED-COUNT PIC 9(07).
002240       10 WS-DT-APPLIED-AMT  PIC S9(9)V99 COMP-3.
002250       10 WS-DT-UNAP-COUNT   PIC 9(07).
002260       10 WS-DT-UNAP-AMT     PIC S9(9)V99 COMP-3.
002270 01 WS-DEPOSIT-SUM           PIC S9(9)V99 COMP-3 VALUE ZERO.
002280 01 WS-DEPOSIT-ITEMS         PIC 9(07) VALUE ZERO.
002290******************************************************************
002300*    Per-customer control-break fields.  The sorted stream
002310*    breaks on the customer ID as keyed by the bank; a live
002320*    customer's payments apply to the record held in the FILEN
002330*    area and the whole cash section rewrites once, at the
002340*    break, with its summary record behind it.
002350******************************************************************
002360 01 WS-CUSTOMER-FIELDS.
002370    05 WS-CURRENT-CUST-ID    PIC X(05) VALUE SPACES.
002380    05 WS-CUST-NAME          PIC X(25) VALUE SPACES.
002390    05 WS-CUST-REASON        PIC X(02) VALUE SPACES.
002400    05 WS-CA-COUNT           PIC 9(04) VALUE ZERO.
002410    05 WS-CA-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002420*    History sequence within the customer's cash section.
002430    05 WS-HIST-SEQ           PIC 9(04) VALUE ZERO.
002440******************************************************************
002450*    Run totals.  Lockbox items split applied / unapplied and
002460*    must foot back to what the bank sent; carried items split
002470*    applied tonight / still carried and must foot back to
002480*    what came in off UNAPPF.
002490******************************************************************
002500 01 WS-RUN-TOTALS.
002510    05 WS-LB-COUNT           PIC 9(07) VALUE ZERO.
002520    05 WS-LB-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002530    05 WS-LB-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
002540    05 WS-LB-APPLIED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
002550    05 WS-LB-UNAP-COUNT      PIC 9(07) VALUE ZERO.
002560    05 WS-LB-UNAP-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
002570    05 WS-CF-COUNT           PIC 9(07) VALUE ZERO.
002580    05 WS-CF-AMOUNT          PIC S9(9)V99 COMP-3 VALUE ZERO.
002590    05 WS-CF-APPLIED-COUNT   PIC 9(07) VALUE ZERO.
002600    05 WS-CF-APPLIED-AMOUNT  PIC S9(9)V99 COMP-3 VALUE ZERO.
002610    05 WS-CF-HELD-COUNT      PIC 9(07) VALUE ZERO.
002620    05 WS-CF-HELD-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
002630    05 WS-APPLIED-COUNT      PIC 9(07) VALUE ZERO.
002640    05 WS-APPLIED-AMOUNT     PIC S9(9)V99 COMP-3 VALUE ZERO.
002650    05 WS-UNAP-COUNT         PIC 9(07) VALUE ZERO.
002660    05 WS-UNAP-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
002670    05 WS-CUSTOMERS-PAID     PIC 9(07) VALUE ZERO.
002680******************************************************************
002690*    Cash receipts register line layouts, written to CASHRPT.
002700******************************************************************
002710 01 WS-HDR-LINE-1.
002720    05 FILLER                PIC X(20) VALUE SPACES.
002730    05 FILLER                PIC X(40)
002740        VALUE 'CASHPST CASH RECEIPTS REGISTER'.
002750    05 FILLER                PIC X(15)
002760        VALUE 'BUSINESS DATE  '.
002770    05 H1-BUSINESS-DATE      PIC 9(08).
002780    05 FILLER                PIC X(49) VALUE SPACES.
002790 01 WS-HDR-LINE-2.
002800    05 FILLER                PIC X(07) VALUE 'CUST   '.
002810    05 FILLER                PIC X(27) VALUE 'NAME'.
002820    05 FILLER                PIC X(08) VALUE 'DEPOSIT '.
002830    05 FILLER                PIC X(12) VALUE 'CHECK NUMBER'.
002840    05 FILLER                PIC X(12) VALUE '    AMOUNT  '.
002850    05 FILLER                PIC X(22) VALUE 'DISPOSITION'.
002860    05 FILLER                PIC X(44) VALUE SPACES.
002870 01 WS-DETAIL-LINE.
002880    05 DL-CUST-ID            PIC X(05).
002890    05 FILLER                PIC X(02) VALUE SPACES.
002900    05 DL-CUST-NAME          PIC X(25).
002910    05 FILLER                PIC X(02) VALUE SPACES.
002920    05 DL-DEPOSIT            PIC 9(06).
002930    05 FILLER                PIC X(02) VALUE SPACES.
002940    05 DL-CHECK-NUMBER       PIC X(10).
002950    05 FILLER                PIC X(02) VALUE SPACES.
002960    05 DL-AMOUNT             PIC ZZZZZZ9.99.
002970    05 FILLER                PIC X(02) VALUE SPACES.
002980    05 DL-DISPOSITION        PIC X(20).
002990    05 FILLER                PIC X(02) VALUE SPACES.
003000    05 DL-CARRIED            PIC X(13).
003010    05 FILLER                PIC X(31) VALUE SPACES.
003020 01 WS-CUST-TOTAL-LINE.
003030    05 FILLER                PIC X(05) VALUE SPACES.
003040    05 FILLER                PIC X(09) VALUE 'CUSTOMER '.
003050    05 CT-CUST-ID            PIC X(05).
003060    05 FILLER                PIC X(01) VALUE SPACES.
003070    05 FILLER                PIC X(08) VALUE 'APPLIED '.
003080    05 CT-COUNT              PIC ZZZ9.
003090    05 FILLER                PIC X(02) VALUE SPACES.
003100    05 FILLER                PIC X(07) VALUE 'AMOUNT '.
003110    05 CT-AMOUNT             PIC ZZZZZZZZ9.99-.
003120    05 FILLER                PIC X(02) VALUE SPACES.
003130    05 FILLER                PIC X(12) VALUE 'NEW BALANCE '.
003140    05 CT-NEW-BALANCE        PIC ZZZZZZZZ9.99-.
003150    05 FILLER                PIC X(51) VALUE SPACES.
003160 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
003170 01 WS-PROOF-HDR-LINE.
003180    05 FILLER                PIC X(40)
003190        VALUE 'DEPOSIT PROOF AGAINST THE BANK'.
003200    05 FILLER                PIC X(92) VALUE SPACES.
003210 01 WS-NO-DEPOSIT-LINE.
003220    05 FILLER                PIC X(40)
003230        VALUE 'NO LOCKBOX DEPOSITS TONIGHT'.
003240    05 FILLER                PIC X(92) VALUE SPACES.
003250 01 WS-DEPOSIT-LINE.
003260    05 FILLER                PIC X(08) VALUE 'DEPOSIT '.
003270    05 DP-NUMBER             PIC 9(06).
003280    05 FILLER                PIC X(06) VALUE ' BANK '.
003290    05 DP-BANK               PIC X(08).
003300    05 FILLER                PIC X(07) VALUE ' ITEMS '.
003310    05 DP-BANK-COUNT         PIC ZZZZZZ9.
003320    05 FILLER                PIC X(07) VALUE ' TOTAL '.
003330    05 DP-BANK-TOTAL         PIC ZZZZZZZZ9.99.
003340    05 FILLER                PIC X(09) VALUE ' APPLIED '.
003350    05 DP-APPLIED            PIC ZZZZZZZZ9.99-.
003360    05 FILLER                PIC X(11) VALUE ' UNAPPLIED '.
003370    05 DP-UNAPPLIED          PIC ZZZZZZZZ9.99-.
003380    05 FILLER                PIC X(02) VALUE SPACES.
003390    05 DP-RESULT             PIC X(12).
003400    05 FILLER                PIC X(11) VALUE SPACES.
003410 01 WS-TOTAL-LINE.
003420    05 FILLER                PIC X(05) VALUE SPACES.
003430    05 TL-LABEL              PIC X(35).
003440    05 TL-COUNT              PIC ZZZZZZ9.
003450    05 FILLER                PIC X(03) VALUE SPACES.
003460    05 TL-AMOUNT             PIC ZZZZZZZZ9.99-.
003470    05 FILLER                PIC X(69) VALUE SPACES.
003471******************************************************************
003472*    After-image journal controls - every master update this
003473*    run makes goes onto AIJRNLF as an image, and the count
003474*    rides out on the run's trailer.
003475******************************************************************
003476 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
003477    88 WS-AIJ-STATUS-OK         VALUE '00'.
003478    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
003479 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CASHPST '.
003480 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
003481 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
003482 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
003483 01 WS-AIJ-TIME.
003484    05 WS-AIJ-HHMMSS         PIC 9(06).
003485 LINKAGE SECTION.
003490 01 LS-BUSINESS-DATE         PIC 9(08).
003500 01 LS-RECORD-COUNT          PIC 9(07).
003510 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
003520******************************************************************
003530*    0000-MAINLINE
003540*    Every item handled - lockbox payments and carried items
003550*    alike - goes back to the chain for the run history.  A
003560*    deposit that posted but will not prove back to the bank
003570*    stops the chain with RC 12 for a person to look at.
003580******************************************************************
003590 0000-MAINLINE.
003600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003610     PERFORM 2000-POST-RECEIPTS THRU 2000-EXIT.
003620     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003630     COMPUTE LS-RECORD-COUNT = WS-LB-COUNT + WS-CF-COUNT.
003640     IF WS-RUN-NOT-PROVEN
003650         DISPLAY 'CASHPST - CASH DID NOT PROVE - SEE CASHRPT'
003660         MOVE 12 TO RETURN-CODE
003670     ELSE
003680         MOVE 0 TO RETURN-CODE
003690     END-IF.
003700     GOBACK.
003710******************************************************************
003720 1000-INITIALIZE.
003730     MOVE LS-BUSINESS-DATE TO WS-RUN-DATE.
003740     MOVE LS-BUSINESS-DATE TO H1-BUSINESS-DATE.
003750     PERFORM 1500-PROVE-LOCKBOX THRU 1500-EXIT.
003760     OPEN OUTPUT CASHRPT.
003770     PERFORM 1800-OPEN-TRANHIST THRU 1800-EXIT.
003780     OPEN I-O FILEN.
003790     IF NOT WS-FILEN-STATUS-OK
003800         MOVE 'OPEN' TO WS-FILEN-OPERATION
003810         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
003820     END-IF.
003825     PERFORM 8800-OPEN-JOURNAL THRU 8800-EXIT.
003830     WRITE CR-LINE FROM WS-HDR-LINE-1.
003840     WRITE CR-LINE FROM WS-HDR-LINE-2.
003850 1000-EXIT.
003860     EXIT.
003870******************************************************************
003880*    1500-PROVE-LOCKBOX
003890*    Whole-file proof pass, run before anything posts: every
003900*    deposit must open with its header, close with its
003910*    trailer, and have that trailer's item count and deposit
003920*    total equal what its items add to; every deposit number
003930*    must be new to DEPLOG and appear only once tonight.  Any
003940*    failure refuses the run with nothing posted.  No LOCKBOX
003950*    at all (status 35) is a night the bank sent nothing -
003960*    the carried unapplied cash is still retried.
003970******************************************************************
003980 1500-PROVE-LOCKBOX.
003990     OPEN INPUT LOCKBOX.
004000     IF NOT WS-LOCKBOX-STATUS-OK
004010         IF WS-LOCKBOX-STATUS-NOTFND
004020             DISPLAY 'CASHPST - NO LOCKBOX FILE TONIGHT -'
004030                 ' CARRIED ITEMS ONLY'
004040             GO TO 1500-EXIT
004050         ELSE
004060             PERFORM 9901-LOCKBOX-ERROR THRU 9901-EXIT
004070         END-IF
004080     END-IF.
004090     SET WS-LOCKBOX-PRESENT TO TRUE.
004100     PERFORM 1550-PROVE-ONE-DEPOSIT THRU 1550-EXIT
004110         UNTIL WS-PROVE-EOF.
004120     CLOSE LOCKBOX.
004130     IF WS-DEPOSIT-COUNT = ZERO
004140         DISPLAY 'CASHPST - LOCKBOX HOLDS NO DEPOSIT TONIGHT'
004150     END-IF.
004160 1500-EXIT.
004170     EXIT.
004180******************************************************************
004190*    1550-PROVE-ONE-DEPOSIT
004200*    End-of-file here, between deposits, is the normal end of
004210*    the file.  Anything but a header opening a deposit is not
004220*    a whole transmission and refuses the run.
004230******************************************************************
004240 1550-PROVE-ONE-DEPOSIT.
004250     READ LOCKBOX
004260         AT END
004270             SET WS-PROVE-EOF TO TRUE
004280             GO TO 1550-EXIT
004290     END-READ.
004300     IF NOT LB-TYPE-HEADER
004310         DISPLAY 'CASHPST - EXPECTED A DEPOSIT HEADER, FOUND'
004320             ' TYPE ' LB-REC-TYPE
004330         PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
004340     END-IF.
004350     MOVE LB-DEPOSIT-NUMBER TO WS-DEPOSIT-NUMBER.
004360     MOVE LB-BANK-ID        TO WS-DEPOSIT-BANK.
004370     MOVE LB-DEPOSIT-DATE   TO WS-DEPOSIT-DATE.
004380     IF WS-DEPOSIT-DATE NOT = WS-RUN-DATE
004390         DISPLAY 'CASHPST - WARNING - DEPOSIT ' WS-DEPOSIT-NUMBER
004400             ' DATE ' WS-DEPOSIT-DATE ' IS NOT BUSINESS DATE '
004410             WS-RUN-DATE
004420     END-IF.
004430     PERFORM 1560-CHECK-DEPOSIT-TABLE THRU 1560-EXIT.
004440     PERFORM 1600-CHECK-DEPOSIT-REGISTER THRU 1600-EXIT.
004450     MOVE ZERO TO WS-DP-COUNT.
004460     MOVE ZERO TO WS-DP-TOTAL.
004470     SET WS-TRAILER-NOT-SEEN TO TRUE.
004480     PERFORM 1700-PROVE-ONE-ITEM THRU 1700-EXIT
004490         UNTIL WS-TRAILER-SEEN.
004500     IF LB-ITEM-COUNT NOT = WS-DP-COUNT
004510         OR LB-DEPOSIT-TOTAL NOT = WS-DP-TOTAL
004520         DISPLAY 'CASHPST - TRAILER PROOF FAILED FOR DEPOSIT '
004530             WS-DEPOSIT-NUMBER
004540         DISPLAY '    TRAILER COUNT = ' LB-ITEM-COUNT
004550             ' COUNTED = ' WS-DP-COUNT
004560         DISPLAY '    TRAILER TOTAL = ' LB-DEPOSIT-TOTAL
004570             ' COUNTED = ' WS-DP-TOTAL
004580         PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
004590     END-IF.
004600     MOVE LB-ITEM-COUNT
004610         TO WS-DT-BANK-COUNT(WS-DEPOSIT-COUNT).
004620     MOVE LB-DEPOSIT-TOTAL
004630         TO WS-DT-BANK-TOTAL(WS-DEPOSIT-COUNT).
004640 1550-EXIT.
004650     EXIT.
004660******************************************************************
004670*    1560-CHECK-DEPOSIT-TABLE
004680*    Tonight's own file must not carry the same deposit twice
004690*    - a doubled transmission would apply every check in it
004700*    two times.  A number that proves new goes on the table.
004710******************************************************************
004720 1560-CHECK-DEPOSIT-TABLE.
004730     IF WS-DEPOSIT-COUNT = 20
004740         DISPLAY 'CASHPST - MORE THAN 20 DEPOSITS IN ONE NIGHT'
004750         PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
004760     END-IF.
004770     MOVE 1 TO WS-DX.
004780     PERFORM 1570-CHECK-ONE-TABLE-ROW THRU 1570-EXIT
004790         UNTIL WS-DX > WS-DEPOSIT-COUNT.
004800     ADD 1 TO WS-DEPOSIT-COUNT.
004810     MOVE WS-DEPOSIT-NUMBER TO WS-DT-NUMBER(WS-DEPOSIT-COUNT).
004820     MOVE WS-DEPOSIT-BANK   TO WS-DT-BANK(WS-DEPOSIT-COUNT).
004830     MOVE WS-DEPOSIT-DATE   TO WS-DT-DATE(WS-DEPOSIT-COUNT).
004840     MOVE ZERO TO WS-DT-BANK-COUNT(WS-DEPOSIT-COUNT).
004850     MOVE ZERO TO WS-DT-BANK-TOTAL(WS-DEPOSIT-COUNT).
004860     MOVE ZERO TO WS-DT-APPLIED-COUNT(WS-DEPOSIT-COUNT).
004870     MOVE ZERO TO WS-DT-APPLIED-AMT(WS-DEPOSIT-COUNT).
004880     MOVE ZERO TO WS-DT-UNAP-COUNT(WS-DEPOSIT-COUNT).
004890     MOVE ZERO TO WS-DT-UNAP-AMT(WS-DEPOSIT-COUNT).
004900 1560-EXIT.
004910     EXIT.
004920******************************************************************
004930 1570-CHECK-ONE-TABLE-ROW.
004940     IF WS-DT-NUMBER(WS-DX) = WS-DEPOSIT-NUMBER
004950         DISPLAY 'CASHPST - DEPOSIT ' WS-DEPOSIT-NUMBER
004960             ' APPEARS TWICE ON TONIGHT''S FILE'
004970         PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
004980     END-IF.
004990     ADD 1 TO WS-DX.
005000 1570-EXIT.
005010     EXIT.
005020******************************************************************
005030*    1600-CHECK-DEPOSIT-REGISTER
005040*    A deposit already on the register was posted on an
005050*    earlier night - a retransmitted file, and its checks must
005060*    not apply twice.  No register yet (status 35) only means
005070*    no deposit has ever posted.
005080******************************************************************
005090 1600-CHECK-DEPOSIT-REGISTER.
005100     OPEN INPUT DEPLOG.
005110     IF NOT WS-DEPLOG-STATUS-OK
005120         IF WS-DEPLOG-STATUS-NOTFND
005130             GO TO 1600-EXIT
005140         ELSE
005150             PERFORM 9907-DEPLOG-ERROR THRU 9907-EXIT
005160         END-IF
005170     END-IF.
005180     PERFORM 1650-CHECK-ONE-REGISTER-ROW THRU 1650-EXIT
005190         UNTIL WS-DEPLOG-STATUS NOT = '00'.
005200     CLOSE DEPLOG.
005210 1600-EXIT.
005220     EXIT.
005230******************************************************************
005240 1650-CHECK-ONE-REGISTER-ROW.
005250     READ DEPLOG
005260         AT END
005270             GO TO 1650-EXIT
005280     END-READ.
005290     IF DG-DEPOSIT-NUMBER = WS-DEPOSIT-NUMBER
005300         DISPLAY 'CASHPST - DEPOSIT ' WS-DEPOSIT-NUMBER
005310             ' ALREADY POSTED ON ' DG-POSTED-DATE
005320         PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
005330     END-IF.
005340 1650-EXIT.
005350     EXIT.
005360******************************************************************
005370*    1700-PROVE-ONE-ITEM
005380*    Items add to the proof totals; an amount that is not a
005390*    clean positive figure is nothing the bank could have
005400*    credited us with.  The trailer ends the deposit's pass;
005410*    a second header, a stray type, or end-of-file inside the
005420*    deposit is not a whole transmission.
005430******************************************************************
005440 1700-PROVE-ONE-ITEM.
005450     READ LOCKBOX
005460         AT END
005470             DISPLAY 'CASHPST - LOCKBOX ENDED INSIDE DEPOSIT '
005480                 WS-DEPOSIT-NUMBER
005490             PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
005500     END-READ.
005510     EVALUATE TRUE
005520         WHEN LB-TYPE-DETAIL
005530             IF LB-PAYMENT-AMT IS NOT NUMERIC
005540                 OR LB-PAYMENT-AMT = ZERO
005550                 DISPLAY 'CASHPST - BAD PAYMENT AMOUNT ON CHECK '
005560                     LB-CHECK-NUMBER ' IN DEPOSIT '
005570                     WS-DEPOSIT-NUMBER
005580                 PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
005590             END-IF
005600             ADD 1 TO WS-DP-COUNT
005610             ADD LB-PAYMENT-AMT TO WS-DP-TOTAL
005620         WHEN LB-TYPE-TRAILER
005630             SET WS-TRAILER-SEEN TO TRUE
005640         WHEN OTHER
005650             DISPLAY 'CASHPST - BAD RECORD TYPE ' LB-REC-TYPE
005660                 ' INSIDE DEPOSIT ' WS-DEPOSIT-NUMBER
005670             PERFORM 9906-DEPOSIT-REFUSED THRU 9906-EXIT
005680     END-EVALUATE.
005690 1700-EXIT.
005700     EXIT.
005710******************************************************************
005720*    1800-OPEN-TRANHIST
005730*    Status 35 creates the history on the first-ever run, the
005740*    same convention HITHERE applies.
005750******************************************************************
005760 1800-OPEN-TRANHIST.
005770     OPEN I-O TRANHIST.
005780     IF NOT WS-TRANHIST-STATUS-OK
005790         IF WS-TRANHIST-STATUS-NOTFND
005800             OPEN OUTPUT TRANHIST
005810             CLOSE TRANHIST
005820             OPEN I-O TRANHIST
005830         END-IF
005840     END-IF.
005850     IF NOT WS-TRANHIST-STATUS-OK
005860         PERFORM 9908-TRANHIST-ERROR THRU 9908-EXIT
005870     END-IF.
005880 1800-EXIT.
005890     EXIT.
005900******************************************************************
005910*    2000-POST-RECEIPTS
005920*    Lockbox items and carried unapplied cash SORT together by
005930*    customer ID (a carried item ahead of tonight's for the
005940*    same customer) and apply in the output procedure.  An I/O
005950*    failure inside the sort only sets the switch - leaving a
005960*    sort procedure by GOBACK is not sanctioned - and the stop
005970*    is taken here once the SORT has returned.
005980******************************************************************
005990 2000-POST-RECEIPTS.
006000     SORT SORTWK ON ASCENDING KEY SW-CUST-ID SW-SOURCE
006010         INPUT PROCEDURE IS 2100-RELEASE-RECEIPTS
006020             THRU 2100-EXIT
006030         OUTPUT PROCEDURE IS 2300-APPLY-SORTED-RECEIPTS
006040             THRU 2300-EXIT.
006050     IF WS-POST-ABORTED
006060         PERFORM 9911-POSTING-ABORTED THRU 9911-EXIT
006070     END-IF.
006080 2000-EXIT.
006090     EXIT.
006100******************************************************************
006110*    2100-RELEASE-RECEIPTS
006120*    The sort's input side - the proved lockbox items, each
006130*    tagged with the deposit it came in, then every item
006140*    carried on UNAPPF.  No UNAPPF (status 35) only means
006150*    nothing has ever gone unapplied.
006160******************************************************************
006170 2100-RELEASE-RECEIPTS.
006180     IF WS-LOCKBOX-PRESENT
006190         OPEN INPUT LOCKBOX
006200         PERFORM 2150-RELEASE-ONE-ITEM THRU 2150-EXIT
006210             UNTIL WS-FEED-EOF
006220         CLOSE LOCKBOX
006230     END-IF.
006240     OPEN INPUT UNAPPF.
006250     IF NOT WS-UNAPPF-STATUS-OK
006260         IF WS-UNAPPF-STATUS-NOTFND
006270             GO TO 2100-EXIT
006280         ELSE
006290             DISPLAY 'CASHPST - UNAPPF I/O ERROR ON OPEN INPUT'
006300             DISPLAY '    FILE STATUS = ' WS-UNAPPF-STATUS
006310             SET WS-POST-ABORTED TO TRUE
006320             GO TO 2100-EXIT
006330         END-IF
006340     END-IF.
006350     PERFORM 2200-RELEASE-ONE-CARRIED THRU 2200-EXIT
006360         UNTIL WS-UNAP-EOF.
006370     CLOSE UNAPPF.
006380 2100-EXIT.
006390     EXIT.
006400******************************************************************
006410 2150-RELEASE-ONE-ITEM.
006420     READ LOCKBOX
006430         AT END
006440             SET WS-FEED-EOF TO TRUE
006450             GO TO 2150-EXIT
006460     END-READ.
006470     IF LB-TYPE-HEADER
006480         MOVE LB-DEPOSIT-NUMBER TO WS-FEED-DEPOSIT
006490         GO TO 2150-EXIT
006500     END-IF.
006510     IF NOT LB-TYPE-DETAIL
006520         GO TO 2150-EXIT
006530     END-IF.
006540     MOVE LB-CUST-ID      TO SW-CUST-ID.
006550     SET SW-FROM-LOCKBOX  TO TRUE.
006560     MOVE LB-CHECK-NUMBER TO SW-CHECK-NUMBER.
006570     MOVE LB-PAYMENT-AMT  TO SW-AMOUNT.
006580     MOVE WS-FEED-DEPOSIT TO SW-DEPOSIT-NUMBER.
006590     MOVE WS-RUN-DATE     TO SW-ORIG-DATE.
006600     ADD 1 TO WS-LB-COUNT.
006610     ADD LB-PAYMENT-AMT TO WS-LB-AMOUNT.
006620     RELEASE SW-RECORD.
006630 2150-EXIT.
006640     EXIT.
006650******************************************************************
006660*    2200-RELEASE-ONE-CARRIED
006670*    A carried item keeps the date it first went unapplied,
006680*    so the register can say how long it has been waiting.
006690******************************************************************
006700 2200-RELEASE-ONE-CARRIED.
006710     READ UNAPPF INTO UA-RECORD
006720         AT END
006730             SET WS-UNAP-EOF TO TRUE
006740             GO TO 2200-EXIT
006750     END-READ.
006760     MOVE UA-CUST-ID        TO SW-CUST-ID.
006770     SET SW-FROM-CARRIED    TO TRUE.
006780     MOVE UA-CHECK-NUMBER   TO SW-CHECK-NUMBER.
006790     MOVE UA-AMOUNT         TO SW-AMOUNT.
006800     MOVE UA-DEPOSIT-NUMBER TO SW-DEPOSIT-NUMBER.
006810     IF UA-ORIG-DATE IS NUMERIC
006820         AND UA-ORIG-DATE > ZERO
006830         MOVE UA-ORIG-DATE TO SW-ORIG-DATE
006840     ELSE
006850         MOVE UA-RUN-DATE  TO SW-ORIG-DATE
006860     END-IF.
006870     ADD 1 TO WS-CF-COUNT.
006880     ADD UA-AMOUNT TO WS-CF-AMOUNT.
006890     RELEASE SW-RECORD.
006900 2200-EXIT.
006910     EXIT.
006920******************************************************************
006930*    2300-APPLY-SORTED-RECEIPTS
006940*    The sort's output side - items come back in customer
006950*    order; the last customer's cash section closes after the
006960*    stream runs out.  What cannot apply goes to UNAPTMP.
006970******************************************************************
006980 2300-APPLY-SORTED-RECEIPTS.
006990     OPEN OUTPUT UNAPTMP.
006992     IF NOT WS-UNAPTMP-STATUS-OK
006994         PERFORM 2930-NOTE-UNAPTMP-ERROR THRU 2930-EXIT
006996         GO TO 2300-EXIT
006998     END-IF.
007000     PERFORM 2350-APPLY-ONE-RECEIPT THRU 2350-EXIT
007010         UNTIL WS-SORT-EOF OR WS-POST-ABORTED.
007020     IF WS-CUST-OPEN AND WS-CUST-LIVE
007030         AND WS-POST-NOT-ABORTED
007040         PERFORM 2450-CLOSE-CUSTOMER THRU 2450-EXIT
007050     END-IF.
007060     CLOSE UNAPTMP.
007070 2300-EXIT.
007080     EXIT.
007090******************************************************************
007100 2350-APPLY-ONE-RECEIPT.
007110     RETURN SORTWK
007120         AT END
007130             SET WS-SORT-EOF TO TRUE
007140             GO TO 2350-EXIT
007150     END-RETURN.
007160     IF WS-CUST-NOT-OPEN
007170         OR SW-CUST-ID NOT = WS-CURRENT-CUST-ID
007180         PERFORM 2400-CUSTOMER-BREAK THRU 2400-EXIT
007190         IF WS-POST-ABORTED
007200             GO TO 2350-EXIT
007210         END-IF
007220     END-IF.
007230     IF WS-CUST-LIVE
007240         PERFORM 2500-APPLY-PAYMENT THRU 2500-EXIT
007250     ELSE
007260         PERFORM 2600-CARRY-UNAPPLIED THRU 2600-EXIT
007270     END-IF.
007280 2350-EXIT.
007290     EXIT.
007300******************************************************************
007310*    2400-CUSTOMER-BREAK
007320*    Closes the open customer's cash section, then decides
007330*    what the next ID is: a live customer (found, not closed)
007340*    takes payments; a closed one, one archived to CLOSEDF,
007350*    or one nobody ever heard of sends every item under that
007360*    ID to unapplied cash with the reason.
007370******************************************************************
007380 2400-CUSTOMER-BREAK.
007390     IF WS-CUST-OPEN AND WS-CUST-LIVE
007400         PERFORM 2450-CLOSE-CUSTOMER THRU 2450-EXIT
007410         IF WS-POST-ABORTED
007420             GO TO 2400-EXIT
007430         END-IF
007440     END-IF.
007450     SET WS-CUST-OPEN TO TRUE.
007460     SET WS-CUST-NOT-LIVE TO TRUE.
007470     MOVE SW-CUST-ID TO WS-CURRENT-CUST-ID.
007480     MOVE SPACES TO WS-CUST-NAME.
007490     MOVE ZERO TO WS-CA-COUNT.
007500     MOVE ZERO TO WS-CA-AMOUNT.
007510     MOVE ZERO TO WS-HIST-SEQ.
007520     MOVE 'UC' TO WS-CUST-REASON.
007530     IF SW-CUST-ID IS NOT NUMERIC
007540         GO TO 2400-EXIT
007550     END-IF.
007560     MOVE SW-CUST-ID-N TO CM-ID.
007570     READ FILEN
007580         INVALID KEY
007590             CONTINUE
007600     END-READ.
007610     IF WS-FILEN-STATUS-OK
007620         MOVE CM-NAME TO WS-CUST-NAME
007630         IF CM-STATUS-CLOSED
007640             MOVE 'CC' TO WS-CUST-REASON
007650         ELSE
007660             SET WS-CUST-LIVE TO TRUE
007670         END-IF
007680         GO TO 2400-EXIT
007690     END-IF.
007700     IF NOT WS-FILEN-STATUS-NOTFND
007710         MOVE 'READ' TO WS-FILEN-OPERATION
007720         PERFORM 2900-NOTE-FILEN-ERROR THRU 2900-EXIT
007730         GO TO 2400-EXIT
007740     END-IF.
007750     PERFORM 2480-CHECK-ARCHIVE THRU 2480-EXIT.
007760     IF WS-ARCHIVE-FOUND
007770         MOVE 'AR' TO WS-CUST-REASON
007780     END-IF.
007790 2400-EXIT.
007800     EXIT.
007810******************************************************************
007820*    2450-CLOSE-CUSTOMER
007830*    The section's payments already came off CM-BALANCE in the
007840*    record area; the record rewrites once, stamped with
007850*    tonight's activity date (a paying customer is not an
007860*    idle one), and the section summary banks the activity
007870*    and the balance after it, the shape STMTPRT reads.  A
007880*    duplicate summary key is a rerun and replaces.
007890******************************************************************
007900 2450-CLOSE-CUSTOMER.
007910     MOVE WS-RUN-DATE TO CM-LAST-ACTIVITY-DATE.
007920     REWRITE CM-RECORD.
007930     IF NOT WS-FILEN-STATUS-OK
007940         MOVE 'REWRITE' TO WS-FILEN-OPERATION
007950         PERFORM 2900-NOTE-FILEN-ERROR THRU 2900-EXIT
007960         GO TO 2450-EXIT
007970     END-IF.
007973     MOVE 'C' TO WS-AIJ-ACTION.
007976     PERFORM 8850-WRITE-AFTER-IMAGE THRU 8850-EXIT.
007977     IF WS-POST-ABORTED
007978         GO TO 2450-EXIT
007979     END-IF.
007980     MOVE CM-ID       TO HS-CUST-ID.
007990     MOVE WS-RUN-DATE TO HS-TRAN-DATE.
008000     MOVE 909999      TO HS-SEQ.
008010     MOVE 'S'         TO HS-REC-TYPE.
008020     COMPUTE HS-ACTIVITY-TOTAL = 0 - WS-CA-AMOUNT.
008030     MOVE CM-BALANCE  TO HS-NEW-BALANCE.
008031     MOVE ZERO        TO HS-TAX-TOTAL.
008040     WRITE HS-RECORD
008050         INVALID KEY
008060             REWRITE HS-RECORD
008070     END-WRITE.
008080     IF NOT WS-TRANHIST-STATUS-OK
008090         PERFORM 2910-NOTE-TRANHIST-ERROR THRU 2910-EXIT
008100         GO TO 2450-EXIT
008110     END-IF.
008120     MOVE WS-CURRENT-CUST-ID TO CT-CUST-ID.
008130     MOVE WS-CA-COUNT        TO CT-COUNT.
008140     MOVE WS-CA-AMOUNT       TO CT-AMOUNT.
008150     MOVE CM-BALANCE         TO CT-NEW-BALANCE.
008160     WRITE CR-LINE FROM WS-CUST-TOTAL-LINE.
008170     ADD 1 TO WS-CUSTOMERS-PAID.
008180     SET WS-CUST-NOT-LIVE TO TRUE.
008190 2450-EXIT.
008200     EXIT.
008210******************************************************************
008220*    2480-CHECK-ARCHIVE
008230*    An ID not on the master may belong to a customer CMSTAT
008240*    archived - the archive is a flat image, so the match is
008250*    character against the first five bytes, the same as
008260*    CMREINS.  No CLOSEDF means nobody was ever archived.
008270******************************************************************
008280 2480-CHECK-ARCHIVE.
008290     SET WS-ARCHIVE-NOT-FOUND TO TRUE.
008300     OPEN INPUT CLOSEDF.
008310     IF NOT WS-CLOSED-STATUS-OK
008320         IF NOT WS-CLOSED-STATUS-NOTFND
008330             DISPLAY 'CASHPST - CLOSEDF I/O ERROR ON OPEN INPUT'
008340             DISPLAY '    FILE STATUS = ' WS-CLOSED-STATUS
008350             SET WS-POST-ABORTED TO TRUE
008360         END-IF
008370         GO TO 2480-EXIT
008380     END-IF.
008390     SET WS-CLOSED-NOT-EOF TO TRUE.
008400     PERFORM 2490-SCAN-ONE-ARCHIVED THRU 2490-EXIT
008410         UNTIL WS-CLOSED-EOF OR WS-ARCHIVE-FOUND.
008420     CLOSE CLOSEDF.
008430 2480-EXIT.
008440     EXIT.
008450******************************************************************
008460 2490-SCAN-ONE-ARCHIVED.
008470     READ CLOSEDF
008480         AT END
008490             SET WS-CLOSED-EOF TO TRUE
008500             GO TO 2490-EXIT
008510     END-READ.
008520     IF CL-CUST-ID = WS-CURRENT-CUST-ID
008530         SET WS-ARCHIVE-FOUND TO TRUE
008540         MOVE CL-CUST-NAME TO WS-CUST-NAME
008550     END-IF.
008560 2490-EXIT.
008570     EXIT.
008580******************************************************************
008590*    2500-APPLY-PAYMENT
008600*    The payment comes off the balance in the record area and
008610*    banks on TRANHIST as a 'P' detail in the cash section -
008620*    zero quantity and price, the payment as a credit in the
008630*    extended price.  A duplicate key is a rerun and replaces.
008640******************************************************************
008650 2500-APPLY-PAYMENT.
008660     ADD 1 TO WS-HIST-SEQ.
008670     SUBTRACT SW-AMOUNT FROM CM-BALANCE.
008680     MOVE CM-ID       TO HS-CUST-ID.
008690     MOVE WS-RUN-DATE TO HS-TRAN-DATE.
008700     COMPUTE HS-SEQ = 900000 + WS-HIST-SEQ.
008710     MOVE 'D'         TO HS-REC-TYPE.
008720     MOVE ZERO        TO HS-QTY.
008730     MOVE ZERO        TO HS-PRICE.
008740     SET HS-TRAN-PAYMENT TO TRUE.
008750     COMPUTE HS-EXT-PRICE = 0 - SW-AMOUNT.
008751     MOVE ZERO        TO HS-TAX-AMOUNT.
008752     MOVE SPACES      TO HS-TAX-STATE.
008760     WRITE HS-RECORD
008770         INVALID KEY
008780             REWRITE HS-RECORD
008790     END-WRITE.
008800     IF NOT WS-TRANHIST-STATUS-OK
008810         PERFORM 2910-NOTE-TRANHIST-ERROR THRU 2910-EXIT
008820         GO TO 2500-EXIT
008830     END-IF.
008840     ADD 1 TO WS-CA-COUNT.
008850     ADD SW-AMOUNT TO WS-CA-AMOUNT.
008860     ADD 1 TO WS-APPLIED-COUNT.
008870     ADD SW-AMOUNT TO WS-APPLIED-AMOUNT.
008880     IF SW-FROM-LOCKBOX
008890         ADD 1 TO WS-LB-APPLIED-COUNT
008900         ADD SW-AMOUNT TO WS-LB-APPLIED-AMOUNT
008910         PERFORM 2700-FIND-DEPOSIT THRU 2700-EXIT
008920         IF WS-DEPOSIT-FOUND
008930             ADD 1 TO WS-DT-APPLIED-COUNT(WS-DX)
008940             ADD SW-AMOUNT TO WS-DT-APPLIED-AMT(WS-DX)
008950         END-IF
008960     ELSE
008970         ADD 1 TO WS-CF-APPLIED-COUNT
008980         ADD SW-AMOUNT TO WS-CF-APPLIED-AMOUNT
008990     END-IF.
009000     MOVE 'APPLIED' TO DL-DISPOSITION.
009010     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
009020 2500-EXIT.
009030     EXIT.
009040******************************************************************
009050*    2600-CARRY-UNAPPLIED
009060*    An item that cannot apply carries forward with its
009070*    reason, its deposit, and the date it first went
009080*    unapplied - nothing the bank sent is ever dropped.
009090******************************************************************
009100 2600-CARRY-UNAPPLIED.
009110     MOVE SW-CUST-ID        TO UA-CUST-ID.
009120     MOVE SW-CHECK-NUMBER   TO UA-CHECK-NUMBER.
009130     MOVE SW-AMOUNT         TO UA-AMOUNT.
009140     MOVE SW-DEPOSIT-NUMBER TO UA-DEPOSIT-NUMBER.
009150     MOVE WS-CUST-REASON    TO UA-REASON-CODE.
009160     MOVE SW-ORIG-DATE      TO UA-ORIG-DATE.
009170     MOVE WS-RUN-DATE       TO UA-RUN-DATE.
009180     WRITE UT-RECORD FROM UA-RECORD.
009182     IF NOT WS-UNAPTMP-STATUS-OK
009184         PERFORM 2930-NOTE-UNAPTMP-ERROR THRU 2930-EXIT
009186     END-IF.
009190     ADD 1 TO WS-UNAP-COUNT.
009200     ADD SW-AMOUNT TO WS-UNAP-AMOUNT.
009210     IF SW-FROM-LOCKBOX
009220         ADD 1 TO WS-LB-UNAP-COUNT
009230         ADD SW-AMOUNT TO WS-LB-UNAP-AMOUNT
009240         PERFORM 2700-FIND-DEPOSIT THRU 2700-EXIT
009250         IF WS-DEPOSIT-FOUND
009260             ADD 1 TO WS-DT-UNAP-COUNT(WS-DX)
009270             ADD SW-AMOUNT TO WS-DT-UNAP-AMT(WS-DX)
009280         END-IF
009290     ELSE
009300         ADD 1 TO WS-CF-HELD-COUNT
009310         ADD SW-AMOUNT TO WS-CF-HELD-AMOUNT
009320     END-IF.
009330     EVALUATE TRUE
009340         WHEN UA-REASON-CLOSED-CUST
009350             MOVE 'UNAPPLIED - CLOSED' TO DL-DISPOSITION
009360         WHEN UA-REASON-ARCHIVED-CUST
009370             MOVE 'UNAPPLIED - ARCHIVED' TO DL-DISPOSITION
009380         WHEN OTHER
009390             MOVE 'UNAPPLIED - UNKNOWN' TO DL-DISPOSITION
009400     END-EVALUATE.
009410     PERFORM 2800-WRITE-DETAIL-LINE THRU 2800-EXIT.
009420 2600-EXIT.
009430     EXIT.
009440******************************************************************
009450*    2700-FIND-DEPOSIT
009460*    Which of tonight's proved deposits a lockbox item came
009470*    in - WS-DX is left on the entry.
009480******************************************************************
009490 2700-FIND-DEPOSIT.
009500     SET WS-DEPOSIT-NOT-FOUND TO TRUE.
009510     MOVE 1 TO WS-DX.
009520     PERFORM 2750-CHECK-ONE-DEPOSIT THRU 2750-EXIT
009530         UNTIL WS-DEPOSIT-FOUND OR WS-DX > WS-DEPOSIT-COUNT.
009540 2700-EXIT.
009550     EXIT.
009560******************************************************************
009570 2750-CHECK-ONE-DEPOSIT.
009580     IF WS-DT-NUMBER(WS-DX) = SW-DEPOSIT-NUMBER
009590         SET WS-DEPOSIT-FOUND TO TRUE
009600     ELSE
009610         ADD 1 TO WS-DX
009620     END-IF.
009630 2750-EXIT.
009640     EXIT.
009650******************************************************************
009660*    2800-WRITE-DETAIL-LINE
009670*    The caller has already moved the disposition.
009680******************************************************************
009690 2800-WRITE-DETAIL-LINE.
009700     MOVE SW-CUST-ID        TO DL-CUST-ID.
009710     MOVE WS-CUST-NAME      TO DL-CUST-NAME.
009720     MOVE SW-DEPOSIT-NUMBER TO DL-DEPOSIT.
009730     MOVE SW-CHECK-NUMBER   TO DL-CHECK-NUMBER.
009740     MOVE SW-AMOUNT         TO DL-AMOUNT.
009750     IF SW-FROM-CARRIED
009760         MOVE 'CARRIED FWD' TO DL-CARRIED
009770     ELSE
009780         MOVE SPACES TO DL-CARRIED
009790     END-IF.
009800     WRITE CR-LINE FROM WS-DETAIL-LINE.
009810 2800-EXIT.
009820     EXIT.
009830******************************************************************
009840*    2900-NOTE-FILEN-ERROR / 2910-NOTE-TRANHIST-ERROR /
009845*    2920-NOTE-AIJRNLF-ERROR / 2930-NOTE-UNAPTMP-ERROR
009850*    Inside the sort an I/O failure is reported and the switch
009860*    set; 2000 takes the stop once the SORT has returned.
009870******************************************************************
009880 2900-NOTE-FILEN-ERROR.
009890     DISPLAY 'CASHPST - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
009900     DISPLAY '    FILE STATUS = ' WS-FILEN-STATUS.
009910     SET WS-POST-ABORTED TO TRUE.
009920 2900-EXIT.
009930     EXIT.
009940******************************************************************
009950 2910-NOTE-TRANHIST-ERROR.
009960     DISPLAY 'CASHPST - TRANHIST I/O ERROR'.
009970     DISPLAY '    FILE STATUS = ' WS-TRANHIST-STATUS.
009980     SET WS-POST-ABORTED TO TRUE.
009990 2910-EXIT.
010000     EXIT.
010001******************************************************************
010002 2920-NOTE-AIJRNLF-ERROR.
010003     DISPLAY 'CASHPST - AIJRNLF I/O ERROR'.
010004     DISPLAY '    FILE STATUS = ' WS-AIJ-STATUS.
010005     SET WS-POST-ABORTED TO TRUE.
010006 2920-EXIT.
010007     EXIT.
010008******************************************************************
010009 2930-NOTE-UNAPTMP-ERROR.
010010     DISPLAY 'CASHPST - UNAPTMP I/O ERROR'.
010011     DISPLAY '    FILE STATUS = ' WS-UNAPTMP-STATUS.
010012     SET WS-POST-ABORTED TO TRUE.
010013 2930-EXIT.
010014     EXIT.
010015******************************************************************
010020*    3000-PRINT-DEPOSIT-PROOF
010030*    Every deposit's applied plus unapplied cash, count and
010040*    amount, must come back to exactly what the bank's
010050*    trailer said it credited - the proof that nothing the
010060*    bank sent was lost or doubled between the lockbox and
010070*    the books.
010080******************************************************************
010090 3000-PRINT-DEPOSIT-PROOF.
010100     WRITE CR-LINE FROM WS-BLANK-LINE.
010110     WRITE CR-LINE FROM WS-PROOF-HDR-LINE.
010120     IF WS-DEPOSIT-COUNT = ZERO
010130         WRITE CR-LINE FROM WS-NO-DEPOSIT-LINE
010140         GO TO 3000-EXIT
010150     END-IF.
010160     MOVE 1 TO WS-DX.
010170     PERFORM 3050-PROVE-ONE-DEPOSIT THRU 3050-EXIT
010180         UNTIL WS-DX > WS-DEPOSIT-COUNT.
010190 3000-EXIT.
010200     EXIT.
010210******************************************************************
010220 3050-PROVE-ONE-DEPOSIT.
010230     COMPUTE WS-DEPOSIT-SUM = WS-DT-APPLIED-AMT(WS-DX)
010240         + WS-DT-UNAP-AMT(WS-DX).
010250     COMPUTE WS-DEPOSIT-ITEMS = WS-DT-APPLIED-COUNT(WS-DX)
010260         + WS-DT-UNAP-COUNT(WS-DX).
010270     MOVE WS-DT-NUMBER(WS-DX)     TO DP-NUMBER.
010280     MOVE WS-DT-BANK(WS-DX)       TO DP-BANK.
010290     MOVE WS-DT-BANK-COUNT(WS-DX) TO DP-BANK-COUNT.
010300     MOVE WS-DT-BANK-TOTAL(WS-DX) TO DP-BANK-TOTAL.
010310     MOVE WS-DT-APPLIED-AMT(WS-DX) TO DP-APPLIED.
010320     MOVE WS-DT-UNAP-AMT(WS-DX)   TO DP-UNAPPLIED.
010330     IF WS-DEPOSIT-SUM = WS-DT-BANK-TOTAL(WS-DX)
010340         AND WS-DEPOSIT-ITEMS = WS-DT-BANK-COUNT(WS-DX)
010350         MOVE 'PROVEN' TO DP-RESULT
010360     ELSE
010370         MOVE '*NOT PROVEN*' TO DP-RESULT
010380         SET WS-RUN-NOT-PROVEN TO TRUE
010390         DISPLAY 'CASHPST - DEPOSIT ' WS-DT-NUMBER(WS-DX)
010400             ' DOES NOT PROVE TO THE BANK TOTAL'
010410     END-IF.
010420     WRITE CR-LINE FROM WS-DEPOSIT-LINE.
010430     ADD 1 TO WS-DX.
010440 3050-EXIT.
010450     EXIT.
010460******************************************************************
010470*    3100-PRINT-RUN-TOTALS
010480*    The night's cash in one block - what the bank sent and
010490*    where it went, what was carried in and where it went, and
010500*    the two figures that matter downstream: cash applied to
010510*    balances (the ledger posting) and cash carried forward.
010520*    Both halves must cross-foot or the run does not prove.
010530******************************************************************
010540 3100-PRINT-RUN-TOTALS.
010550     WRITE CR-LINE FROM WS-BLANK-LINE.
010560     MOVE 'LOCKBOX ITEMS RECEIVED' TO TL-LABEL.
010570     MOVE WS-LB-COUNT  TO TL-COUNT.
010580     MOVE WS-LB-AMOUNT TO TL-AMOUNT.
010590     WRITE CR-LINE FROM WS-TOTAL-LINE.
010600     MOVE '    APPLIED' TO TL-LABEL.
010610     MOVE WS-LB-APPLIED-COUNT  TO TL-COUNT.
010620     MOVE WS-LB-APPLIED-AMOUNT TO TL-AMOUNT.
010630     WRITE CR-LINE FROM WS-TOTAL-LINE.
010640     MOVE '    TO UNAPPLIED CASH' TO TL-LABEL.
010650     MOVE WS-LB-UNAP-COUNT  TO TL-COUNT.
010660     MOVE WS-LB-UNAP-AMOUNT TO TL-AMOUNT.
010670     WRITE CR-LINE FROM WS-TOTAL-LINE.
010680     MOVE 'CARRIED ITEMS BROUGHT FORWARD' TO TL-LABEL.
010690     MOVE WS-CF-COUNT  TO TL-COUNT.
010700     MOVE WS-CF-AMOUNT TO TL-AMOUNT.
010710     WRITE CR-LINE FROM WS-TOTAL-LINE.
010720     MOVE '    APPLIED TONIGHT' TO TL-LABEL.
010730     MOVE WS-CF-APPLIED-COUNT  TO TL-COUNT.
010740     MOVE WS-CF-APPLIED-AMOUNT TO TL-AMOUNT.
010750     WRITE CR-LINE FROM WS-TOTAL-LINE.
010760     MOVE '    STILL UNAPPLIED' TO TL-LABEL.
010770     MOVE WS-CF-HELD-COUNT  TO TL-COUNT.
010780     MOVE WS-CF-HELD-AMOUNT TO TL-AMOUNT.
010790     WRITE CR-LINE FROM WS-TOTAL-LINE.
010800     MOVE 'TOTAL CASH APPLIED TO BALANCES' TO TL-LABEL.
010810     MOVE WS-APPLIED-COUNT  TO TL-COUNT.
010820     MOVE WS-APPLIED-AMOUNT TO TL-AMOUNT.
010830     WRITE CR-LINE FROM WS-TOTAL-LINE.
010840     MOVE 'UNAPPLIED CASH CARRIED FORWARD' TO TL-LABEL.
010850     MOVE WS-UNAP-COUNT  TO TL-COUNT.
010860     MOVE WS-UNAP-AMOUNT TO TL-AMOUNT.
010870     WRITE CR-LINE FROM WS-TOTAL-LINE.
010880     COMPUTE WS-DEPOSIT-SUM =
010890         WS-LB-APPLIED-AMOUNT + WS-LB-UNAP-AMOUNT.
010900     IF WS-DEPOSIT-SUM NOT = WS-LB-AMOUNT
010910         SET WS-RUN-NOT-PROVEN TO TRUE
010920         DISPLAY 'CASHPST - LOCKBOX ITEMS DO NOT CROSS-FOOT'
010930     END-IF.
010940     COMPUTE WS-DEPOSIT-SUM =
010950         WS-CF-APPLIED-AMOUNT + WS-CF-HELD-AMOUNT.
010960     IF WS-DEPOSIT-SUM NOT = WS-CF-AMOUNT
010970         SET WS-RUN-NOT-PROVEN TO TRUE
010980         DISPLAY 'CASHPST - CARRIED ITEMS DO NOT CROSS-FOOT'
010990     END-IF.
011000 3100-EXIT.
011010     EXIT.
011020******************************************************************
011030*    8500-POST-LEDGER
011040*    The night's applied cash posts into the business date's
011050*    LEDGERF record beside HITHERE's totals - replacing any
011060*    cash figures a rerun left there, leaving HITHERE's alone.
011070*    No record for the date yet (a night with no TRANXF
011080*    posting) gets one with zero HITHERE totals.  Status 35
011090*    creates the ledger on the first-ever run.
011100******************************************************************
011110 8500-POST-LEDGER.
011120     OPEN I-O LEDGERF.
011130     IF NOT WS-LEDGER-STATUS-OK
011140         IF WS-LEDGER-STATUS-NOTFND
011150             OPEN OUTPUT LEDGERF
011160             CLOSE LEDGERF
011170             OPEN I-O LEDGERF
011180         END-IF
011190     END-IF.
011200     IF NOT WS-LEDGER-STATUS-OK
011210         PERFORM 9905-LEDGER-ERROR THRU 9905-EXIT
011220     END-IF.
011230     MOVE WS-RUN-DATE TO LG-BUSINESS-DATE.
011240     READ LEDGERF
011250         INVALID KEY
011260             MOVE ZERO TO LG-PROCESSED-COUNT
011270             MOVE ZERO TO LG-SKIPPED-COUNT
011280             MOVE ZERO TO LG-REJECTED-COUNT
011290             MOVE ZERO TO LG-TOTAL-ADDED
011300             MOVE ZERO TO LG-TOTAL-EXT-PRICE
011301             MOVE ZERO TO LG-TOTAL-TAX
011310             MOVE WS-APPLIED-COUNT  TO LG-CASH-COUNT
011320             MOVE WS-APPLIED-AMOUNT TO LG-TOTAL-CASH
011330             WRITE LG-RECORD
011340         NOT INVALID KEY
011350             MOVE WS-APPLIED-COUNT  TO LG-CASH-COUNT
011360             MOVE WS-APPLIED-AMOUNT TO LG-TOTAL-CASH
011370             REWRITE LG-RECORD
011380     END-READ.
011390     IF NOT WS-LEDGER-STATUS-OK
011400         PERFORM 9905-LEDGER-ERROR THRU 9905-EXIT
011410     END-IF.
011420     CLOSE LEDGERF.
011430 8500-EXIT.
011440     EXIT.
011450******************************************************************
011460*    8600-RECORD-DEPOSITS
011470*    Every proved deposit goes on the register only after the
011480*    run posted - a refused or aborted run leaves the numbers
011490*    free for the resubmission.
011500******************************************************************
011510 8600-RECORD-DEPOSITS.
011520     IF WS-DEPOSIT-COUNT = ZERO
011530         GO TO 8600-EXIT
011540     END-IF.
011550     OPEN EXTEND DEPLOG.
011560     IF NOT WS-DEPLOG-STATUS-OK
011570         IF WS-DEPLOG-STATUS-NOTFND
011580             OPEN OUTPUT DEPLOG
011590         ELSE
011600             PERFORM 9907-DEPLOG-ERROR THRU 9907-EXIT
011610         END-IF
011620     END-IF.
011630     MOVE 1 TO WS-DX.
011640     PERFORM 8650-RECORD-ONE-DEPOSIT THRU 8650-EXIT
011650         UNTIL WS-DX > WS-DEPOSIT-COUNT.
011660     CLOSE DEPLOG.
011670 8600-EXIT.
011680     EXIT.
011690******************************************************************
011700 8650-RECORD-ONE-DEPOSIT.
011710     MOVE WS-DT-NUMBER(WS-DX) TO DG-DEPOSIT-NUMBER.
011720     MOVE WS-RUN-DATE         TO DG-POSTED-DATE.
011730     WRITE DG-RECORD.
011732     IF NOT WS-DEPLOG-STATUS-OK
011734         PERFORM 9907-DEPLOG-ERROR THRU 9907-EXIT
011736     END-IF.
011740     ADD 1 TO WS-DX.
011750 8650-EXIT.
011760     EXIT.
011770******************************************************************
011780*    8700-REPLACE-UNAPPLIED
011790*    Tonight's carry-forward, built on UNAPTMP, copies back
011800*    over UNAPPF now that the night has posted - until this
011810*    point last night's UNAPPF stood untouched.
011820******************************************************************
011830 8700-REPLACE-UNAPPLIED.
011840     OPEN INPUT UNAPTMP.
011842     IF NOT WS-UNAPTMP-STATUS-OK
011844         PERFORM 9915-UNAPTMP-ERROR THRU 9915-EXIT
011846     END-IF.
011850     OPEN OUTPUT UNAPPF.
011860     IF NOT WS-UNAPPF-STATUS-OK
011870         PERFORM 9912-UNAPPF-ERROR THRU 9912-EXIT
011880     END-IF.
011890     SET WS-UNAP-NOT-EOF TO TRUE.
011900     PERFORM 8750-COPY-ONE-UNAPPLIED THRU 8750-EXIT
011910         UNTIL WS-UNAP-EOF.
011920     CLOSE UNAPTMP.
011930     CLOSE UNAPPF.
011940 8700-EXIT.
011950     EXIT.
011960******************************************************************
011970 8750-COPY-ONE-UNAPPLIED.
011980     READ UNAPTMP
011990         AT END
012000             SET WS-UNAP-EOF TO TRUE
012010             GO TO 8750-EXIT
012020     END-READ.
012022     IF NOT WS-UNAPTMP-STATUS-OK
012024         PERFORM 9916-UNAPTMP-READ-ERROR THRU 9916-EXIT
012026     END-IF.
012030     MOVE UT-RECORD TO UF-RECORD.
012040     WRITE UF-RECORD.
012050     IF NOT WS-UNAPPF-STATUS-OK
012060         PERFORM 9912-UNAPPF-ERROR THRU 9912-EXIT
012070     END-IF.
012080 8750-EXIT.
012090     EXIT.
012093******************************************************************
012096*    8800-OPEN-JOURNAL
012099*    The after-image journal CMUNLD started tonight takes an
012102*    image of every master update this run makes.  No journal
012105*    at all (status 35) is started here.
012108******************************************************************
012111 8800-OPEN-JOURNAL.
012114     OPEN EXTEND AIJRNLF.
012117     IF NOT WS-AIJ-STATUS-OK
012120         IF WS-AIJ-STATUS-NOTFND
012123             OPEN OUTPUT AIJRNLF
012126         ELSE
012129             PERFORM 9913-AIJRNLF-ERROR THRU 9913-EXIT
012132         END-IF
012135     END-IF.
012138 8800-EXIT.
012141     EXIT.
012144******************************************************************
012147*    8850-WRITE-AFTER-IMAGE
012150*    CM-RECORD as the update just left it - the record as
012153*    deleted, for a delete - under the action in WS-AIJ-ACTION.
012156*    Reached only inside the sort: a failed write is noted and
012159*    the posting stops RC 16 once the SORT has returned, the
012162*    journal left short and with no trailer.
012165******************************************************************
012168 8850-WRITE-AFTER-IMAGE.
012171     MOVE SPACES TO AJ-RECORD.
012174     SET AJ-TYPE-IMAGE TO TRUE.
012177     MOVE WS-RUN-DATE TO AJ-BUSINESS-DATE.
012180     ACCEPT WS-AIJ-TIME FROM TIME.
012183     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
012186     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
012189     MOVE WS-AIJ-ACTION TO AJ-ACTION.
012192     MOVE CM-RECORD TO AJ-IMAGE.
012195     WRITE AJ-RECORD.
012198     IF NOT WS-AIJ-STATUS-OK
012201         PERFORM 2920-NOTE-AIJRNLF-ERROR THRU 2920-EXIT
012204     END-IF.
012207     ADD 1 TO WS-AIJ-IMAGE-COUNT.
012210 8850-EXIT.
012213     EXIT.
012216******************************************************************
012219*    8880-CLOSE-JOURNAL
012222*    Only a clean finish gets here, after FILEN has closed -
012225*    AIJTRLR totals the master and writes this run's trailer,
012228*    the good point a roll-forward can stop at.
012231******************************************************************
012234 8880-CLOSE-JOURNAL.
012237     CLOSE AIJRNLF.
012240     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID WS-RUN-DATE
012243         WS-AIJ-IMAGE-COUNT.
012246     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
012249     IF WS-AIJ-RETURN-CODE NOT = ZERO
012252         PERFORM 9914-AIJTRLR-ERROR THRU 9914-EXIT
012255     END-IF.
012258 8880-EXIT.
012261     EXIT.
012264******************************************************************
012267 9000-FINALIZE.
012270     PERFORM 3000-PRINT-DEPOSIT-PROOF THRU 3000-EXIT.
012273     PERFORM 3100-PRINT-RUN-TOTALS THRU 3100-EXIT.
012276     PERFORM 8500-POST-LEDGER THRU 8500-EXIT.
012279     PERFORM 8600-RECORD-DEPOSITS THRU 8600-EXIT.
012282     PERFORM 8700-REPLACE-UNAPPLIED THRU 8700-EXIT.
012285     CLOSE CASHRPT.
012288     CLOSE TRANHIST.
012291     CLOSE FILEN.
012294     IF NOT WS-FILEN-STATUS-OK
012297         MOVE 'CLOSE' TO WS-FILEN-OPERATION
012300         PERFORM 9909-FILEN-ERROR THRU 9909-EXIT
012303     END-IF.
012306     PERFORM 8880-CLOSE-JOURNAL THRU 8880-EXIT.
012309     DISPLAY 'CASHPST - DEPOSITS POSTED        = '
012312         WS-DEPOSIT-COUNT.
012315     DISPLAY 'CASHPST - LOCKBOX ITEMS          = ' WS-LB-COUNT.
012318     DISPLAY 'CASHPST - CARRIED ITEMS RETRIED  = ' WS-CF-COUNT.
012321     DISPLAY 'CASHPST - ITEMS APPLIED          = '
012324         WS-APPLIED-COUNT.
012327     DISPLAY 'CASHPST - CUSTOMERS PAID         = '
012330         WS-CUSTOMERS-PAID.
012333     DISPLAY 'CASHPST - ITEMS CARRIED FORWARD  = '
012336         WS-UNAP-COUNT.
012339 9000-EXIT.
012342     EXIT.
012360******************************************************************
012370 9901-LOCKBOX-ERROR.
012380     DISPLAY 'CASHPST - LOCKBOX I/O ERROR ON OPEN INPUT'.
012390     DISPLAY '    FILE STATUS = ' WS-LOCKBOX-STATUS.
012400     MOVE 16 TO RETURN-CODE.
012410     GOBACK.
012420 9901-EXIT.
012430     EXIT.
012440******************************************************************
012450 9905-LEDGER-ERROR.
012460     DISPLAY 'CASHPST - LEDGERF I/O ERROR'.
012470     DISPLAY '    FILE STATUS = ' WS-LEDGER-STATUS.
012480     CLOSE CASHRPT.
012490     CLOSE TRANHIST.
012500     CLOSE FILEN.
012505     CLOSE AIJRNLF.
012510     MOVE 16 TO RETURN-CODE.
012520     GOBACK.
012530 9905-EXIT.
012540     EXIT.
012550******************************************************************
012560*    9906-DEPOSIT-REFUSED
012570*    The lockbox failed its proof - a header or trailer
012580*    missing or disagreeing, a bad amount, a deposit posted
012590*    before or doubled tonight.  Nothing has posted; the run
012600*    is refused until the bank retransmits.
012610******************************************************************
012620 9906-DEPOSIT-REFUSED.
012630     DISPLAY 'CASHPST - RUN REFUSED - DEPOSIT ' WS-DEPOSIT-NUMBER
012640         ' FROM ' WS-DEPOSIT-BANK ' NOT POSTED'.
012650     CLOSE LOCKBOX.
012660     MOVE 12 TO RETURN-CODE.
012670     GOBACK.
012680 9906-EXIT.
012690     EXIT.
012700******************************************************************
012710 9907-DEPLOG-ERROR.
012720     DISPLAY 'CASHPST - DEPLOG I/O ERROR'.
012730     DISPLAY '    FILE STATUS = ' WS-DEPLOG-STATUS.
012735     CLOSE AIJRNLF.
012740     MOVE 16 TO RETURN-CODE.
012750     GOBACK.
012760 9907-EXIT.
012770     EXIT.
012780******************************************************************
012790 9908-TRANHIST-ERROR.
012800     DISPLAY 'CASHPST - TRANHIST I/O ERROR'.
012810     DISPLAY '    FILE STATUS = ' WS-TRANHIST-STATUS.
012820     CLOSE CASHRPT.
012830     MOVE 16 TO RETURN-CODE.
012840     GOBACK.
012850 9908-EXIT.
012860     EXIT.
012870******************************************************************
012880 9909-FILEN-ERROR.
012890     DISPLAY 'CASHPST - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
012900     DISPLAY '    FILE STATUS = ' WS-FILEN-STATUS.
012910     CLOSE CASHRPT.
012920     CLOSE TRANHIST.
012930     MOVE 16 TO RETURN-CODE.
012940     GOBACK.
012950 9909-EXIT.
012960     EXIT.
012970******************************************************************
012980*    9911-POSTING-ABORTED
012990*    An I/O failure inside the sort - the specific lines have
013000*    already printed.  FILEN closes to flush the rewrites in
013010*    flight; UNAPPF and DEPLOG are untouched, so FILEN reloads
013020*    and rolls forward to the last good step (CMROLLF).
013030******************************************************************
013040 9911-POSTING-ABORTED.
013050     DISPLAY 'CASHPST - POSTING ABORTED - RELOAD FILEN, RUN'
013060         ' CMROLLF, AND RESUBMIT FROM THE CHECKPOINT'.
013070     CLOSE CASHRPT.
013080     CLOSE TRANHIST.
013090     CLOSE FILEN.
013100     MOVE 16 TO RETURN-CODE.
013110     GOBACK.
013120 9911-EXIT.
013130     EXIT.
013140******************************************************************
013150 9912-UNAPPF-ERROR.
013160     DISPLAY 'CASHPST - UNAPPF I/O ERROR REPLACING THE'
013170         ' CARRY-FORWARD'.
013180     DISPLAY '    FILE STATUS = ' WS-UNAPPF-STATUS.
013190     DISPLAY '    TONIGHT''S CARRY-FORWARD IS ON UNAPTMP'.
013200     CLOSE UNAPTMP.
013210     CLOSE CASHRPT.
013220     CLOSE TRANHIST.
013230     CLOSE FILEN.
013235     CLOSE AIJRNLF.
013240     MOVE 16 TO RETURN-CODE.
013250     GOBACK.
013260 9912-EXIT.
013270     EXIT.
013280******************************************************************
013800 9913-AIJRNLF-ERROR.
013810     DISPLAY 'CASHPST - AIJRNLF I/O ERROR'.
013820     DISPLAY 'CASHPST - FILE STATUS = ' WS-AIJ-STATUS.
013830     MOVE 16 TO RETURN-CODE.
013840     GOBACK.
013850 9913-EXIT.
013860     EXIT.
013870******************************************************************
013880 9914-AIJTRLR-ERROR.
013890     DISPLAY 'CASHPST - JOURNAL TRAILER NOT WRITTEN'.
013900     DISPLAY 'CASHPST - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
013910     MOVE 16 TO RETURN-CODE.
013920     GOBACK.
013930 9914-EXIT.
013940     EXIT.
013950******************************************************************
013960 9915-UNAPTMP-ERROR.
013970     DISPLAY 'CASHPST - UNAPTMP I/O ERROR ON OPEN INPUT'.
013980     DISPLAY '    FILE STATUS = ' WS-UNAPTMP-STATUS.
013990     DISPLAY '    UNAPPF NOT REPLACED - LAST NIGHT''S STANDS'.
014000     CLOSE CASHRPT.
014010     CLOSE TRANHIST.
014020     CLOSE FILEN.
014025     CLOSE AIJRNLF.
014030     MOVE 16 TO RETURN-CODE.
014040     GOBACK.
014050 9915-EXIT.
014060     EXIT.
014070******************************************************************
014080 9916-UNAPTMP-READ-ERROR.
014090     DISPLAY 'CASHPST - UNAPTMP I/O ERROR REPLACING THE'
014100         ' CARRY-FORWARD'.
014110     DISPLAY '    FILE STATUS = ' WS-UNAPTMP-STATUS.
014120     DISPLAY '    UNAPPF IS SHORT - TONIGHT''S CARRY-FORWARD IS'
014130         ' ON UNAPTMP'.
014140     CLOSE UNAPTMP.
014150     CLOSE UNAPPF.
014160     CLOSE CASHRPT.
014170     CLOSE TRANHIST.
014180     CLOSE FILEN.
014185     CLOSE AIJRNLF.
014190     MOVE 16 TO RETURN-CODE.
014200     GOBACK.
014210 9916-EXIT.
014220     EXIT.
