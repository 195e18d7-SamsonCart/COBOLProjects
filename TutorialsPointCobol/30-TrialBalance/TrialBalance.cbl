000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CMTRIAL.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Nightly receivables trial balance.  Proves that the
000160*    money on the customer master agrees with the money the
000170*    night posted: the FILEN CM-BALANCE total, plus the CLOSEDF
000180*    archive's, plus any balance CUSTMNT deleted off the master
000190*    tonight (its BACKOUTF before images), must equal the last
000200*    proven control off BALCTL (BALCREC layout) plus tonight's
000210*    net LEDGERF activity - goods net of returns and
000220*    adjustments, plus sales tax, less cash applied.  Carrying
000230*    the whole archive rather than only tonight's closes keeps
000240*    a daytime CMREINS reinstatement, which moves a balance
000250*    from the archive back onto the master, out of the
000260*    difference.  A night that proves banks its control to
000270*    BALCTL for the next night to start from.  A night that
000280*    does not prints the difference and every customer whose
000290*    balance moved without matching TRANHIST activity - tonight
000300*    against the generation CMUNLD banked before the night
000310*    began - leaves BALCTL alone, and ends RC 12 so NITEBAT
000320*    stops before STMTPRT mails statements off a master that
000330*    cannot be trusted.  A survivor of tonight's CMMERGE shows
000340*    on that list by design; its balance moved by merge, not by
000350*    posting - check it against MRGRPT.  No BALCTL file means
000360*    the proof has never run: the night's control is banked as
000370*    the opening control and nothing is proven.  TBRPT prints
000380*    the proof every night.  Runs in NITEBAT right after
000390*    CMSTAT, the last step that moves a balance.
000400*    MODIFICATION HISTORY
000410*   10/15/2026 SC  Initial version.
000412*   10/15/2026 SC  CLOSEDF and image layouts widened with
000414*                  CUSTMAST's new delivery method and email
000416*                  address - 179 bytes.  The balance did not
000418*                  move.
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450    SELECT FILEN ASSIGN TO DDNAME
000460        ORGANIZATION IS INDEXED
000470        ACCESS MODE IS SEQUENTIAL
000480        RECORD KEY IS CM-ID
000490        ALTERNATE RECORD KEY IS CM-NAME
000500            WITH DUPLICATES
000510        FILE STATUS IS WS-FILEN-STATUS.
000520    SELECT CLOSEDF ASSIGN TO CLOSEDD
000530        ORGANIZATION IS SEQUENTIAL
000540        FILE STATUS IS WS-CLOSED-STATUS.
000550    SELECT BACKOUTF ASSIGN TO BKOUTDD
000560        ORGANIZATION IS SEQUENTIAL
000570        FILE STATUS IS WS-BACKOUT-STATUS.
000580    SELECT LEDGERF ASSIGN TO LEDGDD
000590        ORGANIZATION IS INDEXED
000600        ACCESS MODE IS RANDOM
000610        RECORD KEY IS LG-BUSINESS-DATE
000620        FILE STATUS IS WS-LEDGER-STATUS.
000630    SELECT BALCTL ASSIGN TO BALCTLDD
000640        ORGANIZATION IS SEQUENTIAL
000650        FILE STATUS IS WS-BALCTL-STATUS.
000660    SELECT TRANHIST ASSIGN TO TRNHSTDD
000670        ORGANIZATION IS INDEXED
000680        ACCESS MODE IS DYNAMIC
000690        RECORD KEY IS HS-KEY
000700        FILE STATUS IS WS-TRANHIST-STATUS.
000710    SELECT PRIORBK ASSIGN TO WS-PRIOR-DDNAME
000720        ORGANIZATION IS SEQUENTIAL
000730        FILE STATUS IS WS-PRIOR-STATUS.
000740    SELECT BKCATLG ASSIGN TO CATLGDD
000750        ORGANIZATION IS SEQUENTIAL
000760        FILE STATUS IS WS-CATLG-STATUS.
000770    SELECT TBRPT ASSIGN TO TBRPTDD
000780        ORGANIZATION IS SEQUENTIAL.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD FILEN.
000820 COPY CUSTMAST.
000830 FD CLOSEDF.
000840 01 CL-RECORD             PIC X(179).
000850 FD BACKOUTF.
000860 COPY BOREC.
000870 FD LEDGERF.
000880 COPY LEDGREC.
000890 FD BALCTL.
000900 COPY BALCREC.
000910 FD TRANHIST.
000920 COPY HISTREC.
000930 FD PRIORBK.
000940 COPY BACKREC.
000950 FD BKCATLG.
000960 COPY BKCATREC.
000970 FD TBRPT.
000980 01 TB-LINE               PIC X(132).
000990 WORKING-STORAGE SECTION.
001000 01 WS-SWITCHES.
001010    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
001020       88 WS-EOF                VALUE 'Y'.
001030       88 WS-NOT-EOF            VALUE 'N'.
001040    05 WS-MASTER-EOF-SW     PIC X(01) VALUE 'N'.
001050       88 WS-MASTER-EOF         VALUE 'Y'.
001060       88 WS-MASTER-NOT-EOF     VALUE 'N'.
001070    05 WS-PRIOR-EOF-SW      PIC X(01) VALUE 'N'.
001080       88 WS-PRIOR-EOF          VALUE 'Y'.
001090       88 WS-PRIOR-NOT-EOF      VALUE 'N'.
001100    05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
001110       88 WS-HIST-EOF           VALUE 'Y'.
001120       88 WS-HIST-NOT-EOF       VALUE 'N'.
001130    05 WS-CATLG-EOF-SW      PIC X(01) VALUE 'N'.
001140       88 WS-CATLG-EOF          VALUE 'Y'.
001150       88 WS-CATLG-NOT-EOF      VALUE 'N'.
001160    05 WS-GEN-FOUND-SW      PIC X(01) VALUE 'N'.
001170       88 WS-GEN-FOUND          VALUE 'Y'.
001180       88 WS-GEN-NOT-FOUND      VALUE 'N'.
001190    05 WS-HIST-SW           PIC X(01) VALUE 'N'.
001200       88 WS-HIST-AVAILABLE     VALUE 'Y'.
001210       88 WS-HIST-NOT-AVAILABLE VALUE 'N'.
001220    05 WS-CONTROL-SW        PIC X(01) VALUE 'N'.
001230       88 WS-CONTROL-ON-FILE    VALUE 'Y'.
001240       88 WS-NO-CONTROL         VALUE 'N'.
001250    05 WS-PROOF-SW          PIC X(01) VALUE 'N'.
001260       88 WS-PROVEN             VALUE 'Y'.
001270       88 WS-NOT-PROVEN         VALUE 'N'.
001280 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
001290    88 WS-FILEN-STATUS-OK       VALUE '00'.
001295 01 WS-FILEN-OPERATION       PIC X(10) VALUE SPACES.
001300 01 WS-CLOSED-STATUS         PIC X(02) VALUE '00'.
001310    88 WS-CLOSED-STATUS-OK      VALUE '00'.
001320    88 WS-CLOSED-STATUS-NOTFND  VALUE '35'.
001330 01 WS-BACKOUT-STATUS        PIC X(02) VALUE '00'.
001340    88 WS-BACKOUT-STATUS-OK     VALUE '00'.
001350    88 WS-BACKOUT-STATUS-NOTFND VALUE '35'.
001360 01 WS-LEDGER-STATUS         PIC X(02) VALUE '00'.
001370    88 WS-LEDGER-STATUS-OK      VALUE '00'.
001380    88 WS-LEDGER-STATUS-NOREC   VALUE '23'.
001390    88 WS-LEDGER-STATUS-NOTFND  VALUE '35'.
001400 01 WS-BALCTL-STATUS         PIC X(02) VALUE '00'.
001410    88 WS-BALCTL-STATUS-OK      VALUE '00'.
001420    88 WS-BALCTL-STATUS-NOTFND  VALUE '35'.
001430 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
001440    88 WS-TRANHIST-STATUS-OK    VALUE '00'.
001450    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001460 01 WS-PRIOR-STATUS          PIC X(02) VALUE '00'.
001470    88 WS-PRIOR-STATUS-OK       VALUE '00'.
001480 01 WS-CATLG-STATUS          PIC X(02) VALUE '00'.
001490    88 WS-CATLG-STATUS-OK       VALUE '00'.
001500    88 WS-CATLG-STATUS-NOTFND   VALUE '35'.
001510 01 WS-PRIOR-DDNAME          PIC X(08) VALUE SPACES.
001520 01 WS-LATEST-DATE           PIC 9(08) VALUE ZERO.
001530 01 WS-PROOF-DATE            PIC 9(08) VALUE ZERO.
001540******************************************************************
001550*    A customer image off CLOSEDF, BACKOUTF, or the backup
001560*    generation, laid over CUSTMAST's positions for the two
001570*    fields the proof needs - the ID and CM-BALANCE.
001580******************************************************************
001590 01 WS-IMAGE.
001600    05 WS-IMAGE-ID           PIC 9(05).
001610    05 FILLER                PIC X(111).
001620    05 WS-IMAGE-BALANCE      PIC S9(9)V99 COMP-3.
001630    05 FILLER                PIC X(57).
001640******************************************************************
001650*    The proof.  The base is the last proven control (or, on a
001660*    rerun for a night already banked, the base that night was
001670*    proven from); the activity is tonight's LEDGERF posting;
001680*    the actual side is what the books carry now.
001690******************************************************************
001700 01 WS-BASE.
001710    05 WS-BASE-DATE          PIC 9(08) VALUE ZERO.
001720    05 WS-BASE-MASTER        PIC S9(11)V99 VALUE ZERO.
001730    05 WS-BASE-ARCHIVE       PIC S9(11)V99 VALUE ZERO.
001740    05 WS-BASE-CONTROL       PIC S9(11)V99 VALUE ZERO.
001750 01 WS-ACTIVITY.
001760    05 WS-LG-GOODS           PIC S9(11)V99 VALUE ZERO.
001770    05 WS-LG-TAX             PIC S9(11)V99 VALUE ZERO.
001780    05 WS-LG-CASH            PIC S9(11)V99 VALUE ZERO.
001790    05 WS-NET-ACTIVITY       PIC S9(11)V99 VALUE ZERO.
001800 01 WS-ACTUAL.
001810    05 WS-MASTER-COUNT       PIC 9(07) VALUE ZERO.
001820    05 WS-MASTER-TOTAL       PIC S9(11)V99 VALUE ZERO.
001830    05 WS-ARCHIVE-COUNT      PIC 9(07) VALUE ZERO.
001840    05 WS-ARCHIVE-TOTAL      PIC S9(11)V99 VALUE ZERO.
001850    05 WS-ARCHIVE-MOVED      PIC S9(11)V99 VALUE ZERO.
001860    05 WS-DELETED-COUNT      PIC 9(07) VALUE ZERO.
001870    05 WS-DELETED-TOTAL      PIC S9(11)V99 VALUE ZERO.
001880 01 WS-EXPECTED-CONTROL      PIC S9(11)V99 VALUE ZERO.
001890 01 WS-ACTUAL-CONTROL        PIC S9(11)V99 VALUE ZERO.
001900 01 WS-DIFFERENCE            PIC S9(11)V99 VALUE ZERO.
001910******************************************************************
001920*    Customer-level search on a night that does not prove.
001930******************************************************************
001940 01 WS-PRIOR-ID              PIC 9(05) VALUE ZERO.
001950 01 WS-PRIOR-BALANCE         PIC S9(9)V99 COMP-3 VALUE ZERO.
001960 01 WS-OPEN-BALANCE          PIC S9(9)V99 COMP-3 VALUE ZERO.
001970 01 WS-CUST-ACTIVITY         PIC S9(9)V99 COMP-3 VALUE ZERO.
001980 01 WS-CUST-MOVED            PIC S9(9)V99 COMP-3 VALUE ZERO.
001990 01 WS-CUST-UNEXPLAINED      PIC S9(9)V99 COMP-3 VALUE ZERO.
002000 01 WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
002010 01 WS-EXCEPTION-TOTAL       PIC S9(11)V99 VALUE ZERO.
002020******************************************************************
002030*    Trial balance report line layouts, written to TBRPT.
002040******************************************************************
002050 01 WS-HDR-LINE-1.
002060    05 FILLER                PIC X(20) VALUE SPACES.
002070    05 FILLER                PIC X(40)
002080        VALUE 'CMTRIAL RECEIVABLES TRIAL BALANCE PROOF'.
002090    05 FILLER                PIC X(15)
002100        VALUE 'BUSINESS DATE  '.
002110    05 H1-BUSINESS-DATE      PIC 9(08).
002120    05 FILLER                PIC X(49) VALUE SPACES.
002130 01 WS-AMOUNT-LINE.
002140    05 FILLER                PIC X(10) VALUE SPACES.
002150    05 AT-CAPTION            PIC X(44).
002160    05 AT-AMOUNT             PIC ZZZZZZZZZZ9.99-.
002170    05 FILLER                PIC X(03) VALUE SPACES.
002180    05 AT-NOTE               PIC X(30).
002190    05 FILLER                PIC X(30) VALUE SPACES.
002200 01 WS-COUNT-LINE.
002210    05 FILLER                PIC X(10) VALUE SPACES.
002220    05 CT-CAPTION            PIC X(44).
002230    05 FILLER                PIC X(08) VALUE SPACES.
002240    05 CT-COUNT              PIC ZZZZZZ9.
002250    05 FILLER                PIC X(63) VALUE SPACES.
002260 01 WS-RULE-LINE.
002270    05 FILLER                PIC X(54) VALUE SPACES.
002280    05 FILLER                PIC X(15) VALUE ALL '-'.
002290    05 FILLER                PIC X(63) VALUE SPACES.
002300 01 WS-MESSAGE-LINE.
002310    05 FILLER                PIC X(10) VALUE SPACES.
002320    05 MS-TEXT               PIC X(70).
002330    05 FILLER                PIC X(52) VALUE SPACES.
002340 01 WS-EXC-HDR-LINE.
002350    05 FILLER                PIC X(10) VALUE SPACES.
002360    05 FILLER                PIC X(07) VALUE 'ID'.
002370    05 FILLER                PIC X(27) VALUE 'NAME'.
002380    05 FILLER                PIC X(16) VALUE '   OPEN BALANCE'.
002390    05 FILLER                PIC X(16) VALUE '  TRANHIST ACTY'.
002400    05 FILLER                PIC X(16) VALUE '    BALANCE NOW'.
002410    05 FILLER                PIC X(16) VALUE '    UNEXPLAINED'.
002420    05 FILLER                PIC X(24) VALUE SPACES.
002430 01 WS-EXC-LINE.
002440    05 FILLER                PIC X(10) VALUE SPACES.
002450    05 EX-ID                 PIC 9(05).
002460    05 FILLER                PIC X(02) VALUE SPACES.
002470    05 EX-NAME               PIC X(25).
002480    05 FILLER                PIC X(02) VALUE SPACES.
002490    05 EX-OPEN-BALANCE       PIC ZZZZZZZZ9.99-.
002500    05 FILLER                PIC X(03) VALUE SPACES.
002510    05 EX-ACTIVITY           PIC ZZZZZZZZ9.99-.
002520    05 FILLER                PIC X(03) VALUE SPACES.
002530    05 EX-NEW-BALANCE        PIC ZZZZZZZZ9.99-.
002540    05 FILLER                PIC X(03) VALUE SPACES.
002550    05 EX-UNEXPLAINED        PIC ZZZZZZZZ9.99-.
002560    05 FILLER                PIC X(27) VALUE SPACES.
002570 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002580 LINKAGE SECTION.
002590 01 LS-BUSINESS-DATE         PIC 9(08).
002600 01 LS-RECORD-COUNT          PIC 9(07).
002610 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002620******************************************************************
002630*    0000-MAINLINE
002640*    Total what the books carry, take the base and the night's
002650*    activity, prove, and then either bank the control or hunt
002660*    down the customers behind the difference.  The count
002670*    handed back is the customers on the master.
002680******************************************************************
002690 0000-MAINLINE.
002700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710     PERFORM 2000-TOTAL-MASTER THRU 2000-EXIT.
002720     PERFORM 2200-TOTAL-ARCHIVE THRU 2200-EXIT.
002730     PERFORM 2400-TOTAL-DELETES THRU 2400-EXIT.
002740     PERFORM 3000-READ-LEDGER THRU 3000-EXIT.
002750     PERFORM 4000-PROVE THRU 4000-EXIT.
002760     IF WS-PROVEN
002770         PERFORM 5000-BANK-CONTROL THRU 5000-EXIT
002780     ELSE
002790         PERFORM 6000-FIND-EXCEPTIONS THRU 6000-EXIT
002800     END-IF.
002810     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002820     MOVE WS-MASTER-COUNT TO LS-RECORD-COUNT.
002830     IF WS-PROVEN
002840         MOVE 0 TO RETURN-CODE
002850     ELSE
002860         MOVE 12 TO RETURN-CODE
002870     END-IF.
002880     GOBACK.
002890******************************************************************
002900*    1000-INITIALIZE
002910*    The control on BALCTL is the base - unless it is already
002920*    tonight's, which means this is a rerun of a night that
002930*    proved, and that night's own base is used again.  A
002940*    control dated after tonight means the calendar has gone
002950*    backward; nothing can be proven against it.
002960******************************************************************
002970 1000-INITIALIZE.
002980     MOVE LS-BUSINESS-DATE TO WS-PROOF-DATE.
002990     OPEN OUTPUT TBRPT.
003000     MOVE WS-PROOF-DATE TO H1-BUSINESS-DATE.
003010     WRITE TB-LINE FROM WS-HDR-LINE-1.
003020     WRITE TB-LINE FROM WS-BLANK-LINE.
003030     OPEN INPUT BALCTL.
003040     IF NOT WS-BALCTL-STATUS-OK
003050         IF WS-BALCTL-STATUS-NOTFND
003060             GO TO 1000-EXIT
003070         ELSE
003080             PERFORM 9902-BALCTL-ERROR THRU 9902-EXIT
003090         END-IF
003100     END-IF.
003110     READ BALCTL
003120         AT END
003130             CLOSE BALCTL
003140             GO TO 1000-EXIT
003150     END-READ.
003160     CLOSE BALCTL.
003170     SET WS-CONTROL-ON-FILE TO TRUE.
003180     IF BC-PROVEN-DATE > WS-PROOF-DATE
003190         DISPLAY 'CMTRIAL - BALCTL PROVEN ' BC-PROVEN-DATE
003200             ' IS AFTER TONIGHT ' WS-PROOF-DATE
003210         DISPLAY 'CMTRIAL - NOTHING CAN BE PROVEN AGAINST IT'
003220         MOVE 'BALCTL CONTROL IS DATED AFTER TONIGHT - NO PROOF'
003230             TO MS-TEXT
003240         WRITE TB-LINE FROM WS-MESSAGE-LINE
003250         CLOSE TBRPT
003260         MOVE ZERO TO LS-RECORD-COUNT
003270         MOVE 12 TO RETURN-CODE
003280         GOBACK
003290     END-IF.
003300     IF BC-PROVEN-DATE = WS-PROOF-DATE
003310         MOVE BC-PRIOR-DATE          TO WS-BASE-DATE
003320         MOVE BC-PRIOR-MASTER-TOTAL  TO WS-BASE-MASTER
003330         MOVE BC-PRIOR-ARCHIVE-TOTAL TO WS-BASE-ARCHIVE
003340     ELSE
003350         MOVE BC-PROVEN-DATE         TO WS-BASE-DATE
003360         MOVE BC-MASTER-TOTAL        TO WS-BASE-MASTER
003370         MOVE BC-ARCHIVE-TOTAL       TO WS-BASE-ARCHIVE
003380     END-IF.
003390     COMPUTE WS-BASE-CONTROL = WS-BASE-MASTER + WS-BASE-ARCHIVE.
003400 1000-EXIT.
003410     EXIT.
003420******************************************************************
003430*    2000-TOTAL-MASTER
003440******************************************************************
003450 2000-TOTAL-MASTER.
003460     OPEN INPUT FILEN.
003470     IF NOT WS-FILEN-STATUS-OK
003475         MOVE 'OPEN INPUT' TO WS-FILEN-OPERATION
003480         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
003490     END-IF.
003500     SET WS-MASTER-NOT-EOF TO TRUE.
003510     PERFORM 2100-TOTAL-ONE-CUSTOMER THRU 2100-EXIT
003520         UNTIL WS-MASTER-EOF.
003530     CLOSE FILEN.
003540 2000-EXIT.
003550     EXIT.
003560******************************************************************
003570 2100-TOTAL-ONE-CUSTOMER.
003580     READ FILEN NEXT RECORD
003590         AT END
003600             SET WS-MASTER-EOF TO TRUE
003610             GO TO 2100-EXIT
003620     END-READ.
003622     IF NOT WS-FILEN-STATUS-OK
003624         MOVE 'READ' TO WS-FILEN-OPERATION
003626         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
003628     END-IF.
003630     ADD 1 TO WS-MASTER-COUNT.
003640     ADD CM-BALANCE TO WS-MASTER-TOTAL.
003650 2100-EXIT.
003660     EXIT.
003670******************************************************************
003680*    2200-TOTAL-ARCHIVE
003690*    Every balance CMSTAT ever retired to CLOSEDF, less what
003700*    CMREINS has since put back.  No archive (status 35) is an
003710*    empty one.
003720******************************************************************
003730 2200-TOTAL-ARCHIVE.
003740     OPEN INPUT CLOSEDF.
003750     IF NOT WS-CLOSED-STATUS-OK
003760         IF WS-CLOSED-STATUS-NOTFND
003770             GO TO 2200-EXIT
003780         ELSE
003790             PERFORM 9901-CLOSEDF-ERROR THRU 9901-EXIT
003800         END-IF
003810     END-IF.
003820     SET WS-NOT-EOF TO TRUE.
003830     PERFORM 2300-TOTAL-ONE-ARCHIVED THRU 2300-EXIT
003840         UNTIL WS-EOF.
003850     CLOSE CLOSEDF.
003860 2200-EXIT.
003870     EXIT.
003880******************************************************************
003890 2300-TOTAL-ONE-ARCHIVED.
003900     READ CLOSEDF
003910         AT END
003920             SET WS-EOF TO TRUE
003930             GO TO 2300-EXIT
003940     END-READ.
003950     MOVE CL-RECORD TO WS-IMAGE.
003960     ADD 1 TO WS-ARCHIVE-COUNT.
003970     ADD WS-IMAGE-BALANCE TO WS-ARCHIVE-TOTAL.
003980 2300-EXIT.
003990     EXIT.
004000******************************************************************
004010*    2400-TOTAL-DELETES
004020*    A CUSTMNT delete takes the record off the master outright,
004030*    balance and all - its before image on tonight's BACKOUTF
004040*    is the only place that money is still written down.  No
004050*    BACKOUTF means no maintenance applied tonight.
004060******************************************************************
004070 2400-TOTAL-DELETES.
004080     OPEN INPUT BACKOUTF.
004090     IF NOT WS-BACKOUT-STATUS-OK
004100         IF WS-BACKOUT-STATUS-NOTFND
004110             GO TO 2400-EXIT
004120         ELSE
004130             PERFORM 9903-BACKOUTF-ERROR THRU 9903-EXIT
004140         END-IF
004150     END-IF.
004160     SET WS-NOT-EOF TO TRUE.
004170     PERFORM 2500-TOTAL-ONE-DELETE THRU 2500-EXIT
004180         UNTIL WS-EOF.
004190     CLOSE BACKOUTF.
004200 2400-EXIT.
004210     EXIT.
004220******************************************************************
004230 2500-TOTAL-ONE-DELETE.
004240     READ BACKOUTF
004250         AT END
004260             SET WS-EOF TO TRUE
004270             GO TO 2500-EXIT
004280     END-READ.
004290     IF BO-BEFORE-DELETE
004300         MOVE BO-DATA TO WS-IMAGE
004310         ADD 1 TO WS-DELETED-COUNT
004320         ADD WS-IMAGE-BALANCE TO WS-DELETED-TOTAL
004330     END-IF.
004340 2500-EXIT.
004350     EXIT.
004360******************************************************************
004370*    3000-READ-LEDGER
004380*    Tonight's LEDGERF posting as HITHERE and CASHPST left it.
004390*    No ledger, or no record for the date, is a night that
004400*    posted nothing.
004410******************************************************************
004420 3000-READ-LEDGER.
004430     OPEN INPUT LEDGERF.
004440     IF WS-LEDGER-STATUS-NOTFND
004450         GO TO 3000-EXIT
004460     END-IF.
004470     IF NOT WS-LEDGER-STATUS-OK
004480         PERFORM 9904-LEDGER-ERROR THRU 9904-EXIT
004490     END-IF.
004500     MOVE WS-PROOF-DATE TO LG-BUSINESS-DATE.
004510     READ LEDGERF
004520         INVALID KEY
004530             CONTINUE
004540     END-READ.
004550     IF WS-LEDGER-STATUS-OK
004560         MOVE LG-TOTAL-EXT-PRICE TO WS-LG-GOODS
004570         MOVE LG-TOTAL-TAX       TO WS-LG-TAX
004580         MOVE LG-TOTAL-CASH      TO WS-LG-CASH
004590     ELSE
004600         IF NOT WS-LEDGER-STATUS-NOREC
004610             PERFORM 9904-LEDGER-ERROR THRU 9904-EXIT
004620         END-IF
004630     END-IF.
004640     CLOSE LEDGERF.
004650 3000-EXIT.
004660     EXIT.
004670******************************************************************
004680*    4000-PROVE
004690*    Expected = base control + goods + tax - cash.
004700*    Actual   = master + archive + balances deleted tonight.
004710*    With no control on file there is no base; the night's
004720*    control stands as the opening one and is banked.
004730******************************************************************
004740 4000-PROVE.
004750     COMPUTE WS-NET-ACTIVITY =
004760         WS-LG-GOODS + WS-LG-TAX - WS-LG-CASH.
004770     COMPUTE WS-EXPECTED-CONTROL =
004780         WS-BASE-CONTROL + WS-NET-ACTIVITY.
004790     COMPUTE WS-ARCHIVE-MOVED =
004800         WS-ARCHIVE-TOTAL - WS-BASE-ARCHIVE.
004810     COMPUTE WS-ACTUAL-CONTROL =
004820         WS-MASTER-TOTAL + WS-ARCHIVE-TOTAL + WS-DELETED-TOTAL.
004830     COMPUTE WS-DIFFERENCE =
004840         WS-ACTUAL-CONTROL - WS-EXPECTED-CONTROL.
004850     IF WS-NO-CONTROL
004860         PERFORM 4200-PRINT-OPENING THRU 4200-EXIT
004870         SET WS-PROVEN TO TRUE
004880         GO TO 4000-EXIT
004890     END-IF.
004900     PERFORM 4100-PRINT-PROOF THRU 4100-EXIT.
004910     IF WS-DIFFERENCE = ZERO
004920         SET WS-PROVEN TO TRUE
004930         MOVE 'TRIAL BALANCE PROVEN - CONTROL BANKED'
004940             TO MS-TEXT
004950     ELSE
004960         SET WS-NOT-PROVEN TO TRUE
004970         MOVE 'OUT OF BALANCE - CHAIN STOPS BEFORE STATEMENTS'
004980             TO MS-TEXT
004990     END-IF.
005000     WRITE TB-LINE FROM WS-MESSAGE-LINE.
005010     WRITE TB-LINE FROM WS-BLANK-LINE.
005020 4000-EXIT.
005030     EXIT.
005040******************************************************************
005050 4100-PRINT-PROOF.
005060     MOVE 'LAST PROVEN CONTROL' TO AT-CAPTION.
005070     MOVE WS-BASE-CONTROL TO AT-AMOUNT.
005080     MOVE 'PROVEN ON' TO AT-NOTE.
005090     MOVE WS-BASE-DATE TO AT-NOTE(11:8).
005100     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005110     MOVE SPACES TO AT-NOTE.
005120     MOVE '  GOODS NET OF RETURNS AND ADJUSTMENTS' TO AT-CAPTION.
005130     MOVE WS-LG-GOODS TO AT-AMOUNT.
005140     MOVE 'LEDGERF' TO AT-NOTE.
005150     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005160     MOVE '  SALES TAX' TO AT-CAPTION.
005170     MOVE WS-LG-TAX TO AT-AMOUNT.
005180     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005190     MOVE '  LESS CASH APPLIED' TO AT-CAPTION.
005200     COMPUTE AT-AMOUNT = 0 - WS-LG-CASH.
005210     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005220     MOVE SPACES TO AT-NOTE.
005230     WRITE TB-LINE FROM WS-RULE-LINE.
005240     MOVE 'EXPECTED CONTROL' TO AT-CAPTION.
005250     MOVE WS-EXPECTED-CONTROL TO AT-AMOUNT.
005260     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005270     WRITE TB-LINE FROM WS-BLANK-LINE.
005280     PERFORM 4300-PRINT-ACTUAL THRU 4300-EXIT.
005290     WRITE TB-LINE FROM WS-RULE-LINE.
005300     MOVE 'DIFFERENCE (ACTUAL LESS EXPECTED)' TO AT-CAPTION.
005310     MOVE WS-DIFFERENCE TO AT-AMOUNT.
005320     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005330     WRITE TB-LINE FROM WS-BLANK-LINE.
005340 4100-EXIT.
005350     EXIT.
005360******************************************************************
005370 4200-PRINT-OPENING.
005380     PERFORM 4300-PRINT-ACTUAL THRU 4300-EXIT.
005390     WRITE TB-LINE FROM WS-BLANK-LINE.
005400     MOVE 'NO BALCTL CONTROL - OPENING CONTROL BANKED UNPROVEN'
005410         TO MS-TEXT.
005420     WRITE TB-LINE FROM WS-MESSAGE-LINE.
005430     WRITE TB-LINE FROM WS-BLANK-LINE.
005440     DISPLAY 'CMTRIAL - NO BALCTL CONTROL ON FILE - OPENING'
005450         ' CONTROL BANKED'.
005460 4200-EXIT.
005470     EXIT.
005480******************************************************************
005490 4300-PRINT-ACTUAL.
005500     MOVE 'FILEN MASTER BALANCE TOTAL' TO AT-CAPTION.
005510     MOVE WS-MASTER-TOTAL TO AT-AMOUNT.
005520     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005530     MOVE 'CLOSEDF ARCHIVE BALANCE TOTAL' TO AT-CAPTION.
005540     MOVE WS-ARCHIVE-TOTAL TO AT-AMOUNT.
005550     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005560     IF WS-CONTROL-ON-FILE
005570         MOVE '  OF WHICH ARCHIVED SINCE LAST PROOF' TO AT-CAPTION
005580         MOVE WS-ARCHIVE-MOVED TO AT-AMOUNT
005590         WRITE TB-LINE FROM WS-AMOUNT-LINE
005600     END-IF.
005610     MOVE 'BALANCES DELETED BY MAINTENANCE TONIGHT' TO AT-CAPTION.
005620     MOVE WS-DELETED-TOTAL TO AT-AMOUNT.
005630     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005640     WRITE TB-LINE FROM WS-RULE-LINE.
005650     MOVE 'ACTUAL CONTROL' TO AT-CAPTION.
005660     MOVE WS-ACTUAL-CONTROL TO AT-AMOUNT.
005670     WRITE TB-LINE FROM WS-AMOUNT-LINE.
005680     WRITE TB-LINE FROM WS-BLANK-LINE.
005690     MOVE 'CUSTOMERS ON THE MASTER' TO CT-CAPTION.
005700     MOVE WS-MASTER-COUNT TO CT-COUNT.
005710     WRITE TB-LINE FROM WS-COUNT-LINE.
005720     MOVE 'CUSTOMERS ON THE ARCHIVE' TO CT-CAPTION.
005730     MOVE WS-ARCHIVE-COUNT TO CT-COUNT.
005740     WRITE TB-LINE FROM WS-COUNT-LINE.
005750     MOVE 'CUSTOMERS DELETED BY MAINTENANCE TONIGHT'
005760         TO CT-CAPTION.
005770     MOVE WS-DELETED-COUNT TO CT-COUNT.
005780     WRITE TB-LINE FROM WS-COUNT-LINE.
005790     WRITE TB-LINE FROM WS-BLANK-LINE.
005800 4300-EXIT.
005810     EXIT.
005820******************************************************************
005830*    5000-BANK-CONTROL
005840*    The night proved, so its control becomes the next night's
005850*    base, carrying the base it was proven from for a rerun.
005860******************************************************************
005870 5000-BANK-CONTROL.
005880     MOVE WS-PROOF-DATE     TO BC-PROVEN-DATE.
005890     MOVE WS-MASTER-TOTAL   TO BC-MASTER-TOTAL.
005900     MOVE WS-ARCHIVE-TOTAL  TO BC-ARCHIVE-TOTAL.
005910     MOVE WS-BASE-DATE      TO BC-PRIOR-DATE.
005920     MOVE WS-BASE-MASTER    TO BC-PRIOR-MASTER-TOTAL.
005930     MOVE WS-BASE-ARCHIVE   TO BC-PRIOR-ARCHIVE-TOTAL.
005940     OPEN OUTPUT BALCTL.
005950     IF NOT WS-BALCTL-STATUS-OK
005960         PERFORM 9902-BALCTL-ERROR THRU 9902-EXIT
005970     END-IF.
005980     WRITE BC-RECORD.
005982     IF NOT WS-BALCTL-STATUS-OK
005984         PERFORM 9902-BALCTL-ERROR THRU 9902-EXIT
005986     END-IF.
005990     CLOSE BALCTL.
006000     DISPLAY 'CMTRIAL - TRIAL BALANCE PROVEN - CONTROL '
006010         WS-ACTUAL-CONTROL ' BANKED'.
006020 5000-EXIT.
006030     EXIT.
006040******************************************************************
006050*    6000-FIND-EXCEPTIONS
006060*    Tonight's master matched against the generation CMUNLD
006070*    banked before the night began (the latest on the BKCATLG
006080*    catalog, as CMDELTA finds it): every customer still on
006090*    the master whose balance moved by other than tonight's
006100*    TRANHIST details is listed.  A customer added tonight
006110*    opens at zero.  A customer gone from the master is not
006120*    listed - where its balance went is on the proof lines.
006130******************************************************************
006140 6000-FIND-EXCEPTIONS.
006150     DISPLAY 'CMTRIAL - TRIAL BALANCE OUT BY ' WS-DIFFERENCE.
006160     MOVE 'BALANCES MOVED WITHOUT MATCHING TRANHIST ACTIVITY'
006170         TO MS-TEXT.
006180     WRITE TB-LINE FROM WS-MESSAGE-LINE.
006190     WRITE TB-LINE FROM WS-BLANK-LINE.
006200     PERFORM 6100-FIND-GENERATION THRU 6100-EXIT.
006210     SET WS-PRIOR-EOF TO TRUE.
006220     IF WS-GEN-FOUND
006230         OPEN INPUT PRIORBK
006240         IF NOT WS-PRIOR-STATUS-OK
006250             PERFORM 9905-PRIORBK-ERROR THRU 9905-EXIT
006260         END-IF
006270         SET WS-PRIOR-NOT-EOF TO TRUE
006280         PERFORM 6300-READ-PRIOR THRU 6300-EXIT
006290     ELSE
006300         MOVE 'NO GENERATION CATALOGED - OPENING BALANCES ZERO'
006310             TO MS-TEXT
006320         WRITE TB-LINE FROM WS-MESSAGE-LINE
006330     END-IF.
006340     OPEN INPUT TRANHIST.
006350     IF WS-TRANHIST-STATUS-OK
006360         SET WS-HIST-AVAILABLE TO TRUE
006370     ELSE
006380         IF NOT WS-TRANHIST-STATUS-NOTFND
006390             PERFORM 9906-TRANHIST-ERROR THRU 9906-EXIT
006400         END-IF
006410     END-IF.
006420     WRITE TB-LINE FROM WS-EXC-HDR-LINE.
006430     OPEN INPUT FILEN.
006440     IF NOT WS-FILEN-STATUS-OK
006445         MOVE 'OPEN INPUT' TO WS-FILEN-OPERATION
006450         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
006460     END-IF.
006470     SET WS-MASTER-NOT-EOF TO TRUE.
006480     PERFORM 6400-CHECK-ONE-CUSTOMER THRU 6400-EXIT
006490         UNTIL WS-MASTER-EOF.
006500     CLOSE FILEN.
006510     IF WS-GEN-FOUND
006520         CLOSE PRIORBK
006530     END-IF.
006540     IF WS-HIST-AVAILABLE
006550         CLOSE TRANHIST
006560     END-IF.
006570     WRITE TB-LINE FROM WS-BLANK-LINE.
006580     MOVE 'CUSTOMERS LISTED' TO CT-CAPTION.
006590     MOVE WS-EXCEPTION-COUNT TO CT-COUNT.
006600     WRITE TB-LINE FROM WS-COUNT-LINE.
006610     MOVE 'UNEXPLAINED MOVEMENT LISTED' TO AT-CAPTION.
006620     MOVE WS-EXCEPTION-TOTAL TO AT-AMOUNT.
006630     MOVE SPACES TO AT-NOTE.
006640     WRITE TB-LINE FROM WS-AMOUNT-LINE.
006650 6000-EXIT.
006660     EXIT.
006670******************************************************************
006680 6100-FIND-GENERATION.
006690     OPEN INPUT BKCATLG.
006700     IF NOT WS-CATLG-STATUS-OK
006710         IF WS-CATLG-STATUS-NOTFND
006720             GO TO 6100-EXIT
006730         ELSE
006740             PERFORM 9907-CATLG-ERROR THRU 9907-EXIT
006750         END-IF
006760     END-IF.
006770     SET WS-CATLG-NOT-EOF TO TRUE.
006780     PERFORM 6200-SCAN-ONE-CATALOG-ROW THRU 6200-EXIT
006790         UNTIL WS-CATLG-EOF.
006800     CLOSE BKCATLG.
006810 6100-EXIT.
006820     EXIT.
006830******************************************************************
006840 6200-SCAN-ONE-CATALOG-ROW.
006850     READ BKCATLG
006860         AT END
006870             SET WS-CATLG-EOF TO TRUE
006880             GO TO 6200-EXIT
006890     END-READ.
006900     IF GC-BUSINESS-DATE > WS-LATEST-DATE
006910         MOVE GC-BUSINESS-DATE TO WS-LATEST-DATE
006920         MOVE GC-DDNAME        TO WS-PRIOR-DDNAME
006930         SET WS-GEN-FOUND TO TRUE
006940     END-IF.
006950 6200-EXIT.
006960     EXIT.
006970******************************************************************
006980*    6300-READ-PRIOR
006990*    The generation's trailer ends the prior side.
007000******************************************************************
007010 6300-READ-PRIOR.
007020     READ PRIORBK
007030         AT END
007040             SET WS-PRIOR-EOF TO TRUE
007050             GO TO 6300-EXIT
007060     END-READ.
007070     IF NOT BK-TYPE-DATA
007080         SET WS-PRIOR-EOF TO TRUE
007090         GO TO 6300-EXIT
007100     END-IF.
007110     MOVE BK-DATA TO WS-IMAGE.
007120     MOVE WS-IMAGE-ID TO WS-PRIOR-ID.
007130     MOVE WS-IMAGE-BALANCE TO WS-PRIOR-BALANCE.
007140 6300-EXIT.
007150     EXIT.
007160******************************************************************
007170*    6400-CHECK-ONE-CUSTOMER
007180*    The prior side steps past any customer no longer on the
007190*    master, then supplies this customer's opening balance if
007200*    it was there at the unload.
007210******************************************************************
007220 6400-CHECK-ONE-CUSTOMER.
007230     READ FILEN NEXT RECORD
007240         AT END
007250             SET WS-MASTER-EOF TO TRUE
007260             GO TO 6400-EXIT
007270     END-READ.
007272     IF NOT WS-FILEN-STATUS-OK
007274         MOVE 'READ' TO WS-FILEN-OPERATION
007276         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
007278     END-IF.
007280     PERFORM 6300-READ-PRIOR THRU 6300-EXIT
007290         UNTIL WS-PRIOR-EOF OR WS-PRIOR-ID NOT < CM-ID.
007300     MOVE ZERO TO WS-OPEN-BALANCE.
007310     IF WS-PRIOR-NOT-EOF AND WS-PRIOR-ID = CM-ID
007320         MOVE WS-PRIOR-BALANCE TO WS-OPEN-BALANCE
007330     END-IF.
007340     PERFORM 6500-SUM-TONIGHTS-ACTIVITY THRU 6500-EXIT.
007350     COMPUTE WS-CUST-MOVED = CM-BALANCE - WS-OPEN-BALANCE.
007360     COMPUTE WS-CUST-UNEXPLAINED =
007370         WS-CUST-MOVED - WS-CUST-ACTIVITY.
007380     IF WS-CUST-UNEXPLAINED NOT = ZERO
007390         MOVE CM-ID               TO EX-ID
007400         MOVE CM-NAME             TO EX-NAME
007410         MOVE WS-OPEN-BALANCE     TO EX-OPEN-BALANCE
007420         MOVE WS-CUST-ACTIVITY    TO EX-ACTIVITY
007430         MOVE CM-BALANCE          TO EX-NEW-BALANCE
007440         MOVE WS-CUST-UNEXPLAINED TO EX-UNEXPLAINED
007450         WRITE TB-LINE FROM WS-EXC-LINE
007460         ADD 1 TO WS-EXCEPTION-COUNT
007470         ADD WS-CUST-UNEXPLAINED TO WS-EXCEPTION-TOTAL
007480     END-IF.
007490 6400-EXIT.
007500     EXIT.
007510******************************************************************
007520*    6500-SUM-TONIGHTS-ACTIVITY
007530*    Every detail dated tonight under the customer - sales,
007540*    returns, and adjustments with their tax, and payments -
007550*    carries its signed effect on the balance in
007560*    HS-EXT-PRICE and HS-TAX-AMOUNT.
007570******************************************************************
007580 6500-SUM-TONIGHTS-ACTIVITY.
007590     MOVE ZERO TO WS-CUST-ACTIVITY.
007600     IF WS-HIST-NOT-AVAILABLE
007610         GO TO 6500-EXIT
007620     END-IF.
007630     MOVE CM-ID TO HS-CUST-ID.
007640     MOVE WS-PROOF-DATE TO HS-TRAN-DATE.
007650     MOVE ZERO TO HS-SEQ.
007660     START TRANHIST KEY IS NOT LESS THAN HS-KEY
007670         INVALID KEY
007680             GO TO 6500-EXIT
007690     END-START.
007700     SET WS-HIST-NOT-EOF TO TRUE.
007710     PERFORM 6600-ADD-ONE-DETAIL THRU 6600-EXIT
007720         UNTIL WS-HIST-EOF.
007730 6500-EXIT.
007740     EXIT.
007750******************************************************************
007760 6600-ADD-ONE-DETAIL.
007770     READ TRANHIST NEXT RECORD
007780         AT END
007790             SET WS-HIST-EOF TO TRUE
007800             GO TO 6600-EXIT
007810     END-READ.
007820     IF NOT WS-TRANHIST-STATUS-OK
007830         PERFORM 9906-TRANHIST-ERROR THRU 9906-EXIT
007840     END-IF.
007850     IF HS-CUST-ID NOT = CM-ID
007860         OR HS-TRAN-DATE NOT = WS-PROOF-DATE
007870         SET WS-HIST-EOF TO TRUE
007880         GO TO 6600-EXIT
007890     END-IF.
007900     IF HS-TYPE-DETAIL
007910         ADD HS-EXT-PRICE  TO WS-CUST-ACTIVITY
007920         ADD HS-TAX-AMOUNT TO WS-CUST-ACTIVITY
007930     END-IF.
007940 6600-EXIT.
007950     EXIT.
007960******************************************************************
007970 9000-FINALIZE.
007980     CLOSE TBRPT.
007990 9000-EXIT.
008000     EXIT.
008010******************************************************************
008020 9900-FILEN-ERROR.
008030     DISPLAY 'CMTRIAL - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
008040     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-FILEN-STATUS.
008050     MOVE 16 TO RETURN-CODE.
008060     GOBACK.
008070 9900-EXIT.
008080     EXIT.
008090******************************************************************
008100 9901-CLOSEDF-ERROR.
008110     DISPLAY 'CMTRIAL - CLOSEDF I/O ERROR ON OPEN INPUT'.
008120     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-CLOSED-STATUS.
008130     MOVE 16 TO RETURN-CODE.
008140     GOBACK.
008150 9901-EXIT.
008160     EXIT.
008170******************************************************************
008180 9902-BALCTL-ERROR.
008190     DISPLAY 'CMTRIAL - BALCTL I/O ERROR'.
008200     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-BALCTL-STATUS.
008210     MOVE 16 TO RETURN-CODE.
008220     GOBACK.
008230 9902-EXIT.
008240     EXIT.
008250******************************************************************
008260 9903-BACKOUTF-ERROR.
008270     DISPLAY 'CMTRIAL - BACKOUTF I/O ERROR ON OPEN INPUT'.
008280     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-BACKOUT-STATUS.
008290     MOVE 16 TO RETURN-CODE.
008300     GOBACK.
008310 9903-EXIT.
008320     EXIT.
008330******************************************************************
008340 9904-LEDGER-ERROR.
008350     DISPLAY 'CMTRIAL - LEDGERF I/O ERROR'.
008360     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-LEDGER-STATUS.
008370     MOVE 16 TO RETURN-CODE.
008380     GOBACK.
008390 9904-EXIT.
008400     EXIT.
008410******************************************************************
008420 9905-PRIORBK-ERROR.
008430     DISPLAY 'CMTRIAL - ' WS-PRIOR-DDNAME ' I/O ERROR ON OPEN'.
008440     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-PRIOR-STATUS.
008450     MOVE 16 TO RETURN-CODE.
008460     GOBACK.
008470 9905-EXIT.
008480     EXIT.
008490******************************************************************
008500 9906-TRANHIST-ERROR.
008510     DISPLAY 'CMTRIAL - TRANHIST I/O ERROR'.
008520     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-TRANHIST-STATUS.
008530     MOVE 16 TO RETURN-CODE.
008540     GOBACK.
008550 9906-EXIT.
008560     EXIT.
008570******************************************************************
008580 9907-CATLG-ERROR.
008590     DISPLAY 'CMTRIAL - BKCATLG I/O ERROR'.
008600     DISPLAY 'CMTRIAL - FILE STATUS = ' WS-CATLG-STATUS.
008610     MOVE 16 TO RETURN-CODE.
008620     GOBACK.
008630 9907-EXIT.
008640     EXIT.
