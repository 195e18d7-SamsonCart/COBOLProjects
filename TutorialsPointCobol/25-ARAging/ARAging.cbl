000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ARAGE.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Accounts receivable aging and collection letters.
000160*    Ages every customer's open CM-BALANCE back against the
000170*    dated charges on TRANHIST and prints an aged trial balance
000180*    - current (0-30 days), 31-60, 61-90, and over 90 - with
000190*    bucket totals proven to foot to the sum of CM-BALANCE on
000200*    FILEN.  The open balance is taken to be the newest charges
000210*    not yet paid for, so it fills the current bucket from that
000220*    bucket's charges first, then each older bucket in turn;
000230*    whatever the kept history cannot account for is older than
000240*    the history and ages over 90.  A credit balance ages
000250*    current.  Every customer whose balance reaches back into
000260*    the letter bucket or older gets a collection letter on
000270*    ARLTRF under the CUSTMAST address block, its wording
000280*    stepping up with the oldest bucket the balance reaches -
000290*    a reminder at 31-60, a firm second notice at 61-90, a
000300*    final notice over 90.  The ARPARM card sets the as-of date
000310*    (no date ages to the CALENDF business date) and the letter
000320*    bucket - 2 for 31-60, 3 for 61-90, 4 for over 90 (no
000330*    card, or anything else, means 2).  The balance aged is the
000340*    master's as it stands; the card's date only moves the
000350*    point the ages are counted from.  Runs in NITEBAT's
000360*    month-end leg after LEDGRPT, and by hand any time
000370*    collections wants a current picture.
000380*    MODIFICATION HISTORY
000390*   10/15/2026 SC  Initial version.
000391*   10/15/2026 SC  A charge ages with the sales tax HITHERE
000392*                  charged on it - the balance being spread
000393*                  carries the tax, so the charges must too.
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430    SELECT ARPARM ASSIGN TO ARPRMDD
000440        ORGANIZATION IS SEQUENTIAL
000450        FILE STATUS IS WS-ARPARM-STATUS.
000460    SELECT CALENDF ASSIGN TO CALENDD
000470        ORGANIZATION IS SEQUENTIAL
000480        FILE STATUS IS WS-CALEND-STATUS.
000490    SELECT FILEN ASSIGN TO DDNAME
000500        ORGANIZATION IS INDEXED
000510        ACCESS MODE IS SEQUENTIAL
000520        RECORD KEY IS CM-ID
000530        ALTERNATE RECORD KEY IS CM-NAME
000540            WITH DUPLICATES
000550        FILE STATUS IS WS-FILEN-STATUS.
000560    SELECT TRANHIST ASSIGN TO TRNHSTDD
000570        ORGANIZATION IS INDEXED
000580        ACCESS MODE IS DYNAMIC
000590        RECORD KEY IS HS-KEY
000600        FILE STATUS IS WS-TRANHIST-STATUS.
000610    SELECT AGERPT ASSIGN TO AGERPDD
000620        ORGANIZATION IS SEQUENTIAL.
000630    SELECT ARLTRF ASSIGN TO ARLTRDD
000640        ORGANIZATION IS SEQUENTIAL.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD ARPARM.
000680 01 AP-RECORD.
000690    05 AP-AS-OF-DATE         PIC 9(08).
000700    05 AP-LETTER-BUCKET      PIC 9(01).
000710 FD CALENDF.
000720 COPY CALREC.
000730 FD FILEN.
000740 COPY CUSTMAST.
000750 FD TRANHIST.
000760 COPY HISTREC.
000770 FD AGERPT.
000780 01 AR-LINE               PIC X(132).
000790 FD ARLTRF.
000800 01 LT-LINE               PIC X(132).
000810 WORKING-STORAGE SECTION.
000820 01 WS-SWITCHES.
000830    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000840       88 WS-EOF                VALUE 'Y'.
000850       88 WS-NOT-EOF            VALUE 'N'.
000860    05 WS-HIST-EOF-SW       PIC X(01) VALUE 'N'.
000870       88 WS-HIST-EOF           VALUE 'Y'.
000880       88 WS-HIST-NOT-EOF       VALUE 'N'.
000890 01 WS-ARPARM-STATUS         PIC X(02) VALUE '00'.
000900    88 WS-ARPARM-STATUS-OK      VALUE '00'.
000910    88 WS-ARPARM-STATUS-NOTFND  VALUE '35'.
000920 01 WS-CALEND-STATUS         PIC X(02) VALUE '00'.
000930    88 WS-CALEND-STATUS-OK      VALUE '00'.
000940 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
000950    88 WS-FILEN-STATUS-OK       VALUE '00'.
000960 01 WS-FILEN-OPERATION       PIC X(05) VALUE SPACES.
000970 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
000980    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
000990    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001000 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001010    88 WS-HIST-AVAILABLE         VALUE 'Y'.
001020    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
001030******************************************************************
001040*    Run parameters - the as-of date ages are counted from, and
001050*    the oldest-bucket number from which a letter goes out.
001060******************************************************************
001070 01 WS-AS-OF-DATE            PIC 9(08) VALUE ZERO.
001080 01 WS-AS-OF-SERIAL          PIC S9(09) COMP-3 VALUE ZERO.
001090 01 WS-LETTER-BUCKET         PIC 9(01) VALUE 2.
001100 01 WS-AGE-DAYS              PIC S9(09) COMP-3 VALUE ZERO.
001110******************************************************************
001120*    Aging buckets - 1 current, 2 31-60, 3 61-90, 4 over 90.
001130*    WS-CHARGE-BUCKET holds the customer's dated charges by age;
001140*    WS-AGED-BUCKET what of the open balance each bucket holds
001150*    once the balance is spread newest-first; WS-TOTAL-BUCKET
001160*    the run's footings.
001170******************************************************************
001180 01 WS-BX                    PIC S9(04) COMP VALUE ZERO.
001190 01 WS-OLDEST-BX             PIC S9(04) COMP VALUE ZERO.
001200 01 WS-CHARGE-TABLE.
001210    05 WS-CHARGE-BUCKET OCCURS 4 TIMES
001220                            PIC S9(9)V99 COMP-3.
001230 01 WS-AGED-TABLE.
001240    05 WS-AGED-BUCKET OCCURS 4 TIMES
001250                            PIC S9(9)V99 COMP-3.
001260 01 WS-TOTAL-TABLE.
001270    05 WS-TOTAL-BUCKET OCCURS 4 TIMES
001280                            PIC S9(11)V99 COMP-3.
001290 01 WS-REMAINING             PIC S9(9)V99 COMP-3 VALUE ZERO.
001300 01 WS-FILEN-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
001310 01 WS-BUCKET-SUM            PIC S9(11)V99 COMP-3 VALUE ZERO.
001320 01 WS-PAST-DUE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001330 01 WS-RUN-COUNTS.
001340    05 WS-CUST-COUNT         PIC 9(07) VALUE ZERO.
001350    05 WS-OPEN-COUNT         PIC 9(07) VALUE ZERO.
001360    05 WS-LETTER-COUNT       PIC 9(07) VALUE ZERO.
001370 01 WS-FOOT-SW               PIC X(01) VALUE 'Y'.
001380    88 WS-FOOTS                  VALUE 'Y'.
001390    88 WS-DOES-NOT-FOOT          VALUE 'N'.
001400******************************************************************
001410*    Serial-day conversion fields - a date becomes a count of
001420*    days so two dates subtract to an age in days, with the
001430*    leap rules carried by the quotients of 4, 100, and 400.
001440*    The same conversion TRECYC ages suspense with.
001450******************************************************************
001460 01 WS-SERIAL-FIELDS.
001470    05 WS-SERIAL-DATE        PIC 9(08) VALUE ZERO.
001480    05 WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.
001490       10 WS-SD-YYYY         PIC 9(04).
001500       10 WS-SD-MM           PIC 9(02).
001510       10 WS-SD-DD           PIC 9(02).
001520    05 WS-SERIAL-DAYS        PIC S9(09) COMP-3 VALUE ZERO.
001530    05 WS-SER-Q4             PIC 9(04) VALUE ZERO.
001540    05 WS-SER-R4             PIC 9(04) VALUE ZERO.
001550    05 WS-SER-Q100           PIC 9(04) VALUE ZERO.
001560    05 WS-SER-R100           PIC 9(04) VALUE ZERO.
001570    05 WS-SER-Q400           PIC 9(04) VALUE ZERO.
001580    05 WS-SER-R400           PIC 9(04) VALUE ZERO.
001590 01 WS-MONTH-DAYS-TABLE.
001600    05 FILLER                PIC X(36)
001610        VALUE '000031059090120151181212243273304334'.
001620 01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001630    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
001640                             PIC 9(03).
001650******************************************************************
001660*    Aged trial balance line layouts, written to AGERPT.
001670******************************************************************
001680 01 WS-HDR-LINE-1.
001690    05 FILLER                PIC X(20) VALUE SPACES.
001700    05 FILLER                PIC X(40)
001710        VALUE 'ARAGE AGED TRIAL BALANCE'.
001720    05 FILLER                PIC X(08) VALUE 'AS OF  '.
001730    05 H1-AS-OF-DATE         PIC 9(08).
001740    05 FILLER                PIC X(17)
001750        VALUE '   LETTERS FROM '.
001760    05 H1-LETTER-CAPTION     PIC X(13).
001770    05 FILLER                PIC X(26) VALUE SPACES.
001780 01 WS-HDR-LINE-2.
001790    05 FILLER                PIC X(07) VALUE 'CUST   '.
001800    05 FILLER                PIC X(27) VALUE 'NAME'.
001810    05 FILLER                PIC X(13) VALUE '      BALANCE'.
001820    05 FILLER                PIC X(02) VALUE SPACES.
001830    05 FILLER                PIC X(13) VALUE '      CURRENT'.
001840    05 FILLER                PIC X(02) VALUE SPACES.
001850    05 FILLER                PIC X(13) VALUE '   31-60 DAYS'.
001860    05 FILLER                PIC X(02) VALUE SPACES.
001870    05 FILLER                PIC X(13) VALUE '   61-90 DAYS'.
001880    05 FILLER                PIC X(02) VALUE SPACES.
001890    05 FILLER                PIC X(13) VALUE ' OVER 90 DAYS'.
001900    05 FILLER                PIC X(02) VALUE SPACES.
001910    05 FILLER                PIC X(08) VALUE 'LETTER'.
001920    05 FILLER                PIC X(15) VALUE SPACES.
001930 01 WS-DETAIL-LINE.
001940    05 DL-CUST-ID            PIC 9(05).
001950    05 FILLER                PIC X(02) VALUE SPACES.
001960    05 DL-CUST-NAME          PIC X(25).
001970    05 FILLER                PIC X(02) VALUE SPACES.
001980    05 DL-BALANCE            PIC ZZZZZZZZ9.99-.
001990    05 FILLER                PIC X(02) VALUE SPACES.
002000    05 DL-BUCKET-1           PIC ZZZZZZZZ9.99-.
002010    05 FILLER                PIC X(02) VALUE SPACES.
002020    05 DL-BUCKET-2           PIC ZZZZZZZZ9.99-.
002030    05 FILLER                PIC X(02) VALUE SPACES.
002040    05 DL-BUCKET-3           PIC ZZZZZZZZ9.99-.
002050    05 FILLER                PIC X(02) VALUE SPACES.
002060    05 DL-BUCKET-4           PIC ZZZZZZZZ9.99-.
002070    05 FILLER                PIC X(02) VALUE SPACES.
002080    05 DL-LETTER             PIC X(08).
002090    05 FILLER                PIC X(15) VALUE SPACES.
002100 01 WS-TOTAL-LINE.
002110    05 TL-CAPTION            PIC X(34).
002120    05 TL-BALANCE            PIC ZZZZZZZZ9.99-.
002130    05 FILLER                PIC X(02) VALUE SPACES.
002140    05 TL-BUCKET-1           PIC ZZZZZZZZ9.99-.
002150    05 FILLER                PIC X(02) VALUE SPACES.
002160    05 TL-BUCKET-2           PIC ZZZZZZZZ9.99-.
002170    05 FILLER                PIC X(02) VALUE SPACES.
002180    05 TL-BUCKET-3           PIC ZZZZZZZZ9.99-.
002190    05 FILLER                PIC X(02) VALUE SPACES.
002200    05 TL-BUCKET-4           PIC ZZZZZZZZ9.99-.
002210    05 FILLER                PIC X(25) VALUE SPACES.
002220 01 WS-PROOF-LINE.
002230    05 PF-CAPTION            PIC X(34).
002240    05 PF-AMOUNT             PIC ZZZZZZZZ9.99-.
002250    05 FILLER                PIC X(02) VALUE SPACES.
002260    05 PF-RESULT             PIC X(40).
002270    05 FILLER                PIC X(43) VALUE SPACES.
002280 01 WS-COUNT-LINE.
002290    05 CL-CAPTION            PIC X(34).
002300    05 CL-COUNT              PIC ZZZZZZ9.
002310    05 FILLER                PIC X(91) VALUE SPACES.
002320 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002330******************************************************************
002340*    Collection letter line layouts, written to ARLTRF.  Each
002350*    letter is its own mail piece: heading, address block,
002360*    account, the wording for its level, and the aged figures.
002370******************************************************************
002380 01 WS-LTR-HDR-LINE.
002390    05 FILLER                PIC X(20) VALUE SPACES.
002400    05 FILLER                PIC X(40)
002410        VALUE 'STATEMENT OF PAST-DUE ACCOUNT'.
002420    05 FILLER                PIC X(06) VALUE 'DATE  '.
002430    05 LH-DATE               PIC 9(08).
002440    05 FILLER                PIC X(58) VALUE SPACES.
002450 01 WS-LTR-ADDR-LINE.
002460    05 LA-TEXT               PIC X(25).
002470    05 FILLER                PIC X(107) VALUE SPACES.
002480 01 WS-LTR-CITY-LINE.
002490    05 LC-CITY               PIC X(15).
002500    05 FILLER                PIC X(02) VALUE ', '.
002510    05 LC-STATE              PIC X(02).
002520    05 FILLER                PIC X(01) VALUE SPACES.
002530    05 LC-ZIP                PIC X(10).
002540    05 FILLER                PIC X(102) VALUE SPACES.
002550 01 WS-LTR-ACCOUNT-LINE.
002560    05 FILLER                PIC X(15) VALUE 'ACCOUNT NUMBER '.
002570    05 LN-CUST-ID            PIC 9(05).
002580    05 FILLER                PIC X(112) VALUE SPACES.
002590 01 WS-LTR-TEXT-LINE.
002600    05 LX-TEXT               PIC X(60).
002610    05 FILLER                PIC X(72) VALUE SPACES.
002620 01 WS-LTR-AMOUNT-LINE.
002630    05 LM-CAPTION            PIC X(24).
002640    05 LM-AMOUNT             PIC ZZZZZZZZ9.99-.
002650    05 FILLER                PIC X(95) VALUE SPACES.
002660 01 WS-LTR-SIGN-LINE.
002670    05 FILLER                PIC X(17) VALUE 'CREDIT DEPARTMENT'.
002680    05 FILLER                PIC X(115) VALUE SPACES.
002690******************************************************************
002700*    Collection letter wording, one set of four lines per level -
002710*    31-60 days, 61-90 days, over 90 days - stepping up from a
002720*    reminder to a final notice.  A blank line is not printed.
002730******************************************************************
002740 01 WS-WX                    PIC S9(04) COMP VALUE ZERO.
002750 01 WS-LX                    PIC S9(04) COMP VALUE ZERO.
002760 01 WS-LETTER-WORDING.
002770    05 FILLER                PIC X(60) VALUE
002780        'OUR RECORDS SHOW THAT PART OF YOUR ACCOUNT IS NOW'.
002790    05 FILLER                PIC X(60) VALUE
002800        'PAST DUE.  IF YOUR PAYMENT IS ALREADY ON ITS WAY,'.
002810    05 FILLER                PIC X(60) VALUE
002820        'PLEASE ACCEPT OUR THANKS AND DISREGARD THIS NOTICE.'.
002830    05 FILLER                PIC X(60) VALUE SPACES.
002840    05 FILLER                PIC X(60) VALUE
002850        'YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE.'.
002860    05 FILLER                PIC X(60) VALUE
002870        'PLEASE REMIT THE PAST-DUE AMOUNT WITHIN 10 DAYS, OR'.
002880    05 FILLER                PIC X(60) VALUE
002890        'CALL OUR CREDIT DEPARTMENT TO ARRANGE PAYMENT.'.
002900    05 FILLER                PIC X(60) VALUE SPACES.
002910    05 FILLER                PIC X(60) VALUE
002920        'FINAL NOTICE - YOUR ACCOUNT IS MORE THAN 90 DAYS'.
002930    05 FILLER                PIC X(60) VALUE
002940        'PAST DUE.  UNLESS THE PAST-DUE AMOUNT IS RECEIVED'.
002950    05 FILLER                PIC X(60) VALUE
002960        'WITHIN 10 DAYS, YOUR ACCOUNT MAY BE PLACED FOR'.
002970    05 FILLER                PIC X(60) VALUE
002980        'COLLECTION AND FURTHER CREDIT SUSPENDED.'.
002990 01 WS-LETTER-WORDING-R REDEFINES WS-LETTER-WORDING.
003000    05 WS-WORDING-LEVEL OCCURS 3 TIMES.
003010       10 WS-WORDING-LINE OCCURS 4 TIMES
003020                             PIC X(60).
003030 PROCEDURE DIVISION.
003040******************************************************************
003050*    0000-MAINLINE
003060*    One pass of FILEN in customer order; each customer's
003070*    charges come off TRANHIST by key, so the history is never
003080*    read end to end.  Buckets that do not foot to the master
003090*    stop a chain run with RC 12.
003100******************************************************************
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-AGE-CUSTOMER THRU 2000-EXIT
003140         UNTIL WS-EOF.
003150     PERFORM 9000-FINALIZE THRU 9000-EXIT.
003160     IF WS-DOES-NOT-FOOT
003170         MOVE 12 TO RETURN-CODE
003180     ELSE
003190         MOVE 0 TO RETURN-CODE
003200     END-IF.
003210     GOBACK.
003220******************************************************************
003230 1000-INITIALIZE.
003240     PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
003250     IF WS-AS-OF-DATE = ZERO
003260         PERFORM 1300-READ-CALENDAR THRU 1300-EXIT
003270     END-IF.
003280     MOVE WS-AS-OF-DATE TO WS-SERIAL-DATE.
003290     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
003300     MOVE WS-SERIAL-DAYS TO WS-AS-OF-SERIAL.
003310     MOVE ZERO TO WS-TOTAL-BUCKET(1).
003320     MOVE ZERO TO WS-TOTAL-BUCKET(2).
003330     MOVE ZERO TO WS-TOTAL-BUCKET(3).
003340     MOVE ZERO TO WS-TOTAL-BUCKET(4).
003350     OPEN INPUT FILEN.
003360     IF NOT WS-FILEN-STATUS-OK
003370         MOVE 'OPEN' TO WS-FILEN-OPERATION
003380         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
003390     END-IF.
003400*    No history file (status 35) only means nothing has posted
003410*    yet - every balance is older than the history and ages
003420*    over 90.
003430     OPEN INPUT TRANHIST.
003440     IF WS-TRANHIST-STATUS-OK
003450         SET WS-HIST-AVAILABLE TO TRUE
003460     ELSE
003470         IF NOT WS-TRANHIST-STATUS-NOTFND
003480             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
003490         END-IF
003500     END-IF.
003510     OPEN OUTPUT AGERPT.
003520     OPEN OUTPUT ARLTRF.
003530     MOVE WS-AS-OF-DATE TO H1-AS-OF-DATE.
003540     EVALUATE WS-LETTER-BUCKET
003550         WHEN 2
003560             MOVE '31-60 DAYS' TO H1-LETTER-CAPTION
003570         WHEN 3
003580             MOVE '61-90 DAYS' TO H1-LETTER-CAPTION
003590         WHEN 4
003600             MOVE 'OVER 90 DAYS' TO H1-LETTER-CAPTION
003610     END-EVALUATE.
003620     WRITE AR-LINE FROM WS-HDR-LINE-1.
003630     WRITE AR-LINE FROM WS-HDR-LINE-2.
003640     PERFORM 1100-READ-FILEN THRU 1100-EXIT.
003650 1000-EXIT.
003660     EXIT.
003670******************************************************************
003680 1100-READ-FILEN.
003690     READ FILEN NEXT RECORD
003700         AT END
003710             SET WS-EOF TO TRUE
003720             GO TO 1100-EXIT
003730     END-READ.
003740     IF NOT WS-FILEN-STATUS-OK
003750         MOVE 'READ' TO WS-FILEN-OPERATION
003760         PERFORM 9900-FILEN-ERROR THRU 9900-EXIT
003770     END-IF.
003780 1100-EXIT.
003790     EXIT.
003800******************************************************************
003810*    1200-READ-PARM-CARD
003820*    Both fields are optional - a zero or unpunched date falls
003830*    to the calendar, a letter bucket outside 2-4 to 31-60.
003840******************************************************************
003850 1200-READ-PARM-CARD.
003860     OPEN INPUT ARPARM.
003870     IF WS-ARPARM-STATUS-OK
003880         READ ARPARM
003890             AT END
003900                 CONTINUE
003910             NOT AT END
003920                 IF AP-AS-OF-DATE IS NUMERIC
003930                     MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE
003940                 END-IF
003950                 IF AP-LETTER-BUCKET IS NUMERIC
003960                     AND AP-LETTER-BUCKET > 1
003970                     AND AP-LETTER-BUCKET < 5
003980                     MOVE AP-LETTER-BUCKET TO WS-LETTER-BUCKET
003990                 END-IF
004000         END-READ
004010         CLOSE ARPARM
004020     ELSE
004030         IF NOT WS-ARPARM-STATUS-NOTFND
004040             PERFORM 9902-ARPARM-ERROR THRU 9902-EXIT
004050         END-IF
004060     END-IF.
004070 1200-EXIT.
004080     EXIT.
004090******************************************************************
004100*    1300-READ-CALENDAR
004110*    No date on the card ages to the business date - tonight's
004120*    in the chain, since the calendar rolls only after the
004130*    whole chain completes.
004140******************************************************************
004150 1300-READ-CALENDAR.
004160     OPEN INPUT CALENDF.
004170     IF NOT WS-CALEND-STATUS-OK
004180         DISPLAY 'ARAGE - CALENDF MISSING AND NO AS-OF DATE CARD'
004190         DISPLAY 'ARAGE - FILE STATUS = ' WS-CALEND-STATUS
004200         MOVE 8 TO RETURN-CODE
004210         GOBACK
004220     END-IF.
004230     READ CALENDF
004240         AT END
004250             MOVE ZERO TO CAL-BUSINESS-DATE
004260     END-READ.
004270     CLOSE CALENDF.
004280     IF CAL-BUSINESS-DATE IS NOT NUMERIC
004290         OR CAL-BUSINESS-DATE = ZERO
004300         DISPLAY 'ARAGE - NO AS-OF DATE - CALENDF BUSINESS DATE'
004310             ' INVALID'
004320         MOVE 8 TO RETURN-CODE
004330         GOBACK
004340     END-IF.
004350     MOVE CAL-BUSINESS-DATE TO WS-AS-OF-DATE.
004360 1300-EXIT.
004370     EXIT.
004380******************************************************************
004390*    2000-AGE-CUSTOMER
004400*    Every balance foots into the proof; only an open (non-zero)
004410*    balance prints a trial-balance line or can earn a letter.
004420******************************************************************
004430 2000-AGE-CUSTOMER.
004440     ADD 1 TO WS-CUST-COUNT.
004450     ADD CM-BALANCE TO WS-FILEN-TOTAL.
004460     IF CM-BALANCE = ZERO
004470         GO TO 2000-NEXT
004480     END-IF.
004490     ADD 1 TO WS-OPEN-COUNT.
004500     PERFORM 2100-GATHER-CHARGES THRU 2100-EXIT.
004510     PERFORM 2400-SPREAD-BALANCE THRU 2400-EXIT.
004520     MOVE CM-ID      TO DL-CUST-ID.
004530     MOVE CM-NAME    TO DL-CUST-NAME.
004540     MOVE CM-BALANCE TO DL-BALANCE.
004550     MOVE WS-AGED-BUCKET(1) TO DL-BUCKET-1.
004560     MOVE WS-AGED-BUCKET(2) TO DL-BUCKET-2.
004570     MOVE WS-AGED-BUCKET(3) TO DL-BUCKET-3.
004580     MOVE WS-AGED-BUCKET(4) TO DL-BUCKET-4.
004590     MOVE SPACES TO DL-LETTER.
004600     IF WS-OLDEST-BX NOT < WS-LETTER-BUCKET
004610         PERFORM 2600-WRITE-LETTER THRU 2600-EXIT
004620     END-IF.
004630     WRITE AR-LINE FROM WS-DETAIL-LINE.
004640 2000-NEXT.
004650     PERFORM 1100-READ-FILEN THRU 1100-EXIT.
004660 2000-EXIT.
004670     EXIT.
004680******************************************************************
004690*    2100-GATHER-CHARGES
004700*    The customer's charges - posted details with a positive
004710*    extended price, dated no later than the as-of date - added
004720*    into the bucket their age falls in, each with the sales
004730*    tax charged on it.  Credits (returns, adjustments,
004740*    payments) are already netted into the balance being
004741*    spread; they are not aged themselves.
004750******************************************************************
004760 2100-GATHER-CHARGES.
004770     MOVE ZERO TO WS-CHARGE-BUCKET(1).
004780     MOVE ZERO TO WS-CHARGE-BUCKET(2).
004790     MOVE ZERO TO WS-CHARGE-BUCKET(3).
004800     MOVE ZERO TO WS-CHARGE-BUCKET(4).
004810     IF WS-HIST-NOT-AVAILABLE
004820         GO TO 2100-EXIT
004830     END-IF.
004840     MOVE CM-ID TO HS-CUST-ID.
004850     MOVE ZERO  TO HS-TRAN-DATE.
004860     MOVE ZERO  TO HS-SEQ.
004870     START TRANHIST KEY IS NOT LESS THAN HS-KEY
004880         INVALID KEY
004890             GO TO 2100-EXIT
004900     END-START.
004910     SET WS-HIST-NOT-EOF TO TRUE.
004920     PERFORM 2200-GATHER-ONE-CHARGE THRU 2200-EXIT
004930         UNTIL WS-HIST-EOF.
004940 2100-EXIT.
004950     EXIT.
004960******************************************************************
004970 2200-GATHER-ONE-CHARGE.
004980     READ TRANHIST NEXT RECORD
004990         AT END
005000             SET WS-HIST-EOF TO TRUE
005010             GO TO 2200-EXIT
005020     END-READ.
005030     IF NOT WS-TRANHIST-STATUS-OK
005040         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
005050     END-IF.
005060     IF HS-CUST-ID NOT = CM-ID
005070         OR HS-TRAN-DATE > WS-AS-OF-DATE
005080         SET WS-HIST-EOF TO TRUE
005090         GO TO 2200-EXIT
005100     END-IF.
005110     IF NOT HS-TYPE-DETAIL
005120         OR HS-EXT-PRICE NOT > ZERO
005130         GO TO 2200-EXIT
005140     END-IF.
005150     MOVE HS-TRAN-DATE TO WS-SERIAL-DATE.
005160     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
005170     COMPUTE WS-AGE-DAYS = WS-AS-OF-SERIAL - WS-SERIAL-DAYS.
005180     EVALUATE TRUE
005190         WHEN WS-AGE-DAYS NOT > 30
005200             MOVE 1 TO WS-BX
005210         WHEN WS-AGE-DAYS NOT > 60
005220             MOVE 2 TO WS-BX
005230         WHEN WS-AGE-DAYS NOT > 90
005240             MOVE 3 TO WS-BX
005250         WHEN OTHER
005260             MOVE 4 TO WS-BX
005270     END-EVALUATE.
005280     ADD HS-EXT-PRICE HS-TAX-AMOUNT
005281         TO WS-CHARGE-BUCKET(WS-BX).
005290 2200-EXIT.
005300     EXIT.
005310******************************************************************
005320*    2400-SPREAD-BALANCE
005330*    The open balance fills the current bucket up to that
005340*    bucket's charges, then 31-60, then 61-90; what is left is
005350*    over 90.  A credit balance sits in current.  The buckets
005360*    therefore always add back to CM-BALANCE exactly.
005370*    WS-OLDEST-BX comes back as the oldest bucket holding any
005380*    of the balance - the letter level.
005390******************************************************************
005400 2400-SPREAD-BALANCE.
005410     MOVE ZERO TO WS-AGED-BUCKET(1).
005420     MOVE ZERO TO WS-AGED-BUCKET(2).
005430     MOVE ZERO TO WS-AGED-BUCKET(3).
005440     MOVE ZERO TO WS-AGED-BUCKET(4).
005450     MOVE ZERO TO WS-OLDEST-BX.
005460     MOVE CM-BALANCE TO WS-REMAINING.
005470     IF WS-REMAINING < ZERO
005480         MOVE WS-REMAINING TO WS-AGED-BUCKET(1)
005490     ELSE
005500         MOVE 1 TO WS-BX
005510         PERFORM 2450-FILL-ONE-BUCKET THRU 2450-EXIT
005520             UNTIL WS-BX > 3
005530         MOVE WS-REMAINING TO WS-AGED-BUCKET(4)
005540     END-IF.
005550     MOVE 1 TO WS-BX.
005560     PERFORM 2500-FOOT-ONE-BUCKET THRU 2500-EXIT
005570         UNTIL WS-BX > 4.
005580 2400-EXIT.
005590     EXIT.
005600******************************************************************
005610 2450-FILL-ONE-BUCKET.
005620     IF WS-REMAINING < WS-CHARGE-BUCKET(WS-BX)
005630         MOVE WS-REMAINING TO WS-AGED-BUCKET(WS-BX)
005640     ELSE
005650         MOVE WS-CHARGE-BUCKET(WS-BX) TO WS-AGED-BUCKET(WS-BX)
005660     END-IF.
005670     SUBTRACT WS-AGED-BUCKET(WS-BX) FROM WS-REMAINING.
005680     ADD 1 TO WS-BX.
005690 2450-EXIT.
005700     EXIT.
005710******************************************************************
005720 2500-FOOT-ONE-BUCKET.
005730     ADD WS-AGED-BUCKET(WS-BX) TO WS-TOTAL-BUCKET(WS-BX).
005740     IF WS-AGED-BUCKET(WS-BX) > ZERO
005750         MOVE WS-BX TO WS-OLDEST-BX
005760     END-IF.
005770     ADD 1 TO WS-BX.
005780 2500-EXIT.
005790     EXIT.
005800******************************************************************
005810*    2600-WRITE-LETTER
005820*    The wording steps up with the oldest bucket the balance
005830*    reaches; the past-due figure is everything outside the
005840*    current bucket.
005850******************************************************************
005860 2600-WRITE-LETTER.
005870     ADD 1 TO WS-LETTER-COUNT.
005880     MOVE WS-AS-OF-DATE TO LH-DATE.
005890     WRITE LT-LINE FROM WS-LTR-HDR-LINE.
005900     WRITE LT-LINE FROM WS-BLANK-LINE.
005910     MOVE CM-NAME TO LA-TEXT.
005920     WRITE LT-LINE FROM WS-LTR-ADDR-LINE.
005930     MOVE CM-ADDR-LINE-1 TO LA-TEXT.
005940     WRITE LT-LINE FROM WS-LTR-ADDR-LINE.
005950     IF CM-ADDR-LINE-2 NOT = SPACES
005960         MOVE CM-ADDR-LINE-2 TO LA-TEXT
005970         WRITE LT-LINE FROM WS-LTR-ADDR-LINE
005980     END-IF.
005990     MOVE CM-ADDR-CITY  TO LC-CITY.
006000     MOVE CM-ADDR-STATE TO LC-STATE.
006010     MOVE CM-ADDR-ZIP   TO LC-ZIP.
006020     WRITE LT-LINE FROM WS-LTR-CITY-LINE.
006030     WRITE LT-LINE FROM WS-BLANK-LINE.
006040     MOVE CM-ID TO LN-CUST-ID.
006050     WRITE LT-LINE FROM WS-LTR-ACCOUNT-LINE.
006060     WRITE LT-LINE FROM WS-BLANK-LINE.
006070     EVALUATE WS-OLDEST-BX
006080         WHEN 2
006090             MOVE 'REMINDER' TO DL-LETTER
006100         WHEN 3
006110             MOVE 'SECOND' TO DL-LETTER
006120         WHEN OTHER
006130             MOVE 'FINAL' TO DL-LETTER
006140     END-EVALUATE.
006150     COMPUTE WS-WX = WS-OLDEST-BX - 1.
006160     MOVE 1 TO WS-LX.
006170     PERFORM 2650-WRITE-WORDING THRU 2650-EXIT
006180         UNTIL WS-LX > 4.
006190     WRITE LT-LINE FROM WS-BLANK-LINE.
006200     COMPUTE WS-PAST-DUE = CM-BALANCE - WS-AGED-BUCKET(1).
006210     MOVE 'BALANCE OF ACCOUNT' TO LM-CAPTION.
006220     MOVE CM-BALANCE TO LM-AMOUNT.
006230     WRITE LT-LINE FROM WS-LTR-AMOUNT-LINE.
006240     MOVE 'AMOUNT PAST DUE' TO LM-CAPTION.
006250     MOVE WS-PAST-DUE TO LM-AMOUNT.
006260     WRITE LT-LINE FROM WS-LTR-AMOUNT-LINE.
006270     MOVE '    31-60 DAYS' TO LM-CAPTION.
006280     MOVE WS-AGED-BUCKET(2) TO LM-AMOUNT.
006290     WRITE LT-LINE FROM WS-LTR-AMOUNT-LINE.
006300     MOVE '    61-90 DAYS' TO LM-CAPTION.
006310     MOVE WS-AGED-BUCKET(3) TO LM-AMOUNT.
006320     WRITE LT-LINE FROM WS-LTR-AMOUNT-LINE.
006330     MOVE '    OVER 90 DAYS' TO LM-CAPTION.
006340     MOVE WS-AGED-BUCKET(4) TO LM-AMOUNT.
006350     WRITE LT-LINE FROM WS-LTR-AMOUNT-LINE.
006360     WRITE LT-LINE FROM WS-BLANK-LINE.
006370     WRITE LT-LINE FROM WS-LTR-SIGN-LINE.
006380     WRITE LT-LINE FROM WS-BLANK-LINE.
006390 2600-EXIT.
006400     EXIT.
006410******************************************************************
006420 2650-WRITE-WORDING.
006430     IF WS-WORDING-LINE(WS-WX, WS-LX) NOT = SPACES
006440         MOVE WS-WORDING-LINE(WS-WX, WS-LX) TO LX-TEXT
006450         WRITE LT-LINE FROM WS-LTR-TEXT-LINE
006460     END-IF.
006470     ADD 1 TO WS-LX.
006480 2650-EXIT.
006490     EXIT.
006500******************************************************************
006510*    3100-DATE-TO-SERIAL
006520*    WS-SERIAL-DATE in, WS-SERIAL-DAYS out - a whole-day count
006530*    built from the year's days, the leap days the quotients of
006540*    4, 100, and 400 contribute, and the days before the month,
006550*    less one when the leap day has not happened yet this year.
006560*    Two dates through here subtract to an exact age in days.
006570******************************************************************
006580 3100-DATE-TO-SERIAL.
006590     COMPUTE WS-SERIAL-DAYS = WS-SD-YYYY * 365
006600         + WS-DAYS-BEFORE-MONTH(WS-SD-MM) + WS-SD-DD.
006610     DIVIDE WS-SD-YYYY BY 4
006620         GIVING WS-SER-Q4 REMAINDER WS-SER-R4.
006630     DIVIDE WS-SD-YYYY BY 100
006640         GIVING WS-SER-Q100 REMAINDER WS-SER-R100.
006650     DIVIDE WS-SD-YYYY BY 400
006660         GIVING WS-SER-Q400 REMAINDER WS-SER-R400.
006670     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-DAYS
006680         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400.
006690     IF WS-SD-MM < 3
006700         AND WS-SER-R4 = ZERO
006710         AND (WS-SER-R100 NOT = ZERO OR WS-SER-R400 = ZERO)
006720         SUBTRACT 1 FROM WS-SERIAL-DAYS
006730     END-IF.
006740 3100-EXIT.
006750     EXIT.
006760******************************************************************
006770*    4000-PRINT-TOTALS
006780*    Bucket totals, then the proof: the four buckets added
006790*    across must equal CM-BALANCE summed over every customer on
006800*    FILEN, zero balances included.
006810******************************************************************
006820 4000-PRINT-TOTALS.
006830     WRITE AR-LINE FROM WS-BLANK-LINE.
006840     MOVE 'TOTALS' TO TL-CAPTION.
006850     MOVE WS-FILEN-TOTAL     TO TL-BALANCE.
006860     MOVE WS-TOTAL-BUCKET(1) TO TL-BUCKET-1.
006870     MOVE WS-TOTAL-BUCKET(2) TO TL-BUCKET-2.
006880     MOVE WS-TOTAL-BUCKET(3) TO TL-BUCKET-3.
006890     MOVE WS-TOTAL-BUCKET(4) TO TL-BUCKET-4.
006900     WRITE AR-LINE FROM WS-TOTAL-LINE.
006910     WRITE AR-LINE FROM WS-BLANK-LINE.
006920     COMPUTE WS-BUCKET-SUM = WS-TOTAL-BUCKET(1)
006930         + WS-TOTAL-BUCKET(2) + WS-TOTAL-BUCKET(3)
006940         + WS-TOTAL-BUCKET(4).
006950     MOVE 'SUM OF CM-BALANCE ON FILEN' TO PF-CAPTION.
006960     MOVE WS-FILEN-TOTAL TO PF-AMOUNT.
006970     MOVE SPACES TO PF-RESULT.
006980     WRITE AR-LINE FROM WS-PROOF-LINE.
006990     MOVE 'SUM OF THE AGED BUCKETS' TO PF-CAPTION.
007000     MOVE WS-BUCKET-SUM TO PF-AMOUNT.
007010     IF WS-BUCKET-SUM = WS-FILEN-TOTAL
007020         MOVE 'FOOTS TO FILEN' TO PF-RESULT
007030     ELSE
007040         SET WS-DOES-NOT-FOOT TO TRUE
007050         MOVE '*** DOES NOT FOOT TO FILEN ***' TO PF-RESULT
007060         DISPLAY 'ARAGE - AGED BUCKETS DO NOT FOOT TO FILEN'
007070     END-IF.
007080     WRITE AR-LINE FROM WS-PROOF-LINE.
007090     WRITE AR-LINE FROM WS-BLANK-LINE.
007100     MOVE 'CUSTOMERS ON FILEN' TO CL-CAPTION.
007110     MOVE WS-CUST-COUNT TO CL-COUNT.
007120     WRITE AR-LINE FROM WS-COUNT-LINE.
007130     MOVE 'CUSTOMERS WITH OPEN BALANCES' TO CL-CAPTION.
007140     MOVE WS-OPEN-COUNT TO CL-COUNT.
007150     WRITE AR-LINE FROM WS-COUNT-LINE.
007160     MOVE 'COLLECTION LETTERS PRINTED' TO CL-CAPTION.
007170     MOVE WS-LETTER-COUNT TO CL-COUNT.
007180     WRITE AR-LINE FROM WS-COUNT-LINE.
007190 4000-EXIT.
007200     EXIT.
007210******************************************************************
007220 9000-FINALIZE.
007230     PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT.
007240     CLOSE AGERPT.
007250     CLOSE ARLTRF.
007260     IF WS-HIST-AVAILABLE
007270         CLOSE TRANHIST
007280     END-IF.
007290     CLOSE FILEN.
007300     DISPLAY 'ARAGE - AS-OF DATE          = ' WS-AS-OF-DATE.
007310     DISPLAY 'ARAGE - CUSTOMERS AGED      = ' WS-OPEN-COUNT.
007320     DISPLAY 'ARAGE - LETTERS PRINTED     = ' WS-LETTER-COUNT.
007330 9000-EXIT.
007340     EXIT.
007350******************************************************************
007360 9900-FILEN-ERROR.
007370     DISPLAY 'ARAGE - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
007380     DISPLAY 'ARAGE - FILE STATUS = ' WS-FILEN-STATUS.
007390     MOVE 16 TO RETURN-CODE.
007400     GOBACK.
007410 9900-EXIT.
007420     EXIT.
007430******************************************************************
007440 9901-TRANHIST-ERROR.
007450     DISPLAY 'ARAGE - TRANHIST I/O ERROR'.
007460     DISPLAY 'ARAGE - FILE STATUS = ' WS-TRANHIST-STATUS.
007470     MOVE 16 TO RETURN-CODE.
007480     GOBACK.
007490 9901-EXIT.
007500     EXIT.
007510******************************************************************
007520 9902-ARPARM-ERROR.
007530     DISPLAY 'ARAGE - ARPARM I/O ERROR ON OPEN INPUT'.
007540     DISPLAY 'ARAGE - FILE STATUS = ' WS-ARPARM-STATUS.
007550     MOVE 16 TO RETURN-CODE.
007560     GOBACK.
007570 9902-EXIT.
007580     EXIT.
