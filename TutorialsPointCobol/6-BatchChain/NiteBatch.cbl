001060*                  of a standing zero - RUNRPT cross-foots
001070*                  the night off those counts now, not a
001080*                  pencil and four report files.
001081*   10/15/2026 SC  Added CASHPST cash receipts posting as the
001082*                  step right after HITHERE - the night's
001083*                  lockbox payments come off the balances
001084*                  HITHERE just rolled, ahead of CMSTAT and the
001085*                  statements.  Sequence numbers after HITHERE
001086*                  shifted up by one - a CHKPTF left over from
001087*                  before this change must be deleted before
001088*                  the first run with it.
001089*   10/15/2026 SC  Added ARAGE, the receivables aging and
001090*                  collection letters, to the month-end leg as
001091*                  sequence 13 right after LEDGRPT; LEDGCLS
001092*                  moved to 14 - a CHKPTF left over from a
001093*                  month-end night before this change must be
001094*                  deleted before the first run with it.
001095*   10/15/2026 SC  HELLO's CALL grew a balance and a credit
001096*                  limit parameter; the step passes both and
001097*                  has no use for them.
001098*   10/15/2026 SC  Added TAXRPT, the month's sales-tax
001099*                  liability by state, to the month-end leg as
001100*                  sequence 14 right after ARAGE; LEDGCLS moved
001101*                  to 15 - a CHKPTF left over from a month-end
001102*                  night before this change must be deleted
001103*                  before the first run with it.
001104*   10/15/2026 SC  Added GLJRNL, the nightly GL journal, as
001105*                  sequence 12 after DLAYOUT; the month-end leg
001106*                  moved to 13-16.  Delete any CHKPTF left from
001107*                  before this change before the first run.
001108*   10/15/2026 SC  Added CMMERGE, the duplicate-account merge,
001109*                  as sequence 3 between CUSTMNT and CMAUDIT;
001110*                  every later step moved up one.  Delete any
001111*                  CHKPTF left from before this change.
001112*   10/15/2026 SC  CMUNLD now starts the night's AIJRNLF
001113*                  after-image journal.  A master lost mid-chain
001114*                  recovers by CMRELD then CMROLLF and a resubmit
001115*                  that resumes from the checkpoint, not the top.
001116*   10/15/2026 SC  Added CMTRIAL, the receivables trial
001117*                  balance proof, as sequence 10 right after
001118*                  CMSTAT - an out-of-balance night stops the
001119*                  chain before STMTPRT.  Every later step moved
001120*                  up one.  Delete any CHKPTF left from before.
001121*   10/15/2026 SC  Added LGALERT, the ledger volume and dollar
001122*                  alert, as sequence 8 right after HITHERE; every
001123*                  later step moved up one.  A step ending RC 4 is
001124*                  now a warning - logged on RUNHIST, the chain
001125*                  runs on, and the chain itself ends RC 4.
001126*                  Delete any CHKPTF left from before.
001127*   10/15/2026 SC  Added SALESAN, the monthly sales analysis by
001128*                  region and top customer, to the month-end leg
001129*                  as sequence 19 after TAXRPT; LEDGCLS moves to
001130*                  20.  Delete any CHKPTF left from before.
001131*   10/15/2026 SC  Added the year-end leg.  On a night CALENDYR
001132*                  flags year-end, after the month-end leg,
001133*                  ANNLEDG rolls the year's twelve closed months
001134*                  up off LEDGARCH and ANNACT prints every
001135*                  customer's annual activity off TRANHIST,
001136*                  checkpointed as sequences 21 and 22.
001137***************************************************************
001138 ENVIRONMENT DIVISION.
001139******
001140  CONFIGURATION SECTION.
001141   SOURCE-COMPUTER. Mint_Linux_x64_22_1.
001142   OBJECT-COMPUTER. Mint_Linux_x64_22_1.
001150******
001160  INPUT-OUTPUT SECTION.
001170   FILE-CONTROL.
001560     88 WS-LOOKUP-FOUND           VALUE 'Y'.
001570     88 WS-LOOKUP-NOT-FOUND       VALUE 'N'.
001580  01 WS-LOOKUP-STATUS         PIC X(01) VALUE SPACE.
001581  01 WS-LOOKUP-BALANCE        PIC S9(9)V99 COMP-3 VALUE ZERO.
001582  01 WS-LOOKUP-CREDIT-LIMIT   PIC S9(9)V99 COMP-3 VALUE ZERO.
001590******************************************************************
001600*    Chain control fields.
001610******************************************************************
001640  01 WS-ABORT-SW              PIC X(01) VALUE 'N'.
001650     88 WS-ABORT                  VALUE 'Y'.
001660     88 WS-NOT-ABORTED            VALUE 'N'.
001662  01 WS-WARNING-SW            PIC X(01) VALUE 'N'.
001664     88 WS-WARNED                 VALUE 'Y'.
001666     88 WS-NOT-WARNED             VALUE 'N'.
001670******************************************************************
001680*    Checkpoint/restart fields.  WS-LAST-COMPLETED-SEQ of 0 means
001690*    no step has completed yet; 1 = CMUNLD done, 2 = CUSTMNT
001700*    done, 3 = CMMERGE done, 4 = CMAUDIT done, 5 = HELLO done,
001710*    6 = TRECYC done, 7 = HITHERE done, 8 = LGALERT done,
001720*    9 = CASHPST done, 10 = CMSTAT done, 11 = CMTRIAL done,
001730*    12 = STMTPRT done, 13 = CMDELTA done, 14 = DLAYOUT done,
001740*    15 = GLJRNL done (chain complete on an ordinary night).
001741*    On a month-end night five more follow: 16 = LEDGRPT
001742*    done, 17 = ARAGE done, 18 = TAXRPT done, 19 = SALESAN
001746*    done, 20 = LEDGCLS done.  On a year-end night, after
001748*    those, 21 = ANNLEDG done, 22 = ANNACT done.
001750******************************************************************
001760  01 WS-LAST-COMPLETED-SEQ    PIC 9(02) VALUE ZERO.
001770  01 WS-CHKPT-STATUS          PIC X(02) VALUE '00'.
002050  01 WS-MONTH-END-SW          PIC X(01) VALUE 'N'.
002060     88 WS-MONTH-END              VALUE 'Y'.
002070     88 WS-NOT-MONTH-END          VALUE 'N'.
002071*    Year-end flag, off the same row - only ever set on a
002072*    night that is month-end as well.
002073  01 WS-YEAR-END-SW           PIC X(01) VALUE 'N'.
002074     88 WS-YEAR-END               VALUE 'Y'.
002075     88 WS-NOT-YEAR-END           VALUE 'N'.
002080*    What the step just CALLed counted - zeroed ahead of every
002090*    CALL (a step that aborts or hands nothing back logs zero)
002100*    and written to the run history as RH-RECORD-COUNT, so the
002310 PROCEDURE DIVISION.
002320******************************************************************
002330*    0000-MAINLINE
002340*    Runs CMUNLD, CUSTMNT, CMMERGE, CMAUDIT, HELLO, TRECYC,
002350*    HITHERE, LGALERT, CASHPST, CMSTAT, CMTRIAL, STMTPRT,
002351*    CMDELTA, DLAYOUT, and GLJRNL in sequence (and the month-end
002360*    leg after them on a month-end night, then the year-end
002365*    leg on a year-end night), checking RETURN-CODE
002370*    after each CALL; the first step that fails stops the rest
002380*    of the chain from running.  A step already recorded as
002390*    complete on the checkpoint file is skipped, so a rerun
002400*    after an abort resumes instead of starting over.
002410******************************************************************
002420 0000-MAINLINE.
002430     PERFORM 0300-READ-CALENDAR THRU 0300-EXIT.
002500         PERFORM 0900-RUN-CUSTMNT THRU 0900-EXIT
002510     END-IF.
002520     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 3
002522         PERFORM 3450-RUN-CMMERGE THRU 3450-EXIT
002524     END-IF.
002526     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 4
002530         PERFORM 0950-RUN-CMAUDIT THRU 0950-EXIT
002540     END-IF.
002550     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 5
002560         PERFORM 1000-RUN-HELLO THRU 1000-EXIT
002570     END-IF.
002580     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 6
002590         PERFORM 1500-RUN-TRECYC THRU 1500-EXIT
002600     END-IF.
002610     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 7
002620         PERFORM 2000-RUN-HITHERE THRU 2000-EXIT
002630     END-IF.
002631     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 8
002632         PERFORM 2050-RUN-LGALERT THRU 2050-EXIT
002633     END-IF.
002634     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 9
002635         PERFORM 2100-RUN-CASHPST THRU 2100-EXIT
002636     END-IF.
002640     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 10
002650         PERFORM 2200-RUN-CMSTAT THRU 2200-EXIT
002660     END-IF.
002662     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 11
002664         PERFORM 3500-RUN-CMTRIAL THRU 3500-EXIT
002666     END-IF.
002670     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 12
002680         PERFORM 2500-RUN-STMTPRT THRU 2500-EXIT
002690     END-IF.
002700     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 13
002710         PERFORM 2700-RUN-CMDELTA THRU 2700-EXIT
002720     END-IF.
002730     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 14
002740         PERFORM 3000-RUN-DLAYOUT THRU 3000-EXIT
002750     END-IF.
002751     IF WS-NOT-ABORTED AND WS-LAST-COMPLETED-SEQ < 15
002752         PERFORM 3400-RUN-GLJRNL THRU 3400-EXIT
002753     END-IF.
002760     IF WS-NOT-ABORTED AND WS-MONTH-END
002770         AND WS-LAST-COMPLETED-SEQ < 16
002780         PERFORM 3200-RUN-LEDGRPT THRU 3200-EXIT
002790     END-IF.
002800     IF WS-NOT-ABORTED AND WS-MONTH-END
002801         AND WS-LAST-COMPLETED-SEQ < 17
002802         PERFORM 3250-RUN-ARAGE THRU 3250-EXIT
002803     END-IF.
002804     IF WS-NOT-ABORTED AND WS-MONTH-END
002805         AND WS-LAST-COMPLETED-SEQ < 18
002806         PERFORM 3270-RUN-TAXRPT THRU 3270-EXIT
002807     END-IF.
002808     IF WS-NOT-ABORTED AND WS-MONTH-END
002809         AND WS-LAST-COMPLETED-SEQ < 19
002810         PERFORM 3280-RUN-SALESAN THRU 3280-EXIT
002811     END-IF.
002812     IF WS-NOT-ABORTED AND WS-MONTH-END
002813         AND WS-LAST-COMPLETED-SEQ < 20
002820         PERFORM 3300-RUN-LEDGCLS THRU 3300-EXIT
002821     END-IF.
002822     IF WS-NOT-ABORTED AND WS-YEAR-END
002823         AND WS-LAST-COMPLETED-SEQ < 21
002824         PERFORM 3600-RUN-ANNLEDG THRU 3600-EXIT
002825     END-IF.
002826     IF WS-NOT-ABORTED AND WS-YEAR-END
002827         AND WS-LAST-COMPLETED-SEQ < 22
002828         PERFORM 3650-RUN-ANNACT THRU 3650-EXIT
002830     END-IF.
002840     IF WS-NOT-ABORTED
002850         PERFORM 0700-CLEAR-CHECKPOINT THRU 0700-EXIT
005100     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005110     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005120     IF WS-NOT-ABORTED
005130         MOVE 4 TO WS-LAST-COMPLETED-SEQ
005140         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005150     END-IF.
005160 0950-EXIT.
005220     CALL 'HELLO' USING WS-LOOKUP-ID
005230                        WS-LOOKUP-NAME
005240                        WS-LOOKUP-FOUND-SW
005250                        WS-LOOKUP-STATUS
005251                        WS-LOOKUP-BALANCE
005252                        WS-LOOKUP-CREDIT-LIMIT.
005260     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005270     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005280     IF WS-NOT-ABORTED
005290         MOVE 5 TO WS-LAST-COMPLETED-SEQ
005300         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005310     END-IF.
005320 1000-EXIT.
005400     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005410     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005420     IF WS-NOT-ABORTED
005430         MOVE 6 TO WS-LAST-COMPLETED-SEQ
005440         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005450     END-IF.
005460 1500-EXIT.
005540     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005550     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005560     IF WS-NOT-ABORTED
005570         MOVE 7 TO WS-LAST-COMPLETED-SEQ
005580         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005590     END-IF.
005600 2000-EXIT.
005601     EXIT.
005602******************************************************************
005603*    2050-RUN-LGALERT
005604*    Holds tonight's LEDGERF posting up against the same
005605*    weekday's over the trailing weeks while HITHERE's figures
005606*    are fresh.  An alert comes back RC 4 and the chain runs on
005607*    with it logged; a figure the ALRTPARM card marks as a hard
005608*    stop comes back RC 12 and stops the chain here.
005609******************************************************************
005610 2050-RUN-LGALERT.
005611     MOVE 'LGALERT' TO WS-STEP-NAME.
005612     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
005613     CALL 'LGALERT' USING WS-BUSINESS-DATE
005614                          WS-STEP-RECORD-COUNT.
005615     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005616     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005617     IF WS-NOT-ABORTED
005618         MOVE 8 TO WS-LAST-COMPLETED-SEQ
005619         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005620     END-IF.
005621 2050-EXIT.
005622     EXIT.
005623******************************************************************
005624*    2100-RUN-CASHPST
005625*    The night's lockbox cash posts on top of the sales HITHERE
005626*    just rolled, so CMSTAT ages and the statements print off
005627*    balances that carry both.
005628******************************************************************
005629 2100-RUN-CASHPST.
005630     MOVE 'CASHPST' TO WS-STEP-NAME.
005631     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
005632     CALL 'CASHPST' USING WS-BUSINESS-DATE
005633                          WS-STEP-RECORD-COUNT.
005634     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005635     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005636     IF WS-NOT-ABORTED
005637         MOVE 9 TO WS-LAST-COMPLETED-SEQ
005638         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005639     END-IF.
005640 2100-EXIT.
005641     EXIT.
005642******************************************************************
005643 2200-RUN-CMSTAT.
005644     MOVE 'CMSTAT'  TO WS-STEP-NAME.
005650     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
005660     CALL 'CMSTAT' USING WS-BUSINESS-DATE
005670                         WS-STEP-RECORD-COUNT.
005680     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005690     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005700     IF WS-NOT-ABORTED
005710         MOVE 10 TO WS-LAST-COMPLETED-SEQ
005720         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005730     END-IF.
005740 2200-EXIT.
005820     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005830     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005840     IF WS-NOT-ABORTED
005850         MOVE 12 TO WS-LAST-COMPLETED-SEQ
005860         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
005870     END-IF.
005880 2500-EXIT.
005960     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
005970     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
005980     IF WS-NOT-ABORTED
005990         MOVE 13 TO WS-LAST-COMPLETED-SEQ
006000         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006010     END-IF.
006020 2700-EXIT.
006090     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006100     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006110     IF WS-NOT-ABORTED
006120         MOVE 14 TO WS-LAST-COMPLETED-SEQ
006130         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006140     END-IF.
006150 3000-EXIT.
006190*    A non-zero RETURN-CODE after any step aborts the rest of
006200*    the chain - the steps later in the chain are not safe to
006210*    run against data a failed earlier step may not have set up.
006211*    RC 4 alone is a warning: the step did its work and is
006212*    reporting something operations should look at, so it is
006213*    logged on RUNHIST like any other code and the chain runs
006214*    on, ending RC 4 itself when nothing worse happens.
006220******************************************************************
006230 8000-CHECK-RETURN-CODE.
006240     MOVE RETURN-CODE TO WS-STEP-RETURN-CODE.
006242     IF WS-STEP-RETURN-CODE = 4
006244         DISPLAY 'NITEBAT - STEP ' WS-STEP-NAME
006246             ' WARNING, RETURN CODE = ' WS-STEP-RETURN-CODE
006247         SET WS-WARNED TO TRUE
006248         GO TO 8000-EXIT
006249     END-IF.
006250     IF WS-STEP-RETURN-CODE NOT = ZERO
006260         DISPLAY 'NITEBAT - STEP ' WS-STEP-NAME
006270             ' FAILED, RETURN CODE = ' WS-STEP-RETURN-CODE
006360         DISPLAY 'NITEBAT - BATCH CHAIN ABORTED'
006370         MOVE 16 TO RETURN-CODE
006380     ELSE
006382         IF WS-WARNED
006384             DISPLAY 'NITEBAT - BATCH CHAIN COMPLETED WITH '
006386                 'WARNINGS'
006388             MOVE 4 TO RETURN-CODE
006390         ELSE
006392             DISPLAY 'NITEBAT - BATCH CHAIN COMPLETED NORMALLY'
006394             MOVE 0 TO RETURN-CODE
006396         END-IF
006410     END-IF.
006420 9999-EXIT.
006430     EXIT.
006560     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006570     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006580     IF WS-NOT-ABORTED
006590         MOVE 16 TO WS-LAST-COMPLETED-SEQ
006600         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006610     END-IF.
006620 3200-EXIT.
006630     EXIT.
006640******************************************************************
006641*    3250-RUN-ARAGE
006642*    Month-end receivables aging and collection letters, off the
006643*    master as tonight's posting and cash left it.  ARAGE takes
006644*    no business date; with no ARPARM card it ages to tonight's
006645*    CALENDF date and sends letters from 31-60 days.  Buckets
006646*    that do not foot to the master come back RC 12.
006647******************************************************************
006648 3250-RUN-ARAGE.
006649     MOVE 'ARAGE' TO WS-STEP-NAME.
006650     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006651     CALL 'ARAGE'.
006652     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006653     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006654     IF WS-NOT-ABORTED
006655         MOVE 17 TO WS-LAST-COMPLETED-SEQ
006656         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006657     END-IF.
006658 3250-EXIT.
006659     EXIT.
006660******************************************************************
006661*    3270-RUN-TAXRPT
006662*    Month-end sales-tax liability by state for the filing.
006663*    TAXRPT takes no business date; with no TAXPARM card it
006664*    reports tonight's CALENDF month, which LEDGCLS has not yet
006665*    closed off LEDGERF.  A report that does not tie to the
006666*    ledger's tax comes back RC 12.
006667******************************************************************
006668 3270-RUN-TAXRPT.
006669     MOVE 'TAXRPT' TO WS-STEP-NAME.
006670     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006671     CALL 'TAXRPT'.
006672     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006673     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006674     IF WS-NOT-ABORTED
006675         MOVE 18 TO WS-LAST-COMPLETED-SEQ
006676         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006677     END-IF.
006678 3270-EXIT.
006679     EXIT.
006680******************************************************************
006681*    3280-RUN-SALESAN
006682*    Month-end sales analysis by state and ZIP prefix and by top
006683*    customer, against the prior month and the same month last
006684*    year.  SALESAN takes no business date; with no SAPARM card
006685*    it reports tonight's CALENDF month.
006686******************************************************************
006687 3280-RUN-SALESAN.
006688     MOVE 'SALESAN' TO WS-STEP-NAME.
006689     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006690     CALL 'SALESAN'.
006691     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006692     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006693     IF WS-NOT-ABORTED
006694         MOVE 19 TO WS-LAST-COMPLETED-SEQ
006695         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006696     END-IF.
006697 3280-EXIT.
006698     EXIT.
006699******************************************************************
006700*    3300-RUN-LEDGCLS
006701*    Second half of the month-end leg - the reported month
006702*    closes out of LEDGERF onto the archive, so it runs only
006703*    after LEDGRPT, ARAGE, TAXRPT, and SALESAN came back clean.
006704******************************************************************
006705 3300-RUN-LEDGCLS.
006710     MOVE 'LEDGCLS' TO WS-STEP-NAME.
006720     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006730     CALL 'LEDGCLS' USING WS-BUSINESS-DATE
006750     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006760     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006770     IF WS-NOT-ABORTED
006780         MOVE 20 TO WS-LAST-COMPLETED-SEQ
006790         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006800     END-IF.
006810 3300-EXIT.
006811     EXIT.
006812******************************************************************
006813*    3400-RUN-GLJRNL
006814*    Last step of every night, once the posting is final: the
006815*    day's activity as a balanced GL journal that must tie to
006816*    tonight's LEDGERF record.  A journal that is out of
006817*    balance or does not tie is refused, GLJRNLF is left empty,
006818*    and the step comes back RC 12; a bad GLMAPF comes back
006819*    RC 8.
006820******************************************************************
006821 3400-RUN-GLJRNL.
006822     MOVE 'GLJRNL' TO WS-STEP-NAME.
006823     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006824     CALL 'GLJRNL' USING WS-BUSINESS-DATE
006825                         WS-STEP-RECORD-COUNT.
006826     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006827     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006828     IF WS-NOT-ABORTED
006829         MOVE 15 TO WS-LAST-COMPLETED-SEQ
006830         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006831     END-IF.
006832 3400-EXIT.
006833     EXIT.
006834******************************************************************
006835*    3450-RUN-CMMERGE
006836*    Duplicate accounts fold together right after the night's
006837*    maintenance and ahead of CMAUDIT, whose duplicate sweep
006838*    then sees the merged master, and well ahead of CMDELTA,
006839*    which sends each absorbed ID to the bureau as a delete.
006840*    No MRGCARD means no merges and an empty register.
006841******************************************************************
006842 3450-RUN-CMMERGE.
006843     MOVE 'CMMERGE' TO WS-STEP-NAME.
006844     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006845     CALL 'CMMERGE' USING WS-BUSINESS-DATE
006846                          WS-STEP-RECORD-COUNT.
006847     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006848     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006849     IF WS-NOT-ABORTED
006850         MOVE 3 TO WS-LAST-COMPLETED-SEQ
006851         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006852     END-IF.
006853 3450-EXIT.
006854     EXIT.
006855******************************************************************
006856*    3500-RUN-CMTRIAL
006857*    The master and archive balances must prove to the last
006858*    banked control plus tonight's LEDGERF posting before any
006859*    statement goes out, so the proof sits right after CMSTAT,
006860*    the last step that moves a balance.  Out of balance comes
006861*    back RC 12 and the chain stops short of STMTPRT.
006862******************************************************************
006863 3500-RUN-CMTRIAL.
006864     MOVE 'CMTRIAL' TO WS-STEP-NAME.
006865     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006866     CALL 'CMTRIAL' USING WS-BUSINESS-DATE
006867                          WS-STEP-RECORD-COUNT.
006868     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006869     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006870     IF WS-NOT-ABORTED
006871         MOVE 11 TO WS-LAST-COMPLETED-SEQ
006872         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006873     END-IF.
006874 3500-EXIT.
006875     EXIT.
006876******************************************************************
006877*    3600-RUN-ANNLEDG
006878*    First half of the year-end leg, once LEDGCLS has archived
006879*    the year's last month: the twelve closed months ending
006880*    with tonight's month roll up off LEDGARCH month by month
006881*    into the year's totals.  A month with nothing archived
006882*    comes back RC 4, a warning, and the leg runs on.
006883******************************************************************
006884 3600-RUN-ANNLEDG.
006885     MOVE 'ANNLEDG' TO WS-STEP-NAME.
006886     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006887     CALL 'ANNLEDG' USING WS-BUSINESS-DATE
006888                          WS-STEP-RECORD-COUNT.
006889     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006890     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006891     IF WS-NOT-ABORTED
006892         MOVE 21 TO WS-LAST-COMPLETED-SEQ
006893         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006894     END-IF.
006895 3600-EXIT.
006896     EXIT.
006897******************************************************************
006898*    3650-RUN-ANNACT
006899*    Second half of the year-end leg - every customer's year
006900*    off TRANHIST: opening balance, purchases, returns,
006901*    adjustments, payments, tax, and closing balance.
006902******************************************************************
006903 3650-RUN-ANNACT.
006904     MOVE 'ANNACT' TO WS-STEP-NAME.
006905     PERFORM 0640-CAPTURE-START-TIME THRU 0640-EXIT.
006906     CALL 'ANNACT' USING WS-BUSINESS-DATE
006907                         WS-STEP-RECORD-COUNT.
006908     PERFORM 8000-CHECK-RETURN-CODE THRU 8000-EXIT.
006909     PERFORM 0650-WRITE-RUN-HISTORY THRU 0650-EXIT.
006910     IF WS-NOT-ABORTED
006911         MOVE 22 TO WS-LAST-COMPLETED-SEQ
006912         PERFORM 0600-WRITE-CHECKPOINT THRU 0600-EXIT
006913     END-IF.
006914 3650-EXIT.
006915     EXIT.
006916******************************************************************
006917*    0350-READ-CALENDAR-ROW
006918*    Tonight's row off the CALENDYR daily calendar - the day
006919*    type and month-end flag live there now, not on CALENDF.
006920*    A missing file or a missing row is the calendar needing
006921*    maintenance; the chain still runs (operations sometimes
006922*    must process a day the calendar missed), it just cannot
006923*    roll afterward, and no month-end leg fires off a row
006924*    nobody loaded.
006925******************************************************************
006930 0350-READ-CALENDAR-ROW.
006940     OPEN INPUT CALENDYR.
006950     IF NOT WS-CALYR-STATUS-OK
007220         SET WS-MONTH-END TO TRUE
007230         DISPLAY 'NITEBAT - MONTH-END NIGHT - MONTH-END LEG'
007240             ' WILL RUN AFTER THE CHAIN'
007241     END-IF.
007242     IF CD-MONTH-END AND CD-YEAR-END
007243         SET WS-YEAR-END TO TRUE
007244         DISPLAY 'NITEBAT - YEAR-END NIGHT - YEAR-END LEG'
007245             ' WILL RUN AFTER THE MONTH-END LEG'
007250     END-IF.
007260     CLOSE CALENDYR.
007270 0350-EXIT.
