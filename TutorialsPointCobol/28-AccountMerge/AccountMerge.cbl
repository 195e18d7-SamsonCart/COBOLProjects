000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CMMERGE.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. Customer account merge.  Folds a customer keyed twice -
000160*    the duplicates CMAUDIT's name-and-address sweep finds - into
000170*    one account, driven by MRGCARD pair cards: the surviving
000180*    CM-ID, the absorbed CM-ID, and the operator asking.  The
000190*    absorbed customer's TRANHIST moves under the survivor a
000200*    batch section at a time (see HISTREC for the section
000210*    positions merged history takes), its CM-BALANCE is added
000220*    into the survivor's, and its master record retires to the
000230*    CLOSEDF archive marked merged, with the balance it gave up
000240*    zeroed, then comes off FILEN.  AUDITF carries the before
000250*    and after of both customers; the absorbed ID's removal is
000260*    extracted to the mailing bureau as a delete by that
000270*    night's CMDELTA, which finds it gone from the master.  The
000280*    MRGRPT register prints both records, the balance moved,
000290*    and the history count moved so every merge can be checked.
000300*    A card that cannot be applied - an ID not on the master or
000310*    closed, the same ID twice, an operator without full
000320*    authority - is rejected on the register and the master is
000330*    left alone.  Runs in NITEBAT right after CUSTMNT, ahead of
000340*    CMAUDIT.  No MRGCARD file means no merges tonight.
000350*    MODIFICATION HISTORY
000360*   10/15/2026 SC  Initial version.
000362*   10/15/2026 SC  The survivor rewrite and the absorbed delete
000364*                  write after-images to the AIJRNLF journal, and
000366*                  a night with cards closes with an AIJTRLR
000368*                  trailer for CMROLLF.
000369*   10/15/2026 SC  CLOSEDF image widened with CUSTMAST's new
000370*                  delivery method and email address - 179
000371*                  bytes.
000372 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400    SELECT MRGCARD ASSIGN TO MRGCRDDD
000410        ORGANIZATION IS SEQUENTIAL
000420        FILE STATUS IS WS-MRGCARD-STATUS.
000430    SELECT FILEN ASSIGN TO DDNAME
000440        ORGANIZATION IS INDEXED
000450        ACCESS MODE IS DYNAMIC
000460        RECORD KEY IS CM-ID
000470        ALTERNATE RECORD KEY IS CM-NAME
000480            WITH DUPLICATES
000490        FILE STATUS IS WS-FILEN-STATUS.
000500    SELECT TRANHIST ASSIGN TO TRNHSTDD
000510        ORGANIZATION IS INDEXED
000520        ACCESS MODE IS DYNAMIC
000530        RECORD KEY IS HS-KEY
000540        FILE STATUS IS WS-TRANHIST-STATUS.
000550    SELECT CLOSEDF ASSIGN TO CLOSEDD
000560        ORGANIZATION IS SEQUENTIAL
000570        FILE STATUS IS WS-CLOSED-STATUS.
000580    SELECT AUDITF ASSIGN TO AUDITDD
000590        ORGANIZATION IS SEQUENTIAL
000600        FILE STATUS IS WS-AUDIT-STATUS.
000610    SELECT OPERF ASSIGN TO OPERDD
000620        ORGANIZATION IS SEQUENTIAL
000630        FILE STATUS IS WS-OPERF-STATUS.
000640    SELECT CTLCARD ASSIGN TO CTLDD
000650        ORGANIZATION IS SEQUENTIAL
000660        FILE STATUS IS WS-CTLCARD-STATUS.
000670    SELECT MRGRPT ASSIGN TO MRGRPTDD
000680        ORGANIZATION IS SEQUENTIAL.
000682    SELECT AIJRNLF ASSIGN TO AIJRNDD
000684        ORGANIZATION IS SEQUENTIAL
000686        FILE STATUS IS WS-AIJ-STATUS.
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD MRGCARD.
000720 01 MG-RECORD.
000730    05 MG-SURVIVOR-ID        PIC 9(05).
000740    05 MG-ABSORBED-ID        PIC 9(05).
000750    05 MG-OPER-ID            PIC X(08).
000760 FD FILEN.
000770 COPY CUSTMAST.
000780 FD TRANHIST.
000790 COPY HISTREC.
000800 FD CLOSEDF.
000810 01 CL-RECORD             PIC X(179).
000820 FD AUDITF.
000830 COPY AUDITREC.
000840 FD OPERF.
000850 COPY OPERREC.
000860 FD CTLCARD.
000870 01 CTL-RECORD.
000880    05 CTL-EXPECTED-COUNT   PIC 9(07).
000890 FD MRGRPT.
000900 01 MR-LINE               PIC X(132).
000903 FD AIJRNLF.
000906 COPY AIJREC.
000910 WORKING-STORAGE SECTION.
000920 01 WS-SWITCHES.
000930    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000940       88 WS-EOF                VALUE 'Y'.
000950       88 WS-NOT-EOF            VALUE 'N'.
000960    05 WS-REJECT-SW         PIC X(01) VALUE 'N'.
000970       88 WS-REJECTED           VALUE 'Y'.
000980       88 WS-NOT-REJECTED       VALUE 'N'.
000990    05 WS-HIST-DONE-SW      PIC X(01) VALUE 'N'.
001000       88 WS-HIST-DONE          VALUE 'Y'.
001010       88 WS-HIST-NOT-DONE      VALUE 'N'.
001020    05 WS-POS-FREE-SW       PIC X(01) VALUE 'N'.
001030       88 WS-POS-FREE           VALUE 'Y'.
001040       88 WS-POS-TAKEN          VALUE 'N'.
001050 01 WS-MRGCARD-STATUS        PIC X(02) VALUE '00'.
001060    88 WS-MRGCARD-STATUS-OK     VALUE '00'.
001070    88 WS-MRGCARD-STATUS-NOTFND VALUE '35'.
001080 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
001090    88 WS-FILEN-STATUS-OK       VALUE '00'.
001100    88 WS-FILEN-STATUS-NOTFND   VALUE '23'.
001110 01 WS-FILEN-OPERATION       PIC X(07) VALUE SPACES.
001120 01 WS-TRANHIST-STATUS       PIC X(02) VALUE '00'.
001130    88 WS-TRANHIST-STATUS-OK     VALUE '00'.
001140    88 WS-TRANHIST-STATUS-NOTFND VALUE '35'.
001150 01 WS-HIST-AVAIL-SW         PIC X(01) VALUE 'N'.
001160    88 WS-HIST-AVAILABLE         VALUE 'Y'.
001170    88 WS-HIST-NOT-AVAILABLE     VALUE 'N'.
001180 01 WS-TRANHIST-OPERATION    PIC X(07) VALUE SPACES.
001190 01 WS-CLOSED-STATUS         PIC X(02) VALUE '00'.
001200    88 WS-CLOSED-STATUS-OK      VALUE '00'.
001210    88 WS-CLOSED-STATUS-NOTFND  VALUE '35'.
001220 01 WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001230    88 WS-AUDIT-STATUS-OK       VALUE '00'.
001240    88 WS-AUDIT-STATUS-NOTFND   VALUE '35'.
001250 01 WS-CTLCARD-STATUS        PIC X(02) VALUE '00'.
001260    88 WS-CTLCARD-STATUS-OK     VALUE '00'.
001270    88 WS-CTLCARD-STATUS-NOTFND VALUE '35'.
001280 01 WS-CTL-COUNT             PIC 9(07) VALUE ZERO.
001290 01 WS-REJECT-REASON         PIC X(30) VALUE SPACES.
001300******************************************************************
001310*    Operator authority table, loaded once from OPERF the way
001320*    CUSTMNT loads it.  Moving one customer's money onto another
001330*    is full-authority work, so - as with a keyed credit limit -
001340*    no OPERF at all does not stand the edit down; every card
001350*    rejects instead.
001360******************************************************************
001370 01 WS-OPERF-STATUS          PIC X(02) VALUE '00'.
001380    88 WS-OPERF-STATUS-OK       VALUE '00'.
001390    88 WS-OPERF-STATUS-NOTFND   VALUE '35'.
001400 01 WS-OPERF-EOF-SW          PIC X(01) VALUE 'N'.
001410    88 WS-OPERF-EOF              VALUE 'Y'.
001420    88 WS-OPERF-NOT-EOF          VALUE 'N'.
001430 01 WS-AUTHORIZE-SW          PIC X(01) VALUE 'N'.
001440    88 WS-AUTHORIZING            VALUE 'Y'.
001450    88 WS-NOT-AUTHORIZING        VALUE 'N'.
001460 01 WS-OPER-FOUND-SW         PIC X(01) VALUE 'N'.
001470    88 WS-OPER-FOUND             VALUE 'Y'.
001480    88 WS-OPER-NOT-FOUND         VALUE 'N'.
001490 01 WS-OPER-COUNT            PIC S9(04) COMP VALUE ZERO.
001500 01 WS-OX                    PIC S9(04) COMP VALUE ZERO.
001510 01 WS-FOUND-AUTHORITY       PIC X(01) VALUE SPACE.
001520    88 WS-FOUND-AUTH-FULL       VALUE 'F'.
001530 01 WS-OPERATOR-TABLE.
001540    05 WS-OPER-ENTRY OCCURS 50 TIMES.
001550       10 OT-ID              PIC X(08).
001560       10 OT-AUTHORITY       PIC X(01).
001570******************************************************************
001580*    The pair being merged, and what each side held before.
001590******************************************************************
001600 01 WS-SURVIVOR-ID           PIC 9(05) VALUE ZERO.
001610 01 WS-ABSORBED-ID           PIC 9(05) VALUE ZERO.
001620 01 WS-SURVIVOR-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
001630 01 WS-ABSORBED-BALANCE      PIC S9(9)V99 COMP-3 VALUE ZERO.
001640 01 WS-NEW-BALANCE           PIC S9(9)V99 COMP-3 VALUE ZERO.
001650 01 WS-ABSORBED-ACTIVITY     PIC 9(08) VALUE ZERO.
001660 01 WS-ABSORBED-STATUS       PIC X(08) VALUE SPACES.
001670******************************************************************
001680*    History move work fields.  HS-SEQ is the batch section's
001690*    position times ten thousand plus the record's place in the
001700*    section; an absorbed section keeps its records' places but
001710*    takes a fresh position on the survivor's night, found once
001720*    per section and held while the section's records move.
001730******************************************************************
001740 01 WS-HIST-IMAGE            PIC X(44) VALUE SPACES.
001750 01 WS-HIST-OLD-KEY          PIC X(19) VALUE SPACES.
001760 01 WS-OLD-POSITION          PIC 9(02) VALUE ZERO.
001770 01 WS-PLACE-IN-SECTION      PIC 9(04) VALUE ZERO.
001780 01 WS-SECTION-DATE          PIC 9(08) VALUE ZERO.
001790 01 WS-SECTION-OLD-POS       PIC 9(02) VALUE ZERO.
001800 01 WS-SECTION-NEW-POS       PIC 9(02) VALUE ZERO.
001810 01 WS-TRY-POS               PIC 9(03) VALUE ZERO.
001820 01 WS-LAST-POS              PIC 9(03) VALUE ZERO.
001830 01 WS-NEXT-SECTION-SEQ      PIC 9(06) VALUE ZERO.
001840 01 WS-HIST-MOVED            PIC 9(07) VALUE ZERO.
001850******************************************************************
001860*    Audit stamp work fields - the run identifier is the
001870*    business date and the time the run started, constant
001880*    across every entry of one run, as DLAYOUT stamps it.
001890******************************************************************
001900 01 WS-ENTRY-TIME.
001910    05 WS-ENTRY-HHMMSS       PIC 9(06).
001920    05 FILLER                PIC 9(02).
001930 01 WS-RUN-ID.
001940    05 WS-RUN-ID-DATE        PIC 9(08).
001950    05 WS-RUN-ID-TIME        PIC 9(06).
001960 01 WS-AUDIT-AMOUNT          PIC -ZZZZZZZZ9.99.
001970 01 WS-REGISTER-TOTALS.
001980    05 WS-READ-COUNT         PIC 9(07) VALUE ZERO.
001990    05 WS-MERGED-COUNT       PIC 9(07) VALUE ZERO.
002000    05 WS-REJECTED-COUNT     PIC 9(07) VALUE ZERO.
002010    05 WS-TOTAL-HIST-MOVED   PIC 9(07) VALUE ZERO.
002020    05 WS-TOTAL-BALANCE-MOVED PIC S9(11)V99 COMP-3 VALUE ZERO.
002030******************************************************************
002040*    Merge register line layouts, written to MRGRPT.
002050******************************************************************
002060 01 WS-HDR-LINE-1.
002070    05 FILLER                PIC X(20) VALUE SPACES.
002080    05 FILLER                PIC X(40)
002090        VALUE 'CMMERGE CUSTOMER ACCOUNT MERGE REGISTER'.
002100    05 FILLER                PIC X(15)
002110        VALUE 'BUSINESS DATE  '.
002120    05 H1-BUSINESS-DATE      PIC 9(08).
002130    05 FILLER                PIC X(49) VALUE SPACES.
002140 01 WS-HDR-LINE-2.
002150    05 FILLER                PIC X(14) VALUE SPACES.
002160    05 FILLER                PIC X(07) VALUE 'ID'.
002170    05 FILLER                PIC X(27) VALUE 'NAME'.
002180    05 FILLER                PIC X(27) VALUE 'ADDRESS'.
002190    05 FILLER                PIC X(30) VALUE 'CITY / STATE / ZIP'.
002200    05 FILLER                PIC X(03) VALUE 'ST'.
002210    05 FILLER                PIC X(13) VALUE '      BALANCE'.
002220    05 FILLER                PIC X(11) VALUE SPACES.
002230 01 WS-PAIR-LINE.
002240    05 FILLER                PIC X(10) VALUE 'PAIR CARD '.
002250    05 PL-CARD-NUMBER        PIC ZZZZZZ9.
002260    05 FILLER                PIC X(03) VALUE SPACES.
002270    05 FILLER                PIC X(09) VALUE 'SURVIVOR '.
002280    05 PL-SURVIVOR           PIC X(05).
002290    05 FILLER                PIC X(03) VALUE SPACES.
002300    05 FILLER                PIC X(09) VALUE 'ABSORBED '.
002310    05 PL-ABSORBED           PIC X(05).
002320    05 FILLER                PIC X(03) VALUE SPACES.
002330    05 FILLER                PIC X(09) VALUE 'OPERATOR '.
002340    05 PL-OPER               PIC X(08).
002350    05 FILLER                PIC X(03) VALUE SPACES.
002360    05 PL-DISPOSED           PIC X(08).
002370    05 FILLER                PIC X(02) VALUE SPACES.
002380    05 PL-REASON             PIC X(30).
002390    05 FILLER                PIC X(18) VALUE SPACES.
002400 01 WS-CUST-LINE.
002410    05 FILLER                PIC X(04) VALUE SPACES.
002420    05 RL-ROLE               PIC X(10).
002430    05 RL-ID                 PIC X(05).
002440    05 FILLER                PIC X(02) VALUE SPACES.
002450    05 RL-NAME               PIC X(25).
002460    05 FILLER                PIC X(02) VALUE SPACES.
002470    05 RL-ADDR               PIC X(25).
002480    05 FILLER                PIC X(02) VALUE SPACES.
002490    05 RL-CITY               PIC X(15).
002500    05 FILLER                PIC X(01) VALUE SPACES.
002510    05 RL-STATE              PIC X(02).
002520    05 FILLER                PIC X(01) VALUE SPACES.
002530    05 RL-ZIP                PIC X(10).
002540    05 FILLER                PIC X(01) VALUE SPACES.
002550    05 RL-STATUS             PIC X(01).
002560    05 FILLER                PIC X(02) VALUE SPACES.
002570    05 RL-BALANCE            PIC ZZZZZZZZ9.99-.
002580    05 FILLER                PIC X(11) VALUE SPACES.
002590 01 WS-SURVIVOR-PRINT        PIC X(132) VALUE SPACES.
002600 01 WS-ABSORBED-PRINT        PIC X(132) VALUE SPACES.
002610 01 WS-MOVE-LINE.
002620    05 FILLER                PIC X(14) VALUE SPACES.
002630    05 FILLER                PIC X(14) VALUE 'BALANCE MOVED '.
002640    05 ML-BALANCE-MOVED      PIC ZZZZZZZZ9.99-.
002650    05 FILLER                PIC X(03) VALUE SPACES.
002660    05 FILLER                PIC X(21)
002670        VALUE 'NEW SURVIVOR BALANCE '.
002680    05 ML-NEW-BALANCE        PIC ZZZZZZZZ9.99-.
002690    05 FILLER                PIC X(03) VALUE SPACES.
002700    05 FILLER                PIC X(14) VALUE 'HISTORY MOVED '.
002710    05 ML-HIST-MOVED         PIC ZZZZZZ9.
002720    05 FILLER                PIC X(08) VALUE ' RECORDS'.
002730    05 FILLER                PIC X(22) VALUE SPACES.
002740 01 WS-COUNT-LINE.
002750    05 FILLER                PIC X(14) VALUE SPACES.
002760    05 CT-CAPTION            PIC X(30).
002770    05 CT-COUNT              PIC ZZZZZZ9.
002780    05 FILLER                PIC X(81) VALUE SPACES.
002790 01 WS-AMOUNT-LINE.
002800    05 FILLER                PIC X(14) VALUE SPACES.
002810    05 AT-CAPTION            PIC X(30).
002820    05 AT-AMOUNT             PIC ZZZZZZZZZZ9.99-.
002830    05 FILLER                PIC X(73) VALUE SPACES.
002840 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002841******************************************************************
002842*    After-image journal controls - every master update this
002843*    run makes goes onto AIJRNLF as an image, and the count
002844*    rides out on the run's trailer.
002845******************************************************************
002846 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
002847    88 WS-AIJ-STATUS-OK         VALUE '00'.
002848    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
002849 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CMMERGE '.
002850 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
002851 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
002852 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
002853 01 WS-AIJ-TIME.
002854    05 WS-AIJ-HHMMSS         PIC 9(06).
002855 LINKAGE SECTION.
002860 01 LS-BUSINESS-DATE         PIC 9(08).
002870 01 LS-RECORD-COUNT          PIC 9(07).
002880 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002890******************************************************************
002900*    0000-MAINLINE
002910******************************************************************
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     PERFORM 2000-PROCESS-PAIR-CARD THRU 2000-EXIT
002950         UNTIL WS-EOF.
002960     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002970     MOVE WS-READ-COUNT TO LS-RECORD-COUNT.
002980     MOVE 0 TO RETURN-CODE.
002990     GOBACK.
003000******************************************************************
003010*    1000-INITIALIZE
003020*    No MRGCARD (status 35) is a night with no merges - the
003030*    register prints empty and nothing else is opened.  No
003040*    TRANHIST only means no history has ever posted; a merge
003050*    still moves the balance.
003060******************************************************************
003070 1000-INITIALIZE.
003080     ACCEPT WS-ENTRY-TIME FROM TIME.
003090     MOVE LS-BUSINESS-DATE TO WS-RUN-ID-DATE.
003100     MOVE WS-ENTRY-HHMMSS  TO WS-RUN-ID-TIME.
003110     OPEN OUTPUT MRGRPT.
003120     MOVE LS-BUSINESS-DATE TO H1-BUSINESS-DATE.
003130     WRITE MR-LINE FROM WS-HDR-LINE-1.
003140     WRITE MR-LINE FROM WS-HDR-LINE-2.
003150     WRITE MR-LINE FROM WS-BLANK-LINE.
003160     OPEN INPUT MRGCARD.
003170     IF NOT WS-MRGCARD-STATUS-OK
003180         IF WS-MRGCARD-STATUS-NOTFND
003190             SET WS-EOF TO TRUE
003200             DISPLAY 'CMMERGE - NO MERGE CARDS TONIGHT'
003210             GO TO 1000-EXIT
003220         ELSE
003230             PERFORM 9904-MRGCARD-ERROR THRU 9904-EXIT
003240         END-IF
003250     END-IF.
003260     PERFORM 1200-LOAD-OPERATOR-TABLE THRU 1200-EXIT.
003270     OPEN I-O FILEN.
003280     IF NOT WS-FILEN-STATUS-OK
003290         MOVE 'OPEN' TO WS-FILEN-OPERATION
003300         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003310     END-IF.
003315     PERFORM 8600-OPEN-JOURNAL THRU 8600-EXIT.
003320     OPEN I-O TRANHIST.
003330     IF WS-TRANHIST-STATUS-OK
003340         SET WS-HIST-AVAILABLE TO TRUE
003350     ELSE
003360         IF NOT WS-TRANHIST-STATUS-NOTFND
003370             MOVE 'OPEN' TO WS-TRANHIST-OPERATION
003380             PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
003390         END-IF
003400     END-IF.
003410     OPEN EXTEND CLOSEDF.
003420     IF NOT WS-CLOSED-STATUS-OK
003430         IF WS-CLOSED-STATUS-NOTFND
003440             OPEN OUTPUT CLOSEDF
003450         ELSE
003460             PERFORM 9902-CLOSEDF-ERROR THRU 9902-EXIT
003470         END-IF
003480     END-IF.
003490     OPEN EXTEND AUDITF.
003500     IF NOT WS-AUDIT-STATUS-OK
003510         IF WS-AUDIT-STATUS-NOTFND
003520             OPEN OUTPUT AUDITF
003530         ELSE
003540             PERFORM 9903-AUDITF-ERROR THRU 9903-EXIT
003550         END-IF
003560     END-IF.
003570     PERFORM 1100-READ-MRGCARD THRU 1100-EXIT.
003580 1000-EXIT.
003590     EXIT.
003600******************************************************************
003610 1100-READ-MRGCARD.
003620     READ MRGCARD
003630         AT END
003640             SET WS-EOF TO TRUE
003650         NOT AT END
003660             ADD 1 TO WS-READ-COUNT
003670     END-READ.
003680 1100-EXIT.
003690     EXIT.
003700******************************************************************
003710*    1200-LOAD-OPERATOR-TABLE
003720*    More operators than the table holds is a setup problem
003730*    worth stopping for, the same as in CUSTMNT.
003740******************************************************************
003750 1200-LOAD-OPERATOR-TABLE.
003760     OPEN INPUT OPERF.
003770     IF NOT WS-OPERF-STATUS-OK
003780         IF WS-OPERF-STATUS-NOTFND
003790             SET WS-NOT-AUTHORIZING TO TRUE
003800             DISPLAY 'CMMERGE - NO OPERATOR AUTHORITY FILE -'
003810                 ' NO MERGE CAN BE AUTHORIZED'
003820             GO TO 1200-EXIT
003830         ELSE
003840             PERFORM 9905-OPERF-ERROR THRU 9905-EXIT
003850         END-IF
003860     END-IF.
003870     SET WS-AUTHORIZING TO TRUE.
003880     SET WS-OPERF-NOT-EOF TO TRUE.
003890     PERFORM 1250-LOAD-ONE-OPERATOR THRU 1250-EXIT
003900         UNTIL WS-OPERF-EOF.
003910     CLOSE OPERF.
003920 1200-EXIT.
003930     EXIT.
003940******************************************************************
003950 1250-LOAD-ONE-OPERATOR.
003960     READ OPERF
003970         AT END
003980             SET WS-OPERF-EOF TO TRUE
003990             GO TO 1250-EXIT
004000     END-READ.
004010     IF WS-OPER-COUNT = 50
004020         DISPLAY 'CMMERGE - MORE THAN 50 OPERATORS ON OPERF'
004030         PERFORM 9905-OPERF-ERROR THRU 9905-EXIT
004040     END-IF.
004050     ADD 1 TO WS-OPER-COUNT.
004060     MOVE OP-ID        TO OT-ID(WS-OPER-COUNT).
004070     MOVE OP-AUTHORITY TO OT-AUTHORITY(WS-OPER-COUNT).
004080 1250-EXIT.
004090     EXIT.
004100******************************************************************
004110*    2000-PROCESS-PAIR-CARD
004120*    Every edit and both master reads happen before anything is
004130*    touched, so a rejected card changes nothing.  Every card
004140*    gets a register entry, merged or rejected.
004150******************************************************************
004160 2000-PROCESS-PAIR-CARD.
004170     PERFORM 2100-EDIT-PAIR-CARD THRU 2100-EXIT.
004180     IF WS-NOT-REJECTED
004190         PERFORM 3000-MOVE-HISTORY THRU 3000-EXIT
004200         PERFORM 4000-MERGE-MASTER THRU 4000-EXIT
004210         PERFORM 5000-WRITE-AUDIT-TRAIL THRU 5000-EXIT
004220         ADD 1 TO WS-MERGED-COUNT
004230         ADD WS-HIST-MOVED TO WS-TOTAL-HIST-MOVED
004240         ADD WS-ABSORBED-BALANCE TO WS-TOTAL-BALANCE-MOVED
004250     ELSE
004260         ADD 1 TO WS-REJECTED-COUNT
004270     END-IF.
004280     PERFORM 6000-WRITE-REGISTER-ENTRY THRU 6000-EXIT.
004290     PERFORM 1100-READ-MRGCARD THRU 1100-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320******************************************************************
004330*    2100-EDIT-PAIR-CARD
004340*    Both IDs numeric and different, the operator full function
004350*    on OPERF, and both customers on the master and not closed -
004360*    a closed customer is on its way to the archive already and
004370*    has nothing left to merge or to merge into.
004380******************************************************************
004390 2100-EDIT-PAIR-CARD.
004400     SET WS-NOT-REJECTED TO TRUE.
004410     MOVE SPACES TO WS-REJECT-REASON.
004420     MOVE SPACES TO WS-SURVIVOR-PRINT.
004430     MOVE SPACES TO WS-ABSORBED-PRINT.
004440     MOVE ZERO TO WS-HIST-MOVED.
004450     IF MG-SURVIVOR-ID IS NOT NUMERIC
004460         OR MG-ABSORBED-ID IS NOT NUMERIC
004470         SET WS-REJECTED TO TRUE
004480         MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REJECT-REASON
004490         GO TO 2100-EXIT
004500     END-IF.
004510     MOVE MG-SURVIVOR-ID TO WS-SURVIVOR-ID.
004520     MOVE MG-ABSORBED-ID TO WS-ABSORBED-ID.
004530     IF WS-SURVIVOR-ID = WS-ABSORBED-ID
004540         SET WS-REJECTED TO TRUE
004550         MOVE 'SURVIVOR AND ABSORBED SAME ID' TO WS-REJECT-REASON
004560         GO TO 2100-EXIT
004570     END-IF.
004580     PERFORM 2120-EDIT-OPERATOR THRU 2120-EXIT.
004590     IF WS-REJECTED
004600         GO TO 2100-EXIT
004610     END-IF.
004620     MOVE WS-ABSORBED-ID TO CM-ID.
004630     PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT.
004640     IF NOT WS-FILEN-STATUS-OK
004650         SET WS-REJECTED TO TRUE
004660         MOVE 'ABSORBED ID NOT ON FILE' TO WS-REJECT-REASON
004670         GO TO 2100-EXIT
004680     END-IF.
004690     IF CM-STATUS-CLOSED
004700         SET WS-REJECTED TO TRUE
004710         MOVE 'ABSORBED CUSTOMER IS CLOSED' TO WS-REJECT-REASON
004720         GO TO 2100-EXIT
004730     END-IF.
004740     MOVE CM-BALANCE TO WS-ABSORBED-BALANCE.
004750     MOVE CM-LAST-ACTIVITY-DATE TO WS-ABSORBED-ACTIVITY.
004760     IF CM-STATUS-ACTIVE
004770         MOVE 'ACTIVE' TO WS-ABSORBED-STATUS
004780     ELSE
004790         MOVE 'INACTIVE' TO WS-ABSORBED-STATUS
004800     END-IF.
004810     MOVE 'ABSORBED' TO RL-ROLE.
004820     PERFORM 2300-BUILD-CUST-LINE THRU 2300-EXIT.
004830     MOVE WS-CUST-LINE TO WS-ABSORBED-PRINT.
004840     MOVE WS-SURVIVOR-ID TO CM-ID.
004850     PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT.
004860     IF NOT WS-FILEN-STATUS-OK
004870         SET WS-REJECTED TO TRUE
004880         MOVE 'SURVIVOR ID NOT ON FILE' TO WS-REJECT-REASON
004890         GO TO 2100-EXIT
004900     END-IF.
004910     IF CM-STATUS-CLOSED
004920         SET WS-REJECTED TO TRUE
004930         MOVE 'SURVIVOR CUSTOMER IS CLOSED' TO WS-REJECT-REASON
004940         GO TO 2100-EXIT
004950     END-IF.
004960     MOVE CM-BALANCE TO WS-SURVIVOR-BALANCE.
004970     MOVE 'SURVIVOR' TO RL-ROLE.
004980     PERFORM 2300-BUILD-CUST-LINE THRU 2300-EXIT.
004990     MOVE WS-CUST-LINE TO WS-SURVIVOR-PRINT.
005000 2100-EXIT.
005010     EXIT.
005020******************************************************************
005030*    2120-EDIT-OPERATOR
005040******************************************************************
005050 2120-EDIT-OPERATOR.
005060     IF WS-NOT-AUTHORIZING
005070         SET WS-REJECTED TO TRUE
005080         MOVE 'MERGE NEEDS OPERF' TO WS-REJECT-REASON
005090         GO TO 2120-EXIT
005100     END-IF.
005110     SET WS-OPER-NOT-FOUND TO TRUE.
005120     MOVE SPACE TO WS-FOUND-AUTHORITY.
005130     MOVE 1 TO WS-OX.
005140     PERFORM 2160-TEST-ONE-OPERATOR THRU 2160-EXIT
005150         UNTIL WS-OPER-FOUND OR WS-OX > WS-OPER-COUNT.
005160     IF WS-OPER-NOT-FOUND
005170         SET WS-REJECTED TO TRUE
005180         MOVE 'OPERATOR NOT ON AUTHORITY FILE'
005190             TO WS-REJECT-REASON
005200         GO TO 2120-EXIT
005210     END-IF.
005220     IF NOT WS-FOUND-AUTH-FULL
005230         SET WS-REJECTED TO TRUE
005240         MOVE 'OPERATOR NOT FULL FUNCTION'
005250             TO WS-REJECT-REASON
005260     END-IF.
005270 2120-EXIT.
005280     EXIT.
005290******************************************************************
005300 2160-TEST-ONE-OPERATOR.
005310     IF OT-ID(WS-OX) = MG-OPER-ID
005320         SET WS-OPER-FOUND TO TRUE
005330         MOVE OT-AUTHORITY(WS-OX) TO WS-FOUND-AUTHORITY
005340     ELSE
005350         ADD 1 TO WS-OX
005360     END-IF.
005370 2160-EXIT.
005380     EXIT.
005390******************************************************************
005400*    2200-READ-CUSTOMER
005410*    Keyed read of the ID already in CM-ID.  Not found (23) is
005420*    the caller's to judge; anything else stops the run.
005430******************************************************************
005440 2200-READ-CUSTOMER.
005450     READ FILEN
005460         KEY IS CM-ID
005470         INVALID KEY
005480             CONTINUE
005490     END-READ.
005500     IF NOT WS-FILEN-STATUS-OK
005510         AND NOT WS-FILEN-STATUS-NOTFND
005520         MOVE 'READ' TO WS-FILEN-OPERATION
005530         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005540     END-IF.
005550 2200-EXIT.
005560     EXIT.
005570******************************************************************
005580 2300-BUILD-CUST-LINE.
005590     MOVE CM-ID          TO RL-ID.
005600     MOVE CM-NAME        TO RL-NAME.
005610     MOVE CM-ADDR-LINE-1 TO RL-ADDR.
005620     MOVE CM-ADDR-CITY   TO RL-CITY.
005630     MOVE CM-ADDR-STATE  TO RL-STATE.
005640     MOVE CM-ADDR-ZIP    TO RL-ZIP.
005650     MOVE CM-STATUS      TO RL-STATUS.
005660     MOVE CM-BALANCE     TO RL-BALANCE.
005670 2300-EXIT.
005680     EXIT.
005690******************************************************************
005700*    3000-MOVE-HISTORY
005710*    Each absorbed record is re-keyed under the survivor and
005720*    written before its old key is deleted, so a run that dies
005730*    part way leaves history doubled rather than lost.  The
005740*    browse restarts at the absorbed customer's first remaining
005750*    key every time, since the delete just moved the file out
005760*    from under any sequential position.
005770******************************************************************
005780 3000-MOVE-HISTORY.
005790     IF WS-HIST-NOT-AVAILABLE
005800         GO TO 3000-EXIT
005810     END-IF.
005820     MOVE ZERO TO WS-SECTION-DATE.
005830     MOVE ZERO TO WS-SECTION-OLD-POS.
005840     SET WS-HIST-NOT-DONE TO TRUE.
005850     PERFORM 3100-MOVE-ONE-RECORD THRU 3100-EXIT
005860         UNTIL WS-HIST-DONE.
005870 3000-EXIT.
005880     EXIT.
005890******************************************************************
005900 3100-MOVE-ONE-RECORD.
005910     MOVE WS-ABSORBED-ID TO HS-CUST-ID.
005920     MOVE ZERO TO HS-TRAN-DATE.
005930     MOVE ZERO TO HS-SEQ.
005940     START TRANHIST KEY IS NOT < HS-KEY
005950         INVALID KEY
005960             SET WS-HIST-DONE TO TRUE
005970             GO TO 3100-EXIT
005980     END-START.
005990     READ TRANHIST NEXT RECORD
006000         AT END
006010             SET WS-HIST-DONE TO TRUE
006020             GO TO 3100-EXIT
006030     END-READ.
006040     IF NOT WS-TRANHIST-STATUS-OK
006050         MOVE 'READ' TO WS-TRANHIST-OPERATION
006060         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
006070     END-IF.
006080     IF HS-CUST-ID NOT = WS-ABSORBED-ID
006090         SET WS-HIST-DONE TO TRUE
006100         GO TO 3100-EXIT
006110     END-IF.
006120     MOVE HS-RECORD TO WS-HIST-IMAGE.
006130     MOVE HS-KEY    TO WS-HIST-OLD-KEY.
006140     DIVIDE HS-SEQ BY 10000
006150         GIVING WS-OLD-POSITION
006160         REMAINDER WS-PLACE-IN-SECTION.
006170     IF HS-TRAN-DATE NOT = WS-SECTION-DATE
006180         OR WS-OLD-POSITION NOT = WS-SECTION-OLD-POS
006190         MOVE HS-TRAN-DATE    TO WS-SECTION-DATE
006200         MOVE WS-OLD-POSITION TO WS-SECTION-OLD-POS
006210         PERFORM 3200-PLACE-SECTION THRU 3200-EXIT
006220     END-IF.
006230     MOVE WS-HIST-IMAGE TO HS-RECORD.
006240     MOVE WS-SURVIVOR-ID TO HS-CUST-ID.
006250     COMPUTE HS-SEQ =
006260         WS-SECTION-NEW-POS * 10000 + WS-PLACE-IN-SECTION.
006270     WRITE HS-RECORD.
006280     IF NOT WS-TRANHIST-STATUS-OK
006290         MOVE 'WRITE' TO WS-TRANHIST-OPERATION
006300         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
006310     END-IF.
006320     MOVE WS-HIST-OLD-KEY TO HS-KEY.
006330     DELETE TRANHIST RECORD.
006340     IF NOT WS-TRANHIST-STATUS-OK
006350         MOVE 'DELETE' TO WS-TRANHIST-OPERATION
006360         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
006370     END-IF.
006380     ADD 1 TO WS-HIST-MOVED.
006390 3100-EXIT.
006400     EXIT.
006410******************************************************************
006420*    3200-PLACE-SECTION
006430*    Merged history never goes back into a position the nightly
006440*    posting owns - a rerun of that night would replace it.  A
006450*    HITHERE batch section takes the first position from 21
006460*    through 89 still free on the survivor's night; a CASHPST
006470*    cash section (position 90) takes the first free from 91
006480*    through 99, so it still reads as cash.  Running out of
006490*    positions on one night is not a merge this program can
006500*    finish and stops the run.
006510******************************************************************
006520 3200-PLACE-SECTION.
006530     IF WS-SECTION-OLD-POS < 90
006540         MOVE 21 TO WS-TRY-POS
006550         MOVE 89 TO WS-LAST-POS
006560     ELSE
006570         MOVE 91 TO WS-TRY-POS
006580         MOVE 99 TO WS-LAST-POS
006590     END-IF.
006600     SET WS-POS-TAKEN TO TRUE.
006610     PERFORM 3250-TEST-POSITION THRU 3250-EXIT
006620         UNTIL WS-POS-FREE OR WS-TRY-POS > WS-LAST-POS.
006630     IF WS-POS-TAKEN
006640         DISPLAY 'CMMERGE - NO FREE HISTORY POSITION FOR '
006650             WS-SURVIVOR-ID ' ON ' WS-SECTION-DATE
006660         MOVE 16 TO RETURN-CODE
006670         GOBACK
006680     END-IF.
006690     MOVE WS-TRY-POS TO WS-SECTION-NEW-POS.
006700 3200-EXIT.
006710     EXIT.
006720******************************************************************
006730*    3250-TEST-POSITION
006740*    A position is free when the survivor has no key at all
006750*    between its first and last sequence on that night.
006760******************************************************************
006770 3250-TEST-POSITION.
006780     MOVE WS-SURVIVOR-ID  TO HS-CUST-ID.
006790     MOVE WS-SECTION-DATE TO HS-TRAN-DATE.
006800     COMPUTE HS-SEQ = WS-TRY-POS * 10000.
006810     COMPUTE WS-NEXT-SECTION-SEQ = HS-SEQ + 10000.
006820     START TRANHIST KEY IS NOT < HS-KEY
006830         INVALID KEY
006840             SET WS-POS-FREE TO TRUE
006850             GO TO 3250-EXIT
006860     END-START.
006870     READ TRANHIST NEXT RECORD
006880         AT END
006890             SET WS-POS-FREE TO TRUE
006900             GO TO 3250-EXIT
006910     END-READ.
006920     IF NOT WS-TRANHIST-STATUS-OK
006930         MOVE 'READ' TO WS-TRANHIST-OPERATION
006940         PERFORM 9901-TRANHIST-ERROR THRU 9901-EXIT
006950     END-IF.
006960     IF HS-CUST-ID NOT = WS-SURVIVOR-ID
006970         OR HS-TRAN-DATE NOT = WS-SECTION-DATE
006980         OR HS-SEQ NOT < WS-NEXT-SECTION-SEQ
006990         SET WS-POS-FREE TO TRUE
007000     ELSE
007010         ADD 1 TO WS-TRY-POS
007020     END-IF.
007030 3250-EXIT.
007040     EXIT.
007050******************************************************************
007060*    4000-MERGE-MASTER
007070*    The survivor takes the absorbed balance and the later of
007080*    the two activity dates, so the lifecycle does not idle a
007090*    customer whose other half was busy.  The absorbed record
007100*    retires to CLOSEDF marked merged with its balance zeroed -
007110*    the money now lives on the survivor and must not be
007120*    counted twice - and comes off the master.
007130******************************************************************
007140 4000-MERGE-MASTER.
007150     MOVE WS-SURVIVOR-ID TO CM-ID.
007160     PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT.
007170     IF NOT WS-FILEN-STATUS-OK
007180         MOVE 'READ' TO WS-FILEN-OPERATION
007190         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007200     END-IF.
007210     ADD WS-ABSORBED-BALANCE TO CM-BALANCE.
007220     MOVE CM-BALANCE TO WS-NEW-BALANCE.
007230     IF WS-ABSORBED-ACTIVITY > CM-LAST-ACTIVITY-DATE
007240         MOVE WS-ABSORBED-ACTIVITY TO CM-LAST-ACTIVITY-DATE
007250     END-IF.
007260     REWRITE CM-RECORD.
007270     IF NOT WS-FILEN-STATUS-OK
007280         MOVE 'REWRITE' TO WS-FILEN-OPERATION
007290         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007300     END-IF.
007303     MOVE 'C' TO WS-AIJ-ACTION.
007306     PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT.
007310     MOVE WS-ABSORBED-ID TO CM-ID.
007320     PERFORM 2200-READ-CUSTOMER THRU 2200-EXIT.
007330     IF NOT WS-FILEN-STATUS-OK
007340         MOVE 'READ' TO WS-FILEN-OPERATION
007350         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007360     END-IF.
007370     SET CM-STATUS-MERGED TO TRUE.
007380     MOVE ZERO TO CM-BALANCE.
007390     MOVE CM-RECORD TO CL-RECORD.
007400     WRITE CL-RECORD.
007410     IF NOT WS-CLOSED-STATUS-OK
007420         PERFORM 9902-CLOSEDF-ERROR THRU 9902-EXIT
007430     END-IF.
007440     DELETE FILEN RECORD.
007450     IF NOT WS-FILEN-STATUS-OK
007460         MOVE 'DELETE' TO WS-FILEN-OPERATION
007470         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
007480     END-IF.
007483     MOVE 'D' TO WS-AIJ-ACTION.
007486     PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT.
007490 4000-EXIT.
007500     EXIT.
007510******************************************************************
007520*    5000-WRITE-AUDIT-TRAIL
007530*    Before and after of both customers - the absorbed status
007540*    and balance, the survivor balance, and the ID the survivor
007550*    took in - under the operator on the card.
007560******************************************************************
007570 5000-WRITE-AUDIT-TRAIL.
007580     MOVE WS-ABSORBED-ID      TO AR-CUST-ID.
007590     MOVE 'CM-STATUS '        TO AR-FIELD-NAME.
007600     MOVE WS-ABSORBED-STATUS  TO AR-BEFORE-VALUE.
007610     MOVE 'MERGED'            TO AR-AFTER-VALUE.
007620     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
007630     MOVE WS-ABSORBED-ID      TO AR-CUST-ID.
007640     MOVE 'CM-BALANCE'        TO AR-FIELD-NAME.
007650     MOVE WS-ABSORBED-BALANCE TO WS-AUDIT-AMOUNT.
007660     MOVE WS-AUDIT-AMOUNT     TO AR-BEFORE-VALUE.
007670     MOVE ZERO                TO WS-AUDIT-AMOUNT.
007680     MOVE WS-AUDIT-AMOUNT     TO AR-AFTER-VALUE.
007690     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
007700     MOVE WS-SURVIVOR-ID      TO AR-CUST-ID.
007710     MOVE 'CM-BALANCE'        TO AR-FIELD-NAME.
007720     MOVE WS-SURVIVOR-BALANCE TO WS-AUDIT-AMOUNT.
007730     MOVE WS-AUDIT-AMOUNT     TO AR-BEFORE-VALUE.
007740     MOVE WS-NEW-BALANCE      TO WS-AUDIT-AMOUNT.
007750     MOVE WS-AUDIT-AMOUNT     TO AR-AFTER-VALUE.
007760     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
007770     MOVE WS-SURVIVOR-ID      TO AR-CUST-ID.
007780     MOVE 'MERGED-IN '        TO AR-FIELD-NAME.
007790     MOVE SPACES              TO AR-BEFORE-VALUE.
007800     MOVE WS-ABSORBED-ID      TO AR-AFTER-VALUE.
007810     PERFORM 5100-WRITE-AUDIT-ENTRY THRU 5100-EXIT.
007820 5000-EXIT.
007830     EXIT.
007840******************************************************************
007850 5100-WRITE-AUDIT-ENTRY.
007860     MOVE LS-BUSINESS-DATE TO AR-DATE.
007870     ACCEPT WS-ENTRY-TIME FROM TIME.
007880     MOVE WS-ENTRY-HHMMSS  TO AR-TIME.
007890     MOVE 'CMMERGE '       TO AR-PROGRAM-ID.
007900     MOVE WS-RUN-ID        TO AR-RUN-ID.
007910     MOVE MG-OPER-ID       TO AR-OPER-ID.
007920     WRITE AUDIT-RECORD.
007930     IF NOT WS-AUDIT-STATUS-OK
007940         PERFORM 9903-AUDITF-ERROR THRU 9903-EXIT
007950     END-IF.
007960 5100-EXIT.
007970     EXIT.
007980******************************************************************
007990*    6000-WRITE-REGISTER-ENTRY
008000*    The card, then for a merge both records as they stood
008010*    before it and what moved.
008020******************************************************************
008030 6000-WRITE-REGISTER-ENTRY.
008040     MOVE WS-READ-COUNT  TO PL-CARD-NUMBER.
008050     MOVE MG-SURVIVOR-ID TO PL-SURVIVOR.
008060     MOVE MG-ABSORBED-ID TO PL-ABSORBED.
008070     MOVE MG-OPER-ID     TO PL-OPER.
008080     IF WS-REJECTED
008090         MOVE 'REJECTED'       TO PL-DISPOSED
008100         MOVE WS-REJECT-REASON TO PL-REASON
008110     ELSE
008120         MOVE 'MERGED'         TO PL-DISPOSED
008130         MOVE SPACES           TO PL-REASON
008140     END-IF.
008150     WRITE MR-LINE FROM WS-PAIR-LINE.
008160     IF WS-NOT-REJECTED
008170         WRITE MR-LINE FROM WS-SURVIVOR-PRINT
008180         WRITE MR-LINE FROM WS-ABSORBED-PRINT
008190         MOVE WS-ABSORBED-BALANCE TO ML-BALANCE-MOVED
008200         MOVE WS-NEW-BALANCE      TO ML-NEW-BALANCE
008210         MOVE WS-HIST-MOVED       TO ML-HIST-MOVED
008220         WRITE MR-LINE FROM WS-MOVE-LINE
008230     END-IF.
008240     WRITE MR-LINE FROM WS-BLANK-LINE.
008250 6000-EXIT.
008260     EXIT.
008270******************************************************************
008280*    8500-MAINTAIN-CONTROL-CARD
008290*    Each merge took one record off the master, and HELLO
008300*    reconciles the count against CTLCARD later tonight.  An
008310*    absent CTLCARD (status 35) means this environment does not
008320*    reconcile - the same convention every card maintainer
008330*    applies.
008340******************************************************************
008350 8500-MAINTAIN-CONTROL-CARD.
008360     IF WS-MERGED-COUNT = ZERO
008370         GO TO 8500-EXIT
008380     END-IF.
008390     OPEN INPUT CTLCARD.
008400     IF NOT WS-CTLCARD-STATUS-OK
008410         IF WS-CTLCARD-STATUS-NOTFND
008420             GO TO 8500-EXIT
008430         ELSE
008440             PERFORM 9906-CTLCARD-ERROR THRU 9906-EXIT
008450         END-IF
008460     END-IF.
008470     MOVE ZERO TO WS-CTL-COUNT.
008480     READ CTLCARD
008490         AT END
008500             CONTINUE
008510         NOT AT END
008520             MOVE CTL-EXPECTED-COUNT TO WS-CTL-COUNT
008530     END-READ.
008540     CLOSE CTLCARD.
008550     IF WS-CTL-COUNT < WS-MERGED-COUNT
008560         MOVE ZERO TO WS-CTL-COUNT
008570     ELSE
008580         SUBTRACT WS-MERGED-COUNT FROM WS-CTL-COUNT
008590     END-IF.
008600     OPEN OUTPUT CTLCARD.
008610     IF NOT WS-CTLCARD-STATUS-OK
008620         PERFORM 9906-CTLCARD-ERROR THRU 9906-EXIT
008630     END-IF.
008640     MOVE WS-CTL-COUNT TO CTL-EXPECTED-COUNT.
008650     WRITE CTL-RECORD.
008660     CLOSE CTLCARD.
008670     DISPLAY 'CMMERGE - CTLCARD COUNT REWRITTEN = '
008680         WS-CTL-COUNT.
008690 8500-EXIT.
008700     EXIT.
008710******************************************************************
008720*    8600-OPEN-JOURNAL
008730*    The after-image journal CMUNLD started tonight takes an
008740*    image of every master update this run makes.  No journal
008750*    at all (status 35) is started here.
008760******************************************************************
008770 8600-OPEN-JOURNAL.
008780     OPEN EXTEND AIJRNLF.
008790     IF NOT WS-AIJ-STATUS-OK
008800         IF WS-AIJ-STATUS-NOTFND
008810             OPEN OUTPUT AIJRNLF
008820         ELSE
008830             PERFORM 9907-AIJRNLF-ERROR THRU 9907-EXIT
008840         END-IF
008850     END-IF.
008860 8600-EXIT.
008870     EXIT.
008880******************************************************************
008890*    8650-WRITE-AFTER-IMAGE
008900*    CM-RECORD as the update just left it - the record as
008910*    deleted, for a delete - under the action in WS-AIJ-ACTION.
008920*    A failed write aborts the run RC 16 - a short journal
008930*    must never be trailered as whole.
008940******************************************************************
008950 8650-WRITE-AFTER-IMAGE.
008960     MOVE SPACES TO AJ-RECORD.
008970     SET AJ-TYPE-IMAGE TO TRUE.
008980     MOVE LS-BUSINESS-DATE TO AJ-BUSINESS-DATE.
008990     ACCEPT WS-AIJ-TIME FROM TIME.
009000     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
009010     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
009020     MOVE WS-AIJ-ACTION TO AJ-ACTION.
009030     MOVE CM-RECORD TO AJ-IMAGE.
009040     WRITE AJ-RECORD.
009050     IF NOT WS-AIJ-STATUS-OK
009060         PERFORM 9907-AIJRNLF-ERROR THRU 9907-EXIT
009070     END-IF.
009080     ADD 1 TO WS-AIJ-IMAGE-COUNT.
009090 8650-EXIT.
009100     EXIT.
009110******************************************************************
009120*    8680-CLOSE-JOURNAL
009130*    Only a clean finish gets here, after FILEN has closed -
009140*    AIJTRLR totals the master and writes this run's trailer,
009150*    the good point a roll-forward can stop at.
009160******************************************************************
009170 8680-CLOSE-JOURNAL.
009180     CLOSE AIJRNLF.
009190     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID LS-BUSINESS-DATE
009200         WS-AIJ-IMAGE-COUNT.
009210     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
009220     IF WS-AIJ-RETURN-CODE NOT = ZERO
009230         PERFORM 9908-AIJTRLR-ERROR THRU 9908-EXIT
009240     END-IF.
009250 8680-EXIT.
009260     EXIT.
009270******************************************************************
009280 9000-FINALIZE.
009290     MOVE 'PAIR CARDS READ'         TO CT-CAPTION.
009300     MOVE WS-READ-COUNT             TO CT-COUNT.
009310     WRITE MR-LINE FROM WS-COUNT-LINE.
009320     MOVE 'MERGED'                  TO CT-CAPTION.
009330     MOVE WS-MERGED-COUNT           TO CT-COUNT.
009340     WRITE MR-LINE FROM WS-COUNT-LINE.
009350     MOVE 'REJECTED'                TO CT-CAPTION.
009360     MOVE WS-REJECTED-COUNT         TO CT-COUNT.
009370     WRITE MR-LINE FROM WS-COUNT-LINE.
009380     MOVE 'HISTORY RECORDS MOVED'   TO CT-CAPTION.
009390     MOVE WS-TOTAL-HIST-MOVED       TO CT-COUNT.
009400     WRITE MR-LINE FROM WS-COUNT-LINE.
009410     MOVE 'BALANCE MOVED'           TO AT-CAPTION.
009420     MOVE WS-TOTAL-BALANCE-MOVED    TO AT-AMOUNT.
009430     WRITE MR-LINE FROM WS-AMOUNT-LINE.
009440     CLOSE MRGRPT.
009450     IF WS-MRGCARD-STATUS-NOTFND
009460         GO TO 9000-EXIT
009470     END-IF.
009480     CLOSE MRGCARD.
009490     CLOSE AUDITF.
009500     CLOSE CLOSEDF.
009510     IF WS-HIST-AVAILABLE
009520         CLOSE TRANHIST
009530     END-IF.
009540     CLOSE FILEN.
009550     IF NOT WS-FILEN-STATUS-OK
009560         MOVE 'CLOSE' TO WS-FILEN-OPERATION
009570         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
009580     END-IF.
009590     PERFORM 8680-CLOSE-JOURNAL THRU 8680-EXIT.
009600     PERFORM 8500-MAINTAIN-CONTROL-CARD THRU 8500-EXIT.
009610     DISPLAY 'CMMERGE - PAIR CARDS READ   = ' WS-READ-COUNT.
009620     DISPLAY 'CMMERGE - MERGED            = ' WS-MERGED-COUNT.
009630     DISPLAY 'CMMERGE - REJECTED          = ' WS-REJECTED-COUNT.
009640 9000-EXIT.
009650     EXIT.
009660******************************************************************
009670 9900-FILE-ERROR.
009680     DISPLAY 'CMMERGE - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
009690     DISPLAY 'CMMERGE - FILE STATUS = ' WS-FILEN-STATUS.
009700     MOVE 16 TO RETURN-CODE.
009710     GOBACK.
009720 9900-EXIT.
009730     EXIT.
009740******************************************************************
009750 9901-TRANHIST-ERROR.
009760     DISPLAY 'CMMERGE - TRANHIST I/O ERROR ON '
009770         WS-TRANHIST-OPERATION.
009780     DISPLAY 'CMMERGE - FILE STATUS = ' WS-TRANHIST-STATUS.
009790     MOVE 16 TO RETURN-CODE.
009800     GOBACK.
009810 9901-EXIT.
009820     EXIT.
009830******************************************************************
009840 9902-CLOSEDF-ERROR.
009850     DISPLAY 'CMMERGE - CLOSEDF I/O ERROR'.
009860     DISPLAY 'CMMERGE - FILE STATUS = ' WS-CLOSED-STATUS.
009870     MOVE 16 TO RETURN-CODE.
009880     GOBACK.
009890 9902-EXIT.
009900     EXIT.
009910******************************************************************
009920 9903-AUDITF-ERROR.
009930     DISPLAY 'CMMERGE - AUDITF I/O ERROR'.
009940     DISPLAY 'CMMERGE - FILE STATUS = ' WS-AUDIT-STATUS.
009950     MOVE 16 TO RETURN-CODE.
009960     GOBACK.
009970 9903-EXIT.
009980     EXIT.
009990******************************************************************
010000 9904-MRGCARD-ERROR.
010010     DISPLAY 'CMMERGE - MRGCARD I/O ERROR ON OPEN INPUT'.
010020     DISPLAY 'CMMERGE - FILE STATUS = ' WS-MRGCARD-STATUS.
010030     MOVE 16 TO RETURN-CODE.
010040     GOBACK.
010050 9904-EXIT.
010060     EXIT.
010070******************************************************************
010080 9905-OPERF-ERROR.
010090     DISPLAY 'CMMERGE - OPERF I/O ERROR'.
010100     DISPLAY 'CMMERGE - FILE STATUS = ' WS-OPERF-STATUS.
010110     MOVE 16 TO RETURN-CODE.
010120     GOBACK.
010130 9905-EXIT.
010140     EXIT.
010150******************************************************************
010160 9906-CTLCARD-ERROR.
010170     DISPLAY 'CMMERGE - CTLCARD I/O ERROR'.
010180     DISPLAY 'CMMERGE - FILE STATUS = ' WS-CTLCARD-STATUS.
010190     MOVE 16 TO RETURN-CODE.
010200     GOBACK.
010210 9906-EXIT.
010220     EXIT.
010230******************************************************************
010240 9907-AIJRNLF-ERROR.
010250     DISPLAY 'CMMERGE - AIJRNLF I/O ERROR'.
010260     DISPLAY 'CMMERGE - FILE STATUS = ' WS-AIJ-STATUS.
010270     MOVE 16 TO RETURN-CODE.
010280     GOBACK.
010290 9907-EXIT.
010300     EXIT.
010310******************************************************************
010320 9908-AIJTRLR-ERROR.
010330     DISPLAY 'CMMERGE - JOURNAL TRAILER NOT WRITTEN'.
010340     DISPLAY 'CMMERGE - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
010350     MOVE 16 TO RETURN-CODE.
010360     GOBACK.
010370 9908-EXIT.
010380     EXIT.
