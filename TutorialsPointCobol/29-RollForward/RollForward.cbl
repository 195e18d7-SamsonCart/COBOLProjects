000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CMROLLF.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. FILEN roll-forward - the second half of the recovery
000160*    path when the master is lost or corrupted partway through
000170*    the night.  CMRELD reloads tonight's CMUNLD generation;
000180*    this program then reapplies the AIJRNLF after-image
000190*    journal (AIJREC layout) onto it, through the last trailer
000200*    a FILEN updater wrote on a clean finish, so NITEBAT can be
000210*    resubmitted to resume from its checkpoint instead of
000220*    rerunning the chain from the top.  The reloaded master is
000230*    proven against the journal header (count and balance total
000240*    as CMUNLD unloaded it) before anything is applied - a
000250*    master that is not tonight's generation is refused
000260*    untouched.  Each image is reapplied in journal order: an
000270*    add must not already be on the master, a change or delete
000280*    must be.  At each trailer the running count and balance
000290*    are checked against what that program left, and the
000300*    rolled-forward master is swept and proven against the last
000310*    trailer at the end.  Images after the last trailer belong
000320*    to a run that never finished; once the roll-forward
000330*    proves, they are cut off the journal so the resubmitted
000340*    step's own images follow on cleanly.  RFRPT prints every
000350*    image reapplied, a line per step rolled through, the
000360*    proofs, and the program to resume after.  Run by hand;
000370*    never a NITEBAT step.
000380*    OPERATIONS NOTE - a step writes its trailer just before it
000390*    returns to NITEBAT, and NITEBAT writes the checkpoint just
000400*    after.  If the chain dies in that gap, the report names a
000410*    step the checkpoint does not yet show complete; mark it
000420*    complete on CHKPTF before resubmitting, or that step runs
000430*    twice over the rolled-forward master.
000440*    MODIFICATION HISTORY
000450*   10/15/2026 SC  Initial version.
000452*   10/15/2026 SC  Image and work record widened with
000454*                  CUSTMAST's new delivery method and email
000456*                  address - 179 bytes.
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490    SELECT AIJRNLF ASSIGN TO AIJRNDD
000500        ORGANIZATION IS SEQUENTIAL
000510        FILE STATUS IS WS-AIJ-STATUS.
000520    SELECT AIJTMP ASSIGN TO AIJTMPDD
000530        ORGANIZATION IS SEQUENTIAL
000540        FILE STATUS IS WS-AIJTMP-STATUS.
000550    SELECT FILEN ASSIGN TO DDNAME
000560        ORGANIZATION IS INDEXED
000570        ACCESS MODE IS DYNAMIC
000580        RECORD KEY IS CM-ID
000590        ALTERNATE RECORD KEY IS CM-NAME
000600            WITH DUPLICATES
000610        FILE STATUS IS WS-FILEN-STATUS.
000620    SELECT RFRPT ASSIGN TO RFRPTDD
000630        ORGANIZATION IS SEQUENTIAL
000640        FILE STATUS IS WS-RFRPT-STATUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD AIJRNLF.
000680 COPY AIJREC.
000690 FD AIJTMP.
000700 01 AT-RECORD             PIC X(203).
000710 FD FILEN.
000720 COPY CUSTMAST.
000730 FD RFRPT.
000740 01 RF-LINE               PIC X(132).
000750 WORKING-STORAGE SECTION.
000760 01 WS-SWITCHES.
000770    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000780       88 WS-EOF                VALUE 'Y'.
000790       88 WS-NOT-EOF            VALUE 'N'.
000800    05 WS-FILEN-EOF-SW      PIC X(01) VALUE 'N'.
000810       88 WS-FILEN-EOF          VALUE 'Y'.
000820       88 WS-FILEN-NOT-EOF      VALUE 'N'.
000822    05 WS-COPY-BACK-SW       PIC X(01) VALUE 'N'.
000824       88 WS-COPYING-BACK       VALUE 'Y'.
000826       88 WS-NOT-COPYING-BACK   VALUE 'N'.
000830 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
000840    88 WS-AIJ-STATUS-OK         VALUE '00'.
000850    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
000860 01 WS-AIJTMP-STATUS         PIC X(02) VALUE '00'.
000870    88 WS-AIJTMP-STATUS-OK      VALUE '00'.
000880 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
000890    88 WS-FILEN-STATUS-OK       VALUE '00'.
000900    88 WS-FILEN-STATUS-NOTFND   VALUE '23'.
000910 01 WS-FILEN-OPERATION       PIC X(07) VALUE SPACES.
000920 01 WS-RFRPT-STATUS          PIC X(02) VALUE '00'.
000930    88 WS-RFRPT-STATUS-OK       VALUE '00'.
000940******************************************************************
000950*    The journal as the first pass found it - the header's
000960*    base figures, and where the last trailer sits.  A journal
000970*    with no trailer rolls to the header: nothing finished since
000980*    the unload, so the reloaded generation already stands
000990*    where a resumed chain needs it.
001000******************************************************************
001010 01 WS-JOURNAL-SCAN.
001020    05 WS-JOURNAL-RECNO      PIC 9(07) VALUE ZERO.
001030    05 WS-JOURNAL-TOTAL      PIC 9(07) VALUE ZERO.
001040    05 WS-KEEP-THROUGH       PIC 9(07) VALUE ZERO.
001050    05 WS-TRAILER-TOTAL      PIC 9(07) VALUE ZERO.
001060    05 WS-DROPPED-COUNT      PIC 9(07) VALUE ZERO.
001070 01 WS-HEADER-DATA.
001080    05 WS-HDR-DATE           PIC 9(08) VALUE ZERO.
001090    05 WS-HDR-COUNT          PIC 9(07) VALUE ZERO.
001100    05 WS-HDR-BALANCE        PIC S9(11)V99 VALUE ZERO.
001110    05 WS-HDR-GEN-DDNAME     PIC X(08) VALUE SPACES.
001120 01 WS-LAST-TRAILER.
001130    05 WS-LAST-PROGRAM-ID    PIC X(08) VALUE SPACES.
001140    05 WS-LAST-DATE          PIC 9(08) VALUE ZERO.
001150    05 WS-LAST-COUNT         PIC 9(07) VALUE ZERO.
001160    05 WS-LAST-BALANCE       PIC S9(11)V99 VALUE ZERO.
001170******************************************************************
001180*    Running figures.  The master's count and balance are
001190*    carried image by image from the header's - an add brings
001200*    its balance on, a change swaps the old balance for the
001210*    new, a delete takes its balance off - so every trailer can
001220*    be checked as the roll passes it, not just the last.
001230******************************************************************
001240 01 WS-RUNNING.
001250    05 WS-RUN-COUNT          PIC 9(07) VALUE ZERO.
001260    05 WS-RUN-BALANCE        PIC S9(11)V99 VALUE ZERO.
001270    05 WS-STEP-IMAGES        PIC 9(07) VALUE ZERO.
001280 01 WS-SWEEP.
001290    05 WS-SWEEP-COUNT        PIC 9(07) VALUE ZERO.
001300    05 WS-SWEEP-BALANCE      PIC S9(11)V99 VALUE ZERO.
001310 01 WS-ROLL-COUNTS.
001320    05 WS-APPLIED-COUNT      PIC 9(07) VALUE ZERO.
001330    05 WS-ADD-COUNT          PIC 9(07) VALUE ZERO.
001340    05 WS-CHANGE-COUNT       PIC 9(07) VALUE ZERO.
001350    05 WS-DELETE-COUNT       PIC 9(07) VALUE ZERO.
001360    05 WS-EXCEPTION-COUNT    PIC 9(07) VALUE ZERO.
001370    05 WS-STEP-COUNT         PIC 9(07) VALUE ZERO.
001380    05 WS-STEP-MISMATCH      PIC 9(07) VALUE ZERO.
001390 01 WS-OLD-BALANCE           PIC S9(9)V99 COMP-3 VALUE ZERO.
001400 01 WS-IMAGE-RECORD          PIC X(179) VALUE SPACES.
001410******************************************************************
001420*    Roll-forward report line layouts, written to RFRPT.
001430******************************************************************
001440 01 WS-HDR-LINE-1.
001450    05 FILLER                PIC X(20) VALUE SPACES.
001460    05 FILLER                PIC X(40)
001470        VALUE 'CMROLLF FILEN ROLL-FORWARD REPORT'.
001480    05 FILLER                PIC X(15)
001490        VALUE 'BUSINESS DATE  '.
001500    05 H1-BUSINESS-DATE      PIC 9(08).
001510    05 FILLER                PIC X(04) VALUE SPACES.
001520    05 FILLER                PIC X(11) VALUE 'GENERATION '.
001530    05 H1-GEN-DDNAME         PIC X(08).
001540    05 FILLER                PIC X(26) VALUE SPACES.
001550 01 WS-HDR-LINE-2.
001560    05 FILLER                PIC X(04) VALUE SPACES.
001570    05 FILLER                PIC X(10) VALUE 'JOURNAL#'.
001580    05 FILLER                PIC X(10) VALUE 'PROGRAM'.
001590    05 FILLER                PIC X(08) VALUE 'ACTION'.
001600    05 FILLER                PIC X(07) VALUE 'ID'.
001610    05 FILLER                PIC X(27) VALUE 'NAME'.
001620    05 FILLER                PIC X(03) VALUE 'ST'.
001630    05 FILLER                PIC X(13) VALUE '  BAL  AFTER'.
001640    05 FILLER                PIC X(03) VALUE SPACES.
001650    05 FILLER                PIC X(47) VALUE 'DISPOSITION'.
001660 01 WS-IMAGE-LINE.
001670    05 FILLER                PIC X(04) VALUE SPACES.
001680    05 IL-RECNO              PIC ZZZZZZ9.
001690    05 FILLER                PIC X(03) VALUE SPACES.
001700    05 IL-PROGRAM-ID         PIC X(08).
001710    05 FILLER                PIC X(02) VALUE SPACES.
001720    05 IL-ACTION             PIC X(06).
001730    05 FILLER                PIC X(02) VALUE SPACES.
001740    05 IL-ID                 PIC X(05).
001750    05 FILLER                PIC X(02) VALUE SPACES.
001760    05 IL-NAME               PIC X(25).
001770    05 FILLER                PIC X(02) VALUE SPACES.
001780    05 IL-STATUS             PIC X(01).
001790    05 FILLER                PIC X(02) VALUE SPACES.
001800    05 IL-BALANCE            PIC ZZZZZZZZ9.99-.
001810    05 FILLER                PIC X(03) VALUE SPACES.
001820    05 IL-DISPOSITION        PIC X(40).
001830    05 FILLER                PIC X(07) VALUE SPACES.
001840 01 WS-STEP-LINE.
001850    05 FILLER                PIC X(04) VALUE SPACES.
001860    05 FILLER                PIC X(13) VALUE 'ROLLED THRU  '.
001870    05 SL-PROGRAM-ID         PIC X(08).
001880    05 FILLER                PIC X(06) VALUE ' DATE '.
001890    05 SL-DATE               PIC 9(08).
001900    05 FILLER                PIC X(08) VALUE ' IMAGES '.
001910    05 SL-IMAGES             PIC ZZZZZZ9.
001920    05 FILLER                PIC X(09) VALUE '  COUNT  '.
001930    05 SL-COUNT              PIC ZZZZZZ9.
001940    05 FILLER                PIC X(11) VALUE '  BALANCE  '.
001950    05 SL-BALANCE            PIC ZZZZZZZZZZ9.99-.
001960    05 FILLER                PIC X(02) VALUE SPACES.
001970    05 SL-PROOF              PIC X(34).
001980 01 WS-COUNT-LINE.
001990    05 FILLER                PIC X(14) VALUE SPACES.
002000    05 CT-CAPTION            PIC X(30).
002010    05 CT-COUNT              PIC ZZZZZZ9.
002020    05 FILLER                PIC X(81) VALUE SPACES.
002030 01 WS-AMOUNT-LINE.
002040    05 FILLER                PIC X(14) VALUE SPACES.
002050    05 AT-CAPTION            PIC X(30).
002060    05 AT-AMOUNT             PIC ZZZZZZZZZZ9.99-.
002070    05 FILLER                PIC X(73) VALUE SPACES.
002080 01 WS-MESSAGE-LINE.
002090    05 FILLER                PIC X(14) VALUE SPACES.
002100    05 MS-TEXT               PIC X(60).
002110    05 MS-PROGRAM-ID         PIC X(08).
002120    05 FILLER                PIC X(50) VALUE SPACES.
002130 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002140 PROCEDURE DIVISION.
002150******************************************************************
002160*    0000-MAINLINE
002170******************************************************************
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002200     PERFORM 2000-PROVE-RELOAD THRU 2000-EXIT.
002210     PERFORM 3000-REAPPLY-JOURNAL THRU 3000-EXIT.
002220     PERFORM 4000-PROVE-ROLL THRU 4000-EXIT.
002230     PERFORM 5000-CUT-JOURNAL THRU 5000-EXIT.
002240     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002250     MOVE 0 TO RETURN-CODE.
002260     GOBACK.
002270******************************************************************
002280*    1000-INITIALIZE
002290*    The first pass reads the whole journal for its shape: a
002300*    header first, then where the last trailer falls.  No
002310*    journal at all means there is nothing on record to roll
002320*    forward with - the reload stands as the master.
002330******************************************************************
002340 1000-INITIALIZE.
002350     OPEN OUTPUT RFRPT.
002360     IF NOT WS-RFRPT-STATUS-OK
002370         PERFORM 9903-RFRPT-ERROR THRU 9903-EXIT
002380     END-IF.
002390     OPEN INPUT AIJRNLF.
002400     IF NOT WS-AIJ-STATUS-OK
002410         IF WS-AIJ-STATUS-NOTFND
002420             DISPLAY 'CMROLLF - NO JOURNAL ON FILE -'
002430                 ' NOTHING TO ROLL FORWARD'
002440             MOVE 12 TO RETURN-CODE
002450             GOBACK
002460         ELSE
002470             PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
002480         END-IF
002490     END-IF.
002500     SET WS-NOT-EOF TO TRUE.
002510     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
002520     IF WS-EOF OR NOT AJ-TYPE-HEADER
002530         DISPLAY 'CMROLLF - JOURNAL DOES NOT START WITH A HEADER'
002540             ' - ROLL-FORWARD VOID'
002550         MOVE 12 TO RETURN-CODE
002560         GOBACK
002570     END-IF.
002580     MOVE AJ-BUSINESS-DATE TO WS-HDR-DATE.
002590     MOVE AJ-RECORD-COUNT  TO WS-HDR-COUNT.
002600     MOVE AJ-BALANCE-TOTAL TO WS-HDR-BALANCE.
002610     MOVE AJ-GEN-DDNAME    TO WS-HDR-GEN-DDNAME.
002620     MOVE 1 TO WS-KEEP-THROUGH.
002630     MOVE AJ-PROGRAM-ID    TO WS-LAST-PROGRAM-ID.
002640     MOVE AJ-BUSINESS-DATE TO WS-LAST-DATE.
002650     MOVE AJ-RECORD-COUNT  TO WS-LAST-COUNT.
002660     MOVE AJ-BALANCE-TOTAL TO WS-LAST-BALANCE.
002670     PERFORM 1200-SCAN-ONE-RECORD THRU 1200-EXIT
002680         UNTIL WS-EOF.
002690     CLOSE AIJRNLF.
002700     MOVE WS-JOURNAL-RECNO TO WS-JOURNAL-TOTAL.
002710     MOVE WS-HDR-DATE TO H1-BUSINESS-DATE.
002720     MOVE WS-HDR-GEN-DDNAME TO H1-GEN-DDNAME.
002730     WRITE RF-LINE FROM WS-HDR-LINE-1.
002740     WRITE RF-LINE FROM WS-BLANK-LINE.
002750     DISPLAY 'CMROLLF - JOURNAL FOR ' WS-HDR-DATE
002760         ' OFF GENERATION ' WS-HDR-GEN-DDNAME.
002770 1000-EXIT.
002780     EXIT.
002790******************************************************************
002800 1100-READ-JOURNAL.
002810     READ AIJRNLF
002820         AT END
002830             SET WS-EOF TO TRUE
002840             GO TO 1100-EXIT
002850     END-READ.
002852     IF NOT WS-AIJ-STATUS-OK
002854         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
002856     END-IF.
002860     ADD 1 TO WS-JOURNAL-RECNO.
002870 1100-EXIT.
002880     EXIT.
002890******************************************************************
002900*    1200-SCAN-ONE-RECORD
002910*    CMUNLD starts the journal over every night, so a second
002920*    header, or a record type that is none of the three, is a
002930*    journal that has been concatenated or damaged - nothing
002940*    on it can be trusted.
002950******************************************************************
002960 1200-SCAN-ONE-RECORD.
002970     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
002980     IF WS-EOF
002990         GO TO 1200-EXIT
003000     END-IF.
003010     EVALUATE TRUE
003020         WHEN AJ-TYPE-IMAGE
003030             CONTINUE
003040         WHEN AJ-TYPE-TRAILER
003050             MOVE WS-JOURNAL-RECNO TO WS-KEEP-THROUGH
003060             ADD 1 TO WS-TRAILER-TOTAL
003070             MOVE AJ-PROGRAM-ID    TO WS-LAST-PROGRAM-ID
003080             MOVE AJ-BUSINESS-DATE TO WS-LAST-DATE
003090             MOVE AJ-RECORD-COUNT  TO WS-LAST-COUNT
003100             MOVE AJ-BALANCE-TOTAL TO WS-LAST-BALANCE
003110         WHEN OTHER
003120             PERFORM 9902-BAD-JOURNAL-ERROR THRU 9902-EXIT
003130     END-EVALUATE.
003140 1200-EXIT.
003150     EXIT.
003160******************************************************************
003170*    2000-PROVE-RELOAD
003180*    The journal only makes sense on top of the generation its
003190*    header describes.  A reloaded master whose count or
003200*    balance total differs is some other night's generation, or
003210*    a reload that went wrong - refuse it before one image is
003220*    applied, so the master is left exactly as CMRELD left it.
003230******************************************************************
003240 2000-PROVE-RELOAD.
003250     OPEN I-O FILEN.
003260     IF NOT WS-FILEN-STATUS-OK
003270         MOVE 'OPEN' TO WS-FILEN-OPERATION
003280         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003290     END-IF.
003300     PERFORM 2100-SWEEP-MASTER THRU 2100-EXIT.
003310     MOVE 'RELOADED MASTER RECORD COUNT' TO CT-CAPTION.
003320     MOVE WS-SWEEP-COUNT TO CT-COUNT.
003330     WRITE RF-LINE FROM WS-COUNT-LINE.
003340     MOVE 'JOURNAL HEADER RECORD COUNT' TO CT-CAPTION.
003350     MOVE WS-HDR-COUNT TO CT-COUNT.
003360     WRITE RF-LINE FROM WS-COUNT-LINE.
003370     MOVE 'RELOADED MASTER BALANCE TOTAL' TO AT-CAPTION.
003380     MOVE WS-SWEEP-BALANCE TO AT-AMOUNT.
003390     WRITE RF-LINE FROM WS-AMOUNT-LINE.
003400     MOVE 'JOURNAL HEADER BALANCE TOTAL' TO AT-CAPTION.
003410     MOVE WS-HDR-BALANCE TO AT-AMOUNT.
003420     WRITE RF-LINE FROM WS-AMOUNT-LINE.
003430     WRITE RF-LINE FROM WS-BLANK-LINE.
003440     IF WS-SWEEP-COUNT NOT = WS-HDR-COUNT
003450         OR WS-SWEEP-BALANCE NOT = WS-HDR-BALANCE
003460         MOVE 'RELOAD DOES NOT MATCH THE JOURNAL HEADER - RELOAD'
003470             TO MS-TEXT
003480         MOVE WS-HDR-GEN-DDNAME TO MS-PROGRAM-ID
003490         WRITE RF-LINE FROM WS-MESSAGE-LINE
003500         CLOSE FILEN
003510         CLOSE RFRPT
003520         DISPLAY 'CMROLLF - RELOADED MASTER DOES NOT PROVE TO THE'
003530             ' JOURNAL HEADER - NOTHING APPLIED'
003540         DISPLAY 'CMROLLF - RELOAD GENERATION ' WS-HDR-GEN-DDNAME
003550             ' AND RERUN'
003560         MOVE 12 TO RETURN-CODE
003570         GOBACK
003580     END-IF.
003590     MOVE WS-HDR-COUNT TO WS-RUN-COUNT.
003600     MOVE WS-HDR-BALANCE TO WS-RUN-BALANCE.
003610     WRITE RF-LINE FROM WS-HDR-LINE-2.
003620     WRITE RF-LINE FROM WS-BLANK-LINE.
003630 2000-EXIT.
003640     EXIT.
003650******************************************************************
003660*    2100-SWEEP-MASTER
003670*    Count and balance total of FILEN front to back, from the
003680*    lowest key - used for both the reload and the roll proofs.
003690******************************************************************
003700 2100-SWEEP-MASTER.
003710     MOVE ZERO TO WS-SWEEP-COUNT.
003720     MOVE ZERO TO WS-SWEEP-BALANCE.
003730     SET WS-FILEN-NOT-EOF TO TRUE.
003740     MOVE ZERO TO CM-ID.
003750     START FILEN KEY IS NOT LESS THAN CM-ID
003760         INVALID KEY
003770             SET WS-FILEN-EOF TO TRUE
003780     END-START.
003790     PERFORM 2150-SWEEP-ONE-RECORD THRU 2150-EXIT
003800         UNTIL WS-FILEN-EOF.
003810 2100-EXIT.
003820     EXIT.
003830******************************************************************
003840 2150-SWEEP-ONE-RECORD.
003850     READ FILEN NEXT RECORD
003860         AT END
003870             SET WS-FILEN-EOF TO TRUE
003880             GO TO 2150-EXIT
003890     END-READ.
003900     IF NOT WS-FILEN-STATUS-OK
003910         MOVE 'READ' TO WS-FILEN-OPERATION
003920         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003930     END-IF.
003940     ADD 1 TO WS-SWEEP-COUNT.
003950     ADD CM-BALANCE TO WS-SWEEP-BALANCE.
003960 2150-EXIT.
003970     EXIT.
003980******************************************************************
003990*    3000-REAPPLY-JOURNAL
004000*    Second pass, from the header up to and including the last
004010*    trailer - nothing past it is touched.
004020******************************************************************
004030 3000-REAPPLY-JOURNAL.
004040     OPEN INPUT AIJRNLF.
004050     IF NOT WS-AIJ-STATUS-OK
004060         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
004070     END-IF.
004080     MOVE ZERO TO WS-JOURNAL-RECNO.
004090     SET WS-NOT-EOF TO TRUE.
004100     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
004110     PERFORM 3100-APPLY-ONE-RECORD THRU 3100-EXIT
004120         UNTIL WS-EOF
004130             OR WS-JOURNAL-RECNO > WS-KEEP-THROUGH.
004140     CLOSE AIJRNLF.
004150 3000-EXIT.
004160     EXIT.
004170******************************************************************
004180 3100-APPLY-ONE-RECORD.
004190     EVALUATE TRUE
004200         WHEN AJ-TYPE-IMAGE
004210             PERFORM 3200-APPLY-IMAGE THRU 3200-EXIT
004220         WHEN AJ-TYPE-TRAILER
004230             PERFORM 3500-CLOSE-STEP THRU 3500-EXIT
004240     END-EVALUATE.
004250     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
004260 3100-EXIT.
004270     EXIT.
004280******************************************************************
004290*    3200-APPLY-IMAGE
004300*    An image that will not go on - an add whose ID is already
004310*    on the master, a change or delete whose ID is not - means
004320*    the journal and the master have parted company.  It is
004330*    printed and counted, and the roll is not proven; the rest
004340*    of the journal still goes on so the report shows the
004350*    whole extent of the damage.
004360******************************************************************
004370 3200-APPLY-IMAGE.
004380     MOVE AJ-IMAGE TO WS-IMAGE-RECORD.
004390     MOVE WS-JOURNAL-RECNO TO IL-RECNO.
004400     MOVE AJ-PROGRAM-ID TO IL-PROGRAM-ID.
004410     MOVE AJ-IMAGE(1:5) TO CM-ID.
004420     READ FILEN
004430         INVALID KEY
004440             CONTINUE
004450     END-READ.
004460     IF NOT WS-FILEN-STATUS-OK
004470         AND NOT WS-FILEN-STATUS-NOTFND
004480         MOVE 'READ' TO WS-FILEN-OPERATION
004490         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004500     END-IF.
004510     MOVE 'APPLIED' TO IL-DISPOSITION.
004520     EVALUATE TRUE
004530         WHEN AJ-ACTION-ADD
004540             MOVE 'ADD' TO IL-ACTION
004550             PERFORM 3300-APPLY-ADD THRU 3300-EXIT
004560         WHEN AJ-ACTION-CHANGE
004570             MOVE 'CHANGE' TO IL-ACTION
004580             PERFORM 3350-APPLY-CHANGE THRU 3350-EXIT
004590         WHEN AJ-ACTION-DELETE
004600             MOVE 'DELETE' TO IL-ACTION
004610             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
004620         WHEN OTHER
004630             MOVE AJ-ACTION TO IL-ACTION
004640             MOVE 'UNKNOWN ACTION - NOT APPLIED'
004650                 TO IL-DISPOSITION
004660             ADD 1 TO WS-EXCEPTION-COUNT
004670     END-EVALUATE.
004680     MOVE WS-IMAGE-RECORD TO CM-RECORD.
004690     MOVE CM-ID TO IL-ID.
004700     MOVE CM-NAME TO IL-NAME.
004710     MOVE CM-STATUS TO IL-STATUS.
004720     MOVE CM-BALANCE TO IL-BALANCE.
004730     WRITE RF-LINE FROM WS-IMAGE-LINE.
004740     ADD 1 TO WS-STEP-IMAGES.
004750 3200-EXIT.
004760     EXIT.
004770******************************************************************
004780 3300-APPLY-ADD.
004790     IF WS-FILEN-STATUS-OK
004800         MOVE 'ALREADY ON MASTER - NOT APPLIED'
004810             TO IL-DISPOSITION
004820         ADD 1 TO WS-EXCEPTION-COUNT
004830         GO TO 3300-EXIT
004840     END-IF.
004850     MOVE WS-IMAGE-RECORD TO CM-RECORD.
004860     WRITE CM-RECORD.
004870     IF NOT WS-FILEN-STATUS-OK
004880         MOVE 'WRITE' TO WS-FILEN-OPERATION
004890         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004900     END-IF.
004910     ADD 1 TO WS-RUN-COUNT.
004920     ADD CM-BALANCE TO WS-RUN-BALANCE.
004930     ADD 1 TO WS-ADD-COUNT.
004940     ADD 1 TO WS-APPLIED-COUNT.
004950 3300-EXIT.
004960     EXIT.
004970******************************************************************
004980 3350-APPLY-CHANGE.
004990     IF NOT WS-FILEN-STATUS-OK
005000         MOVE 'NOT ON MASTER - NOT APPLIED' TO IL-DISPOSITION
005010         ADD 1 TO WS-EXCEPTION-COUNT
005020         GO TO 3350-EXIT
005030     END-IF.
005040     MOVE CM-BALANCE TO WS-OLD-BALANCE.
005050     MOVE WS-IMAGE-RECORD TO CM-RECORD.
005060     REWRITE CM-RECORD.
005070     IF NOT WS-FILEN-STATUS-OK
005080         MOVE 'REWRITE' TO WS-FILEN-OPERATION
005090         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005100     END-IF.
005110     SUBTRACT WS-OLD-BALANCE FROM WS-RUN-BALANCE.
005120     ADD CM-BALANCE TO WS-RUN-BALANCE.
005130     ADD 1 TO WS-CHANGE-COUNT.
005140     ADD 1 TO WS-APPLIED-COUNT.
005150 3350-EXIT.
005160     EXIT.
005170******************************************************************
005180 3400-APPLY-DELETE.
005190     IF NOT WS-FILEN-STATUS-OK
005200         MOVE 'NOT ON MASTER - NOT APPLIED' TO IL-DISPOSITION
005210         ADD 1 TO WS-EXCEPTION-COUNT
005220         GO TO 3400-EXIT
005230     END-IF.
005240     MOVE CM-BALANCE TO WS-OLD-BALANCE.
005250     DELETE FILEN RECORD.
005260     IF NOT WS-FILEN-STATUS-OK
005270         MOVE 'DELETE' TO WS-FILEN-OPERATION
005280         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005290     END-IF.
005300     SUBTRACT 1 FROM WS-RUN-COUNT.
005310     SUBTRACT WS-OLD-BALANCE FROM WS-RUN-BALANCE.
005320     ADD 1 TO WS-DELETE-COUNT.
005330     ADD 1 TO WS-APPLIED-COUNT.
005340 3400-EXIT.
005350     EXIT.
005360******************************************************************
005370*    3500-CLOSE-STEP
005380*    A trailer closes one program's run.  The running count and
005390*    balance must agree with what that program's own sweep of
005400*    the master found when it finished.  The image count
005410*    printed is every image since the last trailer, which
005420*    takes in any aborted run's images the finishing program
005430*    then backed out or picked up after.
005440******************************************************************
005450 3500-CLOSE-STEP.
005460     ADD 1 TO WS-STEP-COUNT.
005470     MOVE AJ-PROGRAM-ID TO SL-PROGRAM-ID.
005480     MOVE AJ-BUSINESS-DATE TO SL-DATE.
005490     MOVE WS-STEP-IMAGES TO SL-IMAGES.
005500     MOVE WS-RUN-COUNT TO SL-COUNT.
005510     MOVE WS-RUN-BALANCE TO SL-BALANCE.
005520     IF WS-RUN-COUNT = AJ-RECORD-COUNT
005530         AND WS-RUN-BALANCE = AJ-BALANCE-TOTAL
005540         MOVE 'PROVES TO TRAILER' TO SL-PROOF
005550     ELSE
005560         MOVE 'DOES NOT PROVE TO TRAILER' TO SL-PROOF
005570         ADD 1 TO WS-STEP-MISMATCH
005580     END-IF.
005590     WRITE RF-LINE FROM WS-STEP-LINE.
005600     WRITE RF-LINE FROM WS-BLANK-LINE.
005610     MOVE ZERO TO WS-STEP-IMAGES.
005620 3500-EXIT.
005630     EXIT.
005640******************************************************************
005650*    4000-PROVE-ROLL
005660*    The rolled-forward master, swept fresh, against the last
005670*    trailer's count and balance total (the header's, when no
005680*    program has finished since the unload).  Any exception or
005690*    step mismatch on the way voids the roll as surely as a
005700*    final mismatch - the journal is left whole for the
005710*    investigation.
005720******************************************************************
005730 4000-PROVE-ROLL.
005740     PERFORM 2100-SWEEP-MASTER THRU 2100-EXIT.
005750     CLOSE FILEN.
005760     IF NOT WS-FILEN-STATUS-OK
005770         MOVE 'CLOSE' TO WS-FILEN-OPERATION
005780         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
005790     END-IF.
005800     MOVE 'IMAGES REAPPLIED' TO CT-CAPTION.
005810     MOVE WS-APPLIED-COUNT TO CT-COUNT.
005820     WRITE RF-LINE FROM WS-COUNT-LINE.
005830     MOVE '   ADDS' TO CT-CAPTION.
005840     MOVE WS-ADD-COUNT TO CT-COUNT.
005850     WRITE RF-LINE FROM WS-COUNT-LINE.
005860     MOVE '   CHANGES' TO CT-CAPTION.
005870     MOVE WS-CHANGE-COUNT TO CT-COUNT.
005880     WRITE RF-LINE FROM WS-COUNT-LINE.
005890     MOVE '   DELETES' TO CT-CAPTION.
005900     MOVE WS-DELETE-COUNT TO CT-COUNT.
005910     WRITE RF-LINE FROM WS-COUNT-LINE.
005920     MOVE 'IMAGES NOT APPLIED' TO CT-CAPTION.
005930     MOVE WS-EXCEPTION-COUNT TO CT-COUNT.
005940     WRITE RF-LINE FROM WS-COUNT-LINE.
005950     MOVE 'STEPS ROLLED THROUGH' TO CT-CAPTION.
005960     MOVE WS-STEP-COUNT TO CT-COUNT.
005970     WRITE RF-LINE FROM WS-COUNT-LINE.
005980     MOVE 'STEPS NOT PROVING' TO CT-CAPTION.
005990     MOVE WS-STEP-MISMATCH TO CT-COUNT.
006000     WRITE RF-LINE FROM WS-COUNT-LINE.
006010     WRITE RF-LINE FROM WS-BLANK-LINE.
006020     MOVE 'ROLLED-FORWARD RECORD COUNT' TO CT-CAPTION.
006030     MOVE WS-SWEEP-COUNT TO CT-COUNT.
006040     WRITE RF-LINE FROM WS-COUNT-LINE.
006050     MOVE 'TRAILER RECORD COUNT' TO CT-CAPTION.
006060     MOVE WS-LAST-COUNT TO CT-COUNT.
006070     WRITE RF-LINE FROM WS-COUNT-LINE.
006080     MOVE 'ROLLED-FORWARD BALANCE TOTAL' TO AT-CAPTION.
006090     MOVE WS-SWEEP-BALANCE TO AT-AMOUNT.
006100     WRITE RF-LINE FROM WS-AMOUNT-LINE.
006110     MOVE 'TRAILER BALANCE TOTAL' TO AT-CAPTION.
006120     MOVE WS-LAST-BALANCE TO AT-AMOUNT.
006130     WRITE RF-LINE FROM WS-AMOUNT-LINE.
006140     WRITE RF-LINE FROM WS-BLANK-LINE.
006150     IF WS-SWEEP-COUNT NOT = WS-LAST-COUNT
006160         OR WS-SWEEP-BALANCE NOT = WS-LAST-BALANCE
006170         OR WS-EXCEPTION-COUNT > ZERO
006180         OR WS-STEP-MISMATCH > ZERO
006190         MOVE 'ROLL-FORWARD DOES NOT PROVE - DO NOT RESUME - LAST'
006200             TO MS-TEXT
006210         MOVE WS-LAST-PROGRAM-ID TO MS-PROGRAM-ID
006220         WRITE RF-LINE FROM WS-MESSAGE-LINE
006230         CLOSE RFRPT
006240         DISPLAY 'CMROLLF - ROLL-FORWARD PROOF FAILED -'
006250             ' JOURNAL LEFT WHOLE'
006260         DISPLAY 'CMROLLF - TRAILER COUNT = ' WS-LAST-COUNT
006270             ' MASTER COUNT = ' WS-SWEEP-COUNT
006280         DISPLAY 'CMROLLF - IMAGES NOT APPLIED = '
006290             WS-EXCEPTION-COUNT
006300         MOVE 12 TO RETURN-CODE
006310         GOBACK
006320     END-IF.
006330 4000-EXIT.
006340     EXIT.
006350******************************************************************
006360*    5000-CUT-JOURNAL
006370*    The proven roll ends at the last trailer; the images past
006380*    it are an unfinished run's and are now nowhere on the
006390*    master.  A sequential journal cannot be shortened in
006400*    place - it copies to AIJTMP through the last trailer and
006410*    back, the same way CMREINS rebuilds CLOSEDF.
006412*    Once AIJRNLF is reopened OUTPUT for the copy back, any
006414*    failure leaves it short, with AIJTMP the whole kept copy -
006416*    the abort says so, and the copy back is finished by hand.
006420******************************************************************
006430 5000-CUT-JOURNAL.
006440     COMPUTE WS-DROPPED-COUNT =
006450         WS-JOURNAL-TOTAL - WS-KEEP-THROUGH.
006460     IF WS-DROPPED-COUNT = ZERO
006470         GO TO 5000-EXIT
006480     END-IF.
006490     OPEN INPUT AIJRNLF.
006500     IF NOT WS-AIJ-STATUS-OK
006510         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
006520     END-IF.
006530     OPEN OUTPUT AIJTMP.
006540     IF NOT WS-AIJTMP-STATUS-OK
006550         PERFORM 9904-AIJTMP-ERROR THRU 9904-EXIT
006560     END-IF.
006570     MOVE ZERO TO WS-JOURNAL-RECNO.
006580     SET WS-NOT-EOF TO TRUE.
006590     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
006600     PERFORM 5100-COPY-ONE-KEPT THRU 5100-EXIT
006610         UNTIL WS-EOF
006620             OR WS-JOURNAL-RECNO > WS-KEEP-THROUGH.
006630     CLOSE AIJRNLF.
006640     CLOSE AIJTMP.
006650     OPEN INPUT AIJTMP.
006652     IF NOT WS-AIJTMP-STATUS-OK
006654         PERFORM 9904-AIJTMP-ERROR THRU 9904-EXIT
006656     END-IF.
006658     SET WS-COPYING-BACK TO TRUE.
006660     OPEN OUTPUT AIJRNLF.
006662     IF NOT WS-AIJ-STATUS-OK
006664         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
006666     END-IF.
006670     SET WS-NOT-EOF TO TRUE.
006680     PERFORM 5200-COPY-ONE-BACK THRU 5200-EXIT
006690         UNTIL WS-EOF.
006700     CLOSE AIJTMP.
006710     CLOSE AIJRNLF.
006715     SET WS-NOT-COPYING-BACK TO TRUE.
006720 5000-EXIT.
006730     EXIT.
006740******************************************************************
006750 5100-COPY-ONE-KEPT.
006760     MOVE AJ-RECORD TO AT-RECORD.
006770     WRITE AT-RECORD.
006772     IF NOT WS-AIJTMP-STATUS-OK
006774         PERFORM 9904-AIJTMP-ERROR THRU 9904-EXIT
006776     END-IF.
006780     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT.
006790 5100-EXIT.
006800     EXIT.
006810******************************************************************
006820 5200-COPY-ONE-BACK.
006830     READ AIJTMP
006840         AT END
006850             SET WS-EOF TO TRUE
006860             GO TO 5200-EXIT
006870     END-READ.
006872     IF NOT WS-AIJTMP-STATUS-OK
006874         PERFORM 9904-AIJTMP-ERROR THRU 9904-EXIT
006876     END-IF.
006880     MOVE AT-RECORD TO AJ-RECORD.
006890     WRITE AJ-RECORD.
006892     IF NOT WS-AIJ-STATUS-OK
006894         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
006896     END-IF.
006900 5200-EXIT.
006910     EXIT.
006920******************************************************************
006930*    9000-FINALIZE
006940*    The program named here is the last one whose work is on
006950*    the master now - NITEBAT resumes with the step after it.
006960******************************************************************
006970 9000-FINALIZE.
006980     MOVE 'UNFINISHED IMAGES CUT FROM JOURNAL' TO CT-CAPTION.
006990     MOVE WS-DROPPED-COUNT TO CT-COUNT.
007000     WRITE RF-LINE FROM WS-COUNT-LINE.
007010     MOVE 'ROLL-FORWARD PROVEN - MASTER STANDS AS LEFT BY'
007020         TO MS-TEXT.
007030     MOVE WS-LAST-PROGRAM-ID TO MS-PROGRAM-ID.
007040     WRITE RF-LINE FROM WS-MESSAGE-LINE.
007050     CLOSE RFRPT.
007060     DISPLAY 'CMROLLF - IMAGES REAPPLIED = ' WS-APPLIED-COUNT.
007070     DISPLAY 'CMROLLF - UNFINISHED IMAGES CUT = '
007080         WS-DROPPED-COUNT.
007090     DISPLAY 'CMROLLF - ROLLED FORWARD THROUGH '
007100         WS-LAST-PROGRAM-ID ' - RESUME NITEBAT FROM CHECKPOINT'.
007110 9000-EXIT.
007120     EXIT.
007130******************************************************************
007140 9900-FILE-ERROR.
007150     DISPLAY 'CMROLLF - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
007160     DISPLAY 'CMROLLF - FILE STATUS = ' WS-FILEN-STATUS.
007170     MOVE 16 TO RETURN-CODE.
007180     GOBACK.
007190 9900-EXIT.
007200     EXIT.
007210******************************************************************
007220 9901-AIJRNLF-ERROR.
007230     DISPLAY 'CMROLLF - AIJRNLF I/O ERROR'.
007240     DISPLAY 'CMROLLF - FILE STATUS = ' WS-AIJ-STATUS.
007241     IF WS-COPYING-BACK
007242         DISPLAY 'CMROLLF - MASTER IS ROLLED FORWARD, AIJRNLF'
007243             ' IS SHORT'
007244         DISPLAY 'CMROLLF - COPY AIJTMP BACK OVER AIJRNLF BEFORE'
007245             ' RESUMING NITEBAT'
007246     END-IF.
007250     MOVE 16 TO RETURN-CODE.
007260     GOBACK.
007270 9901-EXIT.
007280     EXIT.
007290******************************************************************
007300 9902-BAD-JOURNAL-ERROR.
007310     DISPLAY 'CMROLLF - UNRECOGNIZED RECORD ON JOURNAL AT '
007320         WS-JOURNAL-RECNO.
007330     DISPLAY 'CMROLLF - RECORD TYPE = ' AJ-REC-TYPE.
007340     MOVE 16 TO RETURN-CODE.
007350     GOBACK.
007360 9902-EXIT.
007370     EXIT.
007380******************************************************************
007390 9903-RFRPT-ERROR.
007400     DISPLAY 'CMROLLF - RFRPT I/O ERROR ON OPEN OUTPUT'.
007410     DISPLAY 'CMROLLF - FILE STATUS = ' WS-RFRPT-STATUS.
007420     MOVE 16 TO RETURN-CODE.
007430     GOBACK.
007440 9903-EXIT.
007450     EXIT.
007460******************************************************************
007470 9904-AIJTMP-ERROR.
007480     DISPLAY 'CMROLLF - AIJTMP I/O ERROR'.
007490     DISPLAY 'CMROLLF - FILE STATUS = ' WS-AIJTMP-STATUS.
007491     IF WS-COPYING-BACK
007492         DISPLAY 'CMROLLF - MASTER IS ROLLED FORWARD, AIJRNLF'
007493             ' IS SHORT'
007494         DISPLAY 'CMROLLF - COPY AIJTMP BACK OVER AIJRNLF BEFORE'
007495             ' RESUMING NITEBAT'
007496     END-IF.
007500     MOVE 16 TO RETURN-CODE.
007510     GOBACK.
007520 9904-EXIT.
007530     EXIT.
