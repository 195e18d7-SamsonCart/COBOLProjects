000250*    no longer cost every recovery point at once.  CMRELD
000260*    rebuilds the indexed file from a cataloged generation;
000270*    that reload is the recovery path, run by hand, not a
000280*    chain step.  The unload also starts the night's FILEN
000282*    after-image journal (AIJRNLF, AIJREC layout) fresh, with a
000284*    header naming the generation and carrying its count and
000286*    balance total - the base CMROLLF rolls forward from.
000290*    MODIFICATION HISTORY
000300*    8/22/2026 SC  Initial version.
000310*    8/22/2026 SC  Declared FILEN's CM-NAME alternate key,
000420*                  business date in for the catalog entry.
000421*    9/02/2026 SC  The CALL hands the unloaded record count
000422*                  back to the chain for the run history.
000423*   10/15/2026 SC  Starts the AIJRNLF after-image journal
000424*                  over at the end of every unload, headed with
000425*                  the generation DD name, record count, and
000426*                  CM-BALANCE total just banked, so CMROLLF can
000427*                  prove a reload of it before rolling forward.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000580    SELECT BKPARM ASSIGN TO BKPRMDD
000590        ORGANIZATION IS SEQUENTIAL
000600        FILE STATUS IS WS-BKPARM-STATUS.
000602    SELECT AIJRNLF ASSIGN TO AIJRNDD
000604        ORGANIZATION IS SEQUENTIAL
000606        FILE STATUS IS WS-AIJ-STATUS.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD FILEN.
000690 FD BKPARM.
000700 01 BP-RECORD.
000710    05 BP-KEEP-GENERATIONS   PIC 9(02).
000713 FD AIJRNLF.
000716 COPY AIJREC.
000720 WORKING-STORAGE SECTION.
000730 01 WS-SWITCHES.
000740    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000870 01 WS-BKPARM-STATUS         PIC X(02) VALUE '00'.
000880    88 WS-BKPARM-STATUS-OK      VALUE '00'.
000890    88 WS-BKPARM-STATUS-NOTFND  VALUE '35'.
000893 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
000896    88 WS-AIJ-STATUS-OK         VALUE '00'.
000900 01 WS-UNLOADED-COUNT        PIC 9(07) VALUE ZERO.
000902 01 WS-UNLOADED-BALANCE      PIC S9(11)V99 VALUE ZERO.
000904 01 WS-ENTRY-TIME.
000906    05 WS-ENTRY-HHMMSS       PIC 9(06).
000910******************************************************************
000920*    Generation controls.  The keep-count comes off the BKPARM
000930*    card (no card, an empty card, or a zero leaves the default
002810     MOVE CM-RECORD TO BK-DATA.
002820     WRITE BK-RECORD.
002830     ADD 1 TO WS-UNLOADED-COUNT.
002835     ADD CM-BALANCE TO WS-UNLOADED-BALANCE.
002840     PERFORM 1100-READ-FILEN THRU 1100-EXIT.
002850 2000-EXIT.
002860     EXIT.
003040     MOVE LS-BUSINESS-DATE  TO GT-DATE(WS-PICK-SLOT).
003050     MOVE WS-UNLOADED-COUNT TO GT-COUNT(WS-PICK-SLOT).
003060     PERFORM 9100-REWRITE-CATALOG THRU 9100-EXIT.
003065     PERFORM 9200-START-JOURNAL THRU 9200-EXIT.
003070     DISPLAY 'CMUNLD - RECORDS UNLOADED = ' WS-UNLOADED-COUNT.
003080 9000-EXIT.
003090     EXIT.
003620     GOBACK.
003630 9902-EXIT.
003640     EXIT.
003650******************************************************************
003660*    9200-START-JOURNAL
003670*    OUTPUT, never EXTEND - last night's images belong to last
003680*    night's generation, and tonight's journal begins with the
003690*    master just banked.  Only the header goes out here; each
003700*    updating step appends its own images and trailer.
003703*    A header that fails to write aborts the run - no step may
003706*    append to a journal that does not begin properly.
003710******************************************************************
003720 9200-START-JOURNAL.
003730     OPEN OUTPUT AIJRNLF.
003740     IF NOT WS-AIJ-STATUS-OK
003750         PERFORM 9903-AIJRNLF-ERROR THRU 9903-EXIT
003760     END-IF.
003770     MOVE SPACES TO AJ-RECORD.
003780     SET AJ-TYPE-HEADER TO TRUE.
003790     MOVE LS-BUSINESS-DATE TO AJ-BUSINESS-DATE.
003800     ACCEPT WS-ENTRY-TIME FROM TIME.
003810     MOVE WS-ENTRY-HHMMSS TO AJ-TIME.
003820     MOVE 'CMUNLD  ' TO AJ-PROGRAM-ID.
003830     MOVE WS-UNLOADED-COUNT TO AJ-RECORD-COUNT.
003840     MOVE WS-UNLOADED-BALANCE TO AJ-BALANCE-TOTAL.
003850     MOVE ZERO TO AJ-IMAGE-COUNT.
003860     MOVE WS-GEN-DDNAME TO AJ-GEN-DDNAME.
003870     WRITE AJ-RECORD.
003872     IF NOT WS-AIJ-STATUS-OK
003874         PERFORM 9903-AIJRNLF-ERROR THRU 9903-EXIT
003876     END-IF.
003880     CLOSE AIJRNLF.
003890     DISPLAY 'CMUNLD - AFTER-IMAGE JOURNAL STARTED FOR '
003900         WS-GEN-DDNAME.
003910 9200-EXIT.
003920     EXIT.
003930******************************************************************
003940 9903-AIJRNLF-ERROR.
003950     DISPLAY 'CMUNLD - AIJRNLF I/O ERROR'.
003960     DISPLAY 'CMUNLD - FILE STATUS = ' WS-AIJ-STATUS.
003970     MOVE 16 TO RETURN-CODE.
003980     GOBACK.
003990 9903-EXIT.
004000     EXIT.
