000334*                  record.
000335*    9/02/2026 SC  The CALL hands the records-swept count back
000336*                  to the chain for the run history.
000337*   10/15/2026 SC  CLOSEDF record widened with CUSTMAST's
000338*                  new CM-CREDIT-LIMIT - 128 bytes.
000339*   10/15/2026 SC  Every stamp, flag, grandfather, and archive
000340*                  delete writes an after-image to AIJRNLF for
000341*                  CMROLLF, a failed write aborting RC 16; a
000342*                  clean finish adds the AIJTRLR run trailer.
000343*   10/15/2026 SC  CLOSEDF image widened with CUSTMAST's new
000344*                  delivery method and email address - 179
000345*                  bytes.
000346 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370    SELECT FILEN ASSIGN TO DDNAME
000520    SELECT CTLCARD ASSIGN TO CTLDD
000530        ORGANIZATION IS SEQUENTIAL
000540        FILE STATUS IS WS-CTLCARD-STATUS.
000542    SELECT AIJRNLF ASSIGN TO AIJRNDD
000544        ORGANIZATION IS SEQUENTIAL
000546        FILE STATUS IS WS-AIJ-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD FILEN.
000590 FD TRANXF.
000600 COPY TRANREC.
000610 FD CLOSEDF.
000620 01 CL-RECORD             PIC X(179).
000630 FD STAPARM.
000640 01 SP-RECORD.
000650    05 SP-IDLE-MONTHS        PIC 9(03).
000660 FD CTLCARD.
000670 01 CTL-RECORD.
000680    05 CTL-EXPECTED-COUNT   PIC 9(07).
000683 FD AIJRNLF.
000686 COPY AIJREC.
000690 WORKING-STORAGE SECTION.
000700 01 WS-SWITCHES.
000710    05 WS-TRAN-EOF-SW       PIC X(01) VALUE 'N'.
001130    05 WS-GRANDFATHERED-COUNT PIC 9(07) VALUE ZERO.
001140    05 WS-SWEPT-COUNT        PIC 9(07) VALUE ZERO.
001150    05 WS-REMAINING-COUNT    PIC 9(07) VALUE ZERO.
001151******************************************************************
001152*    After-image journal controls - every master update this
001153*    run makes goes onto AIJRNLF as an image, and the count
001154*    rides out on the run's trailer.
001155******************************************************************
001156 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
001157    88 WS-AIJ-STATUS-OK         VALUE '00'.
001158    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
001159 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CMSTAT  '.
001160 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
001161 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
001162 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
001163 01 WS-AIJ-TIME.
001164    05 WS-AIJ-HHMMSS         PIC 9(06).
001165 LINKAGE SECTION.
001170 01 LS-BUSINESS-DATE         PIC 9(08).
001171 01 LS-RECORD-COUNT          PIC 9(07).
001180 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
001450             PERFORM 9901-CLOSEDF-ERROR THRU 9901-EXIT
001460         END-IF
001470     END-IF.
001475     PERFORM 8600-OPEN-JOURNAL THRU 8600-EXIT.
001480     PERFORM 1100-READ-TRANXF THRU 1100-EXIT.
001490 1000-EXIT.
001500     EXIT.
002060                     TO CM-LAST-ACTIVITY-DATE
002070                 REWRITE CM-RECORD
002080                 ADD 1 TO WS-STAMPED-COUNT
002083                 MOVE 'C' TO WS-AIJ-ACTION
002086                 PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
002090         END-READ
002100         IF NOT WS-FILEN-STATUS-OK
002110             AND NOT WS-FILEN-STATUS-NOTFND
002770                 MOVE 'DELETE' TO WS-FILEN-OPERATION
002780                 PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002790             END-IF
002793             MOVE 'D' TO WS-AIJ-ACTION
002796             PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
002800             ADD 1 TO WS-ARCHIVED-COUNT
002810         WHEN CM-STATUS-ACTIVE
002820             AND CM-LAST-ACTIVITY-DATE = ZERO
002860                 MOVE 'REWRITE' TO WS-FILEN-OPERATION
002870                 PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002880             END-IF
002883             MOVE 'C' TO WS-AIJ-ACTION
002886             PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
002890             ADD 1 TO WS-GRANDFATHERED-COUNT
002900         WHEN CM-STATUS-ACTIVE
002910             MOVE CM-LAST-ACTIVITY-DATE TO WS-DATE-PARTS
002970                     MOVE 'REWRITE' TO WS-FILEN-OPERATION
002980                     PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002990                 END-IF
002993                 MOVE 'C' TO WS-AIJ-ACTION
002996                 PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
003000                 ADD 1 TO WS-FLAGGED-COUNT
003010             END-IF
003020     END-EVALUATE.
003120         MOVE 'CLOSE' TO WS-FILEN-OPERATION
003130         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
003140     END-IF.
003145     PERFORM 8680-CLOSE-JOURNAL THRU 8680-EXIT.
003150     DISPLAY 'CMSTAT - ACTIVITY STAMPED   = ' WS-STAMPED-COUNT.
003160     DISPLAY 'CMSTAT - FLAGGED INACTIVE   = ' WS-FLAGGED-COUNT.
003170     DISPLAY 'CMSTAT - CLOSED ARCHIVED    = '
003840     GOBACK.
003850 9903-EXIT.
003860     EXIT.
003870******************************************************************
003880*    8600-OPEN-JOURNAL
003890*    The after-image journal CMUNLD started tonight takes an
003900*    image of every master update this run makes.  No journal
003910*    at all (status 35) is started here.
003920******************************************************************
003930 8600-OPEN-JOURNAL.
003940     OPEN EXTEND AIJRNLF.
003950     IF NOT WS-AIJ-STATUS-OK
003960         IF WS-AIJ-STATUS-NOTFND
003970             OPEN OUTPUT AIJRNLF
003980         ELSE
003990             PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
004000         END-IF
004010     END-IF.
004020 8600-EXIT.
004030     EXIT.
004040******************************************************************
004050*    8650-WRITE-AFTER-IMAGE
004060*    CM-RECORD as the update just left it - the record as
004070*    deleted, for a delete - under the action in WS-AIJ-ACTION.
004073*    A failed write aborts the run RC 16 - a short journal
004076*    must never be trailered as whole.
004080******************************************************************
004090 8650-WRITE-AFTER-IMAGE.
004100     MOVE SPACES TO AJ-RECORD.
004110     SET AJ-TYPE-IMAGE TO TRUE.
004120     MOVE LS-BUSINESS-DATE TO AJ-BUSINESS-DATE.
004130     ACCEPT WS-AIJ-TIME FROM TIME.
004140     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
004150     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
004160     MOVE WS-AIJ-ACTION TO AJ-ACTION.
004170     MOVE CM-RECORD TO AJ-IMAGE.
004180     WRITE AJ-RECORD.
004182     IF NOT WS-AIJ-STATUS-OK
004184         PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
004186     END-IF.
004190     ADD 1 TO WS-AIJ-IMAGE-COUNT.
004200 8650-EXIT.
004210     EXIT.
004220******************************************************************
004230*    8680-CLOSE-JOURNAL
004240*    Only a clean finish gets here, after FILEN has closed -
004250*    AIJTRLR totals the master and writes this run's trailer,
004260*    the good point a roll-forward can stop at.
004270******************************************************************
004280 8680-CLOSE-JOURNAL.
004290     CLOSE AIJRNLF.
004300     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID LS-BUSINESS-DATE
004310         WS-AIJ-IMAGE-COUNT.
004320     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
004330     IF WS-AIJ-RETURN-CODE NOT = ZERO
004340         PERFORM 9905-AIJTRLR-ERROR THRU 9905-EXIT
004350     END-IF.
004360 8680-EXIT.
004370     EXIT.
004380******************************************************************
004390 9904-AIJRNLF-ERROR.
004400     DISPLAY 'CMSTAT - AIJRNLF I/O ERROR'.
004410     DISPLAY 'CMSTAT - FILE STATUS = ' WS-AIJ-STATUS.
004420     MOVE 16 TO RETURN-CODE.
004430     GOBACK.
004440 9904-EXIT.
004450     EXIT.
004460******************************************************************
004470 9905-AIJTRLR-ERROR.
004480     DISPLAY 'CMSTAT - JOURNAL TRAILER NOT WRITTEN'.
004490     DISPLAY 'CMSTAT - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
004500     MOVE 16 TO RETURN-CODE.
004510     GOBACK.
004520 9905-EXIT.
004530     EXIT.
