000280*    matches the restored master.
000290*    MODIFICATION HISTORY
000300*    9/02/2026 SC  Initial version.
000301*   10/15/2026 SC  Backout image widened with CUSTMAST's new
000302*                  CM-CREDIT-LIMIT - 128 bytes.
000303*   10/15/2026 SC  Every undo writes an after-image to AIJRNLF -
000304*                  a failed write aborts RC 16 - and a clean
000305*                  backout closes with an AIJTRLR trailer, so
000306*                  CMROLLF replays it along with the run it undid.
000307*   10/15/2026 SC  Backout image widened with CUSTMAST's new
000308*                  delivery method and email address - 179
000309*                  bytes.
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000410        ALTERNATE RECORD KEY IS CM-NAME
000420            WITH DUPLICATES
000430        FILE STATUS IS WS-FILEN-STATUS.
000432    SELECT AIJRNLF ASSIGN TO AIJRNDD
000434        ORGANIZATION IS SEQUENTIAL
000436        FILE STATUS IS WS-AIJ-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD BACKOUTF.
000470 COPY BOREC.
000480 FD FILEN.
000490 COPY CUSTMAST.
000493 FD AIJRNLF.
000496 COPY AIJREC.
000500 WORKING-STORAGE SECTION.
000510 01 WS-SWITCHES.
000520    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000710    05 WS-BO-ENTRY OCCURS 5000 TIMES.
000720       10 BT-ACTION          PIC X(01).
000730       10 BT-CUST-ID         PIC 9(05).
000740       10 BT-DATA            PIC X(179).
000750 01 WS-UNDO-COUNTS.
000760    05 WS-UNDONE-ADDS        PIC 9(07) VALUE ZERO.
000770    05 WS-UNDONE-CHANGES     PIC 9(07) VALUE ZERO.
000780    05 WS-UNDONE-DELETES     PIC 9(07) VALUE ZERO.
000781******************************************************************
000782*    After-image journal controls - every undo goes onto
000783*    AIJRNLF as an image, dated by the system clock since a
000784*    backout is run by hand outside the chain.
000785******************************************************************
000786 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
000787    88 WS-AIJ-STATUS-OK         VALUE '00'.
000788    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
000789 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CMBKOUT '.
000790 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
000791 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
000792 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
000793 01 WS-AIJ-TIME.
000794    05 WS-AIJ-HHMMSS         PIC 9(06).
000795 01 WS-TODAY                 PIC 9(08) VALUE ZERO.
000796 PROCEDURE DIVISION.
000800******************************************************************
000810*    0000-MAINLINE
000820******************************************************************
001110         MOVE 'OPEN' TO WS-FILEN-OPERATION
001120         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001130     END-IF.
001133     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
001136     PERFORM 8600-OPEN-JOURNAL THRU 8600-EXIT.
001140     PERFORM 1100-READ-BACKOUTF THRU 1100-EXIT.
001150 1000-EXIT.
001160     EXIT.
001920         MOVE 'UNDO' TO WS-FILEN-OPERATION
001930         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001940     END-IF.
001941     EVALUATE BT-ACTION(WS-EX)
001942         WHEN 'A'
001943             MOVE 'D' TO WS-AIJ-ACTION
001944         WHEN 'C'
001945             MOVE 'C' TO WS-AIJ-ACTION
001946         WHEN 'D'
001947             MOVE 'A' TO WS-AIJ-ACTION
001948     END-EVALUATE.
001949     PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT.
001950     SUBTRACT 1 FROM WS-EX.
001960 3100-EXIT.
001970     EXIT.
002030         MOVE 'CLOSE' TO WS-FILEN-OPERATION
002040         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002050     END-IF.
002055     PERFORM 8680-CLOSE-JOURNAL THRU 8680-EXIT.
002060     DISPLAY 'CMBKOUT - ADDS UNDONE    = ' WS-UNDONE-ADDS.
002070     DISPLAY 'CMBKOUT - CHANGES UNDONE = ' WS-UNDONE-CHANGES.
002080     DISPLAY 'CMBKOUT - DELETES UNDONE = ' WS-UNDONE-DELETES.
002410     GOBACK.
002420 9902-EXIT.
002430     EXIT.
002440******************************************************************
002450*    8600-OPEN-JOURNAL
002460*    The undos are master updates like any other - their
002470*    images go on the journal behind the aborted run's own, so
002480*    a roll-forward replays both and lands where this backout
002490*    leaves the master.  No journal at all (status 35) is
002500*    started here.
002510******************************************************************
002520 8600-OPEN-JOURNAL.
002530     OPEN EXTEND AIJRNLF.
002540     IF NOT WS-AIJ-STATUS-OK
002550         IF WS-AIJ-STATUS-NOTFND
002560             OPEN OUTPUT AIJRNLF
002570         ELSE
002580             PERFORM 9903-AIJRNLF-ERROR THRU 9903-EXIT
002590         END-IF
002600     END-IF.
002610 8600-EXIT.
002620     EXIT.
002630******************************************************************
002640*    8650-WRITE-AFTER-IMAGE
002650*    CM-RECORD as the update just left it - the record as
002660*    deleted, for a delete - under the action in WS-AIJ-ACTION.
002663*    A failed write aborts the run RC 16 - a short journal
002666*    must never be trailered as whole.
002670******************************************************************
002680 8650-WRITE-AFTER-IMAGE.
002690     MOVE SPACES TO AJ-RECORD.
002700     SET AJ-TYPE-IMAGE TO TRUE.
002710     MOVE WS-TODAY TO AJ-BUSINESS-DATE.
002720     ACCEPT WS-AIJ-TIME FROM TIME.
002730     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
002740     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
002750     MOVE WS-AIJ-ACTION TO AJ-ACTION.
002760     MOVE CM-RECORD TO AJ-IMAGE.
002770     WRITE AJ-RECORD.
002772     IF NOT WS-AIJ-STATUS-OK
002774         PERFORM 9903-AIJRNLF-ERROR THRU 9903-EXIT
002776     END-IF.
002780     ADD 1 TO WS-AIJ-IMAGE-COUNT.
002790 8650-EXIT.
002800     EXIT.
002810******************************************************************
002820*    8680-CLOSE-JOURNAL
002830*    Only a clean finish gets here, after FILEN has closed -
002840*    AIJTRLR totals the master and writes this run's trailer,
002850*    the good point a roll-forward can stop at.
002860******************************************************************
002870 8680-CLOSE-JOURNAL.
002880     CLOSE AIJRNLF.
002890     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID WS-TODAY
002900         WS-AIJ-IMAGE-COUNT.
002910     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
002920     IF WS-AIJ-RETURN-CODE NOT = ZERO
002930         PERFORM 9904-AIJTRLR-ERROR THRU 9904-EXIT
002940     END-IF.
002950 8680-EXIT.
002960     EXIT.
002970******************************************************************
002980 9903-AIJRNLF-ERROR.
002990     DISPLAY 'CMBKOUT - AIJRNLF I/O ERROR'.
003000     DISPLAY 'CMBKOUT - FILE STATUS = ' WS-AIJ-STATUS.
003010     MOVE 16 TO RETURN-CODE.
003020     GOBACK.
003030 9903-EXIT.
003040     EXIT.
003050******************************************************************
003060 9904-AIJTRLR-ERROR.
003070     DISPLAY 'CMBKOUT - JOURNAL TRAILER NOT WRITTEN'.
003080     DISPLAY 'CMBKOUT - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
003090     MOVE 16 TO RETURN-CODE.
003100     GOBACK.
003110 9904-EXIT.
003120     EXIT.
