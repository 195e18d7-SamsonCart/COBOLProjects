000250*    the archive is left untouched and the caller told.
000260*    CALL 'CMREINS' USING the customer id, the operator id,
000270*    and a result byte - Y reinstated, N not on the archive,
000280*    D already on the master, M merged into another customer.
000290*    MODIFICATION HISTORY
000300*    9/02/2026 SC  Initial version.
000301*   10/15/2026 SC  CLOSEDF and image areas widened with
000302*                  CUSTMAST's new CM-CREDIT-LIMIT - 128 bytes.
000303*   10/15/2026 SC  An archive image CMMERGE retired as merged
000304*                  is refused with result M - its balance and
000305*                  history now belong to the surviving customer,
000306*                  and bringing it back would open a second
000307*                  account for the same person.
000308*   10/15/2026 SC  The master write also goes onto the AIJRNLF
000309*                  after-image journal - a failed write aborts
000310*                  RC 16 - closed with an AIJTRLR trailer, so a
000311*                  reinstatement survives a CMROLLF roll-forward.
000312*   10/15/2026 SC  Archive and catalog images widened with
000313*                  CUSTMAST's new delivery method and email
000314*                  address - 179 bytes.
000315 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340    SELECT CLOSEDF ASSIGN TO CLOSEDD
000490    SELECT AUDITF ASSIGN TO AUDITDD
000500        ORGANIZATION IS SEQUENTIAL
000510        FILE STATUS IS WS-AUDIT-STATUS.
000512    SELECT AIJRNLF ASSIGN TO AIJRNDD
000514        ORGANIZATION IS SEQUENTIAL
000516        FILE STATUS IS WS-AIJ-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD CLOSEDF.
000550 01 CL-RECORD             PIC X(179).
000560 FD CLOSTMP.
000570 01 CT-RECORD             PIC X(179).
000580 FD FILEN.
000590 COPY CUSTMAST.
000600 FD CTLCARD.
000620    05 CTL-EXPECTED-COUNT   PIC 9(07).
000630 FD AUDITF.
000640 COPY AUDITREC.
000643 FD AIJRNLF.
000646 COPY AIJREC.
000650 WORKING-STORAGE SECTION.
000660 01 WS-SWITCHES.
000670    05 WS-CLOSED-EOF-SW     PIC X(01) VALUE 'N'.
000930 01 WS-WANT-ID               PIC 9(05) VALUE ZERO.
000940 01 WS-WANT-ID-X REDEFINES WS-WANT-ID
000950                             PIC X(05).
000960 01 WS-FOUND-IMAGE           PIC X(179) VALUE SPACES.
000961 01 WS-FOUND-IMAGE-R REDEFINES WS-FOUND-IMAGE.
000962    05 FILLER                PIC X(107).
000963    05 WS-FOUND-STATUS       PIC X(01).
000964       88 WS-FOUND-MERGED       VALUE 'M'.
000965    05 FILLER                PIC X(71).
000970 01 WS-CTL-COUNT             PIC 9(07) VALUE ZERO.
000980******************************************************************
000990*    Audit stamp work fields - this program runs at a console
001060 01 WS-RUN-ID.
001070    05 WS-RUN-ID-DATE        PIC 9(08).
001080    05 WS-RUN-ID-TIME        PIC 9(06).
001081******************************************************************
001082*    After-image journal controls - every master update this
001083*    run makes goes onto AIJRNLF as an image, and the count
001084*    rides out on the run's trailer.
001085******************************************************************
001086 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
001087    88 WS-AIJ-STATUS-OK         VALUE '00'.
001088    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
001089 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CMREINS '.
001090 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
001091 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
001092 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
001093 01 WS-AIJ-TIME.
001094    05 WS-AIJ-HHMMSS         PIC 9(06).
001095 LINKAGE SECTION.
001100 01 LS-CUST-ID               PIC 9(05).
001110 01 LS-OPER-ID               PIC X(08).
001120 01 LS-RESULT                PIC X(01).
001130    88 LS-REINSTATED            VALUE 'Y'.
001140    88 LS-NOT-ON-ARCHIVE        VALUE 'N'.
001150    88 LS-ALREADY-ON-MASTER     VALUE 'D'.
001151    88 LS-MERGED-AWAY           VALUE 'M'.
001160 PROCEDURE DIVISION USING LS-CUST-ID LS-OPER-ID LS-RESULT.
001170******************************************************************
001180*    0000-MAINLINE
001220     PERFORM 2000-FIND-ON-ARCHIVE THRU 2000-EXIT.
001230     IF WS-ARCHIVE-NOT-FOUND
001240         SET LS-NOT-ON-ARCHIVE TO TRUE
001241         MOVE 0 TO RETURN-CODE
001242         GOBACK
001243     END-IF.
001244     IF WS-FOUND-MERGED
001245         SET LS-MERGED-AWAY TO TRUE
001250         MOVE 0 TO RETURN-CODE
001260         GOBACK
001270     END-IF.
001440     ACCEPT WS-ENTRY-TIME FROM TIME.
001450     MOVE WS-TODAY        TO WS-RUN-ID-DATE.
001460     MOVE WS-ENTRY-HHMMSS TO WS-RUN-ID-TIME.
001465     MOVE ZERO TO WS-AIJ-IMAGE-COUNT.
001470 1000-EXIT.
001480     EXIT.
001490******************************************************************
001940         MOVE 'OPEN' TO WS-FILEN-OPERATION
001950         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001960     END-IF.
001965     PERFORM 8600-OPEN-JOURNAL THRU 8600-EXIT.
001970     MOVE WS-FOUND-IMAGE TO CM-RECORD.
001980     SET CM-STATUS-ACTIVE TO TRUE.
001990     MOVE WS-TODAY TO CM-LAST-ACTIVITY-DATE.
002080         MOVE 'WRITE' TO WS-FILEN-OPERATION
002090         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
002100     END-IF.
002102     IF NOT LS-ALREADY-ON-MASTER
002104         MOVE 'A' TO WS-AIJ-ACTION
002106         PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
002108     END-IF.
002110     CLOSE FILEN.
002115     PERFORM 8680-CLOSE-JOURNAL THRU 8680-EXIT.
002120 3000-EXIT.
002130     EXIT.
002140******************************************************************
003630     GOBACK.
003640 9903-EXIT.
003650     EXIT.
003660******************************************************************
003670*    8600-OPEN-JOURNAL
003680*    A reinstatement is a master update like any other - its
003690*    image goes on the journal behind whatever the night or
003700*    the day has already put there.  No journal at all
003710*    (status 35) is started here.
003720******************************************************************
003730 8600-OPEN-JOURNAL.
003740     OPEN EXTEND AIJRNLF.
003750     IF NOT WS-AIJ-STATUS-OK
003760         IF WS-AIJ-STATUS-NOTFND
003770             OPEN OUTPUT AIJRNLF
003780         ELSE
003790             PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
003800         END-IF
003810     END-IF.
003820 8600-EXIT.
003830     EXIT.
003840******************************************************************
003850*    8650-WRITE-AFTER-IMAGE
003860*    CM-RECORD as the update just left it - the record as
003870*    deleted, for a delete - under the action in WS-AIJ-ACTION.
003873*    A failed write aborts the run RC 16 - a short journal
003876*    must never be trailered as whole.
003880******************************************************************
003890 8650-WRITE-AFTER-IMAGE.
003900     MOVE SPACES TO AJ-RECORD.
003910     SET AJ-TYPE-IMAGE TO TRUE.
003920     MOVE WS-TODAY TO AJ-BUSINESS-DATE.
003930     ACCEPT WS-AIJ-TIME FROM TIME.
003940     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
003950     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
003960     MOVE WS-AIJ-ACTION TO AJ-ACTION.
003970     MOVE CM-RECORD TO AJ-IMAGE.
003980     WRITE AJ-RECORD.
003982     IF NOT WS-AIJ-STATUS-OK
003984         PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
003986     END-IF.
003990     ADD 1 TO WS-AIJ-IMAGE-COUNT.
004000 8650-EXIT.
004010     EXIT.
004020******************************************************************
004030*    8680-CLOSE-JOURNAL
004040*    After FILEN has closed - AIJTRLR totals the master and
004050*    writes this call's trailer, the good point a roll-forward
004060*    can stop at.
004070******************************************************************
004080 8680-CLOSE-JOURNAL.
004090     CLOSE AIJRNLF.
004100     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID WS-TODAY
004110         WS-AIJ-IMAGE-COUNT.
004120     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
004130     IF WS-AIJ-RETURN-CODE NOT = ZERO
004140         PERFORM 9905-AIJTRLR-ERROR THRU 9905-EXIT
004150     END-IF.
004160 8680-EXIT.
004170     EXIT.
004180******************************************************************
004190 9904-AIJRNLF-ERROR.
004200     DISPLAY 'CMREINS - AIJRNLF I/O ERROR'.
004210     DISPLAY 'CMREINS - FILE STATUS = ' WS-AIJ-STATUS.
004220     MOVE 16 TO RETURN-CODE.
004230     GOBACK.
004240 9904-EXIT.
004250     EXIT.
004260******************************************************************
004270 9905-AIJTRLR-ERROR.
004280     DISPLAY 'CMREINS - JOURNAL TRAILER NOT WRITTEN'.
004290     DISPLAY 'CMREINS - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
004300     MOVE 16 TO RETURN-CODE.
004310     GOBACK.
004320 9905-EXIT.
004330     EXIT.
