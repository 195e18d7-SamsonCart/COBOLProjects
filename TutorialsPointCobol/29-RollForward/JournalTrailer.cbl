000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AIJTRLR.
000120 AUTHOR. SAMSON C.
000130 DATE-WRITTEN. 10/15/2026.
000140 DATE-COMPILED. 10/15/2026.
000150 REMARKS. After-image journal trailer.  CALLed by every program
000160*    that updates FILEN, once, when its run finishes clean -
000170*    after it has closed FILEN and its own hold on AIJRNLF.
000180*    Sweeps the master for its record count and CM-BALANCE
000190*    total and appends the caller's trailer to the journal
000200*    (AIJREC layout): the caller's PROGRAM-ID, the business
000210*    date it ran for, the number of after-images it wrote, and
000220*    the master as it left it.  The trailer is the good point
000230*    CMROLLF rolls forward to and proves against - a run that
000240*    aborts never gets here, so its images stay unclaimed.
000250*    CALL 'AIJTRLR' USING the PROGRAM-ID, the business date,
000260*    and the image count; RETURN-CODE 16 on an I/O error.
000270*    MODIFICATION HISTORY
000280*   10/15/2026 SC  Initial version.
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320    SELECT FILEN ASSIGN TO DDNAME
000330        ORGANIZATION IS INDEXED
000340        ACCESS MODE IS SEQUENTIAL
000350        RECORD KEY IS CM-ID
000360        ALTERNATE RECORD KEY IS CM-NAME
000370            WITH DUPLICATES
000380        FILE STATUS IS WS-FILEN-STATUS.
000390    SELECT AIJRNLF ASSIGN TO AIJRNDD
000400        ORGANIZATION IS SEQUENTIAL
000410        FILE STATUS IS WS-AIJ-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD FILEN.
000450 COPY CUSTMAST.
000460 FD AIJRNLF.
000470 COPY AIJREC.
000480 WORKING-STORAGE SECTION.
000490 01 WS-SWITCHES.
000500    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
000510       88 WS-EOF                VALUE 'Y'.
000520       88 WS-NOT-EOF            VALUE 'N'.
000530 01 WS-FILEN-STATUS          PIC X(02) VALUE '00'.
000540    88 WS-FILEN-STATUS-OK       VALUE '00'.
000550    88 WS-FILEN-STATUS-NOTFND   VALUE '35'.
000555 01 WS-FILEN-OPERATION      PIC X(06) VALUE SPACES.
000560 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
000570    88 WS-AIJ-STATUS-OK         VALUE '00'.
000580    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
000590 01 WS-MASTER-COUNT          PIC 9(07) VALUE ZERO.
000600 01 WS-MASTER-BALANCE        PIC S9(11)V99 VALUE ZERO.
000610 01 WS-ENTRY-TIME.
000620    05 WS-ENTRY-HHMMSS       PIC 9(06).
000630 LINKAGE SECTION.
000640 01 LS-PROGRAM-ID            PIC X(08).
000650 01 LS-BUSINESS-DATE         PIC 9(08).
000660 01 LS-IMAGE-COUNT           PIC 9(07).
000670 PROCEDURE DIVISION USING LS-PROGRAM-ID LS-BUSINESS-DATE
000680     LS-IMAGE-COUNT.
000690******************************************************************
000700*    0000-MAINLINE
000710******************************************************************
000720 0000-MAINLINE.
000730     PERFORM 1000-SWEEP-MASTER THRU 1000-EXIT.
000740     PERFORM 2000-WRITE-TRAILER THRU 2000-EXIT.
000750     MOVE 0 TO RETURN-CODE.
000760     GOBACK.
000770******************************************************************
000780*    1000-SWEEP-MASTER
000790*    The storage here outlives one CALL, so the totals start
000800*    over every time.  A master that does not exist (status
000810*    35) leaves a zero count and a zero total - the same
000820*    reading CMUNLD gives it.
000830******************************************************************
000840 1000-SWEEP-MASTER.
000850     MOVE ZERO TO WS-MASTER-COUNT.
000860     MOVE ZERO TO WS-MASTER-BALANCE.
000870     SET WS-NOT-EOF TO TRUE.
000880     OPEN INPUT FILEN.
000890     IF NOT WS-FILEN-STATUS-OK
000900         IF WS-FILEN-STATUS-NOTFND
000910             GO TO 1000-EXIT
000920         ELSE
000925             MOVE 'OPEN' TO WS-FILEN-OPERATION
000930             PERFORM 9900-FILE-ERROR THRU 9900-EXIT
000940         END-IF
000950     END-IF.
000960     PERFORM 1100-TOTAL-ONE-RECORD THRU 1100-EXIT
000970         UNTIL WS-EOF.
000980     CLOSE FILEN.
000990 1000-EXIT.
001000     EXIT.
001010******************************************************************
001020 1100-TOTAL-ONE-RECORD.
001030     READ FILEN NEXT RECORD
001040         AT END
001050             SET WS-EOF TO TRUE
001060             GO TO 1100-EXIT
001070     END-READ.
001072     IF NOT WS-FILEN-STATUS-OK
001074         MOVE 'READ' TO WS-FILEN-OPERATION
001076         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
001078     END-IF.
001080     ADD 1 TO WS-MASTER-COUNT.
001090     ADD CM-BALANCE TO WS-MASTER-BALANCE.
001100 1100-EXIT.
001110     EXIT.
001120******************************************************************
001130*    2000-WRITE-TRAILER
001140*    No journal at all (status 35) is started here - a master
001150*    updated before any unload has run still gets its good
001160*    point on record.
001163*    A trailer that fails to write comes back RC 16, so the
001166*    calling step aborts with no good point claimed.
001170******************************************************************
001180 2000-WRITE-TRAILER.
001190     OPEN EXTEND AIJRNLF.
001200     IF NOT WS-AIJ-STATUS-OK
001210         IF WS-AIJ-STATUS-NOTFND
001220             OPEN OUTPUT AIJRNLF
001230         ELSE
001240             PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
001250         END-IF
001260     END-IF.
001270     MOVE SPACES TO AJ-RECORD.
001280     SET AJ-TYPE-TRAILER TO TRUE.
001290     MOVE LS-BUSINESS-DATE TO AJ-BUSINESS-DATE.
001300     ACCEPT WS-ENTRY-TIME FROM TIME.
001310     MOVE WS-ENTRY-HHMMSS TO AJ-TIME.
001320     MOVE LS-PROGRAM-ID TO AJ-PROGRAM-ID.
001330     MOVE WS-MASTER-COUNT TO AJ-RECORD-COUNT.
001340     MOVE WS-MASTER-BALANCE TO AJ-BALANCE-TOTAL.
001350     MOVE LS-IMAGE-COUNT TO AJ-IMAGE-COUNT.
001360     WRITE AJ-RECORD.
001362     IF NOT WS-AIJ-STATUS-OK
001364         PERFORM 9901-AIJRNLF-ERROR THRU 9901-EXIT
001366     END-IF.
001370     CLOSE AIJRNLF.
001380     DISPLAY 'AIJTRLR - ' LS-PROGRAM-ID ' JOURNAL TRAILER - '
001390         LS-IMAGE-COUNT ' IMAGES, MASTER COUNT ' WS-MASTER-COUNT.
001400 2000-EXIT.
001410     EXIT.
001420******************************************************************
001430 9900-FILE-ERROR.
001440     DISPLAY 'AIJTRLR - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
001450     DISPLAY 'AIJTRLR - FILE STATUS = ' WS-FILEN-STATUS.
001455     CLOSE FILEN.
001460     MOVE 16 TO RETURN-CODE.
001470     GOBACK.
001480 9900-EXIT.
001490     EXIT.
001500******************************************************************
001510 9901-AIJRNLF-ERROR.
001520     DISPLAY 'AIJTRLR - AIJRNLF I/O ERROR'.
001530     DISPLAY 'AIJTRLR - FILE STATUS = ' WS-AIJ-STATUS.
001540     MOVE 16 TO RETURN-CODE.
001550     GOBACK.
001560 9901-EXIT.
001570     EXIT.
