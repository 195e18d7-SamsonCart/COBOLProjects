000210*                  skipped plus rejected), which must equal
000220*                  what STMTPRT accounted for (printed plus
000230*                  bypassed).  The pencil retires.
000231*   10/15/2026 SC  RC 4 is a warning now - the chain logs it and
000232*                  runs on.  The run log says WARNING or FAILED
000233*                  against each non-zero code, and the summary
000234*                  counts warned steps apart from failed ones.
000235*   10/15/2026 SC  RC 12 reads REFUSED on the run log - the step
000236*                  stopped the chain on purpose, not on an I/O
000237*                  error: a batch or deposit refused, figures
000238*                  that did not prove, a HITHERE memo run.  The
000239*                  summary still counts it with the failed steps.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000560       10 WS-NT-DATE         PIC 9(08).
000570       10 WS-NT-STEP-COUNT   PIC 9(03).
000580       10 WS-NT-FAILED-COUNT PIC 9(03).
000585       10 WS-NT-WARNED-COUNT PIC 9(03).
000590       10 WS-NT-ELAPSED-SECS PIC 9(07).
000600******************************************************************
000610*    Elapsed-seconds work fields.  The HHMMSS times on the
000930    05 FILLER                PIC X(05) VALUE '   RC'.
000940    05 FILLER                PIC X(03) VALUE SPACES.
000950    05 FILLER                PIC X(07) VALUE '  COUNT'.
000952    05 FILLER                PIC X(03) VALUE SPACES.
000954    05 FILLER                PIC X(07) VALUE 'STATUS'.
000960    05 FILLER                PIC X(78) VALUE SPACES.
000970 01 WS-LOG-DETAIL-LINE.
000980    05 LD-STEP-NAME          PIC X(08).
000990    05 FILLER                PIC X(03) VALUE SPACES.
001040    05 LD-RETURN-CODE        PIC ZZZ9-.
001050    05 FILLER                PIC X(03) VALUE SPACES.
001060    05 LD-RECORD-COUNT       PIC ZZZZZZ9.
001062    05 FILLER                PIC X(03) VALUE SPACES.
001064    05 LD-STATUS             PIC X(07).
001070    05 FILLER                PIC X(78) VALUE SPACES.
001080 01 WS-SUM-TITLE-LINE.
001090    05 FILLER                PIC X(19)
001100        VALUE 'SEVEN NIGHT SUMMARY'.
001160    05 FILLER                PIC X(03) VALUE SPACES.
001170    05 FILLER                PIC X(06) VALUE 'FAILED'.
001180    05 FILLER                PIC X(03) VALUE SPACES.
001182    05 FILLER                PIC X(06) VALUE 'WARNED'.
001184    05 FILLER                PIC X(03) VALUE SPACES.
001190    05 FILLER                PIC X(12) VALUE 'ELAPSED SECS'.
001200    05 FILLER                PIC X(83) VALUE SPACES.
001210 01 WS-SUM-DETAIL-LINE.
001220    05 SD-DATE               PIC 9(08).
001230    05 FILLER                PIC X(03) VALUE SPACES.
001250    05 FILLER                PIC X(05) VALUE SPACES.
001260    05 SD-FAILED-COUNT       PIC ZZ9.
001270    05 FILLER                PIC X(06) VALUE SPACES.
001272    05 SD-WARNED-COUNT       PIC ZZ9.
001274    05 FILLER                PIC X(06) VALUE SPACES.
001280    05 SD-ELAPSED-SECS       PIC ZZZZZZ9.
001290    05 FILLER                PIC X(88) VALUE SPACES.
001300 01 WS-EMPTY-LINE.
001310    05 FILLER                PIC X(22)
001320        VALUE 'NO RUN HISTORY ON FILE'.
002120         PERFORM 2100-OPEN-NIGHT-ENTRY THRU 2100-EXIT
002130     END-IF.
002140     ADD 1 TO WS-NT-STEP-COUNT(WS-NIGHT-COUNT).
002150     IF RH-RETURN-CODE = 4
002152         ADD 1 TO WS-NT-WARNED-COUNT(WS-NIGHT-COUNT)
002154     ELSE
002156         IF RH-RETURN-CODE NOT = ZERO
002160             ADD 1 TO WS-NT-FAILED-COUNT(WS-NIGHT-COUNT)
002165         END-IF
002170     END-IF.
002180     PERFORM 2200-COMPUTE-ELAPSED THRU 2200-EXIT.
002190     ADD WS-ELAPSED-SECS TO WS-NT-ELAPSED-SECS(WS-NIGHT-COUNT).
002300     MOVE RH-RUN-DATE TO WS-NT-DATE(WS-NIGHT-COUNT).
002310     MOVE ZERO TO WS-NT-STEP-COUNT(WS-NIGHT-COUNT).
002320     MOVE ZERO TO WS-NT-FAILED-COUNT(WS-NIGHT-COUNT).
002325     MOVE ZERO TO WS-NT-WARNED-COUNT(WS-NIGHT-COUNT).
002330     MOVE ZERO TO WS-NT-ELAPSED-SECS(WS-NIGHT-COUNT).
002340     MOVE RH-RUN-DATE TO WS-LAST-NIGHT-DATE.
002350 2100-EXIT.
003050         MOVE RH-END-TIME     TO LD-END-TIME
003060         MOVE RH-RETURN-CODE  TO LD-RETURN-CODE
003070         MOVE RH-RECORD-COUNT TO LD-RECORD-COUNT
003071         EVALUATE TRUE
003072             WHEN RH-RETURN-CODE = ZERO
003073                 MOVE SPACES TO LD-STATUS
003074             WHEN RH-RETURN-CODE = 4
003075                 MOVE 'WARNING' TO LD-STATUS
003076             WHEN RH-RETURN-CODE = 12
003077                 MOVE 'REFUSED' TO LD-STATUS
003078             WHEN OTHER
003079                 MOVE 'FAILED' TO LD-STATUS
003080         END-EVALUATE
003081         WRITE RL-LINE FROM WS-LOG-DETAIL-LINE
003090         PERFORM 3150-CAPTURE-RECON-COUNT THRU 3150-EXIT
003100     END-IF.
003110     PERFORM 1100-READ-RUNHIST THRU 1100-EXIT.
003160     MOVE WS-NT-DATE(WS-NX)         TO SD-DATE.
003170     MOVE WS-NT-STEP-COUNT(WS-NX)   TO SD-STEP-COUNT.
003180     MOVE WS-NT-FAILED-COUNT(WS-NX) TO SD-FAILED-COUNT.
003185     MOVE WS-NT-WARNED-COUNT(WS-NX) TO SD-WARNED-COUNT.
003190     MOVE WS-NT-ELAPSED-SECS(WS-NX) TO SD-ELAPSED-SECS.
003200     WRITE RL-LINE FROM WS-SUM-DETAIL-LINE.
003210     ADD 1 TO WS-NX.
