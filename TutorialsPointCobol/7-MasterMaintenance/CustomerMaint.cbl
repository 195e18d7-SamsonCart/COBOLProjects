000550*                  pre-run state from the file, so a run that
000560*                  dies mid-file backs out whole instead of
000570*                  leaving a half-maintained master.
000571*   10/15/2026 SC  Added the customer credit limit.  A keyed
000572*                  MNT-CREDIT-LIMIT is carried onto
000573*                  CM-CREDIT-LIMIT; left blank, the limit is
000574*                  not touched (zero on an add).  Only a full-
000575*                  authority operator on OPERF may key one.
000576*                  Before image widened to 128 bytes.
000577*   10/15/2026 SC  Each applied update writes an after-image to
000578*                  AIJRNLF for CMROLLF, aborting RC 16 if the
000579*                  write fails.  AIJTRLR trailers a clean finish.
000580*   10/15/2026 SC  Added the statement delivery preference.  A
000581*                  keyed MNT-DELIVERY-METHOD (P paper, E e-mail)
000582*                  and MNT-EMAIL-ADDRESS are carried onto the
000583*                  master; left blank, either one is not touched
000584*                  (paper and no address on an add).  A keyed
000585*                  address must carry an @, and an E customer
000586*                  must end up with an address on file.  Before
000587*                  image widened to 179 bytes.
000588*   10/15/2026 SC  Address changes now produce a confirmation
000589*                  notice to the old address and one to the new
000590*                  (COANOTF), a COAHIST record (a failed write
000591*                  aborts RC 16), and a change-of-address register
000592*                  for the fraud team (COARPT): old and new
000593*                  address, operator, and date.  A customer who
000594*                  moved before inside the COAPARM review window
000595*                  (30 days without a card) is flagged on the
000596*                  register for review before the next statement,
000597*                  and the run ends RC 4.
000598 ENVIRONMENT DIVISION.
000599 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610    SELECT FILEN ASSIGN TO DDNAME
000620        ORGANIZATION IS INDEXED
000700        FILE STATUS IS WS-MNTTRAN-STATUS.
000710    SELECT MNTRPT ASSIGN TO MNTPRTDD
000720        ORGANIZATION IS SEQUENTIAL.
000722    SELECT COANOTF ASSIGN TO COANTDD
000724        ORGANIZATION IS SEQUENTIAL.
000726    SELECT COARPT ASSIGN TO COARPTDD
000728        ORGANIZATION IS SEQUENTIAL.
000730    SELECT CTLCARD ASSIGN TO CTLDD
000740        ORGANIZATION IS SEQUENTIAL
000750        FILE STATUS IS WS-CTLCARD-STATUS.
000780        FILE STATUS IS WS-OPERF-STATUS.
000790    SELECT BACKOUTF ASSIGN TO BKOUTDD
000800        ORGANIZATION IS SEQUENTIAL.
000801    SELECT AIJRNLF ASSIGN TO AIJRNDD
000802        ORGANIZATION IS SEQUENTIAL
000803        FILE STATUS IS WS-AIJ-STATUS.
000804    SELECT COAPARM ASSIGN TO COAPRMDD
000805        ORGANIZATION IS SEQUENTIAL
000806        FILE STATUS IS WS-COAPARM-STATUS.
000807    SELECT COAHIST ASSIGN TO COAHSTDD
000808        ORGANIZATION IS SEQUENTIAL
000809        FILE STATUS IS WS-COAHIST-STATUS.
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD FILEN.
000860 COPY MNTTRAN.
000870 FD MNTRPT.
000880 01 RP-LINE               PIC X(132).
000882 FD COANOTF.
000884 01 CN-LINE               PIC X(132).
000886 FD COARPT.
000888 01 CR-LINE               PIC X(132).
000890 FD CTLCARD.
000900 01 CTL-RECORD.
000910    05 CTL-EXPECTED-COUNT   PIC 9(07).
000930 COPY OPERREC.
000940 FD BACKOUTF.
000950 COPY BOREC.
000951 FD AIJRNLF.
000952 COPY AIJREC.
000953 FD COAPARM.
000954 01 CP-RECORD.
000955    05 CP-REVIEW-DAYS       PIC 9(03).
000956 FD COAHIST.
000957 COPY COAREC.
000960 WORKING-STORAGE SECTION.
000970 01 WS-SWITCHES.
000980    05 WS-EOF-SW            PIC X(01) VALUE 'N'.
001210 01 WS-CKD-QUOTIENT          PIC 9(03) VALUE ZERO.
001220 01 WS-CKD-REMAINDER         PIC 9(02) VALUE ZERO.
001230 01 WS-ZIP5                  PIC X(05) VALUE SPACES.
001235 01 WS-AT-SIGN-COUNT        PIC S9(04) COMP VALUE ZERO.
001237 01 WS-AT-BLANK-COUNT       PIC S9(04) COMP VALUE ZERO.
001240 01 WS-CTLCARD-STATUS        PIC X(02) VALUE '00'.
001250    88 WS-CTLCARD-STATUS-OK     VALUE '00'.
001260    88 WS-CTLCARD-STATUS-NOTFND VALUE '35'.
001310*    Before image held across the apply, written to BACKOUTF
001320*    only once the apply stands - a rejected transaction must
001330*    leave nothing a backout could mistakenly undo.
001340 01 WS-BEFORE-IMAGE          PIC X(179) VALUE SPACES.
001341 01 WS-BEFORE-IMAGE-R REDEFINES WS-BEFORE-IMAGE.
001342    05 FILLER                PIC X(30).
001343    05 WS-BEFORE-ADDRESS.
001344       10 WS-BEFORE-ADDR-LINE-1 PIC X(25).
001345       10 WS-BEFORE-ADDR-LINE-2 PIC X(25).
001346       10 WS-BEFORE-ADDR-CITY   PIC X(15).
001347       10 WS-BEFORE-ADDR-STATE  PIC X(02).
001348       10 WS-BEFORE-ADDR-ZIP    PIC X(10).
001349    05 FILLER                PIC X(72).
001350******************************************************************
001360*    Register control totals - every transaction read lands in
001370*    exactly one of applied or rejected.
002160    05 WS-OPER-ENTRY OCCURS 50 TIMES.
002170       10 OT-ID              PIC X(08).
002180       10 OT-AUTHORITY       PIC X(01).
002181******************************************************************
002182*    After-image journal controls - every master update this
002183*    run makes goes onto AIJRNLF as an image, and the count
002184*    rides out on the run's trailer.
002185******************************************************************
002186 01 WS-AIJ-STATUS            PIC X(02) VALUE '00'.
002187    88 WS-AIJ-STATUS-OK         VALUE '00'.
002188    88 WS-AIJ-STATUS-NOTFND     VALUE '35'.
002189 01 WS-AIJ-PROGRAM-ID        PIC X(08) VALUE 'CUSTMNT '.
002190 01 WS-AIJ-ACTION            PIC X(01) VALUE SPACE.
002191 01 WS-AIJ-IMAGE-COUNT       PIC 9(07) VALUE ZERO.
002192 01 WS-AIJ-RETURN-CODE       PIC S9(4) COMP VALUE ZERO.
002193 01 WS-AIJ-TIME.
002194    05 WS-AIJ-HHMMSS         PIC 9(06).
002195******************************************************************
002196*    Change-of-address controls.  COAHIST's changes dated inside
002197*    the review window, counted back from the business date,
002198*    load into the table at start of run, and every change
002199*    applied tonight joins them - so a customer's second move
002200*    inside the window is flagged however the two moves fall
002201*    across nights.  The COAPARM card sets the window in days.
002202*    Two thousand moves in a window is many times this shop's
002203*    volume for any window the card can set.
002204******************************************************************
002205 01 WS-COAPARM-STATUS        PIC X(02) VALUE '00'.
002206    88 WS-COAPARM-STATUS-OK     VALUE '00'.
002207    88 WS-COAPARM-STATUS-NOTFND VALUE '35'.
002208 01 WS-COAHIST-STATUS        PIC X(02) VALUE '00'.
002209    88 WS-COAHIST-STATUS-OK     VALUE '00'.
002210    88 WS-COAHIST-STATUS-NOTFND VALUE '35'.
002211 01 WS-COAHIST-EOF-SW        PIC X(01) VALUE 'N'.
002212    88 WS-COAHIST-EOF            VALUE 'Y'.
002213    88 WS-COAHIST-NOT-EOF        VALUE 'N'.
002214 01 WS-REVIEW-DAYS           PIC 9(03) VALUE 30.
002215 01 WS-BUSINESS-SERIAL       PIC S9(09) COMP-3 VALUE ZERO.
002216 01 WS-CHANGE-AGE            PIC S9(09) COMP-3 VALUE ZERO.
002217 01 WS-PRIOR-CHANGES         PIC S9(04) COMP VALUE ZERO.
002218 01 WS-COA-COUNT             PIC S9(04) COMP VALUE ZERO.
002219 01 WS-CX                    PIC S9(04) COMP VALUE ZERO.
002220 01 WS-COA-TABLE.
002221    05 WS-COA-ENTRY OCCURS 2000 TIMES.
002222       10 CT-CUST-ID         PIC 9(05).
002223       10 CT-CHANGE-DATE     PIC 9(08).
002224       10 CT-NEW-ADDRESS     PIC X(77).
002225 01 WS-COA-TOTALS.
002226    05 WS-COA-CHANGE-COUNT   PIC 9(07) VALUE ZERO.
002227    05 WS-COA-NOTICE-COUNT   PIC 9(07) VALUE ZERO.
002228    05 WS-COA-REVIEW-COUNT   PIC 9(07) VALUE ZERO.
002229 01 WS-COA-TIME.
002230    05 WS-COA-HHMMSS         PIC 9(06).
002231******************************************************************
002232*    Calendar date to serial day number, the same conversion
002233*    ARAGE and TRECYC use, so two dates subtract to a number of
002234*    days between them.
002235******************************************************************
002236 01 WS-SERIAL-FIELDS.
002237    05 WS-SERIAL-DATE        PIC 9(08) VALUE ZERO.
002238    05 WS-SERIAL-DATE-R REDEFINES WS-SERIAL-DATE.
002239       10 WS-SD-YYYY         PIC 9(04).
002240       10 WS-SD-MM           PIC 9(02).
002241       10 WS-SD-DD           PIC 9(02).
002242    05 WS-SERIAL-DAYS        PIC S9(09) COMP-3 VALUE ZERO.
002243    05 WS-SER-Q4             PIC 9(04) VALUE ZERO.
002244    05 WS-SER-R4             PIC 9(04) VALUE ZERO.
002245    05 WS-SER-Q100           PIC 9(04) VALUE ZERO.
002246    05 WS-SER-R100           PIC 9(04) VALUE ZERO.
002247    05 WS-SER-Q400           PIC 9(04) VALUE ZERO.
002248    05 WS-SER-R400           PIC 9(04) VALUE ZERO.
002249 01 WS-MONTH-DAYS-TABLE.
002250    05 FILLER                PIC X(36)
002251        VALUE '000031059090120151181212243273304334'.
002252 01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002253    05 WS-DAYS-BEFORE-MONTH OCCURS 12 TIMES
002254                             PIC 9(03).
002255******************************************************************
002256*    Change-of-address register line layouts, written to
002257*    COARPT for the fraud team.
002258******************************************************************
002259 01 WS-COA-HDR-LINE-1.
002260    05 FILLER                PIC X(20) VALUE SPACES.
002261    05 FILLER                PIC X(40)
002262        VALUE 'CUSTMNT CHANGE-OF-ADDRESS REGISTER'.
002263    05 FILLER                PIC X(15)
002264        VALUE 'BUSINESS DATE  '.
002265    05 CH-BUSINESS-DATE      PIC 9(08).
002266    05 FILLER                PIC X(17)
002267        VALUE '   REVIEW WINDOW '.
002268    05 CH-REVIEW-DAYS        PIC ZZ9.
002269    05 FILLER                PIC X(05) VALUE ' DAYS'.
002270    05 FILLER                PIC X(24) VALUE SPACES.
002271 01 WS-COA-HDR-LINE-2.
002272    05 FILLER                PIC X(05) VALUE 'ID   '.
002273    05 FILLER                PIC X(03) VALUE SPACES.
002274    05 FILLER                PIC X(25) VALUE 'NAME'.
002275    05 FILLER                PIC X(03) VALUE SPACES.
002276    05 FILLER                PIC X(08) VALUE 'OPERATOR'.
002277    05 FILLER                PIC X(03) VALUE SPACES.
002278    05 FILLER                PIC X(08) VALUE 'DATE'.
002279    05 FILLER                PIC X(03) VALUE SPACES.
002280    05 FILLER                PIC X(28) VALUE 'REVIEW'.
002281    05 FILLER                PIC X(46) VALUE SPACES.
002282 01 WS-COA-DETAIL-LINE.
002283    05 RL-CUST-ID            PIC 9(05).
002284    05 FILLER                PIC X(03) VALUE SPACES.
002285    05 RL-NAME               PIC X(25).
002286    05 FILLER                PIC X(03) VALUE SPACES.
002287    05 RL-OPER               PIC X(08).
002288    05 FILLER                PIC X(03) VALUE SPACES.
002289    05 RL-DATE               PIC 9(08).
002290    05 FILLER                PIC X(03) VALUE SPACES.
002291    05 RL-REVIEW             PIC X(28).
002292    05 FILLER                PIC X(46) VALUE SPACES.
002293 01 WS-COA-ADDRESS-LINE.
002294    05 FILLER                PIC X(08) VALUE SPACES.
002295    05 RA-CAPTION            PIC X(05).
002296    05 RA-ADDR-LINE-1        PIC X(25).
002297    05 FILLER                PIC X(01) VALUE SPACES.
002298    05 RA-ADDR-LINE-2        PIC X(25).
002299    05 FILLER                PIC X(01) VALUE SPACES.
002300    05 RA-ADDR-CITY          PIC X(15).
002301    05 FILLER                PIC X(01) VALUE SPACES.
002302    05 RA-ADDR-STATE         PIC X(02).
002303    05 FILLER                PIC X(01) VALUE SPACES.
002304    05 RA-ADDR-ZIP           PIC X(10).
002305    05 FILLER                PIC X(38) VALUE SPACES.
002306 01 WS-COA-TOTAL-LINE.
002307    05 FILLER                PIC X(20) VALUE SPACES.
002308    05 FILLER                PIC X(16) VALUE 'ADDRESS CHANGES '.
002309    05 RT-CHANGE-COUNT       PIC ZZZZZZ9.
002310    05 FILLER                PIC X(03) VALUE SPACES.
002311    05 FILLER                PIC X(08) VALUE 'NOTICES '.
002312    05 RT-NOTICE-COUNT       PIC ZZZZZZ9.
002313    05 FILLER                PIC X(03) VALUE SPACES.
002314    05 FILLER                PIC X(19)
002315        VALUE 'FLAGGED FOR REVIEW '.
002316    05 RT-REVIEW-COUNT       PIC ZZZZZZ9.
002317    05 FILLER                PIC X(42) VALUE SPACES.
002318 01 WS-BLANK-LINE            PIC X(132) VALUE SPACES.
002319******************************************************************
002320*    Change-of-address notice layouts, written to COANOTF.
002321*    Each notice is its own mail piece: heading, the address it
002322*    is mailed to, account, wording, and the new address.
002323******************************************************************
002324 01 WS-NTC-ADDRESS.
002325    05 NT-ADDR-LINE-1        PIC X(25).
002326    05 NT-ADDR-LINE-2        PIC X(25).
002327    05 NT-ADDR-CITY          PIC X(15).
002328    05 NT-ADDR-STATE         PIC X(02).
002329    05 NT-ADDR-ZIP           PIC X(10).
002330 01 WS-NTC-HDR-LINE.
002331    05 FILLER                PIC X(20) VALUE SPACES.
002332    05 FILLER                PIC X(40)
002333        VALUE 'CONFIRMATION OF ADDRESS CHANGE'.
002334    05 FILLER                PIC X(06) VALUE 'DATE  '.
002335    05 NH-DATE               PIC 9(08).
002336    05 FILLER                PIC X(58) VALUE SPACES.
002337 01 WS-NTC-ADDR-LINE.
002338    05 NA-TEXT               PIC X(25).
002339    05 FILLER                PIC X(107) VALUE SPACES.
002340 01 WS-NTC-CITY-LINE.
002341    05 NC-CITY               PIC X(15).
002342    05 FILLER                PIC X(02) VALUE ', '.
002343    05 NC-STATE              PIC X(02).
002344    05 FILLER                PIC X(01) VALUE SPACES.
002345    05 NC-ZIP                PIC X(10).
002346    05 FILLER                PIC X(102) VALUE SPACES.
002347 01 WS-NTC-ACCOUNT-LINE.
002348    05 FILLER                PIC X(15) VALUE 'ACCOUNT NUMBER '.
002349    05 NN-CUST-ID            PIC 9(05).
002350    05 FILLER                PIC X(112) VALUE SPACES.
002351 01 WS-NTC-TEXT-LINE.
002352    05 NX-TEXT               PIC X(60).
002353    05 FILLER                PIC X(72) VALUE SPACES.
002354 01 WS-NTC-SIGN-LINE.
002355    05 FILLER                PIC X(27)
002356        VALUE 'CUSTOMER SERVICE DEPARTMENT'.
002357    05 FILLER                PIC X(105) VALUE SPACES.
002358******************************************************************
002359*    Notice wording, one set of four lines per notice - the one
002360*    mailed to the old address, then the one mailed to the new.
002361*    A blank line is not printed.
002362******************************************************************
002363 01 WS-WX                    PIC S9(04) COMP VALUE ZERO.
002364 01 WS-LX                    PIC S9(04) COMP VALUE ZERO.
002365 01 WS-NTC-WORDING.
002366    05 FILLER                PIC X(60) VALUE
002367        'THE MAILING ADDRESS ON YOUR ACCOUNT HAS BEEN CHANGED TO'.
002368    05 FILLER                PIC X(60) VALUE
002369        'THE ADDRESS SHOWN BELOW.  THIS NOTICE COMES TO YOUR'.
002370    05 FILLER                PIC X(60) VALUE
002371        'FORMER ADDRESS.  IF YOU DID NOT ASK FOR THIS CHANGE,'.
002372    05 FILLER                PIC X(60) VALUE
002373        'PLEASE CALL OUR CUSTOMER SERVICE DEPARTMENT AT ONCE.'.
002374    05 FILLER                PIC X(60) VALUE
002375        'THIS CONFIRMS THE CHANGE OF MAILING ADDRESS ON YOUR'.
002376    05 FILLER                PIC X(60) VALUE
002377        'ACCOUNT.  STATEMENTS AND OTHER MAIL WILL COME TO THE'.
002378    05 FILLER                PIC X(60) VALUE
002379        'ADDRESS SHOWN BELOW.  IF IT IS NOT CORRECT, PLEASE'.
002380    05 FILLER                PIC X(60) VALUE
002381        'CALL OUR CUSTOMER SERVICE DEPARTMENT.'.
002382 01 WS-NTC-WORDING-R REDEFINES WS-NTC-WORDING.
002383    05 WS-NTC-WORDING-SET OCCURS 2 TIMES.
002384       10 WS-NTC-WORDING-LINE OCCURS 4 TIMES
002385                             PIC X(60).
002386 LINKAGE SECTION.
002387 01 LS-BUSINESS-DATE         PIC 9(08).
002388 01 LS-RECORD-COUNT          PIC 9(07).
002389 PROCEDURE DIVISION USING LS-BUSINESS-DATE LS-RECORD-COUNT.
002390******************************************************************
002391*    0000-MAINLINE
002392******************************************************************
002393 0000-MAINLINE.
002394     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002395     PERFORM 2000-PROCESS-MAINT-TRAN THRU 2000-EXIT
002396         UNTIL WS-EOF.
002397     PERFORM 9000-FINALIZE THRU 9000-EXIT.
002398     MOVE WS-READ-COUNT TO LS-RECORD-COUNT.
002399     IF WS-COA-REVIEW-COUNT > ZERO
002400         MOVE 4 TO RETURN-CODE
002401     ELSE
002402         MOVE 0 TO RETURN-CODE
002403     END-IF.
002404     GOBACK.
002405******************************************************************
002406*    1000-INITIALIZE
002407*    FILEN is opened I-O for in-place maintenance.  Status 35
002408*    (file not found) only means the master has never been
002409*    created - the same first-ever-run convention DLAYOUT uses
002410*    for AUDITF - so the file is created empty and reopened I-O
002411*    rather than aborting a bootstrap run full of adds.
002412******************************************************************
002420 1000-INITIALIZE.
002430     OPEN I-O FILEN.
002440     IF NOT WS-FILEN-STATUS-OK
002620     END-IF.
002630     OPEN OUTPUT MNTRPT.
002640     OPEN OUTPUT BACKOUTF.
002645     PERFORM 1300-READ-COA-PARM THRU 1300-EXIT.
002646     PERFORM 1400-LOAD-COA-HISTORY THRU 1400-EXIT.
002647     OPEN OUTPUT COANOTF.
002648     OPEN OUTPUT COARPT.
002649     PERFORM 8600-OPEN-JOURNAL THRU 8600-EXIT.
002650     MOVE LS-BUSINESS-DATE TO H1-BUSINESS-DATE.
002660     WRITE RP-LINE FROM WS-HDR-LINE-1.
002670     WRITE RP-LINE FROM WS-HDR-LINE-2.
002672     MOVE LS-BUSINESS-DATE TO CH-BUSINESS-DATE.
002674     MOVE WS-REVIEW-DAYS   TO CH-REVIEW-DAYS.
002676     WRITE CR-LINE FROM WS-COA-HDR-LINE-1.
002678     WRITE CR-LINE FROM WS-COA-HDR-LINE-2.
002680     PERFORM 1100-READ-MNTTRAN THRU 1100-EXIT.
002690 1000-EXIT.
002700     EXIT.
002770             ADD 1 TO WS-READ-COUNT
002780     END-READ.
002790 1100-EXIT.
002791     EXIT.
002792******************************************************************
002793*    1300-READ-COA-PARM
002794*    The COAPARM card sets the change-of-address review window
002795*    in days.  No card (status 35), or anything on it but a
002796*    number over zero, leaves the window at 30 days.
002797******************************************************************
002798 1300-READ-COA-PARM.
002799     OPEN INPUT COAPARM.
002800     IF WS-COAPARM-STATUS-OK
002801         READ COAPARM
002802             AT END
002803                 CONTINUE
002804             NOT AT END
002805                 IF CP-REVIEW-DAYS IS NUMERIC
002806                     AND CP-REVIEW-DAYS > ZERO
002807                     MOVE CP-REVIEW-DAYS TO WS-REVIEW-DAYS
002808                 END-IF
002809         END-READ
002810         CLOSE COAPARM
002811     ELSE
002812         IF NOT WS-COAPARM-STATUS-NOTFND
002813             PERFORM 9907-COAPARM-ERROR THRU 9907-EXIT
002814         END-IF
002815     END-IF.
002816 1300-EXIT.
002817     EXIT.
002818******************************************************************
002819*    1400-LOAD-COA-HISTORY
002820*    Every COAHIST change dated inside the review window,
002821*    counted back from the business date, loads into the
002822*    table; older ones cannot make a move tonight a second
002823*    move and are passed over.  No COAHIST yet (status 35)
002824*    means no customer has moved since the file was started.
002825*    The file then reopens EXTEND to take tonight's changes,
002826*    created here on its first night, the same way AIJRNLF is.
002827******************************************************************
002828 1400-LOAD-COA-HISTORY.
002829     MOVE LS-BUSINESS-DATE TO WS-SERIAL-DATE.
002830     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
002831     MOVE WS-SERIAL-DAYS TO WS-BUSINESS-SERIAL.
002832     OPEN INPUT COAHIST.
002833     IF WS-COAHIST-STATUS-OK
002834         SET WS-COAHIST-NOT-EOF TO TRUE
002835         PERFORM 1450-LOAD-ONE-CHANGE THRU 1450-EXIT
002836             UNTIL WS-COAHIST-EOF
002837         CLOSE COAHIST
002838     ELSE
002839         IF NOT WS-COAHIST-STATUS-NOTFND
002840             PERFORM 9906-COAHIST-ERROR THRU 9906-EXIT
002841         END-IF
002842     END-IF.
002843     OPEN EXTEND COAHIST.
002844     IF NOT WS-COAHIST-STATUS-OK
002845         IF WS-COAHIST-STATUS-NOTFND
002846             OPEN OUTPUT COAHIST
002847         ELSE
002848             PERFORM 9906-COAHIST-ERROR THRU 9906-EXIT
002849         END-IF
002850     END-IF.
002851     DISPLAY 'CUSTMNT - ADDRESS CHANGES IN REVIEW WINDOW = '
002852         WS-COA-COUNT.
002853 1400-EXIT.
002854     EXIT.
002855******************************************************************
002856 1450-LOAD-ONE-CHANGE.
002857     READ COAHIST
002858         AT END
002859             SET WS-COAHIST-EOF TO TRUE
002860             GO TO 1450-EXIT
002861     END-READ.
002862     IF CA-CHANGE-DATE IS NOT NUMERIC
002863         GO TO 1450-EXIT
002864     END-IF.
002865     MOVE CA-CHANGE-DATE TO WS-SERIAL-DATE.
002866     IF WS-SD-MM < 1 OR WS-SD-MM > 12
002867         GO TO 1450-EXIT
002868     END-IF.
002869     PERFORM 3100-DATE-TO-SERIAL THRU 3100-EXIT.
002870     COMPUTE WS-CHANGE-AGE = WS-BUSINESS-SERIAL - WS-SERIAL-DAYS.
002871     IF WS-CHANGE-AGE > WS-REVIEW-DAYS
002872         GO TO 1450-EXIT
002873     END-IF.
002874     PERFORM 1480-ADD-CHANGE-TO-TABLE THRU 1480-EXIT.
002875 1450-EXIT.
002876     EXIT.
002877******************************************************************
002878*    1480-ADD-CHANGE-TO-TABLE
002879*    CA-RECORD joins the table - a change off COAHIST at load,
002880*    or one applied tonight.  More recent changes than the
002881*    table holds is a setup problem worth stopping for.
002882******************************************************************
002883 1480-ADD-CHANGE-TO-TABLE.
002884     IF WS-COA-COUNT = 2000
002885         DISPLAY 'CUSTMNT - MORE THAN 2000 ADDRESS CHANGES IN'
002886             ' REVIEW WINDOW'
002887         PERFORM 9906-COAHIST-ERROR THRU 9906-EXIT
002888     END-IF.
002889     ADD 1 TO WS-COA-COUNT.
002890     MOVE CA-CUST-ID     TO CT-CUST-ID(WS-COA-COUNT).
002891     MOVE CA-CHANGE-DATE TO CT-CHANGE-DATE(WS-COA-COUNT).
002892     MOVE CA-NEW-ADDRESS TO CT-NEW-ADDRESS(WS-COA-COUNT).
002893 1480-EXIT.
002894     EXIT.
002895******************************************************************
002896*    2000-PROCESS-MAINT-TRAN
002897*    Each transaction is edited first; one that survives the
002898*    edits is applied by action code, and the apply itself can
002899*    still reject it (add of an ID already on file, change or
002900*    delete of an ID that is not).  Every transaction gets one
002901*    register line, applied or rejected.
002902******************************************************************
002903 2000-PROCESS-MAINT-TRAN.
002904     PERFORM 2100-EDIT-TRANSACTION THRU 2100-EXIT.
002910     IF WS-NOT-REJECTED
002920         EVALUATE TRUE
002930             WHEN MNT-ACTION-ADD
003630             MOVE 'ZIP NOT A PLAUSIBLE ZIP' TO WS-REJECT-REASON
003640         END-IF
003650     END-IF.
003651     IF WS-REJECTED
003652         GO TO 2100-EXIT
003653     END-IF.
003654     IF MNT-ACTION-ADD OR MNT-ACTION-CHANGE
003655         PERFORM 2130-EDIT-CREDIT-LIMIT THRU 2130-EXIT
003656         IF NOT WS-REJECTED
003657             PERFORM 2140-EDIT-DELIVERY THRU 2140-EXIT
003658         END-IF
003659     END-IF.
003660 2100-EXIT.
003670     EXIT.
003680******************************************************************
003681*    2130-EDIT-CREDIT-LIMIT
003682*    A keyed credit limit must be numeric, and keying one at all
003683*    is full-authority work - so unlike the rest of the edit it
003684*    does not stand down when no OPERF was loaded.  2120 has
003685*    already turned away anyone on OPERF who is not full.
003686*    A blank limit is no change and passes untouched.
003687******************************************************************
003688 2130-EDIT-CREDIT-LIMIT.
003689     IF MNT-CREDIT-LIMIT-X = SPACES
003690         GO TO 2130-EXIT
003691     END-IF.
003692     IF MNT-CREDIT-LIMIT-X IS NOT NUMERIC
003693         SET WS-REJECTED TO TRUE
003694         MOVE 'CREDIT LIMIT NOT NUMERIC' TO WS-REJECT-REASON
003695         GO TO 2130-EXIT
003696     END-IF.
003697     IF WS-NOT-AUTHORIZING
003698         SET WS-REJECTED TO TRUE
003699         MOVE 'CREDIT LIMIT NEEDS OPERF' TO WS-REJECT-REASON
003700     END-IF.
003701 2130-EXIT.
003702     EXIT.
003703******************************************************************
003704*    2140-EDIT-DELIVERY
003705*    The delivery method must be P, E, or blank for no change.
003706*    A keyed address starts in byte one and carries exactly one
003707*    @ with something either side of it.  An add going E must
003708*    key its address with it - there is nothing on file yet; a
003709*    change going E may lean on the address already on file,
003710*    which 2300 checks once the record is read.
003711******************************************************************
003712 2140-EDIT-DELIVERY.
003713     IF NOT MNT-DELIVER-NO-CHANGE
003714         AND NOT MNT-DELIVER-PAPER
003715         AND NOT MNT-DELIVER-EMAIL
003716         SET WS-REJECTED TO TRUE
003717         MOVE 'INVALID DELIVERY METHOD' TO WS-REJECT-REASON
003718         GO TO 2140-EXIT
003719     END-IF.
003720     IF MNT-EMAIL-ADDRESS NOT = SPACES
003721         MOVE ZERO TO WS-AT-SIGN-COUNT WS-AT-BLANK-COUNT
003722         INSPECT MNT-EMAIL-ADDRESS TALLYING WS-AT-SIGN-COUNT
003723             FOR ALL '@'
003724         INSPECT MNT-EMAIL-ADDRESS TALLYING WS-AT-BLANK-COUNT
003725             FOR ALL '@ '
003726         IF WS-AT-SIGN-COUNT NOT = 1
003727             OR WS-AT-BLANK-COUNT NOT = ZERO
003728             OR MNT-EMAIL-ADDRESS(1:1) = SPACE
003729             OR MNT-EMAIL-ADDRESS(1:1) = '@'
003730             OR MNT-EMAIL-ADDRESS(50:1) = '@'
003731             SET WS-REJECTED TO TRUE
003732             MOVE 'EMAIL ADDRESS NOT VALID' TO WS-REJECT-REASON
003733             GO TO 2140-EXIT
003734         END-IF
003735     END-IF.
003736     IF MNT-ACTION-ADD
003737         AND MNT-DELIVER-EMAIL
003738         AND MNT-EMAIL-ADDRESS = SPACES
003739         SET WS-REJECTED TO TRUE
003740         MOVE 'E-DELIVERY NEEDS EMAIL ADDRESS' TO WS-REJECT-REASON
003741     END-IF.
003742 2140-EXIT.
003743     EXIT.
003744******************************************************************
003745 2200-APPLY-ADD.
003746     MOVE ZERO TO CM-CREDIT-LIMIT.
003747     SET CM-DELIVER-PAPER TO TRUE.
003748     MOVE SPACES TO CM-EMAIL-ADDRESS.
003749     PERFORM 2500-LOAD-MASTER-FIELDS THRU 2500-EXIT.
003750     MOVE LS-BUSINESS-DATE TO CM-LAST-ACTIVITY-DATE.
003751     MOVE ZERO TO CM-BALANCE.
003752     WRITE CM-RECORD
003753         INVALID KEY
003754             SET WS-REJECTED TO TRUE
003760             MOVE 'ID ALREADY ON FILE' TO WS-REJECT-REASON
003770     END-WRITE.
003780     IF WS-NOT-REJECTED AND NOT WS-FILEN-STATUS-OK
003840         MOVE CM-ID     TO BO-CUST-ID
003850         MOVE SPACES    TO BO-DATA
003860         WRITE BO-RECORD
003863         MOVE 'A' TO WS-AIJ-ACTION
003866         PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
003870     END-IF.
003880 2200-EXIT.
003890     EXIT.
004040     END-IF.
004050     MOVE CM-RECORD TO WS-BEFORE-IMAGE.
004060     PERFORM 2500-LOAD-MASTER-FIELDS THRU 2500-EXIT.
004061*    An E customer must come out of the change with an
004062*    address to send to - keyed tonight or already on file.
004063     IF CM-DELIVER-EMAIL AND CM-EMAIL-ADDRESS = SPACES
004064         SET WS-REJECTED TO TRUE
004065         MOVE 'E-DELIVERY NEEDS EMAIL ADDRESS'
004066             TO WS-REJECT-REASON
004067         GO TO 2300-EXIT
004068     END-IF.
004070     REWRITE CM-RECORD.
004080     IF NOT WS-FILEN-STATUS-OK
004090         MOVE 'REWRITE' TO WS-FILEN-OPERATION
004130     MOVE CM-ID           TO BO-CUST-ID.
004140     MOVE WS-BEFORE-IMAGE TO BO-DATA.
004150     WRITE BO-RECORD.
004151     MOVE 'C' TO WS-AIJ-ACTION.
004152     PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT.
004153     IF CM-ADDR-LINE-1 NOT = WS-BEFORE-ADDR-LINE-1
004154         OR CM-ADDR-LINE-2 NOT = WS-BEFORE-ADDR-LINE-2
004155         OR CM-ADDR-CITY NOT = WS-BEFORE-ADDR-CITY
004156         OR CM-ADDR-STATE NOT = WS-BEFORE-ADDR-STATE
004157         OR CM-ADDR-ZIP NOT = WS-BEFORE-ADDR-ZIP
004158         PERFORM 2600-RECORD-ADDRESS-CHANGE THRU 2600-EXIT
004159     END-IF.
004160 2300-EXIT.
004170     EXIT.
004180******************************************************************
004440         MOVE CM-ID           TO BO-CUST-ID
004450         MOVE WS-BEFORE-IMAGE TO BO-DATA
004460         WRITE BO-RECORD
004463         MOVE 'D' TO WS-AIJ-ACTION
004466         PERFORM 8650-WRITE-AFTER-IMAGE THRU 8650-EXIT
004470     END-IF.
004480 2400-EXIT.
004490     EXIT.
004620     MOVE MNT-ADDR-STATE  TO CM-ADDR-STATE.
004630     MOVE MNT-ADDR-ZIP    TO CM-ADDR-ZIP.
004640     MOVE MNT-STATUS      TO CM-STATUS.
004641     IF MNT-CREDIT-LIMIT-X NOT = SPACES
004642         MOVE MNT-CREDIT-LIMIT TO CM-CREDIT-LIMIT
004643     END-IF.
004644     IF NOT MNT-DELIVER-NO-CHANGE
004645         MOVE MNT-DELIVERY-METHOD TO CM-DELIVERY-METHOD
004646     END-IF.
004647     IF MNT-EMAIL-ADDRESS NOT = SPACES
004648         MOVE MNT-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
004649     END-IF.
004650 2500-EXIT.
004651     EXIT.
004652******************************************************************
004653*    2600-RECORD-ADDRESS-CHANGE
004654*    An address change that stood: the COAHIST record is built
004655*    from the before image and the master as rewritten, and is
004656*    flagged when the customer already moved inside the review
004657*    window.  It goes onto the table, so a second move later in
004658*    this same run is caught too, then out to COAHIST, the two
004659*    notices, and the change-of-address register.
004660******************************************************************
004661 2600-RECORD-ADDRESS-CHANGE.
004662     MOVE SPACES TO CA-RECORD.
004663     MOVE CM-ID              TO CA-CUST-ID.
004664     MOVE LS-BUSINESS-DATE   TO CA-CHANGE-DATE.
004665     ACCEPT WS-COA-TIME FROM TIME.
004666     MOVE WS-COA-HHMMSS      TO CA-CHANGE-TIME.
004667     MOVE MNT-OPER-ID        TO CA-OPER-ID.
004668     MOVE WS-BEFORE-ADDRESS  TO CA-OLD-ADDRESS.
004669     MOVE CM-ADDR-LINE-1     TO CA-NEW-ADDR-LINE-1.
004670     MOVE CM-ADDR-LINE-2     TO CA-NEW-ADDR-LINE-2.
004671     MOVE CM-ADDR-CITY       TO CA-NEW-ADDR-CITY.
004672     MOVE CM-ADDR-STATE      TO CA-NEW-ADDR-STATE.
004673     MOVE CM-ADDR-ZIP        TO CA-NEW-ADDR-ZIP.
004674     MOVE ZERO TO WS-PRIOR-CHANGES.
004675     MOVE 1 TO WS-CX.
004676     PERFORM 2650-TEST-ONE-CHANGE THRU 2650-EXIT
004677         UNTIL WS-CX > WS-COA-COUNT.
004678     IF WS-PRIOR-CHANGES > ZERO
004679         SET CA-FLAGGED-FOR-REVIEW TO TRUE
004680         ADD 1 TO WS-COA-REVIEW-COUNT
004681     ELSE
004682         SET CA-NOT-FLAGGED TO TRUE
004683     END-IF.
004684     PERFORM 1480-ADD-CHANGE-TO-TABLE THRU 1480-EXIT.
004685     WRITE CA-RECORD.
004686     IF NOT WS-COAHIST-STATUS-OK
004687         PERFORM 9906-COAHIST-ERROR THRU 9906-EXIT
004688     END-IF.
004689     ADD 1 TO WS-COA-CHANGE-COUNT.
004690     PERFORM 2700-WRITE-NOTICES THRU 2700-EXIT.
004691     PERFORM 2750-WRITE-COA-REGISTER THRU 2750-EXIT.
004692 2600-EXIT.
004693     EXIT.
004694******************************************************************
004695*    2650-TEST-ONE-CHANGE
004696*    An earlier change for the same customer makes this one a
004697*    second move - unless it is this very move, same date and
004698*    same new address, already on COAHIST from a run that was
004699*    backed out and is now being run again.
004700******************************************************************
004701 2650-TEST-ONE-CHANGE.
004702     IF CT-CUST-ID(WS-CX) = CA-CUST-ID
004703         IF CT-CHANGE-DATE(WS-CX) NOT = CA-CHANGE-DATE
004704             OR CT-NEW-ADDRESS(WS-CX) NOT = CA-NEW-ADDRESS
004705             ADD 1 TO WS-PRIOR-CHANGES
004706         END-IF
004707     END-IF.
004708     ADD 1 TO WS-CX.
004709 2650-EXIT.
004710     EXIT.
004711******************************************************************
004712*    2700-WRITE-NOTICES
004713*    One confirmation notice mailed to the old address, one to
004714*    the new.  Both show the new address; the wording of the
004715*    old-address notice asks the customer to call if the
004716*    change was not theirs.
004717******************************************************************
004718 2700-WRITE-NOTICES.
004719     MOVE CA-OLD-ADDRESS TO WS-NTC-ADDRESS.
004720     MOVE 1 TO WS-WX.
004721     PERFORM 2710-WRITE-ONE-NOTICE THRU 2710-EXIT.
004722     MOVE CA-NEW-ADDRESS TO WS-NTC-ADDRESS.
004723     MOVE 2 TO WS-WX.
004724     PERFORM 2710-WRITE-ONE-NOTICE THRU 2710-EXIT.
004725 2700-EXIT.
004726     EXIT.
004727******************************************************************
004728*    2710-WRITE-ONE-NOTICE
004729*    Heading, the name over the address in WS-NTC-ADDRESS the
004730*    notice is mailed to, the account, the wording in WS-WX,
004731*    and the new address.
004732******************************************************************
004733 2710-WRITE-ONE-NOTICE.
004734     ADD 1 TO WS-COA-NOTICE-COUNT.
004735     MOVE LS-BUSINESS-DATE TO NH-DATE.
004736     WRITE CN-LINE FROM WS-NTC-HDR-LINE.
004737     WRITE CN-LINE FROM WS-BLANK-LINE.
004738     MOVE CM-NAME TO NA-TEXT.
004739     WRITE CN-LINE FROM WS-NTC-ADDR-LINE.
004740     PERFORM 2720-WRITE-ADDRESS-BLOCK THRU 2720-EXIT.
004741     WRITE CN-LINE FROM WS-BLANK-LINE.
004742     MOVE CM-ID TO NN-CUST-ID.
004743     WRITE CN-LINE FROM WS-NTC-ACCOUNT-LINE.
004744     WRITE CN-LINE FROM WS-BLANK-LINE.
004745     MOVE 1 TO WS-LX.
004746     PERFORM 2730-WRITE-WORDING THRU 2730-EXIT
004747         UNTIL WS-LX > 4.
004748     WRITE CN-LINE FROM WS-BLANK-LINE.
004749     MOVE 'NEW MAILING ADDRESS' TO NX-TEXT.
004750     WRITE CN-LINE FROM WS-NTC-TEXT-LINE.
004751     MOVE CA-NEW-ADDRESS TO WS-NTC-ADDRESS.
004752     PERFORM 2720-WRITE-ADDRESS-BLOCK THRU 2720-EXIT.
004753     WRITE CN-LINE FROM WS-BLANK-LINE.
004754     WRITE CN-LINE FROM WS-NTC-SIGN-LINE.
004755     WRITE CN-LINE FROM WS-BLANK-LINE.
004756 2710-EXIT.
004757     EXIT.
004758******************************************************************
004759 2720-WRITE-ADDRESS-BLOCK.
004760     MOVE NT-ADDR-LINE-1 TO NA-TEXT.
004761     WRITE CN-LINE FROM WS-NTC-ADDR-LINE.
004762     IF NT-ADDR-LINE-2 NOT = SPACES
004763         MOVE NT-ADDR-LINE-2 TO NA-TEXT
004764         WRITE CN-LINE FROM WS-NTC-ADDR-LINE
004765     END-IF.
004766     MOVE NT-ADDR-CITY  TO NC-CITY.
004767     MOVE NT-ADDR-STATE TO NC-STATE.
004768     MOVE NT-ADDR-ZIP   TO NC-ZIP.
004769     WRITE CN-LINE FROM WS-NTC-CITY-LINE.
004770 2720-EXIT.
004771     EXIT.
004772******************************************************************
004773 2730-WRITE-WORDING.
004774     IF WS-NTC-WORDING-LINE(WS-WX, WS-LX) NOT = SPACES
004775         MOVE WS-NTC-WORDING-LINE(WS-WX, WS-LX) TO NX-TEXT
004776         WRITE CN-LINE FROM WS-NTC-TEXT-LINE
004777     END-IF.
004778     ADD 1 TO WS-LX.
004779 2730-EXIT.
004780     EXIT.
004781******************************************************************
004782*    2750-WRITE-COA-REGISTER
004783*    The fraud team's entry: customer, operator, and date, the
004784*    review flag, then the old and new address beneath.
004785******************************************************************
004786 2750-WRITE-COA-REGISTER.
004787     MOVE CA-CUST-ID     TO RL-CUST-ID.
004788     MOVE CM-NAME        TO RL-NAME.
004789     MOVE CA-OPER-ID     TO RL-OPER.
004790     MOVE CA-CHANGE-DATE TO RL-DATE.
004791     IF CA-FLAGGED-FOR-REVIEW
004792         MOVE 'REVIEW BEFORE NEXT STATEMENT' TO RL-REVIEW
004793     ELSE
004794         MOVE SPACES TO RL-REVIEW
004795     END-IF.
004796     WRITE CR-LINE FROM WS-COA-DETAIL-LINE.
004797     MOVE 'OLD'              TO RA-CAPTION.
004798     MOVE CA-OLD-ADDR-LINE-1 TO RA-ADDR-LINE-1.
004799     MOVE CA-OLD-ADDR-LINE-2 TO RA-ADDR-LINE-2.
004800     MOVE CA-OLD-ADDR-CITY   TO RA-ADDR-CITY.
004801     MOVE CA-OLD-ADDR-STATE  TO RA-ADDR-STATE.
004802     MOVE CA-OLD-ADDR-ZIP    TO RA-ADDR-ZIP.
004803     WRITE CR-LINE FROM WS-COA-ADDRESS-LINE.
004804     MOVE 'NEW'              TO RA-CAPTION.
004805     MOVE CA-NEW-ADDR-LINE-1 TO RA-ADDR-LINE-1.
004806     MOVE CA-NEW-ADDR-LINE-2 TO RA-ADDR-LINE-2.
004807     MOVE CA-NEW-ADDR-CITY   TO RA-ADDR-CITY.
004808     MOVE CA-NEW-ADDR-STATE  TO RA-ADDR-STATE.
004809     MOVE CA-NEW-ADDR-ZIP    TO RA-ADDR-ZIP.
004810     WRITE CR-LINE FROM WS-COA-ADDRESS-LINE.
004811 2750-EXIT.
004812     EXIT.
004813******************************************************************
004814 2800-WRITE-REGISTER-LINE.
004815     MOVE SPACES TO WS-DETAIL-LINE.
004816     MOVE MNT-ACTION TO DL-ACTION.
004817     MOVE MNT-ID     TO DL-ID.
004818     MOVE MNT-NAME   TO DL-NAME.
004819     MOVE MNT-OPER-ID TO DL-OPER.
004820     IF WS-REJECTED
004821         MOVE 'REJECTED' TO DL-DISPOSED
004822         MOVE WS-REJECT-REASON TO DL-REASON
004823         ADD 1 TO WS-REJECTED-COUNT
004824     ELSE
004825         MOVE 'APPLIED ' TO DL-DISPOSED
004826         ADD 1 TO WS-APPLIED-COUNT
004827     END-IF.
004828     WRITE RP-LINE FROM WS-DETAIL-LINE.
004830 2800-EXIT.
004840     EXIT.
004850******************************************************************
004851*    2900-FINISH-COA-REGISTER
004852*    Register totals, and a console line when anyone was
004853*    flagged - the run then ends RC 4, so the chain finishes
004854*    with warnings and the flag cannot go unseen.
004855******************************************************************
004856 2900-FINISH-COA-REGISTER.
004857     MOVE WS-COA-CHANGE-COUNT TO RT-CHANGE-COUNT.
004858     MOVE WS-COA-NOTICE-COUNT TO RT-NOTICE-COUNT.
004859     MOVE WS-COA-REVIEW-COUNT TO RT-REVIEW-COUNT.
004860     WRITE CR-LINE FROM WS-BLANK-LINE.
004861     WRITE CR-LINE FROM WS-COA-TOTAL-LINE.
004862     CLOSE COARPT.
004863     CLOSE COANOTF.
004864     CLOSE COAHIST.
004865     IF WS-COA-REVIEW-COUNT > ZERO
004866         DISPLAY 'CUSTMNT - ADDRESS CHANGES FLAGGED FOR REVIEW = '
004867             WS-COA-REVIEW-COUNT
004868     END-IF.
004869 2900-EXIT.
004870     EXIT.
004871******************************************************************
004872*    3100-DATE-TO-SERIAL
004873*    WS-SERIAL-DATE in, WS-SERIAL-DAYS out - the same whole-day
004874*    count ARAGE and TRECYC age with, so two dates through here
004875*    subtract to an exact number of days between them.
004876******************************************************************
004877 3100-DATE-TO-SERIAL.
004878     COMPUTE WS-SERIAL-DAYS = WS-SD-YYYY * 365
004879         + WS-DAYS-BEFORE-MONTH(WS-SD-MM) + WS-SD-DD.
004880     DIVIDE WS-SD-YYYY BY 4
004881         GIVING WS-SER-Q4 REMAINDER WS-SER-R4.
004882     DIVIDE WS-SD-YYYY BY 100
004883         GIVING WS-SER-Q100 REMAINDER WS-SER-R100.
004884     DIVIDE WS-SD-YYYY BY 400
004885         GIVING WS-SER-Q400 REMAINDER WS-SER-R400.
004886     COMPUTE WS-SERIAL-DAYS = WS-SERIAL-DAYS
004887         + WS-SER-Q4 - WS-SER-Q100 + WS-SER-Q400.
004888     IF WS-SD-MM < 3
004889         AND WS-SER-R4 = ZERO
004890         AND (WS-SER-R100 NOT = ZERO OR WS-SER-R400 = ZERO)
004891         SUBTRACT 1 FROM WS-SERIAL-DAYS
004892     END-IF.
004893 3100-EXIT.
004894     EXIT.
004895******************************************************************
004896 9000-FINALIZE.
004897     MOVE WS-READ-COUNT     TO TL-READ-COUNT.
004898     MOVE WS-APPLIED-COUNT  TO TL-APPLIED-COUNT.
004899     MOVE WS-REJECTED-COUNT TO TL-REJECTED-COUNT.
004900     WRITE RP-LINE FROM WS-TOTAL-LINE.
004910     PERFORM 8500-MAINTAIN-CONTROL-CARD THRU 8500-EXIT.
004920     CLOSE MNTTRAN.
004970         MOVE 'CLOSE' TO WS-FILEN-OPERATION
004980         PERFORM 9900-FILE-ERROR THRU 9900-EXIT
004990     END-IF.
004995     PERFORM 8680-CLOSE-JOURNAL THRU 8680-EXIT.
004997     PERFORM 2900-FINISH-COA-REGISTER THRU 2900-EXIT.
005000 9000-EXIT.
005010     EXIT.
005020******************************************************************
005470             ADD 1 TO WS-MASTER-COUNT
005480     END-READ.
005490 8550-EXIT.
005491     EXIT.
005492******************************************************************
005493*    8600-OPEN-JOURNAL
005494*    The after-image journal CMUNLD started tonight takes an
005495*    image of every master update this run makes.  No journal
005496*    at all (status 35) is started here.
005497******************************************************************
005498 8600-OPEN-JOURNAL.
005499     OPEN EXTEND AIJRNLF.
005500     IF NOT WS-AIJ-STATUS-OK
005501         IF WS-AIJ-STATUS-NOTFND
005502             OPEN OUTPUT AIJRNLF
005503         ELSE
005504             PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
005505         END-IF
005506     END-IF.
005507 8600-EXIT.
005508     EXIT.
005509******************************************************************
005510*    8650-WRITE-AFTER-IMAGE
005511*    CM-RECORD as the update just left it - the record as
005512*    deleted, for a delete - under the action in WS-AIJ-ACTION.
005513*    A failed write aborts the run RC 16 - a short journal
005514*    must never be trailered as whole.
005515******************************************************************
005516 8650-WRITE-AFTER-IMAGE.
005517     MOVE SPACES TO AJ-RECORD.
005518     SET AJ-TYPE-IMAGE TO TRUE.
005519     MOVE LS-BUSINESS-DATE TO AJ-BUSINESS-DATE.
005520     ACCEPT WS-AIJ-TIME FROM TIME.
005521     MOVE WS-AIJ-HHMMSS TO AJ-TIME.
005522     MOVE WS-AIJ-PROGRAM-ID TO AJ-PROGRAM-ID.
005523     MOVE WS-AIJ-ACTION TO AJ-ACTION.
005524     MOVE CM-RECORD TO AJ-IMAGE.
005525     WRITE AJ-RECORD.
005526     IF NOT WS-AIJ-STATUS-OK
005527         PERFORM 9904-AIJRNLF-ERROR THRU 9904-EXIT
005528     END-IF.
005529     ADD 1 TO WS-AIJ-IMAGE-COUNT.
005530 8650-EXIT.
005531     EXIT.
005532******************************************************************
005533*    8680-CLOSE-JOURNAL
005534*    Only a clean finish gets here, after FILEN has closed -
005535*    AIJTRLR totals the master and writes this run's trailer,
005536*    the good point a roll-forward can stop at.
005537******************************************************************
005538 8680-CLOSE-JOURNAL.
005539     CLOSE AIJRNLF.
005540     CALL 'AIJTRLR' USING WS-AIJ-PROGRAM-ID LS-BUSINESS-DATE
005541         WS-AIJ-IMAGE-COUNT.
005542     MOVE RETURN-CODE TO WS-AIJ-RETURN-CODE.
005543     IF WS-AIJ-RETURN-CODE NOT = ZERO
005544         PERFORM 9905-AIJTRLR-ERROR THRU 9905-EXIT
005545     END-IF.
005546 8680-EXIT.
005547     EXIT.
005548******************************************************************
005549 9900-FILE-ERROR.
005550     DISPLAY 'CUSTMNT - FILEN I/O ERROR ON ' WS-FILEN-OPERATION.
005551     DISPLAY 'CUSTMNT - FILE STATUS = ' WS-FILEN-STATUS.
005552     MOVE 16 TO RETURN-CODE.
005560     GOBACK.
005570 9900-EXIT.
005580     EXIT.
006700     GOBACK.
006710 9903-EXIT.
006720     EXIT.
007430******************************************************************
007440 9904-AIJRNLF-ERROR.
007450     DISPLAY 'CUSTMNT - AIJRNLF I/O ERROR'.
007460     DISPLAY 'CUSTMNT - FILE STATUS = ' WS-AIJ-STATUS.
007462     CLOSE COARPT.
007464     CLOSE COANOTF.
007466     CLOSE COAHIST.
007470     MOVE 16 TO RETURN-CODE.
007480     GOBACK.
007490 9904-EXIT.
007500     EXIT.
007510******************************************************************
007520 9905-AIJTRLR-ERROR.
007530     DISPLAY 'CUSTMNT - JOURNAL TRAILER NOT WRITTEN'.
007540     DISPLAY 'CUSTMNT - AIJTRLR RC = ' WS-AIJ-RETURN-CODE.
007542     CLOSE COARPT.
007544     CLOSE COANOTF.
007546     CLOSE COAHIST.
007550     MOVE 16 TO RETURN-CODE.
007560     GOBACK.
007570 9905-EXIT.
007580     EXIT.
010650******************************************************************
010660 9906-COAHIST-ERROR.
010670     DISPLAY 'CUSTMNT - COAHIST I/O ERROR'.
010680     DISPLAY 'CUSTMNT - FILE STATUS = ' WS-COAHIST-STATUS.
010690     MOVE 16 TO RETURN-CODE.
010700     GOBACK.
010710 9906-EXIT.
010720     EXIT.
010730******************************************************************
010740 9907-COAPARM-ERROR.
010750     DISPLAY 'CUSTMNT - COAPARM I/O ERROR'.
010760     DISPLAY 'CUSTMNT - FILE STATUS = ' WS-COAPARM-STATUS.
010770     MOVE 16 TO RETURN-CODE.
010780     GOBACK.
010790 9907-EXIT.
010800     EXIT.
