000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERMNT.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL ACCOUNTING PERIOD CALENDAR          *
001200*                   MAINTENANCE.  A SUPERVISOR ADDS PERIODS TO   *
001300*                   THE END OF THE CALENDAR, CLOSES A PERIOD     *
001400*                   ONCE THE LEDGER HAS CLOSED IT, AND REOPENS   *
001500*                   ONE WHEN A LATE ADJUSTMENT MUST GO INTO IT.  *
001600*                   EVERY ADD, CLOSE AND REOPEN IS LOGGED WITH   *
001700*                   THE OPERATOR WHO DID IT, AND THE LAST ACTION *
001800*                   IS STAMPED ON THE PERIOD ITSELF.  THE GL     *
001900*                   EXTRACT, FACTCORR AND GLACKPST RE-DATE ANY   *
002000*                   POSTING THAT FALLS IN A CLOSED PERIOD INTO   *
002100*                   THE FIRST OPEN PERIOD AFTER IT.              *
002200******************************************************************
002300*  FUNCTIONS KEYED AT SIGN-ON:                                   *
002400*    U = UPDATE - ADD, CLOSE OR REOPEN PERIODS                   *
002500*    L = LIST   - PRINT THE CALENDAR WITH EACH PERIOD'S STATUS   *
002600*  THE CALENDAR IS ONE UNBROKEN RUN OF PERIODS - EACH PERIOD     *
002700*  STARTS THE DAY AFTER THE ONE BEFORE IT ENDS.  PERIODS ARE     *
002800*  CLOSED OLDEST FIRST AND REOPENED NEWEST FIRST, SO THE CLOSED  *
002900*  PERIODS ARE ALWAYS THE FRONT OF THE CALENDAR AND THE FIRST    *
003000*  OPEN PERIOD IS WHERE A LATE POSTING LANDS.  A REOPEN MUST     *
003100*  GIVE A REASON.  THE NEW CALENDAR (PERIODSN) REPLACES PERIODS  *
003200*  ONLY WHEN AN UPDATE RUN COMPLETES CLEAN.  RETURN CODES:       *
003210*    0 = UPDATE RUN CLEAN - CATALOG PERIODSN AS PERIODS          *
003220*    4 = LIST RUN CLEAN - NO PERIODSN TO CATALOG                 *
003230*    8 = RUN DID NOT COMPLETE - NOTHING IS TO BE CATALOGED       *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OM-OPERATOR-ID
004100         FILE STATUS IS WS-OPERMAST-STATUS.
004200
004300     SELECT OPAUDIT-FILE ASSIGN TO OPAUDIT
004400         FILE STATUS IS WS-OPAUDIT-STATUS.
004500
004600     SELECT PERIOD-FILE ASSIGN TO PERIODS
004700         FILE STATUS IS WS-PERIOD-STATUS.
004800
004900     SELECT NEWPERIOD-FILE ASSIGN TO PERIODSN
005000         FILE STATUS IS WS-NEWPERIOD-STATUS.
005100
005200     SELECT PERLOG-FILE ASSIGN TO PERLOG
005300         FILE STATUS IS WS-PERLOG-STATUS.
005400
005500     SELECT CALENDAR-REPORT-FILE ASSIGN TO PERRPT
005600         FILE STATUS IS WS-PERRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000*----------------------------------------------------------------
006100* OPERATOR SECURITY MASTER - SAME LAYOUT THE CALCULATOR
006200* MAINTAINS.  ONLY THE FAILED-ATTEMPT COUNT AND LOCK ARE
006210* UPDATED HERE.
006300*----------------------------------------------------------------
006400 FD  OPERMAST-FILE
006500     RECORD CONTAINS 63 CHARACTERS.
006600 01  OM-RECORD.
006700     05  OM-OPERATOR-ID          PIC X(08).
006800     05  OM-STATUS               PIC X(01).
006900         88  OM-ACTIVE           VALUE 'A'.
007000         88  OM-SUSPENDED        VALUE 'S'.
007100         88  OM-LOCKED           VALUE 'L'.
007200     05  OM-MODES                PIC X(05).
007300     05  OM-OPERATIONS           PIC X(16).
007400     05  OM-PASSWORD             PIC X(08).
007500     05  OM-PWD-CHANGED-DATE     PIC 9(08).
007600     05  OM-FAIL-COUNT           PIC 9(01).
007700     05  OM-FORCE-CHANGE         PIC X(01).
007800         88  OM-MUST-CHANGE      VALUE 'Y'.
007900     05  OM-APPROVAL-LIMIT       PIC 9(12)V99.
008000     05  OM-SUPERVISOR           PIC X(01).
008100         88  OM-IS-SUPERVISOR    VALUE 'Y'.
008200
008300*----------------------------------------------------------------
008400* OPERATOR SECURITY AUDIT - SAME LAYOUT THE CALCULATOR WRITES.
008500* ONLY REFUSED SIGN-ONS ARE LOGGED HERE; CALENDAR ACTIONS GO TO
008600* THE PERIOD LOG.
008700*----------------------------------------------------------------
008800 FD  OPAUDIT-FILE
008900     RECORD CONTAINS 70 CHARACTERS.
009000 01  OA-RECORD.
009100     05  OA-DATE                 PIC 9(08).
009200     05  OA-TIME                 PIC 9(08).
009300     05  OA-MAINT-OPERATOR       PIC X(08).
009400     05  OA-ACTION               PIC X(01).
009500         88  OA-ACTION-REFUSED   VALUE 'X'.
009600     05  OA-TARGET-OPERATOR      PIC X(08).
009700     05  OA-NEW-STATUS           PIC X(01).
009800     05  OA-NEW-MODES            PIC X(05).
009900     05  OA-NEW-OPERATIONS       PIC X(16).
010000     05  OA-NEW-LIMIT            PIC 9(12)V99.
010100     05  OA-NEW-SUPERVISOR       PIC X(01).
010200
010300*----------------------------------------------------------------
010400* ACCOUNTING PERIOD CALENDAR - ONE RECORD PER PERIOD IN PERIOD
010500* ORDER.  THE PERIOD ID IS THE FISCAL YEAR AND PERIOD NUMBER.
010600* THE LAST ACTION, OPERATOR, DATE AND TIME ARE THOSE OF THE
010700* ADD, CLOSE OR REOPEN THAT LAST TOUCHED THE PERIOD.
010800*----------------------------------------------------------------
010900 FD  PERIOD-FILE
011000     RECORD CONTAINS 48 CHARACTERS.
011100 01  PD-RECORD.
011200     05  PD-PERIOD-ID            PIC 9(06).
011300     05  PD-START-DATE           PIC 9(08).
011400     05  PD-END-DATE             PIC 9(08).
011500     05  PD-STATUS               PIC X(01).
011600         88  PD-OPEN             VALUE 'O'.
011700         88  PD-CLOSED           VALUE 'C'.
011800     05  PD-LAST-ACTION          PIC X(01).
011900     05  PD-CHANGED-BY           PIC X(08).
012000     05  PD-CHANGED-DATE         PIC 9(08).
012100     05  PD-CHANGED-TIME         PIC 9(08).
012200
012300*----------------------------------------------------------------
012400* NEW CALENDAR - WRITTEN WHOLE FROM THE TABLE AT END OF RUN
012500*----------------------------------------------------------------
012600 FD  NEWPERIOD-FILE
012700     RECORD CONTAINS 48 CHARACTERS.
012800 01  PN-RECORD                   PIC X(48).
012900
013000*----------------------------------------------------------------
013100* PERIOD LOG - ONE RECORD PER ADD, CLOSE AND REOPEN, WITH THE
013200* OPERATOR WHO DID IT AND THE STATUS BEFORE AND AFTER.  A
013300* REOPEN CARRIES THE REASON GIVEN.
013400*----------------------------------------------------------------
013500 FD  PERLOG-FILE
013600     RECORD CONTAINS 87 CHARACTERS.
013700 01  PL-RECORD.
013800     05  PL-DATE                 PIC 9(08).
013900     05  PL-TIME                 PIC 9(08).
014000     05  PL-OPERATOR             PIC X(08).
014100     05  PL-ACTION               PIC X(01).
014200         88  PL-ACTION-ADD       VALUE 'A'.
014300         88  PL-ACTION-CLOSE     VALUE 'C'.
014400         88  PL-ACTION-REOPEN    VALUE 'R'.
014500     05  PL-PERIOD-ID            PIC 9(06).
014600     05  PL-START-DATE           PIC 9(08).
014700     05  PL-END-DATE             PIC 9(08).
014800     05  PL-OLD-STATUS           PIC X(01).
014900     05  PL-NEW-STATUS           PIC X(01).
015000     05  PL-REASON               PIC X(30).
015100     05  FILLER                  PIC X(08).
015200
015300*----------------------------------------------------------------
015400* CALENDAR LISTING - PRINT IMAGE
015500*----------------------------------------------------------------
015600 FD  CALENDAR-REPORT-FILE
015700     RECORD CONTAINS 132 CHARACTERS.
015800 01  CL-RECORD                   PIC X(132).
015900
016000 WORKING-STORAGE SECTION.
016100*----------------------------------------------------------------
016200* FILE STATUS FIELDS AND SWITCHES
016300*----------------------------------------------------------------
016400 01  WS-OPERMAST-STATUS          PIC X(02).
016500 01  WS-OPAUDIT-STATUS           PIC X(02).
016600 01  WS-PERIOD-STATUS            PIC X(02).
016700 01  WS-NEWPERIOD-STATUS         PIC X(02).
016800 01  WS-PERLOG-STATUS            PIC X(02).
016900 01  WS-PERRPT-STATUS            PIC X(02).
017000
017100 01  WS-RUN-OK-SW                PIC X(01)  VALUE 'Y'.
017200     88  WS-RUN-OK               VALUE 'Y'.
017300     88  WS-RUN-FAILED           VALUE 'N'.
017400
017500 01  WS-SIGNON-OK-SW             PIC X(01)  VALUE 'Y'.
017600     88  WS-SIGNON-OK            VALUE 'Y'.
017700
017800 01  WS-OPERMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
017900     88  WS-OPERMAST-IS-OPEN     VALUE 'Y'.
018000
018100 01  WS-OPAUDIT-OPEN-SW          PIC X(01)  VALUE 'N'.
018200     88  WS-OPAUDIT-IS-OPEN      VALUE 'Y'.
018300
018400 01  WS-PERLOG-OPEN-SW           PIC X(01)  VALUE 'N'.
018500     88  WS-PERLOG-IS-OPEN       VALUE 'Y'.
018600
018700 01  WS-NEWPERIOD-OPEN-SW        PIC X(01)  VALUE 'N'.
018800     88  WS-NEWPERIOD-IS-OPEN    VALUE 'Y'.
018900
019000 01  WS-PERIOD-EOF-SW            PIC X(01)  VALUE 'N'.
019100     88  WS-PERIOD-EOF           VALUE 'Y'.
019200
019300 01  WS-VALID-INPUT-SW           PIC X(01)  VALUE 'Y'.
019400     88  WS-VALID-INPUT          VALUE 'Y'.
019500
019600 01  WS-PERIOD-FOUND-SW          PIC X(01)  VALUE 'N'.
019700     88  WS-PERIOD-FOUND         VALUE 'Y'.
019800
019900*----------------------------------------------------------------
020000* SIGN-ON, FUNCTION AND ACTION WORK AREA
020100*----------------------------------------------------------------
020200 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
020300 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
020400 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
020500 01  PR-PASSWORD-IN              PIC X(08)  VALUE SPACES.
020600 01  PR-RUN-DATE                 PIC 9(08)  VALUE ZERO.
020700 01  PR-FUNCTION                 PIC X(01)  VALUE SPACE.
020800     88  PR-FUNCTION-UPDATE      VALUE 'U'.
020900     88  PR-FUNCTION-LIST        VALUE 'L'.
021000 01  PR-ACTION                   PIC X(01)  VALUE SPACE.
021100     88  PR-ACTION-ADD           VALUE 'A'.
021200     88  PR-ACTION-CLOSE         VALUE 'C'.
021300     88  PR-ACTION-REOPEN        VALUE 'R'.
021400     88  PR-ACTION-QUIT          VALUE 'Q'.
021500 01  PR-PERIOD-RAW               PIC X(06)  VALUE SPACES.
021600 01  PR-PERIOD-IN REDEFINES PR-PERIOD-RAW.
021700     05  PR-PERIOD-YEAR          PIC 9(04).
021800     05  PR-PERIOD-NUMBER        PIC 9(02).
021900 01  PR-PERIOD-ID REDEFINES PR-PERIOD-RAW
022000                                 PIC 9(06).
022100 01  PR-DATE-RAW                 PIC X(08)  VALUE SPACES.
022200 01  PR-DATE-IN REDEFINES PR-DATE-RAW
022300                                 PIC 9(08).
022400 01  PR-START-DATE               PIC 9(08)  VALUE ZERO.
022500 01  PR-END-DATE                 PIC 9(08)  VALUE ZERO.
022600 01  PR-DATE-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
022700 01  PR-REASON                   PIC X(30)  VALUE SPACES.
022800 01  PR-OLD-STATUS               PIC X(01)  VALUE SPACE.
022900 77  PR-PERIODS-PER-YEAR         PIC 9(02)  COMP  VALUE 13.
023000 77  PR-PWD-EXPIRY-DAYS          PIC 9(03)  COMP  VALUE 90.
023100 77  PR-PWD-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
023110 77  PR-MAX-FAIL-COUNT           PIC 9(01)  COMP  VALUE 3.
023200
023300*----------------------------------------------------------------
023400* CALENDAR TABLE - THE WHOLE CALENDAR IS HELD, CHANGED IN PLACE,
023500* AND WRITTEN BACK AS THE NEW GENERATION
023600*----------------------------------------------------------------
023700 01  PX-TABLE.
023800     05  PX-MAX                  PIC 9(04)  COMP  VALUE 600.
023900     05  PX-COUNT                PIC 9(04)  COMP  VALUE ZERO.
024000     05  PX-ENTRY                OCCURS 600 TIMES.
024100         10  PX-PERIOD-ID        PIC 9(06).
024200         10  PX-START-DATE       PIC 9(08).
024300         10  PX-END-DATE         PIC 9(08).
024400         10  PX-STATUS           PIC X(01).
024500             88  PX-OPEN         VALUE 'O'.
024600             88  PX-CLOSED       VALUE 'C'.
024700         10  PX-LAST-ACTION      PIC X(01).
024800         10  PX-CHANGED-BY       PIC X(08).
024900         10  PX-CHANGED-DATE     PIC 9(08).
025000         10  PX-CHANGED-TIME     PIC 9(08).
025100
025200 77  PX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
025300 77  PX-NEXT                     PIC 9(04)  COMP  VALUE ZERO.
025307
025314*----------------------------------------------------------------
025321* ACTION LOG TABLE - THE LOG ROWS ARE HELD UNTIL THE NEW CALENDAR
025328* IS WRITTEN, SO A RUN THAT FAILS LOGS NO CHANGE IT NEVER MADE
025335*----------------------------------------------------------------
025342 01  PB-TABLE.
025349     05  PB-MAX                  PIC 9(04)  COMP  VALUE 500.
025356     05  PB-COUNT                PIC 9(04)  COMP  VALUE ZERO.
025363     05  PB-ROW                  PIC X(87)
025370                                 OCCURS 500 TIMES.
025377
025384 77  PB-SUB                      PIC 9(04)  COMP  VALUE ZERO.
025400
025500*----------------------------------------------------------------
025600* RUN COUNTS
025700*----------------------------------------------------------------
025800 77  PR-COUNT-ADDED              PIC 9(05)  COMP  VALUE ZERO.
025900 77  PR-COUNT-CLOSED             PIC 9(05)  COMP  VALUE ZERO.
026000 77  PR-COUNT-REOPENED           PIC 9(05)  COMP  VALUE ZERO.
026100 77  PR-COUNT-REFUSED            PIC 9(05)  COMP  VALUE ZERO.
026200 77  PR-COUNT-OPEN               PIC 9(05)  COMP  VALUE ZERO.
026300 77  PR-COUNT-LISTED-CLOSED      PIC 9(05)  COMP  VALUE ZERO.
026400
026500*----------------------------------------------------------------
026600* CALENDAR LISTING LINES
026700*----------------------------------------------------------------
026800 01  CL-HEADING-LINE.
026900     05  FILLER                  PIC X(34)
027000         VALUE ' ACCOUNTING PERIOD CALENDAR       '.
027100     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
027200     05  CL-HDG-DATE             PIC 9(08).
027300     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
027400     05  CL-HDG-OPERATOR         PIC X(08).
027500     05  FILLER                  PIC X(62) VALUE SPACES.
027600
027700 01  CL-COLUMN-LINE.
027800     05  FILLER                  PIC X(44)
027900         VALUE ' PERIOD  START DATE END DATE   STATUS  LAST '.
028000     05  FILLER                  PIC X(44)
028100         VALUE 'ACTION  BY        ON       AT              '.
028200     05  FILLER                  PIC X(44) VALUE SPACES.
028300
028400 01  CL-DETAIL-LINE.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  CL-DET-PERIOD-ID        PIC 9(06).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  CL-DET-START-DATE       PIC 9(08).
028900     05  FILLER                  PIC X(03) VALUE SPACES.
029000     05  CL-DET-END-DATE         PIC 9(08).
029100     05  FILLER                  PIC X(03) VALUE SPACES.
029200     05  CL-DET-STATUS           PIC X(06).
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  CL-DET-LAST-ACTION      PIC X(11).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  CL-DET-CHANGED-BY       PIC X(08).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  CL-DET-CHANGED-DATE     PIC 9(08).
029900     05  FILLER                  PIC X(01) VALUE SPACE.
030000     05  CL-DET-CHANGED-TIME     PIC 9(08).
030100     05  FILLER                  PIC X(53) VALUE SPACES.
030200
030300 01  CL-TOTAL-LINE.
030400     05  CL-TOT-LABEL            PIC X(30).
030500     05  CL-TOT-COUNT            PIC Z(06)9.
030600     05  FILLER                  PIC X(95) VALUE SPACES.
030700
030800 PROCEDURE DIVISION.
030900******************************************************************
031000*                        0000-MAINLINE                           *
031100******************************************************************
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031400     IF WS-RUN-OK
031500         EVALUATE TRUE
031600             WHEN PR-FUNCTION-UPDATE
031700                 PERFORM 2000-UPDATE-CALENDAR THRU 2000-EXIT
031800             WHEN PR-FUNCTION-LIST
031900                 PERFORM 4000-LIST-CALENDAR THRU 4000-EXIT
032000         END-EVALUATE
032100     END-IF.
032200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
032300     STOP RUN.
032400
032500******************************************************************
032600*     1000 - SIGN THE SUPERVISOR ON AND TAKE THE FUNCTION.  THE  *
032700*     CALENDAR IS NOT TOUCHED UNTIL THE SIGN-ON HAS PASSED.      *
032800******************************************************************
032900 1000-INITIALIZE.
033000     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD.
033100     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
033200     ACCEPT WS-OPERATOR-ID.
033300     IF WS-OPERATOR-ID = SPACES
033400         DISPLAY 'RUN REFUSED - NO OPERATOR ID ENTERED'
033500         MOVE 'N' TO WS-RUN-OK-SW
033600         GO TO 1000-EXIT
033700     END-IF.
033800     PERFORM 1300-SIGN-ON-CHECK THRU 1300-EXIT.
033900     IF NOT WS-SIGNON-OK
034000         MOVE 'N' TO WS-RUN-OK-SW
034100         GO TO 1000-EXIT
034200     END-IF.
034300     DISPLAY 'FUNCTION (U=UPDATE CALENDAR L=LIST CALENDAR): '.
034400     ACCEPT PR-FUNCTION.
034500     INSPECT PR-FUNCTION CONVERTING 'ul' TO 'UL'.
034600     IF NOT PR-FUNCTION-UPDATE AND NOT PR-FUNCTION-LIST
034700         DISPLAY 'RUN REFUSED - INVALID FUNCTION ' PR-FUNCTION
034800         MOVE 'N' TO WS-RUN-OK-SW
034900     END-IF.
035000 1000-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*     1200 THRU 1210 - LOAD THE CALENDAR.  NO FILE IS AN EMPTY   *
035500*     CALENDAR, SO THE FIRST PERIOD CAN BE ADDED.  A CALENDAR    *
035600*     OUT OF ORDER OR WITH A GAP IS REFUSED - THE FEEDS COULD    *
035700*     NOT BE TRUSTED TO RE-DATE AGAINST IT.                      *
035800******************************************************************
035900 1200-LOAD-CALENDAR.
036000     MOVE ZERO TO PX-COUNT.
036100     OPEN INPUT PERIOD-FILE.
036200     IF WS-PERIOD-STATUS = '35'
036300         DISPLAY 'NO PERIOD CALENDAR YET - STARTING AN EMPTY ONE'
036400         GO TO 1200-EXIT
036500     END-IF.
036600     IF WS-PERIOD-STATUS NOT = '00'
036700         DISPLAY 'ERROR - CANNOT OPEN PERIOD CALENDAR, STATUS = '
036800             WS-PERIOD-STATUS
036900         MOVE 'N' TO WS-RUN-OK-SW
037000         GO TO 1200-EXIT
037100     END-IF.
037200     MOVE 'N' TO WS-PERIOD-EOF-SW.
037300     PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-EXIT
037400         UNTIL WS-PERIOD-EOF OR WS-RUN-FAILED.
037500     CLOSE PERIOD-FILE.
037600     DISPLAY 'PERIODS LOADED: ' PX-COUNT.
037700 1200-EXIT.
037800     EXIT.
037900
038000 1210-LOAD-ONE-PERIOD.
038100     READ PERIOD-FILE
038200         AT END
038300             MOVE 'Y' TO WS-PERIOD-EOF-SW
038400             GO TO 1210-EXIT
038500     END-READ.
038600     IF PX-COUNT >= PX-MAX
038700         DISPLAY 'ERROR - PERIOD TABLE FULL AT ' PX-MAX
038800             ' PERIODS'
038900         MOVE 'N' TO WS-RUN-OK-SW
039000         GO TO 1210-EXIT
039100     END-IF.
039200     IF PX-COUNT > ZERO
039300         COMPUTE PR-DATE-INTEGER =
039400             FUNCTION INTEGER-OF-DATE(PX-END-DATE (PX-COUNT)) + 1
039500         IF PD-PERIOD-ID NOT > PX-PERIOD-ID (PX-COUNT)
039600                 OR PD-START-DATE NOT =
039700                     FUNCTION DATE-OF-INTEGER(PR-DATE-INTEGER)
039800             DISPLAY 'ERROR - PERIOD CALENDAR OUT OF SEQUENCE OR '
039900                 'BROKEN AT PERIOD ' PD-PERIOD-ID
040000             MOVE 'N' TO WS-RUN-OK-SW
040100             GO TO 1210-EXIT
040200         END-IF
040300     END-IF.
040400     ADD 1 TO PX-COUNT.
040500     MOVE PD-RECORD TO PX-ENTRY (PX-COUNT).
040600 1210-EXIT.
040700     EXIT.
040800
040900******************************************************************
041000*     1300 THRU 1360 - SUPERVISOR SIGN-ON.  THE OPERATOR MUST    *
041100*     BE ACTIVE ON THE MASTER, HOLD SUPERVISOR AUTHORITY, AND    *
041200*     GIVE THE PASSWORD HELD ON THE MASTER.  A MASTER THAT       *
041300*     CANNOT BE OPENED I-O REFUSES THE SIGN-ON.  A WRONG         *
041400*     PASSWORD IS COUNTED ON THE MASTER AND LOCKS THE ID AS ON   *
041410*     THE CALCULATOR.  REFUSED ATTEMPTS ARE LOGGED TO THE        *
041420*     SECURITY AUDIT FILE.                                       *
041500******************************************************************
041600 1300-SIGN-ON-CHECK.
041700     MOVE 'Y' TO WS-SIGNON-OK-SW.
041800     OPEN I-O OPERMAST-FILE.
041900     IF WS-OPERMAST-STATUS NOT = '00'
042000         DISPLAY 'ERROR - OPERATOR MASTER NOT AVAILABLE, '
042100             'STATUS = ' WS-OPERMAST-STATUS
042200         DISPLAY 'SIGN-ON REFUSED - SUPERVISOR AUTHORITY CANNOT '
042300             'BE VERIFIED'
042400         MOVE 'N' TO WS-SIGNON-OK-SW
042500     ELSE
042600         MOVE 'Y' TO WS-OPERMAST-OPEN-SW
042700         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
042800         READ OPERMAST-FILE
042900             INVALID KEY
043000                 DISPLAY 'SIGN-ON REFUSED - OPERATOR NOT ON '
043100                     'MASTER: ' WS-OPERATOR-ID
043200                 MOVE 'N' TO WS-SIGNON-OK-SW
043300             NOT INVALID KEY
043400                 PERFORM 1310-CHECK-SIGNON-RECORD THRU 1310-EXIT
043500         END-READ
043600     END-IF.
043700     IF NOT WS-SIGNON-OK
043800         PERFORM 1330-LOG-REFUSED-SIGNON THRU 1330-EXIT
043900     END-IF.
044000 1300-EXIT.
044100     EXIT.
044200
044300 1310-CHECK-SIGNON-RECORD.
044400     IF OM-LOCKED
044500         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS LOCKED OUT: '
044600             WS-OPERATOR-ID
044700         MOVE 'N' TO WS-SIGNON-OK-SW
044800         GO TO 1310-EXIT
044900     END-IF.
045000     IF OM-SUSPENDED
045100         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS SUSPENDED: '
045200             WS-OPERATOR-ID
045300         MOVE 'N' TO WS-SIGNON-OK-SW
045400         GO TO 1310-EXIT
045500     END-IF.
045600     IF NOT OM-ACTIVE
045700         DISPLAY 'SIGN-ON REFUSED - OPERATOR STATUS INVALID: '
045800             WS-OPERATOR-ID
045900         MOVE 'N' TO WS-SIGNON-OK-SW
046000         GO TO 1310-EXIT
046100     END-IF.
046200     IF NOT OM-IS-SUPERVISOR
046300         DISPLAY 'SIGN-ON REFUSED - NO SUPERVISOR AUTHORITY: '
046400             WS-OPERATOR-ID
046500         MOVE 'N' TO WS-SIGNON-OK-SW
046600         GO TO 1310-EXIT
046700     END-IF.
046800     PERFORM 1340-VERIFY-PASSWORD THRU 1340-EXIT.
046900 1310-EXIT.
047000     EXIT.
047100
047200 1320-OPEN-OPAUDIT-FILE.
047300     IF WS-OPAUDIT-IS-OPEN
047400         GO TO 1320-EXIT
047500     END-IF.
047600     OPEN EXTEND OPAUDIT-FILE.
047700     IF WS-OPAUDIT-STATUS = '35'
047800         OPEN OUTPUT OPAUDIT-FILE
047900     END-IF.
048000     IF WS-OPAUDIT-STATUS NOT = '00'
048100         DISPLAY 'ERROR - CANNOT OPEN SECURITY AUDIT FILE, '
048200             'STATUS = ' WS-OPAUDIT-STATUS
048300     ELSE
048400         MOVE 'Y' TO WS-OPAUDIT-OPEN-SW
048500     END-IF.
048600 1320-EXIT.
048700     EXIT.
048800
048900 1330-LOG-REFUSED-SIGNON.
049000     PERFORM 1320-OPEN-OPAUDIT-FILE THRU 1320-EXIT.
049100     IF NOT WS-OPAUDIT-IS-OPEN
049200         GO TO 1330-EXIT
049300     END-IF.
049400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
049500     ACCEPT WS-CURRENT-TIME FROM TIME.
049600     MOVE WS-CURRENT-DATE TO OA-DATE.
049700     MOVE WS-CURRENT-TIME TO OA-TIME.
049800     MOVE WS-OPERATOR-ID TO OA-MAINT-OPERATOR.
049900     MOVE 'X' TO OA-ACTION.
050000     MOVE WS-OPERATOR-ID TO OA-TARGET-OPERATOR.
050100     MOVE 'PERD' TO OA-NEW-MODES.
050200     MOVE SPACE TO OA-NEW-STATUS.
050300     MOVE SPACES TO OA-NEW-OPERATIONS.
050400     MOVE ZERO TO OA-NEW-LIMIT.
050500     MOVE SPACE TO OA-NEW-SUPERVISOR.
050600     WRITE OA-RECORD.
050700 1330-EXIT.
050800     EXIT.
050900
051000 1340-VERIFY-PASSWORD.
051100     DISPLAY 'ENTER PASSWORD: '.
051200     ACCEPT PR-PASSWORD-IN.
051300     IF PR-PASSWORD-IN NOT = OM-PASSWORD
051400         PERFORM 1360-RECORD-FAILED-ATTEMPT THRU 1360-EXIT
051500         MOVE 'N' TO WS-SIGNON-OK-SW
051600         GO TO 1340-EXIT
051700     END-IF.
051710     IF OM-FAIL-COUNT > ZERO
051720         MOVE ZERO TO OM-FAIL-COUNT
051730         REWRITE OM-RECORD
051800     END-IF.
051900     IF OM-MUST-CHANGE OR OM-PWD-CHANGED-DATE = ZERO
052000         DISPLAY 'SIGN-ON REFUSED - PASSWORD CHANGE REQUIRED, '
052100             'SIGN ON TO THE CALCULATOR TO CHANGE IT'
052200         MOVE 'N' TO WS-SIGNON-OK-SW
052300         GO TO 1340-EXIT
052400     END-IF.
052500     COMPUTE PR-PWD-AGE-DAYS =
052600         FUNCTION INTEGER-OF-DATE(PR-RUN-DATE)
052700         - FUNCTION INTEGER-OF-DATE(OM-PWD-CHANGED-DATE).
052800     IF PR-PWD-AGE-DAYS > PR-PWD-EXPIRY-DAYS
052900         DISPLAY 'SIGN-ON REFUSED - PASSWORD EXPIRED, SIGN ON '
053000             'TO THE CALCULATOR TO CHANGE IT'
053100         MOVE 'N' TO WS-SIGNON-OK-SW
053200     END-IF.
053300 1340-EXIT.
053400     EXIT.
053404
053408*----------------------------------------------------------------
053412* A WRONG PASSWORD COUNTS AGAINST THE ID AND THE THIRD MISS
053416* LOCKS IT, AS ON THE CALCULATOR SIGN-ON.
053420*----------------------------------------------------------------
053424 1360-RECORD-FAILED-ATTEMPT.
053428     ADD 1 TO OM-FAIL-COUNT.
053432     IF OM-FAIL-COUNT NOT < PR-MAX-FAIL-COUNT
053436         MOVE 'L' TO OM-STATUS
053440         DISPLAY 'SIGN-ON REFUSED - OPERATOR LOCKED OUT AFTER '
053444             PR-MAX-FAIL-COUNT ' FAILED ATTEMPTS: '
053448             WS-OPERATOR-ID
053452     ELSE
053456         DISPLAY 'SIGN-ON REFUSED - PASSWORD INCORRECT FOR '
053460             WS-OPERATOR-ID
053464     END-IF.
053468     REWRITE OM-RECORD.
053472     IF WS-OPERMAST-STATUS NOT = '00'
053476         DISPLAY 'ERROR - FAILED ATTEMPT NOT RECORDED, STATUS = '
053480             WS-OPERMAST-STATUS
053484     END-IF.
053488 1360-EXIT.
053492     EXIT.
053500
053600******************************************************************
053700*     1400 - OPEN THE PERIOD LOG FOR APPEND.  NO PERIOD IS       *
053800*     ADDED, CLOSED OR REOPENED UNLESS IT CAN BE LOGGED.         *
053900******************************************************************
054000 1400-OPEN-PERLOG-FILE.
054100     OPEN EXTEND PERLOG-FILE.
054200     IF WS-PERLOG-STATUS = '35'
054300         OPEN OUTPUT PERLOG-FILE
054400     END-IF.
054500     IF WS-PERLOG-STATUS NOT = '00'
054600         DISPLAY 'ERROR - CANNOT OPEN PERIOD LOG, STATUS = '
054700             WS-PERLOG-STATUS
054800         MOVE 'N' TO WS-RUN-OK-SW
054900     ELSE
055000         MOVE 'Y' TO WS-PERLOG-OPEN-SW
055100     END-IF.
055200 1400-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*     2000 THRU 2960 - UPDATE FUNCTION.  THE CALENDAR IS LOADED, *
055700*     EACH ACTION IS EDITED AGAINST IT, APPLIED TO THE TABLE AND *
055800*     ITS LOG ROW HELD, AND THE TABLE IS WRITTEN AS THE NEW      *
055810*     CALENDAR.  ONLY THEN ARE THE HELD ROWS WRITTEN TO THE      *
055820*     PERIOD LOG.                                                *
055900******************************************************************
056000 2000-UPDATE-CALENDAR.
056100     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
056200     IF WS-RUN-FAILED
056300         GO TO 2000-EXIT
056400     END-IF.
056500     PERFORM 1400-OPEN-PERLOG-FILE THRU 1400-EXIT.
056600     IF WS-RUN-FAILED
056700         DISPLAY 'ERROR - ACTIONS CANNOT BE LOGGED, CALENDAR '
056800             'NOT CHANGED'
056900         GO TO 2000-EXIT
057000     END-IF.
057100     OPEN OUTPUT NEWPERIOD-FILE.
057200     IF WS-NEWPERIOD-STATUS NOT = '00'
057300         DISPLAY 'ERROR - CANNOT OPEN NEW PERIOD CALENDAR, '
057400             'STATUS = ' WS-NEWPERIOD-STATUS
057500         MOVE 'N' TO WS-RUN-OK-SW
057600         GO TO 2000-EXIT
057700     END-IF.
057800     MOVE 'Y' TO WS-NEWPERIOD-OPEN-SW.
057900     MOVE SPACE TO PR-ACTION.
058000     PERFORM 2100-TAKE-ONE-ACTION THRU 2100-EXIT
058100         UNTIL PR-ACTION-QUIT OR WS-RUN-FAILED.
058200     PERFORM 2900-WRITE-NEW-CALENDAR THRU 2900-EXIT.
058300 2000-EXIT.
058400     EXIT.
058500
058600 2100-TAKE-ONE-ACTION.
058610     IF PB-COUNT >= PB-MAX
058620         DISPLAY 'ACTION LOG FULL AT ' PB-MAX ' ACTIONS - '
058630             'ENDING THE UPDATE'
058640         MOVE 'Q' TO PR-ACTION
058650         GO TO 2100-EXIT
058660     END-IF.
058700     DISPLAY 'ACTION (A=ADD PERIOD C=CLOSE PERIOD R=REOPEN '
058800         'PERIOD Q=QUIT): '.
058900     ACCEPT PR-ACTION.
059000     INSPECT PR-ACTION CONVERTING 'acrq' TO 'ACRQ'.
059100     EVALUATE TRUE
059200         WHEN PR-ACTION-ADD
059300             PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
059400         WHEN PR-ACTION-CLOSE
059500             PERFORM 2300-CLOSE-PERIOD THRU 2300-EXIT
059600         WHEN PR-ACTION-REOPEN
059700             PERFORM 2400-REOPEN-PERIOD THRU 2400-EXIT
059800         WHEN PR-ACTION-QUIT
059900             CONTINUE
060000         WHEN OTHER
060100             DISPLAY 'INVALID ACTION - ' PR-ACTION
060200     END-EVALUATE.
060300 2100-EXIT.
060400     EXIT.
060500
060600*----------------------------------------------------------------
060700* A NEW PERIOD GOES ON THE END OF THE CALENDAR, OPEN.  ITS ID
060800* MUST FOLLOW THE LAST ONE AND, ONCE THERE IS A CALENDAR, IT
060900* STARTS THE DAY AFTER THE LAST PERIOD ENDS.
061000*----------------------------------------------------------------
061100 2200-ADD-PERIOD.
061200     IF PX-COUNT >= PX-MAX
061300         DISPLAY 'ERROR - PERIOD TABLE FULL AT ' PX-MAX
061400             ' PERIODS'
061500         ADD 1 TO PR-COUNT-REFUSED
061600         GO TO 2200-EXIT
061700     END-IF.
061800     PERFORM 2500-ACCEPT-PERIOD-ID THRU 2500-EXIT.
061900     IF NOT WS-VALID-INPUT
062000         ADD 1 TO PR-COUNT-REFUSED
062100         GO TO 2200-EXIT
062200     END-IF.
062300     IF PX-COUNT > ZERO
062400         IF PR-PERIOD-ID NOT > PX-PERIOD-ID (PX-COUNT)
062500             DISPLAY 'ERROR - NEW PERIOD MUST FOLLOW THE LAST '
062600                 'PERIOD ' PX-PERIOD-ID (PX-COUNT)
062700             ADD 1 TO PR-COUNT-REFUSED
062800             GO TO 2200-EXIT
062900         END-IF
063000         COMPUTE PR-DATE-INTEGER =
063100             FUNCTION INTEGER-OF-DATE(PX-END-DATE (PX-COUNT)) + 1
063200         COMPUTE PR-START-DATE =
063300             FUNCTION DATE-OF-INTEGER(PR-DATE-INTEGER)
063400         DISPLAY 'PERIOD ' PR-PERIOD-ID ' STARTS ' PR-START-DATE
063500     ELSE
063600         DISPLAY 'START DATE (YYYYMMDD): '
063700         ACCEPT PR-DATE-RAW
063800         PERFORM 2600-EDIT-DATE THRU 2600-EXIT
063900         IF NOT WS-VALID-INPUT
064000             ADD 1 TO PR-COUNT-REFUSED
064100             GO TO 2200-EXIT
064200         END-IF
064300         MOVE PR-DATE-IN TO PR-START-DATE
064400     END-IF.
064500     DISPLAY 'END DATE (YYYYMMDD): '.
064600     ACCEPT PR-DATE-RAW.
064700     PERFORM 2600-EDIT-DATE THRU 2600-EXIT.
064800     IF NOT WS-VALID-INPUT
064900         ADD 1 TO PR-COUNT-REFUSED
065000         GO TO 2200-EXIT
065100     END-IF.
065200     IF PR-DATE-IN < PR-START-DATE
065300         DISPLAY 'ERROR - END DATE IS BEFORE THE START DATE '
065400             PR-START-DATE
065500         ADD 1 TO PR-COUNT-REFUSED
065600         GO TO 2200-EXIT
065700     END-IF.
065800     MOVE PR-DATE-IN TO PR-END-DATE.
065900     ADD 1 TO PX-COUNT.
066000     MOVE PX-COUNT TO PX-SUB.
066100     MOVE PR-PERIOD-ID TO PX-PERIOD-ID (PX-SUB).
066200     MOVE PR-START-DATE TO PX-START-DATE (PX-SUB).
066300     MOVE PR-END-DATE TO PX-END-DATE (PX-SUB).
066400     MOVE SPACE TO PR-OLD-STATUS.
066500     MOVE 'O' TO PX-STATUS (PX-SUB).
066600     MOVE SPACES TO PR-REASON.
066700     PERFORM 2700-STAMP-AND-LOG THRU 2700-EXIT.
066800     ADD 1 TO PR-COUNT-ADDED.
066900     DISPLAY 'PERIOD ' PR-PERIOD-ID ' ADDED, OPEN'.
067000 2200-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* PERIODS CLOSE OLDEST FIRST, AND ONLY ONCE THEY HAVE ENDED.
067500*----------------------------------------------------------------
067600 2300-CLOSE-PERIOD.
067700     PERFORM 2500-ACCEPT-PERIOD-ID THRU 2500-EXIT.
067800     IF WS-VALID-INPUT
067900         PERFORM 2550-FIND-PERIOD THRU 2550-EXIT
068000     END-IF.
068100     IF NOT WS-VALID-INPUT
068200         ADD 1 TO PR-COUNT-REFUSED
068300         GO TO 2300-EXIT
068400     END-IF.
068500     IF PX-CLOSED (PX-SUB)
068600         DISPLAY 'ERROR - PERIOD ' PR-PERIOD-ID
068700             ' IS ALREADY CLOSED'
068800         ADD 1 TO PR-COUNT-REFUSED
068900         GO TO 2300-EXIT
069000     END-IF.
069100     IF PX-SUB > 1
069200         IF PX-OPEN (PX-SUB - 1)
069300             DISPLAY 'ERROR - CLOSE PERIOD '
069400                 PX-PERIOD-ID (PX-SUB - 1) ' FIRST'
069500             ADD 1 TO PR-COUNT-REFUSED
069600             GO TO 2300-EXIT
069700         END-IF
069800     END-IF.
069900     IF PX-END-DATE (PX-SUB) NOT < PR-RUN-DATE
070000         DISPLAY 'ERROR - PERIOD ' PR-PERIOD-ID
070100             ' DOES NOT END UNTIL ' PX-END-DATE (PX-SUB)
070200         ADD 1 TO PR-COUNT-REFUSED
070300         GO TO 2300-EXIT
070400     END-IF.
070500     MOVE PX-STATUS (PX-SUB) TO PR-OLD-STATUS.
070600     MOVE 'C' TO PX-STATUS (PX-SUB).
070700     MOVE SPACES TO PR-REASON.
070800     PERFORM 2700-STAMP-AND-LOG THRU 2700-EXIT.
070900     ADD 1 TO PR-COUNT-CLOSED.
071000     DISPLAY 'PERIOD ' PR-PERIOD-ID ' CLOSED'.
071100 2300-EXIT.
071200     EXIT.
071300
071400*----------------------------------------------------------------
071500* PERIODS REOPEN NEWEST FIRST, AND ONLY WITH A REASON.
071600*----------------------------------------------------------------
071700 2400-REOPEN-PERIOD.
071800     PERFORM 2500-ACCEPT-PERIOD-ID THRU 2500-EXIT.
071900     IF WS-VALID-INPUT
072000         PERFORM 2550-FIND-PERIOD THRU 2550-EXIT
072100     END-IF.
072200     IF NOT WS-VALID-INPUT
072300         ADD 1 TO PR-COUNT-REFUSED
072400         GO TO 2400-EXIT
072500     END-IF.
072600     IF NOT PX-CLOSED (PX-SUB)
072700         DISPLAY 'ERROR - PERIOD ' PR-PERIOD-ID ' IS NOT CLOSED'
072800         ADD 1 TO PR-COUNT-REFUSED
072900         GO TO 2400-EXIT
073000     END-IF.
073100     IF PX-SUB < PX-COUNT
073200         IF PX-CLOSED (PX-SUB + 1)
073300             DISPLAY 'ERROR - REOPEN PERIOD '
073400                 PX-PERIOD-ID (PX-SUB + 1) ' FIRST'
073500             ADD 1 TO PR-COUNT-REFUSED
073600             GO TO 2400-EXIT
073700         END-IF
073800     END-IF.
073900     DISPLAY 'REASON FOR REOPENING: '.
074000     ACCEPT PR-REASON.
074100     IF PR-REASON = SPACES
074200         DISPLAY 'ERROR - A REOPEN MUST GIVE A REASON'
074300         ADD 1 TO PR-COUNT-REFUSED
074400         GO TO 2400-EXIT
074500     END-IF.
074600     MOVE PX-STATUS (PX-SUB) TO PR-OLD-STATUS.
074700     MOVE 'O' TO PX-STATUS (PX-SUB).
074800     PERFORM 2700-STAMP-AND-LOG THRU 2700-EXIT.
074900     ADD 1 TO PR-COUNT-REOPENED.
075000     DISPLAY 'PERIOD ' PR-PERIOD-ID ' REOPENED'.
075100 2400-EXIT.
075200     EXIT.
075300
075400 2500-ACCEPT-PERIOD-ID.
075500     MOVE 'Y' TO WS-VALID-INPUT-SW.
075600     DISPLAY 'PERIOD ID (YYYYPP): '.
075700     ACCEPT PR-PERIOD-RAW.
075800     IF PR-PERIOD-RAW NOT NUMERIC
075900         DISPLAY 'ERROR - PERIOD ID IS NOT NUMERIC: '
076000             PR-PERIOD-RAW
076100         MOVE 'N' TO WS-VALID-INPUT-SW
076200         GO TO 2500-EXIT
076300     END-IF.
076400     IF PR-PERIOD-NUMBER = ZERO
076500             OR PR-PERIOD-NUMBER > PR-PERIODS-PER-YEAR
076600         DISPLAY 'ERROR - PERIOD NUMBER MUST BE 01 THRU '
076700             PR-PERIODS-PER-YEAR ': ' PR-PERIOD-RAW
076800         MOVE 'N' TO WS-VALID-INPUT-SW
076900     END-IF.
077000 2500-EXIT.
077100     EXIT.
077200
077300 2550-FIND-PERIOD.
077400     MOVE 'N' TO WS-PERIOD-FOUND-SW.
077500     MOVE 1 TO PX-SUB.
077600     PERFORM 2560-MATCH-PERIOD THRU 2560-EXIT
077700         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
077800     IF NOT WS-PERIOD-FOUND
077900         DISPLAY 'ERROR - PERIOD NOT ON THE CALENDAR: '
078000             PR-PERIOD-ID
078100         MOVE 'N' TO WS-VALID-INPUT-SW
078200     END-IF.
078300 2550-EXIT.
078400     EXIT.
078500
078600 2560-MATCH-PERIOD.
078700     IF PX-PERIOD-ID (PX-SUB) = PR-PERIOD-ID
078800         MOVE 'Y' TO WS-PERIOD-FOUND-SW
078900     ELSE
079000         ADD 1 TO PX-SUB
079100     END-IF.
079200 2560-EXIT.
079300     EXIT.
079400
079500 2600-EDIT-DATE.
079600     MOVE 'Y' TO WS-VALID-INPUT-SW.
079700     IF PR-DATE-RAW NOT NUMERIC
079800         DISPLAY 'ERROR - DATE IS NOT NUMERIC: ' PR-DATE-RAW
079900         MOVE 'N' TO WS-VALID-INPUT-SW
080000         GO TO 2600-EXIT
080100     END-IF.
080200     IF FUNCTION TEST-DATE-YYYYMMDD(PR-DATE-IN) NOT = ZERO
080300         DISPLAY 'ERROR - DATE IS NOT A CALENDAR DATE: '
080400             PR-DATE-RAW
080500         MOVE 'N' TO WS-VALID-INPUT-SW
080600     END-IF.
080700 2600-EXIT.
080800     EXIT.
080900
081000*----------------------------------------------------------------
081100* THE ACTION IS STAMPED ON THE PERIOD AND ITS LOG ROW HELD WITH
081200* THE OPERATOR, THE STATUS BEFORE AND AFTER, AND ANY REASON.
081300*----------------------------------------------------------------
081400 2700-STAMP-AND-LOG.
081500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
081600     ACCEPT WS-CURRENT-TIME FROM TIME.
081700     MOVE PR-ACTION TO PX-LAST-ACTION (PX-SUB).
081800     MOVE WS-OPERATOR-ID TO PX-CHANGED-BY (PX-SUB).
081900     MOVE WS-CURRENT-DATE TO PX-CHANGED-DATE (PX-SUB).
082000     MOVE WS-CURRENT-TIME TO PX-CHANGED-TIME (PX-SUB).
082100     MOVE SPACES TO PL-RECORD.
082200     MOVE WS-CURRENT-DATE TO PL-DATE.
082300     MOVE WS-CURRENT-TIME TO PL-TIME.
082400     MOVE WS-OPERATOR-ID TO PL-OPERATOR.
082500     MOVE PR-ACTION TO PL-ACTION.
082600     MOVE PX-PERIOD-ID (PX-SUB) TO PL-PERIOD-ID.
082700     MOVE PX-START-DATE (PX-SUB) TO PL-START-DATE.
082800     MOVE PX-END-DATE (PX-SUB) TO PL-END-DATE.
082900     MOVE PR-OLD-STATUS TO PL-OLD-STATUS.
083000     MOVE PX-STATUS (PX-SUB) TO PL-NEW-STATUS.
083100     MOVE PR-REASON TO PL-REASON.
083200     ADD 1 TO PB-COUNT.
083300     MOVE PL-RECORD TO PB-ROW (PB-COUNT).
083800 2700-EXIT.
083900     EXIT.
084000
084100*----------------------------------------------------------------
084200* THE NEW CALENDAR IS WRITTEN ONLY FROM A CLEAN RUN; OTHERWISE
084300* IT IS LEFT EMPTY AND PERIODS STANDS.  THE HELD LOG ROWS GO
084310* OUT ONLY ONCE EVERY PERIOD IS WRITTEN.  A LOG WRITE THAT FAILS
084320* STILL FAILS THE RUN, SO THE NEW CALENDAR IS NOT CATALOGED AND
084330* NO CHANGE STANDS WITHOUT ITS LOG ROW.
084400*----------------------------------------------------------------
084500 2900-WRITE-NEW-CALENDAR.
084600     IF WS-RUN-FAILED
084700         GO TO 2900-EXIT
084800     END-IF.
084900     MOVE 1 TO PX-SUB.
085000     PERFORM 2910-WRITE-ONE-PERIOD THRU 2910-EXIT
085100         UNTIL PX-SUB > PX-COUNT OR WS-RUN-FAILED.
085110     IF WS-RUN-OK
085120         PERFORM 2950-WRITE-ACTION-LOG THRU 2950-EXIT
085130     END-IF.
085200 2900-EXIT.
085300     EXIT.
085400
085500 2910-WRITE-ONE-PERIOD.
085600     WRITE PN-RECORD FROM PX-ENTRY (PX-SUB).
085610     IF WS-NEWPERIOD-STATUS NOT = '00'
085620         DISPLAY 'ERROR - NEW CALENDAR WRITE FAILED, STATUS = '
085630             WS-NEWPERIOD-STATUS
085640         MOVE 'N' TO WS-RUN-OK-SW
085650     END-IF.
085700     ADD 1 TO PX-SUB.
085800 2910-EXIT.
085900     EXIT.
085905
085910 2950-WRITE-ACTION-LOG.
085915     MOVE 1 TO PB-SUB.
085920     PERFORM 2960-WRITE-ONE-LOG-ROW THRU 2960-EXIT
085925         UNTIL PB-SUB > PB-COUNT OR WS-RUN-FAILED.
085930 2950-EXIT.
085935     EXIT.
085940
085945 2960-WRITE-ONE-LOG-ROW.
085950     WRITE PL-RECORD FROM PB-ROW (PB-SUB).
085955     IF WS-PERLOG-STATUS NOT = '00'
085960         DISPLAY 'ERROR - PERIOD LOG WRITE FAILED, STATUS = '
085965             WS-PERLOG-STATUS
085970         MOVE 'N' TO WS-RUN-OK-SW
085975     END-IF.
085980     ADD 1 TO PB-SUB.
085985 2960-EXIT.
085990     EXIT.
086000
086100******************************************************************
086200*     4000 THRU 4100 - LIST FUNCTION.  ONE LINE PER PERIOD WITH  *
086300*     ITS STATUS AND THE LAST ACTION TAKEN ON IT.                *
086400******************************************************************
086500 4000-LIST-CALENDAR.
086600     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
086700     IF WS-RUN-FAILED
086800         GO TO 4000-EXIT
086900     END-IF.
087000     OPEN OUTPUT CALENDAR-REPORT-FILE.
087100     IF WS-PERRPT-STATUS NOT = '00'
087200         DISPLAY 'ERROR - CANNOT OPEN CALENDAR REPORT, STATUS = '
087300             WS-PERRPT-STATUS
087400         MOVE 'N' TO WS-RUN-OK-SW
087500         GO TO 4000-EXIT
087600     END-IF.
087700     MOVE PR-RUN-DATE TO CL-HDG-DATE.
087800     MOVE WS-OPERATOR-ID TO CL-HDG-OPERATOR.
087900     WRITE CL-RECORD FROM CL-HEADING-LINE.
088000     MOVE SPACES TO CL-RECORD.
088100     WRITE CL-RECORD.
088200     WRITE CL-RECORD FROM CL-COLUMN-LINE.
088300     MOVE 1 TO PX-SUB.
088400     PERFORM 4100-PRINT-ONE-PERIOD THRU 4100-EXIT
088500         UNTIL PX-SUB > PX-COUNT.
088600     MOVE SPACES TO CL-RECORD.
088700     WRITE CL-RECORD.
088800     MOVE ' OPEN PERIODS................:' TO CL-TOT-LABEL.
088900     MOVE PR-COUNT-OPEN TO CL-TOT-COUNT.
089000     WRITE CL-RECORD FROM CL-TOTAL-LINE.
089100     MOVE ' CLOSED PERIODS..............:' TO CL-TOT-LABEL.
089200     MOVE PR-COUNT-LISTED-CLOSED TO CL-TOT-COUNT.
089300     WRITE CL-RECORD FROM CL-TOTAL-LINE.
089400     CLOSE CALENDAR-REPORT-FILE.
089500 4000-EXIT.
089600     EXIT.
089700
089800 4100-PRINT-ONE-PERIOD.
089900     MOVE PX-PERIOD-ID (PX-SUB) TO CL-DET-PERIOD-ID.
090000     MOVE PX-START-DATE (PX-SUB) TO CL-DET-START-DATE.
090100     MOVE PX-END-DATE (PX-SUB) TO CL-DET-END-DATE.
090200     IF PX-CLOSED (PX-SUB)
090300         MOVE 'CLOSED' TO CL-DET-STATUS
090400         ADD 1 TO PR-COUNT-LISTED-CLOSED
090500     ELSE
090600         MOVE 'OPEN' TO CL-DET-STATUS
090700         ADD 1 TO PR-COUNT-OPEN
090800     END-IF.
090900     EVALUATE PX-LAST-ACTION (PX-SUB)
091000         WHEN 'A'
091100             MOVE 'ADDED' TO CL-DET-LAST-ACTION
091200         WHEN 'C'
091300             MOVE 'CLOSED' TO CL-DET-LAST-ACTION
091400         WHEN 'R'
091500             MOVE 'REOPENED' TO CL-DET-LAST-ACTION
091600         WHEN OTHER
091700             MOVE SPACES TO CL-DET-LAST-ACTION
091800     END-EVALUATE.
091900     MOVE PX-CHANGED-BY (PX-SUB) TO CL-DET-CHANGED-BY.
092000     MOVE PX-CHANGED-DATE (PX-SUB) TO CL-DET-CHANGED-DATE.
092100     MOVE PX-CHANGED-TIME (PX-SUB) TO CL-DET-CHANGED-TIME.
092200     WRITE CL-RECORD FROM CL-DETAIL-LINE.
092300     ADD 1 TO PX-SUB.
092400 4100-EXIT.
092500     EXIT.
092600
092700******************************************************************
092800*                   9000 - END OF RUN TERMINATION                *
092900******************************************************************
093000 9000-TERMINATE.
093100     IF WS-NEWPERIOD-IS-OPEN
093200         CLOSE NEWPERIOD-FILE
093300         MOVE 'N' TO WS-NEWPERIOD-OPEN-SW
093400     END-IF.
093500     EVALUATE TRUE
093600         WHEN WS-RUN-FAILED
093700             DISPLAY 'PERIOD MAINTENANCE DID NOT COMPLETE - SEE '
093800                 'MESSAGES ABOVE'
093810             MOVE 8 TO RETURN-CODE
093900         WHEN PR-FUNCTION-UPDATE
094000             DISPLAY 'UPDATE COMPLETE - ADDED ' PR-COUNT-ADDED
094100                 ' CLOSED ' PR-COUNT-CLOSED
094200                 ' REOPENED ' PR-COUNT-REOPENED
094300                 ' REFUSED ' PR-COUNT-REFUSED
094400         WHEN PR-FUNCTION-LIST
094500             DISPLAY 'LIST COMPLETE - OPEN ' PR-COUNT-OPEN
094600                 ' CLOSED ' PR-COUNT-LISTED-CLOSED
094610             MOVE 4 TO RETURN-CODE
094700     END-EVALUATE.
094800     IF WS-PERLOG-IS-OPEN
094900         CLOSE PERLOG-FILE
095000         MOVE 'N' TO WS-PERLOG-OPEN-SW
095100     END-IF.
095200     IF WS-OPAUDIT-IS-OPEN
095300         CLOSE OPAUDIT-FILE
095400         MOVE 'N' TO WS-OPAUDIT-OPEN-SW
095500     END-IF.
095600     IF WS-OPERMAST-IS-OPEN
095700         CLOSE OPERMAST-FILE
095800         MOVE 'N' TO WS-OPERMAST-OPEN-SW
095900     END-IF.
096000 9000-EXIT.
096100     EXIT.
