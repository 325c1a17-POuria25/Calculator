000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCAPRV.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL GL APPROVAL QUEUE MAINTENANCE.  A   *
001200*                   SUPERVISOR SIGNS ON AGAINST THE OPERATOR     *
001300*                   MASTER, LISTS THE RESULTS THE GL EXTRACT     *
001400*                   HELD FOR BEING OVER THEIR OPERATOR'S         *
001500*                   APPROVAL LIMIT, AND RELEASES, DECLINES OR    *
001600*                   HOLDS EACH ONE.  RELEASED ITEMS GO TO THE    *
001700*                   RELEASE FILE FOR THE NEXT EXTRACT, DECLINED  *
001800*                   ITEMS ARE REPORTED BACK, AND EVERY DECISION  *
001900*                   IS LOGGED TO THE SECURITY AUDIT FILE.  A     *
002000*                   SUPERVISOR MAY NOT DECIDE AN ITEM OF THEIR   *
002100*                   OWN.                                         *
002200******************************************************************
002300*  DECISION CODES KEYED BY THE SUPERVISOR:                       *
002400*    R = RELEASE - THE ITEM POSTS ON THE NEXT GL EXTRACT         *
002500*    D = DECLINE - THE ITEM IS DROPPED AND REPORTED BACK         *
002600*    H = HOLD    - THE ITEM STAYS ON THE QUEUE (THE DEFAULT)     *
002700*    Q = QUIT    - THIS AND EVERY REMAINING ITEM STAY ON QUEUE   *
002800*  THE NEW QUEUE (GLPENDN) AND NEW RELEASE FILE (GLRELSN) ARE    *
002900*  WRITTEN ON EVERY SIGNED-ON RUN, EMPTY OR NOT, AND REPLACE     *
002910*  GLPEND AND GLRELS ONLY WHEN THE RUN ENDS WITH RETURN CODE 0.  *
002920*  RELEASES ALREADY POSTED BY AN EXTRACT BEFORE THE LATEST ONE   *
002930*  ARE NOT CARRIED INTO GLRELSN.                                 *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS OM-OPERATOR-ID
003800         FILE STATUS IS WS-OPERMAST-STATUS.
003900
004000     SELECT OPAUDIT-FILE ASSIGN TO OPAUDIT
004100         FILE STATUS IS WS-OPAUDIT-STATUS.
004200
004300     SELECT OLDPEND-FILE ASSIGN TO GLPEND
004400         FILE STATUS IS WS-OLDPEND-STATUS.
004500
004600     SELECT NEWPEND-FILE ASSIGN TO GLPENDN
004700         FILE STATUS IS WS-NEWPEND-STATUS.
004800
004900     SELECT OLDRELS-FILE ASSIGN TO GLRELS
005000         FILE STATUS IS WS-OLDRELS-STATUS.
005010
005020     SELECT NEWRELS-FILE ASSIGN TO GLRELSN
005030         FILE STATUS IS WS-NEWRELS-STATUS.
005100
005200     SELECT APPROVAL-REPORT-FILE ASSIGN TO APRVRPT
005300         FILE STATUS IS WS-APRVRPT-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700*----------------------------------------------------------------
005800* OPERATOR SECURITY MASTER - SAME LAYOUT THE CALCULATOR
005900* MAINTAINS.  ONLY THE FAILED-ATTEMPT COUNT AND LOCK ARE
005910* UPDATED HERE.
006000*----------------------------------------------------------------
006100 FD  OPERMAST-FILE
006200     RECORD CONTAINS 63 CHARACTERS.
006300 01  OM-RECORD.
006400     05  OM-OPERATOR-ID          PIC X(08).
006500     05  OM-STATUS               PIC X(01).
006600         88  OM-ACTIVE           VALUE 'A'.
006700         88  OM-SUSPENDED        VALUE 'S'.
006800         88  OM-LOCKED           VALUE 'L'.
006900     05  OM-MODES                PIC X(05).
007000     05  OM-OPERATIONS           PIC X(16).
007100     05  OM-PASSWORD             PIC X(08).
007200     05  OM-PWD-CHANGED-DATE     PIC 9(08).
007300     05  OM-FAIL-COUNT           PIC 9(01).
007400     05  OM-FORCE-CHANGE         PIC X(01).
007500         88  OM-MUST-CHANGE      VALUE 'Y'.
007600     05  OM-APPROVAL-LIMIT       PIC 9(12)V99.
007700     05  OM-SUPERVISOR           PIC X(01).
007800         88  OM-IS-SUPERVISOR    VALUE 'Y'.
007900
008000*----------------------------------------------------------------
008100* OPERATOR SECURITY AUDIT - SAME LAYOUT THE CALCULATOR WRITES.
008200* A RELEASE OR DECLINE CARRIES THE ITEM'S POSTING DATE, SOURCE
008300* RECORD AND AMOUNT IN THE OPERATIONS AND LIMIT FIELDS.
008400*----------------------------------------------------------------
008500 FD  OPAUDIT-FILE
008600     RECORD CONTAINS 70 CHARACTERS.
008700 01  OA-RECORD.
008800     05  OA-DATE                 PIC 9(08).
008900     05  OA-TIME                 PIC 9(08).
009000     05  OA-MAINT-OPERATOR       PIC X(08).
009100     05  OA-ACTION               PIC X(01).
009200         88  OA-ACTION-REFUSED   VALUE 'X'.
009300         88  OA-ACTION-RELEASED  VALUE 'P'.
009400         88  OA-ACTION-DECLINED  VALUE 'D'.
009500     05  OA-TARGET-OPERATOR      PIC X(08).
009600     05  OA-NEW-STATUS           PIC X(01).
009700     05  OA-NEW-MODES            PIC X(05).
009800     05  OA-NEW-OPERATIONS       PIC X(16).
009900     05  OA-ITEM-KEY REDEFINES OA-NEW-OPERATIONS.
010000         10  OA-ITEM-DATE        PIC 9(08).
010100         10  OA-ITEM-SOURCE      PIC 9(08).
010200     05  OA-NEW-LIMIT            PIC 9(12)V99.
010300     05  OA-ITEM-AMOUNT REDEFINES OA-NEW-LIMIT
010400                                 PIC 9(12)V99.
010500     05  OA-NEW-SUPERVISOR       PIC X(01).
010600
010700*----------------------------------------------------------------
010800* PENDING-APPROVAL QUEUE - APPENDED BY THE GL EXTRACT.  THE
010900* DETAIL IMAGE IS THE GL DETAIL THE ITEM WILL POST AS.
011000*----------------------------------------------------------------
011100 FD  OLDPEND-FILE
011200     RECORD CONTAINS 100 CHARACTERS.
011300 01  AP-RECORD.
011400     05  AP-DETAIL-IMAGE.
011500         10  AP-DET-ID           PIC X(01).
011600         10  AP-DET-ACCOUNT      PIC X(10).
011700         10  AP-DET-DR-CR        PIC X(01).
011800         10  AP-DET-AMOUNT       PIC S9(12)V99
011900             SIGN IS TRAILING SEPARATE CHARACTER.
012000         10  AP-DET-DATE         PIC 9(08).
012100         10  AP-DET-SOURCE       PIC 9(08).
012200     05  AP-OPERATOR-ID          PIC X(08).
012300     05  AP-OPERATION            PIC X(02).
012400     05  AP-LIMIT                PIC 9(12)V99.
012500     05  AP-QUEUED-DATE          PIC 9(08).
012600     05  AP-STATUS               PIC X(01).
012700         88  AP-PENDING          VALUE 'P'.
012800         88  AP-RELEASED         VALUE 'R'.
012900         88  AP-DECLINED         VALUE 'D'.
013000     05  AP-DECIDED-BY           PIC X(08).
013100     05  AP-DECIDED-DATE         PIC 9(08).
013200     05  AP-DECIDED-TIME         PIC 9(08).
013300
013400*----------------------------------------------------------------
013500* NEW QUEUE - ITEMS STILL AWAITING A DECISION
013600*----------------------------------------------------------------
013700 FD  NEWPEND-FILE
013800     RECORD CONTAINS 100 CHARACTERS.
013900 01  AN-RECORD                   PIC X(100).
014000
014100*----------------------------------------------------------------
014200* RELEASED ITEMS - IN THE QUEUE LAYOUT WITH THE DECISION FILLED
014300* IN, FOLLOWED BY THE DATE OF THE GL EXTRACT THAT POSTED THE
014310* ITEM (ZERO UNTIL POSTED).  THE OLD FILE IS CARRIED FORWARD
014320* INTO THE NEW ONE AND THIS RUN'S RELEASES ADDED AFTER IT.
014400*----------------------------------------------------------------
014500 FD  OLDRELS-FILE
014600     RECORD CONTAINS 108 CHARACTERS.
014700 01  OR-RECORD.
014710     05  OR-QUEUE-IMAGE          PIC X(100).
014720     05  OR-POSTED-DATE          PIC 9(08).
014730
014740 FD  NEWRELS-FILE
014750     RECORD CONTAINS 108 CHARACTERS.
014760 01  NR-RECORD.
014770     05  NR-QUEUE-IMAGE          PIC X(100).
014780     05  NR-POSTED-DATE          PIC 9(08).
014800
014900*----------------------------------------------------------------
015000* APPROVAL REPORT - PRINT IMAGE
015100*----------------------------------------------------------------
015200 FD  APPROVAL-REPORT-FILE
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  QR-RECORD                   PIC X(80).
015500
015600 WORKING-STORAGE SECTION.
015700*----------------------------------------------------------------
015800* FILE STATUS FIELDS AND SWITCHES
015900*----------------------------------------------------------------
016000 01  WS-OPERMAST-STATUS          PIC X(02).
016100 01  WS-OPAUDIT-STATUS           PIC X(02).
016200 01  WS-OLDPEND-STATUS           PIC X(02).
016300 01  WS-NEWPEND-STATUS           PIC X(02).
016400 01  WS-OLDRELS-STATUS           PIC X(02).
016410 01  WS-NEWRELS-STATUS           PIC X(02).
016500 01  WS-APRVRPT-STATUS           PIC X(02).
016600
016700 01  WS-RUN-OK-SW                PIC X(01)  VALUE 'Y'.
016800     88  WS-RUN-OK               VALUE 'Y'.
016900     88  WS-RUN-FAILED           VALUE 'N'.
017000
017100 01  WS-SIGNON-OK-SW             PIC X(01)  VALUE 'Y'.
017200     88  WS-SIGNON-OK            VALUE 'Y'.
017300
017400 01  WS-OPERMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
017500     88  WS-OPERMAST-IS-OPEN     VALUE 'Y'.
017600
017700 01  WS-OPAUDIT-OPEN-SW          PIC X(01)  VALUE 'N'.
017800     88  WS-OPAUDIT-IS-OPEN      VALUE 'Y'.
017900
018000 01  WS-REPORT-OPEN-SW           PIC X(01)  VALUE 'N'.
018100     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
018200
018300 01  WS-QUEUE-PRESENT-SW         PIC X(01)  VALUE 'N'.
018400     88  WS-QUEUE-PRESENT        VALUE 'Y'.
018500
018600 01  WS-OLDPEND-EOF-SW           PIC X(01)  VALUE 'N'.
018700     88  WS-OLDPEND-EOF          VALUE 'Y'.
018710
018720 01  WS-OLDRELS-EOF-SW           PIC X(01)  VALUE 'N'.
018730     88  WS-OLDRELS-EOF          VALUE 'Y'.
018800
018900 01  WS-QUIT-SW                  PIC X(01)  VALUE 'N'.
019000     88  WS-QUIT-REQUESTED       VALUE 'Y'.
019100
019200*----------------------------------------------------------------
019300* SIGN-ON AND DECISION WORK AREA
019400*----------------------------------------------------------------
019500 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
019600 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
019700 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
019800 01  AQ-PASSWORD-IN              PIC X(08)  VALUE SPACES.
019900 01  AQ-RUN-DATE                 PIC 9(08)  VALUE ZERO.
020000 01  AQ-DECISION                 PIC X(01)  VALUE SPACE.
020100     88  AQ-RELEASE              VALUE 'R'.
020200     88  AQ-DECLINE              VALUE 'D'.
020300     88  AQ-HOLD                 VALUE 'H'.
020400     88  AQ-QUIT                 VALUE 'Q'.
020500 01  AQ-DISPOSITION              PIC X(09)  VALUE SPACES.
020600 01  AQ-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
020700 01  AQ-LIMIT-EDIT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
020800 77  AQ-PWD-EXPIRY-DAYS          PIC 9(03)  COMP  VALUE 90.
020900 77  AQ-PWD-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
020905 77  AQ-MAX-FAIL-COUNT           PIC 9(01)  COMP  VALUE 3.
020910 01  AQ-LAST-POSTED              PIC 9(08)  VALUE ZERO.
021000
021100*----------------------------------------------------------------
021200* QUEUE COUNTS AND AMOUNT TOTALS FOR THE REPORT
021300*----------------------------------------------------------------
021400 77  AQ-COUNT-LISTED             PIC 9(07)  COMP  VALUE ZERO.
021500 77  AQ-COUNT-RELEASED           PIC 9(07)  COMP  VALUE ZERO.
021600 77  AQ-COUNT-DECLINED           PIC 9(07)  COMP  VALUE ZERO.
021700 77  AQ-COUNT-HELD               PIC 9(07)  COMP  VALUE ZERO.
021800 77  AQ-COUNT-DROPPED            PIC 9(07)  COMP  VALUE ZERO.
021810 77  AQ-COUNT-CARRIED            PIC 9(07)  COMP  VALUE ZERO.
021820 77  AQ-COUNT-PURGED             PIC 9(07)  COMP  VALUE ZERO.
021900 01  AQ-AMOUNT-LISTED            PIC S9(13)V99  VALUE ZERO.
022000 01  AQ-AMOUNT-RELEASED          PIC S9(13)V99  VALUE ZERO.
022100 01  AQ-AMOUNT-DECLINED          PIC S9(13)V99  VALUE ZERO.
022200 01  AQ-AMOUNT-HELD              PIC S9(13)V99  VALUE ZERO.
022300
022400*----------------------------------------------------------------
022500* APPROVAL REPORT LINES
022600*----------------------------------------------------------------
022700 01  QR-HEADING-LINE.
022800     05  FILLER                  PIC X(29)
022900         VALUE ' GL APPROVAL QUEUE REPORT    '.
023000     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
023100     05  QR-HDG-DATE             PIC 9(08).
023200     05  FILLER                  PIC X(13) VALUE '  SUPERVISOR '.
023300     05  QR-HDG-OPERATOR         PIC X(08).
023400     05  FILLER                  PIC X(13) VALUE SPACES.
023500
023600 01  QR-COLUMN-LINE.
023700     05  FILLER                  PIC X(40)
023800         VALUE ' DISPOSIT OPERATOR OP   SOURCE   POSTED '.
023900     05  FILLER                  PIC X(40)
024000         VALUE 'ACCOUNT   DC              AMOUNT        '.
024100
024200 01  QR-DETAIL-LINE.
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  QR-DET-DISPOSITION      PIC X(09).
024500     05  QR-DET-OPERATOR         PIC X(08).
024600     05  FILLER                  PIC X(01) VALUE SPACE.
024700     05  QR-DET-OPERATION        PIC X(02).
024800     05  FILLER                  PIC X(01) VALUE SPACE.
024900     05  QR-DET-SOURCE           PIC 9(08).
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  QR-DET-DATE             PIC 9(08).
025200     05  FILLER                  PIC X(01) VALUE SPACE.
025300     05  QR-DET-ACCOUNT          PIC X(10).
025400     05  FILLER                  PIC X(01) VALUE SPACE.
025500     05  QR-DET-DR-CR            PIC X(01).
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  QR-DET-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
025800     05  FILLER                  PIC X(08) VALUE SPACES.
025900
026000 01  QR-TOTAL-LINE.
026100     05  QR-TOT-LABEL            PIC X(30).
026200     05  QR-TOT-COUNT            PIC Z(06)9.
026300     05  FILLER                  PIC X(02) VALUE SPACES.
026400     05  QR-TOT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
026500     05  FILLER                  PIC X(20) VALUE SPACES.
026600
026700 PROCEDURE DIVISION.
026800******************************************************************
026900*                        0000-MAINLINE                          *
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300     IF WS-RUN-OK
027400         PERFORM 2000-LIST-PENDING THRU 2000-EXIT
027500     END-IF.
027600     IF WS-RUN-OK
027700         PERFORM 3000-DECISION-PASS THRU 3000-EXIT
027800     END-IF.
027900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028000     STOP RUN.
028100
028200******************************************************************
028300*     1000 - SIGN THE SUPERVISOR ON.  NOTHING ON THE QUEUE IS   *
028400*     SHOWN UNTIL THE SIGN-ON HAS PASSED.                       *
028500******************************************************************
028600 1000-INITIALIZE.
028700     ACCEPT AQ-RUN-DATE FROM DATE YYYYMMDD.
028800     DISPLAY 'ENTER SUPERVISOR OPERATOR ID: '.
028900     ACCEPT WS-OPERATOR-ID.
029000     IF WS-OPERATOR-ID = SPACES
029100         DISPLAY 'RUN REFUSED - NO OPERATOR ID ENTERED'
029200         MOVE 'N' TO WS-RUN-OK-SW
029300         GO TO 1000-EXIT
029400     END-IF.
029500     PERFORM 1300-SIGN-ON-CHECK THRU 1300-EXIT.
029600     IF NOT WS-SIGNON-OK
029700         MOVE 'N' TO WS-RUN-OK-SW
029800     END-IF.
029900 1000-EXIT.
030000     EXIT.
030100
030200******************************************************************
030300*     1300 THRU 1360 - SUPERVISOR SIGN-ON.  THE OPERATOR MUST    *
030400*     BE ACTIVE ON THE MASTER, HOLD SUPERVISOR AUTHORITY, AND    *
030500*     GIVE THE PASSWORD HELD ON THE MASTER.  UNLIKE THE          *
030600*     CALCULATOR, A MASTER THAT CANNOT BE OPENED I-O REFUSES THE *
030700*     SIGN-ON - THE WHOLE POINT IS A SECOND PAIR OF EYES.  A     *
030800*     WRONG PASSWORD IS COUNTED ON THE MASTER AND LOCKS THE ID   *
030900*     AS ON THE CALCULATOR.  A PASSWORD THAT MUST BE CHANGED IS  *
031000*     CHANGED THROUGH THE CALCULATOR FIRST.  REFUSED ATTEMPTS    *
031010*     ARE LOGGED TO THE SECURITY AUDIT FILE.                     *
031100******************************************************************
031200 1300-SIGN-ON-CHECK.
031300     MOVE 'Y' TO WS-SIGNON-OK-SW.
031400     OPEN I-O OPERMAST-FILE.
031500     IF WS-OPERMAST-STATUS NOT = '00'
031600         DISPLAY 'ERROR - OPERATOR MASTER NOT AVAILABLE, '
031700             'STATUS = ' WS-OPERMAST-STATUS
031800         DISPLAY 'SIGN-ON REFUSED - SUPERVISOR AUTHORITY CANNOT '
031900             'BE VERIFIED'
032000         MOVE 'N' TO WS-SIGNON-OK-SW
032100     ELSE
032200         MOVE 'Y' TO WS-OPERMAST-OPEN-SW
032300         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
032400         READ OPERMAST-FILE
032500             INVALID KEY
032600                 DISPLAY 'SIGN-ON REFUSED - OPERATOR NOT ON '
032700                     'MASTER: ' WS-OPERATOR-ID
032800                 MOVE 'N' TO WS-SIGNON-OK-SW
032900             NOT INVALID KEY
033000                 PERFORM 1310-CHECK-SIGNON-RECORD THRU 1310-EXIT
033100         END-READ
033200     END-IF.
033300     IF NOT WS-SIGNON-OK
033400         PERFORM 1330-LOG-REFUSED-SIGNON THRU 1330-EXIT
033500     END-IF.
033600 1300-EXIT.
033700     EXIT.
033800
033900 1310-CHECK-SIGNON-RECORD.
034000     IF OM-LOCKED
034100         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS LOCKED OUT: '
034200             WS-OPERATOR-ID
034300         MOVE 'N' TO WS-SIGNON-OK-SW
034400         GO TO 1310-EXIT
034500     END-IF.
034600     IF OM-SUSPENDED
034700         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS SUSPENDED: '
034800             WS-OPERATOR-ID
034900         MOVE 'N' TO WS-SIGNON-OK-SW
035000         GO TO 1310-EXIT
035100     END-IF.
035200     IF NOT OM-ACTIVE
035300         DISPLAY 'SIGN-ON REFUSED - OPERATOR STATUS INVALID: '
035400             WS-OPERATOR-ID
035500         MOVE 'N' TO WS-SIGNON-OK-SW
035600         GO TO 1310-EXIT
035700     END-IF.
035800     IF NOT OM-IS-SUPERVISOR
035900         DISPLAY 'SIGN-ON REFUSED - NO SUPERVISOR AUTHORITY: '
036000             WS-OPERATOR-ID
036100         MOVE 'N' TO WS-SIGNON-OK-SW
036200         GO TO 1310-EXIT
036300     END-IF.
036400     PERFORM 1340-VERIFY-PASSWORD THRU 1340-EXIT.
036500 1310-EXIT.
036600     EXIT.
036700
036800 1320-OPEN-OPAUDIT-FILE.
036900     IF WS-OPAUDIT-IS-OPEN
037000         GO TO 1320-EXIT
037100     END-IF.
037200     OPEN EXTEND OPAUDIT-FILE.
037300     IF WS-OPAUDIT-STATUS = '35'
037400         OPEN OUTPUT OPAUDIT-FILE
037500     END-IF.
037600     IF WS-OPAUDIT-STATUS NOT = '00'
037700         DISPLAY 'ERROR - CANNOT OPEN SECURITY AUDIT FILE, '
037800             'STATUS = ' WS-OPAUDIT-STATUS
037900     ELSE
038000         MOVE 'Y' TO WS-OPAUDIT-OPEN-SW
038100     END-IF.
038200 1320-EXIT.
038300     EXIT.
038400
038500 1330-LOG-REFUSED-SIGNON.
038600     PERFORM 1320-OPEN-OPAUDIT-FILE THRU 1320-EXIT.
038700     IF NOT WS-OPAUDIT-IS-OPEN
038800         GO TO 1330-EXIT
038900     END-IF.
039000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
039100     ACCEPT WS-CURRENT-TIME FROM TIME.
039200     MOVE WS-CURRENT-DATE TO OA-DATE.
039300     MOVE WS-CURRENT-TIME TO OA-TIME.
039400     MOVE WS-OPERATOR-ID TO OA-MAINT-OPERATOR.
039500     MOVE 'X' TO OA-ACTION.
039600     MOVE WS-OPERATOR-ID TO OA-TARGET-OPERATOR.
039700     MOVE 'APRV' TO OA-NEW-MODES.
039800     MOVE SPACE TO OA-NEW-STATUS.
039900     MOVE SPACES TO OA-NEW-OPERATIONS.
040000     MOVE ZERO TO OA-NEW-LIMIT.
040100     MOVE SPACE TO OA-NEW-SUPERVISOR.
040200     WRITE OA-RECORD.
040300 1330-EXIT.
040400     EXIT.
040500
040600 1340-VERIFY-PASSWORD.
040700     DISPLAY 'ENTER PASSWORD: '.
040800     ACCEPT AQ-PASSWORD-IN.
040900     IF AQ-PASSWORD-IN NOT = OM-PASSWORD
041000         PERFORM 1360-RECORD-FAILED-ATTEMPT THRU 1360-EXIT
041100         MOVE 'N' TO WS-SIGNON-OK-SW
041200         GO TO 1340-EXIT
041300     END-IF.
041310     IF OM-FAIL-COUNT > ZERO
041320         MOVE ZERO TO OM-FAIL-COUNT
041330         REWRITE OM-RECORD
041400     END-IF.
041500     IF OM-MUST-CHANGE OR OM-PWD-CHANGED-DATE = ZERO
041600         DISPLAY 'SIGN-ON REFUSED - PASSWORD CHANGE REQUIRED, '
041700             'SIGN ON TO THE CALCULATOR TO CHANGE IT'
041800         MOVE 'N' TO WS-SIGNON-OK-SW
041900         GO TO 1340-EXIT
042000     END-IF.
042100     COMPUTE AQ-PWD-AGE-DAYS =
042200         FUNCTION INTEGER-OF-DATE(AQ-RUN-DATE)
042300         - FUNCTION INTEGER-OF-DATE(OM-PWD-CHANGED-DATE).
042400     IF AQ-PWD-AGE-DAYS > AQ-PWD-EXPIRY-DAYS
042500         DISPLAY 'SIGN-ON REFUSED - PASSWORD EXPIRED, SIGN ON '
042600             'TO THE CALCULATOR TO CHANGE IT'
042700         MOVE 'N' TO WS-SIGNON-OK-SW
042800     END-IF.
042900 1340-EXIT.
043000     EXIT.
043004
043008*----------------------------------------------------------------
043012* A WRONG PASSWORD COUNTS AGAINST THE ID AND THE THIRD MISS
043016* LOCKS IT, AS ON THE CALCULATOR SIGN-ON.
043020*----------------------------------------------------------------
043024 1360-RECORD-FAILED-ATTEMPT.
043028     ADD 1 TO OM-FAIL-COUNT.
043032     IF OM-FAIL-COUNT NOT < AQ-MAX-FAIL-COUNT
043036         MOVE 'L' TO OM-STATUS
043040         DISPLAY 'SIGN-ON REFUSED - OPERATOR LOCKED OUT AFTER '
043044             AQ-MAX-FAIL-COUNT ' FAILED ATTEMPTS: '
043048             WS-OPERATOR-ID
043052     ELSE
043056         DISPLAY 'SIGN-ON REFUSED - PASSWORD INCORRECT FOR '
043060             WS-OPERATOR-ID
043064     END-IF.
043068     REWRITE OM-RECORD.
043072     IF WS-OPERMAST-STATUS NOT = '00'
043076         DISPLAY 'ERROR - FAILED ATTEMPT NOT RECORDED, STATUS = '
043080             WS-OPERMAST-STATUS
043084     END-IF.
043088 1360-EXIT.
043092     EXIT.
043100
043200******************************************************************
043300*     2000 THRU 2100 - FIRST PASS: LIST EVERY ITEM AWAITING A   *
043400*     DECISION SO THE SUPERVISOR SEES THE WHOLE QUEUE BEFORE    *
043500*     WORKING IT.  NO QUEUE FILE MEANS NOTHING HAS BEEN HELD;   *
043510*     A QUEUE THAT CANNOT BE READ FAILS THE RUN, AS AN EMPTY    *
043520*     NEW QUEUE WOULD OTHERWISE REPLACE IT.                     *
043600******************************************************************
043700 2000-LIST-PENDING.
043800     OPEN INPUT OLDPEND-FILE.
043900     IF WS-OLDPEND-STATUS = '35'
044000         DISPLAY 'NO PENDING-APPROVAL QUEUE - STATUS = '
044100             WS-OLDPEND-STATUS
044200         GO TO 2000-EXIT
044300     END-IF.
044310     IF WS-OLDPEND-STATUS NOT = '00'
044320         DISPLAY 'ERROR - CANNOT OPEN PENDING-APPROVAL QUEUE, '
044330             'STATUS = ' WS-OLDPEND-STATUS
044340         MOVE 'N' TO WS-RUN-OK-SW
044350         GO TO 2000-EXIT
044360     END-IF.
044400     MOVE 'Y' TO WS-QUEUE-PRESENT-SW.
044500     DISPLAY 'ITEMS AWAITING APPROVAL:'.
044600     MOVE 'N' TO WS-OLDPEND-EOF-SW.
044700     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
044800         UNTIL WS-OLDPEND-EOF.
044900     CLOSE OLDPEND-FILE.
045000     IF AQ-COUNT-LISTED = ZERO
045100         DISPLAY 'NO ITEMS AWAITING APPROVAL'
045200     ELSE
045300         MOVE AQ-AMOUNT-LISTED TO AQ-AMOUNT-EDIT
045400         DISPLAY AQ-COUNT-LISTED ' ITEMS TOTALLING '
045500             AQ-AMOUNT-EDIT
045600     END-IF.
045700 2000-EXIT.
045800     EXIT.
045900
046000 2100-LIST-ONE-ITEM.
046100     READ OLDPEND-FILE
046200         AT END
046300             MOVE 'Y' TO WS-OLDPEND-EOF-SW
046400             GO TO 2100-EXIT
046500     END-READ.
046600     IF NOT AP-PENDING
046700         GO TO 2100-EXIT
046800     END-IF.
046900     ADD 1 TO AQ-COUNT-LISTED.
047000     ADD AP-DET-AMOUNT TO AQ-AMOUNT-LISTED.
047100     PERFORM 2200-DISPLAY-ITEM THRU 2200-EXIT.
047200 2100-EXIT.
047300     EXIT.
047400
047500 2200-DISPLAY-ITEM.
047600     MOVE AP-DET-AMOUNT TO AQ-AMOUNT-EDIT.
047700     MOVE AP-LIMIT TO AQ-LIMIT-EDIT.
047800     DISPLAY '  OPERATOR ' AP-OPERATOR-ID ' OP ' AP-OPERATION
047900         ' RECORD ' AP-DET-SOURCE ' POSTED ' AP-DET-DATE.
048000     DISPLAY '    ACCOUNT ' AP-DET-ACCOUNT ' ' AP-DET-DR-CR
048100         ' AMOUNT ' AQ-AMOUNT-EDIT ' LIMIT ' AQ-LIMIT-EDIT.
048200 2200-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*     3000 THRU 3800 - SECOND PASS: TAKE A DECISION ON EACH     *
048700*     ITEM.  RELEASED ITEMS GO TO THE NEW RELEASE FILE AFTER    *
048800*     THE ONES CARRIED FORWARD, HELD ITEMS TO THE NEW QUEUE,    *
048810*     DECLINED ITEMS ONLY TO THE REPORT.  WITH NO QUEUE THE NEW *
048820*     FILES ARE STILL WRITTEN.  NO DECISION IS TAKEN UNLESS IT  *
048830*     CAN BE AUDITED.                                           *
049000******************************************************************
049100 3000-DECISION-PASS.
049200     OPEN OUTPUT NEWPEND-FILE.
049300     IF WS-NEWPEND-STATUS NOT = '00'
049400         DISPLAY 'ERROR - CANNOT OPEN NEW APPROVAL QUEUE, '
049500             'STATUS = ' WS-NEWPEND-STATUS
049600         MOVE 'N' TO WS-RUN-OK-SW
049700         GO TO 3000-EXIT
049800     END-IF.
049900     PERFORM 3050-CARRY-RELEASES THRU 3050-EXIT.
050000     IF WS-RUN-FAILED
050100         CLOSE NEWPEND-FILE
050200         GO TO 3000-EXIT
050300     END-IF.
050400     IF NOT WS-QUEUE-PRESENT
050500         CLOSE NEWRELS-FILE
050600         CLOSE NEWPEND-FILE
050700         GO TO 3000-EXIT
050800     END-IF.
050900     PERFORM 1320-OPEN-OPAUDIT-FILE THRU 1320-EXIT.
051000     IF NOT WS-OPAUDIT-IS-OPEN
051100         DISPLAY 'ERROR - DECISIONS CANNOT BE AUDITED, QUEUE '
051200             'NOT WORKED'
051300         MOVE 'N' TO WS-RUN-OK-SW
051400         CLOSE NEWRELS-FILE
051500         CLOSE NEWPEND-FILE
051600         GO TO 3000-EXIT
051700     END-IF.
051800     OPEN INPUT OLDPEND-FILE.
051900     IF WS-OLDPEND-STATUS NOT = '00'
052000         DISPLAY 'ERROR - CANNOT REOPEN PENDING-APPROVAL QUEUE, '
052100             'STATUS = ' WS-OLDPEND-STATUS
052200         MOVE 'N' TO WS-RUN-OK-SW
052300         CLOSE NEWRELS-FILE
052400         CLOSE NEWPEND-FILE
052500         GO TO 3000-EXIT
052550     END-IF.
052600     PERFORM 7000-START-REPORT THRU 7000-EXIT.
052700     MOVE 'N' TO WS-OLDPEND-EOF-SW.
052800     MOVE 'N' TO WS-QUIT-SW.
052900     PERFORM 3100-READ-PENDING THRU 3100-EXIT.
053000     PERFORM 3200-DECIDE-ONE-ITEM THRU 3200-EXIT
053100         UNTIL WS-OLDPEND-EOF OR WS-RUN-FAILED.
053200     CLOSE NEWRELS-FILE.
053300     CLOSE NEWPEND-FILE.
053400     CLOSE OLDPEND-FILE.
053500     PERFORM 7200-FINISH-REPORT THRU 7200-EXIT.
053600     IF WS-RUN-FAILED
053700         DISPLAY 'ERROR - NEW APPROVAL QUEUE INCOMPLETE.  THE '
053800             'OLD QUEUE AND RELEASE FILE ARE UNCHANGED AND THE '
053900             'RUN CAN BE REPEATED.'
054000     END-IF.
054100 3000-EXIT.
054200     EXIT.
054201
054202*----------------------------------------------------------------
054203* 3050 THRU 3070 - COPY THE RELEASE FILE FORWARD.  THE LATEST
054204* POSTING DATE ON IT IS THAT OF THE LAST GL EXTRACT, WHICH MAY
054205* YET BE RERUN; ITEMS POSTED BEFORE THAT ARE DONE WITH AND ARE
054206* DROPPED.  NO RELEASE FILE MEANS NOTHING HAS BEEN RELEASED.
054207*----------------------------------------------------------------
054208 3050-CARRY-RELEASES.
054209     MOVE ZERO TO AQ-LAST-POSTED.
054210     OPEN OUTPUT NEWRELS-FILE.
054211     IF WS-NEWRELS-STATUS NOT = '00'
054212         DISPLAY 'ERROR - CANNOT OPEN NEW RELEASE FILE, '
054213             'STATUS = ' WS-NEWRELS-STATUS
054214         MOVE 'N' TO WS-RUN-OK-SW
054215         GO TO 3050-EXIT
054216     END-IF.
054217     OPEN INPUT OLDRELS-FILE.
054218     IF WS-OLDRELS-STATUS = '35'
054219         GO TO 3050-EXIT
054220     END-IF.
054221     IF WS-OLDRELS-STATUS NOT = '00'
054222         DISPLAY 'ERROR - CANNOT OPEN RELEASE FILE, STATUS = '
054223             WS-OLDRELS-STATUS
054224         MOVE 'N' TO WS-RUN-OK-SW
054225         CLOSE NEWRELS-FILE
054226         GO TO 3050-EXIT
054227     END-IF.
054228     MOVE 'N' TO WS-OLDRELS-EOF-SW.
054229     PERFORM 3060-FIND-LAST-POSTING THRU 3060-EXIT
054230         UNTIL WS-OLDRELS-EOF.
054231     CLOSE OLDRELS-FILE.
054232     OPEN INPUT OLDRELS-FILE.
054233     MOVE 'N' TO WS-OLDRELS-EOF-SW.
054234     PERFORM 3070-CARRY-ONE-RELEASE THRU 3070-EXIT
054235         UNTIL WS-OLDRELS-EOF OR WS-RUN-FAILED.
054236     CLOSE OLDRELS-FILE.
054237     IF WS-RUN-FAILED
054238         CLOSE NEWRELS-FILE
054239         GO TO 3050-EXIT
054240     END-IF.
054241     DISPLAY 'RELEASES CARRIED FORWARD ' AQ-COUNT-CARRIED
054242         ' POSTED AND DROPPED ' AQ-COUNT-PURGED.
054243 3050-EXIT.
054244     EXIT.
054245
054246 3060-FIND-LAST-POSTING.
054247     READ OLDRELS-FILE
054248         AT END
054249             MOVE 'Y' TO WS-OLDRELS-EOF-SW
054250             GO TO 3060-EXIT
054251     END-READ.
054252     IF OR-POSTED-DATE NUMERIC
054253             AND OR-POSTED-DATE > AQ-LAST-POSTED
054254         MOVE OR-POSTED-DATE TO AQ-LAST-POSTED
054255     END-IF.
054256 3060-EXIT.
054257     EXIT.
054258
054259 3070-CARRY-ONE-RELEASE.
054260     READ OLDRELS-FILE
054261         AT END
054262             MOVE 'Y' TO WS-OLDRELS-EOF-SW
054263             GO TO 3070-EXIT
054264     END-READ.
054265     IF OR-POSTED-DATE NUMERIC AND OR-POSTED-DATE NOT = ZERO
054266             AND OR-POSTED-DATE < AQ-LAST-POSTED
054267         ADD 1 TO AQ-COUNT-PURGED
054268         GO TO 3070-EXIT
054269     END-IF.
054270     WRITE NR-RECORD FROM OR-RECORD.
054271     IF WS-NEWRELS-STATUS NOT = '00'
054272         DISPLAY 'ERROR - NEW RELEASE FILE WRITE FAILED, '
054273             'STATUS = ' WS-NEWRELS-STATUS
054274         MOVE 'N' TO WS-RUN-OK-SW
054275         GO TO 3070-EXIT
054276     END-IF.
054277     ADD 1 TO AQ-COUNT-CARRIED.
054278 3070-EXIT.
054279     EXIT.
054300
054400 3100-READ-PENDING.
054500     READ OLDPEND-FILE
054600         AT END
054700             MOVE 'Y' TO WS-OLDPEND-EOF-SW
054800     END-READ.
054900 3100-EXIT.
055000     EXIT.
055100
055200 3200-DECIDE-ONE-ITEM.
055300     IF AP-PENDING
055400         PERFORM 3210-TAKE-DECISION THRU 3210-EXIT
055500     ELSE
055600         ADD 1 TO AQ-COUNT-DROPPED
055700         DISPLAY 'WARNING - DECIDED ITEM DROPPED FROM QUEUE, '
055800             'RECORD ' AP-DET-SOURCE ' POSTED ' AP-DET-DATE
055900     END-IF.
056000     IF WS-RUN-OK
056100         PERFORM 3100-READ-PENDING THRU 3100-EXIT
056200     END-IF.
056300 3200-EXIT.
056400     EXIT.
056500
056600 3210-TAKE-DECISION.
056700     MOVE 'H' TO AQ-DECISION.
056800     IF WS-QUIT-REQUESTED
056900         CONTINUE
057000     ELSE
057100         IF AP-OPERATOR-ID = WS-OPERATOR-ID
057200             PERFORM 2200-DISPLAY-ITEM THRU 2200-EXIT
057300             DISPLAY 'ITEM HELD - A SUPERVISOR MAY NOT DECIDE '
057400                 'AN ITEM OF THEIR OWN'
057500         ELSE
057600             PERFORM 3300-ACCEPT-DECISION THRU 3300-EXIT
057700         END-IF
057800     END-IF.
057900     EVALUATE TRUE
058000         WHEN AQ-RELEASE
058100             PERFORM 3400-RELEASE-ITEM THRU 3400-EXIT
058200         WHEN AQ-DECLINE
058300             PERFORM 3500-DECLINE-ITEM THRU 3500-EXIT
058400         WHEN OTHER
058500             PERFORM 3600-HOLD-ITEM THRU 3600-EXIT
058600     END-EVALUATE.
058700 3210-EXIT.
058800     EXIT.
058900
059000 3300-ACCEPT-DECISION.
059100     PERFORM 2200-DISPLAY-ITEM THRU 2200-EXIT.
059200     DISPLAY 'DECISION (R=RELEASE D=DECLINE H=HOLD '
059300         'Q=HOLD ALL REMAINING): '.
059400     ACCEPT AQ-DECISION.
059500     INSPECT AQ-DECISION CONVERTING 'rdhq' TO 'RDHQ'.
059600     IF AQ-DECISION = SPACE
059700         MOVE 'H' TO AQ-DECISION
059800     END-IF.
059900     IF AQ-QUIT
060000         MOVE 'Y' TO WS-QUIT-SW
060100         MOVE 'H' TO AQ-DECISION
060200         DISPLAY 'THIS AND ALL REMAINING ITEMS HELD'
060300     END-IF.
060400     IF NOT AQ-RELEASE AND NOT AQ-DECLINE AND NOT AQ-HOLD
060500         DISPLAY 'INVALID DECISION ' AQ-DECISION ' - ITEM HELD'
060600         MOVE 'H' TO AQ-DECISION
060700     END-IF.
060800 3300-EXIT.
060900     EXIT.
061000
061100 3400-RELEASE-ITEM.
061200     PERFORM 3700-STAMP-DECISION THRU 3700-EXIT.
061300     MOVE 'R' TO AP-STATUS.
061400     MOVE AP-RECORD TO NR-QUEUE-IMAGE.
061410     MOVE ZERO TO NR-POSTED-DATE.
061420     WRITE NR-RECORD.
061500     IF WS-NEWRELS-STATUS NOT = '00'
061600         DISPLAY 'ERROR - RELEASE WRITE FAILED, STATUS = '
061700             WS-NEWRELS-STATUS
061800         MOVE 'N' TO WS-RUN-OK-SW
061900         GO TO 3400-EXIT
062000     END-IF.
062100     MOVE 'P' TO OA-ACTION.
062200     PERFORM 3800-WRITE-DECISION-AUDIT THRU 3800-EXIT.
062300     ADD 1 TO AQ-COUNT-RELEASED.
062400     ADD AP-DET-AMOUNT TO AQ-AMOUNT-RELEASED.
062500     MOVE 'RELEASED' TO AQ-DISPOSITION.
062600     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
062700 3400-EXIT.
062800     EXIT.
062900
063000*----------------------------------------------------------------
063100* A DECLINED ITEM NEVER POSTS.  IT IS REPORTED BACK ON THE
063200* CONSOLE AND THE APPROVAL REPORT SO THE ORIGINATING OPERATOR
063300* CAN CORRECT AND REKEY IT IF NEED BE.
063400*----------------------------------------------------------------
063500 3500-DECLINE-ITEM.
063600     PERFORM 3700-STAMP-DECISION THRU 3700-EXIT.
063700     MOVE 'D' TO AP-STATUS.
063800     MOVE 'D' TO OA-ACTION.
063900     PERFORM 3800-WRITE-DECISION-AUDIT THRU 3800-EXIT.
064000     ADD 1 TO AQ-COUNT-DECLINED.
064100     ADD AP-DET-AMOUNT TO AQ-AMOUNT-DECLINED.
064200     DISPLAY 'DECLINED - OPERATOR ' AP-OPERATOR-ID ' RECORD '
064300         AP-DET-SOURCE ' POSTED ' AP-DET-DATE.
064400     MOVE 'DECLINED' TO AQ-DISPOSITION.
064500     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
064600 3500-EXIT.
064700     EXIT.
064800
064900 3600-HOLD-ITEM.
065000     WRITE AN-RECORD FROM AP-RECORD.
065100     IF WS-NEWPEND-STATUS NOT = '00'
065200         DISPLAY 'ERROR - NEW QUEUE WRITE FAILED, STATUS = '
065300             WS-NEWPEND-STATUS
065400         MOVE 'N' TO WS-RUN-OK-SW
065500         GO TO 3600-EXIT
065600     END-IF.
065700     ADD 1 TO AQ-COUNT-HELD.
065800     ADD AP-DET-AMOUNT TO AQ-AMOUNT-HELD.
065900     MOVE 'HELD' TO AQ-DISPOSITION.
066000     PERFORM 7100-WRITE-ITEM-LINE THRU 7100-EXIT.
066100 3600-EXIT.
066200     EXIT.
066300
066400 3700-STAMP-DECISION.
066500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
066600     ACCEPT WS-CURRENT-TIME FROM TIME.
066700     MOVE WS-OPERATOR-ID TO AP-DECIDED-BY.
066800     MOVE WS-CURRENT-DATE TO AP-DECIDED-DATE.
066900     MOVE WS-CURRENT-TIME TO AP-DECIDED-TIME.
067000 3700-EXIT.
067100     EXIT.
067200
067300*----------------------------------------------------------------
067400* THE TARGET OPERATOR IS THE ONE WHOSE RESULT WAS HELD; THE
067500* ITEM IS IDENTIFIED BY ITS POSTING DATE AND SOURCE RECORD.
067600*----------------------------------------------------------------
067700 3800-WRITE-DECISION-AUDIT.
067800     MOVE WS-CURRENT-DATE TO OA-DATE.
067900     MOVE WS-CURRENT-TIME TO OA-TIME.
068000     MOVE WS-OPERATOR-ID TO OA-MAINT-OPERATOR.
068100     MOVE AP-OPERATOR-ID TO OA-TARGET-OPERATOR.
068200     MOVE AP-STATUS TO OA-NEW-STATUS.
068300     MOVE SPACES TO OA-NEW-MODES.
068400     MOVE AP-DET-DATE TO OA-ITEM-DATE.
068500     MOVE AP-DET-SOURCE TO OA-ITEM-SOURCE.
068600     MOVE AP-DET-AMOUNT TO OA-ITEM-AMOUNT.
068700     MOVE SPACE TO OA-NEW-SUPERVISOR.
068800     WRITE OA-RECORD.
068900     IF WS-OPAUDIT-STATUS NOT = '00'
069000         DISPLAY 'WARNING - AUDIT WRITE FAILED, STATUS = '
069100             WS-OPAUDIT-STATUS
069200     END-IF.
069300 3800-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*     7000 THRU 7200 - APPROVAL REPORT.  ONE LINE PER ITEM      *
069800*     WITH ITS DISPOSITION, THEN COUNT AND AMOUNT TOTALS.       *
069900******************************************************************
070000 7000-START-REPORT.
070100     OPEN OUTPUT APPROVAL-REPORT-FILE.
070200     IF WS-APRVRPT-STATUS NOT = '00'
070300         DISPLAY 'WARNING - CANNOT OPEN APPROVAL REPORT FILE, '
070400             'STATUS = ' WS-APRVRPT-STATUS
070500         GO TO 7000-EXIT
070600     END-IF.
070700     MOVE 'Y' TO WS-REPORT-OPEN-SW.
070800     MOVE AQ-RUN-DATE TO QR-HDG-DATE.
070900     MOVE WS-OPERATOR-ID TO QR-HDG-OPERATOR.
071000     WRITE QR-RECORD FROM QR-HEADING-LINE.
071100     MOVE SPACES TO QR-RECORD.
071200     WRITE QR-RECORD.
071300     WRITE QR-RECORD FROM QR-COLUMN-LINE.
071400 7000-EXIT.
071500     EXIT.
071600
071700 7100-WRITE-ITEM-LINE.
071800     IF NOT WS-REPORT-IS-OPEN
071900         GO TO 7100-EXIT
072000     END-IF.
072100     MOVE AQ-DISPOSITION TO QR-DET-DISPOSITION.
072200     MOVE AP-OPERATOR-ID TO QR-DET-OPERATOR.
072300     MOVE AP-OPERATION TO QR-DET-OPERATION.
072400     MOVE AP-DET-SOURCE TO QR-DET-SOURCE.
072500     MOVE AP-DET-DATE TO QR-DET-DATE.
072600     MOVE AP-DET-ACCOUNT TO QR-DET-ACCOUNT.
072700     MOVE AP-DET-DR-CR TO QR-DET-DR-CR.
072800     MOVE AP-DET-AMOUNT TO QR-DET-AMOUNT.
072900     WRITE QR-RECORD FROM QR-DETAIL-LINE.
073000 7100-EXIT.
073100     EXIT.
073200
073300 7200-FINISH-REPORT.
073400     IF NOT WS-REPORT-IS-OPEN
073500         GO TO 7200-EXIT
073600     END-IF.
073700     MOVE SPACES TO QR-RECORD.
073800     WRITE QR-RECORD.
073900     MOVE ' ITEMS RELEASED..............:' TO QR-TOT-LABEL.
074000     MOVE AQ-COUNT-RELEASED TO QR-TOT-COUNT.
074100     MOVE AQ-AMOUNT-RELEASED TO QR-TOT-AMOUNT.
074200     WRITE QR-RECORD FROM QR-TOTAL-LINE.
074300     MOVE ' ITEMS DECLINED..............:' TO QR-TOT-LABEL.
074400     MOVE AQ-COUNT-DECLINED TO QR-TOT-COUNT.
074500     MOVE AQ-AMOUNT-DECLINED TO QR-TOT-AMOUNT.
074600     WRITE QR-RECORD FROM QR-TOTAL-LINE.
074700     MOVE ' ITEMS STILL HELD............:' TO QR-TOT-LABEL.
074800     MOVE AQ-COUNT-HELD TO QR-TOT-COUNT.
074900     MOVE AQ-AMOUNT-HELD TO QR-TOT-AMOUNT.
075000     WRITE QR-RECORD FROM QR-TOTAL-LINE.
075100     CLOSE APPROVAL-REPORT-FILE.
075200     MOVE 'N' TO WS-REPORT-OPEN-SW.
075300 7200-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700*                   9000 - END OF RUN TERMINATION                *
075800******************************************************************
075900 9000-TERMINATE.
076000     IF WS-RUN-OK
076100         DISPLAY 'APPROVAL COMPLETE - RELEASED ' AQ-COUNT-RELEASED
076200             ' DECLINED ' AQ-COUNT-DECLINED
076300             ' HELD ' AQ-COUNT-HELD
076400     ELSE
076500         DISPLAY 'APPROVAL DID NOT COMPLETE - SEE MESSAGES ABOVE'
076510         MOVE 8 TO RETURN-CODE
076600     END-IF.
076700     IF WS-OPAUDIT-IS-OPEN
076800         CLOSE OPAUDIT-FILE
076900         MOVE 'N' TO WS-OPAUDIT-OPEN-SW
077000     END-IF.
077100     IF WS-OPERMAST-IS-OPEN
077200         CLOSE OPERMAST-FILE
077300         MOVE 'N' TO WS-OPERMAST-OPEN-SW
077400     END-IF.
077500 9000-EXIT.
077600     EXIT.
