000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FACTMNT.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL FACTOR TABLE MAINTENANCE UNDER     *
001200*                   TWO-PERSON CONTROL.  AN OPERATOR WITH        *
001300*                   MAINTENANCE AUTHORITY PROPOSES ONE CHANGE    *
001400*                   AT A TIME - ADD A NEW DATED ROW, END-DATE A  *
001500*                   CODE, OR CORRECT A ROW'S DESCRIPTION.  THE   *
001600*                   CHANGE WAITS ON THE PENDING FILE UNTIL A     *
001700*                   DIFFERENT OPERATOR APPROVES IT, AND ONLY     *
001800*                   THEN IS THE FACTOR TABLE UPDATED.  EVERY     *
001900*                   PROPOSAL, APPROVAL AND REJECTION GOES TO     *
002000*                   THE FACTOR AUDIT FILE WITH BEFORE AND AFTER  *
002100*                   IMAGES, AND THE CHANGE REPORT LISTS WHAT     *
002200*                   WAS APPLIED SINCE A GIVEN DATE.              *
002300******************************************************************
002400*  FUNCTIONS KEYED AT SIGN-ON:                                   *
002500*    P = PROPOSE - KEY CHANGES ONTO THE PENDING FILE             *
002600*    C = CHECK   - APPROVE, REJECT OR HOLD EACH PENDING CHANGE   *
002700*    L = LIST    - PRINT THE CHANGES APPLIED SINCE A DATE        *
002800*  CHANGE TYPES:                                                 *
002900*    A = ADD A NEW DATED ROW (CODE, EFFECTIVE DATE, VALUE,       *
003000*        DESCRIPTION).  THE ROW MUST NOT ALREADY EXIST.          *
003100*    E = END-DATE A CODE - THE LAST DAY ITS LATEST ROW IS IN     *
003200*        EFFECT.  NO VALUE IS IN EFFECT AFTER THAT DAY UNTIL A   *
003300*        LATER-DATED ROW IS ADDED.                               *
003400*    D = CORRECT THE DESCRIPTION OF ONE DATED ROW.               *
003500*  AN APPROVED CHANGE IS APPLIED ONLY IF THE ROW STILL MATCHES   *
003600*  THE BEFORE IMAGE TAKEN WHEN IT WAS PROPOSED; OTHERWISE IT IS  *
003700*  REJECTED AS STALE AND MUST BE PROPOSED AGAIN.  THE NEW        *
003800*  PENDING FILE (FACTPNDN) REPLACES FACTPEND ONLY WHEN A CHECK   *
003900*  RUN COMPLETES CLEAN.  RETURN CODES:                           *
003910*    0 = CHECK RUN CLEAN - CATALOG FACTPNDN AS FACTPEND          *
003920*    4 = PROPOSE OR LIST RUN CLEAN, OR A CHECK RUN WITH NO       *
003925*        PENDING FILE - NO FACTPNDN TO CATALOG                   *
003930*    8 = RUN DID NOT COMPLETE - NOTHING IS TO BE CATALOGED       *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS OM-OPERATOR-ID
004800         FILE STATUS IS WS-OPERMAST-STATUS.
004900
005000     SELECT OPAUDIT-FILE ASSIGN TO OPAUDIT
005100         FILE STATUS IS WS-OPAUDIT-STATUS.
005200
005300     SELECT FACTOR-FILE ASSIGN TO FACTORS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS FA-KEY
005700         FILE STATUS IS WS-FACTOR-STATUS.
005800
005900     SELECT OLDPEND-FILE ASSIGN TO FACTPEND
006000         FILE STATUS IS WS-OLDPEND-STATUS.
006100
006200     SELECT NEWPEND-FILE ASSIGN TO FACTPNDN
006300         FILE STATUS IS WS-NEWPEND-STATUS.
006400
006500     SELECT FACTAUD-FILE ASSIGN TO FACTAUD
006600         FILE STATUS IS WS-FACTAUD-STATUS.
006700
006800     SELECT CHANGE-REPORT-FILE ASSIGN TO FACTRPT
006900         FILE STATUS IS WS-FACTRPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------------
007400* OPERATOR SECURITY MASTER - SAME LAYOUT THE CALCULATOR
007500* MAINTAINS.  ONLY THE FAILED-ATTEMPT COUNT AND LOCK ARE
007510* UPDATED HERE.
007600*----------------------------------------------------------------
007700 FD  OPERMAST-FILE
007800     RECORD CONTAINS 63 CHARACTERS.
007900 01  OM-RECORD.
008000     05  OM-OPERATOR-ID          PIC X(08).
008100     05  OM-STATUS               PIC X(01).
008200         88  OM-ACTIVE           VALUE 'A'.
008300         88  OM-SUSPENDED        VALUE 'S'.
008400         88  OM-LOCKED           VALUE 'L'.
008500     05  OM-MODES                PIC X(05).
008600     05  OM-OPERATIONS           PIC X(16).
008700     05  OM-PASSWORD             PIC X(08).
008800     05  OM-PWD-CHANGED-DATE     PIC 9(08).
008900     05  OM-FAIL-COUNT           PIC 9(01).
009000     05  OM-FORCE-CHANGE         PIC X(01).
009100         88  OM-MUST-CHANGE      VALUE 'Y'.
009200     05  OM-APPROVAL-LIMIT       PIC 9(12)V99.
009300     05  OM-SUPERVISOR           PIC X(01).
009400         88  OM-IS-SUPERVISOR    VALUE 'Y'.
009500
009600*----------------------------------------------------------------
009700* OPERATOR SECURITY AUDIT - SAME LAYOUT THE CALCULATOR WRITES.
009800* ONLY REFUSED SIGN-ONS ARE LOGGED HERE; FACTOR CHANGES GO TO
009900* THE FACTOR AUDIT FILE.
010000*----------------------------------------------------------------
010100 FD  OPAUDIT-FILE
010200     RECORD CONTAINS 70 CHARACTERS.
010300 01  OA-RECORD.
010400     05  OA-DATE                 PIC 9(08).
010500     05  OA-TIME                 PIC 9(08).
010600     05  OA-MAINT-OPERATOR       PIC X(08).
010700     05  OA-ACTION               PIC X(01).
010800         88  OA-ACTION-REFUSED   VALUE 'X'.
010900     05  OA-TARGET-OPERATOR      PIC X(08).
011000     05  OA-NEW-STATUS           PIC X(01).
011100     05  OA-NEW-MODES            PIC X(05).
011200     05  OA-NEW-OPERATIONS       PIC X(16).
011300     05  OA-NEW-LIMIT            PIC 9(12)V99.
011400     05  OA-NEW-SUPERVISOR       PIC X(01).
011500
011600*----------------------------------------------------------------
011700* NAMED-FACTOR TABLE - SAME LAYOUT FACTLOAD BUILDS AND THE
011800* CALCULATOR READS.  A ZERO END DATE MEANS THE ROW STAYS IN
011900* EFFECT UNTIL A LATER-DATED ROW FOR THE CODE TAKES OVER.
012000*----------------------------------------------------------------
012100 FD  FACTOR-FILE
012200     RECORD CONTAINS 53 CHARACTERS.
012300 01  FA-RECORD.
012400     05  FA-KEY.
012500         10  FA-CODE             PIC X(04).
012600         10  FA-EFFECTIVE-DATE   PIC 9(08).
012700     05  FA-VALUE                PIC S9(10)V99
012800         SIGN IS TRAILING SEPARATE CHARACTER.
012900     05  FA-DESCRIPTION          PIC X(20).
013000     05  FA-END-DATE             PIC 9(08).
013100
013200*----------------------------------------------------------------
013300* PENDING CHANGES - ONE PROPOSAL PER RECORD, APPENDED BY THE
013400* PROPOSE FUNCTION.  THE IMAGES ARE FACTOR TABLE ROWS; THE
013500* BEFORE IMAGE IS SPACES FOR A NEW ROW.
013600*----------------------------------------------------------------
013700 FD  OLDPEND-FILE
013800     RECORD CONTAINS 132 CHARACTERS.
013900 01  FP-RECORD.
014000     05  FP-PROPOSED-DATE        PIC 9(08).
014100     05  FP-PROPOSED-TIME        PIC 9(08).
014200     05  FP-PROPOSED-BY          PIC X(08).
014300     05  FP-CHANGE-TYPE          PIC X(01).
014400         88  FP-CHANGE-ADD       VALUE 'A'.
014500         88  FP-CHANGE-END-DATE  VALUE 'E'.
014600         88  FP-CHANGE-DESC      VALUE 'D'.
014700     05  FP-STATUS               PIC X(01).
014800         88  FP-PENDING          VALUE 'P'.
014900     05  FP-BEFORE-IMAGE.
015000         10  FP-BEF-CODE         PIC X(04).
015100         10  FP-BEF-EFFECTIVE-DATE
015200                                 PIC 9(08).
015300         10  FP-BEF-VALUE        PIC S9(10)V99
015400             SIGN IS TRAILING SEPARATE CHARACTER.
015500         10  FP-BEF-DESCRIPTION  PIC X(20).
015600         10  FP-BEF-END-DATE     PIC 9(08).
015700     05  FP-AFTER-IMAGE.
015800         10  FP-AFT-KEY.
015900             15  FP-AFT-CODE     PIC X(04).
016000             15  FP-AFT-EFFECTIVE-DATE
016100                                 PIC 9(08).
016200         10  FP-AFT-VALUE        PIC S9(10)V99
016300             SIGN IS TRAILING SEPARATE CHARACTER.
016400         10  FP-AFT-DESCRIPTION  PIC X(20).
016500         10  FP-AFT-END-DATE     PIC 9(08).
016600
016700*----------------------------------------------------------------
016800* NEW PENDING FILE - CHANGES STILL AWAITING A DECISION
016900*----------------------------------------------------------------
017000 FD  NEWPEND-FILE
017100     RECORD CONTAINS 132 CHARACTERS.
017200 01  FN-RECORD                   PIC X(132).
017300
017400*----------------------------------------------------------------
017500* FACTOR AUDIT - ONE RECORD PER PROPOSAL, APPROVAL AND
017600* REJECTION, CARRYING WHO PROPOSED THE CHANGE, WHO ACTED ON IT,
017700* AND THE ROW BEFORE AND AFTER.  AN APPROVAL RECORD MEANS THE
017800* CHANGE WAS APPLIED TO THE FACTOR TABLE.
017900*----------------------------------------------------------------
018000 FD  FACTAUD-FILE
018100     RECORD CONTAINS 186 CHARACTERS.
018200 01  AU-RECORD.
018300     05  AU-DATE                 PIC 9(08).
018400     05  AU-TIME                 PIC 9(08).
018500     05  AU-OPERATOR             PIC X(08).
018600     05  AU-ACTION               PIC X(01).
018700         88  AU-ACTION-PROPOSED  VALUE 'P'.
018800         88  AU-ACTION-APPLIED   VALUE 'A'.
018900         88  AU-ACTION-REJECTED  VALUE 'R'.
019000     05  AU-CHANGE-TYPE          PIC X(01).
019100         88  AU-CHANGE-ADD       VALUE 'A'.
019200         88  AU-CHANGE-END-DATE  VALUE 'E'.
019300         88  AU-CHANGE-DESC      VALUE 'D'.
019400     05  AU-PROPOSED-DATE        PIC 9(08).
019500     05  AU-PROPOSED-TIME        PIC 9(08).
019600     05  AU-PROPOSED-BY          PIC X(08).
019700     05  AU-BEFORE-IMAGE.
019800         10  AU-BEF-CODE         PIC X(04).
019900         10  AU-BEF-EFFECTIVE-DATE
020000                                 PIC 9(08).
020100         10  AU-BEF-VALUE        PIC S9(10)V99
020200             SIGN IS TRAILING SEPARATE CHARACTER.
020300         10  AU-BEF-DESCRIPTION  PIC X(20).
020400         10  AU-BEF-END-DATE     PIC 9(08).
020500     05  AU-AFTER-IMAGE.
020600         10  AU-AFT-CODE         PIC X(04).
020700         10  AU-AFT-EFFECTIVE-DATE
020800                                 PIC 9(08).
020900         10  AU-AFT-VALUE        PIC S9(10)V99
021000             SIGN IS TRAILING SEPARATE CHARACTER.
021100         10  AU-AFT-DESCRIPTION  PIC X(20).
021200         10  AU-AFT-END-DATE     PIC 9(08).
021300     05  AU-REMARK               PIC X(30).
021400
021500*----------------------------------------------------------------
021600* FACTOR CHANGE REPORT - PRINT IMAGE
021700*----------------------------------------------------------------
021800 FD  CHANGE-REPORT-FILE
021900     RECORD CONTAINS 132 CHARACTERS.
022000 01  CR-RECORD                   PIC X(132).
022100
022200 WORKING-STORAGE SECTION.
022300*----------------------------------------------------------------
022400* FILE STATUS FIELDS AND SWITCHES
022500*----------------------------------------------------------------
022600 01  WS-OPERMAST-STATUS          PIC X(02).
022700 01  WS-OPAUDIT-STATUS           PIC X(02).
022800 01  WS-FACTOR-STATUS            PIC X(02).
022900 01  WS-OLDPEND-STATUS           PIC X(02).
023000 01  WS-NEWPEND-STATUS           PIC X(02).
023100 01  WS-FACTAUD-STATUS           PIC X(02).
023200 01  WS-FACTRPT-STATUS           PIC X(02).
023300
023400 01  WS-RUN-OK-SW                PIC X(01)  VALUE 'Y'.
023500     88  WS-RUN-OK               VALUE 'Y'.
023600     88  WS-RUN-FAILED           VALUE 'N'.
023700
023800 01  WS-SIGNON-OK-SW             PIC X(01)  VALUE 'Y'.
023900     88  WS-SIGNON-OK            VALUE 'Y'.
024000
024100 01  WS-OPERMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
024200     88  WS-OPERMAST-IS-OPEN     VALUE 'Y'.
024300
024400 01  WS-OPAUDIT-OPEN-SW          PIC X(01)  VALUE 'N'.
024500     88  WS-OPAUDIT-IS-OPEN      VALUE 'Y'.
024600
024700 01  WS-FACTOR-OPEN-SW           PIC X(01)  VALUE 'N'.
024800     88  WS-FACTOR-IS-OPEN       VALUE 'Y'.
024900
025000 01  WS-FACTAUD-OPEN-SW          PIC X(01)  VALUE 'N'.
025100     88  WS-FACTAUD-IS-OPEN      VALUE 'Y'.
025200
025300 01  WS-REPORT-OPEN-SW           PIC X(01)  VALUE 'N'.
025400     88  WS-REPORT-IS-OPEN       VALUE 'Y'.
025500
025600 01  WS-OLDPEND-EOF-SW           PIC X(01)  VALUE 'N'.
025700     88  WS-OLDPEND-EOF          VALUE 'Y'.
025800
025900 01  WS-FACTAUD-EOF-SW           PIC X(01)  VALUE 'N'.
026000     88  WS-FACTAUD-EOF          VALUE 'Y'.
026100
026200 01  WS-QUIT-SW                  PIC X(01)  VALUE 'N'.
026300     88  WS-QUIT-REQUESTED       VALUE 'Y'.
026400
026500 01  WS-VALID-INPUT-SW           PIC X(01)  VALUE 'Y'.
026600     88  WS-VALID-INPUT          VALUE 'Y'.
026700
026800 01  WS-ROW-FOUND-SW             PIC X(01)  VALUE 'N'.
026900     88  WS-ROW-FOUND            VALUE 'Y'.
027000
027100 01  WS-BROWSE-DONE-SW           PIC X(01)  VALUE 'N'.
027200     88  WS-BROWSE-DONE          VALUE 'Y'.
027300
027400*----------------------------------------------------------------
027500* SIGN-ON, FUNCTION AND CHANGE WORK AREA
027600*----------------------------------------------------------------
027700 01  WS-OPERATOR-ID              PIC X(08)  VALUE SPACES.
027800 01  WS-CURRENT-DATE             PIC 9(08)  VALUE ZERO.
027900 01  WS-CURRENT-TIME             PIC 9(08)  VALUE ZERO.
028000 01  WS-NUMVAL-CHECK             PIC S9(04) COMP  VALUE ZERO.
028100 01  FM-PASSWORD-IN              PIC X(08)  VALUE SPACES.
028200 01  FM-RUN-DATE                 PIC 9(08)  VALUE ZERO.
028300 01  FM-FUNCTION                 PIC X(01)  VALUE SPACE.
028400     88  FM-FUNCTION-PROPOSE     VALUE 'P'.
028500     88  FM-FUNCTION-CHECK       VALUE 'C'.
028600     88  FM-FUNCTION-LIST        VALUE 'L'.
028700 01  FM-CHANGE-TYPE              PIC X(01)  VALUE SPACE.
028800     88  FM-CHANGE-ADD           VALUE 'A'.
028900     88  FM-CHANGE-END-DATE      VALUE 'E'.
029000     88  FM-CHANGE-DESC          VALUE 'D'.
029100     88  FM-CHANGE-QUIT          VALUE 'Q'.
029200 01  FM-DECISION                 PIC X(01)  VALUE SPACE.
029300     88  FM-APPROVE              VALUE 'A'.
029400     88  FM-REJECT               VALUE 'R'.
029500     88  FM-HOLD                 VALUE 'H'.
029600     88  FM-QUIT                 VALUE 'Q'.
029700 01  FM-CODE-IN                  PIC X(04)  VALUE SPACES.
029800 01  FM-DATE-RAW                 PIC X(08)  VALUE SPACES.
029900 01  FM-DATE-IN REDEFINES FM-DATE-RAW
030000                                 PIC 9(08).
030100 01  FM-VALUE-RAW                PIC X(18)  VALUE SPACES.
030200 01  FM-VALUE-WORK               PIC S9(11)V99  VALUE ZERO.
030300 01  FM-DESCRIPTION-IN           PIC X(20)  VALUE SPACES.
030400 01  FM-SINCE-DATE               PIC 9(08)  VALUE ZERO.
030500 01  FM-AUDIT-ACTION             PIC X(01)  VALUE SPACE.
030600 01  FM-REMARK                   PIC X(30)  VALUE SPACES.
030700 01  FM-VALUE-EDIT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
030800 01  FM-CHANGE-NAME              PIC X(11)  VALUE SPACES.
030900 77  FM-PWD-EXPIRY-DAYS          PIC 9(03)  COMP  VALUE 90.
031000 77  FM-PWD-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
031010 77  FM-MAX-FAIL-COUNT           PIC 9(01)  COMP  VALUE 3.
031100 77  FM-TALLY                    PIC 9(03)  COMP  VALUE ZERO.
031200
031300*----------------------------------------------------------------
031400* THE PROPOSAL BEING BUILT OR DECIDED
031500*----------------------------------------------------------------
031600 01  FM-BEFORE-IMAGE.
031700     05  FM-BEF-KEY.
031800         10  FM-BEF-CODE         PIC X(04).
031900         10  FM-BEF-EFFECTIVE-DATE
032000                                 PIC 9(08).
032100     05  FM-BEF-VALUE            PIC S9(10)V99
032200         SIGN IS TRAILING SEPARATE CHARACTER.
032300     05  FM-BEF-DESCRIPTION      PIC X(20).
032400     05  FM-BEF-END-DATE         PIC 9(08).
032500 01  FM-AFTER-IMAGE.
032600     05  FM-AFT-KEY.
032700         10  FM-AFT-CODE         PIC X(04).
032800         10  FM-AFT-EFFECTIVE-DATE
032900                                 PIC 9(08).
033000     05  FM-AFT-VALUE            PIC S9(10)V99
033100         SIGN IS TRAILING SEPARATE CHARACTER.
033200     05  FM-AFT-DESCRIPTION      PIC X(20).
033300     05  FM-AFT-END-DATE         PIC 9(08).
033400
033500*----------------------------------------------------------------
033600* RUN COUNTS
033700*----------------------------------------------------------------
033800 77  FM-COUNT-PROPOSED           PIC 9(05)  COMP  VALUE ZERO.
033900 77  FM-COUNT-REFUSED            PIC 9(05)  COMP  VALUE ZERO.
034000 77  FM-COUNT-LISTED             PIC 9(05)  COMP  VALUE ZERO.
034100 77  FM-COUNT-APPLIED            PIC 9(05)  COMP  VALUE ZERO.
034200 77  FM-COUNT-REJECTED           PIC 9(05)  COMP  VALUE ZERO.
034300 77  FM-COUNT-STALE              PIC 9(05)  COMP  VALUE ZERO.
034400 77  FM-COUNT-HELD               PIC 9(05)  COMP  VALUE ZERO.
034500 77  FM-COUNT-DROPPED            PIC 9(05)  COMP  VALUE ZERO.
034600 77  FM-COUNT-RPT-ADDED          PIC 9(05)  COMP  VALUE ZERO.
034700 77  FM-COUNT-RPT-ENDED          PIC 9(05)  COMP  VALUE ZERO.
034800 77  FM-COUNT-RPT-DESC           PIC 9(05)  COMP  VALUE ZERO.
034900
035000*----------------------------------------------------------------
035100* FACTOR CHANGE REPORT LINES
035200*----------------------------------------------------------------
035300 01  CR-HEADING-LINE.
035400     05  FILLER                  PIC X(29)
035500         VALUE ' FACTOR TABLE CHANGE REPORT  '.
035600     05  FILLER                  PIC X(24)
035700         VALUE 'CHANGES APPLIED SINCE   '.
035800     05  CR-HDG-SINCE            PIC 9(08).
035900     05  FILLER                  PIC X(11) VALUE '  RUN DATE '.
036000     05  CR-HDG-DATE             PIC 9(08).
036100     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
036200     05  CR-HDG-OPERATOR         PIC X(08).
036300     05  FILLER                  PIC X(33) VALUE SPACES.
036400
036500 01  CR-COLUMN-LINE.
036600     05  FILLER                  PIC X(44)
036700         VALUE ' APPLIED  CODE EFF DATE CHANGE      PROPOSED'.
036800     05  FILLER                  PIC X(44)
036900         VALUE ' APPROVED IMAGE              VALUE END DATE '.
037000     05  FILLER                  PIC X(44)
037100         VALUE 'DESCRIPTION                                 '.
037200
037300 01  CR-DETAIL-LINE.
037400     05  FILLER                  PIC X(01) VALUE SPACE.
037500     05  CR-DET-APPLIED          PIC X(08).
037600     05  FILLER                  PIC X(01) VALUE SPACE.
037700     05  CR-DET-CODE             PIC X(04).
037800     05  FILLER                  PIC X(01) VALUE SPACE.
037900     05  CR-DET-EFFECTIVE-DATE   PIC X(08).
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  CR-DET-CHANGE           PIC X(11).
038200     05  FILLER                  PIC X(01) VALUE SPACE.
038300     05  CR-DET-PROPOSED-BY      PIC X(08).
038400     05  FILLER                  PIC X(01) VALUE SPACE.
038500     05  CR-DET-APPROVED-BY      PIC X(08).
038600     05  FILLER                  PIC X(01) VALUE SPACE.
038700     05  CR-DET-IMAGE            PIC X(06).
038800     05  FILLER                  PIC X(01) VALUE SPACE.
038900     05  CR-DET-VALUE            PIC Z,ZZZ,ZZZ,ZZ9.99-.
039000     05  FILLER                  PIC X(01) VALUE SPACE.
039100     05  CR-DET-END-DATE         PIC X(08).
039200     05  FILLER                  PIC X(01) VALUE SPACE.
039300     05  CR-DET-DESCRIPTION      PIC X(20).
039400     05  FILLER                  PIC X(24) VALUE SPACES.
039500
039600 01  CR-TOTAL-LINE.
039700     05  CR-TOT-LABEL            PIC X(30).
039800     05  CR-TOT-COUNT            PIC Z(06)9.
039900     05  FILLER                  PIC X(95) VALUE SPACES.
040000
040100 PROCEDURE DIVISION.
040200******************************************************************
040300*                        0000-MAINLINE                           *
040400******************************************************************
040500 0000-MAINLINE.
040600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040700     IF WS-RUN-OK
040800         EVALUATE TRUE
040900             WHEN FM-FUNCTION-PROPOSE
041000                 PERFORM 2000-PROPOSE-CHANGES THRU 2000-EXIT
041100             WHEN FM-FUNCTION-CHECK
041200                 PERFORM 3000-CHECK-PASS THRU 3000-EXIT
041300             WHEN FM-FUNCTION-LIST
041400                 PERFORM 4000-LIST-APPLIED THRU 4000-EXIT
041500         END-EVALUATE
041600     END-IF.
041700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
041800     STOP RUN.
041900
042000******************************************************************
042100*     1000 - SIGN THE OPERATOR ON AND TAKE THE FUNCTION.  NO     *
042200*     FACTOR FILE IS TOUCHED UNTIL THE SIGN-ON HAS PASSED.       *
042300******************************************************************
042400 1000-INITIALIZE.
042500     ACCEPT FM-RUN-DATE FROM DATE YYYYMMDD.
042600     DISPLAY 'ENTER OPERATOR ID: '.
042700     ACCEPT WS-OPERATOR-ID.
042800     IF WS-OPERATOR-ID = SPACES
042900         DISPLAY 'RUN REFUSED - NO OPERATOR ID ENTERED'
043000         MOVE 'N' TO WS-RUN-OK-SW
043100         GO TO 1000-EXIT
043200     END-IF.
043300     PERFORM 1300-SIGN-ON-CHECK THRU 1300-EXIT.
043400     IF NOT WS-SIGNON-OK
043500         MOVE 'N' TO WS-RUN-OK-SW
043600         GO TO 1000-EXIT
043700     END-IF.
043800     DISPLAY 'FUNCTION (P=PROPOSE C=CHECK/APPROVE '
043900         'L=LIST APPLIED CHANGES): '.
044000     ACCEPT FM-FUNCTION.
044100     INSPECT FM-FUNCTION CONVERTING 'pcl' TO 'PCL'.
044200     IF NOT FM-FUNCTION-PROPOSE AND NOT FM-FUNCTION-CHECK
044300             AND NOT FM-FUNCTION-LIST
044400         DISPLAY 'RUN REFUSED - INVALID FUNCTION ' FM-FUNCTION
044500         MOVE 'N' TO WS-RUN-OK-SW
044600     END-IF.
044700 1000-EXIT.
044800     EXIT.
044900
045000******************************************************************
045100*     1300 THRU 1360 - OPERATOR SIGN-ON.  THE OPERATOR MUST BE   *
045200*     ACTIVE ON THE MASTER, HOLD MAINTENANCE (M) AUTHORITY, AND  *
045300*     GIVE THE PASSWORD HELD ON THE MASTER.  A MASTER THAT       *
045400*     CANNOT BE OPENED I-O REFUSES THE SIGN-ON - WITHOUT IT THE  *
045500*     SECOND OPERATOR CANNOT BE PROVED.  A WRONG PASSWORD IS     *
045600*     COUNTED ON THE MASTER AND LOCKS THE ID AS ON THE           *
045610*     CALCULATOR.  REFUSED ATTEMPTS ARE LOGGED TO THE SECURITY   *
045620*     AUDIT FILE.                                                *
045700******************************************************************
045800 1300-SIGN-ON-CHECK.
045900     MOVE 'Y' TO WS-SIGNON-OK-SW.
046000     OPEN I-O OPERMAST-FILE.
046100     IF WS-OPERMAST-STATUS NOT = '00'
046200         DISPLAY 'ERROR - OPERATOR MASTER NOT AVAILABLE, '
046300             'STATUS = ' WS-OPERMAST-STATUS
046400         DISPLAY 'SIGN-ON REFUSED - MAINTENANCE AUTHORITY CANNOT '
046500             'BE VERIFIED'
046600         MOVE 'N' TO WS-SIGNON-OK-SW
046700     ELSE
046800         MOVE 'Y' TO WS-OPERMAST-OPEN-SW
046900         MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
047000         READ OPERMAST-FILE
047100             INVALID KEY
047200                 DISPLAY 'SIGN-ON REFUSED - OPERATOR NOT ON '
047300                     'MASTER: ' WS-OPERATOR-ID
047400                 MOVE 'N' TO WS-SIGNON-OK-SW
047500             NOT INVALID KEY
047600                 PERFORM 1310-CHECK-SIGNON-RECORD THRU 1310-EXIT
047700         END-READ
047800     END-IF.
047900     IF NOT WS-SIGNON-OK
048000         PERFORM 1330-LOG-REFUSED-SIGNON THRU 1330-EXIT
048100     END-IF.
048200 1300-EXIT.
048300     EXIT.
048400
048500 1310-CHECK-SIGNON-RECORD.
048600     IF OM-LOCKED
048700         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS LOCKED OUT: '
048800             WS-OPERATOR-ID
048900         MOVE 'N' TO WS-SIGNON-OK-SW
049000         GO TO 1310-EXIT
049100     END-IF.
049200     IF OM-SUSPENDED
049300         DISPLAY 'SIGN-ON REFUSED - OPERATOR IS SUSPENDED: '
049400             WS-OPERATOR-ID
049500         MOVE 'N' TO WS-SIGNON-OK-SW
049600         GO TO 1310-EXIT
049700     END-IF.
049800     IF NOT OM-ACTIVE
049900         DISPLAY 'SIGN-ON REFUSED - OPERATOR STATUS INVALID: '
050000             WS-OPERATOR-ID
050100         MOVE 'N' TO WS-SIGNON-OK-SW
050200         GO TO 1310-EXIT
050300     END-IF.
050400     MOVE ZERO TO FM-TALLY.
050500     INSPECT OM-MODES TALLYING FM-TALLY FOR ALL 'M'.
050600     IF FM-TALLY = ZERO
050700         DISPLAY 'SIGN-ON REFUSED - NO MAINTENANCE AUTHORITY: '
050800             WS-OPERATOR-ID
050900         MOVE 'N' TO WS-SIGNON-OK-SW
051000         GO TO 1310-EXIT
051100     END-IF.
051200     PERFORM 1340-VERIFY-PASSWORD THRU 1340-EXIT.
051300 1310-EXIT.
051400     EXIT.
051500
051600 1320-OPEN-OPAUDIT-FILE.
051700     IF WS-OPAUDIT-IS-OPEN
051800         GO TO 1320-EXIT
051900     END-IF.
052000     OPEN EXTEND OPAUDIT-FILE.
052100     IF WS-OPAUDIT-STATUS = '35'
052200         OPEN OUTPUT OPAUDIT-FILE
052300     END-IF.
052400     IF WS-OPAUDIT-STATUS NOT = '00'
052500         DISPLAY 'ERROR - CANNOT OPEN SECURITY AUDIT FILE, '
052600             'STATUS = ' WS-OPAUDIT-STATUS
052700     ELSE
052800         MOVE 'Y' TO WS-OPAUDIT-OPEN-SW
052900     END-IF.
053000 1320-EXIT.
053100     EXIT.
053200
053300 1330-LOG-REFUSED-SIGNON.
053400     PERFORM 1320-OPEN-OPAUDIT-FILE THRU 1320-EXIT.
053500     IF NOT WS-OPAUDIT-IS-OPEN
053600         GO TO 1330-EXIT
053700     END-IF.
053800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
053900     ACCEPT WS-CURRENT-TIME FROM TIME.
054000     MOVE WS-CURRENT-DATE TO OA-DATE.
054100     MOVE WS-CURRENT-TIME TO OA-TIME.
054200     MOVE WS-OPERATOR-ID TO OA-MAINT-OPERATOR.
054300     MOVE 'X' TO OA-ACTION.
054400     MOVE WS-OPERATOR-ID TO OA-TARGET-OPERATOR.
054500     MOVE 'FACT' TO OA-NEW-MODES.
054600     MOVE SPACE TO OA-NEW-STATUS.
054700     MOVE SPACES TO OA-NEW-OPERATIONS.
054800     MOVE ZERO TO OA-NEW-LIMIT.
054900     MOVE SPACE TO OA-NEW-SUPERVISOR.
055000     WRITE OA-RECORD.
055100 1330-EXIT.
055200     EXIT.
055300
055400 1340-VERIFY-PASSWORD.
055500     DISPLAY 'ENTER PASSWORD: '.
055600     ACCEPT FM-PASSWORD-IN.
055700     IF FM-PASSWORD-IN NOT = OM-PASSWORD
055800         PERFORM 1360-RECORD-FAILED-ATTEMPT THRU 1360-EXIT
055900         MOVE 'N' TO WS-SIGNON-OK-SW
056000         GO TO 1340-EXIT
056100     END-IF.
056110     IF OM-FAIL-COUNT > ZERO
056120         MOVE ZERO TO OM-FAIL-COUNT
056130         REWRITE OM-RECORD
056200     END-IF.
056300     IF OM-MUST-CHANGE OR OM-PWD-CHANGED-DATE = ZERO
056400         DISPLAY 'SIGN-ON REFUSED - PASSWORD CHANGE REQUIRED, '
056500             'SIGN ON TO THE CALCULATOR TO CHANGE IT'
056600         MOVE 'N' TO WS-SIGNON-OK-SW
056700         GO TO 1340-EXIT
056800     END-IF.
056900     COMPUTE FM-PWD-AGE-DAYS =
057000         FUNCTION INTEGER-OF-DATE(FM-RUN-DATE)
057100         - FUNCTION INTEGER-OF-DATE(OM-PWD-CHANGED-DATE).
057200     IF FM-PWD-AGE-DAYS > FM-PWD-EXPIRY-DAYS
057300         DISPLAY 'SIGN-ON REFUSED - PASSWORD EXPIRED, SIGN ON '
057400             'TO THE CALCULATOR TO CHANGE IT'
057500         MOVE 'N' TO WS-SIGNON-OK-SW
057600     END-IF.
057700 1340-EXIT.
057800     EXIT.
057804
057808*----------------------------------------------------------------
057812* A WRONG PASSWORD COUNTS AGAINST THE ID AND THE THIRD MISS
057816* LOCKS IT, AS ON THE CALCULATOR SIGN-ON.
057820*----------------------------------------------------------------
057824 1360-RECORD-FAILED-ATTEMPT.
057828     ADD 1 TO OM-FAIL-COUNT.
057832     IF OM-FAIL-COUNT NOT < FM-MAX-FAIL-COUNT
057836         MOVE 'L' TO OM-STATUS
057840         DISPLAY 'SIGN-ON REFUSED - OPERATOR LOCKED OUT AFTER '
057844             FM-MAX-FAIL-COUNT ' FAILED ATTEMPTS: '
057848             WS-OPERATOR-ID
057852     ELSE
057856         DISPLAY 'SIGN-ON REFUSED - PASSWORD INCORRECT FOR '
057860             WS-OPERATOR-ID
057864     END-IF.
057868     REWRITE OM-RECORD.
057872     IF WS-OPERMAST-STATUS NOT = '00'
057876         DISPLAY 'ERROR - FAILED ATTEMPT NOT RECORDED, STATUS = '
057880             WS-OPERMAST-STATUS
057884     END-IF.
057888 1360-EXIT.
057892     EXIT.
057900
058000******************************************************************
058100*     1400 - OPEN THE FACTOR AUDIT FILE FOR APPEND.  NOTHING     *
058200*     IS PROPOSED OR DECIDED UNLESS IT CAN BE AUDITED.           *
058300******************************************************************
058400 1400-OPEN-FACTAUD-FILE.
058500     OPEN EXTEND FACTAUD-FILE.
058600     IF WS-FACTAUD-STATUS = '35'
058700         OPEN OUTPUT FACTAUD-FILE
058800     END-IF.
058900     IF WS-FACTAUD-STATUS NOT = '00'
059000         DISPLAY 'ERROR - CANNOT OPEN FACTOR AUDIT FILE, '
059100             'STATUS = ' WS-FACTAUD-STATUS
059200         MOVE 'N' TO WS-RUN-OK-SW
059300     ELSE
059400         MOVE 'Y' TO WS-FACTAUD-OPEN-SW
059500     END-IF.
059600 1400-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*     2000 THRU 2600 - PROPOSE FUNCTION.  EACH CHANGE IS         *
060100*     EDITED AGAINST THE FACTOR TABLE AS IT STANDS NOW, THEN     *
060200*     APPENDED TO THE PENDING FILE AND AUDITED.  THE FACTOR      *
060300*     TABLE ITSELF IS OPENED INPUT AND NEVER CHANGED HERE.       *
060400******************************************************************
060500 2000-PROPOSE-CHANGES.
060600     PERFORM 1400-OPEN-FACTAUD-FILE THRU 1400-EXIT.
060700     IF WS-RUN-FAILED
060800         DISPLAY 'ERROR - CHANGES CANNOT BE AUDITED, NOTHING '
060900             'PROPOSED'
061000         GO TO 2000-EXIT
061100     END-IF.
061200     OPEN INPUT FACTOR-FILE.
061300     IF WS-FACTOR-STATUS NOT = '00'
061400         DISPLAY 'ERROR - CANNOT OPEN FACTOR TABLE, STATUS = '
061500             WS-FACTOR-STATUS
061600         MOVE 'N' TO WS-RUN-OK-SW
061700         GO TO 2000-EXIT
061800     END-IF.
061900     MOVE 'Y' TO WS-FACTOR-OPEN-SW.
062000     OPEN EXTEND OLDPEND-FILE.
062100     IF WS-OLDPEND-STATUS = '35'
062200         OPEN OUTPUT OLDPEND-FILE
062300     END-IF.
062400     IF WS-OLDPEND-STATUS NOT = '00'
062500         DISPLAY 'ERROR - CANNOT OPEN PENDING CHANGE FILE, '
062600             'STATUS = ' WS-OLDPEND-STATUS
062700         MOVE 'N' TO WS-RUN-OK-SW
062800         GO TO 2000-EXIT
062900     END-IF.
063000     MOVE SPACE TO FM-CHANGE-TYPE.
063100     PERFORM 2100-PROPOSE-ONE-CHANGE THRU 2100-EXIT
063200         UNTIL FM-CHANGE-QUIT OR WS-RUN-FAILED.
063300     CLOSE OLDPEND-FILE.
063400 2000-EXIT.
063500     EXIT.
063600
063700 2100-PROPOSE-ONE-CHANGE.
063800     DISPLAY 'CHANGE (A=ADD DATED ROW E=END-DATE CODE '
063900         'D=CORRECT DESCRIPTION Q=QUIT): '.
064000     ACCEPT FM-CHANGE-TYPE.
064100     INSPECT FM-CHANGE-TYPE CONVERTING 'aedq' TO 'AEDQ'.
064200     MOVE 'Y' TO WS-VALID-INPUT-SW.
064300     MOVE SPACES TO FM-BEFORE-IMAGE.
064400     EVALUATE TRUE
064500         WHEN FM-CHANGE-QUIT
064600             GO TO 2100-EXIT
064700         WHEN FM-CHANGE-ADD
064800             PERFORM 2200-PROPOSE-ADD THRU 2200-EXIT
064900         WHEN FM-CHANGE-END-DATE
065000             PERFORM 2300-PROPOSE-END-DATE THRU 2300-EXIT
065100         WHEN FM-CHANGE-DESC
065200             PERFORM 2400-PROPOSE-DESCRIPTION THRU 2400-EXIT
065300         WHEN OTHER
065400             DISPLAY 'INVALID CHANGE TYPE ' FM-CHANGE-TYPE
065500             MOVE 'N' TO WS-VALID-INPUT-SW
065600     END-EVALUATE.
065700     IF WS-VALID-INPUT
065800         PERFORM 2500-QUEUE-PROPOSAL THRU 2500-EXIT
065900     ELSE
066000         ADD 1 TO FM-COUNT-REFUSED
066100         DISPLAY 'CHANGE NOT PROPOSED'
066200     END-IF.
066300 2100-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------------
066700* ADD A NEW DATED ROW.  THE CODE AND EFFECTIVE DATE MUST NOT
066800* ALREADY BE ON THE TABLE; THE NEW ROW STARTS WITH NO END DATE.
066900*----------------------------------------------------------------
067000 2200-PROPOSE-ADD.
067100     PERFORM 2600-ACCEPT-KEY THRU 2600-EXIT.
067200     IF NOT WS-VALID-INPUT
067300         GO TO 2200-EXIT
067400     END-IF.
067500     IF WS-ROW-FOUND
067600         DISPLAY 'ERROR - ROW ALREADY ON FACTOR TABLE: '
067700             FM-CODE-IN ' ' FM-DATE-IN
067800         MOVE 'N' TO WS-VALID-INPUT-SW
067900         GO TO 2200-EXIT
068000     END-IF.
068100     DISPLAY 'VALUE: '.
068200     MOVE SPACES TO FM-VALUE-RAW.
068300     ACCEPT FM-VALUE-RAW.
068400     MOVE FUNCTION TEST-NUMVAL(FM-VALUE-RAW) TO WS-NUMVAL-CHECK.
068500     IF FM-VALUE-RAW = SPACES OR WS-NUMVAL-CHECK NOT = ZERO
068600         DISPLAY 'ERROR - VALUE IS NOT NUMERIC: ' FM-VALUE-RAW
068700         MOVE 'N' TO WS-VALID-INPUT-SW
068800         GO TO 2200-EXIT
068900     END-IF.
069000     COMPUTE FM-VALUE-WORK = FUNCTION NUMVAL(FM-VALUE-RAW)
069100         ON SIZE ERROR
069200             MOVE 99999999999 TO FM-VALUE-WORK
069300     END-COMPUTE.
069400     IF FM-VALUE-WORK > 9999999999.99
069500             OR FM-VALUE-WORK < -9999999999.99
069600         DISPLAY 'ERROR - VALUE TOO LARGE: ' FM-VALUE-RAW
069700         MOVE 'N' TO WS-VALID-INPUT-SW
069800         GO TO 2200-EXIT
069900     END-IF.
070000     DISPLAY 'DESCRIPTION: '.
070100     MOVE SPACES TO FM-DESCRIPTION-IN.
070200     ACCEPT FM-DESCRIPTION-IN.
070300     IF FM-DESCRIPTION-IN = SPACES
070400         DISPLAY 'ERROR - DESCRIPTION IS BLANK'
070500         MOVE 'N' TO WS-VALID-INPUT-SW
070600         GO TO 2200-EXIT
070700     END-IF.
070800     MOVE FM-CODE-IN TO FM-AFT-CODE.
070900     MOVE FM-DATE-IN TO FM-AFT-EFFECTIVE-DATE.
071000     MOVE FM-VALUE-WORK TO FM-AFT-VALUE.
071100     MOVE FM-DESCRIPTION-IN TO FM-AFT-DESCRIPTION.
071200     MOVE ZERO TO FM-AFT-END-DATE.
071300 2200-EXIT.
071400     EXIT.
071500
071600*----------------------------------------------------------------
071700* END-DATE A CODE.  THE END DATE GOES ON THE CODE'S LATEST-DATED
071800* ROW - EARLIER ROWS ARE ALREADY SUPERSEDED BY IT - AND MAY NOT
071900* FALL BEFORE THAT ROW'S EFFECTIVE DATE.
072000*----------------------------------------------------------------
072100 2300-PROPOSE-END-DATE.
072200     DISPLAY 'FACTOR CODE: '.
072300     MOVE SPACES TO FM-CODE-IN.
072400     ACCEPT FM-CODE-IN.
072500     IF FM-CODE-IN = SPACES
072600         DISPLAY 'ERROR - FACTOR CODE IS BLANK'
072700         MOVE 'N' TO WS-VALID-INPUT-SW
072800         GO TO 2300-EXIT
072900     END-IF.
073000     PERFORM 2310-FIND-LATEST-ROW THRU 2310-EXIT.
073100     IF NOT WS-ROW-FOUND
073200         DISPLAY 'ERROR - CODE NOT ON FACTOR TABLE: ' FM-CODE-IN
073300         MOVE 'N' TO WS-VALID-INPUT-SW
073400         GO TO 2300-EXIT
073500     END-IF.
073600     MOVE FM-BEF-VALUE TO FM-VALUE-EDIT.
073700     DISPLAY 'LATEST ROW ' FM-BEF-CODE ' ' FM-BEF-EFFECTIVE-DATE
073800         ' ' FM-VALUE-EDIT ' ' FM-BEF-DESCRIPTION
073900         ' ENDS ' FM-BEF-END-DATE.
074000     DISPLAY 'LAST DAY IN EFFECT YYYYMMDD: '.
074100     MOVE SPACES TO FM-DATE-RAW.
074200     ACCEPT FM-DATE-RAW.
074300     PERFORM 2620-EDIT-DATE THRU 2620-EXIT.
074400     IF NOT WS-VALID-INPUT
074500         GO TO 2300-EXIT
074600     END-IF.
074700     IF FM-DATE-IN < FM-BEF-EFFECTIVE-DATE
074800         DISPLAY 'ERROR - END DATE IS BEFORE THE ROW TAKES '
074900             'EFFECT: ' FM-DATE-IN
075000         MOVE 'N' TO WS-VALID-INPUT-SW
075100         GO TO 2300-EXIT
075200     END-IF.
075300     IF FM-DATE-IN = FM-BEF-END-DATE
075400         DISPLAY 'ERROR - CODE ALREADY ENDS ON ' FM-DATE-IN
075500         MOVE 'N' TO WS-VALID-INPUT-SW
075600         GO TO 2300-EXIT
075700     END-IF.
075800     MOVE FM-BEFORE-IMAGE TO FM-AFTER-IMAGE.
075900     MOVE FM-DATE-IN TO FM-AFT-END-DATE.
076000 2300-EXIT.
076100     EXIT.
076200
076300 2310-FIND-LATEST-ROW.
076400     MOVE 'N' TO WS-ROW-FOUND-SW.
076500     MOVE 'N' TO WS-BROWSE-DONE-SW.
076600     MOVE FM-CODE-IN TO FA-CODE.
076700     MOVE ZERO TO FA-EFFECTIVE-DATE.
076800     START FACTOR-FILE KEY NOT LESS THAN FA-KEY
076900         INVALID KEY
077000             MOVE 'Y' TO WS-BROWSE-DONE-SW
077100     END-START.
077200     PERFORM 2320-BROWSE-CODE-ROW THRU 2320-EXIT
077300         UNTIL WS-BROWSE-DONE.
077400 2310-EXIT.
077500     EXIT.
077600
077700 2320-BROWSE-CODE-ROW.
077800     READ FACTOR-FILE NEXT RECORD
077900         AT END
078000             MOVE 'Y' TO WS-BROWSE-DONE-SW
078100             GO TO 2320-EXIT
078200     END-READ.
078300     IF FA-CODE NOT = FM-CODE-IN
078400         MOVE 'Y' TO WS-BROWSE-DONE-SW
078500         GO TO 2320-EXIT
078600     END-IF.
078700     MOVE FA-RECORD TO FM-BEFORE-IMAGE.
078800     MOVE 'Y' TO WS-ROW-FOUND-SW.
078900 2320-EXIT.
079000     EXIT.
079100
079200*----------------------------------------------------------------
079300* CORRECT THE DESCRIPTION OF ONE EXISTING DATED ROW.  THE VALUE
079400* AND DATES ARE NOT TOUCHED.
079500*----------------------------------------------------------------
079600 2400-PROPOSE-DESCRIPTION.
079700     PERFORM 2600-ACCEPT-KEY THRU 2600-EXIT.
079800     IF NOT WS-VALID-INPUT
079900         GO TO 2400-EXIT
080000     END-IF.
080100     IF NOT WS-ROW-FOUND
080200         DISPLAY 'ERROR - ROW NOT ON FACTOR TABLE: '
080300             FM-CODE-IN ' ' FM-DATE-IN
080400         MOVE 'N' TO WS-VALID-INPUT-SW
080500         GO TO 2400-EXIT
080600     END-IF.
080700     DISPLAY 'CURRENT DESCRIPTION: ' FM-BEF-DESCRIPTION.
080800     DISPLAY 'NEW DESCRIPTION: '.
080900     MOVE SPACES TO FM-DESCRIPTION-IN.
081000     ACCEPT FM-DESCRIPTION-IN.
081100     IF FM-DESCRIPTION-IN = SPACES
081200         DISPLAY 'ERROR - DESCRIPTION IS BLANK'
081300         MOVE 'N' TO WS-VALID-INPUT-SW
081400         GO TO 2400-EXIT
081500     END-IF.
081600     IF FM-DESCRIPTION-IN = FM-BEF-DESCRIPTION
081700         DISPLAY 'ERROR - DESCRIPTION IS UNCHANGED'
081800         MOVE 'N' TO WS-VALID-INPUT-SW
081900         GO TO 2400-EXIT
082000     END-IF.
082100     MOVE FM-BEFORE-IMAGE TO FM-AFTER-IMAGE.
082200     MOVE FM-DESCRIPTION-IN TO FM-AFT-DESCRIPTION.
082300 2400-EXIT.
082400     EXIT.
082500
082600 2500-QUEUE-PROPOSAL.
082700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
082800     ACCEPT WS-CURRENT-TIME FROM TIME.
082900     MOVE WS-CURRENT-DATE TO FP-PROPOSED-DATE.
083000     MOVE WS-CURRENT-TIME TO FP-PROPOSED-TIME.
083100     MOVE WS-OPERATOR-ID TO FP-PROPOSED-BY.
083200     MOVE FM-CHANGE-TYPE TO FP-CHANGE-TYPE.
083300     MOVE 'P' TO FP-STATUS.
083400     MOVE FM-BEFORE-IMAGE TO FP-BEFORE-IMAGE.
083500     MOVE FM-AFTER-IMAGE TO FP-AFTER-IMAGE.
083600     WRITE FP-RECORD.
083700     IF WS-OLDPEND-STATUS NOT = '00'
083800         DISPLAY 'ERROR - PENDING CHANGE WRITE FAILED, STATUS = '
083900             WS-OLDPEND-STATUS
084000         MOVE 'N' TO WS-RUN-OK-SW
084100         GO TO 2500-EXIT
084200     END-IF.
084300     MOVE 'P' TO FM-AUDIT-ACTION.
084400     MOVE 'PROPOSED' TO FM-REMARK.
084500     PERFORM 3800-WRITE-FACTOR-AUDIT THRU 3800-EXIT.
084600     ADD 1 TO FM-COUNT-PROPOSED.
084700     DISPLAY 'CHANGE PROPOSED - IT TAKES EFFECT ONLY WHEN A '
084800         'SECOND OPERATOR APPROVES IT'.
084900 2500-EXIT.
085000     EXIT.
085100
085200*----------------------------------------------------------------
085300* CODE AND EFFECTIVE DATE OF ONE ROW, LOOKED UP ON THE TABLE.
085400* WHEN THE ROW IS FOUND ITS IMAGE IS THE BEFORE IMAGE.
085500*----------------------------------------------------------------
085600 2600-ACCEPT-KEY.
085700     MOVE 'N' TO WS-ROW-FOUND-SW.
085800     DISPLAY 'FACTOR CODE: '.
085900     MOVE SPACES TO FM-CODE-IN.
086000     ACCEPT FM-CODE-IN.
086100     IF FM-CODE-IN = SPACES
086200         DISPLAY 'ERROR - FACTOR CODE IS BLANK'
086300         MOVE 'N' TO WS-VALID-INPUT-SW
086400         GO TO 2600-EXIT
086500     END-IF.
086600     DISPLAY 'EFFECTIVE DATE YYYYMMDD: '.
086700     MOVE SPACES TO FM-DATE-RAW.
086800     ACCEPT FM-DATE-RAW.
086900     PERFORM 2620-EDIT-DATE THRU 2620-EXIT.
087000     IF NOT WS-VALID-INPUT
087100         GO TO 2600-EXIT
087200     END-IF.
087300     MOVE FM-CODE-IN TO FA-CODE.
087400     MOVE FM-DATE-IN TO FA-EFFECTIVE-DATE.
087500     READ FACTOR-FILE
087600         INVALID KEY
087700             MOVE 'N' TO WS-ROW-FOUND-SW
087800         NOT INVALID KEY
087900             MOVE 'Y' TO WS-ROW-FOUND-SW
088000             MOVE FA-RECORD TO FM-BEFORE-IMAGE
088100     END-READ.
088200 2600-EXIT.
088300     EXIT.
088400
088500 2620-EDIT-DATE.
088600     IF FM-DATE-RAW NOT NUMERIC
088700         DISPLAY 'ERROR - DATE IS NOT NUMERIC: ' FM-DATE-RAW
088800         MOVE 'N' TO WS-VALID-INPUT-SW
088900         GO TO 2620-EXIT
089000     END-IF.
089100     IF FUNCTION TEST-DATE-YYYYMMDD(FM-DATE-IN) NOT = ZERO
089200         DISPLAY 'ERROR - DATE IS NOT A CALENDAR DATE: '
089300             FM-DATE-RAW
089400         MOVE 'N' TO WS-VALID-INPUT-SW
089500     END-IF.
089600 2620-EXIT.
089700     EXIT.
089800
089900******************************************************************
090000*     3000 THRU 3800 - CHECK FUNCTION.  EACH PENDING CHANGE IS   *
090100*     APPROVED AND APPLIED, REJECTED, OR HELD ON THE NEW         *
090200*     PENDING FILE.  AN OPERATOR MAY NOT DECIDE A CHANGE THEY    *
090300*     PROPOSED.  NO DECISION IS TAKEN UNLESS IT CAN BE AUDITED.  *
090400******************************************************************
090500 3000-CHECK-PASS.
090600     PERFORM 1400-OPEN-FACTAUD-FILE THRU 1400-EXIT.
090700     IF WS-RUN-FAILED
090800         DISPLAY 'ERROR - DECISIONS CANNOT BE AUDITED, PENDING '
090900             'CHANGES NOT WORKED'
091000         GO TO 3000-EXIT
091100     END-IF.
091200     OPEN INPUT OLDPEND-FILE.
091300     IF WS-OLDPEND-STATUS = '35'
091400         DISPLAY 'NO PENDING CHANGE FILE - NOTHING TO CHECK'
091410         MOVE 4 TO RETURN-CODE
091600         GO TO 3000-EXIT
091700     END-IF.
091710     IF WS-OLDPEND-STATUS NOT = '00'
091720         DISPLAY 'ERROR - CANNOT OPEN PENDING CHANGE FILE, '
091730             'STATUS = ' WS-OLDPEND-STATUS
091740         MOVE 'N' TO WS-RUN-OK-SW
091750         GO TO 3000-EXIT
091760     END-IF.
091800     OPEN I-O FACTOR-FILE.
091900     IF WS-FACTOR-STATUS NOT = '00'
092000         DISPLAY 'ERROR - CANNOT OPEN FACTOR TABLE FOR UPDATE, '
092100             'STATUS = ' WS-FACTOR-STATUS
092200         MOVE 'N' TO WS-RUN-OK-SW
092300         CLOSE OLDPEND-FILE
092400         GO TO 3000-EXIT
092500     END-IF.
092600     MOVE 'Y' TO WS-FACTOR-OPEN-SW.
092700     OPEN OUTPUT NEWPEND-FILE.
092800     IF WS-NEWPEND-STATUS NOT = '00'
092900         DISPLAY 'ERROR - CANNOT OPEN NEW PENDING CHANGE FILE, '
093000             'STATUS = ' WS-NEWPEND-STATUS
093100         MOVE 'N' TO WS-RUN-OK-SW
093200         CLOSE OLDPEND-FILE
093300         GO TO 3000-EXIT
093400     END-IF.
093500     MOVE 'N' TO WS-OLDPEND-EOF-SW.
093600     MOVE 'N' TO WS-QUIT-SW.
093700     PERFORM 3100-READ-PENDING THRU 3100-EXIT.
093800     PERFORM 3200-DECIDE-ONE-CHANGE THRU 3200-EXIT
093900         UNTIL WS-OLDPEND-EOF OR WS-RUN-FAILED.
094000     CLOSE NEWPEND-FILE.
094100     CLOSE OLDPEND-FILE.
094200     IF FM-COUNT-LISTED = ZERO AND WS-RUN-OK
094300         DISPLAY 'NO CHANGES AWAITING APPROVAL'
094400     END-IF.
094500     IF WS-RUN-FAILED
094600         DISPLAY 'ERROR - NEW PENDING CHANGE FILE INCOMPLETE.  '
094700             'THE OLD FILE IS UNCHANGED; CHECK THE FACTOR AUDIT '
094800             'FILE BEFORE RERUNNING.'
094900     END-IF.
095000 3000-EXIT.
095100     EXIT.
095200
095300 3100-READ-PENDING.
095400     READ OLDPEND-FILE
095500         AT END
095600             MOVE 'Y' TO WS-OLDPEND-EOF-SW
095700     END-READ.
095800 3100-EXIT.
095900     EXIT.
096000
096100 3200-DECIDE-ONE-CHANGE.
096200     IF FP-PENDING
096300         ADD 1 TO FM-COUNT-LISTED
096400         PERFORM 3210-TAKE-DECISION THRU 3210-EXIT
096500     ELSE
096600         ADD 1 TO FM-COUNT-DROPPED
096700         DISPLAY 'WARNING - DECIDED CHANGE DROPPED FROM PENDING '
096800             'FILE, CODE ' FP-AFT-CODE ' ' FP-AFT-EFFECTIVE-DATE
096900     END-IF.
097000     IF WS-RUN-OK
097100         PERFORM 3100-READ-PENDING THRU 3100-EXIT
097200     END-IF.
097300 3200-EXIT.
097400     EXIT.
097500
097600 3210-TAKE-DECISION.
097700     MOVE 'H' TO FM-DECISION.
097800     IF WS-QUIT-REQUESTED
097900         CONTINUE
098000     ELSE
098100         IF FP-PROPOSED-BY = WS-OPERATOR-ID
098200             PERFORM 3250-DISPLAY-CHANGE THRU 3250-EXIT
098300             DISPLAY 'CHANGE HELD - IT MUST BE APPROVED BY A '
098400                 'DIFFERENT OPERATOR'
098500         ELSE
098600             PERFORM 3300-ACCEPT-DECISION THRU 3300-EXIT
098700         END-IF
098800     END-IF.
098900     EVALUATE TRUE
099000         WHEN FM-APPROVE
099100             PERFORM 3400-APPROVE-CHANGE THRU 3400-EXIT
099200         WHEN FM-REJECT
099300             MOVE 'REJECTED BY APPROVER' TO FM-REMARK
099400             PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
099500         WHEN OTHER
099600             PERFORM 3600-HOLD-CHANGE THRU 3600-EXIT
099700     END-EVALUATE.
099800 3210-EXIT.
099900     EXIT.
100000
100100 3250-DISPLAY-CHANGE.
100200     EVALUATE TRUE
100300         WHEN FP-CHANGE-ADD
100400             MOVE 'ADD ROW' TO FM-CHANGE-NAME
100500         WHEN FP-CHANGE-END-DATE
100600             MOVE 'END-DATE' TO FM-CHANGE-NAME
100700         WHEN OTHER
100800             MOVE 'DESCRIPTION' TO FM-CHANGE-NAME
100900     END-EVALUATE.
101000     DISPLAY '  ' FM-CHANGE-NAME ' PROPOSED BY ' FP-PROPOSED-BY
101100         ' ON ' FP-PROPOSED-DATE ' CODE ' FP-AFT-CODE
101200         ' EFFECTIVE ' FP-AFT-EFFECTIVE-DATE.
101300     IF FP-CHANGE-ADD
101400         DISPLAY '    BEFORE: NO ROW'
101500     ELSE
101600         MOVE FP-BEF-VALUE TO FM-VALUE-EDIT
101700         DISPLAY '    BEFORE: ' FM-VALUE-EDIT ' ENDS '
101800             FP-BEF-END-DATE ' ' FP-BEF-DESCRIPTION
101900     END-IF.
102000     MOVE FP-AFT-VALUE TO FM-VALUE-EDIT.
102100     DISPLAY '    AFTER:  ' FM-VALUE-EDIT ' ENDS '
102200         FP-AFT-END-DATE ' ' FP-AFT-DESCRIPTION.
102300 3250-EXIT.
102400     EXIT.
102500
102600 3300-ACCEPT-DECISION.
102700     PERFORM 3250-DISPLAY-CHANGE THRU 3250-EXIT.
102800     DISPLAY 'DECISION (A=APPROVE R=REJECT H=HOLD '
102900         'Q=HOLD ALL REMAINING): '.
103000     ACCEPT FM-DECISION.
103100     INSPECT FM-DECISION CONVERTING 'arhq' TO 'ARHQ'.
103200     IF FM-DECISION = SPACE
103300         MOVE 'H' TO FM-DECISION
103400     END-IF.
103500     IF FM-QUIT
103600         MOVE 'Y' TO WS-QUIT-SW
103700         MOVE 'H' TO FM-DECISION
103800         DISPLAY 'THIS AND ALL REMAINING CHANGES HELD'
103900     END-IF.
104000     IF NOT FM-APPROVE AND NOT FM-REJECT AND NOT FM-HOLD
104100         DISPLAY 'INVALID DECISION ' FM-DECISION ' - CHANGE HELD'
104200         MOVE 'H' TO FM-DECISION
104300     END-IF.
104400 3300-EXIT.
104500     EXIT.
104600
104700*----------------------------------------------------------------
104800* THE ROW IS RE-READ AT APPROVAL.  A NEW ROW MUST STILL BE
104900* ABSENT AND AN EXISTING ROW MUST STILL MATCH THE BEFORE IMAGE;
105000* OTHERWISE SOMETHING ELSE CHANGED IT AND THE PROPOSAL IS STALE.
105100*----------------------------------------------------------------
105200 3400-APPROVE-CHANGE.
105300     MOVE FP-AFT-KEY TO FA-KEY.
105400     READ FACTOR-FILE
105500         INVALID KEY
105600             MOVE 'N' TO WS-ROW-FOUND-SW
105700         NOT INVALID KEY
105800             MOVE 'Y' TO WS-ROW-FOUND-SW
105900     END-READ.
106000     MOVE SPACES TO FM-REMARK.
106100     IF FP-CHANGE-ADD
106200         IF WS-ROW-FOUND
106300             MOVE 'STALE - ROW ADDED SINCE' TO FM-REMARK
106400         END-IF
106500     ELSE
106600         IF NOT WS-ROW-FOUND
106700             MOVE 'STALE - ROW NO LONGER ON TABLE' TO FM-REMARK
106800         ELSE
106900             IF FA-RECORD NOT = FP-BEFORE-IMAGE
107000                 MOVE 'STALE - ROW CHANGED SINCE' TO FM-REMARK
107100             END-IF
107200         END-IF
107300     END-IF.
107400     IF FM-REMARK NOT = SPACES
107500         ADD 1 TO FM-COUNT-STALE
107600         DISPLAY 'CHANGE REJECTED - ' FM-REMARK
107700         DISPLAY 'PROPOSE THE CHANGE AGAIN IF IT IS STILL WANTED'
107800         PERFORM 3500-REJECT-CHANGE THRU 3500-EXIT
107900         GO TO 3400-EXIT
108000     END-IF.
108100     MOVE FP-AFTER-IMAGE TO FA-RECORD.
108200     IF FP-CHANGE-ADD
108300         WRITE FA-RECORD
108400     ELSE
108500         REWRITE FA-RECORD
108600     END-IF.
108700     IF WS-FACTOR-STATUS NOT = '00'
108800         DISPLAY 'ERROR - FACTOR TABLE UPDATE FAILED, STATUS = '
108900             WS-FACTOR-STATUS
109000         MOVE 'N' TO WS-RUN-OK-SW
109100         GO TO 3400-EXIT
109200     END-IF.
109300     MOVE 'A' TO FM-AUDIT-ACTION.
109400     MOVE 'APPLIED' TO FM-REMARK.
109500     PERFORM 3700-LOAD-IMAGES THRU 3700-EXIT.
109600     PERFORM 3800-WRITE-FACTOR-AUDIT THRU 3800-EXIT.
109700     ADD 1 TO FM-COUNT-APPLIED.
109800     DISPLAY 'CHANGE APPROVED AND APPLIED TO THE FACTOR TABLE'.
109900 3400-EXIT.
110000     EXIT.
110100
110200*----------------------------------------------------------------
110300* A REJECTED CHANGE NEVER REACHES THE TABLE.  THE REMARK SAYS
110400* WHETHER THE APPROVER REJECTED IT OR IT WAS FOUND STALE.
110500*----------------------------------------------------------------
110600 3500-REJECT-CHANGE.
110700     MOVE 'R' TO FM-AUDIT-ACTION.
110800     PERFORM 3700-LOAD-IMAGES THRU 3700-EXIT.
110900     PERFORM 3800-WRITE-FACTOR-AUDIT THRU 3800-EXIT.
111000     ADD 1 TO FM-COUNT-REJECTED.
111100     DISPLAY 'REJECTED - CODE ' FP-AFT-CODE ' '
111200         FP-AFT-EFFECTIVE-DATE ' PROPOSED BY ' FP-PROPOSED-BY.
111300 3500-EXIT.
111400     EXIT.
111500
111600 3600-HOLD-CHANGE.
111700     WRITE FN-RECORD FROM FP-RECORD.
111800     IF WS-NEWPEND-STATUS NOT = '00'
111900         DISPLAY 'ERROR - NEW PENDING FILE WRITE FAILED, '
112000             'STATUS = ' WS-NEWPEND-STATUS
112100         MOVE 'N' TO WS-RUN-OK-SW
112200         GO TO 3600-EXIT
112300     END-IF.
112400     ADD 1 TO FM-COUNT-HELD.
112500 3600-EXIT.
112600     EXIT.
112700
112800 3700-LOAD-IMAGES.
112900     MOVE FP-BEFORE-IMAGE TO FM-BEFORE-IMAGE.
113000     MOVE FP-AFTER-IMAGE TO FM-AFTER-IMAGE.
113100     MOVE FP-CHANGE-TYPE TO FM-CHANGE-TYPE.
113200 3700-EXIT.
113300     EXIT.
113400
113500*----------------------------------------------------------------
113600* ONE FACTOR AUDIT RECORD.  THE PROPOSER COMES FROM THE PENDING
113700* RECORD, WHICH THE PROPOSE FUNCTION HAS JUST BUILT OR THE CHECK
113800* FUNCTION HAS JUST READ.
113900*----------------------------------------------------------------
114000 3800-WRITE-FACTOR-AUDIT.
114100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
114200     ACCEPT WS-CURRENT-TIME FROM TIME.
114300     MOVE WS-CURRENT-DATE TO AU-DATE.
114400     MOVE WS-CURRENT-TIME TO AU-TIME.
114500     MOVE WS-OPERATOR-ID TO AU-OPERATOR.
114600     MOVE FM-AUDIT-ACTION TO AU-ACTION.
114700     MOVE FM-CHANGE-TYPE TO AU-CHANGE-TYPE.
114800     MOVE FP-PROPOSED-DATE TO AU-PROPOSED-DATE.
114900     MOVE FP-PROPOSED-TIME TO AU-PROPOSED-TIME.
115000     MOVE FP-PROPOSED-BY TO AU-PROPOSED-BY.
115100     MOVE FM-BEFORE-IMAGE TO AU-BEFORE-IMAGE.
115200     MOVE FM-AFTER-IMAGE TO AU-AFTER-IMAGE.
115300     MOVE FM-REMARK TO AU-REMARK.
115400     WRITE AU-RECORD.
115500     IF WS-FACTAUD-STATUS NOT = '00'
115600         DISPLAY 'WARNING - FACTOR AUDIT WRITE FAILED, STATUS = '
115700             WS-FACTAUD-STATUS
115800     END-IF.
115900 3800-EXIT.
116000     EXIT.
116100
116200******************************************************************
116300*     4000 THRU 4300 - LIST FUNCTION.  PRINT EVERY CHANGE THE    *
116400*     FACTOR AUDIT FILE SHOWS AS APPLIED ON OR AFTER THE GIVEN   *
116500*     DATE, BEFORE AND AFTER IMAGE ON TWO LINES.                 *
116600******************************************************************
116700 4000-LIST-APPLIED.
116800     DISPLAY 'CHANGES APPLIED SINCE YYYYMMDD (BLANK FOR TODAY): '.
116900     MOVE SPACES TO FM-DATE-RAW.
117000     ACCEPT FM-DATE-RAW.
117100     IF FM-DATE-RAW = SPACES
117200         MOVE FM-RUN-DATE TO FM-SINCE-DATE
117300     ELSE
117400         MOVE 'Y' TO WS-VALID-INPUT-SW
117500         PERFORM 2620-EDIT-DATE THRU 2620-EXIT
117600         IF NOT WS-VALID-INPUT
117700             MOVE 'N' TO WS-RUN-OK-SW
117800             GO TO 4000-EXIT
117900         END-IF
118000         MOVE FM-DATE-IN TO FM-SINCE-DATE
118100     END-IF.
118200     OPEN INPUT FACTAUD-FILE.
118300     IF WS-FACTAUD-STATUS NOT = '00'
118400         DISPLAY 'NO FACTOR AUDIT FILE - STATUS = '
118500             WS-FACTAUD-STATUS
118600         GO TO 4000-EXIT
118700     END-IF.
118800     MOVE 'Y' TO WS-FACTAUD-OPEN-SW.
118900     OPEN OUTPUT CHANGE-REPORT-FILE.
119000     IF WS-FACTRPT-STATUS NOT = '00'
119100         DISPLAY 'ERROR - CANNOT OPEN FACTOR CHANGE REPORT, '
119200             'STATUS = ' WS-FACTRPT-STATUS
119300         MOVE 'N' TO WS-RUN-OK-SW
119400         GO TO 4000-EXIT
119500     END-IF.
119600     MOVE 'Y' TO WS-REPORT-OPEN-SW.
119700     MOVE FM-SINCE-DATE TO CR-HDG-SINCE.
119800     MOVE FM-RUN-DATE TO CR-HDG-DATE.
119900     MOVE WS-OPERATOR-ID TO CR-HDG-OPERATOR.
120000     WRITE CR-RECORD FROM CR-HEADING-LINE.
120100     MOVE SPACES TO CR-RECORD.
120200     WRITE CR-RECORD.
120300     WRITE CR-RECORD FROM CR-COLUMN-LINE.
120400     MOVE 'N' TO WS-FACTAUD-EOF-SW.
120500     PERFORM 4100-READ-AUDIT THRU 4100-EXIT
120600         UNTIL WS-FACTAUD-EOF.
120700     PERFORM 4300-FINISH-REPORT THRU 4300-EXIT.
120800 4000-EXIT.
120900     EXIT.
121000
121100 4100-READ-AUDIT.
121200     READ FACTAUD-FILE
121300         AT END
121400             MOVE 'Y' TO WS-FACTAUD-EOF-SW
121500             GO TO 4100-EXIT
121600     END-READ.
121700     IF AU-ACTION-APPLIED AND AU-DATE NOT < FM-SINCE-DATE
121800         PERFORM 4200-PRINT-CHANGE THRU 4200-EXIT
121900     END-IF.
122000 4100-EXIT.
122100     EXIT.
122200
122300 4200-PRINT-CHANGE.
122400     EVALUATE TRUE
122500         WHEN AU-CHANGE-ADD
122600             MOVE 'ADD ROW' TO CR-DET-CHANGE
122700             ADD 1 TO FM-COUNT-RPT-ADDED
122800         WHEN AU-CHANGE-END-DATE
122900             MOVE 'END-DATE' TO CR-DET-CHANGE
123000             ADD 1 TO FM-COUNT-RPT-ENDED
123100         WHEN OTHER
123200             MOVE 'DESCRIPTION' TO CR-DET-CHANGE
123300             ADD 1 TO FM-COUNT-RPT-DESC
123400     END-EVALUATE.
123500     MOVE AU-DATE TO CR-DET-APPLIED.
123600     MOVE AU-AFT-CODE TO CR-DET-CODE.
123700     MOVE AU-AFT-EFFECTIVE-DATE TO CR-DET-EFFECTIVE-DATE.
123800     MOVE AU-PROPOSED-BY TO CR-DET-PROPOSED-BY.
123900     MOVE AU-OPERATOR TO CR-DET-APPROVED-BY.
124000     MOVE 'BEFORE' TO CR-DET-IMAGE.
124100     IF AU-CHANGE-ADD
124200         MOVE ZERO TO CR-DET-VALUE
124300         MOVE SPACES TO CR-DET-END-DATE
124400         MOVE '(NO ROW)' TO CR-DET-DESCRIPTION
124500     ELSE
124600         MOVE AU-BEF-VALUE TO CR-DET-VALUE
124700         PERFORM 4210-EDIT-BEFORE-END THRU 4210-EXIT
124800         MOVE AU-BEF-DESCRIPTION TO CR-DET-DESCRIPTION
124900     END-IF.
125000     WRITE CR-RECORD FROM CR-DETAIL-LINE.
125100     MOVE SPACES TO CR-DET-APPLIED CR-DET-CODE
125200         CR-DET-EFFECTIVE-DATE CR-DET-CHANGE
125300         CR-DET-PROPOSED-BY CR-DET-APPROVED-BY.
125400     MOVE 'AFTER' TO CR-DET-IMAGE.
125500     MOVE AU-AFT-VALUE TO CR-DET-VALUE.
125600     IF AU-AFT-END-DATE = ZERO
125700         MOVE 'OPEN' TO CR-DET-END-DATE
125800     ELSE
125900         MOVE AU-AFT-END-DATE TO CR-DET-END-DATE
126000     END-IF.
126100     MOVE AU-AFT-DESCRIPTION TO CR-DET-DESCRIPTION.
126200     WRITE CR-RECORD FROM CR-DETAIL-LINE.
126300 4200-EXIT.
126400     EXIT.
126500
126600 4210-EDIT-BEFORE-END.
126700     IF AU-BEF-END-DATE = ZERO
126800         MOVE 'OPEN' TO CR-DET-END-DATE
126900     ELSE
127000         MOVE AU-BEF-END-DATE TO CR-DET-END-DATE
127100     END-IF.
127200 4210-EXIT.
127300     EXIT.
127400
127500 4300-FINISH-REPORT.
127600     MOVE SPACES TO CR-RECORD.
127700     WRITE CR-RECORD.
127800     MOVE ' ROWS ADDED..................:' TO CR-TOT-LABEL.
127900     MOVE FM-COUNT-RPT-ADDED TO CR-TOT-COUNT.
128000     WRITE CR-RECORD FROM CR-TOTAL-LINE.
128100     MOVE ' CODES END-DATED.............:' TO CR-TOT-LABEL.
128200     MOVE FM-COUNT-RPT-ENDED TO CR-TOT-COUNT.
128300     WRITE CR-RECORD FROM CR-TOTAL-LINE.
128400     MOVE ' DESCRIPTIONS CORRECTED......:' TO CR-TOT-LABEL.
128500     MOVE FM-COUNT-RPT-DESC TO CR-TOT-COUNT.
128600     WRITE CR-RECORD FROM CR-TOTAL-LINE.
128700     CLOSE CHANGE-REPORT-FILE.
128800     MOVE 'N' TO WS-REPORT-OPEN-SW.
128900 4300-EXIT.
129000     EXIT.
129100
129200******************************************************************
129300*                   9000 - END OF RUN TERMINATION                *
129400******************************************************************
129500 9000-TERMINATE.
129600     EVALUATE TRUE
129700         WHEN WS-RUN-FAILED
129800             DISPLAY 'FACTOR MAINTENANCE DID NOT COMPLETE - SEE '
129900                 'MESSAGES ABOVE'
129910             MOVE 8 TO RETURN-CODE
130000         WHEN FM-FUNCTION-PROPOSE
130100             DISPLAY 'PROPOSE COMPLETE - PROPOSED '
130200                 FM-COUNT-PROPOSED ' NOT PROPOSED '
130300                 FM-COUNT-REFUSED
130310             MOVE 4 TO RETURN-CODE
130400         WHEN FM-FUNCTION-CHECK
130500             DISPLAY 'CHECK COMPLETE - APPLIED ' FM-COUNT-APPLIED
130600                 ' REJECTED ' FM-COUNT-REJECTED
130700                 ' (STALE ' FM-COUNT-STALE ')'
130800                 ' HELD ' FM-COUNT-HELD
130900         WHEN FM-FUNCTION-LIST
131000             DISPLAY 'LIST COMPLETE - ADDED ' FM-COUNT-RPT-ADDED
131100                 ' END-DATED ' FM-COUNT-RPT-ENDED
131200                 ' DESCRIPTIONS ' FM-COUNT-RPT-DESC
131210             MOVE 4 TO RETURN-CODE
131300     END-EVALUATE.
131400     IF WS-FACTAUD-IS-OPEN
131500         CLOSE FACTAUD-FILE
131600         MOVE 'N' TO WS-FACTAUD-OPEN-SW
131700     END-IF.
131800     IF WS-FACTOR-IS-OPEN
131900         CLOSE FACTOR-FILE
132000         MOVE 'N' TO WS-FACTOR-OPEN-SW
132100     END-IF.
132200     IF WS-OPAUDIT-IS-OPEN
132300         CLOSE OPAUDIT-FILE
132400         MOVE 'N' TO WS-OPAUDIT-OPEN-SW
132500     END-IF.
132600     IF WS-OPERMAST-IS-OPEN
132700         CLOSE OPERMAST-FILE
132800         MOVE 'N' TO WS-OPERMAST-OPEN-SW
132900     END-IF.
133000 9000-EXIT.
133100     EXIT.
