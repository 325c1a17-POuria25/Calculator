002250*                   FROM THE CURRENT CROSS-REFERENCE, SO A       *
002260*                   CORRECTED ACCTXREF ENTRY TAKES EFFECT ON     *
002270*                   THE RESEND.                                  *
002272*  10/15/2026  DPW  RELEASED APPROVAL ITEMS POSTED BY A LATER    *
002275*                   EXTRACT CARRY THEIR ORIGINAL POSTING DATE;   *
002277*                   ONLY DETAILS DATED THE SAME AS THE EXTRACT   *
002280*                   HEADER ARE LOOKED UP ON THE RESULT FILE, SO  *
002282*                   THE FORWARD READ STAYS IN STEP.              *
002285*  10/15/2026  DPW  GL DETAIL GROWS TO 52 BYTES AND THE UNPOSTED *
002287*                   MASTER TO 72 FOR THE PRIOR-PERIOD FLAG AND   *
002290*                   ORIGINAL DATE.  A REJECTED ITEM DATED IN A   *
002292*                   CLOSED PERIOD (PERIODS) IS RE-EXTRACTED INTO *
002295*                   THE FIRST OPEN PERIOD AND FLAGGED; THE       *
002298*                   REPORT SHOWS THE FLAG AND ORIGINAL DATE.     *
002300*  10/15/2026  DPW  AGES UNPOSTED ITEMS IN BUSINESS DAYS,        *
002303*                   SKIPPING WEEKENDS AND THE HOLIDAY CALENDAR   *
002305*                   (HOLIDAYS).                                  *
002308*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  THE MATCH IS THE     *
002310*                   LAST STEP OF THE NIGHT AND RUNS ONLY AFTER   *
002313*                   THE GLEXTR STEP HAS COMPLETED FOR THE        *
002315*                   BUSINESS DATE, AND ONLY ONCE, UNLESS AN      *
002318*                   OVERRIDE CARD GIVES WHO AND WHY.  THE        *
002320*                   BUSINESS DATE IS THE EXTRACT HEADER DATE, OR *
002323*                   A CYCLDATE CARD ON THE NEW PARMCARD FILE; AN *
002326*                   ACK-ONLY RUN WITH NEITHER IS OUTSIDE THE     *
002328*                   CYCLE.  MARKED STARTED, THEN COMPLETED OR    *
002331*                   FAILED WITH ITS COUNTS, ON CYCLECTL.         *
002333*  10/15/2026  DPW  SUMMARIZED GL JOURNAL.  WHEN THE EXTRACT     *
002336*                   HEADER MARKS THE JOURNAL SUMMARIZED, THE     *
002338*                   SUMMARY LINES (NUMBERED ABOVE 90000000) ARE  *
002341*                   NOT CARRIED THEMSELVES; THEIR SOURCE ITEMS   *
002343*                   ARE READ FROM THE GLDRILL FILE AND EACH IS   *
002346*                   CARRIED TAGGED WITH ITS JOURNAL LINE.  THE   *
002349*                   LEDGER ACKNOWLEDGES THE LINE, SO A TAGGED    *
002351*                   ITEM MATCHES ON ITS JOURNAL LINE; A REJECTED *
002354*                   LINE PUTS ALL OF ITS ITEMS ON THE UNPOSTED   *
002356*                   MASTER (NOW 80 BYTES) AND RE-EXTRACTS THEM   *
002359*                   ONE BY ONE.  THE DRILL-DOWN TRAILER IS       *
002361*                   BALANCED.                                    *
002364*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
002366*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
002369*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
002371*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
002374*  10/15/2026  DPW  AN UNKNOWN PARAMETER CARD KEYWORD NOW        *
002377*                   REFUSES THE RUN WITH RETURN CODE 8 INSTEAD   *
002379*                   OF BEING IGNORED.                            *
002382*  10/15/2026  DPW  ACKNOWLEDGMENTS ARE ALSO MATCHED ON THE      *
002384*                   ORIGINAL DATE OF A PRIOR-PERIOD POSTING,     *
002387*                   WHICH THE LEDGER NOW ECHOES (ACK RECORD 27   *
002389*                   TO 35), SO TWO ITEMS FROM DIFFERENT NIGHTS   *
002392*                   RE-DATED INTO ONE OPEN PERIOD CANNOT TAKE    *
002394*                   EACH OTHER'S ACKNOWLEDGMENT.                 *
002397******************************************************************
002400*  ACKNOWLEDGMENT STATUS CODES (FROM THE LEDGER SIDE):           *
002500*    A = POSTING ACCEPTED                                        *
002600*    R = POSTING REJECTED (REASON CODE SUPPLIED BY THE LEDGER)   *
004600     SELECT UNPOSTED-REPORT-FILE ASSIGN TO UNPOSTRP
004700         FILE STATUS IS WS-UNPRPT-STATUS.
004800
004806     SELECT PERIOD-FILE ASSIGN TO PERIODS
004812         FILE STATUS IS WS-PERIOD-STATUS.
004818
004825     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
004831         FILE STATUS IS WS-HOLIDAY-STATUS.
004837
004843     SELECT PARM-FILE ASSIGN TO PARMCARD
004850         FILE STATUS IS WS-PARM-STATUS.
004856
004862     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
004868         FILE STATUS IS WS-CYCLE-STATUS.
004875
004881     SELECT DRILL-FILE ASSIGN TO GLDRILL
004887         FILE STATUS IS WS-DRILL-STATUS.
004893
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* ACKNOWLEDGMENT FEED FROM THE LEDGER - ONE RECORD PER POSTING.
005210* SOURCE RECORD NUMBERS RESTART EVERY NIGHT, SO AN ITEM IS
005220* IDENTIFIED BY ITS POSTING DATE PLUS ITS SOURCE NUMBER.  THE
005230* LEDGER ALSO ECHOES THE ORIGINAL DATE OF A PRIOR-PERIOD POSTING
005240* (ZERO OTHERWISE): ITEMS FROM DIFFERENT NIGHTS RE-DATED INTO THE
005250* SAME OPEN PERIOD CAN SHARE A NUMBER AND A POSTING DATE.
005300*----------------------------------------------------------------
005400 FD  ACK-FILE
005500     RECORD CONTAINS 35 CHARACTERS.
005600 01  AK-RECORD.
005700     05  AK-SOURCE-RECORD        PIC 9(08).
005710     05  AK-POST-DATE            PIC 9(08).
006000         88  AK-REJECTED         VALUE 'R'.
006100     05  AK-REASON-CODE          PIC X(02).
006200     05  AK-ACK-DATE             PIC 9(08).
006210     05  AK-ORIGINAL-DATE        PIC 9(08).
006300
006400*----------------------------------------------------------------
006500* GL POSTING EXTRACT - SAME LAYOUT THE CALCULATOR WRITES.  ONLY
006510* THE D RECORDS ARE MATCHED; H AND T RECORDS ARE PASSED OVER.  A
006520* HEADER MARKED S HEADS A SUMMARIZED JOURNAL, WHOSE SUMMARY LINES
006530* CARRY A JOURNAL LINE NUMBER IN THE SOURCE RECORD POSITION.
006700*----------------------------------------------------------------
006800 FD  GLPOST-FILE
006900     RECORD CONTAINS 52 CHARACTERS.
007000 01  GL-RECORD.
007100     05  GL-REC-ID               PIC X(01).
007200         88  GL-REC-DETAIL       VALUE 'D'.
007210         88  GL-REC-HEADER       VALUE 'H'.
007220     05  GL-HDR-DATE             PIC 9(08).
007230     05  GL-HDR-JOURNAL          PIC X(01).
007240         88  GL-HDR-SUMMARIZED   VALUE 'S'.
007300     05  FILLER                  PIC X(42).
007302 01  GL-DETAIL-RECORD.
007304     05  FILLER                  PIC X(35).
007306     05  GL-DET-SOURCE           PIC 9(08).
007308     05  FILLER                  PIC X(09).
007310
007320*----------------------------------------------------------------
007330* COMBINED RESULT FILE THE EXTRACT WAS BUILT FROM - READ IN
007500*----------------------------------------------------------------
007600* UNPOSTED-ITEMS MASTER - THE EXTRACT DETAIL IMAGE PLUS THE
007700* DATE IT FIRST WENT UNPOSTED, THE LAST LEDGER REASON, AND
007710* THE SOURCE OPERATOR AND OPERATION FOR RE-MAPPING, AND THE
007720* JOURNAL LINE OF AN ITEM POSTED IN A SUMMARIZED JOURNAL
007800*----------------------------------------------------------------
007900 FD  OLDUNP-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  OU-RECORD                   PIC X(80).
008200
008300 FD  NEWUNP-FILE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  NU-RECORD                   PIC X(80).
008600
008700*----------------------------------------------------------------
008800* RE-EXTRACT OF REJECTED POSTINGS - GL INTERFACE LAYOUT WITH
008900* ITS OWN HEADER AND COUNT/HASH TRAILER
009000*----------------------------------------------------------------
009100 FD  REEXTRACT-FILE
009200     RECORD CONTAINS 52 CHARACTERS.
009300 01  RX-RECORD                   PIC X(52).
009400
009500*----------------------------------------------------------------
009600* PRINT-IMAGE UNPOSTED-ITEMS REPORT
009800 FD  UNPOSTED-REPORT-FILE
009900     RECORD CONTAINS 110 CHARACTERS.
010000 01  UP-RECORD                   PIC X(110).
010001
010002*----------------------------------------------------------------
010003* ACCOUNTING PERIOD CALENDAR - MAINTAINED BY PERMNT, ONE RECORD
010004* PER PERIOD IN PERIOD ORDER.  ONLY THE DATES AND STATUS MATTER.
010005*----------------------------------------------------------------
010006 FD  PERIOD-FILE
010007     RECORD CONTAINS 48 CHARACTERS.
010008 01  PD-RECORD.
010009     05  PD-PERIOD-ID            PIC 9(06).
010010     05  PD-START-DATE           PIC 9(08).
010011     05  PD-END-DATE             PIC 9(08).
010012     05  PD-STATUS               PIC X(01).
010013     05  FILLER                  PIC X(25).
010014
010015*----------------------------------------------------------------
010016* HOLIDAY CALENDAR - ONE RECORD PER SHOP HOLIDAY, MAINTAINED BY
010017* THE SHOP.  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND
010018* NEED NOT BE LISTED.
010019*----------------------------------------------------------------
010020 FD  HOLIDAY-FILE
010021     RECORD CONTAINS 40 CHARACTERS.
010022 01  HL-RECORD.
010023     05  HL-DATE                 PIC 9(08).
010024     05  HL-DESCRIPTION          PIC X(30).
010025     05  FILLER                  PIC X(02).
010026
010027*----------------------------------------------------------------
010028* GL DRILL-DOWN - WRITTEN BY THE EXTRACT WITH A SUMMARIZED
010029* JOURNAL.  ONE RECORD PER SOURCE ITEM: THE SUMMARY LINE IT WENT
010030* INTO, THE GL DETAIL IT WOULD HAVE POSTED AS, AND ITS OPERATOR
010031* AND OPERATION, BETWEEN A HEADER AND A COUNT/HASH TRAILER.
010032*----------------------------------------------------------------
010034 FD  DRILL-FILE
010035     RECORD CONTAINS 80 CHARACTERS.
010036 01  DD-RECORD.
010037     05  DD-REC-ID               PIC X(01).
010038         88  DD-REC-HEADER       VALUE 'H'.
010039         88  DD-REC-DETAIL       VALUE 'D'.
010040         88  DD-REC-TRAILER      VALUE 'T'.
010041     05  DD-JOURNAL-LINE         PIC 9(08).
010042     05  DD-DETAIL-IMAGE         PIC X(52).
010043     05  DD-OPERATOR-ID          PIC X(08).
010044     05  DD-OPERATION            PIC X(02).
010045     05  FILLER                  PIC X(09).
010046 01  DD-HEADER-RECORD.
010047     05  FILLER                  PIC X(01).
010048     05  DD-HDR-DATE             PIC 9(08).
010049     05  FILLER                  PIC X(71).
010050 01  DD-TRAILER-RECORD.
010051     05  FILLER                  PIC X(01).
010052     05  DD-TRL-COUNT            PIC 9(08).
010053     05  DD-TRL-HASH-TOTAL       PIC 9(15)V99.
010054     05  DD-TRL-LINE-COUNT       PIC 9(08).
010055     05  FILLER                  PIC X(46).
010056
010057*----------------------------------------------------------------
010058* RUN PARAMETER CARDS - OPTIONAL.  CYCLDATE GIVES THE BUSINESS
010059* DATE OF THE NIGHTLY CYCLE WHEN THERE IS NO EXTRACT HEADER TO
010060* TAKE IT FROM; OPERATOR IS CARRIED ON THE CONTROL FILE.
010061* OVERRIDE CARRIES ITS REASON FROM COLUMN 25.
010062*----------------------------------------------------------------
010063 FD  PARM-FILE
010064     RECORD CONTAINS 80 CHARACTERS.
010065 01  PM-RECORD.
010067     05  PM-KEYWORD              PIC X(08).
010068     05  PM-VALUE                PIC X(16).
010069     05  PM-REASON               PIC X(56).
010070
010071*----------------------------------------------------------------
010072* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
010073* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
010074* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
010075* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
010076*----------------------------------------------------------------
010077 FD  CYCLE-FILE
010078     RECORD CONTAINS 100 CHARACTERS.
010079 01  CC-RECORD.
010080     05  CC-BUS-DATE             PIC 9(08).
010081     05  CC-STEP-ID              PIC X(08).
010082     05  CC-EVENT                PIC X(01).
010083         88  CC-EVENT-STARTED    VALUE 'S'.
010084         88  CC-EVENT-COMPLETED  VALUE 'C'.
010085         88  CC-EVENT-FAILED     VALUE 'F'.
010086         88  CC-EVENT-REFUSED    VALUE 'R'.
010087         88  CC-EVENT-OVERRIDE   VALUE 'O'.
010088         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
010089     05  CC-CONDITION            PIC X(01).
010090         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
010091         88  CC-ALREADY-COMPLETE VALUE 'D'.
010092     05  CC-EVENT-DATE           PIC 9(08).
010093     05  CC-EVENT-TIME           PIC 9(08).
010094     05  CC-OPERATOR-ID          PIC X(08).
010095     05  CC-COUNT-1              PIC 9(08).
010096     05  CC-COUNT-2              PIC 9(08).
010097     05  CC-COUNT-3              PIC 9(08).
010098     05  CC-TEXT                 PIC X(34).
010100
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010900 01  WS-NEWUNP-STATUS            PIC X(02).
011000 01  WS-REEXT-STATUS             PIC X(02).
011100 01  WS-UNPRPT-STATUS            PIC X(02).
011110 01  WS-PERIOD-STATUS            PIC X(02).
011120 01  WS-HOLIDAY-STATUS           PIC X(02).
011130 01  WS-PARM-STATUS              PIC X(02).
011140 01  WS-DRILL-STATUS             PIC X(02).
011200
011300 01  WS-ACK-EOF-SW               PIC X(01)  VALUE 'N'.
011400     88  WS-ACK-EOF              VALUE 'Y'.
013292 01  WS-XREF-FOUND-SW            PIC X(01)  VALUE 'N'.
013293     88  WS-XREF-FOUND           VALUE 'Y'.
013294
013295 01  WS-PERIOD-EOF-SW            PIC X(01)  VALUE 'N'.
013297     88  WS-PERIOD-EOF           VALUE 'Y'.
013299
013301 01  WS-PERIOD-FOUND-SW          PIC X(01)  VALUE 'N'.
013302     88  WS-PERIOD-FOUND         VALUE 'Y'.
013304
013306 01  WS-HOLIDAY-EOF-SW           PIC X(01)  VALUE 'N'.
013308     88  WS-HOLIDAY-EOF          VALUE 'Y'.
013310
013311 01  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
013313     88  WS-PARM-EOF             VALUE 'Y'.
013315
013317 01  WS-PARM-ERROR-SW            PIC X(01)  VALUE 'N'.
013319     88  WS-PARM-ERROR           VALUE 'Y'.
013320
013322 01  WS-DRILL-OPEN-SW            PIC X(01)  VALUE 'N'.
013324     88  WS-DRILL-IS-OPEN        VALUE 'Y'.
013326
013328 01  WS-DRILL-EOF-SW             PIC X(01)  VALUE 'N'.
013329     88  WS-DRILL-EOF            VALUE 'Y'.
013331
013333 01  WS-DRILL-TRAILER-SW         PIC X(01)  VALUE 'N'.
013335     88  WS-DRILL-TRAILER-FOUND  VALUE 'Y'.
013337
013338 01  PRM-OPERATOR                PIC X(08)  VALUE SPACES.
013340
013342*----------------------------------------------------------------
013344* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
013346* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
013347* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
013349*----------------------------------------------------------------
013351 01  WS-CYCLE-STATUS             PIC X(02).
013353 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
013355     88  WS-CYCLE-EOF            VALUE 'Y'.
013356 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
013358     88  WS-CYCLE-REFUSED        VALUE 'Y'.
013360 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
013362     88  WS-CYCLE-STARTED        VALUE 'Y'.
013364 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
013365 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
013367 01  CY-STEP-ID                  PIC X(08)  VALUE 'GLACKPST'.
013369 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE 'GLEXTR  '.
013371 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
013373     88  CY-STEP-COMPLETE        VALUE 'C'.
013374 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
013376     88  CY-PRIOR-COMPLETE       VALUE 'C'.
013378 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
013380 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
013382 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
013383 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
013385 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
013387 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
013389 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
013391 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
013392 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
013394 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
013396 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
013398
013400*----------------------------------------------------------------
013500* THE UNPOSTED ITEM UNDER EXAMINATION - EXTRACT DETAIL IMAGE
013510* PLUS FIRST-UNPOSTED DATE AND LAST LEDGER REASON.  AN ITEM
013520* RE-DATED OUT OF A CLOSED PERIOD CARRIES THE P FLAG AND THE
013530* DATE IT FIRST WOULD HAVE POSTED UNDER.  AN ITEM POSTED IN A
013540* SUMMARIZED JOURNAL CARRIES ITS JOURNAL LINE, WHICH IS WHAT THE
013550* LEDGER ACKNOWLEDGES; ZERO MEANS IT POSTED AS ITS OWN DETAIL.
013700*----------------------------------------------------------------
013800 01  UW-RECORD.
013900     05  UW-DETAIL-IMAGE.
014400             SIGN IS TRAILING SEPARATE CHARACTER.
014500         10  UW-DET-DATE         PIC 9(08).
014600         10  UW-DET-SOURCE       PIC 9(08).
014610         10  UW-DET-PRIOR-PERIOD PIC X(01).
014620             88  UW-DET-IS-PRIOR-PERIOD  VALUE 'P'.
014630         10  UW-DET-ORIGINAL-DATE PIC 9(08).
014700     05  UW-FIRST-DATE           PIC 9(08).
014800     05  UW-ACK-REASON           PIC X(02).
014810     05  UW-OPERATOR             PIC X(08).
014820     05  UW-OPERATION            PIC X(02).
014830     05  UW-JOURNAL-LINE         PIC 9(08).
014900
015000*----------------------------------------------------------------
015100* ACKNOWLEDGMENT TABLE - LOADED UP FRONT AND SEARCHED PER
015700     05  AT-ENTRY                OCCURS 1000 TIMES.
015800         10  AT-SOURCE-RECORD    PIC 9(08).
015810         10  AT-POST-DATE        PIC 9(08).
015820         10  AT-ORIGINAL-DATE    PIC 9(08).
015900         10  AT-STATUS           PIC X(01).
016000         10  AT-REASON-CODE      PIC X(02).
016100
016297 77  RX-UNMATCHED-COUNT          PIC 9(07)  COMP  VALUE ZERO.
016300
016400*----------------------------------------------------------------
016405* ACCOUNTING PERIOD TABLE - SEARCHED PER RE-EXTRACTED ITEM DATE
016411*----------------------------------------------------------------
016416 01  PX-TABLE.
016422     05  PX-MAX                  PIC 9(04)  COMP  VALUE 600.
016427     05  PX-COUNT                PIC 9(04)  COMP  VALUE ZERO.
016433     05  PX-ENTRY                OCCURS 600 TIMES.
016438         10  PX-PERIOD-ID        PIC 9(06).
016444         10  PX-START-DATE       PIC 9(08).
016450         10  PX-END-DATE         PIC 9(08).
016455         10  PX-STATUS           PIC X(01).
016461             88  PX-OPEN         VALUE 'O'.
016466
016472 77  PX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
016477 77  RX-PRIOR-PERIOD-COUNT       PIC 9(07)  COMP  VALUE ZERO.
016483 77  RX-NO-OPEN-PERIOD-COUNT     PIC 9(07)  COMP  VALUE ZERO.
016488
016494*----------------------------------------------------------------
016500* RUN DATE, AGING WORK, AND RE-EXTRACT CONTROL TOTALS
016600*----------------------------------------------------------------
016700 01  MA-RUN-DATE                 PIC 9(08)  VALUE ZERO.
016800 01  MA-RUN-DATE-INT             PIC 9(08)  COMP  VALUE ZERO.
016900 01  MA-AGE-DAYS                 PIC S9(05) COMP  VALUE ZERO.
016910 01  MA-EXTRACT-DATE             PIC 9(08)  VALUE ZERO.
016920 01  MA-SOURCE-DATE              PIC 9(08)  VALUE ZERO.
016930 01  MA-ACK-KEY                  PIC 9(08)  VALUE ZERO.
016935 01  MA-ACK-ORIGINAL-DATE        PIC 9(08)  VALUE ZERO.
016940 01  MA-JOURNAL-BASE             PIC 9(08)  VALUE 90000000.
017000
017100 77  MA-COUNT-ACKS               PIC 9(07)  COMP  VALUE ZERO.
017200 77  MA-COUNT-DETAILS            PIC 9(07)  COMP  VALUE ZERO.
017400 77  MA-COUNT-REJECTED           PIC 9(07)  COMP  VALUE ZERO.
017500 77  MA-COUNT-UNACKED            PIC 9(07)  COMP  VALUE ZERO.
017600 77  MA-COUNT-CARRIED            PIC 9(07)  COMP  VALUE ZERO.
017610 77  MA-COUNT-JOURNAL-LINES      PIC 9(07)  COMP  VALUE ZERO.
017620 77  MA-COUNT-DRILL-ITEMS        PIC 9(08)  COMP  VALUE ZERO.
017630 01  MA-DRILL-HASH-TOTAL         PIC 9(15)V99     VALUE ZERO.
017700 77  RX-DETAIL-COUNT             PIC 9(08)  COMP  VALUE ZERO.
017800 01  RX-HASH-TOTAL               PIC 9(15)V99     VALUE ZERO.
017900
018000 01  RX-HEADER-LINE.
018100     05  RX-HDR-ID               PIC X(01)  VALUE 'H'.
018200     05  RX-HDR-DATE             PIC 9(08).
018300     05  FILLER                  PIC X(43)  VALUE SPACES.
018400
018500 01  RX-TRAILER-LINE.
018600     05  RX-TRL-ID               PIC X(01)  VALUE 'T'.
018700     05  RX-TRL-COUNT            PIC 9(08).
018800     05  RX-TRL-HASH-TOTAL       PIC 9(15)V99.
018808     05  FILLER                  PIC X(26)  VALUE SPACES.
018816
018825*----------------------------------------------------------------
018833* HOLIDAY TABLE - WEEKDAY HOLIDAYS AS INTEGER DAY NUMBERS, AND
018841* THE BUSINESS-DAY COUNT WORK FIELDS.  DAY NUMBER 1 (01/01/1601)
018850* WAS A MONDAY, SO DAY NUMBER LESS ONE, MODULO 7, GIVES 0 FOR
018858* MONDAY THROUGH 6 FOR SUNDAY.
018866*----------------------------------------------------------------
018875 01  HD-TABLE.
018883     05  HD-MAX                  PIC 9(04)  COMP  VALUE 500.
018891     05  HD-COUNT                PIC 9(04)  COMP  VALUE ZERO.
018900     05  HD-ENTRY                OCCURS 500 TIMES.
018908         10  HD-DATE-INTEGER     PIC 9(08)  COMP.
018916
018925 77  HD-SUB                      PIC 9(04)  COMP  VALUE ZERO.
018933 77  HD-WEEKDAY                  PIC 9(01)  COMP  VALUE ZERO.
018941 77  HD-WEEKS                    PIC 9(07)  COMP  VALUE ZERO.
018950 77  HD-REST                     PIC 9(01)  COMP  VALUE ZERO.
018958 01  HD-TEST-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
018966 01  HD-FROM-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
018975 01  HD-TO-INTEGER               PIC 9(08)  COMP  VALUE ZERO.
018983 01  HD-SPAN                     PIC 9(08)  COMP  VALUE ZERO.
018991 01  HD-BUSINESS-DAYS            PIC S9(05) COMP  VALUE ZERO.
019000
019100*----------------------------------------------------------------
019200* UNPOSTED-ITEMS REPORT LINES
020500     05  FILLER                  PIC X(18) VALUE
020600         '            AMOUNT'.
020700     05  FILLER                  PIC X(12) VALUE '  FIRST DATE'.
020800     05  FILLER                  PIC X(08) VALUE ' BUS DYS'.
020900     05  FILLER                  PIC X(08) VALUE ' REASON '.
021000     05  FILLER                  PIC X(12) VALUE ' DISPOSITION'.
021100     05  FILLER                  PIC X(14) VALUE '  PP ORIG DATE'.
021110     05  FILLER                  PIC X(09) VALUE '  JOURNAL'.
021120     05  FILLER                  PIC X(04) VALUE SPACES.
021200
021300 01  UP-DETAIL-LINE.
021400     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  UP-DET-REASON           PIC X(02).
022800     05  FILLER                  PIC X(03) VALUE SPACES.
022900     05  UP-DET-DISPOSITION      PIC X(12).
023000     05  FILLER                  PIC X(04) VALUE SPACES.
023010     05  UP-DET-PRIOR-PERIOD     PIC X(01).
023020     05  FILLER                  PIC X(02) VALUE SPACES.
023030     05  UP-DET-ORIGINAL-DATE    PIC X(08).
023040     05  FILLER                  PIC X(02) VALUE SPACES.
023050     05  UP-DET-JOURNAL          PIC X(08).
023060     05  FILLER                  PIC X(04) VALUE SPACES.
023100
023200 01  UP-TOTAL-LINE.
023300     05  UP-TOT-LABEL            PIC X(30).
024900             UNTIL WS-OLDUNP-EOF
025000     END-IF.
025100     IF WS-MATCH-OK AND WS-GLPOST-IS-OPEN
025300         PERFORM 4000-MATCH-NEW-DETAIL THRU 4000-EXIT
025400             UNTIL WS-GLPOST-EOF
025412     END-IF.
025425     IF WS-MATCH-OK AND WS-DRILL-IS-OPEN
025437         PERFORM 4500-MATCH-DRILL-ITEM THRU 4500-EXIT
025450             UNTIL WS-DRILL-EOF
025462         IF NOT WS-DRILL-TRAILER-FOUND
025475             DISPLAY 'WARNING - GL DRILL-DOWN FILE HAS NO TRAILER'
025487         END-IF
025500     END-IF.
025600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025700     STOP RUN.
026300     ACCEPT MA-RUN-DATE FROM DATE YYYYMMDD.
026400     COMPUTE MA-RUN-DATE-INT =
026500         FUNCTION INTEGER-OF-DATE(MA-RUN-DATE).
026510     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
026520     IF WS-PARM-ERROR
026530         DISPLAY 'RUN REFUSED - BAD PARAMETER RECORD'
026540         MOVE 8 TO RETURN-CODE
026550         MOVE 'N' TO WS-MATCH-OK-SW
026560         GO TO 1000-EXIT
026570     END-IF.
026600     OPEN INPUT ACK-FILE.
026700     IF WS-ACK-STATUS NOT = '00'
026800         DISPLAY 'ERROR - CANNOT OPEN ACKNOWLEDGMENT FILE, '
027500     OPEN INPUT GLPOST-FILE.
027600     IF WS-GLPOST-STATUS = '00'
027700         MOVE 'Y' TO WS-GLPOST-OPEN-SW
027710         PERFORM 4100-READ-GLPOST THRU 4100-EXIT
027800     ELSE
027900         DISPLAY 'NO GL EXTRACT FILE THIS RUN - STATUS = '
028000             WS-GLPOST-STATUS
028003     END-IF.
028007*    THE BUSINESS DATE IS THE EXTRACT HEADER DATE UNLESS A
028010*    CYCLDATE CARD GIVES ONE.  WITH NEITHER THERE IS NO NIGHT TO
028014*    MARK, AND THE ACK-ONLY RUN GOES OUTSIDE THE NIGHTLY CYCLE.
028017     IF WS-GLPOST-IS-OPEN AND NOT WS-GLPOST-EOF
028021             AND GL-REC-HEADER
028025         MOVE GL-HDR-DATE TO CY-BUS-DATE
028028     END-IF.
028032     IF CY-BUS-DATE = ZERO AND CY-PARM-DATE = SPACES
028035         DISPLAY 'NO BUSINESS DATE - RUN IS OUTSIDE THE NIGHTLY '
028039             'CYCLE'
028042     ELSE
028046         MOVE PRM-OPERATOR TO CY-RUN-OPER
028050         PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT
028053         IF WS-CYCLE-REFUSED
028057             MOVE 'N' TO WS-MATCH-OK-SW
028060             GO TO 1000-EXIT
028064         END-IF
028067     END-IF.
028071*    A SUMMARIZED JOURNAL IS MATCHED THROUGH ITS DRILL-DOWN FILE,
028075*    WHICH MUST BE THE ONE WRITTEN WITH THIS EXTRACT.
028078     IF WS-GLPOST-IS-OPEN AND NOT WS-GLPOST-EOF
028082             AND GL-REC-HEADER AND GL-HDR-SUMMARIZED
028085         PERFORM 1050-OPEN-DRILL-FILE THRU 1050-EXIT
028089         IF NOT WS-MATCH-OK
028092             GO TO 1000-EXIT
028096         END-IF
028100     END-IF.
028110*    THE RESULT FILE SUPPLIES EACH NEW DETAIL'S OPERATOR AND
028120*    OPERATION.  WITHOUT IT THE RE-EXTRACT CAN ONLY KEEP THE
028191             WS-RESULT-STATUS
028192     END-IF.
028193     PERFORM 1100-LOAD-XREF-TABLE THRU 1100-EXIT.
028196     PERFORM 1150-LOAD-PERIOD-TABLE THRU 1150-EXIT.
028198     PERFORM 1170-LOAD-HOLIDAY-TABLE THRU 1170-EXIT.
028200*    THE PRIOR UNPOSTED MASTER IS OPTIONAL - NO FILE MEANS
028300*    NOTHING WAS LEFT UNPOSTED BY THE LAST RUN.
028400     OPEN INPUT OLDUNP-FILE.
031700     MOVE MA-RUN-DATE TO RX-HDR-DATE.
031800     WRITE RX-RECORD FROM RX-HEADER-LINE.
031900 1000-EXIT.
031901     EXIT.
031903
031905 1010-READ-PARM-FILE.
031907     OPEN INPUT PARM-FILE.
031909     IF WS-PARM-STATUS NOT = '00'
031910         GO TO 1010-EXIT
031912     END-IF.
031914     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
031916         UNTIL WS-PARM-EOF.
031918     CLOSE PARM-FILE.
031920 1010-EXIT.
031921     EXIT.
031923
031925 1020-LOAD-ONE-PARM.
031927     READ PARM-FILE
031929         AT END
031930             MOVE 'Y' TO WS-PARM-EOF-SW
031932             GO TO 1020-EXIT
031934     END-READ.
031936     EVALUATE PM-KEYWORD
031938         WHEN 'OPERATOR'
031940             MOVE PM-VALUE TO PRM-OPERATOR
031941         WHEN 'CYCLDATE'
031943             MOVE PM-VALUE TO CY-PARM-DATE
031945         WHEN 'OVERRIDE'
031947             MOVE PM-VALUE TO CY-OVERRIDE-OPER
031949             MOVE PM-REASON TO CY-OVERRIDE-REASON
031950         WHEN SPACES
031952             CONTINUE
031954         WHEN OTHER
031956             DISPLAY 'BAD PARAMETER - UNKNOWN KEYWORD: '
031958                 PM-KEYWORD
031960             MOVE 'Y' TO WS-PARM-ERROR-SW
031961     END-EVALUATE.
031963 1020-EXIT.
031965     EXIT.
031967
031969 1050-OPEN-DRILL-FILE.
031970     OPEN INPUT DRILL-FILE.
031972     IF WS-DRILL-STATUS NOT = '00'
031974         DISPLAY 'ERROR - SUMMARIZED JOURNAL BUT NO GL '
031976             'DRILL-DOWN FILE, STATUS = ' WS-DRILL-STATUS
031978         MOVE 'N' TO WS-MATCH-OK-SW
031980         MOVE 8 TO RETURN-CODE
031981         GO TO 1050-EXIT
031983     END-IF.
031985     MOVE 'Y' TO WS-DRILL-OPEN-SW.
031987     PERFORM 4510-READ-DRILL THRU 4510-EXIT.
031989     IF WS-DRILL-EOF OR NOT DD-REC-HEADER
031990             OR DD-HDR-DATE NOT = GL-HDR-DATE
031992         DISPLAY 'ERROR - GL DRILL-DOWN FILE DOES NOT MATCH THE '
031994             'EXTRACT DATED ' GL-HDR-DATE
031996         MOVE 'N' TO WS-MATCH-OK-SW
031998         MOVE 8 TO RETURN-CODE
032000         GO TO 1050-EXIT
032001     END-IF.
032003     PERFORM 4510-READ-DRILL THRU 4510-EXIT.
032005 1050-EXIT.
032007     EXIT.
032009
032011 1100-LOAD-XREF-TABLE.
032012     MOVE ZERO TO GX-COUNT.
032013     OPEN INPUT XREF-FILE.
032042     END-READ.
032043 1110-EXIT.
032044     EXIT.
032045
032046*----------------------------------------------------------------
032047* THE CALENDAR IS OPTIONAL - WITHOUT IT NOTHING IS RE-DATED.
032048*----------------------------------------------------------------
032049 1150-LOAD-PERIOD-TABLE.
032050     MOVE ZERO TO PX-COUNT.
032051     OPEN INPUT PERIOD-FILE.
032052     IF WS-PERIOD-STATUS NOT = '00'
032053         DISPLAY 'WARNING - PERIOD CALENDAR NOT AVAILABLE, '
032054             'STATUS = ' WS-PERIOD-STATUS
032055         GO TO 1150-EXIT
032056     END-IF.
032057     PERFORM 1160-LOAD-PERIOD-ENTRY THRU 1160-EXIT
032058         UNTIL WS-PERIOD-EOF.
032059     CLOSE PERIOD-FILE.
032060 1150-EXIT.
032061     EXIT.
032062
032063 1160-LOAD-PERIOD-ENTRY.
032064     READ PERIOD-FILE
032065         AT END
032066             MOVE 'Y' TO WS-PERIOD-EOF-SW
032067         NOT AT END
032068             IF PX-COUNT < PX-MAX
032069                 ADD 1 TO PX-COUNT
032070                 MOVE PD-PERIOD-ID TO PX-PERIOD-ID (PX-COUNT)
032071                 MOVE PD-START-DATE TO PX-START-DATE (PX-COUNT)
032072                 MOVE PD-END-DATE TO PX-END-DATE (PX-COUNT)
032073                 MOVE PD-STATUS TO PX-STATUS (PX-COUNT)
032074             ELSE
032075                 DISPLAY 'WARNING - PERIOD TABLE FULL, '
032076                     'CALENDAR ENDS AT ' PX-PERIOD-ID (PX-COUNT)
032077                 MOVE 'Y' TO WS-PERIOD-EOF-SW
032078             END-IF
032079     END-READ.
032080 1160-EXIT.
032081     EXIT.
032100
032101*----------------------------------------------------------------
032102* THE HOLIDAY CALENDAR IS OPTIONAL - WITHOUT IT ONLY WEEKENDS
032103* ARE PASSED OVER.  A WEEKEND HOLIDAY IS NOT TABLED; AN ENTRY
032104* THAT IS NOT A VALID DATE IS REPORTED AND IGNORED.
032105*----------------------------------------------------------------
032106 1170-LOAD-HOLIDAY-TABLE.
032107     MOVE ZERO TO HD-COUNT.
032108     OPEN INPUT HOLIDAY-FILE.
032109     IF WS-HOLIDAY-STATUS NOT = '00'
032110         DISPLAY 'WARNING - HOLIDAY CALENDAR NOT AVAILABLE, '
032111             'STATUS = ' WS-HOLIDAY-STATUS
032112         GO TO 1170-EXIT
032113     END-IF.
032114     PERFORM 1180-LOAD-ONE-HOLIDAY THRU 1180-EXIT
032115         UNTIL WS-HOLIDAY-EOF.
032116     CLOSE HOLIDAY-FILE.
032117 1170-EXIT.
032118     EXIT.
032119
032120 1180-LOAD-ONE-HOLIDAY.
032121     READ HOLIDAY-FILE
032122         AT END
032123             MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032124             GO TO 1180-EXIT
032125     END-READ.
032126     IF HL-DATE NOT NUMERIC
032127         DISPLAY 'WARNING - HOLIDAY DATE IS NOT NUMERIC, '
032128             'IGNORED: ' HL-DATE
032129         GO TO 1180-EXIT
032130     END-IF.
032131     IF FUNCTION TEST-DATE-YYYYMMDD(HL-DATE) NOT = ZERO
032132         DISPLAY 'WARNING - HOLIDAY DATE IS NOT VALID, '
032133             'IGNORED: ' HL-DATE
032134         GO TO 1180-EXIT
032135     END-IF.
032136     COMPUTE HD-TEST-INTEGER = FUNCTION INTEGER-OF-DATE(HL-DATE).
032137     COMPUTE HD-WEEKDAY = FUNCTION MOD(HD-TEST-INTEGER - 1, 7).
032138     IF HD-WEEKDAY > 4
032139         GO TO 1180-EXIT
032140     END-IF.
032141     IF HD-COUNT NOT < HD-MAX
032142         DISPLAY 'WARNING - HOLIDAY TABLE FULL, ENTRY DROPPED: '
032143             HL-DATE
032144         MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032145         GO TO 1180-EXIT
032146     END-IF.
032147     ADD 1 TO HD-COUNT.
032148     MOVE HD-TEST-INTEGER TO HD-DATE-INTEGER (HD-COUNT).
032149 1180-EXIT.
032150     EXIT.
032151
032152******************************************************************
032153*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
032154*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
032155*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
032156*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
032157*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
032158*     FILE.                                                      *
032159******************************************************************
032160 1500-CHECK-CYCLE.
032161     IF CY-PARM-DATE NOT = SPACES
032162         IF CY-PARM-DATE NUMERIC
032163             MOVE CY-PARM-DATE TO CY-BUS-DATE
032164         ELSE
032165             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
032166                 CY-PARM-DATE
032167             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
032168             MOVE 8 TO RETURN-CODE
032169             GO TO 1500-EXIT
032170         END-IF
032171     END-IF.
032172     MOVE 'N' TO WS-CYCLE-EOF-SW.
032173     OPEN INPUT CYCLE-FILE.
032174     IF WS-CYCLE-STATUS = '00'
032175         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
032176             UNTIL WS-CYCLE-EOF
032177         CLOSE CYCLE-FILE
032178     END-IF.
032179     MOVE SPACE TO CY-CONDITION.
032180     MOVE SPACES TO CY-TEXT.
032181     IF CY-PRIOR-STEP-ID NOT = SPACES
032182             AND NOT CY-PRIOR-COMPLETE
032183         MOVE 'P' TO CY-CONDITION
032184         STRING 'STEP ' DELIMITED BY SIZE
032185             CY-PRIOR-STEP-ID DELIMITED BY SPACE
032186             ' NOT COMPLETE' DELIMITED BY SIZE
032187             INTO CY-TEXT
032188     END-IF.
032189     IF CY-STEP-COMPLETE
032190         MOVE 'D' TO CY-CONDITION
032191         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
032192     END-IF.
032193     IF CY-CONDITION NOT = SPACE
032194         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
032195     END-IF.
032196     IF WS-CYCLE-REFUSED
032197         GO TO 1500-EXIT
032198     END-IF.
032199     MOVE 'S' TO CY-EVENT.
032200     MOVE SPACE TO CY-CONDITION.
032201     MOVE SPACES TO CY-TEXT.
032202     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
032203     IF WS-CYCLE-REFUSED
032204         GO TO 1500-EXIT
032205     END-IF.
032206     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
032207     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
032208 1500-EXIT.
032209     EXIT.
032210
032211 1510-SCAN-ONE-CYCLE.
032212     READ CYCLE-FILE
032213         AT END
032214             MOVE 'Y' TO WS-CYCLE-EOF-SW
032215             GO TO 1510-EXIT
032216     END-READ.
032217     IF CC-BUS-DATE NOT = CY-BUS-DATE
032218             OR NOT CC-EVENT-IS-STATE
032219         GO TO 1510-EXIT
032220     END-IF.
032221     IF CC-STEP-ID = CY-STEP-ID
032222         MOVE CC-EVENT TO CY-STEP-STATE
032223     END-IF.
032224     IF CC-STEP-ID = CY-PRIOR-STEP-ID
032225         MOVE CC-EVENT TO CY-PRIOR-STATE
032226     END-IF.
032227 1510-EXIT.
032228     EXIT.
032229
032230 1520-REFUSE-OR-OVERRIDE.
032231     IF CY-OVERRIDE-OPER = SPACES
032232             OR CY-OVERRIDE-REASON = SPACES
032233         DISPLAY 'RUN REFUSED - ' CY-TEXT
032234         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
032235             ', STEP ' CY-STEP-ID
032236         IF CY-OVERRIDE-OPER NOT = SPACES
032237             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
032238         END-IF
032239         MOVE 'R' TO CY-EVENT
032240         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
032241         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
032242         MOVE 8 TO RETURN-CODE
032243         GO TO 1520-EXIT
032244     END-IF.
032245     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
032246     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
032247     MOVE 'O' TO CY-EVENT.
032248     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
032249     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
032250 1520-EXIT.
032251     EXIT.
032252
032253 1530-WRITE-CYCLE-EVENT.
032254     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
032255     ACCEPT CY-EVENT-TIME FROM TIME.
032256     OPEN EXTEND CYCLE-FILE.
032257     IF WS-CYCLE-STATUS = '35'
032258         OPEN OUTPUT CYCLE-FILE
032259     END-IF.
032260     IF WS-CYCLE-STATUS NOT = '00'
032261         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
032262             'STATUS = ' WS-CYCLE-STATUS
032263         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
032264         MOVE 8 TO RETURN-CODE
032265         GO TO 1530-EXIT
032266     END-IF.
032267     MOVE CY-BUS-DATE TO CC-BUS-DATE.
032268     MOVE CY-STEP-ID TO CC-STEP-ID.
032269     MOVE CY-EVENT TO CC-EVENT.
032270     MOVE CY-CONDITION TO CC-CONDITION.
032271     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
032272     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
032273     IF CY-EVENT = 'O'
032274         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
032275     ELSE
032276         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
032277     END-IF.
032278     MOVE CY-COUNT-1 TO CC-COUNT-1.
032279     MOVE CY-COUNT-2 TO CC-COUNT-2.
032280     MOVE CY-COUNT-3 TO CC-COUNT-3.
032281     MOVE CY-TEXT TO CC-TEXT.
032282     WRITE CC-RECORD.
032283     CLOSE CYCLE-FILE.
032284 1530-EXIT.
032285     EXIT.
032286
032287******************************************************************
032300*     2000 THRU 2100 - LOAD THE ACKNOWLEDGMENT FILE TO A TABLE   *
032400*     SEARCHED BY SOURCE RECORD NUMBER PER EXTRACT DETAIL        *
032500******************************************************************
034200                 MOVE AK-SOURCE-RECORD TO
034300                     AT-SOURCE-RECORD (AT-COUNT)
034310                 MOVE AK-POST-DATE TO AT-POST-DATE (AT-COUNT)
034320                 IF AK-ORIGINAL-DATE NUMERIC
034330                     MOVE AK-ORIGINAL-DATE TO
034340                         AT-ORIGINAL-DATE (AT-COUNT)
034350                 ELSE
034360                     MOVE ZERO TO AT-ORIGINAL-DATE (AT-COUNT)
034370                 END-IF
034400                 MOVE AK-STATUS TO AT-STATUS (AT-COUNT)
034500                 MOVE AK-REASON-CODE TO AT-REASON-CODE (AT-COUNT)
034600             ELSE
035900******************************************************************
036000 3000-MATCH-OLD-UNPOSTED.
036100     MOVE OU-RECORD TO UW-RECORD.
036110     IF UW-JOURNAL-LINE NOT NUMERIC
036120         MOVE ZERO TO UW-JOURNAL-LINE
036130     END-IF.
036200     PERFORM 5000-DISPOSE-ONE-ITEM THRU 5000-EXIT.
036300     PERFORM 3100-READ-OLDUNP THRU 3100-EXIT.
036400 3000-EXIT.
037500******************************************************************
037600*     4000 THRU 4100 - MATCH TONIGHT'S EXTRACT DETAILS.  EVERY   *
037700*     DETAIL NOT ACCEPTED GOES ONTO THE UNPOSTED MASTER WITH     *
037800*     TONIGHT AS ITS FIRST-UNPOSTED DATE.  A DETAIL DATED        *
037810*     BEFORE THE EXTRACT HEADER IS A RELEASED APPROVAL ITEM      *
037820*     FROM AN EARLIER NIGHT AND HAS NO RESULT RECORD TONIGHT.    *
037830*     A PRIOR-PERIOD DETAIL IS JUDGED BY ITS ORIGINAL DATE.      *
037840*     A SUMMARY LINE OF A SUMMARIZED JOURNAL IS ONLY COUNTED     *
037850*     HERE; ITS ITEMS ARE MATCHED FROM THE DRILL-DOWN FILE.      *
037900******************************************************************
038000 4000-MATCH-NEW-DETAIL.
038010     IF GL-REC-HEADER
038020         MOVE GL-HDR-DATE TO MA-EXTRACT-DATE
038030     END-IF.
038040     IF GL-REC-DETAIL AND WS-DRILL-IS-OPEN
038050             AND GL-DET-SOURCE > MA-JOURNAL-BASE
038060         ADD 1 TO MA-COUNT-JOURNAL-LINES
038070         PERFORM 4100-READ-GLPOST THRU 4100-EXIT
038080         GO TO 4000-EXIT
038090     END-IF.
038100     IF GL-REC-DETAIL
038200         ADD 1 TO MA-COUNT-DETAILS
038300         MOVE GL-RECORD TO UW-DETAIL-IMAGE
038400         MOVE MA-RUN-DATE TO UW-FIRST-DATE
038500         MOVE SPACES TO UW-ACK-REASON
038507         MOVE ZERO TO UW-JOURNAL-LINE
038515         IF UW-DET-IS-PRIOR-PERIOD
038523             MOVE UW-DET-ORIGINAL-DATE TO MA-SOURCE-DATE
038530         ELSE
038538             MOVE UW-DET-DATE TO MA-SOURCE-DATE
038546         END-IF
038553         IF MA-SOURCE-DATE = MA-EXTRACT-DATE
038561             PERFORM 4200-FIND-RESULT-OPERATOR THRU 4200-EXIT
038569         ELSE
038576             MOVE SPACES TO UW-OPERATOR
038584             MOVE SPACES TO UW-OPERATION
038592         END-IF
038600         PERFORM 5000-DISPOSE-ONE-ITEM THRU 5000-EXIT
038700     END-IF.
038800     PERFORM 4100-READ-GLPOST THRU 4100-EXIT.
039843     EXIT.
039900
040000******************************************************************
040002*     4500 THRU 4510 - MATCH THE SOURCE ITEMS OF A SUMMARIZED    *
040004*     JOURNAL FROM THE DRILL-DOWN FILE.  EACH ITEM GOES THROUGH  *
040006*     THE SAME DISPOSITION AS A DETAIL, KEYED BY ITS JOURNAL     *
040008*     LINE, WITH THE OPERATOR AND OPERATION THE EXTRACT RECORDED *
040010*     FOR IT.  THE TRAILER IS BALANCED AGAINST WHAT WAS READ.    *
040012******************************************************************
040014 4500-MATCH-DRILL-ITEM.
040016     IF DD-REC-DETAIL
040018         ADD 1 TO MA-COUNT-DRILL-ITEMS
040020         MOVE DD-DETAIL-IMAGE TO UW-DETAIL-IMAGE
040022         MOVE MA-RUN-DATE TO UW-FIRST-DATE
040024         MOVE SPACES TO UW-ACK-REASON
040026         MOVE DD-OPERATOR-ID TO UW-OPERATOR
040028         MOVE DD-OPERATION TO UW-OPERATION
040030         MOVE DD-JOURNAL-LINE TO UW-JOURNAL-LINE
040032         IF UW-DET-AMOUNT < ZERO
040034             SUBTRACT UW-DET-AMOUNT FROM MA-DRILL-HASH-TOTAL
040036         ELSE
040038             ADD UW-DET-AMOUNT TO MA-DRILL-HASH-TOTAL
040040         END-IF
040042         PERFORM 5000-DISPOSE-ONE-ITEM THRU 5000-EXIT
040044     END-IF.
040046     IF DD-REC-TRAILER
040048         MOVE 'Y' TO WS-DRILL-TRAILER-SW
040051         IF DD-TRL-COUNT NOT = MA-COUNT-DRILL-ITEMS
040053                 OR DD-TRL-HASH-TOTAL NOT = MA-DRILL-HASH-TOTAL
040055                 OR DD-TRL-LINE-COUNT NOT = MA-COUNT-JOURNAL-LINES
040057             DISPLAY 'WARNING - GL DRILL-DOWN OUT OF BALANCE - '
040059                 'TRAILER ITEMS ' DD-TRL-COUNT ' READ '
040061                 MA-COUNT-DRILL-ITEMS
040063             DISPLAY '    TRAILER LINES ' DD-TRL-LINE-COUNT
040065                 ' READ ' MA-COUNT-JOURNAL-LINES
040067                 ' TRAILER HASH ' DD-TRL-HASH-TOTAL
040069         END-IF
040071     END-IF.
040073     PERFORM 4510-READ-DRILL THRU 4510-EXIT.
040075 4500-EXIT.
040077     EXIT.
040079
040081 4510-READ-DRILL.
040083     READ DRILL-FILE
040085         AT END
040087             MOVE 'Y' TO WS-DRILL-EOF-SW
040089     END-READ.
040091 4510-EXIT.
040093     EXIT.
040095
040097******************************************************************
040100*     5000 THRU 5200 - ONE ITEM'S DISPOSITION AGAINST THE        *
040200*     ACKNOWLEDGMENT TABLE                                       *
040300******************************************************************
040400 5000-DISPOSE-ONE-ITEM.
040500     PERFORM 5100-SEARCH-ACK-TABLE THRU 5100-EXIT.
040600     COMPUTE HD-FROM-INTEGER =
040700         FUNCTION INTEGER-OF-DATE(UW-FIRST-DATE).
040710     MOVE MA-RUN-DATE-INT TO HD-TO-INTEGER.
040720     PERFORM 6000-COUNT-BUSINESS-DAYS THRU 6000-EXIT.
040730     MOVE HD-BUSINESS-DAYS TO MA-AGE-DAYS.
040800     EVALUATE TRUE
040900         WHEN WS-ACK-FOUND AND AT-STATUS (AT-SUB) = 'A'
041000             ADD 1 TO MA-COUNT-ACCEPTED
041200             ADD 1 TO MA-COUNT-REJECTED
041300             MOVE AT-REASON-CODE (AT-SUB) TO UW-ACK-REASON
041400             PERFORM 5200-WRITE-REEXTRACT THRU 5200-EXIT
041410             MOVE ZERO TO UW-JOURNAL-LINE
041500             WRITE NU-RECORD FROM UW-RECORD
041600             ADD 1 TO MA-COUNT-CARRIED
041700             MOVE 'REJECTED    ' TO UP-DET-DISPOSITION
042800
042900 5100-SEARCH-ACK-TABLE.
043000     MOVE 'N' TO WS-ACK-FOUND-SW.
043010     IF UW-JOURNAL-LINE > ZERO
043020         MOVE UW-JOURNAL-LINE TO MA-ACK-KEY
043030     ELSE
043040         MOVE UW-DET-SOURCE TO MA-ACK-KEY
043050     END-IF.
043058     IF UW-DET-IS-PRIOR-PERIOD
043066         MOVE UW-DET-ORIGINAL-DATE TO MA-ACK-ORIGINAL-DATE
043074     ELSE
043082         MOVE ZERO TO MA-ACK-ORIGINAL-DATE
043090     END-IF.
043100     MOVE 1 TO AT-SUB.
043200     PERFORM 5110-MATCH-ACK-ENTRY THRU 5110-EXIT
043300         UNTIL WS-ACK-FOUND OR AT-SUB > AT-COUNT.
043600
043700*----------------------------------------------------------------
043710* SOURCE NUMBERS RESTART NIGHTLY - THE POSTING DATE ON THE
043720* DETAIL IMAGE MUST MATCH TOO, AND THE ORIGINAL DATE OF A
043730* PRIOR-PERIOD ITEM, SO AN ACKNOWLEDGMENT CAN ONLY CLEAR THE
043731* POSTING IT BELONGS TO.  AN ITEM'S NUMBER AND ORIGINAL DATE
043732* NEVER REPEAT, WHATEVER DATE IT IS RE-DATED TO.
043733* AN ITEM POSTED IN A SUMMARIZED JOURNAL IS ACKNOWLEDGED UNDER ITS
043736* JOURNAL LINE, SO EVERY ITEM OF THE LINE TAKES THE LINE'S STATUS.
043740*----------------------------------------------------------------
043750 5110-MATCH-ACK-ENTRY.
043800     IF AT-SOURCE-RECORD (AT-SUB) = MA-ACK-KEY
043810             AND AT-POST-DATE (AT-SUB) = UW-DET-DATE
043820             AND AT-ORIGINAL-DATE (AT-SUB) = MA-ACK-ORIGINAL-DATE
043900         MOVE 'Y' TO WS-ACK-FOUND-SW
044000     ELSE
044100         ADD 1 TO AT-SUB
044610* THE ACCOUNT IS RE-DERIVED FROM THE CURRENT CROSS-REFERENCE
044620* BEFORE THE RESEND, SO A CORRECTED ACCTXREF ENTRY IS WHAT
044630* ACTUALLY GOES BACK TO THE LEDGER.  THE REMAPPED ACCOUNT IS
044640* ALSO CARRIED ON THE UNPOSTED MASTER AND THE REPORT, AS IS
044643* ANY NEW DATE FROM THE PERIOD CHECK - THE LEDGER ACKNOWLEDGES
044646* THE RESEND UNDER THE DATE IT WAS SENT WITH.
044650*----------------------------------------------------------------
044660 5200-WRITE-REEXTRACT.
044670     PERFORM 5210-SEARCH-XREF-TABLE THRU 5210-EXIT.
044696             UW-OPERATION ' - PRIOR ACCOUNT KEPT ON #'
044697             UW-DET-SOURCE
044698     END-IF.
044699     PERFORM 5400-CHECK-PERIOD THRU 5400-EXIT.
044700     WRITE RX-RECORD FROM UW-DETAIL-IMAGE.
044800     ADD 1 TO RX-DETAIL-COUNT.
044900     IF UW-DET-AMOUNT < ZERO
046200     MOVE UW-FIRST-DATE TO UP-DET-FIRST-DATE.
046300     MOVE MA-AGE-DAYS TO UP-DET-AGE.
046400     MOVE UW-ACK-REASON TO UP-DET-REASON.
046410     MOVE UW-DET-PRIOR-PERIOD TO UP-DET-PRIOR-PERIOD.
046420     IF UW-DET-IS-PRIOR-PERIOD
046430         MOVE UW-DET-ORIGINAL-DATE TO UP-DET-ORIGINAL-DATE
046440     ELSE
046450         MOVE SPACES TO UP-DET-ORIGINAL-DATE
046460     END-IF.
046466     IF UW-JOURNAL-LINE > ZERO
046472         MOVE UW-JOURNAL-LINE TO UP-DET-JOURNAL
046478     ELSE
046484         MOVE SPACES TO UP-DET-JOURNAL
046490     END-IF.
046500     WRITE UP-RECORD FROM UP-DETAIL-LINE.
046600 5300-EXIT.
046601     EXIT.
046602
046603*----------------------------------------------------------------
046604* 5400 THRU 5420 - A RESEND DATED IN A CLOSED PERIOD IS MOVED TO
046605* THE FIRST DAY OF THE FIRST OPEN PERIOD AFTER IT.  AN ITEM
046606* ALREADY FLAGGED KEEPS THE ORIGINAL DATE IT FIRST CARRIED.
046607* WITH NO OPEN PERIOD AFTER IT THE ITEM GOES AS DATED.  THE
046608* ACKNOWLEDGMENT OF A RE-DATED ITEM IS MATCHED ON ITS ORIGINAL
046609* DATE AS WELL AS THE NEW ONE.
046610*----------------------------------------------------------------
046611 5400-CHECK-PERIOD.
046612     MOVE 'N' TO WS-PERIOD-FOUND-SW.
046613     MOVE 1 TO PX-SUB.
046614     PERFORM 5410-MATCH-DATED-PERIOD THRU 5410-EXIT
046615         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
046616     IF NOT WS-PERIOD-FOUND
046617         GO TO 5400-EXIT
046618     END-IF.
046619     IF PX-OPEN (PX-SUB)
046620         GO TO 5400-EXIT
046621     END-IF.
046622     MOVE 'N' TO WS-PERIOD-FOUND-SW.
046623     PERFORM 5420-MATCH-OPEN-PERIOD THRU 5420-EXIT
046625         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
046626     IF NOT WS-PERIOD-FOUND
046627         ADD 1 TO RX-NO-OPEN-PERIOD-COUNT
046628         DISPLAY 'RE-EXTRACT - NO OPEN PERIOD FOR #'
046629             UW-DET-SOURCE ' DATED ' UW-DET-DATE
046630         GO TO 5400-EXIT
046631     END-IF.
046632     IF NOT UW-DET-IS-PRIOR-PERIOD
046633         MOVE UW-DET-DATE TO UW-DET-ORIGINAL-DATE
046634         MOVE 'P' TO UW-DET-PRIOR-PERIOD
046635     END-IF.
046636     MOVE PX-START-DATE (PX-SUB) TO UW-DET-DATE.
046637     ADD 1 TO RX-PRIOR-PERIOD-COUNT.
046638 5400-EXIT.
046639     EXIT.
046640
046641 5410-MATCH-DATED-PERIOD.
046642     IF UW-DET-DATE NOT < PX-START-DATE (PX-SUB)
046643             AND UW-DET-DATE NOT > PX-END-DATE (PX-SUB)
046644         MOVE 'Y' TO WS-PERIOD-FOUND-SW
046645     ELSE
046646         ADD 1 TO PX-SUB
046647     END-IF.
046648 5410-EXIT.
046650     EXIT.
046651
046652 5420-MATCH-OPEN-PERIOD.
046653     IF PX-OPEN (PX-SUB)
046654         MOVE 'Y' TO WS-PERIOD-FOUND-SW
046655     ELSE
046656         ADD 1 TO PX-SUB
046657     END-IF.
046658 5420-EXIT.
046659     EXIT.
046660
046661******************************************************************
046662*     6000 THRU 6020 - BUSINESS DAYS AFTER HD-FROM-INTEGER UP TO *
046663*     AND INCLUDING HD-TO-INTEGER: FIVE FOR EACH WHOLE WEEK,     *
046664*     THE WEEKDAYS OF THE ODD DAYS LEFT OVER, LESS THE WEEKDAY   *
046665*     HOLIDAYS THAT FALL IN THE SPAN                             *
046666******************************************************************
046667 6000-COUNT-BUSINESS-DAYS.
046668     MOVE ZERO TO HD-BUSINESS-DAYS.
046669     IF HD-TO-INTEGER NOT > HD-FROM-INTEGER
046670         GO TO 6000-EXIT
046671     END-IF.
046672     COMPUTE HD-SPAN = HD-TO-INTEGER - HD-FROM-INTEGER.
046673     DIVIDE HD-SPAN BY 7 GIVING HD-WEEKS REMAINDER HD-REST.
046675     COMPUTE HD-BUSINESS-DAYS = HD-WEEKS * 5.
046676     COMPUTE HD-TEST-INTEGER = HD-TO-INTEGER - HD-REST.
046677     PERFORM 6010-COUNT-ONE-DAY THRU 6010-EXIT
046678         HD-REST TIMES.
046679     PERFORM 6020-DROP-HOLIDAY THRU 6020-EXIT
046680         VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT.
046681 6000-EXIT.
046682     EXIT.
046683
046684 6010-COUNT-ONE-DAY.
046685     ADD 1 TO HD-TEST-INTEGER.
046686     COMPUTE HD-WEEKDAY = FUNCTION MOD(HD-TEST-INTEGER - 1, 7).
046687     IF HD-WEEKDAY < 5
046688         ADD 1 TO HD-BUSINESS-DAYS
046689     END-IF.
046690 6010-EXIT.
046691     EXIT.
046692
046693 6020-DROP-HOLIDAY.
046694     IF HD-DATE-INTEGER (HD-SUB) > HD-FROM-INTEGER
046695             AND HD-DATE-INTEGER (HD-SUB) NOT > HD-TO-INTEGER
046696         SUBTRACT 1 FROM HD-BUSINESS-DAYS
046697     END-IF.
046698 6020-EXIT.
046700     EXIT.
046800
046900******************************************************************
047700     WRITE UP-RECORD FROM UP-TOTAL-LINE.
047800     MOVE ' NEW EXTRACT DETAILS READ....:' TO UP-TOT-LABEL.
047900     MOVE MA-COUNT-DETAILS TO UP-TOT-COUNT.
047910     WRITE UP-RECORD FROM UP-TOTAL-LINE.
047920     MOVE ' SUMMARY JOURNAL LINES.......:' TO UP-TOT-LABEL.
047930     MOVE MA-COUNT-JOURNAL-LINES TO UP-TOT-COUNT.
047940     WRITE UP-RECORD FROM UP-TOTAL-LINE.
047950     MOVE ' DRILL-DOWN ITEMS READ.......:' TO UP-TOT-LABEL.
047960     MOVE MA-COUNT-DRILL-ITEMS TO UP-TOT-COUNT.
048000     WRITE UP-RECORD FROM UP-TOTAL-LINE.
048100     MOVE ' POSTINGS ACCEPTED...........:' TO UP-TOT-LABEL.
048200     MOVE MA-COUNT-ACCEPTED TO UP-TOT-COUNT.
049500     WRITE UP-RECORD FROM UP-TOTAL-LINE.
049510     MOVE ' RE-EXTRACTS WITHOUT A XREF..:' TO UP-TOT-LABEL.
049520     MOVE RX-UNMATCHED-COUNT TO UP-TOT-COUNT.
049521     WRITE UP-RECORD FROM UP-TOTAL-LINE.
049522     MOVE ' RE-EXTRACTS PRIOR-PERIOD....:' TO UP-TOT-LABEL.
049524     MOVE RX-PRIOR-PERIOD-COUNT TO UP-TOT-COUNT.
049525     WRITE UP-RECORD FROM UP-TOTAL-LINE.
049527     MOVE ' NO OPEN PERIOD TO RE-DATE...:' TO UP-TOT-LABEL.
049528     MOVE RX-NO-OPEN-PERIOD-COUNT TO UP-TOT-COUNT.
049530     WRITE UP-RECORD FROM UP-TOTAL-LINE.
049600 7000-EXIT.
049700     EXIT.
051610         IF WS-RESULT-IS-OPEN
051620             CLOSE RESULT-FILE
051630         END-IF
051640         IF WS-DRILL-IS-OPEN
051650             CLOSE DRILL-FILE
051660         END-IF
051700         DISPLAY 'ACKNOWLEDGMENT MATCH COMPLETE - ACCEPTED '
051800             MA-COUNT-ACCEPTED ' REJECTED ' MA-COUNT-REJECTED
051900             ' AWAITING ' MA-COUNT-UNACKED
052100         DISPLAY 'ACKNOWLEDGMENT MATCH DID NOT COMPLETE - SEE '
052200             'MESSAGES ABOVE'
052300     END-IF.
052306     IF WS-CYCLE-STARTED
052312         MOVE MA-COUNT-ACCEPTED TO CY-COUNT-1
052318         MOVE MA-COUNT-REJECTED TO CY-COUNT-2
052324         MOVE MA-COUNT-UNACKED TO CY-COUNT-3
052330         MOVE SPACE TO CY-CONDITION
052336         IF WS-MATCH-OK
052342             MOVE 'C' TO CY-EVENT
052348             MOVE SPACES TO CY-TEXT
052354         ELSE
052360             MOVE 'F' TO CY-EVENT
052366             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
052372         END-IF
052378         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
052384     END-IF.
052400 9000-EXIT.
052500     EXIT.
