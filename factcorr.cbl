001900*                   INTERFACE, AND A REPORT SHOWING EVERY        *
002000*                   CALCULATION TOUCHED WITH THE OLD RESULT,     *
002100*                   THE NEW RESULT, AND THE DIFFERENCE.          *
002110*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 79 TO 83 FOR THE   *
002120*                   FORMULA CODE AND STEP NUMBER.  A SELECTED    *
002130*                   ROW THAT IS A STEP OF A FORMULA IS NOT       *
002140*                   RECOMPUTED - A CHANGED STEP ALSO CHANGES THE *
002150*                   STEPS AFTER IT - BUT IS LISTED AND COUNTED   *
002160*                   AS REFERRED FOR MANUAL CORRECTION.           *
002170*  10/15/2026  DPW  ADJUSTMENT TRANSACTION GROWS TO 49 BYTES     *
002175*                   (AT-TERM, WRITTEN AS ZERO).  AN AMORTIZATION *
002180*                   ROW IS REFERRED LIKE A FORMULA STEP - ITS    *
002185*                   TERM IS NOT CARRIED ON HISTORY AND A CHANGED *
002190*                   RATE RESHAPES THE WHOLE SCHEDULE.            *
002191*  10/15/2026  DPW  GL ADJUSTMENT DETAIL GROWS TO 52 BYTES.      *
002192*                   EACH ENTRY IS CHECKED AGAINST THE PERIOD     *
002193*                   CALENDAR (PERIODS); ONE DATED IN A CLOSED    *
002194*                   PERIOD IS RE-DATED TO THE FIRST OPEN PERIOD, *
002195*                   FLAGGED AS PRIOR-PERIOD WITH ITS ORIGINAL    *
002196*                   DATE, AND MARKED ON THE REPORT.              *
002197*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 83 TO 99 FOR THE   *
002198*                   RUN ID.  RUN SEAL RECORDS ARE NEVER          *
002199*                   SELECTED.                                    *
002200******************************************************************
002300*  EACH ADJUSTMENT TRANSACTION CARRIES THE NEW RESULT MINUS THE  *
002400*  OLD RESULT (NEW - OLD), SO RUNNING IT THROUGH THE NORMAL      *
004100     SELECT GLADJ-FILE ASSIGN TO GLADJ
004200         FILE STATUS IS WS-GLADJ-STATUS.
004300
004325     SELECT PERIOD-FILE ASSIGN TO PERIODS
004350         FILE STATUS IS WS-PERIOD-STATUS.
004375
004400     SELECT CORR-REPORT-FILE ASSIGN TO FCORRPT
004500         FILE STATUS IS WS-CORRRPT-STATUS.
004600
005000* CALCULATION HISTORY - SAME LAYOUT THE CALCULATOR WRITES
005100*----------------------------------------------------------------
005200 FD  HISTORY-FILE
005300     RECORD CONTAINS 99 CHARACTERS.
005400 01  HS-RECORD.
005500     05  HS-DATE                 PIC 9(08).
005600     05  HS-TIME                 PIC 9(08).
005700     05  HS-OPERATOR-ID          PIC X(08).
005710         88  HS-SEAL-RECORD      VALUE '*SEAL*'.
005800     05  HS-NUM1                 PIC S9(10)V99
005900         SIGN IS TRAILING SEPARATE CHARACTER.
006000     05  HS-OPERATION            PIC X(02).
006400         SIGN IS TRAILING SEPARATE CHARACTER.
006500     05  HS-FACTOR-CODE          PIC X(04).
006600     05  HS-FACTOR-DATE          PIC 9(08).
006610     05  HS-FORMULA-CODE         PIC X(02).
006620     05  HS-FORMULA-STEP         PIC 9(02).
006630     05  HS-RUN-ID               PIC X(16).
006700
006800*----------------------------------------------------------------
006900* ACCOUNT CROSS-REFERENCE - SAME LAYOUT THE GL EXTRACT READS
008000* ADJUSTMENT TRANSACTIONS - TRANSACTION LAYOUT, NEW MINUS OLD
008100*----------------------------------------------------------------
008200 FD  ADJTRAN-FILE
008300     RECORD CONTAINS 49 CHARACTERS.
008400 01  AT-RECORD.
008500     05  AT-RECORD-NUMBER        PIC 9(08).
008600     05  AT-OPERATOR-ID          PIC X(08).
009100         SIGN IS TRAILING SEPARATE CHARACTER.
009200     05  AT-RECORD-TYPE          PIC X(01).
009300     05  AT-NUM2-FORM            PIC X(01).
009310     05  AT-TERM                 PIC 9(03).
009400
009500*----------------------------------------------------------------
009600* GL ADJUSTMENT ENTRIES - GL INTERFACE LAYOUT WITH HEADER AND
009700* COUNT/HASH TRAILER, REVERSAL PLUS CORRECTION PER CALCULATION.
009710* AN ENTRY RE-DATED OUT OF A CLOSED PERIOD CARRIES A P FLAG AND
009720* THE DATE IT WOULD HAVE POSTED UNDER.
009800*----------------------------------------------------------------
009900 FD  GLADJ-FILE
009918     RECORD CONTAINS 52 CHARACTERS.
009937 01  GA-RECORD                   PIC X(52).
009956
009975*----------------------------------------------------------------
009993* ACCOUNTING PERIOD CALENDAR - MAINTAINED BY PERMNT, ONE RECORD
010012* PER PERIOD IN PERIOD ORDER.  ONLY THE DATES AND STATUS MATTER.
010031*----------------------------------------------------------------
010050 FD  PERIOD-FILE
010068     RECORD CONTAINS 48 CHARACTERS.
010087 01  PD-RECORD.
010106     05  PD-PERIOD-ID            PIC 9(06).
010125     05  PD-START-DATE           PIC 9(08).
010143     05  PD-END-DATE             PIC 9(08).
010162     05  PD-STATUS               PIC X(01).
010181     05  FILLER                  PIC X(25).
010200
010300*----------------------------------------------------------------
010400* PRINT-IMAGE CORRECTION REPORT
011600 01  WS-ADJTRAN-STATUS           PIC X(02).
011700 01  WS-GLADJ-STATUS             PIC X(02).
011800 01  WS-CORRRPT-STATUS           PIC X(02).
011810 01  WS-PERIOD-STATUS            PIC X(02).
011900
012000 01  WS-HISTORY-EOF-SW           PIC X(01)  VALUE 'N'.
012100     88  WS-HISTORY-EOF          VALUE 'Y'.
012500
012600 01  WS-XREF-FOUND-SW            PIC X(01)  VALUE 'N'.
012700     88  WS-XREF-FOUND           VALUE 'Y'.
012714
012728 01  WS-PERIOD-EOF-SW            PIC X(01)  VALUE 'N'.
012742     88  WS-PERIOD-EOF           VALUE 'Y'.
012757
012771 01  WS-PERIOD-FOUND-SW          PIC X(01)  VALUE 'N'.
012785     88  WS-PERIOD-FOUND         VALUE 'Y'.
012800
012900 01  WS-CORR-OK-SW               PIC X(01)  VALUE 'Y'.
013000     88  WS-CORR-OK              VALUE 'Y'.
016900 77  GX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
017000
017100*----------------------------------------------------------------
017106* ACCOUNTING PERIOD TABLE - SEARCHED PER GL ADJUSTMENT DATE
017112*----------------------------------------------------------------
017118 01  PX-TABLE.
017125     05  PX-MAX                  PIC 9(04)  COMP  VALUE 600.
017131     05  PX-COUNT                PIC 9(04)  COMP  VALUE ZERO.
017137     05  PX-ENTRY                OCCURS 600 TIMES.
017143         10  PX-PERIOD-ID        PIC 9(06).
017150         10  PX-START-DATE       PIC 9(08).
017156         10  PX-END-DATE         PIC 9(08).
017162         10  PX-STATUS           PIC X(01).
017168             88  PX-OPEN         VALUE 'O'.
017175
017181 77  PX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
017187
017193*----------------------------------------------------------------
017200* GL ADJUSTMENT CONTROL TOTALS AND RECORD IMAGES
017300*----------------------------------------------------------------
017400 77  GA-DETAIL-COUNT             PIC 9(08)  COMP  VALUE ZERO.
017500 77  GA-UNMATCHED-COUNT          PIC 9(08)  COMP  VALUE ZERO.
017510 77  GA-PRIOR-PERIOD-COUNT       PIC 9(08)  COMP  VALUE ZERO.
017520 77  GA-NO-OPEN-PERIOD-COUNT     PIC 9(08)  COMP  VALUE ZERO.
017600 01  GA-HASH-TOTAL               PIC 9(15)V99     VALUE ZERO.
017700
017800 01  GA-HEADER-LINE.
017900     05  GA-HDR-ID               PIC X(01)  VALUE 'H'.
018000     05  GA-HDR-DATE             PIC 9(08).
018100     05  FILLER                  PIC X(43)  VALUE SPACES.
018200
018300 01  GA-DETAIL-LINE.
018400     05  GA-DET-ID               PIC X(01)  VALUE 'D'.
018800         SIGN IS TRAILING SEPARATE CHARACTER.
018900     05  GA-DET-DATE             PIC 9(08).
019000     05  GA-DET-SOURCE-RECORD    PIC 9(08).
019010     05  GA-DET-PRIOR-PERIOD     PIC X(01).
019020         88  GA-DET-IS-PRIOR-PERIOD  VALUE 'P'.
019030     05  GA-DET-ORIGINAL-DATE    PIC 9(08).
019100
019200 01  GA-TRAILER-LINE.
019300     05  GA-TRL-ID               PIC X(01)  VALUE 'T'.
019400     05  GA-TRL-COUNT            PIC 9(08).
019500     05  GA-TRL-HASH-TOTAL       PIC 9(15)V99.
019600     05  FILLER                  PIC X(26)  VALUE SPACES.
019700
019800*----------------------------------------------------------------
019900* SELECTION AND ADJUSTMENT COUNTERS
020300 77  FC-COUNT-ADJUSTED           PIC 9(07)  COMP  VALUE ZERO.
020400 77  FC-COUNT-UNCHANGED          PIC 9(07)  COMP  VALUE ZERO.
020500 77  FC-COUNT-FAILED             PIC 9(07)  COMP  VALUE ZERO.
020510 77  FC-COUNT-FORMULA            PIC 9(07)  COMP  VALUE ZERO.
020520 77  FC-COUNT-AMORT              PIC 9(07)  COMP  VALUE ZERO.
020600 01  FC-TOTAL-OLD                PIC S9(15)V99    VALUE ZERO.
020700 01  FC-TOTAL-NEW                PIC S9(15)V99    VALUE ZERO.
020800 01  FC-TOTAL-DIFF               PIC S9(15)V99    VALUE ZERO.
024100     05  FILLER                  PIC X(18) VALUE
024200         '        DIFFERENCE'.
024300     05  FILLER                  PIC X(12) VALUE '  ADJ RECORD'.
024400     05  FILLER                  PIC X(10) VALUE '  PRIOR PD'.
024410     05  FILLER                  PIC X(22) VALUE SPACES.
024500
024600 01  CR-DETAIL-LINE.
024700     05  FILLER                  PIC X(01) VALUE SPACES.
026000     05  CR-DET-DIFFERENCE       PIC -(12)9.99.
026100     05  FILLER                  PIC X(04) VALUE SPACES.
026200     05  CR-DET-ADJ-RECORD       PIC X(08).
026300     05  FILLER                  PIC X(07) VALUE SPACES.
026310     05  CR-DET-PRIOR-PERIOD     PIC X(08).
026320     05  FILLER                  PIC X(16) VALUE SPACES.
026400
026500 01  CR-TOTAL-LINE.
026600     05  CR-TOT-LABEL            PIC X(30).
036900         GO TO 1000-EXIT
037000     END-IF.
037100     PERFORM 1200-LOAD-XREF-TABLE THRU 1200-EXIT.
037110     PERFORM 1250-LOAD-PERIOD-TABLE THRU 1250-EXIT.
037200     MOVE FC-RUN-DATE TO CR-HDG-DATE.
037300     WRITE CR-RECORD FROM CR-HEADING-LINE.
037400     MOVE FC-FACTOR-CODE TO CR-PRM-CODE.
041900 1210-EXIT.
042000     EXIT.
042100
042102*----------------------------------------------------------------
042105* THE CALENDAR IS OPTIONAL - WITHOUT IT NOTHING IS RE-DATED.
042107*----------------------------------------------------------------
042110 1250-LOAD-PERIOD-TABLE.
042113     MOVE ZERO TO PX-COUNT.
042115     OPEN INPUT PERIOD-FILE.
042118     IF WS-PERIOD-STATUS NOT = '00'
042121         DISPLAY 'WARNING - PERIOD CALENDAR NOT AVAILABLE, '
042123             'STATUS = ' WS-PERIOD-STATUS
042126         GO TO 1250-EXIT
042128     END-IF.
042131     PERFORM 1260-LOAD-PERIOD-ENTRY THRU 1260-EXIT
042134         UNTIL WS-PERIOD-EOF.
042136     CLOSE PERIOD-FILE.
042139 1250-EXIT.
042142     EXIT.
042144
042147 1260-LOAD-PERIOD-ENTRY.
042150     READ PERIOD-FILE
042152         AT END
042155             MOVE 'Y' TO WS-PERIOD-EOF-SW
042157         NOT AT END
042160             IF PX-COUNT < PX-MAX
042163                 ADD 1 TO PX-COUNT
042165                 MOVE PD-PERIOD-ID TO PX-PERIOD-ID (PX-COUNT)
042168                 MOVE PD-START-DATE TO PX-START-DATE (PX-COUNT)
042171                 MOVE PD-END-DATE TO PX-END-DATE (PX-COUNT)
042173                 MOVE PD-STATUS TO PX-STATUS (PX-COUNT)
042176             ELSE
042178                 DISPLAY 'WARNING - PERIOD TABLE FULL, '
042181                     'CALENDAR ENDS AT ' PX-PERIOD-ID (PX-COUNT)
042184                 MOVE 'Y' TO WS-PERIOD-EOF-SW
042186             END-IF
042189     END-READ.
042192 1260-EXIT.
042194     EXIT.
042197
042200******************************************************************
042300*     2000 THRU 2100 - SELECT THE HISTORY ROWS THAT COMPUTED     *
042400*     AGAINST THE BAD DATED VALUE OF THE FACTOR CODE INSIDE      *
042420*     DATE OF THE VALUE IT PRICED OFF.                           *
042500******************************************************************
042600 2000-SELECT-HISTORY-ROW.
042700     IF NOT HS-SEAL-RECORD
042705             AND HS-FACTOR-CODE = FC-FACTOR-CODE
042710             AND HS-FACTOR-DATE = FC-FACTOR-DATE
042800             AND HS-DATE >= FC-FROM-DATE
042900             AND HS-DATE <= FC-TO-DATE
044900*     WRITE THE ADJUSTMENT OUTPUTS WHEN THE RESULT MOVED         *
045000******************************************************************
045100 3000-CORRECT-ONE-ROW.
045110     IF HS-FORMULA-CODE NOT = SPACES
045120         PERFORM 3100-REFER-FORMULA-STEP THRU 3100-EXIT
045130         GO TO 3000-EXIT
045140     END-IF.
045150     IF HS-OPERATION = 'AM' OR HS-OPERATION = 'am'
045160         PERFORM 3150-REFER-AMORTIZATION THRU 3150-EXIT
045170         GO TO 3000-EXIT
045180     END-IF.
045200     PERFORM 4000-RECOMPUTE-RESULT THRU 4000-EXIT.
045210     MOVE SPACES TO CR-DET-PRIOR-PERIOD.
045300     MOVE HS-DATE TO CR-DET-DATE.
045400     MOVE HS-TIME TO CR-DET-TIME.
045500     MOVE HS-OPERATOR-ID TO CR-DET-OPERATOR.
047600         GO TO 3000-EXIT
047700     END-IF.
047800     MOVE FC-NEXT-NUMBER TO CR-DET-ADJ-RECORD.
048000     PERFORM 5000-WRITE-ADJ-TRAN THRU 5000-EXIT.
048100     PERFORM 6000-WRITE-GL-ADJUSTMENT THRU 6000-EXIT.
048150     WRITE CR-RECORD FROM CR-DETAIL-LINE.
048200     ADD 1 TO FC-COUNT-ADJUSTED.
048300     ADD 1 TO FC-NEXT-NUMBER.
048400 3000-EXIT.
048402     EXIT.
048405
048407*----------------------------------------------------------------
048410* A FORMULA STEP CANNOT BE CORRECTED ON ITS OWN: THE STEPS AFTER
048412* IT TOOK ITS RESULT AS AN OPERAND.  THE ROW IS LISTED FOR THE
048415* ANALYST TO RERUN THE TEMPLATE RECORD INSTEAD.
048417*----------------------------------------------------------------
048420 3100-REFER-FORMULA-STEP.
048423     ADD 1 TO FC-COUNT-FORMULA.
048424     MOVE SPACES TO CR-DET-PRIOR-PERIOD.
048425     MOVE HS-DATE TO CR-DET-DATE.
048428     MOVE HS-TIME TO CR-DET-TIME.
048430     MOVE HS-OPERATOR-ID TO CR-DET-OPERATOR.
048433     MOVE HS-OPERATION TO CR-DET-OPERATION.
048435     MOVE HS-RESULT TO CR-DET-OLD-RESULT.
048438     MOVE ZERO TO CR-DET-NEW-RESULT.
048441     MOVE ZERO TO CR-DET-DIFFERENCE.
048443     MOVE '*FORMULA' TO CR-DET-ADJ-RECORD.
048446     WRITE CR-RECORD FROM CR-DETAIL-LINE.
048448 3100-EXIT.
048451     EXIT.
048453
048456*----------------------------------------------------------------
048458* AN AMORTIZATION PAYMENT DEPENDS ON A TERM THAT HISTORY DOES NOT
048461* CARRY, AND A NEW RATE CHANGES EVERY ROW OF ITS SCHEDULE.  THE
048464* ROW IS LISTED FOR THE ANALYST TO RERUN THE LOAN INSTEAD.
048466*----------------------------------------------------------------
048469 3150-REFER-AMORTIZATION.
048471     ADD 1 TO FC-COUNT-AMORT.
048472     MOVE SPACES TO CR-DET-PRIOR-PERIOD.
048474     MOVE HS-DATE TO CR-DET-DATE.
048476     MOVE HS-TIME TO CR-DET-TIME.
048479     MOVE HS-OPERATOR-ID TO CR-DET-OPERATOR.
048482     MOVE HS-OPERATION TO CR-DET-OPERATION.
048484     MOVE HS-RESULT TO CR-DET-OLD-RESULT.
048487     MOVE ZERO TO CR-DET-NEW-RESULT.
048489     MOVE ZERO TO CR-DET-DIFFERENCE.
048492     MOVE '*AMORT' TO CR-DET-ADJ-RECORD.
048494     WRITE CR-RECORD FROM CR-DETAIL-LINE.
048497 3150-EXIT.
048500     EXIT.
048600
048700******************************************************************
054800     MOVE '- ' TO AT-OPERATION.
054900     MOVE SPACE TO AT-RECORD-TYPE.
055000     MOVE SPACE TO AT-NUM2-FORM.
055010     MOVE ZERO TO AT-TERM.
055100     COMPUTE AT-NUM1 = RC-NEW-RESULT
055200         ON SIZE ERROR
055300             DISPLAY 'WARNING - NEW RESULT EXCEEDS OPERAND '
058500     END-IF.
058600     MOVE HS-RESULT TO GA-DET-AMOUNT.
058700     MOVE FC-RUN-DATE TO GA-DET-DATE.
058710     PERFORM 6300-CHECK-PERIOD THRU 6300-EXIT.
058800     MOVE FC-NEXT-NUMBER TO GA-DET-SOURCE-RECORD.
058900     PERFORM 6200-WRITE-GL-DETAIL THRU 6200-EXIT.
059000     MOVE GX-DR-CR (GX-SUB) TO GA-DET-DR-CR.
061400 6200-WRITE-GL-DETAIL.
061500     WRITE GA-RECORD FROM GA-DETAIL-LINE.
061600     ADD 1 TO GA-DETAIL-COUNT.
061610     IF GA-DET-IS-PRIOR-PERIOD
061620         ADD 1 TO GA-PRIOR-PERIOD-COUNT
061630     END-IF.
061700     IF GA-DET-AMOUNT < ZERO
061800         SUBTRACT GA-DET-AMOUNT FROM GA-HASH-TOTAL
061900     ELSE
062000         ADD GA-DET-AMOUNT TO GA-HASH-TOTAL
062100     END-IF.
062200 6200-EXIT.
062201     EXIT.
062203
062205*----------------------------------------------------------------
062207* 6300 THRU 6320 - AN ADJUSTMENT DATED IN A CLOSED PERIOD IS
062209* MOVED TO THE FIRST DAY OF THE FIRST OPEN PERIOD AFTER IT,
062210* KEEPING THE DATE IT WOULD HAVE POSTED UNDER.  WITH NO OPEN
062212* PERIOD AFTER IT THE ENTRY GOES AS DATED.
062214*----------------------------------------------------------------
062216 6300-CHECK-PERIOD.
062218     MOVE SPACE TO GA-DET-PRIOR-PERIOD.
062220     MOVE ZERO TO GA-DET-ORIGINAL-DATE.
062221     MOVE 'N' TO WS-PERIOD-FOUND-SW.
062223     MOVE 1 TO PX-SUB.
062225     PERFORM 6310-MATCH-DATED-PERIOD THRU 6310-EXIT
062227         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
062229     IF NOT WS-PERIOD-FOUND
062230         GO TO 6300-EXIT
062232     END-IF.
062234     IF PX-OPEN (PX-SUB)
062236         GO TO 6300-EXIT
062238     END-IF.
062240     MOVE 'N' TO WS-PERIOD-FOUND-SW.
062241     PERFORM 6320-MATCH-OPEN-PERIOD THRU 6320-EXIT
062243         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
062245     IF NOT WS-PERIOD-FOUND
062247         ADD 1 TO GA-NO-OPEN-PERIOD-COUNT
062249         DISPLAY 'GL ADJUSTMENT - NO OPEN PERIOD FOR RECORD '
062250             GA-DET-SOURCE-RECORD ' DATED ' GA-DET-DATE
062252         GO TO 6300-EXIT
062254     END-IF.
062256     MOVE GA-DET-DATE TO GA-DET-ORIGINAL-DATE.
062258     MOVE 'P' TO GA-DET-PRIOR-PERIOD.
062260     MOVE PX-START-DATE (PX-SUB) TO GA-DET-DATE.
062261     MOVE 'PRIOR PD' TO CR-DET-PRIOR-PERIOD.
062263 6300-EXIT.
062265     EXIT.
062267
062269 6310-MATCH-DATED-PERIOD.
062270     IF GA-DET-DATE NOT < PX-START-DATE (PX-SUB)
062272             AND GA-DET-DATE NOT > PX-END-DATE (PX-SUB)
062274         MOVE 'Y' TO WS-PERIOD-FOUND-SW
062276     ELSE
062278         ADD 1 TO PX-SUB
062280     END-IF.
062281 6310-EXIT.
062283     EXIT.
062285
062287 6320-MATCH-OPEN-PERIOD.
062289     IF PX-OPEN (PX-SUB)
062290         MOVE 'Y' TO WS-PERIOD-FOUND-SW
062292     ELSE
062294         ADD 1 TO PX-SUB
062296     END-IF.
062298 6320-EXIT.
062300     EXIT.
062400
062500******************************************************************
064300     MOVE ' ROWS FAILED TO RECOMPUTE....:' TO CR-TOT-LABEL.
064400     MOVE FC-COUNT-FAILED TO CR-TOT-COUNT.
064500     WRITE CR-RECORD FROM CR-TOTAL-LINE.
064510     MOVE ' FORMULA STEPS REFERRED......:' TO CR-TOT-LABEL.
064520     MOVE FC-COUNT-FORMULA TO CR-TOT-COUNT.
064530     WRITE CR-RECORD FROM CR-TOTAL-LINE.
064540     MOVE ' AMORTIZATIONS REFERRED......:' TO CR-TOT-LABEL.
064550     MOVE FC-COUNT-AMORT TO CR-TOT-COUNT.
064560     WRITE CR-RECORD FROM CR-TOTAL-LINE.
064600     MOVE ' GL ENTRIES WRITTEN..........:' TO CR-TOT-LABEL.
064700     MOVE GA-DETAIL-COUNT TO CR-TOT-COUNT.
064800     WRITE CR-RECORD FROM CR-TOTAL-LINE.
064900     MOVE ' GL ENTRIES UNMATCHED........:' TO CR-TOT-LABEL.
065000     MOVE GA-UNMATCHED-COUNT TO CR-TOT-COUNT.
065014     WRITE CR-RECORD FROM CR-TOTAL-LINE.
065028     MOVE ' GL ENTRIES PRIOR-PERIOD.....:' TO CR-TOT-LABEL.
065042     MOVE GA-PRIOR-PERIOD-COUNT TO CR-TOT-COUNT.
065057     WRITE CR-RECORD FROM CR-TOTAL-LINE.
065071     MOVE ' NO OPEN PERIOD TO RE-DATE...:' TO CR-TOT-LABEL.
065085     MOVE GA-NO-OPEN-PERIOD-COUNT TO CR-TOT-COUNT.
065100     WRITE CR-RECORD FROM CR-TOTAL-LINE.
065200     MOVE ' TOTAL OLD RESULTS...........:' TO CR-AMT-LABEL.
065300     MOVE FC-TOTAL-OLD TO CR-AMT-AMOUNT.
