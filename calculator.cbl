009695*                   AUDIT FILE.  MAINTENANCE GAINED A RESET       *
009696*                   ACTION FOR LOCKED-OUT OPERATORS.  MASTER      *
009697*                   RECORDS GREW FROM 30 TO 48.                   *
009698*  10/15/2026  DPW  ADDED SUPERVISOR APPROVAL QUEUE FOR THE GL   *
009699*                   EXTRACT: EACH OPERATOR NOW CARRIES AN        *
009700*                   APPROVAL LIMIT AND A SUPERVISOR FLAG ON THE  *
009701*                   MASTER, AND A RESULT WHOSE AMOUNT EXCEEDS    *
009702*                   ITS OPERATOR'S LIMIT IS QUEUED TO THE        *
009703*                   PENDING-APPROVAL FILE INSTEAD OF GLPOST.     *
009704*                   ITEMS RELEASED BY A SUPERVISOR (CALCAPRV)    *
009705*                   ARE PICKED UP FROM THE RELEASE FILE BY THE   *
009706*                   NEXT EXTRACT.  MASTER RECORDS GREW FROM 48   *
009707*                   TO 63 AND AUDIT RECORDS FROM 55 TO 70.       *
009708*  10/15/2026  DPW  ADDED THE FORMULA MASTER AND THE TEMPLATE    *
009709*                   TRANSACTION (TYPE T).  A TEMPLATE NAMES A    *
009710*                   FORMULA CODE IN THE OPERATION FIELD AND      *
009711*                   SUPPLIES ONLY THE INPUT VALUES; THE STEPS    *
009712*                   ARE TAKEN FROM THE FORMULA MASTER            *
009713*                   (FORMULAS), LOADED AT THE START OF THE BATCH *
009714*                   RUN.  EACH STEP IS WRITTEN TO HISTORY WITH   *
009715*                   THE FORMULA CODE AND STEP NUMBER AND ITS     *
009716*                   INTERMEDIATE RESULT.  HISTORY RECORDS GREW   *
009717*                   FROM 79 TO 83.                               *
009718*  10/15/2026  DPW  ADDED THE LOAN AMORTIZATION OPERATION (AM):  *
009719*                   PRINCIPAL, ANNUAL PERCENTAGE RATE (LITERAL   *
009720*                   OR FACTOR) AND A TERM IN MONTHLY PAYMENT     *
009721*                   PERIODS GIVE THE LEVEL PAYMENT AS THE        *
009722*                   RESULT.  A BATCH RUN WRITES THE PAYMENT      *
009723*                   SCHEDULE (AMORTSCH), ONE ROW PER PERIOD, THE *
009724*                   LAST PERIOD TAKING UP THE ROUNDING SO THE    *
009725*                   BALANCE ENDS AT ZERO, AND PRINTS IT AS ITS   *
009726*                   OWN SECTION OF THE BATCH RUN REPORT.         *
009727*                   TRANSACTION RECORDS GREW FROM 46 TO 49 FOR   *
009728*                   THE TERM.                                    *
009729*  10/15/2026  DPW  FACTOR TABLE ROWS CARRY AN END DATE, SET     *
009730*                   THROUGH THE NEW FACTMNT MAINTENANCE.  A ROW  *
009731*                   WHOSE END DATE IS BEFORE THE RUN DATE NO     *
009732*                   LONGER SUPPLIES A VALUE, SO A LOOKUP OF AN   *
009733*                   END-DATED CODE FAILS LIKE AN UNKNOWN ONE.    *
009734*                   FACTOR RECORDS GREW FROM 45 TO 53.           *
009735*  10/15/2026  DPW  THE GL EXTRACT CHECKS EACH POSTING AGAINST   *
009736*                   THE ACCOUNTING PERIOD CALENDAR (PERIODS)     *
009737*                   MAINTAINED BY THE NEW PERMNT.  A POSTING     *
009738*                   DATED IN A CLOSED PERIOD IS RE-DATED TO THE  *
009739*                   START OF THE FIRST OPEN PERIOD AFTER IT AND  *
009740*                   FLAGGED AS A PRIOR-PERIOD ITEM WITH ITS      *
009741*                   ORIGINAL DATE.  GL DETAIL RECORDS GREW FROM  *
009742*                   43 TO 52.                                    *
009743*  10/15/2026  DPW  EACH HISTORY ROW NOW CARRIES THE RUN ID FROM *
009744*                   THE RUN-CONTROL LOG, AND A RUN IN I, B OR R  *
009745*                   MODE CLOSES ITS ROWS WITH A SEAL RECORD      *
009746*                   GIVING THE ROW COUNT, THE RESULT HASH TOTAL  *
009747*                   AND THE RECORDS PROCESSED, SO CALCVRFY CAN   *
009748*                   PROVE THE FILE COMPLETE.  HISTORY INQUIRY    *
009749*                   PASSES OVER THE SEALS.  HISTORY RECORDS GREW *
009750*                   FROM 83 TO 99.                               *
009751*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  A BATCH RUN GIVEN A  *
009752*                   STREAM CARD (1-4) IS THAT STREAM STEP OF THE *
009753*                   NIGHT AND RUNS ONLY AFTER CALCSPLT HAS       *
009754*                   COMPLETED FOR THE BUSINESS DATE (RUNDATE, OR *
009755*                   CYCLDATE); ITS GL EXTRACT IS LEFT TO THE     *
009756*                   GLEXTR STEP.  A BATCH RUN GIVEN GLONLY Y IS  *
009757*                   THE GLEXTR STEP: IT RUNS ONLY AFTER CALCBAL  *
009758*                   HAS COMPLETED AND DOES NOTHING BUT THE GL    *
009759*                   EXTRACT OF THE MERGED RESULT FILE.  EITHER   *
009760*                   STEP RUNS ONCE PER DATE UNLESS AN OVERRIDE   *
009761*                   CARD GIVES WHO AND WHY, AND IS MARKED        *
009762*                   STARTED, THEN COMPLETED OR FAILED WITH ITS   *
009763*                   COUNTS, ON CYCLECTL.  A BATCH RUN WITH       *
009764*                   NEITHER CARD IS OUTSIDE THE CYCLE AND RUNS   *
009765*                   AS BEFORE.                                   *
009766*  10/15/2026  DPW  SUMMARIZED GL JOURNAL.  A GLSUMM Y CARD ON A *
009767*                   BATCH RUN POSTS ONE GLPOST LINE PER ACCOUNT, *
009768*                   DEBIT/CREDIT SIDE AND POSTING DAY INSTEAD OF *
009769*                   ONE PER RESULT.  SUMMARY LINES ARE NUMBERED  *
009770*                   FROM 90000001 IN THE SOURCE RECORD POSITION, *
009771*                   AND THE NEW GLDRILL FILE LINKS EVERY SOURCE  *
009772*                   ITEM, AS THE DETAIL IT WOULD HAVE POSTED, TO *
009773*                   ITS SUMMARY LINE.  THE HEADER MARKS THE      *
009774*                   JOURNAL SUMMARIZED AND THE TRAILER ADDS THE  *
009775*                   SOURCE ITEM COUNT TO ITS LINE COUNT AND      *
009776*                   HASH; GLDRILL HAS ITS OWN COUNT AND HASH     *
009777*                   TRAILER.                                     *
009778*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
009779*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
009780*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
009781*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
009782*  10/15/2026  DPW  THE GL EXTRACT CAN BE RERUN FOR A DATE.  AN  *
009783*                   ITEM ALREADY QUEUED FOR APPROVAL UNDER THE   *
009784*                   RUN DATE IS NOT QUEUED AGAIN, AND RELEASED   *
009785*                   ITEMS ARE STAMPED WITH THE EXTRACT DATE AS   *
009786*                   THEY POST INSTEAD OF BEING EMPTIED FROM      *
009787*                   GLRELS.  WITHOUT THE OPERATOR MASTER THE     *
009788*                   EXTRACT IS REFUSED WITH RETURN CODE 8.  A    *
009789*                   SUMMARY LINE THAT WOULD OVERFLOW POSTS THE   *
009790*                   ITEM UNSUMMARIZED.                           *
009791*  10/15/2026  DPW  THE AMORTIZATION PERIOD COUNTER HOLDS FOUR   *
009792*                   DIGITS SO A SCHEDULE OF 999 PERIODS ENDS,    *
009793*                   AND A FORMULA MAY NOT BE CODED AM, THE       *
009794*                   AMORTIZATION OPERATION CODE.                 *
009795*  10/15/2026  DPW  ON A SUMMARIZED JOURNAL, RELEASED APPROVAL   *
009796*                   ITEMS POST AS THEIR OWN DETAILS, SO A LINE   *
009797*                   FOR AN EARLIER DATE CANNOT REPEAT THE LINE   *
009798*                   NUMBER OF THAT NIGHT'S JOURNAL.              *
009799******************************************************************
009800 ENVIRONMENT DIVISION.
009900 INPUT-OUTPUT SECTION.
010000 FILE-CONTROL.
014000     SELECT GLPOST-FILE ASSIGN TO GLPOST
014100         FILE STATUS IS WS-GLPOST-STATUS.
014200
014207     SELECT GLDRILL-FILE ASSIGN TO GLDRILL
014215         FILE STATUS IS WS-GLDRILL-STATUS.
014223
014230     SELECT GLPEND-FILE ASSIGN TO GLPEND
014238         FILE STATUS IS WS-GLPEND-STATUS.
014246
014253     SELECT GLRELS-FILE ASSIGN TO GLRELS
014261         FILE STATUS IS WS-GLRELS-STATUS.
014269
014276     SELECT PERIOD-FILE ASSIGN TO PERIODS
014284         FILE STATUS IS WS-PERIOD-STATUS.
014292
014300     SELECT FACTOR-FILE ASSIGN TO FACTORS
014400         ORGANIZATION IS INDEXED
014500         ACCESS MODE IS DYNAMIC
014600         RECORD KEY IS FA-KEY
014700         FILE STATUS IS WS-FACTOR-STATUS.
014710
014720     SELECT FORMULA-FILE ASSIGN TO FORMULAS
014730         FILE STATUS IS WS-FORMULA-STATUS.
014740
014750     SELECT AMORT-FILE ASSIGN TO AMORTSCH
014760         FILE STATUS IS WS-AMORT-STATUS.
014770
014780     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
014790         FILE STATUS IS WS-CYCLE-STATUS.
014800
014900 DATA DIVISION.
015000 FILE SECTION.
015080 01  PM-RECORD.
015090     05  PM-KEYWORD              PIC X(08).
015091     05  PM-VALUE                PIC X(16).
015092     05  PM-REASON               PIC X(56).
015093
015100*----------------------------------------------------------------
015200* BATCH TRANSACTION INPUT - ONE CALCULATION REQUEST PER RECORD.
015210* THE TERM IS THE NUMBER OF PAYMENT PERIODS OF AN AMORTIZATION
015220* (AM) REQUEST; OTHER OPERATIONS CARRY ZERO.
015300*----------------------------------------------------------------
015400 FD  TRANS-FILE
015500     RECORD CONTAINS 49 CHARACTERS.
015600 01  TR-RECORD.
015700     05  TR-RECORD-NUMBER        PIC 9(08).
015800     05  TR-OPERATOR-ID          PIC X(08).
015900     05  TR-NUM1                 PIC S9(10)V99
016000         SIGN IS TRAILING SEPARATE CHARACTER.
016100     05  TR-OPERATION            PIC X(02).
016150     05  TR-FORMULA-CODE REDEFINES TR-OPERATION
016160                                 PIC X(02).
016200     05  TR-NUM2                 PIC S9(10)V99
016300         SIGN IS TRAILING SEPARATE CHARACTER.
016400     05  TR-NUM2-FIELDS REDEFINES TR-NUM2.
016700     05  TR-RECORD-TYPE          PIC X(01).
016800         88  TR-TYPE-STANDALONE  VALUE SPACE.
016900         88  TR-TYPE-CONTINUATION VALUE 'C'.
016950         88  TR-TYPE-TEMPLATE    VALUE 'T'.
017000     05  TR-NUM2-FORM            PIC X(01).
017100         88  TR-NUM2-LITERAL     VALUE SPACE.
017200         88  TR-NUM2-FACTOR      VALUE 'F'.
017250     05  TR-TERM                 PIC 9(03).
017300
017400*----------------------------------------------------------------
017500* BATCH RESULT OUTPUT - ECHOES THE REQUEST PLUS THE RESULT
019800         88  RO-CHAIN-FINAL      VALUE 'F'.
019900
020000*----------------------------------------------------------------
020100* CALCULATION HISTORY / AUDIT FILE - APPENDED TO EVERY RUN.
020110* EVERY ROW CARRIES THE RUN ID OF THE RUN THAT WROTE IT, AND AN
020120* I, B OR R RUN ENDS WITH A SEAL RECORD ('*SEAL*' WHERE THE
020130* OPERATOR ID GOES) HOLDING THE COUNT AND RESULT HASH TOTAL OF
020140* THE ROWS CARRYING ITS RUN ID AND THE RECORDS PROCESSED IT
020150* LOGGED.  THE HASH IS THE SUM OF THE RESULTS IGNORING SIGN.
020200*----------------------------------------------------------------
020300 FD  HISTORY-FILE
020400     RECORD CONTAINS 99 CHARACTERS.
020500 01  HS-RECORD.
020600     05  HS-DATE                 PIC 9(08).
020700     05  HS-TIME                 PIC 9(08).
020800     05  HS-OPERATOR-ID          PIC X(08).
020810         88  HS-SEAL-RECORD      VALUE '*SEAL*'.
020900     05  HS-NUM1                 PIC S9(10)V99
021000         SIGN IS TRAILING SEPARATE CHARACTER.
021100     05  HS-OPERATION            PIC X(02).
021400     05  HS-RESULT               PIC S9(12)V99
021500         SIGN IS TRAILING SEPARATE CHARACTER.
021600     05  HS-FACTOR-CODE          PIC X(04).
021601     05  HS-FACTOR-DATE          PIC 9(08).
021602     05  HS-FORMULA-CODE         PIC X(02).
021603     05  HS-FORMULA-STEP         PIC 9(02).
021604     05  HS-RUN-ID               PIC X(16).
021605
021606 01  HZ-RECORD.
021607     05  HZ-DATE                 PIC 9(08).
021608     05  HZ-TIME                 PIC 9(08).
021609     05  HZ-SEAL-TAG             PIC X(08).
021610     05  HZ-ROW-COUNT            PIC 9(08).
021611     05  HZ-RECORDS-PROCESSED    PIC 9(08).
021612     05  HZ-RESULT-HASH          PIC 9(15)V99.
021613     05  HZ-RUN-MODE             PIC X(01).
021614     05  FILLER                  PIC X(25).
021615     05  HZ-RUN-ID               PIC X(16).
021620
021630*----------------------------------------------------------------
021640* ARCHIVED HISTORY - THE GENERATIONS COVERING AN INQUIRY'S
021650* DATE RANGE, CONCATENATED UNDER ONE FILE BY THE JOB.  SAME
021660* LAYOUT AS THE LIVE HISTORY FILE.
021661*----------------------------------------------------------------
021662 FD  ARCHIVE-FILE
021663     RECORD CONTAINS 99 CHARACTERS.
021664 01  AH-RECORD.
021666     05  AH-DATE                 PIC 9(08).
021667     05  AH-TIME                 PIC 9(08).
021668     05  AH-OPERATOR-ID          PIC X(08).
021669         88  AH-SEAL-RECORD      VALUE '*SEAL*'.
021671     05  AH-NUM1                 PIC S9(10)V99
021672         SIGN IS TRAILING SEPARATE CHARACTER.
021673     05  AH-OPERATION            PIC X(02).
021674     05  AH-NUM2                 PIC S9(10)V99
021676         SIGN IS TRAILING SEPARATE CHARACTER.
021677     05  AH-RESULT               PIC S9(12)V99
021678         SIGN IS TRAILING SEPARATE CHARACTER.
021679     05  AH-FACTOR-CODE          PIC X(04).
021681     05  AH-FACTOR-DATE          PIC 9(08).
021682     05  AH-FORMULA-CODE         PIC X(02).
021683     05  AH-FORMULA-STEP         PIC 9(02).
021684     05  AH-RUN-ID               PIC X(16).
021686
021687*----------------------------------------------------------------
021688* ARCHIVE GENERATION CATALOG - WRITTEN BY THE PURGE, ONE
028300* OPERATOR SECURITY MASTER - WHO MAY SIGN ON, IN WHICH RUN
028400* MODES, AND WITH WHICH OPERATION CODES.  OPERATION CODES ARE
028500* HELD CANONICAL: X FOR MULTIPLY, / FOR DIVIDE, SQ UPPER-CASE.
028510* A RESULT LARGER THAN THE OPERATOR'S APPROVAL LIMIT WAITS FOR
028520* A SUPERVISOR BEFORE IT REACHES THE LEDGER; A ZERO LIMIT
028530* MEANS NO LIMIT IS SET FOR THE OPERATOR.
028600*----------------------------------------------------------------
028700 FD  OPERMAST-FILE
028800     RECORD CONTAINS 63 CHARACTERS.
028900 01  OM-RECORD.
029000     05  OM-OPERATOR-ID          PIC X(08).
029100     05  OM-STATUS               PIC X(01).
029530     05  OM-FAIL-COUNT           PIC 9(01).
029540     05  OM-FORCE-CHANGE         PIC X(01).
029550         88  OM-MUST-CHANGE      VALUE 'Y'.
029560     05  OM-APPROVAL-LIMIT       PIC 9(12)V99.
029570     05  OM-SUPERVISOR           PIC X(01).
029580         88  OM-IS-SUPERVISOR    VALUE 'Y'.
029600
029700*----------------------------------------------------------------
029800* OPERATOR SECURITY AUDIT - REFUSED SIGN-ONS, EVERY CHANGE
029900* MADE TO THE MASTER THROUGH MAINTENANCE MODE, AND EVERY
029910* RELEASE OR DECLINE OF A PENDING GL ITEM BY A SUPERVISOR.
029920* FOR A RELEASE OR DECLINE THE OPERATIONS AND LIMIT FIELDS
029930* CARRY THE ITEM'S POSTING DATE, SOURCE RECORD AND AMOUNT.
030000*----------------------------------------------------------------
030100 FD  OPAUDIT-FILE
030200     RECORD CONTAINS 70 CHARACTERS.
030300 01  OA-RECORD.
030400     05  OA-DATE                 PIC 9(08).
030500     05  OA-TIME                 PIC 9(08).
031000         88  OA-ACTION-CHANGE    VALUE 'C'.
031010         88  OA-ACTION-RESET     VALUE 'R'.
031100         88  OA-ACTION-REFUSED   VALUE 'X'.
031110         88  OA-ACTION-RELEASED  VALUE 'P'.
031120         88  OA-ACTION-DECLINED  VALUE 'D'.
031200     05  OA-TARGET-OPERATOR      PIC X(08).
031300     05  OA-NEW-STATUS           PIC X(01).
031400     05  OA-NEW-MODES            PIC X(05).
031500     05  OA-NEW-OPERATIONS       PIC X(16).
031510     05  OA-ITEM-KEY REDEFINES OA-NEW-OPERATIONS.
031520         10  OA-ITEM-DATE        PIC 9(08).
031530         10  OA-ITEM-SOURCE      PIC 9(08).
031540     05  OA-NEW-LIMIT            PIC 9(12)V99.
031550     05  OA-ITEM-AMOUNT REDEFINES OA-NEW-LIMIT
031560                                 PIC 9(12)V99.
031570     05  OA-NEW-SUPERVISOR       PIC X(01).
031600
031700*----------------------------------------------------------------
031800* ACCOUNT CROSS-REFERENCE - MAPS OPERATOR AND OPERATION TO THE
032900*----------------------------------------------------------------
033000* GL POSTING INTERFACE - HEADER, ONE DETAIL PER SUCCESSFUL
033100* RESULT, AND A TRAILER WITH COUNT AND HASH TOTAL FOR BALANCING
033110* A DETAIL RE-DATED OUT OF A CLOSED PERIOD CARRIES A P FLAG AND
033120* THE DATE IT WOULD HAVE POSTED UNDER.
033200*----------------------------------------------------------------
033300 FD  GLPOST-FILE
033400     RECORD CONTAINS 52 CHARACTERS.
033500 01  GL-RECORD                   PIC X(52).
033502
033504*----------------------------------------------------------------
033506* PENDING-APPROVAL QUEUE - A RESULT OVER ITS OPERATOR'S LIMIT
033508* IS APPENDED HERE, AS THE GL DETAIL IT WOULD HAVE BEEN, INSTEAD
033510* OF GOING TO GLPOST.  CALCAPRV WORKS THE QUEUE.  THE IMAGE STOPS
033511* SHORT OF THE PRIOR-PERIOD FIELDS, WHICH ARE SET AS IT POSTS.
033512*----------------------------------------------------------------
033514 FD  GLPEND-FILE
033516     RECORD CONTAINS 100 CHARACTERS.
033518 01  AP-RECORD.
033520     05  AP-DETAIL-IMAGE         PIC X(43).
033521     05  AP-IMAGE-KEY REDEFINES AP-DETAIL-IMAGE.
033522         10  FILLER              PIC X(35).
033523         10  AP-SOURCE-RECORD    PIC 9(08).
033524     05  AP-OPERATOR-ID          PIC X(08).
033525     05  AP-OPERATION            PIC X(02).
033526     05  AP-LIMIT                PIC 9(12)V99.
033528     05  AP-QUEUED-DATE          PIC 9(08).
033530     05  AP-STATUS               PIC X(01).
033532         88  AP-PENDING          VALUE 'P'.
033534         88  AP-RELEASED         VALUE 'R'.
033536         88  AP-DECLINED         VALUE 'D'.
033538     05  AP-DECIDED-BY           PIC X(08).
033540     05  AP-DECIDED-DATE         PIC 9(08).
033542     05  AP-DECIDED-TIME         PIC 9(08).
033544
033546*----------------------------------------------------------------
033548* RELEASED ITEMS - WRITTEN BY CALCAPRV IN THE PENDING LAYOUT,
033550* FOLLOWED BY THE DATE OF THE EXTRACT THAT POSTED THE ITEM
033552* (ZERO UNTIL POSTED).  THE EXTRACT POSTS AN ITEM UNDER ITS
033553* ORIGINAL POSTING DATE AND STAMPS IT; A RERUN FOR THE SAME
033554* DATE POSTS IT AGAIN, A LATER EXTRACT PASSES IT BY.  CALCAPRV
033555* DROPS ITEMS POSTED BEFORE THE LATEST EXTRACT.
033556*----------------------------------------------------------------
033557 FD  GLRELS-FILE
033558     RECORD CONTAINS 108 CHARACTERS.
033559 01  GR-RECORD.
033560     05  GR-DETAIL-IMAGE         PIC X(43).
033561     05  GR-IMAGE-KEY REDEFINES GR-DETAIL-IMAGE.
033562         10  FILLER              PIC X(35).
033563         10  GR-SOURCE-RECORD    PIC 9(08).
033564     05  FILLER                  PIC X(24).
033565     05  GR-QUEUED-DATE          PIC 9(08).
033566     05  GR-STATUS               PIC X(01).
033568         88  GR-RELEASED         VALUE 'R'.
033570     05  FILLER                  PIC X(24).
033571     05  GR-POSTED-DATE          PIC 9(08).
033572
033573*----------------------------------------------------------------
033574* GL DRILL-DOWN - WRITTEN WITH A SUMMARIZED JOURNAL.  ONE RECORD
033575* PER SOURCE ITEM, CARRYING THE SUMMARY LINE IT WENT INTO, THE GL
033576* DETAIL IT WOULD HAVE POSTED AS, AND ITS OPERATOR AND OPERATION,
033577* BETWEEN A HEADER AND A COUNT/HASH TRAILER.  GLACKPST WORKS A
033578* SUMMARY LINE'S ACKNOWLEDGMENT DOWN TO ITS ITEMS FROM THIS FILE.
033579*----------------------------------------------------------------
033580 FD  GLDRILL-FILE
033581     RECORD CONTAINS 80 CHARACTERS.
033582 01  GD-RECORD                   PIC X(80).
033583
033584*----------------------------------------------------------------
033585* ACCOUNTING PERIOD CALENDAR - MAINTAINED BY PERMNT, ONE RECORD
033586* PER PERIOD IN PERIOD ORDER, EACH STARTING THE DAY AFTER THE
033587* ONE BEFORE IT ENDS.  ONLY THE DATES AND STATUS MATTER HERE.
033588*----------------------------------------------------------------
033589 FD  PERIOD-FILE
033590     RECORD CONTAINS 48 CHARACTERS.
033591 01  PD-RECORD.
033592     05  PD-PERIOD-ID            PIC 9(06).
033593     05  PD-START-DATE           PIC 9(08).
033594     05  PD-END-DATE             PIC 9(08).
033596     05  PD-STATUS               PIC X(01).
033598     05  FILLER                  PIC X(25).
033600
033700*----------------------------------------------------------------
033800* NAMED-FACTOR TABLE - RATES AND CONSTANTS KEYED BY FACTOR CODE,
033900* LOADED BY THE FACTLOAD PROGRAM AND MAINTAINED UNDER TWO-PERSON
033910* CONTROL BY FACTMNT.  A ZERO END DATE MEANS THE ROW STAYS IN
033920* EFFECT UNTIL A LATER-DATED ROW FOR THE CODE TAKES OVER.
034000*----------------------------------------------------------------
034100 FD  FACTOR-FILE
034200     RECORD CONTAINS 53 CHARACTERS.
034300 01  FA-RECORD.
034400     05  FA-KEY.
034410         10  FA-CODE             PIC X(04).
034500     05  FA-VALUE                PIC S9(10)V99
034600         SIGN IS TRAILING SEPARATE CHARACTER.
034700     05  FA-DESCRIPTION          PIC X(20).
034701     05  FA-END-DATE             PIC 9(08).
034702
034704*----------------------------------------------------------------
034705* FORMULA MASTER - ONE RECORD PER STEP, IN FORMULA CODE AND
034706* STEP ORDER, STEPS NUMBERED FROM 01.  AN OPERAND IS AN INPUT
034708* SLOT OF THE TEMPLATE RECORD (I, SLOT 01 = NUM1, 02 = NUM2),
034709* A LITERAL (L), THE RESULT OF AN EARLIER STEP (S, BY STEP
034710* NUMBER), OR - SECOND OPERAND ONLY - A FACTOR CODE (F).  A
034712* BLANK SECOND-OPERAND FORM MEANS THE OPERATION TAKES ONE
034713* OPERAND (SQ).
034714*----------------------------------------------------------------
034716 FD  FORMULA-FILE
034717     RECORD CONTAINS 54 CHARACTERS.
034718 01  FM-RECORD.
034720     05  FM-FORMULA-CODE         PIC X(02).
034721     05  FM-STEP-NUMBER          PIC 9(02).
034722     05  FM-OPERATION            PIC X(02).
034724     05  FM-OPND1-FORM           PIC X(01).
034725     05  FM-OPND1-VALUE          PIC S9(10)V99
034727         SIGN IS TRAILING SEPARATE CHARACTER.
034728     05  FM-OPND2-FORM           PIC X(01).
034729     05  FM-OPND2-VALUE          PIC S9(10)V99
034731         SIGN IS TRAILING SEPARATE CHARACTER.
034732     05  FM-DESCRIPTION          PIC X(20).
034733
034735*----------------------------------------------------------------
034736* AMORTIZATION SCHEDULE - ONE ROW PER PAYMENT PERIOD OF EACH AM
034737* RESULT, IN PERIOD ORDER.  THE LAST PERIOD'S PRINCIPAL IS THE
034739* BALANCE LEFT, SO EVERY SCHEDULE ENDS AT A ZERO BALANCE.
034740*----------------------------------------------------------------
034741 FD  AMORT-FILE
034743     RECORD CONTAINS 79 CHARACTERS.
034744 01  AS-RECORD.
034745     05  AS-RECORD-NUMBER        PIC 9(08).
034747     05  AS-OPERATOR-ID          PIC X(08).
034748     05  AS-PAYMENT-NUMBER       PIC 9(03).
034750     05  AS-PAYMENT              PIC S9(12)V99
034751         SIGN IS TRAILING SEPARATE CHARACTER.
034752     05  AS-INTEREST             PIC S9(12)V99
034754         SIGN IS TRAILING SEPARATE CHARACTER.
034755     05  AS-PRINCIPAL            PIC S9(12)V99
034756         SIGN IS TRAILING SEPARATE CHARACTER.
034758     05  AS-BALANCE              PIC S9(12)V99
034759         SIGN IS TRAILING SEPARATE CHARACTER.
034760
034762*----------------------------------------------------------------
034763* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
034764* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
034766* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
034767* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
034768*----------------------------------------------------------------
034770 FD  CYCLE-FILE
034771     RECORD CONTAINS 100 CHARACTERS.
034772 01  CC-RECORD.
034774     05  CC-BUS-DATE             PIC 9(08).
034775     05  CC-STEP-ID              PIC X(08).
034777     05  CC-EVENT                PIC X(01).
034778         88  CC-EVENT-STARTED    VALUE 'S'.
034779         88  CC-EVENT-COMPLETED  VALUE 'C'.
034781         88  CC-EVENT-FAILED     VALUE 'F'.
034782         88  CC-EVENT-REFUSED    VALUE 'R'.
034783         88  CC-EVENT-OVERRIDE   VALUE 'O'.
034785         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
034786     05  CC-CONDITION            PIC X(01).
034787         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
034789         88  CC-ALREADY-COMPLETE VALUE 'D'.
034790     05  CC-EVENT-DATE           PIC 9(08).
034791     05  CC-EVENT-TIME           PIC 9(08).
034793     05  CC-OPERATOR-ID          PIC X(08).
034794     05  CC-COUNT-1              PIC 9(08).
034795     05  CC-COUNT-2              PIC 9(08).
034797     05  CC-COUNT-3              PIC 9(08).
034798     05  CC-TEXT                 PIC X(34).
034800
034900 WORKING-STORAGE SECTION.
035000*----------------------------------------------------------------
035900 01  WS-FACTOR-STATUS            PIC X(02).
036000 01  WS-XREF-STATUS              PIC X(02).
036100 01  WS-GLPOST-STATUS            PIC X(02).
036110 01  WS-GLPEND-STATUS            PIC X(02).
036120 01  WS-GLRELS-STATUS            PIC X(02).
036125 01  WS-GLDRILL-STATUS           PIC X(02).
036130 01  WS-FORMULA-STATUS           PIC X(02).
036140 01  WS-AMORT-STATUS             PIC X(02).
036150 01  WS-PERIOD-STATUS            PIC X(02).
036200 01  WS-OPERMAST-STATUS          PIC X(02).
036300 01  WS-OPAUDIT-STATUS           PIC X(02).
036400 01  WS-BATCHRPT-STATUS          PIC X(02).
042400 01  RL-CURRENT-RUN-ID           PIC X(16)  VALUE SPACES.
042500 77  RL-PROCESSED-COUNT          PIC 9(08)  COMP  VALUE ZERO.
042600
042602*----------------------------------------------------------------
042604* HISTORY SEAL TOTALS - THE ROWS THIS RUN WROTE TO HISTORY AND
042606* THE SUM OF THEIR RESULTS IGNORING SIGN, AS THE GL HASH IS.
042608*----------------------------------------------------------------
042610 77  SL-ROW-COUNT                PIC 9(08)  COMP  VALUE ZERO.
042612 01  SL-RESULT-HASH              PIC 9(15)V99     VALUE ZERO.
042614
042616*----------------------------------------------------------------
042618* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
042620* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
042622* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
042624*----------------------------------------------------------------
042626 01  WS-CYCLE-STATUS             PIC X(02).
042628 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
042630     88  WS-CYCLE-EOF            VALUE 'Y'.
042632 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
042634     88  WS-CYCLE-REFUSED        VALUE 'Y'.
042636 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
042638     88  WS-CYCLE-STARTED        VALUE 'Y'.
042640 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
042642 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
042644 01  CY-STEP-ID                  PIC X(08)  VALUE SPACES.
042646 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE SPACES.
042648 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
042651     88  CY-STEP-COMPLETE        VALUE 'C'.
042653 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
042655     88  CY-PRIOR-COMPLETE       VALUE 'C'.
042657 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
042659 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
042661 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
042663 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
042665 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
042667 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
042669 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
042671 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
042673 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
042675 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
042677 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
042679 01  CY-PARM-STREAM              PIC X(01)  VALUE SPACE.
042681 01  CY-PARM-GLONLY              PIC X(01)  VALUE SPACE.
042683     88  CY-GL-ONLY              VALUE 'Y'.
042685 01  CY-STEP-OK-SW               PIC X(01)  VALUE 'N'.
042687     88  CY-STEP-OK              VALUE 'Y'.
042689 01  WS-BATCH-DONE-SW            PIC X(01)  VALUE 'N'.
042691     88  WS-BATCH-DONE           VALUE 'Y'.
042693 01  WS-GL-EXTRACTED-SW          PIC X(01)  VALUE 'N'.
042695     88  WS-GL-EXTRACTED         VALUE 'Y'.
042697
042700 01  WS-CHECKPOINT-COUNTER       PIC 9(05)  COMP  VALUE ZERO.
042800 01  WS-CHECKPOINT-INTERVAL      PIC 9(05)  COMP  VALUE 100.
042900
044300
044400 01  CH-PRIOR-RESULT             PIC S9(12)V99  VALUE ZERO.
044500 01  CH-HOLD-RECORD-NUMBER       PIC 9(08)      VALUE ZERO.
044510
044520*----------------------------------------------------------------
044521* FORMULA MASTER TABLE - LOADED AT THE START OF A BATCH RUN.
044522* A FORMULA WITH ANY BAD STEP IS DROPPED WHOLE AT LOAD, SO A
044523* TEMPLATE NAMING IT FAILS RATHER THAN RUNNING PART OF IT.
044524* EACH STEP'S OPERANDS AND RESULT ARE HELD UNTIL THE LAST STEP
044525* SUCCEEDS; ONLY THEN ARE THE STEPS WRITTEN TO HISTORY.
044526*----------------------------------------------------------------
044527 01  WS-FORMULA-EOF-SW           PIC X(01)  VALUE 'N'.
044528     88  WS-FORMULA-EOF          VALUE 'Y'.
044529
044530 01  FX-LOAD-BAD-SW              PIC X(01)  VALUE 'N'.
044531     88  FX-LOAD-BAD             VALUE 'Y'.
044532
044533 01  FX-STEP-OK-SW               PIC X(01)  VALUE 'Y'.
044534     88  FX-STEP-OK              VALUE 'Y'.
044535
044536 01  FX-FOUND-SW                 PIC X(01)  VALUE 'N'.
044537     88  FX-FOUND                VALUE 'Y'.
044538
044539 01  FX-DONE-SW                  PIC X(01)  VALUE 'N'.
044540     88  FX-DONE                 VALUE 'Y'.
044541
044542 01  FX-TABLE.
044543     05  FX-MAX                  PIC 9(04)  COMP  VALUE 300.
044544     05  FX-COUNT                PIC 9(04)  COMP  VALUE ZERO.
044545     05  FX-ENTRY                OCCURS 300 TIMES
044546                                 PIC X(54).
044547
044548 01  FX-STEP.
044549     05  FX-STEP-CODE            PIC X(02).
044550     05  FX-STEP-NUMBER          PIC 9(02).
044551     05  FX-STEP-OPERATION       PIC X(02).
044552     05  FX-OPND1-FORM           PIC X(01).
044553         88  FX-OPND1-INPUT      VALUE 'I'.
044554         88  FX-OPND1-LITERAL    VALUE 'L'.
044555         88  FX-OPND1-STEP       VALUE 'S'.
044556     05  FX-OPND1-VALUE          PIC S9(10)V99
044557         SIGN IS TRAILING SEPARATE CHARACTER.
044558     05  FX-OPND1-REF REDEFINES FX-OPND1-VALUE.
044559         10  FX-OPND1-NUMBER     PIC 9(02).
044560         10  FILLER              PIC X(11).
044561     05  FX-OPND2-FORM           PIC X(01).
044562         88  FX-OPND2-UNUSED     VALUE SPACE.
044563         88  FX-OPND2-INPUT      VALUE 'I'.
044564         88  FX-OPND2-LITERAL    VALUE 'L'.
044565         88  FX-OPND2-STEP       VALUE 'S'.
044566         88  FX-OPND2-FACTOR     VALUE 'F'.
044567     05  FX-OPND2-VALUE          PIC S9(10)V99
044568         SIGN IS TRAILING SEPARATE CHARACTER.
044569     05  FX-OPND2-REF REDEFINES FX-OPND2-VALUE.
044570         10  FX-OPND2-NUMBER     PIC 9(02).
044571         10  FILLER              PIC X(11).
044572     05  FX-OPND2-FACTOR-FIELDS REDEFINES FX-OPND2-VALUE.
044573         10  FX-OPND2-FACTOR-CODE
044574                                 PIC X(04).
044575         10  FILLER              PIC X(09).
044576     05  FX-STEP-DESCRIPTION     PIC X(20).
044577
044578 01  FX-LOAD-CODE                PIC X(02)  VALUE LOW-VALUES.
044579 01  FX-LOAD-PRIOR-STEP          PIC 9(02)  VALUE ZERO.
044580 77  FX-LOAD-START               PIC 9(04)  COMP  VALUE ZERO.
044581 77  FX-DROPPED-COUNT            PIC 9(04)  COMP  VALUE ZERO.
044582 77  FX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
044583 77  FX-STEP-SUB                 PIC 9(02)  COMP  VALUE ZERO.
044584 77  FX-STEP-COUNT               PIC 9(02)  COMP  VALUE ZERO.
044585 77  FX-MAX-STEPS                PIC 9(02)  COMP  VALUE 9.
044586
044587 01  FX-RESULT-TABLE.
044588     05  FX-RES-ENTRY            OCCURS 9 TIMES.
044589         10  FX-RES-NUM1         PIC S9(10)V99.
044590         10  FX-RES-OPERATION    PIC X(02).
044591         10  FX-RES-NUM2         PIC S9(10)V99.
044592         10  FX-RES-RESULT       PIC S9(12)V99.
044593         10  FX-RES-FACTOR-CODE  PIC X(04).
044594         10  FX-RES-FACTOR-DATE  PIC 9(08).
044600
044603*----------------------------------------------------------------
044606* AMORTIZATION WORK AREA.  THE RATE IS AN ANNUAL PERCENTAGE AND
044609* THE TERM IS IN MONTHLY PERIODS, SO THE PERIOD RATE IS THE RATE
044612* OVER 1200.  THE LEVEL PAYMENT IS ROUNDED TO THE CENT AND THE
044615* LAST PERIOD TAKES UP THE ROUNDING.  THE LOAN TOTALS ARE FOR
044618* THE SCHEDULE SECTION OF THE BATCH RUN REPORT.
044621*----------------------------------------------------------------
044624 01  WS-AMORT-OPEN-SW            PIC X(01)  VALUE 'N'.
044627     88  WS-AMORT-IS-OPEN        VALUE 'Y'.
044630
044633 01  WS-AMORT-EOF-SW             PIC X(01)  VALUE 'N'.
044636     88  WS-AMORT-EOF            VALUE 'Y'.
044639
044642 77  AM-PERIODS-PER-YEAR         PIC 9(02)  COMP  VALUE 12.
044645 77  AM-PERIOD                   PIC 9(04)  COMP  VALUE ZERO.
044648 77  AM-SCHEDULE-COUNT           PIC 9(07)  COMP  VALUE ZERO.
044651 01  AM-PERIOD-RATE              PIC 9(01)V9(14)  VALUE ZERO.
044654 01  AM-GROWTH                   PIC 9(06)V9(12)  VALUE ZERO.
044657 01  AM-PAYMENT                  PIC S9(12)V99    VALUE ZERO.
044660 01  AM-INTEREST                 PIC S9(12)V99    VALUE ZERO.
044663 01  AM-PRINCIPAL                PIC S9(12)V99    VALUE ZERO.
044666 01  AM-BALANCE                  PIC S9(12)V99    VALUE ZERO.
044669 01  AM-PRIOR-RECORD-NUMBER      PIC 9(08)  VALUE ZERO.
044672 01  AM-LOAN-PAYMENTS            PIC S9(15)V99    VALUE ZERO.
044675 01  AM-LOAN-INTEREST            PIC S9(15)V99    VALUE ZERO.
044678 01  AM-LOAN-PRINCIPAL           PIC S9(15)V99    VALUE ZERO.
044700*----------------------------------------------------------------
044800* GL POSTING EXTRACT WORK AREA - THE ACCOUNT CROSS-REFERENCE IS
044900* LOADED TO A TABLE AT EXTRACT TIME AND SEARCHED PER RESULT.
047200 77  GL-DETAIL-COUNT             PIC 9(08)  COMP  VALUE ZERO.
047300 77  GL-UNMATCHED-COUNT          PIC 9(08)  COMP  VALUE ZERO.
047400 01  GL-HASH-TOTAL               PIC 9(15)V99     VALUE ZERO.
047410 77  GL-SOURCE-COUNT             PIC 9(08)  COMP  VALUE ZERO.
047413
047416*----------------------------------------------------------------
047419* ITEMS ALREADY QUEUED UNDER THIS RUN DATE, HELD OR RELEASED,
047422* BY AN EARLIER RUN OF THE EXTRACT.  A RERUN DOES NOT QUEUE
047425* THEM A SECOND TIME.
047428*----------------------------------------------------------------
047431 01  WS-GLPEND-EOF-SW            PIC X(01)  VALUE 'N'.
047434     88  WS-GLPEND-EOF           VALUE 'Y'.
047437
047440 01  WS-QUEUED-FOUND-SW          PIC X(01)  VALUE 'N'.
047443     88  WS-QUEUED-FOUND         VALUE 'Y'.
047446
047449 01  GQ-QUEUED-TABLE.
047452     05  GQ-MAX                  PIC 9(04)  COMP  VALUE 2000.
047455     05  GQ-COUNT                PIC 9(04)  COMP  VALUE ZERO.
047458     05  GQ-SOURCE-RECORD        PIC 9(08)  OCCURS 2000 TIMES.
047461
047464 77  GQ-SUB                      PIC 9(04)  COMP  VALUE ZERO.
047467 77  GQ-NEW-SOURCE               PIC 9(08)        VALUE ZERO.
047470 77  GQ-OVERFLOW-COUNT           PIC 9(08)  COMP  VALUE ZERO.
047473 77  GQ-REQUEUE-COUNT            PIC 9(08)  COMP  VALUE ZERO.
047476 77  GL-RELEASE-SKIP-COUNT       PIC 9(08)  COMP  VALUE ZERO.
047500
047600 01  GL-HEADER-LINE.
047700     05  GL-HDR-ID               PIC X(01)  VALUE 'H'.
047800     05  GL-HDR-DATE             PIC 9(08).
047810     05  GL-HDR-JOURNAL          PIC X(01)  VALUE SPACE.
047820         88  GL-HDR-SUMMARIZED   VALUE 'S'.
047830     05  FILLER                  PIC X(42)  VALUE SPACES.
048000
048100 01  GL-DETAIL-LINE.
048200     05  GL-DET-ID               PIC X(01)  VALUE 'D'.
048600         SIGN IS TRAILING SEPARATE CHARACTER.
048700     05  GL-DET-DATE             PIC 9(08).
048800     05  GL-DET-SOURCE-RECORD    PIC 9(08).
048810     05  GL-DET-PRIOR-PERIOD     PIC X(01).
048820         88  GL-DET-IS-PRIOR-PERIOD  VALUE 'P'.
048830     05  GL-DET-ORIGINAL-DATE    PIC 9(08).
048900
049000 01  GL-TRAILER-LINE.
049100     05  GL-TRL-ID               PIC X(01)  VALUE 'T'.
049200     05  GL-TRL-COUNT            PIC 9(08).
049300     05  GL-TRL-HASH-TOTAL       PIC 9(15)V99.
049301     05  GL-TRL-SOURCE-COUNT     PIC 9(08).
049303     05  FILLER                  PIC X(18)  VALUE SPACES.
049305
049307*----------------------------------------------------------------
049309* APPROVAL-LIMIT WORK AREA.  THE LIMIT OF THE LAST OPERATOR
049310* LOOKED UP IS CACHED, AS THE AUTHORITY CHECK DOES.  A RESULT
049312* WHOSE ABSOLUTE AMOUNT EXCEEDS A NON-ZERO LIMIT IS QUEUED FOR
049314* A SUPERVISOR INSTEAD OF POSTED.
049316*----------------------------------------------------------------
049318 01  WS-OVER-LIMIT-SW            PIC X(01)  VALUE 'N'.
049319     88  WS-OVER-LIMIT           VALUE 'Y'.
049321
049323 01  WS-GLPEND-OPEN-SW           PIC X(01)  VALUE 'N'.
049325     88  WS-GLPEND-IS-OPEN       VALUE 'Y'.
049327
049328 01  WS-GLRELS-EOF-SW            PIC X(01)  VALUE 'N'.
049330     88  WS-GLRELS-EOF           VALUE 'Y'.
049332 01  WS-RELEASE-POSTING-SW       PIC X(01)  VALUE 'N'.
049334     88  WS-POSTING-RELEASES     VALUE 'Y'.
049336
049337 01  GL-LIMIT-FOUND-SW           PIC X(01)  VALUE 'N'.
049339     88  GL-LIMIT-FOUND          VALUE 'Y'.
049341 01  GL-LIMIT-OPERATOR           PIC X(08)  VALUE LOW-VALUES.
049343 01  GL-LIMIT-AMOUNT             PIC 9(12)V99     VALUE ZERO.
049345 01  GL-ABS-AMOUNT               PIC 9(12)V99     VALUE ZERO.
049346 77  GL-PENDING-COUNT            PIC 9(08)  COMP  VALUE ZERO.
049348 77  GL-RELEASED-COUNT           PIC 9(08)  COMP  VALUE ZERO.
049350
049352*----------------------------------------------------------------
049354* SUMMARIZED JOURNAL WORK AREA.  ONE ENTRY PER ACCOUNT, SIDE AND
049355* POSTING DAY.  A RE-DATED ITEM ALSO KEYS ON ITS ORIGINAL DATE, SO
049357* EVERY ITEM OF A LINE CARRIES THE SAME DETAIL FIELDS.  A LINE'S
049359* JOURNAL NUMBER IS GS-LINE-BASE PLUS ITS SUBSCRIPT, WELL CLEAR
049361* OF ANY SOURCE RECORD NUMBER.  WITH THE TABLE FULL, AN ITEM FOR
049363* A NEW KEY POSTS AS ITS OWN DETAIL.  A RELEASED ITEM ALWAYS
049364* POSTS AS ITS OWN DETAIL - IT KEEPS ITS QUEUE DATE, AND THE LINE
049366* NUMBERS START AGAIN EACH NIGHT, SO A LINE FOR AN EARLIER DATE
049368* COULD REPEAT A LINE OF THAT NIGHT'S JOURNAL.
049370*----------------------------------------------------------------
049372 01  GL-PARM-SUMMARY             PIC X(01)  VALUE SPACE.
049373     88  GL-SUMMARIZED           VALUE 'Y'.
049375
049377 01  WS-GLDRILL-OPEN-SW          PIC X(01)  VALUE 'N'.
049379     88  WS-GLDRILL-IS-OPEN      VALUE 'Y'.
049381
049382 01  WS-SUMMARY-FOUND-SW         PIC X(01)  VALUE 'N'.
049384     88  WS-SUMMARY-FOUND        VALUE 'Y'.
049386
049388 01  GS-SUMMARY-TABLE.
049390     05  GS-MAX                  PIC 9(04)  COMP  VALUE 500.
049391     05  GS-COUNT                PIC 9(04)  COMP  VALUE ZERO.
049393     05  GS-ENTRY                OCCURS 500 TIMES.
049395         10  GS-ACCOUNT          PIC X(10).
049397         10  GS-DR-CR            PIC X(01).
049399         10  GS-DATE             PIC 9(08).
049400         10  GS-PRIOR-PERIOD     PIC X(01).
049402         10  GS-ORIGINAL-DATE    PIC 9(08).
049404         10  GS-AMOUNT           PIC S9(12)V99.
049406         10  GS-ITEM-COUNT       PIC 9(08)  COMP.
049408
049409 77  GS-SUB                      PIC 9(04)  COMP  VALUE ZERO.
049411 77  GS-LINE-BASE                PIC 9(08)  COMP  VALUE 90000000.
049413 77  GS-OVERFLOW-COUNT           PIC 9(08)  COMP  VALUE ZERO.
049415 01  GS-DRILL-HASH-TOTAL         PIC 9(15)V99     VALUE ZERO.
049417
049418 01  GD-HEADER-LINE.
049420     05  GD-HDR-ID               PIC X(01)  VALUE 'H'.
049422     05  GD-HDR-DATE             PIC 9(08).
049424     05  FILLER                  PIC X(71)  VALUE SPACES.
049426
049427 01  GD-DETAIL-LINE.
049429     05  GD-DET-ID               PIC X(01)  VALUE 'D'.
049431     05  GD-DET-JOURNAL-LINE     PIC 9(08).
049433     05  GD-DET-DETAIL-IMAGE     PIC X(52).
049435     05  GD-DET-OPERATOR-ID      PIC X(08).
049436     05  GD-DET-OPERATION        PIC X(02).
049438     05  FILLER                  PIC X(09)  VALUE SPACES.
049440
049442 01  GD-TRAILER-LINE.
049444     05  GD-TRL-ID               PIC X(01)  VALUE 'T'.
049445     05  GD-TRL-COUNT            PIC 9(08).
049447     05  GD-TRL-HASH-TOTAL       PIC 9(15)V99.
049449     05  GD-TRL-LINE-COUNT       PIC 9(08).
049451     05  FILLER                  PIC X(46)  VALUE SPACES.
049453
049454*----------------------------------------------------------------
049456* ACCOUNTING PERIOD TABLE - LOADED FOR THE GL EXTRACT.  A
049458* POSTING DATED IN A CLOSED PERIOD IS RE-DATED TO THE START OF
049460* THE FIRST OPEN PERIOD AFTER IT.  A DATE THE CALENDAR DOES NOT
049462* COVER, OR NO CALENDAR AT ALL, LEAVES THE POSTING AS IT IS.
049463*----------------------------------------------------------------
049465 01  WS-PERIOD-EOF-SW            PIC X(01)  VALUE 'N'.
049467     88  WS-PERIOD-EOF           VALUE 'Y'.
049469
049471 01  WS-PERIOD-FOUND-SW          PIC X(01)  VALUE 'N'.
049472     88  WS-PERIOD-FOUND         VALUE 'Y'.
049474
049476 01  PX-TABLE.
049478     05  PX-MAX                  PIC 9(04)  COMP  VALUE 600.
049480     05  PX-COUNT                PIC 9(04)  COMP  VALUE ZERO.
049481     05  PX-ENTRY                OCCURS 600 TIMES.
049483         10  PX-PERIOD-ID        PIC 9(06).
049485         10  PX-START-DATE       PIC 9(08).
049487         10  PX-END-DATE         PIC 9(08).
049489         10  PX-STATUS           PIC X(01).
049490             88  PX-OPEN         VALUE 'O'.
049492
049494 77  PX-SUB                      PIC 9(04)  COMP  VALUE ZERO.
049496 77  GL-PRIOR-PERIOD-COUNT       PIC 9(08)  COMP  VALUE ZERO.
049498 77  GL-NO-OPEN-PERIOD-COUNT     PIC 9(08)  COMP  VALUE ZERO.
049500
049600*----------------------------------------------------------------
049700* OPERATOR SECURITY WORK AREA.  THE LAST MASTER RECORD READ IS
060000     05  RP-GRAND-TOTAL          PIC -(14)9.99.
060100     05  FILLER                  PIC X(84) VALUE SPACES.
060200
060202 01  RP-AMORT-COLUMN-HEADING.
060204     05  FILLER                  PIC X(12) VALUE '  PAYMENT # '.
060206     05  FILLER                  PIC X(19) VALUE
060208         '            PAYMENT'.
060210     05  FILLER                  PIC X(19) VALUE
060212         '           INTEREST'.
060214     05  FILLER                  PIC X(19) VALUE
060216         '          PRINCIPAL'.
060218     05  FILLER                  PIC X(19) VALUE
060220         '            BALANCE'.
060222     05  FILLER                  PIC X(44) VALUE SPACES.
060224
060226 01  RP-AMORT-LOAN-LINE.
060228     05  FILLER                  PIC X(11) VALUE '  RECORD # '.
060230     05  RP-AML-RECORD-NUMBER    PIC 9(08).
060232     05  FILLER                  PIC X(11) VALUE '  OPERATOR '.
060234     05  RP-AML-OPERATOR-ID      PIC X(08).
060236     05  FILLER                  PIC X(94) VALUE SPACES.
060238
060240 01  RP-AMORT-DETAIL-LINE.
060242     05  FILLER                  PIC X(06) VALUE SPACES.
060244     05  RP-AMD-PAYMENT-NUMBER   PIC ZZ9.
060246     05  FILLER                  PIC X(03) VALUE SPACES.
060248     05  RP-AMD-PAYMENT          PIC -(15)9.99.
060250     05  RP-AMD-INTEREST         PIC -(15)9.99.
060252     05  RP-AMD-PRINCIPAL        PIC -(15)9.99.
060254     05  RP-AMD-BALANCE          PIC -(15)9.99.
060256     05  FILLER                  PIC X(44) VALUE SPACES.
060258
060260 01  RP-AMORT-TOTAL-LINE.
060262     05  FILLER                  PIC X(12) VALUE '  LOAN TOTAL'.
060264     05  RP-AMT-PAYMENTS         PIC -(15)9.99.
060266     05  RP-AMT-INTEREST         PIC -(15)9.99.
060268     05  RP-AMT-PRINCIPAL        PIC -(15)9.99.
060270     05  FILLER                  PIC X(63) VALUE SPACES.
060300*----------------------------------------------------------------
060400* HISTORY INQUIRY WORK AREA - FILTERS AND FORMATTED OUTPUT
060500*----------------------------------------------------------------
062900 01  MNT-NEW-MODES               PIC X(05).
063000 01  MNT-NEW-OPERATIONS          PIC X(16).
063010 01  MNT-NEW-PASSWORD            PIC X(08).
063020 01  MNT-NEW-LIMIT-RAW           PIC X(16).
063030 01  MNT-LIMIT-WORK              PIC S9(12)V99  VALUE ZERO.
063040 01  MNT-NEW-LIMIT               PIC 9(12)V99   VALUE ZERO.
063050 01  MNT-NEW-SUPERVISOR          PIC X(01).
063100
063200*----------------------------------------------------------------
063300* CALCULATION WORK AREA - SHARED BY ALL THREE RUN MODES
064330     88  CA-FACTOR-FOUND         VALUE 'Y'.
064340 01  CA-FACTOR-BROWSE-SW         PIC X(01)  VALUE 'N'.
064350     88  CA-FACTOR-BROWSE-DONE   VALUE 'Y'.
064360 01  CA-FORMULA-CODE             PIC X(02)  VALUE SPACES.
064370 01  CA-FORMULA-STEP             PIC 9(02)  VALUE ZERO.
064380 01  CA-TERM-RAW                 PIC X(16).
064390 01  CA-TERM                     PIC 9(03)  VALUE ZERO.
064400 01  CA-RESULT                   PIC S9(12)V99.
064500 01  CA-RESULT-EDIT              PIC -(11)9.99.
064600 01  WS-NUMVAL-CHECK             PIC S9(04) COMP.
066100 01  CT-COUNT-MOD                PIC 9(07)  COMP  VALUE ZERO.
066200 01  CT-COUNT-EXP                PIC 9(07)  COMP  VALUE ZERO.
066300 01  CT-COUNT-SQRT               PIC 9(07)  COMP  VALUE ZERO.
066350 01  CT-COUNT-FORMULA            PIC 9(07)  COMP  VALUE ZERO.
066360 01  CT-COUNT-AMORT              PIC 9(07)  COMP  VALUE ZERO.
066400 01  CT-TOTAL-CALCS              PIC 9(07)  COMP  VALUE ZERO.
066500 01  CT-GRAND-TOTAL              PIC S9(15)V99      VALUE ZERO.
066600 01  CT-GRAND-TOTAL-EDIT         PIC -(14)9.99.
074100     END-IF.
074200     PERFORM 1100-OPEN-HISTORY-FILE THRU 1100-EXIT.
074300 1000-EXIT.
074310     EXIT.
074320
074330******************************************************************
074340*     1010 THRU 1030 - RUN PARAMETER CARDS.  KEYWORDS ARE        *
074350*     OPERATOR, RUNMODE, RUNDATE, IQOPER, IQFROM, IQTO AND       *
074360*     GLSUMM, AND FOR THE NIGHTLY CYCLE STREAM, GLONLY,          *
074370*     CYCLDATE AND OVERRIDE.  AN UNKNOWN KEYWORD OR A VALUE      *
074380*     THAT FAILS ITS EDIT REFUSES THE RUN.                       *
074381******************************************************************
074382 1010-READ-PARM-FILE.
074383     OPEN INPUT PARM-FILE.
074384     IF WS-PARM-STATUS NOT = '00'
074385         DISPLAY 'NO PARAMETER FILE - CONSOLE PROMPTS IN EFFECT'
074386         GO TO 1010-EXIT
074387     END-IF.
074388     MOVE 'Y' TO WS-PARM-PRESENT-SW.
074389     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
074390         UNTIL WS-PARM-EOF.
074391     CLOSE PARM-FILE.
074392     PERFORM 1030-EDIT-PARMS THRU 1030-EXIT.
074393 1010-EXIT.
074394     EXIT.
074395
074396 1020-LOAD-ONE-PARM.
074397     READ PARM-FILE
074398         AT END
074399             MOVE 'Y' TO WS-PARM-EOF-SW
074400             GO TO 1020-EXIT
074401     END-READ.
074402     EVALUATE PM-KEYWORD
074403         WHEN 'OPERATOR'
074404             MOVE PM-VALUE TO PRM-OPERATOR
074405         WHEN 'RUNMODE '
074406             MOVE PM-VALUE TO PRM-RUN-MODE
074407         WHEN 'RUNDATE '
074408             MOVE PM-VALUE TO PRM-RUN-DATE
074409         WHEN 'PASSWORD'
074410             MOVE PM-VALUE TO PRM-PASSWORD
074411         WHEN 'NEWPASS '
074412             MOVE PM-VALUE TO PRM-NEWPASS
074413         WHEN 'IQOPER  '
074414             MOVE PM-VALUE TO PRM-IQ-OPERATOR
074415         WHEN 'IQFROM  '
074416             MOVE PM-VALUE TO PRM-IQ-FROM-DATE
074417         WHEN 'IQTO    '
074418             MOVE PM-VALUE TO PRM-IQ-TO-DATE
074419         WHEN 'STREAM  '
074420             MOVE PM-VALUE TO CY-PARM-STREAM
074421         WHEN 'GLONLY  '
074422             MOVE PM-VALUE TO CY-PARM-GLONLY
074423         WHEN 'CYCLDATE'
074424             MOVE PM-VALUE TO CY-PARM-DATE
074425         WHEN 'OVERRIDE'
074426             MOVE PM-VALUE TO CY-OVERRIDE-OPER
074427             MOVE PM-REASON TO CY-OVERRIDE-REASON
074433         WHEN 'GLSUMM  '
074439             MOVE PM-VALUE TO GL-PARM-SUMMARY
074445         WHEN SPACES
074446             CONTINUE
074447         WHEN OTHER
074486             PRM-IQ-TO-DATE
074487         MOVE 'Y' TO WS-PARM-ERROR-SW
074488     END-IF.
074490     IF CY-PARM-STREAM NOT = SPACE
074492             AND (CY-PARM-STREAM < '1' OR CY-PARM-STREAM > '4')
074494         DISPLAY 'BAD PARAMETER - STREAM NOT 1 THRU 4: '
074496             CY-PARM-STREAM
074498         MOVE 'Y' TO WS-PARM-ERROR-SW
074500     END-IF.
074502     IF CY-PARM-GLONLY NOT = SPACE AND NOT CY-GL-ONLY
074504         DISPLAY 'BAD PARAMETER - GLONLY NOT Y: ' CY-PARM-GLONLY
074506         MOVE 'Y' TO WS-PARM-ERROR-SW
074508     END-IF.
074510     IF CY-PARM-STREAM NOT = SPACE AND CY-PARM-GLONLY NOT = SPACE
074512         DISPLAY 'BAD PARAMETER - STREAM AND GLONLY TOGETHER'
074514         MOVE 'Y' TO WS-PARM-ERROR-SW
074516     END-IF.
074518     IF (CY-PARM-STREAM NOT = SPACE OR CY-PARM-GLONLY NOT = SPACE)
074520             AND PRM-RUN-MODE NOT = 'B' AND PRM-RUN-MODE NOT = 'b'
074522         DISPLAY 'BAD PARAMETER - STREAM AND GLONLY ARE FOR '
074524             'RUNMODE B ONLY'
074526         MOVE 'Y' TO WS-PARM-ERROR-SW
074528     END-IF.
074529     IF GL-PARM-SUMMARY NOT = SPACE AND NOT GL-SUMMARIZED
074530         DISPLAY 'BAD PARAMETER - GLSUMM NOT Y: ' GL-PARM-SUMMARY
074531         MOVE 'Y' TO WS-PARM-ERROR-SW
074532     END-IF.
074533     IF GL-PARM-SUMMARY NOT = SPACE
074534             AND PRM-RUN-MODE NOT = 'B' AND PRM-RUN-MODE NOT = 'b'
074535         DISPLAY 'BAD PARAMETER - GLSUMM IS FOR RUNMODE B ONLY'
074536         MOVE 'Y' TO WS-PARM-ERROR-SW
074537     END-IF.
074538 1030-EXIT.
074539     EXIT.
074540
074541*----------------------------------------------------------------
074542* THE RUN DATE DRIVES EFFECTIVE-DATED FACTOR RESOLUTION AND THE
074543* GL EXTRACT DATE.  A RERUN OF AN OLD BATCH IS KEYED WITH THAT
074544* BATCH'S DATE SO IT PICKS UP THE RATES IN FORCE THEN.
074545*----------------------------------------------------------------
074546 1050-SET-RUN-DATE.
074548     IF WS-PARM-PRESENT
074550         IF PRM-RUN-DATE = SPACES
074552             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
074554         ELSE
074556             MOVE PRM-RUN-DATE TO WS-RUN-DATE
074558         END-IF
074560         GO TO 1050-EXIT
074562     END-IF.
074564     DISPLAY 'RUN DATE YYYYMMDD (BLANK FOR TODAY): '.
074566     ACCEPT WS-RUN-DATE-RAW.
074568     IF WS-RUN-DATE-RAW = SPACES
074570         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
074572         GO TO 1050-EXIT
074574     END-IF.
074576     IF WS-RUN-DATE-RAW NOT NUMERIC
074578         DISPLAY 'WARNING - RUN DATE NOT NUMERIC, TODAY '
074580             'ASSUMED: ' WS-RUN-DATE-RAW
074582         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
074584     ELSE
074586         MOVE WS-RUN-DATE-RAW TO WS-RUN-DATE
074588     END-IF.
074590 1050-EXIT.
074592     EXIT.
074594
074600 1100-OPEN-HISTORY-FILE.
074700     OPEN EXTEND HISTORY-FILE.
074800     IF WS-HISTORY-STATUS NOT = '00'
076900         DISPLAY 'WARNING - FACTOR TABLE NOT AVAILABLE, STATUS = '
077000             WS-FACTOR-STATUS
077100     END-IF.
077101 1200-EXIT.
077102     EXIT.
077103
077104*----------------------------------------------------------------
077106* 1250 THRU 1270 - LOAD THE FORMULA MASTER.  THE FILE IS
077107* OPTIONAL: WHEN IT CANNOT BE OPENED ONLY TEMPLATE RECORDS
077108* FAIL.  A FORMULA WITH ANY BAD OR OUT-OF-ORDER STEP IS DROPPED
077109* WHOLE WITH A WARNING.  A FORMULA CODE MAY NOT BE ONE OF THE
077110* OPERATION CODES, SO A RESULT RECORD'S OPERATION FIELD NEVER
077112* LEAVES IT IN DOUBT WHICH KIND OF RESULT IT IS.
077113*----------------------------------------------------------------
077114 1250-LOAD-FORMULA-TABLE.
077115     MOVE ZERO TO FX-COUNT.
077117     MOVE ZERO TO FX-DROPPED-COUNT.
077118     OPEN INPUT FORMULA-FILE.
077119     IF WS-FORMULA-STATUS NOT = '00'
077120         DISPLAY 'WARNING - FORMULA MASTER NOT AVAILABLE, '
077121             'STATUS = ' WS-FORMULA-STATUS
077123         GO TO 1250-EXIT
077124     END-IF.
077125     MOVE 'N' TO WS-FORMULA-EOF-SW.
077126     PERFORM 1260-LOAD-FORMULA-STEP THRU 1260-EXIT
077128         UNTIL WS-FORMULA-EOF.
077129     CLOSE FORMULA-FILE.
077130     DISPLAY 'FORMULA STEPS LOADED: ' FX-COUNT
077131         '  DROPPED: ' FX-DROPPED-COUNT.
077132 1250-EXIT.
077134     EXIT.
077135
077136 1260-LOAD-FORMULA-STEP.
077137     READ FORMULA-FILE
077139         AT END
077140             MOVE 'Y' TO WS-FORMULA-EOF-SW
077141             GO TO 1260-EXIT
077142     END-READ.
077143     IF FM-FORMULA-CODE < FX-LOAD-CODE
077145         DISPLAY 'WARNING - FORMULA MASTER OUT OF SEQUENCE AT '
077146             FM-FORMULA-CODE ' STEP ' FM-STEP-NUMBER ' - IGNORED'
077147         ADD 1 TO FX-DROPPED-COUNT
077148         GO TO 1260-EXIT
077150     END-IF.
077151     IF FM-FORMULA-CODE NOT = FX-LOAD-CODE
077152         MOVE FM-FORMULA-CODE TO FX-LOAD-CODE
077153         MOVE ZERO TO FX-LOAD-PRIOR-STEP
077154         MOVE 'N' TO FX-LOAD-BAD-SW
077156         COMPUTE FX-LOAD-START = FX-COUNT + 1
077157     END-IF.
077158     IF FX-LOAD-BAD
077159         ADD 1 TO FX-DROPPED-COUNT
077160         GO TO 1260-EXIT
077162     END-IF.
077163     MOVE FM-RECORD TO FX-STEP.
077164     PERFORM 1270-EDIT-FORMULA-STEP THRU 1270-EXIT.
077165     IF FX-STEP-OK AND FX-COUNT >= FX-MAX
077167         DISPLAY 'WARNING - FORMULA TABLE FULL AT ' FX-MAX
077168             ' STEPS'
077169         MOVE 'N' TO FX-STEP-OK-SW
077170     END-IF.
077171     IF NOT FX-STEP-OK
077173         DISPLAY 'WARNING - FORMULA ' FX-STEP-CODE ' STEP '
077174             FM-STEP-NUMBER ' IS INVALID - FORMULA DROPPED'
077175         COMPUTE FX-DROPPED-COUNT = FX-DROPPED-COUNT + 1
077176             + FX-COUNT - FX-LOAD-START + 1
077178         COMPUTE FX-COUNT = FX-LOAD-START - 1
077179         MOVE 'Y' TO FX-LOAD-BAD-SW
077180         GO TO 1260-EXIT
077181     END-IF.
077182     ADD 1 TO FX-COUNT.
077184     MOVE FM-RECORD TO FX-ENTRY (FX-COUNT).
077185     MOVE FX-STEP-NUMBER TO FX-LOAD-PRIOR-STEP.
077186 1260-EXIT.
077187     EXIT.
077189
077190 1270-EDIT-FORMULA-STEP.
077191     MOVE 'N' TO FX-STEP-OK-SW.
077192     IF FX-STEP-CODE = SPACES
077193         GO TO 1270-EXIT
077195     END-IF.
077196     MOVE FX-STEP-CODE TO CA-OPERATION.
077197     PERFORM 1280-CHECK-OPERATION-CODE THRU 1280-EXIT.
077198     IF FX-STEP-OK
077200         MOVE 'N' TO FX-STEP-OK-SW
077201         GO TO 1270-EXIT
077202     END-IF.
077203     IF FX-STEP-NUMBER NOT NUMERIC
077204         GO TO 1270-EXIT
077206     END-IF.
077207     IF FX-STEP-NUMBER NOT = FX-LOAD-PRIOR-STEP + 1
077208         OR FX-STEP-NUMBER > FX-MAX-STEPS
077209         GO TO 1270-EXIT
077210     END-IF.
077212     MOVE FX-STEP-OPERATION TO CA-OPERATION.
077213     PERFORM 1280-CHECK-OPERATION-CODE THRU 1280-EXIT.
077214     IF CA-OPERATION = 'am' OR CA-OPERATION = 'AM'
077215         MOVE 'N' TO FX-STEP-OK-SW
077217     END-IF.
077218     IF NOT FX-STEP-OK
077219         GO TO 1270-EXIT
077220     END-IF.
077221     MOVE 'N' TO FX-STEP-OK-SW.
077223     EVALUATE TRUE
077224         WHEN FX-OPND1-INPUT
077225             IF FX-OPND1-NUMBER NOT NUMERIC
077226                 OR FX-OPND1-NUMBER < 1 OR FX-OPND1-NUMBER > 2
077228                 GO TO 1270-EXIT
077229             END-IF
077230         WHEN FX-OPND1-LITERAL
077231             IF FX-OPND1-VALUE NOT NUMERIC
077232                 GO TO 1270-EXIT
077234             END-IF
077235         WHEN FX-OPND1-STEP
077236             IF FX-OPND1-NUMBER NOT NUMERIC
077237                 OR FX-OPND1-NUMBER < 1
077239                 OR FX-OPND1-NUMBER NOT < FX-STEP-NUMBER
077240                 GO TO 1270-EXIT
077241             END-IF
077242         WHEN OTHER
077243             GO TO 1270-EXIT
077245     END-EVALUATE.
077246     EVALUATE TRUE
077247         WHEN FX-OPND2-UNUSED
077248             CONTINUE
077250         WHEN FX-OPND2-INPUT
077251             IF FX-OPND2-NUMBER NOT NUMERIC
077252                 OR FX-OPND2-NUMBER < 1 OR FX-OPND2-NUMBER > 2
077253                 GO TO 1270-EXIT
077254             END-IF
077256         WHEN FX-OPND2-LITERAL
077257             IF FX-OPND2-VALUE NOT NUMERIC
077258                 GO TO 1270-EXIT
077259             END-IF
077260         WHEN FX-OPND2-STEP
077262             IF FX-OPND2-NUMBER NOT NUMERIC
077263                 OR FX-OPND2-NUMBER < 1
077264                 OR FX-OPND2-NUMBER NOT < FX-STEP-NUMBER
077265                 GO TO 1270-EXIT
077267             END-IF
077268         WHEN FX-OPND2-FACTOR
077269             IF FX-OPND2-FACTOR-CODE = SPACES
077270                 GO TO 1270-EXIT
077271             END-IF
077273         WHEN OTHER
077274             GO TO 1270-EXIT
077275     END-EVALUATE.
077276     MOVE 'Y' TO FX-STEP-OK-SW.
077278 1270-EXIT.
077279     EXIT.
077280
077281 1280-CHECK-OPERATION-CODE.
077282     EVALUATE TRUE
077284         WHEN CA-OPERATION = '+'
077285         WHEN CA-OPERATION = '-'
077286         WHEN CA-OPERATION = 'x' OR CA-OPERATION = 'X'
077287         WHEN CA-OPERATION = '/' OR CA-OPERATION = ':'
077289         WHEN CA-OPERATION = '%'
077290         WHEN CA-OPERATION = '^'
077291         WHEN CA-OPERATION = 'sq' OR CA-OPERATION = 'SQ'
077292         WHEN CA-OPERATION = 'am' OR CA-OPERATION = 'AM'
077293             MOVE 'Y' TO FX-STEP-OK-SW
077295         WHEN OTHER
077296             MOVE 'N' TO FX-STEP-OK-SW
077297     END-EVALUATE.
077298 1280-EXIT.
077300     EXIT.
077400
077500******************************************************************
086800     MOVE WS-RUN-MODE TO OA-NEW-MODES.
086900     MOVE SPACE TO OA-NEW-STATUS.
087000     MOVE SPACES TO OA-NEW-OPERATIONS.
087010     MOVE ZERO TO OA-NEW-LIMIT.
087020     MOVE SPACE TO OA-NEW-SUPERVISOR.
087100     WRITE OA-RECORD.
087200 1330-EXIT.
087300     EXIT.
093100 1410-EXIT.
093200     EXIT.
093300
093301******************************************************************
093302*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
093304*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
093305*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
093307*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
093308*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
093310*     FILE.                                                      *
093311******************************************************************
093313 1500-CHECK-CYCLE.
093314     IF CY-PARM-DATE NOT = SPACES
093316         IF CY-PARM-DATE NUMERIC
093317             MOVE CY-PARM-DATE TO CY-BUS-DATE
093318         ELSE
093320             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
093321                 CY-PARM-DATE
093323             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
093324             MOVE 8 TO RETURN-CODE
093326             GO TO 1500-EXIT
093327         END-IF
093329     END-IF.
093330     MOVE 'N' TO WS-CYCLE-EOF-SW.
093332     OPEN INPUT CYCLE-FILE.
093333     IF WS-CYCLE-STATUS = '00'
093335         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
093336             UNTIL WS-CYCLE-EOF
093337         CLOSE CYCLE-FILE
093339     END-IF.
093340     MOVE SPACE TO CY-CONDITION.
093342     MOVE SPACES TO CY-TEXT.
093343     IF CY-PRIOR-STEP-ID NOT = SPACES
093345             AND NOT CY-PRIOR-COMPLETE
093346         MOVE 'P' TO CY-CONDITION
093348         STRING 'STEP ' DELIMITED BY SIZE
093349             CY-PRIOR-STEP-ID DELIMITED BY SPACE
093351             ' NOT COMPLETE' DELIMITED BY SIZE
093352             INTO CY-TEXT
093354     END-IF.
093355     IF CY-STEP-COMPLETE
093356         MOVE 'D' TO CY-CONDITION
093358         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
093359     END-IF.
093361     IF CY-CONDITION NOT = SPACE
093362         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
093364     END-IF.
093365     IF WS-CYCLE-REFUSED
093367         GO TO 1500-EXIT
093368     END-IF.
093370     MOVE 'S' TO CY-EVENT.
093371     MOVE SPACE TO CY-CONDITION.
093372     MOVE SPACES TO CY-TEXT.
093374     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
093375     IF WS-CYCLE-REFUSED
093377         GO TO 1500-EXIT
093378     END-IF.
093380     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
093381     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
093383 1500-EXIT.
093384     EXIT.
093386
093387 1510-SCAN-ONE-CYCLE.
093389     READ CYCLE-FILE
093390         AT END
093391             MOVE 'Y' TO WS-CYCLE-EOF-SW
093393             GO TO 1510-EXIT
093394     END-READ.
093396     IF CC-BUS-DATE NOT = CY-BUS-DATE
093397             OR NOT CC-EVENT-IS-STATE
093399         GO TO 1510-EXIT
093400     END-IF.
093402     IF CC-STEP-ID = CY-STEP-ID
093403         MOVE CC-EVENT TO CY-STEP-STATE
093405     END-IF.
093406     IF CC-STEP-ID = CY-PRIOR-STEP-ID
093408         MOVE CC-EVENT TO CY-PRIOR-STATE
093409     END-IF.
093410 1510-EXIT.
093412     EXIT.
093413
093415 1520-REFUSE-OR-OVERRIDE.
093416     IF CY-OVERRIDE-OPER = SPACES
093418             OR CY-OVERRIDE-REASON = SPACES
093419         DISPLAY 'RUN REFUSED - ' CY-TEXT
093421         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
093422             ', STEP ' CY-STEP-ID
093424         IF CY-OVERRIDE-OPER NOT = SPACES
093425             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
093427         END-IF
093428         MOVE 'R' TO CY-EVENT
093429         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
093431         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
093432         MOVE 8 TO RETURN-CODE
093434         GO TO 1520-EXIT
093435     END-IF.
093437     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
093438     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
093440     MOVE 'O' TO CY-EVENT.
093441     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
093443     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
093444 1520-EXIT.
093445     EXIT.
093447
093448 1530-WRITE-CYCLE-EVENT.
093450     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
093451     ACCEPT CY-EVENT-TIME FROM TIME.
093453     OPEN EXTEND CYCLE-FILE.
093454     IF WS-CYCLE-STATUS = '35'
093456         OPEN OUTPUT CYCLE-FILE
093457     END-IF.
093459     IF WS-CYCLE-STATUS NOT = '00'
093460         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
093462             'STATUS = ' WS-CYCLE-STATUS
093463         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
093464         MOVE 8 TO RETURN-CODE
093466         GO TO 1530-EXIT
093467     END-IF.
093469     MOVE CY-BUS-DATE TO CC-BUS-DATE.
093470     MOVE CY-STEP-ID TO CC-STEP-ID.
093472     MOVE CY-EVENT TO CC-EVENT.
093473     MOVE CY-CONDITION TO CC-CONDITION.
093475     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
093476     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
093478     IF CY-EVENT = 'O'
093479         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
093481     ELSE
093482         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
093483     END-IF.
093485     MOVE CY-COUNT-1 TO CC-COUNT-1.
093486     MOVE CY-COUNT-2 TO CC-COUNT-2.
093488     MOVE CY-COUNT-3 TO CC-COUNT-3.
093489     MOVE CY-TEXT TO CC-TEXT.
093491     WRITE CC-RECORD.
093492     CLOSE CYCLE-FILE.
093494 1530-EXIT.
093495     EXIT.
093497
093498******************************************************************
093500*              2100 THRU 2110 - INTERACTIVE RUN MODE             *
093600******************************************************************
093700 2100-INTERACTIVE-LOOP.
094700     DISPLAY 'Enter second number: '.
094800     ACCEPT CA-NUM2-RAW.
094900     DISPLAY 'Choose an operation (+, -, x, [ / or : ], %, '.
095000     DISPLAY '  ^ for exponent, sq for square root, '.
095010     DISPLAY '  am for loan amortization): '.
095100     ACCEPT CA-OPERATION.
095110     IF CA-OPERATION = 'AM' OR CA-OPERATION = 'am'
095120         DISPLAY 'Enter term in monthly payment periods: '
095130         ACCEPT CA-TERM-RAW
095140     END-IF.
095200     PERFORM 3000-VALIDATE-INPUT THRU 3000-EXIT.
095300     IF VALID-INPUT
095400         MOVE WS-OPERATOR-ID TO SEC-CHECK-OPERATOR
097400*          2200 THRU 2220 - BATCH TRANSACTION-FILE RUN MODE      *
097500******************************************************************
097600 2200-BATCH-PROCESS.
097608     IF CY-PARM-STREAM NOT = SPACE OR CY-GL-ONLY
097616         PERFORM 2260-START-CYCLE-STEP THRU 2260-EXIT
097624         IF WS-CYCLE-REFUSED
097632             MOVE 'Y' TO WS-BATCH-REFUSED-SW
097640             GO TO 2200-EXIT
097648         END-IF
097656     END-IF.
097664     IF CY-GL-ONLY
097672         PERFORM 8000-GL-EXTRACT THRU 8000-EXIT
097680         GO TO 2200-EXIT
097688     END-IF.
097700     PERFORM 6200-CHECK-RUN-FLAG THRU 6200-EXIT.
097800     IF WS-BATCH-REFUSED
097900         GO TO 2200-EXIT
098100     PERFORM 6300-SET-RUN-FLAG THRU 6300-EXIT.
098200     PERFORM 6100-READ-CHECKPOINT THRU 6100-EXIT.
098300     PERFORM 1200-OPEN-FACTOR-FILE THRU 1200-EXIT.
098310     PERFORM 1250-LOAD-FORMULA-TABLE THRU 1250-EXIT.
098400     OPEN INPUT TRANS-FILE.
098500     IF WS-TRANS-STATUS NOT = '00'
098600         DISPLAY 'ERROR - CANNOT OPEN TRANSACTION FILE, STATUS = '
099500             DISPLAY 'ERROR - CANNOT OPEN RESULT FILE, STATUS = '
099600                 WS-RESULT-STATUS
099700         ELSE
099710             PERFORM 2250-OPEN-AMORT-FILE THRU 2250-EXIT
099800             PERFORM 7500-START-BATCH-REPORT THRU 7500-EXIT
099900             PERFORM 2220-BATCH-READ-RECORD THRU 2220-EXIT
100000             PERFORM 2210-BATCH-PROCESS-RECORD THRU 2210-EXIT
100100                 UNTIL WS-TRANS-EOF
100200             PERFORM 6000-WRITE-CHECKPOINT THRU 6000-EXIT
100210             IF WS-AMORT-IS-OPEN
100220                 CLOSE AMORT-FILE
100230                 MOVE 'N' TO WS-AMORT-OPEN-SW
100240             END-IF
100300             PERFORM 7540-FINISH-BATCH-REPORT THRU 7540-EXIT
100400             CLOSE RESULT-FILE
100410             MOVE 'Y' TO WS-BATCH-DONE-SW
100420             IF CY-PARM-STREAM = SPACE
100430                 PERFORM 8000-GL-EXTRACT THRU 8000-EXIT
100440             ELSE
100450                 DISPLAY 'GL EXTRACT LEFT TO THE GLEXTR STEP'
100460             END-IF
100600         END-IF
100700         CLOSE TRANS-FILE
100800     END-IF.
103700
103800 2230-CALCULATE-ONE-RECORD.
103900     MOVE TR-OPERATION TO CA-OPERATION.
103910     MOVE SPACES TO CA-FORMULA-CODE.
103920     MOVE ZERO TO CA-FORMULA-STEP.
103930     MOVE ZERO TO CA-TERM.
104000     EVALUATE TRUE
104100         WHEN TR-TYPE-CONTINUATION
104200             PERFORM 3150-VALIDATE-CHAIN-INPUT THRU 3150-EXIT
104300         WHEN TR-TYPE-STANDALONE
104400             PERFORM 3100-VALIDATE-BATCH-INPUT THRU 3100-EXIT
104410         WHEN TR-TYPE-TEMPLATE
104420             PERFORM 3170-VALIDATE-TEMPLATE-INPUT THRU 3170-EXIT
104500         WHEN OTHER
104600             MOVE 'N' TO WS-VALID-INPUT-SW
104700             DISPLAY 'ERROR - INVALID RECORD TYPE ON RECORD '
104800                 TR-RECORD-NUMBER
104900     END-EVALUATE.
104950*    A TEMPLATE'S AUTHORITY IS CHECKED STEP BY STEP AT DISPATCH.
105000     IF VALID-INPUT AND NOT TR-TYPE-TEMPLATE
105100         MOVE TR-OPERATOR-ID TO SEC-CHECK-OPERATOR
105200         PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT
105300         IF NOT SEC-AUTHORIZED
106900         MOVE TR-NUM1 TO RO-NUM1
107000     END-IF.
107100     IF VALID-INPUT
107110         IF TR-TYPE-TEMPLATE
107120             PERFORM 4800-EVALUATE-FORMULA THRU 4800-EXIT
107130         ELSE
107200             PERFORM 4000-DISPATCH-OPERATION THRU 4000-EXIT
107210         END-IF
107300         IF CALC-SUCCESSFUL
107400             IF CA-FACTOR-REQUESTED AND NOT TR-TYPE-TEMPLATE
107500                 MOVE CA-NUM2 TO RO-NUM2
107600             END-IF
107700             MOVE CA-RESULT TO RO-RESULT
107800             MOVE 'S' TO RO-STATUS
107900             MOVE TR-OPERATOR-ID TO CA-OPERATOR-ID
107910             IF TR-TYPE-TEMPLATE
107920                 PERFORM 5100-WRITE-FORMULA-HISTORY THRU 5100-EXIT
107930             ELSE
108000                 PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
108010             END-IF
108020             IF CA-TERM > ZERO AND WS-AMORT-IS-OPEN
108030                 PERFORM 5200-WRITE-AMORT-SCHEDULE THRU 5200-EXIT
108040             END-IF
108100             MOVE CA-RESULT TO CH-PRIOR-RESULT
108200             MOVE 'Y' TO WS-CHAIN-ACTIVE-SW
108300         ELSE
112700 2220-EXIT.
112800     EXIT.
112900
112902*----------------------------------------------------------------
112905* THE AMORTIZATION SCHEDULE FOLLOWS THE RESULT FILE: A RESTARTED
112907* RUN ADDS TO IT RATHER THAN STARTING IT AGAIN.
112910*----------------------------------------------------------------
112912 2250-OPEN-AMORT-FILE.
112915     IF CK-LAST-RECORD > ZERO
112917         OPEN EXTEND AMORT-FILE
112920     ELSE
112922         OPEN OUTPUT AMORT-FILE
112925     END-IF.
112927     IF WS-AMORT-STATUS = '00'
112930         MOVE 'Y' TO WS-AMORT-OPEN-SW
112932     ELSE
112935         DISPLAY 'WARNING - CANNOT OPEN AMORTIZATION SCHEDULE, '
112937             'STATUS = ' WS-AMORT-STATUS
112940     END-IF.
112942 2250-EXIT.
112945     EXIT.
112947
112950*----------------------------------------------------------------
112952* A STREAM STEP FOLLOWS THE SPLIT; THE GLEXTR STEP FOLLOWS THE
112955* BALANCING RUN, SO THE EXTRACT NEVER POSTS AN UNPROVED NIGHT.
112957*----------------------------------------------------------------
112960 2260-START-CYCLE-STEP.
112962     IF CY-GL-ONLY
112965         MOVE 'GLEXTR  ' TO CY-STEP-ID
112967         MOVE 'CALCBAL ' TO CY-PRIOR-STEP-ID
112970     ELSE
112972         MOVE SPACES TO CY-STEP-ID
112975         STRING 'STREAM' DELIMITED BY SIZE
112977             CY-PARM-STREAM DELIMITED BY SIZE
112980             INTO CY-STEP-ID
112982         MOVE 'CALCSPLT' TO CY-PRIOR-STEP-ID
112985     END-IF.
112987     MOVE WS-RUN-DATE TO CY-BUS-DATE.
112990     MOVE WS-OPERATOR-ID TO CY-RUN-OPER.
112992     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
112995 2260-EXIT.
112997     EXIT.
113000******************************************************************
113100*  2300 THRU 2330 - CONTROL-TOTAL RECONCILIATION RUN MODE (KEYED  *
113200*  MATCH OF TR-RECORD-NUMBER AGAINST CT-RECORD-NUMBER - THE TWO   *
129610     DISPLAY 'INITIAL PASSWORD (OPERATOR MUST CHANGE IT AT '.
129620     DISPLAY '  FIRST SIGN-ON): '.
129630     ACCEPT MNT-NEW-PASSWORD.
129640     DISPLAY 'GL APPROVAL LIMIT (BLANK OR 0 FOR NO LIMIT): '.
129650     ACCEPT MNT-NEW-LIMIT-RAW.
129660     DISPLAY 'SUPERVISOR AUTHORITY (Y/N): '.
129670     ACCEPT MNT-NEW-SUPERVISOR.
129680     PERFORM 2470-EDIT-APPROVAL-FIELDS THRU 2470-EXIT.
129690     IF INVALID-INPUT
129691         DISPLAY 'ADD FAILED - OPERATOR NOT ADDED: '
129692             MNT-TARGET-OPERATOR
129693         GO TO 2420-EXIT
129694     END-IF.
129700     MOVE MNT-TARGET-OPERATOR TO OM-OPERATOR-ID.
129800     MOVE 'A' TO OM-STATUS.
129900     MOVE MNT-NEW-MODES TO OM-MODES.
130020     MOVE ZERO TO OM-PWD-CHANGED-DATE.
130030     MOVE ZERO TO OM-FAIL-COUNT.
130040     MOVE 'Y' TO OM-FORCE-CHANGE.
130050     MOVE MNT-NEW-LIMIT TO OM-APPROVAL-LIMIT.
130060     MOVE MNT-NEW-SUPERVISOR TO OM-SUPERVISOR.
130100     WRITE OM-RECORD
130200         INVALID KEY
130300             DISPLAY 'ADD FAILED - OPERATOR ALREADY ON MASTER '
132600             MOVE 'S' TO MNT-NEW-STATUS
132700             MOVE OM-MODES TO MNT-NEW-MODES
132800             MOVE OM-OPERATIONS TO MNT-NEW-OPERATIONS
132810             MOVE OM-APPROVAL-LIMIT TO MNT-NEW-LIMIT
132820             MOVE OM-SUPERVISOR TO MNT-NEW-SUPERVISOR
132900             PERFORM 2450-WRITE-MAINT-AUDIT THRU 2450-EXIT
133000     END-READ.
133100     MOVE LOW-VALUES TO SEC-CACHE-OPERATOR.
134800     ACCEPT MNT-NEW-MODES.
134900     DISPLAY 'NEW ALLOWED OPERATIONS: '.
135000     ACCEPT MNT-NEW-OPERATIONS.
135010     DISPLAY 'NEW GL APPROVAL LIMIT (BLANK OR 0 FOR NO LIMIT): '.
135020     ACCEPT MNT-NEW-LIMIT-RAW.
135030     DISPLAY 'NEW SUPERVISOR AUTHORITY (Y/N): '.
135040     ACCEPT MNT-NEW-SUPERVISOR.
135050     PERFORM 2470-EDIT-APPROVAL-FIELDS THRU 2470-EXIT.
135060     IF INVALID-INPUT
135070         DISPLAY 'CHANGE FAILED - OPERATOR NOT CHANGED: '
135080             MNT-TARGET-OPERATOR
135090         GO TO 2440-EXIT
135095     END-IF.
135100     MOVE MNT-NEW-STATUS TO OM-STATUS.
135200     MOVE MNT-NEW-MODES TO OM-MODES.
135300     MOVE MNT-NEW-OPERATIONS TO OM-OPERATIONS.
135310     MOVE MNT-NEW-LIMIT TO OM-APPROVAL-LIMIT.
135320     MOVE MNT-NEW-SUPERVISOR TO OM-SUPERVISOR.
135400     REWRITE OM-RECORD.
135500     DISPLAY 'OPERATOR CHANGED: ' MNT-TARGET-OPERATOR.
135600     PERFORM 2450-WRITE-MAINT-AUDIT THRU 2450-EXIT.
135971     MOVE 'A' TO MNT-NEW-STATUS.
135972     MOVE OM-MODES TO MNT-NEW-MODES.
135973     MOVE OM-OPERATIONS TO MNT-NEW-OPERATIONS.
136046     MOVE OM-APPROVAL-LIMIT TO MNT-NEW-LIMIT.
136050     MOVE OM-SUPERVISOR TO MNT-NEW-SUPERVISOR.
136054     PERFORM 2450-WRITE-MAINT-AUDIT THRU 2450-EXIT.
136058     MOVE LOW-VALUES TO SEC-CACHE-OPERATOR.
136062 2460-EXIT.
136066     EXIT.
136070
136100 2450-WRITE-MAINT-AUDIT.
136200     IF NOT WS-OPAUDIT-IS-OPEN
136300         GO TO 2450-EXIT
137300     MOVE MNT-NEW-STATUS TO OA-NEW-STATUS.
137400     MOVE MNT-NEW-MODES TO OA-NEW-MODES.
137500     MOVE MNT-NEW-OPERATIONS TO OA-NEW-OPERATIONS.
137510     MOVE MNT-NEW-LIMIT TO OA-NEW-LIMIT.
137520     MOVE MNT-NEW-SUPERVISOR TO OA-NEW-SUPERVISOR.
137600     WRITE OA-RECORD.
137700 2450-EXIT.
137702     EXIT.
137704
137706*----------------------------------------------------------------
137709* THE APPROVAL LIMIT IS KEYED AS AN EDITED AMOUNT (BLANK MEANS
137711* NO LIMIT); SUPERVISOR AUTHORITY IS Y OR N, BLANK MEANING N.
137713*----------------------------------------------------------------
137716 2470-EDIT-APPROVAL-FIELDS.
137718     MOVE 'Y' TO WS-VALID-INPUT-SW.
137720     MOVE ZERO TO MNT-NEW-LIMIT.
137723     IF MNT-NEW-LIMIT-RAW NOT = SPACES
137725         MOVE FUNCTION TEST-NUMVAL(MNT-NEW-LIMIT-RAW)
137727             TO WS-NUMVAL-CHECK
137730         IF WS-NUMVAL-CHECK NOT = ZERO
137732             DISPLAY 'ERROR - APPROVAL LIMIT IS NOT NUMERIC: '
137734                 MNT-NEW-LIMIT-RAW
137737             MOVE 'N' TO WS-VALID-INPUT-SW
137739         ELSE
137741             COMPUTE MNT-LIMIT-WORK =
137744                 FUNCTION NUMVAL(MNT-NEW-LIMIT-RAW)
137746                 ON SIZE ERROR
137748                     MOVE -1 TO MNT-LIMIT-WORK
137751             END-COMPUTE
137753             IF MNT-LIMIT-WORK < ZERO
137755                 DISPLAY 'ERROR - APPROVAL LIMIT MUST BE A '
137758                     'POSITIVE AMOUNT: ' MNT-NEW-LIMIT-RAW
137760                 MOVE 'N' TO WS-VALID-INPUT-SW
137762             ELSE
137765                 MOVE MNT-LIMIT-WORK TO MNT-NEW-LIMIT
137767             END-IF
137769         END-IF
137772     END-IF.
137774     INSPECT MNT-NEW-SUPERVISOR CONVERTING 'yn' TO 'YN'.
137776     IF MNT-NEW-SUPERVISOR = SPACE
137779         MOVE 'N' TO MNT-NEW-SUPERVISOR
137781     END-IF.
137783     IF MNT-NEW-SUPERVISOR NOT = 'Y'
137786             AND MNT-NEW-SUPERVISOR NOT = 'N'
137788         DISPLAY 'ERROR - SUPERVISOR AUTHORITY MUST BE Y OR N: '
137790             MNT-NEW-SUPERVISOR
137793         MOVE 'N' TO WS-VALID-INPUT-SW
137795     END-IF.
137797 2470-EXIT.
137800     EXIT.
137900
138000******************************************************************
145000     EXIT.
145100
145200 2530-MATCH-HISTORY-RECORD.
145300     IF NOT HS-SEAL-RECORD AND (IQ-OPERATOR-FILTER = SPACES
145400             OR IQ-OPERATOR-FILTER = 'ALL     '
145500             OR HS-OPERATOR-ID = IQ-OPERATOR-FILTER)
145600             AND HS-DATE >= IQ-FROM-DATE
146869             MOVE 'Y' TO IQ-ARCHIVE-EOF-SW
146870             GO TO 2570-EXIT
146871     END-READ.
146872     IF NOT AH-SEAL-RECORD AND (IQ-OPERATOR-FILTER = SPACES
146873             OR IQ-OPERATOR-FILTER = 'ALL     '
146874             OR AH-OPERATOR-ID = IQ-OPERATOR-FILTER)
146875             AND AH-DATE >= IQ-FROM-DATE
147600     MOVE 'N' TO CA-FACTOR-SW.
147700     MOVE SPACES TO CA-FACTOR-CODE.
147710     MOVE ZERO TO CA-FACTOR-DATE.
147720     MOVE ZERO TO CA-TERM.
147800     MOVE FUNCTION TEST-NUMVAL(CA-NUM1-RAW) TO WS-NUMVAL-CHECK.
147900     IF WS-NUMVAL-CHECK NOT = ZERO
148000         MOVE 'N' TO WS-VALID-INPUT-SW
150300                     'CAPACITY: ' CA-NUM2-RAW
150400         END-COMPUTE
150500     END-IF.
150510     IF VALID-INPUT
150520             AND (CA-OPERATION = 'AM' OR CA-OPERATION = 'am')
150530         PERFORM 3010-VALIDATE-TERM-INPUT THRU 3010-EXIT
150540     END-IF.
150600 3000-EXIT.
150605     EXIT.
150610
150615 3010-VALIDATE-TERM-INPUT.
150621     MOVE FUNCTION TEST-NUMVAL(CA-TERM-RAW) TO WS-NUMVAL-CHECK.
150626     IF WS-NUMVAL-CHECK NOT = ZERO
150631         MOVE 'N' TO WS-VALID-INPUT-SW
150636         DISPLAY 'ERROR - TERM IS NOT NUMERIC: ' CA-TERM-RAW
150642         GO TO 3010-EXIT
150647     END-IF.
150652     IF FUNCTION NUMVAL(CA-TERM-RAW) < 1
150657             OR FUNCTION NUMVAL(CA-TERM-RAW) > 999
150663         MOVE 'N' TO WS-VALID-INPUT-SW
150668         DISPLAY 'ERROR - TERM MUST BE 1 TO 999 PERIODS: '
150673             CA-TERM-RAW
150678         GO TO 3010-EXIT
150684     END-IF.
150689     COMPUTE CA-TERM = FUNCTION NUMVAL(CA-TERM-RAW).
150694 3010-EXIT.
150700     EXIT.
150800
150900******************************************************************
152500             TR-RECORD-NUMBER
152600     END-IF.
152700     PERFORM 3120-VALIDATE-SECOND-OPERAND THRU 3120-EXIT.
152710     PERFORM 3180-VALIDATE-TERM THRU 3180-EXIT.
152800     IF VALID-INPUT
152900         MOVE TR-NUM1 TO CA-NUM1
153000     END-IF.
157900         GO TO 3150-EXIT
158000     END-IF.
158100     PERFORM 3120-VALIDATE-SECOND-OPERAND THRU 3120-EXIT.
158110     PERFORM 3180-VALIDATE-TERM THRU 3180-EXIT.
158200     IF INVALID-INPUT
158300         GO TO 3150-EXIT
158400     END-IF.
158900                 'CAPACITY ON RECORD ' TR-RECORD-NUMBER
159000     END-COMPUTE.
159100 3150-EXIT.
159101     EXIT.
159103
159105******************************************************************
159106*     3170 - VALIDATE A TEMPLATE RECORD: THE OPERATION FIELD     *
159108*     CARRIES THE FORMULA CODE AND BOTH OPERANDS ARE LITERAL     *
159110*     INPUT VALUES (INPUT SLOTS 01 AND 02 OF THE FORMULA).       *
159111******************************************************************
159113 3170-VALIDATE-TEMPLATE-INPUT.
159115     MOVE 'Y' TO WS-VALID-INPUT-SW.
159116     MOVE 'N' TO CA-FACTOR-SW.
159118     MOVE SPACES TO CA-FACTOR-CODE.
159120     MOVE ZERO TO CA-FACTOR-DATE.
159121     IF TR-FORMULA-CODE = SPACES
159123         MOVE 'N' TO WS-VALID-INPUT-SW
159125         DISPLAY 'ERROR - FORMULA CODE IS BLANK ON RECORD '
159126             TR-RECORD-NUMBER
159128         GO TO 3170-EXIT
159130     END-IF.
159131     IF TR-NUM1 NOT NUMERIC
159133         MOVE 'N' TO WS-VALID-INPUT-SW
159135         DISPLAY 'ERROR - FIRST NUMBER IS NOT NUMERIC ON RECORD '
159136             TR-RECORD-NUMBER
159138     END-IF.
159140     IF NOT TR-NUM2-LITERAL
159141         MOVE 'N' TO WS-VALID-INPUT-SW
159143         DISPLAY 'ERROR - TEMPLATE INPUTS MUST BE LITERAL ON '
159145             'RECORD ' TR-RECORD-NUMBER
159146         GO TO 3170-EXIT
159148     END-IF.
159150     IF TR-NUM2 NOT NUMERIC
159151         MOVE 'N' TO WS-VALID-INPUT-SW
159153         DISPLAY 'ERROR - SECOND NUMBER IS NOT NUMERIC ON RECORD '
159155             TR-RECORD-NUMBER
159156     END-IF.
159158     IF VALID-INPUT
159160         MOVE TR-NUM1 TO CA-NUM1
159161         MOVE TR-NUM2 TO CA-NUM2
159163     END-IF.
159165 3170-EXIT.
159166     EXIT.
159168
159170******************************************************************
159171*     3180 - AN AMORTIZATION (AM) REQUEST CARRIES ITS TERM IN    *
159173*     PAYMENT PERIODS, 001 THRU 999.  OTHER OPERATIONS LEAVE THE *
159175*     TERM ALONE.                                                *
159176******************************************************************
159178 3180-VALIDATE-TERM.
159180     MOVE ZERO TO CA-TERM.
159181     IF CA-OPERATION NOT = 'AM' AND CA-OPERATION NOT = 'am'
159183         GO TO 3180-EXIT
159185     END-IF.
159186     IF TR-TERM NOT NUMERIC OR TR-TERM = ZERO
159188         MOVE 'N' TO WS-VALID-INPUT-SW
159190         DISPLAY 'ERROR - AMORTIZATION TERM IS INVALID ON '
159191             'RECORD ' TR-RECORD-NUMBER
159193     ELSE
159195         MOVE TR-TERM TO CA-TERM
159196     END-IF.
159198 3180-EXIT.
159200     EXIT.
159300
159400******************************************************************
164500             MOVE '/ ' TO SEC-CANON-OP
164600         WHEN CA-OPERATION = 'sq' OR CA-OPERATION = 'SQ'
164700             MOVE 'SQ' TO SEC-CANON-OP
164710         WHEN CA-OPERATION = 'am' OR CA-OPERATION = 'AM'
164720             MOVE 'AM' TO SEC-CANON-OP
164800         WHEN OTHER
164900             MOVE CA-OPERATION TO SEC-CANON-OP
165000     END-EVALUATE.
172000             IF CALC-SUCCESSFUL
172100                 ADD 1 TO CT-COUNT-SQRT
172200             END-IF
172210         WHEN CA-OPERATION = 'AM' OR CA-OPERATION = 'am'
172220             PERFORM 4900-CALCULATE-AMORTIZATION THRU 4900-EXIT
172230             IF CALC-SUCCESSFUL
172240                 ADD 1 TO CT-COUNT-AMORT
172250             END-IF
172300         WHEN OTHER
172400             DISPLAY 'SUPPORTED OPERATIONS ARE +, -, X, /'
172500             DISPLAY '  or :, %, ^, sq, am'
172600             MOVE 'F' TO WS-CALC-STATUS-SW
172700     END-EVALUATE.
172800     IF CALC-SUCCESSFUL
175710     END-IF.
175720     IF FA-EFFECTIVE-DATE > WS-RUN-DATE
175730         MOVE 'Y' TO CA-FACTOR-BROWSE-SW
175731         GO TO 4060-EXIT
175732     END-IF.
175734*    A LATER ROW REPLACES AN EARLIER ONE, SO AN END-DATED ROW
175735*    ONLY STOPS THE CODE IF NOTHING NEWER IS IN EFFECT.
175737     IF FA-END-DATE NOT = ZERO AND FA-END-DATE < WS-RUN-DATE
175738         MOVE 'N' TO CA-FACTOR-FOUND-SW
175740         GO TO 4060-EXIT
175750     END-IF.
175760     MOVE FA-VALUE TO CA-NUM2.
185600 4700-EXIT.
185700     EXIT.
185800
185801******************************************************************
185802*     4800 THRU 4870 - EVALUATE A TEMPLATE RECORD'S FORMULA.     *
185803*     THE STEPS ARE TAKEN FROM THE FORMULA TABLE IN ORDER; EACH  *
185804*     OPERAND IS RESOLVED FROM AN INPUT SLOT, A LITERAL, AN      *
185805*     EARLIER STEP'S RESULT OR A FACTOR, THE OPERATOR'S          *
185806*     AUTHORITY IS CHECKED FOR THE STEP'S OPERATION, AND THE     *
185807*     STEP IS CALCULATED BY THE SAME PARAGRAPHS AS A SINGLE      *
185808*     OPERATION.  THE LAST STEP'S RESULT IS THE RECORD'S RESULT. *
185809*     THE FORMULA COUNTS ONCE IN THE CONTROL TOTALS, NOT ONCE    *
185810*     PER STEP, SO THE TOTALS STILL TIE TO THE RESULT FILE.      *
185811******************************************************************
185812 4800-EVALUATE-FORMULA.
185813     MOVE 'S' TO WS-CALC-STATUS-SW.
185814     MOVE 'N' TO FX-FOUND-SW.
185815     MOVE 1 TO FX-SUB.
185816     PERFORM 4810-FIND-FORMULA THRU 4810-EXIT
185817         UNTIL FX-FOUND OR FX-SUB > FX-COUNT.
185818     IF NOT FX-FOUND
185819         DISPLAY 'ERROR - FORMULA ' TR-FORMULA-CODE
185820             ' NOT ON FORMULA MASTER, RECORD ' TR-RECORD-NUMBER
185821         MOVE 'F' TO WS-CALC-STATUS-SW
185822         GO TO 4800-EXIT
185823     END-IF.
185824     MOVE ZERO TO FX-STEP-COUNT.
185825     MOVE 'N' TO FX-DONE-SW.
185826     PERFORM 4820-EVALUATE-STEP THRU 4820-EXIT
185827         UNTIL FX-DONE OR CALC-FAILED.
185828     IF CALC-FAILED
185829         GO TO 4800-EXIT
185830     END-IF.
185831     MOVE FX-RES-RESULT (FX-STEP-COUNT) TO CA-RESULT.
185832     ADD 1 TO CT-COUNT-FORMULA.
185833     ADD 1 TO CT-TOTAL-CALCS.
185834     ADD CA-RESULT TO CT-GRAND-TOTAL.
185835 4800-EXIT.
185836     EXIT.
185837
185838 4810-FIND-FORMULA.
185839     MOVE FX-ENTRY (FX-SUB) TO FX-STEP.
185840     IF FX-STEP-CODE = TR-FORMULA-CODE
185841         MOVE 'Y' TO FX-FOUND-SW
185842     ELSE
185843         ADD 1 TO FX-SUB
185844     END-IF.
185845 4810-EXIT.
185846     EXIT.
185847
185848 4820-EVALUATE-STEP.
185849     IF FX-SUB > FX-COUNT
185850         MOVE 'Y' TO FX-DONE-SW
185851         GO TO 4820-EXIT
185852     END-IF.
185853     MOVE FX-ENTRY (FX-SUB) TO FX-STEP.
185854     IF FX-STEP-CODE NOT = TR-FORMULA-CODE
185855         MOVE 'Y' TO FX-DONE-SW
185856         GO TO 4820-EXIT
185857     END-IF.
185858     ADD 1 TO FX-STEP-COUNT.
185859     MOVE FX-STEP-OPERATION TO CA-OPERATION.
185860     MOVE 'N' TO CA-FACTOR-SW.
185861     MOVE SPACES TO CA-FACTOR-CODE.
185862     MOVE ZERO TO CA-FACTOR-DATE.
185863     PERFORM 4830-RESOLVE-FIRST-OPERAND THRU 4830-EXIT.
185864     IF CALC-SUCCESSFUL
185865         PERFORM 4840-RESOLVE-SECOND-OPERAND THRU 4840-EXIT
185866     END-IF.
185867     IF CALC-SUCCESSFUL
185868         MOVE TR-OPERATOR-ID TO SEC-CHECK-OPERATOR
185869         PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT
185870         IF NOT SEC-AUTHORIZED
185871             MOVE 'F' TO WS-CALC-STATUS-SW
185872         END-IF
185873     END-IF.
185874     IF CALC-SUCCESSFUL
185875         PERFORM 4850-CALCULATE-STEP THRU 4850-EXIT
185876     END-IF.
185877     IF CALC-FAILED
185878         DISPLAY 'ERROR - FORMULA ' TR-FORMULA-CODE
185879             ' FAILED AT STEP ' FX-STEP-NUMBER
185880             ' ON RECORD ' TR-RECORD-NUMBER
185881         GO TO 4820-EXIT
185882     END-IF.
185883     MOVE CA-NUM1 TO FX-RES-NUM1 (FX-STEP-COUNT).
185884     MOVE CA-OPERATION TO FX-RES-OPERATION (FX-STEP-COUNT).
185885     MOVE CA-NUM2 TO FX-RES-NUM2 (FX-STEP-COUNT).
185886     MOVE CA-RESULT TO FX-RES-RESULT (FX-STEP-COUNT).
185887     MOVE CA-FACTOR-CODE TO FX-RES-FACTOR-CODE (FX-STEP-COUNT).
185888     MOVE CA-FACTOR-DATE TO FX-RES-FACTOR-DATE (FX-STEP-COUNT).
185889     ADD 1 TO FX-SUB.
185890 4820-EXIT.
185891     EXIT.
185892
185893*----------------------------------------------------------------
185894* AN EARLIER STEP'S RESULT CARRIES TWO MORE INTEGER DIGITS THAN
185895* AN OPERAND, SO IT IS SIZE-CHECKED AS A CHAIN'S PRIOR RESULT IS.
185896*----------------------------------------------------------------
185897 4830-RESOLVE-FIRST-OPERAND.
185898     EVALUATE TRUE
185899         WHEN FX-OPND1-INPUT AND FX-OPND1-NUMBER = 1
185900             MOVE TR-NUM1 TO CA-NUM1
185901         WHEN FX-OPND1-INPUT
185902             MOVE TR-NUM2 TO CA-NUM1
185903         WHEN FX-OPND1-LITERAL
185904             MOVE FX-OPND1-VALUE TO CA-NUM1
185905         WHEN FX-OPND1-STEP
185906             COMPUTE CA-NUM1 = FX-RES-RESULT (FX-OPND1-NUMBER)
185907                 ON SIZE ERROR
185908                     DISPLAY 'ERROR - STEP RESULT EXCEEDS '
185909                         'OPERAND CAPACITY'
185910                     MOVE 'F' TO WS-CALC-STATUS-SW
185911             END-COMPUTE
185912     END-EVALUATE.
185913 4830-EXIT.
185914     EXIT.
185915
185916 4840-RESOLVE-SECOND-OPERAND.
185917     EVALUATE TRUE
185918         WHEN FX-OPND2-UNUSED
185919             MOVE ZERO TO CA-NUM2
185920         WHEN FX-OPND2-INPUT AND FX-OPND2-NUMBER = 1
185921             MOVE TR-NUM1 TO CA-NUM2
185922         WHEN FX-OPND2-INPUT
185923             MOVE TR-NUM2 TO CA-NUM2
185924         WHEN FX-OPND2-LITERAL
185925             MOVE FX-OPND2-VALUE TO CA-NUM2
185926         WHEN FX-OPND2-STEP
185927             COMPUTE CA-NUM2 = FX-RES-RESULT (FX-OPND2-NUMBER)
185928                 ON SIZE ERROR
185929                     DISPLAY 'ERROR - STEP RESULT EXCEEDS '
185930                         'OPERAND CAPACITY'
185931                     MOVE 'F' TO WS-CALC-STATUS-SW
185932             END-COMPUTE
185933         WHEN FX-OPND2-FACTOR
185934             MOVE 'Y' TO CA-FACTOR-SW
185935             MOVE FX-OPND2-FACTOR-CODE TO CA-FACTOR-CODE
185936             PERFORM 4050-RESOLVE-FACTOR THRU 4050-EXIT
185937     END-EVALUATE.
185938 4840-EXIT.
185939     EXIT.
185940
185941 4850-CALCULATE-STEP.
185942     EVALUATE TRUE
185943         WHEN CA-OPERATION = '+'
185944             PERFORM 4100-CALCULATE-SUM THRU 4100-EXIT
185945         WHEN CA-OPERATION = '-'
185946             PERFORM 4200-CALCULATE-MINUS THRU 4200-EXIT
185947         WHEN CA-OPERATION = 'x' OR CA-OPERATION = 'X'
185948             PERFORM 4300-CALCULATE-MULTIPLICATION THRU 4300-EXIT
185949         WHEN CA-OPERATION = '/' OR CA-OPERATION = ':'
185950             PERFORM 4400-CALCULATE-DIVISION THRU 4400-EXIT
185951         WHEN CA-OPERATION = '%'
185952             PERFORM 4500-CALCULATE-MODULO THRU 4500-EXIT
185953         WHEN CA-OPERATION = '^'
185954             PERFORM 4600-CALCULATE-EXPONENT THRU 4600-EXIT
185955         WHEN CA-OPERATION = 'sq' OR CA-OPERATION = 'SQ'
185956             PERFORM 4700-CALCULATE-SQUAREROOT THRU 4700-EXIT
185957         WHEN OTHER
185958             MOVE 'F' TO WS-CALC-STATUS-SW
185959     END-EVALUATE.
185960 4850-EXIT.
185961     EXIT.
185962
185963******************************************************************
185964*     4900 - LOAN AMORTIZATION (AM): PRINCIPAL, ANNUAL RATE IN   *
185965*     PERCENT, TERM IN MONTHLY PERIODS.  THE RESULT IS THE LEVEL *
185966*     PAYMENT ROUNDED TO THE CENT; 5200 WRITES THE SCHEDULE.     *
185967******************************************************************
185968 4900-CALCULATE-AMORTIZATION.
185969     IF CA-NUM1 NOT > ZERO OR CA-TERM = ZERO
185970             OR CA-NUM2 < ZERO OR CA-NUM2 NOT < 100
185971         DISPLAY 'ERROR - AMORTIZATION NEEDS A PRINCIPAL, A TERM'
185972         DISPLAY '  AND A RATE FROM 0 TO UNDER 100 PERCENT'
185973         MOVE 'F' TO WS-CALC-STATUS-SW
185974         GO TO 4900-EXIT
185975     END-IF.
185976     COMPUTE AM-PERIOD-RATE ROUNDED =
185977         CA-NUM2 / (100 * AM-PERIODS-PER-YEAR).
185978     IF AM-PERIOD-RATE = ZERO
185979         COMPUTE CA-RESULT ROUNDED = CA-NUM1 / CA-TERM
185980     ELSE
185981         COMPUTE AM-GROWTH ROUNDED =
185982             (1 + AM-PERIOD-RATE) ** CA-TERM
185983             ON SIZE ERROR
185984                 DISPLAY 'ERROR - TERM TOO LONG FOR THE RATE'
185985                 MOVE 'F' TO WS-CALC-STATUS-SW
185986             NOT ON SIZE ERROR
185987                 COMPUTE CA-RESULT ROUNDED =
185988                     CA-NUM1 * AM-PERIOD-RATE * AM-GROWTH
185989                     / (AM-GROWTH - 1)
185990         END-COMPUTE
185991     END-IF.
185992     IF CALC-SUCCESSFUL AND RUN-MODE-INTERACTIVE
185993         MOVE CA-RESULT TO CA-RESULT-EDIT
185994         DISPLAY 'The level payment is ' CA-RESULT-EDIT
185995     END-IF.
185996 4900-EXIT.
185997     EXIT.
185998
185999******************************************************************
186000*              5000 - APPEND A LINE TO THE HISTORY FILE          *
186100******************************************************************
186200 5000-WRITE-HISTORY.
187100     MOVE CA-RESULT TO HS-RESULT.
187200     MOVE CA-FACTOR-CODE TO HS-FACTOR-CODE.
187210     MOVE CA-FACTOR-DATE TO HS-FACTOR-DATE.
187220     MOVE CA-FORMULA-CODE TO HS-FORMULA-CODE.
187230     MOVE CA-FORMULA-STEP TO HS-FORMULA-STEP.
187240     MOVE RL-CURRENT-RUN-ID TO HS-RUN-ID.
187300     WRITE HS-RECORD.
187310     IF WS-HISTORY-STATUS = '00'
187320         ADD 1 TO SL-ROW-COUNT
187330         IF HS-RESULT < ZERO
187340             SUBTRACT HS-RESULT FROM SL-RESULT-HASH
187350         ELSE
187360             ADD HS-RESULT TO SL-RESULT-HASH
187370         END-IF
187380     END-IF.
187400 5000-EXIT.
187401     EXIT.
187402
187404*----------------------------------------------------------------
187405* ONE HISTORY LINE PER FORMULA STEP, CARRYING THE FORMULA CODE,
187407* THE STEP NUMBER AND THE STEP'S INTERMEDIATE RESULT.  CALLED
187408* ONLY WHEN EVERY STEP SUCCEEDED; THE LAST STEP LEAVES THE
187410* FINAL RESULT IN CA-RESULT.
187411*----------------------------------------------------------------
187413 5100-WRITE-FORMULA-HISTORY.
187414     MOVE TR-FORMULA-CODE TO CA-FORMULA-CODE.
187416     PERFORM 5110-WRITE-STEP-HISTORY THRU 5110-EXIT
187417         VARYING FX-STEP-SUB FROM 1 BY 1
187419         UNTIL FX-STEP-SUB > FX-STEP-COUNT.
187420     MOVE SPACES TO CA-FORMULA-CODE.
187422     MOVE ZERO TO CA-FORMULA-STEP.
187423 5100-EXIT.
187425     EXIT.
187426
187428 5110-WRITE-STEP-HISTORY.
187429     MOVE FX-STEP-SUB TO CA-FORMULA-STEP.
187431     MOVE FX-RES-NUM1 (FX-STEP-SUB) TO CA-NUM1.
187432     MOVE FX-RES-OPERATION (FX-STEP-SUB) TO CA-OPERATION.
187434     MOVE FX-RES-NUM2 (FX-STEP-SUB) TO CA-NUM2.
187435     MOVE FX-RES-RESULT (FX-STEP-SUB) TO CA-RESULT.
187437     MOVE FX-RES-FACTOR-CODE (FX-STEP-SUB) TO CA-FACTOR-CODE.
187438     MOVE FX-RES-FACTOR-DATE (FX-STEP-SUB) TO CA-FACTOR-DATE.
187440     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
187441 5110-EXIT.
187443     EXIT.
187444
187446******************************************************************
187447*     5200 THRU 5210 - WRITE THE SCHEDULE FOR AN AM RESULT.  EACH*
187449*     PERIOD'S INTEREST IS ROUNDED TO THE CENT AND THE REST OF   *
187450*     THE LEVEL PAYMENT REDUCES THE BALANCE; THE LAST PERIOD     *
187452*     PAYS OFF WHAT IS LEFT, SO THE BALANCE ENDS AT EXACTLY ZERO.*
187453******************************************************************
187455 5200-WRITE-AMORT-SCHEDULE.
187456     MOVE CA-NUM1 TO AM-BALANCE.
187458     MOVE CA-RESULT TO AM-PAYMENT.
187459     PERFORM 5210-WRITE-SCHEDULE-ROW THRU 5210-EXIT
187461         VARYING AM-PERIOD FROM 1 BY 1
187462         UNTIL AM-PERIOD > CA-TERM.
187464 5200-EXIT.
187465     EXIT.
187467
187468 5210-WRITE-SCHEDULE-ROW.
187470     COMPUTE AM-INTEREST ROUNDED = AM-BALANCE * AM-PERIOD-RATE.
187471     IF AM-PERIOD = CA-TERM
187473         MOVE AM-BALANCE TO AM-PRINCIPAL
187474     ELSE
187476         COMPUTE AM-PRINCIPAL = AM-PAYMENT - AM-INTEREST
187477         IF AM-PRINCIPAL > AM-BALANCE
187479             MOVE AM-BALANCE TO AM-PRINCIPAL
187480         END-IF
187482     END-IF.
187483     SUBTRACT AM-PRINCIPAL FROM AM-BALANCE.
187485     MOVE TR-RECORD-NUMBER TO AS-RECORD-NUMBER.
187486     MOVE TR-OPERATOR-ID TO AS-OPERATOR-ID.
187488     MOVE AM-PERIOD TO AS-PAYMENT-NUMBER.
187489     COMPUTE AS-PAYMENT = AM-INTEREST + AM-PRINCIPAL.
187491     MOVE AM-INTEREST TO AS-INTEREST.
187492     MOVE AM-PRINCIPAL TO AS-PRINCIPAL.
187494     MOVE AM-BALANCE TO AS-BALANCE.
187495     WRITE AS-RECORD.
187497     ADD 1 TO AM-SCHEDULE-COUNT.
187498 5210-EXIT.
187500     EXIT.
187600
187700******************************************************************
198300     DISPLAY ' MODULO COUNT..........: ' CT-COUNT-MOD.
198400     DISPLAY ' EXPONENT COUNT........: ' CT-COUNT-EXP.
198500     DISPLAY ' SQUARE ROOT COUNT.....: ' CT-COUNT-SQRT.
198550     DISPLAY ' FORMULA COUNT.........: ' CT-COUNT-FORMULA.
198560     DISPLAY ' AMORTIZATION COUNT....: ' CT-COUNT-AMORT.
198570     DISPLAY ' SCHEDULE ROWS WRITTEN.: ' AM-SCHEDULE-COUNT.
198600     DISPLAY ' TOTAL CALCULATIONS....: ' CT-TOTAL-CALCS.
198700     DISPLAY ' GRAND TOTAL OF RESULTS: ' CT-GRAND-TOTAL-EDIT.
198800     DISPLAY '=============================================='.
212000     IF RP-PRIOR-OPERATOR NOT = SPACES
212100         PERFORM 7530-WRITE-OPERATOR-SUBTOTAL THRU 7530-EXIT
212200     END-IF.
212210     PERFORM 7600-PRINT-AMORT-SECTION THRU 7600-EXIT.
212300     ADD 1 TO RP-PAGE-COUNT.
212400     MOVE RP-PAGE-COUNT TO RP-HDG-PAGE.
212500     WRITE RP-RECORD FROM RP-HEADING-LINE1.
215500     MOVE ' SQUARE ROOT COUNT...........:' TO RP-TOT-LABEL.
215600     MOVE CT-COUNT-SQRT TO RP-TOT-COUNT.
215700     WRITE RP-RECORD FROM RP-TOTAL-LINE.
215710     MOVE ' FORMULA COUNT...............:' TO RP-TOT-LABEL.
215720     MOVE CT-COUNT-FORMULA TO RP-TOT-COUNT.
215730     WRITE RP-RECORD FROM RP-TOTAL-LINE.
215740     MOVE ' AMORTIZATION COUNT..........:' TO RP-TOT-LABEL.
215750     MOVE CT-COUNT-AMORT TO RP-TOT-COUNT.
215760     WRITE RP-RECORD FROM RP-TOTAL-LINE.
215770     MOVE ' SCHEDULE ROWS WRITTEN.......:' TO RP-TOT-LABEL.
215780     MOVE AM-SCHEDULE-COUNT TO RP-TOT-COUNT.
215790     WRITE RP-RECORD FROM RP-TOTAL-LINE.
215800     MOVE ' TOTAL CALCULATIONS..........:' TO RP-TOT-LABEL.
215900     MOVE CT-TOTAL-CALCS TO RP-TOT-COUNT.
216000     WRITE RP-RECORD FROM RP-TOTAL-LINE.
216300 7550-EXIT.
216400     EXIT.
216500
216501******************************************************************
216502*     7600 THRU 7650 - AMORTIZATION SCHEDULE SECTION OF THE      *
216503*     BATCH RUN REPORT, PRINTED FROM THE SCHEDULE FILE AFTER THE *
216504*     DETAIL LINES: A HEADER PER LOAN, A LINE PER PERIOD AND A   *
216505*     LOAN TOTAL.  NOTHING IS PRINTED WHEN THE FILE IS EMPTY.    *
216506******************************************************************
216507 7600-PRINT-AMORT-SECTION.
216508     OPEN INPUT AMORT-FILE.
216509     IF WS-AMORT-STATUS NOT = '00'
216510         GO TO 7600-EXIT
216511     END-IF.
216512     MOVE 'N' TO WS-AMORT-EOF-SW.
216513     MOVE ZERO TO AM-PRIOR-RECORD-NUMBER.
216514     PERFORM 7630-READ-SCHEDULE-ROW THRU 7630-EXIT.
216515     IF WS-AMORT-EOF
216516         CLOSE AMORT-FILE
216517         GO TO 7600-EXIT
216518     END-IF.
216519     PERFORM 7610-WRITE-AMORT-HEADING THRU 7610-EXIT.
216520     PERFORM 7620-WRITE-AMORT-DETAIL THRU 7620-EXIT
216521         UNTIL WS-AMORT-EOF.
216522     PERFORM 7640-WRITE-LOAN-TOTAL THRU 7640-EXIT.
216523     CLOSE AMORT-FILE.
216524 7600-EXIT.
216525     EXIT.
216526
216527 7610-WRITE-AMORT-HEADING.
216528     ADD 1 TO RP-PAGE-COUNT.
216529     MOVE RP-PAGE-COUNT TO RP-HDG-PAGE.
216530     WRITE RP-RECORD FROM RP-HEADING-LINE1.
216531     MOVE ' AMORTIZATION SCHEDULES' TO RP-RECORD.
216532     WRITE RP-RECORD.
216533     WRITE RP-RECORD FROM RP-AMORT-COLUMN-HEADING.
216534     MOVE SPACES TO RP-RECORD.
216535     WRITE RP-RECORD.
216536     MOVE 4 TO RP-LINE-COUNT.
216537 7610-EXIT.
216538     EXIT.
216539
216540 7620-WRITE-AMORT-DETAIL.
216541     IF AS-RECORD-NUMBER NOT = AM-PRIOR-RECORD-NUMBER
216542         IF AM-PRIOR-RECORD-NUMBER NOT = ZERO
216543             PERFORM 7640-WRITE-LOAN-TOTAL THRU 7640-EXIT
216544         END-IF
216545         PERFORM 7650-WRITE-LOAN-HEADER THRU 7650-EXIT
216546     END-IF.
216547     IF RP-LINE-COUNT >= RP-LINES-PER-PAGE
216548         PERFORM 7610-WRITE-AMORT-HEADING THRU 7610-EXIT
216549     END-IF.
216550     MOVE AS-PAYMENT-NUMBER TO RP-AMD-PAYMENT-NUMBER.
216551     MOVE AS-PAYMENT TO RP-AMD-PAYMENT.
216552     MOVE AS-INTEREST TO RP-AMD-INTEREST.
216553     MOVE AS-PRINCIPAL TO RP-AMD-PRINCIPAL.
216554     MOVE AS-BALANCE TO RP-AMD-BALANCE.
216555     WRITE RP-RECORD FROM RP-AMORT-DETAIL-LINE.
216556     ADD 1 TO RP-LINE-COUNT.
216557     ADD AS-PAYMENT TO AM-LOAN-PAYMENTS.
216558     ADD AS-INTEREST TO AM-LOAN-INTEREST.
216559     ADD AS-PRINCIPAL TO AM-LOAN-PRINCIPAL.
216560     PERFORM 7630-READ-SCHEDULE-ROW THRU 7630-EXIT.
216561 7620-EXIT.
216562     EXIT.
216563
216564 7630-READ-SCHEDULE-ROW.
216565     READ AMORT-FILE
216566         AT END
216567             MOVE 'Y' TO WS-AMORT-EOF-SW
216568     END-READ.
216569 7630-EXIT.
216570     EXIT.
216571
216572 7640-WRITE-LOAN-TOTAL.
216573     MOVE AM-LOAN-PAYMENTS TO RP-AMT-PAYMENTS.
216574     MOVE AM-LOAN-INTEREST TO RP-AMT-INTEREST.
216575     MOVE AM-LOAN-PRINCIPAL TO RP-AMT-PRINCIPAL.
216576     WRITE RP-RECORD FROM RP-AMORT-TOTAL-LINE.
216577     MOVE SPACES TO RP-RECORD.
216578     WRITE RP-RECORD.
216579     ADD 2 TO RP-LINE-COUNT.
216580     MOVE ZERO TO AM-LOAN-PAYMENTS.
216581     MOVE ZERO TO AM-LOAN-INTEREST.
216582     MOVE ZERO TO AM-LOAN-PRINCIPAL.
216583 7640-EXIT.
216584     EXIT.
216585
216586 7650-WRITE-LOAN-HEADER.
216587     IF RP-LINE-COUNT + 3 > RP-LINES-PER-PAGE
216588         PERFORM 7610-WRITE-AMORT-HEADING THRU 7610-EXIT
216589     END-IF.
216590     MOVE AS-RECORD-NUMBER TO RP-AML-RECORD-NUMBER.
216591     MOVE AS-OPERATOR-ID TO RP-AML-OPERATOR-ID.
216592     WRITE RP-RECORD FROM RP-AMORT-LOAN-LINE.
216593     ADD 1 TO RP-LINE-COUNT.
216594     MOVE AS-RECORD-NUMBER TO AM-PRIOR-RECORD-NUMBER.
216595 7650-EXIT.
216596     EXIT.
216600
216700******************************************************************
216800*     8000 THRU 8610 - GENERAL-LEDGER POSTING EXTRACT.  RUN AT   *
216900*     END OF BATCH AGAINST THE COMPLETED RESULT FILE SO THE      *
217000*     EXTRACT ALWAYS COVERS THE WHOLE RUN, RESTARTS INCLUDED.    *
217010*     A RESULT ABOVE ITS OPERATOR'S APPROVAL LIMIT IS HELD ON    *
217020*     THE PENDING-APPROVAL QUEUE INSTEAD OF POSTED; ITEMS A      *
217030*     SUPERVISOR HAS SINCE RELEASED ARE POSTED AHEAD OF THE      *
217040*     TRAILER AND STAMPED WITH THE RUN DATE, SO A RERUN FOR THE  *
217041*     SAME DATE POSTS THEM AGAIN BUT QUEUES NOTHING TWICE.  EVERY*
217050*     DETAIL IS CHECKED AGAINST THE PERIOD CALENDAR AS IT IS     *
217060*     WRITTEN.  A SUMMARIZED JOURNAL (GLSUMM) POSTS ONE LINE     *
217070*     PER ACCOUNT, SIDE AND DAY AHEAD OF THE TRAILER, AND LINKS  *
217080*     EACH ITEM TO ITS LINE ON THE DRILL-DOWN FILE.              *
217100******************************************************************
217200 8000-GL-EXTRACT.
217300     PERFORM 8100-LOAD-XREF-TABLE THRU 8100-EXIT.
217310     PERFORM 8150-LOAD-PERIOD-TABLE THRU 8150-EXIT.
217400     IF GL-XREF-COUNT = ZERO
217500         DISPLAY 'GL EXTRACT SKIPPED - NO ACCOUNT CROSS-'
217600             'REFERENCE ENTRIES'
217700         GO TO 8000-EXIT
217800     END-IF.
217809*    WITHOUT THE OPERATOR MASTER THE APPROVAL LIMITS CANNOT BE
217818*    APPLIED, SO NOTHING IS POSTED.
217827     IF NOT WS-OPERMAST-IS-OPEN
217836         DISPLAY 'ERROR - OPERATOR MASTER NOT AVAILABLE, '
217845             'APPROVAL LIMITS CANNOT BE APPLIED'
217854         DISPLAY 'GL EXTRACT NOT RUN'
217863         MOVE 8 TO RETURN-CODE
217872         GO TO 8000-EXIT
217881     END-IF.
217890     PERFORM 8310-LOAD-QUEUED-ITEMS THRU 8310-EXIT.
217900     OPEN INPUT RESULT-FILE.
218000     IF WS-RESULT-STATUS NOT = '00'
218100         DISPLAY 'ERROR - CANNOT REOPEN RESULT FILE FOR GL '
218200             'EXTRACT, STATUS = ' WS-RESULT-STATUS
218216         GO TO 8000-EXIT
218233     END-IF.
218250     PERFORM 8500-OPEN-PENDING-QUEUE THRU 8500-EXIT.
218266     IF NOT WS-GLPEND-IS-OPEN
218283         CLOSE RESULT-FILE
218300         GO TO 8000-EXIT
218400     END-IF.
218500     OPEN OUTPUT GLPOST-FILE.
218700         DISPLAY 'ERROR - CANNOT OPEN GL POSTING FILE, STATUS = '
218800             WS-GLPOST-STATUS
218900         CLOSE RESULT-FILE
218910         CLOSE GLPEND-FILE
218920         MOVE 'N' TO WS-GLPEND-OPEN-SW
219000         GO TO 8000-EXIT
219009     END-IF.
219018     IF GL-SUMMARIZED
219027         PERFORM 8900-OPEN-DRILL-FILE THRU 8900-EXIT
219036         IF NOT WS-GLDRILL-IS-OPEN
219045             CLOSE GLPOST-FILE
219054             CLOSE RESULT-FILE
219063             CLOSE GLPEND-FILE
219072             MOVE 'N' TO WS-GLPEND-OPEN-SW
219081             GO TO 8000-EXIT
219090         END-IF
219100     END-IF.
219200*    THE EXTRACT IS DATED WITH THE RUN DATE SO A RERUN OF AN
219210*    OLD BATCH POSTS UNDER THAT BATCH'S DATE.
219300     MOVE WS-RUN-DATE TO GL-HDR-DATE.
219310     IF GL-SUMMARIZED
219320         MOVE 'S' TO GL-HDR-JOURNAL
219330     ELSE
219340         MOVE SPACE TO GL-HDR-JOURNAL
219350     END-IF.
219400     WRITE GL-RECORD FROM GL-HEADER-LINE.
219500     MOVE ZERO TO GL-DETAIL-COUNT.
219600     MOVE ZERO TO GL-UNMATCHED-COUNT.
219700     MOVE ZERO TO GL-HASH-TOTAL.
219710     MOVE ZERO TO GL-PENDING-COUNT.
219720     MOVE ZERO TO GL-RELEASED-COUNT.
219723     MOVE ZERO TO GL-RELEASE-SKIP-COUNT.
219726     MOVE ZERO TO GQ-REQUEUE-COUNT.
219730     MOVE ZERO TO GL-PRIOR-PERIOD-COUNT.
219740     MOVE ZERO TO GL-NO-OPEN-PERIOD-COUNT.
219750     MOVE ZERO TO GL-SOURCE-COUNT.
219760     MOVE ZERO TO GS-COUNT.
219770     MOVE ZERO TO GS-OVERFLOW-COUNT.
219780     MOVE ZERO TO GS-DRILL-HASH-TOTAL.
219800     MOVE 'N' TO WS-RESULT-EOF-SW.
219900     PERFORM 8300-READ-RESULT THRU 8300-EXIT.
220000     PERFORM 8200-EXTRACT-ONE-RESULT THRU 8200-EXIT
220100         UNTIL WS-RESULT-EOF.
220110     PERFORM 8600-POST-RELEASED-ITEMS THRU 8600-EXIT.
220120     IF GL-SUMMARIZED
220130         PERFORM 8930-WRITE-SUMMARY-LINE THRU 8930-EXIT
220140             VARYING GS-SUB FROM 1 BY 1 UNTIL GS-SUB > GS-COUNT
220150         PERFORM 8940-CLOSE-DRILL-FILE THRU 8940-EXIT
220160     END-IF.
220200     MOVE GL-DETAIL-COUNT TO GL-TRL-COUNT.
220300     MOVE GL-HASH-TOTAL TO GL-TRL-HASH-TOTAL.
220310     MOVE GL-SOURCE-COUNT TO GL-TRL-SOURCE-COUNT.
220400     WRITE GL-RECORD FROM GL-TRAILER-LINE.
220500     CLOSE GLPOST-FILE.
220600     CLOSE RESULT-FILE.
220610     CLOSE GLPEND-FILE.
220620     MOVE 'N' TO WS-GLPEND-OPEN-SW.
220700     DISPLAY 'GL EXTRACT COMPLETE - POSTED ' GL-DETAIL-COUNT
220800         ' UNMATCHED ' GL-UNMATCHED-COUNT.
220810     DISPLAY 'GL EXTRACT - HELD FOR APPROVAL ' GL-PENDING-COUNT
220820         ' RELEASED ITEMS POSTED ' GL-RELEASED-COUNT.
220822     DISPLAY 'GL EXTRACT - ALREADY QUEUED BY AN EARLIER RUN '
220824         GQ-REQUEUE-COUNT ' RELEASES POSTED BY AN EARLIER '
220826         'EXTRACT ' GL-RELEASE-SKIP-COUNT.
220830     DISPLAY 'GL EXTRACT - RE-DATED AS PRIOR-PERIOD '
220840         GL-PRIOR-PERIOD-COUNT ' IN A CLOSED PERIOD WITH NO '
220850         'OPEN PERIOD AFTER IT ' GL-NO-OPEN-PERIOD-COUNT.
220851     IF GL-SUMMARIZED
220852         DISPLAY 'GL EXTRACT - SUMMARIZED ' GL-SOURCE-COUNT
220853             ' ITEMS INTO ' GS-COUNT ' JOURNAL LINES, '
220854             GS-OVERFLOW-COUNT ' POSTED UNSUMMARIZED, '
220856             GL-RELEASED-COUNT ' RELEASES POSTED AS DETAILS'
220858     END-IF.
220860     MOVE 'Y' TO WS-GL-EXTRACTED-SW.
220900 8000-EXIT.
221000     EXIT.
221100
224900 8110-EXIT.
225000     EXIT.
225100
225102*----------------------------------------------------------------
225104* THE CALENDAR IS OPTIONAL - WITHOUT IT NOTHING IS RE-DATED.
225106*----------------------------------------------------------------
225108 8150-LOAD-PERIOD-TABLE.
225110     MOVE ZERO TO PX-COUNT.
225112     OPEN INPUT PERIOD-FILE.
225114     IF WS-PERIOD-STATUS NOT = '00'
225116         DISPLAY 'WARNING - PERIOD CALENDAR NOT AVAILABLE, '
225118             'STATUS = ' WS-PERIOD-STATUS
225120         GO TO 8150-EXIT
225122     END-IF.
225124     MOVE 'N' TO WS-PERIOD-EOF-SW.
225126     PERFORM 8160-LOAD-PERIOD-ENTRY THRU 8160-EXIT
225128         UNTIL WS-PERIOD-EOF.
225130     CLOSE PERIOD-FILE.
225132 8150-EXIT.
225134     EXIT.
225136
225138 8160-LOAD-PERIOD-ENTRY.
225140     READ PERIOD-FILE
225142         AT END
225144             MOVE 'Y' TO WS-PERIOD-EOF-SW
225146         NOT AT END
225148             IF PX-COUNT < PX-MAX
225150                 ADD 1 TO PX-COUNT
225152                 MOVE PD-PERIOD-ID TO PX-PERIOD-ID (PX-COUNT)
225154                 MOVE PD-START-DATE TO PX-START-DATE (PX-COUNT)
225156                 MOVE PD-END-DATE TO PX-END-DATE (PX-COUNT)
225158                 MOVE PD-STATUS TO PX-STATUS (PX-COUNT)
225160             ELSE
225162                 DISPLAY 'WARNING - PERIOD TABLE FULL, '
225164                     'CALENDAR ENDS AT ' PX-PERIOD-ID (PX-COUNT)
225166                 MOVE 'Y' TO WS-PERIOD-EOF-SW
225168             END-IF
225170     END-READ.
225172 8160-EXIT.
225174     EXIT.
225176
225200 8200-EXTRACT-ONE-RESULT.
225300     IF RO-STATUS-OK AND NOT RO-CHAIN-STEP
225400         PERFORM 8400-SEARCH-XREF-TABLE THRU 8400-EXIT
225800             MOVE RO-RESULT TO GL-DET-AMOUNT
225900             MOVE WS-RUN-DATE TO GL-DET-DATE
226000             MOVE RO-RECORD-NUMBER TO GL-DET-SOURCE-RECORD
226100             PERFORM 8510-CHECK-APPROVAL-LIMIT THRU 8510-EXIT
226200             IF WS-OVER-LIMIT
226300                 PERFORM 8520-QUEUE-FOR-APPROVAL THRU 8520-EXIT
226500             ELSE
226600                 PERFORM 8250-WRITE-GL-DETAIL THRU 8250-EXIT
226700             END-IF
226800         ELSE
226900             ADD 1 TO GL-UNMATCHED-COUNT
227600 8200-EXIT.
227700     EXIT.
227800
227805 8250-WRITE-GL-DETAIL.
227810     PERFORM 8800-CHECK-PERIOD THRU 8800-EXIT.
227815     ADD 1 TO GL-SOURCE-COUNT.
227820     IF GL-SUMMARIZED AND NOT WS-POSTING-RELEASES
227825         PERFORM 8910-ADD-TO-SUMMARY THRU 8910-EXIT
227830         IF WS-SUMMARY-FOUND
227835             GO TO 8250-EXIT
227840         END-IF
227845     END-IF.
227850     WRITE GL-RECORD FROM GL-DETAIL-LINE.
227855     ADD 1 TO GL-DETAIL-COUNT.
227860     IF GL-DET-AMOUNT < ZERO
227865         SUBTRACT GL-DET-AMOUNT FROM GL-HASH-TOTAL
227870     ELSE
227875         ADD GL-DET-AMOUNT TO GL-HASH-TOTAL
227880     END-IF.
227885 8250-EXIT.
227890     EXIT.
227895
227900 8300-READ-RESULT.
228000     READ RESULT-FILE
228100         AT END
228200             MOVE 'Y' TO WS-RESULT-EOF-SW
228300     END-READ.
228400 8300-EXIT.
228401     EXIT.
228402
228403*----------------------------------------------------------------
228404* 8310 THRU 8360 - THE SOURCE RECORDS ALREADY QUEUED UNDER THIS
228406* RUN DATE, FROM THE QUEUE AND FROM THE RELEASE FILE (CALCAPRV
228407* MAY HAVE WORKED THE QUEUE SINCE).  BOTH FILES ARE OPTIONAL.
228408*----------------------------------------------------------------
228409 8310-LOAD-QUEUED-ITEMS.
228410     MOVE ZERO TO GQ-COUNT.
228412     MOVE ZERO TO GQ-OVERFLOW-COUNT.
228413     OPEN INPUT GLPEND-FILE.
228414     IF WS-GLPEND-STATUS = '00'
228415         MOVE 'N' TO WS-GLPEND-EOF-SW
228416         PERFORM 8320-LOAD-ONE-PENDING THRU 8320-EXIT
228418             UNTIL WS-GLPEND-EOF
228419         CLOSE GLPEND-FILE
228420     END-IF.
228421     OPEN INPUT GLRELS-FILE.
228422     IF WS-GLRELS-STATUS = '00'
228424         MOVE 'N' TO WS-GLRELS-EOF-SW
228425         PERFORM 8330-LOAD-ONE-RELEASE THRU 8330-EXIT
228426             UNTIL WS-GLRELS-EOF
228427         CLOSE GLRELS-FILE
228428     END-IF.
228430     IF GQ-OVERFLOW-COUNT > ZERO
228431         DISPLAY 'WARNING - QUEUED ITEM TABLE FULL, '
228432             GQ-OVERFLOW-COUNT ' ITEMS MAY BE QUEUED AGAIN'
228433     END-IF.
228434 8310-EXIT.
228436     EXIT.
228437
228438 8320-LOAD-ONE-PENDING.
228439     READ GLPEND-FILE
228440         AT END
228442             MOVE 'Y' TO WS-GLPEND-EOF-SW
228443             GO TO 8320-EXIT
228444     END-READ.
228445     IF AP-QUEUED-DATE = WS-RUN-DATE
228446         MOVE AP-SOURCE-RECORD TO GQ-NEW-SOURCE
228448         PERFORM 8340-TABLE-QUEUED-ITEM THRU 8340-EXIT
228449     END-IF.
228450 8320-EXIT.
228451     EXIT.
228453
228454 8330-LOAD-ONE-RELEASE.
228455     READ GLRELS-FILE
228456         AT END
228457             MOVE 'Y' TO WS-GLRELS-EOF-SW
228459             GO TO 8330-EXIT
228460     END-READ.
228461     IF GR-QUEUED-DATE = WS-RUN-DATE
228462         MOVE GR-SOURCE-RECORD TO GQ-NEW-SOURCE
228463         PERFORM 8340-TABLE-QUEUED-ITEM THRU 8340-EXIT
228465     END-IF.
228466 8330-EXIT.
228467     EXIT.
228468
228469 8340-TABLE-QUEUED-ITEM.
228471     IF GQ-COUNT NOT < GQ-MAX
228472         ADD 1 TO GQ-OVERFLOW-COUNT
228473         GO TO 8340-EXIT
228474     END-IF.
228475     ADD 1 TO GQ-COUNT.
228477     MOVE GQ-NEW-SOURCE TO GQ-SOURCE-RECORD (GQ-COUNT).
228478 8340-EXIT.
228479     EXIT.
228480
228481 8350-FIND-QUEUED-ITEM.
228483     MOVE 'N' TO WS-QUEUED-FOUND-SW.
228484     MOVE 1 TO GQ-SUB.
228485     PERFORM 8360-MATCH-QUEUED-ITEM THRU 8360-EXIT
228486         UNTIL WS-QUEUED-FOUND OR GQ-SUB > GQ-COUNT.
228487 8350-EXIT.
228489     EXIT.
228490
228491 8360-MATCH-QUEUED-ITEM.
228492     IF GQ-SOURCE-RECORD (GQ-SUB) = GL-DET-SOURCE-RECORD
228493         MOVE 'Y' TO WS-QUEUED-FOUND-SW
228495     ELSE
228496         ADD 1 TO GQ-SUB
228497     END-IF.
228498 8360-EXIT.
228500     EXIT.
228600
228700 8400-SEARCH-XREF-TABLE.
229900     ELSE
230000         ADD 1 TO GL-XREF-SUB
230100     END-IF.
230101 8410-EXIT.
230102     EXIT.
230103
230105*----------------------------------------------------------------
230106* THE QUEUE IS CARRIED FROM NIGHT TO NIGHT, SO IT IS EXTENDED;
230107* A FIRST RUN CREATES IT.
230108*----------------------------------------------------------------
230110 8500-OPEN-PENDING-QUEUE.
230111     MOVE 'N' TO WS-GLPEND-OPEN-SW.
230112     OPEN EXTEND GLPEND-FILE.
230114     IF WS-GLPEND-STATUS = '35'
230115         OPEN OUTPUT GLPEND-FILE
230116     END-IF.
230117     IF WS-GLPEND-STATUS NOT = '00'
230119         DISPLAY 'ERROR - CANNOT OPEN PENDING-APPROVAL FILE, '
230120             'STATUS = ' WS-GLPEND-STATUS
230121         DISPLAY 'GL EXTRACT NOT RUN'
230122         GO TO 8500-EXIT
230124     END-IF.
230125     MOVE 'Y' TO WS-GLPEND-OPEN-SW.
230126     MOVE LOW-VALUES TO GL-LIMIT-OPERATOR.
230128 8500-EXIT.
230129     EXIT.
230130
230131*----------------------------------------------------------------
230133* THE LIMIT IS TESTED AGAINST THE SIZE OF THE POSTING, SIGN
230134* IGNORED.  A ZERO LIMIT MEANS THE OPERATOR HAS NO LIMIT; AN
230135* OPERATOR NO LONGER ON THE MASTER IS ALWAYS HELD.  THE LAST
230136* OPERATOR'S LIMIT IS KEPT SO A RUN OF ONE OPERATOR'S WORK
230138* COSTS ONE READ.
230139*----------------------------------------------------------------
230140 8510-CHECK-APPROVAL-LIMIT.
230142     MOVE 'N' TO WS-OVER-LIMIT-SW.
230143     IF RO-OPERATOR-ID NOT = GL-LIMIT-OPERATOR
230144         PERFORM 8530-READ-APPROVAL-LIMIT THRU 8530-EXIT
230145     END-IF.
230147     IF NOT GL-LIMIT-FOUND
230148         MOVE 'Y' TO WS-OVER-LIMIT-SW
230149         GO TO 8510-EXIT
230150     END-IF.
230152     IF GL-LIMIT-AMOUNT = ZERO
230153         GO TO 8510-EXIT
230154     END-IF.
230156     MOVE RO-RESULT TO GL-ABS-AMOUNT.
230157     IF GL-ABS-AMOUNT > GL-LIMIT-AMOUNT
230158         MOVE 'Y' TO WS-OVER-LIMIT-SW
230159     END-IF.
230161 8510-EXIT.
230162     EXIT.
230163
230164 8520-QUEUE-FOR-APPROVAL.
230166     PERFORM 8350-FIND-QUEUED-ITEM THRU 8350-EXIT.
230167     IF WS-QUEUED-FOUND
230168         ADD 1 TO GL-PENDING-COUNT
230170         ADD 1 TO GQ-REQUEUE-COUNT
230171         DISPLAY 'GL EXTRACT - ALREADY QUEUED ' RO-RECORD-NUMBER
230172         GO TO 8520-EXIT
230173     END-IF.
230175     MOVE SPACES TO AP-RECORD.
230176     MOVE GL-DETAIL-LINE TO AP-DETAIL-IMAGE.
230177     MOVE RO-OPERATOR-ID TO AP-OPERATOR-ID.
230178     MOVE RO-OPERATION TO AP-OPERATION.
230180     MOVE GL-LIMIT-AMOUNT TO AP-LIMIT.
230181     MOVE WS-RUN-DATE TO AP-QUEUED-DATE.
230182     MOVE 'P' TO AP-STATUS.
230184     MOVE SPACES TO AP-DECIDED-BY.
230185     MOVE ZERO TO AP-DECIDED-DATE.
230186     MOVE ZERO TO AP-DECIDED-TIME.
230187     WRITE AP-RECORD.
230189     ADD 1 TO GL-PENDING-COUNT.
230190     DISPLAY 'GL EXTRACT - HELD FOR APPROVAL, OPERATOR '
230191         RO-OPERATOR-ID ' RECORD ' RO-RECORD-NUMBER
230192         ' AMOUNT ' RO-RESULT.
230194 8520-EXIT.
230195     EXIT.
230196
230198 8530-READ-APPROVAL-LIMIT.
230199     MOVE RO-OPERATOR-ID TO GL-LIMIT-OPERATOR.
230200     MOVE 'Y' TO GL-LIMIT-FOUND-SW.
230201     MOVE ZERO TO GL-LIMIT-AMOUNT.
230203     MOVE RO-OPERATOR-ID TO OM-OPERATOR-ID.
230204     READ OPERMAST-FILE
230205         INVALID KEY
230207             MOVE 'N' TO GL-LIMIT-FOUND-SW
230208     END-READ.
230209     IF GL-LIMIT-FOUND
230210         IF OM-APPROVAL-LIMIT NUMERIC
230212             MOVE OM-APPROVAL-LIMIT TO GL-LIMIT-AMOUNT
230213         END-IF
230214     END-IF.
230215 8530-EXIT.
230217     EXIT.
230218
230219*----------------------------------------------------------------
230221* RELEASED ITEMS KEEP THEIR ORIGINAL POSTING DATE AND SOURCE
230222* RECORD SO THE ACKNOWLEDGMENT CAN BE MATCHED BACK TO THEM.
230223* THE RELEASE FILE IS OPTIONAL.  AN ITEM IS STAMPED AS IT POSTS.
230224* ON A SUMMARIZED JOURNAL THE RELEASES STILL POST AS DETAILS.
230226*----------------------------------------------------------------
230227 8600-POST-RELEASED-ITEMS.
230228     OPEN I-O GLRELS-FILE.
230229     IF WS-GLRELS-STATUS NOT = '00' AND NOT = '35'
230231         DISPLAY 'WARNING - RELEASED ITEMS NOT POSTED, STATUS = '
230232             WS-GLRELS-STATUS
230233     END-IF.
230235     IF WS-GLRELS-STATUS NOT = '00'
230236         GO TO 8600-EXIT
230237     END-IF.
230238     MOVE 'N' TO WS-GLRELS-EOF-SW.
230240     MOVE 'Y' TO WS-RELEASE-POSTING-SW.
230241     PERFORM 8610-POST-ONE-RELEASE THRU 8610-EXIT
230242         UNTIL WS-GLRELS-EOF.
230243     MOVE 'N' TO WS-RELEASE-POSTING-SW.
230245     CLOSE GLRELS-FILE.
230246 8600-EXIT.
230247     EXIT.
230249
230250 8610-POST-ONE-RELEASE.
230251     READ GLRELS-FILE
230252         AT END
230254             MOVE 'Y' TO WS-GLRELS-EOF-SW
230255             GO TO 8610-EXIT
230256     END-READ.
230257     IF NOT GR-RELEASED
230259         GO TO 8610-EXIT
230260     END-IF.
230261     IF GR-POSTED-DATE NUMERIC AND GR-POSTED-DATE NOT = ZERO
230263             AND GR-POSTED-DATE NOT = WS-RUN-DATE
230264         ADD 1 TO GL-RELEASE-SKIP-COUNT
230265         GO TO 8610-EXIT
230266     END-IF.
230268     MOVE GR-DETAIL-IMAGE TO GL-DETAIL-LINE.
230269     PERFORM 8250-WRITE-GL-DETAIL THRU 8250-EXIT.
230270     ADD 1 TO GL-RELEASED-COUNT.
230271     MOVE WS-RUN-DATE TO GR-POSTED-DATE.
230273     REWRITE GR-RECORD.
230274     IF WS-GLRELS-STATUS NOT = '00'
230275         DISPLAY 'WARNING - RELEASE NOT STAMPED, RECORD '
230277             GR-SOURCE-RECORD ' STATUS = ' WS-GLRELS-STATUS
230278     END-IF.
230279 8610-EXIT.
230280     EXIT.
230282
230283*----------------------------------------------------------------
230284* 8800 THRU 8820 - A DETAIL DATED IN A CLOSED PERIOD MOVES TO THE
230285* FIRST DAY OF THE NEXT OPEN PERIOD, KEEPING ITS ORIGINAL DATE FOR
230287* THE ACKNOWLEDGMENT MATCH.  WITH NO OPEN PERIOD AFTER IT THE
230288* DETAIL GOES AS DATED AND THE LEDGER WILL REJECT IT.
230289*----------------------------------------------------------------
230291 8800-CHECK-PERIOD.
230292     MOVE SPACE TO GL-DET-PRIOR-PERIOD.
230293     MOVE ZERO TO GL-DET-ORIGINAL-DATE.
230294     MOVE 'N' TO WS-PERIOD-FOUND-SW.
230296     MOVE 1 TO PX-SUB.
230297     PERFORM 8810-MATCH-DATED-PERIOD THRU 8810-EXIT
230298         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
230300     IF NOT WS-PERIOD-FOUND
230301         GO TO 8800-EXIT
230302     END-IF.
230303     IF PX-OPEN (PX-SUB)
230305         GO TO 8800-EXIT
230306     END-IF.
230307     MOVE 'N' TO WS-PERIOD-FOUND-SW.
230308     PERFORM 8820-MATCH-OPEN-PERIOD THRU 8820-EXIT
230310         UNTIL WS-PERIOD-FOUND OR PX-SUB > PX-COUNT.
230311     IF NOT WS-PERIOD-FOUND
230312         ADD 1 TO GL-NO-OPEN-PERIOD-COUNT
230314         DISPLAY 'GL EXTRACT - NO OPEN PERIOD FOR RECORD '
230315             GL-DET-SOURCE-RECORD ' DATED ' GL-DET-DATE
230316         GO TO 8800-EXIT
230317     END-IF.
230319     MOVE GL-DET-DATE TO GL-DET-ORIGINAL-DATE.
230320     MOVE 'P' TO GL-DET-PRIOR-PERIOD.
230321     MOVE PX-START-DATE (PX-SUB) TO GL-DET-DATE.
230322     ADD 1 TO GL-PRIOR-PERIOD-COUNT.
230324 8800-EXIT.
230325     EXIT.
230326
230328 8810-MATCH-DATED-PERIOD.
230329     IF GL-DET-DATE NOT < PX-START-DATE (PX-SUB)
230330             AND GL-DET-DATE NOT > PX-END-DATE (PX-SUB)
230331         MOVE 'Y' TO WS-PERIOD-FOUND-SW
230333     ELSE
230334         ADD 1 TO PX-SUB
230335     END-IF.
230336 8810-EXIT.
230338     EXIT.
230339
230340 8820-MATCH-OPEN-PERIOD.
230342     IF PX-OPEN (PX-SUB)
230343         MOVE 'Y' TO WS-PERIOD-FOUND-SW
230344     ELSE
230345         ADD 1 TO PX-SUB
230347     END-IF.
230348 8820-EXIT.
230349     EXIT.
230350
230352******************************************************************
230353*     8900 THRU 8940 - SUMMARIZED JOURNAL.  EACH ITEM IS ADDED   *
230354*     INTO THE LINE FOR ITS ACCOUNT, SIDE AND DAY AND WRITTEN TO *
230356*     THE DRILL-DOWN FILE AS THE DETAIL IT WOULD HAVE POSTED AS, *
230357*     WITH ITS LINE NUMBER.  THE LINES ARE POSTED AT THE END.    *
230358*     THE GLPOST COUNT AND HASH ARE OF THE LINES POSTED; THE     *
230359*     DRILL-DOWN COUNT AND HASH ARE OF THE ITEMS, AS AN ITEMIZED *
230361*     JOURNAL'S WOULD HAVE BEEN.                                 *
230362******************************************************************
230363 8900-OPEN-DRILL-FILE.
230364     MOVE 'N' TO WS-GLDRILL-OPEN-SW.
230366     OPEN OUTPUT GLDRILL-FILE.
230367     IF WS-GLDRILL-STATUS NOT = '00'
230368         DISPLAY 'ERROR - CANNOT OPEN GL DRILL-DOWN FILE, '
230370             'STATUS = ' WS-GLDRILL-STATUS
230371         DISPLAY 'GL EXTRACT NOT RUN'
230372         GO TO 8900-EXIT
230373     END-IF.
230375     MOVE 'Y' TO WS-GLDRILL-OPEN-SW.
230376     MOVE WS-RUN-DATE TO GD-HDR-DATE.
230377     WRITE GD-RECORD FROM GD-HEADER-LINE.
230378 8900-EXIT.
230380     EXIT.
230381
230382*----------------------------------------------------------------
230384* ONLY TONIGHT'S RESULTS ARE SUMMARIZED, SO THE RESULT RECORD IN
230385* HAND GIVES THE OPERATOR AND OPERATION FOR THE DRILL-DOWN.
230386* RELEASED ITEMS POST AS DETAILS AND NEVER COME HERE.
230387*----------------------------------------------------------------
230389 8910-ADD-TO-SUMMARY.
230390     MOVE 'N' TO WS-SUMMARY-FOUND-SW.
230391     MOVE 1 TO GS-SUB.
230392     PERFORM 8920-MATCH-SUMMARY-ENTRY THRU 8920-EXIT
230394         UNTIL WS-SUMMARY-FOUND OR GS-SUB > GS-COUNT.
230395     IF NOT WS-SUMMARY-FOUND
230396         IF GS-COUNT NOT < GS-MAX
230398             ADD 1 TO GS-OVERFLOW-COUNT
230399             DISPLAY 'GL EXTRACT - SUMMARY TABLE FULL, RECORD '
230400                 GL-DET-SOURCE-RECORD ' POSTED UNSUMMARIZED'
230401             GO TO 8910-EXIT
230403         END-IF
230404         ADD 1 TO GS-COUNT
230405         MOVE GS-COUNT TO GS-SUB
230407         MOVE GL-DET-ACCOUNT TO GS-ACCOUNT (GS-SUB)
230408         MOVE GL-DET-DR-CR TO GS-DR-CR (GS-SUB)
230409         MOVE GL-DET-DATE TO GS-DATE (GS-SUB)
230410         MOVE GL-DET-PRIOR-PERIOD TO GS-PRIOR-PERIOD (GS-SUB)
230412         MOVE GL-DET-ORIGINAL-DATE TO GS-ORIGINAL-DATE (GS-SUB)
230413         MOVE ZERO TO GS-AMOUNT (GS-SUB)
230414         MOVE ZERO TO GS-ITEM-COUNT (GS-SUB)
230415         MOVE 'Y' TO WS-SUMMARY-FOUND-SW
230417     END-IF.
230418     ADD GL-DET-AMOUNT TO GS-AMOUNT (GS-SUB)
230419         ON SIZE ERROR
230421             ADD 1 TO GS-OVERFLOW-COUNT
230422             DISPLAY 'GL EXTRACT - SUMMARY LINE FULL, RECORD '
230423                 GL-DET-SOURCE-RECORD ' POSTED UNSUMMARIZED'
230424             MOVE 'N' TO WS-SUMMARY-FOUND-SW
230426             GO TO 8910-EXIT
230427     END-ADD.
230428     ADD 1 TO GS-ITEM-COUNT (GS-SUB).
230429     COMPUTE GD-DET-JOURNAL-LINE = GS-LINE-BASE + GS-SUB.
230431     MOVE GL-DETAIL-LINE TO GD-DET-DETAIL-IMAGE.
230432     MOVE RO-OPERATOR-ID TO GD-DET-OPERATOR-ID.
230433     MOVE RO-OPERATION TO GD-DET-OPERATION.
230435     WRITE GD-RECORD FROM GD-DETAIL-LINE.
230436     IF GL-DET-AMOUNT < ZERO
230437         SUBTRACT GL-DET-AMOUNT FROM GS-DRILL-HASH-TOTAL
230438     ELSE
230440         ADD GL-DET-AMOUNT TO GS-DRILL-HASH-TOTAL
230441     END-IF.
230442 8910-EXIT.
230443     EXIT.
230445
230446 8920-MATCH-SUMMARY-ENTRY.
230447     IF GS-ACCOUNT (GS-SUB) = GL-DET-ACCOUNT
230449             AND GS-DR-CR (GS-SUB) = GL-DET-DR-CR
230450             AND GS-DATE (GS-SUB) = GL-DET-DATE
230451             AND GS-PRIOR-PERIOD (GS-SUB) = GL-DET-PRIOR-PERIOD
230452             AND GS-ORIGINAL-DATE (GS-SUB) = GL-DET-ORIGINAL-DATE
230454         MOVE 'Y' TO WS-SUMMARY-FOUND-SW
230455     ELSE
230456         ADD 1 TO GS-SUB
230457     END-IF.
230459 8920-EXIT.
230460     EXIT.
230461
230463 8930-WRITE-SUMMARY-LINE.
230464     MOVE GS-ACCOUNT (GS-SUB) TO GL-DET-ACCOUNT.
230465     MOVE GS-DR-CR (GS-SUB) TO GL-DET-DR-CR.
230466     MOVE GS-AMOUNT (GS-SUB) TO GL-DET-AMOUNT.
230468     MOVE GS-DATE (GS-SUB) TO GL-DET-DATE.
230469     COMPUTE GL-DET-SOURCE-RECORD = GS-LINE-BASE + GS-SUB.
230470     MOVE GS-PRIOR-PERIOD (GS-SUB) TO GL-DET-PRIOR-PERIOD.
230471     MOVE GS-ORIGINAL-DATE (GS-SUB) TO GL-DET-ORIGINAL-DATE.
230473     WRITE GL-RECORD FROM GL-DETAIL-LINE.
230474     ADD 1 TO GL-DETAIL-COUNT.
230475     IF GL-DET-AMOUNT < ZERO
230477         SUBTRACT GL-DET-AMOUNT FROM GL-HASH-TOTAL
230478     ELSE
230479         ADD GL-DET-AMOUNT TO GL-HASH-TOTAL
230480     END-IF.
230482 8930-EXIT.
230483     EXIT.
230484
230485 8940-CLOSE-DRILL-FILE.
230487     COMPUTE GD-TRL-COUNT = GL-SOURCE-COUNT - GS-OVERFLOW-COUNT
230488         - GL-RELEASED-COUNT.
230489     MOVE GS-DRILL-HASH-TOTAL TO GD-TRL-HASH-TOTAL.
230491     MOVE GS-COUNT TO GD-TRL-LINE-COUNT.
230492     WRITE GD-RECORD FROM GD-TRAILER-LINE.
230493     CLOSE GLDRILL-FILE.
230494     MOVE 'N' TO WS-GLDRILL-OPEN-SW.
230496 8940-EXIT.
230497     EXIT.
230498
230500******************************************************************
230600*                   9000 - END OF RUN TERMINATION                *
230700******************************************************************
230800 9000-TERMINATE.
230900     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
231000     IF WS-HISTORY-IS-OPEN
231010         IF RUN-MODE-INTERACTIVE OR RUN-MODE-BATCH
231020                 OR RUN-MODE-RECONCILE
231030             PERFORM 9100-WRITE-HISTORY-SEAL THRU 9100-EXIT
231040         END-IF
231100         CLOSE HISTORY-FILE
231200     END-IF.
231300     IF WS-OPERMAST-IS-OPEN
232000         PERFORM 6400-CLEAR-RUN-FLAG THRU 6400-EXIT
232100     END-IF.
232200     PERFORM 1410-END-RUN-LOG THRU 1410-EXIT.
232204     IF WS-CYCLE-STARTED
232208         IF CY-GL-ONLY
232212             MOVE GL-DETAIL-COUNT TO CY-COUNT-1
232216             MOVE GL-PENDING-COUNT TO CY-COUNT-2
232220             MOVE GL-UNMATCHED-COUNT TO CY-COUNT-3
232224             MOVE WS-GL-EXTRACTED-SW TO CY-STEP-OK-SW
232228         ELSE
232232             MOVE RL-PROCESSED-COUNT TO CY-COUNT-1
232236             MOVE CT-TOTAL-CALCS TO CY-COUNT-2
232240             MOVE SL-ROW-COUNT TO CY-COUNT-3
232244             MOVE WS-BATCH-DONE-SW TO CY-STEP-OK-SW
232248         END-IF
232252         MOVE SPACE TO CY-CONDITION
232256         IF CY-STEP-OK
232260             MOVE 'C' TO CY-EVENT
232264             MOVE SPACES TO CY-TEXT
232268         ELSE
232272             MOVE 'F' TO CY-EVENT
232276             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
232280         END-IF
232284         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
232288     END-IF.
232300 9000-EXIT.
232400     EXIT.
232500
232600******************************************************************
232700*     9100 - SEAL THE ROWS THIS RUN APPENDED TO HISTORY.  A RUN  *
232800*     THAT WROTE NO ROWS STILL SEALS, WITH A ZERO COUNT, SO THE  *
232900*     VERIFICATION CAN TELL IT FROM A RUN WHOSE ROWS ARE GONE.   *
233000******************************************************************
233100 9100-WRITE-HISTORY-SEAL.
233200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
233300     ACCEPT WS-CURRENT-TIME FROM TIME.
233400     MOVE SPACES TO HZ-RECORD.
233500     MOVE WS-CURRENT-DATE TO HZ-DATE.
233600     MOVE WS-CURRENT-TIME TO HZ-TIME.
233700     MOVE '*SEAL*' TO HZ-SEAL-TAG.
233800     MOVE SL-ROW-COUNT TO HZ-ROW-COUNT.
233900     MOVE RL-PROCESSED-COUNT TO HZ-RECORDS-PROCESSED.
234000     MOVE SL-RESULT-HASH TO HZ-RESULT-HASH.
234100     MOVE WS-RUN-MODE TO HZ-RUN-MODE.
234200     MOVE RL-CURRENT-RUN-ID TO HZ-RUN-ID.
234300     WRITE HZ-RECORD.
234400     IF WS-HISTORY-STATUS NOT = '00'
234500         DISPLAY 'ERROR - HISTORY SEAL WRITE FAILED, STATUS = '
234600             WS-HISTORY-STATUS
234700     END-IF.
234800 9100-EXIT.
234900     EXIT.
