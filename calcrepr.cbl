002100*                   THEY KEEP AGING, AND THE REPORT ENDS WITH    *
002200*                   AN AGING SECTION OF REJECTS OLDER THAN THE   *
002300*                   REQUESTED NUMBER OF DAYS.                    *
002310*  10/15/2026  DPW  UNDERSTANDS THE FORMULA TEMPLATE RECORD      *
002320*                   (TYPE T) AND CALCEDIT REASON 10 (FORMULA     *
002330*                   CODE NOT ON THE FORMULA MASTER): THE         *
002340*                   OPERATOR MAY CORRECT THE FORMULA CODE, AND   *
002350*                   THE RE-EDIT ACCEPTS A TEMPLATE WITH A        *
002360*                   LITERAL SECOND INPUT.                        *
002370*  10/15/2026  DPW  TRANSACTION GROWS TO 49 BYTES AND THE REJECT *
002375*                   RECORD TO 61 FOR THE AMORTIZATION TERM.      *
002380*                   UNDERSTANDS CALCEDIT REASON 11 (TERM NOT     *
002385*                   001 THRU 999): THE OPERATOR MAY CORRECT THE  *
002390*                   TERM, AND THE RE-EDIT CHECKS IT FOR AM.      *
002391*  10/15/2026  DPW  UNDERSTANDS CALCEDIT REASON 12 (SUSPECTED    *
002392*                   DUPLICATE OF AN EARLIER NIGHT).  THE REJECT  *
002393*                   RECORD GREW TO 77 FOR THE ORIGINAL'S DATE    *
002394*                   AND RECORD NUMBER, SHOWN TO THE OPERATOR.  A *
002395*                   REPEAT THE OPERATOR CONFIRMS AS GENUINE IS   *
002396*                   RESUBMITTED AS KEYED AND A RELEASE RECORD    *
002397*                   WRITTEN SO CALCEDIT LETS IT THROUGH.         *
002398*  10/15/2026  DPW  AGES REJECTS IN BUSINESS DAYS, SKIPPING      *
002399*                   WEEKENDS AND HOLIDAYS.                       *
002400******************************************************************
002500*  REJECT REASON CODES (AS WRITTEN BY CALCEDIT):                 *
002600*    01 = FIRST NUMBER NOT NUMERIC                               *
002800*    03 = OPERATION CODE NOT SUPPORTED                           *
002900*    04 = RECORD NUMBER NOT IN ASCENDING SEQUENCE                *
003000*    05 = DUPLICATE RECORD NUMBER                                *
003100*    06 = RECORD TYPE NOT BLANK, C OR T                          *
003200*    07 = CONTINUATION DOES NOT FOLLOW A CLEAN RECORD            *
003300*    08 = SECOND-OPERAND FORM NOT BLANK OR F                     *
003400*    09 = FACTOR CODE IS BLANK                                   *
003410*    10 = FORMULA CODE NOT ON THE FORMULA MASTER                 *
003420*    11 = AMORTIZATION TERM NOT 001 THRU 999                     *
003430*    12 = SUSPECTED DUPLICATE OF A RECORD FROM AN EARLIER NIGHT  *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
005100     SELECT REPAIR-REPORT-FILE ASSIGN TO REPRRPT
005200         FILE STATUS IS WS-REPRRPT-STATUS.
005300
005314     SELECT DUP-RELEASE-FILE ASSIGN TO DUPRELS
005328         FILE STATUS IS WS-DUPRELS-STATUS.
005342
005357     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
005371         FILE STATUS IS WS-HOLIDAY-STATUS.
005385
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* TONIGHT'S REJECTS - SAME LAYOUT CALCEDIT WRITES
005800*----------------------------------------------------------------
005900 FD  REJECT-FILE
006000     RECORD CONTAINS 77 CHARACTERS.
006100 01  RJ-RECORD                   PIC X(77).
006200
006300*----------------------------------------------------------------
006400* PRIOR UNREPAIRED REJECTS CARRIED FORWARD FROM THE LAST REPAIR
006500* SESSION.  OPTIONAL - A MISSING FILE MEANS NOTHING CARRIED.
006600*----------------------------------------------------------------
006700 FD  OLDHOLD-FILE
006800     RECORD CONTAINS 77 CHARACTERS.
006900 01  OH-RECORD                   PIC X(77).
007000
007100*----------------------------------------------------------------
007200* REJECTS STILL UNREPAIRED AFTER THIS SESSION
007300*----------------------------------------------------------------
007400 FD  NEWHOLD-FILE
007500     RECORD CONTAINS 77 CHARACTERS.
007600 01  NH-RECORD                   PIC X(77).
007700
007800*----------------------------------------------------------------
007900* RESUBMISSION OUTPUT - TRANSACTION LAYOUT, RENUMBERED ASCENDING
008000*----------------------------------------------------------------
008100 FD  RESUBMIT-FILE
008200     RECORD CONTAINS 49 CHARACTERS.
008300 01  RS-RECORD                   PIC X(49).
008400
008500*----------------------------------------------------------------
008600* PRINT-IMAGE REPAIR AND AGING REPORT
008800 FD  REPAIR-REPORT-FILE
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  RR-RECORD                   PIC X(80).
009004
009008*----------------------------------------------------------------
009012* REPEATS RELEASED TONIGHT - RELEASE DATE, RESUBMISSION RECORD
009016* NUMBER AND FINGERPRINT, READ BY CALCEDIT ON THE NEXT EDIT
009020*----------------------------------------------------------------
009025 FD  DUP-RELEASE-FILE
009029     RECORD CONTAINS 57 CHARACTERS.
009033 01  DR-RECORD.
009037     05  DR-RELEASE-DATE         PIC 9(08).
009041     05  DR-RECORD-NUMBER        PIC 9(08).
009045     05  DR-FINGERPRINT          PIC X(41).
009050
009054*----------------------------------------------------------------
009058* HOLIDAY CALENDAR - ONE RECORD PER SHOP HOLIDAY, MAINTAINED BY
009062* THE SHOP.  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND
009066* NEED NOT BE LISTED.
009070*----------------------------------------------------------------
009075 FD  HOLIDAY-FILE
009079     RECORD CONTAINS 40 CHARACTERS.
009083 01  HL-RECORD.
009087     05  HL-DATE                 PIC 9(08).
009091     05  HL-DESCRIPTION          PIC X(30).
009095     05  FILLER                  PIC X(02).
009100
009200 WORKING-STORAGE SECTION.
009300*----------------------------------------------------------------
009800 01  WS-NEWHOLD-STATUS           PIC X(02).
009900 01  WS-RESUBMIT-STATUS          PIC X(02).
010000 01  WS-REPRRPT-STATUS           PIC X(02).
010010 01  WS-DUPRELS-STATUS           PIC X(02).
010020 01  WS-HOLIDAY-STATUS           PIC X(02).
010100
010200 01  WS-REJECT-EOF-SW            PIC X(01)  VALUE 'N'.
010300     88  WS-REJECT-EOF           VALUE 'Y'.
012000     88  WS-ACTION-SKIP          VALUE 'S' 's'.
012100     88  WS-ACTION-DROP          VALUE 'D' 'd'.
012200
012214 01  WS-CONFIRM                  PIC X(01).
012228     88  WS-CONFIRM-YES          VALUE 'Y' 'y'.
012242
012257 01  WS-HOLIDAY-EOF-SW           PIC X(01)  VALUE 'N'.
012271     88  WS-HOLIDAY-EOF          VALUE 'Y'.
012285
012300*----------------------------------------------------------------
012400* THE REJECT RECORD UNDER REPAIR, WITH THE FULL TRANSACTION
012500* BREAKDOWN SO INDIVIDUAL FIELDS CAN BE CORRECTED
013100         10  RW-NUM1             PIC S9(10)V99
013200             SIGN IS TRAILING SEPARATE CHARACTER.
013300         10  RW-OPERATION        PIC X(02).
013310         10  RW-FORMULA-CODE REDEFINES RW-OPERATION
013320                                 PIC X(02).
013400         10  RW-NUM2             PIC S9(10)V99
013500             SIGN IS TRAILING SEPARATE CHARACTER.
013600         10  RW-NUM2-FIELDS REDEFINES RW-NUM2.
013900         10  RW-RECORD-TYPE      PIC X(01).
014000             88  RW-TYPE-STANDALONE  VALUE SPACE.
014100             88  RW-TYPE-CONTINUATION VALUE 'C'.
014110             88  RW-TYPE-TEMPLATE    VALUE 'T'.
014200         10  RW-NUM2-FORM        PIC X(01).
014300             88  RW-NUM2-LITERAL VALUE SPACE.
014400             88  RW-NUM2-FACTOR  VALUE 'F'.
014410         10  RW-TERM             PIC 9(03).
014500     05  RW-REASON-CODE          PIC X(02).
014600     05  RW-REJECT-DATE          PIC 9(08).
014700     05  RW-RESUB-COUNT          PIC 9(02).
014710     05  RW-DUP-DATE             PIC 9(08).
014720     05  RW-DUP-RECORD-NUMBER    PIC 9(08).
014730
014740*    CALCEDIT'S DUPLICATE FINGERPRINT - THE TRANSACTION LESS ITS
014750*    RECORD NUMBER
014760 01  RW-FINGERPRINT-VIEW REDEFINES RW-RECORD.
014770     05  FILLER                  PIC X(08).
014780     05  RW-FINGERPRINT          PIC X(41).
014790     05  FILLER                  PIC X(28).
014800
014900*----------------------------------------------------------------
015000* REPAIR SESSION CONTROL - NEXT RESUBMISSION RECORD NUMBER AND
015100* THE AGING THRESHOLD IN BUSINESS DAYS
015200*----------------------------------------------------------------
015300 01  RP-START-NUMBER-RAW         PIC X(08).
015400 01  RP-NEXT-NUMBER              PIC 9(08)  VALUE ZERO.
016200 77  WS-NUMVAL-CHECK             PIC S9(04) COMP  VALUE ZERO.
016300
016400*----------------------------------------------------------------
016404* HOLIDAY TABLE - WEEKDAY HOLIDAYS AS INTEGER DAY NUMBERS, AND
016408* THE BUSINESS-DAY COUNT WORK FIELDS.  DAY NUMBER 1 (01/01/1601)
016413* WAS A MONDAY, SO DAY NUMBER LESS ONE, MODULO 7, GIVES 0 FOR
016417* MONDAY THROUGH 6 FOR SUNDAY.
016421*----------------------------------------------------------------
016426 01  HD-TABLE.
016430     05  HD-MAX                  PIC 9(04)  COMP  VALUE 500.
016434     05  HD-COUNT                PIC 9(04)  COMP  VALUE ZERO.
016439     05  HD-ENTRY                OCCURS 500 TIMES.
016443         10  HD-DATE-INTEGER     PIC 9(08)  COMP.
016447
016452 77  HD-SUB                      PIC 9(04)  COMP  VALUE ZERO.
016456 77  HD-WEEKDAY                  PIC 9(01)  COMP  VALUE ZERO.
016460 77  HD-WEEKS                    PIC 9(07)  COMP  VALUE ZERO.
016465 77  HD-REST                     PIC 9(01)  COMP  VALUE ZERO.
016469 01  HD-TEST-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
016473 01  HD-FROM-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
016478 01  HD-TO-INTEGER               PIC 9(08)  COMP  VALUE ZERO.
016482 01  HD-SPAN                     PIC 9(08)  COMP  VALUE ZERO.
016486 01  HD-BUSINESS-DAYS            PIC S9(05) COMP  VALUE ZERO.
016491
016495*----------------------------------------------------------------
016500* REPAIR SESSION COUNTERS
016600*----------------------------------------------------------------
016700 77  RP-COUNT-READ               PIC 9(07)  COMP  VALUE ZERO.
016900 77  RP-COUNT-HELD               PIC 9(07)  COMP  VALUE ZERO.
017000 77  RP-COUNT-DROPPED            PIC 9(07)  COMP  VALUE ZERO.
017100 77  RP-COUNT-AGED               PIC 9(07)  COMP  VALUE ZERO.
017110 77  RP-COUNT-RELEASED           PIC 9(07)  COMP  VALUE ZERO.
017200
017300*----------------------------------------------------------------
017400* AGED-REJECT TABLE - UNREPAIRED RECORDS OLDER THAN THE AGING
021900     05  RR-AGE-REJECT-DATE      PIC 9(08).
022000     05  FILLER                  PIC X(05) VALUE ' AGE '.
022100     05  RR-AGE-DAYS             PIC Z(04)9.
022200     05  FILLER                  PIC X(14) VALUE ' BUSINESS DAYS'.
022300     05  FILLER                  PIC X(01) VALUE SPACES.
022400
022500 01  RR-TOTAL-LINE.
022600     05  RR-TOT-LABEL            PIC X(30).
025600     ACCEPT RP-RUN-DATE FROM DATE YYYYMMDD.
025700     COMPUTE RP-RUN-DATE-INT =
025800         FUNCTION INTEGER-OF-DATE(RP-RUN-DATE).
025810     PERFORM 1100-LOAD-HOLIDAY-TABLE THRU 1100-EXIT.
025900     DISPLAY 'STARTING RECORD NUMBER FOR RESUBMISSIONS: '.
026000     ACCEPT RP-START-NUMBER-RAW.
026100     MOVE FUNCTION TEST-NUMVAL(RP-START-NUMBER-RAW)
026800     END-IF.
026900     COMPUTE RP-NEXT-NUMBER =
027000         FUNCTION NUMVAL(RP-START-NUMBER-RAW).
027100     DISPLAY 'AGING THRESHOLD IN BUSINESS DAYS: '.
027200     ACCEPT RP-AGING-DAYS-RAW.
027300     MOVE FUNCTION TEST-NUMVAL(RP-AGING-DAYS-RAW)
027400         TO WS-NUMVAL-CHECK.
031000         MOVE 'N' TO WS-SESSION-OK-SW
031100         GO TO 1000-EXIT
031200     END-IF.
031210     OPEN OUTPUT DUP-RELEASE-FILE.
031220     IF WS-DUPRELS-STATUS NOT = '00'
031230         DISPLAY 'ERROR - CANNOT OPEN DUPLICATE RELEASE FILE, '
031240             'STATUS = ' WS-DUPRELS-STATUS
031250         MOVE 'N' TO WS-SESSION-OK-SW
031260         GO TO 1000-EXIT
031270     END-IF.
031300     OPEN OUTPUT REPAIR-REPORT-FILE.
031400     IF WS-REPRRPT-STATUS NOT = '00'
031500         DISPLAY 'ERROR - CANNOT OPEN REPAIR REPORT FILE, '
032200     MOVE SPACES TO RR-RECORD.
032300     WRITE RR-RECORD.
032400 1000-EXIT.
032401     EXIT.
032403
032405*----------------------------------------------------------------
032407* THE HOLIDAY CALENDAR IS OPTIONAL - WITHOUT IT ONLY WEEKENDS
032409* ARE PASSED OVER.  A WEEKEND HOLIDAY IS NOT TABLED; AN ENTRY
032411* THAT IS NOT A VALID DATE IS REPORTED AND IGNORED.
032413*----------------------------------------------------------------
032415 1100-LOAD-HOLIDAY-TABLE.
032417     MOVE ZERO TO HD-COUNT.
032419     OPEN INPUT HOLIDAY-FILE.
032421     IF WS-HOLIDAY-STATUS NOT = '00'
032423         DISPLAY 'WARNING - HOLIDAY CALENDAR NOT AVAILABLE, '
032425             'STATUS = ' WS-HOLIDAY-STATUS
032426         GO TO 1100-EXIT
032428     END-IF.
032430     PERFORM 1110-LOAD-ONE-HOLIDAY THRU 1110-EXIT
032432         UNTIL WS-HOLIDAY-EOF.
032434     CLOSE HOLIDAY-FILE.
032436 1100-EXIT.
032438     EXIT.
032440
032442 1110-LOAD-ONE-HOLIDAY.
032444     READ HOLIDAY-FILE
032446         AT END
032448             MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032450             GO TO 1110-EXIT
032451     END-READ.
032453     IF HL-DATE NOT NUMERIC
032455         DISPLAY 'WARNING - HOLIDAY DATE IS NOT NUMERIC, '
032457             'IGNORED: ' HL-DATE
032459         GO TO 1110-EXIT
032461     END-IF.
032463     IF FUNCTION TEST-DATE-YYYYMMDD(HL-DATE) NOT = ZERO
032465         DISPLAY 'WARNING - HOLIDAY DATE IS NOT VALID, '
032467             'IGNORED: ' HL-DATE
032469         GO TO 1110-EXIT
032471     END-IF.
032473     COMPUTE HD-TEST-INTEGER = FUNCTION INTEGER-OF-DATE(HL-DATE).
032475     COMPUTE HD-WEEKDAY = FUNCTION MOD(HD-TEST-INTEGER - 1, 7).
032476     IF HD-WEEKDAY > 4
032478         GO TO 1110-EXIT
032480     END-IF.
032482     IF HD-COUNT NOT < HD-MAX
032484         DISPLAY 'WARNING - HOLIDAY TABLE FULL, ENTRY DROPPED: '
032486             HL-DATE
032488         MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032490         GO TO 1110-EXIT
032492     END-IF.
032494     ADD 1 TO HD-COUNT.
032496     MOVE HD-TEST-INTEGER TO HD-DATE-INTEGER (HD-COUNT).
032498 1110-EXIT.
032500     EXIT.
032600
032700******************************************************************
037000 3000-REPAIR-ONE-RECORD.
037100     PERFORM 3100-SET-REASON-TEXT THRU 3100-EXIT.
037200     IF RW-REJECT-DATE NUMERIC AND RW-REJECT-DATE > ZERO
037300         COMPUTE HD-FROM-INTEGER =
037400             FUNCTION INTEGER-OF-DATE(RW-REJECT-DATE)
037410         MOVE RP-RUN-DATE-INT TO HD-TO-INTEGER
037420         PERFORM 5000-COUNT-BUSINESS-DAYS THRU 5000-EXIT
037430         MOVE HD-BUSINESS-DAYS TO RP-AGE-DAYS
037500     ELSE
037600         MOVE ZERO TO RP-AGE-DAYS
037700     END-IF.
038300     DISPLAY '  TYPE: ' RW-RECORD-TYPE '  FORM: ' RW-NUM2-FORM
038400         '  FACTOR: ' RW-FACTOR-CODE.
038500     DISPLAY '  REJECTED ' RW-REJECT-DATE ' ('
038600         RP-AGE-DAYS ' BUSINESS DAYS AGO) REASON ' RW-REASON-CODE
038700         ' - ' RP-REASON-TEXT.
038710     IF RW-REASON-CODE = '12'
038720         DISPLAY '  SUSPECTED DUPLICATE OF RECORD #'
038730             RW-DUP-RECORD-NUMBER ' ACCEPTED ON ' RW-DUP-DATE
038740     END-IF.
038800     DISPLAY 'ACTION (R=REPAIR, S=SKIP/HOLD, D=DROP): '.
038900     ACCEPT WS-ACTION.
039000     EVALUATE TRUE
043400         WHEN '09'
043500             MOVE 'FACTOR CODE IS BLANK          '
043600                 TO RP-REASON-TEXT
043610         WHEN '10'
043620             MOVE 'FORMULA CODE NOT ON MASTER    '
043630                 TO RP-REASON-TEXT
043640         WHEN '11'
043650             MOVE 'AMORTIZATION TERM INVALID     '
043660                 TO RP-REASON-TEXT
043670         WHEN '12'
043680             MOVE 'SUSPECTED DUPLICATE           '
043690                 TO RP-REASON-TEXT
043700         WHEN OTHER
043800             MOVE 'UNKNOWN REASON CODE           '
043900                 TO RP-REASON-TEXT
044200     EXIT.
044300
044400******************************************************************
044500*     3200 THRU 3290 - PROMPT FOR THE FIELD THE REASON CODE      *
044600*     POINTS AT, THEN RE-RUN THE CALCEDIT FIELD EDITS SO A       *
044700*     BAD REPAIR NEVER REACHES THE RESUBMISSION FILE.            *
044800******************************************************************
046700             PERFORM 3250-REPAIR-NUM2-FORM THRU 3250-EXIT
046800         WHEN '09'
046900             PERFORM 3260-REPAIR-FACTOR-CODE THRU 3260-EXIT
046910         WHEN '10'
046920             PERFORM 3270-REPAIR-FORMULA-CODE THRU 3270-EXIT
046930         WHEN '11'
046940             PERFORM 3280-REPAIR-TERM THRU 3280-EXIT
046950         WHEN '12'
046960             PERFORM 3290-RELEASE-DUPLICATE THRU 3290-EXIT
047000         WHEN OTHER
047100             MOVE 'N' TO WS-REPAIR-OK-SW
047200     END-EVALUATE.
054900 3260-EXIT.
055000     EXIT.
055100
055102 3270-REPAIR-FORMULA-CODE.
055105     DISPLAY 'CORRECTED FORMULA CODE: '.
055108     ACCEPT RW-FORMULA-CODE.
055111     IF RW-FORMULA-CODE = SPACES
055114         DISPLAY 'ERROR - FORMULA CODE IS BLANK'
055117         MOVE 'N' TO WS-REPAIR-OK-SW
055120     END-IF.
055123 3270-EXIT.
055126     EXIT.
055129
055132 3280-REPAIR-TERM.
055135     DISPLAY 'CORRECTED TERM (001 THRU 999): '.
055138     ACCEPT RW-TERM.
055141     IF RW-TERM NOT NUMERIC OR RW-TERM = ZERO
055144         DISPLAY 'ERROR - TERM NOT 001 THRU 999'
055147         MOVE 'N' TO WS-REPAIR-OK-SW
055150     END-IF.
055152 3280-EXIT.
055155     EXIT.
055158
055161*    NOTHING IS WRONG WITH A SUSPECTED DUPLICATE'S FIELDS.  THE
055164*    OPERATOR CONFIRMS IT WAS LEGITIMATELY KEYED TWICE AND IT IS
055167*    RESUBMITTED AS KEYED, WITH A RELEASE RECORD FOR CALCEDIT.
055170 3290-RELEASE-DUPLICATE.
055173     DISPLAY 'RELEASE AS A GENUINE REPEAT OF RECORD #'
055176         RW-DUP-RECORD-NUMBER ' (Y/N): '.
055179     ACCEPT WS-CONFIRM.
055182     IF NOT WS-CONFIRM-YES
055185         MOVE 'N' TO WS-REPAIR-OK-SW
055188     END-IF.
055191 3290-EXIT.
055194     EXIT.
055197
055200******************************************************************
055300*     3300 - RE-RUN THE CALCEDIT FIELD EDITS AGAINST THE         *
055400*     REPAIRED RECORD.  SEQUENCE IS NOT CHECKED HERE BECAUSE     *
055750         MOVE 'N' TO WS-REPAIR-OK-SW
055760         GO TO 3300-EXIT
055770     END-IF.
055800     IF NOT RW-TYPE-STANDALONE AND NOT RW-TYPE-TEMPLATE
055900         DISPLAY 'EDIT - RECORD TYPE NOT BLANK OR T'
056000         MOVE 'N' TO WS-REPAIR-OK-SW
056100         GO TO 3300-EXIT
056200     END-IF.
058300     IF WS-REPAIR-FAILED
058400         GO TO 3300-EXIT
058500     END-IF.
058510*    A TEMPLATE CARRIES A FORMULA CODE, NOT AN OPERATION, AND
058520*    ITS INPUTS ARE ALWAYS LITERAL.  CALCEDIT CHECKS THE CODE
058530*    AGAINST THE FORMULA MASTER WHEN THE RECORD IS RESUBMITTED.
058540     IF RW-TYPE-TEMPLATE
058550         IF NOT RW-NUM2-LITERAL
058560             DISPLAY 'EDIT - TEMPLATE INPUTS MUST BE LITERAL'
058570             MOVE 'N' TO WS-REPAIR-OK-SW
058580         END-IF
058590         IF RW-FORMULA-CODE = SPACES
058591             DISPLAY 'EDIT - FORMULA CODE IS BLANK'
058592             MOVE 'N' TO WS-REPAIR-OK-SW
058593         END-IF
058594         GO TO 3300-EXIT
058595     END-IF.
058600     EVALUATE TRUE
058700         WHEN RW-OPERATION = '+'
058800             CONTINUE
059800             CONTINUE
059900         WHEN RW-OPERATION = 'sq' OR RW-OPERATION = 'SQ'
060000             CONTINUE
060010         WHEN RW-OPERATION = 'am' OR RW-OPERATION = 'AM'
060020             IF RW-TERM NOT NUMERIC OR RW-TERM = ZERO
060030                 DISPLAY 'EDIT - AMORTIZATION TERM NOT 001 '
060040                     'THRU 999'
060050                 MOVE 'N' TO WS-REPAIR-OK-SW
060060             END-IF
060100         WHEN OTHER
060200             DISPLAY 'EDIT - OPERATION NOT SUPPORTED: '
060300                 RW-OPERATION
062200     MOVE RW-RESUB-COUNT TO RR-DET-RESUB-COUNT.
062300     WRITE RR-RECORD FROM RR-DETAIL-LINE.
062400     DISPLAY 'RESUBMITTED AS RECORD #' RW-RECORD-NUMBER.
062410     IF RW-REASON-CODE = '12'
062420         MOVE RP-RUN-DATE TO DR-RELEASE-DATE
062430         MOVE RW-RECORD-NUMBER TO DR-RECORD-NUMBER
062440         MOVE RW-FINGERPRINT TO DR-FINGERPRINT
062450         WRITE DR-RECORD
062460         ADD 1 TO RP-COUNT-RELEASED
062470     END-IF.
062500 4000-EXIT.
062600     EXIT.
062700
065700     MOVE RW-RESUB-COUNT TO RR-DET-RESUB-COUNT.
065800     WRITE RR-RECORD FROM RR-DETAIL-LINE.
065900 4200-EXIT.
065902     EXIT.
065905
065907******************************************************************
065910*     5000 THRU 5020 - BUSINESS DAYS AFTER HD-FROM-INTEGER UP TO *
065912*     AND INCLUDING HD-TO-INTEGER: FIVE FOR EACH WHOLE WEEK,     *
065915*     THE WEEKDAYS OF THE ODD DAYS LEFT OVER, LESS THE WEEKDAY   *
065917*     HOLIDAYS THAT FALL IN THE SPAN                             *
065920******************************************************************
065922 5000-COUNT-BUSINESS-DAYS.
065925     MOVE ZERO TO HD-BUSINESS-DAYS.
065927     IF HD-TO-INTEGER NOT > HD-FROM-INTEGER
065930         GO TO 5000-EXIT
065932     END-IF.
065935     COMPUTE HD-SPAN = HD-TO-INTEGER - HD-FROM-INTEGER.
065937     DIVIDE HD-SPAN BY 7 GIVING HD-WEEKS REMAINDER HD-REST.
065940     COMPUTE HD-BUSINESS-DAYS = HD-WEEKS * 5.
065942     COMPUTE HD-TEST-INTEGER = HD-TO-INTEGER - HD-REST.
065945     PERFORM 5010-COUNT-ONE-DAY THRU 5010-EXIT
065947         HD-REST TIMES.
065950     PERFORM 5020-DROP-HOLIDAY THRU 5020-EXIT
065952         VARYING HD-SUB FROM 1 BY 1 UNTIL HD-SUB > HD-COUNT.
065955 5000-EXIT.
065957     EXIT.
065960
065962 5010-COUNT-ONE-DAY.
065965     ADD 1 TO HD-TEST-INTEGER.
065967     COMPUTE HD-WEEKDAY = FUNCTION MOD(HD-TEST-INTEGER - 1, 7).
065970     IF HD-WEEKDAY < 5
065972         ADD 1 TO HD-BUSINESS-DAYS
065975     END-IF.
065977 5010-EXIT.
065980     EXIT.
065982
065985 5020-DROP-HOLIDAY.
065987     IF HD-DATE-INTEGER (HD-SUB) > HD-FROM-INTEGER
065990             AND HD-DATE-INTEGER (HD-SUB) NOT > HD-TO-INTEGER
065992         SUBTRACT 1 FROM HD-BUSINESS-DAYS
065995     END-IF.
065997 5020-EXIT.
066000     EXIT.
066100
066200******************************************************************
070600     MOVE ' AGED PAST THRESHOLD.........:' TO RR-TOT-LABEL.
070700     MOVE RP-COUNT-AGED TO RR-TOT-COUNT.
070800     WRITE RR-RECORD FROM RR-TOTAL-LINE.
070810     MOVE ' RELEASED AS GENUINE REPEATS.:' TO RR-TOT-LABEL.
070820     MOVE RP-COUNT-RELEASED TO RR-TOT-COUNT.
070830     WRITE RR-RECORD FROM RR-TOTAL-LINE.
070900 7200-EXIT.
071000     EXIT.
071100
071800         PERFORM 7200-PRINT-SESSION-TOTALS THRU 7200-EXIT
071900         CLOSE REPAIR-REPORT-FILE
072000         CLOSE RESUBMIT-FILE
072010         CLOSE DUP-RELEASE-FILE
072100         CLOSE NEWHOLD-FILE
072200         CLOSE REJECT-FILE
072300         IF WS-OLDHOLD-IS-OPEN
