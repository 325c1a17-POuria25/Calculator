001700*                   (DAILY, WEEKLY, OR MONTH-END), WRITES THE    *
001800*                   UPDATED MASTER AS A NEW GENERATION, AND      *
001900*                   PRINTS A GENERATION REPORT.                  *
001910*  10/15/2026  DPW  GENERATED TRANSACTION GROWS TO 49 BYTES FOR  *
001920*                   THE AMORTIZATION TERM (GT-TERM), WRITTEN AS  *
001930*                   ZERO - STANDING ORDERS CARRY NO TERM.        *
001931*  10/15/2026  DPW  DUE DATES FALL ON BUSINESS DAYS.  THE        *
001932*                   HOLIDAY CALENDAR (HOLIDAYS) IS LOADED AND A  *
001933*                   DUE DATE ON A WEEKEND OR HOLIDAY ROLLS       *
001934*                   FORWARD, OR BACK FOR AN ORDER WHOSE NEW ROLL *
001935*                   DIRECTION IS B; MONTH-END ALWAYS MEANS THE   *
001936*                   LAST BUSINESS DAY OF THE MONTH.  THE MASTER  *
001937*                   GROWS TO 48 BYTES AND KEEPS THE UNROLLED     *
001938*                   SCHEDULE DATE SO NOTHING DRIFTS.             *
001946*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  FIRST STEP OF THE    *
001954*                   NIGHT: REFUSES TO RUN TWICE FOR A BUSINESS   *
001962*                   DATE (RUNDATE, OR CYCLDATE) UNLESS AN        *
001970*                   OVERRIDE CARD GIVES WHO AND WHY, AND MARKS   *
001978*                   STARTED, THEN COMPLETED OR FAILED WITH ITS   *
001986*                   COUNTS, ON CYCLECTL.                         *
001988*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
001990*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
001992*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
001994*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
002000******************************************************************
002100*  FREQUENCY CODES ON THE STANDING-ORDER MASTER:                 *
002200*    D = DAILY      (NEXT DUE ADVANCES ONE DAY)                  *
002300*    W = WEEKLY     (NEXT DUE ADVANCES SEVEN DAYS)               *
002400*    M = MONTH-END  (NEXT DUE ADVANCES TO THE LAST DAY OF THE    *
002500*                    FOLLOWING MONTH)                            *
002510*  ROLL DIRECTION FOR A DUE DATE ON A WEEKEND OR HOLIDAY:        *
002520*    BLANK OR F = FORWARD TO THE NEXT BUSINESS DAY               *
002530*    B          = BACK TO THE PRIOR BUSINESS DAY                 *
002540*    MONTH-END ORDERS ALWAYS GO BACK TO THE LAST BUSINESS DAY    *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004200     SELECT GEN-REPORT-FILE ASSIGN TO GENRPT
004300         FILE STATUS IS WS-GENRPT-STATUS.
004400
004416     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
004433         FILE STATUS IS WS-HOLIDAY-STATUS.
004450     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
004466         FILE STATUS IS WS-CYCLE-STATUS.
004483
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------
005300 01  PM-RECORD.
005400     05  PM-KEYWORD              PIC X(08).
005500     05  PM-VALUE                PIC X(16).
005600     05  PM-REASON               PIC X(56).
005700
005800*----------------------------------------------------------------
005900* STANDING-ORDER MASTER - ONE RECURRING CALCULATION PER RECORD.
005910* NEXT-DUE IS THE SCHEDULE DATE BEFORE ANY BUSINESS-DAY ROLL.
006000*----------------------------------------------------------------
006100 FD  STANDING-FILE
006200     RECORD CONTAINS 48 CHARACTERS.
006300 01  SO-RECORD.
006400     05  SO-OPERATOR-ID          PIC X(08).
006500     05  SO-NUM1                 PIC S9(10)V99
008100     05  SO-STATUS               PIC X(01).
008200         88  SO-ACTIVE           VALUE 'A'.
008300         88  SO-SUSPENDED        VALUE 'S'.
008310     05  SO-ROLL-DIRECTION       PIC X(01).
008320         88  SO-ROLL-FORWARD     VALUE SPACE 'F'.
008330         88  SO-ROLL-BACK        VALUE 'B'.
008400
008500*----------------------------------------------------------------
008600* UPDATED STANDING-ORDER MASTER - NEW GENERATION WITH THE
008700* ADVANCED NEXT-DUE DATES
008800*----------------------------------------------------------------
008900 FD  NEWSTAND-FILE
009000     RECORD CONTAINS 48 CHARACTERS.
009100 01  NS-RECORD                   PIC X(48).
009200
009300*----------------------------------------------------------------
009400* GENERATED TRANSACTIONS - TRANSACTION LAYOUT, NUMBERED AHEAD
009500* OF THE NIGHT'S KEYED WORK
009600*----------------------------------------------------------------
009700 FD  GENTRAN-FILE
009800     RECORD CONTAINS 49 CHARACTERS.
009900 01  GT-RECORD.
010000     05  GT-RECORD-NUMBER        PIC 9(08).
010100     05  GT-OPERATOR-ID          PIC X(08).
010600         SIGN IS TRAILING SEPARATE CHARACTER.
010700     05  GT-RECORD-TYPE          PIC X(01).
010800     05  GT-NUM2-FORM            PIC X(01).
010810     05  GT-TERM                 PIC 9(03).
010900
011000*----------------------------------------------------------------
011100* PRINT-IMAGE GENERATION REPORT
011300 FD  GEN-REPORT-FILE
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  GR-RECORD                   PIC X(80).
011502
011504*----------------------------------------------------------------
011507* HOLIDAY CALENDAR - ONE RECORD PER SHOP HOLIDAY, MAINTAINED BY
011509* THE SHOP.  SATURDAYS AND SUNDAYS ARE NEVER BUSINESS DAYS AND
011511* NEED NOT BE LISTED.
011514*----------------------------------------------------------------
011516 FD  HOLIDAY-FILE
011519     RECORD CONTAINS 40 CHARACTERS.
011521 01  HL-RECORD.
011523     05  HL-DATE                 PIC 9(08).
011526     05  HL-DESCRIPTION          PIC X(30).
011528     05  FILLER                  PIC X(02).
011530
011533*----------------------------------------------------------------
011535* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
011538* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
011540* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
011542* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
011545*----------------------------------------------------------------
011547 FD  CYCLE-FILE
011550     RECORD CONTAINS 100 CHARACTERS.
011552 01  CC-RECORD.
011554     05  CC-BUS-DATE             PIC 9(08).
011557     05  CC-STEP-ID              PIC X(08).
011559     05  CC-EVENT                PIC X(01).
011561         88  CC-EVENT-STARTED    VALUE 'S'.
011564         88  CC-EVENT-COMPLETED  VALUE 'C'.
011566         88  CC-EVENT-FAILED     VALUE 'F'.
011569         88  CC-EVENT-REFUSED    VALUE 'R'.
011571         88  CC-EVENT-OVERRIDE   VALUE 'O'.
011573         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
011576     05  CC-CONDITION            PIC X(01).
011578         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
011580         88  CC-ALREADY-COMPLETE VALUE 'D'.
011583     05  CC-EVENT-DATE           PIC 9(08).
011585     05  CC-EVENT-TIME           PIC 9(08).
011588     05  CC-OPERATOR-ID          PIC X(08).
011590     05  CC-COUNT-1              PIC 9(08).
011592     05  CC-COUNT-2              PIC 9(08).
011595     05  CC-COUNT-3              PIC 9(08).
011597     05  CC-TEXT                 PIC X(34).
011600
011700 WORKING-STORAGE SECTION.
011800*----------------------------------------------------------------
012300 01  WS-NEWSTAND-STATUS          PIC X(02).
012400 01  WS-GENTRAN-STATUS           PIC X(02).
012500 01  WS-GENRPT-STATUS            PIC X(02).
012510 01  WS-HOLIDAY-STATUS           PIC X(02).
012600
012700 01  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
012800     88  WS-PARM-EOF             VALUE 'Y'.
013500
013600 01  WS-GEN-OK-SW                PIC X(01)  VALUE 'Y'.
013700     88  WS-GEN-OK               VALUE 'Y'.
013714
013728 01  WS-HOLIDAY-EOF-SW           PIC X(01)  VALUE 'N'.
013742     88  WS-HOLIDAY-EOF          VALUE 'Y'.
013757
013771 01  WS-BUSINESS-DAY-SW          PIC X(01)  VALUE 'N'.
013785     88  WS-BUSINESS-DAY         VALUE 'Y'.
013800
013900 01  PRM-OPERATOR                PIC X(08)  VALUE SPACES.
014000 01  PRM-RUN-DATE                PIC X(08)  VALUE SPACES.
015400     05  GN-WORK-YEAR            PIC 9(04).
015500     05  GN-WORK-MONTH           PIC 9(02).
015600     05  GN-WORK-DAY             PIC 9(02).
015610 01  GN-DUE-DATE                 PIC 9(08)  VALUE ZERO.
015620 01  GN-DUE-INTEGER              PIC 9(08)  COMP  VALUE ZERO.
015700 77  WS-NUMVAL-CHECK             PIC S9(04) COMP  VALUE ZERO.
015706
015712*----------------------------------------------------------------
015718* HOLIDAY TABLE - WEEKDAY HOLIDAYS AS INTEGER DAY NUMBERS.  DAY
015725* NUMBER 1 (01/01/1601) WAS A MONDAY, SO DAY NUMBER LESS ONE,
015731* MODULO 7, GIVES 0 FOR MONDAY THROUGH 6 FOR SUNDAY.
015737*----------------------------------------------------------------
015743 01  HD-TABLE.
015750     05  HD-MAX                  PIC 9(04)  COMP  VALUE 500.
015756     05  HD-COUNT                PIC 9(04)  COMP  VALUE ZERO.
015762     05  HD-ENTRY                OCCURS 500 TIMES.
015768         10  HD-DATE-INTEGER     PIC 9(08)  COMP.
015775
015781 77  HD-SUB                      PIC 9(04)  COMP  VALUE ZERO.
015787 77  HD-WEEKDAY                  PIC 9(01)  COMP  VALUE ZERO.
015793 01  HD-TEST-INTEGER             PIC 9(08)  COMP  VALUE ZERO.
015800
015900*----------------------------------------------------------------
016000* GENERATION COUNTERS
016400 77  GN-COUNT-NOT-DUE            PIC 9(07)  COMP  VALUE ZERO.
016500 77  GN-COUNT-SUSPENDED          PIC 9(07)  COMP  VALUE ZERO.
016600 77  GN-COUNT-IN-ERROR           PIC 9(07)  COMP  VALUE ZERO.
016610 77  GN-COUNT-ROLLED             PIC 9(07)  COMP  VALUE ZERO.
016612
016614*----------------------------------------------------------------
016616* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
016618* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
016620* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
016622*----------------------------------------------------------------
016624 01  WS-CYCLE-STATUS             PIC X(02).
016626 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
016628     88  WS-CYCLE-EOF            VALUE 'Y'.
016630 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
016632     88  WS-CYCLE-REFUSED        VALUE 'Y'.
016634 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
016636     88  WS-CYCLE-STARTED        VALUE 'Y'.
016638 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
016640 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
016642 01  CY-STEP-ID                  PIC X(08)  VALUE 'CALCGEN '.
016644 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE SPACES.
016646 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
016648     88  CY-STEP-COMPLETE        VALUE 'C'.
016650 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
016652     88  CY-PRIOR-COMPLETE       VALUE 'C'.
016654 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
016656 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
016658 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
016660 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
016662 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
016664 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
016666 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
016668 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
016670 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
016672 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
016674 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
016700
016800*----------------------------------------------------------------
016900* GENERATION REPORT LINES
025500         COMPUTE GN-NEXT-NUMBER =
025600             FUNCTION NUMVAL(GN-START-NUMBER-RAW)
025700     END-IF.
025701     MOVE GN-RUN-DATE TO CY-BUS-DATE.
025702     MOVE PRM-OPERATOR TO CY-RUN-OPER.
025703     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
025704     IF WS-CYCLE-REFUSED
025705         MOVE 'N' TO WS-GEN-OK-SW
025706         GO TO 1000-EXIT
025707     END-IF.
025710     PERFORM 1100-LOAD-HOLIDAY-TABLE THRU 1100-EXIT.
025800     OPEN INPUT STANDING-FILE.
025900     IF WS-STANDING-STATUS NOT = '00'
026000         DISPLAY 'ERROR - CANNOT OPEN STANDING-ORDER MASTER, '
031600             MOVE PM-VALUE TO PRM-STARTNUM
031700         WHEN 'OPERATOR'
031800             MOVE PM-VALUE TO PRM-OPERATOR
031810         WHEN 'CYCLDATE'
031820             MOVE PM-VALUE TO CY-PARM-DATE
031830         WHEN 'OVERRIDE'
031840             MOVE PM-VALUE TO CY-OVERRIDE-OPER
031850             MOVE PM-REASON TO CY-OVERRIDE-REASON
031900         WHEN SPACES
032000             CONTINUE
032100         WHEN OTHER
032500 1020-EXIT.
032600     EXIT.
032700
032701*----------------------------------------------------------------
032703* THE HOLIDAY CALENDAR IS OPTIONAL - WITHOUT IT ONLY WEEKENDS
032705* ARE PASSED OVER.  A WEEKEND HOLIDAY IS NOT TABLED; AN ENTRY
032707* THAT IS NOT A VALID DATE IS REPORTED AND IGNORED.
032709*----------------------------------------------------------------
032711 1100-LOAD-HOLIDAY-TABLE.
032713     MOVE ZERO TO HD-COUNT.
032715     OPEN INPUT HOLIDAY-FILE.
032717     IF WS-HOLIDAY-STATUS NOT = '00'
032719         DISPLAY 'WARNING - HOLIDAY CALENDAR NOT AVAILABLE, '
032721             'STATUS = ' WS-HOLIDAY-STATUS
032723         GO TO 1100-EXIT
032725     END-IF.
032726     PERFORM 1110-LOAD-ONE-HOLIDAY THRU 1110-EXIT
032728         UNTIL WS-HOLIDAY-EOF.
032730     CLOSE HOLIDAY-FILE.
032732 1100-EXIT.
032734     EXIT.
032736
032738 1110-LOAD-ONE-HOLIDAY.
032740     READ HOLIDAY-FILE
032742         AT END
032744             MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032746             GO TO 1110-EXIT
032748     END-READ.
032750     IF HL-DATE NOT NUMERIC
032751         DISPLAY 'WARNING - HOLIDAY DATE IS NOT NUMERIC, '
032753             'IGNORED: ' HL-DATE
032755         GO TO 1110-EXIT
032757     END-IF.
032759     IF FUNCTION TEST-DATE-YYYYMMDD(HL-DATE) NOT = ZERO
032761         DISPLAY 'WARNING - HOLIDAY DATE IS NOT VALID, '
032763             'IGNORED: ' HL-DATE
032765         GO TO 1110-EXIT
032767     END-IF.
032769     COMPUTE HD-TEST-INTEGER = FUNCTION INTEGER-OF-DATE(HL-DATE).
032771     COMPUTE HD-WEEKDAY = FUNCTION MOD(HD-TEST-INTEGER - 1, 7).
032773     IF HD-WEEKDAY > 4
032775         GO TO 1110-EXIT
032776     END-IF.
032778     IF HD-COUNT NOT < HD-MAX
032780         DISPLAY 'WARNING - HOLIDAY TABLE FULL, ENTRY DROPPED: '
032782             HL-DATE
032784         MOVE 'Y' TO WS-HOLIDAY-EOF-SW
032786         GO TO 1110-EXIT
032788     END-IF.
032790     ADD 1 TO HD-COUNT.
032792     MOVE HD-TEST-INTEGER TO HD-DATE-INTEGER (HD-COUNT).
032794 1110-EXIT.
032796     EXIT.
032798
032800******************************************************************
032802*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
032805*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
032808*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
032811*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
032814*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
032817*     FILE.                                                      *
032820******************************************************************
032823 1500-CHECK-CYCLE.
032825     IF CY-PARM-DATE NOT = SPACES
032828         IF CY-PARM-DATE NUMERIC
032831             MOVE CY-PARM-DATE TO CY-BUS-DATE
032834         ELSE
032837             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
032840                 CY-PARM-DATE
032843             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
032846             MOVE 8 TO RETURN-CODE
032848             GO TO 1500-EXIT
032851         END-IF
032854     END-IF.
032857     MOVE 'N' TO WS-CYCLE-EOF-SW.
032860     OPEN INPUT CYCLE-FILE.
032863     IF WS-CYCLE-STATUS = '00'
032866         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
032869             UNTIL WS-CYCLE-EOF
032871         CLOSE CYCLE-FILE
032874     END-IF.
032877     MOVE SPACE TO CY-CONDITION.
032880     MOVE SPACES TO CY-TEXT.
032883     IF CY-PRIOR-STEP-ID NOT = SPACES
032886             AND NOT CY-PRIOR-COMPLETE
032889         MOVE 'P' TO CY-CONDITION
032892         STRING 'STEP ' DELIMITED BY SIZE
032894             CY-PRIOR-STEP-ID DELIMITED BY SPACE
032897             ' NOT COMPLETE' DELIMITED BY SIZE
032900             INTO CY-TEXT
032903     END-IF.
032906     IF CY-STEP-COMPLETE
032909         MOVE 'D' TO CY-CONDITION
032912         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
032915     END-IF.
032917     IF CY-CONDITION NOT = SPACE
032920         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
032923     END-IF.
032926     IF WS-CYCLE-REFUSED
032929         GO TO 1500-EXIT
032932     END-IF.
032935     MOVE 'S' TO CY-EVENT.
032938     MOVE SPACE TO CY-CONDITION.
032941     MOVE SPACES TO CY-TEXT.
032943     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
032946     IF WS-CYCLE-REFUSED
032949         GO TO 1500-EXIT
032952     END-IF.
032955     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
032958     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
032961 1500-EXIT.
032964     EXIT.
032966
032969 1510-SCAN-ONE-CYCLE.
032972     READ CYCLE-FILE
032975         AT END
032978             MOVE 'Y' TO WS-CYCLE-EOF-SW
032981             GO TO 1510-EXIT
032984     END-READ.
032987     IF CC-BUS-DATE NOT = CY-BUS-DATE
032989             OR NOT CC-EVENT-IS-STATE
032992         GO TO 1510-EXIT
032995     END-IF.
032998     IF CC-STEP-ID = CY-STEP-ID
033001         MOVE CC-EVENT TO CY-STEP-STATE
033004     END-IF.
033007     IF CC-STEP-ID = CY-PRIOR-STEP-ID
033010         MOVE CC-EVENT TO CY-PRIOR-STATE
033012     END-IF.
033015 1510-EXIT.
033018     EXIT.
033021
033024 1520-REFUSE-OR-OVERRIDE.
033027     IF CY-OVERRIDE-OPER = SPACES
033030             OR CY-OVERRIDE-REASON = SPACES
033033         DISPLAY 'RUN REFUSED - ' CY-TEXT
033035         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
033038             ', STEP ' CY-STEP-ID
033041         IF CY-OVERRIDE-OPER NOT = SPACES
033044             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
033047         END-IF
033050         MOVE 'R' TO CY-EVENT
033053         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
033056         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
033058         MOVE 8 TO RETURN-CODE
033061         GO TO 1520-EXIT
033064     END-IF.
033067     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
033070     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
033073     MOVE 'O' TO CY-EVENT.
033076     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
033079     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
033082 1520-EXIT.
033084     EXIT.
033087
033090 1530-WRITE-CYCLE-EVENT.
033093     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
033096     ACCEPT CY-EVENT-TIME FROM TIME.
033099     OPEN EXTEND CYCLE-FILE.
033102     IF WS-CYCLE-STATUS = '35'
033105         OPEN OUTPUT CYCLE-FILE
033107     END-IF.
033110     IF WS-CYCLE-STATUS NOT = '00'
033113         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
033116             'STATUS = ' WS-CYCLE-STATUS
033119         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
033122         MOVE 8 TO RETURN-CODE
033125         GO TO 1530-EXIT
033128     END-IF.
033130     MOVE CY-BUS-DATE TO CC-BUS-DATE.
033133     MOVE CY-STEP-ID TO CC-STEP-ID.
033136     MOVE CY-EVENT TO CC-EVENT.
033139     MOVE CY-CONDITION TO CC-CONDITION.
033142     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
033145     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
033148     IF CY-EVENT = 'O'
033151         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
033153     ELSE
033156         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
033159     END-IF.
033162     MOVE CY-COUNT-1 TO CC-COUNT-1.
033165     MOVE CY-COUNT-2 TO CC-COUNT-2.
033168     MOVE CY-COUNT-3 TO CC-COUNT-3.
033171     MOVE CY-TEXT TO CC-TEXT.
033174     WRITE CC-RECORD.
033176     CLOSE CYCLE-FILE.
033179 1530-EXIT.
033182     EXIT.
033185
033188******************************************************************
033191*     2000 THRU 2200 - ONE STANDING ORDER: GENERATE IT IF ITS   *
033194*     BUSINESS-DAY DUE DATE HAS COME, ADVANCE IT PAST THE RUN   *
033197*     DATE, AND CARRY IT TO THE NEW MASTER GENERATION           *
033200******************************************************************
033300 2000-PROCESS-ONE-ORDER.
033400     EVALUATE TRUE
034100             MOVE 'NEXT-DUE DATE IS NOT NUMERIC' TO GR-ERR-TEXT
034200             WRITE GR-RECORD FROM GR-ERROR-LINE
034300             PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT
034310         WHEN FUNCTION TEST-DATE-YYYYMMDD(SO-NEXT-DUE) NOT = ZERO
034320             ADD 1 TO GN-COUNT-IN-ERROR
034330             MOVE SO-OPERATOR-ID TO GR-ERR-OPERATOR-ID
034340             MOVE 'NEXT-DUE DATE IS NOT A VALID DATE'
034350                 TO GR-ERR-TEXT
034360             WRITE GR-RECORD FROM GR-ERROR-LINE
034370             PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT
034400         WHEN NOT SO-FREQ-DAILY AND NOT SO-FREQ-WEEKLY
034500                 AND NOT SO-FREQ-MONTH-END
034600             ADD 1 TO GN-COUNT-IN-ERROR
034800             MOVE 'FREQUENCY IS NOT D, W OR M' TO GR-ERR-TEXT
034900             WRITE GR-RECORD FROM GR-ERROR-LINE
035000             PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT
035042         WHEN NOT SO-ROLL-FORWARD AND NOT SO-ROLL-BACK
035085             ADD 1 TO GN-COUNT-IN-ERROR
035128             MOVE SO-OPERATOR-ID TO GR-ERR-OPERATOR-ID
035171             MOVE 'ROLL DIRECTION IS NOT BLANK, F OR B'
035214                 TO GR-ERR-TEXT
035257             WRITE GR-RECORD FROM GR-ERROR-LINE
035300             PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT
035400         WHEN OTHER
035500             PERFORM 2200-GENERATE-IF-DUE THRU 2200-EXIT
036100     END-EVALUATE.
036200     PERFORM 2100-READ-STANDING THRU 2100-EXIT.
036300 2000-EXIT.
037300 2100-EXIT.
037400     EXIT.
037500
037504*----------------------------------------------------------------
037509* A DUE DATE ROLLED BACK ONTO OR BEFORE THE RUN DATE IS DUE
037514* EVEN THOUGH ITS SCHEDULE DATE IS STILL TO COME.
037519*----------------------------------------------------------------
037523 2200-GENERATE-IF-DUE.
037528     PERFORM 5200-ROLL-DUE-DATE THRU 5200-EXIT.
037533     IF GN-DUE-DATE > GN-RUN-DATE
037538         ADD 1 TO GN-COUNT-NOT-DUE
037542         PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT
037547         GO TO 2200-EXIT
037552     END-IF.
037557     PERFORM 3000-GENERATE-TRANSACTION THRU 3000-EXIT.
037561     PERFORM 5000-ADVANCE-NEXT-DUE THRU 5000-EXIT
037566         UNTIL GN-DUE-DATE > GN-RUN-DATE.
037571     MOVE GN-DUE-DATE TO GR-DET-NEXT-DUE.
037576     WRITE GR-RECORD FROM GR-DETAIL-LINE.
037580     PERFORM 4100-WRITE-NEW-MASTER THRU 4100-EXIT.
037585 2200-EXIT.
037590     EXIT.
037595
037600******************************************************************
037700*     3000 - WRITE THE DUE ORDER AS A NUMBERED TRANSACTION      *
037800*     AHEAD OF THE NIGHT'S KEYED WORK                           *
038500     MOVE SO-NUM2 TO GT-NUM2.
038600     MOVE SPACE TO GT-RECORD-TYPE.
038700     MOVE SO-NUM2-FORM TO GT-NUM2-FORM.
038710     MOVE ZERO TO GT-TERM.
038800     WRITE GT-RECORD.
038900     ADD 1 TO GN-COUNT-GENERATED.
039000     MOVE GN-NEXT-NUMBER TO GR-DET-RECORD-NUMBER.
039100     MOVE SO-OPERATOR-ID TO GR-DET-OPERATOR-ID.
039200     MOVE SO-OPERATION TO GR-DET-OPERATION.
039300     MOVE SO-FREQUENCY TO GR-DET-FREQUENCY.
039400     MOVE GN-DUE-DATE TO GR-DET-DUE-DATE.
039410     IF GN-DUE-DATE NOT = SO-NEXT-DUE
039420         ADD 1 TO GN-COUNT-ROLLED
039430     END-IF.
039500     ADD 1 TO GN-NEXT-NUMBER.
039600 3000-EXIT.
039700     EXIT.
040200     EXIT.
040300
040400******************************************************************
040500*     5000 THRU 5310 - ADVANCE THE NEXT-DUE DATE ONE PERIOD     *
040600*     AND ROLL IT TO A BUSINESS DAY.  PERFORMED UNTIL THE       *
040700*     ROLLED DATE PASSES THE RUN DATE SO AN ENTRY NEVER SITS    *
040710*     OVERDUE ON THE NEW MASTER.                                *
040800******************************************************************
040900 5000-ADVANCE-NEXT-DUE.
041000     EVALUATE TRUE
042100         WHEN SO-FREQ-MONTH-END
042200             PERFORM 5100-ADVANCE-MONTH-END THRU 5100-EXIT
042300     END-EVALUATE.
042310     PERFORM 5200-ROLL-DUE-DATE THRU 5200-EXIT.
042400 5000-EXIT.
042500     EXIT.
042600
044100     COMPUTE SO-NEXT-DUE =
044200         FUNCTION DATE-OF-INTEGER(GN-DATE-INTEGER).
044300 5100-EXIT.
044301     EXIT.
044303
044305*----------------------------------------------------------------
044306* THE BUSINESS-DAY DUE DATE FOR THE SCHEDULE DATE ON THE MASTER.
044308* MONTH-END GOES BACK SO IT STAYS THE LAST BUSINESS DAY OF ITS
044310* MONTH; OTHERWISE THE ORDER'S ROLL DIRECTION DECIDES.
044311*----------------------------------------------------------------
044313 5200-ROLL-DUE-DATE.
044315     COMPUTE GN-DUE-INTEGER =
044316         FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE).
044318     PERFORM 5300-TEST-BUSINESS-DAY THRU 5300-EXIT.
044320     IF SO-FREQ-MONTH-END OR SO-ROLL-BACK
044321         PERFORM 5210-STEP-BACK THRU 5210-EXIT
044323             UNTIL WS-BUSINESS-DAY
044325     ELSE
044326         PERFORM 5220-STEP-FORWARD THRU 5220-EXIT
044328             UNTIL WS-BUSINESS-DAY
044330     END-IF.
044331     COMPUTE GN-DUE-DATE =
044333         FUNCTION DATE-OF-INTEGER(GN-DUE-INTEGER).
044335 5200-EXIT.
044336     EXIT.
044338
044340 5210-STEP-BACK.
044341     SUBTRACT 1 FROM GN-DUE-INTEGER.
044343     PERFORM 5300-TEST-BUSINESS-DAY THRU 5300-EXIT.
044345 5210-EXIT.
044346     EXIT.
044348
044350 5220-STEP-FORWARD.
044351     ADD 1 TO GN-DUE-INTEGER.
044353     PERFORM 5300-TEST-BUSINESS-DAY THRU 5300-EXIT.
044355 5220-EXIT.
044356     EXIT.
044358
044360*----------------------------------------------------------------
044361* A BUSINESS DAY IS A MONDAY THROUGH FRIDAY NOT ON THE HOLIDAY
044363* TABLE.
044365*----------------------------------------------------------------
044366 5300-TEST-BUSINESS-DAY.
044368     MOVE 'N' TO WS-BUSINESS-DAY-SW.
044370     COMPUTE HD-WEEKDAY = FUNCTION MOD(GN-DUE-INTEGER - 1, 7).
044371     IF HD-WEEKDAY > 4
044373         GO TO 5300-EXIT
044375     END-IF.
044376     MOVE 'Y' TO WS-BUSINESS-DAY-SW.
044378     MOVE 1 TO HD-SUB.
044380     PERFORM 5310-MATCH-HOLIDAY THRU 5310-EXIT
044381         UNTIL NOT WS-BUSINESS-DAY OR HD-SUB > HD-COUNT.
044383 5300-EXIT.
044385     EXIT.
044386
044388 5310-MATCH-HOLIDAY.
044390     IF HD-DATE-INTEGER (HD-SUB) = GN-DUE-INTEGER
044391         MOVE 'N' TO WS-BUSINESS-DAY-SW
044393     ELSE
044395         ADD 1 TO HD-SUB
044396     END-IF.
044398 5310-EXIT.
044400     EXIT.
044500
044600******************************************************************
046400     MOVE ' ENTRIES IN ERROR............:' TO GR-TOT-LABEL.
046500     MOVE GN-COUNT-IN-ERROR TO GR-TOT-COUNT.
046600     WRITE GR-RECORD FROM GR-TOTAL-LINE.
046610     MOVE ' DUE DATES ROLLED............:' TO GR-TOT-LABEL.
046620     MOVE GN-COUNT-ROLLED TO GR-TOT-COUNT.
046630     WRITE GR-RECORD FROM GR-TOTAL-LINE.
046700 7000-EXIT.
046800     EXIT.
046900
048400         DISPLAY 'GENERATION DID NOT COMPLETE - SEE MESSAGES '
048500             'ABOVE'
048600     END-IF.
048606     IF WS-CYCLE-STARTED
048612         MOVE GN-COUNT-GENERATED TO CY-COUNT-1
048618         MOVE GN-COUNT-READ TO CY-COUNT-2
048624         MOVE GN-COUNT-IN-ERROR TO CY-COUNT-3
048630         MOVE SPACE TO CY-CONDITION
048636         IF WS-GEN-OK
048642             MOVE 'C' TO CY-EVENT
048648             MOVE SPACES TO CY-TEXT
048654         ELSE
048660             MOVE 'F' TO CY-EVENT
048666             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
048672         END-IF
048678         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
048684     END-IF.
048700 9000-EXIT.
048800     EXIT.
