001690*                   WRITTEN ARE NOW WRITTEN TO A CONTROL FILE    *
001691*                   SO THE CALCBAL BALANCING RUN CAN PROVE THE   *
001692*                   NIGHT END TO END.                            *
001693*  10/15/2026  DPW  A RESULT CARRYING A FORMULA CODE RATHER THAN *
001694*                   AN OPERATION IS COUNTED UNDER ITS OWN        *
001695*                   FORMULA COUNT.                               *
001696*  10/15/2026  DPW  AMORTIZATION RESULTS COUNTED UNDER THEIR OWN *
001697*                   AMORTIZATION COUNT.                          *
001706*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  THE MERGE RUNS ONLY  *
001715*                   AFTER EVERY STREAM STEP (STREAM1 THRU        *
001724*                   STREAMN FOR THE STREAMS MERGED) HAS          *
001733*                   COMPLETED FOR THE BUSINESS DATE (TODAY, OR   *
001742*                   CYCLDATE) AND ONLY ONCE, UNLESS AN OVERRIDE  *
001751*                   CARD GIVES WHO AND WHY.  STARTED, THEN       *
001760*                   COMPLETED OR FAILED WITH THE RECORDS MERGED, *
001769*                   STREAM COUNT AND FAILED CALCULATIONS, IS     *
001778*                   MARKED ON CYCLECTL.                          *
001779*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
001780*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
001781*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
001782*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
001787******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
003420     SELECT MERGE-CTL-FILE ASSIGN TO MRGECTL
003430         FILE STATUS IS WS-MRGECTL-STATUS.
003500
003525     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
003550         FILE STATUS IS WS-CYCLE-STATUS.
003575
003600 DATA DIVISION.
003700 FILE SECTION.
003710*----------------------------------------------------------------
003770 01  PM-RECORD.
003771     05  PM-KEYWORD              PIC X(08).
003772     05  PM-VALUE                PIC X(16).
003773     05  PM-REASON               PIC X(56).
003774
003775*----------------------------------------------------------------
003776* RUN-CONTROL LOG - SAME LAYOUT THE CALCULATOR WRITES.  MERGE
008293     05  MC-STREAM               PIC 9(01).
008294     05  MC-COUNT                PIC 9(08).
008300
008303*----------------------------------------------------------------
008306* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
008309* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
008312* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
008315* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
008318*----------------------------------------------------------------
008321 FD  CYCLE-FILE
008324     RECORD CONTAINS 100 CHARACTERS.
008327 01  CC-RECORD.
008330     05  CC-BUS-DATE             PIC 9(08).
008333     05  CC-STEP-ID              PIC X(08).
008336     05  CC-EVENT                PIC X(01).
008339         88  CC-EVENT-STARTED    VALUE 'S'.
008342         88  CC-EVENT-COMPLETED  VALUE 'C'.
008345         88  CC-EVENT-FAILED     VALUE 'F'.
008348         88  CC-EVENT-REFUSED    VALUE 'R'.
008351         88  CC-EVENT-OVERRIDE   VALUE 'O'.
008354         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
008357     05  CC-CONDITION            PIC X(01).
008360         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
008363         88  CC-ALREADY-COMPLETE VALUE 'D'.
008366     05  CC-EVENT-DATE           PIC 9(08).
008369     05  CC-EVENT-TIME           PIC 9(08).
008372     05  CC-OPERATOR-ID          PIC X(08).
008375     05  CC-COUNT-1              PIC 9(08).
008378     05  CC-COUNT-2              PIC 9(08).
008381     05  CC-COUNT-3              PIC 9(08).
008384     05  CC-TEXT                 PIC X(34).
008387
008400 WORKING-STORAGE SECTION.
008410 01  WS-PARM-STATUS              PIC X(02).
008420 01  WS-RUNLOG-STATUS            PIC X(02).
009273 77  MS-TOTAL-WRITTEN            PIC 9(08)  COMP  VALUE ZERO.
009274
009400*----------------------------------------------------------------
009402* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
009404* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
009406* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
009409*----------------------------------------------------------------
009411 01  WS-CYCLE-STATUS             PIC X(02).
009413 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
009415     88  WS-CYCLE-EOF            VALUE 'Y'.
009418 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
009420     88  WS-CYCLE-REFUSED        VALUE 'Y'.
009422 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
009425     88  WS-CYCLE-STARTED        VALUE 'Y'.
009427 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
009429 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
009431 01  CY-STEP-ID                  PIC X(08)  VALUE 'CALCMRGE'.
009434 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE SPACES.
009436 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
009438     88  CY-STEP-COMPLETE        VALUE 'C'.
009440 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
009443     88  CY-PRIOR-COMPLETE       VALUE 'C'.
009445 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
009447 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
009450 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
009452 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
009454 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
009456 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
009459 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
009461 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
009463 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
009465 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
009468 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
009470 01  CY-STREAM-STATE-TABLE.
009472     05  CY-STREAM-STATE         PIC X(01)  OCCURS 4 TIMES.
009475 01  CY-STREAM-STEP-ID.
009477     05  FILLER                  PIC X(06)  VALUE 'STREAM'.
009479     05  CY-STREAM-NUMBER        PIC 9(01)  VALUE ZERO.
009481     05  FILLER                  PIC X(01)  VALUE SPACE.
009484 01  CY-SCAN-STEP-ID.
009486     05  CY-SCAN-PREFIX          PIC X(06).
009488     05  CY-SCAN-NUMBER          PIC X(01).
009490     05  FILLER                  PIC X(01).
009493 77  CY-STREAM-SUB               PIC 9(01)  COMP  VALUE ZERO.
009495
009497*----------------------------------------------------------------
009500* MERGE CONTROL - ONE KEY AND ONE EOF FLAG PER STREAM.  A
009600* STREAM AT END CARRIES THE HIGHEST POSSIBLE KEY SO IT IS
009700* NEVER PICKED.
012200 01  CT-COUNT-MOD                PIC 9(07)  COMP  VALUE ZERO.
012300 01  CT-COUNT-EXP                PIC 9(07)  COMP  VALUE ZERO.
012400 01  CT-COUNT-SQRT               PIC 9(07)  COMP  VALUE ZERO.
012450 01  CT-COUNT-FORMULA            PIC 9(07)  COMP  VALUE ZERO.
012460 01  CT-COUNT-AMORT              PIC 9(07)  COMP  VALUE ZERO.
012500 01  CT-TOTAL-CALCS              PIC 9(07)  COMP  VALUE ZERO.
012600 01  CT-ERROR-COUNT              PIC 9(07)  COMP  VALUE ZERO.
012700 01  CT-GRAND-TOTAL              PIC S9(15)V99      VALUE ZERO.
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE MS-STREAM-COUNT-RAW TO MS-STREAM-COUNT.
015410     MOVE WS-CURRENT-DATE TO CY-BUS-DATE.
015420     MOVE WS-OPERATOR-ID TO CY-RUN-OPER.
015430     MOVE SPACES TO CY-STREAM-STATE-TABLE.
015440     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
015450     IF WS-CYCLE-REFUSED
015460         MOVE 'Y' TO WS-MERGE-REFUSED-SW
015470         MOVE 'N' TO WS-MERGE-OK-SW
015480         GO TO 1000-EXIT
015490     END-IF.
015500     PERFORM 1100-OPEN-ONE-STREAM THRU 1100-EXIT
015600         VARYING MS-STREAM-SUB FROM 1 BY 1
015700         UNTIL MS-STREAM-SUB > MS-STREAM-COUNT
016600         MOVE 'N' TO WS-MERGE-OK-SW
016700     END-IF.
016800 1000-EXIT.
016803     EXIT.
016806
016809******************************************************************
016812*     1010 THRU 1020 - RUN PARAMETER CARDS.  KEYWORDS ARE       *
016815*     STREAMS, OPERATOR, CYCLDATE AND OVERRIDE.  AN UNKNOWN     *
016818*     KEYWORD REFUSES THE RUN.                                  *
016821******************************************************************
016824 1010-READ-PARM-FILE.
016827     OPEN INPUT PARM-FILE.
016830     IF WS-PARM-STATUS NOT = '00'
016833         DISPLAY 'NO PARAMETER FILE - CONSOLE PROMPTS IN EFFECT'
016836         GO TO 1010-EXIT
016839     END-IF.
016842     MOVE 'Y' TO WS-PARM-PRESENT-SW.
016845     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
016848         UNTIL WS-PARM-EOF.
016851     CLOSE PARM-FILE.
016854 1010-EXIT.
016857     EXIT.
016860
016863 1020-LOAD-ONE-PARM.
016866     READ PARM-FILE
016869         AT END
016872             MOVE 'Y' TO WS-PARM-EOF-SW
016875             GO TO 1020-EXIT
016878     END-READ.
016881     EVALUATE PM-KEYWORD
016884         WHEN 'STREAMS '
016887             MOVE PM-VALUE TO PRM-STREAMS
016890         WHEN 'OPERATOR'
016893             MOVE PM-VALUE TO PRM-OPERATOR
016896         WHEN 'CYCLDATE'
016899             MOVE PM-VALUE TO CY-PARM-DATE
016902         WHEN 'OVERRIDE'
016905             MOVE PM-VALUE TO CY-OVERRIDE-OPER
016908             MOVE PM-REASON TO CY-OVERRIDE-REASON
016931         WHEN SPACES
016932             CONTINUE
016933         WHEN OTHER
016996 1410-EXIT.
016997     EXIT.
016998
016999******************************************************************
017000*     1500 THRU 1540 - NIGHTLY CYCLE CONTROL.  THE MERGE RUNS    *
017001*     ONLY WHEN EVERY STREAM STEP IT MERGES HAS COMPLETED FOR    *
017002*     THE BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED         *
017003*     ITSELF, UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN  *
017004*     AND WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL   *
017005*     FILE.                                                      *
017006******************************************************************
017007 1500-CHECK-CYCLE.
017008     IF CY-PARM-DATE NOT = SPACES
017009         IF CY-PARM-DATE NUMERIC
017010             MOVE CY-PARM-DATE TO CY-BUS-DATE
017011         ELSE
017012             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
017013                 CY-PARM-DATE
017014             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
017015             MOVE 8 TO RETURN-CODE
017016             GO TO 1500-EXIT
017017         END-IF
017018     END-IF.
017019     MOVE 'N' TO WS-CYCLE-EOF-SW.
017020     OPEN INPUT CYCLE-FILE.
017021     IF WS-CYCLE-STATUS = '00'
017022         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
017023             UNTIL WS-CYCLE-EOF
017024         CLOSE CYCLE-FILE
017025     END-IF.
017026     MOVE SPACE TO CY-CONDITION.
017027     MOVE SPACES TO CY-TEXT.
017028     PERFORM 1540-CHECK-ONE-STREAM THRU 1540-EXIT
017029         VARYING CY-STREAM-SUB FROM 1 BY 1
017030         UNTIL CY-STREAM-SUB > MS-STREAM-COUNT
017031             OR CY-CONDITION NOT = SPACE.
017032     IF CY-STEP-COMPLETE
017033         MOVE 'D' TO CY-CONDITION
017034         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
017035     END-IF.
017036     IF CY-CONDITION NOT = SPACE
017037         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
017038     END-IF.
017039     IF WS-CYCLE-REFUSED
017040         GO TO 1500-EXIT
017041     END-IF.
017042     MOVE 'S' TO CY-EVENT.
017043     MOVE SPACE TO CY-CONDITION.
017044     MOVE SPACES TO CY-TEXT.
017045     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
017046     IF WS-CYCLE-REFUSED
017047         GO TO 1500-EXIT
017048     END-IF.
017049     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
017050     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
017051 1500-EXIT.
017052     EXIT.
017053
017054 1510-SCAN-ONE-CYCLE.
017055     READ CYCLE-FILE
017056         AT END
017057             MOVE 'Y' TO WS-CYCLE-EOF-SW
017058             GO TO 1510-EXIT
017059     END-READ.
017060     IF CC-BUS-DATE NOT = CY-BUS-DATE
017061             OR NOT CC-EVENT-IS-STATE
017062         GO TO 1510-EXIT
017063     END-IF.
017064     IF CC-STEP-ID = CY-STEP-ID
017065         MOVE CC-EVENT TO CY-STEP-STATE
017066     END-IF.
017067     MOVE CC-STEP-ID TO CY-SCAN-STEP-ID.
017068     IF CY-SCAN-PREFIX = 'STREAM'
017069             AND CY-SCAN-NUMBER NOT < '1'
017070             AND CY-SCAN-NUMBER NOT > '4'
017071         MOVE CY-SCAN-NUMBER TO CY-STREAM-SUB
017072         MOVE CC-EVENT TO CY-STREAM-STATE (CY-STREAM-SUB)
017073     END-IF.
017074 1510-EXIT.
017075     EXIT.
017076
017077 1520-REFUSE-OR-OVERRIDE.
017078     IF CY-OVERRIDE-OPER = SPACES
017079             OR CY-OVERRIDE-REASON = SPACES
017080         DISPLAY 'RUN REFUSED - ' CY-TEXT
017081         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
017082             ', STEP ' CY-STEP-ID
017083         IF CY-OVERRIDE-OPER NOT = SPACES
017084             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
017085         END-IF
017086         MOVE 'R' TO CY-EVENT
017087         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
017088         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
017089         MOVE 8 TO RETURN-CODE
017090         GO TO 1520-EXIT
017091     END-IF.
017092     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
017093     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
017094     MOVE 'O' TO CY-EVENT.
017095     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
017096     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
017097 1520-EXIT.
017098     EXIT.
017099
017100 1530-WRITE-CYCLE-EVENT.
017101     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
017102     ACCEPT CY-EVENT-TIME FROM TIME.
017103     OPEN EXTEND CYCLE-FILE.
017104     IF WS-CYCLE-STATUS = '35'
017105         OPEN OUTPUT CYCLE-FILE
017106     END-IF.
017107     IF WS-CYCLE-STATUS NOT = '00'
017108         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
017109             'STATUS = ' WS-CYCLE-STATUS
017110         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
017111         MOVE 8 TO RETURN-CODE
017112         GO TO 1530-EXIT
017113     END-IF.
017114     MOVE CY-BUS-DATE TO CC-BUS-DATE.
017115     MOVE CY-STEP-ID TO CC-STEP-ID.
017116     MOVE CY-EVENT TO CC-EVENT.
017117     MOVE CY-CONDITION TO CC-CONDITION.
017118     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
017119     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
017120     IF CY-EVENT = 'O'
017121         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
017122     ELSE
017123         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
017124     END-IF.
017125     MOVE CY-COUNT-1 TO CC-COUNT-1.
017126     MOVE CY-COUNT-2 TO CC-COUNT-2.
017127     MOVE CY-COUNT-3 TO CC-COUNT-3.
017128     MOVE CY-TEXT TO CC-TEXT.
017129     WRITE CC-RECORD.
017130     CLOSE CYCLE-FILE.
017131 1530-EXIT.
017132     EXIT.
017133
017134 1540-CHECK-ONE-STREAM.
017135     IF CY-STREAM-STATE (CY-STREAM-SUB) NOT = 'C'
017136         MOVE 'P' TO CY-CONDITION
017137         MOVE CY-STREAM-SUB TO CY-STREAM-NUMBER
017138         STRING 'STEP ' DELIMITED BY SIZE
017139             CY-STREAM-STEP-ID DELIMITED BY SPACE
017140             ' NOT COMPLETE' DELIMITED BY SIZE
017141             INTO CY-TEXT
017142     END-IF.
017143 1540-EXIT.
017144     EXIT.
017145
017146 1100-OPEN-ONE-STREAM.
017200     MOVE ZERO TO MS-STREAM-READ-CNT (MS-STREAM-SUB).
017300     MOVE 'N' TO MS-STREAM-EOF-SW (MS-STREAM-SUB).
017400     EVALUATE MS-STREAM-SUB
035000             ADD 1 TO CT-COUNT-EXP
035100         WHEN RO-OPERATION = 'sq' OR RO-OPERATION = 'SQ'
035200             ADD 1 TO CT-COUNT-SQRT
035230         WHEN RO-OPERATION = 'am' OR RO-OPERATION = 'AM'
035240             ADD 1 TO CT-COUNT-AMORT
035250         WHEN OTHER
035260             ADD 1 TO CT-COUNT-FORMULA
035300     END-EVALUATE.
035400     ADD 1 TO CT-TOTAL-CALCS.
035500     ADD RO-RESULT TO CT-GRAND-TOTAL.
038900     DISPLAY ' MODULO COUNT..........: ' CT-COUNT-MOD.
039000     DISPLAY ' EXPONENT COUNT........: ' CT-COUNT-EXP.
039100     DISPLAY ' SQUARE ROOT COUNT.....: ' CT-COUNT-SQRT.
039140     DISPLAY ' AMORTIZATION COUNT....: ' CT-COUNT-AMORT.
039150     DISPLAY ' FORMULA COUNT.........: ' CT-COUNT-FORMULA.
039200     DISPLAY ' TOTAL CALCULATIONS....: ' CT-TOTAL-CALCS.
039300     DISPLAY ' FAILED TRANSACTIONS...: ' CT-ERROR-COUNT.
039400     DISPLAY ' GRAND TOTAL OF RESULTS: ' CT-GRAND-TOTAL-EDIT.
040600         DISPLAY 'MERGE DID NOT COMPLETE - SEE MESSAGES ABOVE'
040700     END-IF.
040710     PERFORM 1410-END-RUN-LOG THRU 1410-EXIT.
040716     IF WS-CYCLE-STARTED
040722         MOVE MS-TOTAL-WRITTEN TO CY-COUNT-1
040728         MOVE MS-STREAM-COUNT TO CY-COUNT-2
040734         MOVE CT-ERROR-COUNT TO CY-COUNT-3
040740         MOVE SPACE TO CY-CONDITION
040746         IF WS-MERGE-OK
040752             MOVE 'C' TO CY-EVENT
040758             MOVE SPACES TO CY-TEXT
040764         ELSE
040770             MOVE 'F' TO CY-EVENT
040776             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
040782         END-IF
040788         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
040794     END-IF.
040800 9000-EXIT.
040900     EXIT.
