001900*                   OUT-OF-BALANCE NIGHT ENDS WITH RETURN CODE   *
002000*                   8 SO THE SCHEDULER HOLDS THE GL EXTRACT      *
002100*                   JOB.                                         *
002110*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  THE BALANCING RUN    *
002120*                   GOES ONLY AFTER CALCMRGE HAS COMPLETED FOR   *
002130*                   THE BUSINESS DATE (RUNDATE, OR CYCLDATE) AND *
002140*                   ONLY ONCE, UNLESS AN OVERRIDE CARD GIVES WHO *
002150*                   AND WHY.  IT IS MARKED COMPLETED ON CYCLECTL *
002160*                   ONLY WHEN THE NIGHT BALANCES, SO THE GL      *
002170*                   EXTRACT STEP CANNOT FOLLOW AN UNPROVED       *
002180*                   NIGHT.                                       *
002184*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
002188*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
002192*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
002196*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100     SELECT BAL-REPORT-FILE ASSIGN TO BALRPT
004200         FILE STATUS IS WS-BALRPT-STATUS.
004300
004325     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
004350         FILE STATUS IS WS-CYCLE-STATUS.
004375
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------
004700* RUN PARAMETER CARDS - OPTIONAL.  RUNDATE OVERRIDES TODAY FOR
004800* THE RUN LOG CROSS-CHECK AND IS THE BUSINESS DATE OF THE
004810* NIGHTLY CYCLE UNLESS CYCLDATE IS GIVEN; OPERATOR IS CARRIED
004820* ON THE REPORT.  OVERRIDE CARRIES ITS REASON FROM COLUMN 25.
004900*----------------------------------------------------------------
005000 FD  PARM-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  PM-RECORD.
005300     05  PM-KEYWORD              PIC X(08).
005400     05  PM-VALUE                PIC X(16).
005500     05  PM-REASON               PIC X(56).
005600
005700*----------------------------------------------------------------
005800* EDIT CONTROL TOTALS - WRITTEN BY CALCEDIT
011500 FD  BAL-REPORT-FILE
011600     RECORD CONTAINS 132 CHARACTERS.
011700 01  BL-RECORD                   PIC X(132).
011703
011706*----------------------------------------------------------------
011709* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
011712* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
011715* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
011718* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
011721*----------------------------------------------------------------
011724 FD  CYCLE-FILE
011727     RECORD CONTAINS 100 CHARACTERS.
011730 01  CC-RECORD.
011733     05  CC-BUS-DATE             PIC 9(08).
011736     05  CC-STEP-ID              PIC X(08).
011739     05  CC-EVENT                PIC X(01).
011742         88  CC-EVENT-STARTED    VALUE 'S'.
011745         88  CC-EVENT-COMPLETED  VALUE 'C'.
011748         88  CC-EVENT-FAILED     VALUE 'F'.
011751         88  CC-EVENT-REFUSED    VALUE 'R'.
011754         88  CC-EVENT-OVERRIDE   VALUE 'O'.
011757         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
011760     05  CC-CONDITION            PIC X(01).
011763         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
011766         88  CC-ALREADY-COMPLETE VALUE 'D'.
011769     05  CC-EVENT-DATE           PIC 9(08).
011772     05  CC-EVENT-TIME           PIC 9(08).
011775     05  CC-OPERATOR-ID          PIC X(08).
011778     05  CC-COUNT-1              PIC 9(08).
011781     05  CC-COUNT-2              PIC 9(08).
011784     05  CC-COUNT-3              PIC 9(08).
011787     05  CC-TEXT                 PIC X(34).
011800
011900 WORKING-STORAGE SECTION.
012000*----------------------------------------------------------------
017000 77  BA-MERGE-TOTAL              PIC 9(08)  COMP  VALUE ZERO.
017100 77  BA-RUNLOG-BATCH-TOTAL       PIC 9(08)  COMP  VALUE ZERO.
017200 77  BA-RUNLOG-BATCH-RUNS        PIC 9(04)  COMP  VALUE ZERO.
017203
017206*----------------------------------------------------------------
017209* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
017212* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
017215* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
017218*----------------------------------------------------------------
017221 01  WS-CYCLE-STATUS             PIC X(02).
017224 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
017227     88  WS-CYCLE-EOF            VALUE 'Y'.
017230 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
017233     88  WS-CYCLE-REFUSED        VALUE 'Y'.
017236 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
017239     88  WS-CYCLE-STARTED        VALUE 'Y'.
017242 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
017245 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
017248 01  CY-STEP-ID                  PIC X(08)  VALUE 'CALCBAL '.
017251 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE 'CALCMRGE'.
017254 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
017257     88  CY-STEP-COMPLETE        VALUE 'C'.
017260 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
017263     88  CY-PRIOR-COMPLETE       VALUE 'C'.
017266 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
017269 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
017272 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
017275 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
017278 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
017281 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
017284 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
017287 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
017290 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
017293 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
017296 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
017300
017400*----------------------------------------------------------------
017500* BALANCING REPORT LINES
023700             AND PRM-RUN-DATE NUMERIC
023800         MOVE PRM-RUN-DATE TO BA-RUN-DATE
023900     END-IF.
023910     MOVE BA-RUN-DATE TO CY-BUS-DATE.
023920     MOVE PRM-OPERATOR TO CY-RUN-OPER.
023930     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
023940     IF WS-CYCLE-REFUSED
023950         MOVE 'N' TO WS-BAL-OK-SW
023960         GO TO 1000-EXIT
023970     END-IF.
024000     PERFORM 1100-INIT-STREAM-ENTRY THRU 1100-EXIT
024100         VARYING BA-SUB FROM 1 BY 1 UNTIL BA-SUB > 4.
024200     OPEN OUTPUT BAL-REPORT-FILE.
027500             MOVE PM-VALUE TO PRM-RUN-DATE
027600         WHEN 'OPERATOR'
027700             MOVE PM-VALUE TO PRM-OPERATOR
027710         WHEN 'CYCLDATE'
027720             MOVE PM-VALUE TO CY-PARM-DATE
027730         WHEN 'OVERRIDE'
027740             MOVE PM-VALUE TO CY-OVERRIDE-OPER
027750             MOVE PM-REASON TO CY-OVERRIDE-REASON
027800         WHEN SPACES
027900             CONTINUE
028000         WHEN OTHER
028900     MOVE ZERO TO BA-SPLIT-LOW (BA-SUB).
029000     MOVE ZERO TO BA-SPLIT-HIGH (BA-SUB).
029100     MOVE ZERO TO BA-MERGE-COUNT (BA-SUB).
029101 1100-EXIT.
029102     EXIT.
029104
029105******************************************************************
029107*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
029108*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
029110*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
029111*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
029113*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
029114*     FILE.                                                      *
029116******************************************************************
029117 1500-CHECK-CYCLE.
029118     IF CY-PARM-DATE NOT = SPACES
029120         IF CY-PARM-DATE NUMERIC
029121             MOVE CY-PARM-DATE TO CY-BUS-DATE
029123         ELSE
029124             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
029126                 CY-PARM-DATE
029127             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
029129             MOVE 8 TO RETURN-CODE
029130             GO TO 1500-EXIT
029132         END-IF
029133     END-IF.
029135     MOVE 'N' TO WS-CYCLE-EOF-SW.
029136     OPEN INPUT CYCLE-FILE.
029137     IF WS-CYCLE-STATUS = '00'
029139         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
029140             UNTIL WS-CYCLE-EOF
029142         CLOSE CYCLE-FILE
029143     END-IF.
029145     MOVE SPACE TO CY-CONDITION.
029146     MOVE SPACES TO CY-TEXT.
029148     IF CY-PRIOR-STEP-ID NOT = SPACES
029149             AND NOT CY-PRIOR-COMPLETE
029151         MOVE 'P' TO CY-CONDITION
029152         STRING 'STEP ' DELIMITED BY SIZE
029154             CY-PRIOR-STEP-ID DELIMITED BY SPACE
029155             ' NOT COMPLETE' DELIMITED BY SIZE
029156             INTO CY-TEXT
029158     END-IF.
029159     IF CY-STEP-COMPLETE
029161         MOVE 'D' TO CY-CONDITION
029162         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
029164     END-IF.
029165     IF CY-CONDITION NOT = SPACE
029167         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
029168     END-IF.
029170     IF WS-CYCLE-REFUSED
029171         GO TO 1500-EXIT
029172     END-IF.
029174     MOVE 'S' TO CY-EVENT.
029175     MOVE SPACE TO CY-CONDITION.
029177     MOVE SPACES TO CY-TEXT.
029178     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
029180     IF WS-CYCLE-REFUSED
029181         GO TO 1500-EXIT
029183     END-IF.
029184     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
029186     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
029187 1500-EXIT.
029189     EXIT.
029190
029191 1510-SCAN-ONE-CYCLE.
029193     READ CYCLE-FILE
029194         AT END
029196             MOVE 'Y' TO WS-CYCLE-EOF-SW
029197             GO TO 1510-EXIT
029199     END-READ.
029200     IF CC-BUS-DATE NOT = CY-BUS-DATE
029202             OR NOT CC-EVENT-IS-STATE
029203         GO TO 1510-EXIT
029205     END-IF.
029206     IF CC-STEP-ID = CY-STEP-ID
029208         MOVE CC-EVENT TO CY-STEP-STATE
029209     END-IF.
029210     IF CC-STEP-ID = CY-PRIOR-STEP-ID
029212         MOVE CC-EVENT TO CY-PRIOR-STATE
029213     END-IF.
029215 1510-EXIT.
029216     EXIT.
029218
029219 1520-REFUSE-OR-OVERRIDE.
029221     IF CY-OVERRIDE-OPER = SPACES
029222             OR CY-OVERRIDE-REASON = SPACES
029224         DISPLAY 'RUN REFUSED - ' CY-TEXT
029225         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
029227             ', STEP ' CY-STEP-ID
029228         IF CY-OVERRIDE-OPER NOT = SPACES
029229             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
029231         END-IF
029232         MOVE 'R' TO CY-EVENT
029234         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
029235         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
029237         MOVE 8 TO RETURN-CODE
029238         GO TO 1520-EXIT
029240     END-IF.
029241     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
029243     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
029244     MOVE 'O' TO CY-EVENT.
029245     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
029247     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
029248 1520-EXIT.
029250     EXIT.
029251
029253 1530-WRITE-CYCLE-EVENT.
029254     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
029256     ACCEPT CY-EVENT-TIME FROM TIME.
029257     OPEN EXTEND CYCLE-FILE.
029259     IF WS-CYCLE-STATUS = '35'
029260         OPEN OUTPUT CYCLE-FILE
029262     END-IF.
029263     IF WS-CYCLE-STATUS NOT = '00'
029264         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
029266             'STATUS = ' WS-CYCLE-STATUS
029267         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
029269         MOVE 8 TO RETURN-CODE
029270         GO TO 1530-EXIT
029272     END-IF.
029273     MOVE CY-BUS-DATE TO CC-BUS-DATE.
029275     MOVE CY-STEP-ID TO CC-STEP-ID.
029276     MOVE CY-EVENT TO CC-EVENT.
029278     MOVE CY-CONDITION TO CC-CONDITION.
029279     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
029281     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
029282     IF CY-EVENT = 'O'
029283         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
029285     ELSE
029286         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
029288     END-IF.
029289     MOVE CY-COUNT-1 TO CC-COUNT-1.
029291     MOVE CY-COUNT-2 TO CC-COUNT-2.
029292     MOVE CY-COUNT-3 TO CC-COUNT-3.
029294     MOVE CY-TEXT TO CC-TEXT.
029295     WRITE CC-RECORD.
029297     CLOSE CYCLE-FILE.
029298 1530-EXIT.
029300     EXIT.
029400
029500******************************************************************
055600     ELSE
055700         DISPLAY 'NIGHT DOES NOT BALANCE - SEE BALANCING REPORT'
055800     END-IF.
055806     IF WS-CYCLE-STARTED
055812         MOVE BA-CLEAN-COUNT TO CY-COUNT-1
055818         MOVE BA-MERGE-TOTAL TO CY-COUNT-2
055824         MOVE BA-SPLIT-TOTAL TO CY-COUNT-3
055830         MOVE SPACE TO CY-CONDITION
055836         IF WS-NIGHT-BALANCED AND WS-BAL-OK
055842             MOVE 'C' TO CY-EVENT
055848             MOVE SPACES TO CY-TEXT
055854         ELSE
055860             MOVE 'F' TO CY-EVENT
055866             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
055872         END-IF
055878         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
055884     END-IF.
055900 9000-EXIT.
056000     EXIT.
