001690*                   RANGES ARE NOW WRITTEN TO A CONTROL FILE     *
001691*                   SO THE CALCBAL BALANCING RUN CAN PROVE THE   *
001692*                   NIGHT END TO END.                            *
001693*  10/15/2026  DPW  TRANSACTION RECORDS GREW FROM 46 TO 49 FOR   *
001694*                   THE TERM OF THE LOAN AMORTIZATION OPERATION; *
001695*                   THE STREAM FILES CARRY THE SAME LAYOUT.      *
001705*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  THE SPLIT RUNS ONLY  *
001715*                   AFTER CALCEDIT HAS COMPLETED FOR THE         *
001725*                   BUSINESS DATE (TODAY, OR CYCLDATE) AND ONLY  *
001735*                   ONCE, UNLESS AN OVERRIDE CARD GIVES WHO AND  *
001745*                   WHY.  STARTED, THEN COMPLETED OR FAILED WITH *
001755*                   THE RECORDS SPLIT AND THE STREAM COUNT, IS   *
001765*                   MARKED ON CYCLECTL; THE MERGE CHECKS ONE     *
001775*                   STREAM STEP PER STREAM.                      *
001777*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
001779*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
001781*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
001783*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
001785******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
003420     SELECT SPLIT-CTL-FILE ASSIGN TO SPLTCTL
003430         FILE STATUS IS WS-SPLTCTL-STATUS.
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
003776* RUN-CONTROL LOG - SAME LAYOUT THE CALCULATOR WRITES.  SPLIT
003900* BATCH TRANSACTION INPUT - SAME LAYOUT THE CALCULATOR READS
004000*----------------------------------------------------------------
004100 FD  TRANS-FILE
004200     RECORD CONTAINS 49 CHARACTERS.
004300 01  TR-RECORD.
004400     05  TR-RECORD-NUMBER        PIC 9(08).
004500     05  TR-OPERATOR-ID          PIC X(08).
005100     05  TR-RECORD-TYPE          PIC X(01).
005200         88  TR-TYPE-CONTINUATION VALUE 'C'.
005300     05  TR-NUM2-FORM            PIC X(01).
005310     05  TR-TERM                 PIC 9(03).
005400
005500 FD  STREAM1-FILE
005600     RECORD CONTAINS 49 CHARACTERS.
005700 01  S1-RECORD                   PIC X(49).
005800
005900 FD  STREAM2-FILE
006000     RECORD CONTAINS 49 CHARACTERS.
006100 01  S2-RECORD                   PIC X(49).
006200
006300 FD  STREAM3-FILE
006400     RECORD CONTAINS 49 CHARACTERS.
006500 01  S3-RECORD                   PIC X(49).
006600
006700 FD  STREAM4-FILE
006800     RECORD CONTAINS 49 CHARACTERS.
006900 01  S4-RECORD                   PIC X(49).
006910
006920*----------------------------------------------------------------
006930* SPLIT CONTROL TOTALS - ONE RECORD PER STREAM WITH THE COUNT
006992     05  SC-LOW                  PIC 9(08).
006993     05  SC-HIGH                 PIC 9(08).
007000
007003*----------------------------------------------------------------
007006* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
007009* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
007012* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
007015* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
007018*----------------------------------------------------------------
007021 FD  CYCLE-FILE
007024     RECORD CONTAINS 100 CHARACTERS.
007027 01  CC-RECORD.
007030     05  CC-BUS-DATE             PIC 9(08).
007033     05  CC-STEP-ID              PIC X(08).
007036     05  CC-EVENT                PIC X(01).
007039         88  CC-EVENT-STARTED    VALUE 'S'.
007042         88  CC-EVENT-COMPLETED  VALUE 'C'.
007045         88  CC-EVENT-FAILED     VALUE 'F'.
007048         88  CC-EVENT-REFUSED    VALUE 'R'.
007051         88  CC-EVENT-OVERRIDE   VALUE 'O'.
007054         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
007057     05  CC-CONDITION            PIC X(01).
007060         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
007063         88  CC-ALREADY-COMPLETE VALUE 'D'.
007066     05  CC-EVENT-DATE           PIC 9(08).
007069     05  CC-EVENT-TIME           PIC 9(08).
007072     05  CC-OPERATOR-ID          PIC X(08).
007075     05  CC-COUNT-1              PIC 9(08).
007078     05  CC-COUNT-2              PIC 9(08).
007081     05  CC-COUNT-3              PIC 9(08).
007084     05  CC-TEXT                 PIC X(34).
007087
007100 WORKING-STORAGE SECTION.
007110 01  WS-PARM-STATUS              PIC X(02).
007120 01  WS-RUNLOG-STATUS            PIC X(02).
008270 01  WS-RUNLOG-OPEN-SW           PIC X(01)  VALUE 'N'.
008271     88  WS-RUNLOG-IS-OPEN       VALUE 'Y'.
008272
008275*----------------------------------------------------------------
008278* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
008281* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
008284* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
008287*----------------------------------------------------------------
008290 01  WS-CYCLE-STATUS             PIC X(02).
008293 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
008296     88  WS-CYCLE-EOF            VALUE 'Y'.
008299 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
008302     88  WS-CYCLE-REFUSED        VALUE 'Y'.
008305 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
008308     88  WS-CYCLE-STARTED        VALUE 'Y'.
008311 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
008314 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
008317 01  CY-STEP-ID                  PIC X(08)  VALUE 'CALCSPLT'.
008320 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE 'CALCEDIT'.
008323 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
008326     88  CY-STEP-COMPLETE        VALUE 'C'.
008329 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
008332     88  CY-PRIOR-COMPLETE       VALUE 'C'.
008335 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
008338 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
008341 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
008344 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
008347 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
008350 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
008353 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
008356 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
008359 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
008362 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
008365 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
008368
008400*----------------------------------------------------------------
008500* SPLIT CONTROL - STREAM COUNT, PER-STREAM TARGET, AND THE
008600* RANGE AND COUNT CARRIED PER STREAM FOR THE END-OF-RUN REPORT
012900     MOVE SP-STREAM-COUNT-RAW TO SP-STREAM-COUNT.
013000     PERFORM 1100-INIT-STREAM-ENTRY THRU 1100-EXIT
013100         VARYING SP-SUB FROM 1 BY 1 UNTIL SP-SUB > 4.
013110     MOVE WS-CURRENT-DATE TO CY-BUS-DATE.
013120     MOVE WS-OPERATOR-ID TO CY-RUN-OPER.
013130     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
013140     IF WS-CYCLE-REFUSED
013150         MOVE 'Y' TO WS-SPLIT-REFUSED-SW
013160         MOVE 'N' TO WS-SPLIT-OK-SW
013170         GO TO 1000-EXIT
013180     END-IF.
013200 1000-EXIT.
013300     EXIT.
013310
013311******************************************************************
013312*     1010 THRU 1020 - RUN PARAMETER CARDS.  KEYWORDS ARE       *
013313*     STREAMS, OPERATOR, CYCLDATE AND OVERRIDE.  AN UNKNOWN     *
013314*     KEYWORD REFUSES THE RUN.                                  *
013315******************************************************************
013316 1010-READ-PARM-FILE.
013317     OPEN INPUT PARM-FILE.
013318     IF WS-PARM-STATUS NOT = '00'
013319         DISPLAY 'NO PARAMETER FILE - CONSOLE PROMPTS IN EFFECT'
013320         GO TO 1010-EXIT
013321     END-IF.
013322     MOVE 'Y' TO WS-PARM-PRESENT-SW.
013323     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
013324         UNTIL WS-PARM-EOF.
013325     CLOSE PARM-FILE.
013326 1010-EXIT.
013327     EXIT.
013328
013329 1020-LOAD-ONE-PARM.
013330     READ PARM-FILE
013331         AT END
013332             MOVE 'Y' TO WS-PARM-EOF-SW
013333             GO TO 1020-EXIT
013334     END-READ.
013335     EVALUATE PM-KEYWORD
013336         WHEN 'STREAMS '
013337             MOVE PM-VALUE TO PRM-STREAMS
013338         WHEN 'OPERATOR'
013339             MOVE PM-VALUE TO PRM-OPERATOR
013340         WHEN 'CYCLDATE'
013341             MOVE PM-VALUE TO CY-PARM-DATE
013342         WHEN 'OVERRIDE'
013343             MOVE PM-VALUE TO CY-OVERRIDE-OPER
013344             MOVE PM-REASON TO CY-OVERRIDE-REASON
013349         WHEN SPACES
013350             CONTINUE
013351         WHEN OTHER
013600     MOVE ZERO TO SP-STREAM-COUNT-N (SP-SUB).
013700     MOVE 99999999 TO SP-STREAM-LOW (SP-SUB).
013800     MOVE ZERO TO SP-STREAM-HIGH (SP-SUB).
013801 1100-EXIT.
013802     EXIT.
013804
013805******************************************************************
013807*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
013808*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
013810*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
013811*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
013813*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
013814*     FILE.                                                      *
013816******************************************************************
013817 1500-CHECK-CYCLE.
013818     IF CY-PARM-DATE NOT = SPACES
013820         IF CY-PARM-DATE NUMERIC
013821             MOVE CY-PARM-DATE TO CY-BUS-DATE
013823         ELSE
013824             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
013826                 CY-PARM-DATE
013827             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
013829             MOVE 8 TO RETURN-CODE
013830             GO TO 1500-EXIT
013832         END-IF
013833     END-IF.
013835     MOVE 'N' TO WS-CYCLE-EOF-SW.
013836     OPEN INPUT CYCLE-FILE.
013837     IF WS-CYCLE-STATUS = '00'
013839         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
013840             UNTIL WS-CYCLE-EOF
013842         CLOSE CYCLE-FILE
013843     END-IF.
013845     MOVE SPACE TO CY-CONDITION.
013846     MOVE SPACES TO CY-TEXT.
013848     IF CY-PRIOR-STEP-ID NOT = SPACES
013849             AND NOT CY-PRIOR-COMPLETE
013851         MOVE 'P' TO CY-CONDITION
013852         STRING 'STEP ' DELIMITED BY SIZE
013854             CY-PRIOR-STEP-ID DELIMITED BY SPACE
013855             ' NOT COMPLETE' DELIMITED BY SIZE
013856             INTO CY-TEXT
013858     END-IF.
013859     IF CY-STEP-COMPLETE
013861         MOVE 'D' TO CY-CONDITION
013862         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
013864     END-IF.
013865     IF CY-CONDITION NOT = SPACE
013867         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
013868     END-IF.
013870     IF WS-CYCLE-REFUSED
013871         GO TO 1500-EXIT
013872     END-IF.
013874     MOVE 'S' TO CY-EVENT.
013875     MOVE SPACE TO CY-CONDITION.
013877     MOVE SPACES TO CY-TEXT.
013878     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
013880     IF WS-CYCLE-REFUSED
013881         GO TO 1500-EXIT
013883     END-IF.
013884     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
013886     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
013887 1500-EXIT.
013889     EXIT.
013890
013891 1510-SCAN-ONE-CYCLE.
013893     READ CYCLE-FILE
013894         AT END
013896             MOVE 'Y' TO WS-CYCLE-EOF-SW
013897             GO TO 1510-EXIT
013899     END-READ.
013900     IF CC-BUS-DATE NOT = CY-BUS-DATE
013902             OR NOT CC-EVENT-IS-STATE
013903         GO TO 1510-EXIT
013905     END-IF.
013906     IF CC-STEP-ID = CY-STEP-ID
013908         MOVE CC-EVENT TO CY-STEP-STATE
013909     END-IF.
013910     IF CC-STEP-ID = CY-PRIOR-STEP-ID
013912         MOVE CC-EVENT TO CY-PRIOR-STATE
013913     END-IF.
013915 1510-EXIT.
013916     EXIT.
013918
013919 1520-REFUSE-OR-OVERRIDE.
013921     IF CY-OVERRIDE-OPER = SPACES
013922             OR CY-OVERRIDE-REASON = SPACES
013924         DISPLAY 'RUN REFUSED - ' CY-TEXT
013925         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
013927             ', STEP ' CY-STEP-ID
013928         IF CY-OVERRIDE-OPER NOT = SPACES
013929             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
013931         END-IF
013932         MOVE 'R' TO CY-EVENT
013934         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
013935         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
013937         MOVE 8 TO RETURN-CODE
013938         GO TO 1520-EXIT
013940     END-IF.
013941     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
013943     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
013944     MOVE 'O' TO CY-EVENT.
013945     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
013947     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
013948 1520-EXIT.
013950     EXIT.
013951
013953 1530-WRITE-CYCLE-EVENT.
013954     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
013956     ACCEPT CY-EVENT-TIME FROM TIME.
013957     OPEN EXTEND CYCLE-FILE.
013959     IF WS-CYCLE-STATUS = '35'
013960         OPEN OUTPUT CYCLE-FILE
013962     END-IF.
013963     IF WS-CYCLE-STATUS NOT = '00'
013964         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
013966             'STATUS = ' WS-CYCLE-STATUS
013967         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
013969         MOVE 8 TO RETURN-CODE
013970         GO TO 1530-EXIT
013972     END-IF.
013973     MOVE CY-BUS-DATE TO CC-BUS-DATE.
013975     MOVE CY-STEP-ID TO CC-STEP-ID.
013976     MOVE CY-EVENT TO CC-EVENT.
013978     MOVE CY-CONDITION TO CC-CONDITION.
013979     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
013981     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
013982     IF CY-EVENT = 'O'
013983         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
013985     ELSE
013986         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
013988     END-IF.
013989     MOVE CY-COUNT-1 TO CC-COUNT-1.
013991     MOVE CY-COUNT-2 TO CC-COUNT-2.
013992     MOVE CY-COUNT-3 TO CC-COUNT-3.
013994     MOVE CY-TEXT TO CC-TEXT.
013995     WRITE CC-RECORD.
013997     CLOSE CYCLE-FILE.
013998 1530-EXIT.
014000     EXIT.
014100
014200******************************************************************
031800         DISPLAY 'SPLIT DID NOT COMPLETE - SEE MESSAGES ABOVE'
031900     END-IF.
031910     PERFORM 1410-END-RUN-LOG THRU 1410-EXIT.
031916     IF WS-CYCLE-STARTED
031922         MOVE SP-TOTAL-RECORDS TO CY-COUNT-1
031928         MOVE SP-STREAM-COUNT TO CY-COUNT-2
031934         MOVE ZERO TO CY-COUNT-3
031940         MOVE SPACE TO CY-CONDITION
031946         IF WS-SPLIT-OK
031952             MOVE 'C' TO CY-EVENT
031958             MOVE SPACES TO CY-TEXT
031964         ELSE
031970             MOVE 'F' TO CY-EVENT
031976             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
031982         END-IF
031988         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
031994     END-IF.
032000 9000-EXIT.
032100     EXIT.
032200
