000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCCYCL.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL NIGHTLY CYCLE STATUS REPORT.  READS *
001200*                   THE CYCLE CONTROL FILE FOR ONE BUSINESS DATE *
001300*                   AND SHOWS EVERY STEP OF THE NIGHT IN RUN     *
001400*                   ORDER - NOT RUN, STARTED AND NOT ENDED,      *
001500*                   COMPLETE OR FAILED - WITH ITS START AND END  *
001600*                   TIMES, OPERATOR AND KEY COUNTS, THEN EVERY   *
001700*                   REFUSED RUN AND OVERRIDE, AND ENDS WITH THE  *
001800*                   STEP TO RUN NEXT, THE FAILED STEP TO RESTART *
001900*                   FROM, OR CYCLE COMPLETE.                     *
002000******************************************************************
002100*  THE NIGHT RUNS CALCGEN, CALCEDIT, CALCSPLT, THE CALCULATOR    *
002200*  STREAMS (STREAM1 THRU STREAM4, IN PARALLEL), CALCMRGE,        *
002300*  CALCBAL, THE CALCULATOR GL EXTRACT (GLEXTR) AND, THE NEXT     *
002400*  MORNING, GLACKPST.  STREAMS ABOVE THE COUNT CALCSPLT SPLIT    *
002500*  TO ARE SHOWN AS NOT USED.  THE REPORT ONLY READS THE CONTROL  *
002600*  FILE AND MAY BE RUN AT ANY TIME, INCLUDING MID-NIGHT.         *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE ASSIGN TO PARMCARD
003200         FILE STATUS IS WS-PARM-STATUS.
003300
003400     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
003500         FILE STATUS IS WS-CYCLE-STATUS.
003600
003700     SELECT CYCLE-REPORT-FILE ASSIGN TO CYCLRPT
003800         FILE STATUS IS WS-CYCLRPT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200*----------------------------------------------------------------
004300* RUN PARAMETER CARDS - OPTIONAL.  CYCLDATE NAMES THE BUSINESS
004400* DATE TO REPORT; WITHOUT IT THE LATEST DATE ON THE CONTROL FILE
004500* IS REPORTED.
004600*----------------------------------------------------------------
004700 FD  PARM-FILE
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  PM-RECORD.
005000     05  PM-KEYWORD              PIC X(08).
005100     05  PM-VALUE                PIC X(16).
005200     05  FILLER                  PIC X(56).
005300
005400*----------------------------------------------------------------
005500* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
005600* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
005700* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
005800* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
005900*----------------------------------------------------------------
006000 FD  CYCLE-FILE
006100     RECORD CONTAINS 100 CHARACTERS.
006200 01  CC-RECORD.
006300     05  CC-BUS-DATE             PIC 9(08).
006400     05  CC-STEP-ID              PIC X(08).
006500     05  CC-EVENT                PIC X(01).
006600         88  CC-EVENT-STARTED    VALUE 'S'.
006700         88  CC-EVENT-COMPLETED  VALUE 'C'.
006800         88  CC-EVENT-FAILED     VALUE 'F'.
006900         88  CC-EVENT-REFUSED    VALUE 'R'.
007000         88  CC-EVENT-OVERRIDE   VALUE 'O'.
007100         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
007200     05  CC-CONDITION            PIC X(01).
007300         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
007400         88  CC-ALREADY-COMPLETE VALUE 'D'.
007500     05  CC-EVENT-DATE           PIC 9(08).
007600     05  CC-EVENT-TIME           PIC 9(08).
007700     05  CC-OPERATOR-ID          PIC X(08).
007800     05  CC-COUNT-1              PIC 9(08).
007900     05  CC-COUNT-2              PIC 9(08).
008000     05  CC-COUNT-3              PIC 9(08).
008100     05  CC-TEXT                 PIC X(34).
008200
008300*----------------------------------------------------------------
008400* PRINT-IMAGE CYCLE STATUS REPORT
008500*----------------------------------------------------------------
008600 FD  CYCLE-REPORT-FILE
008700     RECORD CONTAINS 132 CHARACTERS.
008800 01  CR-RECORD                   PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------------
009200* FILE STATUS FIELDS AND SWITCHES
009300*----------------------------------------------------------------
009400 01  WS-PARM-STATUS              PIC X(02).
009500 01  WS-CYCLE-STATUS             PIC X(02).
009600 01  WS-CYCLRPT-STATUS           PIC X(02).
009700
009800 01  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
009900     88  WS-PARM-EOF             VALUE 'Y'.
010000
010100 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
010200     88  WS-CYCLE-EOF            VALUE 'Y'.
010300
010400 01  WS-CYCL-OK-SW               PIC X(01)  VALUE 'Y'.
010500     88  WS-CYCL-OK              VALUE 'Y'.
010600
010700 01  WS-STEP-FOUND-SW            PIC X(01)  VALUE 'N'.
010800     88  WS-STEP-FOUND           VALUE 'Y'.
010900
011000*----------------------------------------------------------------
011100* BUSINESS DATE AND CONTROL TOTALS
011200*----------------------------------------------------------------
011300 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
011400 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
011500 01  CY-STREAM-COUNT             PIC 9(08)  VALUE ZERO.
011600 01  CY-TIME-WORK                PIC 9(08)  VALUE ZERO.
011700 01  CY-TIME-PARTS REDEFINES CY-TIME-WORK.
011800     05  CY-TIME-HHMMSS          PIC 9(06).
011900     05  FILLER                  PIC 9(02).
012000 01  CY-STOP-STATE               PIC X(01)  VALUE SPACE.
012100
012200 77  CY-EVENT-COUNT              PIC 9(07)  COMP  VALUE ZERO.
012300 77  CY-EXCEPTION-COUNT          PIC 9(07)  COMP  VALUE ZERO.
012400 77  CY-STOP-SUB                 PIC 9(04)  COMP  VALUE ZERO.
012500
012600*----------------------------------------------------------------
012700* THE STEPS OF THE NIGHT IN RUN ORDER, EACH WITH THE CAPTIONS OF
012800* THE THREE COUNTS IT LEAVES ON ITS COMPLETED OR FAILED EVENT.
012900* STREAM1 THRU STREAM4 ARE ENTRIES 4 THRU 7.
013000*----------------------------------------------------------------
013100 01  CS-STEP-VALUES.
013200     05  FILLER                  PIC X(08)  VALUE 'CALCGEN '.
013300     05  FILLER                  PIC X(10)  VALUE 'GENERATED '.
013400     05  FILLER                  PIC X(10)  VALUE 'READ      '.
013500     05  FILLER                  PIC X(10)  VALUE 'IN ERROR  '.
013600     05  FILLER                  PIC X(08)  VALUE 'CALCEDIT'.
013700     05  FILLER                  PIC X(10)  VALUE 'CLEAN     '.
013800     05  FILLER                  PIC X(10)  VALUE 'REJECTED  '.
013900     05  FILLER                  PIC X(10)  VALUE 'READ      '.
014000     05  FILLER                  PIC X(08)  VALUE 'CALCSPLT'.
014100     05  FILLER                  PIC X(10)  VALUE 'SPLIT     '.
014200     05  FILLER                  PIC X(10)  VALUE 'STREAMS   '.
014300     05  FILLER                  PIC X(10)  VALUE SPACES.
014400     05  FILLER                  PIC X(08)  VALUE 'STREAM1 '.
014500     05  FILLER                  PIC X(10)  VALUE 'PROCESSED '.
014600     05  FILLER                  PIC X(10)  VALUE 'CALCS     '.
014700     05  FILLER                  PIC X(10)  VALUE 'HIST ROWS '.
014800     05  FILLER                  PIC X(08)  VALUE 'STREAM2 '.
014900     05  FILLER                  PIC X(10)  VALUE 'PROCESSED '.
015000     05  FILLER                  PIC X(10)  VALUE 'CALCS     '.
015100     05  FILLER                  PIC X(10)  VALUE 'HIST ROWS '.
015200     05  FILLER                  PIC X(08)  VALUE 'STREAM3 '.
015300     05  FILLER                  PIC X(10)  VALUE 'PROCESSED '.
015400     05  FILLER                  PIC X(10)  VALUE 'CALCS     '.
015500     05  FILLER                  PIC X(10)  VALUE 'HIST ROWS '.
015600     05  FILLER                  PIC X(08)  VALUE 'STREAM4 '.
015700     05  FILLER                  PIC X(10)  VALUE 'PROCESSED '.
015800     05  FILLER                  PIC X(10)  VALUE 'CALCS     '.
015900     05  FILLER                  PIC X(10)  VALUE 'HIST ROWS '.
016000     05  FILLER                  PIC X(08)  VALUE 'CALCMRGE'.
016100     05  FILLER                  PIC X(10)  VALUE 'MERGED    '.
016200     05  FILLER                  PIC X(10)  VALUE 'STREAMS   '.
016300     05  FILLER                  PIC X(10)  VALUE 'ERRORS    '.
016400     05  FILLER                  PIC X(08)  VALUE 'CALCBAL '.
016500     05  FILLER                  PIC X(10)  VALUE 'CLEAN IN  '.
016600     05  FILLER                  PIC X(10)  VALUE 'MERGED    '.
016700     05  FILLER                  PIC X(10)  VALUE 'SPLIT     '.
016800     05  FILLER                  PIC X(08)  VALUE 'GLEXTR  '.
016900     05  FILLER                  PIC X(10)  VALUE 'POSTED    '.
017000     05  FILLER                  PIC X(10)  VALUE 'HELD      '.
017100     05  FILLER                  PIC X(10)  VALUE 'UNMATCHED '.
017200     05  FILLER                  PIC X(08)  VALUE 'GLACKPST'.
017300     05  FILLER                  PIC X(10)  VALUE 'ACCEPTED  '.
017400     05  FILLER                  PIC X(10)  VALUE 'REJECTED  '.
017500     05  FILLER                  PIC X(10)  VALUE 'AWAITING  '.
017600 01  CS-STEP-NAMES REDEFINES CS-STEP-VALUES.
017700     05  CS-NAME-ENTRY           OCCURS 11 TIMES.
017800         10  CS-NAME-STEP-ID     PIC X(08).
017900         10  CS-NAME-LABEL       PIC X(10)  OCCURS 3 TIMES.
018000
018100 01  CS-STEP-TABLE.
018200     05  CS-MAX                  PIC 9(04)  COMP  VALUE 11.
018300     05  CS-ENTRY                OCCURS 11 TIMES.
018400         10  CS-STATE            PIC X(01).
018500             88  CS-NOT-RUN      VALUE SPACE.
018600             88  CS-STARTED      VALUE 'S'.
018700             88  CS-COMPLETE     VALUE 'C'.
018800             88  CS-FAILED       VALUE 'F'.
018900             88  CS-NOT-USED     VALUE 'U'.
019000         10  CS-START-DATE       PIC 9(08).
019100         10  CS-START-TIME       PIC 9(08).
019200         10  CS-END-DATE         PIC 9(08).
019300         10  CS-END-TIME         PIC 9(08).
019400         10  CS-OPERATOR-ID      PIC X(08).
019500         10  CS-COUNT            PIC 9(08)  OCCURS 3 TIMES.
019600
019700 77  CS-SUB                      PIC 9(04)  COMP  VALUE ZERO.
019800 77  CS-CNT-SUB                  PIC 9(04)  COMP  VALUE ZERO.
019900
020000*----------------------------------------------------------------
020100* CYCLE STATUS REPORT LINES
020200*----------------------------------------------------------------
020300 01  CR-HEADING-LINE.
020400     05  FILLER                  PIC X(40)
020500         VALUE ' NIGHTLY CYCLE STATUS - BUSINESS DATE   '.
020600     05  CR-HDG-DATE             PIC 9(08).
020700     05  FILLER                  PIC X(84) VALUE SPACES.
020800
020900 01  CR-COLUMN-HEADING.
021000     05  FILLER                  PIC X(31)
021100         VALUE ' STEP      STATE               '.
021200     05  FILLER                  PIC X(34)
021300         VALUE 'STARTED          ENDED            '.
021400     05  FILLER                  PIC X(67)
021500         VALUE 'OPERATOR  COUNTS'.
021600
021700 01  CR-STEP-LINE.
021800     05  FILLER                  PIC X(01) VALUE SPACE.
021900     05  CR-STP-STEP-ID          PIC X(08).
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  CR-STP-STATE            PIC X(18).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  CR-STP-START-DATE       PIC X(08).
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  CR-STP-START-TIME       PIC X(06).
022600     05  FILLER                  PIC X(02) VALUE SPACES.
022700     05  CR-STP-END-DATE         PIC X(08).
022800     05  FILLER                  PIC X(01) VALUE SPACE.
022900     05  CR-STP-END-TIME         PIC X(06).
023000     05  FILLER                  PIC X(02) VALUE SPACES.
023100     05  CR-STP-OPERATOR         PIC X(08).
023200     05  FILLER                  PIC X(02) VALUE SPACES.
023300     05  CR-STP-COUNT-AREA       OCCURS 3 TIMES.
023400         10  CR-STP-LABEL        PIC X(10).
023500         10  CR-STP-COUNT        PIC X(08).
023600         10  FILLER              PIC X(01).
023700
023800 01  CR-EDIT-DATE                PIC 9(08).
023900 01  CR-EDIT-TIME                PIC 9(06).
024000 01  CR-EDIT-COUNT               PIC Z(07)9.
024100
024200 01  CR-EXCEPTION-LINE.
024300     05  FILLER                  PIC X(01) VALUE SPACE.
024400     05  CR-EXC-STEP-ID          PIC X(08).
024500     05  FILLER                  PIC X(02) VALUE SPACES.
024600     05  CR-EXC-EVENT            PIC X(08).
024700     05  FILLER                  PIC X(02) VALUE SPACES.
024800     05  CR-EXC-DATE             PIC 9(08).
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  CR-EXC-TIME             PIC 9(06).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  CR-EXC-OPERATOR         PIC X(08).
025300     05  FILLER                  PIC X(02) VALUE SPACES.
025400     05  CR-EXC-CONDITION        PIC X(24).
025500     05  FILLER                  PIC X(02) VALUE SPACES.
025600     05  CR-EXC-TEXT             PIC X(34).
025700     05  FILLER                  PIC X(24) VALUE SPACES.
025800
025900 01  CR-MESSAGE-LINE             PIC X(132).
026000
026100 PROCEDURE DIVISION.
026200******************************************************************
026300*                        0000-MAINLINE                           *
026400******************************************************************
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF WS-CYCL-OK
026800         PERFORM 2000-LOAD-STEP-STATES THRU 2000-EXIT
026900     END-IF.
027000     IF WS-CYCL-OK
027100         PERFORM 3000-PRINT-STEPS THRU 3000-EXIT
027200         PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT
027300         PERFORM 5000-WHERE-THE-NIGHT-STANDS THRU 5000-EXIT
027400     END-IF.
027500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027600     IF NOT WS-CYCL-OK
027700         MOVE 8 TO RETURN-CODE
027800     END-IF.
027900     STOP RUN.
028000
028100******************************************************************
028200*     1000 THRU 1120 - OPTIONAL PARAMETERS, THE BUSINESS DATE    *
028300*     TO REPORT, AND FILE OPENS.  WITHOUT A CYCLDATE CARD THE    *
028400*     LATEST BUSINESS DATE ON THE CONTROL FILE IS REPORTED.      *
028500******************************************************************
028600 1000-INITIALIZE.
028700     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
028800     IF CY-PARM-DATE NOT = SPACES
028900         IF CY-PARM-DATE NUMERIC
029000             MOVE CY-PARM-DATE TO CY-BUS-DATE
029100         ELSE
029200             DISPLAY 'ERROR - CYCLDATE NOT NUMERIC: ' CY-PARM-DATE
029300             MOVE 'N' TO WS-CYCL-OK-SW
029400             GO TO 1000-EXIT
029500         END-IF
029600     END-IF.
029700     OPEN INPUT CYCLE-FILE.
029800     IF WS-CYCLE-STATUS NOT = '00'
029900         DISPLAY 'ERROR - CANNOT OPEN CYCLE CONTROL FILE, '
030000             'STATUS = ' WS-CYCLE-STATUS
030100         MOVE 'N' TO WS-CYCL-OK-SW
030200         GO TO 1000-EXIT
030300     END-IF.
030400     IF CY-BUS-DATE = ZERO
030500         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
030600             UNTIL WS-CYCLE-EOF
030700         CLOSE CYCLE-FILE
030800         MOVE 'N' TO WS-CYCLE-EOF-SW
030900         IF CY-BUS-DATE = ZERO
031000             DISPLAY 'ERROR - CYCLE CONTROL FILE IS EMPTY'
031100             MOVE 'N' TO WS-CYCL-OK-SW
031200             GO TO 1000-EXIT
031300         END-IF
031400         OPEN INPUT CYCLE-FILE
031500     END-IF.
031600     OPEN OUTPUT CYCLE-REPORT-FILE.
031700     IF WS-CYCLRPT-STATUS NOT = '00'
031800         DISPLAY 'ERROR - CANNOT OPEN CYCLE STATUS REPORT FILE, '
031900             'STATUS = ' WS-CYCLRPT-STATUS
032000         CLOSE CYCLE-FILE
032100         MOVE 'N' TO WS-CYCL-OK-SW
032200         GO TO 1000-EXIT
032300     END-IF.
032400     PERFORM 1120-INIT-STEP-ENTRY THRU 1120-EXIT
032500         VARYING CS-SUB FROM 1 BY 1 UNTIL CS-SUB > CS-MAX.
032600     MOVE CY-BUS-DATE TO CR-HDG-DATE.
032700     WRITE CR-RECORD FROM CR-HEADING-LINE.
032800     MOVE SPACES TO CR-RECORD.
032900     WRITE CR-RECORD.
033000     WRITE CR-RECORD FROM CR-COLUMN-HEADING.
033100     MOVE SPACES TO CR-RECORD.
033200     WRITE CR-RECORD.
033300 1000-EXIT.
033400     EXIT.
033500
033600 1010-READ-PARM-FILE.
033700     OPEN INPUT PARM-FILE.
033800     IF WS-PARM-STATUS NOT = '00'
033900         GO TO 1010-EXIT
034000     END-IF.
034100     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
034200         UNTIL WS-PARM-EOF.
034300     CLOSE PARM-FILE.
034400 1010-EXIT.
034500     EXIT.
034600
034700 1020-LOAD-ONE-PARM.
034800     READ PARM-FILE
034900         AT END
035000             MOVE 'Y' TO WS-PARM-EOF-SW
035100             GO TO 1020-EXIT
035200     END-READ.
035300     EVALUATE PM-KEYWORD
035400         WHEN 'CYCLDATE'
035500             MOVE PM-VALUE TO CY-PARM-DATE
035600         WHEN SPACES
035700             CONTINUE
035800         WHEN OTHER
035900             DISPLAY 'WARNING - UNKNOWN PARAMETER KEYWORD '
036000                 'IGNORED: ' PM-KEYWORD
036100     END-EVALUATE.
036200 1020-EXIT.
036300     EXIT.
036400
036500 1100-FIND-LATEST-DATE.
036600     READ CYCLE-FILE
036700         AT END
036800             MOVE 'Y' TO WS-CYCLE-EOF-SW
036900             GO TO 1100-EXIT
037000     END-READ.
037100     IF CC-BUS-DATE > CY-BUS-DATE
037200         MOVE CC-BUS-DATE TO CY-BUS-DATE
037300     END-IF.
037400 1100-EXIT.
037500     EXIT.
037600
037700 1120-INIT-STEP-ENTRY.
037800     MOVE SPACE TO CS-STATE (CS-SUB).
037900     MOVE ZERO TO CS-START-DATE (CS-SUB).
038000     MOVE ZERO TO CS-START-TIME (CS-SUB).
038100     MOVE ZERO TO CS-END-DATE (CS-SUB).
038200     MOVE ZERO TO CS-END-TIME (CS-SUB).
038300     MOVE SPACES TO CS-OPERATOR-ID (CS-SUB).
038400     MOVE ZERO TO CS-COUNT (CS-SUB, 1).
038500     MOVE ZERO TO CS-COUNT (CS-SUB, 2).
038600     MOVE ZERO TO CS-COUNT (CS-SUB, 3).
038700 1120-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*     2000 THRU 2110 - TAKE EACH STEP'S STATE FROM ITS LAST      *
039200*     STARTED, COMPLETED OR FAILED EVENT FOR THE DATE.  A START  *
039300*     CLEARS THE END OF ANY EARLIER RUN OF THE SAME STEP.        *
039400*     ONCE CALCSPLT HAS COMPLETED, STREAMS ABOVE ITS STREAM      *
039500*     COUNT THAT NEVER RAN ARE NOT USED.                         *
039600******************************************************************
039700 2000-LOAD-STEP-STATES.
039800     PERFORM 2100-APPLY-ONE-EVENT THRU 2100-EXIT
039900         UNTIL WS-CYCLE-EOF.
040000     CLOSE CYCLE-FILE.
040100     IF CY-EVENT-COUNT = ZERO
040200         DISPLAY 'NO CYCLE EVENTS FOR BUSINESS DATE ' CY-BUS-DATE
040300     END-IF.
040400     IF CS-COMPLETE (3)
040500         MOVE CS-COUNT (3, 2) TO CY-STREAM-COUNT
040600         PERFORM 2200-MARK-UNUSED-STREAM THRU 2200-EXIT
040700             VARYING CS-SUB FROM 4 BY 1 UNTIL CS-SUB > 7
040800     END-IF.
040900 2000-EXIT.
041000     EXIT.
041100
041200 2100-APPLY-ONE-EVENT.
041300     READ CYCLE-FILE
041400         AT END
041500             MOVE 'Y' TO WS-CYCLE-EOF-SW
041600             GO TO 2100-EXIT
041700     END-READ.
041800     IF CC-BUS-DATE NOT = CY-BUS-DATE
041900         GO TO 2100-EXIT
042000     END-IF.
042100     ADD 1 TO CY-EVENT-COUNT.
042200     IF NOT CC-EVENT-IS-STATE
042300         GO TO 2100-EXIT
042400     END-IF.
042500     MOVE 'N' TO WS-STEP-FOUND-SW.
042600     PERFORM 2110-MATCH-STEP-ENTRY THRU 2110-EXIT
042700         VARYING CS-SUB FROM 1 BY 1
042800         UNTIL CS-SUB > CS-MAX OR WS-STEP-FOUND.
042900     IF NOT WS-STEP-FOUND
043000         DISPLAY 'WARNING - UNKNOWN STEP ON CYCLE CONTROL FILE '
043100             'IGNORED: ' CC-STEP-ID
043200         GO TO 2100-EXIT
043300     END-IF.
043400     SUBTRACT 1 FROM CS-SUB.
043500     MOVE CC-EVENT TO CS-STATE (CS-SUB).
043600     MOVE CC-OPERATOR-ID TO CS-OPERATOR-ID (CS-SUB).
043700     IF CC-EVENT-STARTED
043800         MOVE CC-EVENT-DATE TO CS-START-DATE (CS-SUB)
043900         MOVE CC-EVENT-TIME TO CS-START-TIME (CS-SUB)
044000         MOVE ZERO TO CS-END-DATE (CS-SUB)
044100         MOVE ZERO TO CS-END-TIME (CS-SUB)
044200         MOVE ZERO TO CS-COUNT (CS-SUB, 1)
044300         MOVE ZERO TO CS-COUNT (CS-SUB, 2)
044400         MOVE ZERO TO CS-COUNT (CS-SUB, 3)
044500     ELSE
044600         MOVE CC-EVENT-DATE TO CS-END-DATE (CS-SUB)
044700         MOVE CC-EVENT-TIME TO CS-END-TIME (CS-SUB)
044800         MOVE CC-COUNT-1 TO CS-COUNT (CS-SUB, 1)
044900         MOVE CC-COUNT-2 TO CS-COUNT (CS-SUB, 2)
045000         MOVE CC-COUNT-3 TO CS-COUNT (CS-SUB, 3)
045100     END-IF.
045200 2100-EXIT.
045300     EXIT.
045400
045500 2110-MATCH-STEP-ENTRY.
045600     IF CS-NAME-STEP-ID (CS-SUB) = CC-STEP-ID
045700         MOVE 'Y' TO WS-STEP-FOUND-SW
045800     END-IF.
045900 2110-EXIT.
046000     EXIT.
046100
046200 2200-MARK-UNUSED-STREAM.
046300     IF CS-SUB - 3 > CY-STREAM-COUNT AND CS-NOT-RUN (CS-SUB)
046400         MOVE 'U' TO CS-STATE (CS-SUB)
046500     END-IF.
046600 2200-EXIT.
046700     EXIT.
046800
046900******************************************************************
047000*     3000 THRU 3110 - ONE LINE PER STEP IN RUN ORDER            *
047100******************************************************************
047200 3000-PRINT-STEPS.
047300     PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
047400         VARYING CS-SUB FROM 1 BY 1 UNTIL CS-SUB > CS-MAX.
047500 3000-EXIT.
047600     EXIT.
047700
047800 3100-PRINT-ONE-STEP.
047900     MOVE SPACES TO CR-STEP-LINE.
048000     MOVE CS-NAME-STEP-ID (CS-SUB) TO CR-STP-STEP-ID.
048100     EVALUATE TRUE
048200         WHEN CS-STARTED (CS-SUB)
048300             MOVE 'STARTED, NOT ENDED' TO CR-STP-STATE
048400         WHEN CS-COMPLETE (CS-SUB)
048500             MOVE 'COMPLETE' TO CR-STP-STATE
048600         WHEN CS-FAILED (CS-SUB)
048700             MOVE 'FAILED' TO CR-STP-STATE
048800         WHEN CS-NOT-USED (CS-SUB)
048900             MOVE 'NOT USED' TO CR-STP-STATE
049000         WHEN OTHER
049100             MOVE 'NOT RUN' TO CR-STP-STATE
049200     END-EVALUATE.
049300     IF CS-NOT-RUN (CS-SUB) OR CS-NOT-USED (CS-SUB)
049400         WRITE CR-RECORD FROM CR-STEP-LINE
049500         GO TO 3100-EXIT
049600     END-IF.
049700     MOVE CS-START-DATE (CS-SUB) TO CR-EDIT-DATE.
049800     MOVE CR-EDIT-DATE TO CR-STP-START-DATE.
049900     MOVE CS-START-TIME (CS-SUB) TO CY-TIME-WORK.
050000     MOVE CY-TIME-HHMMSS TO CR-EDIT-TIME.
050100     MOVE CR-EDIT-TIME TO CR-STP-START-TIME.
050200     MOVE CS-OPERATOR-ID (CS-SUB) TO CR-STP-OPERATOR.
050300     IF CS-STARTED (CS-SUB)
050400         WRITE CR-RECORD FROM CR-STEP-LINE
050500         GO TO 3100-EXIT
050600     END-IF.
050700     MOVE CS-END-DATE (CS-SUB) TO CR-EDIT-DATE.
050800     MOVE CR-EDIT-DATE TO CR-STP-END-DATE.
050900     MOVE CS-END-TIME (CS-SUB) TO CY-TIME-WORK.
051000     MOVE CY-TIME-HHMMSS TO CR-EDIT-TIME.
051100     MOVE CR-EDIT-TIME TO CR-STP-END-TIME.
051200     PERFORM 3110-EDIT-ONE-COUNT THRU 3110-EXIT
051300         VARYING CS-CNT-SUB FROM 1 BY 1 UNTIL CS-CNT-SUB > 3.
051400     WRITE CR-RECORD FROM CR-STEP-LINE.
051500 3100-EXIT.
051600     EXIT.
051700
051800 3110-EDIT-ONE-COUNT.
051900     IF CS-NAME-LABEL (CS-SUB, CS-CNT-SUB) = SPACES
052000         GO TO 3110-EXIT
052100     END-IF.
052200     MOVE CS-NAME-LABEL (CS-SUB, CS-CNT-SUB)
052300         TO CR-STP-LABEL (CS-CNT-SUB).
052400     MOVE CS-COUNT (CS-SUB, CS-CNT-SUB) TO CR-EDIT-COUNT.
052500     MOVE CR-EDIT-COUNT TO CR-STP-COUNT (CS-CNT-SUB).
052600 3110-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*     4000 THRU 4100 - EVERY REFUSED RUN AND EVERY OVERRIDE FOR  *
053100*     THE DATE, WITH WHAT STOPPED THE STEP AND, FOR AN OVERRIDE, *
053200*     THE REASON THE OPERATOR GAVE                               *
053300******************************************************************
053400 4000-PRINT-EXCEPTIONS.
053500     MOVE SPACES TO CR-RECORD.
053600     WRITE CR-RECORD.
053700     MOVE ' REFUSED RUNS AND OVERRIDES' TO CR-MESSAGE-LINE.
053800     WRITE CR-RECORD FROM CR-MESSAGE-LINE.
053900     OPEN INPUT CYCLE-FILE.
054000     IF WS-CYCLE-STATUS NOT = '00'
054100         DISPLAY 'ERROR - CANNOT REOPEN CYCLE CONTROL FILE, '
054200             'STATUS = ' WS-CYCLE-STATUS
054300         MOVE 'N' TO WS-CYCL-OK-SW
054400         GO TO 4000-EXIT
054500     END-IF.
054600     MOVE 'N' TO WS-CYCLE-EOF-SW.
054700     PERFORM 4100-PRINT-ONE-EXCEPTION THRU 4100-EXIT
054800         UNTIL WS-CYCLE-EOF.
054900     CLOSE CYCLE-FILE.
055000     IF CY-EXCEPTION-COUNT = ZERO
055100         MOVE '   NONE' TO CR-MESSAGE-LINE
055200         WRITE CR-RECORD FROM CR-MESSAGE-LINE
055300     END-IF.
055400 4000-EXIT.
055500     EXIT.
055600
055700 4100-PRINT-ONE-EXCEPTION.
055800     READ CYCLE-FILE
055900         AT END
056000             MOVE 'Y' TO WS-CYCLE-EOF-SW
056100             GO TO 4100-EXIT
056200     END-READ.
056300     IF CC-BUS-DATE NOT = CY-BUS-DATE
056400             OR CC-EVENT-IS-STATE
056500         GO TO 4100-EXIT
056600     END-IF.
056700     ADD 1 TO CY-EXCEPTION-COUNT.
056800     MOVE CC-STEP-ID TO CR-EXC-STEP-ID.
056900     IF CC-EVENT-OVERRIDE
057000         MOVE 'OVERRIDE' TO CR-EXC-EVENT
057100     ELSE
057200         MOVE 'REFUSED ' TO CR-EXC-EVENT
057300     END-IF.
057400     MOVE CC-EVENT-DATE TO CR-EXC-DATE.
057500     MOVE CC-EVENT-TIME TO CY-TIME-WORK.
057600     MOVE CY-TIME-HHMMSS TO CR-EXC-TIME.
057700     MOVE CC-OPERATOR-ID TO CR-EXC-OPERATOR.
057800     EVALUATE TRUE
057900         WHEN CC-PRIOR-INCOMPLETE
058000             MOVE 'PRIOR STEP NOT COMPLETE' TO CR-EXC-CONDITION
058100         WHEN CC-ALREADY-COMPLETE
058200             MOVE 'STEP ALREADY COMPLETE' TO CR-EXC-CONDITION
058300         WHEN OTHER
058400             MOVE SPACES TO CR-EXC-CONDITION
058500     END-EVALUATE.
058600     MOVE CC-TEXT TO CR-EXC-TEXT.
058700     WRITE CR-RECORD FROM CR-EXCEPTION-LINE.
058800 4100-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*     5000 THRU 5100 - WHERE THE NIGHT STANDS.  THE FIRST STEP   *
059300*     IN RUN ORDER THAT IS NEITHER COMPLETE NOR UNUSED DECIDES   *
059400*     IT: NOT RUN IS THE NEXT STEP TO RUN, FAILED IS THE STEP    *
059500*     TO RESTART FROM, STARTED IS STILL RUNNING OR DIED WITHOUT  *
059600*     ENDING.  WITH NO SUCH STEP THE CYCLE IS COMPLETE.          *
059700******************************************************************
059800 5000-WHERE-THE-NIGHT-STANDS.
059900     MOVE ZERO TO CY-STOP-SUB.
060000     PERFORM 5100-CHECK-ONE-STEP THRU 5100-EXIT
060100         VARYING CS-SUB FROM 1 BY 1
060200         UNTIL CS-SUB > CS-MAX OR CY-STOP-SUB NOT = ZERO.
060300     MOVE SPACES TO CR-RECORD.
060400     WRITE CR-RECORD.
060500     MOVE SPACES TO CR-MESSAGE-LINE.
060600     IF CY-STOP-SUB = ZERO
060700         MOVE ' CYCLE COMPLETE' TO CR-MESSAGE-LINE
060800     ELSE
060900         MOVE CS-STATE (CY-STOP-SUB) TO CY-STOP-STATE
061000         EVALUATE CY-STOP-STATE
061100             WHEN 'F'
061200                 STRING ' CYCLE STOPPED - RESTART FROM FAILED '
061300                         'STEP ' DELIMITED BY SIZE
061400                     CS-NAME-STEP-ID (CY-STOP-SUB)
061500                         DELIMITED BY SPACE
061600                     INTO CR-MESSAGE-LINE
061700             WHEN 'S'
061800                 STRING ' CYCLE IN PROGRESS - STEP '
061900                         DELIMITED BY SIZE
062000                     CS-NAME-STEP-ID (CY-STOP-SUB)
062100                         DELIMITED BY SPACE
062200                     ' STARTED AND HAS NOT ENDED'
062300                         DELIMITED BY SIZE
062400                     INTO CR-MESSAGE-LINE
062500             WHEN OTHER
062600                 STRING ' NEXT STEP TO RUN - ' DELIMITED BY SIZE
062700                     CS-NAME-STEP-ID (CY-STOP-SUB)
062800                         DELIMITED BY SPACE
062900                     INTO CR-MESSAGE-LINE
063000         END-EVALUATE
063100     END-IF.
063200     WRITE CR-RECORD FROM CR-MESSAGE-LINE.
063300     DISPLAY 'CYCLE ' CY-BUS-DATE ' -' CR-MESSAGE-LINE (1:60).
063400 5000-EXIT.
063500     EXIT.
063600
063700 5100-CHECK-ONE-STEP.
063800     IF NOT CS-COMPLETE (CS-SUB) AND NOT CS-NOT-USED (CS-SUB)
063900         MOVE CS-SUB TO CY-STOP-SUB
064000     END-IF.
064100 5100-EXIT.
064200     EXIT.
064300
064400******************************************************************
064500*                   9000 - END OF RUN TERMINATION                *
064600******************************************************************
064700 9000-TERMINATE.
064800     IF WS-CYCLRPT-STATUS = '00'
064900         CLOSE CYCLE-REPORT-FILE
065000     END-IF.
065100     IF NOT WS-CYCL-OK
065200         DISPLAY 'CYCLE STATUS REPORT DID NOT COMPLETE - SEE '
065300             'MESSAGES ABOVE'
065400     END-IF.
065500 9000-EXIT.
065600     EXIT.
