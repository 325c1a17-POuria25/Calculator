000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCVRFY.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL HISTORY VERIFICATION RUN.  WALKS    *
001200*                   THE CATALOGED ARCHIVE GENERATIONS AND THE    *
001300*                   LIVE HISTORY FILE, RECOMPUTES EACH RUN'S     *
001400*                   ROW COUNT AND RESULT HASH TOTAL FROM THE     *
001500*                   ROWS CARRYING ITS RUN ID, AND TIES THEM TO   *
001600*                   THE RUN'S SEAL RECORD AND TO THE RECORDS     *
001700*                   PROCESSED ON ITS RUN LOG END RECORD.  ANY    *
001800*                   MISSING, ADDED OR ALTERED ROWS, MISSING      *
001900*                   SEALS, MISSING RUNS AND SHORT ARCHIVE        *
002000*                   GENERATIONS ARE REPORTED, AND AN EXCEPTION   *
002100*                   ENDS THE RUN WITH RETURN CODE 8.             *
002200******************************************************************
002300*  RUN THIS WHEN NO CALCULATOR RUN IS ACTIVE - A RUN STILL       *
002400*  WRITING HAS NOT YET SEALED ITS ROWS.  THE JOB SUPPLIES EVERY  *
002500*  CATALOGED ARCHIVE GENERATION, CONCATENATED IN CATALOG ORDER,  *
002600*  UNDER HISTARCH.                                               *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
003200         FILE STATUS IS WS-RUNLOG-STATUS.
003300
003400     SELECT HISTORY-FILE ASSIGN TO HISTORY
003500         FILE STATUS IS WS-HISTORY-STATUS.
003600
003700     SELECT ARCHIVE-FILE ASSIGN TO HISTARCH
003800         FILE STATUS IS WS-ARCHIVE-STATUS.
003900
004000     SELECT CATALOG-FILE ASSIGN TO ARCHCTLG
004100         FILE STATUS IS WS-CATALOG-STATUS.
004200
004300     SELECT VRFY-REPORT-FILE ASSIGN TO VRFYRPT
004400         FILE STATUS IS WS-VRFYRPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* RUN-CONTROL LOG - SAME LAYOUT THE CALCULATOR WRITES.  ONLY THE
005000* I, B AND R RUNS APPEND TO HISTORY, SO ONLY THEY ARE TABLED.
005100*----------------------------------------------------------------
005200 FD  RUN-LOG-FILE
005300     RECORD CONTAINS 51 CHARACTERS.
005400 01  RL-RECORD.
005500     05  RL-RUN-ID               PIC X(16).
005600     05  RL-OPERATOR-ID          PIC X(08).
005700     05  RL-RUN-MODE             PIC X(01).
005800     05  RL-EVENT                PIC X(01).
005900         88  RL-EVENT-START      VALUE 'S'.
006000         88  RL-EVENT-END        VALUE 'E'.
006100     05  RL-EVENT-DATE           PIC 9(08).
006200     05  RL-EVENT-TIME           PIC 9(08).
006300     05  RL-RECORDS-PROCESSED    PIC 9(08).
006400     05  RL-COMPLETION-STATUS    PIC X(01).
006500         88  RL-RUN-COMPLETE     VALUE 'C'.
006600         88  RL-RUN-REFUSED      VALUE 'R'.
006700
006800*----------------------------------------------------------------
006900* CALCULATION HISTORY - SAME LAYOUT THE CALCULATOR WRITES.  READ
007000* INTO VH-RECORD, WHICH ALSO GIVES THE SEAL RECORD VIEW.
007100*----------------------------------------------------------------
007200 FD  HISTORY-FILE
007300     RECORD CONTAINS 99 CHARACTERS.
007400 01  HS-RECORD                   PIC X(99).
007500
007600*----------------------------------------------------------------
007700* ARCHIVED HISTORY - EVERY CATALOGED GENERATION, CONCATENATED
007800* IN CATALOG ORDER BY THE JOB.  SAME LAYOUT AS THE LIVE FILE.
007900*----------------------------------------------------------------
008000 FD  ARCHIVE-FILE
008100     RECORD CONTAINS 99 CHARACTERS.
008200 01  AH-RECORD                   PIC X(99).
008300
008400*----------------------------------------------------------------
008500* ARCHIVE GENERATION CATALOG - WRITTEN BY THE PURGE, ONE
008600* RECORD PER GENERATION WITH ITS DATE RANGE AND RECORD COUNT
008700*----------------------------------------------------------------
008800 FD  CATALOG-FILE
008900     RECORD CONTAINS 32 CHARACTERS.
009000 01  AC-RECORD.
009100     05  AC-RUN-DATE             PIC 9(08).
009200     05  AC-DATE-LOW             PIC 9(08).
009300     05  AC-DATE-HIGH            PIC 9(08).
009400     05  AC-RECORD-COUNT         PIC 9(08).
009500
009600*----------------------------------------------------------------
009700* PRINT-IMAGE VERIFICATION REPORT
009800*----------------------------------------------------------------
009900 FD  VRFY-REPORT-FILE
010000     RECORD CONTAINS 132 CHARACTERS.
010100 01  VL-RECORD                   PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------------
010500* FILE STATUS FIELDS AND SWITCHES
010600*----------------------------------------------------------------
010700 01  WS-RUNLOG-STATUS            PIC X(02).
010800 01  WS-HISTORY-STATUS           PIC X(02).
010900 01  WS-ARCHIVE-STATUS           PIC X(02).
011000 01  WS-CATALOG-STATUS           PIC X(02).
011100 01  WS-VRFYRPT-STATUS           PIC X(02).
011200
011300 01  WS-RUNLOG-EOF-SW            PIC X(01)  VALUE 'N'.
011400     88  WS-RUNLOG-EOF           VALUE 'Y'.
011500
011600 01  WS-HISTORY-EOF-SW           PIC X(01)  VALUE 'N'.
011700     88  WS-HISTORY-EOF          VALUE 'Y'.
011800
011900 01  WS-ARCHIVE-EOF-SW           PIC X(01)  VALUE 'N'.
012000     88  WS-ARCHIVE-EOF          VALUE 'Y'.
012100
012200 01  WS-CATALOG-EOF-SW           PIC X(01)  VALUE 'N'.
012300     88  WS-CATALOG-EOF          VALUE 'Y'.
012400
012500 01  WS-ARCHIVE-OPEN-SW          PIC X(01)  VALUE 'N'.
012600     88  WS-ARCHIVE-IS-OPEN      VALUE 'Y'.
012700
012800 01  WS-VRFY-OK-SW               PIC X(01)  VALUE 'Y'.
012900     88  WS-VRFY-OK              VALUE 'Y'.
013000
013100 01  WS-PROVED-SW                PIC X(01)  VALUE 'Y'.
013200     88  WS-HISTORY-PROVED       VALUE 'Y'.
013300
013400 01  WS-RUN-FOUND-SW             PIC X(01)  VALUE 'N'.
013500     88  WS-RUN-FOUND            VALUE 'Y'.
013600
013700 01  WS-RUN-EXCEPTION-SW         PIC X(01)  VALUE 'N'.
013800     88  WS-RUN-EXCEPTION        VALUE 'Y'.
013900
014000 01  VF-RUN-DATE                 PIC 9(08)  VALUE ZERO.
014100
014200*----------------------------------------------------------------
014300* THE HISTORY RECORD UNDER EXAMINATION, LIVE OR ARCHIVED.  A
014400* SEAL CARRIES '*SEAL*' WHERE A ROW CARRIES ITS OPERATOR ID, AND
014500* THE RUN ID IN THE SAME PLACE AS A ROW'S.
014600*----------------------------------------------------------------
014700 01  VH-RECORD.
014800     05  VH-DATE                 PIC 9(08).
014900     05  VH-TIME                 PIC 9(08).
015000     05  VH-OPERATOR-ID          PIC X(08).
015100         88  VH-SEAL-RECORD      VALUE '*SEAL*'.
015200     05  VH-NUM1                 PIC S9(10)V99
015300         SIGN IS TRAILING SEPARATE CHARACTER.
015400     05  VH-OPERATION            PIC X(02).
015500     05  VH-NUM2                 PIC S9(10)V99
015600         SIGN IS TRAILING SEPARATE CHARACTER.
015700     05  VH-RESULT               PIC S9(12)V99
015800         SIGN IS TRAILING SEPARATE CHARACTER.
015900     05  VH-FACTOR-CODE          PIC X(04).
016000     05  VH-FACTOR-DATE          PIC 9(08).
016100     05  VH-FORMULA-CODE         PIC X(02).
016200     05  VH-FORMULA-STEP         PIC 9(02).
016300     05  VH-RUN-ID               PIC X(16).
016400 01  VH-SEAL REDEFINES VH-RECORD.
016500     05  VH-SEAL-DATE            PIC 9(08).
016600     05  VH-SEAL-TIME            PIC 9(08).
016700     05  VH-SEAL-TAG             PIC X(08).
016800     05  VH-SEAL-ROW-COUNT       PIC 9(08).
016900     05  VH-SEAL-PROCESSED       PIC 9(08).
017000     05  VH-SEAL-HASH            PIC 9(15)V99.
017100     05  VH-SEAL-RUN-MODE        PIC X(01).
017200     05  FILLER                  PIC X(25).
017300     05  VH-SEAL-RUN-ID          PIC X(16).
017400
017500 01  VF-SOURCE                   PIC X(04)  VALUE SPACES.
017600 01  VF-LOOKUP-RUN-ID            PIC X(16)  VALUE SPACES.
017700 01  VF-LOOKUP-MODE              PIC X(01)  VALUE SPACE.
017800 01  VF-FIRST-SEALED-RUN         PIC X(16)  VALUE HIGH-VALUES.
017900
018000*----------------------------------------------------------------
018100* RUN TABLE - ONE ENTRY PER RUN SEEN ON THE RUN LOG, ON A SEAL
018200* OR ON A ROW.  WHAT THE ROWS ADD UP TO IS HELD BESIDE WHAT THE
018300* SEAL AND THE RUN LOG SAY.  ROWS OF ONE RUN ARE CONSECUTIVE, SO
018400* THE LAST ENTRY FOUND IS TRIED BEFORE THE TABLE IS SEARCHED.
018500*----------------------------------------------------------------
018600 01  VR-RUN-TABLE.
018700     05  VR-MAX                  PIC 9(04)  COMP  VALUE 3000.
018800     05  VR-COUNT                PIC 9(04)  COMP  VALUE ZERO.
018900     05  VR-ENTRY                OCCURS 3000 TIMES.
019000         10  VR-RUN-ID           PIC X(16).
019100         10  VR-RUN-MODE         PIC X(01).
019200         10  VR-LOG-STATE        PIC X(01).
019300             88  VR-LOG-NONE     VALUE SPACE.
019400             88  VR-LOG-STARTED  VALUE 'S'.
019500             88  VR-LOG-ENDED    VALUE 'E'.
019600         10  VR-LOG-STATUS       PIC X(01).
019700         10  VR-LOG-PROCESSED    PIC 9(08)  COMP.
019800         10  VR-SEAL-COUNT       PIC 9(04)  COMP.
019900         10  VR-SEAL-WHERE       PIC X(04).
020000         10  VR-SEAL-ROWS        PIC 9(08)  COMP.
020100         10  VR-SEAL-PROCESSED   PIC 9(08)  COMP.
020200         10  VR-SEAL-HASH        PIC 9(15)V99.
020300         10  VR-ROW-COUNT        PIC 9(08)  COMP.
020400         10  VR-ROW-HASH         PIC 9(15)V99.
020500
020600 77  VR-SUB                      PIC 9(04)  COMP  VALUE ZERO.
020700 77  VR-LAST-SUB                 PIC 9(04)  COMP  VALUE ZERO.
020800
020900*----------------------------------------------------------------
021000* COUNTS FOR THE REPORT
021100*----------------------------------------------------------------
021200 77  VF-GEN-COUNT                PIC 9(04)  COMP  VALUE ZERO.
021300 77  VF-GEN-READ                 PIC 9(08)  COMP  VALUE ZERO.
021400 77  VF-GEN-OUT-OF-RANGE         PIC 9(08)  COMP  VALUE ZERO.
021500 77  VF-COUNT-LOG-RUNS           PIC 9(08)  COMP  VALUE ZERO.
021600 77  VF-COUNT-ARCHIVE            PIC 9(08)  COMP  VALUE ZERO.
021700 77  VF-COUNT-UNCATALOGED        PIC 9(08)  COMP  VALUE ZERO.
021800 77  VF-COUNT-LIVE               PIC 9(08)  COMP  VALUE ZERO.
021900 77  VF-COUNT-SEALS              PIC 9(08)  COMP  VALUE ZERO.
022000 77  VF-COUNT-ROWS               PIC 9(08)  COMP  VALUE ZERO.
022100 77  VF-COUNT-PRE-SEAL           PIC 9(08)  COMP  VALUE ZERO.
022200 77  VF-COUNT-RUNS-CHECKED       PIC 9(08)  COMP  VALUE ZERO.
022300 77  VF-COUNT-RUNS-PROVED        PIC 9(08)  COMP  VALUE ZERO.
022400 77  VF-COUNT-EXCEPTIONS         PIC 9(08)  COMP  VALUE ZERO.
022500
022600*----------------------------------------------------------------
022700* VERIFICATION REPORT LINES
022800*----------------------------------------------------------------
022900 01  VL-HEADING-LINE.
023000     05  FILLER                  PIC X(31)
023100         VALUE ' HISTORY VERIFICATION REPORT   '.
023200     05  VL-HDG-DATE             PIC 9(08).
023300     05  FILLER                  PIC X(93) VALUE SPACES.
023400
023500 01  VL-COLUMN-LINE.
023600     05  FILLER                  PIC X(21)
023700         VALUE ' RUN ID            M '.
023800     05  FILLER                  PIC X(18)
023900         VALUE '    ROWS   SEALED '.
024000     05  FILLER                  PIC X(38) VALUE
024100         '    ROW HASH TOTAL  SEALED HASH TOTAL '.
024200     05  FILLER                  PIC X(09) VALUE '  LOGGED '.
024300     05  FILLER                  PIC X(23) VALUE
024400         'SEAL CHECK             '.
024500     05  FILLER                  PIC X(23) VALUE
024600         'RUN LOG CHECK          '.
024700
024800 01  VL-DETAIL-LINE.
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  VL-DET-RUN-ID           PIC X(16).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  VL-DET-MODE             PIC X(01).
025300     05  FILLER                  PIC X(01) VALUE SPACE.
025400     05  VL-DET-ROWS             PIC Z(07)9.
025500     05  FILLER                  PIC X(01) VALUE SPACE.
025600     05  VL-DET-SEAL-ROWS        PIC Z(07)9.
025700     05  FILLER                  PIC X(01) VALUE SPACE.
025800     05  VL-DET-ROW-HASH         PIC Z(14)9.99.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  VL-DET-SEAL-HASH        PIC Z(14)9.99.
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  VL-DET-LOGGED           PIC Z(07)9.
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  VL-DET-SEAL-CHECK       PIC X(22).
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  VL-DET-LOG-CHECK        PIC X(22).
026700
026800 01  VL-GEN-LINE.
026900     05  FILLER                  PIC X(12) VALUE ' GENERATION '.
027000     05  VL-GEN-RUN-DATE         PIC 9(08).
027100     05  FILLER                  PIC X(01) VALUE SPACE.
027200     05  VL-GEN-LOW              PIC 9(08).
027300     05  FILLER                  PIC X(06) VALUE ' THRU '.
027400     05  VL-GEN-HIGH             PIC 9(08).
027500     05  FILLER                  PIC X(12) VALUE '  CATALOGED '.
027600     05  VL-GEN-CATALOGED        PIC Z(07)9.
027700     05  FILLER                  PIC X(07) VALUE '  READ '.
027800     05  VL-GEN-READ             PIC Z(07)9.
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  VL-GEN-FLAG             PIC X(32).
028100     05  FILLER                  PIC X(20) VALUE SPACES.
028200
028300 01  VL-COUNT-LINE.
028400     05  VL-CNT-LABEL            PIC X(30).
028500     05  VL-CNT-COUNT            PIC Z(07)9.
028600     05  FILLER                  PIC X(94) VALUE SPACES.
028700
028800 01  VL-MESSAGE-LINE             PIC X(132).
028900
029000 PROCEDURE DIVISION.
029100******************************************************************
029200*                        0000-MAINLINE                          *
029300******************************************************************
029400 0000-MAINLINE.
029500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029600     IF WS-VRFY-OK
029700         PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT
029800         PERFORM 3000-WALK-ARCHIVE THRU 3000-EXIT
029900         PERFORM 4000-WALK-LIVE-FILE THRU 4000-EXIT
030000     END-IF.
030100     IF WS-VRFY-OK
030200         PERFORM 6000-PROVE-RUNS THRU 6000-EXIT
030300     END-IF.
030400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030500     IF NOT WS-HISTORY-PROVED OR NOT WS-VRFY-OK
030600         MOVE 8 TO RETURN-CODE
030700     END-IF.
030800     STOP RUN.
030900
031000******************************************************************
031100*     1000 - OPEN THE REPORT.  WITHOUT IT NOTHING CAN BE SHOWN,  *
031200*     SO THE RUN ENDS UNPROVED.                                  *
031300******************************************************************
031400 1000-INITIALIZE.
031500     ACCEPT VF-RUN-DATE FROM DATE YYYYMMDD.
031600     OPEN OUTPUT VRFY-REPORT-FILE.
031700     IF WS-VRFYRPT-STATUS NOT = '00'
031800         DISPLAY 'ERROR - CANNOT OPEN VERIFICATION REPORT FILE, '
031900             'STATUS = ' WS-VRFYRPT-STATUS
032000         MOVE 'N' TO WS-VRFY-OK-SW
032100         GO TO 1000-EXIT
032200     END-IF.
032300     MOVE VF-RUN-DATE TO VL-HDG-DATE.
032400     WRITE VL-RECORD FROM VL-HEADING-LINE.
032500     MOVE SPACES TO VL-RECORD.
032600     WRITE VL-RECORD.
032700 1000-EXIT.
032800     EXIT.
032900
033000******************************************************************
033100*     2000 THRU 2100 - TABLE THE I, B AND R RUNS FROM THE RUN    *
033200*     LOG WITH THEIR END STATUS AND RECORDS PROCESSED.  WITHOUT  *
033300*     THE RUN LOG NO RUN CAN BE TIED, SO HISTORY IS UNPROVED.    *
033400******************************************************************
033500 2000-LOAD-RUN-LOG.
033600     OPEN INPUT RUN-LOG-FILE.
033700     IF WS-RUNLOG-STATUS NOT = '00'
033800         MOVE ' RUN LOG NOT AVAILABLE - NO RUN CAN BE TIED TO'
033900             TO VL-MESSAGE-LINE
034000         WRITE VL-RECORD FROM VL-MESSAGE-LINE
034100         MOVE '   ITS RECORDS PROCESSED' TO VL-MESSAGE-LINE
034200         WRITE VL-RECORD FROM VL-MESSAGE-LINE
034300         ADD 1 TO VF-COUNT-EXCEPTIONS
034400         MOVE 'N' TO WS-PROVED-SW
034500         GO TO 2000-EXIT
034600     END-IF.
034700     PERFORM 2100-LOAD-ONE-RUNLOG THRU 2100-EXIT
034800         UNTIL WS-RUNLOG-EOF OR NOT WS-VRFY-OK.
034900     CLOSE RUN-LOG-FILE.
035000 2000-EXIT.
035100     EXIT.
035200
035300 2100-LOAD-ONE-RUNLOG.
035400     READ RUN-LOG-FILE
035500         AT END
035600             MOVE 'Y' TO WS-RUNLOG-EOF-SW
035700             GO TO 2100-EXIT
035800     END-READ.
035900     IF RL-RUN-MODE NOT = 'I' AND NOT = 'i'
036000             AND NOT = 'B' AND NOT = 'b'
036100             AND NOT = 'R' AND NOT = 'r'
036200         GO TO 2100-EXIT
036300     END-IF.
036400     MOVE RL-RUN-ID TO VF-LOOKUP-RUN-ID.
036500     MOVE RL-RUN-MODE TO VF-LOOKUP-MODE.
036600     PERFORM 5500-FIND-RUN THRU 5500-EXIT.
036700     IF NOT WS-VRFY-OK
036800         GO TO 2100-EXIT
036900     END-IF.
037000     IF RL-EVENT-START
037100         ADD 1 TO VF-COUNT-LOG-RUNS
037200         IF VR-LOG-NONE (VR-SUB)
037300             MOVE 'S' TO VR-LOG-STATE (VR-SUB)
037400         END-IF
037500     END-IF.
037600     IF RL-EVENT-END
037700         MOVE 'E' TO VR-LOG-STATE (VR-SUB)
037800         MOVE RL-COMPLETION-STATUS TO VR-LOG-STATUS (VR-SUB)
037900         MOVE RL-RECORDS-PROCESSED TO VR-LOG-PROCESSED (VR-SUB)
038000     END-IF.
038100 2100-EXIT.
038200     EXIT.
038300
038400******************************************************************
038500*     3000 THRU 3300 - WALK THE ARCHIVE GENERATION BY GENERATION *
038600*     IN CATALOG ORDER, READING AS MANY RECORDS AS THE CATALOG   *
038700*     SAYS EACH HOLDS.  A SHORT GENERATION, A RECORD DATED       *
038800*     OUTSIDE ITS GENERATION'S RANGE, OR RECORDS LEFT OVER AFTER *
038900*     THE LAST GENERATION ARE EXCEPTIONS.  NO CATALOG MEANS NO   *
039000*     PURGE HAS ARCHIVED ANYTHING YET.                           *
039100******************************************************************
039200 3000-WALK-ARCHIVE.
039300     OPEN INPUT CATALOG-FILE.
039400     IF WS-CATALOG-STATUS NOT = '00'
039500         MOVE ' NO ARCHIVE CATALOG - LIVE FILE ONLY VERIFIED'
039600             TO VL-MESSAGE-LINE
039700         WRITE VL-RECORD FROM VL-MESSAGE-LINE
039800         GO TO 3000-EXIT
039900     END-IF.
040000     OPEN INPUT ARCHIVE-FILE.
040100     IF WS-ARCHIVE-STATUS = '00'
040200         MOVE 'Y' TO WS-ARCHIVE-OPEN-SW
040300     ELSE
040400         MOVE 'Y' TO WS-ARCHIVE-EOF-SW
040500     END-IF.
040600     MOVE 'ARCH' TO VF-SOURCE.
040700     PERFORM 3100-WALK-ONE-GENERATION THRU 3100-EXIT
040800         UNTIL WS-CATALOG-EOF OR NOT WS-VRFY-OK.
040900     CLOSE CATALOG-FILE.
041000     IF NOT WS-ARCHIVE-IS-OPEN
041100         GO TO 3000-EXIT
041200     END-IF.
041300     PERFORM 3300-READ-UNCATALOGED THRU 3300-EXIT
041400         UNTIL WS-ARCHIVE-EOF OR NOT WS-VRFY-OK.
041500     CLOSE ARCHIVE-FILE.
041600     IF VF-COUNT-UNCATALOGED > ZERO
041700         MOVE ' ARCHIVE RECORDS IN NO CATALOGED GENERATION:'
041800             TO VL-CNT-LABEL
041900         MOVE VF-COUNT-UNCATALOGED TO VL-CNT-COUNT
042000         WRITE VL-RECORD FROM VL-COUNT-LINE
042100         ADD 1 TO VF-COUNT-EXCEPTIONS
042200         MOVE 'N' TO WS-PROVED-SW
042300     END-IF.
042400 3000-EXIT.
042500     EXIT.
042600
042700 3100-WALK-ONE-GENERATION.
042800     READ CATALOG-FILE
042900         AT END
043000             MOVE 'Y' TO WS-CATALOG-EOF-SW
043100             GO TO 3100-EXIT
043200     END-READ.
043300     ADD 1 TO VF-GEN-COUNT.
043400     MOVE ZERO TO VF-GEN-READ.
043500     MOVE ZERO TO VF-GEN-OUT-OF-RANGE.
043600     PERFORM 3200-READ-GENERATION-RECORD THRU 3200-EXIT
043700         UNTIL VF-GEN-READ NOT < AC-RECORD-COUNT
043800             OR WS-ARCHIVE-EOF OR NOT WS-VRFY-OK.
043900     MOVE AC-RUN-DATE TO VL-GEN-RUN-DATE.
044000     MOVE AC-DATE-LOW TO VL-GEN-LOW.
044100     MOVE AC-DATE-HIGH TO VL-GEN-HIGH.
044200     MOVE AC-RECORD-COUNT TO VL-GEN-CATALOGED.
044300     MOVE VF-GEN-READ TO VL-GEN-READ.
044400     EVALUATE TRUE
044500         WHEN NOT WS-ARCHIVE-IS-OPEN
044600             MOVE '*** GENERATION NOT SUPPLIED ***'
044700                 TO VL-GEN-FLAG
044800         WHEN VF-GEN-READ < AC-RECORD-COUNT
044900             MOVE '*** GENERATION SHORT ***' TO VL-GEN-FLAG
045000         WHEN VF-GEN-OUT-OF-RANGE > ZERO
045100             MOVE '*** RECORDS OUTSIDE DATE RANGE ***'
045200                 TO VL-GEN-FLAG
045300         WHEN OTHER
045400             MOVE 'COMPLETE' TO VL-GEN-FLAG
045500     END-EVALUATE.
045600     IF VL-GEN-FLAG NOT = 'COMPLETE'
045700         ADD 1 TO VF-COUNT-EXCEPTIONS
045800         MOVE 'N' TO WS-PROVED-SW
045900     END-IF.
046000     WRITE VL-RECORD FROM VL-GEN-LINE.
046100 3100-EXIT.
046200     EXIT.
046300
046400 3200-READ-GENERATION-RECORD.
046500     READ ARCHIVE-FILE INTO VH-RECORD
046600         AT END
046700             MOVE 'Y' TO WS-ARCHIVE-EOF-SW
046800             GO TO 3200-EXIT
046900     END-READ.
047000     ADD 1 TO VF-GEN-READ.
047100     ADD 1 TO VF-COUNT-ARCHIVE.
047200     IF VH-DATE < AC-DATE-LOW OR VH-DATE > AC-DATE-HIGH
047300         ADD 1 TO VF-GEN-OUT-OF-RANGE
047400     END-IF.
047500     PERFORM 5000-POST-RECORD THRU 5000-EXIT.
047600 3200-EXIT.
047700     EXIT.
047800
047900 3300-READ-UNCATALOGED.
048000     READ ARCHIVE-FILE INTO VH-RECORD
048100         AT END
048200             MOVE 'Y' TO WS-ARCHIVE-EOF-SW
048300             GO TO 3300-EXIT
048400     END-READ.
048500     ADD 1 TO VF-COUNT-ARCHIVE.
048600     ADD 1 TO VF-COUNT-UNCATALOGED.
048700     PERFORM 5000-POST-RECORD THRU 5000-EXIT.
048800 3300-EXIT.
048900     EXIT.
049000
049100******************************************************************
049200*     4000 THRU 4100 - WALK THE LIVE HISTORY FILE                *
049300******************************************************************
049400 4000-WALK-LIVE-FILE.
049500     OPEN INPUT HISTORY-FILE.
049600     IF WS-HISTORY-STATUS NOT = '00'
049700         MOVE ' LIVE HISTORY FILE NOT AVAILABLE - HISTORY'
049800             TO VL-MESSAGE-LINE
049900         WRITE VL-RECORD FROM VL-MESSAGE-LINE
050000         MOVE '   CANNOT BE PROVED' TO VL-MESSAGE-LINE
050100         WRITE VL-RECORD FROM VL-MESSAGE-LINE
050200         ADD 1 TO VF-COUNT-EXCEPTIONS
050300         MOVE 'N' TO WS-PROVED-SW
050400         GO TO 4000-EXIT
050500     END-IF.
050600     MOVE 'LIVE' TO VF-SOURCE.
050700     PERFORM 4100-READ-LIVE-RECORD THRU 4100-EXIT
050800         UNTIL WS-HISTORY-EOF OR NOT WS-VRFY-OK.
050900     CLOSE HISTORY-FILE.
051000 4000-EXIT.
051100     EXIT.
051200
051300 4100-READ-LIVE-RECORD.
051400     READ HISTORY-FILE INTO VH-RECORD
051500         AT END
051600             MOVE 'Y' TO WS-HISTORY-EOF-SW
051700             GO TO 4100-EXIT
051800     END-READ.
051900     ADD 1 TO VF-COUNT-LIVE.
052000     PERFORM 5000-POST-RECORD THRU 5000-EXIT.
052100 4100-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*     5000 - POST ONE HISTORY RECORD TO ITS RUN.  A SEAL SETS    *
052600*     WHAT THE RUN SHOULD ADD UP TO; A ROW ADDS TO WHAT IT DOES. *
052700*     ROWS WRITTEN BEFORE SEALING BEGAN CARRY NO RUN ID AND ARE  *
052800*     ONLY COUNTED.  THE HASH IS THE SUM OF THE RESULTS IGNORING *
052900*     SIGN, AS THE CALCULATOR BUILDS IT.                         *
053000******************************************************************
053100 5000-POST-RECORD.
053200     IF VH-SEAL-RECORD
053300         ADD 1 TO VF-COUNT-SEALS
053400         MOVE VH-SEAL-RUN-ID TO VF-LOOKUP-RUN-ID
053500         MOVE VH-SEAL-RUN-MODE TO VF-LOOKUP-MODE
053600         PERFORM 5500-FIND-RUN THRU 5500-EXIT
053700         IF NOT WS-VRFY-OK
053800             GO TO 5000-EXIT
053900         END-IF
054000         ADD 1 TO VR-SEAL-COUNT (VR-SUB)
054100         IF VR-SEAL-COUNT (VR-SUB) = 1
054200             MOVE VF-SOURCE TO VR-SEAL-WHERE (VR-SUB)
054300             MOVE VH-SEAL-ROW-COUNT TO VR-SEAL-ROWS (VR-SUB)
054400             MOVE VH-SEAL-PROCESSED TO VR-SEAL-PROCESSED (VR-SUB)
054500             MOVE VH-SEAL-HASH TO VR-SEAL-HASH (VR-SUB)
054600         END-IF
054700         IF VH-SEAL-RUN-ID < VF-FIRST-SEALED-RUN
054800             MOVE VH-SEAL-RUN-ID TO VF-FIRST-SEALED-RUN
054900         END-IF
055000         GO TO 5000-EXIT
055100     END-IF.
055200     ADD 1 TO VF-COUNT-ROWS.
055300     IF VH-RUN-ID = SPACES
055400         ADD 1 TO VF-COUNT-PRE-SEAL
055500         GO TO 5000-EXIT
055600     END-IF.
055700     MOVE VH-RUN-ID TO VF-LOOKUP-RUN-ID.
055800     MOVE SPACE TO VF-LOOKUP-MODE.
055900     PERFORM 5500-FIND-RUN THRU 5500-EXIT.
056000     IF NOT WS-VRFY-OK
056100         GO TO 5000-EXIT
056200     END-IF.
056300     ADD 1 TO VR-ROW-COUNT (VR-SUB).
056400     IF VH-RESULT < ZERO
056500         SUBTRACT VH-RESULT FROM VR-ROW-HASH (VR-SUB)
056600     ELSE
056700         ADD VH-RESULT TO VR-ROW-HASH (VR-SUB)
056800     END-IF.
056900 5000-EXIT.
057000     EXIT.
057100
057200******************************************************************
057300*     5500 THRU 5510 - FIND THE RUN IN THE TABLE, ADDING IT WHEN *
057400*     IT IS NOT THERE.  A FULL TABLE STOPS THE VERIFICATION.     *
057500******************************************************************
057600 5500-FIND-RUN.
057700     MOVE 'N' TO WS-RUN-FOUND-SW.
057800     IF VR-LAST-SUB > ZERO
057900         IF VR-RUN-ID (VR-LAST-SUB) = VF-LOOKUP-RUN-ID
058000             MOVE 'Y' TO WS-RUN-FOUND-SW
058100         END-IF
058200     END-IF.
058300     IF NOT WS-RUN-FOUND
058400         PERFORM 5510-MATCH-RUN-ENTRY THRU 5510-EXIT
058500             VARYING VR-SUB FROM 1 BY 1
058600             UNTIL VR-SUB > VR-COUNT OR WS-RUN-FOUND
058700     END-IF.
058800     IF WS-RUN-FOUND
058900         MOVE VR-LAST-SUB TO VR-SUB
059000         IF VR-RUN-MODE (VR-SUB) = SPACE
059100             MOVE VF-LOOKUP-MODE TO VR-RUN-MODE (VR-SUB)
059200         END-IF
059300         GO TO 5500-EXIT
059400     END-IF.
059500     IF VR-COUNT NOT < VR-MAX
059600         MOVE ' RUN TABLE FULL - VERIFICATION INCOMPLETE, RAISE '
059700             TO VL-MESSAGE-LINE
059800         WRITE VL-RECORD FROM VL-MESSAGE-LINE
059900         MOVE '   VR-MAX AND THE VR-ENTRY OCCURS TOGETHER' TO
060000             VL-MESSAGE-LINE
060100         WRITE VL-RECORD FROM VL-MESSAGE-LINE
060200         MOVE 'N' TO WS-VRFY-OK-SW
060300         GO TO 5500-EXIT
060400     END-IF.
060500     ADD 1 TO VR-COUNT.
060600     MOVE VR-COUNT TO VR-SUB.
060700     MOVE VR-SUB TO VR-LAST-SUB.
060800     MOVE VF-LOOKUP-RUN-ID TO VR-RUN-ID (VR-SUB).
060900     MOVE VF-LOOKUP-MODE TO VR-RUN-MODE (VR-SUB).
061000     MOVE SPACE TO VR-LOG-STATE (VR-SUB).
061100     MOVE SPACE TO VR-LOG-STATUS (VR-SUB).
061200     MOVE ZERO TO VR-LOG-PROCESSED (VR-SUB).
061300     MOVE ZERO TO VR-SEAL-COUNT (VR-SUB).
061400     MOVE SPACES TO VR-SEAL-WHERE (VR-SUB).
061500     MOVE ZERO TO VR-SEAL-ROWS (VR-SUB).
061600     MOVE ZERO TO VR-SEAL-PROCESSED (VR-SUB).
061700     MOVE ZERO TO VR-SEAL-HASH (VR-SUB).
061800     MOVE ZERO TO VR-ROW-COUNT (VR-SUB).
061900     MOVE ZERO TO VR-ROW-HASH (VR-SUB).
062000 5500-EXIT.
062100     EXIT.
062200
062300 5510-MATCH-RUN-ENTRY.
062400     IF VR-RUN-ID (VR-SUB) = VF-LOOKUP-RUN-ID
062500         MOVE 'Y' TO WS-RUN-FOUND-SW
062600         MOVE VR-SUB TO VR-LAST-SUB
062700     END-IF.
062800 5510-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*     6000 THRU 6100 - PROVE EACH RUN.  A RUN LOGGED BEFORE THE  *
063300*     FIRST SEAL ON FILE PREDATES SEALING AND IS NOT EXPECTED TO *
063400*     HAVE ONE.  FROM THEN ON EVERY I, B OR R RUN THAT ENDED     *
063500*     COMPLETE MUST HAVE EXACTLY ONE SEAL; ITS ROWS MUST MATCH   *
063600*     THE SEAL'S COUNT AND HASH; AND THE SEAL'S RECORDS          *
063700*     PROCESSED MUST MATCH THE RUN LOG END RECORD.               *
063800******************************************************************
063900 6000-PROVE-RUNS.
064000     MOVE SPACES TO VL-RECORD.
064100     WRITE VL-RECORD.
064200     WRITE VL-RECORD FROM VL-COLUMN-LINE.
064300     PERFORM 6100-PROVE-ONE-RUN THRU 6100-EXIT
064400         VARYING VR-SUB FROM 1 BY 1 UNTIL VR-SUB > VR-COUNT.
064500     IF VF-COUNT-SEALS = ZERO
064600         MOVE ' NO SEALED RUNS ON FILE - NOTHING TO PROVE AGAINST'
064700             TO VL-MESSAGE-LINE
064800         WRITE VL-RECORD FROM VL-MESSAGE-LINE
064900     END-IF.
065000 6000-EXIT.
065100     EXIT.
065200
065300 6100-PROVE-ONE-RUN.
065400     IF VR-SEAL-COUNT (VR-SUB) = ZERO
065500             AND VR-ROW-COUNT (VR-SUB) = ZERO
065600             AND VR-RUN-ID (VR-SUB) < VF-FIRST-SEALED-RUN
065700         GO TO 6100-EXIT
065800     END-IF.
065900     MOVE 'Y' TO WS-RUN-EXCEPTION-SW.
066000     EVALUATE TRUE
066100         WHEN VR-SEAL-COUNT (VR-SUB) > 1
066200             MOVE '*** DUPLICATE SEAL ***' TO VL-DET-SEAL-CHECK
066300         WHEN VR-SEAL-COUNT (VR-SUB) = 1
066400                 AND VR-ROW-COUNT (VR-SUB) < VR-SEAL-ROWS (VR-SUB)
066500             MOVE '*** ROWS MISSING ***' TO VL-DET-SEAL-CHECK
066600         WHEN VR-SEAL-COUNT (VR-SUB) = 1
066700                 AND VR-ROW-COUNT (VR-SUB) > VR-SEAL-ROWS (VR-SUB)
066800             MOVE '*** ROWS ADDED ***' TO VL-DET-SEAL-CHECK
066900         WHEN VR-SEAL-COUNT (VR-SUB) = 1
067000                 AND VR-ROW-HASH (VR-SUB)
067100                     NOT = VR-SEAL-HASH (VR-SUB)
067200             MOVE '*** ROWS ALTERED ***' TO VL-DET-SEAL-CHECK
067300         WHEN VR-SEAL-COUNT (VR-SUB) = 1
067400                 AND VR-SEAL-WHERE (VR-SUB) = 'LIVE'
067500             MOVE 'SEALED, LIVE FILE' TO VL-DET-SEAL-CHECK
067600             MOVE 'N' TO WS-RUN-EXCEPTION-SW
067700         WHEN VR-SEAL-COUNT (VR-SUB) = 1
067800             MOVE 'SEALED, ARCHIVE' TO VL-DET-SEAL-CHECK
067900             MOVE 'N' TO WS-RUN-EXCEPTION-SW
068000         WHEN VR-ROW-COUNT (VR-SUB) > ZERO
068100                 AND VR-LOG-STARTED (VR-SUB)
068200             MOVE '*** RUN DID NOT END ***' TO VL-DET-SEAL-CHECK
068300         WHEN VR-ROW-COUNT (VR-SUB) > ZERO
068400             MOVE '*** SEAL MISSING ***' TO VL-DET-SEAL-CHECK
068500         WHEN VR-LOG-ENDED (VR-SUB)
068600                 AND VR-LOG-STATUS (VR-SUB) = 'C'
068700             MOVE '*** MISSING RUN ***' TO VL-DET-SEAL-CHECK
068800         WHEN OTHER
068900             MOVE 'NO ROWS, NOT SEALED' TO VL-DET-SEAL-CHECK
069000             MOVE 'N' TO WS-RUN-EXCEPTION-SW
069100     END-EVALUATE.
069200     EVALUATE TRUE
069300         WHEN VR-LOG-NONE (VR-SUB)
069400             MOVE '*** NOT ON RUN LOG ***' TO VL-DET-LOG-CHECK
069500             MOVE 'Y' TO WS-RUN-EXCEPTION-SW
069600         WHEN VR-LOG-STARTED (VR-SUB)
069700             MOVE 'STARTED, NO END' TO VL-DET-LOG-CHECK
069800         WHEN VR-SEAL-COUNT (VR-SUB) > ZERO
069900                 AND VR-SEAL-PROCESSED (VR-SUB)
070000                     NOT = VR-LOG-PROCESSED (VR-SUB)
070100             MOVE '*** PROCESSED DIFFERS *' TO VL-DET-LOG-CHECK
070200             MOVE 'Y' TO WS-RUN-EXCEPTION-SW
070300         WHEN VR-LOG-STATUS (VR-SUB) = 'C'
070400             MOVE 'ENDED COMPLETE' TO VL-DET-LOG-CHECK
070500         WHEN VR-LOG-STATUS (VR-SUB) = 'R'
070600             MOVE 'ENDED REFUSED' TO VL-DET-LOG-CHECK
070700         WHEN OTHER
070800             MOVE 'ENDED' TO VL-DET-LOG-CHECK
070900     END-EVALUATE.
071000     ADD 1 TO VF-COUNT-RUNS-CHECKED.
071100     IF WS-RUN-EXCEPTION
071200         ADD 1 TO VF-COUNT-EXCEPTIONS
071300         MOVE 'N' TO WS-PROVED-SW
071400     ELSE
071500         ADD 1 TO VF-COUNT-RUNS-PROVED
071600     END-IF.
071700     MOVE VR-RUN-ID (VR-SUB) TO VL-DET-RUN-ID.
071800     MOVE VR-RUN-MODE (VR-SUB) TO VL-DET-MODE.
071900     MOVE VR-ROW-COUNT (VR-SUB) TO VL-DET-ROWS.
072000     MOVE VR-SEAL-ROWS (VR-SUB) TO VL-DET-SEAL-ROWS.
072100     MOVE VR-ROW-HASH (VR-SUB) TO VL-DET-ROW-HASH.
072200     MOVE VR-SEAL-HASH (VR-SUB) TO VL-DET-SEAL-HASH.
072300     MOVE VR-LOG-PROCESSED (VR-SUB) TO VL-DET-LOGGED.
072400     WRITE VL-RECORD FROM VL-DETAIL-LINE.
072500 6100-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*     7000 - CONTROL TOTALS                                      *
073000******************************************************************
073100 7000-PRINT-TOTALS.
073200     MOVE SPACES TO VL-RECORD.
073300     WRITE VL-RECORD.
073400     MOVE ' I/B/R RUNS ON RUN LOG.......:' TO VL-CNT-LABEL.
073500     MOVE VF-COUNT-LOG-RUNS TO VL-CNT-COUNT.
073600     WRITE VL-RECORD FROM VL-COUNT-LINE.
073700     MOVE ' ARCHIVE GENERATIONS.........:' TO VL-CNT-LABEL.
073800     MOVE VF-GEN-COUNT TO VL-CNT-COUNT.
073900     WRITE VL-RECORD FROM VL-COUNT-LINE.
074000     MOVE ' ARCHIVE RECORDS READ........:' TO VL-CNT-LABEL.
074100     MOVE VF-COUNT-ARCHIVE TO VL-CNT-COUNT.
074200     WRITE VL-RECORD FROM VL-COUNT-LINE.
074300     MOVE ' LIVE RECORDS READ...........:' TO VL-CNT-LABEL.
074400     MOVE VF-COUNT-LIVE TO VL-CNT-COUNT.
074500     WRITE VL-RECORD FROM VL-COUNT-LINE.
074600     MOVE ' SEAL RECORDS................:' TO VL-CNT-LABEL.
074700     MOVE VF-COUNT-SEALS TO VL-CNT-COUNT.
074800     WRITE VL-RECORD FROM VL-COUNT-LINE.
074900     MOVE ' HISTORY ROWS................:' TO VL-CNT-LABEL.
075000     MOVE VF-COUNT-ROWS TO VL-CNT-COUNT.
075100     WRITE VL-RECORD FROM VL-COUNT-LINE.
075200     MOVE ' ROWS WRITTEN BEFORE SEALING.:' TO VL-CNT-LABEL.
075300     MOVE VF-COUNT-PRE-SEAL TO VL-CNT-COUNT.
075400     WRITE VL-RECORD FROM VL-COUNT-LINE.
075500     MOVE ' RUNS CHECKED................:' TO VL-CNT-LABEL.
075600     MOVE VF-COUNT-RUNS-CHECKED TO VL-CNT-COUNT.
075700     WRITE VL-RECORD FROM VL-COUNT-LINE.
075800     MOVE ' RUNS PROVED.................:' TO VL-CNT-LABEL.
075900     MOVE VF-COUNT-RUNS-PROVED TO VL-CNT-COUNT.
076000     WRITE VL-RECORD FROM VL-COUNT-LINE.
076100     MOVE ' EXCEPTIONS..................:' TO VL-CNT-LABEL.
076200     MOVE VF-COUNT-EXCEPTIONS TO VL-CNT-COUNT.
076300     WRITE VL-RECORD FROM VL-COUNT-LINE.
076400 7000-EXIT.
076500     EXIT.
076600
076700******************************************************************
076800*                   9000 - END OF RUN TERMINATION                *
076900******************************************************************
077000 9000-TERMINATE.
077100     IF WS-VRFYRPT-STATUS = '00'
077200         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
077300         MOVE SPACES TO VL-RECORD
077400         WRITE VL-RECORD
077500         IF WS-HISTORY-PROVED AND WS-VRFY-OK
077600             MOVE ' HISTORY PROVED - EVERY RUN TIES TO ITS SEAL'
077700                 TO VL-MESSAGE-LINE
077800             WRITE VL-RECORD FROM VL-MESSAGE-LINE
077900             MOVE '   AND TO THE RUN LOG' TO VL-MESSAGE-LINE
078000             WRITE VL-RECORD FROM VL-MESSAGE-LINE
078100         ELSE
078200             MOVE ' HISTORY NOT PROVED - REFER THE EXCEPTIONS'
078300                 TO VL-MESSAGE-LINE
078400             WRITE VL-RECORD FROM VL-MESSAGE-LINE
078500             MOVE '   ABOVE TO INTERNAL AUDIT' TO VL-MESSAGE-LINE
078600             WRITE VL-RECORD FROM VL-MESSAGE-LINE
078700         END-IF
078800         CLOSE VRFY-REPORT-FILE
078900     END-IF.
079000     IF WS-HISTORY-PROVED AND WS-VRFY-OK
079100         DISPLAY 'HISTORY PROVED - ' VF-COUNT-RUNS-PROVED
079200             ' RUNS TIED TO THEIR SEALS'
079300     ELSE
079400         DISPLAY 'HISTORY NOT PROVED - ' VF-COUNT-EXCEPTIONS
079500             ' EXCEPTIONS, SEE VERIFICATION REPORT'
079600     END-IF.
079700 9000-EXIT.
079800     EXIT.
