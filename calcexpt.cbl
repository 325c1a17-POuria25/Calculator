000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCEXPT.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL WAREHOUSE EXPORT.  WRITES THE       *
001200*                   CALCULATION HISTORY ROWS, THE NIGHT'S BATCH  *
001300*                   RESULTS AND THE GL POSTING/ACKNOWLEDGMENT    *
001400*                   STATUS OF THE UNPOSTED MASTER AS COMMA-      *
001500*                   DELIMITED FILES WITH A COLUMN HEADER ROW,    *
001600*                   PLUS A CONTROL FILE OF ROW COUNTS AND AMOUNT *
001700*                   TOTALS FOR THE WAREHOUSE LOAD TO BALANCE TO. *
001800*                   A WATERMARK FILE CARRIED FROM EXPORT TO      *
001900*                   EXPORT HOLDS THE LAST RUN ID AND BUSINESS    *
002000*                   DATES SENT, SO A RERUN SENDS NOTHING TWICE.  *
002100******************************************************************
002200*  WHAT IS NEW SINCE THE LAST EXPORT:                            *
002300*    HISTORY  - ROWS OF RUNS AFTER THE WATERMARK RUN ID, UP TO   *
002400*               THE LAST SEALED RUN.  ROWS OF A RUN STILL        *
002500*               WRITING WAIT FOR A LATER EXPORT.  ROWS FROM      *
002600*               BEFORE SEALING BEGAN GO ON THE FIRST EXPORT.     *
002700*    RESULTS  - THE RESULT FILE OF THE BUSINESS DATE, ONCE.      *
002800*    POSTING  - THE UNPOSTED MASTER AS OF THE BUSINESS DATE,     *
002900*               ONCE.  AN ITEM NO LONGER ON IT WAS ACCEPTED.     *
003000*  THE BUSINESS DATE IS A CYCLDATE CARD, OR THE LATEST DATE ON   *
003100*  THE CYCLE CONTROL FILE, OR THE RUN DATE.  RUN THE EXPORT      *
003200*  BEFORE CALCPURG ARCHIVES HISTORY.  THE JOB CATALOGS EXPWMO    *
003300*  ONLY WHEN THE RUN ENDS WITH RETURN CODE 0.                    *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT PARM-FILE ASSIGN TO PARMCARD
003900         FILE STATUS IS WS-PARM-STATUS.
004000
004100     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
004200         FILE STATUS IS WS-CYCLE-STATUS.
004300
004400     SELECT OLDWM-FILE ASSIGN TO EXPWMI
004500         FILE STATUS IS WS-OLDWM-STATUS.
004600
004700     SELECT NEWWM-FILE ASSIGN TO EXPWMO
004800         FILE STATUS IS WS-NEWWM-STATUS.
004900
005000     SELECT HISTORY-FILE ASSIGN TO HISTORY
005100         FILE STATUS IS WS-HISTORY-STATUS.
005200
005300     SELECT RESULT-FILE ASSIGN TO RESLTOUT
005400         FILE STATUS IS WS-RESULT-STATUS.
005500
005600     SELECT UNPOSTED-FILE ASSIGN TO UNPOSTI
005700         FILE STATUS IS WS-UNPOST-STATUS.
005800
005900     SELECT HIST-EXPORT-FILE ASSIGN TO EXPHIST
006000         FILE STATUS IS WS-EXPHIST-STATUS.
006100
006200     SELECT RSLT-EXPORT-FILE ASSIGN TO EXPRSLT
006300         FILE STATUS IS WS-EXPRSLT-STATUS.
006400
006500     SELECT POST-EXPORT-FILE ASSIGN TO EXPPOST
006600         FILE STATUS IS WS-EXPPOST-STATUS.
006700
006800     SELECT CTL-EXPORT-FILE ASSIGN TO EXPCTL
006900         FILE STATUS IS WS-EXPCTL-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------------
007400* RUN PARAMETER CARDS - OPTIONAL.  CYCLDATE NAMES THE BUSINESS
007500* DATE WHOSE RESULTS AND POSTING STATUS ARE EXPORTED.
007600*----------------------------------------------------------------
007700 FD  PARM-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  PM-RECORD.
008000     05  PM-KEYWORD              PIC X(08).
008100     05  PM-VALUE                PIC X(16).
008200     05  PM-REASON               PIC X(56).
008300
008400*----------------------------------------------------------------
008500* NIGHTLY CYCLE CONTROL - OPTIONAL.  ONLY THE BUSINESS DATE
008600* MATTERS HERE; THE LATEST ONE IS THE NIGHT TO EXPORT.
008700*----------------------------------------------------------------
008800 FD  CYCLE-FILE
008900     RECORD CONTAINS 100 CHARACTERS.
009000 01  CC-RECORD.
009100     05  CC-BUS-DATE             PIC 9(08).
009200     05  FILLER                  PIC X(92).
009300
009400*----------------------------------------------------------------
009500* EXPORT WATERMARK - ONE RECORD, READ FROM THE LAST EXPORT'S
009600* GENERATION AND WRITTEN FORWARD TO THE NEXT.  NO PRIOR
009700* GENERATION MEANS NOTHING HAS BEEN EXPORTED YET.
009800*----------------------------------------------------------------
009900 FD  OLDWM-FILE
010000     RECORD CONTAINS 80 CHARACTERS.
010100 01  WI-RECORD                   PIC X(80).
010200
010300 FD  NEWWM-FILE
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  WO-RECORD                   PIC X(80).
010600
010700*----------------------------------------------------------------
010800* CALCULATION HISTORY - SAME LAYOUT THE CALCULATOR WRITES.  A
010900* SEAL CARRIES '*SEAL*' WHERE A ROW CARRIES ITS OPERATOR ID, AND
011000* THE RUN ID IN THE SAME PLACE AS A ROW'S.
011100*----------------------------------------------------------------
011200 FD  HISTORY-FILE
011300     RECORD CONTAINS 99 CHARACTERS.
011400 01  HS-RECORD.
011500     05  HS-DATE                 PIC 9(08).
011600     05  HS-TIME                 PIC 9(08).
011700     05  HS-OPERATOR-ID          PIC X(08).
011800         88  HS-SEAL-RECORD      VALUE '*SEAL*'.
011900     05  HS-NUM1                 PIC S9(10)V99
012000         SIGN IS TRAILING SEPARATE CHARACTER.
012100     05  HS-OPERATION            PIC X(02).
012200     05  HS-NUM2                 PIC S9(10)V99
012300         SIGN IS TRAILING SEPARATE CHARACTER.
012400     05  HS-RESULT               PIC S9(12)V99
012500         SIGN IS TRAILING SEPARATE CHARACTER.
012600     05  HS-FACTOR-CODE          PIC X(04).
012700     05  HS-FACTOR-DATE          PIC 9(08).
012800     05  HS-FORMULA-CODE         PIC X(02).
012900     05  HS-FORMULA-STEP         PIC 9(02).
013000     05  HS-RUN-ID               PIC X(16).
013100
013200*----------------------------------------------------------------
013300* COMBINED RESULT FILE - SAME LAYOUT THE CALCULATOR WRITES.  A
013400* REJECTED RECORD ECHOES ITS RAW BYTES IN THE OPERAND POSITIONS.
013500*----------------------------------------------------------------
013600 FD  RESULT-FILE
013700     RECORD CONTAINS 61 CHARACTERS.
013800 01  RO-RECORD.
013900     05  RO-RECORD-NUMBER        PIC 9(08).
014000     05  RO-OPERATOR-ID          PIC X(08).
014100     05  RO-NUM1                 PIC S9(10)V99
014200         SIGN IS TRAILING SEPARATE CHARACTER.
014300     05  RO-OPERATION            PIC X(02).
014400     05  RO-NUM2                 PIC S9(10)V99
014500         SIGN IS TRAILING SEPARATE CHARACTER.
014600     05  RO-RESULT               PIC S9(12)V99
014700         SIGN IS TRAILING SEPARATE CHARACTER.
014800     05  RO-STATUS               PIC X(01).
014900     05  RO-CHAIN-FLAG           PIC X(01).
015000
015100*----------------------------------------------------------------
015200* UNPOSTED-ITEMS MASTER - SAME LAYOUT GLACKPST WRITES: THE GL
015300* DETAIL IMAGE, FIRST-UNPOSTED DATE, LAST LEDGER REASON, SOURCE
015400* OPERATOR AND OPERATION, AND JOURNAL LINE.
015500*----------------------------------------------------------------
015600 FD  UNPOSTED-FILE
015700     RECORD CONTAINS 80 CHARACTERS.
015800 01  UM-RECORD.
015900     05  UM-DET-ID               PIC X(01).
016000     05  UM-DET-ACCOUNT          PIC X(10).
016100     05  UM-DET-DR-CR            PIC X(01).
016200     05  UM-DET-AMOUNT           PIC S9(12)V99
016300         SIGN IS TRAILING SEPARATE CHARACTER.
016400     05  UM-DET-DATE             PIC 9(08).
016500     05  UM-DET-SOURCE           PIC 9(08).
016600     05  UM-DET-PRIOR-PERIOD     PIC X(01).
016700         88  UM-DET-IS-PRIOR-PERIOD  VALUE 'P'.
016800     05  UM-DET-ORIGINAL-DATE    PIC 9(08).
016900     05  UM-FIRST-DATE           PIC 9(08).
017000     05  UM-ACK-REASON           PIC X(02).
017100     05  UM-OPERATOR             PIC X(08).
017200     05  UM-OPERATION            PIC X(02).
017300     05  UM-JOURNAL-LINE         PIC X(08).
017400
017500*----------------------------------------------------------------
017600* COMMA-DELIMITED EXPORT FILES - A COLUMN HEADER ROW, THEN ONE
017700* ROW PER RECORD, EACH PADDED WITH SPACES TO THE RECORD LENGTH
017800*----------------------------------------------------------------
017900 FD  HIST-EXPORT-FILE
018000     RECORD CONTAINS 200 CHARACTERS.
018100 01  XH-RECORD                   PIC X(200).
018200
018300 FD  RSLT-EXPORT-FILE
018400     RECORD CONTAINS 200 CHARACTERS.
018500 01  XR-RECORD                   PIC X(200).
018600
018700 FD  POST-EXPORT-FILE
018800     RECORD CONTAINS 200 CHARACTERS.
018900 01  XP-RECORD                   PIC X(200).
019000
019100 FD  CTL-EXPORT-FILE
019200     RECORD CONTAINS 200 CHARACTERS.
019300 01  XC-RECORD                   PIC X(200).
019400
019500 WORKING-STORAGE SECTION.
019600*----------------------------------------------------------------
019700* FILE STATUS FIELDS AND SWITCHES
019800*----------------------------------------------------------------
019900 01  WS-PARM-STATUS              PIC X(02).
020000 01  WS-CYCLE-STATUS             PIC X(02).
020100 01  WS-OLDWM-STATUS             PIC X(02).
020200 01  WS-NEWWM-STATUS             PIC X(02).
020300 01  WS-HISTORY-STATUS           PIC X(02).
020400 01  WS-RESULT-STATUS            PIC X(02).
020500 01  WS-UNPOST-STATUS            PIC X(02).
020600 01  WS-EXPHIST-STATUS           PIC X(02).
020700 01  WS-EXPRSLT-STATUS           PIC X(02).
020800 01  WS-EXPPOST-STATUS           PIC X(02).
020900 01  WS-EXPCTL-STATUS            PIC X(02).
021000
021100 01  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
021200     88  WS-PARM-EOF             VALUE 'Y'.
021300
021400 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
021500     88  WS-CYCLE-EOF            VALUE 'Y'.
021600
021700 01  WS-HISTORY-EOF-SW           PIC X(01)  VALUE 'N'.
021800     88  WS-HISTORY-EOF          VALUE 'Y'.
021900
022000 01  WS-RESULT-EOF-SW            PIC X(01)  VALUE 'N'.
022100     88  WS-RESULT-EOF           VALUE 'Y'.
022200
022300 01  WS-UNPOST-EOF-SW            PIC X(01)  VALUE 'N'.
022400     88  WS-UNPOST-EOF           VALUE 'Y'.
022500
022600 01  WS-EXPORT-OK-SW             PIC X(01)  VALUE 'Y'.
022700     88  WS-EXPORT-OK            VALUE 'Y'.
022800
022900 01  WS-FIRST-EXPORT-SW          PIC X(01)  VALUE 'N'.
023000     88  WS-FIRST-EXPORT         VALUE 'Y'.
023100
023200 01  WS-ROW-WANTED-SW            PIC X(01)  VALUE 'N'.
023300     88  WS-ROW-WANTED           VALUE 'Y'.
023400
023500*----------------------------------------------------------------
023600* EXPORT WATERMARK - WHAT THE LAST EXPORT SENT.  THE HISTORY
023700* RUN ID IS THE RUN'S START DATE AND TIME, SO IT ASCENDS.
023800*----------------------------------------------------------------
023900 01  EW-RECORD.
024000     05  EW-HIST-RUN-ID          PIC X(16)  VALUE SPACES.
024100     05  EW-RESULT-DATE          PIC 9(08)  VALUE ZERO.
024200     05  EW-POSTING-DATE         PIC 9(08)  VALUE ZERO.
024300     05  EW-EXPORT-DATE          PIC 9(08)  VALUE ZERO.
024400     05  EW-EXPORT-TIME          PIC 9(08)  VALUE ZERO.
024500     05  FILLER                  PIC X(32)  VALUE SPACES.
024600
024700*----------------------------------------------------------------
024800* RUN DATE, BUSINESS DATE, AND THE HISTORY RUN ID RANGE
024900*----------------------------------------------------------------
025000 01  EX-RUN-DATE                 PIC 9(08)  VALUE ZERO.
025100 01  EX-RUN-TIME                 PIC 9(08)  VALUE ZERO.
025200 01  EX-PARM-DATE                PIC X(08)  VALUE SPACES.
025300 01  EX-BUS-DATE                 PIC 9(08)  VALUE ZERO.
025400 01  EX-LAST-SEALED-RUN          PIC X(16)  VALUE SPACES.
025500 01  EX-FIRST-RUN-SENT           PIC X(16)  VALUE SPACES.
025600 01  EX-LAST-RUN-SENT            PIC X(16)  VALUE SPACES.
025700 77  EX-POINTER                  PIC 9(04)  COMP  VALUE ZERO.
025800
025900*----------------------------------------------------------------
026000* CONTROL TOTALS PER EXPORT FILE.  AMOUNT TOTALS ARE THE SIGNED
026100* SUM OF THE AMOUNT COLUMN AS EXPORTED: RESULT FOR HISTORY AND
026200* RESULTS, AMOUNT FOR POSTING STATUS.
026300*----------------------------------------------------------------
026400 77  EX-HIST-COUNT               PIC 9(08)  COMP  VALUE ZERO.
026500 77  EX-RSLT-COUNT               PIC 9(08)  COMP  VALUE ZERO.
026600 77  EX-POST-COUNT               PIC 9(08)  COMP  VALUE ZERO.
026700 77  EX-SEAL-COUNT               PIC 9(08)  COMP  VALUE ZERO.
026800 77  EX-HELD-COUNT               PIC 9(08)  COMP  VALUE ZERO.
026900 01  EX-HIST-TOTAL               PIC S9(15)V99    VALUE ZERO.
027000 01  EX-RSLT-TOTAL               PIC S9(15)V99    VALUE ZERO.
027100 01  EX-POST-TOTAL               PIC S9(15)V99    VALUE ZERO.
027200 01  EX-HIST-STATE               PIC X(12)  VALUE SPACES.
027300 01  EX-RSLT-STATE               PIC X(12)  VALUE SPACES.
027400 01  EX-POST-STATE               PIC X(12)  VALUE SPACES.
027500
027600*----------------------------------------------------------------
027700* ROW COLUMNS.  EACH IS BUILT AS TEXT SO A ZERO DATE OR A FIELD
027800* THAT IS NOT NUMERIC GOES OUT AS AN EMPTY COLUMN.  AMOUNTS GO
027900* OUT WITH A LEADING SIGN AND A DECIMAL POINT.
028000*----------------------------------------------------------------
028100 01  EX-COL-NUM1                 PIC X(14).
028200 01  EX-EDIT-NUM1 REDEFINES EX-COL-NUM1
028300                                 PIC +9(10).99.
028400 01  EX-COL-NUM2                 PIC X(14).
028500 01  EX-EDIT-NUM2 REDEFINES EX-COL-NUM2
028600                                 PIC +9(10).99.
028700 01  EX-COL-AMOUNT               PIC X(16).
028800 01  EX-EDIT-AMOUNT REDEFINES EX-COL-AMOUNT
028900                                 PIC +9(12).99.
029000 01  EX-COL-TOTAL                PIC X(19).
029100 01  EX-EDIT-TOTAL REDEFINES EX-COL-TOTAL
029200                                 PIC +9(15).99.
029300 01  EX-COL-DATE                 PIC X(08).
029400 01  EX-COL-STEP                 PIC X(02).
029500 01  EX-COL-JOURNAL              PIC X(08).
029600 01  EX-COL-COUNT                PIC 9(08).
029700 01  EX-COL-ACK-STATUS           PIC X(08).
029800
029900*----------------------------------------------------------------
030000* CONTROL ROW WORK - ONE ROW PER EXPORT FILE
030100*----------------------------------------------------------------
030200 01  EC-FILE-NAME                PIC X(08).
030300 01  EC-COUNT                    PIC 9(08)  COMP.
030400 01  EC-TOTAL                    PIC S9(15)V99.
030500 01  EC-FROM-KEY                 PIC X(16).
030600 01  EC-TO-KEY                   PIC X(16).
030700 01  EC-STATE                    PIC X(12).
030800
030900 01  XL-LINE                     PIC X(200).
031000
031100*----------------------------------------------------------------
031200* COLUMN HEADER ROWS
031300*----------------------------------------------------------------
031400 01  XL-HIST-HEADING.
031500     05  FILLER                  PIC X(26)
031600         VALUE 'RUN_ID,CALC_DATE,CALC_TIME'.
031700     05  FILLER                  PIC X(32)
031800         VALUE ',OPERATOR_ID,OPERATION,OPERAND_1'.
031900     05  FILLER                  PIC X(29)
032000         VALUE ',OPERAND_2,RESULT,FACTOR_CODE'.
032100     05  FILLER                  PIC X(35)
032200         VALUE ',FACTOR_EFFECTIVE_DATE,FORMULA_CODE'.
032300     05  FILLER                  PIC X(13)
032400         VALUE ',FORMULA_STEP'.
032500     05  FILLER                  PIC X(65) VALUE SPACES.
032600
032700 01  XL-RSLT-HEADING.
032800     05  FILLER                  PIC X(27)
032900         VALUE 'BUSINESS_DATE,RECORD_NUMBER'.
033000     05  FILLER                  PIC X(32)
033100         VALUE ',OPERATOR_ID,OPERATION,OPERAND_1'.
033200     05  FILLER                  PIC X(35)
033300         VALUE ',OPERAND_2,RESULT,STATUS,CHAIN_FLAG'.
033400     05  FILLER                  PIC X(106) VALUE SPACES.
033500
033600 01  XL-POST-HEADING.
033700     05  FILLER                  PIC X(23)
033800         VALUE 'AS_OF_DATE,POSTING_DATE'.
033900     05  FILLER                  PIC X(35)
034000         VALUE ',SOURCE_RECORD,JOURNAL_LINE,ACCOUNT'.
034100     05  FILLER                  PIC X(33)
034200         VALUE ',DR_CR,AMOUNT,FIRST_UNPOSTED_DATE'.
034300     05  FILLER                  PIC X(35)
034400         VALUE ',ACK_STATUS,REASON_CODE,OPERATOR_ID'.
034500     05  FILLER                  PIC X(23)
034600         VALUE ',OPERATION,PRIOR_PERIOD'.
034700     05  FILLER                  PIC X(14)
034800         VALUE ',ORIGINAL_DATE'.
034900     05  FILLER                  PIC X(37) VALUE SPACES.
035000
035100 01  XL-CTL-HEADING.
035200     05  FILLER                  PIC X(25)
035300         VALUE 'EXPORT_FILE,BUSINESS_DATE'.
035400     05  FILLER                  PIC X(34)
035500         VALUE ',EXPORT_DATE,EXPORT_TIME,ROW_COUNT'.
035600     05  FILLER                  PIC X(29)
035700         VALUE ',AMOUNT_TOTAL,FROM_KEY,TO_KEY'.
035800     05  FILLER                  PIC X(13)
035900         VALUE ',EXPORT_STATE'.
036000     05  FILLER                  PIC X(99) VALUE SPACES.
036100
036200 PROCEDURE DIVISION.
036300******************************************************************
036400*                        0000-MAINLINE                          *
036500******************************************************************
036600 0000-MAINLINE.
036700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036800     IF WS-EXPORT-OK
036900         PERFORM 2000-FIND-LAST-SEAL THRU 2000-EXIT
037000         PERFORM 3000-EXPORT-HISTORY THRU 3000-EXIT
037100         PERFORM 4000-EXPORT-RESULTS THRU 4000-EXIT
037200         PERFORM 5000-EXPORT-POSTING THRU 5000-EXIT
037300         PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
037400     END-IF.
037500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037600     IF NOT WS-EXPORT-OK
037700         MOVE 8 TO RETURN-CODE
037800     END-IF.
037900     STOP RUN.
038000
038100******************************************************************
038200*     1000 THRU 1300 - PARAMETERS, BUSINESS DATE, WATERMARK AND  *
038300*     FILE OPENS.  WITHOUT EVERY EXPORT FILE NOTHING IS SENT.    *
038400******************************************************************
038500 1000-INITIALIZE.
038600     ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
038700     ACCEPT EX-RUN-TIME FROM TIME.
038800     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
038810     IF NOT WS-EXPORT-OK
038820         DISPLAY 'RUN REFUSED - BAD PARAMETER RECORD'
038830         GO TO 1000-EXIT
038840     END-IF.
038900     IF EX-PARM-DATE NOT = SPACES
039000         IF EX-PARM-DATE NUMERIC
039100             MOVE EX-PARM-DATE TO EX-BUS-DATE
039200         ELSE
039300             DISPLAY 'ERROR - CYCLDATE NOT NUMERIC: ' EX-PARM-DATE
039400             MOVE 'N' TO WS-EXPORT-OK-SW
039500             GO TO 1000-EXIT
039600         END-IF
039700     END-IF.
039800     IF EX-BUS-DATE = ZERO
039900         PERFORM 1100-FIND-LATEST-DATE THRU 1100-EXIT
040000     END-IF.
040100     IF EX-BUS-DATE = ZERO
040200         MOVE EX-RUN-DATE TO EX-BUS-DATE
040300     END-IF.
040400     PERFORM 1200-READ-WATERMARK THRU 1200-EXIT.
040410     IF NOT WS-EXPORT-OK
040420         GO TO 1000-EXIT
040430     END-IF.
040500     PERFORM 1300-OPEN-EXPORT-FILES THRU 1300-EXIT.
040600     IF NOT WS-EXPORT-OK
040700         GO TO 1000-EXIT
040800     END-IF.
040900     WRITE XH-RECORD FROM XL-HIST-HEADING.
041000     WRITE XR-RECORD FROM XL-RSLT-HEADING.
041100     WRITE XP-RECORD FROM XL-POST-HEADING.
041200     WRITE XC-RECORD FROM XL-CTL-HEADING.
041300     DISPLAY 'WAREHOUSE EXPORT FOR BUSINESS DATE ' EX-BUS-DATE.
041400 1000-EXIT.
041500     EXIT.
041600
041700 1010-READ-PARM-FILE.
041800     OPEN INPUT PARM-FILE.
041900     IF WS-PARM-STATUS NOT = '00'
042000         GO TO 1010-EXIT
042100     END-IF.
042200     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
042300         UNTIL WS-PARM-EOF.
042400     CLOSE PARM-FILE.
042500 1010-EXIT.
042600     EXIT.
042700
042800 1020-LOAD-ONE-PARM.
042900     READ PARM-FILE
043000         AT END
043100             MOVE 'Y' TO WS-PARM-EOF-SW
043200             GO TO 1020-EXIT
043300     END-READ.
043400     EVALUATE PM-KEYWORD
043500         WHEN 'CYCLDATE'
043600             MOVE PM-VALUE TO EX-PARM-DATE
043700         WHEN SPACES
043800             CONTINUE
043900         WHEN OTHER
044000             DISPLAY 'BAD PARAMETER - UNKNOWN KEYWORD: '
044100                 PM-KEYWORD
044110             MOVE 'N' TO WS-EXPORT-OK-SW
044200     END-EVALUATE.
044300 1020-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------
044700* THE LATEST BUSINESS DATE ON THE CYCLE CONTROL FILE, IF ANY
044800*----------------------------------------------------------------
044900 1100-FIND-LATEST-DATE.
045000     OPEN INPUT CYCLE-FILE.
045100     IF WS-CYCLE-STATUS NOT = '00'
045200         GO TO 1100-EXIT
045300     END-IF.
045400     PERFORM 1110-READ-CYCLE THRU 1110-EXIT
045500         UNTIL WS-CYCLE-EOF.
045600     CLOSE CYCLE-FILE.
045700 1100-EXIT.
045800     EXIT.
045900
046000 1110-READ-CYCLE.
046100     READ CYCLE-FILE
046200         AT END
046300             MOVE 'Y' TO WS-CYCLE-EOF-SW
046400             GO TO 1110-EXIT
046500     END-READ.
046600     IF CC-BUS-DATE NUMERIC AND CC-BUS-DATE > EX-BUS-DATE
046700         MOVE CC-BUS-DATE TO EX-BUS-DATE
046800     END-IF.
046900 1110-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* NO PRIOR WATERMARK MEANS THIS IS THE FIRST EXPORT: EVERY
047400* SEALED RUN, AND THE ROWS FROM BEFORE SEALING BEGAN, GO OUT.
047410* A WATERMARK THAT IS THERE BUT CANNOT BE READ STOPS THE RUN -
047420* TREATING IT AS A FIRST EXPORT WOULD SEND EVERYTHING AGAIN.
047500*----------------------------------------------------------------
047600 1200-READ-WATERMARK.
047700     OPEN INPUT OLDWM-FILE.
047800     IF WS-OLDWM-STATUS = '35'
047900         MOVE 'Y' TO WS-FIRST-EXPORT-SW
048000         DISPLAY 'NO PRIOR EXPORT WATERMARK - FIRST EXPORT, '
048100             'STATUS = ' WS-OLDWM-STATUS
048200         GO TO 1200-EXIT
048300     END-IF.
048310     IF WS-OLDWM-STATUS NOT = '00'
048320         DISPLAY 'ERROR - CANNOT OPEN EXPORT WATERMARK, '
048330             'STATUS = ' WS-OLDWM-STATUS
048340         MOVE 'N' TO WS-EXPORT-OK-SW
048350         GO TO 1200-EXIT
048360     END-IF.
048400     READ OLDWM-FILE INTO EW-RECORD
048500         AT END
048600             MOVE 'Y' TO WS-FIRST-EXPORT-SW
048700             DISPLAY 'EXPORT WATERMARK IS EMPTY - FIRST EXPORT'
048800     END-READ.
048900     CLOSE OLDWM-FILE.
049000     IF NOT WS-FIRST-EXPORT
049100         DISPLAY 'LAST EXPORT ' EW-EXPORT-DATE ' HISTORY TO RUN '
049200             EW-HIST-RUN-ID ' RESULTS ' EW-RESULT-DATE
049300             ' POSTING ' EW-POSTING-DATE
049400     END-IF.
049500 1200-EXIT.
049600     EXIT.
049700
049800 1300-OPEN-EXPORT-FILES.
049900     OPEN OUTPUT HIST-EXPORT-FILE.
050000     IF WS-EXPHIST-STATUS NOT = '00'
050100         DISPLAY 'ERROR - CANNOT OPEN HISTORY EXPORT FILE, '
050200             'STATUS = ' WS-EXPHIST-STATUS
050300         MOVE 'N' TO WS-EXPORT-OK-SW
050400         GO TO 1300-EXIT
050500     END-IF.
050600     OPEN OUTPUT RSLT-EXPORT-FILE.
050700     IF WS-EXPRSLT-STATUS NOT = '00'
050800         DISPLAY 'ERROR - CANNOT OPEN RESULTS EXPORT FILE, '
050900             'STATUS = ' WS-EXPRSLT-STATUS
051000         MOVE 'N' TO WS-EXPORT-OK-SW
051100         GO TO 1300-EXIT
051200     END-IF.
051300     OPEN OUTPUT POST-EXPORT-FILE.
051400     IF WS-EXPPOST-STATUS NOT = '00'
051500         DISPLAY 'ERROR - CANNOT OPEN POSTING EXPORT FILE, '
051600             'STATUS = ' WS-EXPPOST-STATUS
051700         MOVE 'N' TO WS-EXPORT-OK-SW
051800         GO TO 1300-EXIT
051900     END-IF.
052000     OPEN OUTPUT CTL-EXPORT-FILE.
052100     IF WS-EXPCTL-STATUS NOT = '00'
052200         DISPLAY 'ERROR - CANNOT OPEN EXPORT CONTROL FILE, '
052300             'STATUS = ' WS-EXPCTL-STATUS
052400         MOVE 'N' TO WS-EXPORT-OK-SW
052500         GO TO 1300-EXIT
052600     END-IF.
052700 1300-EXIT.
052800     EXIT.
052900
053000******************************************************************
053100*     2000 THRU 2100 - FIRST PASS OF HISTORY: THE LAST SEALED    *
053200*     RUN.  ROWS AFTER IT BELONG TO A RUN THAT HAS NOT ENDED.    *
053300******************************************************************
053400 2000-FIND-LAST-SEAL.
053500     OPEN INPUT HISTORY-FILE.
053600     IF WS-HISTORY-STATUS NOT = '00'
053700         DISPLAY 'WARNING - HISTORY FILE NOT AVAILABLE, STATUS = '
053800             WS-HISTORY-STATUS
053900         MOVE 'NO-INPUT' TO EX-HIST-STATE
054000         GO TO 2000-EXIT
054100     END-IF.
054200     PERFORM 2100-READ-SEAL THRU 2100-EXIT
054300         UNTIL WS-HISTORY-EOF.
054400     CLOSE HISTORY-FILE.
054500     MOVE 'N' TO WS-HISTORY-EOF-SW.
054600 2000-EXIT.
054700     EXIT.
054800
054900 2100-READ-SEAL.
055000     READ HISTORY-FILE
055100         AT END
055200             MOVE 'Y' TO WS-HISTORY-EOF-SW
055300             GO TO 2100-EXIT
055400     END-READ.
055500     IF HS-SEAL-RECORD AND HS-RUN-ID > EX-LAST-SEALED-RUN
055600         MOVE HS-RUN-ID TO EX-LAST-SEALED-RUN
055700     END-IF.
055800 2100-EXIT.
055900     EXIT.
056000
056100******************************************************************
056200*     3000 THRU 3100 - EXPORT THE HISTORY ROWS NOT YET SENT      *
056300******************************************************************
056400 3000-EXPORT-HISTORY.
056500     IF EX-HIST-STATE NOT = SPACES
056600         GO TO 3000-EXIT
056700     END-IF.
056800     OPEN INPUT HISTORY-FILE.
056900     IF WS-HISTORY-STATUS NOT = '00'
057000         DISPLAY 'WARNING - HISTORY FILE NOT AVAILABLE, STATUS = '
057100             WS-HISTORY-STATUS
057200         MOVE 'NO-INPUT' TO EX-HIST-STATE
057300         GO TO 3000-EXIT
057400     END-IF.
057500     PERFORM 3100-EXPORT-ONE-HISTORY THRU 3100-EXIT
057600         UNTIL WS-HISTORY-EOF.
057700     CLOSE HISTORY-FILE.
057800     IF EX-HIST-COUNT > ZERO
057900         MOVE 'EXPORTED' TO EX-HIST-STATE
058000     ELSE
058100         MOVE 'NO-NEW-ROWS' TO EX-HIST-STATE
058200     END-IF.
058300 3000-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700* A ROW GOES IF ITS RUN IS AFTER THE WATERMARK AND NOT AFTER THE
058800* LAST SEAL.  ROWS WITH NO RUN ID PREDATE SEALING AND GO ONLY ON
058900* THE FIRST EXPORT.  SEALS ARE CONTROL RECORDS, NOT DATA.
059000*----------------------------------------------------------------
059100 3100-EXPORT-ONE-HISTORY.
059200     READ HISTORY-FILE
059300         AT END
059400             MOVE 'Y' TO WS-HISTORY-EOF-SW
059500             GO TO 3100-EXIT
059600     END-READ.
059700     IF HS-SEAL-RECORD
059800         ADD 1 TO EX-SEAL-COUNT
059900         GO TO 3100-EXIT
060000     END-IF.
060100     MOVE 'N' TO WS-ROW-WANTED-SW.
060200     IF HS-RUN-ID = SPACES
060300         IF WS-FIRST-EXPORT
060400             MOVE 'Y' TO WS-ROW-WANTED-SW
060500         END-IF
060600     ELSE
060700         IF HS-RUN-ID > EW-HIST-RUN-ID
060800             IF HS-RUN-ID NOT > EX-LAST-SEALED-RUN
060900                 MOVE 'Y' TO WS-ROW-WANTED-SW
061000             ELSE
061100                 ADD 1 TO EX-HELD-COUNT
061200             END-IF
061300         END-IF
061400     END-IF.
061500     IF NOT WS-ROW-WANTED
061600         GO TO 3100-EXIT
061700     END-IF.
061800     IF HS-RUN-ID NOT = SPACES
061900         IF EX-FIRST-RUN-SENT = SPACES
062000             MOVE HS-RUN-ID TO EX-FIRST-RUN-SENT
062100         END-IF
062200         MOVE HS-RUN-ID TO EX-LAST-RUN-SENT
062300     END-IF.
062400     MOVE HS-NUM1 TO EX-EDIT-NUM1.
062500     MOVE HS-NUM2 TO EX-EDIT-NUM2.
062600     MOVE HS-RESULT TO EX-EDIT-AMOUNT.
062700     IF HS-FACTOR-DATE = ZERO
062800         MOVE SPACES TO EX-COL-DATE
062900     ELSE
063000         MOVE HS-FACTOR-DATE TO EX-COL-DATE
063100     END-IF.
063200     IF HS-FORMULA-CODE = SPACES
063300         MOVE SPACES TO EX-COL-STEP
063400     ELSE
063500         MOVE HS-FORMULA-STEP TO EX-COL-STEP
063600     END-IF.
063700     MOVE SPACES TO XL-LINE.
063800     MOVE 1 TO EX-POINTER.
063900     STRING HS-RUN-ID DELIMITED BY SPACE
064000         ',' HS-DATE ',' HS-TIME ',' DELIMITED BY SIZE
064100         HS-OPERATOR-ID DELIMITED BY SPACE
064200         ',' DELIMITED BY SIZE
064300         HS-OPERATION DELIMITED BY SPACE
064400         ',' EX-COL-NUM1 ',' EX-COL-NUM2 ',' EX-COL-AMOUNT ','
064500             DELIMITED BY SIZE
064600         HS-FACTOR-CODE DELIMITED BY SPACE
064700         ',' DELIMITED BY SIZE
064800         EX-COL-DATE DELIMITED BY SPACE
064900         ',' DELIMITED BY SIZE
065000         HS-FORMULA-CODE DELIMITED BY SPACE
065100         ',' DELIMITED BY SIZE
065200         EX-COL-STEP DELIMITED BY SPACE
065300         INTO XL-LINE WITH POINTER EX-POINTER.
065400     WRITE XH-RECORD FROM XL-LINE.
065500     ADD 1 TO EX-HIST-COUNT.
065600     ADD HS-RESULT TO EX-HIST-TOTAL.
065700 3100-EXIT.
065800     EXIT.
065900
066000******************************************************************
066100*     4000 THRU 4100 - EXPORT THE BUSINESS DATE'S BATCH RESULTS, *
066200*     ONCE.  A DATE ALREADY SENT, OR AN EARLIER ONE, IS SKIPPED. *
066300******************************************************************
066400 4000-EXPORT-RESULTS.
066500     IF EX-BUS-DATE NOT > EW-RESULT-DATE
066600         DISPLAY 'RESULTS FOR ' EX-BUS-DATE ' ALREADY EXPORTED - '
066700             'LAST SENT ' EW-RESULT-DATE
066800         MOVE 'ALREADY-SENT' TO EX-RSLT-STATE
066900         GO TO 4000-EXIT
067000     END-IF.
067100     OPEN INPUT RESULT-FILE.
067200     IF WS-RESULT-STATUS NOT = '00'
067300         DISPLAY 'WARNING - RESULT FILE NOT AVAILABLE, STATUS = '
067400             WS-RESULT-STATUS
067500         MOVE 'NO-INPUT' TO EX-RSLT-STATE
067600         GO TO 4000-EXIT
067700     END-IF.
067800     PERFORM 4100-EXPORT-ONE-RESULT THRU 4100-EXIT
067900         UNTIL WS-RESULT-EOF.
068000     CLOSE RESULT-FILE.
068100     MOVE 'EXPORTED' TO EX-RSLT-STATE.
068200 4000-EXIT.
068300     EXIT.
068400
068500*----------------------------------------------------------------
068600* A REJECTED RECORD'S OPERANDS ARE ITS RAW INPUT, SO ONLY WHAT
068700* IS NUMERIC IS EDITED; THE REST GOES OUT EMPTY.
068800*----------------------------------------------------------------
068900 4100-EXPORT-ONE-RESULT.
069000     READ RESULT-FILE
069100         AT END
069200             MOVE 'Y' TO WS-RESULT-EOF-SW
069300             GO TO 4100-EXIT
069400     END-READ.
069500     IF RO-NUM1 NUMERIC
069600         MOVE RO-NUM1 TO EX-EDIT-NUM1
069700     ELSE
069800         MOVE SPACES TO EX-COL-NUM1
069900     END-IF.
070000     IF RO-NUM2 NUMERIC
070100         MOVE RO-NUM2 TO EX-EDIT-NUM2
070200     ELSE
070300         MOVE SPACES TO EX-COL-NUM2
070400     END-IF.
070500     MOVE RO-RESULT TO EX-EDIT-AMOUNT.
070600     MOVE SPACES TO XL-LINE.
070700     MOVE 1 TO EX-POINTER.
070800     STRING EX-BUS-DATE ',' RO-RECORD-NUMBER ',' DELIMITED BY SIZE
070900         RO-OPERATOR-ID DELIMITED BY SPACE
071000         ',' DELIMITED BY SIZE
071100         RO-OPERATION DELIMITED BY SPACE
071200         ',' DELIMITED BY SIZE
071300         EX-COL-NUM1 DELIMITED BY SPACE
071400         ',' DELIMITED BY SIZE
071500         EX-COL-NUM2 DELIMITED BY SPACE
071600         ',' EX-COL-AMOUNT ',' DELIMITED BY SIZE
071700         RO-STATUS DELIMITED BY SPACE
071800         ',' DELIMITED BY SIZE
071900         RO-CHAIN-FLAG DELIMITED BY SPACE
072000         INTO XL-LINE WITH POINTER EX-POINTER.
072100     WRITE XR-RECORD FROM XL-LINE.
072200     ADD 1 TO EX-RSLT-COUNT.
072300     ADD RO-RESULT TO EX-RSLT-TOTAL.
072400 4100-EXIT.
072500     EXIT.
072600
072700******************************************************************
072800*     5000 THRU 5100 - EXPORT THE POSTING/ACKNOWLEDGMENT STATUS  *
072900*     OF EVERY ITEM ON THE UNPOSTED MASTER AS OF THE BUSINESS    *
073000*     DATE, ONCE.  AN ITEM WITH A LEDGER REASON WAS REJECTED AND *
073100*     RESENT; ONE WITHOUT IS STILL AWAITING ITS ACKNOWLEDGMENT.  *
073200******************************************************************
073300 5000-EXPORT-POSTING.
073400     IF EX-BUS-DATE NOT > EW-POSTING-DATE
073500         DISPLAY 'POSTING STATUS FOR ' EX-BUS-DATE ' ALREADY '
073600             'EXPORTED - LAST SENT ' EW-POSTING-DATE
073700         MOVE 'ALREADY-SENT' TO EX-POST-STATE
073800         GO TO 5000-EXIT
073900     END-IF.
074000     OPEN INPUT UNPOSTED-FILE.
074100     IF WS-UNPOST-STATUS NOT = '00'
074200         DISPLAY 'WARNING - UNPOSTED MASTER NOT AVAILABLE, '
074300             'STATUS = ' WS-UNPOST-STATUS
074400         MOVE 'NO-INPUT' TO EX-POST-STATE
074500         GO TO 5000-EXIT
074600     END-IF.
074700     PERFORM 5100-EXPORT-ONE-POSTING THRU 5100-EXIT
074800         UNTIL WS-UNPOST-EOF.
074900     CLOSE UNPOSTED-FILE.
075000     MOVE 'EXPORTED' TO EX-POST-STATE.
075100 5000-EXIT.
075200     EXIT.
075300
075400*----------------------------------------------------------------
075500* A MASTER WRITTEN BEFORE THE JOURNAL LINE WAS ADDED HAS BLANKS
075600* THERE; ZERO OR BLANK MEANS THE ITEM POSTED AS ITS OWN DETAIL.
075700*----------------------------------------------------------------
075800 5100-EXPORT-ONE-POSTING.
075900     READ UNPOSTED-FILE
076000         AT END
076100             MOVE 'Y' TO WS-UNPOST-EOF-SW
076200             GO TO 5100-EXIT
076300     END-READ.
076400     MOVE UM-DET-AMOUNT TO EX-EDIT-AMOUNT.
076500     IF UM-JOURNAL-LINE NUMERIC AND UM-JOURNAL-LINE NOT = ZERO
076600         MOVE UM-JOURNAL-LINE TO EX-COL-JOURNAL
076700     ELSE
076800         MOVE SPACES TO EX-COL-JOURNAL
076900     END-IF.
077000     IF UM-DET-IS-PRIOR-PERIOD
077100         MOVE UM-DET-ORIGINAL-DATE TO EX-COL-DATE
077200     ELSE
077300         MOVE SPACES TO EX-COL-DATE
077400     END-IF.
077500     IF UM-ACK-REASON = SPACES
077600         MOVE 'AWAITING' TO EX-COL-ACK-STATUS
077700     ELSE
077800         MOVE 'REJECTED' TO EX-COL-ACK-STATUS
077900     END-IF.
078000     MOVE SPACES TO XL-LINE.
078100     MOVE 1 TO EX-POINTER.
078200     STRING EX-BUS-DATE ',' UM-DET-DATE ',' UM-DET-SOURCE ','
078300             DELIMITED BY SIZE
078400         EX-COL-JOURNAL DELIMITED BY SPACE
078500         ',' DELIMITED BY SIZE
078600         UM-DET-ACCOUNT DELIMITED BY SPACE
078700         ',' DELIMITED BY SIZE
078800         UM-DET-DR-CR DELIMITED BY SPACE
078900         ',' EX-COL-AMOUNT ',' UM-FIRST-DATE ',' DELIMITED BY SIZE
079000         EX-COL-ACK-STATUS DELIMITED BY SPACE
079100         ',' DELIMITED BY SIZE
079200         UM-ACK-REASON DELIMITED BY SPACE
079300         ',' DELIMITED BY SIZE
079400         UM-OPERATOR DELIMITED BY SPACE
079500         ',' DELIMITED BY SIZE
079600         UM-OPERATION DELIMITED BY SPACE
079700         ',' DELIMITED BY SIZE
079800         UM-DET-PRIOR-PERIOD DELIMITED BY SPACE
079900         ',' DELIMITED BY SIZE
080000         EX-COL-DATE DELIMITED BY SPACE
080100         INTO XL-LINE WITH POINTER EX-POINTER.
080200     WRITE XP-RECORD FROM XL-LINE.
080300     ADD 1 TO EX-POST-COUNT.
080400     ADD UM-DET-AMOUNT TO EX-POST-TOTAL.
080500 5100-EXIT.
080600     EXIT.
080700
080800******************************************************************
080900*     6000 THRU 6100 - CONTROL FILE: ONE ROW PER EXPORT FILE     *
081000*     WITH ITS ROW COUNT, AMOUNT TOTAL, KEY RANGE AND STATE.     *
081100*     THE HEADER ROW OF EACH FILE IS NOT COUNTED.                *
081200******************************************************************
081300 6000-WRITE-CONTROL.
081400     MOVE 'EXPHIST ' TO EC-FILE-NAME.
081500     MOVE EX-HIST-COUNT TO EC-COUNT.
081600     MOVE EX-HIST-TOTAL TO EC-TOTAL.
081700     MOVE EX-FIRST-RUN-SENT TO EC-FROM-KEY.
081800     MOVE EX-LAST-RUN-SENT TO EC-TO-KEY.
081900     MOVE EX-HIST-STATE TO EC-STATE.
082000     PERFORM 6100-WRITE-CONTROL-ROW THRU 6100-EXIT.
082100     MOVE 'EXPRSLT ' TO EC-FILE-NAME.
082200     MOVE EX-RSLT-COUNT TO EC-COUNT.
082300     MOVE EX-RSLT-TOTAL TO EC-TOTAL.
082400     MOVE SPACES TO EC-FROM-KEY.
082500     MOVE SPACES TO EC-TO-KEY.
082600     IF EX-RSLT-STATE = 'EXPORTED'
082700         MOVE EX-BUS-DATE TO EC-FROM-KEY
082800         MOVE EX-BUS-DATE TO EC-TO-KEY
082900     END-IF.
083000     MOVE EX-RSLT-STATE TO EC-STATE.
083100     PERFORM 6100-WRITE-CONTROL-ROW THRU 6100-EXIT.
083200     MOVE 'EXPPOST ' TO EC-FILE-NAME.
083300     MOVE EX-POST-COUNT TO EC-COUNT.
083400     MOVE EX-POST-TOTAL TO EC-TOTAL.
083500     MOVE SPACES TO EC-FROM-KEY.
083600     MOVE SPACES TO EC-TO-KEY.
083700     IF EX-POST-STATE = 'EXPORTED'
083800         MOVE EX-BUS-DATE TO EC-FROM-KEY
083900         MOVE EX-BUS-DATE TO EC-TO-KEY
084000     END-IF.
084100     MOVE EX-POST-STATE TO EC-STATE.
084200     PERFORM 6100-WRITE-CONTROL-ROW THRU 6100-EXIT.
084300 6000-EXIT.
084400     EXIT.
084500
084600 6100-WRITE-CONTROL-ROW.
084700     MOVE EC-COUNT TO EX-COL-COUNT.
084800     MOVE EC-TOTAL TO EX-EDIT-TOTAL.
084900     MOVE SPACES TO XL-LINE.
085000     MOVE 1 TO EX-POINTER.
085100     STRING EC-FILE-NAME DELIMITED BY SPACE
085200         ',' EX-BUS-DATE ',' EX-RUN-DATE ',' EX-RUN-TIME ','
085300         EX-COL-COUNT ',' EX-COL-TOTAL ',' DELIMITED BY SIZE
085400         EC-FROM-KEY DELIMITED BY SPACE
085500         ',' DELIMITED BY SIZE
085600         EC-TO-KEY DELIMITED BY SPACE
085700         ',' DELIMITED BY SIZE
085800         EC-STATE DELIMITED BY SPACE
085900         INTO XL-LINE WITH POINTER EX-POINTER.
086000     WRITE XC-RECORD FROM XL-LINE.
086100 6100-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500*     8000 - CARRY THE WATERMARK FORWARD.  THE HISTORY RUN ID    *
086600*     MOVES UP TO THE LAST SEALED RUN; A DATE MOVES ONLY WHEN    *
086700*     ITS FILE WAS EXPORTED.                                     *
086800******************************************************************
086900 8000-WRITE-WATERMARK.
087000     OPEN OUTPUT NEWWM-FILE.
087100     IF WS-NEWWM-STATUS NOT = '00'
087200         DISPLAY 'ERROR - CANNOT OPEN NEW EXPORT WATERMARK, '
087300             'STATUS = ' WS-NEWWM-STATUS
087400         MOVE 'N' TO WS-EXPORT-OK-SW
087500         GO TO 8000-EXIT
087600     END-IF.
087700     IF EX-LAST-SEALED-RUN > EW-HIST-RUN-ID
087800         MOVE EX-LAST-SEALED-RUN TO EW-HIST-RUN-ID
087900     END-IF.
088000     IF EX-RSLT-STATE = 'EXPORTED'
088100         MOVE EX-BUS-DATE TO EW-RESULT-DATE
088200     END-IF.
088300     IF EX-POST-STATE = 'EXPORTED'
088400         MOVE EX-BUS-DATE TO EW-POSTING-DATE
088500     END-IF.
088600     MOVE EX-RUN-DATE TO EW-EXPORT-DATE.
088700     MOVE EX-RUN-TIME TO EW-EXPORT-TIME.
088800     WRITE WO-RECORD FROM EW-RECORD.
088900     CLOSE NEWWM-FILE.
089000 8000-EXIT.
089100     EXIT.
089200
089300******************************************************************
089400*                   9000 - END OF RUN TERMINATION                *
089500******************************************************************
089600 9000-TERMINATE.
089700     IF WS-EXPORT-OK
089800         CLOSE HIST-EXPORT-FILE
089900         CLOSE RSLT-EXPORT-FILE
090000         CLOSE POST-EXPORT-FILE
090100         CLOSE CTL-EXPORT-FILE
090200         PERFORM 8000-WRITE-WATERMARK THRU 8000-EXIT
090300     END-IF.
090400     IF WS-EXPORT-OK
090500         DISPLAY 'HISTORY ROWS ' EX-HIST-COUNT ' ' EX-HIST-STATE
090600             ' HELD FOR AN UNSEALED RUN ' EX-HELD-COUNT
090700         DISPLAY 'RESULT ROWS  ' EX-RSLT-COUNT ' ' EX-RSLT-STATE
090800         DISPLAY 'POSTING ROWS ' EX-POST-COUNT ' ' EX-POST-STATE
090900         DISPLAY 'WAREHOUSE EXPORT COMPLETE - WATERMARK NOW RUN '
091000             EW-HIST-RUN-ID
091100     ELSE
091200         DISPLAY 'WAREHOUSE EXPORT DID NOT COMPLETE - SEE '
091300             'MESSAGES ABOVE'
091400     END-IF.
091500 9000-EXIT.
091600     EXIT.
