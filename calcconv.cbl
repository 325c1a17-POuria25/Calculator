000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CALCCONV.
000300 AUTHOR.        D-SHIFT PRODUCTION SUPPORT.
000400 INSTALLATION.  FINANCE BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*                MODIFICATION HISTORY                           *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ------------------------------------------  *
001100*  10/15/2026  DPW  ORIGINAL ONE-TIME CONVERSION OF THE FILES    *
001200*                   THAT GREW FOR THE APPROVAL QUEUE, THE        *
001300*                   AMORTIZATION TERM AND DUPLICATE DETECTION:   *
001400*                   THE OPERATOR MASTER (48 TO 63), THE SECURITY *
001500*                   AUDIT FILE (55 TO 70) AND THE CARRIED-       *
001600*                   FORWARD REJECTS (58 TO 77).                  *
001700******************************************************************
001800*  RUN ONCE, BEFORE THE FIRST NIGHT ON THE NEW LAYOUTS.  THE     *
001900*  EXISTING FILES ARE FIRST RENAMED TO THE CONVERSION INPUTS:    *
002000*    OPERMAST -> OPERCNV   OPAUDIT -> AUDCNV   REJOLD -> REJCNV  *
002100*  EACH IS THEN REWRITTEN UNDER ITS OWN NAME IN THE NEW LAYOUT:  *
002200*    OPERATOR  - APPROVAL LIMIT ZERO (NO LIMIT), SUPERVISOR 'N'  *
002300*    AUDIT     - NEW LIMIT ZERO, NEW SUPERVISOR FLAG BLANK       *
002400*    REJECTS   - TERM 000 AFTER THE 46-BYTE TRANSACTION, AND     *
002500*                ZERO DUPLICATE DATE AND RECORD NUMBER           *
002600*  A MISSING INPUT IS SKIPPED.  A FILE WHOSE NEW-LAYOUT OUTPUT   *
002700*  ALREADY HOLDS RECORDS IS NOT CONVERTED AGAIN.  ANY ERROR OR   *
002800*  REFUSAL GIVES RETURN CODE 8.                                  *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OLDOPER-FILE ASSIGN TO OPERCNV
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS CO-OPERATOR-ID
003700         FILE STATUS IS WS-OLDOPER-STATUS.
003800
003900     SELECT OPERMAST-FILE ASSIGN TO OPERMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS OM-OPERATOR-ID
004300         FILE STATUS IS WS-OPERMAST-STATUS.
004400
004500     SELECT OLDAUDIT-FILE ASSIGN TO AUDCNV
004600         FILE STATUS IS WS-OLDAUDIT-STATUS.
004700
004800     SELECT OPAUDIT-FILE ASSIGN TO OPAUDIT
004900         FILE STATUS IS WS-OPAUDIT-STATUS.
005000
005100     SELECT OLDREJ-FILE ASSIGN TO REJCNV
005200         FILE STATUS IS WS-OLDREJ-STATUS.
005300
005400     SELECT REJOLD-FILE ASSIGN TO REJOLD
005500         FILE STATUS IS WS-REJOLD-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* OPERATOR SECURITY MASTER - LAYOUT BEFORE THE APPROVAL LIMIT
006100*----------------------------------------------------------------
006200 FD  OLDOPER-FILE
006300     RECORD CONTAINS 48 CHARACTERS.
006400 01  CO-RECORD.
006500     05  CO-OPERATOR-ID          PIC X(08).
006600     05  FILLER                  PIC X(40).
006700
006800*----------------------------------------------------------------
006900* OPERATOR SECURITY MASTER - CURRENT LAYOUT
007000*----------------------------------------------------------------
007100 FD  OPERMAST-FILE
007200     RECORD CONTAINS 63 CHARACTERS.
007300 01  OM-RECORD.
007400     05  OM-OLD-IMAGE.
007500         10  OM-OPERATOR-ID      PIC X(08).
007600         10  FILLER              PIC X(40).
007700     05  OM-APPROVAL-LIMIT       PIC 9(12)V99.
007800     05  OM-SUPERVISOR           PIC X(01).
007900
008000*----------------------------------------------------------------
008100* OPERATOR SECURITY AUDIT - LAYOUT BEFORE THE APPROVAL LIMIT
008200*----------------------------------------------------------------
008300 FD  OLDAUDIT-FILE
008400     RECORD CONTAINS 55 CHARACTERS.
008500 01  CA-RECORD                   PIC X(55).
008600
008700*----------------------------------------------------------------
008800* OPERATOR SECURITY AUDIT - CURRENT LAYOUT
008900*----------------------------------------------------------------
009000 FD  OPAUDIT-FILE
009100     RECORD CONTAINS 70 CHARACTERS.
009200 01  OA-RECORD.
009300     05  OA-OLD-IMAGE            PIC X(55).
009400     05  OA-NEW-LIMIT            PIC 9(12)V99.
009500     05  OA-NEW-SUPERVISOR       PIC X(01).
009600
009700*----------------------------------------------------------------
009800* CARRIED-FORWARD REJECTS - LAYOUT BEFORE THE TERM AND THE
009900* DUPLICATE REFERENCE
010000*----------------------------------------------------------------
010100 FD  OLDREJ-FILE
010200     RECORD CONTAINS 58 CHARACTERS.
010300 01  CR-RECORD.
010400     05  CR-TRAN-IMAGE           PIC X(46).
010500     05  CR-REJECT-INFO          PIC X(12).
010600
010700*----------------------------------------------------------------
010800* CARRIED-FORWARD REJECTS - CURRENT LAYOUT.  THE REASON, REJECT
010900* DATE AND RESUBMISSION COUNT MOVE AS ONE 12-BYTE GROUP.
011000*----------------------------------------------------------------
011100 FD  REJOLD-FILE
011200     RECORD CONTAINS 77 CHARACTERS.
011300 01  RH-RECORD.
011400     05  RH-TRAN-IMAGE           PIC X(46).
011500     05  RH-TERM                 PIC 9(03).
011600     05  RH-REJECT-INFO          PIC X(12).
011700     05  RH-DUP-DATE             PIC 9(08).
011800     05  RH-DUP-RECORD-NUMBER    PIC 9(08).
011900
012000 WORKING-STORAGE SECTION.
012100 01  WS-OLDOPER-STATUS           PIC X(02).
012200 01  WS-OPERMAST-STATUS          PIC X(02).
012300 01  WS-OLDAUDIT-STATUS          PIC X(02).
012400 01  WS-OPAUDIT-STATUS           PIC X(02).
012500 01  WS-OLDREJ-STATUS            PIC X(02).
012600 01  WS-REJOLD-STATUS            PIC X(02).
012700
012800 01  WS-RUN-OK-SW                PIC X(01)  VALUE 'Y'.
012900     88  WS-RUN-OK               VALUE 'Y'.
013000
013100 01  WS-INPUT-EOF-SW             PIC X(01)  VALUE 'N'.
013200     88  WS-INPUT-EOF            VALUE 'Y'.
013300
013400 01  WS-OUTPUT-LOADED-SW         PIC X(01)  VALUE 'N'.
013500     88  WS-OUTPUT-LOADED        VALUE 'Y'.
013600
013700 77  CV-OPER-COUNT               PIC 9(07)  COMP  VALUE ZERO.
013800 77  CV-AUDIT-COUNT              PIC 9(07)  COMP  VALUE ZERO.
013900 77  CV-REJECT-COUNT             PIC 9(07)  COMP  VALUE ZERO.
014000
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*                        0000-MAINLINE                          *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 2000-CONVERT-OPERMAST THRU 2000-EXIT.
014700     PERFORM 3000-CONVERT-OPAUDIT THRU 3000-EXIT.
014800     PERFORM 4000-CONVERT-REJECTS THRU 4000-EXIT.
014900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
015000     STOP RUN.
015100
015200******************************************************************
015300*          2000 - OPERATOR MASTER, 48 TO 63 CHARACTERS           *
015400*  THE OLD MASTER IS READ IN KEY ORDER, SO THE NEW ONE IS        *
015500*  WRITTEN SEQUENTIALLY.  A ZERO LIMIT MEANS NO LIMIT, SO EVERY  *
015600*  OPERATOR POSTS AS BEFORE UNTIL A LIMIT IS SET.                *
015700******************************************************************
015800 2000-CONVERT-OPERMAST.
015900     MOVE 'N' TO WS-OUTPUT-LOADED-SW.
016000     OPEN INPUT OPERMAST-FILE.
016100     IF WS-OPERMAST-STATUS = '00'
016200         READ OPERMAST-FILE
016300             NOT AT END
016400                 MOVE 'Y' TO WS-OUTPUT-LOADED-SW
016500         END-READ
016600         CLOSE OPERMAST-FILE
016700     END-IF.
016800     IF WS-OUTPUT-LOADED
016900         DISPLAY 'REFUSED - OPERMAST ALREADY HOLDS CONVERTED '
017000             'RECORDS, OPERATOR MASTER NOT CONVERTED AGAIN'
017100         MOVE 'N' TO WS-RUN-OK-SW
017200         GO TO 2000-EXIT
017300     END-IF.
017400     OPEN INPUT OLDOPER-FILE.
017500     IF WS-OLDOPER-STATUS = '35'
017600         DISPLAY 'NO OPERCNV - OPERATOR MASTER NOT CONVERTED'
017700         GO TO 2000-EXIT
017800     END-IF.
017900     IF WS-OLDOPER-STATUS NOT = '00'
018000         DISPLAY 'ERROR - CANNOT OPEN OPERCNV, STATUS = '
018100             WS-OLDOPER-STATUS
018200         MOVE 'N' TO WS-RUN-OK-SW
018300         GO TO 2000-EXIT
018400     END-IF.
018500     OPEN OUTPUT OPERMAST-FILE.
018600     IF WS-OPERMAST-STATUS NOT = '00'
018700         DISPLAY 'ERROR - CANNOT OPEN OPERMAST, STATUS = '
018800             WS-OPERMAST-STATUS
018900         MOVE 'N' TO WS-RUN-OK-SW
019000         CLOSE OLDOPER-FILE
019100         GO TO 2000-EXIT
019200     END-IF.
019300     MOVE 'N' TO WS-INPUT-EOF-SW.
019400     PERFORM 2100-READ-OLD-OPER THRU 2100-EXIT.
019500     PERFORM 2200-WRITE-OPER THRU 2200-EXIT
019600         UNTIL WS-INPUT-EOF.
019700     CLOSE OLDOPER-FILE.
019800     CLOSE OPERMAST-FILE.
019900     DISPLAY 'OPERATOR MASTER CONVERTED - RECORDS ' CV-OPER-COUNT.
020000 2000-EXIT.
020100     EXIT.
020200
020300 2100-READ-OLD-OPER.
020400     READ OLDOPER-FILE
020500         AT END
020600             MOVE 'Y' TO WS-INPUT-EOF-SW
020700     END-READ.
020800     IF NOT WS-INPUT-EOF
020900             AND WS-OLDOPER-STATUS NOT = '00'
021000         DISPLAY 'ERROR - READ FAILED ON OPERCNV, STATUS = '
021100             WS-OLDOPER-STATUS
021200         MOVE 'N' TO WS-RUN-OK-SW
021300         MOVE 'Y' TO WS-INPUT-EOF-SW
021400     END-IF.
021500 2100-EXIT.
021600     EXIT.
021700
021800 2200-WRITE-OPER.
021900     MOVE CO-RECORD TO OM-OLD-IMAGE.
022000     MOVE ZERO TO OM-APPROVAL-LIMIT.
022100     MOVE 'N' TO OM-SUPERVISOR.
022200     WRITE OM-RECORD
022300         INVALID KEY
022400             DISPLAY 'ERROR - WRITE FAILED FOR OPERATOR '
022500                 OM-OPERATOR-ID ' STATUS = ' WS-OPERMAST-STATUS
022600             MOVE 'N' TO WS-RUN-OK-SW
022700         NOT INVALID KEY
022800             ADD 1 TO CV-OPER-COUNT
022900     END-WRITE.
023000     PERFORM 2100-READ-OLD-OPER THRU 2100-EXIT.
023100 2200-EXIT.
023200     EXIT.
023300
023400******************************************************************
023500*          3000 - SECURITY AUDIT FILE, 55 TO 70 CHARACTERS       *
023600*  ENTRIES LOGGED BEFORE THE APPROVAL LIMIT CARRY A ZERO LIMIT   *
023700*  AND A BLANK SUPERVISOR FLAG - NEITHER EXISTED WHEN LOGGED.    *
023800******************************************************************
023900 3000-CONVERT-OPAUDIT.
024000     MOVE 'N' TO WS-OUTPUT-LOADED-SW.
024100     OPEN INPUT OPAUDIT-FILE.
024200     IF WS-OPAUDIT-STATUS = '00'
024300         READ OPAUDIT-FILE
024400             NOT AT END
024500                 MOVE 'Y' TO WS-OUTPUT-LOADED-SW
024600         END-READ
024700         CLOSE OPAUDIT-FILE
024800     END-IF.
024900     IF WS-OUTPUT-LOADED
025000         DISPLAY 'REFUSED - OPAUDIT ALREADY HOLDS CONVERTED '
025100             'RECORDS, AUDIT FILE NOT CONVERTED AGAIN'
025200         MOVE 'N' TO WS-RUN-OK-SW
025300         GO TO 3000-EXIT
025400     END-IF.
025500     OPEN INPUT OLDAUDIT-FILE.
025600     IF WS-OLDAUDIT-STATUS = '35'
025700         DISPLAY 'NO AUDCNV - AUDIT FILE NOT CONVERTED'
025800         GO TO 3000-EXIT
025900     END-IF.
026000     IF WS-OLDAUDIT-STATUS NOT = '00'
026100         DISPLAY 'ERROR - CANNOT OPEN AUDCNV, STATUS = '
026200             WS-OLDAUDIT-STATUS
026300         MOVE 'N' TO WS-RUN-OK-SW
026400         GO TO 3000-EXIT
026500     END-IF.
026600     OPEN OUTPUT OPAUDIT-FILE.
026700     IF WS-OPAUDIT-STATUS NOT = '00'
026800         DISPLAY 'ERROR - CANNOT OPEN OPAUDIT, STATUS = '
026900             WS-OPAUDIT-STATUS
027000         MOVE 'N' TO WS-RUN-OK-SW
027100         CLOSE OLDAUDIT-FILE
027200         GO TO 3000-EXIT
027300     END-IF.
027400     MOVE 'N' TO WS-INPUT-EOF-SW.
027500     PERFORM 3100-READ-OLD-AUDIT THRU 3100-EXIT.
027600     PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT
027700         UNTIL WS-INPUT-EOF.
027800     CLOSE OLDAUDIT-FILE.
027900     CLOSE OPAUDIT-FILE.
028000     DISPLAY 'AUDIT FILE CONVERTED - RECORDS ' CV-AUDIT-COUNT.
028100 3000-EXIT.
028200     EXIT.
028300
028400 3100-READ-OLD-AUDIT.
028500     READ OLDAUDIT-FILE
028600         AT END
028700             MOVE 'Y' TO WS-INPUT-EOF-SW
028800     END-READ.
028900     IF NOT WS-INPUT-EOF
029000             AND WS-OLDAUDIT-STATUS NOT = '00'
029100         DISPLAY 'ERROR - READ FAILED ON AUDCNV, STATUS = '
029200             WS-OLDAUDIT-STATUS
029300         MOVE 'N' TO WS-RUN-OK-SW
029400         MOVE 'Y' TO WS-INPUT-EOF-SW
029500     END-IF.
029600 3100-EXIT.
029700     EXIT.
029800
029900 3200-WRITE-AUDIT.
030000     MOVE CA-RECORD TO OA-OLD-IMAGE.
030100     MOVE ZERO TO OA-NEW-LIMIT.
030200     MOVE SPACE TO OA-NEW-SUPERVISOR.
030300     WRITE OA-RECORD.
030400     IF WS-OPAUDIT-STATUS NOT = '00'
030500         DISPLAY 'ERROR - WRITE FAILED ON OPAUDIT, STATUS = '
030600             WS-OPAUDIT-STATUS
030700         MOVE 'N' TO WS-RUN-OK-SW
030800         MOVE 'Y' TO WS-INPUT-EOF-SW
030900         GO TO 3200-EXIT
031000     END-IF.
031100     ADD 1 TO CV-AUDIT-COUNT.
031200     PERFORM 3100-READ-OLD-AUDIT THRU 3100-EXIT.
031300 3200-EXIT.
031400     EXIT.
031500
031600******************************************************************
031700*          4000 - CARRIED-FORWARD REJECTS, 58 TO 77 CHARACTERS   *
031800*  THE TERM GOES IN AFTER THE OLD 46-BYTE TRANSACTION, AHEAD OF  *
031900*  THE REASON, SO THIS IS A REBUILD AND NOT A PAD.  A TERM OF    *
032000*  000 IS WHAT A TRANSACTION WITHOUT ONE CARRIES; A ZERO         *
032100*  DUPLICATE DATE IS WHAT EVERY REASON BUT 12 CARRIES.           *
032200******************************************************************
032300 4000-CONVERT-REJECTS.
032400     MOVE 'N' TO WS-OUTPUT-LOADED-SW.
032500     OPEN INPUT REJOLD-FILE.
032600     IF WS-REJOLD-STATUS = '00'
032700         READ REJOLD-FILE
032800             NOT AT END
032900                 MOVE 'Y' TO WS-OUTPUT-LOADED-SW
033000         END-READ
033100         CLOSE REJOLD-FILE
033200     END-IF.
033300     IF WS-OUTPUT-LOADED
033400         DISPLAY 'REFUSED - REJOLD ALREADY HOLDS CONVERTED '
033500             'RECORDS, REJECTS NOT CONVERTED AGAIN'
033600         MOVE 'N' TO WS-RUN-OK-SW
033700         GO TO 4000-EXIT
033800     END-IF.
033900     OPEN INPUT OLDREJ-FILE.
034000     IF WS-OLDREJ-STATUS = '35'
034100         DISPLAY 'NO REJCNV - REJECTS NOT CONVERTED'
034200         GO TO 4000-EXIT
034300     END-IF.
034400     IF WS-OLDREJ-STATUS NOT = '00'
034500         DISPLAY 'ERROR - CANNOT OPEN REJCNV, STATUS = '
034600             WS-OLDREJ-STATUS
034700         MOVE 'N' TO WS-RUN-OK-SW
034800         GO TO 4000-EXIT
034900     END-IF.
035000     OPEN OUTPUT REJOLD-FILE.
035100     IF WS-REJOLD-STATUS NOT = '00'
035200         DISPLAY 'ERROR - CANNOT OPEN REJOLD, STATUS = '
035300             WS-REJOLD-STATUS
035400         MOVE 'N' TO WS-RUN-OK-SW
035500         CLOSE OLDREJ-FILE
035600         GO TO 4000-EXIT
035700     END-IF.
035800     MOVE 'N' TO WS-INPUT-EOF-SW.
035900     PERFORM 4100-READ-OLD-REJECT THRU 4100-EXIT.
036000     PERFORM 4200-WRITE-REJECT THRU 4200-EXIT
036100         UNTIL WS-INPUT-EOF.
036200     CLOSE OLDREJ-FILE.
036300     CLOSE REJOLD-FILE.
036400     DISPLAY 'REJECTS CONVERTED - RECORDS ' CV-REJECT-COUNT.
036500 4000-EXIT.
036600     EXIT.
036700
036800 4100-READ-OLD-REJECT.
036900     READ OLDREJ-FILE
037000         AT END
037100             MOVE 'Y' TO WS-INPUT-EOF-SW
037200     END-READ.
037300     IF NOT WS-INPUT-EOF
037400             AND WS-OLDREJ-STATUS NOT = '00'
037500         DISPLAY 'ERROR - READ FAILED ON REJCNV, STATUS = '
037600             WS-OLDREJ-STATUS
037700         MOVE 'N' TO WS-RUN-OK-SW
037800         MOVE 'Y' TO WS-INPUT-EOF-SW
037900     END-IF.
038000 4100-EXIT.
038100     EXIT.
038200
038300 4200-WRITE-REJECT.
038400     MOVE CR-TRAN-IMAGE TO RH-TRAN-IMAGE.
038500     MOVE ZERO TO RH-TERM.
038600     MOVE CR-REJECT-INFO TO RH-REJECT-INFO.
038700     MOVE ZERO TO RH-DUP-DATE.
038800     MOVE ZERO TO RH-DUP-RECORD-NUMBER.
038900     WRITE RH-RECORD.
039000     IF WS-REJOLD-STATUS NOT = '00'
039100         DISPLAY 'ERROR - WRITE FAILED ON REJOLD, STATUS = '
039200             WS-REJOLD-STATUS
039300         MOVE 'N' TO WS-RUN-OK-SW
039400         MOVE 'Y' TO WS-INPUT-EOF-SW
039500         GO TO 4200-EXIT
039600     END-IF.
039700     ADD 1 TO CV-REJECT-COUNT.
039800     PERFORM 4100-READ-OLD-REJECT THRU 4100-EXIT.
039900 4200-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*                   9000 - END OF RUN TERMINATION                *
040400******************************************************************
040500 9000-TERMINATE.
040600     IF WS-RUN-OK
040700         DISPLAY 'CONVERSION COMPLETE - OPERATORS ' CV-OPER-COUNT
040800             ' AUDIT ' CV-AUDIT-COUNT
040900             ' REJECTS ' CV-REJECT-COUNT
041000     ELSE
041100         DISPLAY 'CONVERSION DID NOT COMPLETE - SEE MESSAGES'
041200         MOVE 8 TO RETURN-CODE
041300     END-IF.
041400 9000-EXIT.
041500     EXIT.
