001900*                   PERIOD.  BUILT FOR THE MONTHLY DESK          *
002000*                   REVIEW FROM THE SAME HISTORY ROWS THE        *
002100*                   AUDITORS USE.                                *
002110*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 79 TO 83 FOR THE   *
002120*                   FORMULA CODE AND STEP NUMBER.  EACH FORMULA  *
002130*                   STEP COUNTS UNDER ITS OWN OPERATION, AS A    *
002140*                   CHAIN STEP DOES.                             *
002150*  10/15/2026  DPW  NEW OPERATION SLOT FOR AMORTIZATION (AM);    *
002160*                   OTHER MOVES TO SLOT 9.                       *
002170*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 83 TO 99 FOR THE   *
002180*                   RUN ID.  THE RUN SEAL RECORDS ARE PASSED     *
002190*                   OVER AND NOT COUNTED AS ROWS READ.           *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
005100* ARCHIVE GENERATIONS UNDER THIS NAME.
005200*----------------------------------------------------------------
005300 FD  HISTORY-FILE
005400     RECORD CONTAINS 99 CHARACTERS.
005500 01  HS-RECORD.
005600     05  HS-DATE                 PIC 9(08).
005700     05  HS-TIME                 PIC 9(08).
005800     05  HS-OPERATOR-ID          PIC X(08).
005810         88  HS-SEAL-RECORD      VALUE '*SEAL*'.
005900     05  HS-NUM1                 PIC S9(10)V99
006000         SIGN IS TRAILING SEPARATE CHARACTER.
006100     05  HS-OPERATION            PIC X(02).
006500         SIGN IS TRAILING SEPARATE CHARACTER.
006600     05  HS-FACTOR-CODE          PIC X(04).
006700     05  HS-FACTOR-DATE          PIC 9(08).
006710     05  HS-FORMULA-CODE         PIC X(02).
006720     05  HS-FORMULA-STEP         PIC 9(02).
006730     05  HS-RUN-ID               PIC X(16).
006800
006900*----------------------------------------------------------------
007000* PRINT-IMAGE ACTIVITY STATEMENT
012200* OPERATOR ACTIVITY TABLE.  PER OPERATOR: COUNTS AND RESULT
012300* TOTALS BY OPERATION FOR THE CURRENT AND PRIOR PERIODS, AND
012400* UP TO 31 DISTINCT ACTIVITY DAYS INSIDE THE CURRENT PERIOD.
012500* OPERATION SLOTS: 1=+ 2=- 3=X 4=/ 5=% 6=^ 7=SQ 8=AM 9=OTHER.
012600*----------------------------------------------------------------
012700 01  OP-OPERATOR-TABLE.
012800     05  OP-MAX                  PIC 9(04)  COMP  VALUE 100.
012900     05  OP-COUNT                PIC 9(04)  COMP  VALUE ZERO.
013000     05  OP-ENTRY                OCCURS 100 TIMES.
013100         10  OP-ID               PIC X(08).
013200         10  OP-OPER-SLOT        OCCURS 9 TIMES.
013300             15  OP-CUR-COUNT    PIC 9(07)  COMP.
013400             15  OP-CUR-TOTAL    PIC S9(15)V99.
013500             15  OP-PRI-COUNT    PIC 9(07)  COMP.
015300     05  FILLER                  PIC X(02)  VALUE '% '.
015400     05  FILLER                  PIC X(02)  VALUE '^ '.
015500     05  FILLER                  PIC X(02)  VALUE 'SQ'.
015550     05  FILLER                  PIC X(02)  VALUE 'AM'.
015600     05  FILLER                  PIC X(02)  VALUE '??'.
015700 01  OP-NAME-TBL REDEFINES OP-NAME-LIST.
015800     05  OP-NAME                 OCCURS 9 TIMES
015900                                 PIC X(02).
016000
016100*----------------------------------------------------------------
037300******************************************************************
037400 2000-POST-ONE-ROW.
037500     EVALUATE TRUE
037510         WHEN HS-SEAL-RECORD
037520             CONTINUE
037600         WHEN SM-OPERATOR-FILTER NOT = SPACES
037700                 AND SM-OPERATOR-FILTER NOT = 'ALL     '
037800                 AND HS-OPERATOR-ID NOT = SM-OPERATOR-FILTER
039700         AT END
039800             MOVE 'Y' TO WS-HISTORY-EOF-SW
039900         NOT AT END
040000             IF NOT HS-SEAL-RECORD
040010                 ADD 1 TO SM-COUNT-READ
040020             END-IF
040100     END-READ.
040200 2100-EXIT.
040300     EXIT.
045200     MOVE HS-OPERATOR-ID TO OP-ID (OP-FIND-SUB).
045300     PERFORM 4110-INIT-OPER-SLOT THRU 4110-EXIT
045400         VARYING OP-SLOT-SUB FROM 1 BY 1
045500         UNTIL OP-SLOT-SUB > 9.
045600     MOVE ZERO TO OP-DAY-COUNT (OP-FIND-SUB).
045700     MOVE 'Y' TO WS-OPR-FOUND-SW.
045800 4000-EXIT.
049100             MOVE 6 TO OP-SLOT-SUB
049200         WHEN HS-OPERATION = 'sq' OR HS-OPERATION = 'SQ'
049300             MOVE 7 TO OP-SLOT-SUB
049310         WHEN HS-OPERATION = 'am' OR HS-OPERATION = 'AM'
049320             MOVE 8 TO OP-SLOT-SUB
049400         WHEN OTHER
049500             MOVE 9 TO OP-SLOT-SUB
049600     END-EVALUATE.
049700 4200-EXIT.
049800     EXIT.
056800     WRITE ST-RECORD FROM ST-OPER-HEADING.
056900     PERFORM 5200-PRINT-ONE-OPERATION THRU 5200-EXIT
057000         VARYING OP-SLOT-SUB FROM 1 BY 1
057100         UNTIL OP-SLOT-SUB > 9.
057200     WRITE ST-RECORD FROM ST-DAY-HEADING.
057300     PERFORM 5300-PRINT-ONE-DAY THRU 5300-EXIT
057400         VARYING OP-DAY-SUB FROM 1 BY 1
