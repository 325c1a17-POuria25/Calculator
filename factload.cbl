001440*                   NEXT QUARTER'S RATES CAN BE LOADED WEEKS     *
001450*                   AHEAD.  CARD AND TABLE RECORDS GREW FROM     *
001460*                   37 TO 45.                                    *
001465*  10/15/2026  DPW  THE FACTOR TABLE ROW GREW FROM 45 TO 53 FOR  *
001470*                   AN END DATE, WRITTEN AS ZERO (OPEN) ON LOAD. *
001475*                   THIS PROGRAM NOW ONLY LOADS AN EMPTY TABLE - *
001480*                   ONCE ROWS EXIST, CHANGES GO THROUGH FACTMNT  *
001485*                   UNDER TWO-PERSON CONTROL, AND A LOAD OVER A  *
001490*                   POPULATED TABLE IS REFUSED.                  *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
004100*----------------------------------------------------------------
004200* NAMED-FACTOR TABLE - READ BY THE CALCULATOR AT DISPATCH TIME.
004210* THE VALUE IN EFFECT FOR A RUN DATE IS THE ROW WITH THE
004220* HIGHEST EFFECTIVE DATE NOT AFTER THAT RUN DATE, UNLESS THAT
004230* ROW'S END DATE HAS PASSED.  ZERO END DATE = STILL IN EFFECT.
004300*----------------------------------------------------------------
004400 FD  FACTOR-FILE
004500     RECORD CONTAINS 53 CHARACTERS.
004600 01  FA-RECORD.
004700     05  FA-KEY.
004710         10  FA-CODE             PIC X(04).
004800     05  FA-VALUE                PIC S9(10)V99
004900         SIGN IS TRAILING SEPARATE CHARACTER.
005000     05  FA-DESCRIPTION          PIC X(20).
005010     05  FA-END-DATE             PIC 9(08).
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-CARD-STATUS              PIC X(02).
005740
005750 01  WS-FACTOR-OPEN-SW           PIC X(01)  VALUE 'N'.
005760     88  WS-FACTOR-IS-OPEN       VALUE 'Y'.
005770
005780 01  WS-TABLE-LOADED-SW          PIC X(01)  VALUE 'N'.
005790     88  WS-TABLE-LOADED         VALUE 'Y'.
005800
005900 01  WS-PRIOR-KEY                PIC X(12)  VALUE LOW-VALUES.
006000
007900*                    1000-INITIALIZE                             *
008000******************************************************************
008100 1000-INITIALIZE.
008110     PERFORM 1100-CHECK-TABLE-EMPTY THRU 1100-EXIT.
008120     IF WS-TABLE-LOADED
008130         DISPLAY 'RUN REFUSED - FACTOR TABLE ALREADY LOADED.  '
008140             'CHANGE IT THROUGH FACTMNT'
008150         MOVE 'Y' TO WS-CARD-EOF-SW
008160         GO TO 1000-EXIT
008170     END-IF.
008200     OPEN INPUT FACTOR-CARD-FILE.
008300     IF WS-CARD-STATUS NOT = '00'
008400         DISPLAY 'ERROR - CANNOT OPEN FACTOR CARD FILE, STATUS = '
009610     MOVE 'Y' TO WS-FACTOR-OPEN-SW.
009700     PERFORM 2100-READ-CARD THRU 2100-EXIT.
009800 1000-EXIT.
009805     EXIT.
009810
009815*----------------------------------------------------------------
009821* A TABLE THAT ALREADY HOLDS ROWS IS NEVER RELOADED - A RELOAD
009826* WOULD SILENTLY UNDO CHANGES APPROVED THROUGH FACTMNT.  A TABLE
009831* THAT CANNOT BE OPENED FOR INPUT IS TAKEN AS NOT YET BUILT.
009836*----------------------------------------------------------------
009842 1100-CHECK-TABLE-EMPTY.
009847     OPEN INPUT FACTOR-FILE.
009852     IF WS-FACTOR-STATUS NOT = '00'
009857         GO TO 1100-EXIT
009863     END-IF.
009868     READ FACTOR-FILE
009873         NOT AT END
009878             MOVE 'Y' TO WS-TABLE-LOADED-SW
009884     END-READ.
009889     CLOSE FACTOR-FILE.
009894 1100-EXIT.
009900     EXIT.
010000
010100******************************************************************
011600             ADD 1 TO FL-COUNT-REJECTED
011700         WHEN OTHER
011800             MOVE FC-RECORD TO FA-RECORD
011810             MOVE ZERO TO FA-END-DATE
011900             WRITE FA-RECORD
012000                 INVALID KEY
012100                     DISPLAY 'REJECTED - WRITE FAILED FOR CODE '
