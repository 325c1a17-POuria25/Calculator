001794*                   HISTORY INQUIRY CAN CARRY A SEARCH PAST      *
001795*                   THE LIVE FILE INTO THE GENERATIONS THAT      *
001796*                   COVER THE REQUESTED RANGE.                   *
001809*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 79 TO 83 FOR THE   *
001822*                   FORMULA CODE AND STEP NUMBER.                *
001835*  10/15/2026  DPW  HISTORY RECORDS GREW FROM 83 TO 99 FOR THE   *
001848*                   RUN ID.  RUN SEAL RECORDS ARE ARCHIVED OR    *
001861*                   KEPT BY THEIR DATE LIKE ANY OTHER ROW AND    *
001874*                   COUNT IN THE CATALOGED RECORD COUNT.         *
001887******************************************************************
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
003700* CALCULATION HISTORY - SAME LAYOUT THE CALCULATOR WRITES
003800*----------------------------------------------------------------
003900 FD  HISTORY-FILE
004000     RECORD CONTAINS 99 CHARACTERS.
004100 01  HS-RECORD.
004200     05  HS-DATE                 PIC 9(08).
004300     05  HS-TIME                 PIC 9(08).
005100         SIGN IS TRAILING SEPARATE CHARACTER.
005200     05  HS-FACTOR-CODE          PIC X(04).
005210     05  HS-FACTOR-DATE          PIC 9(08).
005220     05  HS-FORMULA-CODE         PIC X(02).
005230     05  HS-FORMULA-STEP         PIC 9(02).
005240     05  HS-RUN-ID               PIC X(16).
005300
005400*----------------------------------------------------------------
005500* DATED ARCHIVE GENERATION - RECORDS OLDER THAN RETENTION
005600*----------------------------------------------------------------
005700 FD  ARCHIVE-FILE
005800     RECORD CONTAINS 99 CHARACTERS.
005900 01  AR-RECORD                   PIC X(99).
006000
006100*----------------------------------------------------------------
006200* HOLD FILE - CURRENT RECORDS HELD WHILE THE LIVE FILE IS
006300* REWRITTEN IN THE SECOND PASS
006400*----------------------------------------------------------------
006500 FD  HOLD-FILE
006600     RECORD CONTAINS 99 CHARACTERS.
006700 01  HO-RECORD                   PIC X(99).
006800
006900*----------------------------------------------------------------
007000* PURGE REPORT - PRINT IMAGE
