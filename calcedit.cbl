001598*                   RANGE ARE NOW WRITTEN TO A CONTROL FILE SO    *
001599*                   THE CALCBAL BALANCING RUN CAN PROVE THE       *
001601*                   NIGHT END TO END.                             *
001603*  10/15/2026  DPW  TEMPLATE RECORDS (TYPE T) ARE NOW ACCEPTED.  *
001605*                   THE OPERATION FIELD CARRIES A FORMULA CODE,  *
001608*                   WHICH MUST BE ON THE FORMULA MASTER (NEW     *
001610*                   REASON 10), AND BOTH INPUT VALUES MUST BE    *
001613*                   LITERAL AND NUMERIC.                         *
001615*  10/15/2026  DPW  TRANSACTION RECORDS GREW FROM 46 TO 49 FOR   *
001617*                   THE TERM OF THE NEW LOAN AMORTIZATION        *
001620*                   OPERATION (AM), AND REJECT RECORDS FROM 58   *
001622*                   TO 61.  AM IS AN ACCEPTED OPERATION; ITS     *
001625*                   TERM MUST BE 001 THRU 999 (NEW REASON 11).   *
001627*  10/15/2026  DPW  CROSS-NIGHT DUPLICATE DETECTION.  A ROLLING  *
001629*                   FINGERPRINT FILE HOLDS THE OPERATOR,         *
001632*                   OPERANDS, OPERATION, FACTOR CODE AND TERM OF *
001634*                   EVERY CLEAN RECORD FOR THE LAST N NIGHTS (N  *
001637*                   FROM THE DUPDAYS PARAMETER CARD).  A RECORD  *
001639*                   MATCHING AN EARLIER NIGHT IS REJECTED AS A   *
001642*                   SUSPECTED DUPLICATE (NEW REASON 12) AND THE  *
001644*                   REPORT CITES THE ORIGINAL DATE AND RECORD    *
001646*                   NUMBER, WHICH ALSO RIDE ON THE REJECT        *
001649*                   RECORD (NOW 77 BYTES).  A REPEAT RELEASED    *
001651*                   THROUGH CALCREPR IS ACCEPTED.                *
001654*  10/15/2026  DPW  NIGHTLY CYCLE CONTROL.  THE EDIT RUNS ONLY   *
001656*                   AFTER CALCGEN HAS COMPLETED FOR THE BUSINESS *
001658*                   DATE (TODAY, OR CYCLDATE) AND ONLY ONCE,     *
001661*                   UNLESS AN OVERRIDE CARD GIVES WHO AND WHY.   *
001663*                   STARTED, THEN COMPLETED OR FAILED WITH THE   *
001666*                   CLEAN, REJECTED AND READ COUNTS, IS MARKED   *
001668*                   ON CYCLECTL.                                 *
001671*  10/15/2026  DPW  STANDING ORDERS ARE NOT DUPLICATE-CHECKED OR *
001673*                   FINGERPRINTED - A STANDING ORDER REPEATS BY  *
001675*                   DESIGN.  THEY ARE KNOWN BY CALCGEN'S RECORD- *
001678*                   NUMBER RANGE, READ FROM GENTRAN.  A BAD      *
001680*                   PARAMETER CARD NOW ENDS WITH RETURN CODE 8,  *
001683*                   AND THE OPERATOR CARD IS ACCEPTED FOR THE    *
001685*                   CYCLE EVENTS.                                *
001687*  10/15/2026  DPW  THE CYCLE CONTROL FILE IS CREATED ONLY WHEN  *
001690*                   IT DOES NOT EXIST YET.  ANY OTHER FAILURE TO *
001692*                   ADD A CYCLE EVENT FAILS THE STEP WITH RETURN *
001695*                   CODE 8 RATHER THAN STARTING THE FILE OVER.   *
001697******************************************************************
001700*  REJECT REASON CODES:                                          *
001800*    01 = FIRST NUMBER NOT NUMERIC                               *
001900*    02 = SECOND NUMBER NOT NUMERIC                              *
002000*    03 = OPERATION CODE NOT SUPPORTED                           *
002100*    04 = RECORD NUMBER NOT IN ASCENDING SEQUENCE                *
002200*    05 = DUPLICATE RECORD NUMBER                                *
002210*    06 = RECORD TYPE NOT BLANK, C OR T                          *
002220*    07 = CONTINUATION DOES NOT FOLLOW A CLEAN RECORD             *
002230*    08 = SECOND-OPERAND FORM NOT BLANK OR F                       *
002240*    09 = FACTOR CODE IS BLANK                                     *
002250*    10 = FORMULA CODE NOT ON THE FORMULA MASTER                 *
002260*    11 = AMORTIZATION TERM NOT 001 THRU 999                     *
002270*    12 = SUSPECTED DUPLICATE OF A RECORD FROM AN EARLIER NIGHT  *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003720     SELECT EDIT-CTL-FILE ASSIGN TO EDITCTL
003730         FILE STATUS IS WS-EDITCTL-STATUS.
003800
003804     SELECT FORMULA-FILE ASSIGN TO FORMULAS
003809         FILE STATUS IS WS-FORMULA-STATUS.
003813
003818     SELECT PARM-FILE ASSIGN TO PARMCARD
003822         FILE STATUS IS WS-PARM-STATUS.
003827
003831     SELECT FPRINT-OLD-FILE ASSIGN TO FPRINTI
003836         FILE STATUS IS WS-FPOLD-STATUS.
003840
003845     SELECT FPRINT-NEW-FILE ASSIGN TO FPRINTO
003850         FILE STATUS IS WS-FPNEW-STATUS.
003854
003859     SELECT DUP-RELEASE-FILE ASSIGN TO DUPRELS
003863         FILE STATUS IS WS-DUPRELS-STATUS.
003868
003872     SELECT CYCLE-FILE ASSIGN TO CYCLECTL
003877         FILE STATUS IS WS-CYCLE-STATUS.
003881
003886     SELECT GEN-TRANS-FILE ASSIGN TO GENTRAN
003890         FILE STATUS IS WS-GENTRAN-STATUS.
003895
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
004200* BATCH TRANSACTION INPUT - SAME LAYOUT THE CALCULATOR READS
004300*----------------------------------------------------------------
004400 FD  TRANS-FILE
004500     RECORD CONTAINS 49 CHARACTERS.
004600 01  TR-RECORD.
004700     05  TR-RECORD-NUMBER        PIC 9(08).
004800     05  TR-OPERATOR-ID          PIC X(08).
004900     05  TR-NUM1                 PIC S9(10)V99
005000         SIGN IS TRAILING SEPARATE CHARACTER.
005100     05  TR-OPERATION            PIC X(02).
005110     05  TR-FORMULA-CODE REDEFINES TR-OPERATION
005120                                 PIC X(02).
005200     05  TR-NUM2                 PIC S9(10)V99
005300         SIGN IS TRAILING SEPARATE CHARACTER.
005302     05  TR-NUM2-FIELDS REDEFINES TR-NUM2.
005310     05  TR-RECORD-TYPE          PIC X(01).
005320         88  TR-TYPE-STANDALONE  VALUE SPACE.
005330         88  TR-TYPE-CONTINUATION VALUE 'C'.
005335         88  TR-TYPE-TEMPLATE    VALUE 'T'.
005340     05  TR-NUM2-FORM            PIC X(01).
005350         88  TR-NUM2-LITERAL     VALUE SPACE.
005360         88  TR-NUM2-FACTOR      VALUE 'F'.
005370     05  TR-TERM                 PIC 9(03).
005375*    THE FINGERPRINT IS EVERYTHING BUT THE RECORD NUMBER, WHICH
005380*    AN UPSTREAM RESEND ASSIGNS AFRESH.
005385 01  TR-FINGERPRINT-VIEW.
005390     05  FILLER                  PIC X(08).
005395     05  TR-FINGERPRINT          PIC X(41).
005400
005500*----------------------------------------------------------------
005600* CLEAN TRANSACTION OUTPUT - RECORDS THAT PASSED EVERY EDIT
005700*----------------------------------------------------------------
005800 FD  CLEAN-FILE
005900     RECORD CONTAINS 49 CHARACTERS.
006000 01  CL-RECORD                   PIC X(49).
006100
006200*----------------------------------------------------------------
006300* REJECT OUTPUT - THE FAILED RECORD PLUS A TWO-BYTE REASON CODE,
006310* AND FOR A SUSPECTED DUPLICATE THE ORIGINAL'S DATE AND NUMBER
006400*----------------------------------------------------------------
006500 FD  REJECT-FILE
006600     RECORD CONTAINS 77 CHARACTERS.
006700 01  RJ-RECORD.
006800     05  RJ-TRAN-IMAGE           PIC X(49).
006900     05  RJ-REASON-CODE          PIC X(02).
006910     05  RJ-REJECT-DATE          PIC 9(08).
006920     05  RJ-RESUB-COUNT          PIC 9(02).
006930     05  RJ-DUP-DATE             PIC 9(08).
006940     05  RJ-DUP-RECORD-NUMBER    PIC 9(08).
007000
007100*----------------------------------------------------------------
007200* PRINT-IMAGE EDIT REPORT
007692     05  EC-CLEAN-LOW            PIC 9(08).
007693     05  EC-CLEAN-HIGH           PIC 9(08).
007700
007701*----------------------------------------------------------------
007702* FORMULA MASTER - ONLY THE FORMULA CODE IS NEEDED HERE; THE
007703* STEPS ARE EDITED AND EVALUATED BY THE CALCULATOR
007704*----------------------------------------------------------------
007705 FD  FORMULA-FILE
007706     RECORD CONTAINS 54 CHARACTERS.
007707 01  FM-RECORD.
007708     05  FM-FORMULA-CODE         PIC X(02).
007709     05  FILLER                  PIC X(52).
007710
007711*----------------------------------------------------------------
007712* RUN PARAMETER CARDS - KEYWORD IN COLUMNS 1-8, VALUE FROM
007713* COLUMN 9.  ABSENT FILE MEANS THE DEFAULTS.
007714*----------------------------------------------------------------
007715 FD  PARM-FILE
007716     RECORD CONTAINS 80 CHARACTERS.
007717 01  PM-RECORD.
007718     05  PM-KEYWORD              PIC X(08).
007719     05  PM-VALUE                PIC X(16).
007720     05  PM-REASON               PIC X(56).
007721
007722*----------------------------------------------------------------
007723* FINGERPRINTS OF THE CLEAN RECORDS OF EARLIER NIGHTS, OLDEST
007724* FIRST.  OPTIONAL - A MISSING FILE MEANS NOTHING TO MATCH.
007725*----------------------------------------------------------------
007726 FD  FPRINT-OLD-FILE
007727     RECORD CONTAINS 57 CHARACTERS.
007728 01  FI-RECORD.
007729     05  FI-RUN-DATE             PIC 9(08).
007730     05  FI-RECORD-NUMBER        PIC 9(08).
007731     05  FI-FINGERPRINT          PIC X(41).
007732
007733*----------------------------------------------------------------
007734* NEW GENERATION - THE OLD FINGERPRINTS STILL INSIDE THE WINDOW
007735* FOLLOWED BY TONIGHT'S CLEAN RECORDS
007736*----------------------------------------------------------------
007737 FD  FPRINT-NEW-FILE
007738     RECORD CONTAINS 57 CHARACTERS.
007739 01  FO-RECORD.
007740     05  FO-RUN-DATE             PIC 9(08).
007741     05  FO-RECORD-NUMBER        PIC 9(08).
007742     05  FO-FINGERPRINT          PIC X(41).
007743
007744*----------------------------------------------------------------
007745* REPEATS RELEASED BY THE CALCREPR REPAIR SESSION - RELEASE DATE,
007746* RESUBMISSION RECORD NUMBER AND FINGERPRINT.  OPTIONAL.
007747*----------------------------------------------------------------
007748 FD  DUP-RELEASE-FILE
007749     RECORD CONTAINS 57 CHARACTERS.
007750 01  DR-RECORD.
007751     05  DR-RELEASE-DATE         PIC 9(08).
007752     05  DR-RECORD-NUMBER        PIC 9(08).
007753     05  DR-FINGERPRINT          PIC X(41).
007754
007755*----------------------------------------------------------------
007756* NIGHTLY CYCLE CONTROL - ONE RECORD PER STEP EVENT, APPENDED BY
007757* EVERY STEP OF THE NIGHT.  THE LAST STARTED, COMPLETED, OR FAILED
007758* EVENT FOR A BUSINESS DATE AND STEP IS THAT STEP'S STATE.
007759* REFUSALS AND OVERRIDES ARE LOGGED BUT DO NOT CHANGE THE STATE.
007760*----------------------------------------------------------------
007761 FD  CYCLE-FILE
007762     RECORD CONTAINS 100 CHARACTERS.
007763 01  CC-RECORD.
007764     05  CC-BUS-DATE             PIC 9(08).
007765     05  CC-STEP-ID              PIC X(08).
007766     05  CC-EVENT                PIC X(01).
007767         88  CC-EVENT-STARTED    VALUE 'S'.
007768         88  CC-EVENT-COMPLETED  VALUE 'C'.
007769         88  CC-EVENT-FAILED     VALUE 'F'.
007770         88  CC-EVENT-REFUSED    VALUE 'R'.
007771         88  CC-EVENT-OVERRIDE   VALUE 'O'.
007772         88  CC-EVENT-IS-STATE   VALUE 'S' 'C' 'F'.
007773     05  CC-CONDITION            PIC X(01).
007774         88  CC-PRIOR-INCOMPLETE VALUE 'P'.
007775         88  CC-ALREADY-COMPLETE VALUE 'D'.
007776     05  CC-EVENT-DATE           PIC 9(08).
007777     05  CC-EVENT-TIME           PIC 9(08).
007778     05  CC-OPERATOR-ID          PIC X(08).
007779     05  CC-COUNT-1              PIC 9(08).
007780     05  CC-COUNT-2              PIC 9(08).
007781     05  CC-COUNT-3              PIC 9(08).
007782     05  CC-TEXT                 PIC X(34).
007783
007784*----------------------------------------------------------------
007785* TONIGHT'S STANDING ORDERS FROM CALCGEN, NUMBERED AHEAD OF THE
007786* KEYED WORK.  ONLY THE RECORD NUMBERS ARE USED.  OPTIONAL.
007787*----------------------------------------------------------------
007788 FD  GEN-TRANS-FILE
007789     RECORD CONTAINS 49 CHARACTERS.
007790 01  GT-RECORD.
007791     05  GT-RECORD-NUMBER        PIC 9(08).
007792     05  FILLER                  PIC X(41).
007793
007800 WORKING-STORAGE SECTION.
007900*----------------------------------------------------------------
008000* FILE STATUS FIELDS
008400 01  WS-REJECT-STATUS            PIC X(02).
008500 01  WS-EDITRPT-STATUS           PIC X(02).
008510 01  WS-EDITCTL-STATUS           PIC X(02).
008520 01  WS-FORMULA-STATUS           PIC X(02).
008530 01  WS-PARM-STATUS              PIC X(02).
008540 01  WS-FPOLD-STATUS             PIC X(02).
008550 01  WS-FPNEW-STATUS             PIC X(02).
008560 01  WS-DUPRELS-STATUS           PIC X(02).
008570 01  WS-GENTRAN-STATUS           PIC X(02).
008600
008700*----------------------------------------------------------------
008800* SWITCHES AND EDIT WORK FIELDS
009870     88  WS-PRIOR-CLEAN          VALUE 'Y'.
009900
010000*----------------------------------------------------------------
010005* FORMULA CODES ON THE FORMULA MASTER, LOADED AT START.  A
010011* TEMPLATE RECORD NAMING ANY OTHER CODE IS REJECTED.
010016*----------------------------------------------------------------
010022 01  WS-FORMULA-EOF-SW           PIC X(01)  VALUE 'N'.
010027     88  WS-FORMULA-EOF          VALUE 'Y'.
010033
010038 01  WS-FORMULA-FOUND-SW         PIC X(01)  VALUE 'N'.
010044     88  WS-FORMULA-FOUND        VALUE 'Y'.
010050
010055 01  FE-FORMULA-TABLE.
010061     05  FE-MAX                  PIC 9(04)  COMP  VALUE 100.
010066     05  FE-COUNT                PIC 9(04)  COMP  VALUE ZERO.
010072     05  FE-CODE                 OCCURS 100 TIMES
010077                                 PIC X(02).
010083 77  FE-SUB                      PIC 9(04)  COMP  VALUE ZERO.
010088
010094*----------------------------------------------------------------
010100* EDIT REPORT COUNTERS
010200*----------------------------------------------------------------
010300 77  ED-COUNT-READ               PIC 9(07)  COMP  VALUE ZERO.
011020 77  ED-COUNT-RSN07              PIC 9(07)  COMP  VALUE ZERO.
011030 77  ED-COUNT-RSN08              PIC 9(07)  COMP  VALUE ZERO.
011040 77  ED-COUNT-RSN09              PIC 9(07)  COMP  VALUE ZERO.
011042 77  ED-COUNT-RSN10              PIC 9(07)  COMP  VALUE ZERO.
011045 77  ED-COUNT-RSN11              PIC 9(07)  COMP  VALUE ZERO.
011048 77  ED-COUNT-RSN12              PIC 9(07)  COMP  VALUE ZERO.
011051 77  ED-COUNT-RELEASED           PIC 9(07)  COMP  VALUE ZERO.
011054 77  ED-COUNT-FP-CARRIED         PIC 9(07)  COMP  VALUE ZERO.
011057 77  ED-COUNT-GENERATED          PIC 9(07)  COMP  VALUE ZERO.
011060
011062*----------------------------------------------------------------
011065* CALCGEN'S RECORD-NUMBER RANGE FOR TONIGHT.  A RECORD INSIDE IT
011068* IS A STANDING ORDER, WHICH REPEATS BY DESIGN AND SO IS NEITHER
011071* MATCHED NOR FINGERPRINTED.  ZERO HIGH MEANS NO STANDING ORDERS.
011074*----------------------------------------------------------------
011077 01  WS-GENTRAN-EOF-SW           PIC X(01)  VALUE 'N'.
011080     88  WS-GENTRAN-EOF          VALUE 'Y'.
011082
011085 01  WS-GENERATED-SW             PIC X(01)  VALUE 'N'.
011088     88  WS-GENERATED-RECORD     VALUE 'Y'.
011091
011094 01  ED-GEN-LOW                  PIC 9(08)  VALUE ZERO.
011097 01  ED-GEN-HIGH                 PIC 9(08)  VALUE ZERO.
011100
011200*----------------------------------------------------------------
011300* EDIT REPORT LINES
013000     05  ER-DET-REASON-CODE      PIC X(02).
013100     05  FILLER                  PIC X(26) VALUE SPACES.
013200
013211 01  ER-DUP-LINE.
013222     05  FILLER                  PIC X(36)
013233         VALUE '     SUSPECTED DUPLICATE OF RECORD #'.
013244     05  ER-DUP-RECORD-NUMBER    PIC 9(08).
013255     05  FILLER                  PIC X(13) VALUE ' ACCEPTED ON '.
013266     05  ER-DUP-DATE             PIC 9(08).
013277     05  FILLER                  PIC X(15) VALUE SPACES.
013288
013300 01  ER-TOTAL-LINE.
013400     05  ER-TOT-LABEL            PIC X(30).
013500     05  ER-TOT-COUNT            PIC Z(06)9.
013600     05  FILLER                  PIC X(43) VALUE SPACES.
013700
013800 01  WS-CURRENT-DATE             PIC 9(08).
013801
013802*----------------------------------------------------------------
013803* RUN PARAMETER WORK AREA.  DUPDAYS IS THE NUMBER OF EARLIER
013804* NIGHTS A RECORD IS MATCHED AGAINST; ZERO TURNS THE CHECK OFF.
013805*----------------------------------------------------------------
013806 01  WS-PARM-EOF-SW              PIC X(01)  VALUE 'N'.
013807     88  WS-PARM-EOF             VALUE 'Y'.
013808
013809 01  WS-PARM-ERROR-SW            PIC X(01)  VALUE 'N'.
013810     88  WS-PARM-ERROR           VALUE 'Y'.
013811
013812 01  PRM-DUPDAYS                 PIC X(03)  VALUE SPACES.
013813 01  ED-DUP-DAYS                 PIC 9(03)  VALUE 5.
013814 01  ED-RUN-DATE-INT             PIC 9(08)  COMP  VALUE ZERO.
013815 01  ED-AGE-DAYS                 PIC S9(08) COMP  VALUE ZERO.
013816 77  WS-NUMVAL-CHECK             PIC S9(04) COMP  VALUE ZERO.
013817
013818*----------------------------------------------------------------
013819* FINGERPRINTS OF EARLIER NIGHTS INSIDE THE WINDOW, AND THE
013820* REPEATS RELEASED FOR TONIGHT
013821*----------------------------------------------------------------
013822 01  WS-FPOLD-EOF-SW             PIC X(01)  VALUE 'N'.
013823     88  WS-FPOLD-EOF            VALUE 'Y'.
013825
013826 01  WS-FPNEW-OPEN-SW            PIC X(01)  VALUE 'N'.
013827     88  WS-FPNEW-IS-OPEN        VALUE 'Y'.
013828
013829 01  WS-FPRINT-FAILED-SW         PIC X(01)  VALUE 'N'.
013830     88  WS-FPRINT-FAILED        VALUE 'Y'.
013831
013832 01  WS-DUPRELS-EOF-SW           PIC X(01)  VALUE 'N'.
013833     88  WS-DUPRELS-EOF          VALUE 'Y'.
013834
013835 01  WS-DUP-FOUND-SW             PIC X(01)  VALUE 'N'.
013836     88  WS-DUP-FOUND            VALUE 'Y'.
013837
013838 01  WS-RELEASE-FOUND-SW         PIC X(01)  VALUE 'N'.
013839     88  WS-RELEASE-FOUND        VALUE 'Y'.
013840
013841 01  WS-FP-FULL-SW               PIC X(01)  VALUE 'N'.
013842     88  WS-FP-TABLE-FULL        VALUE 'Y'.
013843
013844 01  FT-FINGERPRINT-TABLE.
013845     05  FT-MAX                  PIC 9(05)  COMP  VALUE 10000.
013846     05  FT-COUNT                PIC 9(05)  COMP  VALUE ZERO.
013847     05  FT-ENTRY                OCCURS 10000 TIMES.
013848         10  FT-RUN-DATE         PIC 9(08).
013850         10  FT-RECORD-NUMBER    PIC 9(08).
013851         10  FT-FINGERPRINT      PIC X(41).
013852 77  FT-SUB                      PIC 9(05)  COMP  VALUE ZERO.
013853
013854 01  FR-RELEASE-TABLE.
013855     05  FR-MAX                  PIC 9(04)  COMP  VALUE 500.
013856     05  FR-COUNT                PIC 9(04)  COMP  VALUE ZERO.
013857     05  FR-ENTRY                OCCURS 500 TIMES.
013858         10  FR-RECORD-NUMBER    PIC 9(08).
013859         10  FR-FINGERPRINT      PIC X(41).
013860         10  FR-USED-SW          PIC X(01).
013861             88  FR-USED         VALUE 'Y'.
013862 77  FR-SUB                      PIC 9(04)  COMP  VALUE ZERO.
013863
013864 01  WS-DUP-DATE                 PIC 9(08)  VALUE ZERO.
013865 01  WS-DUP-RECORD-NUMBER        PIC 9(08)  VALUE ZERO.
013866
013867*----------------------------------------------------------------
013868* NIGHTLY CYCLE CONTROL - THE BUSINESS DATE, THIS STEP AND THE
013869* STEP IT MUST FOLLOW, THEIR STATES ON THE CONTROL FILE, AND ANY
013870* OVERRIDE CARD (WHO ALLOWED THE RUN, AND WHY).
013871*----------------------------------------------------------------
013872 01  WS-CYCLE-STATUS             PIC X(02).
013873 01  WS-CYCLE-EOF-SW             PIC X(01)  VALUE 'N'.
013875     88  WS-CYCLE-EOF            VALUE 'Y'.
013876 01  WS-CYCLE-REFUSED-SW         PIC X(01)  VALUE 'N'.
013877     88  WS-CYCLE-REFUSED        VALUE 'Y'.
013878 01  WS-CYCLE-STARTED-SW         PIC X(01)  VALUE 'N'.
013879     88  WS-CYCLE-STARTED        VALUE 'Y'.
013880 01  CY-PARM-DATE                PIC X(08)  VALUE SPACES.
013881 01  CY-BUS-DATE                 PIC 9(08)  VALUE ZERO.
013882 01  CY-STEP-ID                  PIC X(08)  VALUE 'CALCEDIT'.
013883 01  CY-PRIOR-STEP-ID            PIC X(08)  VALUE 'CALCGEN '.
013884 01  CY-STEP-STATE               PIC X(01)  VALUE SPACE.
013885     88  CY-STEP-COMPLETE        VALUE 'C'.
013886 01  CY-PRIOR-STATE              PIC X(01)  VALUE SPACE.
013887     88  CY-PRIOR-COMPLETE       VALUE 'C'.
013888 01  CY-CONDITION                PIC X(01)  VALUE SPACE.
013889 01  CY-EVENT                    PIC X(01)  VALUE SPACE.
013890 01  CY-TEXT                     PIC X(34)  VALUE SPACES.
013891 01  CY-RUN-OPER                 PIC X(08)  VALUE SPACES.
013892 01  CY-OVERRIDE-OPER            PIC X(08)  VALUE SPACES.
013893 01  CY-OVERRIDE-REASON          PIC X(34)  VALUE SPACES.
013894 01  CY-EVENT-DATE               PIC 9(08)  VALUE ZERO.
013895 01  CY-EVENT-TIME               PIC 9(08)  VALUE ZERO.
013896 01  CY-COUNT-1                  PIC 9(08)  VALUE ZERO.
013897 01  CY-COUNT-2                  PIC 9(08)  VALUE ZERO.
013898 01  CY-COUNT-3                  PIC 9(08)  VALUE ZERO.
013900
014000 PROCEDURE DIVISION.
014100******************************************************************
015500******************************************************************
015600 1000-INITIALIZE.
015700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015710     COMPUTE ED-RUN-DATE-INT =
015720         FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
015730     PERFORM 1010-READ-PARM-FILE THRU 1010-EXIT.
015740     IF WS-PARM-ERROR
015750         DISPLAY 'RUN REFUSED - BAD PARAMETER RECORD'
015755         MOVE 8 TO RETURN-CODE
015760         MOVE 'Y' TO WS-TRANS-EOF-SW
015770         GO TO 1000-EXIT
015780     END-IF.
015782     MOVE WS-CURRENT-DATE TO CY-BUS-DATE.
015784     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
015786     IF WS-CYCLE-REFUSED
015788         MOVE 'Y' TO WS-TRANS-EOF-SW
015790         GO TO 1000-EXIT
015792     END-IF.
015800     OPEN INPUT TRANS-FILE.
015900     IF WS-TRANS-STATUS NOT = '00'
016000         DISPLAY 'ERROR - CANNOT OPEN TRANSACTION FILE, STATUS = '
018600     MOVE WS-CURRENT-DATE TO ER-HDG-DATE.
018700     WRITE ER-RECORD FROM ER-HEADING-LINE.
018800     MOVE SPACES TO ER-RECORD.
018801     WRITE ER-RECORD.
018802     PERFORM 1100-LOAD-FORMULA-CODES THRU 1100-EXIT.
018803     PERFORM 1200-ROLL-FINGERPRINTS THRU 1200-EXIT.
018804     IF WS-FPRINT-FAILED
018805         MOVE 8 TO RETURN-CODE
018806         MOVE 'Y' TO WS-TRANS-EOF-SW
018807         GO TO 1000-EXIT
018808     END-IF.
018809     PERFORM 1300-LOAD-RELEASES THRU 1300-EXIT.
018810     PERFORM 1600-LOAD-GENERATED-RANGE THRU 1600-EXIT.
018811     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
018812 1000-EXIT.
018813     EXIT.
018814
018815******************************************************************
018816*     1010 THRU 1020 - RUN PARAMETER CARDS: DUPDAYS, AND THE     *
018817*     CYCLDATE, OVERRIDE AND OPERATOR CARDS.  AN UNKNOWN         *
018818*     KEYWORD OR A DUPDAYS THAT IS NOT NUMERIC REFUSES THE RUN.  *
018819******************************************************************
018820 1010-READ-PARM-FILE.
018821     OPEN INPUT PARM-FILE.
018822     IF WS-PARM-STATUS NOT = '00'
018823         DISPLAY 'NO PARAMETER FILE - DUPLICATE WINDOW '
018824             ED-DUP-DAYS ' DAYS'
018825         GO TO 1010-EXIT
018826     END-IF.
018827     PERFORM 1020-LOAD-ONE-PARM THRU 1020-EXIT
018829         UNTIL WS-PARM-EOF.
018830     CLOSE PARM-FILE.
018831     IF PRM-DUPDAYS NOT = SPACES AND NOT WS-PARM-ERROR
018832         MOVE FUNCTION TEST-NUMVAL(PRM-DUPDAYS)
018833             TO WS-NUMVAL-CHECK
018834         IF WS-NUMVAL-CHECK NOT = ZERO
018835             DISPLAY 'BAD PARAMETER - DUPDAYS IS NOT NUMERIC: '
018836                 PRM-DUPDAYS
018837             MOVE 'Y' TO WS-PARM-ERROR-SW
018838             GO TO 1010-EXIT
018839         END-IF
018840         COMPUTE ED-DUP-DAYS = FUNCTION NUMVAL(PRM-DUPDAYS)
018841     END-IF.
018842     DISPLAY 'DUPLICATE WINDOW ' ED-DUP-DAYS ' DAYS'.
018843 1010-EXIT.
018844     EXIT.
018845
018846 1020-LOAD-ONE-PARM.
018847     READ PARM-FILE
018848         AT END
018849             MOVE 'Y' TO WS-PARM-EOF-SW
018850             GO TO 1020-EXIT
018851     END-READ.
018852     EVALUATE PM-KEYWORD
018853         WHEN 'DUPDAYS '
018854             MOVE PM-VALUE TO PRM-DUPDAYS
018855         WHEN 'CYCLDATE'
018856             MOVE PM-VALUE TO CY-PARM-DATE
018858         WHEN 'OVERRIDE'
018859             MOVE PM-VALUE TO CY-OVERRIDE-OPER
018860             MOVE PM-REASON TO CY-OVERRIDE-REASON
018861         WHEN 'OPERATOR'
018862             MOVE PM-VALUE TO CY-RUN-OPER
018863         WHEN SPACES
018864             CONTINUE
018865         WHEN OTHER
018866             DISPLAY 'BAD PARAMETER - UNKNOWN KEYWORD: '
018867                 PM-KEYWORD
018868             MOVE 'Y' TO WS-PARM-ERROR-SW
018869     END-EVALUATE.
018870 1020-EXIT.
018871     EXIT.
018872
018873*----------------------------------------------------------------
018874* THE FORMULA MASTER IS IN CODE AND STEP ORDER, SO EACH CODE IS
018875* TAKEN ONCE, FROM ITS FIRST ROW.  WITHOUT THE FILE EVERY
018876* TEMPLATE RECORD REJECTS.
018877*----------------------------------------------------------------
018878 1100-LOAD-FORMULA-CODES.
018879     OPEN INPUT FORMULA-FILE.
018880     IF WS-FORMULA-STATUS NOT = '00'
018881         DISPLAY 'WARNING - FORMULA MASTER NOT AVAILABLE, '
018882             'STATUS = ' WS-FORMULA-STATUS
018883         GO TO 1100-EXIT
018884     END-IF.
018886     PERFORM 1110-LOAD-ONE-FORMULA-CODE THRU 1110-EXIT
018887         UNTIL WS-FORMULA-EOF.
018888     CLOSE FORMULA-FILE.
018889 1100-EXIT.
018890     EXIT.
018891
018892 1110-LOAD-ONE-FORMULA-CODE.
018893     READ FORMULA-FILE
018894         AT END
018895             MOVE 'Y' TO WS-FORMULA-EOF-SW
018896             GO TO 1110-EXIT
018897     END-READ.
018898     IF FE-COUNT > ZERO
018899         IF FM-FORMULA-CODE = FE-CODE (FE-COUNT)
018900             GO TO 1110-EXIT
018901         END-IF
018902     END-IF.
018903     IF FE-COUNT < FE-MAX
018904         ADD 1 TO FE-COUNT
018905         MOVE FM-FORMULA-CODE TO FE-CODE (FE-COUNT)
018906     ELSE
018907         DISPLAY 'WARNING - FORMULA CODE TABLE FULL, CODE '
018908             FM-FORMULA-CODE ' NOT LOADED'
018909     END-IF.
018910 1110-EXIT.
018911     EXIT.
018912
018913******************************************************************
018915*     1200 THRU 1210 - ROLL THE FINGERPRINT FILE FORWARD.  A     *
018916*     FINGERPRINT FROM ONE THRU DUPDAYS NIGHTS AGO IS CARRIED    *
018917*     TO THE NEW GENERATION AND LOADED FOR MATCHING; OLDER ONES  *
018918*     FALL OFF.  ONE DATED TODAY IS ALSO DROPPED - IT IS FROM AN *
018919*     EARLIER ATTEMPT AT TONIGHT'S EDIT AND THIS RUN WRITES      *
018920*     TONIGHT'S AFRESH.  IF THE NEW GENERATION CANNOT BE WRITTEN *
018921*     OR THE OLD ONE CANNOT BE READ THE EDIT IS NOT RUN - THE    *
018922*     DUPLICATE WINDOW WOULD BE LOST.  NO OLD GENERATION IS AN   *
018923*     EMPTY WINDOW.                                              *
018924******************************************************************
018925 1200-ROLL-FINGERPRINTS.
018926     OPEN OUTPUT FPRINT-NEW-FILE.
018927     IF WS-FPNEW-STATUS NOT = '00'
018928         DISPLAY 'ERROR - CANNOT OPEN NEW FINGERPRINT FILE, '
018929             'STATUS = ' WS-FPNEW-STATUS
018930         MOVE 'Y' TO WS-FPRINT-FAILED-SW
018931         GO TO 1200-EXIT
018932     END-IF.
018933     MOVE 'Y' TO WS-FPNEW-OPEN-SW.
018934     OPEN INPUT FPRINT-OLD-FILE.
018935     IF WS-FPOLD-STATUS = '35'
018936         DISPLAY 'NO PRIOR FINGERPRINT FILE - STATUS = '
018937             WS-FPOLD-STATUS
018938         GO TO 1200-EXIT
018939     END-IF.
018940     IF WS-FPOLD-STATUS NOT = '00'
018941         DISPLAY 'ERROR - CANNOT OPEN PRIOR FINGERPRINT FILE, '
018943             'STATUS = ' WS-FPOLD-STATUS
018944         MOVE 'Y' TO WS-FPRINT-FAILED-SW
018945         GO TO 1200-EXIT
018946     END-IF.
018947     PERFORM 1210-ROLL-ONE-FINGERPRINT THRU 1210-EXIT
018948         UNTIL WS-FPOLD-EOF.
018949     CLOSE FPRINT-OLD-FILE.
018950 1200-EXIT.
018951     EXIT.
018952
018953 1210-ROLL-ONE-FINGERPRINT.
018954     READ FPRINT-OLD-FILE
018955         AT END
018956             MOVE 'Y' TO WS-FPOLD-EOF-SW
018957             GO TO 1210-EXIT
018958     END-READ.
018959     IF FI-RUN-DATE NOT NUMERIC OR FI-RUN-DATE = ZERO
018960         GO TO 1210-EXIT
018961     END-IF.
018962     COMPUTE ED-AGE-DAYS = ED-RUN-DATE-INT
018963         - FUNCTION INTEGER-OF-DATE(FI-RUN-DATE).
018964     IF ED-AGE-DAYS < 1 OR ED-AGE-DAYS > ED-DUP-DAYS
018965         GO TO 1210-EXIT
018966     END-IF.
018967     IF WS-FPNEW-IS-OPEN
018968         WRITE FO-RECORD FROM FI-RECORD
018969         ADD 1 TO ED-COUNT-FP-CARRIED
018970     END-IF.
018972     IF FT-COUNT < FT-MAX
018973         ADD 1 TO FT-COUNT
018974         MOVE FI-RUN-DATE TO FT-RUN-DATE (FT-COUNT)
018975         MOVE FI-RECORD-NUMBER TO FT-RECORD-NUMBER (FT-COUNT)
018976         MOVE FI-FINGERPRINT TO FT-FINGERPRINT (FT-COUNT)
018977     ELSE
018978         IF NOT WS-FP-TABLE-FULL
018979             DISPLAY 'WARNING - FINGERPRINT TABLE FULL, LATER '
018980                 'NIGHTS NOT MATCHED FROM ' FI-RUN-DATE
018981             MOVE 'Y' TO WS-FP-FULL-SW
018982         END-IF
018983     END-IF.
018984 1210-EXIT.
018985     EXIT.
018986
018987*----------------------------------------------------------------
018988* A RELEASE NAMES THE RESUBMISSION RECORD NUMBER AS WELL AS THE
018989* FINGERPRINT, SO IT LETS THROUGH ONLY THE RECORD IT WAS FOR.
018990*----------------------------------------------------------------
018991 1300-LOAD-RELEASES.
018992     OPEN INPUT DUP-RELEASE-FILE.
018993     IF WS-DUPRELS-STATUS NOT = '00'
018994         GO TO 1300-EXIT
018995     END-IF.
018996     PERFORM 1310-LOAD-ONE-RELEASE THRU 1310-EXIT
018997         UNTIL WS-DUPRELS-EOF.
018998     CLOSE DUP-RELEASE-FILE.
019000 1300-EXIT.
019001     EXIT.
019002
019003 1310-LOAD-ONE-RELEASE.
019004     READ DUP-RELEASE-FILE
019005         AT END
019006             MOVE 'Y' TO WS-DUPRELS-EOF-SW
019007             GO TO 1310-EXIT
019008     END-READ.
019009     IF FR-COUNT < FR-MAX
019010         ADD 1 TO FR-COUNT
019011         MOVE DR-RECORD-NUMBER TO FR-RECORD-NUMBER (FR-COUNT)
019012         MOVE DR-FINGERPRINT TO FR-FINGERPRINT (FR-COUNT)
019013         MOVE 'N' TO FR-USED-SW (FR-COUNT)
019014     ELSE
019015         DISPLAY 'WARNING - RELEASE TABLE FULL, RECORD #'
019016             DR-RECORD-NUMBER ' NOT RELEASED'
019017     END-IF.
019018 1310-EXIT.
019019     EXIT.
019020
019021******************************************************************
019022*     1500 THRU 1530 - NIGHTLY CYCLE CONTROL.  THE STEP RUNS     *
019023*     ONLY WHEN THE STEP BEFORE IT HAS COMPLETED FOR THE         *
019024*     BUSINESS DATE AND IT HAS NOT ALREADY COMPLETED ITSELF,     *
019025*     UNLESS AN OVERRIDE CARD NAMES WHO ALLOWED THE RUN AND      *
019026*     WHY.  A REFUSAL OR OVERRIDE IS LOGGED ON THE CONTROL       *
019027*     FILE.                                                      *
019029******************************************************************
019030 1500-CHECK-CYCLE.
019031     IF CY-PARM-DATE NOT = SPACES
019032         IF CY-PARM-DATE NUMERIC
019033             MOVE CY-PARM-DATE TO CY-BUS-DATE
019034         ELSE
019035             DISPLAY 'RUN REFUSED - CYCLDATE NOT NUMERIC: '
019036                 CY-PARM-DATE
019037             MOVE 'Y' TO WS-CYCLE-REFUSED-SW
019038             MOVE 8 TO RETURN-CODE
019039             GO TO 1500-EXIT
019040         END-IF
019041     END-IF.
019042     MOVE 'N' TO WS-CYCLE-EOF-SW.
019043     OPEN INPUT CYCLE-FILE.
019044     IF WS-CYCLE-STATUS = '00'
019045         PERFORM 1510-SCAN-ONE-CYCLE THRU 1510-EXIT
019046             UNTIL WS-CYCLE-EOF
019047         CLOSE CYCLE-FILE
019048     END-IF.
019049     MOVE SPACE TO CY-CONDITION.
019050     MOVE SPACES TO CY-TEXT.
019051     IF CY-PRIOR-STEP-ID NOT = SPACES
019052             AND NOT CY-PRIOR-COMPLETE
019053         MOVE 'P' TO CY-CONDITION
019054         STRING 'STEP ' DELIMITED BY SIZE
019055             CY-PRIOR-STEP-ID DELIMITED BY SPACE
019056             ' NOT COMPLETE' DELIMITED BY SIZE
019058             INTO CY-TEXT
019059     END-IF.
019060     IF CY-STEP-COMPLETE
019061         MOVE 'D' TO CY-CONDITION
019062         MOVE 'STEP ALREADY COMPLETE FOR THE DATE' TO CY-TEXT
019063     END-IF.
019064     IF CY-CONDITION NOT = SPACE
019065         PERFORM 1520-REFUSE-OR-OVERRIDE THRU 1520-EXIT
019066     END-IF.
019067     IF WS-CYCLE-REFUSED
019068         GO TO 1500-EXIT
019069     END-IF.
019070     MOVE 'S' TO CY-EVENT.
019071     MOVE SPACE TO CY-CONDITION.
019072     MOVE SPACES TO CY-TEXT.
019073     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
019074     IF WS-CYCLE-REFUSED
019075         GO TO 1500-EXIT
019076     END-IF.
019077     MOVE 'Y' TO WS-CYCLE-STARTED-SW.
019078     DISPLAY 'CYCLE ' CY-BUS-DATE ' STEP ' CY-STEP-ID ' STARTED'.
019079 1500-EXIT.
019080     EXIT.
019081
019082 1510-SCAN-ONE-CYCLE.
019083     READ CYCLE-FILE
019084         AT END
019086             MOVE 'Y' TO WS-CYCLE-EOF-SW
019087             GO TO 1510-EXIT
019088     END-READ.
019089     IF CC-BUS-DATE NOT = CY-BUS-DATE
019090             OR NOT CC-EVENT-IS-STATE
019091         GO TO 1510-EXIT
019092     END-IF.
019093     IF CC-STEP-ID = CY-STEP-ID
019094         MOVE CC-EVENT TO CY-STEP-STATE
019095     END-IF.
019096     IF CC-STEP-ID = CY-PRIOR-STEP-ID
019097         MOVE CC-EVENT TO CY-PRIOR-STATE
019098     END-IF.
019099 1510-EXIT.
019100     EXIT.
019101
019102 1520-REFUSE-OR-OVERRIDE.
019103     IF CY-OVERRIDE-OPER = SPACES
019104             OR CY-OVERRIDE-REASON = SPACES
019105         DISPLAY 'RUN REFUSED - ' CY-TEXT
019106         DISPLAY '  BUSINESS DATE ' CY-BUS-DATE
019107             ', STEP ' CY-STEP-ID
019108         IF CY-OVERRIDE-OPER NOT = SPACES
019109             DISPLAY '  OVERRIDE NOT TAKEN - NO REASON GIVEN'
019110         END-IF
019111         MOVE 'R' TO CY-EVENT
019112         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
019113         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
019115         MOVE 8 TO RETURN-CODE
019116         GO TO 1520-EXIT
019117     END-IF.
019118     DISPLAY 'CYCLE OVERRIDE BY ' CY-OVERRIDE-OPER ' - ' CY-TEXT.
019119     DISPLAY '  REASON: ' CY-OVERRIDE-REASON.
019120     MOVE 'O' TO CY-EVENT.
019121     MOVE CY-OVERRIDE-REASON TO CY-TEXT.
019122     PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT.
019123 1520-EXIT.
019124     EXIT.
019125
019126 1530-WRITE-CYCLE-EVENT.
019127     ACCEPT CY-EVENT-DATE FROM DATE YYYYMMDD.
019128     ACCEPT CY-EVENT-TIME FROM TIME.
019129     OPEN EXTEND CYCLE-FILE.
019130     IF WS-CYCLE-STATUS = '35'
019131         OPEN OUTPUT CYCLE-FILE
019132     END-IF.
019133     IF WS-CYCLE-STATUS NOT = '00'
019134         DISPLAY 'ERROR - CYCLE CONTROL FILE NOT WRITTEN, '
019135             'STATUS = ' WS-CYCLE-STATUS
019136         MOVE 'Y' TO WS-CYCLE-REFUSED-SW
019137         MOVE 8 TO RETURN-CODE
019138         GO TO 1530-EXIT
019139     END-IF.
019140     MOVE CY-BUS-DATE TO CC-BUS-DATE.
019141     MOVE CY-STEP-ID TO CC-STEP-ID.
019143     MOVE CY-EVENT TO CC-EVENT.
019144     MOVE CY-CONDITION TO CC-CONDITION.
019145     MOVE CY-EVENT-DATE TO CC-EVENT-DATE.
019146     MOVE CY-EVENT-TIME TO CC-EVENT-TIME.
019147     IF CY-EVENT = 'O'
019148         MOVE CY-OVERRIDE-OPER TO CC-OPERATOR-ID
019149     ELSE
019150         MOVE CY-RUN-OPER TO CC-OPERATOR-ID
019151     END-IF.
019152     MOVE CY-COUNT-1 TO CC-COUNT-1.
019153     MOVE CY-COUNT-2 TO CC-COUNT-2.
019154     MOVE CY-COUNT-3 TO CC-COUNT-3.
019155     MOVE CY-TEXT TO CC-TEXT.
019156     WRITE CC-RECORD.
019157     CLOSE CYCLE-FILE.
019158 1530-EXIT.
019159     EXIT.
019160
019161*----------------------------------------------------------------
019162* CALCGEN NUMBERS TONIGHT'S STANDING ORDERS IN ONE UNBROKEN RUN
019163* FROM ITS STARTING NUMBER, SO THE FIRST AND LAST RECORD ON
019164* GENTRAN GIVE THE RANGE.  WITHOUT THE FILE EVERY RECORD IS
019165* MATCHED AS BEFORE.
019166*----------------------------------------------------------------
019167 1600-LOAD-GENERATED-RANGE.
019168     OPEN INPUT GEN-TRANS-FILE.
019169     IF WS-GENTRAN-STATUS NOT = '00'
019170         DISPLAY 'NO GENERATED TRANSACTION FILE - STATUS = '
019172             WS-GENTRAN-STATUS
019173         GO TO 1600-EXIT
019174     END-IF.
019175     PERFORM 1610-READ-ONE-GENERATED THRU 1610-EXIT
019176         UNTIL WS-GENTRAN-EOF.
019177     CLOSE GEN-TRANS-FILE.
019178     IF ED-GEN-HIGH NOT = ZERO
019179         DISPLAY 'STANDING ORDERS ' ED-GEN-LOW ' THRU '
019180             ED-GEN-HIGH ' NOT DUPLICATE-CHECKED'
019181     END-IF.
019182 1600-EXIT.
019183     EXIT.
019184
019185 1610-READ-ONE-GENERATED.
019186     READ GEN-TRANS-FILE
019187         AT END
019188             MOVE 'Y' TO WS-GENTRAN-EOF-SW
019189             GO TO 1610-EXIT
019190     END-READ.
019191     IF GT-RECORD-NUMBER NOT NUMERIC
019192         GO TO 1610-EXIT
019193     END-IF.
019194     IF ED-GEN-HIGH = ZERO
019195         MOVE GT-RECORD-NUMBER TO ED-GEN-LOW
019196     END-IF.
019197     MOVE GT-RECORD-NUMBER TO ED-GEN-HIGH.
019198 1610-EXIT.
019200     EXIT.
019300
019400******************************************************************
019700 2000-EDIT-RECORD.
019800     MOVE 'Y' TO WS-RECORD-OK-SW.
019900     MOVE SPACES TO WS-REASON-CODE.
019910     MOVE ZERO TO WS-DUP-DATE.
019920     MOVE ZERO TO WS-DUP-RECORD-NUMBER.
019930     MOVE 'N' TO WS-GENERATED-SW.
020000     PERFORM 3000-EDIT-SEQUENCE THRU 3000-EXIT.
020010     IF RECORD-OK
020020         PERFORM 3050-EDIT-RECORD-TYPE THRU 3050-EXIT
020300     END-IF.
020400     IF RECORD-OK
020500         PERFORM 3200-EDIT-OPERATION THRU 3200-EXIT
020525     END-IF.
020550     IF RECORD-OK
020575         PERFORM 3300-EDIT-DUPLICATE THRU 3300-EXIT
020600     END-IF.
020700     IF RECORD-OK
020800         PERFORM 4000-WRITE-CLEAN THRU 4000-EXIT
025300     EXIT.
025310
025320******************************************************************
025330*     3050 - RECORD TYPE MUST BE BLANK (STANDALONE), C (CHAIN    *
025340*     CONTINUATION) OR T (FORMULA TEMPLATE), AND A CONTINUATION  *
025350*     MUST FOLLOW A RECORD THAT WENT TO THE CLEAN FILE.          *
025360******************************************************************
025370 3050-EDIT-RECORD-TYPE.
025380     IF NOT TR-TYPE-STANDALONE AND NOT TR-TYPE-CONTINUATION
025385         AND NOT TR-TYPE-TEMPLATE
025390         MOVE 'N' TO WS-RECORD-OK-SW
025400         MOVE '06' TO WS-REASON-CODE
025410         ADD 1 TO ED-COUNT-RSN06
025560*    RESULT, SO TR-NUM1 IS NOT EDITED ON A TYPE-C RECORD.
025570     IF TR-TYPE-CONTINUATION
025580         GO TO 3100-EDIT-NUM2
025581     END-IF.
025582*    A TEMPLATE'S TWO INPUT VALUES ARE ALWAYS LITERAL.
025583     IF TR-TYPE-TEMPLATE AND NOT TR-NUM2-LITERAL
025585         MOVE 'N' TO WS-RECORD-OK-SW
025586         MOVE '08' TO WS-REASON-CODE
025587         ADD 1 TO ED-COUNT-RSN08
025588         GO TO 3100-EXIT
025590     END-IF.
025600     IF TR-NUM1 NOT NUMERIC
025700         MOVE 'N' TO WS-RECORD-OK-SW
026900
027000******************************************************************
027100*     3200 - OPERATION CODE MUST BE ONE THE CALCULATOR DISPATCH  *
027200*     SUPPORTS: +, -, X, / OR :, %, ^, SQ, AM.  AN AM REQUEST    *
027205*     MUST CARRY A TERM OF 001 THRU 999 PERIODS.  ON A TEMPLATE  *
027210*     THE FIELD IS A FORMULA CODE AND MUST BE ON THE MASTER.     *
027300******************************************************************
027400 3200-EDIT-OPERATION.
027410     IF TR-TYPE-TEMPLATE
027420         PERFORM 3250-EDIT-FORMULA-CODE THRU 3250-EXIT
027430         GO TO 3200-EXIT
027440     END-IF.
027500     EVALUATE TRUE
027600         WHEN TR-OPERATION = '+'
027700             CONTINUE
028700             CONTINUE
028800         WHEN TR-OPERATION = 'sq' OR TR-OPERATION = 'SQ'
028900             CONTINUE
028910         WHEN TR-OPERATION = 'am' OR TR-OPERATION = 'AM'
028920             IF TR-TERM NOT NUMERIC OR TR-TERM = ZERO
028930                 MOVE 'N' TO WS-RECORD-OK-SW
028940                 MOVE '11' TO WS-REASON-CODE
028950                 ADD 1 TO ED-COUNT-RSN11
028960             END-IF
029000         WHEN OTHER
029100             MOVE 'N' TO WS-RECORD-OK-SW
029200             MOVE '03' TO WS-REASON-CODE
029300             ADD 1 TO ED-COUNT-RSN03
029400     END-EVALUATE.
029500 3200-EXIT.
029501     EXIT.
029502
029503 3250-EDIT-FORMULA-CODE.
029504     MOVE 'N' TO WS-FORMULA-FOUND-SW.
029506     PERFORM 3260-MATCH-FORMULA-CODE THRU 3260-EXIT
029507         VARYING FE-SUB FROM 1 BY 1
029508         UNTIL WS-FORMULA-FOUND OR FE-SUB > FE-COUNT.
029509     IF NOT WS-FORMULA-FOUND
029510         MOVE 'N' TO WS-RECORD-OK-SW
029512         MOVE '10' TO WS-REASON-CODE
029513         ADD 1 TO ED-COUNT-RSN10
029514     END-IF.
029515 3250-EXIT.
029516     EXIT.
029518
029519 3260-MATCH-FORMULA-CODE.
029520     IF FE-CODE (FE-SUB) = TR-FORMULA-CODE
029521         MOVE 'Y' TO WS-FORMULA-FOUND-SW
029522     END-IF.
029524 3260-EXIT.
029525     EXIT.
029526
029527******************************************************************
029528*     3300 - A RECORD WHOSE FINGERPRINT WAS ACCEPTED ON AN       *
029530*     EARLIER NIGHT INSIDE THE WINDOW IS A SUSPECTED DUPLICATE - *
029531*     TYPICALLY AN UPSTREAM RESEND UNDER NEW RECORD NUMBERS -    *
029532*     UNLESS CALCREPR RELEASED IT.  A CONTINUATION IS NOT        *
029533*     MATCHED: IT HAS NO FIRST OPERAND OF ITS OWN, AND IT        *
029534*     FAILS REASON 07 ANYWAY WHEN ITS CHAIN'S HEAD IS REJECTED.  *
029536*     NOR IS A STANDING ORDER FROM CALCGEN, WHICH IS THE SAME    *
029537*     EVERY TIME IT FALLS DUE.                                   *
029538******************************************************************
029539 3300-EDIT-DUPLICATE.
029540     IF ED-GEN-HIGH NOT = ZERO
029542             AND TR-RECORD-NUMBER NOT < ED-GEN-LOW
029543             AND TR-RECORD-NUMBER NOT > ED-GEN-HIGH
029544         MOVE 'Y' TO WS-GENERATED-SW
029545         GO TO 3300-EXIT
029546     END-IF.
029548     IF TR-TYPE-CONTINUATION OR FT-COUNT = ZERO
029549         GO TO 3300-EXIT
029550     END-IF.
029551     MOVE 'N' TO WS-DUP-FOUND-SW.
029553     PERFORM 3310-MATCH-FINGERPRINT THRU 3310-EXIT
029554         VARYING FT-SUB FROM 1 BY 1
029555         UNTIL WS-DUP-FOUND OR FT-SUB > FT-COUNT.
029556     IF NOT WS-DUP-FOUND
029557         GO TO 3300-EXIT
029559     END-IF.
029560     MOVE 'N' TO WS-RELEASE-FOUND-SW.
029561     PERFORM 3320-MATCH-RELEASE THRU 3320-EXIT
029562         VARYING FR-SUB FROM 1 BY 1
029563         UNTIL WS-RELEASE-FOUND OR FR-SUB > FR-COUNT.
029565     IF WS-RELEASE-FOUND
029566         ADD 1 TO ED-COUNT-RELEASED
029567         GO TO 3300-EXIT
029568     END-IF.
029569     MOVE 'N' TO WS-RECORD-OK-SW.
029571     MOVE '12' TO WS-REASON-CODE.
029572     ADD 1 TO ED-COUNT-RSN12.
029573 3300-EXIT.
029574     EXIT.
029575
029577*    THE TABLE IS OLDEST FIRST, SO THE ORIGINAL CITED IS THE
029578*    EARLIEST NIGHT THE FINGERPRINT WAS SEEN.
029579 3310-MATCH-FINGERPRINT.
029580     IF FT-FINGERPRINT (FT-SUB) = TR-FINGERPRINT
029581         MOVE 'Y' TO WS-DUP-FOUND-SW
029583         MOVE FT-RUN-DATE (FT-SUB) TO WS-DUP-DATE
029584         MOVE FT-RECORD-NUMBER (FT-SUB) TO WS-DUP-RECORD-NUMBER
029585     END-IF.
029586 3310-EXIT.
029587     EXIT.
029589
029590 3320-MATCH-RELEASE.
029591     IF FR-RECORD-NUMBER (FR-SUB) = TR-RECORD-NUMBER
029592         AND FR-FINGERPRINT (FR-SUB) = TR-FINGERPRINT
029593         AND NOT FR-USED (FR-SUB)
029595         MOVE 'Y' TO WS-RELEASE-FOUND-SW
029596         MOVE 'Y' TO FR-USED-SW (FR-SUB)
029597     END-IF.
029598 3320-EXIT.
029600     EXIT.
029700
029800******************************************************************
030340     IF TR-RECORD-NUMBER > WS-CLEAN-HIGH
030350         MOVE TR-RECORD-NUMBER TO WS-CLEAN-HIGH
030360     END-IF.
030362     IF WS-GENERATED-RECORD
030364         ADD 1 TO ED-COUNT-GENERATED
030366         GO TO 4000-EXIT
030368     END-IF.
030370     IF WS-FPNEW-IS-OPEN AND NOT TR-TYPE-CONTINUATION
030380         MOVE WS-CURRENT-DATE TO FO-RUN-DATE
030385         MOVE TR-RECORD-NUMBER TO FO-RECORD-NUMBER
030390         MOVE TR-FINGERPRINT TO FO-FINGERPRINT
030395         WRITE FO-RECORD
030398     END-IF.
030400 4000-EXIT.
030500     EXIT.
030600
030900     MOVE WS-REASON-CODE TO RJ-REASON-CODE.
030910     MOVE WS-CURRENT-DATE TO RJ-REJECT-DATE.
030920     MOVE ZERO TO RJ-RESUB-COUNT.
030930     MOVE WS-DUP-DATE TO RJ-DUP-DATE.
030940     MOVE WS-DUP-RECORD-NUMBER TO RJ-DUP-RECORD-NUMBER.
031000     WRITE RJ-RECORD.
031100     ADD 1 TO ED-COUNT-REJECT.
031200     MOVE TR-RECORD-NUMBER TO ER-DET-RECORD-NUMBER.
031300     MOVE TR-OPERATOR-ID TO ER-DET-OPERATOR-ID.
031400     MOVE WS-REASON-CODE TO ER-DET-REASON-CODE.
031500     WRITE ER-RECORD FROM ER-DETAIL-LINE.
031510     IF WS-REASON-CODE = '12'
031520         MOVE WS-DUP-RECORD-NUMBER TO ER-DUP-RECORD-NUMBER
031530         MOVE WS-DUP-DATE TO ER-DUP-DATE
031540         WRITE ER-RECORD FROM ER-DUP-LINE
031550     END-IF.
031600 4100-EXIT.
031700     EXIT.
031800
034880     MOVE ED-COUNT-RSN08 TO ER-TOT-COUNT.
034890     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034900     MOVE '   REASON 09 BLANK FACTOR....:' TO ER-TOT-LABEL.
034901     MOVE ED-COUNT-RSN09 TO ER-TOT-COUNT.
034902     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034903     MOVE '   REASON 10 UNKNOWN FORMULA.:' TO ER-TOT-LABEL.
034904     MOVE ED-COUNT-RSN10 TO ER-TOT-COUNT.
034905     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034906     MOVE '   REASON 11 BAD AMORT TERM..:' TO ER-TOT-LABEL.
034907     MOVE ED-COUNT-RSN11 TO ER-TOT-COUNT.
034908     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034909     MOVE '   REASON 12 SUSPECT DUPLICAT:' TO ER-TOT-LABEL.
034910     MOVE ED-COUNT-RSN12 TO ER-TOT-COUNT.
034911     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034912     MOVE ' RELEASED REPEATS ACCEPTED...:' TO ER-TOT-LABEL.
034913     MOVE ED-COUNT-RELEASED TO ER-TOT-COUNT.
034914     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034915     MOVE ' FINGERPRINTS CARRIED FORWARD:' TO ER-TOT-LABEL.
034916     MOVE ED-COUNT-FP-CARRIED TO ER-TOT-COUNT.
034917     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034918     MOVE ' STANDING ORDERS NOT MATCHED.:' TO ER-TOT-LABEL.
034919     MOVE ED-COUNT-GENERATED TO ER-TOT-COUNT.
034920     WRITE ER-RECORD FROM ER-TOTAL-LINE.
034960 7000-EXIT.
035000     EXIT.
036600     IF WS-TRANS-IS-OPEN
036700         CLOSE TRANS-FILE
036800     END-IF.
036810     IF WS-FPNEW-IS-OPEN
036820         CLOSE FPRINT-NEW-FILE
036830     END-IF.
036900     DISPLAY 'EDIT COMPLETE - READ ' ED-COUNT-READ
037000         ' CLEAN ' ED-COUNT-CLEAN ' REJECTED ' ED-COUNT-REJECT.
037006     IF WS-CYCLE-STARTED
037012         MOVE ED-COUNT-CLEAN TO CY-COUNT-1
037018         MOVE ED-COUNT-REJECT TO CY-COUNT-2
037024         MOVE ED-COUNT-READ TO CY-COUNT-3
037030         MOVE SPACE TO CY-CONDITION
037036         IF WS-EDITRPT-IS-OPEN AND NOT WS-FPRINT-FAILED
037042             MOVE 'C' TO CY-EVENT
037048             MOVE SPACES TO CY-TEXT
037054         ELSE
037060             MOVE 'F' TO CY-EVENT
037066             MOVE 'ENDED IN ERROR - SEE RUN MESSAGES' TO CY-TEXT
037072         END-IF
037078         PERFORM 1530-WRITE-CYCLE-EVENT THRU 1530-EXIT
037084     END-IF.
037100 9000-EXIT.
037200     EXIT.
