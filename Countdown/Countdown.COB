001400*                         EACH WITH ITS OWN AUDIT/EVENT/CHECKPOINT/LOCK DDS.        *
001420*                         A PREDECESSOR IN ANOTHER STREAM IS WAITED FOR VIA         *
001440*                         ITS READY FLAG ON THE SHARED READYOUT DATASET.            *
001441*     10/15/2026   GN     CYCLE ID - NIGHTLY ('N') AND INTRADAY ('I') CYCLES     *
001442*                         RUN THEIR OWN GATES (PARM BYTE 19). THE ID IS ON THE   *
001443*                         STATUS KEY, AUDIT, READY FLAGS, CHECKPOINT AND LOCK,   *
001444*                         SO EACH CYCLE RESUMES AND REPORTS ON ITS OWN.          *
001445*     10/15/2026   GN     REHEARSAL MODE (PARM 'R') - CANDIDATE CONTROL FILE ON  *
001446*                         A COMPRESSED SIMULATED CLOCK, TEST DATASETS ONLY, NO   *
001447*                         OPERATOR COMMANDS. OUTPUT IS MARKED 'R'; A DATASET     *
001448*                         HOLDING PRODUCTION RECORDS REFUSES THE RUN (RC 16).    *
001449*     10/15/2026   GN     EVERY DEPENDENCY WAIT (IN-STREAM OR CROSS-STREAM) IS   *
001450*                         WRITTEN TO THE AUDIT TRAIL AS A TYPE 'W' RECORD -      *
001451*                         GATE, PREDECESSOR AND STREAM, START/END, SECONDS       *
001452*                         WAITED AND IDLE, OUTCOME (RELEASED/TIMED OUT/HELD).    *
001453*                         THE NIGHT'S WAIT TOTALS ARE DISPLAYED AT THE END.      *
001454*     10/15/2026   GN     CONTROL TOTALS ON AUDITOUT, EVENTOUT AND READYOUT -    *
001455*                         EACH RUN'S RECORDS SIT BETWEEN A HEADER (CYCLE DATE,   *
001456*                         STREAM, RUN START) AND A TRAILER (COUNTS BY TYPE,      *
001457*                         HASH, ELAPSED SECONDS) KEPT BY CDTOTALS. A RESTART     *
001458*                         RE-COUNTS BEFORE EXTENDING, SO ONE TRAILER COVERS      *
001459*                         BOTH RUNS. READY FLAGS NOW CARRY THE STREAM ID.        *
001460**********************************************************************************

001480 IDENTIFICATION DIVISION.
001760*                          TIMELINE WITHOUT RUNNING THE GATES.  *
001780*                          BYTES 2-7 MAY HOLD AN HHMMSS WINDOW  *
001800*                          START TIME (DEFAULT: CURRENT TIME).  *
001806*                          BYTE 8 MAY HOLD THE CYCLE ID TO       *
001812*                          FORECAST (SEE BELOW, DEFAULT N).      *
001814*                      R = REHEARSAL - THE B DRIVER ON A         *
001816*                          SIMULATED CLOCK INTO TEST DATASETS;   *
001818*                          B LAYOUT PLUS BYTES 20-38 BELOW.      *
001820*                      T = TARGET-TIME GATE - HOLD UNTIL THE    *
001840*                          WALL CLOCK REACHES THE HHMMSS TIME   *
001860*                          IN BYTES 2-7, THEN RELEASE. THE 'F'  *
002260*                      LEFT BY AN ABENDED RUN. WITHOUT IT ANY    *
002280*                      EXISTING LOCK, LIVE OR STALE, REFUSES     *
002300*                      THE RUN WITH RC 24.                       *
002302*    NEXT BYTE      OPTIONAL CYCLE ID - MODE B ONLY:             *
002304*                      N = NIGHTLY 22:00 CYCLE (DEFAULT)         *
002306*                      I = INTRADAY 12:00 CYCLE                  *
002308*                      THE DRIVER RUNS ONLY THE CONTROL ENTRIES  *
002310*                      IN THAT CYCLE, AND ITS STATUS, AUDIT,     *
002312*                      READY FLAGS, AND CHECKPOINT CARRY THE ID. *
002313*    BYTES 20-24    MODE R ONLY - CLOCK FACTOR, SIMULATED        *
002314*                      SECONDS PER REAL SECOND (DEFAULT 60).     *
002315*    BYTES 25-30    MODE R ONLY - HHMMSS START OF THE SIMULATED  *
002316*                      WINDOW (DEFAULT 220000 FOR CYCLE N,       *
002317*                      120000 FOR CYCLE I).                      *
002318*    BYTES 31-38    MODE R ONLY - YYYYMMDD RUN DATE TO REHEARSE  *
002319*                      (DEFAULT TODAY) - ITS CALENDAR APPLIES.   *
002320*                      EVERY OUTPUT DD (AUDITOUT, EVENTOUT,      *
002321*                      READYOUT, STATFILE, CHKPTFIL, LOCKFILE)   *
002322*                      MUST NAME A TEST DATASET - ONE ALREADY    *
002323*                      HOLDING PRODUCTION RECORDS REFUSES THE    *
002324*                      RUN WITH RC 16. CMDFILE IS NOT READ -     *
002325*                      A REHEARSAL TAKES NO OPERATOR COMMANDS.   *
002339*    IF THE MODE CHAR IS OMITTED, THE START VALUE OCCUPIES       *
002340*    POSITIONS 1-5 INSTEAD OF 2-6, AND THE 'F' FLAG AND          *
002360*    THRESHOLD OVERRIDES EACH SHIFT ONE BYTE EARLIER TO MATCH -  *
002380*    MODE DEFAULTS TO D.                                        *
002580*                "B"             RUN THE NIGHTLY GATE LIST IN   *
002600*                                  CTLFILE                       *
002620*                "BP1"           RUN ONLY STREAM P1'S GATES     *
002626*            "B                 I"                               *
002632*                                RUN THE INTRADAY GATE LIST      *
002634*            "R                 N00060"                          *
002636*                                REHEARSE TONIGHT'S LIST AT 60X  *
002640*                "F213000"       FORECAST THE CTLFILE WINDOW    *
002660*                                  FROM A 21:30:00 START         *
002680*                "T023000"       HOLD THE GATE UNTIL 02:30:00   *
003200     SELECT STATUS-FILE ASSIGN TO STATFILE
003220         ORGANIZATION IS INDEXED
003240         ACCESS MODE IS DYNAMIC
003260         RECORD KEY IS CD-STAT-KEY
003280         FILE STATUS IS WS-STAT-STATUS.

003300     SELECT COMMAND-FILE ASSIGN TO CMDFILE
003800     05  RCHK-FLAG                   PIC X(01).
003820     05  RCHK-JOB-NAME               PIC X(08).
003840     05  RCHK-TIMESTAMP              PIC X(17).
003850     05  RCHK-CYCLE-ID               PIC X(01).
003855     05  RCHK-REHEARSAL-FLAG         PIC X(01).
003857     05  RCHK-STREAM-ID              PIC X(02).
003860     05  FILLER                      PIC X(41).

003880 FD  CHECKPOINT-FILE.
003900     COPY CDCHKPT.
004420     05  WS-EVENT-STATUS             PIC X(02) VALUE "00".
004440     05  WS-LOCK-STATUS              PIC X(02) VALUE "00".
004460     05  WS-RCHK-STATUS              PIC X(02) VALUE "00".
004470     05  WS-TOT-WRITE-STATUS         PIC X(02) VALUE "00".

004480******************************************************************
004500*    PROGRAM SWITCHES                                           *
005320         88  STALE-LOCK-OVERRIDE              VALUE 'Y'.
005340     05  WS-HB-FAIL-SWITCH           PIC X(01) VALUE 'N'.
005360         88  HEARTBEAT-IS-OFF                 VALUE 'Y'.
005362     05  WS-READY-TOTALS-SWITCH      PIC X(01) VALUE 'N'.
005364         88  READY-TOTALS-STARTED             VALUE 'Y'.
005366     05  WS-REHEARSAL-SWITCH         PIC X(01) VALUE SPACE.
005372         88  REHEARSAL-RUN                    VALUE 'R'.

005380******************************************************************
005400*    RUN MODE                                                   *
007320     05  WS-PARM-VALUE-N             PIC 9(05).
007340     05  WS-PARM-THRESHOLD-1-X       PIC X(05).
007360     05  WS-PARM-THRESHOLD-2-X       PIC X(05).
007361     05  WS-PARM-FACTOR-X            PIC X(05).
007362     05  WS-PARM-WINDOW-X            PIC X(06).
007363     05  WS-PARM-WINDOW-SPLIT REDEFINES WS-PARM-WINDOW-X.
007364         10  WS-PARM-WINDOW-HH       PIC 9(02).
007365         10  WS-PARM-WINDOW-MM       PIC 9(02).
007366         10  WS-PARM-WINDOW-SS       PIC 9(02).
007367     05  WS-PARM-RUN-DATE-X          PIC X(08).
007368     05  WS-PARM-RUN-DATE-N REDEFINES WS-PARM-RUN-DATE-X
007369                                     PIC 9(08).
007370     05  WS-PARM-RUN-DATE-SPLIT REDEFINES WS-PARM-RUN-DATE-X.
007371         10  WS-PARM-RUN-YYYY        PIC 9(04).
007372         10  WS-PARM-RUN-MM          PIC 9(02).
007373         10  WS-PARM-RUN-DD          PIC 9(02).

007380******************************************************************
007400*    PARM FIELD POSITIONS - SHIFT BY ONE BYTE DEPENDING ON        *
007500     05  WS-PARM-POS-TH1             PIC 9(02) VALUE 8.
007520     05  WS-PARM-POS-TH2             PIC 9(02) VALUE 13.
007540     05  WS-PARM-POS-OVR             PIC 9(02) VALUE 18.
007550     05  WS-PARM-POS-CYC             PIC 9(02) VALUE 19.

007560******************************************************************
007580*    RUN-LOCK WORK FIELDS - THE HEARTBEAT AGE IS "NOW" MINUS     *

008680     COPY CDSCHPM.

008682******************************************************************
008684*    CONTROL-TOTALS INTERFACE (CDTOTALS) AND THE CONTROL-RECORD  *
008686*    VIEW USED WHEN AN OUTPUT DATASET'S FIRST RECORD IS READ.    *
008688******************************************************************
008690     COPY CDTOTPM.

008692     COPY CDTOT.

008700******************************************************************
008720*    DATE / TIME / TIMESTAMP WORKING FIELDS                     *
008740******************************************************************
008760 01  WS-TIME-FIELDS.
008780     05  WS-RUN-START-DATE           PIC 9(08) VALUE ZERO.
008800     05  WS-RUN-START-TIME           PIC 9(08) VALUE ZERO.
008804     05  WS-RUN-OPEN-DATE            PIC 9(08) VALUE ZERO.
008808     05  WS-RUN-OPEN-TIME            PIC 9(08) VALUE ZERO.
008820     05  WS-RUN-END-DATE             PIC 9(08) VALUE ZERO.
008840     05  WS-RUN-END-TIME             PIC 9(08) VALUE ZERO.
008860     05  WS-TICK-DATE                PIC 9(08) VALUE ZERO.
009800     05  WS-TB-SS                    PIC 9(02).
009820     05  WS-TB-CC                    PIC 9(02).

009821******************************************************************
009822*    DEPENDENCY-WAIT FIELDS                                      *
009823*    A WAIT RUNS FROM THE FIRST TIME A GATE IS FOUND BLOCKED BY  *
009824*    ITS PREDECESSOR UNTIL IT IS RELEASED, TIMES OUT OR IS HELD, *
009825*    IN ABSOLUTE SECONDS (DAY NUMBER X 86400 + SECONDS OF DAY)   *
009826*    SO IT MAY CROSS MIDNIGHT. A CROSS-STREAM WAIT LEAVES THE    *
009827*    WHOLE STREAM IDLE; AN IN-STREAM ONE DOES NOT.               *
009828******************************************************************
009829 01  WS-DEP-WAIT-FIELDS.
009830     05  WS-WAIT-DAY                 PIC S9(08) VALUE ZERO.
009831     05  WS-WAIT-NOW-SECS            PIC S9(12) VALUE ZERO.
009832     05  WS-WAIT-SECS                PIC 9(07) VALUE ZERO.
009833     05  WS-WAIT-OUTCOME             PIC X(01) VALUE SPACE.
009834     05  WS-WAIT-PRED-STREAM         PIC X(02) VALUE SPACES.
009835     05  WS-WAIT-IDLE-SWITCH         PIC X(01) VALUE 'N'.
009836         88  WAIT-LEFT-STREAM-IDLE            VALUE 'Y'.
009837     05  WS-WAIT-COUNT               PIC 9(05) COMP VALUE ZERO.
009838     05  WS-WAIT-TOTAL-SECS          PIC 9(09) COMP VALUE ZERO.
009839     05  WS-IDLE-TOTAL-SECS          PIC 9(09) COMP VALUE ZERO.

009840******************************************************************
009860*    WALL-CLOCK PACING                                          *
009880******************************************************************
009900 77  WS-ONE-SECOND                   PIC 9(09) COMP-5 VALUE 1.

009901******************************************************************
009902*    REHEARSAL CLOCK - 'NOW' ON A REHEARSAL IS THE WINDOW START  *
009903*    (BASE, IN SECONDS SINCE THE INTEGER-DATE EPOCH) PLUS THE    *
009904*    SIMULATED SECONDS COUNTED BY 0250. WS-CLOCK-DATE/TIME IS    *
009905*    WHAT 0152-READ-CLOCK HANDS BACK IN EITHER MODE.             *
009906******************************************************************
009907 01  WS-REHEARSAL-CLOCK.
009908     05  WS-RHS-FACTOR               PIC 9(05) COMP VALUE 60.
009909     05  WS-RHS-PACE-COUNT           PIC 9(05) COMP VALUE ZERO.
009910     05  WS-RHS-SIM-SECS             PIC 9(09) COMP VALUE ZERO.
009911     05  WS-RHS-BASE-SECS            PIC S9(12) COMP-3 VALUE ZERO.
009912     05  WS-RHS-ABS-SECS             PIC S9(12) COMP-3 VALUE ZERO.
009913     05  WS-RHS-DAY-NUM              PIC S9(08) COMP VALUE ZERO.
009914     05  WS-RHS-SECS-OF-DAY          PIC 9(05) COMP VALUE ZERO.
009915     05  WS-RHS-MM-SS-REM            PIC 9(05) COMP VALUE ZERO.
009916     05  WS-RHS-DISPLAY-FACTOR       PIC ZZZZ9.
009917     05  WS-RHS-CHECK-DSN            PIC X(08) VALUE SPACES.
009918     05  WS-RHS-CHECK-MARK           PIC X(01) VALUE SPACE.
009919     05  WS-CLOCK-DATE               PIC 9(08) VALUE ZERO.
009920     05  WS-CLOCK-TIME               PIC 9(08) VALUE ZERO.

009939******************************************************************
009940*    GATE TABLE - BATCH-DRIVER MODE ONLY. THE WHOLE CONTROL      *
009960*    FILE IS LOADED, THEN RUN IN DEPENDENCY ORDER. EACH          *
009980*    ENTRY'S STATE TRACKS THE LIFECYCLE:                         *
010240             15  WS-GATE-JOB         PIC X(08).
010260             15  FILLER              PIC X(29).
010280             15  WS-GATE-PRED        PIC X(08).
010290             15  FILLER              PIC X(07).
010300             15  WS-GATE-STREAM      PIC X(02).
010310             15  FILLER              PIC X(26).
010320         10  WS-GATE-STATE           PIC X(01).
010326         10  WS-GATE-WAIT-START-TS   PIC X(17).
010332         10  WS-GATE-WAIT-START-SECS PIC S9(12).

010340 01  WS-GATE-WORK-FIELDS.
010360     05  WS-GATE-SUB                 PIC 9(03) COMP VALUE ZERO.
010480     05  WS-GATE-ABORT-SWITCH        PIC X(01) VALUE 'N'.
010500         88  GATE-TABLE-OVERFLOWED            VALUE 'Y'.

010501******************************************************************
010502*    OTHER-STREAM GATES                                          *
010503*    THE JOB AND STREAM OF EVERY CONTROL ENTRY A STREAM FILTER   *
010504*    BYPASSED, SO A CROSS-STREAM WAIT CAN NAME THE STREAM IT     *
010505*    WAITED ON.                                                  *
010506******************************************************************
010507 01  WS-OTHER-STREAM-TABLE.
010508     05  WS-OTHER-COUNT              PIC 9(03) COMP VALUE ZERO.
010509     05  WS-OTHER-ENTRY OCCURS 500 TIMES INDEXED BY OTHER-IDX.
010510         10  WS-OTHER-JOB            PIC X(08).
010511         10  WS-OTHER-STREAM         PIC X(02).

010520******************************************************************
010540*    STREAM-PARTITIONING FIELDS - A NON-BLANK FILTER RESTRICTS   *
010560*    THE DRIVER TO ONE STREAM'S GATES; A PREDECESSOR OUTSIDE     *
010860 77  WS-XSTREAM-WAIT-MAX             PIC 9(05) VALUE 3600.
010862 77  WS-RDYFLAG-GRACE-SECS           PIC 9(05) VALUE 3600.

010863******************************************************************
010864*    CYCLE FIELDS - THE CYCLE THIS DRIVER INSTANCE RUNS ('N'     *
010865*    NIGHTLY, 'I' INTRADAY). A CONTROL ENTRY OUTSIDE THE CYCLE   *
010866*    IS LEFT OUT OF THE GATE TABLE, THE SAME WAY ANOTHER         *
010867*    STREAM'S ENTRIES ARE. A BLANK CYCLE ID ON A CHECKPOINT OR   *
010868*    READY FLAG WRITTEN BEFORE CYCLES EXISTED MEANS NIGHTLY.     *
010869******************************************************************
010870 01  WS-CYCLE-FIELDS.
010871     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
010872         88  NIGHTLY-CYCLE                    VALUE 'N'.
010873         88  INTRADAY-CYCLE                   VALUE 'I'.
010874     05  WS-IN-CYCLE-SWITCH          PIC X(01) VALUE 'N'.
010875         88  ENTRY-IS-IN-CYCLE                VALUE 'Y'.
010876     05  WS-OFFCYCLE-COUNT           PIC 9(03) COMP VALUE ZERO.
010877     05  WS-CHK-CYCLE-ID             PIC X(01) VALUE SPACE.
010878     05  WS-RDY-CYCLE-ID             PIC X(01) VALUE SPACE.

010880 PROCEDURE DIVISION.

010900******************************************************************
011560*    WS-RUN-START-DATE/TIME BY 0140-CHECK-RESTART) INSTEAD OF    *
011580*    OVERWRITING IT WITH THE RESTART'S OWN CLOCK TIME, SO THE    *
011600*    END-OF-RUN SUMMARY REFLECTS THE TRUE SPAN OF THE GATE.      *
011606*    THE RUN START IS SETTLED BEFORE THE OPENS SO THE OUTPUT     *
011612*    DATASETS' HEADERS CAN CARRY IT.                             *
011620******************************************************************
011640 0100-START.
011660     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
011700     IF PARM-IS-INVALID
011720         GO TO 0100-START-EXIT
011740     END-IF.
011742     IF REHEARSAL-RUN
011744         PERFORM 0180-CHECK-REHEARSAL-DSNS
011746             THRU 0180-CHECK-REHEARSAL-DSNS-EXIT
011748         IF PARM-IS-INVALID
011750             GO TO 0100-START-EXIT
011752         END-IF
011754     END-IF.
011760     IF NOT FORECAST-MODE
011780         PERFORM 0160-CLAIM-RUN-LOCK
011800             THRU 0160-CLAIM-RUN-LOCK-EXIT
011860         END-IF
011880     END-IF.
011900     PERFORM 0140-CHECK-RESTART THRU 0140-CHECK-RESTART-EXIT.
011980     IF NOT RESTART-WAS-FOUND
012000         PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT
012013         MOVE WS-CLOCK-DATE TO WS-RUN-START-DATE
012026         MOVE WS-CLOCK-TIME TO WS-RUN-START-TIME
012033         MOVE WS-CLOCK-DATE TO WS-RUN-OPEN-DATE
012036         MOVE WS-CLOCK-TIME TO WS-RUN-OPEN-TIME
012040     END-IF.
012045     IF NOT FORECAST-MODE
012050         PERFORM 0130-OPEN-FILES THRU 0130-OPEN-FILES-EXIT
012055     END-IF.
012060     MOVE WS-RUN-START-DATE TO WS-TICK-DATE.
012080     MOVE WS-RUN-START-TIME TO WS-TICK-TIME.
012100     PERFORM 0150-BUILD-TIMESTAMP THRU 0150-BUILD-TIMESTAMP-EXIT.
013480     IF WS-PARM-DATA(1:1) = 'F'
013500         MOVE 'F' TO WS-RUN-MODE
013520         MOVE WS-PARM-DATA(2:6) TO WS-FCT-START-TIME-X
013526         MOVE 8 TO WS-PARM-POS-CYC
013532         PERFORM 0122-SET-CYCLE-ID THRU 0122-SET-CYCLE-ID-EXIT
013540         GO TO 0120-VALIDATE-PARM-EXIT
013560     END-IF.
013580     IF WS-PARM-DATA(1:1) = 'T'
014180         END-IF
014200         GO TO 0120-VALIDATE-PARM-EXIT
014220     END-IF.
014240     IF WS-PARM-DATA(1:1) = 'D' OR 'U' OR 'B' OR 'R'
014260         MOVE WS-PARM-DATA(1:1) TO WS-PARM-MODE-CHAR
014280         MOVE WS-PARM-DATA(2:5) TO WS-PARM-VALUE-X
014300         MOVE 7 TO WS-PARM-POS-F
014320         MOVE 8 TO WS-PARM-POS-TH1
014340         MOVE 13 TO WS-PARM-POS-TH2
014360         MOVE 18 TO WS-PARM-POS-OVR
014370         MOVE 19 TO WS-PARM-POS-CYC
014380     ELSE
014400         MOVE 'D' TO WS-PARM-MODE-CHAR
014420         MOVE WS-PARM-DATA(1:5) TO WS-PARM-VALUE-X
014460         MOVE 7 TO WS-PARM-POS-TH1
014480         MOVE 12 TO WS-PARM-POS-TH2
014500         MOVE 17 TO WS-PARM-POS-OVR
014510         MOVE 18 TO WS-PARM-POS-CYC
014520     END-IF.
014540     IF WS-PARM-DATA(WS-PARM-POS-F:1) = 'F'
014560         SET FORCE-FRESH-START TO TRUE
014720         TO WS-PARM-THRESHOLD-2-X.
014740     PERFORM 0125-APPLY-THRESHOLD-OVRDS
014760         THRU 0125-APPLY-THRESHOLD-OVRDS-EXIT.
014780     IF WS-PARM-MODE-CHAR = 'B' OR 'R'
014800         MOVE 'B' TO WS-RUN-MODE
014805*        A STREAM ID STARTS WITH A LETTER - A NUMERIC BYTE 2
014810*        IS A LEGACY START VALUE, STILL IGNORED FOR MODE B,
014850             MOVE WS-PARM-DATA(2:2) TO WS-STREAM-FILTER
014860             SET STREAM-FILTER-IS-ON TO TRUE
014880         END-IF
014890         PERFORM 0122-SET-CYCLE-ID THRU 0122-SET-CYCLE-ID-EXIT
014891         IF WS-PARM-MODE-CHAR = 'R'
014892            AND NOT PARM-IS-INVALID
014893             PERFORM 0124-SET-REHEARSAL
014894                 THRU 0124-SET-REHEARSAL-EXIT
014895         END-IF
014900         GO TO 0120-VALIDATE-PARM-EXIT
014920     END-IF.
014940     IF WS-PARM-VALUE-X NOT NUMERIC
015160 0120-VALIDATE-PARM-EXIT.
015180     EXIT.

015181******************************************************************
015182*    0122-SET-CYCLE-ID                                           *
015183*    THE CYCLE BYTE OF A 'B' OR 'F' PARM - BLANK MEANS NIGHTLY.  *
015184******************************************************************
015185 0122-SET-CYCLE-ID.
015186     MOVE WS-PARM-DATA(WS-PARM-POS-CYC:1) TO WS-CYCLE-ID.
015187     IF WS-CYCLE-ID = SPACE
015188         MOVE 'N' TO WS-CYCLE-ID
015189     END-IF.
015190     IF NOT NIGHTLY-CYCLE AND NOT INTRADAY-CYCLE
015191         PERFORM 9810-INVALID-CYCLE THRU 9810-INVALID-CYCLE-EXIT
015192     END-IF.
015193 0122-SET-CYCLE-ID-EXIT.
015194     EXIT.

015195******************************************************************
015196*    0124-SET-REHEARSAL                                          *
015197*    MODE R - THE BATCH DRIVER ON A SIMULATED CLOCK. PICKS UP THE*
015198*    CLOCK FACTOR, WINDOW START AND RUN DATE (BYTES 20-38) AND   *
015199*    SETS THE CLOCK BASE. EVERY RECORD THE RUN WRITES CARRIES THE*
015200*    'R' MARK IN WS-REHEARSAL-SWITCH.                            *
015201******************************************************************
015202 0124-SET-REHEARSAL.
015203     SET REHEARSAL-RUN TO TRUE.
015204     MOVE WS-PARM-DATA(20:5) TO WS-PARM-FACTOR-X.
015205     MOVE WS-PARM-DATA(25:6) TO WS-PARM-WINDOW-X.
015206     MOVE WS-PARM-DATA(31:8) TO WS-PARM-RUN-DATE-X.
015207     IF WS-PARM-FACTOR-X NOT = SPACES
015208         IF WS-PARM-FACTOR-X NUMERIC
015209            AND WS-PARM-FACTOR-X NOT = ZERO
015210             MOVE WS-PARM-FACTOR-X TO WS-RHS-FACTOR
015211         ELSE
015212             PERFORM 9815-INVALID-REHEARSAL
015213                 THRU 9815-INVALID-REHEARSAL-EXIT
015214             GO TO 0124-SET-REHEARSAL-EXIT
015215         END-IF
015216     END-IF.
015217     IF WS-PARM-WINDOW-X = SPACES
015218         IF INTRADAY-CYCLE
015219             MOVE '120000' TO WS-PARM-WINDOW-X
015220         ELSE
015221             MOVE '220000' TO WS-PARM-WINDOW-X
015222         END-IF
015223     END-IF.
015224     IF WS-PARM-WINDOW-X NOT NUMERIC
015225        OR WS-PARM-WINDOW-HH > 23
015226        OR WS-PARM-WINDOW-MM > 59
015227        OR WS-PARM-WINDOW-SS > 59
015228         PERFORM 9815-INVALID-REHEARSAL
015229             THRU 9815-INVALID-REHEARSAL-EXIT
015230         GO TO 0124-SET-REHEARSAL-EXIT
015231     END-IF.
015232     IF WS-PARM-RUN-DATE-X = SPACES
015233         ACCEPT WS-PARM-RUN-DATE-N FROM DATE YYYYMMDD
015234     END-IF.
015235     IF WS-PARM-RUN-DATE-X NOT NUMERIC
015236        OR WS-PARM-RUN-YYYY < 1601
015237        OR WS-PARM-RUN-MM < 1 OR WS-PARM-RUN-MM > 12
015238        OR WS-PARM-RUN-DD < 1 OR WS-PARM-RUN-DD > 31
015239         PERFORM 9815-INVALID-REHEARSAL
015240             THRU 9815-INVALID-REHEARSAL-EXIT
015241         GO TO 0124-SET-REHEARSAL-EXIT
015242     END-IF.
015243     COMPUTE WS-RHS-DAY-NUM =
015244         FUNCTION INTEGER-OF-DATE(WS-PARM-RUN-DATE-N).
015245     COMPUTE WS-RHS-BASE-SECS =
015246         (WS-RHS-DAY-NUM * 86400) + (WS-PARM-WINDOW-HH * 3600)
015247         + (WS-PARM-WINDOW-MM * 60) + WS-PARM-WINDOW-SS.
015248     MOVE ZERO TO WS-RHS-SIM-SECS.
015249     MOVE ZERO TO WS-RHS-PACE-COUNT.
015250     MOVE WS-RHS-FACTOR TO WS-RHS-DISPLAY-FACTOR.
015251     DISPLAY "COUNTDOWN - REHEARSAL RUN - " WS-PARM-RUN-DATE-X
015252             " FROM " WS-PARM-WINDOW-X " AT "
015253             WS-RHS-DISPLAY-FACTOR "X - TEST DATASETS ONLY".
015254 0124-SET-REHEARSAL-EXIT.
015255     EXIT.

015257******************************************************************
015258*    0125-APPLY-THRESHOLD-OVRDS                                 *
015259*    APPLY THE OPTIONAL WARNING-THRESHOLD OVERRIDE SUB-FIELDS.   *
015260*    A BLANK SUB-FIELD OR A NUMERIC ZERO SILENTLY LEAVES THE     *
015280*    COMPILED DEFAULT IN EFFECT (THE DOCUMENTED WAY TO SKIP AN   *
015300*    OVERRIDE); A NON-BLANK SUB-FIELD THAT FAILS THE NUMERIC     *
016720*    DATASET ITSELF DID NOT (E.G. IT WAS SCRATCHED BETWEEN       *
016740*    RUNS), OPEN EXTEND FAILS, SO FALL BACK TO OPEN OUTPUT AND   *
016760*    START A FRESH AUDIT TRAIL RATHER THAN ABENDING THE RESTART. *
016764*    A RESTART FIRST RE-COUNTS THE DATASET IT IS ABOUT TO EXTEND *
016768*    SO THE OPEN SEGMENT'S TRAILER WILL COVER THE RECORDS ON     *
016772*    FILE AS WELL AS THIS RUN'S; A FRESH DATASET STARTS A NEW    *
016776*    SEGMENT WITH ITS HEADER.                                    *
016780******************************************************************
016800 0130-OPEN-FILES.
016820     PERFORM 0139-OPEN-EVENT-FILE
016840         THRU 0139-OPEN-EVENT-FILE-EXIT.
016860     IF RESTART-WAS-FOUND
016865         MOVE 'AUDITOUT' TO CD-TOT-DATASET
016870         PERFORM 0190-RECOUNT-DATASET
016875             THRU 0190-RECOUNT-DATASET-EXIT
016880         OPEN EXTEND AUDIT-OUT
016900         IF WS-AUDIT-STATUS NOT = "00"
016920             OPEN OUTPUT AUDIT-OUT
017260         GO TO 0130-OPEN-FILES-EXIT
017280     END-IF.
017300     SET AUDIT-OUT-IS-OPEN TO TRUE.
017301     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
017302     PERFORM 0191-START-SEGMENT THRU 0191-START-SEGMENT-EXIT.
017305******************************************************************
017310*    A STREAM-FILTERED INSTANCE NEVER RESETS READY-OUT - THE     *
017315*    DATASET IS SHARED WITH THE OTHER STREAMS' INSTANCES AND     *
017335*    THE CYCLE-SETUP JCL; FLAGS LEFT FROM AN EARLIER CYCLE ARE   *
017340*    SCREENED OUT BY THE CROSS-STREAM WAIT'S CYCLE-OPEN AGE      *
017345*    CHECK (0515-JUDGE-FLAG-AGE), NOT BY TRUNCATION.             *
017346*    THIS INSTANCE'S READY-FLAG SEGMENT IS STARTED WITH ITS      *
017347*    FIRST FLAG (0240), SO A RUN THAT RELEASES NOTHING STILL     *
017348*    LEAVES THE DATASET AS IT FOUND IT FOR THE COND CHECKS; A    *
017349*    RESTART CARRIES ON A SEGMENT THE ABENDED RUN LEFT OPEN.     *
017350******************************************************************
017355     IF RESTART-WAS-FOUND
017356         MOVE 'READYOUT' TO CD-TOT-DATASET
017357         PERFORM 0190-RECOUNT-DATASET
017358             THRU 0190-RECOUNT-DATASET-EXIT
017359     END-IF.
017360     IF RESTART-WAS-FOUND OR STREAM-FILTER-IS-ON
017364         OPEN EXTEND READY-OUT
017365         IF WS-READY-STATUS NOT = "00"
017380             OPEN OUTPUT READY-OUT
017400         END-IF
017720         GO TO 0130-OPEN-FILES-EXIT
017740     END-IF.
017760     CLOSE READY-OUT.
017761     MOVE 'READYOUT' TO CD-TOT-DATASET.
017762     IF RESTART-WAS-FOUND
017763         PERFORM 0193-QUERY-SEGMENT THRU 0193-QUERY-SEGMENT-EXIT
017764         IF CD-TOT-SEGMENT-IS-OPEN
017765             SET READY-TOTALS-STARTED TO TRUE
017766         END-IF
017767     ELSE
017768         PERFORM 0192-FORGET-DATASET
017769             THRU 0192-FORGET-DATASET-EXIT
017770     END-IF.
017780     PERFORM 0135-OPEN-STATUS-FILE
017800         THRU 0135-OPEN-STATUS-FILE-EXIT.
017820 0130-OPEN-FILES-EXIT.
018560*    A RECORD STILL MARKED RUNNING AT THE START OF A RUN         *
018580*    BELONGS TO A GATE THAT ABENDED - MARK IT FAILED SO          *
018600*    OPERATIONS SEES WHAT HAPPENED FROM ONE KEYED READ.          *
018606*    ONLY THIS CYCLE'S RECORDS ARE SWEPT - THE OTHER CYCLE MAY   *
018612*    STILL BE RUNNING ITS OWN GATES.                             *
018620******************************************************************
018640 0136-SWEEP-STALE-RUNNING.
018660     MOVE LOW-VALUES TO CD-STAT-KEY.
018680     START STATUS-FILE KEY NOT < CD-STAT-KEY.
018700     IF WS-STAT-STATUS NOT = "00"
018720         GO TO 0136-SWEEP-STALE-RUNNING-EXIT
018740     END-IF.
019240******************************************************************
019260 0138-CHECK-STALE-RUNNING.
019280     IF CD-STAT-IS-RUNNING
019290        AND CD-STAT-CYCLE-ID = WS-CYCLE-ID
019295        AND CD-STAT-REHEARSAL-FLAG = WS-REHEARSAL-SWITCH
019300         DISPLAY "COUNTDOWN - PRIOR RUN OF " CD-STAT-JOB-NAME
019320                 " NEVER COMPLETED - MARKING FAILED"
019340         SET CD-STAT-IS-FAILED TO TRUE
019600*    LOWERS THE RUN TO RC 4 AND THE GATES CARRY ON SILENT.       *
019620*    A RESTART EXTENDS THE FEED THE SAME WAY THE AUDIT TRAIL     *
019640*    IS EXTENDED, FALLING BACK TO A FRESH ONE IF IT IS GONE.     *
019646*    ITS CONTROL TOTALS ARE KEPT THE SAME WAY AS THE AUDIT       *
019652*    TRAIL'S (SEE 0130-OPEN-FILES).                              *
019660******************************************************************
019680 0139-OPEN-EVENT-FILE.
019700     IF RESTART-WAS-FOUND
019705         MOVE 'EVENTOUT' TO CD-TOT-DATASET
019710         PERFORM 0190-RECOUNT-DATASET
019715             THRU 0190-RECOUNT-DATASET-EXIT
019720         OPEN EXTEND EVENT-OUT
019740         IF WS-EVENT-STATUS NOT = "00"
019760             OPEN OUTPUT EVENT-OUT
019840     END-IF.
019860     IF WS-EVENT-STATUS = "00"
019880         SET EVENT-OUT-IS-OPEN TO TRUE
019886         MOVE 'EVENTOUT' TO CD-TOT-DATASET
019892         PERFORM 0191-START-SEGMENT THRU 0191-START-SEGMENT-EXIT
019900     ELSE
019920         DISPLAY "COUNTDOWN - UNABLE TO OPEN EVENTOUT, STATUS="
019940                 WS-EVENT-STATUS
020540******************************************************************
020560 0140-CHECK-RESTART.
020580     MOVE WS-START-VALUE TO WS-COUNTER.
020600     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
020606     MOVE WS-CLOCK-DATE TO WS-CYCLE-DATE.
020612     MOVE WS-CLOCK-TIME TO WS-CYCLE-TIME.
020620     IF FORECAST-MODE OR TARGET-TIME-MODE
020640         GO TO 0140-CHECK-RESTART-EXIT
020660     END-IF.
021160                         TO WS-RUN-START-DATE
021180                     MOVE CD-CHKPT-START-TIME
021200                         TO WS-RUN-START-TIME
021204                     MOVE WS-RUN-START-DATE TO WS-RUN-OPEN-DATE
021208                     MOVE WS-RUN-START-TIME TO WS-RUN-OPEN-TIME
021220                     SET RESTART-WAS-FOUND TO TRUE
021240                     DISPLAY "COUNTDOWN - RESTARTING AT "
021260                             CD-CHKPT-COUNTER
021580*    TIME ARE RESTORED SO THE STATUS-MASTER PREMARK AND THE      *
021600*    CROSS-STREAM READY-FLAG CHECK JUDGE COMPLETIONS AGAINST     *
021610*    THE MOMENT THE WINDOW OPENED, NOT JUST ITS DATE.            *
021612*    A CHECKPOINT LEFT BY THE OTHER CYCLE IS NEVER A RERUN OF    *
021614*    THIS ONE, AND AN INTRADAY CYCLE NEVER CROSSES MIDNIGHT, SO  *
021616*    ITS RERUN MUST FALL ON THE SAME DATE.                       *
021620******************************************************************
021640 0142-CHECK-CYCLE-RESTART.
021660     IF CD-CHKPT-MODE NOT = 'B'
021700        OR CD-CHKPT-CYCLE-DATE = ZERO
021720         GO TO 0142-CHECK-CYCLE-RESTART-EXIT
021740     END-IF.
021741     MOVE CD-CHKPT-CYCLE-ID TO WS-CHK-CYCLE-ID.
021742     IF WS-CHK-CYCLE-ID = SPACE
021743         MOVE 'N' TO WS-CHK-CYCLE-ID
021744     END-IF.
021745     IF WS-CHK-CYCLE-ID NOT = WS-CYCLE-ID
021746         DISPLAY "COUNTDOWN - CHECKPOINT IS FROM CYCLE "
021747                 WS-CHK-CYCLE-ID " - NOT CYCLE " WS-CYCLE-ID
021748                 " - STARTING FRESH"
021749         GO TO 0142-CHECK-CYCLE-RESTART-EXIT
021750     END-IF.
021751     IF CD-CHKPT-REHEARSAL-FLAG NOT = WS-REHEARSAL-SWITCH
021752         DISPLAY "COUNTDOWN - CHECKPOINT IS FROM A REHEARSAL "
021753                 "RUN - STARTING FRESH"
021754         GO TO 0142-CHECK-CYCLE-RESTART-EXIT
021755     END-IF.
021760     COMPUTE WS-CYCLE-DAY-NUM =
021780         FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE).
021800     COMPUTE WS-CHK-DAY-NUM =
021840     COMPUTE WS-CYCLE-DAY-DIFF =
021860         WS-CYCLE-DAY-NUM - WS-CHK-DAY-NUM.
021880     IF WS-CYCLE-DAY-DIFF < ZERO OR WS-CYCLE-DAY-DIFF > 1
021890        OR (INTRADAY-CYCLE AND WS-CYCLE-DAY-DIFF > ZERO)
021900         DISPLAY "COUNTDOWN - CHECKPOINT IS FROM CYCLE "
021920                 CD-CHKPT-CYCLE-DATE " - NOT TONIGHT'S - "
021940                 "STARTING FRESH"
022160     MOVE CD-CHKPT-START-TIME TO WS-RESUME-START-TIME.
022180     MOVE CD-CHKPT-START-DATE TO WS-RUN-START-DATE.
022200     MOVE CD-CHKPT-START-TIME TO WS-RUN-START-TIME.
022204     IF CD-CHKPT-RUN-DATE NUMERIC AND CD-CHKPT-RUN-DATE > ZERO
022206         MOVE CD-CHKPT-RUN-DATE TO WS-RUN-OPEN-DATE
022208         MOVE CD-CHKPT-RUN-TIME TO WS-RUN-OPEN-TIME
022210     ELSE
022212         MOVE CD-CHKPT-START-DATE TO WS-RUN-OPEN-DATE
022214         MOVE CD-CHKPT-START-TIME TO WS-RUN-OPEN-TIME
022216     END-IF.
022220     SET RESTART-WAS-FOUND TO TRUE.
022240     DISPLAY "COUNTDOWN - BATCH CYCLE RERUN DETECTED - "
022260             "GATES ALREADY COMPLETE WILL NOT RERUN".
022500 0150-BUILD-TIMESTAMP-EXIT.
022520     EXIT.

022521******************************************************************
022522*    0152-READ-CLOCK                                             *
022523*    'NOW' INTO WS-CLOCK-DATE/TIME - THE WALL CLOCK, OR ON A     *
022524*    REHEARSAL THE SIMULATED CLOCK: WINDOW START PLUS THE        *
022525*    SIMULATED SECONDS 0250 HAS COUNTED. THE RUN LOCK KEEPS THE  *
022526*    WALL CLOCK - ITS HEARTBEAT HAS TO PROVE A LIVE PROCESS.     *
022527******************************************************************
022528 0152-READ-CLOCK.
022529     IF NOT REHEARSAL-RUN
022530         ACCEPT WS-CLOCK-DATE FROM DATE YYYYMMDD
022531         ACCEPT WS-CLOCK-TIME FROM TIME
022532         GO TO 0152-READ-CLOCK-EXIT
022533     END-IF.
022534     COMPUTE WS-RHS-ABS-SECS = WS-RHS-BASE-SECS + WS-RHS-SIM-SECS.
022535     DIVIDE WS-RHS-ABS-SECS BY 86400
022536         GIVING WS-RHS-DAY-NUM REMAINDER WS-RHS-SECS-OF-DAY.
022537     COMPUTE WS-CLOCK-DATE =
022538         FUNCTION DATE-OF-INTEGER(WS-RHS-DAY-NUM).
022539     DIVIDE WS-RHS-SECS-OF-DAY BY 3600
022540         GIVING WS-TB-HH REMAINDER WS-RHS-MM-SS-REM.
022541     DIVIDE WS-RHS-MM-SS-REM BY 60
022542         GIVING WS-TB-MM REMAINDER WS-TB-SS.
022543     MOVE ZERO TO WS-TB-CC.
022544     MOVE WS-TICK-TIME-HOLDER TO WS-CLOCK-TIME.
022545 0152-READ-CLOCK-EXIT.
022546     EXIT.

022559******************************************************************
022560*    0160-CLAIM-RUN-LOCK                                        *
022580*    CLAIM THE ACTIVE-RUN LOCK BEFORE TOUCHING ANY OTHER        *
022600*    DATASET. A HELD LOCK ALREADY ON FILE IS JUDGED LIVE OR     *
024880     MOVE 'COUNTDWN' TO CD-LOCK-JOB-NAME.
024900     MOVE WS-RUN-MODE TO CD-LOCK-MODE.
024920     MOVE WS-STREAM-FILTER TO CD-LOCK-STREAM-ID.
024930     MOVE WS-CYCLE-ID TO CD-LOCK-CYCLE-ID.
024935     MOVE WS-REHEARSAL-SWITCH TO CD-LOCK-REHEARSAL-FLAG.
024940     MOVE WS-LOCK-START-TS TO CD-LOCK-START-TIMESTAMP.
024960     MOVE WS-LOCK-START-TS TO CD-LOCK-HEARTBEAT.
024980     WRITE CD-LOCK-RECORD.
025640     MOVE 'COUNTDWN' TO CD-LOCK-JOB-NAME.
025660     MOVE WS-RUN-MODE TO CD-LOCK-MODE.
025680     MOVE WS-STREAM-FILTER TO CD-LOCK-STREAM-ID.
025690     MOVE WS-CYCLE-ID TO CD-LOCK-CYCLE-ID.
025695     MOVE WS-REHEARSAL-SWITCH TO CD-LOCK-REHEARSAL-FLAG.
025700     MOVE WS-LOCK-START-TS TO CD-LOCK-START-TIMESTAMP.
025720     MOVE WS-TIMESTAMP TO CD-LOCK-HEARTBEAT.
025740     WRITE CD-LOCK-RECORD.
026300     MOVE 'COUNTDWN' TO CD-LOCK-JOB-NAME.
026320     MOVE WS-RUN-MODE TO CD-LOCK-MODE.
026340     MOVE WS-STREAM-FILTER TO CD-LOCK-STREAM-ID.
026350     MOVE WS-CYCLE-ID TO CD-LOCK-CYCLE-ID.
026355     MOVE WS-REHEARSAL-SWITCH TO CD-LOCK-REHEARSAL-FLAG.
026360     MOVE WS-LOCK-START-TS TO CD-LOCK-START-TIMESTAMP.
026380     MOVE WS-TIMESTAMP TO CD-LOCK-HEARTBEAT.
026400     WRITE CD-LOCK-RECORD.
026460 0175-RELEASE-RUN-LOCK-EXIT.
026480     EXIT.

026481******************************************************************
026482*    0180-CHECK-REHEARSAL-DSNS                                   *
026483*    A REHEARSAL MUST NEVER WRITE OVER PRODUCTION DATA, SO EACH  *
026484*    DATASET IT WOULD WRITE IS READ FIRST. A FIRST RECORD NOT    *
026485*    MARKED 'R' MEANS THE JCL STILL NAMES A PRODUCTION DATASET,  *
026486*    AND THE RUN IS REFUSED (RC 16) BEFORE ANYTHING IS OPENED    *
026487*    FOR OUTPUT. A MISSING OR EMPTY DATASET IS A FRESH TEST      *
026488*    DATASET. ON AUDITOUT, EVENTOUT AND READYOUT THE FIRST       *
026489*    RECORD IS NORMALLY A HEADER, WHICH CARRIES THE MARK IN ITS  *
026490*    OWN PLACE. CMDFILE IS NOT CHECKED - A REHEARSAL NEVER       *
026491*    OPENS IT.                                                   *
026492******************************************************************
026493 0180-CHECK-REHEARSAL-DSNS.
026494     MOVE 'LOCKFILE' TO WS-RHS-CHECK-DSN.
026495     OPEN INPUT LOCK-FILE.
026496     IF WS-LOCK-STATUS = "00"
026497         READ LOCK-FILE
026498             AT END
026499                 CONTINUE
026500             NOT AT END
026501                 MOVE CD-LOCK-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026502                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026503                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026504         END-READ
026505         CLOSE LOCK-FILE
026506     END-IF.
026507     MOVE 'CHKPTFIL' TO WS-RHS-CHECK-DSN.
026508     OPEN INPUT CHECKPOINT-FILE.
026509     IF WS-CHKPT-STATUS = "00"
026510         READ CHECKPOINT-FILE
026511             AT END
026512                 CONTINUE
026513             NOT AT END
026514                 MOVE CD-CHKPT-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026515                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026516                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026517         END-READ
026518         CLOSE CHECKPOINT-FILE
026519     END-IF.
026520     MOVE 'AUDITOUT' TO WS-RHS-CHECK-DSN.
026521     OPEN INPUT AUDIT-OUT.
026522     IF WS-AUDIT-STATUS = "00"
026523         READ AUDIT-OUT
026524             AT END
026525                 CONTINUE
026526             NOT AT END
026527                 MOVE CD-AUDIT-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026530                 IF CD-AUDIT-IS-CONTROL
026533                     MOVE CD-AUDIT-RECORD TO CD-TOTALS-RECORD
026536                     MOVE CD-TOTR-REHEARSAL-FLAG
026539                         TO WS-RHS-CHECK-MARK
026542                 END-IF
026547                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026548                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026549         END-READ
026550         CLOSE AUDIT-OUT
026551     END-IF.
026552     MOVE 'EVENTOUT' TO WS-RHS-CHECK-DSN.
026553     OPEN INPUT EVENT-OUT.
026554     IF WS-EVENT-STATUS = "00"
026555         READ EVENT-OUT
026556             AT END
026557                 CONTINUE
026558             NOT AT END
026559                 MOVE CD-EVT-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026562                 IF CD-EVT-IS-CONTROL
026565                     MOVE CD-EVENT-RECORD TO CD-TOTALS-RECORD
026568                     MOVE CD-TOTR-REHEARSAL-FLAG
026571                         TO WS-RHS-CHECK-MARK
026574                 END-IF
026579                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026580                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026581         END-READ
026582         CLOSE EVENT-OUT
026583     END-IF.
026584     MOVE 'READYOUT' TO WS-RHS-CHECK-DSN.
026585     OPEN INPUT READY-CHECK-FILE.
026586     IF WS-RCHK-STATUS = "00"
026587         READ READY-CHECK-FILE
026588             AT END
026589                 CONTINUE
026590             NOT AT END
026591                 MOVE RCHK-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026594                 IF RCHK-FLAG = '*'
026597                     MOVE READY-CHECK-RECORD TO CD-TOTALS-RECORD
026600                     MOVE CD-TOTR-REHEARSAL-FLAG
026603                         TO WS-RHS-CHECK-MARK
026606                 END-IF
026611                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026612                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026613         END-READ
026614         CLOSE READY-CHECK-FILE
026615     END-IF.
026616     MOVE 'STATFILE' TO WS-RHS-CHECK-DSN.
026617     OPEN INPUT STATUS-FILE.
026618     IF WS-STAT-STATUS NOT = "00"
026619         GO TO 0180-CHECK-REHEARSAL-DSNS-EXIT
026620     END-IF.
026621     MOVE LOW-VALUES TO CD-STAT-KEY.
026622     START STATUS-FILE KEY NOT < CD-STAT-KEY.
026623     IF WS-STAT-STATUS = "00"
026624         READ STATUS-FILE NEXT RECORD
026625             AT END
026626                 CONTINUE
026627             NOT AT END
026628                 MOVE CD-STAT-REHEARSAL-FLAG TO WS-RHS-CHECK-MARK
026629                 PERFORM 0185-JUDGE-REHEARSAL-MARK
026630                     THRU 0185-JUDGE-REHEARSAL-MARK-EXIT
026631         END-READ
026632     END-IF.
026633     CLOSE STATUS-FILE.
026634 0180-CHECK-REHEARSAL-DSNS-EXIT.
026635     EXIT.

026636******************************************************************
026637*    0185-JUDGE-REHEARSAL-MARK                                   *
026638*    NAMES EACH OFFENDING DATASET, SO ONE RESUBMISSION FIXES ALL.*
026639******************************************************************
026640 0185-JUDGE-REHEARSAL-MARK.
026641     IF WS-RHS-CHECK-MARK = 'R'
026642         GO TO 0185-JUDGE-REHEARSAL-MARK-EXIT
026643     END-IF.
026644     DISPLAY "COUNTDOWN - REHEARSAL REFUSED - " WS-RHS-CHECK-DSN
026645             " HOLDS PRODUCTION RECORDS".
026646     SET PARM-IS-INVALID TO TRUE.
026647     MOVE 16 TO WS-RC-CANDIDATE.
026648     PERFORM 9900-RAISE-RETURN-CODE
026649         THRU 9900-RAISE-RETURN-CODE-EXIT.
026650 0185-JUDGE-REHEARSAL-MARK-EXIT.
026651     EXIT.

026652******************************************************************
026653*    0190-RECOUNT-DATASET                                        *
026654*    BEFORE A RESTART EXTENDS AUDITOUT, EVENTOUT OR READYOUT     *
026655*    (NAMED IN CD-TOT-DATASET), CDTOTALS READS IT THROUGH SO ITS *
026656*    COUNTS PICK UP WHERE THE ABENDED RUN LEFT OFF. THE VERDICT  *
026657*    IS NOT THIS RUN'S CONCERN - THE ABENDED RUN'S SEGMENT IS    *
026658*    EXPECTED TO BE OPEN, AND A MISSING DATASET IS HANDLED BY    *
026659*    THE OPEN THAT FOLLOWS.                                      *
026660******************************************************************
026661 0190-RECOUNT-DATASET.
026662     PERFORM 0199-SET-TOTALS-KEYS THRU 0199-SET-TOTALS-KEYS-EXIT.
026663     SET CD-TOT-VERIFY TO TRUE.
026664     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026665 0190-RECOUNT-DATASET-EXIT.
026666     EXIT.

026667******************************************************************
026668*    0191-START-SEGMENT                                          *
026669*    WRITES THE HEADER THAT OPENS THIS RUN'S SEGMENT OF THE      *
026670*    DATASET IN CD-TOT-DATASET - UNLESS A RESTART FOUND THE      *
026671*    ABENDED RUN'S SEGMENT STILL OPEN, WHICH THIS RUN CARRIES ON.*
026672*    A DATASET JUST OPENED OUTPUT IS FORGOTTEN FIRST.            *
026673******************************************************************
026674 0191-START-SEGMENT.
026675     IF RESTART-WAS-FOUND
026676         PERFORM 0193-QUERY-SEGMENT THRU 0193-QUERY-SEGMENT-EXIT
026677         IF CD-TOT-SEGMENT-IS-OPEN
026678             GO TO 0191-START-SEGMENT-EXIT
026679         END-IF
026680     ELSE
026681         PERFORM 0192-FORGET-DATASET
026682             THRU 0192-FORGET-DATASET-EXIT
026683     END-IF.
026684     PERFORM 0199-SET-TOTALS-KEYS THRU 0199-SET-TOTALS-KEYS-EXIT.
026685     SET CD-TOT-BUILD-HEADER TO TRUE.
026686     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026687     PERFORM 0194-WRITE-CONTROL-RECORD
026688         THRU 0194-WRITE-CONTROL-RECORD-EXIT.
026689 0191-START-SEGMENT-EXIT.
026690     EXIT.

026691******************************************************************
026692*    0192-FORGET-DATASET                                         *
026693******************************************************************
026694 0192-FORGET-DATASET.
026695     PERFORM 0199-SET-TOTALS-KEYS THRU 0199-SET-TOTALS-KEYS-EXIT.
026696     SET CD-TOT-RESET TO TRUE.
026697     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026698 0192-FORGET-DATASET-EXIT.
026699     EXIT.

026700******************************************************************
026701*    0193-QUERY-SEGMENT                                          *
026702******************************************************************
026703 0193-QUERY-SEGMENT.
026704     PERFORM 0199-SET-TOTALS-KEYS THRU 0199-SET-TOTALS-KEYS-EXIT.
026705     SET CD-TOT-QUERY-OPEN TO TRUE.
026706     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026707 0193-QUERY-SEGMENT-EXIT.
026708     EXIT.

026709******************************************************************
026710*    0194-WRITE-CONTROL-RECORD                                   *
026711*    WRITES THE HEADER OR TRAILER IMAGE CDTOTALS HAS JUST BUILT  *
026712*    TO ITS DATASET, THEN HANDS IT BACK TO BE COUNTED. THE       *
026713*    DATASET IS ALREADY OPEN.                                    *
026714******************************************************************
026715 0194-WRITE-CONTROL-RECORD.
026716     EVALUATE CD-TOT-DATASET
026717     WHEN 'AUDITOUT'
026718         WRITE CD-AUDIT-RECORD FROM CD-TOT-RECORD-IMAGE
026719         MOVE WS-AUDIT-STATUS TO WS-TOT-WRITE-STATUS
026720     WHEN 'EVENTOUT'
026721         WRITE CD-EVENT-RECORD FROM CD-TOT-RECORD-IMAGE
026722         MOVE WS-EVENT-STATUS TO WS-TOT-WRITE-STATUS
026723     WHEN OTHER
026724         WRITE CD-READY-RECORD FROM CD-TOT-RECORD-IMAGE
026725         MOVE WS-READY-STATUS TO WS-TOT-WRITE-STATUS
026726     END-EVALUATE.
026727     IF WS-TOT-WRITE-STATUS NOT = "00"
026728         DISPLAY "COUNTDOWN - " CD-TOT-DATASET
026729                 " CONTROL RECORD WRITE FAILED, STATUS="
026730                 WS-TOT-WRITE-STATUS
026731         MOVE 20 TO WS-RC-CANDIDATE
026732         PERFORM 9900-RAISE-RETURN-CODE
026733             THRU 9900-RAISE-RETURN-CODE-EXIT
026734         GO TO 0194-WRITE-CONTROL-RECORD-EXIT
026735     END-IF.
026736     SET CD-TOT-ADD-RECORD TO TRUE.
026737     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026738 0194-WRITE-CONTROL-RECORD-EXIT.
026739     EXIT.

026740******************************************************************
026741*    0195-COUNT-AUDIT-RECORD                                     *
026742*    PERFORMED AFTER EVERY AUDIT-OUT WRITE, SO THE TRAILER       *
026743*    COUNTS EXACTLY WHAT REACHED THE DATASET.                    *
026744******************************************************************
026745 0195-COUNT-AUDIT-RECORD.
026746     IF WS-AUDIT-STATUS NOT = "00"
026747         GO TO 0195-COUNT-AUDIT-RECORD-EXIT
026748     END-IF.
026749     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
026750     MOVE CD-AUDIT-RECORD TO CD-TOT-RECORD-IMAGE.
026751     SET CD-TOT-ADD-RECORD TO TRUE.
026752     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026753 0195-COUNT-AUDIT-RECORD-EXIT.
026754     EXIT.

026755******************************************************************
026756*    0196-COUNT-EVENT-RECORD                                     *
026757******************************************************************
026758 0196-COUNT-EVENT-RECORD.
026759     IF WS-EVENT-STATUS NOT = "00"
026760         GO TO 0196-COUNT-EVENT-RECORD-EXIT
026761     END-IF.
026762     MOVE 'EVENTOUT' TO CD-TOT-DATASET.
026763     MOVE CD-EVENT-RECORD TO CD-TOT-RECORD-IMAGE.
026764     SET CD-TOT-ADD-RECORD TO TRUE.
026765     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026766 0196-COUNT-EVENT-RECORD-EXIT.
026767     EXIT.

026768******************************************************************
026769*    0197-COUNT-READY-RECORD                                     *
026770******************************************************************
026771 0197-COUNT-READY-RECORD.
026772     IF WS-READY-STATUS NOT = "00"
026773         GO TO 0197-COUNT-READY-RECORD-EXIT
026774     END-IF.
026775     MOVE 'READYOUT' TO CD-TOT-DATASET.
026776     MOVE CD-READY-RECORD TO CD-TOT-RECORD-IMAGE.
026777     SET CD-TOT-ADD-RECORD TO TRUE.
026778     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026779 0197-COUNT-READY-RECORD-EXIT.
026780     EXIT.

026781******************************************************************
026782*    0198-END-SEGMENT                                            *
026783*    WRITES THE TRAILER THAT CLOSES THIS RUN'S SEGMENT OF THE    *
026784*    (OPEN) DATASET IN CD-TOT-DATASET, ITS ELAPSED SECONDS       *
026785*    RUNNING TO THE END OF THE RUN. A RUN THAT NEVER GETS HERE   *
026786*    LEAVES NO TRAILER, AND THE CONSUMERS REFUSE THE DATASET     *
026787*    UNTIL A RESTART HAS FINISHED THE JOB.                       *
026788******************************************************************
026789 0198-END-SEGMENT.
026790     PERFORM 0199-SET-TOTALS-KEYS THRU 0199-SET-TOTALS-KEYS-EXIT.
026791     MOVE WS-RUN-END-DATE TO CD-TOT-RUN-DATE.
026792     MOVE WS-RUN-END-TIME (1:6) TO CD-TOT-RUN-TIME.
026793     SET CD-TOT-BUILD-TRAILER TO TRUE.
026794     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
026795     IF NOT CD-TOT-IS-BALANCED
026796         DISPLAY "COUNTDOWN - NO TRAILER WRITTEN TO "
026797                 CD-TOT-DATASET " - " CD-TOT-MESSAGE
026798         MOVE 4 TO WS-RC-CANDIDATE
026799         PERFORM 9900-RAISE-RETURN-CODE
026800             THRU 9900-RAISE-RETURN-CODE-EXIT
026801         GO TO 0198-END-SEGMENT-EXIT
026802     END-IF.
026803     PERFORM 0194-WRITE-CONTROL-RECORD
026804         THRU 0194-WRITE-CONTROL-RECORD-EXIT.
026805 0198-END-SEGMENT-EXIT.
026806     EXIT.

026807******************************************************************
026808*    0199-SET-TOTALS-KEYS                                        *
026809*    THE HEADER FIELDS FOR THIS RUN - ITS OWN START, NOT THE     *
026810*    GATE'S. THE DATASET NAME IS SET BY THE CALLER.              *
026811******************************************************************
026812 0199-SET-TOTALS-KEYS.
026813     MOVE WS-STREAM-FILTER TO CD-TOT-STREAM-ID.
026814     MOVE WS-CYCLE-DATE TO CD-TOT-CYCLE-DATE.
026815     MOVE WS-CYCLE-ID TO CD-TOT-CYCLE-ID.
026816     MOVE WS-REHEARSAL-SWITCH TO CD-TOT-REHEARSAL-FLAG.
026817     MOVE WS-RUN-OPEN-DATE TO CD-TOT-RUN-DATE.
026818     MOVE WS-RUN-OPEN-TIME (1:6) TO CD-TOT-RUN-TIME.
026819 0199-SET-TOTALS-KEYS-EXIT.
026820     EXIT.

026822******************************************************************
026823*    0200-PRINT                                                 *
026824*    ONE TICK OF THE COUNTDOWN - DISPLAY, AUDIT, THRESHOLD       *
026825*    CHECK, CHECKPOINT, AND (AT ZERO) THE READY-FLAG DATASET.    *
026826******************************************************************
026827 0200-PRINT.
026828     PERFORM 0260-POLL-OPERATOR-CMDS
026829         THRU 0260-POLL-OPERATOR-CMDS-EXIT.
026830     IF GATE-WAS-CANCELLED
026831         GO TO 0200-PRINT-EXIT
026832     END-IF.
026833     MOVE WS-COUNTER TO WS-DISPLAY-COUNTER.
026834     DISPLAY "T-MINUS " WS-DISPLAY-COUNTER.
026835     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
026836     MOVE WS-CLOCK-DATE TO WS-TICK-DATE.
026837     MOVE WS-CLOCK-TIME TO WS-TICK-TIME.
026838     PERFORM 0150-BUILD-TIMESTAMP THRU 0150-BUILD-TIMESTAMP-EXIT.
026839     PERFORM 0210-WRITE-AUDIT-TICK
026840         THRU 0210-WRITE-AUDIT-TICK-EXIT.
026860     PERFORM 0220-CHECK-THRESHOLD THRU 0220-CHECK-THRESHOLD-EXIT.
026880     SUBTRACT 1 FROM WS-COUNTER.
027440     MOVE WS-JOB-NAME TO CD-AUDIT-JOB-NAME.
027460     MOVE WS-COUNTER TO CD-AUDIT-COUNTER.
027480     MOVE WS-TIMESTAMP TO CD-AUDIT-TIMESTAMP.
027490     MOVE WS-CYCLE-ID TO CD-AUDIT-CYCLE-ID.
027495     MOVE WS-REHEARSAL-SWITCH TO CD-AUDIT-REHEARSAL-FLAG.
027500     WRITE CD-AUDIT-RECORD.
027506     PERFORM 0195-COUNT-AUDIT-RECORD
027512         THRU 0195-COUNT-AUDIT-RECORD-EXIT.
027520 0210-WRITE-AUDIT-TICK-EXIT.
027540     EXIT.

028780     MOVE WS-COUNTER TO CD-CHKPT-COUNTER.
028800     MOVE WS-RUN-START-DATE TO CD-CHKPT-START-DATE.
028820     MOVE WS-RUN-START-TIME TO CD-CHKPT-START-TIME.
028822     MOVE WS-RUN-OPEN-DATE TO CD-CHKPT-RUN-DATE.
028824     MOVE WS-RUN-OPEN-TIME TO CD-CHKPT-RUN-TIME.
028840     MOVE WS-JOB-NAME TO CD-CHKPT-JOB-NAME.
028860     MOVE WS-CYCLE-DATE TO CD-CHKPT-CYCLE-DATE.
028862     MOVE WS-CYCLE-TIME TO CD-CHKPT-CYCLE-TIME.
028871     MOVE WS-CYCLE-ID TO CD-CHKPT-CYCLE-ID.
028875     MOVE WS-REHEARSAL-SWITCH TO CD-CHKPT-REHEARSAL-FLAG.
028880     WRITE CD-CHECKPOINT-RECORD.
028900     CLOSE CHECKPOINT-FILE.
028920 0230-WRITE-CHECKPOINT-EXIT.
029080*    IT - READY-OUT IS RESET ONCE PER RUN IN 0130-OPEN-FILES,    *
029100*    EXCEPT ON A CYCLE RERUN, WHICH EXTENDS IT SO THE FLAGS      *
029120*    WRITTEN BEFORE THE ABEND SURVIVE AND CDRECON BALANCES.      *
029130*    THE RUN'S FIRST FLAG IS PRECEDED BY ITS SEGMENT HEADER.     *
029140******************************************************************
029160 0240-WRITE-READY-FLAG.
029180     OPEN EXTEND READY-OUT.
029400             THRU 0270-WRITE-EVENT-EXIT
029420         GO TO 0240-WRITE-READY-FLAG-EXIT
029440     END-IF.
029443     IF NOT READY-TOTALS-STARTED
029446         MOVE 'READYOUT' TO CD-TOT-DATASET
029449         PERFORM 0191-START-SEGMENT THRU 0191-START-SEGMENT-EXIT
029452         SET READY-TOTALS-STARTED TO TRUE
029455     END-IF.
029460     MOVE SPACES TO CD-READY-RECORD.
029480     SET CD-READY-IS-SET TO TRUE.
029500     MOVE WS-JOB-NAME TO CD-READY-JOB-NAME.
029520     MOVE WS-TIMESTAMP TO CD-READY-TIMESTAMP.
029530     MOVE WS-CYCLE-ID TO CD-READY-CYCLE-ID.
029535     MOVE WS-REHEARSAL-SWITCH TO CD-READY-REHEARSAL-FLAG.
029537     MOVE WS-STREAM-FILTER TO CD-READY-STREAM-ID.
029540     WRITE CD-READY-RECORD.
029546     PERFORM 0197-COUNT-READY-RECORD
029552         THRU 0197-COUNT-READY-RECORD-EXIT.
029560     CLOSE READY-OUT.
029580 0240-WRITE-READY-FLAG-EXIT.
029600     EXIT.
029640*    0250-WAIT-ONE-SECOND                                       *
029660*    A GENUINE WALL-CLOCK PAUSE BETWEEN TICKS, NOT JUST A LOOP   *
029680*    ITERATION, SO THE COUNTDOWN CAN BE WATCHED ON THE CONSOLE.  *
029686*    ON A REHEARSAL EACH CALL IS ONE SIMULATED SECOND, AND THE   *
029692*    REAL PAUSE COMES ONLY ONCE EVERY WS-RHS-FACTOR CALLS.       *
029700******************************************************************
029720 0250-WAIT-ONE-SECOND.
029722     IF REHEARSAL-RUN
029724         ADD 1 TO WS-RHS-SIM-SECS
029726         ADD 1 TO WS-RHS-PACE-COUNT
029728         IF WS-RHS-PACE-COUNT < WS-RHS-FACTOR
029730             GO TO 0250-WAIT-ONE-SECOND-EXIT
029732         END-IF
029734         MOVE ZERO TO WS-RHS-PACE-COUNT
029736     END-IF.
029740     CALL "C$SLEEP" USING WS-ONE-SECOND.
029760 0250-WAIT-ONE-SECOND-EXIT.
029780     EXIT.
029860*    - IT IS CLEARED FROM THE DATASET AS IT IS ACTIONED. HOLD    *
029880*    PARKS THE GATE IN 0266 UNTIL A RESUME (OR CANCEL) SHOWS     *
029900*    UP; A STRAY RESUME WITH NO HOLD IN EFFECT IS JUST CLEARED.  *
029905*    A REHEARSAL TAKES NO COMMANDS - CMDFILE IS NEVER OPENED, SO *
029910*    A PRODUCTION COMMAND CANNOT BE CONSUMED BY A TEST RUN.      *
029920******************************************************************
029940 0260-POLL-OPERATOR-CMDS.
029960     IF COMMAND-POLL-SUSPENDED
029980         GO TO 0260-POLL-OPERATOR-CMDS-EXIT
030000     END-IF.
030004     IF REHEARSAL-RUN
030008         GO TO 0260-POLL-OPERATOR-CMDS-EXIT
030012     END-IF.
030020     PERFORM 0262-READ-COMMAND THRU 0262-READ-COMMAND-EXIT.
030040     EVALUATE TRUE
030060     WHEN OPERATOR-CMD-HOLD
033660     IF NOT EVENT-OUT-IS-OPEN
033680         GO TO 0270-WRITE-EVENT-EXIT
033700     END-IF.
033720     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
033733     MOVE WS-CLOCK-DATE TO WS-EVT-DATE.
033746     MOVE WS-CLOCK-TIME TO WS-EVT-TIME.
033760     MOVE SPACES TO WS-EVT-TIMESTAMP.
033780     STRING WS-EVT-DATE  DELIMITED BY SIZE
033800             "-"         DELIMITED BY SIZE
034000     MOVE WS-COUNTER TO CD-EVT-COUNTER.
034020     MOVE WS-EVT-TIMESTAMP TO CD-EVT-TIMESTAMP.
034040     MOVE WS-EVT-TEXT TO CD-EVT-TEXT.
034050     MOVE WS-REHEARSAL-SWITCH TO CD-EVT-REHEARSAL-FLAG.
034060     WRITE CD-EVENT-RECORD.
034066     PERFORM 0196-COUNT-EVENT-RECORD
034072         THRU 0196-COUNT-EVENT-RECORD-EXIT.
034080     IF WS-EVENT-STATUS NOT = "00"
034100         DISPLAY "COUNTDOWN - EVENT WRITE FAILED, STATUS="
034120                 WS-EVENT-STATUS
034340*    ELAPSED DURATION), THEN CLOSE UP AND STOP.                  *
034360******************************************************************
034380 0300-STOP-RUN.
034400     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
034413     MOVE WS-CLOCK-DATE TO WS-RUN-END-DATE.
034426     MOVE WS-CLOCK-TIME TO WS-RUN-END-TIME.
034440     MOVE WS-RUN-END-DATE TO WS-TICK-DATE.
034460     MOVE WS-RUN-END-TIME TO WS-TICK-TIME.
034480     PERFORM 0150-BUILD-TIMESTAMP THRU 0150-BUILD-TIMESTAMP-EXIT.
035060     MOVE WS-START-TIMESTAMP TO CD-AUDIT-TIMESTAMP.
035080     MOVE WS-END-TIMESTAMP TO CD-AUDIT-END-TIMESTAMP.
035100     MOVE WS-ELAPSED-SECONDS TO CD-AUDIT-ELAPSED-SECS.
035110     MOVE WS-CYCLE-ID TO CD-AUDIT-CYCLE-ID.
035115     MOVE WS-REHEARSAL-SWITCH TO CD-AUDIT-REHEARSAL-FLAG.
035120     WRITE CD-AUDIT-RECORD.
035126     PERFORM 0195-COUNT-AUDIT-RECORD
035132         THRU 0195-COUNT-AUDIT-RECORD-EXIT.
035140 0310-WRITE-SUMMARY-RECORD-EXIT.
035160     EXIT.

035240*    OPENING - AUDIT-OUT-IS-OPEN TRACKS THE OPEN ITSELF, NOT THE *
035260*    OVERALL PARM VALIDITY, SO A LATER FAILURE (E.G. READY-OUT   *
035280*    FAILING TO OPEN) STILL CLOSES AN AUDIT-OUT THAT OPENED FINE.*
035285*    EACH OUTPUT DATASET'S TRAILER GOES ON JUST BEFORE ITS CLOSE;*
035290*    READY-OUT IS REOPENED FOR ITS TRAILER ONLY IF THIS RUN      *
035295*    STARTED (OR CARRIED ON) A SEGMENT THERE.                    *
035300******************************************************************
035320 0320-CLOSE-FILES.
035340     IF AUDIT-OUT-IS-OPEN
035346         MOVE 'AUDITOUT' TO CD-TOT-DATASET
035352         PERFORM 0198-END-SEGMENT THRU 0198-END-SEGMENT-EXIT
035360         CLOSE AUDIT-OUT
035380     END-IF.
035400     IF STATUS-FILE-IS-OPEN
035420         CLOSE STATUS-FILE
035440     END-IF.
035460     IF EVENT-OUT-IS-OPEN
035466         MOVE 'EVENTOUT' TO CD-TOT-DATASET
035472         PERFORM 0198-END-SEGMENT THRU 0198-END-SEGMENT-EXIT
035480         CLOSE EVENT-OUT
035500     END-IF.
035501     IF READY-TOTALS-STARTED
035502         OPEN EXTEND READY-OUT
035503         IF WS-READY-STATUS = "00"
035504             MOVE 'READYOUT' TO CD-TOT-DATASET
035505             PERFORM 0198-END-SEGMENT THRU 0198-END-SEGMENT-EXIT
035506             CLOSE READY-OUT
035507         ELSE
035508             DISPLAY "COUNTDOWN - UNABLE TO OPEN READY-OUT FOR "
035509                     "ITS TRAILER, STATUS=" WS-READY-STATUS
035510             MOVE 20 TO WS-RC-CANDIDATE
035511             PERFORM 9900-RAISE-RETURN-CODE
035512                 THRU 9900-RAISE-RETURN-CODE-EXIT
035513         END-IF
035514     END-IF.
035520 0320-CLOSE-FILES-EXIT.
035540     EXIT.

036680     MOVE WS-JOB-NAME TO CD-AUDIT-JOB-NAME.
036700     MOVE WS-ELAPSED-COUNTER TO CD-AUDIT-COUNTER.
036720     MOVE WS-TIMESTAMP TO CD-AUDIT-TIMESTAMP.
036730     MOVE WS-CYCLE-ID TO CD-AUDIT-CYCLE-ID.
036735     MOVE WS-REHEARSAL-SWITCH TO CD-AUDIT-REHEARSAL-FLAG.
036740     WRITE CD-AUDIT-RECORD.
036746     PERFORM 0195-COUNT-AUDIT-RECORD
036752         THRU 0195-COUNT-AUDIT-RECORD-EXIT.
036760     PERFORM 0170-REFRESH-HEARTBEAT
036780         THRU 0170-REFRESH-HEARTBEAT-EXIT.
036800     PERFORM 0250-WAIT-ONE-SECOND THRU 0250-WAIT-ONE-SECOND-EXIT.
037840                 THRU 9900-RAISE-RETURN-CODE-EXIT
037860         END-IF
037880     END-IF.
037886     DISPLAY "BATCH DRIVER - CYCLE " WS-CYCLE-ID " - "
037892             WS-OFFCYCLE-COUNT " ENTRY(IES) NOT IN THIS CYCLE".
037893     IF REHEARSAL-RUN
037894         DISPLAY "BATCH DRIVER - *** REHEARSAL OF "
037895                 CD-SCH-RUN-DATE " - NOT PRODUCTION ***"
037896     END-IF.
037900     IF RESTART-WAS-FOUND
037920         PERFORM 0560-PREMARK-COMPLETED
037940             THRU 0560-PREMARK-COMPLETED-EXIT
038020         UNTIL NOT PASS-MADE-PROGRESS.
038040     PERFORM 0518-REPORT-UNRESOLVED
038060         THRU 0518-REPORT-UNRESOLVED-EXIT.
038064     DISPLAY "BATCH DRIVER - " WS-WAIT-COUNT
038068             " DEPENDENCY WAIT(S), " WS-WAIT-TOTAL-SECS
038072             " SECOND(S) WAITED, " WS-IDLE-TOTAL-SECS
038076             " SECOND(S) STREAM IDLE".
038080     PERFORM 0570-CLEAR-CYCLE-CHKPT
038100         THRU 0570-CLEAR-CYCLE-CHKPT-EXIT.
038120 0500-BATCH-DRIVER-EXIT.
038300     IF STREAM-FILTER-IS-ON
038320        AND CD-CTL-STREAM-ID NOT = WS-STREAM-FILTER
038340         ADD 1 TO WS-BYPASSED-COUNT
038342         IF WS-OTHER-COUNT < WS-MAX-GATES
038344             ADD 1 TO WS-OTHER-COUNT
038346             MOVE CD-CTL-JOB-NAME
038348                 TO WS-OTHER-JOB (WS-OTHER-COUNT)
038350             MOVE CD-CTL-STREAM-ID
038352                 TO WS-OTHER-STREAM (WS-OTHER-COUNT)
038354         END-IF
038360         PERFORM 0510-READ-CONTROL-RECORD
038380             THRU 0510-READ-CONTROL-RECORD-EXIT
038400         GO TO 0505-STORE-GATE-ENTRY-EXIT
038420     END-IF.
038422     PERFORM 0506-CHECK-CYCLE THRU 0506-CHECK-CYCLE-EXIT.
038424     IF NOT ENTRY-IS-IN-CYCLE
038426         ADD 1 TO WS-OFFCYCLE-COUNT
038428         PERFORM 0510-READ-CONTROL-RECORD
038430             THRU 0510-READ-CONTROL-RECORD-EXIT
038432         GO TO 0505-STORE-GATE-ENTRY-EXIT
038434     END-IF.
038440     ADD 1 TO WS-SELECTED-COUNT.
038460     IF WS-GATE-COUNT NOT < WS-MAX-GATES
038480         DISPLAY "COUNTDOWN - MORE THAN " WS-MAX-GATES
038680     MOVE WS-GATE-COUNT TO WS-GATE-SUB.
038700     MOVE CD-CONTROL-RECORD TO WS-GATE-RECORD (WS-GATE-SUB).
038720     MOVE 'P' TO WS-GATE-STATE (WS-GATE-SUB).
038726     MOVE SPACES TO WS-GATE-WAIT-START-TS (WS-GATE-SUB).
038732     MOVE ZERO TO WS-GATE-WAIT-START-SECS (WS-GATE-SUB).
038740     PERFORM 0510-READ-CONTROL-RECORD
038760         THRU 0510-READ-CONTROL-RECORD-EXIT.
038780 0505-STORE-GATE-ENTRY-EXIT.
038800     EXIT.

038801******************************************************************
038802*    0506-CHECK-CYCLE                                            *
038803*    IS THE CONTROL ENTRY IN CD-CONTROL-RECORD PART OF THE CYCLE *
038804*    THIS INSTANCE IS RUNNING? BLANK ON THE ENTRY MEANS NIGHTLY. *
038805******************************************************************
038806 0506-CHECK-CYCLE.
038807     MOVE 'N' TO WS-IN-CYCLE-SWITCH.
038808     IF CD-CTL-BOTH-CYCLES
038809        OR (CD-CTL-NIGHTLY-ONLY AND NIGHTLY-CYCLE)
038810        OR (CD-CTL-INTRADAY-ONLY AND INTRADAY-CYCLE)
038811         SET ENTRY-IS-IN-CYCLE TO TRUE
038812     END-IF.
038813 0506-CHECK-CYCLE-EXIT.
038814     EXIT.

038820******************************************************************
038840*    0510-READ-CONTROL-RECORD                                   *
038860******************************************************************
039300 0512-RUN-ONE-PASS-EXIT.
039320     EXIT.

039321******************************************************************
039322*    0513-START-DEP-WAIT                                         *
039323*    THE FIRST TIME A GATE IS FOUND WAITING ON ITS PREDECESSOR   *
039324*    THE WAIT START IS STAMPED ON ITS TABLE ENTRY. LATER PASSES  *
039325*    THAT FIND IT STILL WAITING LEAVE THE STAMP ALONE.           *
039326******************************************************************
039327 0513-START-DEP-WAIT.
039328     IF WS-GATE-WAIT-START-TS (WS-GATE-SUB) NOT = SPACES
039329         GO TO 0513-START-DEP-WAIT-EXIT
039330     END-IF.
039331     PERFORM 0513-READ-WAIT-CLOCK THRU 0513-READ-WAIT-CLOCK-EXIT.
039332     MOVE WS-TIMESTAMP TO WS-GATE-WAIT-START-TS (WS-GATE-SUB).
039333     MOVE WS-WAIT-NOW-SECS
039341         TO WS-GATE-WAIT-START-SECS (WS-GATE-SUB).
039350 0513-START-DEP-WAIT-EXIT.
039351     EXIT.

039352******************************************************************
039353*    0513-END-DEP-WAIT                                           *
039354*    ENDS A GATE'S OPEN WAIT WITH THE OUTCOME IN WS-WAIT-OUTCOME *
039355*    AND WRITES ITS TYPE 'W' AUDIT RECORD. A GATE WITH NO OPEN   *
039356*    WAIT WRITES NOTHING. THE COUNTER CARRIES THE SECONDS THE    *
039357*    STREAM SAT IDLE - ALL OF A CROSS-STREAM WAIT, NONE OF AN    *
039358*    IN-STREAM ONE.                                              *
039359******************************************************************
039360 0513-END-DEP-WAIT.
039361     IF WS-GATE-WAIT-START-TS (WS-GATE-SUB) = SPACES
039362         MOVE 'N' TO WS-WAIT-IDLE-SWITCH
039363         GO TO 0513-END-DEP-WAIT-EXIT
039364     END-IF.
039365     PERFORM 0513-READ-WAIT-CLOCK THRU 0513-READ-WAIT-CLOCK-EXIT.
039366     MOVE ZERO TO WS-WAIT-SECS.
039367     IF WS-WAIT-NOW-SECS > WS-GATE-WAIT-START-SECS (WS-GATE-SUB)
039368         COMPUTE WS-WAIT-SECS = WS-WAIT-NOW-SECS
039369             - WS-GATE-WAIT-START-SECS (WS-GATE-SUB)
039370     END-IF.
039371     PERFORM 0513-FIND-PRED-STREAM
039372         THRU 0513-FIND-PRED-STREAM-EXIT.
039373     MOVE SPACES TO CD-AUDIT-RECORD.
039374     SET CD-AUDIT-IS-DEP-WAIT TO TRUE.
039375     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CD-AUDIT-JOB-NAME.
039376     MOVE ZERO TO CD-AUDIT-COUNTER.
039377     IF WAIT-LEFT-STREAM-IDLE
039378         MOVE WS-WAIT-SECS TO CD-AUDIT-COUNTER
039379         ADD WS-WAIT-SECS TO WS-IDLE-TOTAL-SECS
039380     END-IF.
039381     MOVE WS-GATE-WAIT-START-TS (WS-GATE-SUB)
039382         TO CD-AUDIT-TIMESTAMP.
039383     MOVE ZERO TO CD-AUDIT-START-VALUE.
039384     MOVE WS-TIMESTAMP TO CD-AUDIT-END-TIMESTAMP.
039385     MOVE WS-WAIT-SECS TO CD-AUDIT-ELAPSED-SECS.
039386     MOVE WS-CYCLE-ID TO CD-AUDIT-CYCLE-ID.
039387     MOVE WS-REHEARSAL-SWITCH TO CD-AUDIT-REHEARSAL-FLAG.
039388     MOVE WS-GATE-PRED (WS-GATE-SUB) TO CD-AUDIT-PRED-JOB-NAME.
039389     MOVE WS-WAIT-PRED-STREAM TO CD-AUDIT-PRED-STREAM-ID.
039390     MOVE WS-WAIT-OUTCOME TO CD-AUDIT-WAIT-OUTCOME.
039391     MOVE WS-STREAM-FILTER TO CD-AUDIT-STREAM-ID.
039392     WRITE CD-AUDIT-RECORD.
039394     PERFORM 0195-COUNT-AUDIT-RECORD
039396         THRU 0195-COUNT-AUDIT-RECORD-EXIT.
039398     ADD 1 TO WS-WAIT-COUNT.
039399     ADD WS-WAIT-SECS TO WS-WAIT-TOTAL-SECS.
039400     MOVE SPACES TO WS-GATE-WAIT-START-TS (WS-GATE-SUB).
039401     MOVE 'N' TO WS-WAIT-IDLE-SWITCH.
039402 0513-END-DEP-WAIT-EXIT.
039403     EXIT.

039404******************************************************************
039405*    0513-FIND-PRED-STREAM                                       *
039406*    THE PREDECESSOR'S STREAM - FROM THE GATE TABLE FOR AN IN-   *
039407*    STREAM PREDECESSOR, FROM THE BYPASSED ENTRIES FOR ONE IN    *
039408*    ANOTHER STREAM. A PREDECESSOR IN NEITHER (NOT IN THIS       *
039409*    CYCLE, OR NOT ON THE CONTROL FILE AT ALL) LEAVES IT BLANK.  *
039410******************************************************************
039411 0513-FIND-PRED-STREAM.
039412     MOVE SPACES TO WS-WAIT-PRED-STREAM.
039413     SET GATE-IDX TO 1.
039414     SEARCH WS-GATE-ENTRY
039415         AT END
039416             CONTINUE
039417         WHEN GATE-IDX > WS-GATE-COUNT
039418             CONTINUE
039419         WHEN WS-GATE-JOB (GATE-IDX) =
039420              WS-GATE-PRED (WS-GATE-SUB)
039421             MOVE WS-GATE-STREAM (GATE-IDX)
039422                 TO WS-WAIT-PRED-STREAM
039423             GO TO 0513-FIND-PRED-STREAM-EXIT
039424     END-SEARCH.
039425     IF WS-OTHER-COUNT = ZERO
039426         GO TO 0513-FIND-PRED-STREAM-EXIT
039427     END-IF.
039428     SET OTHER-IDX TO 1.
039429     SEARCH WS-OTHER-ENTRY
039430         AT END
039431             CONTINUE
039432         WHEN OTHER-IDX > WS-OTHER-COUNT
039433             CONTINUE
039434         WHEN WS-OTHER-JOB (OTHER-IDX) =
039435              WS-GATE-PRED (WS-GATE-SUB)
039436             MOVE WS-OTHER-STREAM (OTHER-IDX)
039437                 TO WS-WAIT-PRED-STREAM
039438     END-SEARCH.
039439 0513-FIND-PRED-STREAM-EXIT.
039440     EXIT.

039441******************************************************************
039442*    0513-READ-WAIT-CLOCK                                        *
039443*    'NOW' FOR A DEPENDENCY WAIT - THE DRIVER CLOCK (SIMULATED   *
039444*    ON A REHEARSAL) AS WS-TIMESTAMP AND AS ABSOLUTE SECONDS.    *
039445******************************************************************
039446 0513-READ-WAIT-CLOCK.
039447     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
039448     MOVE WS-CLOCK-DATE TO WS-TICK-DATE.
039449     MOVE WS-CLOCK-TIME TO WS-TICK-TIME.
039450     PERFORM 0150-BUILD-TIMESTAMP THRU 0150-BUILD-TIMESTAMP-EXIT.
039451     MOVE WS-CLOCK-TIME TO WS-TICK-TIME-HOLDER.
039452     COMPUTE WS-WAIT-DAY =
039453         FUNCTION INTEGER-OF-DATE(WS-CLOCK-DATE).
039454     COMPUTE WS-WAIT-NOW-SECS =
039455         (WS-WAIT-DAY * 86400)
039456         + (WS-TB-HH * 3600) + (WS-TB-MM * 60) + WS-TB-SS.
039457 0513-READ-WAIT-CLOCK-EXIT.
039458     EXIT.

039459******************************************************************
039460*    0514-TRY-ONE-GATE                                          *
039461*    A GATE STILL BLOCKED BY A PENDING PREDECESSOR STARTS ITS   *
039467*    DEPENDENCY WAIT; ONE RELEASED AFTER WAITING ENDS IT.       *
039475******************************************************************
039476 0514-TRY-ONE-GATE.
039477     IF WS-GATE-STATE (WS-GATE-SUB) NOT = 'P'
039478         GO TO 0514-TRY-ONE-GATE-EXIT
039479     END-IF.
039480     IF WS-GATE-PRED (WS-GATE-SUB) NOT = SPACES
039500         PERFORM 0516-CHECK-PREDECESSOR
039520             THRU 0516-CHECK-PREDECESSOR-EXIT
039524         IF WS-PRED-STATE = 'P'
039528             PERFORM 0513-START-DEP-WAIT
039532                 THRU 0513-START-DEP-WAIT-EXIT
039536         END-IF
039540         IF WS-PRED-STATE NOT = 'R'
039560             GO TO 0514-TRY-ONE-GATE-EXIT
039580         END-IF
039586         MOVE 'R' TO WS-WAIT-OUTCOME
039592         PERFORM 0513-END-DEP-WAIT THRU 0513-END-DEP-WAIT-EXIT
039600     END-IF.
039620     MOVE WS-GATE-RECORD (WS-GATE-SUB) TO CD-CONTROL-RECORD.
039640     PERFORM 0520-RUN-BATCH-COUNTDOWN
039880*    KEEPING THE RUN-LOCK HEARTBEAT ALIVE, UP TO THE WAIT       *
039900*    LIMIT. A FLAG RELEASES THE GATE; A TIMEOUT SKIPS IT THE    *
039920*    SAME WAY AN UNSATISFIED IN-STREAM DEPENDENCY WOULD.        *
039926*    A FLAG ALREADY THERE ON THE FIRST LOOK IS NO WAIT; ANY     *
039932*    LONGER WAIT IS AUDITED AS STREAM IDLE TIME.                *
039940******************************************************************
039960 0515-WAIT-CROSS-STREAM.
039980     DISPLAY "BATCH DRIVER - JOB "
040020             " WAITING ON CROSS-STREAM PREDECESSOR "
040040             WS-GATE-PRED (WS-GATE-SUB).
040060     MOVE ZERO TO WS-XSTREAM-WAITED.
040070     PERFORM 0513-START-DEP-WAIT THRU 0513-START-DEP-WAIT-EXIT.
040080     PERFORM 0515-SCAN-READY-FLAGS
040100         THRU 0515-SCAN-READY-FLAGS-EXIT.
040105     IF XSTREAM-FLAG-FOUND
040110         MOVE SPACES TO WS-GATE-WAIT-START-TS (WS-GATE-SUB)
040115     END-IF.
040120     PERFORM 0515-WAIT-ONE-POLL
040140         THRU 0515-WAIT-ONE-POLL-EXIT
040160         UNTIL XSTREAM-FLAG-FOUND
040180            OR WS-XSTREAM-WAITED NOT < WS-XSTREAM-WAIT-MAX.
040182     SET WAIT-LEFT-STREAM-IDLE TO TRUE.
040184     IF XSTREAM-FLAG-FOUND
040186         MOVE 'R' TO WS-WAIT-OUTCOME
040188     ELSE
040190         MOVE 'T' TO WS-WAIT-OUTCOME
040192     END-IF.
040194     PERFORM 0513-END-DEP-WAIT THRU 0513-END-DEP-WAIT-EXIT.
040200     IF XSTREAM-FLAG-FOUND
040220         DISPLAY "BATCH DRIVER - PREDECESSOR "
040240                 WS-GATE-PRED (WS-GATE-SUB)
041645*    INSTANCE STARTED) SATISFIES THE WAIT. AN UNREADABLE        *
041660*    TIMESTAMP CANNOT PROVE THE FLAG IS TONIGHT'S, SO IT DOES   *
041675*    NOT COUNT.                                                 *
041682*    NOR DOES A FLAG WRITTEN BY THE OTHER CYCLE.                *
041684*    NOR ONE WRITTEN BY A REHEARSAL INTO A PRODUCTION RUN, OR    *
041686*    THE OTHER WAY ROUND.                                        *
041690******************************************************************
041705 0515-JUDGE-FLAG-AGE.
041706     MOVE RCHK-CYCLE-ID TO WS-RDY-CYCLE-ID.
041707     IF WS-RDY-CYCLE-ID = SPACE
041708         MOVE 'N' TO WS-RDY-CYCLE-ID
041709     END-IF.
041710     IF WS-RDY-CYCLE-ID NOT = WS-CYCLE-ID
041711         GO TO 0515-JUDGE-FLAG-AGE-EXIT
041712     END-IF.
041714     IF RCHK-REHEARSAL-FLAG NOT = WS-REHEARSAL-SWITCH
041716         GO TO 0515-JUDGE-FLAG-AGE-EXIT
041718     END-IF.
041720     MOVE RCHK-TIMESTAMP TO WS-RDY-TS-WORK.
041735     IF WS-RDY-TS-DATE NOT NUMERIC
041750        OR WS-RDY-TS-HH NOT NUMERIC
042770*    AND RC 12 SO THE SCHEDULER KNOWS THE LIST DID NOT RUN      *
042785*    AS WRITTEN. MARKING THE GATE COUNTS AS PASS PROGRESS SO    *
042800*    GATES BEHIND IT RESOLVE ON THE NEXT SWEEP.                 *
042807*    A DEPENDENCY WAIT STILL OPEN ON THE GATE ENDS 'HELD'.      *
042815******************************************************************
042830 0517-HOLD-ONE-GATE.
042835     MOVE 'H' TO WS-WAIT-OUTCOME.
042840     PERFORM 0513-END-DEP-WAIT THRU 0513-END-DEP-WAIT-EXIT.
042845     MOVE 'H' TO WS-GATE-STATE (WS-GATE-SUB).
042860     MOVE WS-GATE-JOB (WS-GATE-SUB) TO WS-JOB-NAME.
042875     MOVE ZERO TO WS-START-VALUE.
042890     MOVE ZERO TO WS-COUNTER.
042905     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
042915     MOVE WS-CLOCK-DATE TO WS-TICK-DATE.
042925     MOVE WS-CLOCK-TIME TO WS-TICK-TIME.
042935     PERFORM 0150-BUILD-TIMESTAMP
042950         THRU 0150-BUILD-TIMESTAMP-EXIT.
042965     MOVE WS-TIMESTAMP TO WS-START-TIMESTAMP.
042980     MOVE 'DEPENDENCY NOT MET' TO WS-STAT-REASON.
042995     PERFORM 0620-SET-STATUS-SKIPPED
043010         THRU 0620-SET-STATUS-SKIPPED-EXIT.
043025     MOVE 'GSKP' TO WS-EVT-CODE.
043960     CALL "CDSCHED" USING CD-CONTROL-RECORD
043980                          CD-SCHED-PARM-AREA.
044000     IF NOT CD-SCH-GATE-IS-DUE
044020         PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT
044033         MOVE WS-CLOCK-DATE TO WS-TICK-DATE
044046         MOVE WS-CLOCK-TIME TO WS-TICK-TIME
044060         PERFORM 0150-BUILD-TIMESTAMP
044080             THRU 0150-BUILD-TIMESTAMP-EXIT
044100         MOVE WS-TIMESTAMP TO WS-START-TIMESTAMP
044580     MOVE 'N' TO WS-CMD-SUSPEND-SWITCH.
044600     DISPLAY "BATCH DRIVER - STARTING GATE FOR JOB "
044620             WS-JOB-NAME.
044640     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
044653     MOVE WS-CLOCK-DATE TO WS-RUN-START-DATE.
044666     MOVE WS-CLOCK-TIME TO WS-RUN-START-TIME.
044680     MOVE WS-RUN-START-DATE TO WS-TICK-DATE.
044700     MOVE WS-RUN-START-TIME TO WS-TICK-TIME.
044720     PERFORM 0150-BUILD-TIMESTAMP
045260         ELSE
045280             DISPLAY "BATCH DRIVER - SKIPPING JOB " WS-JOB-NAME
045300                     " - INVALID COUNTDOWN LENGTH"
045320             MOVE 'INVALID GATE LENGTH' TO WS-STAT-REASON
045340             MOVE 'GATE SKIPPED - INVALID LENGTH'
045360                 TO WS-EVT-TEXT
045380         END-IF
045600             THRU 9900-RAISE-RETURN-CODE-EXIT
045620         MOVE 'N' TO WS-GATE-OUTCOME
045640     END-IF.
045660     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
045673     MOVE WS-CLOCK-DATE TO WS-RUN-END-DATE.
045686     MOVE WS-CLOCK-TIME TO WS-RUN-END-TIME.
045700     MOVE WS-RUN-END-DATE TO WS-TICK-DATE.
045720     MOVE WS-RUN-END-TIME TO WS-TICK-TIME.
045740     PERFORM 0150-BUILD-TIMESTAMP
046200******************************************************************
046220 0522-SET-TARGET-LENGTH.
046240     MOVE CD-CTL-TARGET-TIME TO WS-TGT-TIME-X.
046260     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
046270     MOVE WS-CLOCK-TIME TO WS-TICK-TIME.
046280     MOVE WS-TICK-TIME TO WS-TICK-TIME-HOLDER.
046300     COMPUTE WS-TGT-NOW-SECS =
046320         (WS-TB-HH * 3600) + (WS-TB-MM * 60) + WS-TB-SS.
047760*    IS THE 1ST), AND WHETHER THE RUN DATE IS A BANK HOLIDAY.    *
047780******************************************************************
047800 0530-PREPARE-SCHEDULE.
047820     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
047830     MOVE WS-CLOCK-DATE TO CD-SCH-RUN-DATE.
047840     COMPUTE WS-RUN-DAY-NUM =
047860         FUNCTION INTEGER-OF-DATE(CD-SCH-RUN-DATE).
047880     COMPUTE WS-DAY-WORK = WS-RUN-DAY-NUM - 1.
050620******************************************************************
050640 0562-PREMARK-ONE-GATE.
050660     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CD-STAT-JOB-NAME.
050670     MOVE WS-CYCLE-ID TO CD-STAT-CYCLE-ID.
050680     READ STATUS-FILE
050700         INVALID KEY
050720             CONTINUE
050820     IF NOT CD-STAT-IS-COMPLETE
050840         GO TO 0562-PREMARK-ONE-GATE-EXIT
050860     END-IF.
050865     IF CD-STAT-REHEARSAL-FLAG NOT = WS-REHEARSAL-SWITCH
050870         GO TO 0562-PREMARK-ONE-GATE-EXIT
050875     END-IF.
050880     IF CD-STAT-END-TIMESTAMP = SPACES
050900        OR CD-STAT-END-TIMESTAMP < WS-CYCLE-OPEN-TS
050920         GO TO 0562-PREMARK-ONE-GATE-EXIT
051140     MOVE WS-GATE-JOB (WS-GATE-SUB) TO WS-JOB-NAME.
051160     DISPLAY "BATCH DRIVER - JOB " WS-JOB-NAME
051180             " ALREADY COMPLETE THIS CYCLE - NOT RERUN".
051200     PERFORM 0152-READ-CLOCK THRU 0152-READ-CLOCK-EXIT.
051213     MOVE WS-CLOCK-DATE TO WS-TICK-DATE.
051226     MOVE WS-CLOCK-TIME TO WS-TICK-TIME.
051240     PERFORM 0150-BUILD-TIMESTAMP
051260         THRU 0150-BUILD-TIMESTAMP-EXIT.
051280     MOVE SPACES TO CD-AUDIT-RECORD.
051320     MOVE WS-JOB-NAME TO CD-AUDIT-JOB-NAME.
051340     MOVE ZERO TO CD-AUDIT-COUNTER.
051360     MOVE WS-TIMESTAMP TO CD-AUDIT-TIMESTAMP.
051370     MOVE WS-CYCLE-ID TO CD-AUDIT-CYCLE-ID.
051375     MOVE WS-REHEARSAL-SWITCH TO CD-AUDIT-REHEARSAL-FLAG.
051380     WRITE CD-AUDIT-RECORD.
051386     PERFORM 0195-COUNT-AUDIT-RECORD
051392         THRU 0195-COUNT-AUDIT-RECORD-EXIT.
051400     MOVE ZERO TO WS-COUNTER.
051420     MOVE 'GRES' TO WS-EVT-CODE.
051440     MOVE 'I' TO WS-EVT-SEVERITY.
053160*    0630-BUILD-STATUS-KEY                                       *
053180*    SINGLE-GATE RUNS (MODES D AND U) HAVE NO CONTROL-FILE JOB   *
053200*    NAME, SO THEY KEY UNDER THE FIXED NAME 'COUNTDWN'.          *
053210*    THE CYCLE ID COMPLETES THE KEY.                             *
053220******************************************************************
053240 0630-BUILD-STATUS-KEY.
053260     MOVE WS-JOB-NAME TO CD-STAT-JOB-NAME.
053280     IF CD-STAT-JOB-NAME = SPACES
053300         MOVE 'COUNTDWN' TO CD-STAT-JOB-NAME
053320     END-IF.
053330     MOVE WS-CYCLE-ID TO CD-STAT-CYCLE-ID.
053340 0630-BUILD-STATUS-KEY-EXIT.
053360     EXIT.

053380******************************************************************
053400*    0650-WRITE-STATUS-RECORD                                    *
053420*    WRITE-OR-REWRITE BY JOB AND CYCLE - THE INVALID KEY PATH    *
053440*    MEANS THE GATE ALREADY HAS A RECORD, SO IT IS REPLACED. A   *
053460*    WRITE FAILURE IS REPORTED AND LOWERS THE RUN TO RC 4, BUT   *
053470*    THE GATE ITSELF CARRIES ON - SEE 0135-OPEN-STATUS-FILE.     *
053500******************************************************************
053520 0650-WRITE-STATUS-RECORD.
053530     MOVE WS-REHEARSAL-SWITCH TO CD-STAT-REHEARSAL-FLAG.
053540     WRITE CD-STATUS-RECORD
053560         INVALID KEY
053580             REWRITE CD-STATUS-RECORD
054820             86400 - WS-FCT-START-SECS + WS-ONLINE-START-SECS
054840     END-IF.
054860     DISPLAY "BATCH-WINDOW FORECAST FOR RUN DATE "
054880             CD-SCH-RUN-DATE " CYCLE " WS-CYCLE-ID.
054900     DISPLAY "  WINDOW OPENS AT        " WS-FCT-START-DISP.
054920     DISPLAY "  ONLINE-START DEADLINE  06:00:00".
054940     DISPLAY " ".
056160******************************************************************
056180 0720-FORECAST-ONE-GATE.
056200     MOVE CD-CTL-JOB-NAME TO WS-JOB-NAME.
056202     PERFORM 0506-CHECK-CYCLE THRU 0506-CHECK-CYCLE-EXIT.
056204     IF NOT ENTRY-IS-IN-CYCLE
056206         PERFORM 0510-READ-CONTROL-RECORD
056208             THRU 0510-READ-CONTROL-RECORD-EXIT
056210         GO TO 0720-FORECAST-ONE-GATE-EXIT
056212     END-IF.
056220     CALL "CDSCHED" USING CD-CONTROL-RECORD
056240                          CD-SCHED-PARM-AREA.
056260     IF NOT CD-SCH-GATE-IS-DUE
058440 9805-INVALID-TARGET-EXIT.
058460     EXIT.

058461******************************************************************
058462*    9810-INVALID-CYCLE                                          *
058463*    UNKNOWN CYCLE ID ON THE PARM CARD - RUNNING THE WRONG GATE  *
058464*    LIST IS WORSE THAN RUNNING NONE, SO FAIL FAST.              *
058465******************************************************************
058466 9810-INVALID-CYCLE.
058467     DISPLAY "COUNTDOWN - INVALID PARAMETER - "
058468             WS-PARM-DATA(1:20).
058469     DISPLAY "COUNTDOWN - CYCLE ID '" WS-CYCLE-ID
058470             "' MUST BE N (NIGHTLY) OR I (INTRADAY)".
058471     SET PARM-IS-INVALID TO TRUE.
058472     MOVE 16 TO WS-RC-CANDIDATE.
058473     PERFORM 9900-RAISE-RETURN-CODE
058474         THRU 9900-RAISE-RETURN-CODE-EXIT.
058475 9810-INVALID-CYCLE-EXIT.
058476     EXIT.

058477******************************************************************
058478*    9815-INVALID-REHEARSAL                                      *
058479*    BAD CLOCK FACTOR, WINDOW START OR RUN DATE ON A MODE R PARM *
058481*    - A REHEARSAL ON THE WRONG CLOCK PROVES NOTHING, SO FAIL    *
058483*    FAST.                                                       *
058487******************************************************************
058488 9815-INVALID-REHEARSAL.
058489     DISPLAY "COUNTDOWN - INVALID PARAMETER - "
058490             WS-PARM-DATA(1:38).
058491     DISPLAY "COUNTDOWN - REHEARSAL NEEDS A FACTOR > 0 (20-24), "
058492             "HHMMSS (25-30) AND YYYYMMDD (31-38)".
058493     SET PARM-IS-INVALID TO TRUE.
058494     MOVE 16 TO WS-RC-CANDIDATE.
058495     PERFORM 9900-RAISE-RETURN-CODE
058496         THRU 9900-RAISE-RETURN-CODE-EXIT.
058497 9815-INVALID-REHEARSAL-EXIT.
058498     EXIT.

058499******************************************************************
058500*    9900-RAISE-RETURN-CODE                                     *
058520*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
058540*    IT, SO A LATER, LESS-SEVERE CONDITION (E.G. A SKIPPED       *
