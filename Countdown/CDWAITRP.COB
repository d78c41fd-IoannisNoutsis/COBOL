000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program reports the time the batch cycle loses to                     *
000600*     GATES WAITING ON THEIR PREDECESSORS. FROM THE CYCLE'S AUDIT                *
000700*     TRAIL (CDAUDIT TYPE 'W' DEPENDENCY-WAIT RECORDS) IT LISTS                  *
000800*     EVERY WAIT - GATE, PREDECESSOR AND ITS STREAM, WAITING                     *
000900*     STREAM, START, END, SECONDS WAITED, SECONDS THE STREAM SAT                 *
001000*     IDLE, OUTCOME - THEN RANKS THE GATES BY TIME LOST AND                      *
001100*     TOTALS THE IDLE TIME PER STREAM. FROM THE GATE-HISTORY                     *
001200*     MASTER (HISTMSTR) IT DOES THE SAME RANKING AND STREAM                      *
001300*     TOTALS TRENDED OVER THE RETENTION WINDOW, SO THE STREAM                    *
001400*     ASSIGNMENTS ON THE CONTROL FILE CAN BE REBALANCED ON                       *
001500*     EVIDENCE. A CROSS-STREAM WAIT THAT TIMED OUT ENDS WITH                     *
001600*     RC 4, A BAD PARM WITH RC 16, AN I/O FAILURE WITH RC 20.                    *
001700*                                                                                *
001800*     MODIFICATION HISTORY                                                       *
001900*     ----------------------------------------------------------------------     *
002000*     DATE         INIT   DESCRIPTION                                            *
002100*     10/15/2026   GN     INITIAL VERSION.                                       *
002120*     10/15/2026   GN     AUDITOUT MUST PASS ITS CONTROL-TOTAL CHECK (CDTOTALS)  *
002140*                         BEFORE IT IS READ - A MISSING OR UNBALANCED TRAILER    *
002160*                         IS NAMED AND THE RUN REFUSED (RC 20). HEADER AND       *
002180*                         TRAILER RECORDS ARE PASSED OVER.                       *
002200**********************************************************************************

002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CDWAITRP.
002500 AUTHOR. GIANNIS NOUTSIS.
002600 INSTALLATION. OPERATIONS BATCH UTILITIES.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.

002900******************************************************************
003000*    PARM / SYSIN FORMAT                                         *
003100*    -------------------------------------------------------     *
003200*    POSITION 1      CYCLE ID - N = NIGHTLY (DEFAULT),           *
003300*                    I = INTRADAY. ONLY THAT CYCLE'S WAITS ARE   *
003400*                    REPORTED, FROM THE TRAIL AND THE HISTORY    *
003500*    POSITION 2      BLANK                                       *
003600*    POSITIONS 3-7   OPTIONAL TREND WINDOW IN DAYS, ZERO-        *
003700*                    PADDED NUMERIC. BLANK OR ZERO KEEPS THE     *
003800*                    DEFAULT OF 90 DAYS - CDARCHIV'S RETENTION   *
003900*    EXAMPLES:  "N"         TONIGHT'S NIGHTLY CYCLE, 90 DAYS     *
004000*               "I 00030"   INTRADAY CYCLE, LAST 30 DAYS         *
004100******************************************************************

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     SELECT AUDIT-IN ASSIGN TO AUDITOUT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.

004800     SELECT HISTORY-MASTER ASSIGN TO HISTMSTR
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CD-HIST-KEY
005200         FILE STATUS IS WS-HIST-STATUS.

005300     SELECT WAIT-REPORT ASSIGN TO WAITRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.

005600     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SYSIN-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.

006100 FD  AUDIT-IN.
006200     COPY CDAUDIT.

006300 FD  HISTORY-MASTER.
006400     COPY CDHIST.

006500 FD  WAIT-REPORT.
006600 01  WAIT-RECORD                     PIC X(132).

006700 FD  SYSIN-CARD-FILE.
006800 01  SYSIN-CARD-RECORD               PIC X(80).

006900 WORKING-STORAGE SECTION.

007000******************************************************************
007100*    FILE STATUS FIELDS                                          *
007200******************************************************************
007300 01  WS-FILE-STATUS-FIELDS.
007400     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
007500     05  WS-HIST-STATUS              PIC X(02) VALUE "00".
007600     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
007700     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".

007800******************************************************************
007900*    PROGRAM SWITCHES                                            *
008000******************************************************************
008100 01  WS-PROGRAM-SWITCHES.
008200     05  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
008300         88  END-OF-AUDIT-FILE               VALUE 'Y'.
008400     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
008500         88  END-OF-HISTORY                  VALUE 'Y'.
008600     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
008700         88  WAITRP-CAN-RUN                   VALUE 'Y'.
008800         88  WAITRP-CANNOT-RUN                VALUE 'N'.
008900     05  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
009000         88  HISTORY-WAS-OPENED               VALUE 'Y'.
009100     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
009200         88  MATCH-WAS-FOUND                  VALUE 'Y'.
009300     05  WS-SHIFT-DONE-SWITCH        PIC X(01) VALUE 'N'.
009400         88  SORT-SHIFT-DONE                  VALUE 'Y'.
009500     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009600         88  REPORT-WAS-OPENED                VALUE 'Y'.

009700******************************************************************
009800*    RETURN CODE                                                 *
009900******************************************************************
010000 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
010100 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

010200******************************************************************
010300*    PARM-RELATED FIELDS                                         *
010400******************************************************************
010500 01  WS-PARM-FIELDS.
010600     05  WS-PARM-DATA                PIC X(80).
010700     05  WS-PARM-DAYS-X              PIC X(05).

010800 01  WS-CYCLE-FIELDS.
010900     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
011000         88  NIGHTLY-CYCLE                    VALUE 'N'.
011100         88  INTRADAY-CYCLE                   VALUE 'I'.
011200     05  WS-REC-CYCLE-ID             PIC X(01) VALUE SPACE.

011300 77  WS-TREND-DAYS                   PIC 9(05) VALUE 90.

011400******************************************************************
011500*    DATE WORK FIELDS                                            *
011600*    THE TREND WINDOW RUNS FROM THE CUTOFF DATE THROUGH TODAY,   *
011700*    COUNTED THE WAY CDARCHIV COUNTS ITS RETENTION.              *
011800******************************************************************
011900 01  WS-DATE-FIELDS.
012000     05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
012100     05  WS-TODAY-NUM                PIC S9(08) VALUE ZERO.
012200     05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.

012300******************************************************************
012400*    CYCLE WAITS BY GATE                                         *
012500*    ONE ENTRY PER GATE THAT WAITED ON THIS CYCLE'S TRAIL. THE   *
012600*    STREAM IS THE DRIVER INSTANCE THE GATE WAITED IN.           *
012700******************************************************************
012800 77  WS-MAX-GATES                    PIC 9(03) VALUE 500.

012900 01  WS-CYCLE-GATE-TABLE.
013000     05  WS-CG-COUNT                 PIC 9(03) COMP VALUE ZERO.
013100     05  WS-CG-ENTRY OCCURS 500 TIMES INDEXED BY CG-IDX.
013200         10  WS-CG-JOB               PIC X(08).
013300         10  WS-CG-STREAM            PIC X(02).
013400         10  WS-CG-WAITS             PIC 9(05) COMP.
013500         10  WS-CG-SECS              PIC 9(09) COMP.
013600         10  WS-CG-IDLE              PIC 9(09) COMP.
013700         10  WS-CG-MAX               PIC 9(07) COMP.
013800         10  WS-CG-TIMEOUTS          PIC 9(05) COMP.
013900         10  WS-CG-HELD              PIC 9(05) COMP.

014000******************************************************************
014100*    TREND WAITS BY GATE                                         *
014200*    ONE ENTRY PER GATE WITH WAITS ON THE HISTORY MASTER INSIDE  *
014300*    THE TREND WINDOW. A NIGHT IS ONE HISTORY RECORD - ONE GATE, *
014400*    ONE RUN DATE. THE STREAM IS THE LATEST ONE SEEN.            *
014500******************************************************************
014600 01  WS-TREND-GATE-TABLE.
014700     05  WS-TG-COUNT                 PIC 9(03) COMP VALUE ZERO.
014800     05  WS-TG-ENTRY OCCURS 500 TIMES INDEXED BY TG-IDX.
014900         10  WS-TG-JOB               PIC X(08).
015000         10  WS-TG-STREAM            PIC X(02).
015100         10  WS-TG-NIGHTS            PIC 9(05) COMP.
015200         10  WS-TG-SECS              PIC 9(09) COMP.
015300         10  WS-TG-IDLE              PIC 9(09) COMP.
015400         10  WS-TG-MAX               PIC 9(07) COMP.
015500         10  WS-TG-TIMEOUTS          PIC 9(05) COMP.
015600         10  WS-TG-HELD              PIC 9(05) COMP.

015700******************************************************************
015800*    WAITS BY STREAM                                             *
015900*    ONE TABLE FOR THE CYCLE, ONE FOR THE TREND. A BLANK STREAM  *
016000*    IS AN UNFILTERED DRIVER RUN, WHICH NEVER WAITS CROSS-STREAM *
016100*    AND SO IS NEVER IDLE.                                       *
016200******************************************************************
016300 77  WS-MAX-STREAMS                  PIC 9(03) VALUE 50.

016400 01  WS-CYCLE-STREAM-TABLE.
016500     05  WS-CS-COUNT                 PIC 9(03) COMP VALUE ZERO.
016600     05  WS-CS-ENTRY OCCURS 50 TIMES INDEXED BY CS-IDX.
016700         10  WS-CS-STREAM            PIC X(02).
016800         10  WS-CS-WAITS             PIC 9(05) COMP.
016900         10  WS-CS-SECS              PIC 9(09) COMP.
017000         10  WS-CS-IDLE              PIC 9(09) COMP.
017100         10  WS-CS-TIMEOUTS          PIC 9(05) COMP.

017200 01  WS-TREND-STREAM-TABLE.
017300     05  WS-TS-COUNT                 PIC 9(03) COMP VALUE ZERO.
017400     05  WS-TS-ENTRY OCCURS 50 TIMES INDEXED BY TS-IDX.
017500         10  WS-TS-STREAM            PIC X(02).
017600         10  WS-TS-WAITS             PIC 9(05) COMP.
017700         10  WS-TS-SECS              PIC 9(09) COMP.
017800         10  WS-TS-IDLE              PIC 9(09) COMP.
017900         10  WS-TS-TIMEOUTS          PIC 9(05) COMP.

018000******************************************************************
018100*    RANKING                                                     *
018200*    SUBSCRIPTS OF THE GATE TABLE IN DESCENDING ORDER OF SECONDS *
018300*    WAITED, BUILT BY INSERTION. SHARED BY THE CYCLE AND THE     *
018400*    TREND RANKINGS, WHICH ARE BUILT AND PRINTED ONE AFTER THE   *
018500*    OTHER.                                                      *
018600******************************************************************
018700 01  WS-RANK-TABLE.
018800     05  WS-RANK-SUB                 PIC 9(03) COMP
018900                                     OCCURS 500 TIMES.

019000 01  WS-SUBSCRIPTS.
019100     05  WS-GATE-SUB                 PIC 9(03) COMP VALUE ZERO.
019200     05  WS-STREAM-SUB               PIC 9(03) COMP VALUE ZERO.
019300     05  WS-INS-SUB                  PIC 9(03) COMP VALUE ZERO.
019400     05  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
019500     05  WS-CMP-SUB                  PIC 9(03) COMP VALUE ZERO.
019600     05  WS-RANK-COUNT               PIC 9(03) COMP VALUE ZERO.
019700     05  WS-RANK-NO                  PIC 9(03) COMP VALUE ZERO.

019800******************************************************************
019900*    COUNTERS AND TOTALS                                         *
020000******************************************************************
020100 01  WS-COUNTERS.
020200     05  WS-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
020300     05  WS-WAIT-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
020400     05  WS-OFFCYCLE-COUNT           PIC 9(05) COMP VALUE ZERO.
020500     05  WS-REHEARSAL-COUNT          PIC 9(05) COMP VALUE ZERO.
020600     05  WS-CYCLE-SECS               PIC 9(09) COMP VALUE ZERO.
020700     05  WS-CYCLE-IDLE               PIC 9(09) COMP VALUE ZERO.
020800     05  WS-CYCLE-TIMEOUTS           PIC 9(05) COMP VALUE ZERO.
020900     05  WS-HIST-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
021000     05  WS-HIST-WAIT-COUNT          PIC 9(07) COMP VALUE ZERO.
021100     05  WS-TREND-SECS               PIC 9(09) COMP VALUE ZERO.
021200     05  WS-TREND-IDLE               PIC 9(09) COMP VALUE ZERO.
021300     05  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
021400     05  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
021500     05  WS-GATES-IN-STREAM          PIC 9(05) COMP VALUE ZERO.

021600 01  WS-ARITHMETIC-FIELDS.
021700     05  WS-WORK-SECS                PIC 9(07) VALUE ZERO.
021800     05  WS-WORK-IDLE                PIC 9(07) VALUE ZERO.
021900     05  WS-AVG-SECS                 PIC 9(07) VALUE ZERO.
022000     05  WS-PCT                      PIC 9(03) VALUE ZERO.

022100 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.

022200******************************************************************
022300*    REPORT LINE LAYOUTS                                         *
022400*    WS-COLUMN-HEADING HOLDS THE CURRENT SECTION'S COLUMN        *
022500*    HEADING SO A PAGE BREAK INSIDE A SECTION CAN REPEAT IT.     *
022600******************************************************************
022700 01  WS-PRINT-LINE                   PIC X(132) VALUE SPACES.
022800 01  WS-COLUMN-HEADING               PIC X(132) VALUE SPACES.

022900 01  WRP-HEADING-1.
023000     05  FILLER                      PIC X(42)
023100         VALUE 'COUNTDOWN DEPENDENCY WAIT ANALYSIS'.
023200     05  FILLER                      PIC X(10)
023300         VALUE 'RUN DATE: '.
023400     05  WRP-H1-DATE                 PIC 9(08).
023500     05  FILLER                      PIC X(02) VALUE SPACES.
023600     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
023700     05  WRP-H1-CYCLE                PIC X(01).
023800     05  FILLER                      PIC X(02) VALUE SPACES.
023900     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
024000     05  WRP-H1-PAGE                 PIC ZZZZ9.
024100     05  FILLER                      PIC X(49) VALUE SPACES.

024200 01  WRP-HEADING-2.
024300     05  FILLER                      PIC X(14)
024400         VALUE 'TREND WINDOW: '.
024500     05  WRP-H2-FROM                 PIC 9(08).
024600     05  FILLER                      PIC X(06) VALUE ' THRU '.
024700     05  WRP-H2-THRU                 PIC 9(08).
024800     05  FILLER                      PIC X(96) VALUE SPACES.

024900 01  WRP-SECTION-LINE.
025000     05  WRP-SEC-TITLE               PIC X(60).
025100     05  FILLER                      PIC X(72) VALUE SPACES.

025200 01  WRP-WAIT-HEADING.
025300     05  FILLER                      PIC X(40)
025400         VALUE '  GATE      PRED JOB  PSTR  WSTR  WAIT S'.
025500     05  FILLER                      PIC X(40)
025600         VALUE 'TART         WAIT END              SECS '.
025700     05  FILLER                      PIC X(29)
025800         VALUE '    IDLE  OUTCOME    RUN TYPE'.
025900     05  FILLER                      PIC X(23) VALUE SPACES.

026000 01  WRP-WAIT-LINE.
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  WRP-W-JOB                   PIC X(08).
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  WRP-W-PRED                  PIC X(08).
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  WRP-W-PRED-STREAM           PIC X(02).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  WRP-W-STREAM                PIC X(02).
027000     05  FILLER                      PIC X(02) VALUE SPACES.
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  WRP-W-START                 PIC X(17).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  WRP-W-END                   PIC X(17).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  WRP-W-SECS                  PIC ZZZZZZ9.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  WRP-W-IDLE                  PIC ZZZZZZ9.
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  WRP-W-OUTCOME               PIC X(09).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  WRP-W-RUN-TYPE              PIC X(09).
028300     05  FILLER                      PIC X(22) VALUE SPACES.

028400 01  WRP-RANK-HEADING.
028500     05  FILLER                      PIC X(40)
028600         VALUE '  RANK  GATE      WSTR  WAITS  SECS WAIT'.
028700     05  FILLER                      PIC X(40)
028800         VALUE 'ED  SECS IDLE  MAX WAIT  TMOUT  HELD  PC'.
028900     05  FILLER                      PIC X(01)
029000         VALUE 'T'.
029100     05  FILLER                      PIC X(51) VALUE SPACES.

029200 01  WRP-RANK-LINE.
029300     05  FILLER                      PIC X(03) VALUE SPACES.
029400     05  WRP-R-RANK                  PIC ZZ9.
029500     05  FILLER                      PIC X(02) VALUE SPACES.
029600     05  WRP-R-JOB                   PIC X(08).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  WRP-R-STREAM                PIC X(02).
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  FILLER                      PIC X(02) VALUE SPACES.
030100     05  WRP-R-WAITS                 PIC ZZZZ9.
030200     05  FILLER                      PIC X(04) VALUE SPACES.
030300     05  WRP-R-SECS                  PIC ZZZZZZZZ9.
030400     05  FILLER                      PIC X(02) VALUE SPACES.
030500     05  WRP-R-IDLE                  PIC ZZZZZZZZ9.
030600     05  FILLER                      PIC X(03) VALUE SPACES.
030700     05  WRP-R-MAX                   PIC ZZZZZZ9.
030800     05  FILLER                      PIC X(03) VALUE SPACES.
030900     05  WRP-R-TIMEOUTS              PIC ZZZ9.
031000     05  FILLER                      PIC X(02) VALUE SPACES.
031100     05  WRP-R-HELD                  PIC ZZZ9.
031200     05  FILLER                      PIC X(02) VALUE SPACES.
031300     05  WRP-R-PCT                   PIC ZZ9.
031400     05  FILLER                      PIC X(51) VALUE SPACES.

031500 01  WRP-TREND-HEADING.
031600     05  FILLER                      PIC X(40)
031700         VALUE '  RANK  GATE      WSTR  NIGHTS  SECS WAI'.
031800     05  FILLER                      PIC X(40)
031900         VALUE 'TED  AVG/NIGHT  MAX NIGHT  SECS IDLE  TM'.
032000     05  FILLER                      PIC X(14)
032100         VALUE 'OUT  HELD  PCT'.
032200     05  FILLER                      PIC X(38) VALUE SPACES.

032300 01  WRP-TREND-LINE.
032400     05  FILLER                      PIC X(03) VALUE SPACES.
032500     05  WRP-T-RANK                  PIC ZZ9.
032600     05  FILLER                      PIC X(02) VALUE SPACES.
032700     05  WRP-T-JOB                   PIC X(08).
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900     05  WRP-T-STREAM                PIC X(02).
033000     05  FILLER                      PIC X(02) VALUE SPACES.
033100     05  FILLER                      PIC X(03) VALUE SPACES.
033200     05  WRP-T-NIGHTS                PIC ZZZZ9.
033300     05  FILLER                      PIC X(04) VALUE SPACES.
033400     05  WRP-T-SECS                  PIC ZZZZZZZZ9.
033500     05  FILLER                      PIC X(04) VALUE SPACES.
033600     05  WRP-T-AVG                   PIC ZZZZZZ9.
033700     05  FILLER                      PIC X(04) VALUE SPACES.
033800     05  WRP-T-MAX                   PIC ZZZZZZ9.
033900     05  FILLER                      PIC X(02) VALUE SPACES.
034000     05  WRP-T-IDLE                  PIC ZZZZZZZZ9.
034100     05  FILLER                      PIC X(03) VALUE SPACES.
034200     05  WRP-T-TIMEOUTS              PIC ZZZ9.
034300     05  FILLER                      PIC X(02) VALUE SPACES.
034400     05  WRP-T-HELD                  PIC ZZZ9.
034500     05  FILLER                      PIC X(02) VALUE SPACES.
034600     05  WRP-T-PCT                   PIC ZZ9.
034700     05  FILLER                      PIC X(38) VALUE SPACES.

034800 01  WRP-STREAM-HEADING.
034900     05  FILLER                      PIC X(40)
035000         VALUE '  STRM  GATES  WAITS  SECS WAITED  SECS '.
035100     05  FILLER                      PIC X(11)
035200         VALUE 'IDLE  TMOUT'.
035300     05  FILLER                      PIC X(81) VALUE SPACES.

035400 01  WRP-STREAM-LINE.
035500     05  FILLER                      PIC X(02) VALUE SPACES.
035600     05  WRP-S-STREAM                PIC X(02).
035700     05  FILLER                      PIC X(02) VALUE SPACES.
035800     05  FILLER                      PIC X(03) VALUE SPACES.
035900     05  WRP-S-GATES                 PIC ZZZ9.
036000     05  FILLER                      PIC X(02) VALUE SPACES.
036100     05  WRP-S-WAITS                 PIC ZZZZ9.
036200     05  FILLER                      PIC X(04) VALUE SPACES.
036300     05  WRP-S-SECS                  PIC ZZZZZZZZ9.
036400     05  FILLER                      PIC X(02) VALUE SPACES.
036500     05  WRP-S-IDLE                  PIC ZZZZZZZZ9.
036600     05  FILLER                      PIC X(03) VALUE SPACES.
036700     05  WRP-S-TIMEOUTS              PIC ZZZ9.
036800     05  FILLER                      PIC X(81) VALUE SPACES.

036900 01  WRP-NOTE-LINE.
037000     05  FILLER                      PIC X(02) VALUE SPACES.
037100     05  WRP-NOTE-TEXT               PIC X(70).
037200     05  FILLER                      PIC X(60) VALUE SPACES.

037300 01  WRP-TOTAL-LINE.
037400     05  FILLER                      PIC X(02) VALUE SPACES.
037500     05  WRP-TOT-LABEL               PIC X(30).
037600     05  FILLER                      PIC X(02) VALUE SPACES.
037700     05  WRP-TOT-VALUE               PIC ZZZZZZZZ9.
037800     05  FILLER                      PIC X(89) VALUE SPACES.

037820******************************************************************
037840*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
037860******************************************************************
037880     COPY CDTOTPM.

037900 PROCEDURE DIVISION.

038000******************************************************************
038100*    0000-MAINLINE                                               *
038200*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
038300******************************************************************
038400 0000-MAINLINE.
038500     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
038600     IF WAITRP-CAN-RUN
038700         PERFORM 0200-LIST-CYCLE-WAITS
038800             THRU 0200-LIST-CYCLE-WAITS-EXIT
038900         PERFORM 0300-RANK-CYCLE-GATES
039000             THRU 0300-RANK-CYCLE-GATES-EXIT
039100         PERFORM 0350-PRINT-CYCLE-STREAMS
039200             THRU 0350-PRINT-CYCLE-STREAMS-EXIT
039300         PERFORM 0400-LOAD-TREND THRU 0400-LOAD-TREND-EXIT
039400         PERFORM 0500-RANK-TREND-GATES
039500             THRU 0500-RANK-TREND-GATES-EXIT
039600         PERFORM 0550-PRINT-TREND-STREAMS
039700             THRU 0550-PRINT-TREND-STREAMS-EXIT
039800         PERFORM 0700-PRINT-TOTALS THRU 0700-PRINT-TOTALS-EXIT
039900     END-IF.
040000     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
040100 0000-MAINLINE-EXIT.
040200     EXIT.

040300******************************************************************
040400*    0100-INITIALIZE                                             *
040500*    A BAD PARM, OR AN AUDIT TRAIL OR REPORT THAT CANNOT BE      *
040600*    OPENED, IS FATAL. THE HISTORY MASTER IS OPENED LATER, AND   *
040700*    ONLY ITS ABSENCE IS FORGIVEN - THE CYCLE SECTIONS STAND ON  *
040800*    THEIR OWN.                                                  *
040820*    AUDITOUT IS PROVED AGAINST ITS HEADER AND TRAILER           *
040840*    CONTROL TOTALS (CDTOTALS) BEFORE IT IS OPENED; ONE THAT     *
040860*    IS INCOMPLETE OR DOES NOT BALANCE IS REFUSED - RC 20.       *
040900******************************************************************
041000 0100-INITIALIZE.
041100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
041200     PERFORM 0105-GET-PARM THRU 0105-GET-PARM-EXIT.
041300     IF WAITRP-CANNOT-RUN
041400         GO TO 0100-INITIALIZE-EXIT
041500     END-IF.
041600     COMPUTE WS-TODAY-NUM =
041700         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
041800     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
041900         (WS-TODAY-NUM - WS-TREND-DAYS + 1).
041907     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
041914     SET CD-TOT-VERIFY TO TRUE.
041921     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
041928     IF CD-TOT-IS-OUT-OF-BALANCE
041935         DISPLAY "CDWAITRP - AUDITOUT FAILED ITS "
041938                 "CONTROL-TOTAL CHECK"
041942         DISPLAY "CDWAITRP - " CD-TOT-MESSAGE
041949         MOVE 20 TO WS-RC-CANDIDATE
041956         PERFORM 9900-RAISE-RETURN-CODE
041963             THRU 9900-RAISE-RETURN-CODE-EXIT
041970         SET WAITRP-CANNOT-RUN TO TRUE
041977         GO TO 0100-INITIALIZE-EXIT
041984     END-IF.
042000     OPEN INPUT AUDIT-IN.
042100     IF WS-AUDIT-STATUS NOT = "00"
042200         DISPLAY "CDWAITRP - UNABLE TO OPEN AUDITOUT, STATUS="
042300                 WS-AUDIT-STATUS
042400         MOVE 20 TO WS-RC-CANDIDATE
042500         PERFORM 9900-RAISE-RETURN-CODE
042600             THRU 9900-RAISE-RETURN-CODE-EXIT
042700         SET WAITRP-CANNOT-RUN TO TRUE
042800         GO TO 0100-INITIALIZE-EXIT
042900     END-IF.
043000     OPEN OUTPUT WAIT-REPORT.
043100     IF WS-REPORT-STATUS NOT = "00"
043200         DISPLAY "CDWAITRP - UNABLE TO OPEN WAITRPT, STATUS="
043300                 WS-REPORT-STATUS
043400         MOVE 20 TO WS-RC-CANDIDATE
043500         PERFORM 9900-RAISE-RETURN-CODE
043600             THRU 9900-RAISE-RETURN-CODE-EXIT
043700         SET WAITRP-CANNOT-RUN TO TRUE
043800         CLOSE AUDIT-IN
043900         GO TO 0100-INITIALIZE-EXIT
044000     END-IF.
044100     SET REPORT-WAS-OPENED TO TRUE.
044200     MOVE WS-TODAY-DATE TO WRP-H1-DATE.
044300     MOVE WS-CYCLE-ID TO WRP-H1-CYCLE.
044400     MOVE WS-CUTOFF-DATE TO WRP-H2-FROM.
044500     MOVE WS-TODAY-DATE TO WRP-H2-THRU.
044600 0100-INITIALIZE-EXIT.
044700     EXIT.

044800******************************************************************
044900*    0105-GET-PARM                                               *
045000*    CYCLE AND TREND WINDOW FROM THE EXEC CARD PARM=, OR FROM A  *
045100*    SYSIN CARD WHEN NO PARM WAS PASSED.                         *
045200******************************************************************
045300 0105-GET-PARM.
045400     MOVE SPACES TO WS-PARM-DATA.
045500     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
045600     IF WS-PARM-DATA = SPACES
045700         PERFORM 0109-GET-PARM-FROM-SYSIN
045800             THRU 0109-GET-PARM-FROM-SYSIN-EXIT
045900     END-IF.
046000     MOVE WS-PARM-DATA(1:1) TO WS-CYCLE-ID.
046100     MOVE WS-PARM-DATA(3:5) TO WS-PARM-DAYS-X.
046200     IF WS-CYCLE-ID = SPACE
046300         MOVE 'N' TO WS-CYCLE-ID
046400     END-IF.
046500     IF NOT NIGHTLY-CYCLE AND NOT INTRADAY-CYCLE
046600         DISPLAY "CDWAITRP - PARM POSITION 1 '" WS-CYCLE-ID
046700                 "' MUST BE N, I OR BLANK"
046800         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
046900         GO TO 0105-GET-PARM-EXIT
047000     END-IF.
047100     IF WS-PARM-DAYS-X = SPACES
047200         GO TO 0105-GET-PARM-EXIT
047300     END-IF.
047400     IF WS-PARM-DAYS-X NOT NUMERIC
047500         DISPLAY "CDWAITRP - TREND DAYS '" WS-PARM-DAYS-X
047600                 "' IN PARM POSITIONS 3-7 IS NOT NUMERIC"
047700         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
047800         GO TO 0105-GET-PARM-EXIT
047900     END-IF.
048000     IF WS-PARM-DAYS-X NOT = "00000"
048100         MOVE WS-PARM-DAYS-X TO WS-TREND-DAYS
048200     END-IF.
048300 0105-GET-PARM-EXIT.
048400     EXIT.

048500******************************************************************
048600*    0108-FAIL-PARM                                              *
048700******************************************************************
048800 0108-FAIL-PARM.
048900     MOVE 16 TO WS-RC-CANDIDATE.
049000     PERFORM 9900-RAISE-RETURN-CODE
049100         THRU 9900-RAISE-RETURN-CODE-EXIT.
049200     SET WAITRP-CANNOT-RUN TO TRUE.
049300 0108-FAIL-PARM-EXIT.
049400     EXIT.

049500******************************************************************
049600*    0109-GET-PARM-FROM-SYSIN                                    *
049700*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
049800*    THE DEFAULTS (NIGHTLY, 90 DAYS) THEN APPLY.                 *
049900******************************************************************
050000 0109-GET-PARM-FROM-SYSIN.
050100     OPEN INPUT SYSIN-CARD-FILE.
050200     IF WS-SYSIN-STATUS NOT = "00"
050300         IF WS-SYSIN-STATUS NOT = "35"
050400             DISPLAY "CDWAITRP - UNABLE TO OPEN SYSIN, STATUS="
050500                     WS-SYSIN-STATUS
050600             MOVE 20 TO WS-RC-CANDIDATE
050700             PERFORM 9900-RAISE-RETURN-CODE
050800                 THRU 9900-RAISE-RETURN-CODE-EXIT
050900         END-IF
051000         GO TO 0109-GET-PARM-FROM-SYSIN-EXIT
051100     END-IF.
051200     READ SYSIN-CARD-FILE
051300         AT END
051400             CONTINUE
051500         NOT AT END
051600             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
051700     END-READ.
051800     CLOSE SYSIN-CARD-FILE.
051900 0109-GET-PARM-FROM-SYSIN-EXIT.
052000     EXIT.

052100******************************************************************
052200*    0200-LIST-CYCLE-WAITS                                       *
052300*    ONE LINE PER DEPENDENCY-WAIT RECORD OF THE SELECTED CYCLE,  *
052400*    IN THE ORDER THE DRIVERS WROTE THEM, WHILE THE GATE AND     *
052500*    STREAM TABLES ARE BUILT. ANY WAIT THAT TIMED OUT IS A       *
052600*    WARNING - A STREAM GAVE UP ON ITS PREDECESSOR AND THE GATE  *
052700*    DID NOT RUN.                                                *
052800******************************************************************
052900 0200-LIST-CYCLE-WAITS.
053000     MOVE 'DEPENDENCY WAITS THIS CYCLE, IN TRAIL ORDER'
053100         TO WRP-SEC-TITLE.
053200     MOVE WRP-WAIT-HEADING TO WS-COLUMN-HEADING.
053300     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
053400     PERFORM 0210-READ-AUDIT THRU 0210-READ-AUDIT-EXIT.
053500     PERFORM 0220-LIST-ONE-WAIT THRU 0220-LIST-ONE-WAIT-EXIT
053600         UNTIL END-OF-AUDIT-FILE.
053700     CLOSE AUDIT-IN.
053800     IF WS-WAIT-READ-COUNT = ZERO
053900         MOVE 'NO DEPENDENCY WAITS RECORDED FOR THIS CYCLE'
054000             TO WRP-NOTE-TEXT
054100         MOVE WRP-NOTE-LINE TO WS-PRINT-LINE
054200         PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT
054300     END-IF.
054400     IF WS-CYCLE-TIMEOUTS > ZERO
054500         DISPLAY "CDWAITRP - " WS-CYCLE-TIMEOUTS
054600                 " DEPENDENCY WAIT(S) TIMED OUT THIS CYCLE"
054700         MOVE 4 TO WS-RC-CANDIDATE
054800         PERFORM 9900-RAISE-RETURN-CODE
054900             THRU 9900-RAISE-RETURN-CODE-EXIT
055000     END-IF.
055100 0200-LIST-CYCLE-WAITS-EXIT.
055200     EXIT.

055300******************************************************************
055400*    0210-READ-AUDIT                                             *
055500******************************************************************
055600 0210-READ-AUDIT.
055700     READ AUDIT-IN
055800         AT END
055900             SET END-OF-AUDIT-FILE TO TRUE
056000         NOT AT END
056100             ADD 1 TO WS-AUDIT-READ-COUNT
056200     END-READ.
056300 0210-READ-AUDIT-EXIT.
056400     EXIT.

056500******************************************************************
056600*    0220-LIST-ONE-WAIT                                          *
056700*    TICKS, SUMMARIES AND RESUME NOTES ARE PASSED OVER, AS ARE   *
056800*    WAITS OF THE OTHER CYCLE. A BLANK CYCLE ID IS A TRAIL FROM  *
056900*    BEFORE CYCLE IDS AND COUNTS AS NIGHTLY. REHEARSAL WAITS ARE *
057000*    LISTED AND MARKED - A REHEARSAL TRAIL IS ANALYSED LIKE ANY  *
057100*    OTHER.                                                      *
057200******************************************************************
057300 0220-LIST-ONE-WAIT.
057400     IF NOT CD-AUDIT-IS-DEP-WAIT
057500         PERFORM 0210-READ-AUDIT THRU 0210-READ-AUDIT-EXIT
057600         GO TO 0220-LIST-ONE-WAIT-EXIT
057700     END-IF.
057800     MOVE CD-AUDIT-CYCLE-ID TO WS-REC-CYCLE-ID.
057900     IF WS-REC-CYCLE-ID = SPACE
058000         MOVE 'N' TO WS-REC-CYCLE-ID
058100     END-IF.
058200     IF WS-REC-CYCLE-ID NOT = WS-CYCLE-ID
058300         ADD 1 TO WS-OFFCYCLE-COUNT
058400         PERFORM 0210-READ-AUDIT THRU 0210-READ-AUDIT-EXIT
058500         GO TO 0220-LIST-ONE-WAIT-EXIT
058600     END-IF.
058700     ADD 1 TO WS-WAIT-READ-COUNT.
058800     MOVE ZERO TO WS-WORK-SECS.
058900     MOVE ZERO TO WS-WORK-IDLE.
059000     IF CD-AUDIT-ELAPSED-SECS NUMERIC
059100         MOVE CD-AUDIT-ELAPSED-SECS TO WS-WORK-SECS
059200     END-IF.
059300     IF CD-AUDIT-COUNTER NUMERIC
059400         MOVE CD-AUDIT-COUNTER TO WS-WORK-IDLE
059500     END-IF.
059600     MOVE CD-AUDIT-JOB-NAME TO WRP-W-JOB.
059700     MOVE CD-AUDIT-PRED-JOB-NAME TO WRP-W-PRED.
059800     MOVE CD-AUDIT-PRED-STREAM-ID TO WRP-W-PRED-STREAM.
059900     IF CD-AUDIT-PRED-STREAM-ID = SPACES
060000         MOVE '--' TO WRP-W-PRED-STREAM
060100     END-IF.
060200     MOVE CD-AUDIT-STREAM-ID TO WRP-W-STREAM.
060300     IF CD-AUDIT-STREAM-ID = SPACES
060400         MOVE '--' TO WRP-W-STREAM
060500     END-IF.
060600     MOVE CD-AUDIT-TIMESTAMP TO WRP-W-START.
060700     MOVE CD-AUDIT-END-TIMESTAMP TO WRP-W-END.
060800     MOVE WS-WORK-SECS TO WRP-W-SECS.
060900     MOVE WS-WORK-IDLE TO WRP-W-IDLE.
061000     EVALUATE TRUE
061100     WHEN CD-AUDIT-WAIT-RELEASED
061200         MOVE 'RELEASED' TO WRP-W-OUTCOME
061300     WHEN CD-AUDIT-WAIT-TIMED-OUT
061400         MOVE 'TIMED OUT' TO WRP-W-OUTCOME
061500         ADD 1 TO WS-CYCLE-TIMEOUTS
061600     WHEN CD-AUDIT-WAIT-HELD
061700         MOVE 'HELD' TO WRP-W-OUTCOME
061800     WHEN OTHER
061900         MOVE CD-AUDIT-WAIT-OUTCOME TO WRP-W-OUTCOME
062000     END-EVALUATE.
062100     MOVE SPACES TO WRP-W-RUN-TYPE.
062200     IF CD-AUDIT-IS-REHEARSAL
062300         MOVE 'REHEARSAL' TO WRP-W-RUN-TYPE
062400         ADD 1 TO WS-REHEARSAL-COUNT
062500     END-IF.
062600     MOVE WRP-WAIT-LINE TO WS-PRINT-LINE.
062700     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
062800     ADD WS-WORK-SECS TO WS-CYCLE-SECS.
062900     ADD WS-WORK-IDLE TO WS-CYCLE-IDLE.
063000     PERFORM 0230-TALLY-CYCLE-GATE
063100         THRU 0230-TALLY-CYCLE-GATE-EXIT.
063200     PERFORM 0240-TALLY-CYCLE-STREAM
063300         THRU 0240-TALLY-CYCLE-STREAM-EXIT.
063400     PERFORM 0210-READ-AUDIT THRU 0210-READ-AUDIT-EXIT.
063500 0220-LIST-ONE-WAIT-EXIT.
063600     EXIT.

063700******************************************************************
063800*    0230-TALLY-CYCLE-GATE                                       *
063900*    ADDS THE CURRENT WAIT TO ITS GATE'S CYCLE ENTRY. A FULL     *
064000*    TABLE IS AN I/O-CLASS FAILURE - THE RANKING WOULD BE        *
064100*    SILENTLY WRONG.                                             *
064200******************************************************************
064300 0230-TALLY-CYCLE-GATE.
064400     MOVE 'N' TO WS-FOUND-SWITCH.
064500     SET CG-IDX TO 1.
064600     SEARCH WS-CG-ENTRY
064700         AT END
064800             CONTINUE
064900         WHEN CG-IDX > WS-CG-COUNT
065000             CONTINUE
065100         WHEN WS-CG-JOB (CG-IDX) = CD-AUDIT-JOB-NAME
065200             SET MATCH-WAS-FOUND TO TRUE
065300             SET WS-GATE-SUB TO CG-IDX
065400     END-SEARCH.
065500     IF NOT MATCH-WAS-FOUND
065600         IF WS-CG-COUNT NOT < WS-MAX-GATES
065700             PERFORM 9800-TABLE-OVERFLOW
065800                 THRU 9800-TABLE-OVERFLOW-EXIT
065900             GO TO 0230-TALLY-CYCLE-GATE-EXIT
066000         END-IF
066100         ADD 1 TO WS-CG-COUNT
066200         MOVE WS-CG-COUNT TO WS-GATE-SUB
066300         MOVE CD-AUDIT-JOB-NAME TO WS-CG-JOB (WS-GATE-SUB)
066400         MOVE SPACES TO WS-CG-STREAM (WS-GATE-SUB)
066500         MOVE ZERO TO WS-CG-WAITS (WS-GATE-SUB)
066600         MOVE ZERO TO WS-CG-SECS (WS-GATE-SUB)
066700         MOVE ZERO TO WS-CG-IDLE (WS-GATE-SUB)
066800         MOVE ZERO TO WS-CG-MAX (WS-GATE-SUB)
066900         MOVE ZERO TO WS-CG-TIMEOUTS (WS-GATE-SUB)
067000         MOVE ZERO TO WS-CG-HELD (WS-GATE-SUB)
067100     END-IF.
067200     ADD 1 TO WS-CG-WAITS (WS-GATE-SUB).
067300     ADD WS-WORK-SECS TO WS-CG-SECS (WS-GATE-SUB).
067400     ADD WS-WORK-IDLE TO WS-CG-IDLE (WS-GATE-SUB).
067500     IF WS-WORK-SECS > WS-CG-MAX (WS-GATE-SUB)
067600         MOVE WS-WORK-SECS TO WS-CG-MAX (WS-GATE-SUB)
067700     END-IF.
067800     IF CD-AUDIT-WAIT-TIMED-OUT
067900         ADD 1 TO WS-CG-TIMEOUTS (WS-GATE-SUB)
068000     END-IF.
068100     IF CD-AUDIT-WAIT-HELD
068200         ADD 1 TO WS-CG-HELD (WS-GATE-SUB)
068300     END-IF.
068400     IF CD-AUDIT-STREAM-ID NOT = SPACES
068500         MOVE CD-AUDIT-STREAM-ID TO WS-CG-STREAM (WS-GATE-SUB)
068600     END-IF.
068700 0230-TALLY-CYCLE-GATE-EXIT.
068800     EXIT.

068900******************************************************************
069000*    0240-TALLY-CYCLE-STREAM                                     *
069100*    ADDS THE CURRENT WAIT TO THE WAITING STREAM'S CYCLE ENTRY.  *
069200******************************************************************
069300 0240-TALLY-CYCLE-STREAM.
069400     MOVE 'N' TO WS-FOUND-SWITCH.
069500     SET CS-IDX TO 1.
069600     SEARCH WS-CS-ENTRY
069700         AT END
069800             CONTINUE
069900         WHEN CS-IDX > WS-CS-COUNT
070000             CONTINUE
070100         WHEN WS-CS-STREAM (CS-IDX) = CD-AUDIT-STREAM-ID
070200             SET MATCH-WAS-FOUND TO TRUE
070300             SET WS-STREAM-SUB TO CS-IDX
070400     END-SEARCH.
070500     IF NOT MATCH-WAS-FOUND
070600         IF WS-CS-COUNT NOT < WS-MAX-STREAMS
070700             PERFORM 9800-TABLE-OVERFLOW
070800                 THRU 9800-TABLE-OVERFLOW-EXIT
070900             GO TO 0240-TALLY-CYCLE-STREAM-EXIT
071000         END-IF
071100         ADD 1 TO WS-CS-COUNT
071200         MOVE WS-CS-COUNT TO WS-STREAM-SUB
071300         MOVE CD-AUDIT-STREAM-ID TO WS-CS-STREAM (WS-STREAM-SUB)
071400         MOVE ZERO TO WS-CS-WAITS (WS-STREAM-SUB)
071500         MOVE ZERO TO WS-CS-SECS (WS-STREAM-SUB)
071600         MOVE ZERO TO WS-CS-IDLE (WS-STREAM-SUB)
071700         MOVE ZERO TO WS-CS-TIMEOUTS (WS-STREAM-SUB)
071800     END-IF.
071900     ADD 1 TO WS-CS-WAITS (WS-STREAM-SUB).
072000     ADD WS-WORK-SECS TO WS-CS-SECS (WS-STREAM-SUB).
072100     ADD WS-WORK-IDLE TO WS-CS-IDLE (WS-STREAM-SUB).
072200     IF CD-AUDIT-WAIT-TIMED-OUT
072300         ADD 1 TO WS-CS-TIMEOUTS (WS-STREAM-SUB)
072400     END-IF.
072500 0240-TALLY-CYCLE-STREAM-EXIT.
072600     EXIT.

072700******************************************************************
072800*    0300-RANK-CYCLE-GATES                                       *
072900*    THIS CYCLE'S GATES, MOST SECONDS LOST WAITING FIRST, EACH   *
073000*    WITH ITS SHARE OF THE CYCLE'S TOTAL WAIT.                   *
073100******************************************************************
073200 0300-RANK-CYCLE-GATES.
073300     MOVE 'GATES RANKED BY TIME LOST WAITING - THIS CYCLE'
073400         TO WRP-SEC-TITLE.
073500     MOVE WRP-RANK-HEADING TO WS-COLUMN-HEADING.
073600     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
073700     MOVE ZERO TO WS-RANK-COUNT.
073800     PERFORM 0310-RANK-ONE-CYCLE-GATE
073900         THRU 0310-RANK-ONE-CYCLE-GATE-EXIT
074000         VARYING WS-GATE-SUB FROM 1 BY 1
074100         UNTIL WS-GATE-SUB > WS-CG-COUNT.
074200     PERFORM 0330-PRINT-ONE-CYCLE-RANK
074300         THRU 0330-PRINT-ONE-CYCLE-RANK-EXIT
074400         VARYING WS-RANK-NO FROM 1 BY 1
074500         UNTIL WS-RANK-NO > WS-RANK-COUNT.
074600     IF WS-CG-COUNT = ZERO
074700         MOVE 'NO GATE WAITED THIS CYCLE' TO WRP-NOTE-TEXT
074800         MOVE WRP-NOTE-LINE TO WS-PRINT-LINE
074900         PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT
075000     END-IF.
075100 0300-RANK-CYCLE-GATES-EXIT.
075200     EXIT.

075300******************************************************************
075400*    0310-RANK-ONE-CYCLE-GATE                                    *
075500*    INSERTION INTO THE DESCENDING RANK LIST BY SECONDS WAITED.  *
075600******************************************************************
075700 0310-RANK-ONE-CYCLE-GATE.
075800     MOVE WS-RANK-COUNT TO WS-INS-SUB.
075900     ADD 1 TO WS-RANK-COUNT.
076000     MOVE 'N' TO WS-SHIFT-DONE-SWITCH.
076100     IF WS-INS-SUB = ZERO
076200         SET SORT-SHIFT-DONE TO TRUE
076300     END-IF.
076400     PERFORM 0320-SHIFT-ONE-CYCLE-RANK
076500         THRU 0320-SHIFT-ONE-CYCLE-RANK-EXIT
076600         UNTIL SORT-SHIFT-DONE.
076700     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
076800     MOVE WS-GATE-SUB TO WS-RANK-SUB (WS-SHIFT-SUB).
076900 0310-RANK-ONE-CYCLE-GATE-EXIT.
077000     EXIT.

077100******************************************************************
077200*    0320-SHIFT-ONE-CYCLE-RANK                                   *
077300*    ONE STEP OF THE INSERTION - SLIDE A SMALLER ENTRY DOWN ONE  *
077400*    SLOT, STOPPING AT THE FRONT OF THE LIST OR AT THE FIRST     *
077500*    ENTRY THAT WAITED AT LEAST AS LONG.                         *
077600******************************************************************
077700 0320-SHIFT-ONE-CYCLE-RANK.
077800     MOVE WS-RANK-SUB (WS-INS-SUB) TO WS-CMP-SUB.
077900     IF WS-CG-SECS (WS-CMP-SUB) NOT < WS-CG-SECS (WS-GATE-SUB)
078000         SET SORT-SHIFT-DONE TO TRUE
078100         GO TO 0320-SHIFT-ONE-CYCLE-RANK-EXIT
078200     END-IF.
078300     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
078400     MOVE WS-CMP-SUB TO WS-RANK-SUB (WS-SHIFT-SUB).
078500     SUBTRACT 1 FROM WS-INS-SUB.
078600     IF WS-INS-SUB = ZERO
078700         SET SORT-SHIFT-DONE TO TRUE
078800     END-IF.
078900 0320-SHIFT-ONE-CYCLE-RANK-EXIT.
079000     EXIT.

079100******************************************************************
079200*    0330-PRINT-ONE-CYCLE-RANK                                   *
079300******************************************************************
079400 0330-PRINT-ONE-CYCLE-RANK.
079500     MOVE WS-RANK-SUB (WS-RANK-NO) TO WS-GATE-SUB.
079600     MOVE WS-RANK-NO TO WRP-R-RANK.
079700     MOVE WS-CG-JOB (WS-GATE-SUB) TO WRP-R-JOB.
079800     MOVE WS-CG-STREAM (WS-GATE-SUB) TO WRP-R-STREAM.
079900     IF WS-CG-STREAM (WS-GATE-SUB) = SPACES
080000         MOVE '--' TO WRP-R-STREAM
080100     END-IF.
080200     MOVE WS-CG-WAITS (WS-GATE-SUB) TO WRP-R-WAITS.
080300     MOVE WS-CG-SECS (WS-GATE-SUB) TO WRP-R-SECS.
080400     MOVE WS-CG-IDLE (WS-GATE-SUB) TO WRP-R-IDLE.
080500     MOVE WS-CG-MAX (WS-GATE-SUB) TO WRP-R-MAX.
080600     MOVE WS-CG-TIMEOUTS (WS-GATE-SUB) TO WRP-R-TIMEOUTS.
080700     MOVE WS-CG-HELD (WS-GATE-SUB) TO WRP-R-HELD.
080800     MOVE ZERO TO WS-PCT.
080900     IF WS-CYCLE-SECS > ZERO
081000         COMPUTE WS-PCT ROUNDED =
081100             WS-CG-SECS (WS-GATE-SUB) * 100 / WS-CYCLE-SECS
081200     END-IF.
081300     MOVE WS-PCT TO WRP-R-PCT.
081400     MOVE WRP-RANK-LINE TO WS-PRINT-LINE.
081500     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
081600 0330-PRINT-ONE-CYCLE-RANK-EXIT.
081700     EXIT.

081800******************************************************************
081900*    0350-PRINT-CYCLE-STREAMS                                    *
082000*    IDLE TIME PER WAITING STREAM THIS CYCLE - THE SECONDS EACH  *
082100*    DRIVER SAT POLLING FOR ANOTHER STREAM'S PREDECESSOR. THE    *
082200*    GATE COUNT IS THE NUMBER OF DISTINCT GATES THAT WAITED IN   *
082300*    THE STREAM.                                                 *
082400******************************************************************
082500 0350-PRINT-CYCLE-STREAMS.
082600     MOVE 'STREAM IDLE TIME - THIS CYCLE' TO WRP-SEC-TITLE.
082700     MOVE WRP-STREAM-HEADING TO WS-COLUMN-HEADING.
082800     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
082900     PERFORM 0360-PRINT-ONE-CYCLE-STREAM
083000         THRU 0360-PRINT-ONE-CYCLE-STREAM-EXIT
083100         VARYING WS-STREAM-SUB FROM 1 BY 1
083200         UNTIL WS-STREAM-SUB > WS-CS-COUNT.
083300     IF WS-CS-COUNT = ZERO
083400         MOVE 'NO STREAM WAITED THIS CYCLE' TO WRP-NOTE-TEXT
083500         MOVE WRP-NOTE-LINE TO WS-PRINT-LINE
083600         PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT
083700     END-IF.
083800 0350-PRINT-CYCLE-STREAMS-EXIT.
083900     EXIT.

084000******************************************************************
084100*    0360-PRINT-ONE-CYCLE-STREAM                                 *
084200******************************************************************
084300 0360-PRINT-ONE-CYCLE-STREAM.
084400     MOVE ZERO TO WS-GATES-IN-STREAM.
084500     PERFORM 0370-COUNT-CYCLE-GATE
084600         THRU 0370-COUNT-CYCLE-GATE-EXIT
084700         VARYING WS-GATE-SUB FROM 1 BY 1
084800         UNTIL WS-GATE-SUB > WS-CG-COUNT.
084900     MOVE WS-CS-STREAM (WS-STREAM-SUB) TO WRP-S-STREAM.
085000     IF WS-CS-STREAM (WS-STREAM-SUB) = SPACES
085100         MOVE '--' TO WRP-S-STREAM
085200     END-IF.
085300     MOVE WS-GATES-IN-STREAM TO WRP-S-GATES.
085400     MOVE WS-CS-WAITS (WS-STREAM-SUB) TO WRP-S-WAITS.
085500     MOVE WS-CS-SECS (WS-STREAM-SUB) TO WRP-S-SECS.
085600     MOVE WS-CS-IDLE (WS-STREAM-SUB) TO WRP-S-IDLE.
085700     MOVE WS-CS-TIMEOUTS (WS-STREAM-SUB) TO WRP-S-TIMEOUTS.
085800     MOVE WRP-STREAM-LINE TO WS-PRINT-LINE.
085900     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
086000 0360-PRINT-ONE-CYCLE-STREAM-EXIT.
086100     EXIT.

086200******************************************************************
086300*    0370-COUNT-CYCLE-GATE                                       *
086400******************************************************************
086500 0370-COUNT-CYCLE-GATE.
086600     IF WS-CG-STREAM (WS-GATE-SUB) = WS-CS-STREAM (WS-STREAM-SUB)
086700         ADD 1 TO WS-GATES-IN-STREAM
086800     END-IF.
086900 0370-COUNT-CYCLE-GATE-EXIT.
087000     EXIT.

087100******************************************************************
087200*    0400-LOAD-TREND                                             *
087300*    SWEEPS THE HISTORY MASTER FOR GATE-NIGHTS OF THE SELECTED   *
087400*    CYCLE INSIDE THE TREND WINDOW THAT LOST TIME WAITING. NO    *
087500*    MASTER YET (STATUS "35") IS A WARNING - THE TREND SECTIONS  *
087600*    SAY SO. ANY OTHER OPEN FAILURE IS AN I/O ERROR.             *
087700******************************************************************
087800 0400-LOAD-TREND.
087900     OPEN INPUT HISTORY-MASTER.
088000     IF WS-HIST-STATUS = "35"
088100         DISPLAY "CDWAITRP - NO HISTMSTR YET - TREND NOT REPORTED"
088200         MOVE 4 TO WS-RC-CANDIDATE
088300         PERFORM 9900-RAISE-RETURN-CODE
088400             THRU 9900-RAISE-RETURN-CODE-EXIT
088500         GO TO 0400-LOAD-TREND-EXIT
088600     END-IF.
088700     IF WS-HIST-STATUS NOT = "00"
088800         DISPLAY "CDWAITRP - UNABLE TO OPEN HISTMSTR, STATUS="
088900                 WS-HIST-STATUS
089000         MOVE 20 TO WS-RC-CANDIDATE
089100         PERFORM 9900-RAISE-RETURN-CODE
089200             THRU 9900-RAISE-RETURN-CODE-EXIT
089300         GO TO 0400-LOAD-TREND-EXIT
089400     END-IF.
089500     SET HISTORY-WAS-OPENED TO TRUE.
089600     MOVE LOW-VALUES TO CD-HIST-KEY.
089700     START HISTORY-MASTER KEY NOT < CD-HIST-KEY
089800         INVALID KEY
089900             SET END-OF-HISTORY TO TRUE
090000     END-START.
090100     IF NOT END-OF-HISTORY
090200         PERFORM 0410-READ-HISTORY THRU 0410-READ-HISTORY-EXIT
090300     END-IF.
090400     PERFORM 0420-TREND-ONE-RECORD THRU 0420-TREND-ONE-RECORD-EXIT
090500         UNTIL END-OF-HISTORY.
090600     CLOSE HISTORY-MASTER.
090700 0400-LOAD-TREND-EXIT.
090800     EXIT.

090900******************************************************************
091000*    0410-READ-HISTORY                                           *
091100******************************************************************
091200 0410-READ-HISTORY.
091300     READ HISTORY-MASTER NEXT RECORD
091400         AT END
091500             SET END-OF-HISTORY TO TRUE
091600         NOT AT END
091700             ADD 1 TO WS-HIST-READ-COUNT
091800     END-READ.
091900 0410-READ-HISTORY-EXIT.
092000     EXIT.

092100******************************************************************
092200*    0420-TREND-ONE-RECORD                                       *
092300*    A RECORD FROM BEFORE THE WAIT FIELDS EXISTED HOLDS SPACES   *
092400*    THERE AND IS PASSED OVER, AS IS A GATE-NIGHT THAT NEVER     *
092500*    WAITED. A NOT-RUN RECORD STILL COUNTS - ITS WAIT IS EXACTLY *
092600*    THE TIME THAT WAS LOST.                                     *
092700******************************************************************
092800 0420-TREND-ONE-RECORD.
092900     IF CD-HIST-RUN-DATE < WS-CUTOFF-DATE
093000        OR CD-HIST-CYCLE-ID NOT = WS-CYCLE-ID
093100        OR CD-HIST-WAIT-SECS NOT NUMERIC
093200        OR CD-HIST-IDLE-SECS NOT NUMERIC
093300         PERFORM 0410-READ-HISTORY THRU 0410-READ-HISTORY-EXIT
093400         GO TO 0420-TREND-ONE-RECORD-EXIT
093500     END-IF.
093600     IF CD-HIST-WAIT-SECS = ZERO AND CD-HIST-IDLE-SECS = ZERO
093700         PERFORM 0410-READ-HISTORY THRU 0410-READ-HISTORY-EXIT
093800         GO TO 0420-TREND-ONE-RECORD-EXIT
093900     END-IF.
094000     ADD 1 TO WS-HIST-WAIT-COUNT.
094100     ADD CD-HIST-WAIT-SECS TO WS-TREND-SECS.
094200     ADD CD-HIST-IDLE-SECS TO WS-TREND-IDLE.
094300     PERFORM 0430-TALLY-TREND-GATE
094400         THRU 0430-TALLY-TREND-GATE-EXIT.
094500     PERFORM 0440-TALLY-TREND-STREAM
094600         THRU 0440-TALLY-TREND-STREAM-EXIT.
094700     PERFORM 0410-READ-HISTORY THRU 0410-READ-HISTORY-EXIT.
094800 0420-TREND-ONE-RECORD-EXIT.
094900     EXIT.

095000******************************************************************
095100*    0430-TALLY-TREND-GATE                                       *
095200*    ADDS THE CURRENT GATE-NIGHT TO ITS GATE'S TREND ENTRY. THE  *
095300*    OUTCOME ON HISTORY IS THE NIGHT'S LAST, SO TIMEOUTS AND     *
095400*    HOLDS HERE ARE NIGHTS, NOT INDIVIDUAL WAITS.                *
095500******************************************************************
095600 0430-TALLY-TREND-GATE.
095700     MOVE 'N' TO WS-FOUND-SWITCH.
095800     SET TG-IDX TO 1.
095900     SEARCH WS-TG-ENTRY
096000         AT END
096100             CONTINUE
096200         WHEN TG-IDX > WS-TG-COUNT
096300             CONTINUE
096400         WHEN WS-TG-JOB (TG-IDX) = CD-HIST-JOB-NAME
096500             SET MATCH-WAS-FOUND TO TRUE
096600             SET WS-GATE-SUB TO TG-IDX
096700     END-SEARCH.
096800     IF NOT MATCH-WAS-FOUND
096900         IF WS-TG-COUNT NOT < WS-MAX-GATES
097000             PERFORM 9800-TABLE-OVERFLOW
097100                 THRU 9800-TABLE-OVERFLOW-EXIT
097200             GO TO 0430-TALLY-TREND-GATE-EXIT
097300         END-IF
097400         ADD 1 TO WS-TG-COUNT
097500         MOVE WS-TG-COUNT TO WS-GATE-SUB
097600         MOVE CD-HIST-JOB-NAME TO WS-TG-JOB (WS-GATE-SUB)
097700         MOVE SPACES TO WS-TG-STREAM (WS-GATE-SUB)
097800         MOVE ZERO TO WS-TG-NIGHTS (WS-GATE-SUB)
097900         MOVE ZERO TO WS-TG-SECS (WS-GATE-SUB)
098000         MOVE ZERO TO WS-TG-IDLE (WS-GATE-SUB)
098100         MOVE ZERO TO WS-TG-MAX (WS-GATE-SUB)
098200         MOVE ZERO TO WS-TG-TIMEOUTS (WS-GATE-SUB)
098300         MOVE ZERO TO WS-TG-HELD (WS-GATE-SUB)
098400     END-IF.
098500     ADD 1 TO WS-TG-NIGHTS (WS-GATE-SUB).
098600     ADD CD-HIST-WAIT-SECS TO WS-TG-SECS (WS-GATE-SUB).
098700     ADD CD-HIST-IDLE-SECS TO WS-TG-IDLE (WS-GATE-SUB).
098800     IF CD-HIST-WAIT-SECS > WS-TG-MAX (WS-GATE-SUB)
098900         MOVE CD-HIST-WAIT-SECS TO WS-TG-MAX (WS-GATE-SUB)
099000     END-IF.
099100     IF CD-HIST-WAIT-OUTCOME = 'T'
099200         ADD 1 TO WS-TG-TIMEOUTS (WS-GATE-SUB)
099300     END-IF.
099400     IF CD-HIST-WAIT-OUTCOME = 'H'
099500         ADD 1 TO WS-TG-HELD (WS-GATE-SUB)
099600     END-IF.
099700     IF CD-HIST-STREAM-ID NOT = SPACES
099800         MOVE CD-HIST-STREAM-ID TO WS-TG-STREAM (WS-GATE-SUB)
099900     END-IF.
100000 0430-TALLY-TREND-GATE-EXIT.
100100     EXIT.

100200******************************************************************
100300*    0440-TALLY-TREND-STREAM                                     *
100400*    ADDS THE CURRENT GATE-NIGHT TO ITS STREAM'S TREND ENTRY.    *
100500*    THE WAITS COLUMN OF THE TREND STREAM SECTION IS GATE-       *
100600*    NIGHTS.                                                     *
100700******************************************************************
100800 0440-TALLY-TREND-STREAM.
100900     MOVE 'N' TO WS-FOUND-SWITCH.
101000     SET TS-IDX TO 1.
101100     SEARCH WS-TS-ENTRY
101200         AT END
101300             CONTINUE
101400         WHEN TS-IDX > WS-TS-COUNT
101500             CONTINUE
101600         WHEN WS-TS-STREAM (TS-IDX) = CD-HIST-STREAM-ID
101700             SET MATCH-WAS-FOUND TO TRUE
101800             SET WS-STREAM-SUB TO TS-IDX
101900     END-SEARCH.
102000     IF NOT MATCH-WAS-FOUND
102100         IF WS-TS-COUNT NOT < WS-MAX-STREAMS
102200             PERFORM 9800-TABLE-OVERFLOW
102300                 THRU 9800-TABLE-OVERFLOW-EXIT
102400             GO TO 0440-TALLY-TREND-STREAM-EXIT
102500         END-IF
102600         ADD 1 TO WS-TS-COUNT
102700         MOVE WS-TS-COUNT TO WS-STREAM-SUB
102800         MOVE CD-HIST-STREAM-ID TO WS-TS-STREAM (WS-STREAM-SUB)
102900         MOVE ZERO TO WS-TS-WAITS (WS-STREAM-SUB)
103000         MOVE ZERO TO WS-TS-SECS (WS-STREAM-SUB)
103100         MOVE ZERO TO WS-TS-IDLE (WS-STREAM-SUB)
103200         MOVE ZERO TO WS-TS-TIMEOUTS (WS-STREAM-SUB)
103300     END-IF.
103400     ADD 1 TO WS-TS-WAITS (WS-STREAM-SUB).
103500     ADD CD-HIST-WAIT-SECS TO WS-TS-SECS (WS-STREAM-SUB).
103600     ADD CD-HIST-IDLE-SECS TO WS-TS-IDLE (WS-STREAM-SUB).
103700     IF CD-HIST-WAIT-OUTCOME = 'T'
103800         ADD 1 TO WS-TS-TIMEOUTS (WS-STREAM-SUB)
103900     END-IF.
104000 0440-TALLY-TREND-STREAM-EXIT.
104100     EXIT.

104200******************************************************************
104300*    0500-RANK-TREND-GATES                                       *
104400*    THE SAME RANKING OVER THE TREND WINDOW, WITH THE AVERAGE    *
104500*    AND WORST NIGHT FOR EACH GATE.                              *
104600******************************************************************
104700 0500-RANK-TREND-GATES.
104800     MOVE 'GATES RANKED BY TIME LOST WAITING - TREND WINDOW'
104900         TO WRP-SEC-TITLE.
105000     MOVE WRP-TREND-HEADING TO WS-COLUMN-HEADING.
105100     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
105200     MOVE ZERO TO WS-RANK-COUNT.
105300     PERFORM 0510-RANK-ONE-TREND-GATE
105400         THRU 0510-RANK-ONE-TREND-GATE-EXIT
105500         VARYING WS-GATE-SUB FROM 1 BY 1
105600         UNTIL WS-GATE-SUB > WS-TG-COUNT.
105700     PERFORM 0530-PRINT-ONE-TREND-RANK
105800         THRU 0530-PRINT-ONE-TREND-RANK-EXIT
105900         VARYING WS-RANK-NO FROM 1 BY 1
106000         UNTIL WS-RANK-NO > WS-RANK-COUNT.
106100     IF WS-TG-COUNT = ZERO
106200         PERFORM 0590-NOTE-NO-TREND THRU 0590-NOTE-NO-TREND-EXIT
106300     END-IF.
106400 0500-RANK-TREND-GATES-EXIT.
106500     EXIT.

106600******************************************************************
106700*    0510-RANK-ONE-TREND-GATE                                    *
106800*    INSERTION INTO THE DESCENDING RANK LIST BY SECONDS WAITED.  *
106900******************************************************************
107000 0510-RANK-ONE-TREND-GATE.
107100     MOVE WS-RANK-COUNT TO WS-INS-SUB.
107200     ADD 1 TO WS-RANK-COUNT.
107300     MOVE 'N' TO WS-SHIFT-DONE-SWITCH.
107400     IF WS-INS-SUB = ZERO
107500         SET SORT-SHIFT-DONE TO TRUE
107600     END-IF.
107700     PERFORM 0520-SHIFT-ONE-TREND-RANK
107800         THRU 0520-SHIFT-ONE-TREND-RANK-EXIT
107900         UNTIL SORT-SHIFT-DONE.
108000     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
108100     MOVE WS-GATE-SUB TO WS-RANK-SUB (WS-SHIFT-SUB).
108200 0510-RANK-ONE-TREND-GATE-EXIT.
108300     EXIT.

108400******************************************************************
108500*    0520-SHIFT-ONE-TREND-RANK                                   *
108600*    ONE STEP OF THE INSERTION, AS 0320 ABOVE.                   *
108700******************************************************************
108800 0520-SHIFT-ONE-TREND-RANK.
108900     MOVE WS-RANK-SUB (WS-INS-SUB) TO WS-CMP-SUB.
109000     IF WS-TG-SECS (WS-CMP-SUB) NOT < WS-TG-SECS (WS-GATE-SUB)
109100         SET SORT-SHIFT-DONE TO TRUE
109200         GO TO 0520-SHIFT-ONE-TREND-RANK-EXIT
109300     END-IF.
109400     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
109500     MOVE WS-CMP-SUB TO WS-RANK-SUB (WS-SHIFT-SUB).
109600     SUBTRACT 1 FROM WS-INS-SUB.
109700     IF WS-INS-SUB = ZERO
109800         SET SORT-SHIFT-DONE TO TRUE
109900     END-IF.
110000 0520-SHIFT-ONE-TREND-RANK-EXIT.
110100     EXIT.

110200******************************************************************
110300*    0530-PRINT-ONE-TREND-RANK                                   *
110400******************************************************************
110500 0530-PRINT-ONE-TREND-RANK.
110600     MOVE WS-RANK-SUB (WS-RANK-NO) TO WS-GATE-SUB.
110700     MOVE WS-RANK-NO TO WRP-T-RANK.
110800     MOVE WS-TG-JOB (WS-GATE-SUB) TO WRP-T-JOB.
110900     MOVE WS-TG-STREAM (WS-GATE-SUB) TO WRP-T-STREAM.
111000     IF WS-TG-STREAM (WS-GATE-SUB) = SPACES
111100         MOVE '--' TO WRP-T-STREAM
111200     END-IF.
111300     MOVE WS-TG-NIGHTS (WS-GATE-SUB) TO WRP-T-NIGHTS.
111400     MOVE WS-TG-SECS (WS-GATE-SUB) TO WRP-T-SECS.
111500     COMPUTE WS-AVG-SECS ROUNDED =
111600         WS-TG-SECS (WS-GATE-SUB) / WS-TG-NIGHTS (WS-GATE-SUB).
111700     MOVE WS-AVG-SECS TO WRP-T-AVG.
111800     MOVE WS-TG-MAX (WS-GATE-SUB) TO WRP-T-MAX.
111900     MOVE WS-TG-IDLE (WS-GATE-SUB) TO WRP-T-IDLE.
112000     MOVE WS-TG-TIMEOUTS (WS-GATE-SUB) TO WRP-T-TIMEOUTS.
112100     MOVE WS-TG-HELD (WS-GATE-SUB) TO WRP-T-HELD.
112200     MOVE ZERO TO WS-PCT.
112300     IF WS-TREND-SECS > ZERO
112400         COMPUTE WS-PCT ROUNDED =
112500             WS-TG-SECS (WS-GATE-SUB) * 100 / WS-TREND-SECS
112600     END-IF.
112700     MOVE WS-PCT TO WRP-T-PCT.
112800     MOVE WRP-TREND-LINE TO WS-PRINT-LINE.
112900     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
113000 0530-PRINT-ONE-TREND-RANK-EXIT.
113100     EXIT.

113200******************************************************************
113300*    0550-PRINT-TREND-STREAMS                                    *
113400*    IDLE TIME PER WAITING STREAM OVER THE TREND WINDOW. THE     *
113500*    WAITS COLUMN HERE COUNTS GATE-NIGHTS.                       *
113600******************************************************************
113700 0550-PRINT-TREND-STREAMS.
113800     MOVE 'STREAM IDLE TIME - TREND WINDOW' TO WRP-SEC-TITLE.
113900     MOVE WRP-STREAM-HEADING TO WS-COLUMN-HEADING.
114000     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
114100     PERFORM 0560-PRINT-ONE-TREND-STREAM
114200         THRU 0560-PRINT-ONE-TREND-STREAM-EXIT
114300         VARYING WS-STREAM-SUB FROM 1 BY 1
114400         UNTIL WS-STREAM-SUB > WS-TS-COUNT.
114500     IF WS-TS-COUNT = ZERO
114600         PERFORM 0590-NOTE-NO-TREND THRU 0590-NOTE-NO-TREND-EXIT
114700     END-IF.
114800 0550-PRINT-TREND-STREAMS-EXIT.
114900     EXIT.

115000******************************************************************
115100*    0560-PRINT-ONE-TREND-STREAM                                 *
115200******************************************************************
115300 0560-PRINT-ONE-TREND-STREAM.
115400     MOVE ZERO TO WS-GATES-IN-STREAM.
115500     PERFORM 0570-COUNT-TREND-GATE
115600         THRU 0570-COUNT-TREND-GATE-EXIT
115700         VARYING WS-GATE-SUB FROM 1 BY 1
115800         UNTIL WS-GATE-SUB > WS-TG-COUNT.
115900     MOVE WS-TS-STREAM (WS-STREAM-SUB) TO WRP-S-STREAM.
116000     IF WS-TS-STREAM (WS-STREAM-SUB) = SPACES
116100         MOVE '--' TO WRP-S-STREAM
116200     END-IF.
116300     MOVE WS-GATES-IN-STREAM TO WRP-S-GATES.
116400     MOVE WS-TS-WAITS (WS-STREAM-SUB) TO WRP-S-WAITS.
116500     MOVE WS-TS-SECS (WS-STREAM-SUB) TO WRP-S-SECS.
116600     MOVE WS-TS-IDLE (WS-STREAM-SUB) TO WRP-S-IDLE.
116700     MOVE WS-TS-TIMEOUTS (WS-STREAM-SUB) TO WRP-S-TIMEOUTS.
116800     MOVE WRP-STREAM-LINE TO WS-PRINT-LINE.
116900     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
117000 0560-PRINT-ONE-TREND-STREAM-EXIT.
117100     EXIT.

117200******************************************************************
117300*    0570-COUNT-TREND-GATE                                       *
117400******************************************************************
117500 0570-COUNT-TREND-GATE.
117600     IF WS-TG-STREAM (WS-GATE-SUB) = WS-TS-STREAM (WS-STREAM-SUB)
117700         ADD 1 TO WS-GATES-IN-STREAM
117800     END-IF.
117900 0570-COUNT-TREND-GATE-EXIT.
118000     EXIT.

118100******************************************************************
118200*    0590-NOTE-NO-TREND                                          *
118300*    SAYS WHY A TREND SECTION IS EMPTY.                          *
118400******************************************************************
118500 0590-NOTE-NO-TREND.
118600     IF HISTORY-WAS-OPENED
118700         MOVE 'NO DEPENDENCY WAITS ON HISTORY IN THE TREND WINDOW'
118800             TO WRP-NOTE-TEXT
118900     ELSE
119000         MOVE 'HISTORY MASTER NOT AVAILABLE - NO TREND REPORTED'
119100             TO WRP-NOTE-TEXT
119200     END-IF.
119300     MOVE WRP-NOTE-LINE TO WS-PRINT-LINE.
119400     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
119500 0590-NOTE-NO-TREND-EXIT.
119600     EXIT.

119700******************************************************************
119800*    0700-PRINT-TOTALS                                           *
119900******************************************************************
120000 0700-PRINT-TOTALS.
120100     MOVE 'RUN TOTALS' TO WRP-SEC-TITLE.
120200     MOVE SPACES TO WS-COLUMN-HEADING.
120300     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
120400     MOVE 'AUDIT RECORDS READ' TO WRP-TOT-LABEL.
120500     MOVE WS-AUDIT-READ-COUNT TO WRP-TOT-VALUE.
120600     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
120700     MOVE 'WAITS THIS CYCLE' TO WRP-TOT-LABEL.
120800     MOVE WS-WAIT-READ-COUNT TO WRP-TOT-VALUE.
120900     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
121000     MOVE '  OF WHICH REHEARSAL' TO WRP-TOT-LABEL.
121100     MOVE WS-REHEARSAL-COUNT TO WRP-TOT-VALUE.
121200     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
121300     MOVE '  OF WHICH TIMED OUT' TO WRP-TOT-LABEL.
121400     MOVE WS-CYCLE-TIMEOUTS TO WRP-TOT-VALUE.
121500     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
121600     MOVE 'WAITS OF THE OTHER CYCLE' TO WRP-TOT-LABEL.
121700     MOVE WS-OFFCYCLE-COUNT TO WRP-TOT-VALUE.
121800     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
121900     MOVE 'SECONDS WAITED THIS CYCLE' TO WRP-TOT-LABEL.
122000     MOVE WS-CYCLE-SECS TO WRP-TOT-VALUE.
122100     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
122200     MOVE 'STREAM IDLE SECONDS THIS CYCLE' TO WRP-TOT-LABEL.
122300     MOVE WS-CYCLE-IDLE TO WRP-TOT-VALUE.
122400     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
122500     MOVE 'HISTORY RECORDS READ' TO WRP-TOT-LABEL.
122600     MOVE WS-HIST-READ-COUNT TO WRP-TOT-VALUE.
122700     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
122800     MOVE 'GATE-NIGHTS WITH WAITS' TO WRP-TOT-LABEL.
122900     MOVE WS-HIST-WAIT-COUNT TO WRP-TOT-VALUE.
123000     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
123100     MOVE 'SECONDS WAITED IN WINDOW' TO WRP-TOT-LABEL.
123200     MOVE WS-TREND-SECS TO WRP-TOT-VALUE.
123300     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
123400     MOVE 'STREAM IDLE SECONDS IN WINDOW' TO WRP-TOT-LABEL.
123500     MOVE WS-TREND-IDLE TO WRP-TOT-VALUE.
123600     PERFORM 0710-WRITE-TOTAL THRU 0710-WRITE-TOTAL-EXIT.
123700 0700-PRINT-TOTALS-EXIT.
123800     EXIT.

123900******************************************************************
124000*    0710-WRITE-TOTAL                                            *
124100******************************************************************
124200 0710-WRITE-TOTAL.
124300     MOVE WRP-TOTAL-LINE TO WS-PRINT-LINE.
124400     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
124500 0710-WRITE-TOTAL-EXIT.
124600     EXIT.

124700******************************************************************
124800*    0800-START-SECTION                                          *
124900*    EACH SECTION STARTS WITH A BLANK LINE, ITS TITLE AND ITS    *
125000*    COLUMN HEADING, ON A NEW PAGE WHEN FEWER THAN SIX LINES ARE *
125100*    LEFT ON THIS ONE.                                           *
125200******************************************************************
125300 0800-START-SECTION.
125400     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
125500         PERFORM 0810-WRITE-HEADINGS THRU 0810-WRITE-HEADINGS-EXIT
125600     END-IF.
125700     WRITE WAIT-RECORD FROM WRP-SECTION-LINE
125800         AFTER ADVANCING 2 LINES.
125900     ADD 2 TO WS-LINE-COUNT.
126000     IF WS-COLUMN-HEADING NOT = SPACES
126100         WRITE WAIT-RECORD FROM WS-COLUMN-HEADING
126200             AFTER ADVANCING 1 LINE
126300         ADD 1 TO WS-LINE-COUNT
126400     END-IF.
126500 0800-START-SECTION-EXIT.
126600     EXIT.

126700******************************************************************
126800*    0810-WRITE-HEADINGS                                         *
126900******************************************************************
127000 0810-WRITE-HEADINGS.
127100     ADD 1 TO WS-PAGE-COUNT.
127200     MOVE WS-PAGE-COUNT TO WRP-H1-PAGE.
127300     IF WS-PAGE-COUNT = 1
127400         WRITE WAIT-RECORD FROM WRP-HEADING-1
127500             AFTER ADVANCING 1 LINE
127600     ELSE
127700         WRITE WAIT-RECORD FROM WRP-HEADING-1
127800             AFTER ADVANCING PAGE
127900     END-IF.
128000     WRITE WAIT-RECORD FROM WRP-HEADING-2
128100         AFTER ADVANCING 2 LINES.
128200     MOVE SPACES TO WAIT-RECORD.
128300     WRITE WAIT-RECORD AFTER ADVANCING 1 LINE.
128400     MOVE 4 TO WS-LINE-COUNT.
128500 0810-WRITE-HEADINGS-EXIT.
128600     EXIT.

128700******************************************************************
128800*    0820-WRITE-LINE                                             *
128900*    WRITES WS-PRINT-LINE, STARTING A NEW PAGE - AND REPEATING   *
129000*    THE SECTION'S COLUMN HEADING - WHEN THIS ONE IS FULL.       *
129100******************************************************************
129200 0820-WRITE-LINE.
129300     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
129400         PERFORM 0810-WRITE-HEADINGS THRU 0810-WRITE-HEADINGS-EXIT
129500         IF WS-COLUMN-HEADING NOT = SPACES
129600             WRITE WAIT-RECORD FROM WS-COLUMN-HEADING
129700                 AFTER ADVANCING 1 LINE
129800             ADD 1 TO WS-LINE-COUNT
129900         END-IF
130000     END-IF.
130100     WRITE WAIT-RECORD FROM WS-PRINT-LINE
130200         AFTER ADVANCING 1 LINE.
130300     ADD 1 TO WS-LINE-COUNT.
130400 0820-WRITE-LINE-EXIT.
130500     EXIT.

130600******************************************************************
130700*    0900-STOP-RUN                                               *
130800******************************************************************
130900 0900-STOP-RUN.
131000     IF REPORT-WAS-OPENED
131100         CLOSE WAIT-REPORT
131200     END-IF.
131300     MOVE WS-RETURN-CODE TO RETURN-CODE.
131400     STOP RUN.
131500 0900-STOP-RUN-EXIT.
131600     EXIT.

131700******************************************************************
131800*    9800-TABLE-OVERFLOW                                         *
131900******************************************************************
132000 9800-TABLE-OVERFLOW.
132100     DISPLAY "CDWAITRP - A GATE OR STREAM TABLE IS FULL - "
132200             "ANALYSIS INCOMPLETE".
132300     MOVE 20 TO WS-RC-CANDIDATE.
132400     PERFORM 9900-RAISE-RETURN-CODE
132500         THRU 9900-RAISE-RETURN-CODE-EXIT.
132600 9800-TABLE-OVERFLOW-EXIT.
132700     EXIT.

132800******************************************************************
132900*    9900-RAISE-RETURN-CODE                                      *
133000*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
133100*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
133200*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
133300******************************************************************
133400 9900-RAISE-RETURN-CODE.
133500     IF WS-RC-CANDIDATE > WS-RETURN-CODE
133600         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
133700     END-IF.
133800 9900-RAISE-RETURN-CODE-EXIT.
133900     EXIT.

134000  END PROGRAM CDWAITRP.
