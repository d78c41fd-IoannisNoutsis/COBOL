000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program produces the monthly SLA compliance report                    *
000600*     FOR THE GATES ON THE SLA COMMITMENT MASTER (CDSLA LAYOUT,                  *
000700*     SLAMSTR). EVERY NIGHT OF THE MONTH IS PUT THROUGH CDSCHED                  *
000800*     WITH THE GATE'S CONTROL-FILE ENTRY AND THE CALFILE BANK                    *
000900*     HOLIDAYS, AS THE BATCH DRIVER WOULD, TO FIND THE NIGHTS THE                *
001000*     GATE WAS DUE. EACH DUE NIGHT IS JUDGED FROM THE GATE-HISTORY               *
001100*     MASTER (HISTMSTR), FALLING BACK TO THE STATUS MASTER                       *
001200*     (STATFILE) FOR A NIGHT NOT YET ARCHIVED: MET, BREACHED (WITH               *
001300*     MINUTES LATE), SKIPPED, CANCELLED, FAILED, OR NO RECORD. THE               *
001400*     REPORT SHOWS COMPLIANCE PER GATE AGAINST ITS TARGET, EVERY                 *
001500*     MISSED NIGHT, AND THE SAME FIGURES PER BUSINESS OWNER, AND                 *
001600*     EACH MISSED NIGHT IS WRITTEN TO THE BREACH EXTRACT (CDSLABR                *
001700*     LAYOUT, SLABRCH) FOR THE SERVICE REVIEW. A GATE BELOW ITS                  *
001800*     TARGET ENDS WITH RC 8, A WARNING WITH RC 4, A BAD PARM WITH                *
001900*     RC 16, AN I/O FAILURE WITH RC 20.                                          *
002000*                                                                                *
002100*     MODIFICATION HISTORY                                                       *
002200*     ----------------------------------------------------------------------     *
002300*     DATE         INIT   DESCRIPTION                                            *
002400*     10/15/2026   GN     INITIAL VERSION.                                       *
002500**********************************************************************************

002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CDSLARPT.
002800 AUTHOR. GIANNIS NOUTSIS.
002900 INSTALLATION. OPERATIONS BATCH UTILITIES.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.

003200******************************************************************
003300*    PARM / SYSIN FORMAT                                         *
003400*    -------------------------------------------------------     *
003500*    POSITIONS 1-6   MONTH TO REPORT, YYYYMM. BLANK = LAST       *
003600*                    MONTH. A NIGHT IS JUDGED ONLY ONCE ITS      *
003700*                    DEADLINE HAS PASSED, SO THE CURRENT MONTH   *
003800*                    CAN BE RUN FOR A MONTH-TO-DATE VIEW         *
003900*    EXAMPLES:  "202609"   SEPTEMBER 2026                        *
004000*               " "        LAST MONTH                            *
004100*    A NIGHT'S DEADLINE IS THE GATE'S MUST-COMPLETE-BY TIME ON   *
004200*    THE CYCLE DATE, OR ON THE NEXT MORNING WHEN THAT TIME IS    *
004300*    EARLIER THAN THE CYCLE OPENS (22:00 NIGHTLY, 12:00          *
004400*    INTRADAY). A RUN BELONGS TO THE CYCLE NIGHT IT STARTED IN - *
004500*    A START BEFORE THE CYCLE OPENS IS THE PREVIOUS NIGHT'S.     *
004600******************************************************************

004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.

005000     SELECT SLA-MASTER ASSIGN TO SLAMSTR
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS CD-SLA-KEY
005400         FILE STATUS IS WS-SLA-STATUS.

005500     SELECT CONTROL-FILE ASSIGN TO CTLFILE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CTL-STATUS.

005800     SELECT HOLIDAY-FILE ASSIGN TO CALFILE
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CAL-STATUS.

006100     SELECT HISTORY-MASTER ASSIGN TO HISTMSTR
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CD-HIST-KEY
006500         FILE STATUS IS WS-HIST-STATUS.

006600     SELECT STATUS-FILE ASSIGN TO STATFILE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS CD-STAT-KEY
007000         FILE STATUS IS WS-STAT-STATUS.

007100     SELECT SLA-REPORT ASSIGN TO SLARPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-REPORT-STATUS.

007400     SELECT BREACH-FILE ASSIGN TO SLABRCH
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-BRCH-STATUS.

007700     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SYSIN-STATUS.

008000 DATA DIVISION.
008100 FILE SECTION.

008200 FD  SLA-MASTER.
008300     COPY CDSLA.

008400 FD  CONTROL-FILE.
008500     COPY CDCTL.

008600 FD  HOLIDAY-FILE.
008700     COPY CDHOL.

008800 FD  HISTORY-MASTER.
008900     COPY CDHIST.

009000 FD  STATUS-FILE.
009100     COPY CDSTAT.

009200 FD  SLA-REPORT.
009300 01  SLA-REPORT-RECORD               PIC X(132).

009400 FD  BREACH-FILE.
009500     COPY CDSLABR.

009600 FD  SYSIN-CARD-FILE.
009700 01  SYSIN-CARD-RECORD               PIC X(80).

009800 WORKING-STORAGE SECTION.

009900******************************************************************
010000*    FILE STATUS FIELDS                                          *
010100******************************************************************
010200 01  WS-FILE-STATUS-FIELDS.
010300     05  WS-SLA-STATUS               PIC X(02) VALUE "00".
010400     05  WS-CTL-STATUS               PIC X(02) VALUE "00".
010500     05  WS-CAL-STATUS               PIC X(02) VALUE "00".
010600     05  WS-HIST-STATUS              PIC X(02) VALUE "00".
010700     05  WS-STAT-STATUS              PIC X(02) VALUE "00".
010800     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
010900     05  WS-BRCH-STATUS              PIC X(02) VALUE "00".
011000     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".

011100******************************************************************
011200*    PROGRAM SWITCHES                                            *
011300******************************************************************
011400 01  WS-PROGRAM-SWITCHES.
011500     05  WS-SLA-EOF-SWITCH           PIC X(01) VALUE 'N'.
011600         88  END-OF-SLA-MASTER               VALUE 'Y'.
011700     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
011800         88  END-OF-CONTROL-FILE             VALUE 'Y'.
011900     05  WS-HOL-EOF-SWITCH           PIC X(01) VALUE 'N'.
012000         88  END-OF-HOLIDAY-FILE             VALUE 'Y'.
012100     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
012200         88  SLARPT-CAN-RUN                   VALUE 'Y'.
012300         88  SLARPT-CANNOT-RUN                VALUE 'N'.
012400     05  WS-SLA-OPEN-SWITCH          PIC X(01) VALUE 'N'.
012500         88  SLA-MASTER-WAS-OPENED            VALUE 'Y'.
012600     05  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012700         88  HISTORY-WAS-OPENED               VALUE 'Y'.
012800     05  WS-STAT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012900         88  STATUS-MASTER-WAS-OPENED         VALUE 'Y'.
013000     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
013100         88  REPORT-WAS-OPENED                VALUE 'Y'.
013200     05  WS-BRCH-OPEN-SWITCH         PIC X(01) VALUE 'N'.
013300         88  BREACH-FILE-WAS-OPENED           VALUE 'Y'.
013400     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
013500         88  MATCH-WAS-FOUND                  VALUE 'Y'.
013600     05  WS-SHIFT-DONE-SWITCH        PIC X(01) VALUE 'N'.
013700         88  SORT-SHIFT-DONE                  VALUE 'Y'.
013800     05  WS-TS-SWITCH                PIC X(01) VALUE 'N'.
013900         88  TIMESTAMP-IS-VALID               VALUE 'Y'.
014000     05  WS-GSTAT-SWITCH             PIC X(01) VALUE 'N'.
014100         88  GATE-STATUS-ON-FILE              VALUE 'Y'.
014200     05  WS-MISS-FULL-SWITCH         PIC X(01) VALUE 'N'.
014300         88  MISS-TABLE-IS-FULL               VALUE 'Y'.

014400******************************************************************
014500*    RETURN CODE                                                 *
014600******************************************************************
014700 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
014800 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

014900******************************************************************
015000*    CYCLE OPENING TIMES - THE BATCH DRIVER'S WINDOW DEFAULTS.   *
015100*    THEY SET WHICH NIGHT A RUN BELONGS TO AND WHETHER A DUE     *
015200*    TIME FALLS ON THE CYCLE DATE OR THE MORNING AFTER.          *
015300******************************************************************
015400 77  WS-NIGHTLY-OPEN-TIME            PIC 9(06) VALUE 220000.
015500 77  WS-INTRADAY-OPEN-TIME           PIC 9(06) VALUE 120000.

015600******************************************************************
015700*    CONTROL TABLE                                               *
015800*    EVERY CONTROL-FILE ENTRY - JOB, CYCLE (BLANK HELD AS N) AND *
015900*    THE IMAGE CDSCHED IS CALLED WITH.                           *
016000******************************************************************
016100 77  WS-MAX-CONTROLS                 PIC 9(03) VALUE 500.

016200 01  WS-CONTROL-TABLE.
016300     05  WS-CTL-COUNT                PIC 9(03) COMP VALUE ZERO.
016400     05  WS-CTL-ENTRY OCCURS 500 TIMES INDEXED BY CTL-IDX.
016500         10  WS-CTL-JOB              PIC X(08).
016600         10  WS-CTL-CYCLE            PIC X(01).
016700         10  WS-CTL-IMAGE            PIC X(80).

016800******************************************************************
016900*    DAY TABLE                                                   *
017000*    ONE ENTRY PER DATE OF THE MONTH - THE RUN-DATE FACTS        *
017100*    CDSCHED IS GIVEN, AND THE DATE'S DAY NUMBER.                *
017200******************************************************************
017300 01  WS-DAY-TABLE.
017400     05  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
017500     05  WS-DAY-ENTRY OCCURS 31 TIMES.
017600         10  WS-DAY-DATE             PIC 9(08).
017700         10  WS-DAY-NUM              PIC S9(08).
017800         10  WS-DAY-DOW              PIC 9(01).
017900         10  WS-DAY-ME               PIC X(01).
018000         10  WS-DAY-HOL              PIC X(01).

018100 77  WS-MAX-HOLIDAYS                 PIC 9(03) VALUE 100.

018200 01  WS-HOLIDAY-TABLE.
018300     05  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
018400     05  WS-HOL-ENTRY OCCURS 100 TIMES INDEXED BY HOL-IDX.
018500         10  WS-HOL-DATE             PIC 9(08).

018600******************************************************************
018700*    SLA GATE TABLE                                              *
018800*    ONE ENTRY PER SLA MASTER RECORD, IN KEY ORDER, WITH THE     *
018900*    MONTH'S TALLY. NIGHTS WHOSE DEADLINE HAS NOT YET PASSED ARE *
019000*    COUNTED AS PENDING AND NOT JUDGED.                          *
019100******************************************************************
019200 77  WS-MAX-GATES                    PIC 9(03) VALUE 500.

019300 01  WS-GATE-TABLE.
019400     05  WS-GATE-COUNT               PIC 9(03) COMP VALUE ZERO.
019500     05  WS-GATE-ENTRY OCCURS 500 TIMES.
019600         10  WS-GATE-JOB             PIC X(08).
019700         10  WS-GATE-CYCLE           PIC X(01).
019800         10  WS-GATE-DUE-TIME        PIC 9(06).
019900         10  WS-GATE-OWNER           PIC X(30).
020000         10  WS-GATE-TARGET          PIC 9(03)V99.
020100         10  WS-GATE-CTL-SUB         PIC 9(03) COMP.
020200         10  WS-GATE-DUE             PIC 9(03) COMP.
020300         10  WS-GATE-MET             PIC 9(03) COMP.
020400         10  WS-GATE-BREACHED        PIC 9(03) COMP.
020500         10  WS-GATE-SKIPPED         PIC 9(03) COMP.
020600         10  WS-GATE-CANCELLED       PIC 9(03) COMP.
020700         10  WS-GATE-FAILED          PIC 9(03) COMP.
020800         10  WS-GATE-NO-RECORD       PIC 9(03) COMP.
020900         10  WS-GATE-PENDING         PIC 9(03) COMP.
021000         10  WS-GATE-MINS-LATE       PIC 9(07) COMP.
021100         10  WS-GATE-MAX-LATE        PIC 9(05) COMP.
021200         10  WS-GATE-PCT             PIC 9(03)V99.
021300         10  WS-GATE-RESULT          PIC X(10).

021400******************************************************************
021500*    MISSED-NIGHT TABLE                                          *
021600*    EVERY DUE NIGHT NOT MET, IN GATE ORDER, FOR THE DETAIL      *
021700*    SECTION AND THE BREACH EXTRACT.                             *
021800******************************************************************
021900 77  WS-MAX-MISSES                   PIC 9(04) VALUE 2000.

022000 01  WS-MISS-TABLE.
022100     05  WS-MISS-COUNT               PIC 9(04) COMP VALUE ZERO.
022200     05  WS-MISS-ENTRY OCCURS 2000 TIMES.
022300         10  WS-MISS-GATE-SUB        PIC 9(03) COMP.
022400         10  WS-MISS-NIGHT           PIC 9(08).
022500         10  WS-MISS-DEADLINE        PIC X(17).
022600         10  WS-MISS-END             PIC X(17).
022700         10  WS-MISS-LATE            PIC 9(05).
022800         10  WS-MISS-CATEGORY        PIC X(10).
022900         10  WS-MISS-REASON          PIC X(24).

023000******************************************************************
023100*    OWNER TABLE                                                 *
023200*    THE GATE TALLIES ADDED UP PER BUSINESS OWNER, AND THE       *
023300*    OWNERS' PRINT ORDER (BY NAME).                              *
023400******************************************************************
023500 77  WS-MAX-OWNERS                   PIC 9(03) VALUE 200.

023600 01  WS-OWNER-TABLE.
023700     05  WS-OWN-COUNT                PIC 9(03) COMP VALUE ZERO.
023800     05  WS-OWN-ENTRY OCCURS 200 TIMES INDEXED BY OWN-IDX.
023900         10  WS-OWN-NAME             PIC X(30).
024000         10  WS-OWN-GATES            PIC 9(05) COMP.
024100         10  WS-OWN-DUE              PIC 9(05) COMP.
024200         10  WS-OWN-MET              PIC 9(05) COMP.
024300         10  WS-OWN-BREACHED         PIC 9(05) COMP.
024400         10  WS-OWN-SKIPPED          PIC 9(05) COMP.
024500         10  WS-OWN-CANCELLED        PIC 9(05) COMP.
024600         10  WS-OWN-FAILED           PIC 9(05) COMP.
024700         10  WS-OWN-NO-RECORD        PIC 9(05) COMP.
024800         10  WS-OWN-MINS-LATE        PIC 9(07) COMP.
024900         10  WS-OWN-BELOW            PIC 9(03) COMP.
025000     05  WS-OWN-RANK-COUNT           PIC 9(03) COMP VALUE ZERO.
025100     05  WS-OWN-RANK-SUB             PIC 9(03) COMP
025200                                     OCCURS 200 TIMES.

025300 01  WS-SUBSCRIPTS.
025400     05  WS-GATE-SUB                 PIC 9(03) COMP VALUE ZERO.
025500     05  WS-CTL-SUB                  PIC 9(03) COMP VALUE ZERO.
025600     05  WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
025700     05  WS-MISS-SUB                 PIC 9(04) COMP VALUE ZERO.
025800     05  WS-GATE-MISS-FIRST          PIC 9(04) COMP VALUE ZERO.
025900     05  WS-OWN-SUB                  PIC 9(03) COMP VALUE ZERO.
026000     05  WS-RANK-NO                  PIC 9(03) COMP VALUE ZERO.
026100     05  WS-INS-SUB                  PIC 9(03) COMP VALUE ZERO.
026200     05  WS-SHIFT-SUB                PIC 9(03) COMP VALUE ZERO.
026300     05  WS-CMP-SUB                  PIC 9(03) COMP VALUE ZERO.

026400******************************************************************
026500*    PARM AND MONTH FIELDS                                       *
026600******************************************************************
026700 01  WS-PARM-FIELDS.
026800     05  WS-PARM-DATA                PIC X(80).
026900     05  WS-PARM-MONTH-X             PIC X(06) VALUE SPACES.
027000     05  WS-PARM-MONTH-SPLIT REDEFINES WS-PARM-MONTH-X.
027100         10  WS-PARM-YYYY            PIC 9(04).
027200         10  WS-PARM-MM              PIC 9(02).

027300 01  WS-MONTH-FIELDS.
027400     05  WS-REPORT-MONTH             PIC 9(06) VALUE ZERO.
027500     05  WS-REPORT-MONTH-SPLIT REDEFINES WS-REPORT-MONTH.
027600         10  WS-REPORT-YYYY          PIC 9(04).
027700         10  WS-REPORT-MM            PIC 9(02).
027800     05  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
027900     05  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
028000     05  WS-NEXT-MONTH-DATE          PIC 9(08) VALUE ZERO.
028100     05  WS-NEXT-MONTH-SPLIT REDEFINES WS-NEXT-MONTH-DATE.
028200         10  WS-NEXT-MONTH-YYYY      PIC 9(04).
028300         10  WS-NEXT-MONTH-MM        PIC 9(02).
028400         10  WS-NEXT-MONTH-DD        PIC 9(02).
028500     05  WS-FIRST-DAY-NUM            PIC S9(08) VALUE ZERO.
028600     05  WS-LAST-DAY-NUM             PIC S9(08) VALUE ZERO.
028700     05  WS-RUN-DAY-NUM              PIC S9(08) VALUE ZERO.
028800     05  WS-DAY-WORK                 PIC S9(08) VALUE ZERO.
028900     05  WS-DAY-QUOT                 PIC S9(08) VALUE ZERO.
029000     05  WS-DAY-REM                  PIC 9(01)  VALUE ZERO.
029100     05  WS-NEXT-DAY-DATE            PIC 9(08)  VALUE ZERO.
029200     05  WS-NEXT-DAY-SPLIT REDEFINES WS-NEXT-DAY-DATE.
029300         10  WS-NEXT-DAY-YYYY        PIC 9(04).
029400         10  WS-NEXT-DAY-MM          PIC 9(02).
029500         10  WS-NEXT-DAY-DD          PIC 9(02).

029600     COPY CDSCHPM.

029700******************************************************************
029800*    TIME FIELDS                                                 *
029900*    EVERY DEADLINE AND COMPLETION IS TURNED INTO SECONDS SINCE  *
030000*    DAY ONE OF THE INTEGER-DATE CALENDAR, SO A NIGHT THAT RUNS  *
030100*    PAST MIDNIGHT COMPARES AS SIMPLE NUMBERS.                   *
030200******************************************************************
030300 01  WS-NOW-FIELDS.
030400     05  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
030500     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
030600     05  WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
030700         10  WS-NOW-HH               PIC 9(02).
030800         10  WS-NOW-MM               PIC 9(02).
030900         10  WS-NOW-SS               PIC 9(02).
031000         10  WS-NOW-CC               PIC 9(02).
031100     05  WS-NOW-MONTH                PIC 9(06) VALUE ZERO.
031200     05  WS-NOW-SECS                 PIC 9(11) VALUE ZERO.

031300 01  WS-TIMESTAMP-FIELDS.
031400     05  WS-TS-WORK                  PIC X(17) VALUE SPACES.
031500     05  WS-TS-SPLIT REDEFINES WS-TS-WORK.
031600         10  WS-TS-DATE-X            PIC X(08).
031700         10  WS-TS-DATE-N REDEFINES WS-TS-DATE-X
031800                                     PIC 9(08).
031900         10  WS-TS-DATE-PARTS REDEFINES WS-TS-DATE-X.
032000             15  WS-TS-YYYY          PIC 9(04).
032100             15  WS-TS-MO            PIC 9(02).
032200             15  WS-TS-DD            PIC 9(02).
032300         10  FILLER                  PIC X(01).
032400         10  WS-TS-TIME-X            PIC X(06).
032500         10  WS-TS-TIME-N REDEFINES WS-TS-TIME-X
032600                                     PIC 9(06).
032700         10  WS-TS-TIME-PARTS REDEFINES WS-TS-TIME-X.
032800             15  WS-TS-HH            PIC 9(02).
032900             15  WS-TS-MI            PIC 9(02).
033000             15  WS-TS-SS            PIC 9(02).
033100         10  FILLER                  PIC X(02).
033200     05  WS-TS-DAY-NUM               PIC S9(08) VALUE ZERO.
033300     05  WS-TS-NIGHT-NUM             PIC S9(08) VALUE ZERO.
033400     05  WS-TS-SECS                  PIC 9(11) VALUE ZERO.
033500     05  WS-PRINT-TS                 PIC X(17) VALUE SPACES.

033600 01  WS-NIGHT-FIELDS.
033700     05  WS-OPEN-TIME                PIC 9(06) VALUE ZERO.
033800     05  WS-DUE-TIME-WK              PIC 9(06) VALUE ZERO.
033900     05  WS-DUE-TIME-SPLIT REDEFINES WS-DUE-TIME-WK.
034000         10  WS-DUE-HH               PIC 9(02).
034100         10  WS-DUE-MI               PIC 9(02).
034200         10  WS-DUE-SS               PIC 9(02).
034300     05  WS-NIGHT-DAY-NUM            PIC S9(08) VALUE ZERO.
034400     05  WS-DEADLINE-DAY-NUM         PIC S9(08) VALUE ZERO.
034500     05  WS-DEADLINE-DATE            PIC 9(08) VALUE ZERO.
034600     05  WS-DEADLINE-SECS            PIC 9(11) VALUE ZERO.
034700     05  WS-DEADLINE-TS              PIC X(17) VALUE SPACES.
034800     05  WS-HIST-KEY-DATE            PIC 9(08) VALUE ZERO.
034900     05  WS-LATE-SECS                PIC 9(11) VALUE ZERO.
035000     05  WS-NIGHT-CATEGORY           PIC X(10) VALUE SPACES.
035100         88  NIGHT-WAS-MET                    VALUE 'MET       '.
035200     05  WS-NIGHT-END-TS             PIC X(17) VALUE SPACES.
035300     05  WS-NIGHT-LATE               PIC 9(05) VALUE ZERO.
035400     05  WS-NIGHT-REASON             PIC X(24) VALUE SPACES.

035500 01  WS-CANDIDATE-FIELDS.
035600     05  WS-BEST-KIND                PIC X(01) VALUE SPACE.
035700         88  BEST-IS-NONE                     VALUE SPACE.
035800         88  BEST-IS-COMPLETED                VALUE 'C'.
035900         88  BEST-IS-NOT-RUN                  VALUE 'N'.
036000     05  WS-BEST-END-TS              PIC X(17) VALUE SPACES.
036100     05  WS-BEST-END-SECS            PIC 9(11) VALUE ZERO.
036200     05  WS-BEST-STATUS              PIC X(08) VALUE SPACES.
036300     05  WS-BEST-REASON              PIC X(24) VALUE SPACES.
036400     05  WS-GSTAT-STATUS             PIC X(08) VALUE SPACES.
036500     05  WS-GSTAT-START              PIC X(17) VALUE SPACES.
036600     05  WS-GSTAT-END                PIC X(17) VALUE SPACES.
036700     05  WS-GSTAT-REASON             PIC X(24) VALUE SPACES.

036800******************************************************************
036900*    COUNTERS                                                    *
037000******************************************************************
037100 01  WS-SLA-COUNTERS.
037200     05  WS-BELOW-COUNT              PIC 9(05) COMP VALUE ZERO.
037300     05  WS-NOCTL-COUNT              PIC 9(05) COMP VALUE ZERO.
037400     05  WS-TOT-DUE                  PIC 9(07) COMP VALUE ZERO.
037500     05  WS-TOT-MET                  PIC 9(07) COMP VALUE ZERO.
037600     05  WS-TOT-MISSED               PIC 9(07) COMP VALUE ZERO.
037700     05  WS-TOT-PENDING              PIC 9(07) COMP VALUE ZERO.
037800     05  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
037900     05  WS-TOT-PCT                  PIC 9(03)V99 VALUE ZERO.
038000     05  WS-LINE-COUNT               PIC 9(03) COMP VALUE 99.
038100     05  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.
038200     05  WS-DISPLAY-COUNT            PIC ZZZZ9.

038300 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.

038400******************************************************************
038500*    REPORT LINE LAYOUTS                                         *
038600*    WS-COLUMN-HEADING HOLDS THE CURRENT SECTION'S COLUMN        *
038700*    HEADING SO A PAGE BREAK INSIDE A SECTION CAN REPEAT IT.     *
038800******************************************************************
038900 01  WS-PRINT-LINE                   PIC X(132) VALUE SPACES.
039000 01  WS-COLUMN-HEADING               PIC X(132) VALUE SPACES.

039100 01  SRP-HEADING-1.
039200     05  FILLER                      PIC X(42)
039300         VALUE 'COUNTDOWN MONTHLY SLA COMPLIANCE REPORT'.
039400     05  FILLER                      PIC X(10)
039500         VALUE 'RUN DATE: '.
039600     05  SRP-H1-DATE                 PIC 9(08).
039700     05  FILLER                      PIC X(02) VALUE SPACES.
039800     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
039900     05  SRP-H1-PAGE                 PIC ZZZZ9.
040000     05  FILLER                      PIC X(59) VALUE SPACES.

040100 01  SRP-HEADING-2.
040200     05  FILLER                      PIC X(07) VALUE 'MONTH: '.
040300     05  SRP-H2-MONTH                PIC 9(06).
040400     05  FILLER                      PIC X(27)
040500         VALUE '   NIGHTS JUDGED THROUGH: '.
040600     05  SRP-H2-DATE                 PIC 9(08).
040700     05  FILLER                      PIC X(01) VALUE SPACE.
040800     05  SRP-H2-HH                   PIC 9(02).
040900     05  FILLER                      PIC X(01) VALUE ':'.
041000     05  SRP-H2-MM                   PIC 9(02).
041100     05  FILLER                      PIC X(78) VALUE SPACES.

041200 01  SRP-SECTION-LINE.
041300     05  SRP-SEC-TITLE               PIC X(60).
041400     05  FILLER                      PIC X(72) VALUE SPACES.
041500 01  SRP-GATE-HEADING.
041600     05  FILLER                      PIC X(40)
041700         VALUE 'JOB       CY  READY BY  OWNER           '.
041800     05  FILLER                      PIC X(40)
041900         VALUE '     DUE MET BRCH MINS LATE MAX LATE SKI'.
042000     05  FILLER                      PIC X(40)
042100         VALUE 'P CANC FAIL NOREC PEND    PCT TARGET  ST'.
042200     05  FILLER                      PIC X(04)
042300         VALUE 'ATUS'.
042400     05  FILLER                      PIC X(08) VALUE SPACES.

042500 01  SRP-GATE-LINE.
042600     05  SRP-G-JOB                   PIC X(08).
042700     05  FILLER                      PIC X(02) VALUE SPACES.
042800     05  SRP-G-CYCLE                 PIC X(02).
042900     05  FILLER                      PIC X(02) VALUE SPACES.
043000     05  SRP-G-DUE-BY                PIC X(08).
043100     05  FILLER                      PIC X(02) VALUE SPACES.
043200     05  SRP-G-OWNER                 PIC X(20).
043300     05  FILLER                      PIC X(01) VALUE SPACES.
043400     05  SRP-G-DUE                   PIC ZZ9.
043500     05  FILLER                      PIC X(01) VALUE SPACES.
043600     05  SRP-G-MET                   PIC ZZ9.
043700     05  FILLER                      PIC X(02) VALUE SPACES.
043800     05  SRP-G-BREACHED              PIC ZZ9.
043900     05  FILLER                      PIC X(03) VALUE SPACES.
044000     05  SRP-G-MINS-LATE             PIC ZZZZZZ9.
044100     05  FILLER                      PIC X(04) VALUE SPACES.
044200     05  SRP-G-MAX-LATE              PIC ZZZZ9.
044300     05  FILLER                      PIC X(02) VALUE SPACES.
044400     05  SRP-G-SKIPPED               PIC ZZ9.
044500     05  FILLER                      PIC X(02) VALUE SPACES.
044600     05  SRP-G-CANCELLED             PIC ZZ9.
044700     05  FILLER                      PIC X(02) VALUE SPACES.
044800     05  SRP-G-FAILED                PIC ZZ9.
044900     05  FILLER                      PIC X(03) VALUE SPACES.
045000     05  SRP-G-NO-RECORD             PIC ZZ9.
045100     05  FILLER                      PIC X(02) VALUE SPACES.
045200     05  SRP-G-PENDING               PIC ZZ9.
045300     05  FILLER                      PIC X(01) VALUE SPACES.
045400     05  SRP-G-PCT                   PIC ZZ9.99.
045500     05  FILLER                      PIC X(01) VALUE SPACES.
045600     05  SRP-G-TARGET                PIC ZZ9.99.
045700     05  FILLER                      PIC X(02) VALUE SPACES.
045800     05  SRP-G-RESULT                PIC X(10).
045900     05  FILLER                      PIC X(04) VALUE SPACES.
046000 01  SRP-MISS-HEADING.
046100     05  FILLER                      PIC X(40)
046200         VALUE 'JOB       CY  OWNER                 NIGH'.
046300     05  FILLER                      PIC X(40)
046400         VALUE 'T     DEADLINE           COMPLETED      '.
046500     05  FILLER                      PIC X(32)
046600         VALUE '   MINS LATE  OUTCOME     REASON'.
046700     05  FILLER                      PIC X(20) VALUE SPACES.

046800 01  SRP-MISS-LINE.
046900     05  SRP-M-JOB                   PIC X(08).
047000     05  FILLER                      PIC X(02) VALUE SPACES.
047100     05  SRP-M-CYCLE                 PIC X(02).
047200     05  FILLER                      PIC X(02) VALUE SPACES.
047300     05  SRP-M-OWNER                 PIC X(20).
047400     05  FILLER                      PIC X(02) VALUE SPACES.
047500     05  SRP-M-NIGHT                 PIC X(08).
047600     05  FILLER                      PIC X(02) VALUE SPACES.
047700     05  SRP-M-DEADLINE              PIC X(17).
047800     05  FILLER                      PIC X(02) VALUE SPACES.
047900     05  SRP-M-END                   PIC X(17).
048000     05  FILLER                      PIC X(05) VALUE SPACES.
048100     05  SRP-M-LATE                  PIC ZZZZZ.
048200     05  FILLER                      PIC X(02) VALUE SPACES.
048300     05  SRP-M-CATEGORY              PIC X(10).
048400     05  FILLER                      PIC X(02) VALUE SPACES.
048500     05  SRP-M-REASON                PIC X(24).
048600     05  FILLER                      PIC X(02) VALUE SPACES.
048700 01  SRP-OWNER-HEADING.
048800     05  FILLER                      PIC X(40)
048900         VALUE 'OWNER                          GATES   D'.
049000     05  FILLER                      PIC X(40)
049100         VALUE 'UE   MET  BRCH MINS LATE  SKIP  CANC  FA'.
049200     05  FILLER                      PIC X(35)
049300         VALUE 'IL NOREC    PCT  GATES BELOW TARGET'.
049400     05  FILLER                      PIC X(17) VALUE SPACES.

049500 01  SRP-OWNER-LINE.
049600     05  SRP-O-OWNER                 PIC X(30).
049700     05  FILLER                      PIC X(01) VALUE SPACES.
049800     05  SRP-O-GATES                 PIC ZZZZ9.
049900     05  FILLER                      PIC X(01) VALUE SPACES.
050000     05  SRP-O-DUE                   PIC ZZZZ9.
050100     05  FILLER                      PIC X(01) VALUE SPACES.
050200     05  SRP-O-MET                   PIC ZZZZ9.
050300     05  FILLER                      PIC X(01) VALUE SPACES.
050400     05  SRP-O-BREACHED              PIC ZZZZ9.
050500     05  FILLER                      PIC X(03) VALUE SPACES.
050600     05  SRP-O-MINS-LATE             PIC ZZZZZZ9.
050700     05  FILLER                      PIC X(01) VALUE SPACES.
050800     05  SRP-O-SKIPPED               PIC ZZZZ9.
050900     05  FILLER                      PIC X(01) VALUE SPACES.
051000     05  SRP-O-CANCELLED             PIC ZZZZ9.
051100     05  FILLER                      PIC X(01) VALUE SPACES.
051200     05  SRP-O-FAILED                PIC ZZZZ9.
051300     05  FILLER                      PIC X(01) VALUE SPACES.
051400     05  SRP-O-NO-RECORD             PIC ZZZZ9.
051500     05  FILLER                      PIC X(01) VALUE SPACES.
051600     05  SRP-O-PCT                   PIC ZZ9.99.
051700     05  FILLER                      PIC X(15) VALUE SPACES.
051800     05  SRP-O-BELOW                 PIC ZZZZ9.
051900     05  FILLER                      PIC X(17) VALUE SPACES.
052000 01  SRP-NOTE-LINE.
052100     05  FILLER                      PIC X(02) VALUE SPACES.
052200     05  SRP-NOTE-TEXT               PIC X(80).
052300     05  FILLER                      PIC X(50) VALUE SPACES.

052400 01  SRP-TOTAL-LINE.
052500     05  FILLER                      PIC X(02) VALUE SPACES.
052600     05  SRP-TOT-LABEL               PIC X(30).
052700     05  FILLER                      PIC X(02) VALUE SPACES.
052800     05  SRP-TOT-VALUE               PIC ZZZZZZ9.
052900     05  FILLER                      PIC X(91) VALUE SPACES.

053000 01  SRP-PCT-LINE.
053100     05  FILLER                      PIC X(02) VALUE SPACES.
053200     05  SRP-PCT-LABEL               PIC X(30).
053300     05  FILLER                      PIC X(03) VALUE SPACES.
053400     05  SRP-PCT-VALUE               PIC ZZ9.99.
053500     05  FILLER                      PIC X(91) VALUE SPACES.

053600 PROCEDURE DIVISION.

053700******************************************************************
053800*    0000-MAINLINE                                               *
053900*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
054000******************************************************************
054100 0000-MAINLINE.
054200     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
054300     IF SLARPT-CAN-RUN
054400         PERFORM 0200-BUILD-DAY-TABLE
054500             THRU 0200-BUILD-DAY-TABLE-EXIT
054600         PERFORM 0250-LOAD-CONTROL-TABLE
054700             THRU 0250-LOAD-CONTROL-TABLE-EXIT
054800         PERFORM 0300-LOAD-SLA-TABLE
054900             THRU 0300-LOAD-SLA-TABLE-EXIT
055000     END-IF.
055100     IF SLARPT-CAN-RUN
055200         PERFORM 0400-JUDGE-ONE-GATE THRU 0400-JUDGE-ONE-GATE-EXIT
055300             VARYING WS-GATE-SUB FROM 1 BY 1
055400             UNTIL WS-GATE-SUB > WS-GATE-COUNT
055500         PERFORM 0500-TALLY-ONE-OWNER
055600             THRU 0500-TALLY-ONE-OWNER-EXIT
055700             VARYING WS-GATE-SUB FROM 1 BY 1
055800             UNTIL WS-GATE-SUB > WS-GATE-COUNT
055900         PERFORM 0520-RANK-ONE-OWNER THRU 0520-RANK-ONE-OWNER-EXIT
056000             VARYING WS-OWN-SUB FROM 1 BY 1
056100             UNTIL WS-OWN-SUB > WS-OWN-COUNT
056200         PERFORM 0600-PRINT-GATES THRU 0600-PRINT-GATES-EXIT
056300         PERFORM 0650-PRINT-MISSES THRU 0650-PRINT-MISSES-EXIT
056400         PERFORM 0700-PRINT-OWNERS THRU 0700-PRINT-OWNERS-EXIT
056500         PERFORM 0750-PRINT-TOTALS THRU 0750-PRINT-TOTALS-EXIT
056600     END-IF.
056700     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
056800 0000-MAINLINE-EXIT.
056900     EXIT.

057000******************************************************************
057100*    0100-INITIALIZE                                             *
057200*    THE SLA MASTER, CONTROL FILE AND HISTORY ARE REQUIRED - A   *
057300*    COMPLIANCE FIGURE BUILT WITHOUT ANY OF THEM WOULD BE WRONG. *
057400*    A MISSING STATUS MASTER ONLY MEANS NIGHTS NOT YET ARCHIVED  *
057500*    CANNOT BE SEEN, AND IS WARNED.                              *
057600******************************************************************
057700 0100-INITIALIZE.
057800     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
057900     ACCEPT WS-NOW-TIME FROM TIME.
058000     COMPUTE WS-NOW-SECS =
058100         FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 86400
058200         + WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.
058300     PERFORM 0105-GET-PARM THRU 0105-GET-PARM-EXIT.
058400     IF SLARPT-CANNOT-RUN
058500         GO TO 0100-INITIALIZE-EXIT
058600     END-IF.
058700     PERFORM 0160-LOAD-HOLIDAYS THRU 0160-LOAD-HOLIDAYS-EXIT.
058800     IF SLARPT-CANNOT-RUN
058900         GO TO 0100-INITIALIZE-EXIT
059000     END-IF.
059100     PERFORM 0110-OPEN-FILES THRU 0110-OPEN-FILES-EXIT.
059200 0100-INITIALIZE-EXIT.
059300     EXIT.

059400******************************************************************
059500*    0105-GET-PARM                                               *
059600*    THE MONTH FROM THE EXEC CARD PARM=, OR FROM A SYSIN CARD    *
059700*    WHEN NO PARM WAS PASSED. BLANK MEANS LAST MONTH. A MONTH    *
059800*    STILL TO COME HAS NOTHING TO JUDGE AND IS REFUSED.          *
059900******************************************************************
060000 0105-GET-PARM.
060100     MOVE SPACES TO WS-PARM-DATA.
060200     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
060300     IF WS-PARM-DATA = SPACES
060400         PERFORM 0109-GET-PARM-FROM-SYSIN
060500             THRU 0109-GET-PARM-FROM-SYSIN-EXIT
060600     END-IF.
060700     MOVE WS-NOW-DATE(1:6) TO WS-NOW-MONTH.
060800     MOVE WS-PARM-DATA(1:6) TO WS-PARM-MONTH-X.
060900     IF WS-PARM-MONTH-X = SPACES
061000         MOVE WS-NOW-MONTH TO WS-REPORT-MONTH
061100         IF WS-REPORT-MM = 01
061200             SUBTRACT 1 FROM WS-REPORT-YYYY
061300             MOVE 12 TO WS-REPORT-MM
061400         ELSE
061500             SUBTRACT 1 FROM WS-REPORT-MM
061600         END-IF
061700     ELSE
061800         IF WS-PARM-MONTH-X NOT NUMERIC
061900            OR WS-PARM-YYYY < 1900
062000            OR WS-PARM-MM < 01 OR WS-PARM-MM > 12
062100             DISPLAY "CDSLARPT - MONTH '" WS-PARM-MONTH-X
062200                     "' IN PARM POSITIONS 1-6 IS NOT YYYYMM"
062300             PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
062400             GO TO 0105-GET-PARM-EXIT
062500         END-IF
062600         MOVE WS-PARM-MONTH-X TO WS-REPORT-MONTH
062700     END-IF.
062800     IF WS-REPORT-MONTH > WS-NOW-MONTH
062900         DISPLAY "CDSLARPT - MONTH " WS-REPORT-MONTH
063000                 " IS STILL TO COME - NOTHING TO JUDGE"
063100         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
063200         GO TO 0105-GET-PARM-EXIT
063300     END-IF.
063400     COMPUTE WS-FIRST-DATE = WS-REPORT-MONTH * 100 + 1.
063500     MOVE WS-FIRST-DATE TO WS-NEXT-MONTH-DATE.
063600     IF WS-NEXT-MONTH-MM = 12
063700         ADD 1 TO WS-NEXT-MONTH-YYYY
063800         MOVE 01 TO WS-NEXT-MONTH-MM
063900     ELSE
064000         ADD 1 TO WS-NEXT-MONTH-MM
064100     END-IF.
064200     COMPUTE WS-FIRST-DAY-NUM =
064300         FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
064400     COMPUTE WS-LAST-DAY-NUM =
064500         FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1.
064600     COMPUTE WS-LAST-DATE =
064700         FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-NUM).
064800 0105-GET-PARM-EXIT.
064900     EXIT.

065000******************************************************************
065100*    0108-FAIL-PARM                                              *
065200******************************************************************
065300 0108-FAIL-PARM.
065400     MOVE 16 TO WS-RC-CANDIDATE.
065500     PERFORM 9900-RAISE-RETURN-CODE
065600         THRU 9900-RAISE-RETURN-CODE-EXIT.
065700     SET SLARPT-CANNOT-RUN TO TRUE.
065800 0108-FAIL-PARM-EXIT.
065900     EXIT.

066000******************************************************************
066100*    0109-GET-PARM-FROM-SYSIN                                    *
066200*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
066300*    THE DEFAULT (LAST MONTH) THEN APPLIES.                      *
066400******************************************************************
066500 0109-GET-PARM-FROM-SYSIN.
066600     OPEN INPUT SYSIN-CARD-FILE.
066700     IF WS-SYSIN-STATUS NOT = "00"
066800         IF WS-SYSIN-STATUS NOT = "35"
066900             DISPLAY "CDSLARPT - UNABLE TO OPEN SYSIN, STATUS="
067000                     WS-SYSIN-STATUS
067100             MOVE 20 TO WS-RC-CANDIDATE
067200             PERFORM 9900-RAISE-RETURN-CODE
067300                 THRU 9900-RAISE-RETURN-CODE-EXIT
067400         END-IF
067500         GO TO 0109-GET-PARM-FROM-SYSIN-EXIT
067600     END-IF.
067700     READ SYSIN-CARD-FILE
067800         AT END
067900             CONTINUE
068000         NOT AT END
068100             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
068200     END-READ.
068300     CLOSE SYSIN-CARD-FILE.
068400 0109-GET-PARM-FROM-SYSIN-EXIT.
068500     EXIT.

068600******************************************************************
068700*    0110-OPEN-FILES                                             *
068800******************************************************************
068900 0110-OPEN-FILES.
069000     OPEN INPUT SLA-MASTER.
069100     IF WS-SLA-STATUS NOT = "00"
069200         DISPLAY "CDSLARPT - UNABLE TO OPEN SLAMSTR, STATUS="
069300                 WS-SLA-STATUS
069400         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
069500         GO TO 0110-OPEN-FILES-EXIT
069600     END-IF.
069700     SET SLA-MASTER-WAS-OPENED TO TRUE.
069800     OPEN INPUT CONTROL-FILE.
069900     IF WS-CTL-STATUS NOT = "00"
070000         DISPLAY "CDSLARPT - UNABLE TO OPEN CTLFILE, STATUS="
070100                 WS-CTL-STATUS
070200         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
070300         GO TO 0110-OPEN-FILES-EXIT
070400     END-IF.
070500     OPEN INPUT HISTORY-MASTER.
070600     IF WS-HIST-STATUS NOT = "00"
070700         DISPLAY "CDSLARPT - UNABLE TO OPEN HISTMSTR, STATUS="
070800                 WS-HIST-STATUS
070900         CLOSE CONTROL-FILE
071000         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
071100         GO TO 0110-OPEN-FILES-EXIT
071200     END-IF.
071300     SET HISTORY-WAS-OPENED TO TRUE.
071400     OPEN INPUT STATUS-FILE.
071500     IF WS-STAT-STATUS = "00"
071600         SET STATUS-MASTER-WAS-OPENED TO TRUE
071700     ELSE
071800         DISPLAY "CDSLARPT - WARNING - STATFILE NOT AVAILABLE, "
071900                 "STATUS=" WS-STAT-STATUS
072000                 " - UNARCHIVED NIGHTS SHOW AS NO RECORD"
072100         MOVE 4 TO WS-RC-CANDIDATE
072200         PERFORM 9900-RAISE-RETURN-CODE
072300             THRU 9900-RAISE-RETURN-CODE-EXIT
072400     END-IF.
072500     OPEN OUTPUT SLA-REPORT.
072600     IF WS-REPORT-STATUS NOT = "00"
072700         DISPLAY "CDSLARPT - UNABLE TO OPEN SLARPT, STATUS="
072800                 WS-REPORT-STATUS
072900         CLOSE CONTROL-FILE
073000         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
073100         GO TO 0110-OPEN-FILES-EXIT
073200     END-IF.
073300     SET REPORT-WAS-OPENED TO TRUE.
073400     OPEN OUTPUT BREACH-FILE.
073500     IF WS-BRCH-STATUS NOT = "00"
073600         DISPLAY "CDSLARPT - UNABLE TO OPEN SLABRCH, STATUS="
073700                 WS-BRCH-STATUS
073800         CLOSE CONTROL-FILE
073900         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
074000         GO TO 0110-OPEN-FILES-EXIT
074100     END-IF.
074200     SET BREACH-FILE-WAS-OPENED TO TRUE.
074300     MOVE WS-NOW-DATE TO SRP-H1-DATE.
074400     MOVE WS-REPORT-MONTH TO SRP-H2-MONTH.
074500     MOVE WS-NOW-DATE TO SRP-H2-DATE.
074600     MOVE WS-NOW-HH TO SRP-H2-HH.
074700     MOVE WS-NOW-MM TO SRP-H2-MM.
074800 0110-OPEN-FILES-EXIT.
074900     EXIT.

075000******************************************************************
075100*    0115-FAIL-OPEN                                              *
075200******************************************************************
075300 0115-FAIL-OPEN.
075400     MOVE 20 TO WS-RC-CANDIDATE.
075500     PERFORM 9900-RAISE-RETURN-CODE
075600         THRU 9900-RAISE-RETURN-CODE-EXIT.
075700     SET SLARPT-CANNOT-RUN TO TRUE.
075800 0115-FAIL-OPEN-EXIT.
075900     EXIT.

076000******************************************************************
076100*    0160-LOAD-HOLIDAYS                                          *
076200*    STATUS "35" JUST MEANS NO HOLIDAY CALENDAR WAS SUPPLIED -   *
076300*    EVERY DATE IS THEN A WORKING DAY, AS IT IS FOR THE DRIVER.  *
076400******************************************************************
076500 0160-LOAD-HOLIDAYS.
076600     OPEN INPUT HOLIDAY-FILE.
076700     IF WS-CAL-STATUS = "35"
076800         DISPLAY "CDSLARPT - NO HOLIDAY CALENDAR SUPPLIED"
076900         GO TO 0160-LOAD-HOLIDAYS-EXIT
077000     END-IF.
077100     IF WS-CAL-STATUS NOT = "00"
077200         DISPLAY "CDSLARPT - UNABLE TO OPEN CALFILE, STATUS="
077300                 WS-CAL-STATUS
077400         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
077500         GO TO 0160-LOAD-HOLIDAYS-EXIT
077600     END-IF.
077700     PERFORM 0180-READ-HOLIDAY THRU 0180-READ-HOLIDAY-EXIT.
077800     PERFORM 0170-STORE-HOLIDAY THRU 0170-STORE-HOLIDAY-EXIT
077900         UNTIL END-OF-HOLIDAY-FILE.
078000     CLOSE HOLIDAY-FILE.
078100 0160-LOAD-HOLIDAYS-EXIT.
078200     EXIT.

078300******************************************************************
078400*    0170-STORE-HOLIDAY                                          *
078500*    AN OVERFLOWING CALENDAR STOPS THE RUN RATHER THAN JUDGE A   *
078600*    MONTH WITH ONLY PART OF THE HOLIDAY LIST LOADED.            *
078700******************************************************************
078800 0170-STORE-HOLIDAY.
078900     IF WS-HOL-COUNT NOT < WS-MAX-HOLIDAYS
079000         DISPLAY "CDSLARPT - MORE THAN " WS-MAX-HOLIDAYS
079100                 " HOLIDAY DATES - CALENDAR NOT USABLE"
079200         PERFORM 0115-FAIL-OPEN THRU 0115-FAIL-OPEN-EXIT
079300         SET END-OF-HOLIDAY-FILE TO TRUE
079400         GO TO 0170-STORE-HOLIDAY-EXIT
079500     END-IF.
079600     IF CD-HOL-DATE NUMERIC AND CD-HOL-DATE > ZERO
079700         ADD 1 TO WS-HOL-COUNT
079800         MOVE CD-HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
079900     END-IF.
080000     PERFORM 0180-READ-HOLIDAY THRU 0180-READ-HOLIDAY-EXIT.
080100 0170-STORE-HOLIDAY-EXIT.
080200     EXIT.

080300******************************************************************
080400*    0180-READ-HOLIDAY                                           *
080500******************************************************************
080600 0180-READ-HOLIDAY.
080700     READ HOLIDAY-FILE
080800         AT END
080900             SET END-OF-HOLIDAY-FILE TO TRUE
081000         NOT AT END
081100             CONTINUE
081200     END-READ.
081300 0180-READ-HOLIDAY-EXIT.
081400     EXIT.

081500******************************************************************
081600*    0200-BUILD-DAY-TABLE                                        *
081700*    ONE ENTRY PER DATE OF THE MONTH.                            *
081800******************************************************************
081900 0200-BUILD-DAY-TABLE.
082000     PERFORM 0210-STORE-ONE-DAY THRU 0210-STORE-ONE-DAY-EXIT
082100         VARYING WS-RUN-DAY-NUM FROM WS-FIRST-DAY-NUM BY 1
082200         UNTIL WS-RUN-DAY-NUM > WS-LAST-DAY-NUM.
082300 0200-BUILD-DAY-TABLE-EXIT.
082400     EXIT.

082500******************************************************************
082600*    0210-STORE-ONE-DAY                                          *
082700*    THE RUN-DATE FACTS THE DRIVER COMPUTES EACH NIGHT: DAY OF   *
082800*    WEEK (1 = MONDAY), MONTH-END FLAG (TOMORROW IS THE 1ST),    *
082900*    AND WHETHER THE DATE IS A BANK HOLIDAY.                     *
083000******************************************************************
083100 0210-STORE-ONE-DAY.
083200     ADD 1 TO WS-DAY-COUNT.
083300     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
083400     MOVE WS-RUN-DAY-NUM TO WS-DAY-NUM (WS-DAY-SUB).
083500     COMPUTE WS-DAY-DATE (WS-DAY-SUB) =
083600         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM).
083700     COMPUTE WS-DAY-WORK = WS-RUN-DAY-NUM - 1.
083800     DIVIDE WS-DAY-WORK BY 7
083900         GIVING WS-DAY-QUOT REMAINDER WS-DAY-REM.
084000     COMPUTE WS-DAY-DOW (WS-DAY-SUB) = WS-DAY-REM + 1.
084100     COMPUTE WS-NEXT-DAY-DATE =
084200         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM + 1).
084300     IF WS-NEXT-DAY-DD = 01
084400         MOVE 'Y' TO WS-DAY-ME (WS-DAY-SUB)
084500     ELSE
084600         MOVE 'N' TO WS-DAY-ME (WS-DAY-SUB)
084700     END-IF.
084800     MOVE 'N' TO WS-DAY-HOL (WS-DAY-SUB).
084900     IF WS-HOL-COUNT > ZERO
085000         SET HOL-IDX TO 1
085100         SEARCH WS-HOL-ENTRY
085200             AT END
085300                 CONTINUE
085400             WHEN HOL-IDX > WS-HOL-COUNT
085500                 CONTINUE
085600             WHEN WS-HOL-DATE (HOL-IDX) = WS-DAY-DATE (WS-DAY-SUB)
085700                 MOVE 'Y' TO WS-DAY-HOL (WS-DAY-SUB)
085800         END-SEARCH
085900     END-IF.
086000 0210-STORE-ONE-DAY-EXIT.
086100     EXIT.

086200******************************************************************
086300*    0250-LOAD-CONTROL-TABLE                                     *
086400*    THE WHOLE CONTROL FILE, BOTH CYCLES - EACH SLA GATE IS      *
086500*    MATCHED TO ITS ENTRY FOR THE SLA'S CYCLE LATER.             *
086600******************************************************************
086700 0250-LOAD-CONTROL-TABLE.
086800     PERFORM 0260-READ-CONTROL THRU 0260-READ-CONTROL-EXIT.
086900     PERFORM 0270-STORE-CONTROL THRU 0270-STORE-CONTROL-EXIT
087000         UNTIL END-OF-CONTROL-FILE.
087100     CLOSE CONTROL-FILE.
087200 0250-LOAD-CONTROL-TABLE-EXIT.
087300     EXIT.

087400******************************************************************
087500*    0260-READ-CONTROL                                           *
087600******************************************************************
087700 0260-READ-CONTROL.
087800     READ CONTROL-FILE
087900         AT END
088000             SET END-OF-CONTROL-FILE TO TRUE
088100         NOT AT END
088200             CONTINUE
088300     END-READ.
088400 0260-READ-CONTROL-EXIT.
088500     EXIT.

088600******************************************************************
088700*    0270-STORE-CONTROL                                          *
088800******************************************************************
088900 0270-STORE-CONTROL.
089000     IF WS-CTL-COUNT NOT < WS-MAX-CONTROLS
089100         PERFORM 9800-TABLE-OVERFLOW THRU 9800-TABLE-OVERFLOW-EXIT
089200         SET END-OF-CONTROL-FILE TO TRUE
089300         GO TO 0270-STORE-CONTROL-EXIT
089400     END-IF.
089500     ADD 1 TO WS-CTL-COUNT.
089600     MOVE WS-CTL-COUNT TO WS-CTL-SUB.
089700     MOVE CD-CTL-JOB-NAME TO WS-CTL-JOB (WS-CTL-SUB).
089800     MOVE CD-CTL-CYCLE-ID TO WS-CTL-CYCLE (WS-CTL-SUB).
089900     IF CD-CTL-NIGHTLY-ONLY
090000         MOVE 'N' TO WS-CTL-CYCLE (WS-CTL-SUB)
090100     END-IF.
090200     MOVE CD-CONTROL-RECORD TO WS-CTL-IMAGE (WS-CTL-SUB).
090300     PERFORM 0260-READ-CONTROL THRU 0260-READ-CONTROL-EXIT.
090400 0270-STORE-CONTROL-EXIT.
090500     EXIT.

090600******************************************************************
090700*    0300-LOAD-SLA-TABLE                                         *
090800*    THE SLA MASTER IN KEY ORDER. AN EMPTY MASTER IS WARNED -    *
090900*    THERE IS NOTHING TO REPORT ON.                              *
091000******************************************************************
091100 0300-LOAD-SLA-TABLE.
091200     MOVE LOW-VALUES TO CD-SLA-KEY.
091300     START SLA-MASTER KEY IS NOT < CD-SLA-KEY
091400         INVALID KEY
091500             SET END-OF-SLA-MASTER TO TRUE
091600     END-START.
091700     IF NOT END-OF-SLA-MASTER
091800         PERFORM 0310-READ-SLA THRU 0310-READ-SLA-EXIT
091900     END-IF.
092000     PERFORM 0320-STORE-SLA THRU 0320-STORE-SLA-EXIT
092100         UNTIL END-OF-SLA-MASTER.
092200     IF WS-GATE-COUNT = ZERO
092300         DISPLAY "CDSLARPT - NO SLA COMMITMENTS ON SLAMSTR"
092400         MOVE 4 TO WS-RC-CANDIDATE
092500         PERFORM 9900-RAISE-RETURN-CODE
092600             THRU 9900-RAISE-RETURN-CODE-EXIT
092700     END-IF.
092800 0300-LOAD-SLA-TABLE-EXIT.
092900     EXIT.

093000******************************************************************
093100*    0310-READ-SLA                                               *
093200******************************************************************
093300 0310-READ-SLA.
093400     READ SLA-MASTER NEXT RECORD
093500         AT END
093600             SET END-OF-SLA-MASTER TO TRUE
093700     END-READ.
093800     IF WS-SLA-STATUS NOT = "00" AND NOT END-OF-SLA-MASTER
093900         DISPLAY "CDSLARPT - SLAMSTR READ FAILED, STATUS="
094000                 WS-SLA-STATUS
094100         MOVE 20 TO WS-RC-CANDIDATE
094200         PERFORM 9900-RAISE-RETURN-CODE
094300             THRU 9900-RAISE-RETURN-CODE-EXIT
094400         SET END-OF-SLA-MASTER TO TRUE
094500     END-IF.
094600 0310-READ-SLA-EXIT.
094700     EXIT.

094800******************************************************************
094900*    0320-STORE-SLA                                              *
095000*    A RECORD WITH AN UNUSABLE DUE TIME OR TARGET CANNOT BE      *
095100*    JUDGED AND IS SKIPPED WITH A WARNING - CDSLAMNT NEVER       *
095200*    WRITES ONE, SO IT MEANS THE MASTER WAS LOADED SOME OTHER    *
095300*    WAY.                                                        *
095400******************************************************************
095500 0320-STORE-SLA.
095600     IF CD-SLA-DUE-TIME NOT NUMERIC
095700        OR CD-SLA-TARGET-PCT NOT NUMERIC
095800         DISPLAY "CDSLARPT - SLA RECORD FOR " CD-SLA-JOB-NAME
095900                 " " CD-SLA-CYCLE-ID
096000                 " HAS NO USABLE DUE TIME OR TARGET - SKIPPED"
096100         MOVE 4 TO WS-RC-CANDIDATE
096200         PERFORM 9900-RAISE-RETURN-CODE
096300             THRU 9900-RAISE-RETURN-CODE-EXIT
096400         PERFORM 0310-READ-SLA THRU 0310-READ-SLA-EXIT
096500         GO TO 0320-STORE-SLA-EXIT
096600     END-IF.
096700     IF WS-GATE-COUNT NOT < WS-MAX-GATES
096800         PERFORM 9800-TABLE-OVERFLOW THRU 9800-TABLE-OVERFLOW-EXIT
096900         SET END-OF-SLA-MASTER TO TRUE
097000         GO TO 0320-STORE-SLA-EXIT
097100     END-IF.
097200     ADD 1 TO WS-GATE-COUNT.
097300     MOVE WS-GATE-COUNT TO WS-GATE-SUB.
097400     MOVE CD-SLA-JOB-NAME TO WS-GATE-JOB (WS-GATE-SUB).
097500     MOVE CD-SLA-CYCLE-ID TO WS-GATE-CYCLE (WS-GATE-SUB).
097600     IF WS-GATE-CYCLE (WS-GATE-SUB) = SPACE
097700         MOVE 'N' TO WS-GATE-CYCLE (WS-GATE-SUB)
097800     END-IF.
097900     MOVE CD-SLA-DUE-TIME TO WS-GATE-DUE-TIME (WS-GATE-SUB).
098000     MOVE CD-SLA-OWNER TO WS-GATE-OWNER (WS-GATE-SUB).
098100     MOVE CD-SLA-TARGET-PCT TO WS-GATE-TARGET (WS-GATE-SUB).
098200     MOVE ZERO TO WS-GATE-CTL-SUB (WS-GATE-SUB)
098300                  WS-GATE-DUE (WS-GATE-SUB)
098400                  WS-GATE-MET (WS-GATE-SUB)
098500                  WS-GATE-BREACHED (WS-GATE-SUB)
098600                  WS-GATE-SKIPPED (WS-GATE-SUB)
098700                  WS-GATE-CANCELLED (WS-GATE-SUB)
098800                  WS-GATE-FAILED (WS-GATE-SUB)
098900                  WS-GATE-NO-RECORD (WS-GATE-SUB)
099000                  WS-GATE-PENDING (WS-GATE-SUB)
099100                  WS-GATE-MINS-LATE (WS-GATE-SUB)
099200                  WS-GATE-MAX-LATE (WS-GATE-SUB)
099300                  WS-GATE-PCT (WS-GATE-SUB).
099400     MOVE SPACES TO WS-GATE-RESULT (WS-GATE-SUB).
099500     PERFORM 0310-READ-SLA THRU 0310-READ-SLA-EXIT.
099600 0320-STORE-SLA-EXIT.
099700     EXIT.

099800******************************************************************
099900*    0400-JUDGE-ONE-GATE                                         *
100000*    EVERY DATE OF THE MONTH FOR ONE SLA GATE. A GATE WITH NO    *
100100*    CONTROL-FILE ENTRY IN ITS SLA'S CYCLE IS NEVER DUE AS FAR   *
100200*    AS THE DRIVER IS CONCERNED - THAT IS WARNED, NOT JUDGED.    *
100300*    ONCE THE NIGHTS ARE JUDGED THE COMPLIANCE IS SET AND THE    *
100400*    GATE'S MISSED NIGHTS GO TO THE EXTRACT.                     *
100500******************************************************************
100600 0400-JUDGE-ONE-GATE.
100700     PERFORM 0410-FIND-CONTROL THRU 0410-FIND-CONTROL-EXIT.
100800     IF NOT MATCH-WAS-FOUND
100900         DISPLAY "CDSLARPT - SLA GATE " WS-GATE-JOB (WS-GATE-SUB)
101000                 " CYCLE " WS-GATE-CYCLE (WS-GATE-SUB)
101100                 " IS NOT ON THE CONTROL FILE - NOT JUDGED"
101200         MOVE 'NOT ON CTL' TO WS-GATE-RESULT (WS-GATE-SUB)
101300         ADD 1 TO WS-NOCTL-COUNT
101400         MOVE 4 TO WS-RC-CANDIDATE
101500         PERFORM 9900-RAISE-RETURN-CODE
101600             THRU 9900-RAISE-RETURN-CODE-EXIT
101700         GO TO 0400-JUDGE-ONE-GATE-EXIT
101800     END-IF.
101900     IF WS-GATE-CYCLE (WS-GATE-SUB) = 'I'
102000         MOVE WS-INTRADAY-OPEN-TIME TO WS-OPEN-TIME
102100     ELSE
102200         MOVE WS-NIGHTLY-OPEN-TIME TO WS-OPEN-TIME
102300     END-IF.
102400     MOVE WS-GATE-DUE-TIME (WS-GATE-SUB) TO WS-DUE-TIME-WK.
102500     PERFORM 0415-READ-GATE-STATUS
102600         THRU 0415-READ-GATE-STATUS-EXIT.
102700     COMPUTE WS-GATE-MISS-FIRST = WS-MISS-COUNT + 1.
102800     PERFORM 0420-JUDGE-ONE-DAY THRU 0420-JUDGE-ONE-DAY-EXIT
102900         VARYING WS-DAY-SUB FROM 1 BY 1
103000         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
103100     PERFORM 0480-FINISH-GATE THRU 0480-FINISH-GATE-EXIT.
103200 0400-JUDGE-ONE-GATE-EXIT.
103300     EXIT.

103400******************************************************************
103500*    0410-FIND-CONTROL                                           *
103600*    THE GATE'S CONTROL ENTRY FOR THE SLA'S CYCLE - ONE FOR THAT *
103700*    CYCLE OR ONE THAT RUNS IN BOTH. THE SUBSCRIPT IS LEFT IN    *
103800*    WS-CTL-SUB.                                                 *
103900******************************************************************
104000 0410-FIND-CONTROL.
104100     MOVE 'N' TO WS-FOUND-SWITCH.
104200     SET CTL-IDX TO 1.
104300     SEARCH WS-CTL-ENTRY
104400         AT END
104500             CONTINUE
104600         WHEN CTL-IDX > WS-CTL-COUNT
104700             CONTINUE
104800         WHEN WS-CTL-JOB (CTL-IDX) = WS-GATE-JOB (WS-GATE-SUB)
104900          AND (WS-CTL-CYCLE (CTL-IDX) = 'B'
105000               OR WS-CTL-CYCLE (CTL-IDX) =
105100                  WS-GATE-CYCLE (WS-GATE-SUB))
105200             SET MATCH-WAS-FOUND TO TRUE
105300             SET WS-CTL-SUB TO CTL-IDX
105400     END-SEARCH.
105500     IF MATCH-WAS-FOUND
105600         MOVE WS-CTL-SUB TO WS-GATE-CTL-SUB (WS-GATE-SUB)
105700     END-IF.
105800 0410-FIND-CONTROL-EXIT.
105900     EXIT.

106000******************************************************************
106100*    0415-READ-GATE-STATUS                                       *
106200*    THE GATE'S STATUS-MASTER RECORD FOR THE CYCLE, KEPT FOR A   *
106300*    NIGHT THE HISTORY DOES NOT HAVE YET. A REHEARSAL RECORD IS  *
106400*    NOT PRODUCTION AND IS IGNORED.                              *
106500******************************************************************
106600 0415-READ-GATE-STATUS.
106700     MOVE 'N' TO WS-GSTAT-SWITCH.
106800     IF NOT STATUS-MASTER-WAS-OPENED
106900         GO TO 0415-READ-GATE-STATUS-EXIT
107000     END-IF.
107100     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CD-STAT-JOB-NAME.
107200     MOVE WS-GATE-CYCLE (WS-GATE-SUB) TO CD-STAT-CYCLE-ID.
107300     READ STATUS-FILE
107400         INVALID KEY
107500             CONTINUE
107600     END-READ.
107700     IF WS-STAT-STATUS NOT = "00" OR CD-STAT-IS-REHEARSAL
107800         GO TO 0415-READ-GATE-STATUS-EXIT
107900     END-IF.
108000     SET GATE-STATUS-ON-FILE TO TRUE.
108100     MOVE CD-STAT-STATUS TO WS-GSTAT-STATUS.
108200     MOVE CD-STAT-START-TIMESTAMP TO WS-GSTAT-START.
108300     MOVE CD-STAT-END-TIMESTAMP TO WS-GSTAT-END.
108400     MOVE CD-STAT-REASON TO WS-GSTAT-REASON.
108500 0415-READ-GATE-STATUS-EXIT.
108600     EXIT.

108700******************************************************************
108800*    0420-JUDGE-ONE-DAY                                          *
108900*    ONE DATE FOR ONE GATE. A NIGHT THE GATE WAS NOT DUE DOES    *
109000*    NOT COUNT; A DUE NIGHT WHOSE DEADLINE IS STILL TO COME IS   *
109100*    PENDING; ANY OTHER DUE NIGHT IS JUDGED.                     *
109200******************************************************************
109300 0420-JUDGE-ONE-DAY.
109400     MOVE WS-DAY-DATE (WS-DAY-SUB) TO CD-SCH-RUN-DATE.
109500     MOVE WS-DAY-DOW (WS-DAY-SUB) TO CD-SCH-DAY-OF-WEEK.
109600     MOVE WS-DAY-ME (WS-DAY-SUB) TO CD-SCH-MONTH-END-FLAG.
109700     MOVE WS-DAY-HOL (WS-DAY-SUB) TO CD-SCH-HOLIDAY-FLAG.
109800     CALL "CDSCHED" USING WS-CTL-IMAGE (WS-CTL-SUB)
109900                          CD-SCHED-PARM-AREA.
110000     IF NOT CD-SCH-GATE-IS-DUE
110100         GO TO 0420-JUDGE-ONE-DAY-EXIT
110200     END-IF.
110300     MOVE WS-DAY-NUM (WS-DAY-SUB) TO WS-NIGHT-DAY-NUM.
110400     MOVE WS-NIGHT-DAY-NUM TO WS-DEADLINE-DAY-NUM.
110500     IF WS-DUE-TIME-WK < WS-OPEN-TIME
110600         ADD 1 TO WS-DEADLINE-DAY-NUM
110700     END-IF.
110800     COMPUTE WS-DEADLINE-SECS = WS-DEADLINE-DAY-NUM * 86400
110900         + WS-DUE-HH * 3600 + WS-DUE-MI * 60 + WS-DUE-SS.
111000     IF WS-DEADLINE-SECS > WS-NOW-SECS
111100         ADD 1 TO WS-GATE-PENDING (WS-GATE-SUB)
111200         GO TO 0420-JUDGE-ONE-DAY-EXIT
111300     END-IF.
111400     COMPUTE WS-DEADLINE-DATE =
111500         FUNCTION DATE-OF-INTEGER(WS-DEADLINE-DAY-NUM).
111600     MOVE SPACES TO WS-DEADLINE-TS.
111700     STRING WS-DEADLINE-DATE DELIMITED BY SIZE
111800            '-' DELIMITED BY SIZE
111900            WS-DUE-TIME-WK DELIMITED BY SIZE
112000            '00' DELIMITED BY SIZE
112100         INTO WS-DEADLINE-TS.
112200     ADD 1 TO WS-GATE-DUE (WS-GATE-SUB).
112300     PERFORM 0430-FIND-NIGHT-OUTCOME
112400         THRU 0430-FIND-NIGHT-OUTCOME-EXIT.
112500     EVALUATE WS-NIGHT-CATEGORY
112600     WHEN 'MET       '
112700         ADD 1 TO WS-GATE-MET (WS-GATE-SUB)
112800     WHEN 'BREACHED  '
112900         ADD 1 TO WS-GATE-BREACHED (WS-GATE-SUB)
113000         ADD WS-NIGHT-LATE TO WS-GATE-MINS-LATE (WS-GATE-SUB)
113100         IF WS-NIGHT-LATE > WS-GATE-MAX-LATE (WS-GATE-SUB)
113200             MOVE WS-NIGHT-LATE TO WS-GATE-MAX-LATE (WS-GATE-SUB)
113300         END-IF
113400     WHEN 'SKIPPED   '
113500         ADD 1 TO WS-GATE-SKIPPED (WS-GATE-SUB)
113600     WHEN 'CANCELLED '
113700         ADD 1 TO WS-GATE-CANCELLED (WS-GATE-SUB)
113800     WHEN 'FAILED    '
113900         ADD 1 TO WS-GATE-FAILED (WS-GATE-SUB)
114000     WHEN OTHER
114100         ADD 1 TO WS-GATE-NO-RECORD (WS-GATE-SUB)
114200     END-EVALUATE.
114300     IF NOT NIGHT-WAS-MET
114400         PERFORM 0470-TABLE-ONE-MISS THRU 0470-TABLE-ONE-MISS-EXIT
114500     END-IF.
114600 0420-JUDGE-ONE-DAY-EXIT.
114700     EXIT.

114800******************************************************************
114900*    0430-FIND-NIGHT-OUTCOME                                     *
115000*    A NIGHT'S RUN CAN BE KEYED ON THE HISTORY UNDER THE CYCLE   *
115100*    DATE OR, WHEN IT STARTED AFTER MIDNIGHT, THE DAY AFTER -    *
115200*    BOTH ARE LOOKED AT. A COMPLETED RUN WINS OVER A NOT-RUN     *
115300*    RECORD. WITH NOTHING ON THE HISTORY, THE STATUS MASTER IS   *
115400*    ASKED.                                                      *
115500******************************************************************
115600 0430-FIND-NIGHT-OUTCOME.
115700     MOVE SPACE TO WS-BEST-KIND.
115800     MOVE SPACES TO WS-NIGHT-END-TS.
115900     MOVE SPACES TO WS-NIGHT-REASON.
116000     MOVE ZERO TO WS-NIGHT-LATE.
116100     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-HIST-KEY-DATE.
116200     PERFORM 0440-CONSIDER-HISTORY
116300         THRU 0440-CONSIDER-HISTORY-EXIT.
116400     COMPUTE WS-HIST-KEY-DATE =
116500         FUNCTION DATE-OF-INTEGER(WS-NIGHT-DAY-NUM + 1).
116600     PERFORM 0440-CONSIDER-HISTORY
116700         THRU 0440-CONSIDER-HISTORY-EXIT.
116800     EVALUATE TRUE
116900     WHEN BEST-IS-COMPLETED
117000         MOVE WS-BEST-END-TS TO WS-NIGHT-END-TS
117100         PERFORM 0460-JUDGE-COMPLETION
117200             THRU 0460-JUDGE-COMPLETION-EXIT
117300     WHEN BEST-IS-NOT-RUN
117400         PERFORM 0455-JUDGE-NOT-RUN THRU 0455-JUDGE-NOT-RUN-EXIT
117500     WHEN OTHER
117600         PERFORM 0450-CONSIDER-STATUS-MASTER
117700             THRU 0450-CONSIDER-STATUS-MASTER-EXIT
117800     END-EVALUATE.
117900 0430-FIND-NIGHT-OUTCOME-EXIT.
118000     EXIT.

118100******************************************************************
118200*    0440-CONSIDER-HISTORY                                       *
118300*    ONE HISTORY RECORD, IF IT BELONGS TO THE NIGHT BEING        *
118400*    JUDGED. A NOT-RUN RECORD IS PLACED BY ITS END TIMESTAMP     *
118500*    (THE TIME OF THE ATTEMPT), OR BY ITS KEY DATE WHEN IT HAS   *
118600*    NONE. OF TWO COMPLETED RUNS THE EARLIER COMPLETION COUNTS.  *
118700******************************************************************
118800 0440-CONSIDER-HISTORY.
118900     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CD-HIST-JOB-NAME.
119000     MOVE WS-HIST-KEY-DATE TO CD-HIST-RUN-DATE.
119100     MOVE WS-GATE-CYCLE (WS-GATE-SUB) TO CD-HIST-CYCLE-ID.
119200     READ HISTORY-MASTER
119300         INVALID KEY
119400             CONTINUE
119500     END-READ.
119600     IF WS-HIST-STATUS NOT = "00"
119700         GO TO 0440-CONSIDER-HISTORY-EXIT
119800     END-IF.
119900     IF CD-HIST-NOT-RUN
120000         MOVE CD-HIST-END-TIMESTAMP TO WS-TS-WORK
120100     ELSE
120200         MOVE CD-HIST-START-TIMESTAMP TO WS-TS-WORK
120300     END-IF.
120400     PERFORM 0490-NIGHT-OF-TIMESTAMP
120500         THRU 0490-NIGHT-OF-TIMESTAMP-EXIT.
120600     IF NOT TIMESTAMP-IS-VALID
120700         COMPUTE WS-TS-NIGHT-NUM =
120800             FUNCTION INTEGER-OF-DATE(CD-HIST-RUN-DATE)
120900     END-IF.
121000     IF WS-TS-NIGHT-NUM NOT = WS-NIGHT-DAY-NUM
121100         GO TO 0440-CONSIDER-HISTORY-EXIT
121200     END-IF.
121300     IF CD-HIST-NOT-RUN
121400         IF BEST-IS-NONE
121500             SET BEST-IS-NOT-RUN TO TRUE
121600             MOVE CD-HIST-RUN-STATUS TO WS-BEST-STATUS
121700             MOVE CD-HIST-STATUS-REASON TO WS-BEST-REASON
121800         END-IF
121900         GO TO 0440-CONSIDER-HISTORY-EXIT
122000     END-IF.
122100     MOVE CD-HIST-END-TIMESTAMP TO WS-TS-WORK.
122200     PERFORM 0495-TIMESTAMP-TO-SECS
122300         THRU 0495-TIMESTAMP-TO-SECS-EXIT.
122400     IF NOT TIMESTAMP-IS-VALID
122500         GO TO 0440-CONSIDER-HISTORY-EXIT
122600     END-IF.
122700     IF BEST-IS-COMPLETED AND WS-TS-SECS NOT < WS-BEST-END-SECS
122800         GO TO 0440-CONSIDER-HISTORY-EXIT
122900     END-IF.
123000     SET BEST-IS-COMPLETED TO TRUE.
123100     MOVE WS-TS-SECS TO WS-BEST-END-SECS.
123200     MOVE CD-HIST-END-TIMESTAMP TO WS-BEST-END-TS.
123300 0440-CONSIDER-HISTORY-EXIT.
123400     EXIT.

123500******************************************************************
123600*    0450-CONSIDER-STATUS-MASTER                                 *
123700*    THE STATUS MASTER HOLDS ONLY THE GATE'S LATEST NIGHT, SO IT *
123800*    SPEAKS FOR THIS NIGHT ONLY WHEN ITS TIMESTAMP FALLS IN IT.  *
123900*    A GATE STILL RUNNING PAST ITS DEADLINE HAS NOT COMPLETED    *
124000*    AND COUNTS AS FAILED.                                       *
124100******************************************************************
124200 0450-CONSIDER-STATUS-MASTER.
124300     MOVE 'NO RECORD ' TO WS-NIGHT-CATEGORY.
124400     IF NOT GATE-STATUS-ON-FILE
124500         GO TO 0450-CONSIDER-STATUS-MASTER-EXIT
124600     END-IF.
124700     MOVE WS-GSTAT-START TO WS-TS-WORK.
124800     IF WS-TS-WORK = SPACES
124900         MOVE WS-GSTAT-END TO WS-TS-WORK
125000     END-IF.
125100     PERFORM 0490-NIGHT-OF-TIMESTAMP
125200         THRU 0490-NIGHT-OF-TIMESTAMP-EXIT.
125300     IF NOT TIMESTAMP-IS-VALID
125400        OR WS-TS-NIGHT-NUM NOT = WS-NIGHT-DAY-NUM
125500         GO TO 0450-CONSIDER-STATUS-MASTER-EXIT
125600     END-IF.
125700     EVALUATE WS-GSTAT-STATUS
125800     WHEN 'COMPLETE'
125900         MOVE WS-GSTAT-END TO WS-TS-WORK
126000         PERFORM 0495-TIMESTAMP-TO-SECS
126100             THRU 0495-TIMESTAMP-TO-SECS-EXIT
126200         IF TIMESTAMP-IS-VALID
126300             MOVE WS-TS-SECS TO WS-BEST-END-SECS
126400             MOVE WS-GSTAT-END TO WS-NIGHT-END-TS
126500             PERFORM 0460-JUDGE-COMPLETION
126600                 THRU 0460-JUDGE-COMPLETION-EXIT
126700         END-IF
126800     WHEN 'RUNNING '
126900         MOVE 'FAILED    ' TO WS-NIGHT-CATEGORY
127000         MOVE 'STILL RUNNING AT REPORT' TO WS-NIGHT-REASON
127100     WHEN OTHER
127200         MOVE WS-GSTAT-STATUS TO WS-BEST-STATUS
127300         MOVE WS-GSTAT-REASON TO WS-BEST-REASON
127400         PERFORM 0455-JUDGE-NOT-RUN THRU 0455-JUDGE-NOT-RUN-EXIT
127500     END-EVALUATE.
127600 0450-CONSIDER-STATUS-MASTER-EXIT.
127700     EXIT.

127800******************************************************************
127900*    0455-JUDGE-NOT-RUN                                          *
128000*    A NIGHT THE GATE NEVER COMPLETED, BY THE STATUS IT WAS LEFT *
128100*    IN. A NOT-RUN HISTORY RECORD WITH NO STATUS WAS WRITTEN FOR *
128200*    A DEPENDENCY WAIT THAT NEVER RELEASED THE GATE, WHICH THE   *
128300*    DRIVER SKIPS.                                               *
128400******************************************************************
128500 0455-JUDGE-NOT-RUN.
128600     MOVE WS-BEST-REASON TO WS-NIGHT-REASON.
128700     EVALUATE WS-BEST-STATUS
128800     WHEN 'SKIPPED '
128900         MOVE 'SKIPPED   ' TO WS-NIGHT-CATEGORY
129000     WHEN 'CANCELED'
129100         MOVE 'CANCELLED ' TO WS-NIGHT-CATEGORY
129200     WHEN 'FAILED  '
129300         MOVE 'FAILED    ' TO WS-NIGHT-CATEGORY
129400     WHEN OTHER
129500         MOVE 'SKIPPED   ' TO WS-NIGHT-CATEGORY
129600         IF WS-NIGHT-REASON = SPACES
129700             MOVE 'DEPENDENCY NOT MET' TO WS-NIGHT-REASON
129800         END-IF
129900     END-EVALUATE.
130000 0455-JUDGE-NOT-RUN-EXIT.
130100     EXIT.

130200******************************************************************
130300*    0460-JUDGE-COMPLETION                                       *
130400*    A COMPLETION AT OR BEFORE THE DEADLINE MEETS THE SLA. A     *
130500*    LATER ONE IS A BREACH, LATE BY THE WHOLE MINUTES STARTED    *
130600*    PAST THE DEADLINE - ONE SECOND LATE IS ONE MINUTE LATE.     *
130700******************************************************************
130800 0460-JUDGE-COMPLETION.
130900     IF WS-BEST-END-SECS NOT > WS-DEADLINE-SECS
131000         MOVE 'MET       ' TO WS-NIGHT-CATEGORY
131100         GO TO 0460-JUDGE-COMPLETION-EXIT
131200     END-IF.
131300     MOVE 'BREACHED  ' TO WS-NIGHT-CATEGORY.
131400     COMPUTE WS-LATE-SECS = WS-BEST-END-SECS - WS-DEADLINE-SECS.
131500     IF WS-LATE-SECS > 5999940
131600         MOVE 99999 TO WS-NIGHT-LATE
131700     ELSE
131800         COMPUTE WS-NIGHT-LATE = (WS-LATE-SECS + 59) / 60
131900     END-IF.
132000 0460-JUDGE-COMPLETION-EXIT.
132100     EXIT.

132200******************************************************************
132300*    0470-TABLE-ONE-MISS                                         *
132400*    A FULL TABLE IS WARNED ONCE; THE GATE COUNTS STAY RIGHT,    *
132500*    BUT LATER MISSED NIGHTS ARE NEITHER LISTED NOR EXTRACTED.   *
132600******************************************************************
132700 0470-TABLE-ONE-MISS.
132800     IF WS-MISS-COUNT NOT < WS-MAX-MISSES
132900         IF NOT MISS-TABLE-IS-FULL
133000             SET MISS-TABLE-IS-FULL TO TRUE
133100             PERFORM 9800-TABLE-OVERFLOW
133200                 THRU 9800-TABLE-OVERFLOW-EXIT
133300         END-IF
133400         GO TO 0470-TABLE-ONE-MISS-EXIT
133500     END-IF.
133600     ADD 1 TO WS-MISS-COUNT.
133700     MOVE WS-MISS-COUNT TO WS-MISS-SUB.
133800     MOVE WS-GATE-SUB TO WS-MISS-GATE-SUB (WS-MISS-SUB).
133900     MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-MISS-NIGHT (WS-MISS-SUB).
134000     MOVE WS-DEADLINE-TS TO WS-MISS-DEADLINE (WS-MISS-SUB).
134100     MOVE WS-NIGHT-END-TS TO WS-MISS-END (WS-MISS-SUB).
134200     MOVE WS-NIGHT-LATE TO WS-MISS-LATE (WS-MISS-SUB).
134300     MOVE WS-NIGHT-CATEGORY TO WS-MISS-CATEGORY (WS-MISS-SUB).
134400     MOVE WS-NIGHT-REASON TO WS-MISS-REASON (WS-MISS-SUB).
134500 0470-TABLE-ONE-MISS-EXIT.
134600     EXIT.

134700******************************************************************
134800*    0480-FINISH-GATE                                            *
134900*    COMPLIANCE IS NIGHTS MET OVER NIGHTS DUE. A GATE BELOW ITS  *
135000*    TARGET ENDS THE RUN WITH RC 8. A GATE WITH NO NIGHT JUDGED  *
135100*    HAS NO COMPLIANCE TO SPEAK OF AND IS NOT HELD AGAINST IT.   *
135200******************************************************************
135300 0480-FINISH-GATE.
135400     ADD WS-GATE-PENDING (WS-GATE-SUB) TO WS-TOT-PENDING.
135500     IF WS-GATE-DUE (WS-GATE-SUB) = ZERO
135600         MOVE 'NOT DUE   ' TO WS-GATE-RESULT (WS-GATE-SUB)
135700         GO TO 0480-FINISH-GATE-EXIT
135800     END-IF.
135900     COMPUTE WS-GATE-PCT (WS-GATE-SUB) ROUNDED =
136000         WS-GATE-MET (WS-GATE-SUB) * 100
136100         / WS-GATE-DUE (WS-GATE-SUB).
136200     ADD WS-GATE-DUE (WS-GATE-SUB) TO WS-TOT-DUE.
136300     ADD WS-GATE-MET (WS-GATE-SUB) TO WS-TOT-MET.
136400     IF WS-GATE-PCT (WS-GATE-SUB) < WS-GATE-TARGET (WS-GATE-SUB)
136500         MOVE 'BELOW TGT ' TO WS-GATE-RESULT (WS-GATE-SUB)
136600         ADD 1 TO WS-BELOW-COUNT
136700         MOVE 8 TO WS-RC-CANDIDATE
136800         PERFORM 9900-RAISE-RETURN-CODE
136900             THRU 9900-RAISE-RETURN-CODE-EXIT
137000     ELSE
137100         MOVE 'OK        ' TO WS-GATE-RESULT (WS-GATE-SUB)
137200     END-IF.
137300     PERFORM 0485-WRITE-ONE-BREACH THRU 0485-WRITE-ONE-BREACH-EXIT
137400         VARYING WS-MISS-SUB FROM WS-GATE-MISS-FIRST BY 1
137500         UNTIL WS-MISS-SUB > WS-MISS-COUNT.
137600 0480-FINISH-GATE-EXIT.
137700     EXIT.

137800******************************************************************
137900*    0485-WRITE-ONE-BREACH                                       *
138000*    ONE MISSED NIGHT TO THE BREACH EXTRACT, CARRYING THE GATE'S *
138100*    MONTH COMPLIANCE AND TARGET.                                *
138200******************************************************************
138300 0485-WRITE-ONE-BREACH.
138400     MOVE SPACES TO CD-SLA-BREACH-RECORD.
138500     MOVE WS-REPORT-MONTH TO CD-SLAB-MONTH.
138600     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CD-SLAB-JOB-NAME.
138700     MOVE WS-GATE-CYCLE (WS-GATE-SUB) TO CD-SLAB-CYCLE-ID.
138800     MOVE WS-GATE-OWNER (WS-GATE-SUB) TO CD-SLAB-OWNER.
138900     MOVE WS-MISS-NIGHT (WS-MISS-SUB) TO CD-SLAB-NIGHT-DATE.
139000     MOVE WS-MISS-DEADLINE (WS-MISS-SUB) TO CD-SLAB-DEADLINE.
139100     MOVE WS-MISS-END (WS-MISS-SUB) TO CD-SLAB-ACTUAL-END.
139200     MOVE WS-MISS-LATE (WS-MISS-SUB) TO CD-SLAB-MINUTES-LATE.
139300     MOVE WS-MISS-CATEGORY (WS-MISS-SUB) TO CD-SLAB-CATEGORY.
139400     MOVE WS-MISS-REASON (WS-MISS-SUB) TO CD-SLAB-REASON.
139500     MOVE WS-GATE-PCT (WS-GATE-SUB) TO CD-SLAB-COMPLIANCE-PCT.
139600     MOVE WS-GATE-TARGET (WS-GATE-SUB) TO CD-SLAB-TARGET-PCT.
139700     IF WS-GATE-RESULT (WS-GATE-SUB) = 'BELOW TGT '
139800         MOVE 'Y' TO CD-SLAB-BELOW-TARGET
139900     ELSE
140000         MOVE 'N' TO CD-SLAB-BELOW-TARGET
140100     END-IF.
140200     WRITE CD-SLA-BREACH-RECORD.
140300     IF WS-BRCH-STATUS NOT = "00"
140400         DISPLAY "CDSLARPT - SLABRCH WRITE FAILED, STATUS="
140500                 WS-BRCH-STATUS
140600         MOVE 20 TO WS-RC-CANDIDATE
140700         PERFORM 9900-RAISE-RETURN-CODE
140800             THRU 9900-RAISE-RETURN-CODE-EXIT
140900         GO TO 0485-WRITE-ONE-BREACH-EXIT
141000     END-IF.
141100     ADD 1 TO WS-EXTRACT-COUNT.
141200 0485-WRITE-ONE-BREACH-EXIT.
141300     EXIT.

141400******************************************************************
141500*    0490-NIGHT-OF-TIMESTAMP                                     *
141600*    THE CYCLE NIGHT WS-TS-WORK FALLS IN, AS A DAY NUMBER - ITS  *
141700*    OWN DATE, OR THE DAY BEFORE WHEN IT IS EARLIER THAN THE     *
141800*    CYCLE OPENS.                                                *
141900******************************************************************
142000 0490-NIGHT-OF-TIMESTAMP.
142100     PERFORM 0495-TIMESTAMP-TO-SECS
142200         THRU 0495-TIMESTAMP-TO-SECS-EXIT.
142300     IF NOT TIMESTAMP-IS-VALID
142400         GO TO 0490-NIGHT-OF-TIMESTAMP-EXIT
142500     END-IF.
142600     MOVE WS-TS-DAY-NUM TO WS-TS-NIGHT-NUM.
142700     IF WS-TS-TIME-N < WS-OPEN-TIME
142800         SUBTRACT 1 FROM WS-TS-NIGHT-NUM
142900     END-IF.
143000 0490-NIGHT-OF-TIMESTAMP-EXIT.
143100     EXIT.

143200******************************************************************
143300*    0495-TIMESTAMP-TO-SECS                                      *
143400*    WS-TS-WORK (YYYYMMDD-HHMMSSCC) AS A DAY NUMBER AND AS       *
143500*    SECONDS. A BLANK OR DAMAGED TIMESTAMP IS FLAGGED NOT VALID. *
143600******************************************************************
143700 0495-TIMESTAMP-TO-SECS.
143800     MOVE 'N' TO WS-TS-SWITCH.
143900     IF WS-TS-DATE-X NOT NUMERIC OR WS-TS-TIME-X NOT NUMERIC
144000         GO TO 0495-TIMESTAMP-TO-SECS-EXIT
144100     END-IF.
144200     IF WS-TS-YYYY < 1900
144300        OR WS-TS-MO < 01 OR WS-TS-MO > 12
144400        OR WS-TS-DD < 01 OR WS-TS-DD > 31
144500        OR WS-TS-HH > 23 OR WS-TS-MI > 59 OR WS-TS-SS > 59
144600         GO TO 0495-TIMESTAMP-TO-SECS-EXIT
144700     END-IF.
144800     COMPUTE WS-TS-DAY-NUM =
144900         FUNCTION INTEGER-OF-DATE(WS-TS-DATE-N).
145000     COMPUTE WS-TS-SECS = WS-TS-DAY-NUM * 86400
145100         + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS.
145200     SET TIMESTAMP-IS-VALID TO TRUE.
145300 0495-TIMESTAMP-TO-SECS-EXIT.
145400     EXIT.

145500******************************************************************
145600*    0500-TALLY-ONE-OWNER                                        *
145700*    ONE GATE'S MONTH ADDED INTO ITS OWNER'S ENTRY.              *
145800******************************************************************
145900 0500-TALLY-ONE-OWNER.
146000     MOVE 'N' TO WS-FOUND-SWITCH.
146100     SET OWN-IDX TO 1.
146200     SEARCH WS-OWN-ENTRY
146300         AT END
146400             CONTINUE
146500         WHEN OWN-IDX > WS-OWN-COUNT
146600             CONTINUE
146700         WHEN WS-OWN-NAME (OWN-IDX) = WS-GATE-OWNER (WS-GATE-SUB)
146800             SET MATCH-WAS-FOUND TO TRUE
146900             SET WS-OWN-SUB TO OWN-IDX
147000     END-SEARCH.
147100     IF NOT MATCH-WAS-FOUND
147200         IF WS-OWN-COUNT NOT < WS-MAX-OWNERS
147300             PERFORM 9800-TABLE-OVERFLOW
147400                 THRU 9800-TABLE-OVERFLOW-EXIT
147500             GO TO 0500-TALLY-ONE-OWNER-EXIT
147600         END-IF
147700         ADD 1 TO WS-OWN-COUNT
147800         MOVE WS-OWN-COUNT TO WS-OWN-SUB
147900         MOVE WS-GATE-OWNER (WS-GATE-SUB)
148000             TO WS-OWN-NAME (WS-OWN-SUB)
148100         MOVE ZERO TO WS-OWN-GATES (WS-OWN-SUB)
148200                      WS-OWN-DUE (WS-OWN-SUB)
148300                      WS-OWN-MET (WS-OWN-SUB)
148400                      WS-OWN-BREACHED (WS-OWN-SUB)
148500                      WS-OWN-SKIPPED (WS-OWN-SUB)
148600                      WS-OWN-CANCELLED (WS-OWN-SUB)
148700                      WS-OWN-FAILED (WS-OWN-SUB)
148800                      WS-OWN-NO-RECORD (WS-OWN-SUB)
148900                      WS-OWN-MINS-LATE (WS-OWN-SUB)
149000                      WS-OWN-BELOW (WS-OWN-SUB)
149100     END-IF.
149200     ADD 1 TO WS-OWN-GATES (WS-OWN-SUB).
149300     ADD WS-GATE-DUE (WS-GATE-SUB) TO WS-OWN-DUE (WS-OWN-SUB).
149400     ADD WS-GATE-MET (WS-GATE-SUB) TO WS-OWN-MET (WS-OWN-SUB).
149500     ADD WS-GATE-BREACHED (WS-GATE-SUB)
149600         TO WS-OWN-BREACHED (WS-OWN-SUB).
149700     ADD WS-GATE-SKIPPED (WS-GATE-SUB)
149800         TO WS-OWN-SKIPPED (WS-OWN-SUB).
149900     ADD WS-GATE-CANCELLED (WS-GATE-SUB)
150000         TO WS-OWN-CANCELLED (WS-OWN-SUB).
150100     ADD WS-GATE-FAILED (WS-GATE-SUB)
150200         TO WS-OWN-FAILED (WS-OWN-SUB).
150300     ADD WS-GATE-NO-RECORD (WS-GATE-SUB)
150400         TO WS-OWN-NO-RECORD (WS-OWN-SUB).
150500     ADD WS-GATE-MINS-LATE (WS-GATE-SUB)
150600         TO WS-OWN-MINS-LATE (WS-OWN-SUB).
150700     IF WS-GATE-RESULT (WS-GATE-SUB) = 'BELOW TGT '
150800         ADD 1 TO WS-OWN-BELOW (WS-OWN-SUB)
150900     END-IF.
151000 0500-TALLY-ONE-OWNER-EXIT.
151100     EXIT.

151200******************************************************************
151300*    0520-RANK-ONE-OWNER                                         *
151400*    INSERTION INTO THE OWNER PRINT LIST, IN NAME ORDER.         *
151500******************************************************************
151600 0520-RANK-ONE-OWNER.
151700     MOVE WS-OWN-RANK-COUNT TO WS-INS-SUB.
151800     ADD 1 TO WS-OWN-RANK-COUNT.
151900     MOVE 'N' TO WS-SHIFT-DONE-SWITCH.
152000     IF WS-INS-SUB = ZERO
152100         SET SORT-SHIFT-DONE TO TRUE
152200     END-IF.
152300     PERFORM 0530-SHIFT-ONE-OWNER THRU 0530-SHIFT-ONE-OWNER-EXIT
152400         UNTIL SORT-SHIFT-DONE.
152500     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
152600     MOVE WS-OWN-SUB TO WS-OWN-RANK-SUB (WS-SHIFT-SUB).
152700 0520-RANK-ONE-OWNER-EXIT.
152800     EXIT.

152900******************************************************************
153000*    0530-SHIFT-ONE-OWNER                                        *
153100*    ONE STEP OF THE INSERTION - SLIDE A LATER NAME DOWN ONE     *
153200*    SLOT, STOPPING AT THE FRONT OF THE LIST OR AT THE FIRST     *
153300*    NAME THAT SORTS AHEAD OF THE ONE BEING PLACED.              *
153400******************************************************************
153500 0530-SHIFT-ONE-OWNER.
153600     MOVE WS-OWN-RANK-SUB (WS-INS-SUB) TO WS-CMP-SUB.
153700     IF WS-OWN-NAME (WS-CMP-SUB) NOT > WS-OWN-NAME (WS-OWN-SUB)
153800         SET SORT-SHIFT-DONE TO TRUE
153900         GO TO 0530-SHIFT-ONE-OWNER-EXIT
154000     END-IF.
154100     COMPUTE WS-SHIFT-SUB = WS-INS-SUB + 1.
154200     MOVE WS-CMP-SUB TO WS-OWN-RANK-SUB (WS-SHIFT-SUB).
154300     SUBTRACT 1 FROM WS-INS-SUB.
154400     IF WS-INS-SUB = ZERO
154500         SET SORT-SHIFT-DONE TO TRUE
154600     END-IF.
154700 0530-SHIFT-ONE-OWNER-EXIT.
154800     EXIT.

154900******************************************************************
155000*    0600-PRINT-GATES                                            *
155100*    ONE LINE PER SLA GATE - THE MONTH'S NIGHTS AND COMPLIANCE.  *
155200******************************************************************
155300 0600-PRINT-GATES.
155400     MOVE SPACES TO SRP-SECTION-LINE.
155500     MOVE 'COMPLIANCE BY GATE ---------------------------------'
155600         TO SRP-SEC-TITLE.
155700     MOVE SRP-GATE-HEADING TO WS-COLUMN-HEADING.
155800     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
155900     PERFORM 0610-PRINT-ONE-GATE THRU 0610-PRINT-ONE-GATE-EXIT
156000         VARYING WS-GATE-SUB FROM 1 BY 1
156100         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
156200     IF WS-GATE-COUNT = ZERO
156300         MOVE 'NO SLA COMMITMENTS ON FILE' TO SRP-NOTE-TEXT
156400         MOVE SRP-NOTE-LINE TO WS-PRINT-LINE
156500         PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT
156600     END-IF.
156700 0600-PRINT-GATES-EXIT.
156800     EXIT.

156900******************************************************************
157000*    0610-PRINT-ONE-GATE                                         *
157100******************************************************************
157200 0610-PRINT-ONE-GATE.
157300     MOVE WS-GATE-JOB (WS-GATE-SUB) TO SRP-G-JOB.
157400     MOVE WS-GATE-CYCLE (WS-GATE-SUB) TO SRP-G-CYCLE.
157500     MOVE WS-GATE-DUE-TIME (WS-GATE-SUB) TO WS-DUE-TIME-WK.
157600     MOVE SPACES TO SRP-G-DUE-BY.
157700     STRING WS-DUE-HH DELIMITED BY SIZE
157800            ':' DELIMITED BY SIZE
157900            WS-DUE-MI DELIMITED BY SIZE
158000            ':' DELIMITED BY SIZE
158100            WS-DUE-SS DELIMITED BY SIZE
158200         INTO SRP-G-DUE-BY.
158300     MOVE WS-GATE-OWNER (WS-GATE-SUB) TO SRP-G-OWNER.
158400     MOVE WS-GATE-DUE (WS-GATE-SUB) TO SRP-G-DUE.
158500     MOVE WS-GATE-MET (WS-GATE-SUB) TO SRP-G-MET.
158600     MOVE WS-GATE-BREACHED (WS-GATE-SUB) TO SRP-G-BREACHED.
158700     MOVE WS-GATE-MINS-LATE (WS-GATE-SUB) TO SRP-G-MINS-LATE.
158800     MOVE WS-GATE-MAX-LATE (WS-GATE-SUB) TO SRP-G-MAX-LATE.
158900     MOVE WS-GATE-SKIPPED (WS-GATE-SUB) TO SRP-G-SKIPPED.
159000     MOVE WS-GATE-CANCELLED (WS-GATE-SUB) TO SRP-G-CANCELLED.
159100     MOVE WS-GATE-FAILED (WS-GATE-SUB) TO SRP-G-FAILED.
159200     MOVE WS-GATE-NO-RECORD (WS-GATE-SUB) TO SRP-G-NO-RECORD.
159300     MOVE WS-GATE-PENDING (WS-GATE-SUB) TO SRP-G-PENDING.
159400     MOVE WS-GATE-PCT (WS-GATE-SUB) TO SRP-G-PCT.
159500     MOVE WS-GATE-TARGET (WS-GATE-SUB) TO SRP-G-TARGET.
159600     MOVE WS-GATE-RESULT (WS-GATE-SUB) TO SRP-G-RESULT.
159700     MOVE SRP-GATE-LINE TO WS-PRINT-LINE.
159800     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
159900 0610-PRINT-ONE-GATE-EXIT.
160000     EXIT.

160100******************************************************************
160200*    0650-PRINT-MISSES                                           *
160300*    EVERY DUE NIGHT NOT MET - THE SAME NIGHTS AS THE BREACH     *
160400*    EXTRACT.                                                    *
160500******************************************************************
160600 0650-PRINT-MISSES.
160700     MOVE SPACES TO SRP-SECTION-LINE.
160800     MOVE 'MISSED NIGHTS --------------------------------------'
160900         TO SRP-SEC-TITLE.
161000     MOVE SRP-MISS-HEADING TO WS-COLUMN-HEADING.
161100     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
161200     PERFORM 0660-PRINT-ONE-MISS THRU 0660-PRINT-ONE-MISS-EXIT
161300         VARYING WS-MISS-SUB FROM 1 BY 1
161400         UNTIL WS-MISS-SUB > WS-MISS-COUNT.
161500     IF WS-MISS-COUNT = ZERO
161600         MOVE 'EVERY JUDGED NIGHT MET ITS SLA' TO SRP-NOTE-TEXT
161700         MOVE SRP-NOTE-LINE TO WS-PRINT-LINE
161800         PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT
161900     END-IF.
162000 0650-PRINT-MISSES-EXIT.
162100     EXIT.

162200******************************************************************
162300*    0660-PRINT-ONE-MISS                                         *
162400******************************************************************
162500 0660-PRINT-ONE-MISS.
162600     MOVE WS-MISS-GATE-SUB (WS-MISS-SUB) TO WS-GATE-SUB.
162700     MOVE WS-GATE-JOB (WS-GATE-SUB) TO SRP-M-JOB.
162800     MOVE WS-GATE-CYCLE (WS-GATE-SUB) TO SRP-M-CYCLE.
162900     MOVE WS-GATE-OWNER (WS-GATE-SUB) TO SRP-M-OWNER.
163000     MOVE WS-MISS-NIGHT (WS-MISS-SUB) TO SRP-M-NIGHT.
163100     MOVE WS-MISS-DEADLINE (WS-MISS-SUB) TO WS-TS-WORK.
163200     PERFORM 0670-FORMAT-TIMESTAMP
163300         THRU 0670-FORMAT-TIMESTAMP-EXIT.
163400     MOVE WS-PRINT-TS TO SRP-M-DEADLINE.
163500     MOVE WS-MISS-END (WS-MISS-SUB) TO WS-TS-WORK.
163600     PERFORM 0670-FORMAT-TIMESTAMP
163700         THRU 0670-FORMAT-TIMESTAMP-EXIT.
163800     MOVE WS-PRINT-TS TO SRP-M-END.
163900     MOVE WS-MISS-LATE (WS-MISS-SUB) TO SRP-M-LATE.
164000     MOVE WS-MISS-CATEGORY (WS-MISS-SUB) TO SRP-M-CATEGORY.
164100     MOVE WS-MISS-REASON (WS-MISS-SUB) TO SRP-M-REASON.
164200     MOVE SRP-MISS-LINE TO WS-PRINT-LINE.
164300     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
164400 0660-PRINT-ONE-MISS-EXIT.
164500     EXIT.

164600******************************************************************
164700*    0670-FORMAT-TIMESTAMP                                       *
164800*    WS-TS-WORK AS YYYYMMDD HH:MM:SS FOR PRINTING; BLANK STAYS   *
164900*    BLANK.                                                      *
165000******************************************************************
165100 0670-FORMAT-TIMESTAMP.
165200     MOVE SPACES TO WS-PRINT-TS.
165300     IF WS-TS-WORK = SPACES
165400         GO TO 0670-FORMAT-TIMESTAMP-EXIT
165500     END-IF.
165600     STRING WS-TS-WORK(1:8) DELIMITED BY SIZE
165700            ' ' DELIMITED BY SIZE
165800            WS-TS-WORK(10:2) DELIMITED BY SIZE
165900            ':' DELIMITED BY SIZE
166000            WS-TS-WORK(12:2) DELIMITED BY SIZE
166100            ':' DELIMITED BY SIZE
166200            WS-TS-WORK(14:2) DELIMITED BY SIZE
166300         INTO WS-PRINT-TS.
166400 0670-FORMAT-TIMESTAMP-EXIT.
166500     EXIT.

166600******************************************************************
166700*    0700-PRINT-OWNERS                                           *
166800*    THE SAME FIGURES PER BUSINESS OWNER, IN NAME ORDER.         *
166900******************************************************************
167000 0700-PRINT-OWNERS.
167100     MOVE SPACES TO SRP-SECTION-LINE.
167200     MOVE 'COMPLIANCE BY BUSINESS OWNER -----------------------'
167300         TO SRP-SEC-TITLE.
167400     MOVE SRP-OWNER-HEADING TO WS-COLUMN-HEADING.
167500     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
167600     PERFORM 0710-PRINT-ONE-OWNER THRU 0710-PRINT-ONE-OWNER-EXIT
167700         VARYING WS-RANK-NO FROM 1 BY 1
167800         UNTIL WS-RANK-NO > WS-OWN-RANK-COUNT.
167900 0700-PRINT-OWNERS-EXIT.
168000     EXIT.

168100******************************************************************
168200*    0710-PRINT-ONE-OWNER                                        *
168300******************************************************************
168400 0710-PRINT-ONE-OWNER.
168500     MOVE WS-OWN-RANK-SUB (WS-RANK-NO) TO WS-OWN-SUB.
168600     MOVE WS-OWN-NAME (WS-OWN-SUB) TO SRP-O-OWNER.
168700     MOVE WS-OWN-GATES (WS-OWN-SUB) TO SRP-O-GATES.
168800     MOVE WS-OWN-DUE (WS-OWN-SUB) TO SRP-O-DUE.
168900     MOVE WS-OWN-MET (WS-OWN-SUB) TO SRP-O-MET.
169000     MOVE WS-OWN-BREACHED (WS-OWN-SUB) TO SRP-O-BREACHED.
169100     MOVE WS-OWN-MINS-LATE (WS-OWN-SUB) TO SRP-O-MINS-LATE.
169200     MOVE WS-OWN-SKIPPED (WS-OWN-SUB) TO SRP-O-SKIPPED.
169300     MOVE WS-OWN-CANCELLED (WS-OWN-SUB) TO SRP-O-CANCELLED.
169400     MOVE WS-OWN-FAILED (WS-OWN-SUB) TO SRP-O-FAILED.
169500     MOVE WS-OWN-NO-RECORD (WS-OWN-SUB) TO SRP-O-NO-RECORD.
169600     MOVE ZERO TO SRP-O-PCT.
169700     IF WS-OWN-DUE (WS-OWN-SUB) > ZERO
169800         COMPUTE SRP-O-PCT ROUNDED =
169900             WS-OWN-MET (WS-OWN-SUB) * 100
170000             / WS-OWN-DUE (WS-OWN-SUB)
170100     END-IF.
170200     MOVE WS-OWN-BELOW (WS-OWN-SUB) TO SRP-O-BELOW.
170300     MOVE SRP-OWNER-LINE TO WS-PRINT-LINE.
170400     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
170500 0710-PRINT-ONE-OWNER-EXIT.
170600     EXIT.

170700******************************************************************
170800*    0750-PRINT-TOTALS                                           *
170900******************************************************************
171000 0750-PRINT-TOTALS.
171100     MOVE SPACES TO SRP-SECTION-LINE.
171200     MOVE 'RUN TOTALS -----------------------------------------'
171300         TO SRP-SEC-TITLE.
171400     MOVE SPACES TO WS-COLUMN-HEADING.
171500     PERFORM 0800-START-SECTION THRU 0800-START-SECTION-EXIT.
171600     COMPUTE WS-TOT-MISSED = WS-TOT-DUE - WS-TOT-MET.
171700     MOVE 'SLA GATES' TO SRP-TOT-LABEL.
171800     MOVE WS-GATE-COUNT TO SRP-TOT-VALUE.
171900     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
172000     MOVE 'GATES NOT ON CONTROL FILE' TO SRP-TOT-LABEL.
172100     MOVE WS-NOCTL-COUNT TO SRP-TOT-VALUE.
172200     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
172300     MOVE 'GATES BELOW TARGET' TO SRP-TOT-LABEL.
172400     MOVE WS-BELOW-COUNT TO SRP-TOT-VALUE.
172500     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
172600     MOVE 'GATE-NIGHTS DUE AND JUDGED' TO SRP-TOT-LABEL.
172700     MOVE WS-TOT-DUE TO SRP-TOT-VALUE.
172800     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
172900     MOVE 'GATE-NIGHTS MET' TO SRP-TOT-LABEL.
173000     MOVE WS-TOT-MET TO SRP-TOT-VALUE.
173100     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
173200     MOVE 'GATE-NIGHTS MISSED' TO SRP-TOT-LABEL.
173300     MOVE WS-TOT-MISSED TO SRP-TOT-VALUE.
173400     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
173500     MOVE 'GATE-NIGHTS PENDING DEADLINE' TO SRP-TOT-LABEL.
173600     MOVE WS-TOT-PENDING TO SRP-TOT-VALUE.
173700     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
173800     MOVE 'BREACH RECORDS EXTRACTED' TO SRP-TOT-LABEL.
173900     MOVE WS-EXTRACT-COUNT TO SRP-TOT-VALUE.
174000     PERFORM 0760-WRITE-TOTAL THRU 0760-WRITE-TOTAL-EXIT.
174100     MOVE ZERO TO WS-TOT-PCT.
174200     IF WS-TOT-DUE > ZERO
174300         COMPUTE WS-TOT-PCT ROUNDED =
174400             WS-TOT-MET * 100 / WS-TOT-DUE
174500     END-IF.
174600     MOVE 'OVERALL COMPLIANCE PERCENT' TO SRP-PCT-LABEL.
174700     MOVE WS-TOT-PCT TO SRP-PCT-VALUE.
174800     MOVE SRP-PCT-LINE TO WS-PRINT-LINE.
174900     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
175000     IF WS-BELOW-COUNT > ZERO
175100         MOVE WS-BELOW-COUNT TO WS-DISPLAY-COUNT
175200         DISPLAY "CDSLARPT - " WS-DISPLAY-COUNT
175300                 " GATE(S) BELOW SLA TARGET FOR " WS-REPORT-MONTH
175400                 " - SEE SLARPT"
175500     END-IF.
175600 0750-PRINT-TOTALS-EXIT.
175700     EXIT.

175800******************************************************************
175900*    0760-WRITE-TOTAL                                            *
176000******************************************************************
176100 0760-WRITE-TOTAL.
176200     MOVE SRP-TOTAL-LINE TO WS-PRINT-LINE.
176300     PERFORM 0820-WRITE-LINE THRU 0820-WRITE-LINE-EXIT.
176400 0760-WRITE-TOTAL-EXIT.
176500     EXIT.

176600******************************************************************
176700*    0800-START-SECTION                                          *
176800*    EACH SECTION STARTS WITH A BLANK LINE, ITS TITLE AND ITS    *
176900*    COLUMN HEADING, ON A NEW PAGE WHEN FEWER THAN SIX LINES ARE *
177000*    LEFT ON THIS ONE.                                           *
177100******************************************************************
177200 0800-START-SECTION.
177300     IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
177400         PERFORM 0810-WRITE-HEADINGS THRU 0810-WRITE-HEADINGS-EXIT
177500     END-IF.
177600     WRITE SLA-REPORT-RECORD FROM SRP-SECTION-LINE
177700         AFTER ADVANCING 2 LINES.
177800     ADD 2 TO WS-LINE-COUNT.
177900     IF WS-COLUMN-HEADING NOT = SPACES
178000         WRITE SLA-REPORT-RECORD FROM WS-COLUMN-HEADING
178100             AFTER ADVANCING 1 LINE
178200         ADD 1 TO WS-LINE-COUNT
178300     END-IF.
178400 0800-START-SECTION-EXIT.
178500     EXIT.

178600******************************************************************
178700*    0810-WRITE-HEADINGS                                         *
178800******************************************************************
178900 0810-WRITE-HEADINGS.
179000     ADD 1 TO WS-PAGE-COUNT.
179100     MOVE WS-PAGE-COUNT TO SRP-H1-PAGE.
179200     IF WS-PAGE-COUNT = 1
179300         WRITE SLA-REPORT-RECORD FROM SRP-HEADING-1
179400             AFTER ADVANCING 1 LINE
179500     ELSE
179600         WRITE SLA-REPORT-RECORD FROM SRP-HEADING-1
179700             AFTER ADVANCING PAGE
179800     END-IF.
179900     WRITE SLA-REPORT-RECORD FROM SRP-HEADING-2
180000         AFTER ADVANCING 2 LINES.
180100     MOVE SPACES TO SLA-REPORT-RECORD.
180200     WRITE SLA-REPORT-RECORD AFTER ADVANCING 1 LINE.
180300     MOVE 4 TO WS-LINE-COUNT.
180400 0810-WRITE-HEADINGS-EXIT.
180500     EXIT.

180600******************************************************************
180700*    0820-WRITE-LINE                                             *
180800*    WRITES WS-PRINT-LINE, STARTING A NEW PAGE - AND REPEATING   *
180900*    THE SECTION'S COLUMN HEADING - WHEN THIS ONE IS FULL.       *
181000******************************************************************
181100 0820-WRITE-LINE.
181200     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
181300         PERFORM 0810-WRITE-HEADINGS THRU 0810-WRITE-HEADINGS-EXIT
181400         IF WS-COLUMN-HEADING NOT = SPACES
181500             WRITE SLA-REPORT-RECORD FROM WS-COLUMN-HEADING
181600                 AFTER ADVANCING 1 LINE
181700             ADD 1 TO WS-LINE-COUNT
181800         END-IF
181900     END-IF.
182000     WRITE SLA-REPORT-RECORD FROM WS-PRINT-LINE
182100         AFTER ADVANCING 1 LINE.
182200     ADD 1 TO WS-LINE-COUNT.
182300 0820-WRITE-LINE-EXIT.
182400     EXIT.

182500******************************************************************
182600*    0900-STOP-RUN                                               *
182700******************************************************************
182800 0900-STOP-RUN.
182900     IF SLA-MASTER-WAS-OPENED
183000         CLOSE SLA-MASTER
183100     END-IF.
183200     IF HISTORY-WAS-OPENED
183300         CLOSE HISTORY-MASTER
183400     END-IF.
183500     IF STATUS-MASTER-WAS-OPENED
183600         CLOSE STATUS-FILE
183700     END-IF.
183800     IF REPORT-WAS-OPENED
183900         CLOSE SLA-REPORT
184000     END-IF.
184100     IF BREACH-FILE-WAS-OPENED
184200         CLOSE BREACH-FILE
184300     END-IF.
184400     MOVE WS-RETURN-CODE TO RETURN-CODE.
184500     STOP RUN.
184600 0900-STOP-RUN-EXIT.
184700     EXIT.

184800******************************************************************
184900*    9800-TABLE-OVERFLOW                                         *
185000******************************************************************
185100 9800-TABLE-OVERFLOW.
185200     DISPLAY "CDSLARPT - A CONTROL, GATE, OWNER OR MISSED-NIGHT "
185300             "TABLE IS FULL - REPORT INCOMPLETE".
185400     MOVE 20 TO WS-RC-CANDIDATE.
185500     PERFORM 9900-RAISE-RETURN-CODE
185600         THRU 9900-RAISE-RETURN-CODE-EXIT.
185700 9800-TABLE-OVERFLOW-EXIT.
185800     EXIT.

185900******************************************************************
186000*    9900-RAISE-RETURN-CODE                                      *
186100*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
186200*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
186300*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
186400******************************************************************
186500 9900-RAISE-RETURN-CODE.
186600     IF WS-RC-CANDIDATE > WS-RETURN-CODE
186700         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
186800     END-IF.
186900 9900-RAISE-RETURN-CODE-EXIT.
187000     EXIT.

187100  END PROGRAM CDSLARPT.
