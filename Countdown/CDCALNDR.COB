000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program prints the forward run calendar of the                        *
000600*     NIGHTLY GATE CONTROL FILE (CDCTL LAYOUT). EVERY DATE IN THE                *
000700*     REQUESTED RANGE IS PUT THROUGH CDSCHED FOR EVERY GATE OF                   *
000800*     THE CYCLE, WITH THE CALFILE BANK HOLIDAYS, EXACTLY AS THE                  *
000900*     BATCH DRIVER WILL ON THE NIGHT. IT PRINTS A GATE-BY-DATE                   *
001000*     GRID PER MONTH, DAILY GATE COUNTS AND GATE SECONDS, THE                    *
001100*     DATES WHERE A GATE IS DUE BUT ITS PREDECESSOR IS NOT (THE                  *
001200*     DRIVER WILL HOLD THE GATE), AND THE ENTRIES THAT NEVER RUN                 *
001300*     IN THE RANGE - EXPIRED, NOT YET EFFECTIVE, A DOW MASK THAT                 *
001400*     ONLY HITS HOLIDAYS, OR A PREDECESSOR OUTSIDE THE CYCLE.                    *
001500*     FINDINGS END WITH RC 4, A BAD PARM WITH RC 16, AN I/O                      *
001600*     FAILURE WITH RC 20.                                                        *
001700*                                                                                *
001800*     MODIFICATION HISTORY                                                       *
001900*     ----------------------------------------------------------------------     *
002000*     DATE         INIT   DESCRIPTION                                            *
002100*     10/15/2026   GN     INITIAL VERSION.                                       *
002200**********************************************************************************

002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CDCALNDR.
002500 AUTHOR. GIANNIS NOUTSIS.
002600 INSTALLATION. OPERATIONS BATCH UTILITIES.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.

002900******************************************************************
003000*    PARM / SYSIN FORMAT                                         *
003100*    -------------------------------------------------------     *
003200*    POSITIONS 1-8   FIRST DATE, YYYYMMDD (DEFAULT TODAY)        *
003300*    POSITION 9      BLANK                                       *
003400*    POSITIONS 10-17 LAST DATE, YYYYMMDD (DEFAULT A YEAR AHEAD   *
003500*                    - FIRST DATE PLUS 364 DAYS). AT MOST 366    *
003600*                    DATES PER RUN                               *
003700*    POSITION 18     BLANK                                       *
003800*    POSITION 19     CYCLE ID - N = NIGHTLY (DEFAULT),           *
003900*                    I = INTRADAY. ONLY THAT CYCLE'S GATES ARE   *
004000*                    CALENDARED, AS THE DRIVER WOULD LOAD THEM   *
004100*    EXAMPLES:  "20261101 20270131"   THE COMING QUARTER         *
004200*               "20261101          I" INTRADAY, A YEAR AHEAD     *
004300*               " "                   NIGHTLY, A YEAR FROM TODAY *
004400******************************************************************

004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.

004800     SELECT CONTROL-FILE ASSIGN TO CTLFILE
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CTL-STATUS.

005100     SELECT HOLIDAY-FILE ASSIGN TO CALFILE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CAL-STATUS.

005400     SELECT CALENDAR-REPORT ASSIGN TO CALRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.

005700     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SYSIN-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.

006200 FD  CONTROL-FILE.
006300     COPY CDCTL.

006400 FD  HOLIDAY-FILE.
006500     COPY CDHOL.

006600 FD  CALENDAR-REPORT.
006700 01  CAL-RECORD                      PIC X(132).

006800 FD  SYSIN-CARD-FILE.
006900 01  SYSIN-CARD-RECORD               PIC X(80).

007000 WORKING-STORAGE SECTION.

007100******************************************************************
007200*    FILE STATUS FIELDS                                          *
007300******************************************************************
007400 01  WS-FILE-STATUS-FIELDS.
007500     05  WS-CTL-STATUS               PIC X(02) VALUE "00".
007600     05  WS-CAL-STATUS               PIC X(02) VALUE "00".
007700     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
007800     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".

007900******************************************************************
008000*    PROGRAM SWITCHES                                            *
008100******************************************************************
008200 01  WS-PROGRAM-SWITCHES.
008300     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
008400         88  END-OF-CONTROL-FILE             VALUE 'Y'.
008500     05  WS-HOL-EOF-SWITCH           PIC X(01) VALUE 'N'.
008600         88  END-OF-HOLIDAY-FILE             VALUE 'Y'.
008700     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
008800         88  CAL-CAN-RUN                      VALUE 'Y'.
008900         88  CAL-CANNOT-RUN                   VALUE 'N'.
009000     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009100         88  REPORT-WAS-OPENED                VALUE 'Y'.
009200     05  WS-DATE-SWITCH              PIC X(01) VALUE 'N'.
009300         88  DATE-IS-VALID                    VALUE 'Y'.
009400     05  WS-MARK-SWITCH              PIC X(01) VALUE 'N'.
009500         88  MARK-WAS-MADE                    VALUE 'Y'.
009600     05  WS-BLOCK-SWITCH             PIC X(01) VALUE 'N'.
009700         88  BLOCK-END-FOUND                  VALUE 'Y'.

009800******************************************************************
009900*    RETURN CODE                                                 *
010000******************************************************************
010100 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
010200 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

010300******************************************************************
010400*    CYCLE FIELDS                                                *
010500*    THE CYCLE BEING CALENDARED. A BLANK CYCLE ID ON A CONTROL   *
010600*    ENTRY MEANS NIGHTLY, AS IT DOES FOR THE DRIVER.             *
010700******************************************************************
010800 01  WS-CYCLE-FIELDS.
010900     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
011000         88  NIGHTLY-CYCLE                    VALUE 'N'.
011100         88  INTRADAY-CYCLE                   VALUE 'I'.

011200******************************************************************
011300*    GATE TABLE                                                  *
011400*    ONE ENTRY PER GATE IN THE CYCLE. WS-GATE-DAYS HOLDS ONE     *
011500*    BYTE PER DATE IN THE RANGE, AS PRINTED ON THE GRID: X =     *
011600*    DUE, . = NOT DUE, H = WOULD BE DUE BUT THE DATE IS A BANK   *
011700*    HOLIDAY, * = DUE BUT ITS PREDECESSOR IS NOT, SO THE DRIVER  *
011800*    HOLDS IT.                                                   *
011900******************************************************************
012000 77  WS-MAX-GATES                    PIC 9(03) VALUE 500.

012100 01  WS-GATE-TABLE.
012200     05  WS-GATE-COUNT               PIC 9(03) COMP VALUE ZERO.
012300     05  WS-GATE-ENTRY OCCURS 500 TIMES INDEXED BY GATE-IDX.
012400         10  WS-GATE-JOB             PIC X(08).
012500         10  WS-GATE-PRED            PIC X(08).
012600         10  WS-GATE-LEN             PIC 9(05).
012700         10  WS-GATE-PRED-SUB        PIC 9(03) COMP.
012800         10  WS-GATE-DUE-DAYS        PIC 9(03) COMP.
012900         10  WS-GATE-HELD-DAYS       PIC 9(03) COMP.
013000         10  WS-GATE-HOL-DAYS        PIC 9(03) COMP.
013100         10  WS-GATE-EFF-FROM        PIC 9(08).
013200         10  WS-GATE-EFF-TO          PIC 9(08).
013300         10  WS-GATE-REASON          PIC X(30).
013400         10  WS-GATE-IMAGE           PIC X(80).
013500         10  WS-GATE-DAYS            PIC X(366).

013600******************************************************************
013700*    DAY TABLE                                                   *
013800*    ONE ENTRY PER DATE IN THE RANGE - THE RUN-DATE FACTS        *
013900*    CDSCHED IS GIVEN, AND THE DAY'S TOTALS.                     *
014000******************************************************************
014100 77  WS-MAX-DAYS                     PIC 9(03) VALUE 366.

014200 01  WS-DAY-TABLE.
014300     05  WS-DAY-COUNT                PIC 9(03) COMP VALUE ZERO.
014400     05  WS-DAY-ENTRY OCCURS 366 TIMES.
014500         10  WS-DAY-DATE             PIC 9(08).
014600         10  WS-DAY-DATE-SPLIT REDEFINES WS-DAY-DATE.
014700             15  WS-DAY-YYYYMM       PIC X(06).
014800             15  WS-DAY-DD           PIC 9(02).
014900         10  WS-DAY-DOW              PIC 9(01).
015000         10  WS-DAY-ME               PIC X(01).
015100         10  WS-DAY-HOL              PIC X(01).
015200         10  WS-DAY-GATES            PIC 9(03) COMP.
015300         10  WS-DAY-HELD             PIC 9(03) COMP.
015400         10  WS-DAY-SECS             PIC 9(07) COMP.

015500 77  WS-MAX-HOLIDAYS                 PIC 9(03) VALUE 100.

015600 01  WS-HOLIDAY-TABLE.
015700     05  WS-HOL-COUNT                PIC 9(03) COMP VALUE ZERO.
015800     05  WS-HOL-ENTRY OCCURS 100 TIMES INDEXED BY HOL-IDX.
015900         10  WS-HOL-DATE             PIC 9(08).

016000 01  WS-DOW-NAMES-AREA.
016100     05  WS-DOW-NAMES                PIC X(14)
016200         VALUE 'MOTUWETHFRSASU'.
016300     05  WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAMES.
016400         10  WS-DOW-NAME             PIC X(02) OCCURS 7 TIMES.

016500 01  WS-SUBSCRIPTS.
016600     05  WS-GATE-SUB                 PIC 9(03) COMP VALUE ZERO.
016700     05  WS-PRED-SUB                 PIC 9(03) COMP VALUE ZERO.
016800     05  WS-DAY-SUB                  PIC 9(03) COMP VALUE ZERO.
016900     05  WS-NEXT-SUB                 PIC 9(03) COMP VALUE ZERO.
017000     05  WS-BLK-START                PIC 9(03) COMP VALUE ZERO.
017100     05  WS-BLK-END                  PIC 9(03) COMP VALUE ZERO.
017200     05  WS-COL                      PIC 9(03) COMP VALUE ZERO.

017300******************************************************************
017400*    SCHEDULE WORK FIELDS                                        *
017500******************************************************************
017600 01  WS-SCHEDULE-WORK-FIELDS.
017700     05  WS-FIRST-DAY-NUM            PIC S9(08) VALUE ZERO.
017800     05  WS-LAST-DAY-NUM             PIC S9(08) VALUE ZERO.
017900     05  WS-RUN-DAY-NUM              PIC S9(08) VALUE ZERO.
018000     05  WS-DAY-WORK                 PIC S9(08) VALUE ZERO.
018100     05  WS-DAY-QUOT                 PIC S9(08) VALUE ZERO.
018200     05  WS-DAY-REM                  PIC 9(01)  VALUE ZERO.
018300     05  WS-NEXT-DAY-DATE            PIC 9(08)  VALUE ZERO.
018400     05  WS-NEXT-DAY-SPLIT REDEFINES WS-NEXT-DAY-DATE.
018500         10  WS-NEXT-DAY-YYYY        PIC 9(04).
018600         10  WS-NEXT-DAY-MM          PIC 9(02).
018700         10  WS-NEXT-DAY-DD          PIC 9(02).
018800     05  WS-BLK-YYYYMM               PIC X(06)  VALUE SPACES.
018900     05  WS-HOLD-CHAR                PIC X(01)  VALUE SPACE.
019000     05  WS-PRED-CHAR                PIC X(01)  VALUE SPACE.

019100     COPY CDSCHPM.

019200******************************************************************
019300*    PARM AND DATE FIELDS                                        *
019400******************************************************************
019500 01  WS-PARM-FIELDS.
019600     05  WS-PARM-DATA                PIC X(80).
019700     05  WS-PARM-FIRST-X             PIC X(08) VALUE SPACES.
019800     05  WS-PARM-LAST-X              PIC X(08) VALUE SPACES.

019900 01  WS-DATE-FIELDS.
020000     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
020100     05  WS-FIRST-DATE               PIC 9(08) VALUE ZERO.
020200     05  WS-LAST-DATE                PIC 9(08) VALUE ZERO.
020300     05  WS-CHECK-DATE-X             PIC X(08) VALUE SPACES.
020400     05  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE-X.
020500         10  WS-CHECK-YYYY           PIC 9(04).
020600         10  WS-CHECK-MM             PIC 9(02).
020700         10  WS-CHECK-DD             PIC 9(02).
020702     05  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
020704     05  WS-LEAP-REM                 PIC 9(03) VALUE ZERO.
020706     05  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
020708         88  YEAR-IS-LEAP                     VALUE 'Y'.

020800******************************************************************
020900*    COUNTERS                                                    *
021000******************************************************************
021100 01  WS-CAL-COUNTERS.
021200     05  WS-OFFCYCLE-COUNT           PIC 9(05) COMP VALUE ZERO.
021300     05  WS-RANGE-HOL-COUNT          PIC 9(05) COMP VALUE ZERO.
021400     05  WS-GATE-NIGHTS              PIC 9(07) COMP VALUE ZERO.
021500     05  WS-HELD-NIGHTS              PIC 9(07) COMP VALUE ZERO.
021600     05  WS-NEVER-COUNT              PIC 9(05) COMP VALUE ZERO.
021700     05  WS-CONFLICT-COUNT           PIC 9(07) COMP VALUE ZERO.
021800     05  WS-TOTAL-SECS               PIC 9(09) COMP VALUE ZERO.
021900     05  WS-DISPLAY-COUNT            PIC ZZZZ9.

022000******************************************************************
022100*    REPORT LINE LAYOUTS                                         *
022200******************************************************************
022300 01  CAL-HEADING-1.
022400     05  FILLER                      PIC X(44)
022500         VALUE 'COUNTDOWN YEAR-AHEAD GATE CALENDAR'.
022600     05  FILLER                      PIC X(10)
022700         VALUE 'RUN DATE: '.
022800     05  CAL-H1-DATE                 PIC 9(08).
022900     05  FILLER                      PIC X(70) VALUE SPACES.

023000 01  CAL-HEADING-2.
023100     05  FILLER                      PIC X(06) VALUE 'DATES '.
023200     05  CAL-H2-FIRST                PIC 9(08).
023300     05  FILLER                      PIC X(04) VALUE ' TO '.
023400     05  CAL-H2-LAST                 PIC 9(08).
023500     05  FILLER                      PIC X(08) VALUE '  CYCLE '.
023600     05  CAL-H2-CYCLE                PIC X(01).
023700     05  FILLER                      PIC X(97) VALUE SPACES.

023800 01  CAL-SECTION-LINE.
023900     05  CAL-SECTION-TITLE           PIC X(52).
024000     05  FILLER                      PIC X(80) VALUE SPACES.

024100 01  CAL-LEGEND-LINE.
024200     05  FILLER                      PIC X(24) VALUE
024300         'X = DUE   . = NOT DUE   '.
024400     05  FILLER                      PIC X(27) VALUE
024500         'H = DUE BUT BANK HOLIDAY   '.
024600     05  FILLER                      PIC X(50) VALUE
024700         '* = DUE BUT PREDECESSOR NOT - THE DRIVER HOLDS IT'.
024800     05  FILLER                      PIC X(31) VALUE SPACES.

024900 01  CAL-GRID-LINE                   PIC X(132).

025000 01  CAL-COUNT-EDIT                  PIC ZZ9.

025100 01  CAL-DAILY-HEAD.
025200     05  FILLER                      PIC X(10) VALUE 'DATE'.
025300     05  FILLER                      PIC X(04) VALUE 'DAY'.
025400     05  FILLER                      PIC X(06) VALUE ' GATES'.
025500     05  FILLER                      PIC X(10) VALUE '   SECONDS'.
025600     05  FILLER                      PIC X(06) VALUE '  HELD'.
025700     05  FILLER                      PIC X(02) VALUE SPACES.
025800     05  FILLER                      PIC X(04) VALUE 'NOTE'.
025900     05  FILLER                      PIC X(90) VALUE SPACES.

026000 01  CAL-DAILY-LINE.
026100     05  CAL-DLY-DATE                PIC 9(08).
026200     05  FILLER                      PIC X(02) VALUE SPACES.
026300     05  CAL-DLY-DOW                 PIC X(02).
026400     05  FILLER                      PIC X(02) VALUE SPACES.
026500     05  CAL-DLY-GATES               PIC ZZZZZ9.
026600     05  CAL-DLY-SECS                PIC ZZZZZZZZZ9.
026700     05  CAL-DLY-HELD                PIC ZZZZZ9.
026800     05  FILLER                      PIC X(02) VALUE SPACES.
026900     05  CAL-DLY-NOTE                PIC X(24).
027000     05  FILLER                      PIC X(70) VALUE SPACES.

027100 01  CAL-FINDING-LINE.
027200     05  CAL-FND-DATE                PIC X(10).
027300     05  FILLER                      PIC X(02) VALUE SPACES.
027400     05  CAL-FND-JOB                 PIC X(08).
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  CAL-FND-TEXT                PIC X(60).
027700     05  FILLER                      PIC X(50) VALUE SPACES.

027800 01  CAL-TOTAL-LINE.
027900     05  FILLER                      PIC X(02) VALUE SPACES.
028000     05  CAL-TOT-LABEL               PIC X(26).
028100     05  FILLER                      PIC X(02) VALUE SPACES.
028200     05  CAL-TOT-VALUE               PIC ZZZZZZZZ9.
028300     05  FILLER                      PIC X(93) VALUE SPACES.

028400 PROCEDURE DIVISION.

028500******************************************************************
028600*    0000-MAINLINE                                               *
028700*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
028800******************************************************************
028900 0000-MAINLINE.
029000     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
029100     IF CAL-CAN-RUN
029200         PERFORM 0200-BUILD-DAY-TABLE
029300             THRU 0200-BUILD-DAY-TABLE-EXIT
029400         PERFORM 0300-LOAD-CONTROL-TABLE
029500             THRU 0300-LOAD-CONTROL-TABLE-EXIT
029600     END-IF.
029700     IF CAL-CAN-RUN
029800         PERFORM 0410-JUDGE-ONE-GATE THRU 0410-JUDGE-ONE-GATE-EXIT
029900             VARYING WS-GATE-SUB FROM 1 BY 1
030000             UNTIL WS-GATE-SUB > WS-GATE-COUNT
030100         SET MARK-WAS-MADE TO TRUE
030200         PERFORM 0500-HOLD-PASS THRU 0500-HOLD-PASS-EXIT
030300             UNTIL NOT MARK-WAS-MADE
030400         PERFORM 0550-TALLY-ONE-GATE THRU 0550-TALLY-ONE-GATE-EXIT
030500             VARYING WS-GATE-SUB FROM 1 BY 1
030600             UNTIL WS-GATE-SUB > WS-GATE-COUNT
030700         PERFORM 0600-PRINT-GRID THRU 0600-PRINT-GRID-EXIT
030800         PERFORM 0700-PRINT-DAILY-TOTALS
030900             THRU 0700-PRINT-DAILY-TOTALS-EXIT
031000         PERFORM 0750-PRINT-CONFLICTS
031100             THRU 0750-PRINT-CONFLICTS-EXIT
031200         PERFORM 0800-PRINT-NEVER-RUN
031300             THRU 0800-PRINT-NEVER-RUN-EXIT
031400         PERFORM 0850-PRINT-TOTALS THRU 0850-PRINT-TOTALS-EXIT
031500     END-IF.
031600     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
031700 0000-MAINLINE-EXIT.
031800     EXIT.

031900******************************************************************
032000*    0100-INITIALIZE                                             *
032100*    A BAD PARM, AN UNREADABLE HOLIDAY CALENDAR, OR A MISSING    *
032200*    CONTROL FILE OR REPORT IS FATAL - A CALENDAR BUILT WITHOUT  *
032300*    ANY OF THEM WOULD BE WRONG IN WAYS NOBODY COULD SEE.        *
032400******************************************************************
032500 0100-INITIALIZE.
032600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032700     PERFORM 0105-GET-PARM THRU 0105-GET-PARM-EXIT.
032800     IF CAL-CANNOT-RUN
032900         GO TO 0100-INITIALIZE-EXIT
033000     END-IF.
033100     PERFORM 0160-LOAD-HOLIDAYS THRU 0160-LOAD-HOLIDAYS-EXIT.
033200     IF CAL-CANNOT-RUN
033300         GO TO 0100-INITIALIZE-EXIT
033400     END-IF.
033500     OPEN INPUT CONTROL-FILE.
033600     IF WS-CTL-STATUS NOT = "00"
033700         DISPLAY "CDCALNDR - UNABLE TO OPEN CTLFILE, STATUS="
033800                 WS-CTL-STATUS
033900         MOVE 20 TO WS-RC-CANDIDATE
034000         PERFORM 9900-RAISE-RETURN-CODE
034100             THRU 9900-RAISE-RETURN-CODE-EXIT
034200         SET CAL-CANNOT-RUN TO TRUE
034300         GO TO 0100-INITIALIZE-EXIT
034400     END-IF.
034500     OPEN OUTPUT CALENDAR-REPORT.
034600     IF WS-REPORT-STATUS NOT = "00"
034700         DISPLAY "CDCALNDR - UNABLE TO OPEN CALRPT, STATUS="
034800                 WS-REPORT-STATUS
034900         MOVE 20 TO WS-RC-CANDIDATE
035000         PERFORM 9900-RAISE-RETURN-CODE
035100             THRU 9900-RAISE-RETURN-CODE-EXIT
035200         SET CAL-CANNOT-RUN TO TRUE
035300         CLOSE CONTROL-FILE
035400         GO TO 0100-INITIALIZE-EXIT
035500     END-IF.
035600     SET REPORT-WAS-OPENED TO TRUE.
035700     MOVE WS-RUN-DATE TO CAL-H1-DATE.
035800     WRITE CAL-RECORD FROM CAL-HEADING-1
035900         AFTER ADVANCING 1 LINE.
036000     MOVE WS-FIRST-DATE TO CAL-H2-FIRST.
036100     MOVE WS-LAST-DATE TO CAL-H2-LAST.
036200     MOVE WS-CYCLE-ID TO CAL-H2-CYCLE.
036300     WRITE CAL-RECORD FROM CAL-HEADING-2
036400         AFTER ADVANCING 1 LINE.
036500 0100-INITIALIZE-EXIT.
036600     EXIT.

036700******************************************************************
036800*    0105-GET-PARM                                               *
036900*    DATES AND CYCLE FROM THE EXEC CARD PARM=, OR FROM A SYSIN   *
037000*    CARD WHEN NO PARM WAS PASSED. A BLANK FIRST DATE MEANS      *
037100*    TODAY; A BLANK LAST DATE MEANS A YEAR AHEAD. THE RANGE IS   *
037200*    HELD TO 366 DATES SO ONE GRID BYTE PER DATE ALWAYS FITS.    *
037300******************************************************************
037400 0105-GET-PARM.
037500     MOVE SPACES TO WS-PARM-DATA.
037600     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
037700     IF WS-PARM-DATA = SPACES
037800         PERFORM 0109-GET-PARM-FROM-SYSIN
037900             THRU 0109-GET-PARM-FROM-SYSIN-EXIT
038000     END-IF.
038100     MOVE WS-PARM-DATA(1:8) TO WS-PARM-FIRST-X.
038200     MOVE WS-PARM-DATA(10:8) TO WS-PARM-LAST-X.
038300     MOVE WS-PARM-DATA(19:1) TO WS-CYCLE-ID.
038400     IF WS-CYCLE-ID = SPACE
038500         MOVE 'N' TO WS-CYCLE-ID
038600     END-IF.
038700     IF NOT NIGHTLY-CYCLE AND NOT INTRADAY-CYCLE
038800         DISPLAY "CDCALNDR - PARM POSITION 19 '" WS-CYCLE-ID
038900                 "' MUST BE N, I OR BLANK"
039000         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
039100         GO TO 0105-GET-PARM-EXIT
039200     END-IF.
039300     IF WS-PARM-FIRST-X = SPACES
039400         MOVE WS-RUN-DATE TO WS-PARM-FIRST-X
039500     END-IF.
039600     MOVE WS-PARM-FIRST-X TO WS-CHECK-DATE-X.
039700     PERFORM 0107-CHECK-DATE THRU 0107-CHECK-DATE-EXIT.
039800     IF NOT DATE-IS-VALID
039900         DISPLAY "CDCALNDR - FIRST DATE '" WS-PARM-FIRST-X
040000                 "' IN PARM POSITIONS 1-8 IS NOT A YYYYMMDD DATE"
040100         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
040200         GO TO 0105-GET-PARM-EXIT
040300     END-IF.
040400     MOVE WS-PARM-FIRST-X TO WS-FIRST-DATE.
040500     COMPUTE WS-FIRST-DAY-NUM =
040600         FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
040700     IF WS-PARM-LAST-X = SPACES
040800         COMPUTE WS-LAST-DATE =
040900             FUNCTION DATE-OF-INTEGER(WS-FIRST-DAY-NUM + 364)
041000     ELSE
041100         MOVE WS-PARM-LAST-X TO WS-CHECK-DATE-X
041200         PERFORM 0107-CHECK-DATE THRU 0107-CHECK-DATE-EXIT
041300         IF NOT DATE-IS-VALID
041400             DISPLAY "CDCALNDR - LAST DATE '" WS-PARM-LAST-X
041500                     "' IN PARM POSITIONS 10-17 IS NOT A DATE"
041600             PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
041700             GO TO 0105-GET-PARM-EXIT
041800         END-IF
041900         MOVE WS-PARM-LAST-X TO WS-LAST-DATE
042000     END-IF.
042100     COMPUTE WS-LAST-DAY-NUM =
042200         FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
042300     IF WS-LAST-DAY-NUM < WS-FIRST-DAY-NUM
042400         DISPLAY "CDCALNDR - LAST DATE MUST NOT BE BEFORE THE "
042500                 "FIRST DATE"
042600         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
042700         GO TO 0105-GET-PARM-EXIT
042800     END-IF.
042900     IF WS-LAST-DAY-NUM - WS-FIRST-DAY-NUM + 1 > WS-MAX-DAYS
043000         DISPLAY "CDCALNDR - RANGE IS MORE THAN " WS-MAX-DAYS
043100                 " DATES - SPLIT IT OVER TWO RUNS"
043200         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
043300     END-IF.
043400 0105-GET-PARM-EXIT.
043500     EXIT.

043600******************************************************************
043700*    0107-CHECK-DATE                                             *
043800*    WS-CHECK-DATE-X MUST BE AN EIGHT-DIGIT YYYYMMDD WITH A REAL *
043900*    MONTH AND A DAY THAT MONTH CAN HAVE.                        *
043950*    29 FEBRUARY IS ACCEPTED ONLY IN A LEAP YEAR.                *
044000******************************************************************
044100 0107-CHECK-DATE.
044200     MOVE 'N' TO WS-DATE-SWITCH.
044300     IF WS-CHECK-DATE-X NOT NUMERIC
044400         GO TO 0107-CHECK-DATE-EXIT
044500     END-IF.
044600     IF WS-CHECK-YYYY < 1900
044700        OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
044800        OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
044900         GO TO 0107-CHECK-DATE-EXIT
045000     END-IF.
045100     IF WS-CHECK-DD > 30
045200        AND (WS-CHECK-MM = 04 OR 06 OR 09 OR 11)
045300         GO TO 0107-CHECK-DATE-EXIT
045400     END-IF.
045500     IF WS-CHECK-MM = 02 AND WS-CHECK-DD > 29
045600         GO TO 0107-CHECK-DATE-EXIT
045700     END-IF.
045704     IF WS-CHECK-MM = 02 AND WS-CHECK-DD = 29
045708         MOVE 'N' TO WS-LEAP-SWITCH
045712         DIVIDE WS-CHECK-YYYY BY 4
045716             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
045720         IF WS-LEAP-REM = ZERO
045724             SET YEAR-IS-LEAP TO TRUE
045728             DIVIDE WS-CHECK-YYYY BY 100
045732                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
045736             IF WS-LEAP-REM = ZERO
045740                 DIVIDE WS-CHECK-YYYY BY 400
045744                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
045748                 IF WS-LEAP-REM NOT = ZERO
045752                     MOVE 'N' TO WS-LEAP-SWITCH
045756                 END-IF
045760             END-IF
045764         END-IF
045768         IF NOT YEAR-IS-LEAP
045772             GO TO 0107-CHECK-DATE-EXIT
045776         END-IF
045780     END-IF.
045800     SET DATE-IS-VALID TO TRUE.
045900 0107-CHECK-DATE-EXIT.
046000     EXIT.

046100******************************************************************
046200*    0108-FAIL-PARM                                              *
046300******************************************************************
046400 0108-FAIL-PARM.
046500     MOVE 16 TO WS-RC-CANDIDATE.
046600     PERFORM 9900-RAISE-RETURN-CODE
046700         THRU 9900-RAISE-RETURN-CODE-EXIT.
046800     SET CAL-CANNOT-RUN TO TRUE.
046900 0108-FAIL-PARM-EXIT.
047000     EXIT.

047100******************************************************************
047200*    0109-GET-PARM-FROM-SYSIN                                    *
047300*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
047400*    THE DEFAULTS (TODAY, A YEAR AHEAD, NIGHTLY) THEN APPLY.     *
047500******************************************************************
047600 0109-GET-PARM-FROM-SYSIN.
047700     OPEN INPUT SYSIN-CARD-FILE.
047800     IF WS-SYSIN-STATUS NOT = "00"
047900         IF WS-SYSIN-STATUS NOT = "35"
048000             DISPLAY "CDCALNDR - UNABLE TO OPEN SYSIN, STATUS="
048100                     WS-SYSIN-STATUS
048200             MOVE 20 TO WS-RC-CANDIDATE
048300             PERFORM 9900-RAISE-RETURN-CODE
048400                 THRU 9900-RAISE-RETURN-CODE-EXIT
048500         END-IF
048600         GO TO 0109-GET-PARM-FROM-SYSIN-EXIT
048700     END-IF.
048800     READ SYSIN-CARD-FILE
048900         AT END
049000             CONTINUE
049100         NOT AT END
049200             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
049300     END-READ.
049400     CLOSE SYSIN-CARD-FILE.
049500 0109-GET-PARM-FROM-SYSIN-EXIT.
049600     EXIT.

049700******************************************************************
049800*    0160-LOAD-HOLIDAYS                                          *
049900*    STATUS "35" JUST MEANS NO HOLIDAY CALENDAR WAS SUPPLIED -   *
050000*    EVERY DATE IS THEN A WORKING DAY, AS IT IS FOR THE DRIVER.  *
050100******************************************************************
050200 0160-LOAD-HOLIDAYS.
050300     OPEN INPUT HOLIDAY-FILE.
050400     IF WS-CAL-STATUS = "35"
050500         DISPLAY "CDCALNDR - NO HOLIDAY CALENDAR SUPPLIED"
050600         GO TO 0160-LOAD-HOLIDAYS-EXIT
050700     END-IF.
050800     IF WS-CAL-STATUS NOT = "00"
050900         DISPLAY "CDCALNDR - UNABLE TO OPEN CALFILE, STATUS="
051000                 WS-CAL-STATUS
051100         MOVE 20 TO WS-RC-CANDIDATE
051200         PERFORM 9900-RAISE-RETURN-CODE
051300             THRU 9900-RAISE-RETURN-CODE-EXIT
051400         SET CAL-CANNOT-RUN TO TRUE
051500         GO TO 0160-LOAD-HOLIDAYS-EXIT
051600     END-IF.
051700     PERFORM 0180-READ-HOLIDAY THRU 0180-READ-HOLIDAY-EXIT.
051800     PERFORM 0170-STORE-HOLIDAY THRU 0170-STORE-HOLIDAY-EXIT
051900         UNTIL END-OF-HOLIDAY-FILE.
052000     CLOSE HOLIDAY-FILE.
052100 0160-LOAD-HOLIDAYS-EXIT.
052200     EXIT.

052300******************************************************************
052400*    0170-STORE-HOLIDAY                                          *
052500*    AN OVERFLOWING CALENDAR STOPS THE RUN RATHER THAN PRINT A   *
052600*    YEAR WITH ONLY PART OF THE HOLIDAY LIST LOADED.             *
052700******************************************************************
052800 0170-STORE-HOLIDAY.
052900     IF WS-HOL-COUNT NOT < WS-MAX-HOLIDAYS
053000         DISPLAY "CDCALNDR - MORE THAN " WS-MAX-HOLIDAYS
053100                 " HOLIDAY DATES - CALENDAR NOT USABLE"
053200         MOVE 20 TO WS-RC-CANDIDATE
053300         PERFORM 9900-RAISE-RETURN-CODE
053400             THRU 9900-RAISE-RETURN-CODE-EXIT
053500         SET CAL-CANNOT-RUN TO TRUE
053600         SET END-OF-HOLIDAY-FILE TO TRUE
053700         GO TO 0170-STORE-HOLIDAY-EXIT
053800     END-IF.
053900     IF CD-HOL-DATE NUMERIC AND CD-HOL-DATE > ZERO
054000         ADD 1 TO WS-HOL-COUNT
054100         MOVE CD-HOL-DATE TO WS-HOL-DATE (WS-HOL-COUNT)
054200     END-IF.
054300     PERFORM 0180-READ-HOLIDAY THRU 0180-READ-HOLIDAY-EXIT.
054400 0170-STORE-HOLIDAY-EXIT.
054500     EXIT.

054600******************************************************************
054700*    0180-READ-HOLIDAY                                           *
054800******************************************************************
054900 0180-READ-HOLIDAY.
055000     READ HOLIDAY-FILE
055100         AT END
055200             SET END-OF-HOLIDAY-FILE TO TRUE
055300         NOT AT END
055400             CONTINUE
055500     END-READ.
055600 0180-READ-HOLIDAY-EXIT.
055700     EXIT.

055800******************************************************************
055900*    0200-BUILD-DAY-TABLE                                        *
056000*    ONE ENTRY PER DATE IN THE RANGE.                            *
056100******************************************************************
056200 0200-BUILD-DAY-TABLE.
056300     PERFORM 0210-STORE-ONE-DAY THRU 0210-STORE-ONE-DAY-EXIT
056400         VARYING WS-RUN-DAY-NUM FROM WS-FIRST-DAY-NUM BY 1
056500         UNTIL WS-RUN-DAY-NUM > WS-LAST-DAY-NUM.
056600 0200-BUILD-DAY-TABLE-EXIT.
056700     EXIT.

056800******************************************************************
056900*    0210-STORE-ONE-DAY                                          *
057000*    THE RUN-DATE FACTS THE DRIVER COMPUTES EACH NIGHT: DAY OF   *
057100*    WEEK (1 = MONDAY), MONTH-END FLAG (TOMORROW IS THE 1ST),    *
057200*    AND WHETHER THE DATE IS A BANK HOLIDAY.                     *
057300******************************************************************
057400 0210-STORE-ONE-DAY.
057500     ADD 1 TO WS-DAY-COUNT.
057600     MOVE WS-DAY-COUNT TO WS-DAY-SUB.
057700     COMPUTE WS-DAY-DATE (WS-DAY-SUB) =
057800         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM).
057900     COMPUTE WS-DAY-WORK = WS-RUN-DAY-NUM - 1.
058000     DIVIDE WS-DAY-WORK BY 7
058100         GIVING WS-DAY-QUOT REMAINDER WS-DAY-REM.
058200     COMPUTE WS-DAY-DOW (WS-DAY-SUB) = WS-DAY-REM + 1.
058300     COMPUTE WS-NEXT-DAY-DATE =
058400         FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUM + 1).
058500     IF WS-NEXT-DAY-DD = 01
058600         MOVE 'Y' TO WS-DAY-ME (WS-DAY-SUB)
058700     ELSE
058800         MOVE 'N' TO WS-DAY-ME (WS-DAY-SUB)
058900     END-IF.
059000     MOVE 'N' TO WS-DAY-HOL (WS-DAY-SUB).
059100     IF WS-HOL-COUNT > ZERO
059200         SET HOL-IDX TO 1
059300         SEARCH WS-HOL-ENTRY
059400             AT END
059500                 CONTINUE
059600             WHEN HOL-IDX > WS-HOL-COUNT
059700                 CONTINUE
059800             WHEN WS-HOL-DATE (HOL-IDX) = WS-DAY-DATE (WS-DAY-SUB)
059900                 MOVE 'Y' TO WS-DAY-HOL (WS-DAY-SUB)
060000                 ADD 1 TO WS-RANGE-HOL-COUNT
060100         END-SEARCH
060200     END-IF.
060300     MOVE ZERO TO WS-DAY-GATES (WS-DAY-SUB)
060400                  WS-DAY-HELD (WS-DAY-SUB)
060500                  WS-DAY-SECS (WS-DAY-SUB).
060600 0210-STORE-ONE-DAY-EXIT.
060700     EXIT.

060800******************************************************************
060900*    0300-LOAD-CONTROL-TABLE                                     *
061000*    ONLY THE GATES OF THE REQUESTED CYCLE ARE LOADED, AS THE    *
061100*    DRIVER LOADS THEM. EACH GATE IS THEN LINKED TO ITS          *
061200*    PREDECESSOR'S TABLE ENTRY; A PREDECESSOR OUTSIDE THE CYCLE  *
061300*    STAYS UNLINKED, WHICH THE DRIVER TREATS AS NEVER SATISFIED. *
061400******************************************************************
061500 0300-LOAD-CONTROL-TABLE.
061600     PERFORM 0310-READ-CONTROL THRU 0310-READ-CONTROL-EXIT.
061700     PERFORM 0320-STORE-CONTROL THRU 0320-STORE-CONTROL-EXIT
061800         UNTIL END-OF-CONTROL-FILE.
061900     CLOSE CONTROL-FILE.
062000     PERFORM 0330-LINK-PREDECESSOR THRU 0330-LINK-PREDECESSOR-EXIT
062100         VARYING WS-GATE-SUB FROM 1 BY 1
062200         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
062300 0300-LOAD-CONTROL-TABLE-EXIT.
062400     EXIT.

062500******************************************************************
062600*    0310-READ-CONTROL                                           *
062700******************************************************************
062800 0310-READ-CONTROL.
062900     READ CONTROL-FILE
063000         AT END
063100             SET END-OF-CONTROL-FILE TO TRUE
063200         NOT AT END
063300             CONTINUE
063400     END-READ.
063500 0310-READ-CONTROL-EXIT.
063600     EXIT.

063700******************************************************************
063800*    0320-STORE-CONTROL                                          *
063900******************************************************************
064000 0320-STORE-CONTROL.
064100     IF CD-CTL-BOTH-CYCLES
064200        OR (CD-CTL-NIGHTLY-ONLY AND NIGHTLY-CYCLE)
064300        OR (CD-CTL-INTRADAY-ONLY AND INTRADAY-CYCLE)
064400         CONTINUE
064500     ELSE
064600         ADD 1 TO WS-OFFCYCLE-COUNT
064610         PERFORM 0310-READ-CONTROL THRU 0310-READ-CONTROL-EXIT
064620         GO TO 0320-STORE-CONTROL-EXIT
064800     END-IF.
064900     IF WS-GATE-COUNT NOT < WS-MAX-GATES
065000         PERFORM 9800-TABLE-OVERFLOW THRU 9800-TABLE-OVERFLOW-EXIT
065100         SET END-OF-CONTROL-FILE TO TRUE
065200         GO TO 0320-STORE-CONTROL-EXIT
065300     END-IF.
065400     ADD 1 TO WS-GATE-COUNT.
065500     MOVE WS-GATE-COUNT TO WS-GATE-SUB.
065600     MOVE CD-CTL-JOB-NAME TO WS-GATE-JOB (WS-GATE-SUB).
065700     MOVE CD-CTL-PRED-JOB-NAME TO WS-GATE-PRED (WS-GATE-SUB).
065800     MOVE ZERO TO WS-GATE-LEN (WS-GATE-SUB).
065900     IF CD-CTL-COUNT-LEN NUMERIC
066000        AND NOT CD-CTL-TARGET-TIME-GATE
066100         MOVE CD-CTL-COUNT-LEN TO WS-GATE-LEN (WS-GATE-SUB)
066200     END-IF.
066300     MOVE ZERO TO WS-GATE-EFF-FROM (WS-GATE-SUB)
066400                  WS-GATE-EFF-TO (WS-GATE-SUB).
066500     IF CD-CTL-EFF-FROM-DATE NUMERIC
066600         MOVE CD-CTL-EFF-FROM-DATE
066700             TO WS-GATE-EFF-FROM (WS-GATE-SUB)
066800     END-IF.
066900     IF CD-CTL-EFF-TO-DATE NUMERIC
067000         MOVE CD-CTL-EFF-TO-DATE TO WS-GATE-EFF-TO (WS-GATE-SUB)
067100     END-IF.
067200     MOVE ZERO TO WS-GATE-PRED-SUB (WS-GATE-SUB)
067300                  WS-GATE-DUE-DAYS (WS-GATE-SUB)
067400                  WS-GATE-HELD-DAYS (WS-GATE-SUB)
067500                  WS-GATE-HOL-DAYS (WS-GATE-SUB).
067600     MOVE SPACES TO WS-GATE-REASON (WS-GATE-SUB).
067700     MOVE CD-CONTROL-RECORD TO WS-GATE-IMAGE (WS-GATE-SUB).
067800     MOVE ALL '.' TO WS-GATE-DAYS (WS-GATE-SUB).
068000     PERFORM 0310-READ-CONTROL THRU 0310-READ-CONTROL-EXIT.
068100 0320-STORE-CONTROL-EXIT.
068200     EXIT.

068300******************************************************************
068400*    0330-LINK-PREDECESSOR                                       *
068500******************************************************************
068600 0330-LINK-PREDECESSOR.
068700     IF WS-GATE-PRED (WS-GATE-SUB) = SPACES
068800         GO TO 0330-LINK-PREDECESSOR-EXIT
068900     END-IF.
069000     SET GATE-IDX TO 1.
069100     SEARCH WS-GATE-ENTRY
069200         AT END
069300             CONTINUE
069400         WHEN GATE-IDX > WS-GATE-COUNT
069500             CONTINUE
069600         WHEN WS-GATE-JOB (GATE-IDX) = WS-GATE-PRED (WS-GATE-SUB)
069700             SET WS-GATE-PRED-SUB (WS-GATE-SUB) TO GATE-IDX
069800     END-SEARCH.
069900 0330-LINK-PREDECESSOR-EXIT.
070000     EXIT.

070100******************************************************************
070200*    0410-JUDGE-ONE-GATE                                         *
070300*    EVERY DATE IN THE RANGE THROUGH CDSCHED FOR ONE GATE.       *
070400******************************************************************
070500 0410-JUDGE-ONE-GATE.
070600     PERFORM 0420-JUDGE-ONE-DAY THRU 0420-JUDGE-ONE-DAY-EXIT
070700         VARYING WS-DAY-SUB FROM 1 BY 1
070800         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
070900 0410-JUDGE-ONE-GATE-EXIT.
071000     EXIT.

071100******************************************************************
071200*    0420-JUDGE-ONE-DAY                                          *
071300*    A GATE THAT IS NOT DUE ON A BANK HOLIDAY IS ASKED AGAIN AS  *
071400*    IF THE DATE WERE A WORKING DAY, TO TELL A GATE THE HOLIDAY  *
071500*    STOPPED FROM ONE THAT WAS NEVER DUE THAT DAY. THE LAST NOT- *
071600*    DUE REASON IS KEPT FOR THE NEVER-RUN LIST.                  *
071700******************************************************************
071800 0420-JUDGE-ONE-DAY.
071900     PERFORM 0430-SET-DAY-FACTS THRU 0430-SET-DAY-FACTS-EXIT.
072000     CALL "CDSCHED" USING WS-GATE-IMAGE (WS-GATE-SUB)
072100                          CD-SCHED-PARM-AREA.
072200     IF CD-SCH-GATE-IS-DUE
072300         MOVE 'X' TO WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1)
072400         ADD 1 TO WS-GATE-DUE-DAYS (WS-GATE-SUB)
072500         GO TO 0420-JUDGE-ONE-DAY-EXIT
072600     END-IF.
072700     IF CD-SCH-IS-HOLIDAY
072800         MOVE 'N' TO CD-SCH-HOLIDAY-FLAG
072900         CALL "CDSCHED" USING WS-GATE-IMAGE (WS-GATE-SUB)
073000                              CD-SCHED-PARM-AREA
073100         IF CD-SCH-GATE-IS-DUE
073200             MOVE 'H' TO WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1)
073300             ADD 1 TO WS-GATE-HOL-DAYS (WS-GATE-SUB)
073400             GO TO 0420-JUDGE-ONE-DAY-EXIT
073500         END-IF
073600     END-IF.
073700     MOVE CD-SCH-REASON TO WS-GATE-REASON (WS-GATE-SUB).
073800 0420-JUDGE-ONE-DAY-EXIT.
073900     EXIT.

074000******************************************************************
074100*    0430-SET-DAY-FACTS                                          *
074200*    LOADS THE CDSCHED PARAMETER AREA FOR DATE WS-DAY-SUB.       *
074300******************************************************************
074400 0430-SET-DAY-FACTS.
074500     MOVE WS-DAY-DATE (WS-DAY-SUB) TO CD-SCH-RUN-DATE.
074600     MOVE WS-DAY-DOW (WS-DAY-SUB) TO CD-SCH-DAY-OF-WEEK.
074700     MOVE WS-DAY-ME (WS-DAY-SUB) TO CD-SCH-MONTH-END-FLAG.
074800     MOVE WS-DAY-HOL (WS-DAY-SUB) TO CD-SCH-HOLIDAY-FLAG.
074900 0430-SET-DAY-FACTS-EXIT.
075000     EXIT.

075100******************************************************************
075200*    0500-HOLD-PASS                                              *
075300*    ONE SWEEP OVER THE GATE TABLE. A GATE DUE ON A DATE WHEN    *
075400*    ITS PREDECESSOR IS NOT DUE (OR IS ITSELF HELD, OR IS NOT IN *
075500*    THE CYCLE AT ALL) IS MARKED HELD - THE DRIVER SKIPS IT THAT *
075600*    NIGHT. HOLDING ONE GATE CAN HOLD THE GATES BEHIND IT, SO    *
075700*    THE SWEEPS REPEAT UNTIL A FULL PASS CHANGES NOTHING.        *
075800******************************************************************
075900 0500-HOLD-PASS.
076000     MOVE 'N' TO WS-MARK-SWITCH.
076100     PERFORM 0510-HOLD-ONE-GATE THRU 0510-HOLD-ONE-GATE-EXIT
076200         VARYING WS-GATE-SUB FROM 1 BY 1
076300         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
076400 0500-HOLD-PASS-EXIT.
076500     EXIT.

076600******************************************************************
076700*    0510-HOLD-ONE-GATE                                          *
076800******************************************************************
076900 0510-HOLD-ONE-GATE.
077000     IF WS-GATE-PRED (WS-GATE-SUB) = SPACES
077100         GO TO 0510-HOLD-ONE-GATE-EXIT
077200     END-IF.
077300     MOVE WS-GATE-PRED-SUB (WS-GATE-SUB) TO WS-PRED-SUB.
077400     PERFORM 0520-HOLD-ONE-DAY THRU 0520-HOLD-ONE-DAY-EXIT
077500         VARYING WS-DAY-SUB FROM 1 BY 1
077600         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
077700 0510-HOLD-ONE-GATE-EXIT.
077800     EXIT.

077900******************************************************************
078000*    0520-HOLD-ONE-DAY                                           *
078100******************************************************************
078200 0520-HOLD-ONE-DAY.
078300     IF WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1) NOT = 'X'
078400         GO TO 0520-HOLD-ONE-DAY-EXIT
078500     END-IF.
078600     IF WS-PRED-SUB > ZERO
078700         IF WS-GATE-DAYS (WS-PRED-SUB) (WS-DAY-SUB:1) = 'X'
078800             GO TO 0520-HOLD-ONE-DAY-EXIT
078900         END-IF
079000     END-IF.
079100     MOVE '*' TO WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1).
079200     SET MARK-WAS-MADE TO TRUE.
079300 0520-HOLD-ONE-DAY-EXIT.
079400     EXIT.

079500******************************************************************
079600*    0550-TALLY-ONE-GATE                                         *
079700*    ADDS ONE GATE'S DUE AND HELD DATES INTO THE DAY TABLE.      *
079800******************************************************************
079900 0550-TALLY-ONE-GATE.
080000     PERFORM 0560-TALLY-ONE-DAY THRU 0560-TALLY-ONE-DAY-EXIT
080100         VARYING WS-DAY-SUB FROM 1 BY 1
080200         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
080300 0550-TALLY-ONE-GATE-EXIT.
080400     EXIT.

080500******************************************************************
080600*    0560-TALLY-ONE-DAY                                          *
080700*    A HELD GATE IS NOT COUNTED AS DUE - IT WILL NOT RUN, SO ITS *
080800*    SECONDS ARE NOT SCHEDULED.                                  *
080900******************************************************************
081000 0560-TALLY-ONE-DAY.
081100     MOVE WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1)
081200         TO WS-HOLD-CHAR.
081300     IF WS-HOLD-CHAR = 'X'
081400         ADD 1 TO WS-DAY-GATES (WS-DAY-SUB)
081500         ADD WS-GATE-LEN (WS-GATE-SUB) TO WS-DAY-SECS (WS-DAY-SUB)
081600         ADD 1 TO WS-GATE-NIGHTS
081700         ADD WS-GATE-LEN (WS-GATE-SUB) TO WS-TOTAL-SECS
081800     END-IF.
081900     IF WS-HOLD-CHAR = '*'
082000         ADD 1 TO WS-DAY-HELD (WS-DAY-SUB)
082100         ADD 1 TO WS-GATE-HELD-DAYS (WS-GATE-SUB)
082200         ADD 1 TO WS-HELD-NIGHTS
082300     END-IF.
082400 0560-TALLY-ONE-DAY-EXIT.
082500     EXIT.

082600******************************************************************
082700*    0600-PRINT-GRID                                             *
082800*    THE GATE-BY-DATE GRID, ONE BLOCK PER CALENDAR MONTH, EACH   *
082900*    DATE IN A THREE-BYTE COLUMN.                                *
083000******************************************************************
083100 0600-PRINT-GRID.
083200     MOVE SPACES TO CAL-SECTION-LINE.
083300     MOVE 'GATE RUN CALENDAR ----------------------------------'
083400         TO CAL-SECTION-TITLE.
083500     WRITE CAL-RECORD FROM CAL-SECTION-LINE
083600         AFTER ADVANCING 2 LINES.
083700     WRITE CAL-RECORD FROM CAL-LEGEND-LINE
083800         AFTER ADVANCING 1 LINE.
083900     IF WS-GATE-COUNT = ZERO
084000         MOVE SPACES TO CAL-FINDING-LINE
084100         MOVE '  NO GATES IN THIS CYCLE' TO CAL-FND-TEXT
084200         WRITE CAL-RECORD FROM CAL-FINDING-LINE
084300             AFTER ADVANCING 1 LINE
084400         GO TO 0600-PRINT-GRID-EXIT
084500     END-IF.
084600     MOVE 1 TO WS-BLK-START.
084700     PERFORM 0610-PRINT-ONE-MONTH THRU 0610-PRINT-ONE-MONTH-EXIT
084800         UNTIL WS-BLK-START > WS-DAY-COUNT.
084900 0600-PRINT-GRID-EXIT.
085000     EXIT.

085100******************************************************************
085200*    0610-PRINT-ONE-MONTH                                        *
085300*    PRINTS THE DATES FROM WS-BLK-START TO THE LAST DATE OF THE  *
085400*    SAME MONTH IN THE RANGE, THEN MOVES WS-BLK-START PAST THEM. *
085500******************************************************************
085600 0610-PRINT-ONE-MONTH.
085700     MOVE WS-DAY-YYYYMM (WS-BLK-START) TO WS-BLK-YYYYMM.
085800     MOVE WS-BLK-START TO WS-BLK-END.
085900     MOVE 'N' TO WS-BLOCK-SWITCH.
086000     PERFORM 0615-FIND-BLOCK-END THRU 0615-FIND-BLOCK-END-EXIT
086100         UNTIL BLOCK-END-FOUND.
086200     MOVE SPACES TO CAL-GRID-LINE.
086300     STRING 'MONTH ' WS-BLK-YYYYMM(1:4) '-' WS-BLK-YYYYMM(5:2)
086400         DELIMITED BY SIZE INTO CAL-GRID-LINE.
086500     WRITE CAL-RECORD FROM CAL-GRID-LINE
086600         AFTER ADVANCING 2 LINES.
086700     MOVE SPACES TO CAL-GRID-LINE.
086800     MOVE 'JOB NAME' TO CAL-GRID-LINE(1:8).
086900     PERFORM 0620-PUT-DATE-HEADING THRU 0620-PUT-DATE-HEADING-EXIT
087000         VARYING WS-DAY-SUB FROM WS-BLK-START BY 1
087100         UNTIL WS-DAY-SUB > WS-BLK-END.
087200     WRITE CAL-RECORD FROM CAL-GRID-LINE
087300         AFTER ADVANCING 1 LINE.
087400     MOVE SPACES TO CAL-GRID-LINE.
087500     PERFORM 0625-PUT-DOW-HEADING THRU 0625-PUT-DOW-HEADING-EXIT
087600         VARYING WS-DAY-SUB FROM WS-BLK-START BY 1
087700         UNTIL WS-DAY-SUB > WS-BLK-END.
087800     WRITE CAL-RECORD FROM CAL-GRID-LINE
087900         AFTER ADVANCING 1 LINE.
088000     PERFORM 0630-PRINT-GATE-ROW THRU 0630-PRINT-GATE-ROW-EXIT
088100         VARYING WS-GATE-SUB FROM 1 BY 1
088200         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
088300     MOVE SPACES TO CAL-GRID-LINE.
088400     MOVE 'GATES DUE' TO CAL-GRID-LINE(1:9).
088500     PERFORM 0640-PUT-DAY-COUNT THRU 0640-PUT-DAY-COUNT-EXIT
088600         VARYING WS-DAY-SUB FROM WS-BLK-START BY 1
088700         UNTIL WS-DAY-SUB > WS-BLK-END.
088800     WRITE CAL-RECORD FROM CAL-GRID-LINE
088900         AFTER ADVANCING 1 LINE.
089000     COMPUTE WS-BLK-START = WS-BLK-END + 1.
089100 0610-PRINT-ONE-MONTH-EXIT.
089200     EXIT.

089300******************************************************************
089400*    0615-FIND-BLOCK-END                                         *
089500******************************************************************
089600 0615-FIND-BLOCK-END.
089700     IF WS-BLK-END NOT < WS-DAY-COUNT
089800         SET BLOCK-END-FOUND TO TRUE
089900         GO TO 0615-FIND-BLOCK-END-EXIT
090000     END-IF.
090100     COMPUTE WS-NEXT-SUB = WS-BLK-END + 1.
090200     IF WS-DAY-YYYYMM (WS-NEXT-SUB) NOT = WS-BLK-YYYYMM
090300         SET BLOCK-END-FOUND TO TRUE
090400     ELSE
090500         MOVE WS-NEXT-SUB TO WS-BLK-END
090600     END-IF.
090700 0615-FIND-BLOCK-END-EXIT.
090800     EXIT.

090900******************************************************************
091000*    0620-PUT-DATE-HEADING                                       *
091100*    DATE WS-DAY-SUB PRINTS IN COLUMNS 11 + (DAY OF MONTH - 1) * *
091200*    3 ONWARD, SO A PART MONTH AT EITHER END OF THE RANGE STILL  *
091300*    LINES UP WITH THE FULL MONTHS.                              *
091400******************************************************************
091500 0620-PUT-DATE-HEADING.
091600     COMPUTE WS-COL = 11 + (WS-DAY-DD (WS-DAY-SUB) - 1) * 3.
091700     MOVE WS-DAY-DD (WS-DAY-SUB) TO CAL-GRID-LINE(WS-COL + 1:2).
091800 0620-PUT-DATE-HEADING-EXIT.
091900     EXIT.

092000******************************************************************
092100*    0625-PUT-DOW-HEADING                                        *
092200******************************************************************
092300 0625-PUT-DOW-HEADING.
092400     COMPUTE WS-COL = 11 + (WS-DAY-DD (WS-DAY-SUB) - 1) * 3.
092500     MOVE WS-DOW-NAME (WS-DAY-DOW (WS-DAY-SUB))
092600         TO CAL-GRID-LINE(WS-COL + 1:2).
092700 0625-PUT-DOW-HEADING-EXIT.
092800     EXIT.

092900******************************************************************
093000*    0630-PRINT-GATE-ROW                                         *
093100******************************************************************
093200 0630-PRINT-GATE-ROW.
093300     MOVE SPACES TO CAL-GRID-LINE.
093400     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CAL-GRID-LINE(1:8).
093500     PERFORM 0635-PUT-GATE-DAY THRU 0635-PUT-GATE-DAY-EXIT
093600         VARYING WS-DAY-SUB FROM WS-BLK-START BY 1
093700         UNTIL WS-DAY-SUB > WS-BLK-END.
093800     WRITE CAL-RECORD FROM CAL-GRID-LINE
093900         AFTER ADVANCING 1 LINE.
094000 0630-PRINT-GATE-ROW-EXIT.
094100     EXIT.

094200******************************************************************
094300*    0635-PUT-GATE-DAY                                           *
094400******************************************************************
094500 0635-PUT-GATE-DAY.
094600     COMPUTE WS-COL = 11 + (WS-DAY-DD (WS-DAY-SUB) - 1) * 3.
094700     MOVE WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1)
094800         TO CAL-GRID-LINE(WS-COL + 2:1).
094900 0635-PUT-GATE-DAY-EXIT.
095000     EXIT.

095100******************************************************************
095200*    0640-PUT-DAY-COUNT                                          *
095300******************************************************************
095400 0640-PUT-DAY-COUNT.
095500     COMPUTE WS-COL = 11 + (WS-DAY-DD (WS-DAY-SUB) - 1) * 3.
095600     MOVE WS-DAY-GATES (WS-DAY-SUB) TO CAL-COUNT-EDIT.
095700     MOVE CAL-COUNT-EDIT TO CAL-GRID-LINE(WS-COL:3).
095800 0640-PUT-DAY-COUNT-EXIT.
095900     EXIT.

096000******************************************************************
096100*    0700-PRINT-DAILY-TOTALS                                     *
096200*    GATES DUE AND SCHEDULED GATE SECONDS PER DATE. TARGET-TIME  *
096300*    GATES ADD NO SECONDS - THEIR COUNT LENGTH IS IGNORED ON THE *
096400*    NIGHT.                                                      *
096500******************************************************************
096600 0700-PRINT-DAILY-TOTALS.
096700     MOVE SPACES TO CAL-SECTION-LINE.
096800     MOVE 'DAILY GATE COUNTS ----------------------------------'
096900         TO CAL-SECTION-TITLE.
097000     WRITE CAL-RECORD FROM CAL-SECTION-LINE
097100         AFTER ADVANCING 2 LINES.
097200     WRITE CAL-RECORD FROM CAL-DAILY-HEAD
097300         AFTER ADVANCING 1 LINE.
097400     PERFORM 0710-PRINT-ONE-DAY THRU 0710-PRINT-ONE-DAY-EXIT
097500         VARYING WS-DAY-SUB FROM 1 BY 1
097600         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
097700 0700-PRINT-DAILY-TOTALS-EXIT.
097800     EXIT.

097900******************************************************************
098000*    0710-PRINT-ONE-DAY                                          *
098100******************************************************************
098200 0710-PRINT-ONE-DAY.
098300     MOVE WS-DAY-DATE (WS-DAY-SUB) TO CAL-DLY-DATE.
098400     MOVE WS-DOW-NAME (WS-DAY-DOW (WS-DAY-SUB)) TO CAL-DLY-DOW.
098500     MOVE WS-DAY-GATES (WS-DAY-SUB) TO CAL-DLY-GATES.
098600     MOVE WS-DAY-SECS (WS-DAY-SUB) TO CAL-DLY-SECS.
098700     MOVE WS-DAY-HELD (WS-DAY-SUB) TO CAL-DLY-HELD.
098800     MOVE SPACES TO CAL-DLY-NOTE.
098900     IF WS-DAY-HOL (WS-DAY-SUB) = 'Y'
099000         MOVE 'BANK HOLIDAY' TO CAL-DLY-NOTE
099100     END-IF.
099200     IF WS-DAY-ME (WS-DAY-SUB) = 'Y'
099300         IF WS-DAY-HOL (WS-DAY-SUB) = 'Y'
099400             MOVE 'BANK HOLIDAY, MONTH-END' TO CAL-DLY-NOTE
099500         ELSE
099600             MOVE 'MONTH-END' TO CAL-DLY-NOTE
099700         END-IF
099800     END-IF.
099900     WRITE CAL-RECORD FROM CAL-DAILY-LINE
100000         AFTER ADVANCING 1 LINE.
100100 0710-PRINT-ONE-DAY-EXIT.
100200     EXIT.

100300******************************************************************
100400*    0750-PRINT-CONFLICTS                                        *
100500*    IN DATE ORDER, EVERY GATE DUE ON A DATE WHEN ITS            *
100600*    PREDECESSOR WILL NOT RUN. A GATE WHOSE PREDECESSOR IS NOT   *
100700*    IN THE CYCLE AT ALL IS HELD EVERY NIGHT; IT IS LISTED ONCE  *
100800*    UNDER THE NEVER-RUN ENTRIES RATHER THAN ON EVERY DATE HERE. *
100900******************************************************************
101000 0750-PRINT-CONFLICTS.
101100     MOVE SPACES TO CAL-SECTION-LINE.
101200     MOVE 'PREDECESSOR CONFLICTS ------------------------------'
101300         TO CAL-SECTION-TITLE.
101400     WRITE CAL-RECORD FROM CAL-SECTION-LINE
101500         AFTER ADVANCING 2 LINES.
101600     PERFORM 0760-CONFLICTS-ONE-DAY
101700         THRU 0760-CONFLICTS-ONE-DAY-EXIT
101800         VARYING WS-DAY-SUB FROM 1 BY 1
101900         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
102000     IF WS-CONFLICT-COUNT = ZERO
102100         MOVE SPACES TO CAL-FINDING-LINE
102200         MOVE '  NO GATE IS DUE WITHOUT ITS PREDECESSOR'
102300             TO CAL-FND-TEXT
102400         WRITE CAL-RECORD FROM CAL-FINDING-LINE
102500             AFTER ADVANCING 1 LINE
102600     ELSE
102700         MOVE 4 TO WS-RC-CANDIDATE
102800         PERFORM 9900-RAISE-RETURN-CODE
102900             THRU 9900-RAISE-RETURN-CODE-EXIT
103000     END-IF.
103100 0750-PRINT-CONFLICTS-EXIT.
103200     EXIT.

103300******************************************************************
103400*    0760-CONFLICTS-ONE-DAY                                      *
103500******************************************************************
103600 0760-CONFLICTS-ONE-DAY.
103700     PERFORM 0770-CONFLICT-ONE-GATE
103800         THRU 0770-CONFLICT-ONE-GATE-EXIT
103900         VARYING WS-GATE-SUB FROM 1 BY 1
104000         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
104100 0760-CONFLICTS-ONE-DAY-EXIT.
104200     EXIT.

104300******************************************************************
104400*    0770-CONFLICT-ONE-GATE                                      *
104500*    THE PREDECESSOR IS PUT BACK THROUGH CDSCHED FOR THE DATE SO *
104600*    THE LINE SAYS WHY IT IS NOT DUE.                            *
104700******************************************************************
104800 0770-CONFLICT-ONE-GATE.
104900     IF WS-GATE-DAYS (WS-GATE-SUB) (WS-DAY-SUB:1) NOT = '*'
105000        OR WS-GATE-PRED-SUB (WS-GATE-SUB) = ZERO
105100         GO TO 0770-CONFLICT-ONE-GATE-EXIT
105200     END-IF.
105300     ADD 1 TO WS-CONFLICT-COUNT.
105400     MOVE WS-GATE-PRED-SUB (WS-GATE-SUB) TO WS-PRED-SUB.
105500     MOVE WS-GATE-DAYS (WS-PRED-SUB) (WS-DAY-SUB:1)
105600         TO WS-PRED-CHAR.
105700     MOVE SPACES TO CAL-FINDING-LINE.
105800     MOVE WS-DAY-DATE (WS-DAY-SUB) TO CAL-FND-DATE.
105900     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CAL-FND-JOB.
106000     IF WS-PRED-CHAR = '*'
106100         STRING 'PREDECESSOR ' DELIMITED BY SIZE
106200                WS-GATE-PRED (WS-GATE-SUB) DELIMITED BY SPACE
106300                ' DUE BUT HELD BY ITS OWN PREDECESSOR'
106400                    DELIMITED BY SIZE
106500             INTO CAL-FND-TEXT
106600     ELSE
106700         PERFORM 0430-SET-DAY-FACTS THRU 0430-SET-DAY-FACTS-EXIT
106800         CALL "CDSCHED" USING WS-GATE-IMAGE (WS-PRED-SUB)
106900                              CD-SCHED-PARM-AREA
107000         STRING 'PREDECESSOR ' DELIMITED BY SIZE
107100                WS-GATE-PRED (WS-GATE-SUB) DELIMITED BY SPACE
107200                ' NOT DUE - ' DELIMITED BY SIZE
107300                CD-SCH-REASON DELIMITED BY '  '
107400             INTO CAL-FND-TEXT
107500     END-IF.
107600     WRITE CAL-RECORD FROM CAL-FINDING-LINE
107700         AFTER ADVANCING 1 LINE.
107800 0770-CONFLICT-ONE-GATE-EXIT.
107900     EXIT.

108000******************************************************************
108100*    0800-PRINT-NEVER-RUN                                        *
108200*    ENTRIES THAT WILL NOT RUN ON ANY DATE IN THE RANGE - DEAD   *
108300*    OR CONFLICTING CONTROL ENTRIES TO PUT RIGHT BEFORE THE      *
108400*    NIGHT THEY MATTER.                                          *
108500******************************************************************
108600 0800-PRINT-NEVER-RUN.
108700     MOVE SPACES TO CAL-SECTION-LINE.
108800     MOVE 'ENTRIES THAT NEVER RUN IN THE RANGE ----------------'
108900         TO CAL-SECTION-TITLE.
109000     WRITE CAL-RECORD FROM CAL-SECTION-LINE
109100         AFTER ADVANCING 2 LINES.
109200     PERFORM 0810-CHECK-ONE-GATE THRU 0810-CHECK-ONE-GATE-EXIT
109300         VARYING WS-GATE-SUB FROM 1 BY 1
109400         UNTIL WS-GATE-SUB > WS-GATE-COUNT.
109500     IF WS-NEVER-COUNT = ZERO
109600         MOVE SPACES TO CAL-FINDING-LINE
109700         MOVE '  EVERY GATE RUNS AT LEAST ONCE IN THE RANGE'
109800             TO CAL-FND-TEXT
109900         WRITE CAL-RECORD FROM CAL-FINDING-LINE
110000             AFTER ADVANCING 1 LINE
110100     ELSE
110200         MOVE 4 TO WS-RC-CANDIDATE
110300         PERFORM 9900-RAISE-RETURN-CODE
110400             THRU 9900-RAISE-RETURN-CODE-EXIT
110500     END-IF.
110600 0800-PRINT-NEVER-RUN-EXIT.
110700     EXIT.

110800******************************************************************
110900*    0810-CHECK-ONE-GATE                                         *
111000*    A GATE THAT IS NEVER DUE IS GIVEN THE MOST SPECIFIC CAUSE:  *
111100*    - EFFECTIVE-TO DATE BEFORE THE RANGE BEGINS                 *
111200*    - EFFECTIVE-FROM DATE AFTER THE RANGE ENDS                  *
111300*    - DUE ONLY ON DATES THAT ARE BANK HOLIDAYS                  *
111400*    - OTHERWISE THE LAST REASON CDSCHED GAVE.                   *
111500*    A GATE THAT IS DUE BUT HELD ON EVERY SUCH DATE IS LISTED    *
111510*    WITH ITS PREDECESSOR (0815).                                *
111700******************************************************************
111800 0810-CHECK-ONE-GATE.
111900     IF WS-GATE-HELD-DAYS (WS-GATE-SUB) > ZERO
112000        AND WS-GATE-HELD-DAYS (WS-GATE-SUB)
112100            = WS-GATE-DUE-DAYS (WS-GATE-SUB)
112110         PERFORM 0815-LIST-HELD-GATE
112120             THRU 0815-LIST-HELD-GATE-EXIT
112130         GO TO 0810-CHECK-ONE-GATE-EXIT
112300     END-IF.
112400     IF WS-GATE-DUE-DAYS (WS-GATE-SUB) > ZERO
112500         GO TO 0810-CHECK-ONE-GATE-EXIT
112600     END-IF.
112700     MOVE SPACES TO CAL-FINDING-LINE.
112800     MOVE 'NEVER RUN' TO CAL-FND-DATE.
112900     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CAL-FND-JOB.
113000     EVALUATE TRUE
113100         WHEN WS-GATE-EFF-TO (WS-GATE-SUB) > ZERO
113200          AND WS-GATE-EFF-TO (WS-GATE-SUB) < WS-FIRST-DATE
113300             STRING 'EFFECTIVE-TO DATE ' DELIMITED BY SIZE
113400                    WS-GATE-EFF-TO (WS-GATE-SUB) DELIMITED BY SIZE
113500                    ' IS ALREADY PAST' DELIMITED BY SIZE
113600                 INTO CAL-FND-TEXT
113700         WHEN WS-GATE-EFF-FROM (WS-GATE-SUB) > WS-LAST-DATE
113800             STRING 'NOT EFFECTIVE UNTIL ' DELIMITED BY SIZE
113900                    WS-GATE-EFF-FROM (WS-GATE-SUB)
114000                        DELIMITED BY SIZE
114100                    ' - AFTER THE RANGE' DELIMITED BY SIZE
114200                 INTO CAL-FND-TEXT
114300         WHEN WS-GATE-HOL-DAYS (WS-GATE-SUB) > ZERO
114400             MOVE 'EVERY DATE IT WOULD RUN IS A BANK HOLIDAY'
114500                 TO CAL-FND-TEXT
114600         WHEN OTHER
114700             STRING 'NEVER DUE - LAST REASON: ' DELIMITED BY SIZE
114800                    WS-GATE-REASON (WS-GATE-SUB) DELIMITED BY '  '
114900                 INTO CAL-FND-TEXT
115000     END-EVALUATE.
115100     ADD 1 TO WS-NEVER-COUNT.
115200     WRITE CAL-RECORD FROM CAL-FINDING-LINE
115300         AFTER ADVANCING 1 LINE.
115310 0810-CHECK-ONE-GATE-EXIT.
115320     EXIT.

115330******************************************************************
115340*    0815-LIST-HELD-GATE                                         *
115350*    A GATE DUE ON SOME DATE BUT HELD ON EVERY ONE OF THEM IS    *
115360*    LISTED WITH ITS PREDECESSOR.                                *
115370******************************************************************
115380 0815-LIST-HELD-GATE.
115600     MOVE SPACES TO CAL-FINDING-LINE.
115700     MOVE 'ALWAYS HLD' TO CAL-FND-DATE.
115800     MOVE WS-GATE-JOB (WS-GATE-SUB) TO CAL-FND-JOB.
115900     IF WS-GATE-PRED-SUB (WS-GATE-SUB) = ZERO
116000         STRING 'PREDECESSOR ' DELIMITED BY SIZE
116100                WS-GATE-PRED (WS-GATE-SUB) DELIMITED BY SPACE
116200                ' IS NOT IN THIS CYCLE' DELIMITED BY SIZE
116300             INTO CAL-FND-TEXT
116400     ELSE
116500         STRING 'DUE BUT PREDECESSOR ' DELIMITED BY SIZE
116600                WS-GATE-PRED (WS-GATE-SUB) DELIMITED BY SPACE
116700                ' NEVER RUNS ON THE SAME DATE' DELIMITED BY SIZE
116800             INTO CAL-FND-TEXT
116900     END-IF.
117000     ADD 1 TO WS-NEVER-COUNT.
117100     WRITE CAL-RECORD FROM CAL-FINDING-LINE
117200         AFTER ADVANCING 1 LINE.
117210 0815-LIST-HELD-GATE-EXIT.
117400     EXIT.

117500******************************************************************
117600*    0850-PRINT-TOTALS                                           *
117700******************************************************************
117800 0850-PRINT-TOTALS.
117900     MOVE SPACES TO CAL-SECTION-LINE.
118000     MOVE 'CALENDAR TOTALS ------------------------------------'
118100         TO CAL-SECTION-TITLE.
118200     WRITE CAL-RECORD FROM CAL-SECTION-LINE
118300         AFTER ADVANCING 2 LINES.
118310     MOVE 'DATES IN RANGE            ' TO CAL-TOT-LABEL.
118320     MOVE WS-DAY-COUNT TO CAL-TOT-VALUE.
118600     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
118700         AFTER ADVANCING 1 LINE.
118710     MOVE 'BANK HOLIDAYS IN RANGE    ' TO CAL-TOT-LABEL.
118720     MOVE WS-RANGE-HOL-COUNT TO CAL-TOT-VALUE.
119000     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
119100         AFTER ADVANCING 1 LINE.
119110     MOVE 'GATES IN CYCLE            ' TO CAL-TOT-LABEL.
119120     MOVE WS-GATE-COUNT TO CAL-TOT-VALUE.
119400     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
119500         AFTER ADVANCING 1 LINE.
119510     MOVE 'ENTRIES IN OTHER CYCLES   ' TO CAL-TOT-LABEL.
119520     MOVE WS-OFFCYCLE-COUNT TO CAL-TOT-VALUE.
119800     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
119900         AFTER ADVANCING 1 LINE.
119910     MOVE 'GATE-NIGHTS SCHEDULED     ' TO CAL-TOT-LABEL.
119920     MOVE WS-GATE-NIGHTS TO CAL-TOT-VALUE.
120200     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
120300         AFTER ADVANCING 1 LINE.
120310     MOVE 'GATE SECONDS SCHEDULED    ' TO CAL-TOT-LABEL.
120320     MOVE WS-TOTAL-SECS TO CAL-TOT-VALUE.
120600     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
120700         AFTER ADVANCING 1 LINE.
120710     MOVE 'GATE-NIGHTS HELD          ' TO CAL-TOT-LABEL.
120720     MOVE WS-HELD-NIGHTS TO CAL-TOT-VALUE.
121000     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
121100         AFTER ADVANCING 1 LINE.
121110     MOVE 'PREDECESSOR CONFLICTS     ' TO CAL-TOT-LABEL.
121120     MOVE WS-CONFLICT-COUNT TO CAL-TOT-VALUE.
121400     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
121500         AFTER ADVANCING 1 LINE.
121510     MOVE 'ENTRIES THAT NEVER RUN    ' TO CAL-TOT-LABEL.
121520     MOVE WS-NEVER-COUNT TO CAL-TOT-VALUE.
121800     WRITE CAL-RECORD FROM CAL-TOTAL-LINE
121900         AFTER ADVANCING 1 LINE.
122000     IF WS-NEVER-COUNT > ZERO
122100         MOVE WS-NEVER-COUNT TO WS-DISPLAY-COUNT
122200         DISPLAY "CDCALNDR - " WS-DISPLAY-COUNT
122300                 " ENTRY(IES) NEVER RUN IN THE RANGE - SEE CALRPT"
122400     END-IF.
122500     IF WS-CONFLICT-COUNT > ZERO
122600         MOVE WS-CONFLICT-COUNT TO WS-DISPLAY-COUNT
122700         DISPLAY "CDCALNDR - " WS-DISPLAY-COUNT
122800                 " PREDECESSOR CONFLICT(S) - SEE CALRPT"
122900     END-IF.
123000 0850-PRINT-TOTALS-EXIT.
123100     EXIT.

123200******************************************************************
123300*    0900-STOP-RUN                                               *
123400******************************************************************
123500 0900-STOP-RUN.
123600     IF REPORT-WAS-OPENED
123700         CLOSE CALENDAR-REPORT
123800     END-IF.
123900     MOVE WS-RETURN-CODE TO RETURN-CODE.
124000     STOP RUN.
124100 0900-STOP-RUN-EXIT.
124200     EXIT.

124300******************************************************************
124400*    9800-TABLE-OVERFLOW                                         *
124500******************************************************************
124600 9800-TABLE-OVERFLOW.
124700     DISPLAY "CDCALNDR - MORE THAN " WS-MAX-GATES
124800             " GATES IN THE CYCLE - CALENDAR INCOMPLETE".
124900     MOVE 20 TO WS-RC-CANDIDATE.
125000     PERFORM 9900-RAISE-RETURN-CODE
125100         THRU 9900-RAISE-RETURN-CODE-EXIT.
125200 9800-TABLE-OVERFLOW-EXIT.
125300     EXIT.

125400******************************************************************
125500*    9900-RAISE-RETURN-CODE                                      *
125600*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
125700*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
125800*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
125900******************************************************************
126000 9900-RAISE-RETURN-CODE.
126100     IF WS-RC-CANDIDATE > WS-RETURN-CODE
126200         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
126300     END-IF.
126400 9900-RAISE-RETURN-CODE-EXIT.
126500     EXIT.

126600  END PROGRAM CDCALNDR.
