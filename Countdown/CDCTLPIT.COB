000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program rebuilds the NIGHTLY GATE CONTROL FILE                        *
000600*     (CDCTL LAYOUT) AS IT STOOD ON ANY EARLIER DATE. IT STARTS                  *
000700*     FROM THE CURRENT CTLFILE AND UNWINDS, NEWEST FIRST, EVERY                  *
000800*     APPLIED CHANGE ON THE CHGHIST AUDIT DATASET (CDCHG LAYOUT)                 *
000900*     WITH A LATER APPLY DATE - AN ADD IS TAKEN OFF AGAIN, A                     *
001000*     CHANGE OR DELETE PUTS BACK THE BEFORE-IMAGE CDCTLMNT                       *
001100*     RECORDED. GIVEN A SECOND DATE IT PRINTS A FIELD-BY-FIELD                   *
001200*     COMPARE OF THE TWO FILES - GATES ADDED, GATES DELETED,                     *
001300*     AND EVERY CHANGED FIELD - WITH WHO SUBMITTED AND WHO                       *
001400*     APPROVED EACH CHANGE IN BETWEEN. ON REQUEST IT WRITES                      *
001500*     THE REBUILT FILE IN CDCTL LAYOUT SO AN OLD GATE LIST CAN                   *
001600*     BE RE-FORECAST. A CHANGE THAT CANNOT BE UNWOUND ENDS                       *
001700*     WITH RC 4, A BAD PARM WITH RC 16, AN I/O FAILURE RC 20.                    *
001800*                                                                                *
001900*     MODIFICATION HISTORY                                                       *
002000*     ----------------------------------------------------------------------     *
002100*     DATE         INIT   DESCRIPTION                                            *
002200*     10/15/2026   GN     INITIAL VERSION.                                       *
002300**********************************************************************************

002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CDCTLPIT.
002600 AUTHOR. GIANNIS NOUTSIS.
002700 INSTALLATION. OPERATIONS BATCH UTILITIES.
002800 DATE-WRITTEN. 10/15/2026.
002900 DATE-COMPILED.

003000******************************************************************
003100*    PARM / SYSIN FORMAT                                         *
003200*    -------------------------------------------------------     *
003300*    POSITIONS 1-8   AS-OF DATE, YYYYMMDD (REQUIRED) - THE FILE  *
003400*                    IS REBUILT AS IT STOOD AT THE END OF THAT   *
003500*                    DAY, AFTER THAT DAY'S APPLY RUNS            *
003600*    POSITION 9      BLANK                                       *
003700*    POSITIONS 10-17 COMPARE DATE, YYYYMMDD (OPTIONAL) - LATER   *
003800*                    THAN THE AS-OF DATE. BLANK = NO COMPARE     *
003900*    POSITION 18     BLANK                                       *
004000*    POSITION 19     W = WRITE THE AS-OF FILE TO PITCTL IN       *
004100*                    CDCTL LAYOUT. BLANK = REPORT ONLY           *
004200*    EXAMPLES:  "20260901"            FILE AS OF 1 SEPTEMBER     *
004300*               "20260901 20261015"   WHAT CHANGED IN BETWEEN    *
004400*               "20260901          W" REBUILD FOR A RE-FORECAST  *
004500******************************************************************

004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.

004900     SELECT CONTROL-FILE ASSIGN TO CTLFILE
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CTL-STATUS.

005200     SELECT CHANGE-HISTORY ASSIGN TO CHGHIST
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CHG-STATUS.

005500     SELECT PIT-REPORT ASSIGN TO PITRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-STATUS.

005800     SELECT PIT-CONTROL-FILE ASSIGN TO PITCTL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-PITCTL-STATUS.

006100     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SYSIN-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.

006600 FD  CONTROL-FILE.
006700     COPY CDCTL.

006800 FD  CHANGE-HISTORY.
006900     COPY CDCHG.

007000 FD  PIT-REPORT.
007100 01  PIT-RECORD                      PIC X(132).

007200 FD  PIT-CONTROL-FILE.
007300 01  PIT-CONTROL-RECORD              PIC X(80).

007400 FD  SYSIN-CARD-FILE.
007500 01  SYSIN-CARD-RECORD               PIC X(80).

007600 WORKING-STORAGE SECTION.

007700******************************************************************
007800*    FILE STATUS FIELDS                                          *
007900******************************************************************
008000 01  WS-FILE-STATUS-FIELDS.
008100     05  WS-CTL-STATUS               PIC X(02) VALUE "00".
008200     05  WS-CHG-STATUS               PIC X(02) VALUE "00".
008300     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
008400     05  WS-PITCTL-STATUS            PIC X(02) VALUE "00".
008500     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".

008600******************************************************************
008700*    PROGRAM SWITCHES                                            *
008800******************************************************************
008900 01  WS-PROGRAM-SWITCHES.
009000     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
009100         88  END-OF-CONTROL-FILE             VALUE 'Y'.
009200     05  WS-CHG-EOF-SWITCH           PIC X(01) VALUE 'N'.
009300         88  END-OF-CHANGE-HISTORY           VALUE 'Y'.
009400     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
009500         88  PIT-CAN-RUN                      VALUE 'Y'.
009600         88  PIT-CANNOT-RUN                   VALUE 'N'.
009700     05  WS-REPORT-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009800         88  REPORT-WAS-OPENED                VALUE 'Y'.
009900     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
010000         88  JOB-WAS-FOUND                    VALUE 'Y'.
010100     05  WS-IMAGE-SWITCH             PIC X(01) VALUE 'N'.
010200         88  IMAGE-WAS-REBUILT                VALUE 'Y'.
010300     05  WS-DATE-SWITCH              PIC X(01) VALUE 'N'.
010400         88  DATE-IS-VALID                    VALUE 'Y'.
010500     05  WS-DIFF-SWITCH              PIC X(01) VALUE 'N'.
010600         88  GATE-HAS-CHANGED                 VALUE 'Y'.
010700     05  WS-COMPARE-SWITCH           PIC X(01) VALUE 'N'.
010800         88  COMPARE-REQUESTED                VALUE 'Y'.
010900     05  WS-WRITE-SWITCH             PIC X(01) VALUE SPACE.
011000         88  WRITE-PIT-FILE                   VALUE 'W'.

011100******************************************************************
011200*    RETURN CODE                                                 *
011300******************************************************************
011400 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
011500 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

011600******************************************************************
011700*    CONTROL-FILE TABLES - ALL FOUR SHARE ONE SHAPE SO A WHOLE   *
011800*    TABLE MOVES AS A GROUP. CUR IS THE FILE AS IT IS TODAY, WRK *
011900*    THE ONE BEING UNWOUND, OLD AND NEW THE FINISHED FILES FOR   *
012000*    THE AS-OF AND COMPARE DATES. AN UNWOUND ADD LEAVES ITS      *
012100*    ENTRY IN PLACE FLAGGED GONE; AN UNWOUND DELETE IS ADDED AT  *
012200*    THE END, SO A REBUILT FILE LISTS RESTORED GATES LAST.       *
012300******************************************************************
012400 77  WS-MAX-ENTRIES                  PIC 9(03) VALUE 500.

012500 01  WS-CUR-TABLE.
012600     05  WS-CUR-COUNT                PIC 9(03) COMP VALUE ZERO.
012700     05  WS-CUR-ENTRY OCCURS 500 TIMES.
012800         10  WS-CUR-JOB              PIC X(08).
012900         10  WS-CUR-GONE             PIC X(01).
013000         10  WS-CUR-IMAGE            PIC X(80).

013100 01  WS-WRK-TABLE.
013200     05  WS-WRK-COUNT                PIC 9(03) COMP VALUE ZERO.
013300     05  WS-WRK-ENTRY OCCURS 500 TIMES INDEXED BY WRK-IDX.
013400         10  WS-WRK-JOB              PIC X(08).
013500         10  WS-WRK-GONE             PIC X(01).
013600         10  WS-WRK-IMAGE            PIC X(80).

013700 01  WS-OLD-TABLE.
013800     05  WS-OLD-COUNT                PIC 9(03) COMP VALUE ZERO.
013900     05  WS-OLD-ENTRY OCCURS 500 TIMES INDEXED BY OLD-IDX.
014000         10  WS-OLD-JOB              PIC X(08).
014100         10  WS-OLD-GONE             PIC X(01).
014200         10  WS-OLD-IMAGE            PIC X(80).

014300 01  WS-NEW-TABLE.
014400     05  WS-NEW-COUNT                PIC 9(03) COMP VALUE ZERO.
014500     05  WS-NEW-ENTRY OCCURS 500 TIMES INDEXED BY NEW-IDX.
014600         10  WS-NEW-JOB              PIC X(08).
014700         10  WS-NEW-GONE             PIC X(01).
014800         10  WS-NEW-IMAGE            PIC X(80).

014900******************************************************************
015000*    CHANGE TABLE - THE APPLIED CHGHIST RECORDS IN FILE (APPLY)  *
015100*    ORDER. REJECTED ITEMS NEVER TOUCHED THE FILE AND ARE NOT    *
015200*    KEPT.                                                       *
015300******************************************************************
015400 77  WS-MAX-CHANGES                  PIC 9(04) VALUE 2000.

015500 01  WS-CHG-TABLE.
015600     05  WS-CHG-COUNT                PIC 9(04) COMP VALUE ZERO.
015700     05  WS-CHG-ENTRY OCCURS 2000 TIMES.
015800         10  WS-CHG-SEQ              PIC 9(05).
015900         10  WS-CHG-ACT              PIC X(06).
016000         10  WS-CHG-JOB              PIC X(08).
016100         10  WS-CHG-SUBMIT           PIC X(08).
016200         10  WS-CHG-APPROVE          PIC X(08).
016300         10  WS-CHG-DATE             PIC 9(08).
016400         10  WS-CHG-CARD             PIC X(80).
016500         10  WS-CHG-BEFORE           PIC X(80).

016600 01  WS-SUBSCRIPTS.
016700     05  WS-SUB                      PIC 9(03) COMP VALUE ZERO.
016800     05  WS-MATCH-SUB                PIC 9(03) COMP VALUE ZERO.
016900     05  WS-CHG-SUB                  PIC 9(04) COMP VALUE ZERO.
017000     05  WS-RPL-SUB                  PIC 9(04) COMP VALUE ZERO.

017100******************************************************************
017200*    CONTROL-ENTRY VIEWS - THE SAME 80 BYTES AS CDCTL, FIELD BY  *
017300*    FIELD. RPL IS THE IMAGE BEING REBUILT FROM HISTORY, FRM AND *
017400*    TOO THE EARLIER AND LATER ENTRY BEING COMPARED OR LISTED.   *
017500******************************************************************
017600 01  WS-RPL-IMAGE-WK.
017700     05  WS-RI-JOB                   PIC X(08).
017800     05  WS-RI-LEN                   PIC X(05).
017900     05  WS-RI-MASK                  PIC X(07).
018000     05  WS-RI-ME                    PIC X(01).
018100     05  WS-RI-FROM                  PIC X(08).
018200     05  WS-RI-TO                    PIC X(08).
018300     05  WS-RI-PRED                  PIC X(08).
018400     05  WS-RI-GMODE                 PIC X(01).
018500     05  WS-RI-TGT                   PIC X(06).
018600     05  WS-RI-STRM                  PIC X(02).
018700     05  WS-RI-CYC                   PIC X(01).
018800     05  FILLER                      PIC X(25).

018900 01  WS-FRM-IMAGE-WK.
019000     05  WS-FI-JOB                   PIC X(08).
019100     05  WS-FI-LEN                   PIC X(05).
019200     05  WS-FI-MASK                  PIC X(07).
019300     05  WS-FI-ME                    PIC X(01).
019400     05  WS-FI-FROM                  PIC X(08).
019500     05  WS-FI-TO                    PIC X(08).
019600     05  WS-FI-PRED                  PIC X(08).
019700     05  WS-FI-GMODE                 PIC X(01).
019800     05  WS-FI-TGT                   PIC X(06).
019900     05  WS-FI-STRM                  PIC X(02).
020000     05  WS-FI-CYC                   PIC X(01).
020100     05  FILLER                      PIC X(25).

020200 01  WS-TOO-IMAGE-WK.
020300     05  WS-TI-JOB                   PIC X(08).
020400     05  WS-TI-LEN                   PIC X(05).
020500     05  WS-TI-MASK                  PIC X(07).
020600     05  WS-TI-ME                    PIC X(01).
020700     05  WS-TI-FROM                  PIC X(08).
020800     05  WS-TI-TO                    PIC X(08).
020900     05  WS-TI-PRED                  PIC X(08).
021000     05  WS-TI-GMODE                 PIC X(01).
021100     05  WS-TI-TGT                   PIC X(06).
021200     05  WS-TI-STRM                  PIC X(02).
021300     05  WS-TI-CYC                   PIC X(01).
021400     05  FILLER                      PIC X(25).

021500     COPY CDTRAN.

021600******************************************************************
021700*    PARM, DATE AND WORK FIELDS                                  *
021800******************************************************************
021900 01  WS-PARM-FIELDS.
022000     05  WS-PARM-DATA                PIC X(80).
022100     05  WS-PARM-ASOF-X              PIC X(08) VALUE SPACES.
022200     05  WS-PARM-COMPARE-X           PIC X(08) VALUE SPACES.

022300 01  WS-DATE-FIELDS.
022400     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.
022500     05  WS-ASOF-DATE                PIC 9(08) VALUE ZERO.
022600     05  WS-COMPARE-DATE             PIC 9(08) VALUE ZERO.
022700     05  WS-TARGET-DATE              PIC 9(08) VALUE ZERO.
022800     05  WS-CHECK-DATE-X             PIC X(08) VALUE SPACES.
022900     05  WS-CHECK-DATE-SPLIT REDEFINES WS-CHECK-DATE-X.
023000         10  WS-CHECK-YYYY           PIC 9(04).
023100         10  WS-CHECK-MM             PIC 9(02).
023200         10  WS-CHECK-DD             PIC 9(02).
023202     05  WS-LEAP-QUOT                PIC 9(04) VALUE ZERO.
023204     05  WS-LEAP-REM                 PIC 9(03) VALUE ZERO.
023206     05  WS-LEAP-SWITCH              PIC X(01) VALUE 'N'.
023208         88  YEAR-IS-LEAP                     VALUE 'Y'.

023300 01  WS-WORK-FIELDS.
023400     05  WS-FIND-JOB-NAME            PIC X(08) VALUE SPACES.
023500     05  WS-WARN-TEXT                PIC X(60) VALUE SPACES.
023600     05  WS-DIFF-FIELD               PIC X(12) VALUE SPACES.
023700     05  WS-DIFF-WAS                 PIC X(08) VALUE SPACES.
023800     05  WS-DIFF-NOW                 PIC X(08) VALUE SPACES.

023900******************************************************************
024000*    COUNTERS                                                    *
024100******************************************************************
024200 01  WS-PIT-COUNTERS.
024300     05  WS-CHG-READ-COUNT           PIC 9(05) COMP VALUE ZERO.
024400     05  WS-UNWOUND-COUNT            PIC 9(05) COMP VALUE ZERO.
024500     05  WS-OLD-UNWOUND              PIC 9(05) COMP VALUE ZERO.
024600     05  WS-NEW-UNWOUND              PIC 9(05) COMP VALUE ZERO.
024700     05  WS-REPLAY-COUNT             PIC 9(05) COMP VALUE ZERO.
024800     05  WS-UNRESOLVED-COUNT         PIC 9(05) COMP VALUE ZERO.
024900     05  WS-GATE-COUNT               PIC 9(05) COMP VALUE ZERO.
025000     05  WS-OLD-GATES                PIC 9(05) COMP VALUE ZERO.
025100     05  WS-NEW-GATES                PIC 9(05) COMP VALUE ZERO.
025200     05  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
025300     05  WS-DELETED-COUNT            PIC 9(05) COMP VALUE ZERO.
025400     05  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
025500     05  WS-FIELD-COUNT              PIC 9(05) COMP VALUE ZERO.
025600     05  WS-WRITTEN-COUNT            PIC 9(05) COMP VALUE ZERO.
025700     05  WS-DISPLAY-COUNT            PIC ZZZZ9.

025800******************************************************************
025900*    REPORT LINE LAYOUTS                                         *
026000******************************************************************
026100 01  PIT-HEADING-1.
026200     05  FILLER                      PIC X(44)
026300         VALUE 'COUNTDOWN CONTROL-FILE POINT-IN-TIME REPORT'.
026400     05  FILLER                      PIC X(10)
026500         VALUE 'RUN DATE: '.
026600     05  PIT-H1-DATE                 PIC 9(08).
026700     05  FILLER                      PIC X(70) VALUE SPACES.

026800 01  PIT-SECTION-LINE.
026900     05  PIT-SECTION-TITLE           PIC X(52).
027000     05  FILLER                      PIC X(80) VALUE SPACES.

027100 01  PIT-COLUMN-LINE.
027200     05  FILLER                      PIC X(10)
027300         VALUE 'JOB NAME'.
027400     05  FILLER                      PIC X(08)
027500         VALUE ' LENGTH'.
027600     05  FILLER                      PIC X(09)
027700         VALUE 'MON-SUN'.
027800     05  FILLER                      PIC X(05)
027900         VALUE 'M-END'.
028000     05  FILLER                      PIC X(10)
028100         VALUE '  EFF FROM'.
028200     05  FILLER                      PIC X(10)
028300         VALUE '  EFF TO'.
028400     05  FILLER                      PIC X(08)
028500         VALUE 'PRED JOB'.
028600     05  FILLER                      PIC X(04)
028700         VALUE ' MD'.
028800     05  FILLER                      PIC X(08)
028900         VALUE ' TARGET'.
029000     05  FILLER                      PIC X(04)
029100         VALUE ' ST'.
029200     05  FILLER                      PIC X(04)
029300         VALUE ' CY'.
029400     05  FILLER                      PIC X(52) VALUE SPACES.

029500 01  PIT-LISTING-LINE.
029600     05  PIT-LST-JOB                 PIC X(08).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  PIT-LST-LEN                 PIC ZZZZ9.
029900     05  FILLER                      PIC X(03) VALUE SPACES.
030000     05  PIT-LST-MASK                PIC X(07).
030100     05  FILLER                      PIC X(04) VALUE SPACES.
030200     05  PIT-LST-ME                  PIC X(01).
030300     05  FILLER                      PIC X(04) VALUE SPACES.
030400     05  PIT-LST-FROM                PIC X(08).
030500     05  FILLER                      PIC X(02) VALUE SPACES.
030600     05  PIT-LST-TO                  PIC X(08).
030700     05  FILLER                      PIC X(02) VALUE SPACES.
030800     05  PIT-LST-PRED                PIC X(08).
030900     05  FILLER                      PIC X(02) VALUE SPACES.
031000     05  PIT-LST-GMODE               PIC X(01).
031100     05  FILLER                      PIC X(02) VALUE SPACES.
031200     05  PIT-LST-TGT                 PIC X(06).
031300     05  FILLER                      PIC X(02) VALUE SPACES.
031400     05  PIT-LST-STRM                PIC X(02).
031500     05  FILLER                      PIC X(02) VALUE SPACES.
031600     05  PIT-LST-CYC                 PIC X(01).
031700     05  FILLER                      PIC X(52) VALUE SPACES.

031800 01  PIT-FINDING-LINE.
031900     05  PIT-FND-KIND                PIC X(10).
032000     05  PIT-FND-JOB                 PIC X(08).
032100     05  FILLER                      PIC X(02) VALUE SPACES.
032200     05  PIT-FND-TEXT                PIC X(60).
032300     05  FILLER                      PIC X(52) VALUE SPACES.

032400 01  PIT-DIFF-HEAD.
032500     05  FILLER                      PIC X(10) VALUE 'JOB NAME'.
032600     05  FILLER                      PIC X(10) VALUE 'CHANGE'.
032700     05  FILLER                      PIC X(14) VALUE 'FIELD'.
032800     05  FILLER                      PIC X(10) VALUE 'WAS'.
032900     05  FILLER                      PIC X(10) VALUE 'NOW'.
033000     05  FILLER                      PIC X(78) VALUE SPACES.

033100 01  PIT-DIFF-LINE.
033200     05  PIT-DIF-JOB                 PIC X(08).
033300     05  FILLER                      PIC X(02) VALUE SPACES.
033400     05  PIT-DIF-KIND                PIC X(08).
033500     05  FILLER                      PIC X(02) VALUE SPACES.
033600     05  PIT-DIF-FIELD               PIC X(12).
033700     05  FILLER                      PIC X(02) VALUE SPACES.
033800     05  PIT-DIF-WAS                 PIC X(08).
033900     05  FILLER                      PIC X(02) VALUE SPACES.
034000     05  PIT-DIF-NOW                 PIC X(08).
034100     05  FILLER                      PIC X(80) VALUE SPACES.

034200 01  PIT-WHO-LINE.
034300     05  FILLER                      PIC X(12) VALUE SPACES.
034400     05  FILLER                      PIC X(04) VALUE 'SEQ '.
034500     05  PIT-WHO-SEQ                 PIC 9(05).
034600     05  FILLER                      PIC X(02) VALUE SPACES.
034700     05  PIT-WHO-ACTION              PIC X(06).
034800     05  FILLER                      PIC X(09) VALUE ' APPLIED '.
034900     05  PIT-WHO-DATE                PIC 9(08).
035000     05  FILLER                      PIC X(14)
035100         VALUE ' SUBMITTED BY '.
035200     05  PIT-WHO-SUBMIT              PIC X(08).
035300     05  FILLER                      PIC X(13)
035400         VALUE ' APPROVED BY '.
035500     05  PIT-WHO-APPROVE             PIC X(08).
035600     05  FILLER                      PIC X(43) VALUE SPACES.

035700 01  PIT-TOTAL-LINE.
035800     05  FILLER                      PIC X(02) VALUE SPACES.
035900     05  PIT-TOT-LABEL               PIC X(26).
036000     05  FILLER                      PIC X(02) VALUE SPACES.
036100     05  PIT-TOT-VALUE               PIC ZZZZ9.
036200     05  FILLER                      PIC X(97) VALUE SPACES.

036300 PROCEDURE DIVISION.

036400******************************************************************
036500*    0000-MAINLINE                                               *
036600*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
036700******************************************************************
036800 0000-MAINLINE.
036900     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
037000     IF PIT-CAN-RUN
037100         PERFORM 0200-LOAD-CONTROL-TABLE
037200             THRU 0200-LOAD-CONTROL-TABLE-EXIT
037300     END-IF.
037400     IF PIT-CAN-RUN
037500         PERFORM 0250-LOAD-CHANGE-HISTORY
037600             THRU 0250-LOAD-CHANGE-HISTORY-EXIT
037700     END-IF.
037800     IF PIT-CAN-RUN
037900         MOVE WS-ASOF-DATE TO WS-TARGET-DATE
038000         PERFORM 0300-BUILD-ONE-DATE THRU 0300-BUILD-ONE-DATE-EXIT
038100         MOVE WS-WRK-TABLE TO WS-OLD-TABLE
038200         MOVE WS-UNWOUND-COUNT TO WS-OLD-UNWOUND
038300         MOVE WS-GATE-COUNT TO WS-OLD-GATES
038400         IF WRITE-PIT-FILE
038500             PERFORM 0600-WRITE-PIT-CONTROL
038600                 THRU 0600-WRITE-PIT-CONTROL-EXIT
038700         END-IF
038800         IF COMPARE-REQUESTED
038900             MOVE WS-COMPARE-DATE TO WS-TARGET-DATE
039000             PERFORM 0300-BUILD-ONE-DATE
039100                 THRU 0300-BUILD-ONE-DATE-EXIT
039200             MOVE WS-WRK-TABLE TO WS-NEW-TABLE
039300             MOVE WS-UNWOUND-COUNT TO WS-NEW-UNWOUND
039400             MOVE WS-GATE-COUNT TO WS-NEW-GATES
039500             PERFORM 0700-COMPARE-DATES
039600                 THRU 0700-COMPARE-DATES-EXIT
039700         END-IF
039800         PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT
039900     END-IF.
040000     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
040100 0000-MAINLINE-EXIT.
040200     EXIT.

040300******************************************************************
040400*    0100-INITIALIZE                                             *
040500*    A MISSING CONTROL FILE OR REPORT IS FATAL - THERE IS        *
040600*    NOTHING TO UNWIND FROM AND NOWHERE TO SAY SO.               *
040700******************************************************************
040800 0100-INITIALIZE.
040900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
041000     PERFORM 0105-GET-PARM THRU 0105-GET-PARM-EXIT.
041100     IF PIT-CANNOT-RUN
041200         GO TO 0100-INITIALIZE-EXIT
041300     END-IF.
041400     OPEN INPUT CONTROL-FILE.
041500     IF WS-CTL-STATUS NOT = "00"
041600         DISPLAY "CDCTLPIT - UNABLE TO OPEN CTLFILE, STATUS="
041700                 WS-CTL-STATUS
041800         MOVE 20 TO WS-RC-CANDIDATE
041900         PERFORM 9900-RAISE-RETURN-CODE
042000             THRU 9900-RAISE-RETURN-CODE-EXIT
042100         SET PIT-CANNOT-RUN TO TRUE
042200         GO TO 0100-INITIALIZE-EXIT
042300     END-IF.
042400     OPEN OUTPUT PIT-REPORT.
042500     IF WS-REPORT-STATUS NOT = "00"
042600         DISPLAY "CDCTLPIT - UNABLE TO OPEN PITRPT, STATUS="
042700                 WS-REPORT-STATUS
042800         MOVE 20 TO WS-RC-CANDIDATE
042900         PERFORM 9900-RAISE-RETURN-CODE
043000             THRU 9900-RAISE-RETURN-CODE-EXIT
043100         SET PIT-CANNOT-RUN TO TRUE
043200         CLOSE CONTROL-FILE
043300         GO TO 0100-INITIALIZE-EXIT
043400     END-IF.
043500     SET REPORT-WAS-OPENED TO TRUE.
043600     MOVE WS-RUN-DATE TO PIT-H1-DATE.
043700     WRITE PIT-RECORD FROM PIT-HEADING-1
043800         AFTER ADVANCING 1 LINE.
043900 0100-INITIALIZE-EXIT.
044000     EXIT.

044100******************************************************************
044200*    0105-GET-PARM                                               *
044300*    DATES FROM THE EXEC CARD PARM=, OR FROM A SYSIN CARD WHEN   *
044400*    NO PARM WAS PASSED. THE AS-OF DATE IS REQUIRED; A COMPARE   *
044500*    DATE MUST FALL AFTER IT. REBUILDING THE WRONG DAY'S FILE    *
044600*    WOULD BE WORSE THAN NONE, SO ANY BAD DATE STOPS THE STEP.   *
044700******************************************************************
044800 0105-GET-PARM.
044900     MOVE SPACES TO WS-PARM-DATA.
045000     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
045100     IF WS-PARM-DATA = SPACES
045200         PERFORM 0109-GET-PARM-FROM-SYSIN
045300             THRU 0109-GET-PARM-FROM-SYSIN-EXIT
045400     END-IF.
045500     MOVE WS-PARM-DATA(1:8) TO WS-PARM-ASOF-X.
045600     MOVE WS-PARM-DATA(10:8) TO WS-PARM-COMPARE-X.
045700     MOVE WS-PARM-DATA(19:1) TO WS-WRITE-SWITCH.
045800     MOVE WS-PARM-ASOF-X TO WS-CHECK-DATE-X.
045900     PERFORM 0107-CHECK-DATE THRU 0107-CHECK-DATE-EXIT.
046000     IF NOT DATE-IS-VALID
046100         DISPLAY "CDCTLPIT - AS-OF DATE '" WS-PARM-ASOF-X
046200                 "' IN PARM POSITIONS 1-8 IS NOT A YYYYMMDD DATE"
046300         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
046400         GO TO 0105-GET-PARM-EXIT
046500     END-IF.
046600     MOVE WS-PARM-ASOF-X TO WS-ASOF-DATE.
046700     IF WS-PARM-COMPARE-X NOT = SPACES
046800         MOVE WS-PARM-COMPARE-X TO WS-CHECK-DATE-X
046900         PERFORM 0107-CHECK-DATE THRU 0107-CHECK-DATE-EXIT
047000         IF NOT DATE-IS-VALID
047100             DISPLAY "CDCTLPIT - COMPARE DATE '" WS-PARM-COMPARE-X
047200                     "' IN PARM POSITIONS 10-17 IS NOT A DATE"
047300             PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
047400             GO TO 0105-GET-PARM-EXIT
047500         END-IF
047600         MOVE WS-PARM-COMPARE-X TO WS-COMPARE-DATE
047700         IF WS-COMPARE-DATE NOT > WS-ASOF-DATE
047800             DISPLAY "CDCTLPIT - COMPARE DATE MUST BE LATER THAN "
047900                     "THE AS-OF DATE"
048000             PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
048100             GO TO 0105-GET-PARM-EXIT
048200         END-IF
048300         SET COMPARE-REQUESTED TO TRUE
048400     END-IF.
048500     IF WS-WRITE-SWITCH NOT = SPACE
048600        AND NOT WRITE-PIT-FILE
048700         DISPLAY "CDCTLPIT - PARM POSITION 19 '" WS-WRITE-SWITCH
048800                 "' MUST BE W OR BLANK"
048900         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
049000     END-IF.
049100 0105-GET-PARM-EXIT.
049200     EXIT.

049300******************************************************************
049400*    0107-CHECK-DATE                                             *
049500*    WS-CHECK-DATE-X MUST BE AN EIGHT-DIGIT YYYYMMDD WITH A REAL *
049600*    MONTH AND A DAY THAT MONTH CAN HAVE.                        *
049650*    29 FEBRUARY IS ACCEPTED ONLY IN A LEAP YEAR.                *
049700******************************************************************
049800 0107-CHECK-DATE.
049900     MOVE 'N' TO WS-DATE-SWITCH.
050000     IF WS-CHECK-DATE-X NOT NUMERIC
050100         GO TO 0107-CHECK-DATE-EXIT
050200     END-IF.
050300     IF WS-CHECK-YYYY < 1900
050400        OR WS-CHECK-MM < 01 OR WS-CHECK-MM > 12
050500        OR WS-CHECK-DD < 01 OR WS-CHECK-DD > 31
050600         GO TO 0107-CHECK-DATE-EXIT
050700     END-IF.
050800     IF WS-CHECK-DD > 30
050900        AND (WS-CHECK-MM = 04 OR 06 OR 09 OR 11)
051000         GO TO 0107-CHECK-DATE-EXIT
051100     END-IF.
051200     IF WS-CHECK-MM = 02 AND WS-CHECK-DD > 29
051300         GO TO 0107-CHECK-DATE-EXIT
051400     END-IF.
051404     IF WS-CHECK-MM = 02 AND WS-CHECK-DD = 29
051408         MOVE 'N' TO WS-LEAP-SWITCH
051412         DIVIDE WS-CHECK-YYYY BY 4
051416             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
051420         IF WS-LEAP-REM = ZERO
051424             SET YEAR-IS-LEAP TO TRUE
051428             DIVIDE WS-CHECK-YYYY BY 100
051432                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
051436             IF WS-LEAP-REM = ZERO
051440                 DIVIDE WS-CHECK-YYYY BY 400
051444                     GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
051448                 IF WS-LEAP-REM NOT = ZERO
051452                     MOVE 'N' TO WS-LEAP-SWITCH
051456                 END-IF
051460             END-IF
051464         END-IF
051468         IF NOT YEAR-IS-LEAP
051472             GO TO 0107-CHECK-DATE-EXIT
051476         END-IF
051480     END-IF.
051500     SET DATE-IS-VALID TO TRUE.
051600 0107-CHECK-DATE-EXIT.
051700     EXIT.

051800******************************************************************
051900*    0108-FAIL-PARM                                              *
052000******************************************************************
052100 0108-FAIL-PARM.
052200     MOVE 16 TO WS-RC-CANDIDATE.
052300     PERFORM 9900-RAISE-RETURN-CODE
052400         THRU 9900-RAISE-RETURN-CODE-EXIT.
052500     SET PIT-CANNOT-RUN TO TRUE.
052600 0108-FAIL-PARM-EXIT.
052700     EXIT.

052800******************************************************************
052900*    0109-GET-PARM-FROM-SYSIN                                    *
053000*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
053100*    THE AS-OF DATE CHECK IN 0105 GIVES THE CLEARER MESSAGE.     *
053200******************************************************************
053300 0109-GET-PARM-FROM-SYSIN.
053400     OPEN INPUT SYSIN-CARD-FILE.
053500     IF WS-SYSIN-STATUS NOT = "00"
053600         IF WS-SYSIN-STATUS NOT = "35"
053700             DISPLAY "CDCTLPIT - UNABLE TO OPEN SYSIN, STATUS="
053800                     WS-SYSIN-STATUS
053900             MOVE 20 TO WS-RC-CANDIDATE
054000             PERFORM 9900-RAISE-RETURN-CODE
054100                 THRU 9900-RAISE-RETURN-CODE-EXIT
054200         END-IF
054300         GO TO 0109-GET-PARM-FROM-SYSIN-EXIT
054400     END-IF.
054500     READ SYSIN-CARD-FILE
054600         AT END
054700             CONTINUE
054800         NOT AT END
054900             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
055000     END-READ.
055100     CLOSE SYSIN-CARD-FILE.
055200 0109-GET-PARM-FROM-SYSIN-EXIT.
055300     EXIT.

055400******************************************************************
055500*    0200-LOAD-CONTROL-TABLE                                     *
055600*    TODAY'S FILE IS THE STARTING POINT FOR EVERY DATE REBUILT.  *
055700******************************************************************
055800 0200-LOAD-CONTROL-TABLE.
055900     PERFORM 0210-READ-CONTROL THRU 0210-READ-CONTROL-EXIT.
056000     PERFORM 0220-STORE-CONTROL THRU 0220-STORE-CONTROL-EXIT
056100         UNTIL END-OF-CONTROL-FILE.
056200     CLOSE CONTROL-FILE.
056300 0200-LOAD-CONTROL-TABLE-EXIT.
056400     EXIT.

056500******************************************************************
056600*    0210-READ-CONTROL                                           *
056700******************************************************************
056800 0210-READ-CONTROL.
056900     READ CONTROL-FILE
057000         AT END
057100             SET END-OF-CONTROL-FILE TO TRUE
057200         NOT AT END
057300             CONTINUE
057400     END-READ.
057500 0210-READ-CONTROL-EXIT.
057600     EXIT.

057700******************************************************************
057800*    0220-STORE-CONTROL                                          *
057900*    A PARTLY LOADED FILE WOULD REBUILD INTO A WRONG ONE, SO AN  *
058000*    OVERFLOW STOPS THE STEP.                                    *
058100******************************************************************
058200 0220-STORE-CONTROL.
058300     IF WS-CUR-COUNT NOT < WS-MAX-ENTRIES
058400         PERFORM 9800-TABLE-OVERFLOW THRU 9800-TABLE-OVERFLOW-EXIT
058500         SET PIT-CANNOT-RUN TO TRUE
058600         SET END-OF-CONTROL-FILE TO TRUE
058700         GO TO 0220-STORE-CONTROL-EXIT
058800     END-IF.
058900     ADD 1 TO WS-CUR-COUNT.
059000     MOVE WS-CUR-COUNT TO WS-SUB.
059100     MOVE CD-CTL-JOB-NAME TO WS-CUR-JOB (WS-SUB).
059200     MOVE SPACE TO WS-CUR-GONE (WS-SUB).
059300     MOVE CD-CONTROL-RECORD TO WS-CUR-IMAGE (WS-SUB).
059400     PERFORM 0210-READ-CONTROL THRU 0210-READ-CONTROL-EXIT.
059500 0220-STORE-CONTROL-EXIT.
059600     EXIT.

059700******************************************************************
059800*    0250-LOAD-CHANGE-HISTORY                                    *
059900*    STATUS "35" MEANS NO CHANGE HAS EVER BEEN APPLIED - THE     *
060000*    FILE HAS ALWAYS LOOKED AS IT DOES TODAY. ANY OTHER NON-ZERO *
060100*    STATUS IS A GENUINE I/O FAILURE.                            *
060200******************************************************************
060300 0250-LOAD-CHANGE-HISTORY.
060400     OPEN INPUT CHANGE-HISTORY.
060500     IF WS-CHG-STATUS = "35"
060600         DISPLAY "CDCTLPIT - NO CHANGE HISTORY - CTLFILE IS "
060700                 "UNCHANGED SINCE IT WAS BUILT"
060800         GO TO 0250-LOAD-CHANGE-HISTORY-EXIT
060900     END-IF.
061000     IF WS-CHG-STATUS NOT = "00"
061100         DISPLAY "CDCTLPIT - UNABLE TO OPEN CHGHIST, STATUS="
061200                 WS-CHG-STATUS
061300         MOVE 20 TO WS-RC-CANDIDATE
061400         PERFORM 9900-RAISE-RETURN-CODE
061500             THRU 9900-RAISE-RETURN-CODE-EXIT
061600         SET PIT-CANNOT-RUN TO TRUE
061700         GO TO 0250-LOAD-CHANGE-HISTORY-EXIT
061800     END-IF.
061900     PERFORM 0260-READ-CHANGE THRU 0260-READ-CHANGE-EXIT.
062000     PERFORM 0270-STORE-CHANGE THRU 0270-STORE-CHANGE-EXIT
062100         UNTIL END-OF-CHANGE-HISTORY.
062200     CLOSE CHANGE-HISTORY.
062300 0250-LOAD-CHANGE-HISTORY-EXIT.
062400     EXIT.

062500******************************************************************
062600*    0260-READ-CHANGE                                            *
062700******************************************************************
062800 0260-READ-CHANGE.
062900     READ CHANGE-HISTORY
063000         AT END
063100             SET END-OF-CHANGE-HISTORY TO TRUE
063200         NOT AT END
063300             ADD 1 TO WS-CHG-READ-COUNT
063400     END-READ.
063500 0260-READ-CHANGE-EXIT.
063600     EXIT.

063700******************************************************************
063800*    0270-STORE-CHANGE                                           *
063900*    APPLIED ITEMS ONLY. A TRUNCATED HISTORY WOULD UNWIND TO THE *
064000*    WRONG FILE, SO AN OVERFLOW STOPS THE STEP.                  *
064100******************************************************************
064200 0270-STORE-CHANGE.
064300     IF CD-CHG-RESULT NOT = 'APPLIED '
064310         PERFORM 0260-READ-CHANGE THRU 0260-READ-CHANGE-EXIT
064320         GO TO 0270-STORE-CHANGE-EXIT
064500     END-IF.
064600     IF WS-CHG-COUNT NOT < WS-MAX-CHANGES
064700         DISPLAY "CDCTLPIT - MORE THAN " WS-MAX-CHANGES
064800                 " APPLIED CHANGES - HISTORY NOT USABLE"
064900         MOVE 20 TO WS-RC-CANDIDATE
065000         PERFORM 9900-RAISE-RETURN-CODE
065100             THRU 9900-RAISE-RETURN-CODE-EXIT
065200         SET PIT-CANNOT-RUN TO TRUE
065300         SET END-OF-CHANGE-HISTORY TO TRUE
065400         GO TO 0270-STORE-CHANGE-EXIT
065500     END-IF.
065600     ADD 1 TO WS-CHG-COUNT.
065700     MOVE WS-CHG-COUNT TO WS-CHG-SUB.
065800     MOVE CD-CHG-SEQ TO WS-CHG-SEQ (WS-CHG-SUB).
065900     MOVE CD-CHG-ACTION TO WS-CHG-ACT (WS-CHG-SUB).
066000     MOVE CD-CHG-JOB-NAME TO WS-CHG-JOB (WS-CHG-SUB).
066100     MOVE CD-CHG-SUBMITTER TO WS-CHG-SUBMIT (WS-CHG-SUB).
066200     MOVE CD-CHG-APPROVER TO WS-CHG-APPROVE (WS-CHG-SUB).
066300     MOVE CD-CHG-APPLY-DATE TO WS-CHG-DATE (WS-CHG-SUB).
066400     MOVE CD-CHG-CARD TO WS-CHG-CARD (WS-CHG-SUB).
066500     MOVE CD-CHG-BEFORE-IMAGE TO WS-CHG-BEFORE (WS-CHG-SUB).
066700     PERFORM 0260-READ-CHANGE THRU 0260-READ-CHANGE-EXIT.
066800 0270-STORE-CHANGE-EXIT.
066900     EXIT.

067000******************************************************************
067100*    0300-BUILD-ONE-DATE                                         *
067200*    REBUILDS THE FILE AS OF WS-TARGET-DATE INTO THE WRK TABLE   *
067300*    AND LISTS IT. ANY CHANGE THAT CANNOT BE UNWOUND IS REPORTED *
067400*    ABOVE THE LISTING IT AFFECTS.                               *
067500******************************************************************
067600 0300-BUILD-ONE-DATE.
067700     MOVE SPACES TO PIT-SECTION-LINE.
067800     STRING 'CONTROL FILE AS OF ' DELIMITED BY SIZE
067900            WS-TARGET-DATE DELIMITED BY SIZE
068000            ' ------------------------' DELIMITED BY SIZE
068100         INTO PIT-SECTION-TITLE.
068200     WRITE PIT-RECORD FROM PIT-SECTION-LINE
068300         AFTER ADVANCING 2 LINES.
068400     MOVE WS-CUR-TABLE TO WS-WRK-TABLE.
068500     MOVE ZERO TO WS-UNWOUND-COUNT.
068600     PERFORM 0400-UNWIND-ONE-CHANGE
068700         THRU 0400-UNWIND-ONE-CHANGE-EXIT
068800         VARYING WS-CHG-SUB FROM WS-CHG-COUNT BY -1
068900         UNTIL WS-CHG-SUB < 1.
069000     WRITE PIT-RECORD FROM PIT-COLUMN-LINE
069100         AFTER ADVANCING 1 LINE.
069200     MOVE ZERO TO WS-GATE-COUNT.
069300     PERFORM 0500-LIST-ONE-GATE THRU 0500-LIST-ONE-GATE-EXIT
069400         VARYING WS-SUB FROM 1 BY 1
069500         UNTIL WS-SUB > WS-WRK-COUNT.
069600 0300-BUILD-ONE-DATE-EXIT.
069700     EXIT.

069800******************************************************************
069900*    0400-UNWIND-ONE-CHANGE                                      *
070000*    ONE APPLIED CHANGE, NEWEST FIRST. CHANGES APPLIED ON OR     *
070100*    BEFORE THE TARGET DATE STAY; LATER ONES ARE TAKEN BACK OUT  *
070200*    - AN ADD BY DROPPING THE GATE, A CHANGE BY PUTTING BACK ITS *
070300*    BEFORE-IMAGE, A DELETE BY RESTORING THE GATE FROM IT.       *
070400******************************************************************
070500 0400-UNWIND-ONE-CHANGE.
070600     IF WS-CHG-DATE (WS-CHG-SUB) NOT > WS-TARGET-DATE
070700         GO TO 0400-UNWIND-ONE-CHANGE-EXIT
070800     END-IF.
070900     ADD 1 TO WS-UNWOUND-COUNT.
071000     MOVE WS-CHG-JOB (WS-CHG-SUB) TO WS-FIND-JOB-NAME.
071100     PERFORM 0450-FIND-WORK-JOB THRU 0450-FIND-WORK-JOB-EXIT.
071200     EVALUATE WS-CHG-ACT (WS-CHG-SUB)
071300     WHEN 'ADD   '
071400         IF JOB-WAS-FOUND
071500             MOVE 'D' TO WS-WRK-GONE (WS-SUB)
071600         ELSE
071700             MOVE 'GATE NOT ON FILE - ADD CANNOT BE UNWOUND'
071800                 TO WS-WARN-TEXT
071900             PERFORM 0480-WARN-UNRESOLVED
072000                 THRU 0480-WARN-UNRESOLVED-EXIT
072100         END-IF
072200     WHEN 'CHANGE'
072300         IF NOT JOB-WAS-FOUND
072400             MOVE 'GATE NOT ON FILE - CHANGE CANNOT BE UNWOUND'
072500                 TO WS-WARN-TEXT
072600             PERFORM 0480-WARN-UNRESOLVED
072700                 THRU 0480-WARN-UNRESOLVED-EXIT
072800             GO TO 0400-UNWIND-ONE-CHANGE-EXIT
072900         END-IF
073000         PERFORM 0410-GET-BEFORE-IMAGE
073100             THRU 0410-GET-BEFORE-IMAGE-EXIT
073200         IF IMAGE-WAS-REBUILT
073300             MOVE WS-RPL-IMAGE-WK TO WS-WRK-IMAGE (WS-SUB)
073400         END-IF
073500     WHEN 'DELETE'
073600         PERFORM 0410-GET-BEFORE-IMAGE
073700             THRU 0410-GET-BEFORE-IMAGE-EXIT
073800         IF NOT IMAGE-WAS-REBUILT
073900             GO TO 0400-UNWIND-ONE-CHANGE-EXIT
074000         END-IF
074100         IF NOT JOB-WAS-FOUND
074200             PERFORM 0460-ADD-WORK-ENTRY
074300                 THRU 0460-ADD-WORK-ENTRY-EXIT
074400         END-IF
074500         IF JOB-WAS-FOUND
074600             MOVE WS-RPL-IMAGE-WK TO WS-WRK-IMAGE (WS-SUB)
074700         END-IF
074800     WHEN OTHER
074900         MOVE 'UNKNOWN ACTION ON CHANGE HISTORY - IGNORED'
075000             TO WS-WARN-TEXT
075100         PERFORM 0480-WARN-UNRESOLVED
075200             THRU 0480-WARN-UNRESOLVED-EXIT
075300     END-EVALUATE.
075400 0400-UNWIND-ONE-CHANGE-EXIT.
075500     EXIT.

075600******************************************************************
075700*    0410-GET-BEFORE-IMAGE                                       *
075800*    THE ENTRY AS IT STOOD JUST BEFORE CHANGE WS-CHG-SUB, INTO   *
075900*    WS-RPL-IMAGE-WK. CDCTLMNT RECORDS IT ON EVERY APPLIED       *
076000*    CHANGE AND DELETE; RECORDS WRITTEN BEFORE THAT CARRY NONE,  *
076100*    AND THE ENTRY IS THEN REPLAYED FORWARD FROM THE GATE'S OWN  *
076200*    EARLIER HISTORY. A GATE THAT PREDATES THE HISTORY CANNOT BE *
076300*    REBUILT THAT WAY AND IS LEFT AS IT IS, WITH A WARNING.      *
076400******************************************************************
076500 0410-GET-BEFORE-IMAGE.
076600     MOVE 'N' TO WS-IMAGE-SWITCH.
076700     IF WS-CHG-BEFORE (WS-CHG-SUB) NOT = SPACES
076800         MOVE WS-CHG-BEFORE (WS-CHG-SUB) TO WS-RPL-IMAGE-WK
076900         SET IMAGE-WAS-REBUILT TO TRUE
077000         GO TO 0410-GET-BEFORE-IMAGE-EXIT
077100     END-IF.
077200     ADD 1 TO WS-REPLAY-COUNT.
077300     MOVE SPACES TO WS-RPL-IMAGE-WK.
077400     PERFORM 0420-REPLAY-ONE-CHANGE
077500         THRU 0420-REPLAY-ONE-CHANGE-EXIT
077600         VARYING WS-RPL-SUB FROM 1 BY 1
077700         UNTIL WS-RPL-SUB NOT < WS-CHG-SUB.
077800     IF NOT IMAGE-WAS-REBUILT
077900         MOVE 'NO BEFORE-IMAGE AND NO EARLIER ADD - LEFT AS IS'
078000             TO WS-WARN-TEXT
078100         PERFORM 0480-WARN-UNRESOLVED
078200             THRU 0480-WARN-UNRESOLVED-EXIT
078300     END-IF.
078400 0410-GET-BEFORE-IMAGE-EXIT.
078500     EXIT.

078600******************************************************************
078700*    0420-REPLAY-ONE-CHANGE                                      *
078800*    ONE EARLIER CHANGE TO THE SAME GATE, APPLIED FORWARD TO THE *
078900*    IMAGE BEING REBUILT. AN ADD STARTS IT AFRESH FROM THE CARD, *
079000*    A DELETE ENDS IT, AND A CHANGE IS LAID OVER IT THE WAY      *
079100*    CDCTLMNT APPLIED IT - OVER ITS OWN BEFORE-IMAGE WHEN IT HAS *
079200*    ONE.                                                        *
079300******************************************************************
079400 0420-REPLAY-ONE-CHANGE.
079500     IF WS-CHG-JOB (WS-RPL-SUB) NOT = WS-CHG-JOB (WS-CHG-SUB)
079600         GO TO 0420-REPLAY-ONE-CHANGE-EXIT
079700     END-IF.
079800     MOVE WS-CHG-CARD (WS-RPL-SUB) TO CD-TRAN-RECORD.
079900     EVALUATE TRUE
080000     WHEN CD-TRAN-IS-ADD
080100         MOVE SPACES TO WS-RPL-IMAGE-WK
080200         MOVE CD-TRAN-JOB-NAME TO WS-RI-JOB
080300         MOVE CD-TRAN-COUNT-LEN TO WS-RI-LEN
080400         MOVE CD-TRAN-DOW-MASK TO WS-RI-MASK
080500         MOVE CD-TRAN-MONTH-END-IND TO WS-RI-ME
080600         MOVE CD-TRAN-EFF-FROM-DATE TO WS-RI-FROM
080700         MOVE CD-TRAN-EFF-TO-DATE TO WS-RI-TO
080800         MOVE CD-TRAN-PRED-JOB TO WS-RI-PRED
080900         MOVE CD-TRAN-GATE-MODE TO WS-RI-GMODE
081000         MOVE CD-TRAN-TARGET-TIME TO WS-RI-TGT
081100         MOVE CD-TRAN-STREAM-ID TO WS-RI-STRM
081200         MOVE CD-TRAN-CYCLE-ID TO WS-RI-CYC
081300         SET IMAGE-WAS-REBUILT TO TRUE
081400     WHEN CD-TRAN-IS-CHANGE
081500         IF WS-CHG-BEFORE (WS-RPL-SUB) NOT = SPACES
081600             MOVE WS-CHG-BEFORE (WS-RPL-SUB) TO WS-RPL-IMAGE-WK
081700             SET IMAGE-WAS-REBUILT TO TRUE
081800         END-IF
081900         IF IMAGE-WAS-REBUILT
082000             PERFORM 0430-LAY-CHANGE-CARD
082100                 THRU 0430-LAY-CHANGE-CARD-EXIT
082200         END-IF
082300     WHEN CD-TRAN-IS-DELETE
082400         MOVE SPACES TO WS-RPL-IMAGE-WK
082500         MOVE 'N' TO WS-IMAGE-SWITCH
082600     END-EVALUATE.
082700 0420-REPLAY-ONE-CHANGE-EXIT.
082800     EXIT.

082900******************************************************************
083000*    0430-LAY-CHANGE-CARD                                        *
083100*    CDCTLMNT'S CHANGE RULES - A BLANK FIELD KEEPS THE VALUE, AN *
083200*    ASTERISK IN ITS FIRST BYTE CLEARS IT. THE LENGTH IS NEVER   *
083300*    CLEARED.                                                    *
083400******************************************************************
083500 0430-LAY-CHANGE-CARD.
083600     IF CD-TRAN-COUNT-LEN NOT = SPACES
083700         MOVE CD-TRAN-COUNT-LEN TO WS-RI-LEN
083800     END-IF.
083900     IF CD-TRAN-DOW-MASK NOT = SPACES
084000         IF CD-TRAN-DOW-MASK (1:1) = '*'
084100             MOVE SPACES TO WS-RI-MASK
084200         ELSE
084300             MOVE CD-TRAN-DOW-MASK TO WS-RI-MASK
084400         END-IF
084500     END-IF.
084600     IF CD-TRAN-MONTH-END-IND NOT = SPACE
084700         IF CD-TRAN-MONTH-END-IND = '*'
084800             MOVE SPACE TO WS-RI-ME
084900         ELSE
085000             MOVE CD-TRAN-MONTH-END-IND TO WS-RI-ME
085100         END-IF
085200     END-IF.
085300     IF CD-TRAN-EFF-FROM-DATE NOT = SPACES
085400         IF CD-TRAN-EFF-FROM-DATE (1:1) = '*'
085500             MOVE SPACES TO WS-RI-FROM
085600         ELSE
085700             MOVE CD-TRAN-EFF-FROM-DATE TO WS-RI-FROM
085800         END-IF
085900     END-IF.
086000     IF CD-TRAN-EFF-TO-DATE NOT = SPACES
086100         IF CD-TRAN-EFF-TO-DATE (1:1) = '*'
086200             MOVE SPACES TO WS-RI-TO
086300         ELSE
086400             MOVE CD-TRAN-EFF-TO-DATE TO WS-RI-TO
086500         END-IF
086600     END-IF.
086700     IF CD-TRAN-PRED-JOB NOT = SPACES
086800         IF CD-TRAN-PRED-JOB (1:1) = '*'
086900             MOVE SPACES TO WS-RI-PRED
087000         ELSE
087100             MOVE CD-TRAN-PRED-JOB TO WS-RI-PRED
087200         END-IF
087300     END-IF.
087400     IF CD-TRAN-GATE-MODE NOT = SPACE
087500         IF CD-TRAN-GATE-MODE = '*'
087600             MOVE SPACE TO WS-RI-GMODE
087700         ELSE
087800             MOVE CD-TRAN-GATE-MODE TO WS-RI-GMODE
087900         END-IF
088000     END-IF.
088100     IF CD-TRAN-TARGET-TIME NOT = SPACES
088200         IF CD-TRAN-TARGET-TIME (1:1) = '*'
088300             MOVE SPACES TO WS-RI-TGT
088400         ELSE
088500             MOVE CD-TRAN-TARGET-TIME TO WS-RI-TGT
088600         END-IF
088700     END-IF.
088800     IF CD-TRAN-STREAM-ID NOT = SPACES
088900         IF CD-TRAN-STREAM-ID (1:1) = '*'
089000             MOVE SPACES TO WS-RI-STRM
089100         ELSE
089200             MOVE CD-TRAN-STREAM-ID TO WS-RI-STRM
089300         END-IF
089400     END-IF.
089500     IF CD-TRAN-CYCLE-ID NOT = SPACE
089600         IF CD-TRAN-CYCLE-ID = '*'
089700             MOVE SPACE TO WS-RI-CYC
089800         ELSE
089900             MOVE CD-TRAN-CYCLE-ID TO WS-RI-CYC
090000         END-IF
090100     END-IF.
090200 0430-LAY-CHANGE-CARD-EXIT.
090300     EXIT.

090400******************************************************************
090500*    0450-FIND-WORK-JOB                                          *
090600*    LOOKS UP WS-FIND-JOB-NAME AMONG THE GATES STILL ON THE FILE *
090700*    BEING REBUILT AND LEAVES THE MATCH SUBSCRIPT IN WS-SUB.     *
090800******************************************************************
090900 0450-FIND-WORK-JOB.
091000     MOVE 'N' TO WS-FOUND-SWITCH.
091100     IF WS-WRK-COUNT > ZERO
091200         SET WRK-IDX TO 1
091300         SEARCH WS-WRK-ENTRY
091400             AT END
091500                 CONTINUE
091600             WHEN WRK-IDX > WS-WRK-COUNT
091700                 CONTINUE
091800             WHEN WS-WRK-JOB (WRK-IDX) = WS-FIND-JOB-NAME
091900              AND WS-WRK-GONE (WRK-IDX) NOT = 'D'
092000                 SET JOB-WAS-FOUND TO TRUE
092100                 SET WS-SUB TO WRK-IDX
092200         END-SEARCH
092300     END-IF.
092400 0450-FIND-WORK-JOB-EXIT.
092500     EXIT.

092600******************************************************************
092700*    0460-ADD-WORK-ENTRY                                         *
092800*    A NEW ENTRY AT THE END OF THE WRK TABLE FOR A GATE BEING    *
092900*    RESTORED. LEAVES JOB-WAS-FOUND SET AND WS-SUB POINTING AT   *
093000*    IT, OR CLEAR WHEN THE TABLE IS FULL.                        *
093100******************************************************************
093200 0460-ADD-WORK-ENTRY.
093300     IF WS-WRK-COUNT NOT < WS-MAX-ENTRIES
093400         PERFORM 9800-TABLE-OVERFLOW THRU 9800-TABLE-OVERFLOW-EXIT
093500         GO TO 0460-ADD-WORK-ENTRY-EXIT
093600     END-IF.
093700     ADD 1 TO WS-WRK-COUNT.
093800     MOVE WS-WRK-COUNT TO WS-SUB.
093900     MOVE WS-FIND-JOB-NAME TO WS-WRK-JOB (WS-SUB).
094000     MOVE SPACE TO WS-WRK-GONE (WS-SUB).
094100     SET JOB-WAS-FOUND TO TRUE.
094200 0460-ADD-WORK-ENTRY-EXIT.
094300     EXIT.

094400******************************************************************
094500*    0480-WARN-UNRESOLVED                                        *
094600*    ONE CHANGE THAT COULD NOT BE TAKEN BACK OUT - THE REBUILT   *
094700*    FILE IS WRONG FOR THAT GATE, SO IT IS NAMED WITH THE CHANGE *
094800*    SEQUENCE NUMBER AND THE STEP ENDS RC 4.                     *
094900******************************************************************
095000 0480-WARN-UNRESOLVED.
095100     ADD 1 TO WS-UNRESOLVED-COUNT.
095200     MOVE SPACES TO PIT-FINDING-LINE.
095300     MOVE 'WARNING - ' TO PIT-FND-KIND.
095400     MOVE WS-CHG-JOB (WS-CHG-SUB) TO PIT-FND-JOB.
095500     STRING 'SEQ ' DELIMITED BY SIZE
095600            WS-CHG-SEQ (WS-CHG-SUB) DELIMITED BY SIZE
095700            ' ' DELIMITED BY SIZE
095800            WS-WARN-TEXT DELIMITED BY SIZE
095900         INTO PIT-FND-TEXT.
096000     WRITE PIT-RECORD FROM PIT-FINDING-LINE
096100         AFTER ADVANCING 1 LINE.
096200     MOVE 4 TO WS-RC-CANDIDATE.
096300     PERFORM 9900-RAISE-RETURN-CODE
096400         THRU 9900-RAISE-RETURN-CODE-EXIT.
096500 0480-WARN-UNRESOLVED-EXIT.
096600     EXIT.

096700******************************************************************
096800*    0500-LIST-ONE-GATE                                          *
096900******************************************************************
097000 0500-LIST-ONE-GATE.
097100     IF WS-WRK-GONE (WS-SUB) = 'D'
097200         GO TO 0500-LIST-ONE-GATE-EXIT
097300     END-IF.
097400     ADD 1 TO WS-GATE-COUNT.
097500     MOVE WS-WRK-IMAGE (WS-SUB) TO WS-FRM-IMAGE-WK.
097600     MOVE SPACES TO PIT-LISTING-LINE.
097700     MOVE WS-FI-JOB TO PIT-LST-JOB.
097800     IF WS-FI-LEN NUMERIC
097900         MOVE WS-FI-LEN TO PIT-LST-LEN
098000     END-IF.
098100     MOVE WS-FI-MASK TO PIT-LST-MASK.
098200     MOVE WS-FI-ME TO PIT-LST-ME.
098300     MOVE WS-FI-FROM TO PIT-LST-FROM.
098400     MOVE WS-FI-TO TO PIT-LST-TO.
098500     MOVE WS-FI-PRED TO PIT-LST-PRED.
098600     MOVE WS-FI-GMODE TO PIT-LST-GMODE.
098700     MOVE WS-FI-TGT TO PIT-LST-TGT.
098800     MOVE WS-FI-STRM TO PIT-LST-STRM.
098900     MOVE WS-FI-CYC TO PIT-LST-CYC.
099000     WRITE PIT-RECORD FROM PIT-LISTING-LINE
099100         AFTER ADVANCING 1 LINE.
099200 0500-LIST-ONE-GATE-EXIT.
099300     EXIT.

099400******************************************************************
099500*    0600-WRITE-PIT-CONTROL                                      *
099600*    THE AS-OF FILE IN CDCTL LAYOUT, READY TO BE FED TO THE      *
099700*    FORECAST OR SCHEDULING STEPS AS CTLFILE.                    *
099800******************************************************************
099900 0600-WRITE-PIT-CONTROL.
100000     OPEN OUTPUT PIT-CONTROL-FILE.
100100     IF WS-PITCTL-STATUS NOT = "00"
100200         DISPLAY "CDCTLPIT - UNABLE TO OPEN PITCTL, STATUS="
100300                 WS-PITCTL-STATUS
100400         MOVE 20 TO WS-RC-CANDIDATE
100500         PERFORM 9900-RAISE-RETURN-CODE
100600             THRU 9900-RAISE-RETURN-CODE-EXIT
100700         GO TO 0600-WRITE-PIT-CONTROL-EXIT
100800     END-IF.
100900     PERFORM 0610-WRITE-ONE-CONTROL
101000         THRU 0610-WRITE-ONE-CONTROL-EXIT
101100         VARYING WS-SUB FROM 1 BY 1
101200         UNTIL WS-SUB > WS-WRK-COUNT.
101300     CLOSE PIT-CONTROL-FILE.
101400 0600-WRITE-PIT-CONTROL-EXIT.
101500     EXIT.

101600******************************************************************
101700*    0610-WRITE-ONE-CONTROL                                      *
101800******************************************************************
101900 0610-WRITE-ONE-CONTROL.
102000     IF WS-WRK-GONE (WS-SUB) = 'D'
102100         GO TO 0610-WRITE-ONE-CONTROL-EXIT
102200     END-IF.
102300     WRITE PIT-CONTROL-RECORD FROM WS-WRK-IMAGE (WS-SUB).
102400     IF WS-PITCTL-STATUS NOT = "00"
102500         DISPLAY "CDCTLPIT - PITCTL WRITE FAILED, STATUS="
102600                 WS-PITCTL-STATUS
102700         MOVE 20 TO WS-RC-CANDIDATE
102800         PERFORM 9900-RAISE-RETURN-CODE
102900             THRU 9900-RAISE-RETURN-CODE-EXIT
103000         GO TO 0610-WRITE-ONE-CONTROL-EXIT
103100     END-IF.
103200     ADD 1 TO WS-WRITTEN-COUNT.
103300 0610-WRITE-ONE-CONTROL-EXIT.
103400     EXIT.

103500******************************************************************
103600*    0700-COMPARE-DATES                                          *
103700*    EVERY GATE ON THE EARLIER FILE IS LOOKED FOR ON THE LATER   *
103800*    ONE (DELETED, OR CHANGED FIELD BY FIELD), THEN EVERY GATE   *
103900*    ON THE LATER FILE IS LOOKED FOR ON THE EARLIER ONE (ADDED). *
104000*    EACH DIFFERENCE IS FOLLOWED BY THE CHANGES APPLIED TO THAT  *
104100*    GATE IN BETWEEN - WHO SUBMITTED THEM AND WHO APPROVED THEM. *
104200******************************************************************
104300 0700-COMPARE-DATES.
104400     MOVE SPACES TO PIT-SECTION-LINE.
104500     STRING 'CHANGES FROM ' DELIMITED BY SIZE
104600            WS-ASOF-DATE DELIMITED BY SIZE
104700            ' TO ' DELIMITED BY SIZE
104800            WS-COMPARE-DATE DELIMITED BY SIZE
104900            ' ------------------' DELIMITED BY SIZE
105000         INTO PIT-SECTION-TITLE.
105100     WRITE PIT-RECORD FROM PIT-SECTION-LINE
105200         AFTER ADVANCING 2 LINES.
105300     WRITE PIT-RECORD FROM PIT-DIFF-HEAD
105400         AFTER ADVANCING 1 LINE.
105500     PERFORM 0710-COMPARE-ONE-OLD THRU 0710-COMPARE-ONE-OLD-EXIT
105600         VARYING WS-SUB FROM 1 BY 1
105700         UNTIL WS-SUB > WS-OLD-COUNT.
105800     PERFORM 0740-LOOK-FOR-ADDED THRU 0740-LOOK-FOR-ADDED-EXIT
105900         VARYING WS-SUB FROM 1 BY 1
106000         UNTIL WS-SUB > WS-NEW-COUNT.
106100     IF WS-ADDED-COUNT = ZERO
106200        AND WS-DELETED-COUNT = ZERO
106300        AND WS-CHANGED-COUNT = ZERO
106400         MOVE SPACES TO PIT-FINDING-LINE
106500         MOVE '  NO DIFFERENCES BETWEEN THE TWO DATES'
106600             TO PIT-FND-TEXT
106700         WRITE PIT-RECORD FROM PIT-FINDING-LINE
106800             AFTER ADVANCING 1 LINE
106900     END-IF.
107000 0700-COMPARE-DATES-EXIT.
107100     EXIT.

107200******************************************************************
107300*    0710-COMPARE-ONE-OLD                                        *
107400******************************************************************
107500 0710-COMPARE-ONE-OLD.
107600     IF WS-OLD-GONE (WS-SUB) = 'D'
107700         GO TO 0710-COMPARE-ONE-OLD-EXIT
107800     END-IF.
107900     MOVE WS-OLD-JOB (WS-SUB) TO WS-FIND-JOB-NAME.
108000     MOVE 'N' TO WS-FOUND-SWITCH.
108100     SET NEW-IDX TO 1.
108200     SEARCH WS-NEW-ENTRY
108300         AT END
108400             CONTINUE
108500         WHEN NEW-IDX > WS-NEW-COUNT
108600             CONTINUE
108700         WHEN WS-NEW-JOB (NEW-IDX) = WS-FIND-JOB-NAME
108800          AND WS-NEW-GONE (NEW-IDX) NOT = 'D'
108900             SET JOB-WAS-FOUND TO TRUE
109000             SET WS-MATCH-SUB TO NEW-IDX
109100     END-SEARCH.
109200     IF NOT JOB-WAS-FOUND
109300         ADD 1 TO WS-DELETED-COUNT
109400         MOVE SPACES TO PIT-DIFF-LINE
109500         MOVE WS-FIND-JOB-NAME TO PIT-DIF-JOB
109600         MOVE 'DELETED' TO PIT-DIF-KIND
109700         WRITE PIT-RECORD FROM PIT-DIFF-LINE
109800             AFTER ADVANCING 1 LINE
109900         PERFORM 0750-PRINT-WHO THRU 0750-PRINT-WHO-EXIT
110000         GO TO 0710-COMPARE-ONE-OLD-EXIT
110100     END-IF.
110200     MOVE WS-OLD-IMAGE (WS-SUB) TO WS-FRM-IMAGE-WK.
110300     MOVE WS-NEW-IMAGE (WS-MATCH-SUB) TO WS-TOO-IMAGE-WK.
110400     MOVE 'N' TO WS-DIFF-SWITCH.
110500     PERFORM 0720-COMPARE-FIELDS THRU 0720-COMPARE-FIELDS-EXIT.
110600     IF GATE-HAS-CHANGED
110700         ADD 1 TO WS-CHANGED-COUNT
110800         PERFORM 0750-PRINT-WHO THRU 0750-PRINT-WHO-EXIT
110900     END-IF.
111000 0710-COMPARE-ONE-OLD-EXIT.
111100     EXIT.

111200******************************************************************
111300*    0720-COMPARE-FIELDS                                         *
111400*    EVERY FIELD OF THE ENTRY, EARLIER (FRM) AGAINST LATER       *
111500*    (TOO).                                                      *
111600******************************************************************
111700 0720-COMPARE-FIELDS.
111800     IF WS-FI-LEN NOT = WS-TI-LEN
111900         MOVE 'LENGTH' TO WS-DIFF-FIELD
112000         MOVE WS-FI-LEN TO WS-DIFF-WAS
112100         MOVE WS-TI-LEN TO WS-DIFF-NOW
112200         PERFORM 0730-WRITE-FIELD-DIFF
112300             THRU 0730-WRITE-FIELD-DIFF-EXIT
112400     END-IF.
112500     IF WS-FI-MASK NOT = WS-TI-MASK
112600         MOVE 'DOW MASK' TO WS-DIFF-FIELD
112700         MOVE WS-FI-MASK TO WS-DIFF-WAS
112800         MOVE WS-TI-MASK TO WS-DIFF-NOW
112900         PERFORM 0730-WRITE-FIELD-DIFF
113000             THRU 0730-WRITE-FIELD-DIFF-EXIT
113100     END-IF.
113200     IF WS-FI-ME NOT = WS-TI-ME
113300         MOVE 'MONTH-END' TO WS-DIFF-FIELD
113400         MOVE WS-FI-ME TO WS-DIFF-WAS
113500         MOVE WS-TI-ME TO WS-DIFF-NOW
113600         PERFORM 0730-WRITE-FIELD-DIFF
113700             THRU 0730-WRITE-FIELD-DIFF-EXIT
113800     END-IF.
113900     IF WS-FI-FROM NOT = WS-TI-FROM
114000         MOVE 'EFF FROM' TO WS-DIFF-FIELD
114100         MOVE WS-FI-FROM TO WS-DIFF-WAS
114200         MOVE WS-TI-FROM TO WS-DIFF-NOW
114300         PERFORM 0730-WRITE-FIELD-DIFF
114400             THRU 0730-WRITE-FIELD-DIFF-EXIT
114500     END-IF.
114600     IF WS-FI-TO NOT = WS-TI-TO
114700         MOVE 'EFF TO' TO WS-DIFF-FIELD
114800         MOVE WS-FI-TO TO WS-DIFF-WAS
114900         MOVE WS-TI-TO TO WS-DIFF-NOW
115000         PERFORM 0730-WRITE-FIELD-DIFF
115100             THRU 0730-WRITE-FIELD-DIFF-EXIT
115200     END-IF.
115300     IF WS-FI-PRED NOT = WS-TI-PRED
115400         MOVE 'PREDECESSOR' TO WS-DIFF-FIELD
115500         MOVE WS-FI-PRED TO WS-DIFF-WAS
115600         MOVE WS-TI-PRED TO WS-DIFF-NOW
115700         PERFORM 0730-WRITE-FIELD-DIFF
115800             THRU 0730-WRITE-FIELD-DIFF-EXIT
115900     END-IF.
116000     IF WS-FI-GMODE NOT = WS-TI-GMODE
116100         MOVE 'GATE MODE' TO WS-DIFF-FIELD
116200         MOVE WS-FI-GMODE TO WS-DIFF-WAS
116300         MOVE WS-TI-GMODE TO WS-DIFF-NOW
116400         PERFORM 0730-WRITE-FIELD-DIFF
116500             THRU 0730-WRITE-FIELD-DIFF-EXIT
116600     END-IF.
116700     IF WS-FI-TGT NOT = WS-TI-TGT
116800         MOVE 'TARGET TIME' TO WS-DIFF-FIELD
116900         MOVE WS-FI-TGT TO WS-DIFF-WAS
117000         MOVE WS-TI-TGT TO WS-DIFF-NOW
117100         PERFORM 0730-WRITE-FIELD-DIFF
117200             THRU 0730-WRITE-FIELD-DIFF-EXIT
117300     END-IF.
117400     IF WS-FI-STRM NOT = WS-TI-STRM
117500         MOVE 'STREAM' TO WS-DIFF-FIELD
117600         MOVE WS-FI-STRM TO WS-DIFF-WAS
117700         MOVE WS-TI-STRM TO WS-DIFF-NOW
117800         PERFORM 0730-WRITE-FIELD-DIFF
117900             THRU 0730-WRITE-FIELD-DIFF-EXIT
118000     END-IF.
118100     IF WS-FI-CYC NOT = WS-TI-CYC
118200         MOVE 'CYCLE' TO WS-DIFF-FIELD
118300         MOVE WS-FI-CYC TO WS-DIFF-WAS
118400         MOVE WS-TI-CYC TO WS-DIFF-NOW
118500         PERFORM 0730-WRITE-FIELD-DIFF
118600             THRU 0730-WRITE-FIELD-DIFF-EXIT
118700     END-IF.
118800 0720-COMPARE-FIELDS-EXIT.
118900     EXIT.

119000******************************************************************
119100*    0730-WRITE-FIELD-DIFF                                       *
119200*    ONE CHANGED FIELD. THE JOB NAME AND KIND ARE PRINTED ON THE *
119300*    GATE'S FIRST LINE ONLY.                                     *
119400******************************************************************
119500 0730-WRITE-FIELD-DIFF.
119600     ADD 1 TO WS-FIELD-COUNT.
119700     MOVE SPACES TO PIT-DIFF-LINE.
119800     IF NOT GATE-HAS-CHANGED
119900         MOVE WS-FIND-JOB-NAME TO PIT-DIF-JOB
120000         MOVE 'CHANGED' TO PIT-DIF-KIND
120100         SET GATE-HAS-CHANGED TO TRUE
120200     END-IF.
120300     MOVE WS-DIFF-FIELD TO PIT-DIF-FIELD.
120400     MOVE WS-DIFF-WAS TO PIT-DIF-WAS.
120500     MOVE WS-DIFF-NOW TO PIT-DIF-NOW.
120600     WRITE PIT-RECORD FROM PIT-DIFF-LINE
120700         AFTER ADVANCING 1 LINE.
120800 0730-WRITE-FIELD-DIFF-EXIT.
120900     EXIT.

121000******************************************************************
121100*    0740-LOOK-FOR-ADDED                                         *
121200******************************************************************
121300 0740-LOOK-FOR-ADDED.
121400     IF WS-NEW-GONE (WS-SUB) = 'D'
121500         GO TO 0740-LOOK-FOR-ADDED-EXIT
121600     END-IF.
121700     MOVE WS-NEW-JOB (WS-SUB) TO WS-FIND-JOB-NAME.
121800     MOVE 'N' TO WS-FOUND-SWITCH.
121900     SET OLD-IDX TO 1.
122000     SEARCH WS-OLD-ENTRY
122100         AT END
122200             CONTINUE
122300         WHEN OLD-IDX > WS-OLD-COUNT
122400             CONTINUE
122500         WHEN WS-OLD-JOB (OLD-IDX) = WS-FIND-JOB-NAME
122600          AND WS-OLD-GONE (OLD-IDX) NOT = 'D'
122700             SET JOB-WAS-FOUND TO TRUE
122800     END-SEARCH.
122900     IF JOB-WAS-FOUND
123000         GO TO 0740-LOOK-FOR-ADDED-EXIT
123100     END-IF.
123200     ADD 1 TO WS-ADDED-COUNT.
123300     MOVE SPACES TO PIT-DIFF-LINE.
123400     MOVE WS-FIND-JOB-NAME TO PIT-DIF-JOB.
123500     MOVE 'ADDED' TO PIT-DIF-KIND.
123600     WRITE PIT-RECORD FROM PIT-DIFF-LINE
123700         AFTER ADVANCING 1 LINE.
123800     PERFORM 0750-PRINT-WHO THRU 0750-PRINT-WHO-EXIT.
123900 0740-LOOK-FOR-ADDED-EXIT.
124000     EXIT.

124100******************************************************************
124200*    0750-PRINT-WHO                                              *
124300*    THE CHANGES APPLIED TO WS-FIND-JOB-NAME AFTER THE AS-OF     *
124400*    DATE AND ON OR BEFORE THE COMPARE DATE, OLDEST FIRST.       *
124500******************************************************************
124600 0750-PRINT-WHO.
124700     PERFORM 0760-PRINT-ONE-WHO THRU 0760-PRINT-ONE-WHO-EXIT
124800         VARYING WS-CHG-SUB FROM 1 BY 1
124900         UNTIL WS-CHG-SUB > WS-CHG-COUNT.
125000 0750-PRINT-WHO-EXIT.
125100     EXIT.

125200******************************************************************
125300*    0760-PRINT-ONE-WHO                                          *
125400******************************************************************
125500 0760-PRINT-ONE-WHO.
125600     IF WS-CHG-JOB (WS-CHG-SUB) NOT = WS-FIND-JOB-NAME
125700        OR WS-CHG-DATE (WS-CHG-SUB) NOT > WS-ASOF-DATE
125800        OR WS-CHG-DATE (WS-CHG-SUB) > WS-COMPARE-DATE
125900         GO TO 0760-PRINT-ONE-WHO-EXIT
126000     END-IF.
126100     MOVE WS-CHG-SEQ (WS-CHG-SUB) TO PIT-WHO-SEQ.
126200     MOVE WS-CHG-ACT (WS-CHG-SUB) TO PIT-WHO-ACTION.
126300     MOVE WS-CHG-DATE (WS-CHG-SUB) TO PIT-WHO-DATE.
126400     MOVE WS-CHG-SUBMIT (WS-CHG-SUB) TO PIT-WHO-SUBMIT.
126500     MOVE WS-CHG-APPROVE (WS-CHG-SUB) TO PIT-WHO-APPROVE.
126600     WRITE PIT-RECORD FROM PIT-WHO-LINE
126700         AFTER ADVANCING 1 LINE.
126800 0760-PRINT-ONE-WHO-EXIT.
126900     EXIT.

127000******************************************************************
127100*    0800-PRINT-TOTALS                                           *
127200******************************************************************
127300 0800-PRINT-TOTALS.
127400     MOVE SPACES TO PIT-SECTION-LINE.
127500     MOVE 'POINT-IN-TIME TOTALS -------------------------------'
127600         TO PIT-SECTION-TITLE.
127700     WRITE PIT-RECORD FROM PIT-SECTION-LINE
127800         AFTER ADVANCING 2 LINES.
127810     MOVE 'CHANGE RECORDS READ       ' TO PIT-TOT-LABEL.
127820     MOVE WS-CHG-READ-COUNT TO PIT-TOT-VALUE.
128100     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
128200         AFTER ADVANCING 1 LINE.
128210     MOVE 'APPLIED CHANGES ON FILE   ' TO PIT-TOT-LABEL.
128220     MOVE WS-CHG-COUNT TO PIT-TOT-VALUE.
128500     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
128600         AFTER ADVANCING 1 LINE.
128610     MOVE 'GATES ON FILE TODAY       ' TO PIT-TOT-LABEL.
128620     MOVE WS-CUR-COUNT TO PIT-TOT-VALUE.
128900     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
129000         AFTER ADVANCING 1 LINE.
129010     MOVE 'GATES ON AS-OF DATE       ' TO PIT-TOT-LABEL.
129020     MOVE WS-OLD-GATES TO PIT-TOT-VALUE.
129300     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
129400         AFTER ADVANCING 1 LINE.
129410     MOVE 'CHANGES UNWOUND TO AS-OF  ' TO PIT-TOT-LABEL.
129420     MOVE WS-OLD-UNWOUND TO PIT-TOT-VALUE.
129700     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
129800         AFTER ADVANCING 1 LINE.
129900     IF COMPARE-REQUESTED
130000         MOVE 'GATES ON COMPARE DATE     ' TO PIT-TOT-LABEL
130100         MOVE WS-NEW-GATES TO PIT-TOT-VALUE
130200         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
130300             AFTER ADVANCING 1 LINE
130400         MOVE 'CHANGES UNWOUND TO COMPARE' TO PIT-TOT-LABEL
130500         MOVE WS-NEW-UNWOUND TO PIT-TOT-VALUE
130600         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
130700             AFTER ADVANCING 1 LINE
130800         MOVE 'GATES ADDED               ' TO PIT-TOT-LABEL
130900         MOVE WS-ADDED-COUNT TO PIT-TOT-VALUE
131000         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
131100             AFTER ADVANCING 1 LINE
131200         MOVE 'GATES DELETED             ' TO PIT-TOT-LABEL
131300         MOVE WS-DELETED-COUNT TO PIT-TOT-VALUE
131400         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
131500             AFTER ADVANCING 1 LINE
131600         MOVE 'GATES CHANGED             ' TO PIT-TOT-LABEL
131700         MOVE WS-CHANGED-COUNT TO PIT-TOT-VALUE
131800         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
131900             AFTER ADVANCING 1 LINE
132000         MOVE 'FIELDS CHANGED            ' TO PIT-TOT-LABEL
132100         MOVE WS-FIELD-COUNT TO PIT-TOT-VALUE
132200         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
132300             AFTER ADVANCING 1 LINE
132400     END-IF.
132500     IF WRITE-PIT-FILE
132600         MOVE 'PITCTL RECORDS WRITTEN    ' TO PIT-TOT-LABEL
132700         MOVE WS-WRITTEN-COUNT TO PIT-TOT-VALUE
132800         WRITE PIT-RECORD FROM PIT-TOTAL-LINE
132900             AFTER ADVANCING 1 LINE
133000     END-IF.
133010     MOVE 'REPLAYED WITHOUT IMAGE    ' TO PIT-TOT-LABEL.
133020     MOVE WS-REPLAY-COUNT TO PIT-TOT-VALUE.
133300     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
133400         AFTER ADVANCING 1 LINE.
133410     MOVE 'CHANGES NOT UNWOUND       ' TO PIT-TOT-LABEL.
133420     MOVE WS-UNRESOLVED-COUNT TO PIT-TOT-VALUE.
133700     WRITE PIT-RECORD FROM PIT-TOTAL-LINE
133800         AFTER ADVANCING 1 LINE.
133900     IF WS-UNRESOLVED-COUNT > ZERO
134000         MOVE WS-UNRESOLVED-COUNT TO WS-DISPLAY-COUNT
134100         DISPLAY "CDCTLPIT - " WS-DISPLAY-COUNT
134200                 " CHANGE(S) COULD NOT BE UNWOUND - SEE PITRPT"
134300     END-IF.
134400 0800-PRINT-TOTALS-EXIT.
134500     EXIT.

134600******************************************************************
134700*    0900-STOP-RUN                                               *
134800******************************************************************
134900 0900-STOP-RUN.
135000     IF REPORT-WAS-OPENED
135100         CLOSE PIT-REPORT
135200     END-IF.
135300     MOVE WS-RETURN-CODE TO RETURN-CODE.
135400     STOP RUN.
135500 0900-STOP-RUN-EXIT.
135600     EXIT.

135700******************************************************************
135800*    9800-TABLE-OVERFLOW                                         *
135900******************************************************************
136000 9800-TABLE-OVERFLOW.
136100     DISPLAY "CDCTLPIT - MORE THAN " WS-MAX-ENTRIES
136200             " CONTROL ENTRIES - REBUILD INCOMPLETE".
136300     MOVE 20 TO WS-RC-CANDIDATE.
136400     PERFORM 9900-RAISE-RETURN-CODE
136500         THRU 9900-RAISE-RETURN-CODE-EXIT.
136600 9800-TABLE-OVERFLOW-EXIT.
136700     EXIT.

136800******************************************************************
136900*    9900-RAISE-RETURN-CODE                                      *
137000*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
137100*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
137200*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
137300******************************************************************
137400 9900-RAISE-RETURN-CODE.
137500     IF WS-RC-CANDIDATE > WS-RETURN-CODE
137600         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
137700     END-IF.
137800 9900-RAISE-RETURN-CODE-EXIT.
137900     EXIT.

138000  END PROGRAM CDCTLPIT.
