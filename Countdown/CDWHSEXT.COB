000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program extracts the gate figures for the enterprise                  *
000600*     DATA WAREHOUSE AS COMMA-DELIMITED FILES, EACH WITH A HEADER                *
000700*     ROW: GATE HISTORY (HISTMSTR, CDHIST) TO WHHIST, GATE STATUS                *
000800*     (STATFILE, CDSTAT) TO WHSTAT, CONTROL-FILE CHANGE HISTORY                  *
000900*     (CHGHIST, CDCHG) TO WHCHG, AND THE GATE DEFINITIONS (CTLFILE,              *
001000*     CDCTL) TO WHGATE. DATES ARE WRITTEN YYYY-MM-DD, TIMESTAMPS                 *
001100*     YYYY-MM-DDTHH:MM:SS.HH, NUMBERS AS PLAIN DIGITS, TEXT IN                   *
001200*     DOUBLE QUOTES; A FIELD WITH NOTHING IN IT IS LEFT EMPTY.                   *
001300*     THE EXTRACT IS INCREMENTAL: THE WATERMARK DATASET (WHMARK,                 *
001400*     CDWMARK) SAYS HOW FAR EACH SOURCE HAS BEEN SENT, SO EACH RUN               *
001500*     SENDS ONLY NEW AND CHANGED ROWS, AND THE CONTROL RECORD                    *
001600*     (WHCOUNT) GIVES THE ROW COUNT OF EVERY FILE FOR THE                        *
001700*     WAREHOUSE LOAD TO RECONCILE. THE WATERMARK MOVES ONLY WHEN                 *
001800*     EVERY FILE WAS WRITTEN, SO A FAILED RUN IS SIMPLY RERUN. A                 *
001900*     WARNING ENDS WITH RC 4, A BAD PARM OR WATERMARK WITH RC 16,                *
002000*     AN I/O FAILURE WITH RC 20.                                                 *
002100*                                                                                *
002200*     MODIFICATION HISTORY                                                       *
002300*     ----------------------------------------------------------------------     *
002400*     DATE         INIT   DESCRIPTION                                            *
002500*     10/15/2026   GN     INITIAL VERSION.                                       *
002600**********************************************************************************

002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CDWHSEXT.
002900 AUTHOR. GIANNIS NOUTSIS.
003000 INSTALLATION. OPERATIONS BATCH UTILITIES.
003100 DATE-WRITTEN. 10/15/2026.
003200 DATE-COMPILED.

003300******************************************************************
003400*    PARM / SYSIN FORMAT                                         *
003500*    -------------------------------------------------------     *
003600*    POSITIONS 1-8   BLANK    INCREMENTAL - EVERYTHING NEW OR    *
003700*                             CHANGED SINCE THE WATERMARK.       *
003800*                    FULL     EVERY ROW ON EVERY SOURCE, E.G.    *
003900*                             THE FIRST LOAD. NO WATERMARK       *
004000*                             DATASET YET MEANS THE SAME.        *
004100*                    YYYYMMDD RESEND FROM THAT DATE - HISTORY    *
004200*                             RUN DATES, STATUS TIMES AND        *
004300*                             CHANGE APPLY DATES FROM IT ON,     *
004400*                             WITH EVERY GATE DEFINITION. FOR    *
004500*                             A WAREHOUSE LOAD THAT WAS LOST,    *
004600*                             OR A NIGHT RE-ARCHIVED AFTER IT    *
004700*                             WAS EXTRACTED.                     *
004800*    EXAMPLES:  " "         TONIGHT'S INCREMENT                  *
004900*               "FULL"      INITIAL LOAD                         *
005000*               "20260901"  RESEND FROM SEP 1                    *
005100*    RUN AFTER CDARCHIV, SO THE NIGHT IS ON HISTMSTR. ROWS ARE   *
005200*    KEYED FOR THE WAREHOUSE TO REPLACE: HISTORY BY JOB, RUN     *
005300*    DATE AND CYCLE, STATUS BY JOB AND CYCLE, GATES BY JOB, AND  *
005400*    CHANGES BY THEIR RECORD NUMBER ON CHGHIST.                  *
005500******************************************************************

005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.

005900     SELECT HISTORY-MASTER ASSIGN TO HISTMSTR
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CD-HIST-KEY
006300         FILE STATUS IS WS-HIST-STATUS.

006400     SELECT STATUS-FILE ASSIGN TO STATFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CD-STAT-KEY
006800         FILE STATUS IS WS-STAT-STATUS.

006900     SELECT CHANGE-HISTORY ASSIGN TO CHGHIST
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CHG-STATUS.

007200     SELECT CONTROL-FILE ASSIGN TO CTLFILE
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-CTL-STATUS.

007500     SELECT WATERMARK-FILE ASSIGN TO WHMARK
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-WMK-STATUS.

007800     SELECT HIST-EXTRACT ASSIGN TO WHHIST
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-HOUT-STATUS.

008100     SELECT STAT-EXTRACT ASSIGN TO WHSTAT
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-SOUT-STATUS.

008400     SELECT CHG-EXTRACT ASSIGN TO WHCHG
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-COUT-STATUS.

008700     SELECT GATE-EXTRACT ASSIGN TO WHGATE
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-GOUT-STATUS.

009000     SELECT COUNT-EXTRACT ASSIGN TO WHCOUNT
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-KOUT-STATUS.

009300     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-SYSIN-STATUS.

009600 DATA DIVISION.
009700 FILE SECTION.

009800 FD  HISTORY-MASTER.
009900     COPY CDHIST.

010000 FD  STATUS-FILE.
010100     COPY CDSTAT.

010200 FD  CHANGE-HISTORY.
010300     COPY CDCHG.

010400 FD  CONTROL-FILE.
010500     COPY CDCTL.

010600 FD  WATERMARK-FILE.
010700     COPY CDWMARK.

010800 FD  HIST-EXTRACT.
010900 01  HIST-EXTRACT-RECORD             PIC X(300).

011000 FD  STAT-EXTRACT.
011100 01  STAT-EXTRACT-RECORD             PIC X(300).

011200 FD  CHG-EXTRACT.
011300 01  CHG-EXTRACT-RECORD              PIC X(300).

011400 FD  GATE-EXTRACT.
011500 01  GATE-EXTRACT-RECORD             PIC X(300).

011600 FD  COUNT-EXTRACT.
011700 01  COUNT-EXTRACT-RECORD            PIC X(300).

011800 FD  SYSIN-CARD-FILE.
011900 01  SYSIN-CARD-RECORD               PIC X(80).

012000 WORKING-STORAGE SECTION.

012100******************************************************************
012200*    FILE STATUS FIELDS                                          *
012300******************************************************************
012400 01  WS-FILE-STATUS-FIELDS.
012500     05  WS-HIST-STATUS              PIC X(02) VALUE "00".
012600     05  WS-STAT-STATUS              PIC X(02) VALUE "00".
012700     05  WS-CHG-STATUS               PIC X(02) VALUE "00".
012800     05  WS-CTL-STATUS               PIC X(02) VALUE "00".
012900     05  WS-WMK-STATUS               PIC X(02) VALUE "00".
013000     05  WS-HOUT-STATUS              PIC X(02) VALUE "00".
013100     05  WS-SOUT-STATUS              PIC X(02) VALUE "00".
013200     05  WS-COUT-STATUS              PIC X(02) VALUE "00".
013300     05  WS-GOUT-STATUS              PIC X(02) VALUE "00".
013400     05  WS-KOUT-STATUS              PIC X(02) VALUE "00".
013500     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".

013600******************************************************************
013700*    PROGRAM SWITCHES                                            *
013800******************************************************************
013900 01  WS-PROGRAM-SWITCHES.
014000     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
014100         88  EXTRACT-CAN-RUN                  VALUE 'Y'.
014200         88  EXTRACT-CANNOT-RUN               VALUE 'N'.
014300     05  WS-FAIL-SWITCH              PIC X(01) VALUE 'N'.
014400         88  EXTRACT-HAS-FAILED               VALUE 'Y'.
014500     05  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
014600         88  END-OF-HISTORY                   VALUE 'Y'.
014700     05  WS-STAT-EOF-SWITCH          PIC X(01) VALUE 'N'.
014800         88  END-OF-STATUS                    VALUE 'Y'.
014900     05  WS-CHG-EOF-SWITCH           PIC X(01) VALUE 'N'.
015000         88  END-OF-CHANGES                   VALUE 'Y'.
015100     05  WS-CTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
015200         88  END-OF-CONTROL-FILE              VALUE 'Y'.
015300     05  WS-WMK-FOUND-SWITCH         PIC X(01) VALUE 'N'.
015400         88  WATERMARK-WAS-FOUND              VALUE 'Y'.
015500     05  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
015600         88  HISTORY-WAS-OPENED               VALUE 'Y'.
015700     05  WS-STAT-OPEN-SWITCH         PIC X(01) VALUE 'N'.
015800         88  STATUS-MASTER-WAS-OPENED         VALUE 'Y'.
015900     05  WS-CHG-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016000         88  CHANGE-HISTORY-WAS-OPENED        VALUE 'Y'.
016100     05  WS-CTL-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016200         88  CONTROL-FILE-WAS-OPENED          VALUE 'Y'.
016300     05  WS-OUT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
016400         88  EXTRACTS-WERE-OPENED             VALUE 'Y'.
016500     05  WS-CHG-FILTER-SWITCH        PIC X(01) VALUE 'N'.
016600         88  CHANGES-BY-APPLY-DATE            VALUE 'Y'.
016700     05  WS-ALL-GATES-SWITCH         PIC X(01) VALUE 'N'.
016800         88  SEND-EVERY-GATE                  VALUE 'Y'.
016900     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
017000         88  MATCH-WAS-FOUND                  VALUE 'Y'.
017100     05  WS-CSV-FIRST-SWITCH         PIC X(01) VALUE 'Y'.
017200         88  CSV-FIRST-FIELD                  VALUE 'Y'.
017300     05  WS-CSV-END-SWITCH           PIC X(01) VALUE 'N'.
017400         88  CSV-TEXT-END-FOUND               VALUE 'Y'.
017410     05  WS-HIST-HOLD-SWITCH         PIC X(01) VALUE 'N'.
017420         88  HIST-MARK-IS-HELD                VALUE 'Y'.
017430     05  WS-STAT-HOLD-SWITCH         PIC X(01) VALUE 'N'.
017440         88  STAT-MARK-IS-HELD                VALUE 'Y'.
017450     05  WS-CHG-HOLD-SWITCH          PIC X(01) VALUE 'N'.
017460         88  CHG-MARK-IS-HELD                 VALUE 'Y'.

017500******************************************************************
017600*    RETURN CODE                                                 *
017700******************************************************************
017800 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
017900 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

018000******************************************************************
018100*    PARM-RELATED FIELDS AND EXTRACT MODE                        *
018200******************************************************************
018300 01  WS-PARM-FIELDS.
018400     05  WS-PARM-DATA                PIC X(80).
018500     05  WS-PARM-FROM-X              PIC X(08).
018600     05  WS-PARM-FROM-DATE REDEFINES WS-PARM-FROM-X
018700                                     PIC 9(08).
018800     05  WS-EXTRACT-MODE             PIC X(11)
018900                                     VALUE 'INCREMENTAL'.
019000         88  EXTRACT-IS-INCREMENTAL           VALUE 'INCREMENTAL'.
019100         88  EXTRACT-IS-FULL                  VALUE 'FULL'.
019200         88  EXTRACT-IS-RESEND                VALUE 'RESEND'.
019300     05  WS-FROM-DATE                PIC 9(08) VALUE ZERO.

019400******************************************************************
019500*    WATERMARK - WHERE THIS RUN STARTS EACH SOURCE, AND THE      *
019600*    NEW HIGH-WATER MARKS IT HAS REACHED                         *
019700******************************************************************
019800 01  WS-CUTOFF-FIELDS.
019900     05  WS-HIST-FROM-DATE           PIC 9(08) VALUE ZERO.
020000     05  WS-STAT-AFTER-TS            PIC X(17) VALUE LOW-VALUES.
020100     05  WS-CHG-SKIP-COUNT           PIC 9(07) VALUE ZERO.
020200     05  WS-CHG-FROM-DATE            PIC 9(08) VALUE ZERO.

020300 01  WS-NEW-WATERMARK.
020400     05  WS-NEW-HIST-RUN-DATE        PIC 9(08) VALUE ZERO.
020500     05  WS-NEW-STAT-TS              PIC X(17) VALUE SPACES.
020600     05  WS-NEW-CHG-COUNT            PIC 9(07) VALUE ZERO.
020700     05  WS-NEW-CHG-APPLY-DATE       PIC 9(08) VALUE ZERO.
020800     05  WS-NEW-CHG-SEQ              PIC 9(05) VALUE ZERO.
020900     05  WS-NEW-CHG-JOB-NAME         PIC X(08) VALUE SPACES.

021000 01  WS-OLD-WATERMARK.
021100     05  WS-OLD-EXTRACT-TS           PIC X(17) VALUE SPACES.
021200     05  WS-OLD-HIST-RUN-DATE        PIC 9(08) VALUE ZERO.
021300     05  WS-OLD-STAT-TS              PIC X(17) VALUE SPACES.
021400     05  WS-OLD-CHG-COUNT            PIC 9(07) VALUE ZERO.
021500     05  WS-OLD-CHG-APPLY-DATE       PIC 9(08) VALUE ZERO.
021600     05  WS-OLD-CHG-SEQ              PIC 9(05) VALUE ZERO.
021700     05  WS-OLD-CHG-JOB-NAME         PIC X(08) VALUE SPACES.

021800******************************************************************
021900*    CHANGED-GATE TABLE - GATES WITH AN APPLIED CHANGE IN THIS   *
022000*    EXTRACT, WHOSE CURRENT DEFINITION GOES TO WHGATE. A TABLE   *
022100*    THAT FILLS SENDS EVERY GATE INSTEAD.                        *
022200******************************************************************
022300 77  WS-MAX-CHANGED                  PIC 9(03) VALUE 500.

022400 01  WS-CHANGED-TABLE.
022500     05  WS-CHANGED-COUNT            PIC 9(03) COMP VALUE ZERO.
022600     05  WS-CHANGED-ENTRY OCCURS 500 TIMES INDEXED BY CHGD-IDX.
022700         10  WS-CHANGED-JOB          PIC X(08).

022800******************************************************************
022900*    WORK FIELDS                                                 *
023000******************************************************************
023100 01  WS-WORK-FIELDS.
023200     05  WS-CHG-REC-NO               PIC 9(07) VALUE ZERO.
023300     05  WS-STAT-LATEST-TS           PIC X(17) VALUE SPACES.
023400     05  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
023500     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
023600     05  WS-NOW-TIMESTAMP            PIC X(17) VALUE SPACES.

023700******************************************************************
023800*    ROW COUNTERS                                                *
023900******************************************************************
024000 01  WS-COUNTERS.
024100     05  WS-HIST-READ                PIC 9(07) COMP VALUE ZERO.
024200     05  WS-HIST-ROWS                PIC 9(07) COMP VALUE ZERO.
024300     05  WS-STAT-READ                PIC 9(07) COMP VALUE ZERO.
024400     05  WS-STAT-ROWS                PIC 9(07) COMP VALUE ZERO.
024500     05  WS-CHG-ROWS                 PIC 9(07) COMP VALUE ZERO.
024600     05  WS-CTL-READ                 PIC 9(07) COMP VALUE ZERO.
024700     05  WS-GATE-ROWS                PIC 9(07) COMP VALUE ZERO.
024800     05  WS-DISPLAY-COUNT            PIC Z(06)9.

024900******************************************************************
025000*    DELIMITED ROW BUILDING - A ROW IS BUILT FIELD BY FIELD      *
025100*    IN WS-CSV-LINE (0800-0850) AND WRITTEN TO THE EXTRACT       *
025200*    NAMED IN WS-CSV-TARGET (0870)                               *
025300******************************************************************
025400 01  WS-CSV-FIELDS.
025500     05  WS-CSV-LINE                 PIC X(300) VALUE SPACES.
025600     05  WS-CSV-PTR                  PIC 9(03) COMP VALUE 1.
025700     05  WS-CSV-TARGET               PIC X(01) VALUE SPACE.
025800         88  CSV-TO-HISTORY                   VALUE 'H'.
025900         88  CSV-TO-STATUS                    VALUE 'S'.
026000         88  CSV-TO-CHANGES                   VALUE 'C'.
026100         88  CSV-TO-GATES                     VALUE 'G'.
026200         88  CSV-TO-COUNTS                    VALUE 'K'.
026300     05  WS-CSV-OUT-STATUS           PIC X(02) VALUE "00".
026400     05  WS-CSV-OUT-DD               PIC X(08) VALUE SPACES.
026500     05  WS-CSV-TEXT                 PIC X(40) VALUE SPACES.
026600     05  WS-CSV-LEN                  PIC 9(03) COMP VALUE ZERO.
026700     05  WS-CSV-NUM                  PIC 9(09) VALUE ZERO.
026800     05  WS-CSV-EDIT                 PIC Z(08)9.
026900     05  WS-CSV-LEAD                 PIC 9(03) COMP VALUE ZERO.
027000     05  WS-CSV-DATE                 PIC X(08) VALUE SPACES.
027100     05  WS-CSV-DATE-PARTS REDEFINES WS-CSV-DATE.
027200         10  WS-CSV-D-YYYY           PIC X(04).
027300         10  WS-CSV-D-MM             PIC X(02).
027400         10  WS-CSV-D-DD             PIC X(02).
027500     05  WS-CSV-TS                   PIC X(17) VALUE SPACES.
027600     05  WS-CSV-TS-PARTS REDEFINES WS-CSV-TS.
027700         10  WS-CSV-T-DATE           PIC X(08).
027800         10  FILLER                  PIC X(01).
027900         10  WS-CSV-T-TIME           PIC X(08).
028000     05  WS-CSV-TIME                 PIC X(08) VALUE SPACES.
028100     05  WS-CSV-TIME-PARTS REDEFINES WS-CSV-TIME.
028200         10  WS-CSV-T-HH             PIC X(02).
028300         10  WS-CSV-T-MI             PIC X(02).
028400         10  WS-CSV-T-SS             PIC X(02).
028500         10  WS-CSV-T-HS             PIC X(02).

028600******************************************************************
028700*    HEADER ROWS                                                 *
028800******************************************************************
028900 01  WH-HIST-HEADER.
029000     05  FILLER                      PIC X(40)
029100         VALUE 'JOB_NAME,RUN_DATE,CYCLE_ID,START_VALUE,S'.
029200     05  FILLER                      PIC X(40)
029300         VALUE 'TART_TS,END_TS,ELAPSED_SECS,WAIT_SECS,ID'.
029400     05  FILLER                      PIC X(40)
029500         VALUE 'LE_SECS,WAIT_OUTCOME,STREAM_ID,RUN_STATU'.
029600     05  FILLER                      PIC X(15)
029700         VALUE 'S,STATUS_REASON'.

029800 01  WH-STAT-HEADER.
029900     05  FILLER                      PIC X(40)
030000         VALUE 'JOB_NAME,CYCLE_ID,STATUS,START_TS,END_TS'.
030100     05  FILLER                      PIC X(19)
030200         VALUE ',START_VALUE,REASON'.

030300 01  WH-CHG-HEADER.
030400     05  FILLER                      PIC X(40)
030500         VALUE 'CHGHIST_RECORD,SEQ,ACTION,JOB_NAME,SUBMI'.
030600     05  FILLER                      PIC X(40)
030700         VALUE 'TTER,ENTRY_DATE,APPROVER,APPLY_DATE,RESU'.
030800     05  FILLER                      PIC X(09)
030900         VALUE 'LT,REASON'.

031000 01  WH-GATE-HEADER.
031100     05  FILLER                      PIC X(40)
031200         VALUE 'JOB_NAME,COUNT_LEN,DOW_MASK,MONTH_END,EF'.
031300     05  FILLER                      PIC X(40)
031400         VALUE 'F_FROM_DATE,EFF_TO_DATE,PRED_JOB_NAME,GA'.
031500     05  FILLER                      PIC X(38)
031600         VALUE 'TE_MODE,TARGET_TIME,STREAM_ID,CYCLE_ID'.

031700 01  WH-COUNT-HEADER.
031800     05  FILLER                      PIC X(40)
031900         VALUE 'EXTRACT_TS,EXTRACT_MODE,FROM_DATE,HIST_R'.
032000     05  FILLER                      PIC X(40)
032100         VALUE 'OWS,STATUS_ROWS,CHANGE_ROWS,GATE_ROWS,HI'.
032200     05  FILLER                      PIC X(40)
032300         VALUE 'ST_THROUGH_DATE,STATUS_THROUGH_TS,CHGHIS'.
032400     05  FILLER                      PIC X(16)
032500         VALUE 'T_THROUGH_RECORD'.

032600 PROCEDURE DIVISION.

032700******************************************************************
032800*    0000-MAINLINE                                               *
032900*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
033000******************************************************************
033100 0000-MAINLINE.
033200     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
033300     IF EXTRACT-CAN-RUN
033400         PERFORM 0200-EXTRACT-HISTORY
033500             THRU 0200-EXTRACT-HISTORY-EXIT
033600         PERFORM 0300-EXTRACT-STATUS
033700             THRU 0300-EXTRACT-STATUS-EXIT
033800         PERFORM 0400-EXTRACT-CHANGES
033900             THRU 0400-EXTRACT-CHANGES-EXIT
034000         PERFORM 0500-EXTRACT-GATES
034100             THRU 0500-EXTRACT-GATES-EXIT
034200         PERFORM 0600-WRITE-CONTROL-RECORD
034300             THRU 0600-WRITE-CONTROL-RECORD-EXIT
034400         PERFORM 0700-ADVANCE-WATERMARK
034500             THRU 0700-ADVANCE-WATERMARK-EXIT
034600         PERFORM 0780-PRINT-SUMMARY
034700             THRU 0780-PRINT-SUMMARY-EXIT
034800     END-IF.
034900     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
035000 0000-MAINLINE-EXIT.
035100     EXIT.

035200******************************************************************
035300*    0100-INITIALIZE                                             *
035400*    PARM, WATERMARK, AND FILE OPENS. EVERY SOURCE EXCEPT        *
035500*    CHGHIST MUST BE THERE - AN EXTRACT MISSING ONE WOULD LOOK   *
035600*    COMPLETE TO THE WAREHOUSE. NO CHGHIST YET MEANS NO CHANGE   *
035700*    HAS EVER BEEN APPLIED.                                      *
035800******************************************************************
035900 0100-INITIALIZE.
036000     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
036100     ACCEPT WS-NOW-TIME FROM TIME.
036200     MOVE SPACES TO WS-NOW-TIMESTAMP.
036300     STRING WS-NOW-DATE DELIMITED BY SIZE
036400            "-"         DELIMITED BY SIZE
036500            WS-NOW-TIME DELIMITED BY SIZE
036600         INTO WS-NOW-TIMESTAMP.
036700     PERFORM 0105-GET-PARM THRU 0105-GET-PARM-EXIT.
036800     IF EXTRACT-CANNOT-RUN
036900         GO TO 0100-INITIALIZE-EXIT
037000     END-IF.
037100     PERFORM 0150-READ-WATERMARK THRU 0150-READ-WATERMARK-EXIT.
037200     IF EXTRACT-CANNOT-RUN
037300         GO TO 0100-INITIALIZE-EXIT
037400     END-IF.
037500     PERFORM 0160-SET-CUTOFFS THRU 0160-SET-CUTOFFS-EXIT.
037600     PERFORM 0170-OPEN-SOURCES THRU 0170-OPEN-SOURCES-EXIT.
037700     IF EXTRACT-CANNOT-RUN
037800         GO TO 0100-INITIALIZE-EXIT
037900     END-IF.
038000     PERFORM 0180-OPEN-EXTRACTS THRU 0180-OPEN-EXTRACTS-EXIT.
038100 0100-INITIALIZE-EXIT.
038200     EXIT.

038300******************************************************************
038400*    0105-GET-PARM                                               *
038500*    BLANK, FULL, OR A RESEND-FROM DATE IN POSITIONS 1-8.        *
038600******************************************************************
038700 0105-GET-PARM.
038800     MOVE SPACES TO WS-PARM-DATA.
038900     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
039000     IF WS-PARM-DATA = SPACES
039100         PERFORM 0109-GET-PARM-FROM-SYSIN
039200             THRU 0109-GET-PARM-FROM-SYSIN-EXIT
039300     END-IF.
039400     MOVE WS-PARM-DATA(1:8) TO WS-PARM-FROM-X.
039500     IF WS-PARM-FROM-X = SPACES
039600         SET EXTRACT-IS-INCREMENTAL TO TRUE
039700         GO TO 0105-GET-PARM-EXIT
039800     END-IF.
039900     IF WS-PARM-FROM-X = 'FULL'
040000         SET EXTRACT-IS-FULL TO TRUE
040100         GO TO 0105-GET-PARM-EXIT
040200     END-IF.
040300     IF WS-PARM-FROM-X NOT NUMERIC
040400        OR WS-PARM-FROM-DATE < 19000101
040500        OR WS-PARM-FROM-DATE > WS-NOW-DATE
040600         DISPLAY "CDWHSEXT - PARM '" WS-PARM-FROM-X
040700                 "' MUST BE BLANK, FULL, OR A PAST DATE YYYYMMDD"
040800         PERFORM 0108-FAIL-PARM THRU 0108-FAIL-PARM-EXIT
040900         GO TO 0105-GET-PARM-EXIT
041000     END-IF.
041100     SET EXTRACT-IS-RESEND TO TRUE.
041200     MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE.
041300 0105-GET-PARM-EXIT.
041400     EXIT.

041500******************************************************************
041600*    0108-FAIL-PARM                                              *
041700******************************************************************
041800 0108-FAIL-PARM.
041900     MOVE 16 TO WS-RC-CANDIDATE.
042000     PERFORM 9900-RAISE-RETURN-CODE
042100         THRU 9900-RAISE-RETURN-CODE-EXIT.
042200     SET EXTRACT-CANNOT-RUN TO TRUE.
042300 0108-FAIL-PARM-EXIT.
042400     EXIT.

042500******************************************************************
042600*    0109-GET-PARM-FROM-SYSIN                                    *
042700*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
042800*    THE DEFAULT (INCREMENTAL) THEN APPLIES.                     *
042900******************************************************************
043000 0109-GET-PARM-FROM-SYSIN.
043100     OPEN INPUT SYSIN-CARD-FILE.
043200     IF WS-SYSIN-STATUS NOT = "00"
043300         IF WS-SYSIN-STATUS NOT = "35"
043400             DISPLAY "CDWHSEXT - UNABLE TO OPEN SYSIN, STATUS="
043500                     WS-SYSIN-STATUS
043600             MOVE 20 TO WS-RC-CANDIDATE
043700             PERFORM 9900-RAISE-RETURN-CODE
043800                 THRU 9900-RAISE-RETURN-CODE-EXIT
043900         END-IF
044000         GO TO 0109-GET-PARM-FROM-SYSIN-EXIT
044100     END-IF.
044200     READ SYSIN-CARD-FILE
044300         AT END
044400             CONTINUE
044500         NOT AT END
044600             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
044700     END-READ.
044800     CLOSE SYSIN-CARD-FILE.
044900 0109-GET-PARM-FROM-SYSIN-EXIT.
045000     EXIT.

045100******************************************************************
045200*    0150-READ-WATERMARK                                         *
045300*    NO WATERMARK DATASET, OR AN EMPTY ONE, MEANS NOTHING HAS    *
045400*    BEEN SENT YET - THE INCREMENT IS EVERYTHING. A WATERMARK    *
045500*    THAT CANNOT BE READ STOPS AN INCREMENTAL RUN (RC 16) RATHER *
045600*    THAN GUESS; FULL OR A RESEND DATE DOES NOT NEED IT.         *
045700******************************************************************
045800 0150-READ-WATERMARK.
045900     OPEN INPUT WATERMARK-FILE.
046000     IF WS-WMK-STATUS = "35"
046100         DISPLAY "CDWHSEXT - NO WATERMARK YET - EVERY ROW IS NEW"
046200         GO TO 0150-READ-WATERMARK-EXIT
046300     END-IF.
046400     IF WS-WMK-STATUS NOT = "00"
046500         DISPLAY "CDWHSEXT - UNABLE TO OPEN WHMARK, STATUS="
046600                 WS-WMK-STATUS
046700         MOVE 20 TO WS-RC-CANDIDATE
046800         PERFORM 9900-RAISE-RETURN-CODE
046900             THRU 9900-RAISE-RETURN-CODE-EXIT
047000         SET EXTRACT-CANNOT-RUN TO TRUE
047100         GO TO 0150-READ-WATERMARK-EXIT
047200     END-IF.
047300     READ WATERMARK-FILE
047400         AT END
047500             MOVE SPACES TO CD-WMK-RECORD
047600     END-READ.
047700     CLOSE WATERMARK-FILE.
047800     IF CD-WMK-RECORD = SPACES
047900         DISPLAY "CDWHSEXT - WATERMARK EMPTY - EVERY ROW IS NEW"
048000         GO TO 0150-READ-WATERMARK-EXIT
048100     END-IF.
048200     IF CD-WMK-HIST-RUN-DATE NOT NUMERIC
048300        OR CD-WMK-CHG-COUNT NOT NUMERIC
048400        OR CD-WMK-CHG-APPLY-DATE NOT NUMERIC
048500        OR CD-WMK-CHG-SEQ NOT NUMERIC
048600         IF EXTRACT-IS-INCREMENTAL
048700             DISPLAY "CDWHSEXT - WATERMARK UNREADABLE - RUN WITH "
048800                     "PARM FULL OR A RESEND DATE"
048900             MOVE 16 TO WS-RC-CANDIDATE
049000             PERFORM 9900-RAISE-RETURN-CODE
049100                 THRU 9900-RAISE-RETURN-CODE-EXIT
049200             SET EXTRACT-CANNOT-RUN TO TRUE
049300         ELSE
049400             DISPLAY "CDWHSEXT - WATERMARK UNREADABLE - IGNORED"
049500         END-IF
049600         GO TO 0150-READ-WATERMARK-EXIT
049700     END-IF.
049800     SET WATERMARK-WAS-FOUND TO TRUE.
049900     MOVE CD-WMK-EXTRACT-TS TO WS-OLD-EXTRACT-TS.
050000     MOVE CD-WMK-HIST-RUN-DATE TO WS-OLD-HIST-RUN-DATE.
050100     MOVE CD-WMK-STAT-TS TO WS-OLD-STAT-TS.
050200     MOVE CD-WMK-CHG-COUNT TO WS-OLD-CHG-COUNT.
050300     MOVE CD-WMK-CHG-APPLY-DATE TO WS-OLD-CHG-APPLY-DATE.
050400     MOVE CD-WMK-CHG-SEQ TO WS-OLD-CHG-SEQ.
050500     MOVE CD-WMK-CHG-JOB-NAME TO WS-OLD-CHG-JOB-NAME.
050600     DISPLAY "CDWHSEXT - LAST EXTRACT " WS-OLD-EXTRACT-TS
050700             " - HISTORY THROUGH " WS-OLD-HIST-RUN-DATE.
050800 0150-READ-WATERMARK-EXIT.
050900     EXIT.

051000******************************************************************
051100*    0160-SET-CUTOFFS                                            *
051200*    WHERE EACH SOURCE STARTS. AN INCREMENT WITHOUT A WATERMARK  *
051300*    IS A FULL EXTRACT. THE NEW WATERMARK STARTS FROM THE OLD    *
051400*    ONE SO A RESEND OF AN EARLIER STRETCH NEVER MOVES IT        *
051500*    BACKWARDS; A FULL EXTRACT STARTS IT AFRESH.                 *
051510*    NOR MAY A RESEND MOVE IT FORWARDS OVER ROWS IT DID NOT      *
051520*    SEND: WHEN THE RESEND DATE IS LATER THAN HOW FAR A SOURCE   *
051530*    HAD BEEN SENT (HISTORY RUN DATE, STATUS TIME, OR APPLY DATE *
051540*    OF THE LAST CHANGE), THE ROWS IN BETWEEN WERE SKIPPED, SO   *
051550*    THAT SOURCE'S WATERMARK IS HELD WHERE IT WAS AND THE NEXT   *
051560*    INCREMENT STILL SENDS THEM. OTHERWISE IT ADVANCES AS USUAL. *
051600******************************************************************
051700 0160-SET-CUTOFFS.
051800     IF EXTRACT-IS-INCREMENTAL AND NOT WATERMARK-WAS-FOUND
051900         SET EXTRACT-IS-FULL TO TRUE
052000     END-IF.
052100     EVALUATE TRUE
052200     WHEN EXTRACT-IS-FULL
052300         MOVE ZERO TO WS-HIST-FROM-DATE
052400         MOVE LOW-VALUES TO WS-STAT-AFTER-TS
052500         MOVE ZERO TO WS-CHG-SKIP-COUNT
052600         SET SEND-EVERY-GATE TO TRUE
052700     WHEN EXTRACT-IS-RESEND
052750         MOVE WS-FROM-DATE TO WS-HIST-FROM-DATE
052800         MOVE SPACES TO WS-STAT-AFTER-TS
052900         MOVE WS-PARM-FROM-X TO WS-STAT-AFTER-TS(1:8)
053000         MOVE ZERO TO WS-CHG-SKIP-COUNT
053100         MOVE WS-FROM-DATE TO WS-CHG-FROM-DATE
053200         SET CHANGES-BY-APPLY-DATE TO TRUE
053300         SET SEND-EVERY-GATE TO TRUE
053400     WHEN OTHER
053500         MOVE WS-OLD-HIST-RUN-DATE TO WS-HIST-FROM-DATE
053600         MOVE WS-OLD-STAT-TS TO WS-STAT-AFTER-TS
053700         MOVE WS-OLD-CHG-COUNT TO WS-CHG-SKIP-COUNT
053800     END-EVALUATE.
053900     IF WATERMARK-WAS-FOUND AND NOT EXTRACT-IS-FULL
054000         MOVE WS-OLD-HIST-RUN-DATE TO WS-NEW-HIST-RUN-DATE
054100         MOVE WS-OLD-STAT-TS TO WS-NEW-STAT-TS
054200     END-IF.
054204     IF NOT EXTRACT-IS-RESEND OR NOT WATERMARK-WAS-FOUND
054208         GO TO 0160-SET-CUTOFFS-EXIT
054212     END-IF.
054216     MOVE WS-OLD-CHG-COUNT TO WS-NEW-CHG-COUNT.
054220     MOVE WS-OLD-CHG-APPLY-DATE TO WS-NEW-CHG-APPLY-DATE.
054224     MOVE WS-OLD-CHG-SEQ TO WS-NEW-CHG-SEQ.
054228     MOVE WS-OLD-CHG-JOB-NAME TO WS-NEW-CHG-JOB-NAME.
054232     IF WS-FROM-DATE > WS-OLD-HIST-RUN-DATE
054236         SET HIST-MARK-IS-HELD TO TRUE
054240         DISPLAY "CDWHSEXT - RESEND STARTS AFTER HISTORY SENT "
054244                 "THROUGH " WS-OLD-HIST-RUN-DATE
054248                 " - ITS WATERMARK IS HELD"
054252     END-IF.
054256     IF WS-STAT-AFTER-TS > WS-OLD-STAT-TS
054260         SET STAT-MARK-IS-HELD TO TRUE
054264         DISPLAY "CDWHSEXT - RESEND STARTS AFTER STATUS SENT "
054268                 "THROUGH " WS-OLD-STAT-TS
054272                 " - ITS WATERMARK IS HELD"
054276     END-IF.
054280     IF WS-FROM-DATE > WS-OLD-CHG-APPLY-DATE
054284         SET CHG-MARK-IS-HELD TO TRUE
054288         DISPLAY "CDWHSEXT - RESEND STARTS AFTER CHANGES APPLIED "
054292                 WS-OLD-CHG-APPLY-DATE " - ITS WATERMARK IS HELD"
054296     END-IF.
054300 0160-SET-CUTOFFS-EXIT.
054400     EXIT.

054500******************************************************************
054600*    0170-OPEN-SOURCES                                           *
054700******************************************************************
054800 0170-OPEN-SOURCES.
054900     OPEN INPUT HISTORY-MASTER.
055000     IF WS-HIST-STATUS NOT = "00"
055100         DISPLAY "CDWHSEXT - UNABLE TO OPEN HISTMSTR, STATUS="
055200                 WS-HIST-STATUS
055210         PERFORM 0175-OPEN-FAILED THRU 0175-OPEN-FAILED-EXIT
055220         GO TO 0170-OPEN-SOURCES-EXIT
055400     END-IF.
055500     SET HISTORY-WAS-OPENED TO TRUE.
055600     OPEN INPUT STATUS-FILE.
055700     IF WS-STAT-STATUS NOT = "00"
055800         DISPLAY "CDWHSEXT - UNABLE TO OPEN STATFILE, STATUS="
055900                 WS-STAT-STATUS
055910         PERFORM 0175-OPEN-FAILED THRU 0175-OPEN-FAILED-EXIT
055920         GO TO 0170-OPEN-SOURCES-EXIT
056100     END-IF.
056200     SET STATUS-MASTER-WAS-OPENED TO TRUE.
056300     OPEN INPUT CONTROL-FILE.
056400     IF WS-CTL-STATUS NOT = "00"
056500         DISPLAY "CDWHSEXT - UNABLE TO OPEN CTLFILE, STATUS="
056600                 WS-CTL-STATUS
056610         PERFORM 0175-OPEN-FAILED THRU 0175-OPEN-FAILED-EXIT
056620         GO TO 0170-OPEN-SOURCES-EXIT
056800     END-IF.
056900     SET CONTROL-FILE-WAS-OPENED TO TRUE.
057000     OPEN INPUT CHANGE-HISTORY.
057100     IF WS-CHG-STATUS = "35"
057200         DISPLAY "CDWHSEXT - NO CHGHIST - NO CHANGES TO SEND"
057300         GO TO 0170-OPEN-SOURCES-EXIT
057400     END-IF.
057500     IF WS-CHG-STATUS NOT = "00"
057600         DISPLAY "CDWHSEXT - UNABLE TO OPEN CHGHIST, STATUS="
057700                 WS-CHG-STATUS
057710         PERFORM 0175-OPEN-FAILED THRU 0175-OPEN-FAILED-EXIT
057720         GO TO 0170-OPEN-SOURCES-EXIT
057900     END-IF.
058000     SET CHANGE-HISTORY-WAS-OPENED TO TRUE.
058010 0170-OPEN-SOURCES-EXIT.
058020     EXIT.

058030******************************************************************
058040*    0175-OPEN-FAILED                                            *
058050*    A SOURCE THAT WILL NOT OPEN STOPS THE EXTRACT (RC 20) -     *
058060*    0900 CLOSES WHATEVER DID OPEN.                              *
058070******************************************************************
058080 0175-OPEN-FAILED.
058300     MOVE 20 TO WS-RC-CANDIDATE.
058400     PERFORM 9900-RAISE-RETURN-CODE
058500         THRU 9900-RAISE-RETURN-CODE-EXIT.
058600     SET EXTRACT-CANNOT-RUN TO TRUE.
058610 0175-OPEN-FAILED-EXIT.
058800     EXIT.

058900******************************************************************
059000*    0180-OPEN-EXTRACTS                                          *
059100*    EVERY EXTRACT IS CREATED AFRESH AND STARTS WITH ITS HEADER  *
059200*    ROW, SO AN EMPTY INCREMENT IS STILL A VALID FILE.           *
059300******************************************************************
059400 0180-OPEN-EXTRACTS.
059500     OPEN OUTPUT HIST-EXTRACT STAT-EXTRACT CHG-EXTRACT
059600                 GATE-EXTRACT COUNT-EXTRACT.
059700     IF WS-HOUT-STATUS NOT = "00"
059800        OR WS-SOUT-STATUS NOT = "00"
059900        OR WS-COUT-STATUS NOT = "00"
060000        OR WS-GOUT-STATUS NOT = "00"
060100        OR WS-KOUT-STATUS NOT = "00"
060200         DISPLAY "CDWHSEXT - UNABLE TO OPEN THE EXTRACTS, STATUS="
060300                 WS-HOUT-STATUS " " WS-SOUT-STATUS " "
060400                 WS-COUT-STATUS " " WS-GOUT-STATUS " "
060500                 WS-KOUT-STATUS
060600         MOVE 20 TO WS-RC-CANDIDATE
060700         PERFORM 9900-RAISE-RETURN-CODE
060800             THRU 9900-RAISE-RETURN-CODE-EXIT
060900         SET EXTRACT-CANNOT-RUN TO TRUE
061000         CLOSE HIST-EXTRACT STAT-EXTRACT CHG-EXTRACT
061100               GATE-EXTRACT COUNT-EXTRACT
061200         GO TO 0180-OPEN-EXTRACTS-EXIT
061300     END-IF.
061400     SET EXTRACTS-WERE-OPENED TO TRUE.
061500     MOVE WH-HIST-HEADER TO WS-CSV-LINE.
061600     SET CSV-TO-HISTORY TO TRUE.
061700     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
061800     MOVE WH-STAT-HEADER TO WS-CSV-LINE.
061900     SET CSV-TO-STATUS TO TRUE.
062000     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
062100     MOVE WH-CHG-HEADER TO WS-CSV-LINE.
062200     SET CSV-TO-CHANGES TO TRUE.
062300     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
062400     MOVE WH-GATE-HEADER TO WS-CSV-LINE.
062500     SET CSV-TO-GATES TO TRUE.
062600     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
062700     MOVE WH-COUNT-HEADER TO WS-CSV-LINE.
062800     SET CSV-TO-COUNTS TO TRUE.
062900     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
063000 0180-OPEN-EXTRACTS-EXIT.
063100     EXIT.

063200******************************************************************
063300*    0200-EXTRACT-HISTORY                                        *
063400*    ONE KEYED SWEEP OF THE HISTORY MASTER - EVERY RUN DATE      *
063500*    FROM THE WATERMARK DATE (OR THE RESEND DATE) ON IS SENT.    *
063510*    THE WATERMARK DATE ITSELF GOES AGAIN EVERY NIGHT: CDARCHIV  *
063520*    FILES EACH CYCLE AND STREAM SEPARATELY, SO MORE ROWS FOR    *
063530*    THAT DATE CAN ARRIVE AFTER IT WAS SENT. THE WAREHOUSE       *
063540*    REPLACES THE ROWS IT ALREADY HAS BY KEY.                    *
063600******************************************************************
063700 0200-EXTRACT-HISTORY.
063800     MOVE LOW-VALUES TO CD-HIST-KEY.
063900     START HISTORY-MASTER KEY NOT < CD-HIST-KEY.
064000     IF WS-HIST-STATUS NOT = "00"
064100         GO TO 0200-EXTRACT-HISTORY-EXIT
064200     END-IF.
064300     PERFORM 0210-READ-NEXT-HISTORY
064400         THRU 0210-READ-NEXT-HISTORY-EXIT.
064500     PERFORM 0220-EXTRACT-ONE-HISTORY
064600         THRU 0220-EXTRACT-ONE-HISTORY-EXIT
064700         UNTIL END-OF-HISTORY.
064800 0200-EXTRACT-HISTORY-EXIT.
064900     EXIT.

065000******************************************************************
065100*    0210-READ-NEXT-HISTORY                                      *
065200******************************************************************
065300 0210-READ-NEXT-HISTORY.
065400     READ HISTORY-MASTER NEXT RECORD
065500         AT END
065600             SET END-OF-HISTORY TO TRUE
065700         NOT AT END
065800             ADD 1 TO WS-HIST-READ
065900     END-READ.
066000     IF WS-HIST-STATUS NOT = "00" AND NOT END-OF-HISTORY
066100         DISPLAY "CDWHSEXT - HISTMSTR READ FAILED, STATUS="
066200                 WS-HIST-STATUS
066300         MOVE 20 TO WS-RC-CANDIDATE
066400         PERFORM 9900-RAISE-RETURN-CODE
066500             THRU 9900-RAISE-RETURN-CODE-EXIT
066600         SET EXTRACT-HAS-FAILED TO TRUE
066700         SET END-OF-HISTORY TO TRUE
066800     END-IF.
066900 0210-READ-NEXT-HISTORY-EXIT.
067000     EXIT.

067100******************************************************************
067200*    0220-EXTRACT-ONE-HISTORY                                    *
067300******************************************************************
067400 0220-EXTRACT-ONE-HISTORY.
067500     IF CD-HIST-RUN-DATE < WS-HIST-FROM-DATE
067510         PERFORM 0210-READ-NEXT-HISTORY
067520             THRU 0210-READ-NEXT-HISTORY-EXIT
067530         GO TO 0220-EXTRACT-ONE-HISTORY-EXIT
067700     END-IF.
068400     PERFORM 0230-WRITE-HISTORY-ROW
068500         THRU 0230-WRITE-HISTORY-ROW-EXIT.
068600     ADD 1 TO WS-HIST-ROWS.
068700     IF CD-HIST-RUN-DATE > WS-NEW-HIST-RUN-DATE
068710        AND NOT HIST-MARK-IS-HELD
068800         MOVE CD-HIST-RUN-DATE TO WS-NEW-HIST-RUN-DATE
068900     END-IF.
069100     PERFORM 0210-READ-NEXT-HISTORY
069200         THRU 0210-READ-NEXT-HISTORY-EXIT.
069300 0220-EXTRACT-ONE-HISTORY-EXIT.
069400     EXIT.

069500******************************************************************
069600*    0230-WRITE-HISTORY-ROW                                      *
069700*    WAIT FIELDS AND RUN STATUS ARE SPACES ON RECORDS ARCHIVED   *
069800*    BEFORE THEY WERE CARRIED - THEY GO AS EMPTY FIELDS.         *
069900******************************************************************
070000 0230-WRITE-HISTORY-ROW.
070100     PERFORM 0800-START-ROW THRU 0800-START-ROW-EXIT.
070200     MOVE CD-HIST-JOB-NAME TO WS-CSV-TEXT.
070300     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
070400     MOVE CD-HIST-RUN-DATE TO WS-CSV-DATE.
070500     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
070600     MOVE CD-HIST-CYCLE-ID TO WS-CSV-TEXT.
070700     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
070800     IF CD-HIST-START-VALUE NUMERIC
070900         MOVE CD-HIST-START-VALUE TO WS-CSV-NUM
071000         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
071100     ELSE
071200         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
071300     END-IF.
071400     MOVE CD-HIST-START-TIMESTAMP TO WS-CSV-TS.
071500     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
071600     MOVE CD-HIST-END-TIMESTAMP TO WS-CSV-TS.
071700     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
071800     IF CD-HIST-ELAPSED-SECS NUMERIC
071900         MOVE CD-HIST-ELAPSED-SECS TO WS-CSV-NUM
072000         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
072100     ELSE
072200         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
072300     END-IF.
072400     IF CD-HIST-WAIT-SECS NUMERIC
072500         MOVE CD-HIST-WAIT-SECS TO WS-CSV-NUM
072600         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
072700     ELSE
072800         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
072900     END-IF.
073000     IF CD-HIST-IDLE-SECS NUMERIC
073100         MOVE CD-HIST-IDLE-SECS TO WS-CSV-NUM
073200         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
073300     ELSE
073400         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
073500     END-IF.
073600     MOVE CD-HIST-WAIT-OUTCOME TO WS-CSV-TEXT.
073700     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
073800     MOVE CD-HIST-STREAM-ID TO WS-CSV-TEXT.
073900     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
074000     MOVE CD-HIST-RUN-STATUS TO WS-CSV-TEXT.
074100     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
074200     MOVE CD-HIST-STATUS-REASON TO WS-CSV-TEXT.
074300     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
074400     SET CSV-TO-HISTORY TO TRUE.
074500     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
074600 0230-WRITE-HISTORY-ROW-EXIT.
074700     EXIT.

074800******************************************************************
074900*    0300-EXTRACT-STATUS                                         *
075000*    THE STATUS MASTER IS REWRITTEN IN PLACE EVERY CYCLE, SO A   *
075100*    GATE'S STATUS IS SENT WHENEVER ITS LATER OF START AND END   *
075200*    TIME IS PAST THE WATERMARK - A GATE THAT WAS RUNNING AT THE *
075300*    LAST EXTRACT IS SENT AGAIN ONCE IT ENDS. REHEARSAL RECORDS  *
075400*    ARE NEVER SENT.                                             *
075500******************************************************************
075600 0300-EXTRACT-STATUS.
075700     MOVE LOW-VALUES TO CD-STAT-KEY.
075800     START STATUS-FILE KEY NOT < CD-STAT-KEY.
075900     IF WS-STAT-STATUS NOT = "00"
076000         GO TO 0300-EXTRACT-STATUS-EXIT
076100     END-IF.
076200     PERFORM 0310-READ-NEXT-STATUS
076300         THRU 0310-READ-NEXT-STATUS-EXIT.
076400     PERFORM 0320-EXTRACT-ONE-STATUS
076500         THRU 0320-EXTRACT-ONE-STATUS-EXIT
076600         UNTIL END-OF-STATUS.
076700 0300-EXTRACT-STATUS-EXIT.
076800     EXIT.

076900******************************************************************
077000*    0310-READ-NEXT-STATUS                                       *
077100******************************************************************
077200 0310-READ-NEXT-STATUS.
077300     READ STATUS-FILE NEXT RECORD
077400         AT END
077500             SET END-OF-STATUS TO TRUE
077600         NOT AT END
077700             ADD 1 TO WS-STAT-READ
077800     END-READ.
077900     IF WS-STAT-STATUS NOT = "00" AND NOT END-OF-STATUS
078000         DISPLAY "CDWHSEXT - STATFILE READ FAILED, STATUS="
078100                 WS-STAT-STATUS
078200         MOVE 20 TO WS-RC-CANDIDATE
078300         PERFORM 9900-RAISE-RETURN-CODE
078400             THRU 9900-RAISE-RETURN-CODE-EXIT
078500         SET EXTRACT-HAS-FAILED TO TRUE
078600         SET END-OF-STATUS TO TRUE
078700     END-IF.
078800 0310-READ-NEXT-STATUS-EXIT.
078900     EXIT.

079000******************************************************************
079100*    0320-EXTRACT-ONE-STATUS                                     *
079200******************************************************************
079300 0320-EXTRACT-ONE-STATUS.
079400     IF CD-STAT-IS-REHEARSAL
079410         PERFORM 0310-READ-NEXT-STATUS
079420             THRU 0310-READ-NEXT-STATUS-EXIT
079430         GO TO 0320-EXTRACT-ONE-STATUS-EXIT
079600     END-IF.
079700     MOVE CD-STAT-START-TIMESTAMP TO WS-STAT-LATEST-TS.
079800     IF CD-STAT-END-TIMESTAMP > WS-STAT-LATEST-TS
079900         MOVE CD-STAT-END-TIMESTAMP TO WS-STAT-LATEST-TS
080000     END-IF.
080100     IF NOT EXTRACT-IS-FULL
080200         IF WS-STAT-LATEST-TS NOT > WS-STAT-AFTER-TS
080210             PERFORM 0310-READ-NEXT-STATUS
080220                 THRU 0310-READ-NEXT-STATUS-EXIT
080230             GO TO 0320-EXTRACT-ONE-STATUS-EXIT
080400         END-IF
080500     END-IF.
080600     PERFORM 0330-WRITE-STATUS-ROW
080700         THRU 0330-WRITE-STATUS-ROW-EXIT.
080800     ADD 1 TO WS-STAT-ROWS.
080900     IF WS-STAT-LATEST-TS > WS-NEW-STAT-TS
080910        AND NOT STAT-MARK-IS-HELD
081000         MOVE WS-STAT-LATEST-TS TO WS-NEW-STAT-TS
081100     END-IF.
081300     PERFORM 0310-READ-NEXT-STATUS
081400         THRU 0310-READ-NEXT-STATUS-EXIT.
081500 0320-EXTRACT-ONE-STATUS-EXIT.
081600     EXIT.

081700******************************************************************
081800*    0330-WRITE-STATUS-ROW                                       *
081900******************************************************************
082000 0330-WRITE-STATUS-ROW.
082100     PERFORM 0800-START-ROW THRU 0800-START-ROW-EXIT.
082200     MOVE CD-STAT-JOB-NAME TO WS-CSV-TEXT.
082300     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
082400     MOVE CD-STAT-CYCLE-ID TO WS-CSV-TEXT.
082500     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
082600     MOVE CD-STAT-STATUS TO WS-CSV-TEXT.
082700     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
082800     MOVE CD-STAT-START-TIMESTAMP TO WS-CSV-TS.
082900     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
083000     MOVE CD-STAT-END-TIMESTAMP TO WS-CSV-TS.
083100     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
083200     IF CD-STAT-START-VALUE NUMERIC
083300         MOVE CD-STAT-START-VALUE TO WS-CSV-NUM
083400         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
083500     ELSE
083600         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
083700     END-IF.
083800     MOVE CD-STAT-REASON TO WS-CSV-TEXT.
083900     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
084000     SET CSV-TO-STATUS TO TRUE.
084100     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
084200 0330-WRITE-STATUS-ROW-EXIT.
084300     EXIT.

084400******************************************************************
084500*    0400-EXTRACT-CHANGES                                        *
084600*    CHGHIST IS ONLY EVER EXTENDED AND ITS SEQUENCE NUMBERS      *
084700*    RESTART WITH EVERY SUBMIT RUN, SO A RECORD IS KNOWN BY ITS  *
084800*    POSITION. AN INCREMENT SKIPS THE RECORDS ALREADY SENT, ONCE *
084900*    0410 HAS PROVED THE LAST OF THEM IS STILL WHERE IT WAS.     *
085000******************************************************************
085100 0400-EXTRACT-CHANGES.
085200     IF NOT CHANGE-HISTORY-WAS-OPENED
085300         GO TO 0400-EXTRACT-CHANGES-EXIT
085400     END-IF.
085500     IF WS-CHG-SKIP-COUNT > ZERO
085600         PERFORM 0410-CHECK-CHG-POSITION
085700             THRU 0410-CHECK-CHG-POSITION-EXIT
085800     END-IF.
085900     PERFORM 0405-READ-CHANGE THRU 0405-READ-CHANGE-EXIT.
086000     PERFORM 0420-EXTRACT-ONE-CHANGE
086100         THRU 0420-EXTRACT-ONE-CHANGE-EXIT
086200         UNTIL END-OF-CHANGES.
086300 0400-EXTRACT-CHANGES-EXIT.
086400     EXIT.

086500******************************************************************
086600*    0405-READ-CHANGE                                            *
086700******************************************************************
086800 0405-READ-CHANGE.
086900     READ CHANGE-HISTORY
087000         AT END
087100             SET END-OF-CHANGES TO TRUE
087200         NOT AT END
087300             ADD 1 TO WS-CHG-REC-NO
087400     END-READ.
087500 0405-READ-CHANGE-EXIT.
087600     EXIT.

087700******************************************************************
087800*    0410-CHECK-CHG-POSITION                                     *
087900*    READ UP TO THE LAST RECORD ALREADY SENT AND COMPARE IT WITH *
088000*    THE WATERMARK. A SHORTER OR DIFFERENT CHGHIST HAS BEEN      *
088100*    REBUILT: THE CHANGES ARE THEN SENT BY APPLY DATE FROM THE   *
088200*    LAST ONE SENT (THAT DAY'S MAY GO TWICE) AND THE RUN WARNS   *
088300*    (RC 4). EITHER WAY THE DATASET IS REOPENED AT THE START.    *
088400******************************************************************
088500 0410-CHECK-CHG-POSITION.
088600     PERFORM 0405-READ-CHANGE THRU 0405-READ-CHANGE-EXIT
088700         UNTIL END-OF-CHANGES
088800            OR WS-CHG-REC-NO = WS-CHG-SKIP-COUNT.
088900     IF END-OF-CHANGES
089000        OR CD-CHG-APPLY-DATE NOT = WS-OLD-CHG-APPLY-DATE
089100        OR CD-CHG-SEQ NOT = WS-OLD-CHG-SEQ
089200        OR CD-CHG-JOB-NAME NOT = WS-OLD-CHG-JOB-NAME
089300         DISPLAY "CDWHSEXT - CHGHIST NO LONGER MATCHES THE "
089400                 "WATERMARK - SENDING CHANGES APPLIED FROM "
089500                 WS-OLD-CHG-APPLY-DATE
089600         MOVE 4 TO WS-RC-CANDIDATE
089700         PERFORM 9900-RAISE-RETURN-CODE
089800             THRU 9900-RAISE-RETURN-CODE-EXIT
089900         MOVE ZERO TO WS-CHG-SKIP-COUNT
090000         MOVE WS-OLD-CHG-APPLY-DATE TO WS-CHG-FROM-DATE
090100         SET CHANGES-BY-APPLY-DATE TO TRUE
090200     END-IF.
090300     CLOSE CHANGE-HISTORY.
090400     MOVE 'N' TO WS-CHG-OPEN-SWITCH.
090500     MOVE 'N' TO WS-CHG-EOF-SWITCH.
090600     MOVE ZERO TO WS-CHG-REC-NO.
090700     OPEN INPUT CHANGE-HISTORY.
090800     IF WS-CHG-STATUS NOT = "00"
090900         DISPLAY "CDWHSEXT - UNABLE TO REOPEN CHGHIST, STATUS="
091000                 WS-CHG-STATUS
091100         MOVE 20 TO WS-RC-CANDIDATE
091200         PERFORM 9900-RAISE-RETURN-CODE
091300             THRU 9900-RAISE-RETURN-CODE-EXIT
091400         SET EXTRACT-HAS-FAILED TO TRUE
091500         SET END-OF-CHANGES TO TRUE
091600         GO TO 0410-CHECK-CHG-POSITION-EXIT
091700     END-IF.
091800     SET CHANGE-HISTORY-WAS-OPENED TO TRUE.
091900 0410-CHECK-CHG-POSITION-EXIT.
092000     EXIT.

092100******************************************************************
092200*    0420-EXTRACT-ONE-CHANGE                                     *
092300*    THE LAST RECORD READ BECOMES THE NEW CHGHIST WATERMARK,     *
092310*    SENT OR NOT - UNLESS 0160 HELD IT FOR A RESEND. AN APPLIED  *
092320*    CHANGE ALSO SENDS THE GATE'S CURRENT DEFINITION (0500).     *
092600******************************************************************
092700 0420-EXTRACT-ONE-CHANGE.
092710     IF NOT CHG-MARK-IS-HELD
092720         MOVE WS-CHG-REC-NO TO WS-NEW-CHG-COUNT
092730         MOVE CD-CHG-APPLY-DATE TO WS-NEW-CHG-APPLY-DATE
092740         MOVE CD-CHG-SEQ TO WS-NEW-CHG-SEQ
092750         MOVE CD-CHG-JOB-NAME TO WS-NEW-CHG-JOB-NAME
092760     END-IF.
093200     IF WS-CHG-REC-NO NOT > WS-CHG-SKIP-COUNT
093210         PERFORM 0405-READ-CHANGE THRU 0405-READ-CHANGE-EXIT
093220         GO TO 0420-EXTRACT-ONE-CHANGE-EXIT
093400     END-IF.
093500     IF CHANGES-BY-APPLY-DATE
093600         IF CD-CHG-APPLY-DATE NUMERIC
093700             IF CD-CHG-APPLY-DATE < WS-CHG-FROM-DATE
093710                 PERFORM 0405-READ-CHANGE
093720                     THRU 0405-READ-CHANGE-EXIT
093730                 GO TO 0420-EXTRACT-ONE-CHANGE-EXIT
093900             END-IF
094000         END-IF
094100     END-IF.
094200     PERFORM 0430-WRITE-CHANGE-ROW
094300         THRU 0430-WRITE-CHANGE-ROW-EXIT.
094400     ADD 1 TO WS-CHG-ROWS.
094500     IF CD-CHG-RESULT = 'APPLIED '
094600         PERFORM 0440-NOTE-CHANGED-GATE
094700             THRU 0440-NOTE-CHANGED-GATE-EXIT
094800     END-IF.
095000     PERFORM 0405-READ-CHANGE THRU 0405-READ-CHANGE-EXIT.
095100 0420-EXTRACT-ONE-CHANGE-EXIT.
095200     EXIT.

095300******************************************************************
095400*    0430-WRITE-CHANGE-ROW                                       *
095500******************************************************************
095600 0430-WRITE-CHANGE-ROW.
095700     PERFORM 0800-START-ROW THRU 0800-START-ROW-EXIT.
095800     MOVE WS-CHG-REC-NO TO WS-CSV-NUM.
095900     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
096000     IF CD-CHG-SEQ NUMERIC
096100         MOVE CD-CHG-SEQ TO WS-CSV-NUM
096200         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
096300     ELSE
096400         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
096500     END-IF.
096600     MOVE CD-CHG-ACTION TO WS-CSV-TEXT.
096700     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
096800     MOVE CD-CHG-JOB-NAME TO WS-CSV-TEXT.
096900     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
097000     MOVE CD-CHG-SUBMITTER TO WS-CSV-TEXT.
097100     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
097200     MOVE CD-CHG-ENTRY-DATE TO WS-CSV-DATE.
097300     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
097400     MOVE CD-CHG-APPROVER TO WS-CSV-TEXT.
097500     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
097600     MOVE CD-CHG-APPLY-DATE TO WS-CSV-DATE.
097700     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
097800     MOVE CD-CHG-RESULT TO WS-CSV-TEXT.
097900     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
098000     MOVE CD-CHG-REASON TO WS-CSV-TEXT.
098100     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
098200     SET CSV-TO-CHANGES TO TRUE.
098300     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
098400 0430-WRITE-CHANGE-ROW-EXIT.
098500     EXIT.

098600******************************************************************
098700*    0440-NOTE-CHANGED-GATE                                      *
098800******************************************************************
098900 0440-NOTE-CHANGED-GATE.
099000     IF SEND-EVERY-GATE
099100         GO TO 0440-NOTE-CHANGED-GATE-EXIT
099200     END-IF.
099300     MOVE 'N' TO WS-FOUND-SWITCH.
099400     IF WS-CHANGED-COUNT > ZERO
099500         SET CHGD-IDX TO 1
099600         SEARCH WS-CHANGED-ENTRY
099700             AT END
099800                 CONTINUE
099900             WHEN CHGD-IDX > WS-CHANGED-COUNT
100000                 CONTINUE
100100             WHEN WS-CHANGED-JOB (CHGD-IDX) = CD-CHG-JOB-NAME
100200                 SET MATCH-WAS-FOUND TO TRUE
100300         END-SEARCH
100400     END-IF.
100500     IF MATCH-WAS-FOUND
100600         GO TO 0440-NOTE-CHANGED-GATE-EXIT
100700     END-IF.
100800     IF WS-CHANGED-COUNT NOT < WS-MAX-CHANGED
100900         SET SEND-EVERY-GATE TO TRUE
101000         GO TO 0440-NOTE-CHANGED-GATE-EXIT
101100     END-IF.
101200     ADD 1 TO WS-CHANGED-COUNT.
101300     MOVE CD-CHG-JOB-NAME TO WS-CHANGED-JOB (WS-CHANGED-COUNT).
101400 0440-NOTE-CHANGED-GATE-EXIT.
101500     EXIT.

101600******************************************************************
101700*    0500-EXTRACT-GATES                                          *
101800*    THE CONTROL FILE CARRIES NO DATES OF ITS OWN; A GATE'S      *
101900*    DEFINITION IS SENT WHEN AN APPLIED CHANGE TO IT GOES IN     *
102000*    THIS EXTRACT, AND EVERY GATE IS SENT ON A FULL OR RESEND    *
102100*    RUN. A DELETED GATE IS NO LONGER ON FILE - ITS DELETE ON    *
102200*    WHCHG TELLS THE WAREHOUSE.                                  *
102300******************************************************************
102400 0500-EXTRACT-GATES.
102500     IF WS-CHANGED-COUNT = ZERO AND NOT SEND-EVERY-GATE
102600         GO TO 0500-EXTRACT-GATES-EXIT
102700     END-IF.
102800     PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT.
102900     PERFORM 0520-EXTRACT-ONE-GATE
103000         THRU 0520-EXTRACT-ONE-GATE-EXIT
103100         UNTIL END-OF-CONTROL-FILE.
103200 0500-EXTRACT-GATES-EXIT.
103300     EXIT.

103400******************************************************************
103500*    0510-READ-CONTROL                                           *
103600******************************************************************
103700 0510-READ-CONTROL.
103800     READ CONTROL-FILE
103900         AT END
104000             SET END-OF-CONTROL-FILE TO TRUE
104100         NOT AT END
104200             ADD 1 TO WS-CTL-READ
104300     END-READ.
104400 0510-READ-CONTROL-EXIT.
104500     EXIT.

104600******************************************************************
104700*    0520-EXTRACT-ONE-GATE                                       *
104800******************************************************************
104900 0520-EXTRACT-ONE-GATE.
105000     IF CD-CTL-JOB-NAME = SPACES
105010         PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
105020         GO TO 0520-EXTRACT-ONE-GATE-EXIT
105200     END-IF.
105300     IF NOT SEND-EVERY-GATE
105400         MOVE 'N' TO WS-FOUND-SWITCH
105500         SET CHGD-IDX TO 1
105600         SEARCH WS-CHANGED-ENTRY
105700             AT END
105800                 CONTINUE
105900             WHEN CHGD-IDX > WS-CHANGED-COUNT
106000                 CONTINUE
106100             WHEN WS-CHANGED-JOB (CHGD-IDX) = CD-CTL-JOB-NAME
106200                 SET MATCH-WAS-FOUND TO TRUE
106300         END-SEARCH
106400         IF NOT MATCH-WAS-FOUND
106410             PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT
106420             GO TO 0520-EXTRACT-ONE-GATE-EXIT
106600         END-IF
106700     END-IF.
106800     PERFORM 0530-WRITE-GATE-ROW THRU 0530-WRITE-GATE-ROW-EXIT.
106900     ADD 1 TO WS-GATE-ROWS.
107100     PERFORM 0510-READ-CONTROL THRU 0510-READ-CONTROL-EXIT.
107200 0520-EXTRACT-ONE-GATE-EXIT.
107300     EXIT.

107400******************************************************************
107500*    0530-WRITE-GATE-ROW                                         *
107600******************************************************************
107700 0530-WRITE-GATE-ROW.
107800     PERFORM 0800-START-ROW THRU 0800-START-ROW-EXIT.
107900     MOVE CD-CTL-JOB-NAME TO WS-CSV-TEXT.
108000     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
108100     IF CD-CTL-COUNT-LEN NUMERIC
108200         MOVE CD-CTL-COUNT-LEN TO WS-CSV-NUM
108300         PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT
108400     ELSE
108500         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
108600     END-IF.
108700     MOVE CD-CTL-DOW-MASK TO WS-CSV-TEXT.
108800     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
108900     MOVE CD-CTL-MONTH-END-IND TO WS-CSV-TEXT.
109000     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
109100     MOVE CD-CTL-EFF-FROM-DATE TO WS-CSV-DATE.
109200     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
109300     MOVE CD-CTL-EFF-TO-DATE TO WS-CSV-DATE.
109400     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
109500     MOVE CD-CTL-PRED-JOB-NAME TO WS-CSV-TEXT.
109600     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
109700     MOVE CD-CTL-GATE-MODE TO WS-CSV-TEXT.
109800     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
109900     MOVE SPACES TO WS-CSV-TIME.
110000     MOVE CD-CTL-TARGET-TIME TO WS-CSV-TIME(1:6).
110100     PERFORM 0850-PUT-TIME THRU 0850-PUT-TIME-EXIT.
110200     MOVE CD-CTL-STREAM-ID TO WS-CSV-TEXT.
110300     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
110400     MOVE CD-CTL-CYCLE-ID TO WS-CSV-TEXT.
110500     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
110600     SET CSV-TO-GATES TO TRUE.
110700     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
110800 0530-WRITE-GATE-ROW-EXIT.
110900     EXIT.

111000******************************************************************
111100*    0600-WRITE-CONTROL-RECORD                                   *
111200*    ONE ROW FOR THE WAREHOUSE LOAD TO RECONCILE AGAINST: THE    *
111300*    DATA ROWS ON EACH EXTRACT (HEADER ROWS NOT COUNTED) AND HOW *
111400*    FAR EACH SOURCE NOW HAS BEEN SENT.                          *
111500******************************************************************
111600 0600-WRITE-CONTROL-RECORD.
111700     PERFORM 0800-START-ROW THRU 0800-START-ROW-EXIT.
111800     MOVE WS-NOW-TIMESTAMP TO WS-CSV-TS.
111900     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
112000     MOVE WS-EXTRACT-MODE TO WS-CSV-TEXT.
112100     PERFORM 0810-PUT-TEXT THRU 0810-PUT-TEXT-EXIT.
112200     IF EXTRACT-IS-RESEND
112300         MOVE WS-FROM-DATE TO WS-CSV-DATE
112400         PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT
112500     ELSE
112600         PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT
112700     END-IF.
112800     MOVE WS-HIST-ROWS TO WS-CSV-NUM.
112900     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
113000     MOVE WS-STAT-ROWS TO WS-CSV-NUM.
113100     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
113200     MOVE WS-CHG-ROWS TO WS-CSV-NUM.
113300     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
113400     MOVE WS-GATE-ROWS TO WS-CSV-NUM.
113500     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
113600     MOVE WS-NEW-HIST-RUN-DATE TO WS-CSV-DATE.
113700     PERFORM 0830-PUT-DATE THRU 0830-PUT-DATE-EXIT.
113800     MOVE WS-NEW-STAT-TS TO WS-CSV-TS.
113900     PERFORM 0840-PUT-TIMESTAMP THRU 0840-PUT-TIMESTAMP-EXIT.
114000     MOVE WS-NEW-CHG-COUNT TO WS-CSV-NUM.
114100     PERFORM 0820-PUT-NUMBER THRU 0820-PUT-NUMBER-EXIT.
114200     SET CSV-TO-COUNTS TO TRUE.
114300     PERFORM 0870-WRITE-ROW THRU 0870-WRITE-ROW-EXIT.
114400 0600-WRITE-CONTROL-RECORD-EXIT.
114500     EXIT.

114600******************************************************************
114700*    0700-ADVANCE-WATERMARK                                      *
114800*    THE EXTRACTS ARE CLOSED FIRST; ONLY WHEN EVERY ROW WAS READ *
114900*    AND WRITTEN DOES THE WATERMARK MOVE. OTHERWISE IT STAYS PUT *
115000*    AND A RERUN SENDS THE SAME INCREMENT AGAIN.                 *
115100******************************************************************
115200 0700-ADVANCE-WATERMARK.
115300     CLOSE HIST-EXTRACT STAT-EXTRACT CHG-EXTRACT
115400           GATE-EXTRACT COUNT-EXTRACT.
115500     MOVE 'N' TO WS-OUT-OPEN-SWITCH.
115600     IF EXTRACT-HAS-FAILED
115700         DISPLAY "CDWHSEXT - EXTRACT INCOMPLETE - WATERMARK NOT "
115800                 "MOVED, RERUN TO RESEND"
115900         GO TO 0700-ADVANCE-WATERMARK-EXIT
116000     END-IF.
116100     IF NOT CHANGE-HISTORY-WAS-OPENED AND WATERMARK-WAS-FOUND
116200        AND NOT EXTRACT-IS-FULL
116300         MOVE WS-OLD-CHG-COUNT TO WS-NEW-CHG-COUNT
116400         MOVE WS-OLD-CHG-APPLY-DATE TO WS-NEW-CHG-APPLY-DATE
116500         MOVE WS-OLD-CHG-SEQ TO WS-NEW-CHG-SEQ
116600         MOVE WS-OLD-CHG-JOB-NAME TO WS-NEW-CHG-JOB-NAME
116700     END-IF.
116800     OPEN OUTPUT WATERMARK-FILE.
116900     IF WS-WMK-STATUS NOT = "00"
117000         DISPLAY "CDWHSEXT - UNABLE TO OPEN WHMARK FOR OUTPUT, "
117100                 "STATUS=" WS-WMK-STATUS
117200         MOVE 20 TO WS-RC-CANDIDATE
117300         PERFORM 9900-RAISE-RETURN-CODE
117400             THRU 9900-RAISE-RETURN-CODE-EXIT
117500         GO TO 0700-ADVANCE-WATERMARK-EXIT
117600     END-IF.
117700     MOVE SPACES TO CD-WMK-RECORD.
117800     MOVE WS-NOW-TIMESTAMP TO CD-WMK-EXTRACT-TS.
117900     MOVE WS-NEW-HIST-RUN-DATE TO CD-WMK-HIST-RUN-DATE.
118000     MOVE WS-NEW-STAT-TS TO CD-WMK-STAT-TS.
118100     MOVE WS-NEW-CHG-COUNT TO CD-WMK-CHG-COUNT.
118200     MOVE WS-NEW-CHG-APPLY-DATE TO CD-WMK-CHG-APPLY-DATE.
118300     MOVE WS-NEW-CHG-SEQ TO CD-WMK-CHG-SEQ.
118400     MOVE WS-NEW-CHG-JOB-NAME TO CD-WMK-CHG-JOB-NAME.
118500     WRITE CD-WMK-RECORD.
118600     IF WS-WMK-STATUS NOT = "00"
118700         DISPLAY "CDWHSEXT - WATERMARK WRITE FAILED, STATUS="
118800                 WS-WMK-STATUS
118900         MOVE 20 TO WS-RC-CANDIDATE
119000         PERFORM 9900-RAISE-RETURN-CODE
119100             THRU 9900-RAISE-RETURN-CODE-EXIT
119200     END-IF.
119300     CLOSE WATERMARK-FILE.
119400 0700-ADVANCE-WATERMARK-EXIT.
119500     EXIT.

119600******************************************************************
119700*    0780-PRINT-SUMMARY                                          *
119800******************************************************************
119900 0780-PRINT-SUMMARY.
120000     DISPLAY "CDWHSEXT SUMMARY - " WS-EXTRACT-MODE " EXTRACT".
120100     MOVE WS-HIST-READ TO WS-DISPLAY-COUNT.
120200     DISPLAY "  HISTMSTR READ     : " WS-DISPLAY-COUNT.
120300     MOVE WS-HIST-ROWS TO WS-DISPLAY-COUNT.
120400     DISPLAY "  WHHIST ROWS       : " WS-DISPLAY-COUNT.
120500     MOVE WS-STAT-READ TO WS-DISPLAY-COUNT.
120600     DISPLAY "  STATFILE READ     : " WS-DISPLAY-COUNT.
120700     MOVE WS-STAT-ROWS TO WS-DISPLAY-COUNT.
120800     DISPLAY "  WHSTAT ROWS       : " WS-DISPLAY-COUNT.
120900     MOVE WS-CHG-REC-NO TO WS-DISPLAY-COUNT.
121000     DISPLAY "  CHGHIST READ      : " WS-DISPLAY-COUNT.
121100     MOVE WS-CHG-ROWS TO WS-DISPLAY-COUNT.
121200     DISPLAY "  WHCHG ROWS        : " WS-DISPLAY-COUNT.
121300     MOVE WS-CTL-READ TO WS-DISPLAY-COUNT.
121400     DISPLAY "  CTLFILE READ      : " WS-DISPLAY-COUNT.
121500     MOVE WS-GATE-ROWS TO WS-DISPLAY-COUNT.
121600     DISPLAY "  WHGATE ROWS       : " WS-DISPLAY-COUNT.
121700 0780-PRINT-SUMMARY-EXIT.
121800     EXIT.

121900******************************************************************
122000*    0800-START-ROW                                              *
122100******************************************************************
122200 0800-START-ROW.
122300     MOVE SPACES TO WS-CSV-LINE.
122400     MOVE 1 TO WS-CSV-PTR.
122500     SET CSV-FIRST-FIELD TO TRUE.
122600 0800-START-ROW-EXIT.
122700     EXIT.

122800******************************************************************
122900*    0805-PUT-SEPARATOR                                          *
123000*    THE COMMA BEFORE EVERY FIELD BUT THE FIRST. PERFORMED ON    *
123100*    ITS OWN IT LEAVES THE FIELD EMPTY.                          *
123200******************************************************************
123300 0805-PUT-SEPARATOR.
123400     IF CSV-FIRST-FIELD
123500         MOVE 'N' TO WS-CSV-FIRST-SWITCH
123600     ELSE
123700         STRING ',' DELIMITED BY SIZE
123800             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
123900     END-IF.
124000 0805-PUT-SEPARATOR-EXIT.
124100     EXIT.

124200******************************************************************
124300*    0810-PUT-TEXT                                               *
124400*    WS-CSV-TEXT WITHOUT ITS TRAILING SPACES, IN DOUBLE QUOTES.  *
124500*    A DOUBLE QUOTE INSIDE THE TEXT BECOMES A SINGLE ONE SO THE  *
124600*    FIELD CANNOT BE BROKEN; BLANK TEXT IS AN EMPTY FIELD.       *
124700******************************************************************
124800 0810-PUT-TEXT.
124900     PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT.
125000     INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'".
125100     MOVE 40 TO WS-CSV-LEN.
125200     MOVE 'N' TO WS-CSV-END-SWITCH.
125300     PERFORM 0815-FIND-TEXT-END THRU 0815-FIND-TEXT-END-EXIT
125400         UNTIL CSV-TEXT-END-FOUND OR WS-CSV-LEN = ZERO.
125500     IF WS-CSV-LEN > ZERO
125600         STRING '"' DELIMITED BY SIZE
125700                WS-CSV-TEXT(1:WS-CSV-LEN) DELIMITED BY SIZE
125800                '"' DELIMITED BY SIZE
125900             INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR
126000     END-IF.
126100     MOVE SPACES TO WS-CSV-TEXT.
126200 0810-PUT-TEXT-EXIT.
126300     EXIT.

126400******************************************************************
126500*    0815-FIND-TEXT-END                                          *
126600******************************************************************
126700 0815-FIND-TEXT-END.
126800     IF WS-CSV-TEXT(WS-CSV-LEN:1) NOT = SPACE
126900         SET CSV-TEXT-END-FOUND TO TRUE
127000     ELSE
127100         SUBTRACT 1 FROM WS-CSV-LEN
127200     END-IF.
127300 0815-FIND-TEXT-END-EXIT.
127400     EXIT.

127500******************************************************************
127600*    0820-PUT-NUMBER                                             *
127700*    WS-CSV-NUM AS PLAIN DIGITS WITHOUT LEADING ZEROS.           *
127800******************************************************************
127900 0820-PUT-NUMBER.
128000     PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT.
128100     MOVE WS-CSV-NUM TO WS-CSV-EDIT.
128200     MOVE ZERO TO WS-CSV-LEAD.
128300     INSPECT WS-CSV-EDIT TALLYING WS-CSV-LEAD FOR LEADING SPACES.
128400     STRING WS-CSV-EDIT(WS-CSV-LEAD + 1:) DELIMITED BY SIZE
128500         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
128600 0820-PUT-NUMBER-EXIT.
128700     EXIT.

128800******************************************************************
128900*    0830-PUT-DATE                                               *
129000*    YYYYMMDD AS YYYY-MM-DD. ZERO OR NON-NUMERIC IS EMPTY.       *
129100******************************************************************
129200 0830-PUT-DATE.
129300     PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT.
129400     IF WS-CSV-DATE NOT NUMERIC OR WS-CSV-DATE = ZEROS
129500         GO TO 0830-PUT-DATE-EXIT
129600     END-IF.
129700     STRING WS-CSV-D-YYYY DELIMITED BY SIZE
129800            '-'           DELIMITED BY SIZE
129900            WS-CSV-D-MM   DELIMITED BY SIZE
130000            '-'           DELIMITED BY SIZE
130100            WS-CSV-D-DD   DELIMITED BY SIZE
130200         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
130300 0830-PUT-DATE-EXIT.
130400     EXIT.

130500******************************************************************
130600*    0840-PUT-TIMESTAMP                                          *
130700*    YYYYMMDD-HHMMSSHH AS YYYY-MM-DDTHH:MM:SS.HH. A BLANK OR     *
130800*    UNREADABLE TIMESTAMP IS EMPTY.                              *
130900******************************************************************
131000 0840-PUT-TIMESTAMP.
131100     PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT.
131200     IF WS-CSV-T-DATE NOT NUMERIC OR WS-CSV-T-TIME NOT NUMERIC
131300         GO TO 0840-PUT-TIMESTAMP-EXIT
131400     END-IF.
131500     MOVE WS-CSV-T-DATE TO WS-CSV-DATE.
131600     MOVE WS-CSV-T-TIME TO WS-CSV-TIME.
131700     STRING WS-CSV-D-YYYY DELIMITED BY SIZE
131800            '-'           DELIMITED BY SIZE
131900            WS-CSV-D-MM   DELIMITED BY SIZE
132000            '-'           DELIMITED BY SIZE
132100            WS-CSV-D-DD   DELIMITED BY SIZE
132200            'T'           DELIMITED BY SIZE
132300            WS-CSV-T-HH   DELIMITED BY SIZE
132400            ':'           DELIMITED BY SIZE
132500            WS-CSV-T-MI   DELIMITED BY SIZE
132600            ':'           DELIMITED BY SIZE
132700            WS-CSV-T-SS   DELIMITED BY SIZE
132800            '.'           DELIMITED BY SIZE
132900            WS-CSV-T-HS   DELIMITED BY SIZE
133000         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
133100 0840-PUT-TIMESTAMP-EXIT.
133200     EXIT.

133300******************************************************************
133400*    0850-PUT-TIME                                               *
133500*    HHMMSS (FIRST SIX BYTES OF WS-CSV-TIME) AS HH:MM:SS. BLANK  *
133600*    OR NON-NUMERIC IS EMPTY.                                    *
133700******************************************************************
133800 0850-PUT-TIME.
133900     PERFORM 0805-PUT-SEPARATOR THRU 0805-PUT-SEPARATOR-EXIT.
134000     IF WS-CSV-TIME(1:6) NOT NUMERIC
134100         GO TO 0850-PUT-TIME-EXIT
134200     END-IF.
134300     STRING WS-CSV-T-HH   DELIMITED BY SIZE
134400            ':'           DELIMITED BY SIZE
134500            WS-CSV-T-MI   DELIMITED BY SIZE
134600            ':'           DELIMITED BY SIZE
134700            WS-CSV-T-SS   DELIMITED BY SIZE
134800         INTO WS-CSV-LINE WITH POINTER WS-CSV-PTR.
134900 0850-PUT-TIME-EXIT.
135000     EXIT.

135100******************************************************************
135200*    0870-WRITE-ROW                                              *
135300*    WS-CSV-LINE TO THE EXTRACT NAMED BY WS-CSV-TARGET. A FAILED *
135400*    WRITE MARKS THE EXTRACT INCOMPLETE (RC 20) SO THE WATERMARK *
135500*    STAYS WHERE IT WAS.                                         *
135600******************************************************************
135700 0870-WRITE-ROW.
135800     EVALUATE TRUE
135900     WHEN CSV-TO-HISTORY
136000         WRITE HIST-EXTRACT-RECORD FROM WS-CSV-LINE
136100         MOVE WS-HOUT-STATUS TO WS-CSV-OUT-STATUS
136200         MOVE 'WHHIST' TO WS-CSV-OUT-DD
136300     WHEN CSV-TO-STATUS
136400         WRITE STAT-EXTRACT-RECORD FROM WS-CSV-LINE
136500         MOVE WS-SOUT-STATUS TO WS-CSV-OUT-STATUS
136600         MOVE 'WHSTAT' TO WS-CSV-OUT-DD
136700     WHEN CSV-TO-CHANGES
136800         WRITE CHG-EXTRACT-RECORD FROM WS-CSV-LINE
136900         MOVE WS-COUT-STATUS TO WS-CSV-OUT-STATUS
137000         MOVE 'WHCHG' TO WS-CSV-OUT-DD
137100     WHEN CSV-TO-GATES
137200         WRITE GATE-EXTRACT-RECORD FROM WS-CSV-LINE
137300         MOVE WS-GOUT-STATUS TO WS-CSV-OUT-STATUS
137400         MOVE 'WHGATE' TO WS-CSV-OUT-DD
137500     WHEN OTHER
137600         WRITE COUNT-EXTRACT-RECORD FROM WS-CSV-LINE
137700         MOVE WS-KOUT-STATUS TO WS-CSV-OUT-STATUS
137800         MOVE 'WHCOUNT' TO WS-CSV-OUT-DD
137900     END-EVALUATE.
138000     IF WS-CSV-OUT-STATUS NOT = "00"
138100         IF NOT EXTRACT-HAS-FAILED
138200             DISPLAY "CDWHSEXT - WRITE TO " WS-CSV-OUT-DD
138300                     " FAILED, STATUS=" WS-CSV-OUT-STATUS
138400         END-IF
138500         MOVE 20 TO WS-RC-CANDIDATE
138600         PERFORM 9900-RAISE-RETURN-CODE
138700             THRU 9900-RAISE-RETURN-CODE-EXIT
138800         SET EXTRACT-HAS-FAILED TO TRUE
138900     END-IF.
139000 0870-WRITE-ROW-EXIT.
139100     EXIT.

139200******************************************************************
139300*    0900-STOP-RUN                                               *
139400******************************************************************
139500 0900-STOP-RUN.
139600     IF HISTORY-WAS-OPENED
139700         CLOSE HISTORY-MASTER
139800     END-IF.
139900     IF STATUS-MASTER-WAS-OPENED
140000         CLOSE STATUS-FILE
140100     END-IF.
140200     IF CHANGE-HISTORY-WAS-OPENED
140300         CLOSE CHANGE-HISTORY
140400     END-IF.
140500     IF CONTROL-FILE-WAS-OPENED
140600         CLOSE CONTROL-FILE
140700     END-IF.
140800     IF EXTRACTS-WERE-OPENED
140900         CLOSE HIST-EXTRACT STAT-EXTRACT CHG-EXTRACT
141000               GATE-EXTRACT COUNT-EXTRACT
141100     END-IF.
141200     MOVE WS-RETURN-CODE TO RETURN-CODE.
141300     STOP RUN.
141400 0900-STOP-RUN-EXIT.
141500     EXIT.

141600******************************************************************
141700*    9900-RAISE-RETURN-CODE                                      *
141800*    KEEP THE HIGHEST RETURN CODE SEEN DURING THE RUN.           *
141900******************************************************************
142000 9900-RAISE-RETURN-CODE.
142100     IF WS-RC-CANDIDATE > WS-RETURN-CODE
142200         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
142300     END-IF.
142400 9900-RAISE-RETURN-CODE-EXIT.
142500     EXIT.

142600  END PROGRAM CDWHSEXT.
