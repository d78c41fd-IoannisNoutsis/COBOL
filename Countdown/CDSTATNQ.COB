001900*                         THE PARM, FULL-MASTER SNAPSHOT WITH AN ATTENTION       *
002000*                         SECTION ON TOP, AND A RUNNING-FOR CLOCK ON EVERY       *
002100*                         GATE STILL MARKED RUNNING.                             *
002120*     10/15/2026   GN     STATUS MASTER KEYED BY JOB AND CYCLE ID. OPTIONAL      *
002140*                         CYCLE ID IN PARM POSITION 9 (N NIGHTLY, I INTRADAY,    *
002160*                         BLANK BOTH) LIMITS THE SINGLE-GATE INQUIRY AND THE     *
002180*                         SNAPSHOT, WHICH NOW SHOWS A CYCLE COLUMN.              *
002200**********************************************************************************

002400 IDENTIFICATION DIVISION.
003600*                      REPORTS IT IN PLAIN ENGLISH ON BOTH THE   *
003700*                      CONSOLE AND THE REPORT. WHEN BLANK THE    *
003800*                      WHOLE MASTER IS REPORTED.                 *
003830*    POSITION 9     OPTIONAL CYCLE ID - N = NIGHTLY, I =        *
003860*                      INTRADAY, BLANK = BOTH CYCLES.            *
003900*    EXAMPLES:   "PAYGATE1"  STATUS OF THE PAYGATE1 GATE         *
004000*                " "         SNAPSHOT OF EVERY GATE              *
004050*                "        I" SNAPSHOT OF THE INTRADAY CYCLE      *
004100******************************************************************

004300 ENVIRONMENT DIVISION.
005100     SELECT STATUS-FILE ASSIGN TO STATFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS CD-STAT-KEY
005500         FILE STATUS IS WS-STAT-STATUS.

005700     SELECT REPORT-OUT ASSIGN TO INQRPT
010400 01  WS-PARM-FIELDS.
010500     05  WS-PARM-DATA                PIC X(80).
010600     05  WS-PARM-JOB-NAME            PIC X(08).
010618     05  WS-PARM-CYCLE-ID            PIC X(01).
010636         88  ALL-CYCLES                      VALUE SPACE.
010654         88  VALID-CYCLE-ID                  VALUE SPACE 'N' 'I'.

010672******************************************************************
010690*    SINGLE-GATE INQUIRY - THE CYCLE BEING READ AND HOW MANY OF  *
010708*    THE JOB'S CYCLE RECORDS WERE FOUND                          *
010726******************************************************************
010744 01  WS-INQUIRY-FIELDS.
010762     05  WS-INQ-CYCLE-ID             PIC X(01) VALUE SPACE.
010780     05  WS-INQ-FOUND-COUNT          PIC 9(01) VALUE ZERO.

010800******************************************************************
010900*    LONG-RUNNING THRESHOLD - A GATE STILL MARKED RUNNING        *
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  FILLER                      PIC X(06) VALUE 'TIME: '.
017000     05  RPT-H1-TIME                 PIC 9(08).
017020     05  FILLER                      PIC X(09)
017040         VALUE '  CYCLE: '.
017060     05  RPT-H1-CYCLE                PIC X(03).
017100     05  FILLER                      PIC X(46) VALUE SPACES.

017300 01  RPT-SECTION-LINE.
017400     05  RPT-SECTION-TITLE           PIC X(52).
017700 01  RPT-COLUMN-LINE.
017800     05  FILLER                      PIC X(10)
017900         VALUE 'JOB NAME'.
017930     05  FILLER                      PIC X(04)
017960         VALUE 'CYC'.
018000     05  FILLER                      PIC X(10)
018100         VALUE 'STATUS'.
018200     05  FILLER                      PIC X(19)
018700         VALUE 'RUN-FOR'.
018800     05  FILLER                      PIC X(27)
018900         VALUE '  REASON'.
019000     05  FILLER                      PIC X(34) VALUE SPACES.

019200 01  RPT-DETAIL-LINE.
019300     05  RPT-DTL-JOB-NAME            PIC X(08).
019400     05  FILLER                      PIC X(02) VALUE SPACES.
019420     05  FILLER                      PIC X(01) VALUE SPACES.
019440     05  RPT-DTL-CYCLE               PIC X(01).
019460     05  FILLER                      PIC X(02) VALUE SPACES.
019500     05  RPT-DTL-STATUS              PIC X(08).
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  RPT-DTL-START-TS            PIC X(17).
020100     05  RPT-DTL-RUN-FOR             PIC X(07).
020200     05  FILLER                      PIC X(02) VALUE SPACES.
020300     05  RPT-DTL-REASON              PIC X(25).
020400     05  FILLER                      PIC X(36) VALUE SPACES.

020600 01  RPT-ATTENTION-LINE.
020700     05  FILLER                      PIC X(12)
025800******************************************************************
025900 0100-INITIALIZE.
026000     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
026020     IF INQUIRY-CANNOT-RUN
026040         GO TO 0100-INITIALIZE-EXIT
026060     END-IF.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     ACCEPT WS-RUN-TIME FROM TIME.
026300     PERFORM 0130-COMPUTE-NOW THRU 0130-COMPUTE-NOW-EXIT.
029300     END-IF.
029400     MOVE WS-RUN-DATE TO RPT-H1-DATE.
029500     MOVE WS-RUN-TIME TO RPT-H1-TIME.
029516     IF ALL-CYCLES
029532         MOVE 'ALL' TO RPT-H1-CYCLE
029548     ELSE
029564         MOVE WS-PARM-CYCLE-ID TO RPT-H1-CYCLE
029580     END-IF.
029600     WRITE REPORT-RECORD FROM RPT-HEADING-1
029700         AFTER ADVANCING 1 LINE.
029800 0100-INITIALIZE-EXIT.
031100             THRU 0115-GET-PARM-FROM-SYSIN-EXIT
031200     END-IF.
031300     MOVE WS-PARM-DATA(1:8) TO WS-PARM-JOB-NAME.
031310     MOVE WS-PARM-DATA(9:1) TO WS-PARM-CYCLE-ID.
031320     IF NOT VALID-CYCLE-ID
031330         DISPLAY "CDSTATNQ - CYCLE ID '" WS-PARM-CYCLE-ID
031340                 "' MUST BE N, I OR BLANK"
031350         MOVE 16 TO WS-RC-CANDIDATE
031360         PERFORM 9900-RAISE-RETURN-CODE
031370             THRU 9900-RAISE-RETURN-CODE-EXIT
031380         SET INQUIRY-CANNOT-RUN TO TRUE
031390     END-IF.
031400     IF WS-PARM-JOB-NAME NOT = SPACES
031500         SET SINGLE-GATE-INQUIRY TO TRUE
031600     END-IF.
039300*    ONE KEYED READ, REPORTED IN PLAIN ENGLISH ON BOTH THE       *
039400*    CONSOLE (FOR THE 03:00 PHONE CALL) AND THE REPORT (FOR      *
039500*    THE HANDOVER FILE).                                        *
039530*    WITH NO CYCLE ON THE PARM BOTH THE NIGHTLY AND THE INTRADAY *
039560*    RECORD ARE REPORTED, WHICHEVER EXIST.                       *
039600******************************************************************
039700 0200-SINGLE-GATE.
039750     MOVE ZERO TO WS-INQ-FOUND-COUNT.
039800     IF ALL-CYCLES OR WS-PARM-CYCLE-ID = 'N'
039850         MOVE 'N' TO WS-INQ-CYCLE-ID
039900         PERFORM 0205-SINGLE-GATE-CYCLE
039950             THRU 0205-SINGLE-GATE-CYCLE-EXIT
040000     END-IF.
040050     IF ALL-CYCLES OR WS-PARM-CYCLE-ID = 'I'
040100         MOVE 'I' TO WS-INQ-CYCLE-ID
040150         PERFORM 0205-SINGLE-GATE-CYCLE
040200             THRU 0205-SINGLE-GATE-CYCLE-EXIT
040250     END-IF.
040300     IF WS-INQ-FOUND-COUNT = ZERO
040350         MOVE SPACES TO WS-PLAIN-TEXT
040500         STRING "NO STATUS RECORD ON THE MASTER FOR JOB "
040600                    DELIMITED BY SIZE
040700                WS-PARM-JOB-NAME DELIMITED BY SIZE
041000         MOVE 4 TO WS-RC-CANDIDATE
041100         PERFORM 9900-RAISE-RETURN-CODE
041200             THRU 9900-RAISE-RETURN-CODE-EXIT
041400     END-IF.
041405 0200-SINGLE-GATE-EXIT.
041410     EXIT.

041415******************************************************************
041420*    0205-SINGLE-GATE-CYCLE                                      *
041425*    ONE KEYED READ FOR THE JOB IN THE CYCLE IN WS-INQ-CYCLE-ID. *
041430*    A CYCLE THE GATE HAS NEVER RUN IN IS SIMPLY NOT REPORTED.   *
041435******************************************************************
041440 0205-SINGLE-GATE-CYCLE.
041445     MOVE WS-PARM-JOB-NAME TO CD-STAT-JOB-NAME.
041450     MOVE WS-INQ-CYCLE-ID TO CD-STAT-CYCLE-ID.
041455     READ STATUS-FILE
041460         INVALID KEY
041465             CONTINUE
041470     END-READ.
041475     IF WS-STAT-STATUS NOT = "00"
041480         GO TO 0205-SINGLE-GATE-CYCLE-EXIT
041485     END-IF.
041490     ADD 1 TO WS-INQ-FOUND-COUNT.
041500     MOVE SPACES TO WS-PLAIN-TEXT.
041600     STRING "GATE STATUS FOR JOB " DELIMITED BY SIZE
041700            CD-STAT-JOB-NAME DELIMITED BY SIZE
041730            " - CYCLE " DELIMITED BY SIZE
041760            CD-STAT-CYCLE-ID DELIMITED BY SIZE
041800         INTO WS-PLAIN-TEXT.
041900     PERFORM 0250-SAY-PLAIN THRU 0250-SAY-PLAIN-EXIT.
042000     PERFORM 0210-DESCRIBE-STATUS
044100             INTO WS-PLAIN-TEXT
044200         PERFORM 0250-SAY-PLAIN THRU 0250-SAY-PLAIN-EXIT
044300     END-IF.
044400 0205-SINGLE-GATE-CYCLE-EXIT.
044500     EXIT.

044700******************************************************************
055100******************************************************************
055200 0310-POSITION-FILE.
055300     MOVE 'N' TO WS-EOF-SWITCH.
055400     MOVE LOW-VALUES TO CD-STAT-KEY.
055500     START STATUS-FILE KEY NOT < CD-STAT-KEY.
055600     IF WS-STAT-STATUS NOT = "00"
055700         SET END-OF-STATUS-FILE TO TRUE
055800     END-IF.
058000*    FIRST SWEEP - A FAILED GATE, OR A GATE STILL RUNNING        *
058100*    LONGER THAN THE THRESHOLD, EARNS AN ATTENTION LINE. ANY     *
058200*    ATTENTION LINE RAISES RC 4 SO AUTOMATION CAN SEE IT TOO.    *
058250*    BOTH SWEEPS PASS OVER THE OTHER CYCLE WHEN ONE WAS NAMED.   *
058300******************************************************************
058400 0330-CHECK-ATTENTION.
058414     IF NOT ALL-CYCLES
058428        AND CD-STAT-CYCLE-ID NOT = WS-PARM-CYCLE-ID
058442         PERFORM 0320-READ-NEXT-STATUS
058456             THRU 0320-READ-NEXT-STATUS-EXIT
058470         GO TO 0330-CHECK-ATTENTION-EXIT
058484     END-IF.
058500     IF CD-STAT-IS-FAILED
058600         MOVE SPACES TO RPT-ATTENTION-LINE
058700         MOVE CD-STAT-JOB-NAME TO RPT-ATT-JOB-NAME
058800         MOVE SPACES TO RPT-ATT-TEXT
058900         STRING "CYCLE " DELIMITED BY SIZE
058930                CD-STAT-CYCLE-ID DELIMITED BY SIZE
058960                " FAILED - " DELIMITED BY SIZE
059000                CD-STAT-REASON DELIMITED BY SIZE
059100             INTO RPT-ATT-TEXT
059200         WRITE REPORT-RECORD FROM RPT-ATTENTION-LINE
060500             MOVE CD-STAT-JOB-NAME TO RPT-ATT-JOB-NAME
060600             MOVE WS-RUN-FOR-SECS TO WS-RUN-FOR-DISP
060700             MOVE SPACES TO RPT-ATT-TEXT
060800             STRING "CYCLE " DELIMITED BY SIZE
060830                    CD-STAT-CYCLE-ID DELIMITED BY SIZE
060860                    " STILL RUNNING AFTER" DELIMITED BY SIZE
060900                    WS-RUN-FOR-DISP DELIMITED BY SIZE
061000                    " SECONDS" DELIMITED BY SIZE
061100                 INTO RPT-ATT-TEXT
062800*    RUNNING-FOR CLOCK FILLED IN FOR GATES STILL RUNNING.        *
062900******************************************************************
063000 0340-LIST-ONE-GATE.
063014     IF NOT ALL-CYCLES
063028        AND CD-STAT-CYCLE-ID NOT = WS-PARM-CYCLE-ID
063042         PERFORM 0320-READ-NEXT-STATUS
063056             THRU 0320-READ-NEXT-STATUS-EXIT
063070         GO TO 0340-LIST-ONE-GATE-EXIT
063084     END-IF.
063100     ADD 1 TO WS-GATE-COUNT.
063200     MOVE SPACES TO RPT-DETAIL-LINE.
063300     MOVE CD-STAT-JOB-NAME TO RPT-DTL-JOB-NAME.
063350     MOVE CD-STAT-CYCLE-ID TO RPT-DTL-CYCLE.
063400     MOVE CD-STAT-STATUS TO RPT-DTL-STATUS.
063500     MOVE CD-STAT-START-TIMESTAMP TO RPT-DTL-START-TS.
063600     MOVE CD-STAT-END-TIMESTAMP TO RPT-DTL-END-TS.
