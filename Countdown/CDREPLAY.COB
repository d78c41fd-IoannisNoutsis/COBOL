000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program replays one gate's night from the CYCLE-OUTPUT                *
000600*     ARCHIVE (CYCARCH, FILED BY CDCYCARC) IN TIME ORDER - EVERY                 *
000700*     AUDIT TICK, THE THRESHOLD AND OTHER EVENTS, THE ALERTS                     *
000800*     CDEVDISP SENT (OR DID NOT SEND) FOR THEM, THE READY FLAG, THE              *
000900*     END-OF-GATE SUMMARY, ANY DEPENDENCY WAIT AND RESUME NOTE.                  *
001000*     OPERATOR COMMANDS ARE NOT RECORDED AS SUCH, SO THEIR VISIBLE               *
001100*     EFFECTS ARE SHOWN AS 'COMMAND' LINES WORKED OUT FROM THE TICKS:            *
001200*     A COUNTER THAT GOES UP INSTEAD OF DOWN WAS EXTENDED, AND A GAP             *
001300*     BETWEEN TWO TICKS WAS A HOLD (OR AN ABEND AND RESTART). ONE                *
001400*     PAGE-BROKEN LISTING GOES TO RPLYRPT. RC 4 WHEN THE ARCHIVE                 *
001500*     HOLDS NOTHING FOR THE GATE AND NIGHT ASKED FOR.                            *
001600*                                                                                *
001700*     MODIFICATION HISTORY                                                       *
001800*     ----------------------------------------------------------------------     *
001900*     DATE         INIT   DESCRIPTION                                            *
002000*     10/15/2026   GN     INITIAL VERSION.                                       *
002030*     10/15/2026   GN     ALERT LINES NAME WHO A PAGE WENT TO, AND SHOW EACH     *
002060*                         ESCALATION OF AN UNACKNOWLEDGED PAGE AND WHO GOT IT.   *
002100**********************************************************************************

002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CDREPLAY.
002400 AUTHOR. GIANNIS NOUTSIS.
002500 INSTALLATION. OPERATIONS BATCH UTILITIES.
002600 DATE-WRITTEN. 10/15/2026.
002700 DATE-COMPILED.

002800******************************************************************
002900*    PARM / SYSIN FORMAT                                         *
003000*    -------------------------------------------------------     *
003100*    POSITIONS 1-8   GATE JOB NAME (REQUIRED)                    *
003200*    POSITIONS 9-16  CYCLE DATE, YYYYMMDD (REQUIRED) - THE       *
003300*                    DATE THE CYCLE OPENED, AS ON THE            *
003400*                    SEGMENT HEADERS                             *
003500*    POSITION  17    CYCLE: N = NIGHTLY (OR BLANK),              *
003600*                    I = INTRADAY                                *
003700*    POSITIONS 18-19 STREAM ID. BLANK REPLAYS THE GATE IN        *
003800*                    EVERY STREAM THAT RAN IT, ONE STREAM        *
003900*                    AFTER ANOTHER                               *
004000*    EXAMPLE:    "PAYGATE120261012N"                             *
004100******************************************************************

004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.

004500     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-SYSIN-STATUS.

004800     SELECT CYCLE-ARCHIVE ASSIGN TO CYCARCH
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CD-CARC-KEY
005200         FILE STATUS IS WS-ARCH-STATUS.

005300     SELECT REPORT-OUT ASSIGN TO RPLYRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-REPORT-STATUS.

005600 DATA DIVISION.
005700 FILE SECTION.

005800 FD  SYSIN-CARD-FILE.
005900 01  SYSIN-CARD-RECORD               PIC X(80).

006000 FD  CYCLE-ARCHIVE.
006100     COPY CDCARC.

006200 FD  REPORT-OUT.
006300 01  REPORT-RECORD                   PIC X(132).

006400 WORKING-STORAGE SECTION.

006500******************************************************************
006600*    FILE STATUS FIELDS                                          *
006700******************************************************************
006800 01  WS-FILE-STATUS-FIELDS.
006900     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".
007000     05  WS-ARCH-STATUS              PIC X(02) VALUE "00".
007100     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".

007200******************************************************************
007300*    PROGRAM SWITCHES                                            *
007400******************************************************************
007500 01  WS-PROGRAM-SWITCHES.
007600     05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
007700         88  END-OF-INQUIRY                  VALUE 'Y'.
007800     05  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
007900         88  END-OF-ARCHIVE                  VALUE 'Y'.
008000     05  WS-PASS-SWITCH              PIC X(01) VALUE 'N'.
008100         88  END-OF-STREAM-PASS              VALUE 'Y'.
008200     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
008300         88  INQUIRY-CAN-RUN                  VALUE 'Y'.
008400         88  INQUIRY-CANNOT-RUN               VALUE 'N'.
008500     05  WS-PREV-TICK-SWITCH         PIC X(01) VALUE 'N'.
008600         88  PREVIOUS-TICK-KNOWN              VALUE 'Y'.
008700     05  WS-TS-SWITCH                PIC X(01) VALUE 'N'.
008800         88  TIMESTAMP-IS-VALID               VALUE 'Y'.

008900******************************************************************
009000*    RETURN CODE                                                 *
009100******************************************************************
009200 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
009300 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

009400******************************************************************
009500*    PARM-RELATED FIELDS                                         *
009600******************************************************************
009700 01  WS-PARM-FIELDS.
009800     05  WS-PARM-DATA                PIC X(80).
009900     05  WS-PARM-JOB-NAME            PIC X(08).
010000     05  WS-PARM-DATE-X              PIC X(08).
010100     05  WS-PARM-CYCLE-ID            PIC X(01).
010200         88  VALID-CYCLE-ID                  VALUE SPACE 'N' 'I'.
010300     05  WS-PARM-STREAM-ID           PIC X(02).
010400         88  ALL-STREAMS                     VALUE SPACES.

010500******************************************************************
010600*    THE NIGHT BEING REPLAYED, AND THE STREAM THE SCAN IS ON     *
010700******************************************************************
010800 01  WS-NIGHT-FIELDS.
010900     05  WS-CYCLE-DATE               PIC 9(08) VALUE ZERO.
011000     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
011100     05  WS-SCAN-STREAM-ID           PIC X(02) VALUE SPACES.

011200******************************************************************
011300*    COMMAND EFFECTS ARE WORKED OUT FROM CONSECUTIVE TICKS. A    *
011400*    TICK IS WRITTEN EVERY SECOND, SO A GAP LONGER THAN ONE      *
011500*    SECOND PLUS THIS TOLERANCE (FOR A BUSY SYSTEM) WAS A HOLD   *
011600*    OR A RESTART; A COUNTER NOT ONE BELOW THE LAST WAS RAISED.  *
011700******************************************************************
011800 77  WS-PAUSE-TOLERANCE              PIC 9(03) VALUE 2.

011900 01  WS-TICK-FIELDS.
012000     05  WS-PREV-TICK-COUNTER        PIC 9(05) VALUE ZERO.
012100     05  WS-PREV-TICK-SECS           PIC S9(11) COMP VALUE ZERO.
012200     05  WS-THIS-SECS                PIC S9(11) COMP VALUE ZERO.
012300     05  WS-GAP-SECS                 PIC S9(11) COMP VALUE ZERO.
012400     05  WS-RAISE-SECS               PIC S9(07) COMP VALUE ZERO.
012500     05  WS-OUTCOME-TEXT             PIC X(09) VALUE SPACES.

012600 01  WS-COMMAND-TEXTS.
012700     05  WS-HELD-TEXT                PIC X(54) VALUE
012800         'SECONDS HELD BEFORE THIS TICK - HOLD/RESUME OR RESTART'.
012900     05  WS-RAISED-TEXT              PIC X(37) VALUE
013000         'SECONDS ADDED TO THE COUNTER - EXTEND'.
013100     05  WS-RAISED-AFTER-GAP-TEXT    PIC X(48) VALUE
013200         'SECONDS ADDED TO THE COUNTER - EXTEND OR RESTART'.

013300******************************************************************
013400*    TIMESTAMP WORK AREA - YYYYMMDD-HHMMSSCC                     *
013500******************************************************************
013600 01  WS-TS-WORK                      PIC X(17) VALUE SPACES.
013700 01  WS-TS-PARTS REDEFINES WS-TS-WORK.
013800     05  WS-TS-DATE                  PIC 9(08).
013900     05  FILLER                      PIC X(01).
014000     05  WS-TS-HH                    PIC 9(02).
014100     05  WS-TS-MM                    PIC 9(02).
014200     05  WS-TS-SS                    PIC 9(02).
014300     05  WS-TS-CC                    PIC 9(02).

014400******************************************************************
014500*    INQUIRY COUNTERS                                            *
014600******************************************************************
014700 01  WS-INQUIRY-COUNTERS.
014800     05  WS-LINES-LISTED             PIC 9(07) COMP VALUE ZERO.
014900     05  WS-TICK-COUNT               PIC 9(07) COMP VALUE ZERO.
015000     05  WS-EVENT-COUNT              PIC 9(05) COMP VALUE ZERO.
015100     05  WS-SENT-COUNT               PIC 9(05) COMP VALUE ZERO.
015200     05  WS-NOT-SENT-COUNT           PIC 9(05) COMP VALUE ZERO.
015300     05  WS-READY-COUNT              PIC 9(05) COMP VALUE ZERO.
015400     05  WS-WAIT-COUNT               PIC 9(05) COMP VALUE ZERO.
015500     05  WS-EXTEND-COUNT             PIC 9(05) COMP VALUE ZERO.
015600     05  WS-EXTEND-SECS              PIC 9(07) COMP VALUE ZERO.
015700     05  WS-HOLD-COUNT               PIC 9(05) COMP VALUE ZERO.
015800     05  WS-HOLD-SECS                PIC 9(07) COMP VALUE ZERO.
015900     05  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
016000     05  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.

016100 77  WS-LINES-PER-PAGE               PIC 9(03) VALUE 55.

016200******************************************************************
016300*    TIME FIELDS                                                 *
016400******************************************************************
016500 01  WS-TIME-FIELDS.
016600     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

016700******************************************************************
016800*    ARCHIVED RECORD VIEWS - CD-CARC-IMAGE IS MOVED INTO THE     *
016900*    ONE ITS CD-CARC-SOURCE NAMES                                *
017000******************************************************************
017100     COPY CDAUDIT.
017200     COPY CDEVENT.
017300     COPY CDREADY.
017400     COPY CDDISP.

017500******************************************************************
017600*    REPORT LINE LAYOUTS                                         *
017700******************************************************************
017800 01  RPT-HEADING-1.
017900     05  FILLER                      PIC X(31)
018000         VALUE 'COUNTDOWN GATE-NIGHT REPLAY'.
018100     05  FILLER                      PIC X(05) VALUE 'JOB: '.
018200     05  RPT-H1-JOB                  PIC X(08).
018300     05  FILLER                      PIC X(02) VALUE SPACES.
018400     05  FILLER                      PIC X(07) VALUE 'NIGHT: '.
018500     05  RPT-H1-NIGHT                PIC 9(08).
018600     05  FILLER                      PIC X(02) VALUE SPACES.
018700     05  FILLER                      PIC X(07) VALUE 'CYCLE: '.
018800     05  RPT-H1-CYCLE                PIC X(01).
018900     05  FILLER                      PIC X(02) VALUE SPACES.
019000     05  FILLER                      PIC X(08) VALUE 'STREAM: '.
019100     05  RPT-H1-STREAM               PIC X(03).
019200     05  FILLER                      PIC X(02) VALUE SPACES.
019300     05  FILLER                      PIC X(10)
019400         VALUE 'RUN DATE: '.
019500     05  RPT-H1-DATE                 PIC 9(08).
019600     05  FILLER                      PIC X(02) VALUE SPACES.
019700     05  FILLER                      PIC X(06) VALUE 'PAGE: '.
019800     05  RPT-H1-PAGE                 PIC ZZZZ9.
019900     05  FILLER                      PIC X(15) VALUE SPACES.

020000 01  RPT-HEADING-2.
020100     05  FILLER                      PIC X(40)
020200         VALUE 'TIMESTAMP          ST  SOURCE        COU'.
020300     05  FILLER                      PIC X(19)
020400         VALUE 'NT  CODE  S  DETAIL'.
020500     05  FILLER                      PIC X(73) VALUE SPACES.

020600 01  RPT-DETAIL-LINE.
020700     05  RPT-DTL-TIMESTAMP           PIC X(17).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  RPT-DTL-STREAM              PIC X(02).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  RPT-DTL-SOURCE              PIC X(10).
021200     05  FILLER                      PIC X(02) VALUE SPACES.
021300     05  RPT-DTL-COUNT               PIC ZZZZZZ9.
021400     05  FILLER                      PIC X(02) VALUE SPACES.
021500     05  RPT-DTL-CODE                PIC X(04).
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  RPT-DTL-SEVERITY            PIC X(01).
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  RPT-DTL-DETAIL              PIC X(70).
022000     05  FILLER                      PIC X(09) VALUE SPACES.

022100 01  RPT-TOTAL-HEADER.
022200     05  FILLER                      PIC X(44)
022300         VALUE 'INQUIRY TOTALS ----------------------------'.
022400     05  FILLER                      PIC X(88) VALUE SPACES.

022500 01  RPT-TOTAL-LINE.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  RPT-TOT-LABEL               PIC X(20).
022800     05  FILLER                      PIC X(02) VALUE SPACES.
022900     05  RPT-TOT-VALUE               PIC ZZZZZZZ9.
023000     05  FILLER                      PIC X(100) VALUE SPACES.

023100 01  RPT-NO-DATA-LINE.
023200     05  FILLER                      PIC X(48)
023300         VALUE 'NOTHING ON THE ARCHIVE FOR THIS GATE AND NIGHT'.
023400     05  FILLER                      PIC X(84) VALUE SPACES.

023500 PROCEDURE DIVISION.

023600******************************************************************
023700*    0000-MAINLINE                                               *
023800*    OVERALL CONTROL FLOW.                                       *
023900******************************************************************
024000 0000-MAINLINE.
024100     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
024200     IF INQUIRY-CAN-RUN
024300         PERFORM 0200-RUN-INQUIRY
024400             THRU 0200-RUN-INQUIRY-EXIT
024500         PERFORM 0300-PRINT-TOTALS
024600             THRU 0300-PRINT-TOTALS-EXIT
024700     END-IF.
024800     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
024900 0000-MAINLINE-EXIT.
025000     EXIT.

025100******************************************************************
025200*    0100-INITIALIZE                                             *
025300*    PARM, THEN THE ARCHIVE AND REPORT OPENS. A MISSING ARCHIVE  *
025400*    ONLY MEANS CDCYCARC HAS NOT RUN YET - RC 4, NOT AN ERROR.   *
025500******************************************************************
025600 0100-INITIALIZE.
025700     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
025800     IF INQUIRY-CANNOT-RUN
025900         GO TO 0100-INITIALIZE-EXIT
026000     END-IF.
026100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026200     OPEN INPUT CYCLE-ARCHIVE.
026300     IF WS-ARCH-STATUS = "35"
026400         DISPLAY "CDREPLAY - NO CYCLE ARCHIVE FOUND - "
026500                 "NOTHING HAS BEEN ARCHIVED YET"
026600         MOVE 4 TO WS-RC-CANDIDATE
026700         PERFORM 9900-RAISE-RETURN-CODE
026800             THRU 9900-RAISE-RETURN-CODE-EXIT
026900         SET INQUIRY-CANNOT-RUN TO TRUE
027000         GO TO 0100-INITIALIZE-EXIT
027100     END-IF.
027200     IF WS-ARCH-STATUS NOT = "00"
027300         DISPLAY "CDREPLAY - UNABLE TO OPEN CYCARCH, STATUS="
027400                 WS-ARCH-STATUS
027500         MOVE 20 TO WS-RC-CANDIDATE
027600         PERFORM 9900-RAISE-RETURN-CODE
027700             THRU 9900-RAISE-RETURN-CODE-EXIT
027800         SET INQUIRY-CANNOT-RUN TO TRUE
027900         GO TO 0100-INITIALIZE-EXIT
028000     END-IF.
028100     OPEN OUTPUT REPORT-OUT.
028200     IF WS-REPORT-STATUS NOT = "00"
028300         DISPLAY "CDREPLAY - UNABLE TO OPEN RPLYRPT, STATUS="
028400                 WS-REPORT-STATUS
028500         MOVE 20 TO WS-RC-CANDIDATE
028600         PERFORM 9900-RAISE-RETURN-CODE
028700             THRU 9900-RAISE-RETURN-CODE-EXIT
028800         SET INQUIRY-CANNOT-RUN TO TRUE
028900         CLOSE CYCLE-ARCHIVE
029000         GO TO 0100-INITIALIZE-EXIT
029100     END-IF.
029200     PERFORM 0450-PRINT-HEADINGS THRU 0450-PRINT-HEADINGS-EXIT.
029300 0100-INITIALIZE-EXIT.
029400     EXIT.

029500******************************************************************
029600*    0110-GET-PARM                                               *
029700*    THE JOB AND THE CYCLE DATE ARE BOTH REQUIRED - A REPLAY IS  *
029800*    ALWAYS OF ONE GATE ON ONE NIGHT. A BAD PARM IS RC 16.       *
029900******************************************************************
030000 0110-GET-PARM.
030100     MOVE SPACES TO WS-PARM-DATA.
030200     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
030300     IF WS-PARM-DATA = SPACES
030400         PERFORM 0115-GET-PARM-FROM-SYSIN
030500             THRU 0115-GET-PARM-FROM-SYSIN-EXIT
030600     END-IF.
030700     MOVE WS-PARM-DATA(1:8) TO WS-PARM-JOB-NAME.
030800     MOVE WS-PARM-DATA(9:8) TO WS-PARM-DATE-X.
030900     MOVE WS-PARM-DATA(17:1) TO WS-PARM-CYCLE-ID.
031000     MOVE WS-PARM-DATA(18:2) TO WS-PARM-STREAM-ID.
031100     IF WS-PARM-JOB-NAME = SPACES
031200         DISPLAY "CDREPLAY - A JOB NAME IS REQUIRED IN PARM "
031300                 "POSITIONS 1-8"
031400         MOVE 16 TO WS-RC-CANDIDATE
031500         PERFORM 9900-RAISE-RETURN-CODE
031600             THRU 9900-RAISE-RETURN-CODE-EXIT
031700         SET INQUIRY-CANNOT-RUN TO TRUE
031800         GO TO 0110-GET-PARM-EXIT
031900     END-IF.
032000     IF WS-PARM-DATE-X NOT NUMERIC
032100        OR WS-PARM-DATE-X = ZERO
032200         DISPLAY "CDREPLAY - CYCLE DATE '" WS-PARM-DATE-X
032300                 "' NOT A VALID YYYYMMDD"
032400         MOVE 16 TO WS-RC-CANDIDATE
032500         PERFORM 9900-RAISE-RETURN-CODE
032600             THRU 9900-RAISE-RETURN-CODE-EXIT
032700         SET INQUIRY-CANNOT-RUN TO TRUE
032800         GO TO 0110-GET-PARM-EXIT
032900     END-IF.
033000     MOVE WS-PARM-DATE-X TO WS-CYCLE-DATE.
033100     IF NOT VALID-CYCLE-ID
033200         DISPLAY "CDREPLAY - CYCLE ID '" WS-PARM-CYCLE-ID
033300                 "' MUST BE N, I OR BLANK"
033400         MOVE 16 TO WS-RC-CANDIDATE
033500         PERFORM 9900-RAISE-RETURN-CODE
033600             THRU 9900-RAISE-RETURN-CODE-EXIT
033700         SET INQUIRY-CANNOT-RUN TO TRUE
033800         GO TO 0110-GET-PARM-EXIT
033900     END-IF.
034000     IF WS-PARM-CYCLE-ID = SPACE
034100         MOVE 'N' TO WS-CYCLE-ID
034200     ELSE
034300         MOVE WS-PARM-CYCLE-ID TO WS-CYCLE-ID
034400     END-IF.
034500 0110-GET-PARM-EXIT.
034600     EXIT.

034700******************************************************************
034800*    0115-GET-PARM-FROM-SYSIN                                    *
034900*    FALLBACK WHEN NO PARM IS SUPPLIED ON THE COMMAND LINE.      *
035000******************************************************************
035100 0115-GET-PARM-FROM-SYSIN.
035200     OPEN INPUT SYSIN-CARD-FILE.
035300     IF WS-SYSIN-STATUS NOT = "00"
035400         IF WS-SYSIN-STATUS NOT = "35"
035500             DISPLAY "CDREPLAY - UNABLE TO OPEN SYSIN, STATUS="
035600                     WS-SYSIN-STATUS
035700             MOVE 20 TO WS-RC-CANDIDATE
035800             PERFORM 9900-RAISE-RETURN-CODE
035900                 THRU 9900-RAISE-RETURN-CODE-EXIT
036000         END-IF
036100         GO TO 0115-GET-PARM-FROM-SYSIN-EXIT
036200     END-IF.
036300     READ SYSIN-CARD-FILE
036400         AT END
036500             CONTINUE
036600         NOT AT END
036700             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
036800     END-READ.
036900     CLOSE SYSIN-CARD-FILE.
037000 0115-GET-PARM-FROM-SYSIN-EXIT.
037100     EXIT.

037200******************************************************************
037300*    0200-RUN-INQUIRY                                            *
037400*    THE ARCHIVE KEY RUNS CYCLE DATE, CYCLE, STREAM, JOB, THEN   *
037500*    TIMESTAMP, SO WITHIN ONE STREAM THE GATE'S RECORDS ALREADY  *
037600*    COME BACK IN TIME ORDER. FOR ALL STREAMS THE SCAN STARTS    *
037700*    BELOW THE LOWEST STREAM ID AND WORKS UP THROUGH THE NIGHT.  *
037800******************************************************************
037900 0200-RUN-INQUIRY.
038000     IF ALL-STREAMS
038100         MOVE LOW-VALUES TO WS-SCAN-STREAM-ID
038200     ELSE
038300         MOVE WS-PARM-STREAM-ID TO WS-SCAN-STREAM-ID
038400     END-IF.
038500     PERFORM 0210-SCAN-ONE-STREAM THRU 0210-SCAN-ONE-STREAM-EXIT
038600         UNTIL END-OF-INQUIRY.
038700 0200-RUN-INQUIRY-EXIT.
038800     EXIT.

038900******************************************************************
039000*    0210-SCAN-ONE-STREAM                                        *
039100*    POSITIONS ON THE GATE IN THE SCAN STREAM. LANDING ON A      *
039200*    LATER STREAM MEANS THE SCAN STREAM HAD NO RECORDS THIS      *
039300*    NIGHT - THE NEXT PASS STARTS FROM THAT STREAM INSTEAD. ONCE *
039400*    THE STREAM HAS BEEN REPLAYED (OR THE GATE DID NOT RUN IN    *
039500*    IT), THE SCAN SKIPS PAST THE REST OF THE STREAM.            *
039600******************************************************************
039700 0210-SCAN-ONE-STREAM.
039800     MOVE LOW-VALUES TO CD-CARC-KEY.
039900     MOVE WS-CYCLE-DATE TO CD-CARC-CYCLE-DATE.
040000     MOVE WS-CYCLE-ID TO CD-CARC-CYCLE-ID.
040100     MOVE WS-SCAN-STREAM-ID TO CD-CARC-STREAM-ID.
040200     MOVE WS-PARM-JOB-NAME TO CD-CARC-JOB-NAME.
040300     START CYCLE-ARCHIVE KEY NOT < CD-CARC-KEY.
040400     IF WS-ARCH-STATUS NOT = "00"
040500         SET END-OF-INQUIRY TO TRUE
040600         GO TO 0210-SCAN-ONE-STREAM-EXIT
040700     END-IF.
040800     PERFORM 0220-READ-NEXT-ARCHIVE
040900         THRU 0220-READ-NEXT-ARCHIVE-EXIT.
041000     IF END-OF-ARCHIVE
041100        OR CD-CARC-CYCLE-DATE NOT = WS-CYCLE-DATE
041200        OR CD-CARC-CYCLE-ID NOT = WS-CYCLE-ID
041300         SET END-OF-INQUIRY TO TRUE
041400         GO TO 0210-SCAN-ONE-STREAM-EXIT
041500     END-IF.
041600     IF CD-CARC-STREAM-ID NOT = WS-SCAN-STREAM-ID
041700         IF ALL-STREAMS
041800             MOVE CD-CARC-STREAM-ID TO WS-SCAN-STREAM-ID
041900         ELSE
042000             SET END-OF-INQUIRY TO TRUE
042100         END-IF
042200         GO TO 0210-SCAN-ONE-STREAM-EXIT
042300     END-IF.
042400     IF CD-CARC-JOB-NAME = WS-PARM-JOB-NAME
042500         PERFORM 0230-REPLAY-STREAM THRU 0230-REPLAY-STREAM-EXIT
042600     END-IF.
042700     IF NOT ALL-STREAMS
042800         SET END-OF-INQUIRY TO TRUE
042900         GO TO 0210-SCAN-ONE-STREAM-EXIT
043000     END-IF.
043100     PERFORM 0240-SKIP-TO-NEXT-STREAM
043200         THRU 0240-SKIP-TO-NEXT-STREAM-EXIT.
043300 0210-SCAN-ONE-STREAM-EXIT.
043400     EXIT.

043500******************************************************************
043600*    0220-READ-NEXT-ARCHIVE                                      *
043700******************************************************************
043800 0220-READ-NEXT-ARCHIVE.
043900     MOVE 'N' TO WS-ARCH-EOF-SWITCH.
044000     READ CYCLE-ARCHIVE NEXT RECORD
044100         AT END
044200             SET END-OF-ARCHIVE TO TRUE
044300         NOT AT END
044400             CONTINUE
044500     END-READ.
044600     IF WS-ARCH-STATUS NOT = "00" AND NOT END-OF-ARCHIVE
044700         SET END-OF-ARCHIVE TO TRUE
044800     END-IF.
044900 0220-READ-NEXT-ARCHIVE-EXIT.
045000     EXIT.

045100******************************************************************
045200*    0230-REPLAY-STREAM                                          *
045300*    LISTS THE GATE'S RECORDS IN THIS STREAM. TICK-TO-TICK       *
045400*    KNOWLEDGE STARTS AFRESH FOR EACH STREAM.                    *
045500******************************************************************
045600 0230-REPLAY-STREAM.
045700     MOVE 'N' TO WS-PREV-TICK-SWITCH.
045800     MOVE 'N' TO WS-PASS-SWITCH.
045900     PERFORM 0250-REPLAY-ONE-RECORD
046000         THRU 0250-REPLAY-ONE-RECORD-EXIT
046100         UNTIL END-OF-STREAM-PASS.
046200 0230-REPLAY-STREAM-EXIT.
046300     EXIT.

046400******************************************************************
046500*    0240-SKIP-TO-NEXT-STREAM                                    *
046600*    HIGH-VALUES BEHIND THE STREAM ID PUT THE START PAST EVERY   *
046700*    JOB IN THE STREAM; THE RECORD READ THERE NAMES THE NEXT     *
046800*    STREAM TO SCAN, IF IT IS STILL THE SAME NIGHT.              *
046900******************************************************************
047000 0240-SKIP-TO-NEXT-STREAM.
047100     MOVE HIGH-VALUES TO CD-CARC-KEY.
047200     MOVE WS-CYCLE-DATE TO CD-CARC-CYCLE-DATE.
047300     MOVE WS-CYCLE-ID TO CD-CARC-CYCLE-ID.
047400     MOVE WS-SCAN-STREAM-ID TO CD-CARC-STREAM-ID.
047500     START CYCLE-ARCHIVE KEY > CD-CARC-KEY.
047600     IF WS-ARCH-STATUS NOT = "00"
047700         SET END-OF-INQUIRY TO TRUE
047800         GO TO 0240-SKIP-TO-NEXT-STREAM-EXIT
047900     END-IF.
048000     PERFORM 0220-READ-NEXT-ARCHIVE
048100         THRU 0220-READ-NEXT-ARCHIVE-EXIT.
048200     IF END-OF-ARCHIVE
048300        OR CD-CARC-CYCLE-DATE NOT = WS-CYCLE-DATE
048400        OR CD-CARC-CYCLE-ID NOT = WS-CYCLE-ID
048500         SET END-OF-INQUIRY TO TRUE
048600         GO TO 0240-SKIP-TO-NEXT-STREAM-EXIT
048700     END-IF.
048800     MOVE CD-CARC-STREAM-ID TO WS-SCAN-STREAM-ID.
048900 0240-SKIP-TO-NEXT-STREAM-EXIT.
049000     EXIT.

049100******************************************************************
049200*    0250-REPLAY-ONE-RECORD                                      *
049300*    ONE ARCHIVED RECORD, THEN THE NEXT - THE PASS ENDS WHEN THE *
049400*    NEXT RECORD BELONGS TO ANOTHER JOB OR STREAM.               *
049500******************************************************************
049600 0250-REPLAY-ONE-RECORD.
049700     EVALUATE TRUE
049800         WHEN CD-CARC-FROM-AUDIT
049900             PERFORM 0260-REPLAY-AUDIT THRU 0260-REPLAY-AUDIT-EXIT
050000         WHEN CD-CARC-FROM-READY
050100             PERFORM 0270-REPLAY-READY THRU 0270-REPLAY-READY-EXIT
050200         WHEN CD-CARC-FROM-EVENT
050300             PERFORM 0280-REPLAY-EVENT THRU 0280-REPLAY-EVENT-EXIT
050400         WHEN CD-CARC-FROM-DISPATCH
050500             PERFORM 0290-REPLAY-ALERT THRU 0290-REPLAY-ALERT-EXIT
050600         WHEN OTHER
050700             CONTINUE
050800     END-EVALUATE.
050900     PERFORM 0220-READ-NEXT-ARCHIVE
051000         THRU 0220-READ-NEXT-ARCHIVE-EXIT.
051100     IF END-OF-ARCHIVE
051200        OR CD-CARC-CYCLE-DATE NOT = WS-CYCLE-DATE
051300        OR CD-CARC-CYCLE-ID NOT = WS-CYCLE-ID
051400        OR CD-CARC-STREAM-ID NOT = WS-SCAN-STREAM-ID
051500        OR CD-CARC-JOB-NAME NOT = WS-PARM-JOB-NAME
051600         SET END-OF-STREAM-PASS TO TRUE
051700     END-IF.
051800 0250-REPLAY-ONE-RECORD-EXIT.
051900     EXIT.

052000******************************************************************
052100*    0260-REPLAY-AUDIT                                           *
052200*    A SUMMARY OR RESUME NOTE CLOSES A RUN OF TICKS, SO THE NEXT *
052300*    TICK IS NOT COMPARED WITH THE ONE BEFORE IT.                *
052400******************************************************************
052500 0260-REPLAY-AUDIT.
052600     MOVE CD-CARC-IMAGE TO CD-AUDIT-RECORD.
052700     IF CD-AUDIT-IS-TICK
052800         PERFORM 0262-REPLAY-TICK THRU 0262-REPLAY-TICK-EXIT
052900         GO TO 0260-REPLAY-AUDIT-EXIT
053000     END-IF.
053100     PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT.
053200     EVALUATE TRUE
053300         WHEN CD-AUDIT-IS-SUMMARY
053400             MOVE 'N' TO WS-PREV-TICK-SWITCH
053500             MOVE 'SUMMARY' TO RPT-DTL-SOURCE
053600             MOVE CD-AUDIT-ELAPSED-SECS TO RPT-DTL-COUNT
053700             STRING 'GATE CLOSED - COUNTDOWN OF '
053800                        DELIMITED BY SIZE
053900                    CD-AUDIT-START-VALUE DELIMITED BY SIZE
054000                    ' STARTED ' DELIMITED BY SIZE
054100                    CD-AUDIT-TIMESTAMP DELIMITED BY SIZE
054200                    ', SECONDS ELAPSED' DELIMITED BY SIZE
054300                 INTO RPT-DTL-DETAIL
054400         WHEN CD-AUDIT-IS-RESUME-NOTE
054500             MOVE 'N' TO WS-PREV-TICK-SWITCH
054600             MOVE 'RESUME' TO RPT-DTL-SOURCE
054700             MOVE 'ALREADY COMPLETE - NOT RERUN ON RESTART'
054800                 TO RPT-DTL-DETAIL
054900         WHEN CD-AUDIT-IS-DEP-WAIT
055000             PERFORM 0264-REPLAY-WAIT THRU 0264-REPLAY-WAIT-EXIT
055100         WHEN OTHER
055200             MOVE 'AUDIT' TO RPT-DTL-SOURCE
055300             MOVE CD-AUDIT-TYPE TO RPT-DTL-CODE
055400     END-EVALUATE.
055500     PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT.
055600 0260-REPLAY-AUDIT-EXIT.
055700     EXIT.

055800******************************************************************
055900*    0262-REPLAY-TICK                                            *
056000*    ANY COMMAND LINE IS PRINTED AHEAD OF THE TICK THAT FIRST    *
056100*    SHOWS ITS EFFECT. A RAISED COUNTER AFTER A GAP MAY EQUALLY  *
056200*    BE A RESTART RESUMING FROM ITS CHECKPOINT, SO IT IS NOT     *
056300*    COUNTED AS AN EXTEND.                                       *
056400******************************************************************
056500 0262-REPLAY-TICK.
056600     MOVE CD-AUDIT-TIMESTAMP TO WS-TS-WORK.
056700     PERFORM 0470-TIMESTAMP-SECONDS
056800         THRU 0470-TIMESTAMP-SECONDS-EXIT.
056900     IF PREVIOUS-TICK-KNOWN AND TIMESTAMP-IS-VALID
057000         COMPUTE WS-GAP-SECS = WS-THIS-SECS - WS-PREV-TICK-SECS
057100         COMPUTE WS-RAISE-SECS =
057200             CD-AUDIT-COUNTER + 1 - WS-PREV-TICK-COUNTER
057300         IF WS-GAP-SECS > WS-PAUSE-TOLERANCE + 1
057400             PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT
057500             MOVE 'COMMAND' TO RPT-DTL-SOURCE
057600             COMPUTE RPT-DTL-COUNT = WS-GAP-SECS - 1
057700             MOVE WS-HELD-TEXT TO RPT-DTL-DETAIL
057800             PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT
057900             ADD 1 TO WS-HOLD-COUNT
058000             COMPUTE WS-HOLD-SECS = WS-HOLD-SECS + WS-GAP-SECS - 1
058100         END-IF
058200         IF WS-RAISE-SECS > ZERO
058300             PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT
058400             MOVE 'COMMAND' TO RPT-DTL-SOURCE
058500             MOVE WS-RAISE-SECS TO RPT-DTL-COUNT
058600             IF WS-GAP-SECS > WS-PAUSE-TOLERANCE + 1
058700                 MOVE WS-RAISED-AFTER-GAP-TEXT TO RPT-DTL-DETAIL
058800             ELSE
058900                 MOVE WS-RAISED-TEXT TO RPT-DTL-DETAIL
059000                 ADD 1 TO WS-EXTEND-COUNT
059100                 ADD WS-RAISE-SECS TO WS-EXTEND-SECS
059200             END-IF
059300             PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT
059400         END-IF
059500     END-IF.
059600     PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT.
059700     MOVE 'TICK' TO RPT-DTL-SOURCE.
059800     MOVE CD-AUDIT-COUNTER TO RPT-DTL-COUNT.
059900     PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT.
060000     ADD 1 TO WS-TICK-COUNT.
060100     IF TIMESTAMP-IS-VALID
060200         SET PREVIOUS-TICK-KNOWN TO TRUE
060300         MOVE WS-THIS-SECS TO WS-PREV-TICK-SECS
060400         MOVE CD-AUDIT-COUNTER TO WS-PREV-TICK-COUNTER
060500     ELSE
060600         MOVE 'N' TO WS-PREV-TICK-SWITCH
060700     END-IF.
060800 0262-REPLAY-TICK-EXIT.
060900     EXIT.

061000******************************************************************
061100*    0264-REPLAY-WAIT                                            *
061200*    A DEPENDENCY WAIT IS FILED AT THE MOMENT THE WAIT BEGAN.    *
061300******************************************************************
061400 0264-REPLAY-WAIT.
061500     MOVE 'WAIT' TO RPT-DTL-SOURCE.
061600     MOVE CD-AUDIT-ELAPSED-SECS TO RPT-DTL-COUNT.
061700     EVALUATE TRUE
061800         WHEN CD-AUDIT-WAIT-RELEASED
061900             MOVE 'RELEASED' TO WS-OUTCOME-TEXT
062000         WHEN CD-AUDIT-WAIT-TIMED-OUT
062100             MOVE 'TIMED OUT' TO WS-OUTCOME-TEXT
062200         WHEN CD-AUDIT-WAIT-HELD
062300             MOVE 'HELD' TO WS-OUTCOME-TEXT
062400         WHEN OTHER
062500             MOVE 'UNKNOWN' TO WS-OUTCOME-TEXT
062600     END-EVALUATE.
062700     STRING 'WAITED ON ' DELIMITED BY SIZE
062800            CD-AUDIT-PRED-JOB-NAME DELIMITED BY SIZE
062900            ' STREAM ' DELIMITED BY SIZE
063000            CD-AUDIT-PRED-STREAM-ID DELIMITED BY SIZE
063100            ' UNTIL ' DELIMITED BY SIZE
063200            CD-AUDIT-END-TIMESTAMP DELIMITED BY SIZE
063300            ' - ' DELIMITED BY SIZE
063400            WS-OUTCOME-TEXT DELIMITED BY SIZE
063500         INTO RPT-DTL-DETAIL.
063600     ADD 1 TO WS-WAIT-COUNT.
063700 0264-REPLAY-WAIT-EXIT.
063800     EXIT.

063900******************************************************************
064000*    0270-REPLAY-READY                                           *
064100******************************************************************
064200 0270-REPLAY-READY.
064300     MOVE CD-CARC-IMAGE TO CD-READY-RECORD.
064400     PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT.
064500     MOVE 'READY FLAG' TO RPT-DTL-SOURCE.
064600     MOVE 'READY FLAG SET - SUCCESSORS RELEASED'
064700         TO RPT-DTL-DETAIL.
064800     PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT.
064900     ADD 1 TO WS-READY-COUNT.
065000 0270-REPLAY-READY-EXIT.
065100     EXIT.

065200******************************************************************
065300*    0280-REPLAY-EVENT                                           *
065400******************************************************************
065500 0280-REPLAY-EVENT.
065600     MOVE CD-CARC-IMAGE TO CD-EVENT-RECORD.
065700     PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT.
065800     MOVE 'EVENT' TO RPT-DTL-SOURCE.
065900     MOVE CD-EVT-COUNTER TO RPT-DTL-COUNT.
066000     MOVE CD-EVT-CODE TO RPT-DTL-CODE.
066100     MOVE CD-EVT-SEVERITY TO RPT-DTL-SEVERITY.
066200     MOVE CD-EVT-TEXT TO RPT-DTL-DETAIL.
066300     PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT.
066400     ADD 1 TO WS-EVENT-COUNT.
066500 0280-REPLAY-EVENT-EXIT.
066600     EXIT.

066700******************************************************************
066800*    0290-REPLAY-ALERT                                           *
066900*    FILED UNDER ITS EVENT'S TIMESTAMP, SO IT LISTS RIGHT AFTER  *
067000*    THE EVENT IT ANSWERS; THE DETAIL SAYS WHEN IT WENT OUT. A   *
067100*    REPEAT SUPPRESSED BY CDEVDISP, OR AN EVENT NO RULE COVERED, *
067200*    IS SHOWN AS NOT SENT.                                       *
067300******************************************************************
067400 0290-REPLAY-ALERT.
067500     MOVE CD-CARC-IMAGE TO CD-DISP-RECORD.
067600     PERFORM 0400-START-LINE THRU 0400-START-LINE-EXIT.
067700     MOVE 'ALERT' TO RPT-DTL-SOURCE.
067800     MOVE CD-DISP-EVT-CODE TO RPT-DTL-CODE.
067900     MOVE CD-DISP-SEVERITY TO RPT-DTL-SEVERITY.
068000     EVALUATE CD-DISP-ACTION
068100         WHEN 'SUPPRESSED'
068200             MOVE 'NOT SENT - SUPPRESSED AS A REPEAT'
068300                 TO RPT-DTL-DETAIL
068400             ADD 1 TO WS-NOT-SENT-COUNT
068500         WHEN 'NO RULE   '
068600             MOVE 'NOT SENT - NO DISPATCH RULE COVERS THIS EVENT'
068700                 TO RPT-DTL-DETAIL
068800             ADD 1 TO WS-NOT-SENT-COUNT
068810         WHEN 'ESCALATE 2'
068820         WHEN 'ESCALATE 3'
068830             STRING 'NOT ACKNOWLEDGED - ESCALATED TO '
068840                        DELIMITED BY SIZE
068850                    CD-DISP-RECIPIENT DELIMITED BY SPACE
068860                    ' AT ' DELIMITED BY SIZE
068870                    CD-DISP-TIMESTAMP DELIMITED BY SIZE
068880                 INTO RPT-DTL-DETAIL
068890             ADD 1 TO WS-SENT-COUNT
068900         WHEN OTHER
068930             IF CD-DISP-RECIPIENT = SPACES
068960                 STRING 'SENT BY ' DELIMITED BY SIZE
068990                        CD-DISP-ACTION DELIMITED BY SPACE
069020                        ' AT ' DELIMITED BY SIZE
069050                        CD-DISP-TIMESTAMP DELIMITED BY SIZE
069080                     INTO RPT-DTL-DETAIL
069110             ELSE
069140                 STRING 'SENT BY ' DELIMITED BY SIZE
069170                        CD-DISP-ACTION DELIMITED BY SPACE
069200                        ' TO ' DELIMITED BY SIZE
069230                        CD-DISP-RECIPIENT DELIMITED BY SPACE
069260                        ' AT ' DELIMITED BY SIZE
069290                        CD-DISP-TIMESTAMP DELIMITED BY SIZE
069320                     INTO RPT-DTL-DETAIL
069350             END-IF
069500             ADD 1 TO WS-SENT-COUNT
069600     END-EVALUATE.
069700     PERFORM 0410-WRITE-LINE THRU 0410-WRITE-LINE-EXIT.
069800 0290-REPLAY-ALERT-EXIT.
069900     EXIT.

070000******************************************************************
070100*    0300-PRINT-TOTALS                                           *
070200******************************************************************
070300 0300-PRINT-TOTALS.
070400     IF WS-LINES-LISTED = ZERO
070500         WRITE REPORT-RECORD FROM RPT-NO-DATA-LINE
070600             AFTER ADVANCING 2 LINES
070700         DISPLAY "CDREPLAY - NOTHING ARCHIVED FOR JOB "
070800                 WS-PARM-JOB-NAME " ON " WS-CYCLE-DATE
070900         MOVE 4 TO WS-RC-CANDIDATE
071000         PERFORM 9900-RAISE-RETURN-CODE
071100             THRU 9900-RAISE-RETURN-CODE-EXIT
071200         GO TO 0300-PRINT-TOTALS-EXIT
071300     END-IF.
071400     WRITE REPORT-RECORD FROM RPT-TOTAL-HEADER
071500         AFTER ADVANCING 2 LINES.
071600     MOVE 'TICKS               ' TO RPT-TOT-LABEL.
071700     MOVE WS-TICK-COUNT TO RPT-TOT-VALUE.
071800     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
071900         AFTER ADVANCING 1 LINE.
072000     MOVE 'EVENTS              ' TO RPT-TOT-LABEL.
072100     MOVE WS-EVENT-COUNT TO RPT-TOT-VALUE.
072200     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
072300         AFTER ADVANCING 1 LINE.
072400     MOVE 'ALERTS SENT         ' TO RPT-TOT-LABEL.
072500     MOVE WS-SENT-COUNT TO RPT-TOT-VALUE.
072600     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
072700         AFTER ADVANCING 1 LINE.
072800     MOVE 'ALERTS NOT SENT     ' TO RPT-TOT-LABEL.
072900     MOVE WS-NOT-SENT-COUNT TO RPT-TOT-VALUE.
073000     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
073100         AFTER ADVANCING 1 LINE.
073200     MOVE 'READY FLAGS         ' TO RPT-TOT-LABEL.
073300     MOVE WS-READY-COUNT TO RPT-TOT-VALUE.
073400     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
073500         AFTER ADVANCING 1 LINE.
073600     MOVE 'DEPENDENCY WAITS    ' TO RPT-TOT-LABEL.
073700     MOVE WS-WAIT-COUNT TO RPT-TOT-VALUE.
073800     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
073900         AFTER ADVANCING 1 LINE.
074000     MOVE 'EXTENDS             ' TO RPT-TOT-LABEL.
074100     MOVE WS-EXTEND-COUNT TO RPT-TOT-VALUE.
074200     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
074300         AFTER ADVANCING 1 LINE.
074400     MOVE 'SECONDS EXTENDED    ' TO RPT-TOT-LABEL.
074500     MOVE WS-EXTEND-SECS TO RPT-TOT-VALUE.
074600     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
074700         AFTER ADVANCING 1 LINE.
074800     MOVE 'HOLDS OR RESTARTS   ' TO RPT-TOT-LABEL.
074900     MOVE WS-HOLD-COUNT TO RPT-TOT-VALUE.
075000     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
075100         AFTER ADVANCING 1 LINE.
075200     MOVE 'SECONDS HELD        ' TO RPT-TOT-LABEL.
075300     MOVE WS-HOLD-SECS TO RPT-TOT-VALUE.
075400     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE
075500         AFTER ADVANCING 1 LINE.
075600 0300-PRINT-TOTALS-EXIT.
075700     EXIT.

075800******************************************************************
075900*    0400-START-LINE                                             *
076000*    NEW PAGE IF NEEDED, THEN A CLEAN DETAIL LINE CARRYING THE   *
076100*    ARCHIVED RECORD'S TIMESTAMP AND STREAM.                     *
076200******************************************************************
076300 0400-START-LINE.
076400     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
076500         PERFORM 0450-PRINT-HEADINGS
076600             THRU 0450-PRINT-HEADINGS-EXIT
076700     END-IF.
076800     MOVE SPACES TO RPT-DETAIL-LINE.
076900     MOVE CD-CARC-TIMESTAMP TO RPT-DTL-TIMESTAMP.
077000     MOVE CD-CARC-STREAM-ID TO RPT-DTL-STREAM.
077100 0400-START-LINE-EXIT.
077200     EXIT.

077300******************************************************************
077400*    0410-WRITE-LINE                                             *
077500******************************************************************
077600 0410-WRITE-LINE.
077700     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
077800         AFTER ADVANCING 1 LINE.
077900     ADD 1 TO WS-LINE-COUNT.
078000     ADD 1 TO WS-LINES-LISTED.
078100 0410-WRITE-LINE-EXIT.
078200     EXIT.

078300******************************************************************
078400*    0450-PRINT-HEADINGS                                         *
078500******************************************************************
078600 0450-PRINT-HEADINGS.
078700     ADD 1 TO WS-PAGE-COUNT.
078800     MOVE WS-PARM-JOB-NAME TO RPT-H1-JOB.
078900     MOVE WS-CYCLE-DATE TO RPT-H1-NIGHT.
079000     MOVE WS-CYCLE-ID TO RPT-H1-CYCLE.
079100     IF ALL-STREAMS
079200         MOVE 'ALL' TO RPT-H1-STREAM
079300     ELSE
079400         MOVE WS-PARM-STREAM-ID TO RPT-H1-STREAM
079500     END-IF.
079600     MOVE WS-RUN-DATE TO RPT-H1-DATE.
079700     MOVE WS-PAGE-COUNT TO RPT-H1-PAGE.
079800     IF WS-PAGE-COUNT = 1
079900         WRITE REPORT-RECORD FROM RPT-HEADING-1
080000             AFTER ADVANCING 1 LINE
080100     ELSE
080200         WRITE REPORT-RECORD FROM RPT-HEADING-1
080300             AFTER ADVANCING PAGE
080400     END-IF.
080500     WRITE REPORT-RECORD FROM RPT-HEADING-2
080600         AFTER ADVANCING 2 LINES.
080700     MOVE SPACES TO REPORT-RECORD.
080800     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
080900     MOVE ZERO TO WS-LINE-COUNT.
081000 0450-PRINT-HEADINGS-EXIT.
081100     EXIT.

081200******************************************************************
081300*    0470-TIMESTAMP-SECONDS                                      *
081400*    WS-TS-WORK AS A COUNT OF SECONDS, SO TWO TICKS EITHER SIDE  *
081500*    OF MIDNIGHT STILL COMPARE CORRECTLY.                        *
081600******************************************************************
081700 0470-TIMESTAMP-SECONDS.
081800     MOVE 'N' TO WS-TS-SWITCH.
081900     MOVE ZERO TO WS-THIS-SECS.
082000     IF WS-TS-DATE NOT NUMERIC
082100        OR WS-TS-HH NOT NUMERIC
082200        OR WS-TS-MM NOT NUMERIC
082300        OR WS-TS-SS NOT NUMERIC
082400        OR WS-TS-DATE = ZERO
082500         GO TO 0470-TIMESTAMP-SECONDS-EXIT
082600     END-IF.
082700     COMPUTE WS-THIS-SECS =
082800         FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
082900         + WS-TS-HH * 3600 + WS-TS-MM * 60 + WS-TS-SS.
083000     SET TIMESTAMP-IS-VALID TO TRUE.
083100 0470-TIMESTAMP-SECONDS-EXIT.
083200     EXIT.

083300******************************************************************
083400*    0900-STOP-RUN                                               *
083500******************************************************************
083600 0900-STOP-RUN.
083700     IF INQUIRY-CAN-RUN
083800         CLOSE CYCLE-ARCHIVE
083900         CLOSE REPORT-OUT
084000     END-IF.
084100     MOVE WS-RETURN-CODE TO RETURN-CODE.
084200     STOP RUN.
084300 0900-STOP-RUN-EXIT.
084400     EXIT.

084500******************************************************************
084600*    9900-RAISE-RETURN-CODE                                      *
084700*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
084800*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
084900*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
085000******************************************************************
085100 9900-RAISE-RETURN-CODE.
085200     IF WS-RC-CANDIDATE > WS-RETURN-CODE
085300         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
085400     END-IF.
085500 9900-RAISE-RETURN-CODE-EXIT.
085600     EXIT.

085700  END PROGRAM CDREPLAY.
