000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program files each cycle's output into the keyed                      *
000600*     CYCLE-OUTPUT ARCHIVE (CDCARC LAYOUT, CYCARCH, KEYED BY CYCLE               *
000700*     DATE, CYCLE ID, STREAM AND JOB) BEFORE THE NEXT CYCLE REOPENS              *
000800*     IT - THE AUDIT TICKS, SUMMARIES, RESUME NOTES AND DEPENDENCY               *
000900*     WAITS ON AUDITOUT, THE EVENTS ON EVENTOUT, THE READY FLAGS ON              *
001000*     READYOUT AND THE ALERT DISPOSITIONS CDEVDISP LEFT ON DISPOUT -             *
001100*     SO A GATE'S NIGHT CAN BE REPLAYED (CDREPLAY) LONG AFTER THE                *
001200*     DRIVER HAS OVERWRITTEN ITS OWN DATASETS. RUN IT AFTER CDEVDISP             *
001300*     AND BEFORE THE NEXT CYCLE STARTS. FILING IS KEYED, SO A RERUN              *
001400*     OVER THE SAME DATASETS ADDS NOTHING TWICE. CYCLES OLDER THAN               *
001500*     THE ARCHIVE'S OWN RETENTION (DEFAULT 35 DAYS) ARE PURGED IN                *
001600*     PLACE, AND A ONE-PAGE FILING REPORT GOES TO CARCRPT.                       *
001700*                                                                                *
001800*     MODIFICATION HISTORY                                                       *
001900*     ----------------------------------------------------------------------     *
002000*     DATE         INIT   DESCRIPTION                                            *
002100*     10/15/2026   GN     INITIAL VERSION.                                       *
002200**********************************************************************************

002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CDCYCARC.
002500 AUTHOR. GIANNIS NOUTSIS.
002600 INSTALLATION. OPERATIONS BATCH UTILITIES.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.

002900******************************************************************
003000*    PARM / SYSIN FORMAT                                         *
003100*    -------------------------------------------------------     *
003200*    POSITIONS 1-5  OPTIONAL RETENTION OVERRIDE IN DAYS,         *
003300*                      ZERO-PADDED NUMERIC. CYCLES WHOSE CYCLE   *
003400*                      DATE IS OLDER THAN THE WINDOW ARE         *
003500*                      DELETED FROM THE ARCHIVE. BLANK OR ZERO   *
003600*                      KEEPS THE DEFAULT OF 35 DAYS.             *
003700*    EXAMPLE:    "00060"   KEEP TWO MONTHS OF CYCLES             *
003800******************************************************************

003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.

004200     SELECT SYSIN-CARD-FILE ASSIGN TO SYSIN
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SYSIN-STATUS.

004500     SELECT AUDIT-IN ASSIGN TO AUDITOUT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-AUDIT-STATUS.

004800     SELECT EVENT-IN ASSIGN TO EVENTOUT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-EVENT-STATUS.

005100     SELECT READY-IN ASSIGN TO READYOUT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-READY-STATUS.

005400     SELECT DISP-IN ASSIGN TO DISPOUT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-DISP-STATUS.

005700     SELECT CYCLE-ARCHIVE ASSIGN TO CYCARCH
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS CD-CARC-KEY
006100         FILE STATUS IS WS-ARCH-STATUS.

006200     SELECT REPORT-OUT ASSIGN TO CARCRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.

006500 DATA DIVISION.
006600 FILE SECTION.

006700 FD  SYSIN-CARD-FILE.
006800 01  SYSIN-CARD-RECORD               PIC X(80).

006900 FD  AUDIT-IN.
007000     COPY CDAUDIT.

007100 FD  EVENT-IN.
007200     COPY CDEVENT.

007300 FD  READY-IN.
007400     COPY CDREADY.

007500 FD  DISP-IN.
007600     COPY CDDISP.

007700 FD  CYCLE-ARCHIVE.
007800     COPY CDCARC.

007900 FD  REPORT-OUT.
008000 01  REPORT-RECORD                   PIC X(132).

008100 WORKING-STORAGE SECTION.

008200******************************************************************
008300*    FILE STATUS FIELDS                                          *
008400******************************************************************
008500 01  WS-FILE-STATUS-FIELDS.
008600     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".
008700     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
008800     05  WS-EVENT-STATUS             PIC X(02) VALUE "00".
008900     05  WS-READY-STATUS             PIC X(02) VALUE "00".
009000     05  WS-DISP-STATUS              PIC X(02) VALUE "00".
009100     05  WS-ARCH-STATUS              PIC X(02) VALUE "00".
009200     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".

009300******************************************************************
009400*    PROGRAM SWITCHES                                            *
009500******************************************************************
009600 01  WS-PROGRAM-SWITCHES.
009700     05  WS-AUDIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
009800         88  END-OF-AUDIT-FILE               VALUE 'Y'.
009900     05  WS-EVENT-EOF-SWITCH         PIC X(01) VALUE 'N'.
010000         88  END-OF-EVENT-FILE               VALUE 'Y'.
010100     05  WS-READY-EOF-SWITCH         PIC X(01) VALUE 'N'.
010200         88  END-OF-READY-FILE               VALUE 'Y'.
010300     05  WS-DISP-EOF-SWITCH          PIC X(01) VALUE 'N'.
010400         88  END-OF-DISP-FILE                VALUE 'Y'.
010500     05  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE 'N'.
010600         88  END-OF-ARCHIVE-SWEEP            VALUE 'Y'.
010700     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
010800         88  ARCHIVE-CAN-RUN                  VALUE 'Y'.
010900         88  ARCHIVE-CANNOT-RUN               VALUE 'N'.
011000     05  WS-READY-FILE-SWITCH        PIC X(01) VALUE 'N'.
011100         88  READY-FLAGS-TO-FILE              VALUE 'Y'.
011200     05  WS-DISP-FILE-SWITCH         PIC X(01) VALUE 'N'.
011300         88  DISPOSITIONS-TO-FILE             VALUE 'Y'.
011400     05  WS-SETTLED-SWITCH           PIC X(01) VALUE 'N'.
011500         88  RECORD-IS-SETTLED                VALUE 'Y'.
011600     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
011700         88  MATCH-WAS-FOUND                  VALUE 'Y'.
011800     05  WS-OVERFLOW-SWITCH          PIC X(01) VALUE 'N'.
011900         88  EVENT-TABLE-OVERFLOWED           VALUE 'Y'.

012000******************************************************************
012100*    RETURN CODE                                                 *
012200******************************************************************
012300 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
012400 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

012500******************************************************************
012600*    PARM-RELATED FIELDS                                         *
012700******************************************************************
012800 01  WS-PARM-FIELDS.
012900     05  WS-PARM-DATA                PIC X(80).
013000     05  WS-PARM-RETENTION-X         PIC X(05).

013100******************************************************************
013200*    RETENTION WINDOW - SHORTER THAN THE GATE-HISTORY MASTER'S,  *
013300*    SINCE EVERY TICK IS KEPT HERE, NOT ONE SUMMARY PER NIGHT    *
013400******************************************************************
013500 77  WS-RETENTION-DAYS               PIC 9(05) VALUE 35.

013600******************************************************************
013700*    DATE WORK FIELDS - THE CUTOFF IS COMPUTED ONCE AS A         *
013800*    YYYYMMDD VALUE SO EVERY CYCLE-DATE COMPARE IS A SIMPLE      *
013900*    NUMERIC COMPARE                                             *
014000******************************************************************
014100 01  WS-DATE-FIELDS.
014200     05  WS-TODAY-DATE               PIC 9(08) VALUE ZERO.
014300     05  WS-TODAY-NUM                PIC S9(08) VALUE ZERO.
014400     05  WS-CUTOFF-DATE              PIC 9(08) VALUE ZERO.
014500     05  WS-OLDEST-KEPT-DATE         PIC 9(08) VALUE ZERO.
014600     05  WS-WORK-DATE-X              PIC X(08) VALUE SPACES.
014700     05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE-X
014800                                     PIC 9(08).

014900******************************************************************
015000*    CURRENT SEGMENT OF AUDITOUT OR EVENTOUT - TAKEN FROM ITS    *
015100*    HEADER (CDTOT), WHICH NAMES THE CYCLE EVERY RECORD UP TO    *
015200*    THE TRAILER BELONGS TO                                      *
015300******************************************************************
015400 01  WS-SEGMENT-FIELDS.
015500     05  WS-SEG-CYCLE-DATE           PIC 9(08) VALUE ZERO.
015600     05  WS-SEG-CYCLE-ID             PIC X(01) VALUE 'N'.
015700     05  WS-SEG-STREAM-ID            PIC X(02) VALUE SPACES.
015800     05  WS-SEG-REHEARSAL-FLAG       PIC X(01) VALUE SPACE.
015900         88  SEGMENT-IS-REHEARSAL            VALUE 'R'.

016000******************************************************************
016100*    READYOUT SEGMENTS BY STREAM - THE STREAM INSTANCES SHARE    *
016200*    THE DATASET, SO THEIR SEGMENTS CAN INTERLEAVE; EACH FLAG    *
016300*    TAKES ITS CYCLE FROM ITS OWN STREAM'S LATEST HEADER         *
016400******************************************************************
016500 77  WS-MAX-STREAMS                  PIC 9(03) VALUE 50.

016600 01  WS-STREAM-TABLE.
016700     05  WS-STREAM-COUNT             PIC 9(03) COMP VALUE ZERO.
016800     05  WS-STREAM-ENTRY OCCURS 50 TIMES INDEXED BY STRM-IDX.
016900         10  WS-STRM-ID              PIC X(02).
017000         10  WS-STRM-CYCLE-DATE      PIC 9(08).
017100         10  WS-STRM-CYCLE-ID        PIC X(01).
017200         10  WS-STRM-REHEARSAL-FLAG  PIC X(01).

017300******************************************************************
017400*    TONIGHT'S EVENTS - A DISPOSITION CARRIES NO CYCLE OR        *
017500*    STREAM OF ITS OWN, SO IT IS FILED UNDER THE CYCLE OF THE    *
017600*    EVENT IT ANSWERS (SAME GATE, EVENT CODE AND TIMESTAMP)      *
017700******************************************************************
017800 77  WS-MAX-EVENTS                   PIC 9(05) VALUE 3000.

017900 01  WS-EVENT-TABLE.
018000     05  WS-EVENT-COUNT              PIC 9(05) COMP VALUE ZERO.
018100     05  WS-EVENT-ENTRY OCCURS 3000 TIMES INDEXED BY EVT-IDX.
018200         10  WS-EVTT-JOB-NAME        PIC X(08).
018300         10  WS-EVTT-TIMESTAMP       PIC X(17).
018400         10  WS-EVTT-CODE            PIC X(04).
018500         10  WS-EVTT-CYCLE-DATE      PIC 9(08).
018600         10  WS-EVTT-CYCLE-ID        PIC X(01).
018700         10  WS-EVTT-STREAM-ID       PIC X(02).

018800 01  WS-SUBSCRIPTS.
018900     05  WS-SOURCE-SUB               PIC 9(03) COMP VALUE ZERO.
019000     05  WS-STREAM-SUB               PIC 9(03) COMP VALUE ZERO.
019100     05  WS-EVENT-SUB                PIC 9(05) COMP VALUE ZERO.

019200******************************************************************
019300*    FILING COUNTERS BY SOURCE DATASET, IN CD-CARC-SOURCE        *
019400*    ORDER: 1 AUDITOUT, 2 READYOUT, 3 EVENTOUT, 4 DISPOUT        *
019500******************************************************************
019600 01  WS-SOURCE-NAME-VALUES.
019700     05  FILLER                      PIC X(08) VALUE 'AUDITOUT'.
019800     05  FILLER                      PIC X(08) VALUE 'READYOUT'.
019900     05  FILLER                      PIC X(08) VALUE 'EVENTOUT'.
020000     05  FILLER                      PIC X(08) VALUE 'DISPOUT '.
020100 01  WS-SOURCE-NAME-TABLE REDEFINES WS-SOURCE-NAME-VALUES.
020200     05  WS-SOURCE-NAME              PIC X(08) OCCURS 4 TIMES.

020300 01  WS-SOURCE-COUNTERS.
020400     05  WS-SOURCE-COUNT-ENTRY OCCURS 4 TIMES.
020500         10  WS-SRC-READ             PIC 9(07) COMP.
020600         10  WS-SRC-FILED            PIC 9(07) COMP.
020700         10  WS-SRC-ON-FILE          PIC 9(07) COMP.
020800         10  WS-SRC-REHEARSAL        PIC 9(07) COMP.
020900         10  WS-SRC-AGED             PIC 9(07) COMP.

021000******************************************************************
021100*    FILING WORK FIELDS - RECORDS SHARING A KEY (ALL BUT THE     *
021200*    SEQUENCE) ARRIVE TOGETHER AND ARE NUMBERED 1, 2, 3 IN       *
021300*    ARRIVAL ORDER, SO A RERUN OVER THE SAME DATASETS LANDS EACH *
021400*    ONE ON THE KEY IT WAS FILED UNDER THE FIRST TIME            *
021500******************************************************************
021600 01  WS-FILING-FIELDS.
021700     05  WS-BASE-KEY                 PIC X(37) VALUE SPACES.
021800     05  WS-LAST-BASE-KEY            PIC X(37) VALUE SPACES.
021900     05  WS-LAST-SEQUENCE            PIC 9(03) VALUE ZERO.
022000     05  WS-CARC-SAVE-RECORD         PIC X(140) VALUE SPACES.
022100     05  WS-CARC-SAVE-VIEW REDEFINES WS-CARC-SAVE-RECORD.
022200         10  FILLER                  PIC X(48).
022300         10  WS-CARC-SAVE-IMAGE      PIC X(80).
022400         10  FILLER                  PIC X(12).

022500******************************************************************
022600*    ARCHIVE COUNTERS                                            *
022700******************************************************************
022800 01  WS-ARCHIVE-COUNTERS.
022900     05  WS-PURGED-COUNT             PIC 9(07) COMP VALUE ZERO.
023000     05  WS-UNMATCHED-COUNT          PIC 9(07) COMP VALUE ZERO.
023100     05  WS-WRITE-FAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
023200     05  WS-TOTAL-FILED              PIC 9(07) COMP VALUE ZERO.
023300     05  WS-TOTAL-ON-FILE            PIC 9(07) COMP VALUE ZERO.
023400     05  WS-TOTAL-REHEARSAL          PIC 9(07) COMP VALUE ZERO.

023500******************************************************************
023600*    REPORT LINE LAYOUTS                                         *
023700******************************************************************
023800 01  ARC-HEADING-1.
023900     05  FILLER                      PIC X(42)
024000         VALUE 'COUNTDOWN CYCLE-OUTPUT ARCHIVE'.
024100     05  FILLER                      PIC X(10)
024200         VALUE 'RUN DATE: '.
024300     05  ARC-H1-DATE                 PIC 9(08).
024400     05  FILLER                      PIC X(72) VALUE SPACES.

024500 01  ARC-HEADING-2.
024600     05  FILLER                      PIC X(40)
024700         VALUE 'DATASET   RECORDS READ    FILED  ALREADY'.
024800     05  FILLER                      PIC X(35)
024900         VALUE ' ON FILE  REHEARSAL  PAST RETENTION'.
025000     05  FILLER                      PIC X(57) VALUE SPACES.

025100 01  ARC-DETAIL-LINE.
025200     05  ARC-DTL-DATASET             PIC X(08).
025300     05  FILLER                      PIC X(07) VALUE SPACES.
025400     05  ARC-DTL-READ                PIC ZZZZZZ9.
025500     05  FILLER                      PIC X(02) VALUE SPACES.
025600     05  ARC-DTL-FILED               PIC ZZZZZZ9.
025700     05  FILLER                      PIC X(10) VALUE SPACES.
025800     05  ARC-DTL-ON-FILE             PIC ZZZZZZ9.
025900     05  FILLER                      PIC X(04) VALUE SPACES.
026000     05  ARC-DTL-REHEARSAL           PIC ZZZZZZ9.
026100     05  FILLER                      PIC X(09) VALUE SPACES.
026200     05  ARC-DTL-AGED                PIC ZZZZZZ9.
026300     05  FILLER                      PIC X(57) VALUE SPACES.

026400 01  ARC-TOTAL-HEADER.
026500     05  FILLER                      PIC X(44)
026600         VALUE 'ARCHIVE SUMMARY ---------------------------'.
026700     05  FILLER                      PIC X(88) VALUE SPACES.

026800 01  ARC-TOTAL-LINE.
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  ARC-TOT-LABEL               PIC X(24).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  ARC-TOT-VALUE               PIC ZZZZZZZ9.
027300     05  FILLER                      PIC X(96) VALUE SPACES.

027400******************************************************************
027500*    SEGMENT HEADERS, AND THE CONTROL-TOTALS CHECK ON THE        *
027600*    DRIVER'S OUTPUT (CDTOTALS)                                  *
027700******************************************************************
027800     COPY CDTOT.
027900     COPY CDTOTPM.

028000 PROCEDURE DIVISION.

028100******************************************************************
028200*    0000-MAINLINE                                               *
028300*    OVERALL CONTROL FLOW - EVENTS FIRST, SO THE DISPOSITIONS    *
028400*    CAN BE MATCHED TO THEM, THEN THE AUDIT TRAIL AND READY      *
028500*    FLAGS, THEN THE DISPOSITIONS; THEN THE PURGE AND THE        *
028600*    REPORT.                                                     *
028700******************************************************************
028800 0000-MAINLINE.
028900     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
029000     IF ARCHIVE-CAN-RUN
029100         PERFORM 0200-FILE-EVENTS THRU 0200-FILE-EVENTS-EXIT
029200         PERFORM 0300-FILE-AUDIT-TRAIL
029300             THRU 0300-FILE-AUDIT-TRAIL-EXIT
029400         PERFORM 0400-FILE-READY-FLAGS
029500             THRU 0400-FILE-READY-FLAGS-EXIT
029600         PERFORM 0500-FILE-DISPOSITIONS
029700             THRU 0500-FILE-DISPOSITIONS-EXIT
029800         PERFORM 0600-PURGE-AGED-CYCLES
029900             THRU 0600-PURGE-AGED-CYCLES-EXIT
030000         PERFORM 0700-PRINT-REPORT THRU 0700-PRINT-REPORT-EXIT
030100     END-IF.
030200     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
030300 0000-MAINLINE-EXIT.
030400     EXIT.

030500******************************************************************
030600*    0100-INITIALIZE                                             *
030700*    PARM, CUTOFF DATE, CONTROL-TOTAL CHECKS AND FILE OPENS.     *
030800*    EVENTOUT AND AUDITOUT MUST PASS THEIR CHECK (CDTOTALS) AND  *
030900*    OPEN, OR THE RUN IS REFUSED - RC 20 - RATHER THAN FILE A    *
031000*    PART OF A NIGHT AS THE WHOLE OF IT. READYOUT AND DISPOUT    *
031100*    ARE OPENED LAST AND ONLY WARNED ABOUT WHEN ABSENT. A BRAND- *
031200*    NEW ARCHIVE (STATUS "35") IS CREATED EMPTY.                 *
031300******************************************************************
031400 0100-INITIALIZE.
031500     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
031600     PERFORM 0120-APPLY-RETENTION-OVRD
031700         THRU 0120-APPLY-RETENTION-OVRD-EXIT.
031800     INITIALIZE WS-SOURCE-COUNTERS.
031900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
032000     COMPUTE WS-TODAY-NUM =
032100         FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
032200     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
032300         (WS-TODAY-NUM - WS-RETENTION-DAYS + 1).
032400     MOVE 'EVENTOUT' TO CD-TOT-DATASET.
032500     PERFORM 0130-VERIFY-DATASET THRU 0130-VERIFY-DATASET-EXIT.
032600     IF ARCHIVE-CANNOT-RUN
032700         GO TO 0100-INITIALIZE-EXIT
032800     END-IF.
032900     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
033000     PERFORM 0130-VERIFY-DATASET THRU 0130-VERIFY-DATASET-EXIT.
033100     IF ARCHIVE-CANNOT-RUN
033200         GO TO 0100-INITIALIZE-EXIT
033300     END-IF.
033400     PERFORM 0140-VERIFY-READY-FLAGS
033500         THRU 0140-VERIFY-READY-FLAGS-EXIT.
033600     IF ARCHIVE-CANNOT-RUN
033700         GO TO 0100-INITIALIZE-EXIT
033800     END-IF.
033900     OPEN INPUT EVENT-IN.
034000     IF WS-EVENT-STATUS NOT = "00"
034100         DISPLAY "CDCYCARC - UNABLE TO OPEN EVENTOUT, STATUS="
034200                 WS-EVENT-STATUS
034300         MOVE 20 TO WS-RC-CANDIDATE
034400         PERFORM 9900-RAISE-RETURN-CODE
034500             THRU 9900-RAISE-RETURN-CODE-EXIT
034600         SET ARCHIVE-CANNOT-RUN TO TRUE
034700         GO TO 0100-INITIALIZE-EXIT
034800     END-IF.
034900     OPEN INPUT AUDIT-IN.
035000     IF WS-AUDIT-STATUS NOT = "00"
035100         DISPLAY "CDCYCARC - UNABLE TO OPEN AUDITOUT, STATUS="
035200                 WS-AUDIT-STATUS
035300         MOVE 20 TO WS-RC-CANDIDATE
035400         PERFORM 9900-RAISE-RETURN-CODE
035500             THRU 9900-RAISE-RETURN-CODE-EXIT
035600         SET ARCHIVE-CANNOT-RUN TO TRUE
035700         CLOSE EVENT-IN
035800         GO TO 0100-INITIALIZE-EXIT
035900     END-IF.
036000     OPEN I-O CYCLE-ARCHIVE.
036100     IF WS-ARCH-STATUS = "35"
036200         DISPLAY "CDCYCARC - NO EXISTING CYCLE ARCHIVE - "
036300                 "STARTING A FRESH ONE"
036400         OPEN OUTPUT CYCLE-ARCHIVE
036500         IF WS-ARCH-STATUS = "00"
036600             CLOSE CYCLE-ARCHIVE
036700             OPEN I-O CYCLE-ARCHIVE
036800         END-IF
036900     END-IF.
037000     IF WS-ARCH-STATUS NOT = "00"
037100         DISPLAY "CDCYCARC - UNABLE TO OPEN CYCARCH, STATUS="
037200                 WS-ARCH-STATUS
037300         MOVE 20 TO WS-RC-CANDIDATE
037400         PERFORM 9900-RAISE-RETURN-CODE
037500             THRU 9900-RAISE-RETURN-CODE-EXIT
037600         SET ARCHIVE-CANNOT-RUN TO TRUE
037700         CLOSE EVENT-IN AUDIT-IN
037800         GO TO 0100-INITIALIZE-EXIT
037900     END-IF.
038000     OPEN OUTPUT REPORT-OUT.
038100     IF WS-REPORT-STATUS NOT = "00"
038200         DISPLAY "CDCYCARC - UNABLE TO OPEN CARCRPT, STATUS="
038300                 WS-REPORT-STATUS
038400         MOVE 20 TO WS-RC-CANDIDATE
038500         PERFORM 9900-RAISE-RETURN-CODE
038600             THRU 9900-RAISE-RETURN-CODE-EXIT
038700         SET ARCHIVE-CANNOT-RUN TO TRUE
038800         CLOSE EVENT-IN AUDIT-IN CYCLE-ARCHIVE
038900         GO TO 0100-INITIALIZE-EXIT
039000     END-IF.
039100     IF READY-FLAGS-TO-FILE
039200         OPEN INPUT READY-IN
039300         IF WS-READY-STATUS NOT = "00"
039400             DISPLAY "CDCYCARC - UNABLE TO OPEN READYOUT, "
039500                     "STATUS=" WS-READY-STATUS
039600             MOVE 8 TO WS-RC-CANDIDATE
039700             PERFORM 9900-RAISE-RETURN-CODE
039800                 THRU 9900-RAISE-RETURN-CODE-EXIT
039900             MOVE 'N' TO WS-READY-FILE-SWITCH
040000         END-IF
040100     END-IF.
040200     PERFORM 0150-OPEN-DISPOSITIONS
040300         THRU 0150-OPEN-DISPOSITIONS-EXIT.
040400 0100-INITIALIZE-EXIT.
040500     EXIT.

040600******************************************************************
040700*    0110-GET-PARM                                               *
040800******************************************************************
040900 0110-GET-PARM.
041000     MOVE SPACES TO WS-PARM-DATA.
041100     ACCEPT WS-PARM-DATA FROM COMMAND-LINE.
041200     IF WS-PARM-DATA = SPACES
041300         PERFORM 0115-GET-PARM-FROM-SYSIN
041400             THRU 0115-GET-PARM-FROM-SYSIN-EXIT
041500     END-IF.
041600     MOVE WS-PARM-DATA(1:5) TO WS-PARM-RETENTION-X.
041700 0110-GET-PARM-EXIT.
041800     EXIT.

041900******************************************************************
042000*    0115-GET-PARM-FROM-SYSIN                                    *
042100*    STATUS "35" JUST MEANS NO SYSIN CARD WAS SUPPLIED EITHER -  *
042200*    THE RETENTION SIMPLY KEEPS ITS DEFAULT.                     *
042300******************************************************************
042400 0115-GET-PARM-FROM-SYSIN.
042500     OPEN INPUT SYSIN-CARD-FILE.
042600     IF WS-SYSIN-STATUS NOT = "00"
042700         IF WS-SYSIN-STATUS NOT = "35"
042800             DISPLAY "CDCYCARC - UNABLE TO OPEN SYSIN, STATUS="
042900                     WS-SYSIN-STATUS
043000             MOVE 20 TO WS-RC-CANDIDATE
043100             PERFORM 9900-RAISE-RETURN-CODE
043200                 THRU 9900-RAISE-RETURN-CODE-EXIT
043300         END-IF
043400         GO TO 0115-GET-PARM-FROM-SYSIN-EXIT
043500     END-IF.
043600     READ SYSIN-CARD-FILE
043700         AT END
043800             CONTINUE
043900         NOT AT END
044000             MOVE SYSIN-CARD-RECORD TO WS-PARM-DATA
044100     END-READ.
044200     CLOSE SYSIN-CARD-FILE.
044300 0115-GET-PARM-FROM-SYSIN-EXIT.
044400     EXIT.

044500******************************************************************
044600*    0120-APPLY-RETENTION-OVRD                                   *
044700******************************************************************
044800 0120-APPLY-RETENTION-OVRD.
044900     IF WS-PARM-RETENTION-X NOT = SPACES
045000         IF WS-PARM-RETENTION-X NUMERIC
045100             IF WS-PARM-RETENTION-X NOT = ZERO
045200                 MOVE WS-PARM-RETENTION-X
045300                     TO WS-RETENTION-DAYS
045400             END-IF
045500         ELSE
045600             DISPLAY "CDCYCARC - RETENTION OVERRIDE '"
045700                     WS-PARM-RETENTION-X
045800                     "' NOT NUMERIC - KEEPING DEFAULT"
045900         END-IF
046000     END-IF.
046100 0120-APPLY-RETENTION-OVRD-EXIT.
046200     EXIT.

046300******************************************************************
046400*    0130-VERIFY-DATASET                                         *
046500*    THE CALLER NAMES THE DATASET IN CD-TOT-DATASET. A MISSING   *
046600*    ONE IS LEFT TO THE OPEN THAT FOLLOWS, WHICH NAMES ITS       *
046700*    STATUS.                                                     *
046800******************************************************************
046900 0130-VERIFY-DATASET.
047000     SET CD-TOT-VERIFY TO TRUE.
047100     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
047200     IF CD-TOT-IS-OUT-OF-BALANCE
047300         DISPLAY "CDCYCARC - " CD-TOT-DATASET " FAILED ITS "
047400                 "CONTROL-TOTAL CHECK"
047500         DISPLAY "CDCYCARC - " CD-TOT-MESSAGE
047600         MOVE 20 TO WS-RC-CANDIDATE
047700         PERFORM 9900-RAISE-RETURN-CODE
047800             THRU 9900-RAISE-RETURN-CODE-EXIT
047900         SET ARCHIVE-CANNOT-RUN TO TRUE
048000     END-IF.
048100 0130-VERIFY-DATASET-EXIT.
048200     EXIT.

048300******************************************************************
048400*    0140-VERIFY-READY-FLAGS                                     *
048500*    A CYCLE THAT RELEASED NO GATE NEVER WROTE A READYOUT        *
048600*    SEGMENT, SO AN EMPTY OR MISSING READYOUT IS NOT AN ERROR    *
048700*    HERE - THERE ARE SIMPLY NO FLAGS TO FILE (MISSING IS WARNED *
048800*    WITH RC 4). ONE WITH RECORDS MUST BALANCE LIKE THE OTHER    *
048900*    TWO.                                                        *
049000******************************************************************
049100 0140-VERIFY-READY-FLAGS.
049200     MOVE 'READYOUT' TO CD-TOT-DATASET.
049300     SET CD-TOT-VERIFY TO TRUE.
049400     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
049500     IF CD-TOT-IS-MISSING
049600         DISPLAY "CDCYCARC - NO READYOUT FOUND - NO READY FLAGS "
049700                 "ARCHIVED"
049800         MOVE 4 TO WS-RC-CANDIDATE
049900         PERFORM 9900-RAISE-RETURN-CODE
050000             THRU 9900-RAISE-RETURN-CODE-EXIT
050100         GO TO 0140-VERIFY-READY-FLAGS-EXIT
050200     END-IF.
050300     IF CD-TOT-IS-OUT-OF-BALANCE
050400        AND CD-TOT-SEGMENT-COUNT = ZERO
050500        AND CD-TOT-DATA-COUNT = ZERO
050600         DISPLAY "CDCYCARC - READYOUT IS EMPTY - NO READY FLAGS "
050700                 "TO ARCHIVE"
050800         GO TO 0140-VERIFY-READY-FLAGS-EXIT
050900     END-IF.
051000     PERFORM 0130-VERIFY-DATASET THRU 0130-VERIFY-DATASET-EXIT.
051100     IF ARCHIVE-CAN-RUN
051200         SET READY-FLAGS-TO-FILE TO TRUE
051300     END-IF.
051400 0140-VERIFY-READY-FLAGS-EXIT.
051500     EXIT.

051600******************************************************************
051700*    0150-OPEN-DISPOSITIONS                                      *
051800*    DISPOUT CARRIES NO CONTROL TOTALS. WITHOUT IT THE NIGHT IS  *
051900*    STILL FILED, LESS ITS ALERT DISPOSITIONS - RC 4 SAYS SO.    *
052000******************************************************************
052100 0150-OPEN-DISPOSITIONS.
052200     OPEN INPUT DISP-IN.
052300     IF WS-DISP-STATUS = "35"
052400         DISPLAY "CDCYCARC - NO DISPOUT FOUND - ALERT "
052500                 "DISPOSITIONS NOT ARCHIVED"
052600         MOVE 4 TO WS-RC-CANDIDATE
052700         PERFORM 9900-RAISE-RETURN-CODE
052800             THRU 9900-RAISE-RETURN-CODE-EXIT
052900         GO TO 0150-OPEN-DISPOSITIONS-EXIT
053000     END-IF.
053100     IF WS-DISP-STATUS NOT = "00"
053200         DISPLAY "CDCYCARC - UNABLE TO OPEN DISPOUT, STATUS="
053300                 WS-DISP-STATUS
053400         MOVE 8 TO WS-RC-CANDIDATE
053500         PERFORM 9900-RAISE-RETURN-CODE
053600             THRU 9900-RAISE-RETURN-CODE-EXIT
053700         GO TO 0150-OPEN-DISPOSITIONS-EXIT
053800     END-IF.
053900     SET DISPOSITIONS-TO-FILE TO TRUE.
054000 0150-OPEN-DISPOSITIONS-EXIT.
054100     EXIT.

054200******************************************************************
054300*    0200-FILE-EVENTS                                            *
054400******************************************************************
054500 0200-FILE-EVENTS.
054600     MOVE 3 TO WS-SOURCE-SUB.
054700     PERFORM 0250-CLEAR-SEGMENT THRU 0250-CLEAR-SEGMENT-EXIT.
054800     PERFORM 0210-READ-EVENT THRU 0210-READ-EVENT-EXIT.
054900     PERFORM 0220-FILE-ONE-EVENT THRU 0220-FILE-ONE-EVENT-EXIT
055000         UNTIL END-OF-EVENT-FILE.
055100 0200-FILE-EVENTS-EXIT.
055200     EXIT.

055300******************************************************************
055400*    0210-READ-EVENT                                             *
055500******************************************************************
055600 0210-READ-EVENT.
055700     READ EVENT-IN
055800         AT END
055900             SET END-OF-EVENT-FILE TO TRUE
056000         NOT AT END
056100             CONTINUE
056200     END-READ.
056300 0210-READ-EVENT-EXIT.
056400     EXIT.

056500******************************************************************
056600*    0220-FILE-ONE-EVENT                                         *
056700*    A HEADER SETS THE CYCLE FOR THE RECORDS THAT FOLLOW IT;     *
056800*    TRAILERS AND BLANK RECORDS ARE PASSED OVER. EVERY EVENT IS  *
056900*    TABLED FOR THE DISPOSITIONS, EVEN ONE PAST RETENTION.       *
057000******************************************************************
057100 0220-FILE-ONE-EVENT.
057200     IF CD-EVT-IS-CONTROL
057300         MOVE CD-EVENT-RECORD TO CD-TOTALS-RECORD
057400         PERFORM 0260-TAKE-SEGMENT-HEADER
057500             THRU 0260-TAKE-SEGMENT-HEADER-EXIT
057600         PERFORM 0210-READ-EVENT THRU 0210-READ-EVENT-EXIT
057700         GO TO 0220-FILE-ONE-EVENT-EXIT
057800     END-IF.
057900     IF CD-EVENT-RECORD = SPACES
058000         PERFORM 0210-READ-EVENT THRU 0210-READ-EVENT-EXIT
058100         GO TO 0220-FILE-ONE-EVENT-EXIT
058200     END-IF.
058300     ADD 1 TO WS-SRC-READ (WS-SOURCE-SUB).
058400     IF SEGMENT-IS-REHEARSAL OR CD-EVT-IS-REHEARSAL
058500         ADD 1 TO WS-SRC-REHEARSAL (WS-SOURCE-SUB)
058600         PERFORM 0210-READ-EVENT THRU 0210-READ-EVENT-EXIT
058700         GO TO 0220-FILE-ONE-EVENT-EXIT
058800     END-IF.
058900     MOVE SPACES TO CD-CYCLE-ARCHIVE-RECORD.
059000     MOVE WS-SEG-CYCLE-DATE TO CD-CARC-CYCLE-DATE.
059100     MOVE WS-SEG-CYCLE-ID TO CD-CARC-CYCLE-ID.
059200     MOVE WS-SEG-STREAM-ID TO CD-CARC-STREAM-ID.
059300     MOVE CD-EVT-JOB-NAME TO CD-CARC-JOB-NAME.
059400     MOVE CD-EVT-TIMESTAMP TO CD-CARC-TIMESTAMP.
059500     SET CD-CARC-FROM-EVENT TO TRUE.
059600     MOVE CD-EVENT-RECORD TO CD-CARC-IMAGE.
059700     PERFORM 0230-TABLE-EVENT THRU 0230-TABLE-EVENT-EXIT.
059800     PERFORM 0800-FILE-ONE-RECORD THRU 0800-FILE-ONE-RECORD-EXIT.
059900     PERFORM 0210-READ-EVENT THRU 0210-READ-EVENT-EXIT.
060000 0220-FILE-ONE-EVENT-EXIT.
060100     EXIT.

060200******************************************************************
060300*    0230-TABLE-EVENT                                            *
060400*    A FULL TABLE IS WARNED ONCE - THE DISPOSITIONS OF THE       *
060500*    UNTABLED EVENTS ARE THEN FILED AS UNMATCHED (SEE 0520).     *
060600******************************************************************
060700 0230-TABLE-EVENT.
060800     IF WS-EVENT-COUNT NOT < WS-MAX-EVENTS
060900         IF NOT EVENT-TABLE-OVERFLOWED
061000             DISPLAY "CDCYCARC - EVENT TABLE FULL AT "
061100                     WS-MAX-EVENTS " - LATER DISPOSITIONS ARE "
061200                     "FILED BY EVENT DATE"
061300             SET EVENT-TABLE-OVERFLOWED TO TRUE
061400             MOVE 4 TO WS-RC-CANDIDATE
061500             PERFORM 9900-RAISE-RETURN-CODE
061600                 THRU 9900-RAISE-RETURN-CODE-EXIT
061700         END-IF
061800         GO TO 0230-TABLE-EVENT-EXIT
061900     END-IF.
062000     ADD 1 TO WS-EVENT-COUNT.
062100     MOVE CD-EVT-JOB-NAME TO WS-EVTT-JOB-NAME (WS-EVENT-COUNT).
062200     MOVE CD-EVT-TIMESTAMP TO WS-EVTT-TIMESTAMP (WS-EVENT-COUNT).
062300     MOVE CD-EVT-CODE TO WS-EVTT-CODE (WS-EVENT-COUNT).
062400     MOVE CD-CARC-CYCLE-DATE
062500         TO WS-EVTT-CYCLE-DATE (WS-EVENT-COUNT).
062600     MOVE CD-CARC-CYCLE-ID TO WS-EVTT-CYCLE-ID (WS-EVENT-COUNT).
062700     MOVE CD-CARC-STREAM-ID TO WS-EVTT-STREAM-ID (WS-EVENT-COUNT).
062800 0230-TABLE-EVENT-EXIT.
062900     EXIT.

063000******************************************************************
063100*    0250-CLEAR-SEGMENT                                          *
063200******************************************************************
063300 0250-CLEAR-SEGMENT.
063400     MOVE ZERO TO WS-SEG-CYCLE-DATE.
063500     MOVE 'N' TO WS-SEG-CYCLE-ID.
063600     MOVE SPACES TO WS-SEG-STREAM-ID.
063700     MOVE SPACE TO WS-SEG-REHEARSAL-FLAG.
063800 0250-CLEAR-SEGMENT-EXIT.
063900     EXIT.

064000******************************************************************
064100*    0260-TAKE-SEGMENT-HEADER                                    *
064200*    CD-TOTALS-RECORD HOLDS THE CONTROL RECORD JUST READ. A      *
064300*    BLANK CYCLE ID IS A NIGHTLY CYCLE, AS EVERYWHERE ELSE.      *
064400******************************************************************
064500 0260-TAKE-SEGMENT-HEADER.
064600     IF NOT CD-TOTR-IS-HEADER
064700         GO TO 0260-TAKE-SEGMENT-HEADER-EXIT
064800     END-IF.
064900     MOVE CD-TOTR-CYCLE-DATE TO WS-SEG-CYCLE-DATE.
065000     MOVE CD-TOTR-CYCLE-ID TO WS-SEG-CYCLE-ID.
065100     IF WS-SEG-CYCLE-ID = SPACE
065200         MOVE 'N' TO WS-SEG-CYCLE-ID
065300     END-IF.
065400     MOVE CD-TOTR-STREAM-ID TO WS-SEG-STREAM-ID.
065500     MOVE CD-TOTR-REHEARSAL-FLAG TO WS-SEG-REHEARSAL-FLAG.
065600 0260-TAKE-SEGMENT-HEADER-EXIT.
065700     EXIT.

065800******************************************************************
065900*    0300-FILE-AUDIT-TRAIL                                       *
066000******************************************************************
066100 0300-FILE-AUDIT-TRAIL.
066200     MOVE 1 TO WS-SOURCE-SUB.
066300     PERFORM 0250-CLEAR-SEGMENT THRU 0250-CLEAR-SEGMENT-EXIT.
066400     PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT.
066500     PERFORM 0320-FILE-ONE-AUDIT THRU 0320-FILE-ONE-AUDIT-EXIT
066600         UNTIL END-OF-AUDIT-FILE.
066700 0300-FILE-AUDIT-TRAIL-EXIT.
066800     EXIT.

066900******************************************************************
067000*    0310-READ-AUDIT                                             *
067100******************************************************************
067200 0310-READ-AUDIT.
067300     READ AUDIT-IN
067400         AT END
067500             SET END-OF-AUDIT-FILE TO TRUE
067600         NOT AT END
067700             CONTINUE
067800     END-READ.
067900 0310-READ-AUDIT-EXIT.
068000     EXIT.

068100******************************************************************
068200*    0320-FILE-ONE-AUDIT                                         *
068300*    EVERY RECORD TYPE IS FILED - TICK, SUMMARY, RESUME NOTE AND *
068400*    DEPENDENCY WAIT. A SUMMARY IS FILED AT ITS END TIMESTAMP SO *
068500*    IT REPLAYS WHERE THE GATE CLOSED, NOT WHERE IT OPENED.      *
068600******************************************************************
068700 0320-FILE-ONE-AUDIT.
068800     IF CD-AUDIT-IS-CONTROL
068900         MOVE CD-AUDIT-RECORD TO CD-TOTALS-RECORD
069000         PERFORM 0260-TAKE-SEGMENT-HEADER
069100             THRU 0260-TAKE-SEGMENT-HEADER-EXIT
069200         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
069300         GO TO 0320-FILE-ONE-AUDIT-EXIT
069400     END-IF.
069500     IF CD-AUDIT-RECORD = SPACES
069600         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
069700         GO TO 0320-FILE-ONE-AUDIT-EXIT
069800     END-IF.
069900     ADD 1 TO WS-SRC-READ (WS-SOURCE-SUB).
070000     IF SEGMENT-IS-REHEARSAL OR CD-AUDIT-IS-REHEARSAL
070100         ADD 1 TO WS-SRC-REHEARSAL (WS-SOURCE-SUB)
070200         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
070300         GO TO 0320-FILE-ONE-AUDIT-EXIT
070400     END-IF.
070500     MOVE SPACES TO CD-CYCLE-ARCHIVE-RECORD.
070600     MOVE WS-SEG-CYCLE-DATE TO CD-CARC-CYCLE-DATE.
070700     MOVE WS-SEG-CYCLE-ID TO CD-CARC-CYCLE-ID.
070800     MOVE WS-SEG-STREAM-ID TO CD-CARC-STREAM-ID.
070900     MOVE CD-AUDIT-JOB-NAME TO CD-CARC-JOB-NAME.
071000     MOVE CD-AUDIT-TIMESTAMP TO CD-CARC-TIMESTAMP.
071100     IF CD-AUDIT-IS-SUMMARY
071200        AND CD-AUDIT-END-TIMESTAMP NOT = SPACES
071300         MOVE CD-AUDIT-END-TIMESTAMP TO CD-CARC-TIMESTAMP
071400     END-IF.
071500     SET CD-CARC-FROM-AUDIT TO TRUE.
071600     MOVE CD-AUDIT-RECORD TO CD-CARC-IMAGE.
071700     PERFORM 0800-FILE-ONE-RECORD THRU 0800-FILE-ONE-RECORD-EXIT.
071800     PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT.
071900 0320-FILE-ONE-AUDIT-EXIT.
072000     EXIT.

072100******************************************************************
072200*    0400-FILE-READY-FLAGS                                       *
072300******************************************************************
072400 0400-FILE-READY-FLAGS.
072500     IF NOT READY-FLAGS-TO-FILE
072600         GO TO 0400-FILE-READY-FLAGS-EXIT
072700     END-IF.
072800     MOVE 2 TO WS-SOURCE-SUB.
072900     PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT.
073000     PERFORM 0420-FILE-ONE-READY THRU 0420-FILE-ONE-READY-EXIT
073100         UNTIL END-OF-READY-FILE.
073200 0400-FILE-READY-FLAGS-EXIT.
073300     EXIT.

073400******************************************************************
073500*    0410-READ-READY                                             *
073600******************************************************************
073700 0410-READ-READY.
073800     READ READY-IN
073900         AT END
074000             SET END-OF-READY-FILE TO TRUE
074100         NOT AT END
074200             CONTINUE
074300     END-READ.
074400 0410-READ-READY-EXIT.
074500     EXIT.

074600******************************************************************
074700*    0420-FILE-ONE-READY                                         *
074800*    READYOUT IS EXTENDED CYCLE AFTER CYCLE, SO IT CAN STILL     *
074900*    HOLD EARLIER CYCLES' FLAGS - THEY FIND THEIR OWN KEYS ON    *
075000*    FILE (OR FALL PAST RETENTION) AND ARE NOT FILED TWICE.      *
075100******************************************************************
075200 0420-FILE-ONE-READY.
075300     IF CD-READY-IS-CONTROL
075400         MOVE CD-READY-RECORD TO CD-TOTALS-RECORD
075500         IF CD-TOTR-IS-HEADER
075600             PERFORM 0430-TAKE-READY-HEADER
075700                 THRU 0430-TAKE-READY-HEADER-EXIT
075800         END-IF
075900         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
076000         GO TO 0420-FILE-ONE-READY-EXIT
076100     END-IF.
076200     IF CD-READY-RECORD = SPACES
076300         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
076400         GO TO 0420-FILE-ONE-READY-EXIT
076500     END-IF.
076600     ADD 1 TO WS-SRC-READ (WS-SOURCE-SUB).
076700     MOVE CD-READY-STREAM-ID TO WS-SEG-STREAM-ID.
076800     PERFORM 0440-FIND-READY-STREAM
076900         THRU 0440-FIND-READY-STREAM-EXIT.
077000     IF MATCH-WAS-FOUND
077100         IF WS-STRM-REHEARSAL-FLAG (WS-STREAM-SUB) = 'R'
077200             SET CD-READY-IS-REHEARSAL TO TRUE
077300         END-IF
077400     END-IF.
077500     IF CD-READY-IS-REHEARSAL
077600         ADD 1 TO WS-SRC-REHEARSAL (WS-SOURCE-SUB)
077700         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
077800         GO TO 0420-FILE-ONE-READY-EXIT
077900     END-IF.
078000     MOVE SPACES TO CD-CYCLE-ARCHIVE-RECORD.
078100     IF MATCH-WAS-FOUND
078200         MOVE WS-STRM-CYCLE-DATE (WS-STREAM-SUB)
078300             TO CD-CARC-CYCLE-DATE
078400         MOVE WS-STRM-CYCLE-ID (WS-STREAM-SUB)
078500             TO CD-CARC-CYCLE-ID
078600     ELSE
078700         MOVE CD-READY-TIMESTAMP(1:8) TO WS-WORK-DATE-X
078800         MOVE ZERO TO CD-CARC-CYCLE-DATE
078900         IF WS-WORK-DATE-N NUMERIC
079000             MOVE WS-WORK-DATE-N TO CD-CARC-CYCLE-DATE
079100         END-IF
079200         MOVE CD-READY-CYCLE-ID TO CD-CARC-CYCLE-ID
079300         IF CD-CARC-CYCLE-ID = SPACE
079400             MOVE 'N' TO CD-CARC-CYCLE-ID
079500         END-IF
079600     END-IF.
079700     MOVE CD-READY-STREAM-ID TO CD-CARC-STREAM-ID.
079800     MOVE CD-READY-JOB-NAME TO CD-CARC-JOB-NAME.
079900     MOVE CD-READY-TIMESTAMP TO CD-CARC-TIMESTAMP.
080000     SET CD-CARC-FROM-READY TO TRUE.
080100     MOVE CD-READY-RECORD TO CD-CARC-IMAGE.
080200     PERFORM 0800-FILE-ONE-RECORD THRU 0800-FILE-ONE-RECORD-EXIT.
080300     PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT.
080400 0420-FILE-ONE-READY-EXIT.
080500     EXIT.

080600******************************************************************
080700*    0430-TAKE-READY-HEADER                                      *
080800*    A STREAM'S NEW HEADER REPLACES ITS PREVIOUS ONE.            *
080900******************************************************************
081000 0430-TAKE-READY-HEADER.
081100     MOVE CD-TOTR-STREAM-ID TO WS-SEG-STREAM-ID.
081200     PERFORM 0440-FIND-READY-STREAM
081300         THRU 0440-FIND-READY-STREAM-EXIT.
081400     IF NOT MATCH-WAS-FOUND
081500         IF WS-STREAM-COUNT NOT < WS-MAX-STREAMS
081600             PERFORM 9800-TABLE-OVERFLOW
081700                 THRU 9800-TABLE-OVERFLOW-EXIT
081800             GO TO 0430-TAKE-READY-HEADER-EXIT
081900         END-IF
082000         ADD 1 TO WS-STREAM-COUNT
082100         MOVE WS-STREAM-COUNT TO WS-STREAM-SUB
082200         MOVE CD-TOTR-STREAM-ID TO WS-STRM-ID (WS-STREAM-SUB)
082300     END-IF.
082400     MOVE CD-TOTR-CYCLE-DATE
082500         TO WS-STRM-CYCLE-DATE (WS-STREAM-SUB).
082600     MOVE CD-TOTR-CYCLE-ID
082700         TO WS-STRM-CYCLE-ID (WS-STREAM-SUB).
082800     IF CD-TOTR-CYCLE-ID = SPACE
082900         MOVE 'N' TO WS-STRM-CYCLE-ID (WS-STREAM-SUB)
083000     END-IF.
083100     MOVE CD-TOTR-REHEARSAL-FLAG
083200         TO WS-STRM-REHEARSAL-FLAG (WS-STREAM-SUB).
083300 0430-TAKE-READY-HEADER-EXIT.
083400     EXIT.

083500******************************************************************
083600*    0440-FIND-READY-STREAM                                      *
083700*    LOOKS UP THE STREAM IN WS-SEG-STREAM-ID.                    *
083800******************************************************************
083900 0440-FIND-READY-STREAM.
084000     MOVE 'N' TO WS-FOUND-SWITCH.
084100     IF WS-STREAM-COUNT > ZERO
084200         SET STRM-IDX TO 1
084300         SEARCH WS-STREAM-ENTRY
084400             AT END
084500                 CONTINUE
084600             WHEN STRM-IDX > WS-STREAM-COUNT
084700                 CONTINUE
084800             WHEN WS-STRM-ID (STRM-IDX) = WS-SEG-STREAM-ID
084900                 SET MATCH-WAS-FOUND TO TRUE
085000                 SET WS-STREAM-SUB TO STRM-IDX
085100         END-SEARCH
085200     END-IF.
085300 0440-FIND-READY-STREAM-EXIT.
085400     EXIT.

085500******************************************************************
085600*    0500-FILE-DISPOSITIONS                                      *
085700******************************************************************
085800 0500-FILE-DISPOSITIONS.
085900     IF NOT DISPOSITIONS-TO-FILE
086000         GO TO 0500-FILE-DISPOSITIONS-EXIT
086100     END-IF.
086200     MOVE 4 TO WS-SOURCE-SUB.
086300     PERFORM 0510-READ-DISPOSITION
086400         THRU 0510-READ-DISPOSITION-EXIT.
086500     PERFORM 0520-FILE-ONE-DISPOSITION
086600         THRU 0520-FILE-ONE-DISPOSITION-EXIT
086700         UNTIL END-OF-DISP-FILE.
086800 0500-FILE-DISPOSITIONS-EXIT.
086900     EXIT.

087000******************************************************************
087100*    0510-READ-DISPOSITION                                       *
087200******************************************************************
087300 0510-READ-DISPOSITION.
087400     READ DISP-IN
087500         AT END
087600             SET END-OF-DISP-FILE TO TRUE
087700         NOT AT END
087800             CONTINUE
087900     END-READ.
088000 0510-READ-DISPOSITION-EXIT.
088100     EXIT.

088200******************************************************************
088300*    0520-FILE-ONE-DISPOSITION                                   *
088400*    FILED UNDER ITS EVENT'S CYCLE AND STREAM. ONE WHOSE EVENT   *
088500*    IS NOT ON TONIGHT'S EVENTOUT (CDEVDISP RAN AGAINST ANOTHER  *
088600*    CYCLE'S FEED) IS STILL FILED - UNDER THE DATE OF THE EVENT, *
088700*    NIGHTLY, NO STREAM - AND COUNTED AS UNMATCHED.              *
088800******************************************************************
088900 0520-FILE-ONE-DISPOSITION.
089000     IF CD-DISP-RECORD = SPACES
089100         PERFORM 0510-READ-DISPOSITION
089200             THRU 0510-READ-DISPOSITION-EXIT
089300         GO TO 0520-FILE-ONE-DISPOSITION-EXIT
089400     END-IF.
089500     ADD 1 TO WS-SRC-READ (WS-SOURCE-SUB).
089600     IF CD-DISP-IS-REHEARSAL
089700         ADD 1 TO WS-SRC-REHEARSAL (WS-SOURCE-SUB)
089800         PERFORM 0510-READ-DISPOSITION
089900             THRU 0510-READ-DISPOSITION-EXIT
090000         GO TO 0520-FILE-ONE-DISPOSITION-EXIT
090100     END-IF.
090200     MOVE SPACES TO CD-CYCLE-ARCHIVE-RECORD.
090300     PERFORM 0530-FIND-DISPOSITION-EVENT
090400         THRU 0530-FIND-DISPOSITION-EVENT-EXIT.
090500     IF MATCH-WAS-FOUND
090600         MOVE WS-EVTT-CYCLE-DATE (WS-EVENT-SUB)
090700             TO CD-CARC-CYCLE-DATE
090800         MOVE WS-EVTT-CYCLE-ID (WS-EVENT-SUB) TO CD-CARC-CYCLE-ID
090900         MOVE WS-EVTT-STREAM-ID (WS-EVENT-SUB)
091000             TO CD-CARC-STREAM-ID
091100     ELSE
091200         ADD 1 TO WS-UNMATCHED-COUNT
091300         MOVE CD-DISP-EVT-TIMESTAMP(1:8) TO WS-WORK-DATE-X
091400         MOVE WS-TODAY-DATE TO CD-CARC-CYCLE-DATE
091500         IF WS-WORK-DATE-N NUMERIC
091600             MOVE WS-WORK-DATE-N TO CD-CARC-CYCLE-DATE
091700         END-IF
091800         MOVE 'N' TO CD-CARC-CYCLE-ID
091900     END-IF.
092000     MOVE CD-DISP-JOB-NAME TO CD-CARC-JOB-NAME.
092100     MOVE CD-DISP-EVT-TIMESTAMP TO CD-CARC-TIMESTAMP.
092200     SET CD-CARC-FROM-DISPATCH TO TRUE.
092300     MOVE CD-DISP-RECORD TO CD-CARC-IMAGE.
092400     PERFORM 0800-FILE-ONE-RECORD THRU 0800-FILE-ONE-RECORD-EXIT.
092500     PERFORM 0510-READ-DISPOSITION
092600         THRU 0510-READ-DISPOSITION-EXIT.
092700 0520-FILE-ONE-DISPOSITION-EXIT.
092800     EXIT.

092900******************************************************************
093000*    0530-FIND-DISPOSITION-EVENT                                 *
093100******************************************************************
093200 0530-FIND-DISPOSITION-EVENT.
093300     MOVE 'N' TO WS-FOUND-SWITCH.
093400     IF WS-EVENT-COUNT > ZERO
093500         SET EVT-IDX TO 1
093600         SEARCH WS-EVENT-ENTRY
093700             AT END
093800                 CONTINUE
093900             WHEN EVT-IDX > WS-EVENT-COUNT
094000                 CONTINUE
094100             WHEN WS-EVTT-JOB-NAME (EVT-IDX) = CD-DISP-JOB-NAME
094200              AND WS-EVTT-TIMESTAMP (EVT-IDX)
094300                  = CD-DISP-EVT-TIMESTAMP
094400              AND WS-EVTT-CODE (EVT-IDX) = CD-DISP-EVT-CODE
094500                 SET MATCH-WAS-FOUND TO TRUE
094600                 SET WS-EVENT-SUB TO EVT-IDX
094700         END-SEARCH
094800     END-IF.
094900 0530-FIND-DISPOSITION-EVENT-EXIT.
095000     EXIT.

095100******************************************************************
095200*    0600-PURGE-AGED-CYCLES                                      *
095300*    THE KEY LEADS WITH THE CYCLE DATE, SO THE AGED CYCLES ARE   *
095400*    THE FRONT OF THE FILE - DELETE FROM THE START UNTIL THE     *
095500*    FIRST RECORD INSIDE THE WINDOW, WITHOUT READING THE REST.   *
095600******************************************************************
095700 0600-PURGE-AGED-CYCLES.
095800     MOVE LOW-VALUES TO CD-CARC-KEY.
095900     START CYCLE-ARCHIVE KEY NOT < CD-CARC-KEY.
096000     IF WS-ARCH-STATUS NOT = "00"
096100         SET END-OF-ARCHIVE-SWEEP TO TRUE
096200         GO TO 0600-PURGE-AGED-CYCLES-EXIT
096300     END-IF.
096400     PERFORM 0610-READ-NEXT-ARCHIVE
096500         THRU 0610-READ-NEXT-ARCHIVE-EXIT.
096600     PERFORM 0620-PURGE-ONE-RECORD THRU 0620-PURGE-ONE-RECORD-EXIT
096700         UNTIL END-OF-ARCHIVE-SWEEP.
096800 0600-PURGE-AGED-CYCLES-EXIT.
096900     EXIT.

097000******************************************************************
097100*    0610-READ-NEXT-ARCHIVE                                      *
097200******************************************************************
097300 0610-READ-NEXT-ARCHIVE.
097400     READ CYCLE-ARCHIVE NEXT RECORD
097500         AT END
097600             SET END-OF-ARCHIVE-SWEEP TO TRUE
097700         NOT AT END
097800             CONTINUE
097900     END-READ.
098000     IF WS-ARCH-STATUS NOT = "00" AND NOT END-OF-ARCHIVE-SWEEP
098100         SET END-OF-ARCHIVE-SWEEP TO TRUE
098200     END-IF.
098300 0610-READ-NEXT-ARCHIVE-EXIT.
098400     EXIT.

098500******************************************************************
098600*    0620-PURGE-ONE-RECORD                                       *
098700*    A RECORD WHOSE CYCLE DATE IS NOT EVEN NUMERIC CANNOT BE     *
098800*    REPLAYED AND IS PURGED TOO.                                 *
098900******************************************************************
099000 0620-PURGE-ONE-RECORD.
099100     IF CD-CARC-CYCLE-DATE NUMERIC
099200        AND CD-CARC-CYCLE-DATE NOT < WS-CUTOFF-DATE
099300         MOVE CD-CARC-CYCLE-DATE TO WS-OLDEST-KEPT-DATE
099400         SET END-OF-ARCHIVE-SWEEP TO TRUE
099500         GO TO 0620-PURGE-ONE-RECORD-EXIT
099600     END-IF.
099700     DELETE CYCLE-ARCHIVE
099800         INVALID KEY
099900             CONTINUE
100000     END-DELETE.
100100     IF WS-ARCH-STATUS = "00"
100200         ADD 1 TO WS-PURGED-COUNT
100300     ELSE
100400         DISPLAY "CDCYCARC - PURGE FAILED FOR "
100500                 CD-CARC-CYCLE-DATE " " CD-CARC-JOB-NAME
100600                 " STATUS=" WS-ARCH-STATUS
100700         MOVE 8 TO WS-RC-CANDIDATE
100800         PERFORM 9900-RAISE-RETURN-CODE
100900             THRU 9900-RAISE-RETURN-CODE-EXIT
101000     END-IF.
101100     PERFORM 0610-READ-NEXT-ARCHIVE
101200         THRU 0610-READ-NEXT-ARCHIVE-EXIT.
101300 0620-PURGE-ONE-RECORD-EXIT.
101400     EXIT.

101500******************************************************************
101600*    0700-PRINT-REPORT                                           *
101700******************************************************************
101800 0700-PRINT-REPORT.
101900     MOVE WS-TODAY-DATE TO ARC-H1-DATE.
102000     WRITE REPORT-RECORD FROM ARC-HEADING-1
102100         AFTER ADVANCING 1 LINE.
102200     WRITE REPORT-RECORD FROM ARC-HEADING-2
102300         AFTER ADVANCING 2 LINES.
102400     MOVE SPACES TO REPORT-RECORD.
102500     WRITE REPORT-RECORD AFTER ADVANCING 1 LINE.
102600     PERFORM 0710-PRINT-ONE-SOURCE THRU 0710-PRINT-ONE-SOURCE-EXIT
102700         VARYING WS-SOURCE-SUB FROM 1 BY 1
102800         UNTIL WS-SOURCE-SUB > 4.
102900     PERFORM 0720-PRINT-ARCHIVE-TOTALS
103000         THRU 0720-PRINT-ARCHIVE-TOTALS-EXIT.
103100 0700-PRINT-REPORT-EXIT.
103200     EXIT.

103300******************************************************************
103400*    0710-PRINT-ONE-SOURCE                                       *
103500******************************************************************
103600 0710-PRINT-ONE-SOURCE.
103700     MOVE SPACES TO ARC-DETAIL-LINE.
103800     MOVE WS-SOURCE-NAME (WS-SOURCE-SUB) TO ARC-DTL-DATASET.
103900     MOVE WS-SRC-READ (WS-SOURCE-SUB) TO ARC-DTL-READ.
104000     MOVE WS-SRC-FILED (WS-SOURCE-SUB) TO ARC-DTL-FILED.
104100     MOVE WS-SRC-ON-FILE (WS-SOURCE-SUB) TO ARC-DTL-ON-FILE.
104200     MOVE WS-SRC-REHEARSAL (WS-SOURCE-SUB) TO ARC-DTL-REHEARSAL.
104300     MOVE WS-SRC-AGED (WS-SOURCE-SUB) TO ARC-DTL-AGED.
104400     WRITE REPORT-RECORD FROM ARC-DETAIL-LINE
104500         AFTER ADVANCING 1 LINE.
104600     ADD WS-SRC-FILED (WS-SOURCE-SUB) TO WS-TOTAL-FILED.
104700     ADD WS-SRC-ON-FILE (WS-SOURCE-SUB) TO WS-TOTAL-ON-FILE.
104800     ADD WS-SRC-REHEARSAL (WS-SOURCE-SUB) TO WS-TOTAL-REHEARSAL.
104900 0710-PRINT-ONE-SOURCE-EXIT.
105000     EXIT.

105100******************************************************************
105200*    0720-PRINT-ARCHIVE-TOTALS                                   *
105300*    REHEARSAL OUTPUT, UNMATCHED DISPOSITIONS AND A CYCLE WITH   *
105400*    NOTHING TO FILE ARE EACH WARNED WITH RC 4.                  *
105500******************************************************************
105600 0720-PRINT-ARCHIVE-TOTALS.
105700     WRITE REPORT-RECORD FROM ARC-TOTAL-HEADER
105800         AFTER ADVANCING 2 LINES.
105900     MOVE 'RETENTION DAYS          ' TO ARC-TOT-LABEL.
106000     MOVE WS-RETENTION-DAYS TO ARC-TOT-VALUE.
106100     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
106200         AFTER ADVANCING 1 LINE.
106300     MOVE 'CYCLES KEPT FROM        ' TO ARC-TOT-LABEL.
106400     MOVE WS-CUTOFF-DATE TO ARC-TOT-VALUE.
106500     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
106600         AFTER ADVANCING 1 LINE.
106700     MOVE 'OLDEST CYCLE ON FILE    ' TO ARC-TOT-LABEL.
106800     MOVE WS-OLDEST-KEPT-DATE TO ARC-TOT-VALUE.
106900     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
107000         AFTER ADVANCING 1 LINE.
107100     MOVE 'RECORDS PURGED (AGED)   ' TO ARC-TOT-LABEL.
107200     MOVE WS-PURGED-COUNT TO ARC-TOT-VALUE.
107300     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
107400         AFTER ADVANCING 1 LINE.
107500     MOVE 'UNMATCHED DISPOSITIONS  ' TO ARC-TOT-LABEL.
107600     MOVE WS-UNMATCHED-COUNT TO ARC-TOT-VALUE.
107700     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
107800         AFTER ADVANCING 1 LINE.
107900     MOVE 'WRITE FAILURES          ' TO ARC-TOT-LABEL.
108000     MOVE WS-WRITE-FAIL-COUNT TO ARC-TOT-VALUE.
108100     WRITE REPORT-RECORD FROM ARC-TOTAL-LINE
108200         AFTER ADVANCING 1 LINE.
108300     IF WS-TOTAL-REHEARSAL > ZERO
108400         MOVE WS-TOTAL-REHEARSAL TO ARC-TOT-VALUE
108500         DISPLAY "CDCYCARC - WARNING - " ARC-TOT-VALUE
108600                 " REHEARSAL RECORD(S) - NOT ARCHIVED"
108700         MOVE 4 TO WS-RC-CANDIDATE
108800         PERFORM 9900-RAISE-RETURN-CODE
108900             THRU 9900-RAISE-RETURN-CODE-EXIT
109000     END-IF.
109100     IF WS-UNMATCHED-COUNT > ZERO
109200         MOVE WS-UNMATCHED-COUNT TO ARC-TOT-VALUE
109300         DISPLAY "CDCYCARC - WARNING - " ARC-TOT-VALUE
109400                 " DISPOSITION(S) MATCHED NO EVENT ON EVENTOUT"
109500         MOVE 4 TO WS-RC-CANDIDATE
109600         PERFORM 9900-RAISE-RETURN-CODE
109700             THRU 9900-RAISE-RETURN-CODE-EXIT
109800     END-IF.
109900     IF WS-TOTAL-FILED = ZERO AND WS-TOTAL-ON-FILE = ZERO
110000         DISPLAY "CDCYCARC - NOTHING TO ARCHIVE ON THIS CYCLE'S "
110100                 "OUTPUT"
110200         MOVE 4 TO WS-RC-CANDIDATE
110300         PERFORM 9900-RAISE-RETURN-CODE
110400             THRU 9900-RAISE-RETURN-CODE-EXIT
110500     END-IF.
110600 0720-PRINT-ARCHIVE-TOTALS-EXIT.
110700     EXIT.

110800******************************************************************
110900*    0800-FILE-ONE-RECORD                                        *
111000*    THE CALLER HAS BUILT THE ARCHIVE RECORD BUT FOR ITS         *
111100*    SEQUENCE AND SET WS-SOURCE-SUB. A RECORD FROM A CYCLE       *
111200*    ALREADY PAST RETENTION IS COUNTED, NOT FILED - THE PURGE    *
111300*    WOULD ONLY TAKE IT STRAIGHT OUT AGAIN.                      *
111400******************************************************************
111500 0800-FILE-ONE-RECORD.
111600     IF CD-CARC-CYCLE-DATE < WS-CUTOFF-DATE
111700         ADD 1 TO WS-SRC-AGED (WS-SOURCE-SUB)
111800         GO TO 0800-FILE-ONE-RECORD-EXIT
111900     END-IF.
112000     MOVE WS-TODAY-DATE TO CD-CARC-FILED-DATE.
112100     MOVE CD-CARC-KEY(1:37) TO WS-BASE-KEY.
112200     IF WS-BASE-KEY = WS-LAST-BASE-KEY
112300         ADD 1 TO WS-LAST-SEQUENCE
112400     ELSE
112500         MOVE WS-BASE-KEY TO WS-LAST-BASE-KEY
112600         MOVE 1 TO WS-LAST-SEQUENCE
112700     END-IF.
112800     MOVE WS-LAST-SEQUENCE TO CD-CARC-SEQUENCE.
112900     MOVE CD-CYCLE-ARCHIVE-RECORD TO WS-CARC-SAVE-RECORD.
113000     MOVE 'N' TO WS-SETTLED-SWITCH.
113100     PERFORM 0810-WRITE-OR-MATCH THRU 0810-WRITE-OR-MATCH-EXIT
113200         UNTIL RECORD-IS-SETTLED.
113300 0800-FILE-ONE-RECORD-EXIT.
113400     EXIT.

113500******************************************************************
113600*    0810-WRITE-OR-MATCH                                         *
113700*    A DUPLICATE KEY HOLDING THE SAME RECORD MEANS IT WAS FILED  *
113800*    BY AN EARLIER RUN - COUNTED AS ALREADY ON FILE. HOLDING A   *
113900*    DIFFERENT ONE, THE RECORD TAKES THE NEXT SEQUENCE AND TRIES *
114000*    AGAIN.                                                      *
114100******************************************************************
114200 0810-WRITE-OR-MATCH.
114300     WRITE CD-CYCLE-ARCHIVE-RECORD
114400         INVALID KEY
114500             CONTINUE
114600     END-WRITE.
114700     IF WS-ARCH-STATUS = "00"
114800         ADD 1 TO WS-SRC-FILED (WS-SOURCE-SUB)
114900         SET RECORD-IS-SETTLED TO TRUE
115000         GO TO 0810-WRITE-OR-MATCH-EXIT
115100     END-IF.
115200     IF WS-ARCH-STATUS = "22"
115300         READ CYCLE-ARCHIVE
115400             INVALID KEY
115500                 CONTINUE
115600         END-READ
115700         IF WS-ARCH-STATUS = "00"
115800            AND CD-CARC-IMAGE = WS-CARC-SAVE-IMAGE
115900             ADD 1 TO WS-SRC-ON-FILE (WS-SOURCE-SUB)
116000             SET RECORD-IS-SETTLED TO TRUE
116100             GO TO 0810-WRITE-OR-MATCH-EXIT
116200         END-IF
116300         MOVE WS-CARC-SAVE-RECORD TO CD-CYCLE-ARCHIVE-RECORD
116400         IF CD-CARC-SEQUENCE < 999
116500             ADD 1 TO CD-CARC-SEQUENCE
116600             MOVE CD-CARC-SEQUENCE TO WS-LAST-SEQUENCE
116700             MOVE CD-CYCLE-ARCHIVE-RECORD TO WS-CARC-SAVE-RECORD
116800             GO TO 0810-WRITE-OR-MATCH-EXIT
116900         END-IF
117000     END-IF.
117100     DISPLAY "CDCYCARC - ARCHIVE WRITE FAILED FOR "
117200             CD-CARC-CYCLE-DATE " " CD-CARC-JOB-NAME " "
117300             CD-CARC-TIMESTAMP " STATUS=" WS-ARCH-STATUS.
117400     ADD 1 TO WS-WRITE-FAIL-COUNT.
117500     MOVE 8 TO WS-RC-CANDIDATE.
117600     PERFORM 9900-RAISE-RETURN-CODE
117700         THRU 9900-RAISE-RETURN-CODE-EXIT.
117800     SET RECORD-IS-SETTLED TO TRUE.
117900 0810-WRITE-OR-MATCH-EXIT.
118000     EXIT.

118100******************************************************************
118200*    0900-STOP-RUN                                               *
118300******************************************************************
118400 0900-STOP-RUN.
118500     IF ARCHIVE-CAN-RUN
118600         CLOSE EVENT-IN
118700         CLOSE AUDIT-IN
118800         CLOSE CYCLE-ARCHIVE
118900         CLOSE REPORT-OUT
119000         IF READY-FLAGS-TO-FILE
119100             CLOSE READY-IN
119200         END-IF
119300         IF DISPOSITIONS-TO-FILE
119400             CLOSE DISP-IN
119500         END-IF
119600     END-IF.
119700     MOVE WS-RETURN-CODE TO RETURN-CODE.
119800     STOP RUN.
119900 0900-STOP-RUN-EXIT.
120000     EXIT.

120100******************************************************************
120200*    9800-TABLE-OVERFLOW                                         *
120300*    MORE READYOUT STREAMS THAN THE TABLE HOLDS - THAT STREAM'S  *
120400*    FLAGS ARE FILED BY THEIR OWN DATE AND CYCLE ID INSTEAD.     *
120500******************************************************************
120600 9800-TABLE-OVERFLOW.
120700     DISPLAY "CDCYCARC - STREAM TABLE FULL - READYOUT STREAM "
120800             CD-TOTR-STREAM-ID " FILED WITHOUT ITS HEADER".
120900     MOVE 8 TO WS-RC-CANDIDATE.
121000     PERFORM 9900-RAISE-RETURN-CODE
121100         THRU 9900-RAISE-RETURN-CODE-EXIT.
121200 9800-TABLE-OVERFLOW-EXIT.
121300     EXIT.

121400******************************************************************
121500*    9900-RAISE-RETURN-CODE                                      *
121600*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
121700*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
121800*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
121900******************************************************************
122000 9900-RAISE-RETURN-CODE.
122100     IF WS-RC-CANDIDATE > WS-RETURN-CODE
122200         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
122300     END-IF.
122400 9900-RAISE-RETURN-CODE-EXIT.
122500     EXIT.

122600  END PROGRAM CDCYCARC.
