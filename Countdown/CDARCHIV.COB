002700*                         WINDOW AND THERE IS NO OLD/NEW GENERATION TO           *
002800*                         JUGGLE AFTER A FAILED STEP. THE TREND REPORT IS        *
002900*                         UNCHANGED.                                             *
002920*     10/15/2026   GN     EACH SUMMARY'S CYCLE ID (NIGHTLY OR INTRADAY) IS       *
002940*                         CARRIED INTO THE HISTORY KEY, SO BOTH CYCLES OF ONE    *
002960*                         DATE ARE KEPT, AND THE TREND IS ACCUMULATED AND        *
002980*                         PRINTED PER JOB PER CYCLE.                             *
002985*     10/15/2026   GN     SUMMARIES WRITTEN BY A REHEARSAL RUN OF THE DRIVER     *
002990*                         (MARKED 'R') NEVER ENTER THE HISTORY MASTER - THEY ARE *
002995*                         COUNTED ON THE TOTALS AND WARNED WITH RC 4.            *
003015*     10/15/2026   GN     TONIGHT'S DEPENDENCY-WAIT RECORDS (CDAUDIT TYPE 'W')   *
003035*                         ARE TOTALLED PER GATE PER DATE PER CYCLE AND CARRIED   *
003055*                         ONTO THE HISTORY RECORD - SECONDS WAITED, SECONDS THE  *
003075*                         STREAM SAT IDLE, LAST OUTCOME, WAITING STREAM. A GATE  *
003095*                         THAT WAITED BUT NEVER RAN GETS A NOT-RUN RECORD, WHICH *
003115*                         THE TREND PASSES OVER. A SUMMARY REWRITE KEEPS THE     *
003135*                         WAIT FIELDS ALREADY ON THE RECORD.                     *
003143*     10/15/2026   GN     EACH NIGHT A GATE DID NOT COMPLETE - SKIPPED,          *
003151*                         CANCELLED OR FAILED ON THE STATUS MASTER (STATFILE) -  *
003159*                         IS CARRIED ONTO THE HISTORY MASTER AS A NOT-RUN RECORD *
003167*                         WITH THAT STATUS AND REASON, SO THE MISSED NIGHT IS    *
003175*                         STILL ON FILE AFTER THE STATUS MASTER MOVES ON. EVERY  *
003183*                         SUMMARY NOW CARRIES RUN STATUS 'COMPLETE'. A MISSING   *
003191*                         STATUS MASTER IS WARNED WITH RC 4.                     *
003192*     10/15/2026   GN     AUDITOUT MUST PASS ITS CONTROL-TOTAL CHECK (CDTOTALS)  *
003193*                         BEFORE IT IS READ - A MISSING OR UNBALANCED TRAILER    *
003194*                         IS NAMED AND THE RUN REFUSED (RC 20). HEADER AND       *
003195*                         TRAILER RECORDS ARE PASSED OVER.                       *
003199**********************************************************************************

003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CDARCHIV.
006500         RECORD KEY IS CD-HIST-KEY
006600         FILE STATUS IS WS-HIST-STATUS.

006630     SELECT STATUS-FILE ASSIGN TO STATFILE
006660         ORGANIZATION IS INDEXED
006690         ACCESS MODE IS DYNAMIC
006720         RECORD KEY IS CD-STAT-KEY
006750         FILE STATUS IS WS-STAT-STATUS.

006800     SELECT TREND-OUT ASSIGN TO TRENDRPT
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-TREND-STATUS.
008100 FD  HISTORY-MASTER.
008200     COPY CDHIST.

008260 FD  STATUS-FILE.
008320     COPY CDSTAT.

008400 FD  TREND-OUT.
008500 01  TREND-RECORD                    PIC X(132).

009300     05  WS-SYSIN-STATUS             PIC X(02) VALUE "00".
009400     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
009500     05  WS-HIST-STATUS              PIC X(02) VALUE "00".
009550     05  WS-STAT-STATUS              PIC X(02) VALUE "00".
009600     05  WS-TREND-STATUS             PIC X(02) VALUE "00".

009800******************************************************************
010300         88  END-OF-AUDIT-FILE               VALUE 'Y'.
010400     05  WS-SWEEP-EOF-SWITCH         PIC X(01) VALUE 'N'.
010500         88  END-OF-MASTER-SWEEP             VALUE 'Y'.
010530     05  WS-STAT-EOF-SWITCH          PIC X(01) VALUE 'N'.
010560         88  END-OF-STATUS-SWEEP             VALUE 'Y'.
010600     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
010700         88  ARCHIVE-CAN-RUN                  VALUE 'Y'.
010800         88  ARCHIVE-CANNOT-RUN               VALUE 'N'.
015100     05  WS-JOB-COUNT                PIC 9(03) COMP VALUE ZERO.
015200     05  WS-JOB-ENTRY OCCURS 200 TIMES INDEXED BY JOB-IDX.
015300         10  WS-JOB-NAME             PIC X(08).
015350         10  WS-JOB-CYCLE            PIC X(01).
015400         10  WS-JOB-RUNS             PIC 9(05) COMP.
015500         10  WS-JOB-TOTAL-SECS       PIC 9(09) COMP.
015600         10  WS-JOB-MAX-SECS         PIC 9(07) COMP.

016200 01  WS-SUBSCRIPTS.
016300     05  WS-JOB-SUB                  PIC 9(03) COMP VALUE ZERO.
016306     05  WS-WAIT-SUB                 PIC 9(03) COMP VALUE ZERO.

016312******************************************************************
016318*    TONIGHT'S DEPENDENCY WAITS                                  *
016324*    ONE ENTRY PER GATE PER DATE PER CYCLE, TOTALLED FROM THE    *
016330*    WHOLE AUDIT TRAIL BEFORE ANY OF IT REACHES THE MASTER - SO  *
016336*    ARCHIVING THE SAME TRAIL TWICE LEAVES THE SAME FIGURES, NOT *
016342*    DOUBLE THEM. THE DATE IS THE DATE THE WAIT ENDED, WHICH FOR *
016348*    A RELEASED GATE IS THE DATE IT STARTED RUNNING AND SO       *
016354*    MATCHES ITS SUMMARY'S HISTORY KEY.                          *
016360******************************************************************
016366 77  WS-MAX-WAITS                    PIC 9(03) VALUE 500.

016372 01  WS-WAIT-TABLE.
016378     05  WS-WAIT-COUNT               PIC 9(03) COMP VALUE ZERO.
016384     05  WS-WAIT-ENTRY OCCURS 500 TIMES INDEXED BY WAIT-IDX.
016390         10  WS-WAIT-JOB             PIC X(08).
016396         10  WS-WAIT-DATE            PIC 9(08).
016402         10  WS-WAIT-CYCLE           PIC X(01).
016408         10  WS-WAIT-SECS            PIC 9(07).
016414         10  WS-WAIT-IDLE-SECS       PIC 9(07).
016420         10  WS-WAIT-OUTCOME         PIC X(01).
016426         10  WS-WAIT-STREAM          PIC X(02).

016432 01  WS-WAIT-WORK-FIELDS.
016438     05  WS-WAIT-CYCLE-ID            PIC X(01) VALUE SPACE.
016444     05  WS-KEEP-KEY                 PIC X(17) VALUE SPACES.
016450     05  WS-KEEP-WAIT-SECS           PIC 9(07) VALUE ZERO.
016456     05  WS-KEEP-IDLE-SECS           PIC 9(07) VALUE ZERO.
016462     05  WS-KEEP-WAIT-OUTCOME        PIC X(01) VALUE SPACE.
016468     05  WS-KEEP-STREAM-ID           PIC X(02) VALUE SPACES.
016474     05  WS-ON-MASTER-SWITCH         PIC X(01) VALUE 'N'.
016480         88  RECORD-IS-ON-MASTER             VALUE 'Y'.
016490     05  WS-STAT-TIMESTAMP           PIC X(17) VALUE SPACES.

016500******************************************************************
016600*    TREND ARITHMETIC WORK FIELDS - THE DRIFT TEST IS            *
018300     05  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
018400     05  WS-REPLACED-COUNT           PIC 9(05) COMP VALUE ZERO.
018500     05  WS-CARRIED-COUNT            PIC 9(05) COMP VALUE ZERO.
018550     05  WS-REHEARSAL-COUNT          PIC 9(05) COMP VALUE ZERO.
018562     05  WS-WAIT-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
018574     05  WS-WAIT-NIGHT-COUNT         PIC 9(05) COMP VALUE ZERO.
018586     05  WS-NOT-RUN-COUNT            PIC 9(05) COMP VALUE ZERO.
018590     05  WS-STATUS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
018594     05  WS-STATUS-NIGHT-COUNT       PIC 9(05) COMP VALUE ZERO.
018600     05  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
018700     05  WS-PAGE-COUNT               PIC 9(05) COMP VALUE ZERO.

020500 01  TRD-HEADING-2.
020600     05  FILLER                      PIC X(10)
020700         VALUE 'JOB NAME'.
020730     05  FILLER                      PIC X(03)
020760         VALUE 'CYC'.
020800     05  FILLER                      PIC X(07)
020900         VALUE '   RUNS'.
021000     05  FILLER                      PIC X(10)
021700         VALUE ' PRIOR-7 AVG'.
021800     05  FILLER                      PIC X(14)
021900         VALUE '  TREND'.
022000     05  FILLER                      PIC X(54) VALUE SPACES.

022200 01  TRD-DETAIL-LINE.
022300     05  TRD-DTL-JOB-NAME            PIC X(08).
022400     05  FILLER                      PIC X(02) VALUE SPACES.
022420     05  FILLER                      PIC X(01) VALUE SPACES.
022440     05  TRD-DTL-CYCLE               PIC X(01).
022460     05  FILLER                      PIC X(01) VALUE SPACES.
022500     05  TRD-DTL-RUNS                PIC ZZZZ9.
022600     05  FILLER                      PIC X(02) VALUE SPACES.
022700     05  TRD-DTL-AVG                 PIC ZZZZZZZ9.
023300     05  TRD-DTL-P7-AVG              PIC ZZZZZZZ9.
023400     05  FILLER                      PIC X(02) VALUE SPACES.
023500     05  TRD-DTL-TREND               PIC X(12).
023600     05  FILLER                      PIC X(56) VALUE SPACES.

023800 01  TRD-TOTAL-HEADER.
023900     05  FILLER                      PIC X(44)
024700     05  TRD-TOT-VALUE               PIC ZZZZ9.
024800     05  FILLER                      PIC X(99) VALUE SPACES.

024840******************************************************************
024880*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
024920******************************************************************
024960     COPY CDTOTPM.

025000 PROCEDURE DIVISION.

025200******************************************************************
027600*    CREATED EMPTY AND REOPENED FOR UPDATE. A MISSING AUDITOUT   *
027700*    IS FATAL - THERE IS NOTHING TO ARCHIVE AND SOMETHING IS     *
027800*    WRONG UPSTREAM.                                             *
027820*    AUDITOUT IS PROVED AGAINST ITS HEADER AND TRAILER           *
027840*    CONTROL TOTALS (CDTOTALS) BEFORE IT IS OPENED; ONE THAT     *
027860*    IS INCOMPLETE OR DOES NOT BALANCE IS REFUSED - RC 20.       *
027900******************************************************************
028000 0100-INITIALIZE.
028100     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
029000         (WS-TODAY-NUM - 6).
029100     COMPUTE WS-PRIOR7-DATE = FUNCTION DATE-OF-INTEGER
029200         (WS-TODAY-NUM - 13).
029207     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
029214     SET CD-TOT-VERIFY TO TRUE.
029221     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
029228     IF CD-TOT-IS-OUT-OF-BALANCE
029235         DISPLAY "CDARCHIV - AUDITOUT FAILED ITS "
029238                 "CONTROL-TOTAL CHECK"
029242         DISPLAY "CDARCHIV - " CD-TOT-MESSAGE
029249         MOVE 20 TO WS-RC-CANDIDATE
029256         PERFORM 9900-RAISE-RETURN-CODE
029263             THRU 9900-RAISE-RETURN-CODE-EXIT
029270         SET ARCHIVE-CANNOT-RUN TO TRUE
029277         GO TO 0100-INITIALIZE-EXIT
029284     END-IF.
029300     OPEN INPUT AUDIT-IN.
029400     IF WS-AUDIT-STATUS NOT = "00"
029500         DISPLAY "CDARCHIV - UNABLE TO OPEN AUDIT-IN, STATUS="

039700******************************************************************
039800*    0300-MERGE-NEW-SUMMARIES                                   *
039830*    SUMMARIES GO STRAIGHT TO THE MASTER; WAITS ARE TOTALLED    *
039860*    FIRST AND APPLIED ONCE THE WHOLE TRAIL HAS BEEN READ.      *
039873*    THE STATUS MASTER'S MISSED NIGHTS GO ON LAST, OVER ANY     *
039886*    NOT-RUN RECORD A WAIT HAS JUST WRITTEN.                    *
039900******************************************************************
040000 0300-MERGE-NEW-SUMMARIES.
040100     PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT.
040200     PERFORM 0320-STORE-SUMMARY THRU 0320-STORE-SUMMARY-EXIT
040300         UNTIL END-OF-AUDIT-FILE.
040320     PERFORM 0360-APPLY-ONE-WAIT THRU 0360-APPLY-ONE-WAIT-EXIT
040340         VARYING WS-WAIT-SUB FROM 1 BY 1
040360         UNTIL WS-WAIT-SUB > WS-WAIT-COUNT.
040373     PERFORM 0370-APPLY-STATUS-MASTER
040386         THRU 0370-APPLY-STATUS-MASTER-EXIT.
040400 0300-MERGE-NEW-SUMMARIES-EXIT.
040500     EXIT.

042300*    START TIMESTAMP. ONE KEYED WRITE PER SUMMARY - A RE-RUN OF  *
042400*    THE SAME GATE ON THE SAME DATE REWRITES THAT DATE'S         *
042500*    RECORD IN PLACE, SO THE MASTER KEEPS ONE RECORD PER JOB     *
042600*    PER RUN DATE PER CYCLE. A SUMMARY WRITTEN BEFORE THE CYCLE  *
042650*    ID EXISTED CARRIES A BLANK ONE AND WAS A NIGHTLY RUN.       *
042670*    A REHEARSAL SUMMARY IS NOT HISTORY AND IS LEFT OUT.         *
042680*    A DEPENDENCY-WAIT RECORD IS TOTALLED FOR LATER, AND A       *
042690*    SUMMARY'S REWRITE KEEPS THE WAIT FIELDS ALREADY ON FILE.    *
042700******************************************************************
042800 0320-STORE-SUMMARY.
042814     IF CD-AUDIT-IS-DEP-WAIT AND NOT CD-AUDIT-IS-REHEARSAL
042828         PERFORM 0330-TABLE-ONE-WAIT
042842             THRU 0330-TABLE-ONE-WAIT-EXIT
042856         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
042870         GO TO 0320-STORE-SUMMARY-EXIT
042884     END-IF.
042900     IF NOT CD-AUDIT-IS-SUMMARY
043000         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
043100         GO TO 0320-STORE-SUMMARY-EXIT
043200     END-IF.
043216     IF CD-AUDIT-IS-REHEARSAL
043232         ADD 1 TO WS-REHEARSAL-COUNT
043248         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
043264         GO TO 0320-STORE-SUMMARY-EXIT
043280     END-IF.
043300     MOVE CD-AUDIT-TIMESTAMP(1:8) TO WS-WORK-DATE-X.
043400     IF WS-WORK-DATE-N NOT NUMERIC
043500         DISPLAY "CDARCHIV - SUMMARY FOR "
044400     MOVE SPACES TO CD-HISTORY-RECORD.
044500     MOVE CD-AUDIT-JOB-NAME TO CD-HIST-JOB-NAME.
044600     MOVE WS-WORK-DATE-N TO CD-HIST-RUN-DATE.
044620     MOVE CD-AUDIT-CYCLE-ID TO CD-HIST-CYCLE-ID.
044640     IF CD-HIST-CYCLE-ID = SPACE
044660         MOVE 'N' TO CD-HIST-CYCLE-ID
044680     END-IF.
044684     PERFORM 0340-KEEP-WAIT-FIELDS
044688         THRU 0340-KEEP-WAIT-FIELDS-EXIT.
044692     MOVE SPACES TO CD-HISTORY-RECORD.
044696     MOVE WS-KEEP-KEY TO CD-HIST-KEY.
044700     MOVE CD-AUDIT-START-VALUE TO CD-HIST-START-VALUE.
044800     MOVE CD-AUDIT-TIMESTAMP TO CD-HIST-START-TIMESTAMP.
044900     MOVE CD-AUDIT-END-TIMESTAMP TO CD-HIST-END-TIMESTAMP.
045000     MOVE CD-AUDIT-ELAPSED-SECS TO CD-HIST-ELAPSED-SECS.
045040     MOVE WS-KEEP-WAIT-SECS TO CD-HIST-WAIT-SECS.
045080     MOVE WS-KEEP-IDLE-SECS TO CD-HIST-IDLE-SECS.
045120     MOVE WS-KEEP-WAIT-OUTCOME TO CD-HIST-WAIT-OUTCOME.
045160     MOVE WS-KEEP-STREAM-ID TO CD-HIST-STREAM-ID.
045180     SET CD-HIST-WAS-COMPLETE TO TRUE.
045200     IF RECORD-IS-ON-MASTER
045240         REWRITE CD-HISTORY-RECORD
045280             INVALID KEY
045320                 CONTINUE
045360         END-REWRITE
045400         ADD 1 TO WS-REPLACED-COUNT
045440     ELSE
045480         WRITE CD-HISTORY-RECORD
045520             INVALID KEY
045560                 CONTINUE
045600         END-WRITE
045640         ADD 1 TO WS-ADDED-COUNT
045680     END-IF.
045800     IF WS-HIST-STATUS NOT = "00"
045900         DISPLAY "CDARCHIV - MASTER UPDATE FAILED FOR "
046000                 CD-HIST-JOB-NAME " " CD-HIST-RUN-DATE
046050                 " " CD-HIST-CYCLE-ID
046100                 " STATUS=" WS-HIST-STATUS
046200         MOVE 8 TO WS-RC-CANDIDATE
046300         PERFORM 9900-RAISE-RETURN-CODE
046700 0320-STORE-SUMMARY-EXIT.
046800     EXIT.

046801******************************************************************
046802*    0330-TABLE-ONE-WAIT                                         *
046803*    ONE DEPENDENCY-WAIT RECORD INTO TONIGHT'S WAIT TABLE.       *
046804*    SECONDS WAITED AND SECONDS IDLE ADD UP ACROSS A GATE'S      *
046805*    WAITS; THE OUTCOME AND STREAM ARE THE LATEST WAIT'S. A WAIT *
046806*    WITH NO USABLE END DATE CANNOT BE KEYED AND IS SKIPPED WITH *
046807*    A WARNING.                                                  *
046808******************************************************************
046809 0330-TABLE-ONE-WAIT.
046810     ADD 1 TO WS-WAIT-READ-COUNT.
046811     MOVE CD-AUDIT-END-TIMESTAMP(1:8) TO WS-WORK-DATE-X.
046812     IF WS-WORK-DATE-N NOT NUMERIC
046813        OR CD-AUDIT-ELAPSED-SECS NOT NUMERIC
046814         DISPLAY "CDARCHIV - DEPENDENCY WAIT FOR "
046815                 CD-AUDIT-JOB-NAME
046816                 " HAS NO USABLE END TIMESTAMP - SKIPPED"
046817         MOVE 4 TO WS-RC-CANDIDATE
046818         PERFORM 9900-RAISE-RETURN-CODE
046819             THRU 9900-RAISE-RETURN-CODE-EXIT
046820         GO TO 0330-TABLE-ONE-WAIT-EXIT
046821     END-IF.
046822     MOVE CD-AUDIT-CYCLE-ID TO WS-WAIT-CYCLE-ID.
046823     IF WS-WAIT-CYCLE-ID = SPACE
046824         MOVE 'N' TO WS-WAIT-CYCLE-ID
046825     END-IF.
046826     MOVE 'N' TO WS-FOUND-SWITCH.
046827     SET WAIT-IDX TO 1.
046828     SEARCH WS-WAIT-ENTRY
046829         AT END
046830             CONTINUE
046831         WHEN WAIT-IDX > WS-WAIT-COUNT
046832             CONTINUE
046833         WHEN WS-WAIT-JOB (WAIT-IDX) = CD-AUDIT-JOB-NAME
046834          AND WS-WAIT-DATE (WAIT-IDX) = WS-WORK-DATE-N
046835          AND WS-WAIT-CYCLE (WAIT-IDX) = WS-WAIT-CYCLE-ID
046836             SET MATCH-WAS-FOUND TO TRUE
046837             SET WS-WAIT-SUB TO WAIT-IDX
046838     END-SEARCH.
046839     IF NOT MATCH-WAS-FOUND
046840         IF WS-WAIT-COUNT NOT < WS-MAX-WAITS
046841             DISPLAY "CDARCHIV - MORE THAN " WS-MAX-WAITS
046842                     " GATE-NIGHTS WITH WAITS - WAIT FOR "
046843                     CD-AUDIT-JOB-NAME " NOT ARCHIVED"
046844             MOVE 8 TO WS-RC-CANDIDATE
046845             PERFORM 9900-RAISE-RETURN-CODE
046846                 THRU 9900-RAISE-RETURN-CODE-EXIT
046847             GO TO 0330-TABLE-ONE-WAIT-EXIT
046848         END-IF
046849         ADD 1 TO WS-WAIT-COUNT
046850         MOVE WS-WAIT-COUNT TO WS-WAIT-SUB
046851         MOVE CD-AUDIT-JOB-NAME TO WS-WAIT-JOB (WS-WAIT-SUB)
046852         MOVE WS-WORK-DATE-N TO WS-WAIT-DATE (WS-WAIT-SUB)
046853         MOVE WS-WAIT-CYCLE-ID TO WS-WAIT-CYCLE (WS-WAIT-SUB)
046854         MOVE ZERO TO WS-WAIT-SECS (WS-WAIT-SUB)
046855         MOVE ZERO TO WS-WAIT-IDLE-SECS (WS-WAIT-SUB)
046856         MOVE SPACES TO WS-WAIT-STREAM (WS-WAIT-SUB)
046857     END-IF.
046858     ADD CD-AUDIT-ELAPSED-SECS TO WS-WAIT-SECS (WS-WAIT-SUB).
046859     IF CD-AUDIT-COUNTER NUMERIC
046860         ADD CD-AUDIT-COUNTER TO WS-WAIT-IDLE-SECS (WS-WAIT-SUB)
046861     END-IF.
046862     MOVE CD-AUDIT-WAIT-OUTCOME TO WS-WAIT-OUTCOME (WS-WAIT-SUB).
046863     IF CD-AUDIT-STREAM-ID NOT = SPACES
046864         MOVE CD-AUDIT-STREAM-ID TO WS-WAIT-STREAM (WS-WAIT-SUB)
046865     END-IF.
046866 0330-TABLE-ONE-WAIT-EXIT.
046867     EXIT.

046868******************************************************************
046869*    0340-KEEP-WAIT-FIELDS                                       *
046870*    BEFORE A SUMMARY REPLACES A HISTORY RECORD, PICKS UP THE    *
046871*    WAIT FIELDS ALREADY ON IT, SO A RERUN'S SUMMARY DOES NOT    *
046872*    WIPE THEM. A RECORD FROM BEFORE THE WAIT FIELDS EXISTED     *
046873*    HOLDS SPACES THERE, WHICH COUNT AS ZERO.                    *
046874******************************************************************
046875 0340-KEEP-WAIT-FIELDS.
046876     MOVE CD-HIST-KEY TO WS-KEEP-KEY.
046877     MOVE ZERO TO WS-KEEP-WAIT-SECS.
046878     MOVE ZERO TO WS-KEEP-IDLE-SECS.
046879     MOVE SPACE TO WS-KEEP-WAIT-OUTCOME.
046880     MOVE SPACES TO WS-KEEP-STREAM-ID.
046881     MOVE 'N' TO WS-ON-MASTER-SWITCH.
046882     READ HISTORY-MASTER
046883         INVALID KEY
046884             CONTINUE
046885     END-READ.
046886     IF WS-HIST-STATUS NOT = "00"
046887         GO TO 0340-KEEP-WAIT-FIELDS-EXIT
046888     END-IF.
046889     SET RECORD-IS-ON-MASTER TO TRUE.
046890     IF CD-HIST-WAIT-SECS NUMERIC
046891         MOVE CD-HIST-WAIT-SECS TO WS-KEEP-WAIT-SECS
046892     END-IF.
046893     IF CD-HIST-IDLE-SECS NUMERIC
046894         MOVE CD-HIST-IDLE-SECS TO WS-KEEP-IDLE-SECS
046895     END-IF.
046896     MOVE CD-HIST-WAIT-OUTCOME TO WS-KEEP-WAIT-OUTCOME.
046897     MOVE CD-HIST-STREAM-ID TO WS-KEEP-STREAM-ID.
046898 0340-KEEP-WAIT-FIELDS-EXIT.
046899     EXIT.

046900******************************************************************
046901*    0360-APPLY-ONE-WAIT                                         *
046902*    ONE GATE-NIGHT'S WAIT TOTALS ONTO THE MASTER. THE FIGURES   *
046903*    REPLACE WHAT IS THERE RATHER THAN ADD TO IT - THEY ARE      *
046904*    ALREADY THE WHOLE TRAIL'S. A GATE THAT WAITED BUT NEVER RAN *
046905*    (TIMED OUT OR HELD) HAS NO SUMMARY AND SO NO RECORD YET; IT *
046906*    GETS A NOT-RUN RECORD, BLANK START TIMESTAMP AND ZERO       *
046907*    ELAPSED.                                                    *
046908******************************************************************
046909 0360-APPLY-ONE-WAIT.
046910     MOVE WS-WAIT-JOB (WS-WAIT-SUB) TO CD-HIST-JOB-NAME.
046911     MOVE WS-WAIT-DATE (WS-WAIT-SUB) TO CD-HIST-RUN-DATE.
046912     MOVE WS-WAIT-CYCLE (WS-WAIT-SUB) TO CD-HIST-CYCLE-ID.
046913     MOVE CD-HIST-KEY TO WS-KEEP-KEY.
046914     READ HISTORY-MASTER
046915         INVALID KEY
046916             CONTINUE
046917     END-READ.
046918     IF WS-HIST-STATUS = "00"
046919         SET RECORD-IS-ON-MASTER TO TRUE
046920     ELSE
046921         MOVE 'N' TO WS-ON-MASTER-SWITCH
046922         MOVE SPACES TO CD-HISTORY-RECORD
046923         MOVE WS-KEEP-KEY TO CD-HIST-KEY
046924         MOVE ZERO TO CD-HIST-START-VALUE
046925         MOVE ZERO TO CD-HIST-ELAPSED-SECS
046926     END-IF.
046927     MOVE WS-WAIT-SECS (WS-WAIT-SUB) TO CD-HIST-WAIT-SECS.
046928     MOVE WS-WAIT-IDLE-SECS (WS-WAIT-SUB) TO CD-HIST-IDLE-SECS.
046929     MOVE WS-WAIT-OUTCOME (WS-WAIT-SUB) TO CD-HIST-WAIT-OUTCOME.
046930     MOVE WS-WAIT-STREAM (WS-WAIT-SUB) TO CD-HIST-STREAM-ID.
046931     IF RECORD-IS-ON-MASTER
046932         REWRITE CD-HISTORY-RECORD
046933             INVALID KEY
046934                 CONTINUE
046935         END-REWRITE
046936     ELSE
046937         WRITE CD-HISTORY-RECORD
046938             INVALID KEY
046939                 CONTINUE
046940         END-WRITE
046941         ADD 1 TO WS-NOT-RUN-COUNT
046942     END-IF.
046943     IF WS-HIST-STATUS NOT = "00"
046944         DISPLAY "CDARCHIV - WAIT UPDATE FAILED FOR "
046945                 CD-HIST-JOB-NAME " " CD-HIST-RUN-DATE
046946                 " " CD-HIST-CYCLE-ID
046947                 " STATUS=" WS-HIST-STATUS
046948         MOVE 8 TO WS-RC-CANDIDATE
046949         PERFORM 9900-RAISE-RETURN-CODE
046950             THRU 9900-RAISE-RETURN-CODE-EXIT
046951         GO TO 0360-APPLY-ONE-WAIT-EXIT
046952     END-IF.
046953     ADD 1 TO WS-WAIT-NIGHT-COUNT.
046954 0360-APPLY-ONE-WAIT-EXIT.
046955     EXIT.

046956******************************************************************
046957*    0370-APPLY-STATUS-MASTER                                    *
046958*    THE STATUS MASTER HOLDS ONLY EACH GATE'S LATEST NIGHT PER   *
046959*    CYCLE, SO A NIGHT THE GATE WAS SKIPPED, CANCELLED OR FAILED *
046960*    IS LOST ONCE THE GATE RUNS AGAIN UNLESS IT IS COPIED HERE.  *
046961*    EACH SUCH RECORD BECOMES A NOT-RUN HISTORY RECORD. REHEARSAL*
046962*    RECORDS, COMPLETED AND STILL-RUNNING GATES ARE PASSED OVER -*
046963*    A COMPLETED RUN ARRIVES BY ITS SUMMARY. WITH NO STATUS MASTER*
046964*    THE PASS IS SKIPPED WITH A WARNING.                         *
046965******************************************************************
046966 0370-APPLY-STATUS-MASTER.
046967     OPEN INPUT STATUS-FILE.
046968     IF WS-STAT-STATUS NOT = "00"
046969         DISPLAY "CDARCHIV - WARNING - STATUS MASTER UNAVAILABLE,"
046970                 " STATUS=" WS-STAT-STATUS
046971                 " - MISSED NIGHTS NOT ARCHIVED"
046972         MOVE 4 TO WS-RC-CANDIDATE
046973         PERFORM 9900-RAISE-RETURN-CODE
046974             THRU 9900-RAISE-RETURN-CODE-EXIT
046975         GO TO 0370-APPLY-STATUS-MASTER-EXIT
046976     END-IF.
046977     MOVE LOW-VALUES TO CD-STAT-KEY.
046978     START STATUS-FILE KEY IS NOT < CD-STAT-KEY
046979         INVALID KEY
046980             SET END-OF-STATUS-SWEEP TO TRUE
046981     END-START.
046982     IF NOT END-OF-STATUS-SWEEP
046983         PERFORM 0375-READ-NEXT-STATUS
046984             THRU 0375-READ-NEXT-STATUS-EXIT
046985     END-IF.
046986     PERFORM 0380-APPLY-ONE-STATUS THRU 0380-APPLY-ONE-STATUS-EXIT
046987         UNTIL END-OF-STATUS-SWEEP.
046988     CLOSE STATUS-FILE.
046989 0370-APPLY-STATUS-MASTER-EXIT.
046990     EXIT.

046991******************************************************************
046992*    0375-READ-NEXT-STATUS                                       *
046993******************************************************************
046994 0375-READ-NEXT-STATUS.
046995     READ STATUS-FILE NEXT RECORD
046996         AT END
046997             SET END-OF-STATUS-SWEEP TO TRUE
046998         NOT AT END
046999             ADD 1 TO WS-STATUS-READ-COUNT
047000     END-READ.
047001 0375-READ-NEXT-STATUS-EXIT.
047002     EXIT.

047003******************************************************************
047004*    0380-APPLY-ONE-STATUS                                       *
047005*    THE NIGHT IS THE DATE OF THE ATTEMPT - THE STATUS RECORD'S  *
047006*    START TIMESTAMP (FOR A FAILED GATE, THE START OF THE RUN THAT*
047007*    NEVER FINISHED), OR ITS END TIMESTAMP WHEN THERE IS NO START.*
047008*    A NIGHT ALREADY PAST THE RETENTION WINDOW IS LEFT OUT. A    *
047009*    HISTORY RECORD FOR A RUN THAT DID COMPLETE THAT DATE IS NOT *
047010*    TOUCHED; A NOT-RUN RECORD (A WAIT) TAKES THE STATUS AND KEEPS*
047011*    ITS WAIT FIELDS.                                            *
047012******************************************************************
047013 0380-APPLY-ONE-STATUS.
047014     IF CD-STAT-IS-REHEARSAL
047015        OR NOT (CD-STAT-IS-SKIPPED OR CD-STAT-IS-FAILED
047016                OR CD-STAT-IS-CANCELLED)
047017         PERFORM 0375-READ-NEXT-STATUS
047018             THRU 0375-READ-NEXT-STATUS-EXIT
047019         GO TO 0380-APPLY-ONE-STATUS-EXIT
047020     END-IF.
047021     MOVE CD-STAT-START-TIMESTAMP TO WS-STAT-TIMESTAMP.
047022     IF WS-STAT-TIMESTAMP = SPACES
047023         MOVE CD-STAT-END-TIMESTAMP TO WS-STAT-TIMESTAMP
047024     END-IF.
047025     MOVE WS-STAT-TIMESTAMP(1:8) TO WS-WORK-DATE-X.
047026     IF WS-WORK-DATE-N NOT NUMERIC
047027         DISPLAY "CDARCHIV - STATUS FOR " CD-STAT-JOB-NAME
047028                 " HAS NO USABLE TIMESTAMP - NOT ARCHIVED"
047029         MOVE 4 TO WS-RC-CANDIDATE
047030         PERFORM 9900-RAISE-RETURN-CODE
047031             THRU 9900-RAISE-RETURN-CODE-EXIT
047032         PERFORM 0375-READ-NEXT-STATUS
047033             THRU 0375-READ-NEXT-STATUS-EXIT
047034         GO TO 0380-APPLY-ONE-STATUS-EXIT
047035     END-IF.
047036     IF WS-WORK-DATE-N < WS-CUTOFF-DATE
047037         PERFORM 0375-READ-NEXT-STATUS
047038             THRU 0375-READ-NEXT-STATUS-EXIT
047039         GO TO 0380-APPLY-ONE-STATUS-EXIT
047040     END-IF.
047041     MOVE CD-STAT-JOB-NAME TO CD-HIST-JOB-NAME.
047042     MOVE WS-WORK-DATE-N TO CD-HIST-RUN-DATE.
047043     MOVE CD-STAT-CYCLE-ID TO CD-HIST-CYCLE-ID.
047044     IF CD-HIST-CYCLE-ID = SPACE
047045         MOVE 'N' TO CD-HIST-CYCLE-ID
047046     END-IF.
047047     MOVE CD-HIST-KEY TO WS-KEEP-KEY.
047048     READ HISTORY-MASTER
047049         INVALID KEY
047050             CONTINUE
047051     END-READ.
047052     IF WS-HIST-STATUS = "00"
047053         IF NOT CD-HIST-NOT-RUN
047054             PERFORM 0375-READ-NEXT-STATUS
047055                 THRU 0375-READ-NEXT-STATUS-EXIT
047056             GO TO 0380-APPLY-ONE-STATUS-EXIT
047057         END-IF
047058         SET RECORD-IS-ON-MASTER TO TRUE
047059     ELSE
047060         MOVE 'N' TO WS-ON-MASTER-SWITCH
047061         MOVE SPACES TO CD-HISTORY-RECORD
047062         MOVE WS-KEEP-KEY TO CD-HIST-KEY
047063         MOVE ZERO TO CD-HIST-START-VALUE
047064         MOVE ZERO TO CD-HIST-ELAPSED-SECS
047065         MOVE ZERO TO CD-HIST-WAIT-SECS
047066         MOVE ZERO TO CD-HIST-IDLE-SECS
047067     END-IF.
047068     MOVE WS-STAT-TIMESTAMP TO CD-HIST-END-TIMESTAMP.
047069     MOVE CD-STAT-STATUS TO CD-HIST-RUN-STATUS.
047070     MOVE CD-STAT-REASON TO CD-HIST-STATUS-REASON.
047071     IF RECORD-IS-ON-MASTER
047072         REWRITE CD-HISTORY-RECORD
047073             INVALID KEY
047074                 CONTINUE
047075         END-REWRITE
047076     ELSE
047077         WRITE CD-HISTORY-RECORD
047078             INVALID KEY
047079                 CONTINUE
047080         END-WRITE
047081         ADD 1 TO WS-NOT-RUN-COUNT
047082     END-IF.
047083     IF WS-HIST-STATUS NOT = "00"
047084         DISPLAY "CDARCHIV - STATUS UPDATE FAILED FOR "
047085                 CD-HIST-JOB-NAME " " CD-HIST-RUN-DATE
047086                 " " CD-HIST-CYCLE-ID
047087                 " STATUS=" WS-HIST-STATUS
047088         MOVE 8 TO WS-RC-CANDIDATE
047089         PERFORM 9900-RAISE-RETURN-CODE
047090             THRU 9900-RAISE-RETURN-CODE-EXIT
047091     ELSE
047092         ADD 1 TO WS-STATUS-NIGHT-COUNT
047093     END-IF.
047094     PERFORM 0375-READ-NEXT-STATUS
047095         THRU 0375-READ-NEXT-STATUS-EXIT.
047096 0380-APPLY-ONE-STATUS-EXIT.
047097     EXIT.

047099******************************************************************
047100*    0400-SWEEP-MASTER                                          *
047200*    ONE KEYED SWEEP OF THE WHOLE MASTER - RECORDS OLDER THAN    *
047300*    THE RETENTION CUTOFF ARE DELETED IN PLACE, EVERYTHING      *
050800*    0420-JUDGE-ONE-RECORD                                      *
050900*    PURGE OR ACCUMULATE. A RECORD WHOSE RUN DATE IS NOT EVEN    *
051000*    NUMERIC CANNOT BE JUDGED OR REPORTED AND IS PURGED TOO.     *
051030*    A NOT-RUN RECORD (WAITS ONLY) STAYS BUT HAS NO DURATION TO  *
051060*    TREND.                                                      *
051100******************************************************************
051200 0420-JUDGE-ONE-RECORD.
051300     ADD 1 TO WS-MASTER-READ-COUNT.
053200         GO TO 0420-JUDGE-ONE-RECORD-EXIT
053300     END-IF.
053400     ADD 1 TO WS-CARRIED-COUNT.
053450     IF NOT CD-HIST-NOT-RUN
053500         PERFORM 0510-ACCUMULATE-ONE
053600             THRU 0510-ACCUMULATE-ONE-EXIT
053650     END-IF.
053700     PERFORM 0410-READ-NEXT-MASTER
053800         THRU 0410-READ-NEXT-MASTER-EXIT.
053900 0420-JUDGE-ONE-RECORD-EXIT.
054200******************************************************************
054300*    0510-ACCUMULATE-ONE                                        *
054400*    ONE SURVIVING MASTER RECORD INTO ITS JOB'S ACCUMULATORS.    *
054430*    THE NIGHTLY AND INTRADAY RUNS OF ONE JOB ARE TRENDED APART, *
054460*    SINCE THEIR DURATIONS ARE NOT COMPARABLE.                   *
054500******************************************************************
054600 0510-ACCUMULATE-ONE.
054700     MOVE 'N' TO WS-FOUND-SWITCH.
055300             WHEN JOB-IDX > WS-JOB-COUNT
055400                 CONTINUE
055500             WHEN WS-JOB-NAME (JOB-IDX) = CD-HIST-JOB-NAME
055550              AND WS-JOB-CYCLE (JOB-IDX) = CD-HIST-CYCLE-ID
055600                 SET MATCH-WAS-FOUND TO TRUE
055700                 SET WS-JOB-SUB TO JOB-IDX
055800         END-SEARCH
056700         MOVE WS-JOB-COUNT TO WS-JOB-SUB
056800         MOVE CD-HIST-JOB-NAME
056900             TO WS-JOB-NAME (WS-JOB-SUB)
056930         MOVE CD-HIST-CYCLE-ID
056960             TO WS-JOB-CYCLE (WS-JOB-SUB)
057000         MOVE ZERO TO WS-JOB-RUNS (WS-JOB-SUB)
057100         MOVE ZERO TO WS-JOB-TOTAL-SECS (WS-JOB-SUB)
057200         MOVE ZERO TO WS-JOB-MAX-SECS (WS-JOB-SUB)
062200     END-IF.
062300     MOVE SPACES TO TRD-DETAIL-LINE.
062400     MOVE WS-JOB-NAME (WS-JOB-SUB) TO TRD-DTL-JOB-NAME.
062450     MOVE WS-JOB-CYCLE (WS-JOB-SUB) TO TRD-DTL-CYCLE.
062500     MOVE WS-JOB-RUNS (WS-JOB-SUB) TO TRD-DTL-RUNS.
062600     DIVIDE WS-JOB-TOTAL-SECS (WS-JOB-SUB)
062700         BY WS-JOB-RUNS (WS-JOB-SUB)
068200     MOVE WS-CARRIED-COUNT TO TRD-TOT-VALUE.
068300     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068400         AFTER ADVANCING 1 LINE.
068401     MOVE 'WAIT RECORDS READ     ' TO TRD-TOT-LABEL.
068402     MOVE WS-WAIT-READ-COUNT TO TRD-TOT-VALUE.
068403     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068404         AFTER ADVANCING 1 LINE.
068405     MOVE 'GATE-NIGHTS WITH WAITS' TO TRD-TOT-LABEL.
068406     MOVE WS-WAIT-NIGHT-COUNT TO TRD-TOT-VALUE.
068407     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068408         AFTER ADVANCING 1 LINE.
068409     MOVE 'NOT-RUN RECORDS ADDED ' TO TRD-TOT-LABEL.
068410     MOVE WS-NOT-RUN-COUNT TO TRD-TOT-VALUE.
068411     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068412         AFTER ADVANCING 1 LINE.
068413     MOVE 'STATUS RECORDS READ   ' TO TRD-TOT-LABEL.
068414     MOVE WS-STATUS-READ-COUNT TO TRD-TOT-VALUE.
068415     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068416         AFTER ADVANCING 1 LINE.
068417     MOVE 'MISSED NIGHTS ARCHIVED' TO TRD-TOT-LABEL.
068418     MOVE WS-STATUS-NIGHT-COUNT TO TRD-TOT-VALUE.
068419     WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068420         AFTER ADVANCING 1 LINE.
068425     IF WS-REHEARSAL-COUNT > ZERO
068426         MOVE 'REHEARSAL SUMMARIES   ' TO TRD-TOT-LABEL
068427         MOVE WS-REHEARSAL-COUNT TO TRD-TOT-VALUE
068428         WRITE TREND-RECORD FROM TRD-TOTAL-LINE
068435             AFTER ADVANCING 1 LINE
068442         DISPLAY "CDARCHIV - WARNING - AUDITOUT HELD "
068449                 TRD-TOT-VALUE " REHEARSAL SUMMARY(IES) - "
068456                 "NOT ARCHIVED"
068463         MOVE 4 TO WS-RC-CANDIDATE
068470         PERFORM 9900-RAISE-RETURN-CODE
068477             THRU 9900-RAISE-RETURN-CODE-EXIT
068484     END-IF.
068500     IF WS-ADDED-COUNT = ZERO AND WS-REPLACED-COUNT = ZERO
068600         DISPLAY "CDARCHIV - NO GATE SUMMARIES ON TONIGHT'S "
068700                 "AUDIT TRAIL"
