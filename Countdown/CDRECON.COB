001760*                         THAT CROSSED MIDNIGHT IS RECONCILED AGAINST THE        *
001770*                         CALENDAR OF THE DATE THE WINDOW OPENED, NOT THE        *
001780*                         DATE THIS STEP HAPPENS TO RUN.                         *
001783*     10/15/2026   GN     OPTIONAL CYCLE ID IN PARM POSITION 9 (N NIGHTLY,       *
001786*                         THE DEFAULT, OR I INTRADAY). ONLY CONTROL ENTRIES IN   *
001789*                         THAT CYCLE, AND ONLY SUMMARIES AND READY FLAGS         *
001792*                         WRITTEN BY IT, ARE RECONCILED, SO EACH CYCLE           *
001795*                         BALANCES ON ITS OWN.                                   *
001796*     10/15/2026   GN     PARM POSITION 10 'R' RECONCILES A REHEARSAL RUN OF     *
001797*                         THE DRIVER - ONLY RECORDS MARKED 'R' COUNT. WITHOUT IT *
001798*                         REHEARSAL RECORDS ARE BYPASSED. EITHER WAY A BYPASSED  *
001799*                         RECORD IS COUNTED AND WARNED (RC 4) BY DATASET.        *
001829*     10/15/2026   GN     AUDITOUT AND READYOUT MUST PASS THEIR CONTROL-TOTAL    *
001859*                         CHECKS (CDTOTALS) BEFORE THEY ARE RECONCILED - A       *
001889*                         MISSING OR UNBALANCED TRAILER IS NAMED AND THE RUN     *
001919*                         REFUSED (RC 20). HEADER AND TRAILER RECORDS ARE        *
001949*                         PASSED OVER, NOT COUNTED AS BYPASSED.                  *
001969*                         AN EMPTY READYOUT (NO GATE RELEASED) IS WARNED, RC 4.  *
001999**********************************************************************************

002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CDRECON.
009320*    PARM-RELATED FIELDS - THE OPTIONAL CYCLE DATE (YYYYMMDD)    *
009330*    NAMES THE DATE THE BATCH WINDOW OPENED, SO A CYCLE THAT     *
009340*    CROSSED MIDNIGHT IS JUDGED AGAINST THE RIGHT CALENDAR.      *
009350*    BLANK DEFAULTS TO THE CURRENT DATE. POSITION 9 IS THE      *
009355*    CYCLE ID - N = NIGHTLY 22:00 (DEFAULT), I = INTRADAY 12:00. *
009357*    POSITION 10 'R' RECONCILES A REHEARSAL RUN'S TEST DATASETS. *
009360******************************************************************
009370 01  WS-PARM-FIELDS.
009380     05  WS-PARM-DATA                PIC X(80).
009390     05  WS-PARM-CYCLE-DATE-X        PIC X(08).

009401******************************************************************
009412*    CYCLE SELECTION - A BLANK CYCLE ID ON AN OLDER AUDIT OR     *
009423*    READY RECORD WAS WRITTEN BY THE NIGHTLY CYCLE.              *
009434******************************************************************
009445 01  WS-CYCLE-FIELDS.
009456     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
009467         88  NIGHTLY-CYCLE                   VALUE 'N'.
009478         88  INTRADAY-CYCLE                  VALUE 'I'.
009489     05  WS-REC-CYCLE-ID             PIC X(01) VALUE SPACE.
009490     05  WS-REHEARSAL-MARK           PIC X(01) VALUE SPACE.
009491         88  REHEARSAL-RECON                 VALUE 'R'.
009492     05  WS-BYPASS-KIND              PIC X(10) VALUE 'REHEARSAL'.
009493     05  WS-AUDIT-BYPASS-COUNT       PIC 9(05) COMP VALUE ZERO.
009494     05  WS-READY-BYPASS-COUNT       PIC 9(05) COMP VALUE ZERO.
009495     05  WS-DISPLAY-BYPASS           PIC ZZZZ9.

009500******************************************************************
009600*    JOB-NAME TABLES - ONE PER DATASET. 500 GATES IS WELL        *
009700*    BEYOND THE LARGEST OVERNIGHT CYCLE WE RUN.                  *
013400     05  FILLER                      PIC X(10)
013500         VALUE 'RUN DATE: '.
013600     05  RCN-H1-DATE                 PIC 9(08).
013620     05  FILLER                      PIC X(09)
013640         VALUE '  CYCLE: '.
013660     05  RCN-H1-CYCLE                PIC X(01).
013673     05  FILLER                      PIC X(02) VALUE SPACES.
013686     05  RCN-H1-MODE                 PIC X(17) VALUE SPACES.
013700     05  FILLER                      PIC X(43) VALUE SPACES.

013900 01  RCN-EXCEPTION-LINE.
014000     05  FILLER                      PIC X(12)
016100 01  WS-TIME-FIELDS.
016200     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

016240******************************************************************
016280*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
016320******************************************************************
016360     COPY CDTOTPM.

016400 PROCEDURE DIVISION.

016600******************************************************************
018400             THRU 0700-MATCH-READY-TO-CTL-EXIT
018500         PERFORM 0800-PRINT-RESULT
018600             THRU 0800-PRINT-RESULT-EXIT
018630         PERFORM 0850-REPORT-BYPASSED
018660             THRU 0850-REPORT-BYPASSED-EXIT
018700     END-IF.
018800     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
018900 0000-MAINLINE-EXIT.
019400*    OPEN ALL FOUR DATASETS AND PRINT THE REPORT HEADING. ANY    *
019500*    OPEN FAILURE IS FATAL - A MISSING DATASET AFTER A 'B' RUN   *
019600*    IS ITSELF A SIGN THE CYCLE DID NOT FINISH CLEANLY.          *
019620*    AUDITOUT AND READYOUT ARE EACH PROVED AGAINST THEIR         *
019640*    CONTROL TOTALS (CDTOTALS) BEFORE THEY ARE OPENED; ONE       *
019660*    THAT IS INCOMPLETE OR DOES NOT BALANCE IS REFUSED.          *
019670*    AN EMPTY READYOUT IS A NIGHT THAT RELEASED NO GATE - IT IS  *
019680*    WARNED (RC 4) AND RECONCILED LIKE ANY OTHER.                *
019700******************************************************************
019800 0100-INITIALIZE.
019900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019910     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
019920     PERFORM 0120-APPLY-CYCLE-DATE-OVRD
019930         THRU 0120-APPLY-CYCLE-DATE-OVRD-EXIT.
019944     PERFORM 0195-SET-CYCLE-ID THRU 0195-SET-CYCLE-ID-EXIT.
019958     IF RECON-CANNOT-RUN
019972         GO TO 0100-INITIALIZE-EXIT
019986     END-IF.
020000     OPEN INPUT CONTROL-FILE.
020100     IF WS-CTL-STATUS NOT = "00"
020200         DISPLAY "CDRECON - UNABLE TO OPEN CTLFILE, STATUS="
020500             THRU 0190-FAIL-INITIALIZE-EXIT
020600         GO TO 0100-INITIALIZE-EXIT
020700     END-IF.
020708     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
020716     SET CD-TOT-VERIFY TO TRUE.
020724     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
020732     IF CD-TOT-IS-OUT-OF-BALANCE
020740         DISPLAY "CDRECON - AUDITOUT FAILED ITS "
020744                 "CONTROL-TOTAL CHECK"
020748         DISPLAY "CDRECON - " CD-TOT-MESSAGE
020756         PERFORM 0190-FAIL-INITIALIZE
020764             THRU 0190-FAIL-INITIALIZE-EXIT
020772         CLOSE CONTROL-FILE
020780         GO TO 0100-INITIALIZE-EXIT
020788     END-IF.
020800     OPEN INPUT AUDIT-IN.
020900     IF WS-AUDIT-STATUS NOT = "00"
021000         DISPLAY "CDRECON - UNABLE TO OPEN AUDIT-IN, STATUS="
021400         CLOSE CONTROL-FILE
021500         GO TO 0100-INITIALIZE-EXIT
021600     END-IF.
021608     MOVE 'READYOUT' TO CD-TOT-DATASET.
021616     SET CD-TOT-VERIFY TO TRUE.
021624     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
021628     IF CD-TOT-IS-OUT-OF-BALANCE
021632        AND CD-TOT-SEGMENT-COUNT = ZERO
021636        AND CD-TOT-DATA-COUNT = ZERO
021640         DISPLAY "CDRECON - WARNING - READYOUT IS EMPTY - NO "
021644                 "READY FLAGS WERE RELEASED"
021648         MOVE 4 TO WS-RC-CANDIDATE
021652         PERFORM 9900-RAISE-RETURN-CODE
021656             THRU 9900-RAISE-RETURN-CODE-EXIT
021660     ELSE
021664         IF CD-TOT-IS-OUT-OF-BALANCE
021666             DISPLAY "CDRECON - READYOUT FAILED ITS "
021668                     "CONTROL-TOTAL CHECK"
021670             DISPLAY "CDRECON - " CD-TOT-MESSAGE
021672             PERFORM 0190-FAIL-INITIALIZE
021674                 THRU 0190-FAIL-INITIALIZE-EXIT
021676             CLOSE CONTROL-FILE AUDIT-IN
021678             GO TO 0100-INITIALIZE-EXIT
021680         END-IF
021684     END-IF.
021700     OPEN INPUT READY-IN.
021800     IF WS-READY-STATUS NOT = "00"
021900         DISPLAY "CDRECON - UNABLE TO OPEN READY-IN, STATUS="
023480         GO TO 0100-INITIALIZE-EXIT
023490     END-IF.
023500     MOVE WS-RUN-DATE TO RCN-H1-DATE.
023550     MOVE WS-CYCLE-ID TO RCN-H1-CYCLE.
023562     IF REHEARSAL-RECON
023574         MOVE '*** REHEARSAL ***' TO RCN-H1-MODE
023586     END-IF.
023600     WRITE RECON-RECORD FROM RCN-HEADING-1
023700         AFTER ADVANCING 1 LINE.
023800     MOVE SPACES TO RECON-RECORD.
025298 0190-FAIL-INITIALIZE-EXIT.
025305     EXIT.

025309******************************************************************
025313*    0195-SET-CYCLE-ID                                           *
025317*    RECONCILING THE WRONG CYCLE WOULD REPORT EVERY GATE OF THE  *
025321*    RIGHT ONE AS MISSING, SO AN UNKNOWN CYCLE ID STOPS THE STEP.*
025323*    THE SAME GOES FOR THE REHEARSAL MARK IN POSITION 10.        *
025325******************************************************************
025329 0195-SET-CYCLE-ID.
025333     IF WS-PARM-DATA(9:1) NOT = SPACE
025337         MOVE WS-PARM-DATA(9:1) TO WS-CYCLE-ID
025341     END-IF.
025345     IF NOT NIGHTLY-CYCLE AND NOT INTRADAY-CYCLE
025349         DISPLAY "CDRECON - CYCLE ID '" WS-CYCLE-ID
025353                 "' MUST BE N (NIGHTLY) OR I (INTRADAY)"
025357         MOVE 16 TO WS-RC-CANDIDATE
025361         PERFORM 9900-RAISE-RETURN-CODE
025365             THRU 9900-RAISE-RETURN-CODE-EXIT
025369         SET RECON-CANNOT-RUN TO TRUE
025373     END-IF.
025374     MOVE WS-PARM-DATA(10:1) TO WS-REHEARSAL-MARK.
025375     IF REHEARSAL-RECON
025376         MOVE 'PRODUCTION' TO WS-BYPASS-KIND
025377         DISPLAY "CDRECON - RECONCILING A REHEARSAL RUN"
025378     ELSE
025379         IF WS-REHEARSAL-MARK NOT = SPACE
025380             DISPLAY "CDRECON - POSITION 10 '" WS-REHEARSAL-MARK
025381                     "' MUST BE R (REHEARSAL) OR BLANK"
025382             MOVE 16 TO WS-RC-CANDIDATE
025383             PERFORM 9900-RAISE-RETURN-CODE
025384                 THRU 9900-RAISE-RETURN-CODE-EXIT
025385             SET RECON-CANNOT-RUN TO TRUE
025386         END-IF
025387     END-IF.
025398 0195-SET-CYCLE-ID-EXIT.
025399     EXIT.

025400******************************************************************
025500*    0200-LOAD-CONTROL-TABLE                                    *
025600******************************************************************

027700******************************************************************
027800*    0220-STORE-CONTROL                                         *
027830*    AN ENTRY THAT BELONGS ONLY TO THE OTHER CYCLE IS NOT        *
027860*    EXPECTED TO HAVE RUN IN THIS ONE.                           *
027900******************************************************************
028000 0220-STORE-CONTROL.
028100     IF WS-CTL-COUNT NOT < WS-MAX-ENTRIES
028400         SET END-OF-CONTROL-FILE TO TRUE
028500         GO TO 0220-STORE-CONTROL-EXIT
028600     END-IF.
028601     IF (CD-CTL-NIGHTLY-ONLY AND INTRADAY-CYCLE)
028602        OR (CD-CTL-INTRADAY-ONLY AND NIGHTLY-CYCLE)
028603         PERFORM 0210-READ-CONTROL
028604             THRU 0210-READ-CONTROL-EXIT
028605         GO TO 0220-STORE-CONTROL-EXIT
028606     END-IF.
028610     CALL "CDSCHED" USING CD-CONTROL-RECORD
028620                          CD-SCHED-PARM-AREA.
028630     IF NOT CD-SCH-GATE-IS-DUE
031900*    0320-STORE-SUMMARY                                         *
032000******************************************************************
032100 0320-STORE-SUMMARY.
032101     IF CD-AUDIT-IS-CONTROL
032102         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
032103         GO TO 0320-STORE-SUMMARY-EXIT
032104     END-IF.
032106     IF CD-AUDIT-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
032107         ADD 1 TO WS-AUDIT-BYPASS-COUNT
032108         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
032109         GO TO 0320-STORE-SUMMARY-EXIT
032110     END-IF.
032111     MOVE CD-AUDIT-CYCLE-ID TO WS-REC-CYCLE-ID.
032122     IF WS-REC-CYCLE-ID = SPACE
032133         MOVE 'N' TO WS-REC-CYCLE-ID
032144     END-IF.
032155     IF WS-REC-CYCLE-ID NOT = WS-CYCLE-ID
032166         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
032177         GO TO 0320-STORE-SUMMARY-EXIT
032188     END-IF.
032200     IF CD-AUDIT-IS-SUMMARY
032300         IF WS-SUM-COUNT NOT < WS-MAX-ENTRIES
032400             PERFORM 9800-TABLE-OVERFLOW
036000*    0420-STORE-READY                                           *
036100******************************************************************
036200 0420-STORE-READY.
036201     IF CD-READY-IS-CONTROL
036202         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
036203         GO TO 0420-STORE-READY-EXIT
036204     END-IF.
036206     IF CD-READY-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
036207         ADD 1 TO WS-READY-BYPASS-COUNT
036208         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
036209         GO TO 0420-STORE-READY-EXIT
036210     END-IF.
036211     MOVE CD-READY-CYCLE-ID TO WS-REC-CYCLE-ID.
036222     IF WS-REC-CYCLE-ID = SPACE
036233         MOVE 'N' TO WS-REC-CYCLE-ID
036244     END-IF.
036255     IF WS-REC-CYCLE-ID NOT = WS-CYCLE-ID
036266         PERFORM 0410-READ-READY THRU 0410-READ-READY-EXIT
036277         GO TO 0420-STORE-READY-EXIT
036288     END-IF.
036300     IF CD-READY-IS-SET
036400         IF WS-RDY-COUNT NOT < WS-MAX-ENTRIES
036500             PERFORM 9800-TABLE-OVERFLOW
052300 0800-PRINT-RESULT-EXIT.
052400     EXIT.

052407******************************************************************
052414*    0850-REPORT-BYPASSED                                        *
052421*    A REHEARSAL AND A PRODUCTION RUN NEVER RECONCILE AGAINST    *
052426*    EACH OTHER'S RECORDS. FINDING THE OTHER KIND IN A DATASET   *
052431*    MEANS A DD POINTS AT THE WRONG DATASET, SO IT IS NAMED -    *
052436*    RC 4.                                                       *
052442******************************************************************
052449 0850-REPORT-BYPASSED.
052456     IF WS-AUDIT-BYPASS-COUNT > ZERO
052463         MOVE WS-AUDIT-BYPASS-COUNT TO WS-DISPLAY-BYPASS
052470         DISPLAY "CDRECON - WARNING - AUDITOUT HELD "
052477                 WS-DISPLAY-BYPASS " " WS-BYPASS-KIND
052484                 " RECORD(S) - BYPASSED"
052491         MOVE 4 TO WS-RC-CANDIDATE
052498         PERFORM 9900-RAISE-RETURN-CODE
052505             THRU 9900-RAISE-RETURN-CODE-EXIT
052512     END-IF.
052519     IF WS-READY-BYPASS-COUNT > ZERO
052526         MOVE WS-READY-BYPASS-COUNT TO WS-DISPLAY-BYPASS
052533         DISPLAY "CDRECON - WARNING - READYOUT HELD "
052540                 WS-DISPLAY-BYPASS " " WS-BYPASS-KIND
052547                 " RECORD(S) - BYPASSED"
052554         MOVE 4 TO WS-RC-CANDIDATE
052561         PERFORM 9900-RAISE-RETURN-CODE
052568             THRU 9900-RAISE-RETURN-CODE-EXIT
052575     END-IF.
052582 0850-REPORT-BYPASSED-EXIT.
052589     EXIT.

052600******************************************************************
052700*    0890-WRITE-EXCEPTION                                       *
052800******************************************************************
