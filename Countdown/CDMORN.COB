002000*     ----------------------------------------------------------------------     *
002100*     DATE         INIT   DESCRIPTION                                            *
002200*     09/02/2026   GN     INITIAL VERSION.                                       *
002220*     10/15/2026   GN     OPTIONAL CYCLE ID IN PARM POSITION 9 (N NIGHTLY,       *
002240*                         THE DEFAULT, OR I INTRADAY). THE HANDOVER COVERS ONLY  *
002260*                         THAT CYCLE'S GATES, SUMMARIES AND STATUS RECORDS -     *
002280*                         THE STATUS MASTER IS NOW KEYED BY JOB AND CYCLE.       *
002283*     10/15/2026   GN     PARM POSITION 10 'R' PRINTS THE HANDOVER FOR A         *
002286*                         REHEARSAL RUN OF THE DRIVER FROM ITS TEST DATASETS -   *
002289*                         ONLY RECORDS MARKED 'R' COUNT. WITHOUT IT REHEARSAL    *
002292*                         RECORDS ARE BYPASSED. BYPASSED RECORDS ARE COUNTED     *
002295*                         AND WARNED (RC 4) BY DATASET.                          *
002296*     10/15/2026   GN     AUDITOUT MUST PASS ITS CONTROL-TOTAL CHECK (CDTOTALS)  *
002297*                         BEFORE IT IS READ - A MISSING OR UNBALANCED TRAILER    *
002298*                         IS NAMED AND THE RUN REFUSED (RC 20). HEADER AND       *
002299*                         TRAILER RECORDS ARE PASSED OVER.                       *
002329*     10/15/2026   GN     EVERY EXCEPTION LINE NOW SHOWS THE GATE'S OWNING       *
002359*                         TEAM AND PRIMARY ON-CALL FROM THE OWNERSHIP MASTER     *
002389*                         (OWNMSTR) AND WHERE ITS PAGES STAND - NOT PAGED,       *
002419*                         ACKNOWLEDGED AND BY WHOM, OR UNACKNOWLEDGED AND HOW    *
002449*                         FAR UP THE CHAIN - FROM DISPOUT AND ACKFILE.           *
002499**********************************************************************************

002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CDMORN.
003500*    POSITIONS 1-8  OPTIONAL CYCLE DATE, YYYYMMDD - THE DATE    *
003600*                      THE BATCH WINDOW OPENED, FOR THE REPORT  *
003700*                      HEADER. BLANK DEFAULTS TO TODAY.          *
003730*    POSITION 9     OPTIONAL CYCLE ID - N = NIGHTLY 22:00      *
003760*                      (DEFAULT), I = INTRADAY 12:00.           *
003773*    POSITION 10    OPTIONAL 'R' - HANDOVER FOR A REHEARSAL RUN  *
003786*                      OF THE DRIVER (TEST DATASETS).            *
003800*    EXAMPLE:    "20260901"  HANDOVER FOR THE SEP 1 CYCLE       *
003850*                "20260901I" HANDOVER FOR THE SEP 1 MIDDAY RUN  *
003870*                "20260901NR" REHEARSAL OF THE SEP 1 NIGHT       *
003900******************************************************************

004100******************************************************************
006000     SELECT STATUS-FILE ASSIGN TO STATFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS CD-STAT-KEY
006400         FILE STATUS IS WS-STAT-STATUS.

006600     SELECT AUDIT-IN ASSIGN TO AUDITOUT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-REPORT-STATUS.

007616     SELECT OWNER-MASTER ASSIGN TO OWNMSTR
007632         ORGANIZATION IS INDEXED
007648         ACCESS MODE IS DYNAMIC
007664         RECORD KEY IS CD-OWN-KEY
007680         FILE STATUS IS WS-OWN-STATUS.

007696     SELECT DISP-IN ASSIGN TO DISPOUT
007712         ORGANIZATION IS LINE SEQUENTIAL
007728         FILE STATUS IS WS-DISP-STATUS.

007744     SELECT ACK-IN ASSIGN TO ACKFILE
007760         ORGANIZATION IS LINE SEQUENTIAL
007776         FILE STATUS IS WS-ACK-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.

010600 FD  REPORT-OUT.
010700 01  REPORT-RECORD                   PIC X(132).

010720 FD  OWNER-MASTER.
010740     COPY CDOWN.

010760 FD  DISP-IN.
010780     COPY CDDISP.

010800 FD  ACK-IN.
010820     COPY CDACK.

010900 WORKING-STORAGE SECTION.

011100******************************************************************
011800     05  WS-AUDIT-STATUS             PIC X(02) VALUE "00".
011900     05  WS-RECON-STATUS             PIC X(02) VALUE "00".
012000     05  WS-REPORT-STATUS            PIC X(02) VALUE "00".
012050     05  WS-OWN-STATUS               PIC X(02) VALUE "00".
012100     05  WS-DISP-STATUS              PIC X(02) VALUE "00".
012150     05  WS-ACK-STATUS               PIC X(02) VALUE "00".

012200******************************************************************
012300*    PROGRAM SWITCHES                                           *
013800         88  RECON-REPORT-PRESENT             VALUE 'Y'.
013900     05  WS-FOUND-SWITCH             PIC X(01) VALUE 'N'.
014000         88  MATCH-WAS-FOUND                  VALUE 'Y'.
014013     05  WS-OWN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
014026         88  OWNER-MASTER-IS-OPEN             VALUE 'Y'.
014039     05  WS-PAGE-LOG-SWITCH          PIC X(01) VALUE 'N'.
014052         88  PAGE-LOG-PRESENT                 VALUE 'Y'.
014065     05  WS-ACK-OPEN-SWITCH          PIC X(01) VALUE 'N'.
014078         88  ACK-FILE-IS-OPEN                 VALUE 'Y'.
014091     05  WS-DISP-EOF-SWITCH          PIC X(01) VALUE 'N'.
014104         88  END-OF-DISP-FILE                 VALUE 'Y'.
014117     05  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
014130         88  END-OF-ACK-FILE                  VALUE 'Y'.
014143     05  WS-PAGED-SWITCH             PIC X(01) VALUE 'N'.
014156         88  GATE-WAS-PAGED                   VALUE 'Y'.
014169     05  WS-ACK-FOUND-SWITCH         PIC X(01) VALUE 'N'.
014182         88  PAGE-WAS-ACKNOWLEDGED            VALUE 'Y'.

014200******************************************************************
014300*    RETURN CODE                                                *
015200     05  WS-PARM-DATA                PIC X(80).
015300     05  WS-PARM-CYCLE-X             PIC X(08).

015320******************************************************************
015340*    CYCLE SELECTION - A BLANK CYCLE ID ON AN OLDER AUDIT        *
015360*    RECORD WAS WRITTEN BY THE NIGHTLY CYCLE.                    *
015380******************************************************************
015400 01  WS-CYCLE-FIELDS.
015420     05  WS-CYCLE-ID                 PIC X(01) VALUE 'N'.
015440         88  NIGHTLY-CYCLE                   VALUE 'N'.
015460         88  INTRADAY-CYCLE                  VALUE 'I'.
015480     05  WS-REC-CYCLE-ID             PIC X(01) VALUE SPACE.
015482     05  WS-REHEARSAL-MARK           PIC X(01) VALUE SPACE.
015484         88  REHEARSAL-REPORT                VALUE 'R'.
015486     05  WS-BYPASS-KIND              PIC X(10) VALUE 'REHEARSAL'.
015488     05  WS-AUDIT-BYPASS-COUNT       PIC 9(05) COMP VALUE ZERO.
015490     05  WS-STAT-BYPASS-COUNT        PIC 9(05) COMP VALUE ZERO.
015492     05  WS-DISPLAY-BYPASS           PIC ZZZZ9.

015500 77  WS-OVERRUN-TOLERANCE            PIC 9(05) VALUE 5.

015700******************************************************************
019100         10  WS-ORPHAN-JOB           PIC X(08).
019200         10  WS-ORPHAN-REASON        PIC X(50).

019208******************************************************************
019214*    PAGE LOG - EVERY PAGE AND ESCALATION ON DISPOUT FOR THIS    *
019220*    RUN, AND EVERY ACKNOWLEDGEMENT ON ACKFILE. A PAGE IS        *
019226*    MATCHED TO ITS ACKNOWLEDGEMENT ON GATE, EVENT CODE AND      *
019232*    EVENT TIME; THE HIGHEST STEP OF AN UNANSWERED PAGE SAYS     *
019238*    HOW FAR UP THE OWNER'S CHAIN (1 ON-CALL, 2 SECONDARY,       *
019244*    3 MANAGER) IT HAS GONE.                                     *
019256******************************************************************
019264 77  WS-MAX-PAGES                    PIC 9(04) VALUE 1000.
019272 77  WS-MAX-ACKS                     PIC 9(04) VALUE 1000.

019280 01  WS-PAGE-TABLE.
019288     05  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
019296     05  WS-PAGE-ENTRY OCCURS 1000 TIMES INDEXED BY PAGE-IDX.
019304         10  WS-PGT-JOB              PIC X(08).
019312         10  WS-PGT-CODE             PIC X(04).
019320         10  WS-PGT-EVT-TS           PIC X(17).
019328         10  WS-PGT-STEP             PIC X(01).

019336 01  WS-ACK-TABLE.
019344     05  WS-ACK-COUNT                PIC 9(04) COMP VALUE ZERO.
019352     05  WS-ACK-ENTRY OCCURS 1000 TIMES INDEXED BY ACK-IDX.
019360         10  WS-ACKT-JOB             PIC X(08).
019368         10  WS-ACKT-CODE            PIC X(04).
019376         10  WS-ACKT-EVT-TS          PIC X(17).
019384         10  WS-ACKT-BY              PIC X(10).

019400 01  WS-SUBSCRIPTS.
019500     05  WS-SUB                      PIC 9(03) COMP VALUE ZERO.
019600     05  WS-ORPH-SUB                 PIC 9(03) COMP VALUE ZERO.
019620     05  WS-PAGE-SUB                 PIC 9(04) COMP VALUE ZERO.

019640 01  WS-PAGE-STATUS-FIELDS.
019660     05  WS-OWNER-JOB                PIC X(08) VALUE SPACES.
019680     05  WS-OPEN-STEP                PIC X(01) VALUE SPACE.
019700     05  WS-FOUND-ACK-BY             PIC X(10) VALUE SPACES.
019720     05  WS-LAST-ACK-BY              PIC X(10) VALUE SPACES.

019800******************************************************************
019900*    CYCLE OUTCOME ACCUMULATORS                                 *
023400     05  FILLER                      PIC X(12)
023500         VALUE 'PRINTED ON: '.
023600     05  RPT-H1-DATE                 PIC 9(08).
023620     05  FILLER                      PIC X(09)
023640         VALUE '  CYCLE: '.
023660     05  RPT-H1-CYCLE-ID             PIC X(01).
023673     05  FILLER                      PIC X(02) VALUE SPACES.
023686     05  RPT-H1-MODE                 PIC X(17) VALUE SPACES.
023700     05  FILLER                      PIC X(25) VALUE SPACES.

023900 01  RPT-SECTION-LINE.
024000     05  RPT-SECTION-TITLE           PIC X(52).
025800     05  RPT-EXC-JOB                 PIC X(08).
025900     05  FILLER                      PIC X(02) VALUE SPACES.
026000     05  RPT-EXC-TEXT                PIC X(70).
026017     05  FILLER                      PIC X(02) VALUE SPACES.
026034     05  RPT-EXC-TEAM                PIC X(12).
026051     05  FILLER                      PIC X(02) VALUE SPACES.
026068     05  RPT-EXC-ONCALL              PIC X(10).
026085     05  FILLER                      PIC X(02) VALUE SPACES.
026102     05  RPT-EXC-ACK                 PIC X(22).
026119     05  FILLER                      PIC X(02) VALUE SPACES.

026136 01  RPT-EXC-COLUMN-LINE.
026153     05  FILLER                      PIC X(82)
026170         VALUE 'JOB NAME  EXCEPTION'.
026187     05  FILLER                      PIC X(14)
026204         VALUE 'OWNER TEAM'.
026221     05  FILLER                      PIC X(12)
026238         VALUE 'ON CALL'.
026255     05  FILLER                      PIC X(24)
026272         VALUE 'PAGE / ACKNOWLEDGEMENT'.

026300 01  RPT-COLUMN-LINE.
026400     05  FILLER                      PIC X(10)
029400         VALUE '  NO EXCEPTIONS - THE CYCLE RAN CLEAN'.
029500     05  FILLER                      PIC X(88) VALUE SPACES.

029540******************************************************************
029580*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
029620******************************************************************
029660     COPY CDTOTPM.

029700 PROCEDURE DIVISION.

029900******************************************************************
031100             THRU 0400-APPLY-STATUS-MASTER-EXIT
031200         PERFORM 0500-APPLY-RECON-REPORT
031300             THRU 0500-APPLY-RECON-REPORT-EXIT
031330         PERFORM 0550-APPLY-PAGE-STATUS
031360             THRU 0550-APPLY-PAGE-STATUS-EXIT
031400         PERFORM 0600-JUDGE-ALL-GATES
031500             THRU 0600-JUDGE-ALL-GATES-EXIT
031600         PERFORM 0700-PRINT-HANDOVER
031700             THRU 0700-PRINT-HANDOVER-EXIT
031730         PERFORM 0850-REPORT-BYPASSED
031760             THRU 0850-REPORT-BYPASSED-EXIT
031800     END-IF.
031900     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
032000 0000-MAINLINE-EXIT.
032600*    THE BACKBONE AND ARE FATAL IF MISSING; A MISSING STATUS     *
032700*    MASTER OR RECON REPORT LOWERS THE RUN TO RC 4 AND THE       *
032800*    REPORT SAYS SO RATHER THAN PRETENDING ALL IS WELL.          *
032820*    AUDITOUT IS PROVED AGAINST ITS HEADER AND TRAILER           *
032840*    CONTROL TOTALS (CDTOTALS) BEFORE IT IS OPENED; ONE THAT     *
032860*    IS INCOMPLETE OR DOES NOT BALANCE IS REFUSED - RC 20.       *
032880*    THE OWNERSHIP MASTER AND PAGE LOG ARE OPENED LAST (0130).   *
032900******************************************************************
033000 0100-INITIALIZE.
033100     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
033500        AND WS-PARM-CYCLE-X NOT = ZERO
033600         MOVE WS-PARM-CYCLE-X TO WS-CYCLE-DATE
033700     END-IF.
033707     IF WS-PARM-DATA(9:1) NOT = SPACE
033714         MOVE WS-PARM-DATA(9:1) TO WS-CYCLE-ID
033721     END-IF.
033728     IF NOT NIGHTLY-CYCLE AND NOT INTRADAY-CYCLE
033735         DISPLAY "CDMORN - CYCLE ID '" WS-CYCLE-ID
033742                 "' MUST BE N (NIGHTLY) OR I (INTRADAY)"
033749         MOVE 16 TO WS-RC-CANDIDATE
033756         PERFORM 9900-RAISE-RETURN-CODE
033763             THRU 9900-RAISE-RETURN-CODE-EXIT
033770         SET REPORT-CANNOT-RUN TO TRUE
033777         GO TO 0100-INITIALIZE-EXIT
033784     END-IF.
033785     MOVE WS-PARM-DATA(10:1) TO WS-REHEARSAL-MARK.
033786     IF REHEARSAL-REPORT
033787         MOVE 'PRODUCTION' TO WS-BYPASS-KIND
033788         MOVE '*** REHEARSAL ***' TO RPT-H1-MODE
033789     ELSE
033790         IF WS-REHEARSAL-MARK NOT = SPACE
033791             DISPLAY "CDMORN - POSITION 10 '" WS-REHEARSAL-MARK
033792                     "' MUST BE R (REHEARSAL) OR BLANK"
033793             MOVE 16 TO WS-RC-CANDIDATE
033794             PERFORM 9900-RAISE-RETURN-CODE
033795                 THRU 9900-RAISE-RETURN-CODE-EXIT
033796             SET REPORT-CANNOT-RUN TO TRUE
033797             GO TO 0100-INITIALIZE-EXIT
033798         END-IF
033799     END-IF.
033800     OPEN INPUT CONTROL-FILE.
033900     IF WS-CTL-STATUS NOT = "00"
034000         DISPLAY "CDMORN - UNABLE TO OPEN CTLFILE, STATUS="
034500         SET REPORT-CANNOT-RUN TO TRUE
034600         GO TO 0100-INITIALIZE-EXIT
034700     END-IF.
034707     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
034714     SET CD-TOT-VERIFY TO TRUE.
034721     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
034728     IF CD-TOT-IS-OUT-OF-BALANCE
034735         DISPLAY "CDMORN - AUDITOUT FAILED ITS "
034738                 "CONTROL-TOTAL CHECK"
034742         DISPLAY "CDMORN - " CD-TOT-MESSAGE
034749         MOVE 20 TO WS-RC-CANDIDATE
034756         PERFORM 9900-RAISE-RETURN-CODE
034763             THRU 9900-RAISE-RETURN-CODE-EXIT
034770         SET REPORT-CANNOT-RUN TO TRUE
034777         CLOSE CONTROL-FILE
034784         GO TO 0100-INITIALIZE-EXIT
034791     END-IF.
034800     OPEN INPUT AUDIT-IN.
034900     IF WS-AUDIT-STATUS NOT = "00"
035000         DISPLAY "CDMORN - UNABLE TO OPEN AUDIT-IN, STATUS="
039300         END-IF
039400         GO TO 0100-INITIALIZE-EXIT
039500     END-IF.
039530     PERFORM 0130-OPEN-PAGING-FILES
039560         THRU 0130-OPEN-PAGING-FILES-EXIT.
039600 0100-INITIALIZE-EXIT.
039700     EXIT.

043700 0115-GET-PARM-FROM-SYSIN-EXIT.
043800     EXIT.

043804******************************************************************
043808*    0130-OPEN-PAGING-FILES                                      *
043812*    OWNERS AND PAGE STATUS ARE HELPFUL, NOT ESSENTIAL: WITHOUT  *
043816*    THE OWNERSHIP MASTER OR DISPOUT THE HANDOVER STILL PRINTS,  *
043820*    SHOWS 'UNKNOWN', AND ENDS RC 4. NO ACKFILE YET SIMPLY MEANS *
043824*    NOBODY HAS ACKNOWLEDGED ANYTHING.                           *
043828******************************************************************
043832 0130-OPEN-PAGING-FILES.
043836     OPEN INPUT OWNER-MASTER.
043840     IF WS-OWN-STATUS = "00"
043844         SET OWNER-MASTER-IS-OPEN TO TRUE
043848     ELSE
043852         DISPLAY "CDMORN - OWNER MASTER UNAVAILABLE, STATUS="
043856                 WS-OWN-STATUS " - OWNERS NOT SHOWN"
043860         MOVE 4 TO WS-RC-CANDIDATE
043864         PERFORM 9900-RAISE-RETURN-CODE
043868             THRU 9900-RAISE-RETURN-CODE-EXIT
043872     END-IF.
043876     OPEN INPUT DISP-IN.
043880     IF WS-DISP-STATUS NOT = "00"
043884         DISPLAY "CDMORN - DISPOUT UNAVAILABLE, STATUS="
043888                 WS-DISP-STATUS " - PAGE STATUS NOT SHOWN"
043892         MOVE 4 TO WS-RC-CANDIDATE
043896         PERFORM 9900-RAISE-RETURN-CODE
043900             THRU 9900-RAISE-RETURN-CODE-EXIT
043904         GO TO 0130-OPEN-PAGING-FILES-EXIT
043908     END-IF.
043912     SET PAGE-LOG-PRESENT TO TRUE.
043916     OPEN INPUT ACK-IN.
043920     IF WS-ACK-STATUS = "00"
043924         SET ACK-FILE-IS-OPEN TO TRUE
043928         GO TO 0130-OPEN-PAGING-FILES-EXIT
043932     END-IF.
043936     IF WS-ACK-STATUS NOT = "35"
043940         DISPLAY "CDMORN - UNABLE TO OPEN ACKFILE, STATUS="
043944                 WS-ACK-STATUS " - PAGE STATUS NOT SHOWN"
043948         MOVE 4 TO WS-RC-CANDIDATE
043952         PERFORM 9900-RAISE-RETURN-CODE
043956             THRU 9900-RAISE-RETURN-CODE-EXIT
043960         CLOSE DISP-IN
043964         MOVE 'N' TO WS-PAGE-LOG-SWITCH
043968     END-IF.
043972 0130-OPEN-PAGING-FILES-EXIT.
043976     EXIT.

044000******************************************************************
044100*    0200-LOAD-CONTROL-TABLE                                    *
044200******************************************************************

046300******************************************************************
046400*    0220-STORE-CONTROL                                         *
046450*    ENTRIES THAT BELONG ONLY TO THE OTHER CYCLE ARE LEFT OUT.   *
046500******************************************************************
046600 0220-STORE-CONTROL.
046700     IF WS-GATE-COUNT NOT < WS-MAX-GATES
047300         SET END-OF-CONTROL-FILE TO TRUE
047400         GO TO 0220-STORE-CONTROL-EXIT
047500     END-IF.
047516     IF (CD-CTL-NIGHTLY-ONLY AND INTRADAY-CYCLE)
047532        OR (CD-CTL-INTRADAY-ONLY AND NIGHTLY-CYCLE)
047548         PERFORM 0210-READ-CONTROL THRU 0210-READ-CONTROL-EXIT
047564         GO TO 0220-STORE-CONTROL-EXIT
047580     END-IF.
047600     ADD 1 TO WS-GATE-COUNT.
047700     MOVE WS-GATE-COUNT TO WS-SUB.
047800     MOVE CD-CTL-JOB-NAME TO WS-GATE-JOB (WS-SUB).
052500         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
052600         GO TO 0320-APPLY-ONE-SUMMARY-EXIT
052700     END-IF.
052711     MOVE CD-AUDIT-CYCLE-ID TO WS-REC-CYCLE-ID.
052722     IF WS-REC-CYCLE-ID = SPACE
052733         MOVE 'N' TO WS-REC-CYCLE-ID
052744     END-IF.
052755     IF WS-REC-CYCLE-ID NOT = WS-CYCLE-ID
052766         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
052777         GO TO 0320-APPLY-ONE-SUMMARY-EXIT
052788     END-IF.
052790     IF CD-AUDIT-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
052792         ADD 1 TO WS-AUDIT-BYPASS-COUNT
052794         PERFORM 0310-READ-AUDIT THRU 0310-READ-AUDIT-EXIT
052796         GO TO 0320-APPLY-ONE-SUMMARY-EXIT
052798     END-IF.
052800     IF WS-WINDOW-OPEN-TS = SPACES
052900        OR CD-AUDIT-TIMESTAMP < WS-WINDOW-OPEN-TS
053000         MOVE CD-AUDIT-TIMESTAMP TO WS-WINDOW-OPEN-TS
057300******************************************************************
057400 0410-READ-ONE-STATUS.
057500     MOVE WS-GATE-JOB (WS-SUB) TO CD-STAT-JOB-NAME.
057550     MOVE WS-CYCLE-ID TO CD-STAT-CYCLE-ID.
057600     READ STATUS-FILE
057700         INVALID KEY
057800             CONTINUE
057900     END-READ.
057916     IF WS-STAT-STATUS = "00"
057932        AND CD-STAT-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
057948         ADD 1 TO WS-STAT-BYPASS-COUNT
057964         GO TO 0410-READ-ONE-STATUS-EXIT
057980     END-IF.
058000     IF WS-STAT-STATUS = "00"
058100         MOVE CD-STAT-STATUS TO WS-GATE-STATUS (WS-SUB)
058200         MOVE CD-STAT-REASON TO WS-GATE-REASON (WS-SUB)
060200 0500-APPLY-RECON-REPORT-EXIT.
060300     EXIT.

060301******************************************************************
060302*    0550-APPLY-PAGE-STATUS                                      *
060303*    LOAD THE ACKNOWLEDGEMENTS, THEN THE PAGES AND ESCALATIONS   *
060304*    OF THIS RUN (PRODUCTION OR REHEARSAL). A PAGE STAGED BEFORE *
060305*    STEPS WERE RECORDED COUNTS AS STEP 1. A TABLE THAT FILLS IS *
060306*    REPORTED (RC 4) AND THE REST OF ITS FILE IS LEFT UNREAD.    *
060307******************************************************************
060308 0550-APPLY-PAGE-STATUS.
060309     IF NOT PAGE-LOG-PRESENT
060310         GO TO 0550-APPLY-PAGE-STATUS-EXIT
060311     END-IF.
060312     IF ACK-FILE-IS-OPEN
060313         PERFORM 0555-READ-ACK THRU 0555-READ-ACK-EXIT
060314         PERFORM 0560-STORE-ACK THRU 0560-STORE-ACK-EXIT
060315             UNTIL END-OF-ACK-FILE
060316     END-IF.
060317     PERFORM 0565-READ-DISP THRU 0565-READ-DISP-EXIT.
060318     PERFORM 0570-STORE-PAGE THRU 0570-STORE-PAGE-EXIT
060319         UNTIL END-OF-DISP-FILE.
060320 0550-APPLY-PAGE-STATUS-EXIT.
060321     EXIT.

060322******************************************************************
060323*    0555-READ-ACK                                               *
060324******************************************************************
060325 0555-READ-ACK.
060326     READ ACK-IN
060327         AT END
060328             SET END-OF-ACK-FILE TO TRUE
060329         NOT AT END
060330             CONTINUE
060331     END-READ.
060332 0555-READ-ACK-EXIT.
060333     EXIT.

060334******************************************************************
060335*    0560-STORE-ACK                                              *
060336******************************************************************
060337 0560-STORE-ACK.
060338     IF CD-ACK-RECORD = SPACES
060339         PERFORM 0555-READ-ACK THRU 0555-READ-ACK-EXIT
060340         GO TO 0560-STORE-ACK-EXIT
060341     END-IF.
060342     IF WS-ACK-COUNT NOT < WS-MAX-ACKS
060343         DISPLAY "CDMORN - MORE THAN " WS-MAX-ACKS
060344                 " ACKNOWLEDGEMENTS - REMAINDER NOT READ"
060345         MOVE 4 TO WS-RC-CANDIDATE
060346         PERFORM 9900-RAISE-RETURN-CODE
060347             THRU 9900-RAISE-RETURN-CODE-EXIT
060348         SET END-OF-ACK-FILE TO TRUE
060349         GO TO 0560-STORE-ACK-EXIT
060350     END-IF.
060351     ADD 1 TO WS-ACK-COUNT.
060352     SET ACK-IDX TO WS-ACK-COUNT.
060353     MOVE CD-ACK-JOB-NAME TO WS-ACKT-JOB (ACK-IDX).
060354     MOVE CD-ACK-EVT-CODE TO WS-ACKT-CODE (ACK-IDX).
060355     MOVE CD-ACK-EVT-TIMESTAMP TO WS-ACKT-EVT-TS (ACK-IDX).
060356     MOVE CD-ACK-BY TO WS-ACKT-BY (ACK-IDX).
060357     PERFORM 0555-READ-ACK THRU 0555-READ-ACK-EXIT.
060358 0560-STORE-ACK-EXIT.
060359     EXIT.

060360******************************************************************
060361*    0565-READ-DISP                                              *
060362******************************************************************
060363 0565-READ-DISP.
060364     READ DISP-IN
060365         AT END
060366             SET END-OF-DISP-FILE TO TRUE
060367         NOT AT END
060368             CONTINUE
060369     END-READ.
060370 0565-READ-DISP-EXIT.
060371     EXIT.

060372******************************************************************
060373*    0570-STORE-PAGE                                             *
060374******************************************************************
060375 0570-STORE-PAGE.
060376     IF CD-DISP-RECORD = SPACES
060377        OR CD-DISP-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
060378         PERFORM 0565-READ-DISP THRU 0565-READ-DISP-EXIT
060379         GO TO 0570-STORE-PAGE-EXIT
060380     END-IF.
060381     IF CD-DISP-ACTION NOT = 'PAGE      '
060382        AND CD-DISP-ACTION NOT = 'ESCALATE 2'
060383        AND CD-DISP-ACTION NOT = 'ESCALATE 3'
060384         PERFORM 0565-READ-DISP THRU 0565-READ-DISP-EXIT
060385         GO TO 0570-STORE-PAGE-EXIT
060386     END-IF.
060387     IF WS-PAGE-COUNT NOT < WS-MAX-PAGES
060388         DISPLAY "CDMORN - MORE THAN " WS-MAX-PAGES
060389                 " PAGES ON DISPOUT - REMAINDER NOT READ"
060390         MOVE 4 TO WS-RC-CANDIDATE
060391         PERFORM 9900-RAISE-RETURN-CODE
060392             THRU 9900-RAISE-RETURN-CODE-EXIT
060393         SET END-OF-DISP-FILE TO TRUE
060394         GO TO 0570-STORE-PAGE-EXIT
060395     END-IF.
060396     ADD 1 TO WS-PAGE-COUNT.
060397     SET PAGE-IDX TO WS-PAGE-COUNT.
060398     MOVE CD-DISP-JOB-NAME TO WS-PGT-JOB (PAGE-IDX).
060399     MOVE CD-DISP-EVT-CODE TO WS-PGT-CODE (PAGE-IDX).
060400     MOVE CD-DISP-EVT-TIMESTAMP TO WS-PGT-EVT-TS (PAGE-IDX).
060401     MOVE CD-DISP-PAGE-STEP TO WS-PGT-STEP (PAGE-IDX).
060402     IF WS-PGT-STEP (PAGE-IDX) = SPACE
060403         MOVE '1' TO WS-PGT-STEP (PAGE-IDX)
060404     END-IF.
060405     PERFORM 0565-READ-DISP THRU 0565-READ-DISP-EXIT.
060406 0570-STORE-PAGE-EXIT.
060407     EXIT.

060500******************************************************************
060600*    0510-READ-RECON                                            *
060700******************************************************************
074200 0700-PRINT-HANDOVER.
074300     MOVE WS-CYCLE-DATE TO RPT-H1-CYCLE.
074400     MOVE WS-RUN-DATE TO RPT-H1-DATE.
074450     MOVE WS-CYCLE-ID TO RPT-H1-CYCLE-ID.
074500     WRITE REPORT-RECORD FROM RPT-HEADING-1
074600         AFTER ADVANCING 1 LINE.
074700     MOVE SPACES TO RPT-SECTION-LINE.
082800             AFTER ADVANCING 1 LINE
082900         GO TO 0710-PRINT-EXCEPTIONS-EXIT
083000     END-IF.
083030     WRITE REPORT-RECORD FROM RPT-EXC-COLUMN-LINE
083060         AFTER ADVANCING 1 LINE.
083100     MOVE 'F' TO WS-CLASS-CURSOR.
083150     PERFORM 0720-SWEEP-ONE-CLASS
083200         THRU 0720-SWEEP-ONE-CLASS-EXIT.
089800                WS-GATE-RECON (WS-SUB) DELIMITED BY SIZE
089900             INTO RPT-EXC-TEXT
090000     END-EVALUATE.
090030     MOVE WS-GATE-JOB (WS-SUB) TO WS-OWNER-JOB.
090060     PERFORM 0740-FILL-OWNER-ACK THRU 0740-FILL-OWNER-ACK-EXIT.
090100     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
090200         AFTER ADVANCING 1 LINE.
090300 0730-PRINT-IF-CLASS-EXIT.
090400     EXIT.

090402******************************************************************
090404*    0740-FILL-OWNER-ACK                                         *
090406*    OWNING TEAM, PRIMARY ON-CALL AND PAGE STATUS OF WS-OWNER-   *
090408*    JOB ONTO THE EXCEPTION LINE. ANY PAGE OF THE GATE STILL     *
090410*    UNANSWERED OUTRANKS THOSE THAT WERE ACKNOWLEDGED.           *
090412******************************************************************
090414 0740-FILL-OWNER-ACK.
090416     MOVE SPACES TO RPT-EXC-TEAM RPT-EXC-ONCALL RPT-EXC-ACK.
090418     IF OWNER-MASTER-IS-OPEN
090420         MOVE WS-OWNER-JOB TO CD-OWN-JOB-NAME
090422         READ OWNER-MASTER
090424             INVALID KEY
090426                 CONTINUE
090428         END-READ
090430         IF WS-OWN-STATUS = "00"
090432             MOVE CD-OWN-TEAM TO RPT-EXC-TEAM
090434             MOVE CD-OWN-PRIMARY TO RPT-EXC-ONCALL
090436         ELSE
090438             MOVE 'NO OWNER' TO RPT-EXC-TEAM
090440         END-IF
090442     ELSE
090444         MOVE 'UNKNOWN' TO RPT-EXC-TEAM
090446     END-IF.
090448     IF NOT PAGE-LOG-PRESENT
090450         MOVE 'UNKNOWN' TO RPT-EXC-ACK
090452         GO TO 0740-FILL-OWNER-ACK-EXIT
090454     END-IF.
090456     MOVE 'N' TO WS-PAGED-SWITCH.
090458     MOVE SPACE TO WS-OPEN-STEP.
090460     MOVE SPACES TO WS-LAST-ACK-BY.
090462     PERFORM 0745-CHECK-ONE-PAGE THRU 0745-CHECK-ONE-PAGE-EXIT
090464         VARYING WS-PAGE-SUB FROM 1 BY 1
090466         UNTIL WS-PAGE-SUB > WS-PAGE-COUNT.
090468     EVALUATE TRUE
090470     WHEN NOT GATE-WAS-PAGED
090472         MOVE 'NOT PAGED' TO RPT-EXC-ACK
090474     WHEN WS-OPEN-STEP = '3'
090476         MOVE 'NO ACK - AT MANAGER' TO RPT-EXC-ACK
090478     WHEN WS-OPEN-STEP = '2'
090480         MOVE 'NO ACK - AT SECONDARY' TO RPT-EXC-ACK
090482     WHEN WS-OPEN-STEP NOT = SPACE
090484         MOVE 'NOT ACKNOWLEDGED' TO RPT-EXC-ACK
090486     WHEN OTHER
090488         STRING 'ACKED BY ' DELIMITED BY SIZE
090490                WS-LAST-ACK-BY DELIMITED BY SPACE
090492             INTO RPT-EXC-ACK
090494     END-EVALUATE.
090496 0740-FILL-OWNER-ACK-EXIT.
090498     EXIT.

090500******************************************************************
090502*    0745-CHECK-ONE-PAGE                                         *
090504******************************************************************
090506 0745-CHECK-ONE-PAGE.
090508     IF WS-PGT-JOB (WS-PAGE-SUB) NOT = WS-OWNER-JOB
090510         GO TO 0745-CHECK-ONE-PAGE-EXIT
090512     END-IF.
090514     SET GATE-WAS-PAGED TO TRUE.
090516     MOVE 'N' TO WS-ACK-FOUND-SWITCH.
090518     IF WS-ACK-COUNT > ZERO
090520         SET ACK-IDX TO 1
090522         SEARCH WS-ACK-ENTRY
090524             AT END
090526                 CONTINUE
090528             WHEN ACK-IDX > WS-ACK-COUNT
090530                 CONTINUE
090532             WHEN WS-ACKT-JOB (ACK-IDX) = WS-PGT-JOB (WS-PAGE-SUB)
090534              AND WS-ACKT-CODE (ACK-IDX) =
090536                  WS-PGT-CODE (WS-PAGE-SUB)
090538              AND WS-ACKT-EVT-TS (ACK-IDX) =
090540                  WS-PGT-EVT-TS (WS-PAGE-SUB)
090542                 MOVE WS-ACKT-BY (ACK-IDX) TO WS-FOUND-ACK-BY
090544                 SET PAGE-WAS-ACKNOWLEDGED TO TRUE
090546         END-SEARCH
090548     END-IF.
090550     IF PAGE-WAS-ACKNOWLEDGED
090552         MOVE WS-FOUND-ACK-BY TO WS-LAST-ACK-BY
090554     ELSE
090556         IF WS-PGT-STEP (WS-PAGE-SUB) > WS-OPEN-STEP
090558             MOVE WS-PGT-STEP (WS-PAGE-SUB) TO WS-OPEN-STEP
090560         END-IF
090562     END-IF.
090564 0745-CHECK-ONE-PAGE-EXIT.
090566     EXIT.

090600******************************************************************
090700*    0750-PRINT-ALL-GATES                                       *
090800******************************************************************
096900     STRING "RECON - " DELIMITED BY SIZE
097000            WS-ORPHAN-REASON (WS-ORPH-SUB) DELIMITED BY SIZE
097100         INTO RPT-EXC-TEXT.
097130     MOVE WS-ORPHAN-JOB (WS-ORPH-SUB) TO WS-OWNER-JOB.
097160     PERFORM 0740-FILL-OWNER-ACK THRU 0740-FILL-OWNER-ACK-EXIT.
097200     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
097300         AFTER ADVANCING 1 LINE.
097400 0790-PRINT-ONE-ORPHAN-EXIT.
097500     EXIT.

097507******************************************************************
097514*    0850-REPORT-BYPASSED                                        *
097521*    A REHEARSAL AND A PRODUCTION HANDOVER NEVER MIX EACH OTHER'S*
097528*    RECORDS. FINDING THE OTHER KIND IN A DATASET MEANS A DD     *
097535*    POINTS AT THE WRONG DATASET, SO IT IS NAMED - RC 4.         *
097542******************************************************************
097549 0850-REPORT-BYPASSED.
097556     IF WS-AUDIT-BYPASS-COUNT > ZERO
097563         MOVE WS-AUDIT-BYPASS-COUNT TO WS-DISPLAY-BYPASS
097570         DISPLAY "CDMORN - WARNING - AUDITOUT HELD "
097577                 WS-DISPLAY-BYPASS " " WS-BYPASS-KIND
097584                 " SUMMARY RECORD(S) - BYPASSED"
097591         MOVE 4 TO WS-RC-CANDIDATE
097598         PERFORM 9900-RAISE-RETURN-CODE
097605             THRU 9900-RAISE-RETURN-CODE-EXIT
097612     END-IF.
097619     IF WS-STAT-BYPASS-COUNT > ZERO
097626         MOVE WS-STAT-BYPASS-COUNT TO WS-DISPLAY-BYPASS
097633         DISPLAY "CDMORN - WARNING - STATFILE HELD "
097640                 WS-DISPLAY-BYPASS " " WS-BYPASS-KIND
097647                 " STATUS RECORD(S) - BYPASSED"
097654         MOVE 4 TO WS-RC-CANDIDATE
097661         PERFORM 9900-RAISE-RETURN-CODE
097668             THRU 9900-RAISE-RETURN-CODE-EXIT
097675     END-IF.
097682 0850-REPORT-BYPASSED-EXIT.
097689     EXIT.

097700******************************************************************
097800*    0900-STOP-RUN                                              *
097900******************************************************************
098900             CLOSE RECON-IN
099000         END-IF
099100     END-IF.
099110     IF OWNER-MASTER-IS-OPEN
099120         CLOSE OWNER-MASTER
099130     END-IF.
099140     IF PAGE-LOG-PRESENT
099150         CLOSE DISP-IN
099160     END-IF.
099170     IF ACK-FILE-IS-OPEN
099180         CLOSE ACK-IN
099190     END-IF.
099200     MOVE WS-RETURN-CODE TO RETURN-CODE.
099300     STOP RUN.
099400 0900-STOP-RUN-EXIT.
