002300*                         OR ANY), THREE DESTINATIONS, DUPLICATE                 *
002400*                         SUPPRESSION, AND A DISPOSITION RECORD PER              *
002500*                         ROUTING DECISION.                                      *
002514*     10/15/2026   GN     PARM POSITION 6 'R' DISPATCHES THE EVENT FEED OF A     *
002528*                         REHEARSAL RUN OF THE DRIVER - ONLY EVENTS MARKED 'R'   *
002542*                         ARE ROUTED, AND EVERY ALERT LINE AND DISPOSITION IS    *
002556*                         MARKED AS REHEARSAL. WITHOUT IT REHEARSAL EVENTS ARE   *
002570*                         BYPASSED. BYPASSED EVENTS ARE COUNTED AND WARNED       *
002584*                         (RC 4).                                                *
002587*     10/15/2026   GN     EVENTOUT MUST PASS ITS CONTROL-TOTAL CHECK (CDTOTALS)  *
002590*                         BEFORE ANYTHING IS ROUTED - A MISSING OR UNBALANCED    *
002593*                         TRAILER IS NAMED AND THE RUN REFUSED (RC 20). HEADER   *
002596*                         AND TRAILER RECORDS ARE PASSED OVER.                   *
002616*     10/15/2026   GN     PAGES ARE ADDRESSED TO THE GATE OWNER'S CURRENT        *
002636*                         ON-CALL FROM THE OWNERSHIP MASTER (OWNMSTR) AND CARRY  *
002656*                         THE RUN-BOOK REFERENCE - PAGEOUT LINES ARE NOW 132     *
002676*                         BYTES. PARM POSITION 7 'X' RUNS AN ESCALATION PASS: AN *
002696*                         E-SEVERITY PAGE NOT ACKNOWLEDGED ON ACKFILE WITHIN THE *
002716*                         OWNER'S INTERVAL (DEFAULT IN PARM POSITIONS 8-10, 15   *
002736*                         MINUTES) IS PAGED TO THE SECONDARY ON-CALL, THEN THE   *
002756*                         MANAGER, AND EACH STEP IS RECORDED ON DISPOUT.         *
002799**********************************************************************************

002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CDEVDISP.
004100*                      DESTINATION INSIDE THE INTERVAL IS        *
004200*                      SUPPRESSED. BLANK OR ZERO KEEPS THE       *
004300*                      DEFAULT OF 300 SECONDS.                   *
004320*    POSITION 6     OPTIONAL 'R' - DISPATCH THE FEED OF A       *
004340*                      REHEARSAL RUN OF THE DRIVER. ITS ALERTS   *
004360*                      ARE TAGGED *REHEARSAL* - POINT EMAILOUT,  *
004380*                      PAGEOUT AND DISPOUT AT TEST DATASETS.     *
004381*    POSITION 7     OPTIONAL 'X' - ESCALATION PASS. NO EVENTS    *
004382*                      ARE DISPATCHED; THE E-SEVERITY PAGES ON   *
004383*                      DISPOUT ARE CHECKED AGAINST ACKFILE AND   *
004384*                      ANY LEFT UNACKNOWLEDGED TOO LONG ARE      *
004385*                      PAGED ONE STEP FURTHER UP THE OWNER'S     *
004386*                      CHAIN. PAGEOUT AND DISPOUT ARE EXTENDED.  *
004387*                      RUN IT EVERY FEW MINUTES AFTER THE        *
004388*                      DISPATCH, WITH THE SAME POSITION 6.       *
004389*    POSITIONS 8-10 OPTIONAL MINUTES AN ON-CALL HAS TO           *
004390*                      ACKNOWLEDGE BEFORE THE NEXT IS PAGED,     *
004391*                      FOR GATES WHOSE OWNER RECORD SETS NONE.   *
004392*                      BLANK OR ZERO KEEPS THE DEFAULT OF 15.    *
004400*    EXAMPLE:    "00600"   SUPPRESS DUPLICATES FOR 10 MINUTES    *
004450*                "     R"  DISPATCH A REHEARSAL, DEFAULT INTERVAL*
004470*                "      X030" ESCALATION PASS, 30 MINUTES TO ACK *
004500******************************************************************

004700 ENVIRONMENT DIVISION.
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-DISP-STATUS.

007320     SELECT OWNER-MASTER ASSIGN TO OWNMSTR
007340         ORGANIZATION IS INDEXED
007360         ACCESS MODE IS DYNAMIC
007380         RECORD KEY IS CD-OWN-KEY
007400         FILE STATUS IS WS-OWN-STATUS.

007420     SELECT ACK-IN ASSIGN TO ACKFILE
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS WS-ACK-STATUS.

007500 DATA DIVISION.
007600 FILE SECTION.

008800 01  EMAIL-RECORD                    PIC X(100).

009000 FD  PAGE-OUT.
009100 01  PAGE-RECORD                     PIC X(132).

009300 FD  DISP-OUT.
009400     COPY CDDISP.

009440 FD  OWNER-MASTER.
009480     COPY CDOWN.

009520 FD  ACK-IN.
009560     COPY CDACK.

009600 WORKING-STORAGE SECTION.

009800******************************************************************
010500     05  WS-EMAIL-STATUS             PIC X(02) VALUE "00".
010600     05  WS-PAGE-STATUS              PIC X(02) VALUE "00".
010700     05  WS-DISP-STATUS              PIC X(02) VALUE "00".
010760     05  WS-OWN-STATUS               PIC X(02) VALUE "00".
010820     05  WS-ACK-STATUS               PIC X(02) VALUE "00".

010900******************************************************************
011000*    PROGRAM SWITCHES                                           *
012700         88  EVENT-TS-IS-USABLE               VALUE 'Y'.
012800     05  WS-ALERT-FULL-SWITCH        PIC X(01) VALUE 'N'.
012900         88  ALERT-TABLE-IS-FULL              VALUE 'Y'.
012913     05  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
012926         88  END-OF-ACK-FILE                 VALUE 'Y'.
012939     05  WS-DISP-EOF-SWITCH          PIC X(01) VALUE 'N'.
012952         88  END-OF-DISP-FILE                VALUE 'Y'.
012965     05  WS-OWN-OPEN-SWITCH          PIC X(01) VALUE 'N'.
012978         88  OWNER-MASTER-IS-OPEN            VALUE 'Y'.
012991     05  WS-OWNER-FOUND-SWITCH       PIC X(01) VALUE 'N'.
013004         88  OWNER-WAS-FOUND                 VALUE 'Y'.
013017     05  WS-ACK-FOUND-SWITCH         PIC X(01) VALUE 'N'.
013030         88  PAGE-WAS-ACKNOWLEDGED           VALUE 'Y'.
013043     05  WS-STEP-TS-OK-SWITCH        PIC X(01) VALUE 'N'.
013056         88  STEP-TS-IS-USABLE               VALUE 'Y'.
013069     05  WS-PAGE-FULL-SWITCH         PIC X(01) VALUE 'N'.
013082         88  PAGE-TABLE-IS-FULL              VALUE 'Y'.

013100******************************************************************
013200*    RETURN CODE                                                *
014000 01  WS-PARM-FIELDS.
014100     05  WS-PARM-DATA                PIC X(80).
014200     05  WS-PARM-INTERVAL-X          PIC X(05).
014250     05  WS-REHEARSAL-MARK           PIC X(01) VALUE SPACE.
014300         88  REHEARSAL-DISPATCH              VALUE 'R'.
014350     05  WS-BYPASS-KIND              PIC X(10) VALUE 'REHEARSAL'.
014362     05  WS-PASS-MARK                PIC X(01) VALUE SPACE.
014374         88  ESCALATION-PASS                 VALUE 'X'.
014386     05  WS-PARM-ACK-MINS-X          PIC X(03).

014400******************************************************************
014500*    DUPLICATE-SUPPRESSION INTERVAL                             *
014600******************************************************************
014700 77  WS-SUPPRESS-SECS                PIC 9(05) VALUE 300.

014720******************************************************************
014740*    ACKNOWLEDGEMENT INTERVAL - MINUTES EACH ON-CALL HAS TO      *
014760*    ACKNOWLEDGE AN E-SEVERITY PAGE BEFORE THE NEXT STEP OF THE  *
014780*    OWNER'S CHAIN IS PAGED, WHEN THE OWNER RECORD SETS NONE     *
014800******************************************************************
014820 77  WS-ACK-MINS                     PIC 9(03) VALUE 15.

014900******************************************************************
015000*    ROUTING RULE TABLE - LOADED ONCE FROM RULEFILE             *
015100******************************************************************
017500         10  WS-ALERT-DEST           PIC X(01).
017600         10  WS-ALERT-LAST-SECS      PIC S9(12) COMP.

017606******************************************************************
017612*    ACKNOWLEDGEMENT TABLE - LOADED ONCE FROM ACKFILE BY THE     *
017618*    ESCALATION PASS                                             *
017624******************************************************************
017630 77  WS-MAX-ACKS                     PIC 9(04) VALUE 1000.

017636 01  WS-ACK-TABLE.
017642     05  WS-ACK-COUNT                PIC 9(04) COMP VALUE ZERO.
017648     05  WS-ACK-ENTRY OCCURS 1000 TIMES INDEXED BY ACK-IDX.
017654         10  WS-ACKT-JOB             PIC X(08).
017660         10  WS-ACKT-CODE            PIC X(04).
017666         10  WS-ACKT-EVT-TS          PIC X(17).
017672         10  WS-ACKT-BY              PIC X(10).

017678******************************************************************
017684*    OPEN-PAGE TABLE - ONE ENTRY PER E-SEVERITY PAGE ON DISPOUT  *
017690*    (GATE, EVENT CODE, EVENT TIMESTAMP), HOLDING THE FURTHEST   *
017696*    STEP OF THE CHAIN IT HAS REACHED, WHO THAT STEP WENT TO,    *
017702*    AND WHEN - THE ACKNOWLEDGEMENT CLOCK RUNS FROM THAT TIME.   *
017708******************************************************************
017714 77  WS-MAX-PAGES                    PIC 9(03) VALUE 500.

017720 01  WS-PAGE-TABLE.
017726     05  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
017732     05  WS-PAGE-ENTRY OCCURS 500 TIMES INDEXED BY PAGE-IDX.
017738         10  WS-PGT-JOB              PIC X(08).
017744         10  WS-PGT-CODE             PIC X(04).
017750         10  WS-PGT-EVT-TS           PIC X(17).
017756         10  WS-PGT-STEP             PIC X(01).
017762         10  WS-PGT-SENT-TO          PIC X(10).
017768         10  WS-PGT-LAST-TS          PIC X(17).

017800 01  WS-SUBSCRIPTS.
017900     05  WS-RULE-SUB                 PIC 9(03) COMP VALUE ZERO.
018000     05  WS-ALERT-SUB                PIC 9(03) COMP VALUE ZERO.
018100     05  WS-CHAR-SUB                 PIC 9(02) COMP VALUE ZERO.
018200     05  WS-PAGE-SUB                 PIC 9(03) COMP VALUE ZERO.

018300******************************************************************
018400*    JOB-NAME WILDCARD MATCH WORK FIELDS                        *
018600 01  WS-MATCH-WORK-FIELDS.
018700     05  WS-WILD-POS                 PIC 9(02) COMP VALUE ZERO.
018800     05  WS-PREFIX-LEN               PIC 9(02) COMP VALUE ZERO.
018860     05  WS-OWNER-JOB                PIC X(08) VALUE SPACES.
018920     05  WS-STEP-WORK                PIC X(01) VALUE SPACE.

019000******************************************************************
019100*    EVENT TIMESTAMP PARSE FIELDS - THE FEED TIMESTAMP IS        *
020400     05  WS-TS-DAY-NUM               PIC S9(08) VALUE ZERO.
020500     05  WS-EVT-ABS-SECS             PIC S9(12) VALUE ZERO.
020600     05  WS-SECS-SINCE-LAST          PIC S9(12) VALUE ZERO.
020640     05  WS-TS-ABS-SECS              PIC S9(12) VALUE ZERO.
020680     05  WS-NOW-ABS-SECS             PIC S9(12) VALUE ZERO.
020720     05  WS-DUE-ABS-SECS             PIC S9(12) VALUE ZERO.
020760     05  WS-STEP-MINS                PIC 9(03) VALUE ZERO.

020800******************************************************************
020900*    DISPATCH TIMESTAMP FIELDS - STAMPED PER DISPOSITION SO THE  *
021300     05  WS-NOW-DATE                 PIC 9(08) VALUE ZERO.
021400     05  WS-NOW-TIME                 PIC 9(08) VALUE ZERO.
021500     05  WS-NOW-TIMESTAMP            PIC X(17) VALUE SPACES.
021560     05  WS-DISP-RECIPIENT           PIC X(10) VALUE SPACES.
021620     05  WS-DISP-PAGE-STEP           PIC X(01) VALUE SPACE.

021700******************************************************************
021800*    DISPATCH COUNTERS                                          *
022400     05  WS-PAGE-SENT                PIC 9(05) COMP VALUE ZERO.
022500     05  WS-SUPPRESSED-COUNT         PIC 9(05) COMP VALUE ZERO.
022600     05  WS-NO-RULE-COUNT            PIC 9(05) COMP VALUE ZERO.
022650     05  WS-BYPASS-COUNT             PIC 9(05) COMP VALUE ZERO.
022655     05  WS-OWNED-PAGE-COUNT         PIC 9(05) COMP VALUE ZERO.
022660     05  WS-UNOWNED-PAGE-COUNT       PIC 9(05) COMP VALUE ZERO.
022665     05  WS-PAGES-CHECKED            PIC 9(05) COMP VALUE ZERO.
022670     05  WS-ACKED-COUNT              PIC 9(05) COMP VALUE ZERO.
022675     05  WS-AWAITING-COUNT           PIC 9(05) COMP VALUE ZERO.
022680     05  WS-ESCALATED-COUNT          PIC 9(05) COMP VALUE ZERO.
022685     05  WS-EXHAUSTED-COUNT          PIC 9(05) COMP VALUE ZERO.
022690     05  WS-NO-OWNER-ESC-COUNT       PIC 9(05) COMP VALUE ZERO.
022700     05  WS-DISPLAY-COUNT            PIC ZZZZ9.

022900******************************************************************
024000     05  WS-AL-JOB-NAME              PIC X(08).
024100     05  FILLER                      PIC X(02) VALUE SPACES.
024200     05  WS-AL-TEXT                  PIC X(40).
024230     05  FILLER                      PIC X(02) VALUE SPACES.
024260     05  WS-AL-REHEARSAL             PIC X(11) VALUE SPACES.
024300     05  FILLER                      PIC X(09) VALUE SPACES.

024302******************************************************************
024304*    PAGE LINE - THE ALERT LINE ADDRESSED FOR THE PAGING         *
024306*    TOOLING: THE ON-CALL ID TO PAGE (BLANK WHEN THE GATE HAS NO *
024308*    OWNER), THE STEP OF THE CHAIN (1 ON-CALL, 2 SECONDARY, 3    *
024310*    MANAGER) AND THE OWNER'S RUN-BOOK REFERENCE                 *
024312******************************************************************
024314 01  WS-PAGE-LINE.
024316     05  WS-PL-TO-ID                 PIC X(10).
024318     05  FILLER                      PIC X(01) VALUE SPACE.
024320     05  WS-PL-STEP                  PIC X(01).
024322     05  FILLER                      PIC X(01) VALUE SPACE.
024324     05  WS-PL-ALERT                 PIC X(100).
024326     05  FILLER                      PIC X(01) VALUE SPACE.
024328     05  WS-PL-RUNBOOK               PIC X(12).
024330     05  FILLER                      PIC X(06) VALUE SPACES.

024340******************************************************************
024380*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
024420******************************************************************
024460     COPY CDTOTPM.

024500 PROCEDURE DIVISION.

025000******************************************************************
025100 0000-MAINLINE.
025200     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
025202     IF DISPATCH-CAN-RUN AND ESCALATION-PASS
025204         PERFORM 0150-OPEN-ESCALATION-PASS
025206             THRU 0150-OPEN-ESCALATION-PASS-EXIT
025208     END-IF.
025214     IF DISPATCH-CAN-RUN AND ESCALATION-PASS
025228         PERFORM 0600-ESCALATION-PASS
025242             THRU 0600-ESCALATION-PASS-EXIT
025256         PERFORM 0800-PRINT-SUMMARY
025270             THRU 0800-PRINT-SUMMARY-EXIT
025284     END-IF.
025300     IF DISPATCH-CAN-RUN AND NOT ESCALATION-PASS
025400         PERFORM 0200-LOAD-RULES THRU 0200-LOAD-RULES-EXIT
025500         PERFORM 0300-READ-EVENT THRU 0300-READ-EVENT-EXIT
025600         PERFORM 0310-DISPATCH-ONE-EVENT
027000*    GUESSING WHO TO PAGE WOULD BE WORSE THAN STOPPING. A        *
027100*    MISSING EVENT FEED IS FATAL TOO - SOMETHING UPSTREAM IS     *
027200*    WRONG IF THE CYCLE LEFT NO FEED AT ALL.                     *
027220*    THE EVENT FEED IS PROVED AGAINST ITS HEADER AND TRAILER     *
027240*    CONTROL TOTALS (CDTOTALS) BEFORE IT IS OPENED - A FEED      *
027260*    CUT SHORT WOULD OTHERWISE PAGE FOR HALF A NIGHT.            *
027270*    THE OWNERSHIP MASTER IS OPENED LAST; WITHOUT IT PAGES ARE   *
027280*    STILL STAGED, UNADDRESSED, AND THE RUN ENDS RC 4. THE       *
027290*    ESCALATION PASS STOPS AFTER THE PARM - IT OPENS ITS OWN SET *
027295*    OF FILES (0150, FROM THE MAINLINE).                         *
027300******************************************************************
027400 0100-INITIALIZE.
027500     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
027600     PERFORM 0120-APPLY-INTERVAL-OVRD
027700         THRU 0120-APPLY-INTERVAL-OVRD-EXIT.
027705     MOVE WS-PARM-DATA(6:1) TO WS-REHEARSAL-MARK.
027710     IF REHEARSAL-DISPATCH
027715         MOVE 'PRODUCTION' TO WS-BYPASS-KIND
027720         MOVE '*REHEARSAL*' TO WS-AL-REHEARSAL
027725         DISPLAY "CDEVDISP - DISPATCHING A REHEARSAL EVENT FEED"
027730     END-IF.
027735     IF WS-REHEARSAL-MARK NOT = SPACE AND NOT REHEARSAL-DISPATCH
027740         DISPLAY "CDEVDISP - POSITION 6 '" WS-REHEARSAL-MARK
027745                 "' MUST BE R (REHEARSAL) OR BLANK"
027750         MOVE 16 TO WS-RC-CANDIDATE
027755         PERFORM 9900-RAISE-RETURN-CODE
027760             THRU 9900-RAISE-RETURN-CODE-EXIT
027765         SET DISPATCH-CANNOT-RUN TO TRUE
027770         GO TO 0100-INITIALIZE-EXIT
027775     END-IF.
027776     PERFORM 0130-GET-ESCALATION-PARM
027777         THRU 0130-GET-ESCALATION-PARM-EXIT.
027778     IF DISPATCH-CANNOT-RUN OR ESCALATION-PASS
027779         GO TO 0100-INITIALIZE-EXIT
027780     END-IF.
027781     MOVE 'EVENTOUT' TO CD-TOT-DATASET.
027782     SET CD-TOT-VERIFY TO TRUE.
027783     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
027784     IF CD-TOT-IS-OUT-OF-BALANCE
027785         DISPLAY "CDEVDISP - EVENTOUT FAILED ITS "
027789                 "CONTROL-TOTAL CHECK"
027793         DISPLAY "CDEVDISP - " CD-TOT-MESSAGE
027794         MOVE 20 TO WS-RC-CANDIDATE
027795         PERFORM 9900-RAISE-RETURN-CODE
027796             THRU 9900-RAISE-RETURN-CODE-EXIT
027797         SET DISPATCH-CANNOT-RUN TO TRUE
027798         GO TO 0100-INITIALIZE-EXIT
027799     END-IF.
027800     OPEN INPUT EVENT-IN.
027900     IF WS-EVENT-STATUS NOT = "00"
028000         DISPLAY "CDEVDISP - UNABLE TO OPEN EVENTOUT, STATUS="
032900         CLOSE EVENT-IN RULE-FILE EMAIL-OUT PAGE-OUT
033000         GO TO 0100-INITIALIZE-EXIT
033100     END-IF.
033130     PERFORM 0140-OPEN-OWNER-MASTER
033160         THRU 0140-OPEN-OWNER-MASTER-EXIT.
033200 0100-INITIALIZE-EXIT.
033300     EXIT.

039700 0120-APPLY-INTERVAL-OVRD-EXIT.
039800     EXIT.

039801******************************************************************
039802*    0130-GET-ESCALATION-PARM                                    *
039803*    POSITION 7 CHOOSES THE ESCALATION PASS; POSITIONS 8-10      *
039804*    OVERRIDE THE DEFAULT ACKNOWLEDGEMENT MINUTES THE SAME WAY   *
039805*    POSITIONS 1-5 OVERRIDE THE SUPPRESSION INTERVAL.            *
039806******************************************************************
039807 0130-GET-ESCALATION-PARM.
039808     MOVE WS-PARM-DATA(7:1) TO WS-PASS-MARK.
039809     IF WS-PASS-MARK NOT = SPACE AND NOT ESCALATION-PASS
039810         DISPLAY "CDEVDISP - POSITION 7 '" WS-PASS-MARK
039811                 "' MUST BE X (ESCALATION PASS) OR BLANK"
039812         MOVE 16 TO WS-RC-CANDIDATE
039813         PERFORM 9900-RAISE-RETURN-CODE
039814             THRU 9900-RAISE-RETURN-CODE-EXIT
039815         SET DISPATCH-CANNOT-RUN TO TRUE
039816         GO TO 0130-GET-ESCALATION-PARM-EXIT
039817     END-IF.
039818     MOVE WS-PARM-DATA(8:3) TO WS-PARM-ACK-MINS-X.
039819     IF WS-PARM-ACK-MINS-X NOT = SPACES
039820         IF WS-PARM-ACK-MINS-X NUMERIC
039821             IF WS-PARM-ACK-MINS-X NOT = ZERO
039822                 MOVE WS-PARM-ACK-MINS-X TO WS-ACK-MINS
039823             END-IF
039824         ELSE
039825             DISPLAY "CDEVDISP - ACKNOWLEDGEMENT MINUTES '"
039826                     WS-PARM-ACK-MINS-X
039827                     "' NOT NUMERIC - KEEPING DEFAULT"
039828         END-IF
039829     END-IF.
039830 0130-GET-ESCALATION-PARM-EXIT.
039831     EXIT.

039832******************************************************************
039833*    0140-OPEN-OWNER-MASTER                                      *
039834*    A DISPATCH WITHOUT THE OWNERSHIP MASTER STILL STAGES EVERY  *
039835*    PAGE - UNADDRESSED, FOR THE PAGING TOOLING'S OWN DEFAULT    *
039836*    ROUTE - RATHER THAN LOSE IT.                                *
039837******************************************************************
039838 0140-OPEN-OWNER-MASTER.
039839     OPEN INPUT OWNER-MASTER.
039840     IF WS-OWN-STATUS = "00"
039841         SET OWNER-MASTER-IS-OPEN TO TRUE
039842     ELSE
039843         DISPLAY "CDEVDISP - OWNER MASTER UNAVAILABLE, STATUS="
039844                 WS-OWN-STATUS " - PAGES STAGED UNADDRESSED"
039845         MOVE 4 TO WS-RC-CANDIDATE
039846         PERFORM 9900-RAISE-RETURN-CODE
039847             THRU 9900-RAISE-RETURN-CODE-EXIT
039848     END-IF.
039849 0140-OPEN-OWNER-MASTER-EXIT.
039850     EXIT.

039851******************************************************************
039852*    0150-OPEN-ESCALATION-PASS                                   *
039853*    THE ESCALATION PASS NEEDS THE OWNERSHIP MASTER (WHO IS NEXT *
039854*    IN THE CHAIN), EVERY ACKNOWLEDGEMENT, AND THE PAGES ALREADY *
039855*    ON DISPOUT - ALL FATAL IF MISSING, SINCE GUESSING WOULD     *
039856*    PAGE A MANAGER FOR A PAGE SOMEBODY ALREADY ANSWERED. A      *
039857*    MISSING ACKFILE JUST MEANS NOTHING HAS BEEN ACKNOWLEDGED    *
039858*    YET. ONCE DISPOUT IS READ IT IS REOPENED FOR EXTEND, WITH   *
039859*    PAGEOUT, SO THE ESCALATIONS FOLLOW THE DISPATCH'S OWN       *
039860*    RECORDS.                                                    *
039861******************************************************************
039862 0150-OPEN-ESCALATION-PASS.
039863     DISPLAY "CDEVDISP - ESCALATION PASS - E-SEVERITY PAGES "
039864             "CHECKED FOR ACKNOWLEDGEMENT".
039865     OPEN INPUT OWNER-MASTER.
039866     IF WS-OWN-STATUS NOT = "00"
039867         DISPLAY "CDEVDISP - UNABLE TO OPEN OWNMSTR, STATUS="
039868                 WS-OWN-STATUS
039869         MOVE 20 TO WS-RC-CANDIDATE
039870         PERFORM 9900-RAISE-RETURN-CODE
039871             THRU 9900-RAISE-RETURN-CODE-EXIT
039872         SET DISPATCH-CANNOT-RUN TO TRUE
039873         GO TO 0150-OPEN-ESCALATION-PASS-EXIT
039874     END-IF.
039875     PERFORM 0610-LOAD-ACKS THRU 0610-LOAD-ACKS-EXIT.
039876     IF DISPATCH-CANNOT-RUN
039877         CLOSE OWNER-MASTER
039878         GO TO 0150-OPEN-ESCALATION-PASS-EXIT
039879     END-IF.
039880     OPEN INPUT DISP-OUT.
039881     IF WS-DISP-STATUS NOT = "00"
039882         DISPLAY "CDEVDISP - UNABLE TO OPEN DISPOUT, STATUS="
039883                 WS-DISP-STATUS
039884         MOVE 20 TO WS-RC-CANDIDATE
039885         PERFORM 9900-RAISE-RETURN-CODE
039886             THRU 9900-RAISE-RETURN-CODE-EXIT
039887         SET DISPATCH-CANNOT-RUN TO TRUE
039888         CLOSE OWNER-MASTER
039889         GO TO 0150-OPEN-ESCALATION-PASS-EXIT
039890     END-IF.
039891     PERFORM 0630-LOAD-PAGES THRU 0630-LOAD-PAGES-EXIT.
039892     CLOSE DISP-OUT.
039893     OPEN EXTEND DISP-OUT.
039894     IF WS-DISP-STATUS NOT = "00"
039895         DISPLAY "CDEVDISP - UNABLE TO EXTEND DISPOUT, STATUS="
039896                 WS-DISP-STATUS
039897         MOVE 20 TO WS-RC-CANDIDATE
039898         PERFORM 9900-RAISE-RETURN-CODE
039899             THRU 9900-RAISE-RETURN-CODE-EXIT
039900         SET DISPATCH-CANNOT-RUN TO TRUE
039901         CLOSE OWNER-MASTER
039902         GO TO 0150-OPEN-ESCALATION-PASS-EXIT
039903     END-IF.
039904     OPEN EXTEND PAGE-OUT.
039905     IF WS-PAGE-STATUS = "35"
039906         OPEN OUTPUT PAGE-OUT
039907     END-IF.
039908     IF WS-PAGE-STATUS NOT = "00"
039909         DISPLAY "CDEVDISP - UNABLE TO OPEN PAGEOUT, STATUS="
039910                 WS-PAGE-STATUS
039911         MOVE 20 TO WS-RC-CANDIDATE
039912         PERFORM 9900-RAISE-RETURN-CODE
039913             THRU 9900-RAISE-RETURN-CODE-EXIT
039914         SET DISPATCH-CANNOT-RUN TO TRUE
039915         CLOSE OWNER-MASTER DISP-OUT
039916         GO TO 0150-OPEN-ESCALATION-PASS-EXIT
039917     END-IF.
039918     SET OWNER-MASTER-IS-OPEN TO TRUE.
039919 0150-OPEN-ESCALATION-PASS-EXIT.
039920     EXIT.

040000******************************************************************
040100*    0200-LOAD-RULES                                            *
040200*    LOAD THE ROUTING RULES INTO THE TABLE. A RULE WITH AN       *
049400*    AGAINST THE DISPOSITIONS - AND AN UNROUTED SEVERITY-E       *
049500*    EVENT RAISES RC 4, BECAUSE AN ERROR NOBODY WAS TOLD         *
049600*    ABOUT IS A RULE-DECK GAP, NOT A QUIET NIGHT.                *
049630*    A REHEARSAL EVENT IN A PRODUCTION FEED, OR THE OTHER WAY    *
049660*    ROUND, IS NEVER ROUTED - IT IS COUNTED, AND WARNED AT END.  *
049673*    THE FEED'S HEADER AND TRAILER ARE NOT EVENTS AND ARE PASSED *
049686*    OVER LIKE A BLANK LINE.                                     *
049700******************************************************************
049800 0310-DISPATCH-ONE-EVENT.
049900     IF CD-EVENT-RECORD = SPACES OR CD-EVT-IS-CONTROL
050000         PERFORM 0300-READ-EVENT THRU 0300-READ-EVENT-EXIT
050100         GO TO 0310-DISPATCH-ONE-EVENT-EXIT
050200     END-IF.
050216     IF CD-EVT-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
050232         ADD 1 TO WS-BYPASS-COUNT
050248         PERFORM 0300-READ-EVENT THRU 0300-READ-EVENT-EXIT
050264         GO TO 0310-DISPATCH-ONE-EVENT-EXIT
050280     END-IF.
050300     ADD 1 TO WS-EVENTS-READ.
050400     MOVE 'N' TO WS-MATCHED-SWITCH.
050500     PERFORM 0320-PARSE-EVENT-TS THRU 0320-PARSE-EVENT-TS-EXIT.
070400*    0400-DELIVER-ALERT                                         *
070500*    ONE ALERT TO THE MATCHED RULE'S DESTINATION, PLUS THE       *
070600*    DISPOSITION RECORD THAT PROVES IT WENT.                     *
070650*    A PAGE GOES TO THE GATE OWNER'S CURRENT ON-CALL (0410).     *
070700******************************************************************
070800 0400-DELIVER-ALERT.
070900     MOVE CD-EVT-TIMESTAMP TO WS-AL-TIMESTAMP.
072100         ADD 1 TO WS-EMAIL-SENT
072200         MOVE 'EMAIL     ' TO CD-DISP-ACTION
072300     WHEN WS-RULE-DEST (WS-RULE-SUB) = 'P'
072360         PERFORM 0410-ADDRESS-PAGE THRU 0410-ADDRESS-PAGE-EXIT
072420         WRITE PAGE-RECORD FROM WS-PAGE-LINE
072500         ADD 1 TO WS-PAGE-SENT
072600         MOVE 'PAGE      ' TO CD-DISP-ACTION
072700     END-EVALUATE.
072800     PERFORM 0500-WRITE-DISPOSITION
072900         THRU 0500-WRITE-DISPOSITION-EXIT.
072950     MOVE SPACES TO WS-DISP-RECIPIENT WS-DISP-PAGE-STEP.
073000 0400-DELIVER-ALERT-EXIT.
073100     EXIT.

073103******************************************************************
073106*    0410-ADDRESS-PAGE                                           *
073109*    THE ALERT LINE ADDRESSED TO THE OWNER'S PRIMARY ON-CALL -   *
073112*    STEP 1 OF THE CHAIN - WITH THE RUN-BOOK REFERENCE. A GATE   *
073115*    WITH NO OWNER RECORD IS STILL PAGED, UNADDRESSED, AND       *
073118*    WARNED (RC 4) SO THE MASTER GETS FIXED.                     *
073121******************************************************************
073124 0410-ADDRESS-PAGE.
073127     MOVE SPACES TO WS-PAGE-LINE.
073130     MOVE WS-ALERT-LINE TO WS-PL-ALERT.
073133     MOVE '1' TO WS-PL-STEP.
073136     MOVE '1' TO WS-DISP-PAGE-STEP.
073139     MOVE CD-EVT-JOB-NAME TO WS-OWNER-JOB.
073142     PERFORM 0420-LOOK-UP-OWNER THRU 0420-LOOK-UP-OWNER-EXIT.
073145     IF NOT OWNER-WAS-FOUND
073148         ADD 1 TO WS-UNOWNED-PAGE-COUNT
073151         IF OWNER-MASTER-IS-OPEN
073154             DISPLAY "CDEVDISP - " CD-EVT-JOB-NAME
073157                     " HAS NO OWNER ON OWNMSTR - PAGE STAGED "
073160                     "UNADDRESSED"
073163             MOVE 4 TO WS-RC-CANDIDATE
073166             PERFORM 9900-RAISE-RETURN-CODE
073169                 THRU 9900-RAISE-RETURN-CODE-EXIT
073172         END-IF
073175         GO TO 0410-ADDRESS-PAGE-EXIT
073178     END-IF.
073181     ADD 1 TO WS-OWNED-PAGE-COUNT.
073184     MOVE CD-OWN-PRIMARY TO WS-PL-TO-ID.
073187     MOVE CD-OWN-PRIMARY TO WS-DISP-RECIPIENT.
073190     MOVE CD-OWN-RUNBOOK TO WS-PL-RUNBOOK.
073193 0410-ADDRESS-PAGE-EXIT.
073196     EXIT.

073199******************************************************************
073202*    0420-LOOK-UP-OWNER                                          *
073205*    KEYED READ OF THE OWNERSHIP MASTER FOR WS-OWNER-JOB; SETS   *
073208*    OWNER-WAS-FOUND, LEAVING THE RECORD IN CD-OWN-RECORD.       *
073211******************************************************************
073214 0420-LOOK-UP-OWNER.
073217     MOVE 'N' TO WS-OWNER-FOUND-SWITCH.
073220     IF NOT OWNER-MASTER-IS-OPEN
073223         GO TO 0420-LOOK-UP-OWNER-EXIT
073226     END-IF.
073229     MOVE WS-OWNER-JOB TO CD-OWN-JOB-NAME.
073232     READ OWNER-MASTER
073235         INVALID KEY
073238             CONTINUE
073241     END-READ.
073244     IF WS-OWN-STATUS = "00"
073247         SET OWNER-WAS-FOUND TO TRUE
073250     END-IF.
073253 0420-LOOK-UP-OWNER-EXIT.
073256     EXIT.

073300******************************************************************
073400*    0500-WRITE-DISPOSITION                                     *
073500*    THE CALLER HAS SET CD-DISP-ACTION; EVERYTHING ELSE COMES    *
073600*    FROM THE CURRENT EVENT, AND THE DISPATCH TIMESTAMP IS       *
073700*    STAMPED (0520) SO THE RECORD PROVES WHEN THE DECISION WAS   *
073800*    TAKEN, NOT WHEN THE EVENT WAS RAISED.                       *
073900******************************************************************
074000 0500-WRITE-DISPOSITION.
074800     MOVE CD-EVT-CODE TO CD-DISP-EVT-CODE.
074900     MOVE CD-EVT-SEVERITY TO CD-DISP-SEVERITY.
075000     MOVE CD-EVT-JOB-NAME TO CD-DISP-JOB-NAME.
075100     MOVE CD-EVT-TIMESTAMP TO CD-DISP-EVT-TIMESTAMP.
075250     MOVE WS-REHEARSAL-MARK TO CD-DISP-REHEARSAL-FLAG.
075350     MOVE WS-DISP-RECIPIENT TO CD-DISP-RECIPIENT.
075450     MOVE WS-DISP-PAGE-STEP TO CD-DISP-PAGE-STEP.
075550     PERFORM 0520-PUT-DISPOSITION THRU 0520-PUT-DISPOSITION-EXIT.
076100 0500-WRITE-DISPOSITION-EXIT.
076200     EXIT.

076201******************************************************************
076202*    0510-STAMP-NOW                                              *
076203*    THE CURRENT DATE AND TIME AS A FEED-STYLE TIMESTAMP.        *
076204******************************************************************
076205 0510-STAMP-NOW.
076206     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
076207     ACCEPT WS-NOW-TIME FROM TIME.
076208     MOVE SPACES TO WS-NOW-TIMESTAMP.
076209     STRING WS-NOW-DATE DELIMITED BY SIZE
076210            "-"         DELIMITED BY SIZE
076211            WS-NOW-TIME DELIMITED BY SIZE
076212         INTO WS-NOW-TIMESTAMP.
076213 0510-STAMP-NOW-EXIT.
076214     EXIT.

076215******************************************************************
076216*    0520-PUT-DISPOSITION                                        *
076217*    THE CALLER HAS FILLED THE DISPOSITION; IT IS STAMPED WITH   *
076218*    THE DISPATCH TIME AND WRITTEN.                              *
076219******************************************************************
076220 0520-PUT-DISPOSITION.
076221     PERFORM 0510-STAMP-NOW THRU 0510-STAMP-NOW-EXIT.
076222     MOVE WS-NOW-TIMESTAMP TO CD-DISP-TIMESTAMP.
076223     WRITE CD-DISP-RECORD.
076224     IF WS-DISP-STATUS NOT = "00"
076225         DISPLAY "CDEVDISP - DISPOSITION WRITE FAILED, STATUS="
076226                 WS-DISP-STATUS
076227         MOVE 8 TO WS-RC-CANDIDATE
076228         PERFORM 9900-RAISE-RETURN-CODE
076229             THRU 9900-RAISE-RETURN-CODE-EXIT
076230     END-IF.
076231 0520-PUT-DISPOSITION-EXIT.
076232     EXIT.

076233******************************************************************
076234*    0600-ESCALATION-PASS                                        *
076235*    EVERY OPEN E-SEVERITY PAGE AGAINST THE CLOCK AND ACKFILE.   *
076236******************************************************************
076237 0600-ESCALATION-PASS.
076238     PERFORM 0510-STAMP-NOW THRU 0510-STAMP-NOW-EXIT.
076239     MOVE WS-NOW-TIMESTAMP TO WS-TS-WORK.
076240     PERFORM 0690-TS-TO-SECS THRU 0690-TS-TO-SECS-EXIT.
076241     MOVE WS-TS-ABS-SECS TO WS-NOW-ABS-SECS.
076242     PERFORM 0650-CHECK-ONE-PAGE THRU 0650-CHECK-ONE-PAGE-EXIT
076243         VARYING WS-PAGE-SUB FROM 1 BY 1
076244         UNTIL WS-PAGE-SUB > WS-PAGE-COUNT.
076245 0600-ESCALATION-PASS-EXIT.
076246     EXIT.

076247******************************************************************
076248*    0610-LOAD-ACKS                                              *
076249*    EVERY ACKNOWLEDGEMENT THE PAGING TOOLING HAS WRITTEN BACK.  *
076250*    A FULL TABLE STOPS THE PASS - ESCALATING WITHOUT ALL OF     *
076251*    THEM WOULD PAGE PEOPLE ABOUT PAGES ALREADY ANSWERED.        *
076252******************************************************************
076253 0610-LOAD-ACKS.
076254     OPEN INPUT ACK-IN.
076255     IF WS-ACK-STATUS = "35"
076256         DISPLAY "CDEVDISP - NO ACKFILE - NO PAGE HAS BEEN "
076257                 "ACKNOWLEDGED YET"
076258         GO TO 0610-LOAD-ACKS-EXIT
076259     END-IF.
076260     IF WS-ACK-STATUS NOT = "00"
076261         DISPLAY "CDEVDISP - UNABLE TO OPEN ACKFILE, STATUS="
076262                 WS-ACK-STATUS
076263         MOVE 20 TO WS-RC-CANDIDATE
076264         PERFORM 9900-RAISE-RETURN-CODE
076265             THRU 9900-RAISE-RETURN-CODE-EXIT
076266         SET DISPATCH-CANNOT-RUN TO TRUE
076267         GO TO 0610-LOAD-ACKS-EXIT
076268     END-IF.
076269     PERFORM 0615-READ-ACK THRU 0615-READ-ACK-EXIT.
076270     PERFORM 0620-STORE-ACK THRU 0620-STORE-ACK-EXIT
076271         UNTIL END-OF-ACK-FILE.
076272     CLOSE ACK-IN.
076273 0610-LOAD-ACKS-EXIT.
076274     EXIT.

076275******************************************************************
076276*    0615-READ-ACK                                               *
076277******************************************************************
076278 0615-READ-ACK.
076279     READ ACK-IN
076280         AT END
076281             SET END-OF-ACK-FILE TO TRUE
076282         NOT AT END
076283             CONTINUE
076284     END-READ.
076285 0615-READ-ACK-EXIT.
076286     EXIT.

076287******************************************************************
076288*    0620-STORE-ACK                                              *
076289******************************************************************
076290 0620-STORE-ACK.
076291     IF CD-ACK-RECORD = SPACES
076292         PERFORM 0615-READ-ACK THRU 0615-READ-ACK-EXIT
076293         GO TO 0620-STORE-ACK-EXIT
076294     END-IF.
076295     IF WS-ACK-COUNT NOT < WS-MAX-ACKS
076296         DISPLAY "CDEVDISP - MORE THAN " WS-MAX-ACKS
076297                 " ACKNOWLEDGEMENTS - ESCALATION PASS REFUSED"
076298         MOVE 20 TO WS-RC-CANDIDATE
076299         PERFORM 9900-RAISE-RETURN-CODE
076300             THRU 9900-RAISE-RETURN-CODE-EXIT
076301         SET DISPATCH-CANNOT-RUN TO TRUE
076302         SET END-OF-ACK-FILE TO TRUE
076303         GO TO 0620-STORE-ACK-EXIT
076304     END-IF.
076305     ADD 1 TO WS-ACK-COUNT.
076306     SET ACK-IDX TO WS-ACK-COUNT.
076307     MOVE CD-ACK-JOB-NAME TO WS-ACKT-JOB (ACK-IDX).
076308     MOVE CD-ACK-EVT-CODE TO WS-ACKT-CODE (ACK-IDX).
076309     MOVE CD-ACK-EVT-TIMESTAMP TO WS-ACKT-EVT-TS (ACK-IDX).
076310     MOVE CD-ACK-BY TO WS-ACKT-BY (ACK-IDX).
076311     PERFORM 0615-READ-ACK THRU 0615-READ-ACK-EXIT.
076312 0620-STORE-ACK-EXIT.
076313     EXIT.

076314******************************************************************
076315*    0630-LOAD-PAGES                                             *
076316*    THE E-SEVERITY PAGES AND ESCALATIONS ON DISPOUT, FOR THIS   *
076317*    PRODUCTION OR REHEARSAL RUN ONLY.                           *
076318******************************************************************
076319 0630-LOAD-PAGES.
076320     PERFORM 0635-READ-DISP THRU 0635-READ-DISP-EXIT.
076321     PERFORM 0640-STORE-PAGE THRU 0640-STORE-PAGE-EXIT
076322         UNTIL END-OF-DISP-FILE.
076323 0630-LOAD-PAGES-EXIT.
076324     EXIT.

076325******************************************************************
076326*    0635-READ-DISP                                              *
076327******************************************************************
076328 0635-READ-DISP.
076329     READ DISP-OUT
076330         AT END
076331             SET END-OF-DISP-FILE TO TRUE
076332         NOT AT END
076333             CONTINUE
076334     END-READ.
076335 0635-READ-DISP-EXIT.
076336     EXIT.

076337******************************************************************
076338*    0640-STORE-PAGE                                             *
076339*    ONE ENTRY PER PAGE, RAISED TO THE FURTHEST STEP SEEN. A     *
076340*    PAGE STAGED BEFORE STEPS WERE RECORDED COUNTS AS STEP 1. A  *
076341*    FULL TABLE LEAVES THE REST UNCHECKED AND SAYS SO (RC 8).    *
076342******************************************************************
076343 0640-STORE-PAGE.
076344     IF CD-DISP-RECORD = SPACES
076345        OR CD-DISP-REHEARSAL-FLAG NOT = WS-REHEARSAL-MARK
076346        OR CD-DISP-SEVERITY NOT = 'E'
076347         PERFORM 0635-READ-DISP THRU 0635-READ-DISP-EXIT
076348         GO TO 0640-STORE-PAGE-EXIT
076349     END-IF.
076350     IF CD-DISP-ACTION NOT = 'PAGE      '
076351        AND CD-DISP-ACTION NOT = 'ESCALATE 2'
076352        AND CD-DISP-ACTION NOT = 'ESCALATE 3'
076353         PERFORM 0635-READ-DISP THRU 0635-READ-DISP-EXIT
076354         GO TO 0640-STORE-PAGE-EXIT
076355     END-IF.
076356     MOVE CD-DISP-PAGE-STEP TO WS-STEP-WORK.
076357     IF WS-STEP-WORK = SPACE
076358         MOVE '1' TO WS-STEP-WORK
076359     END-IF.
076360     MOVE ZERO TO WS-PAGE-SUB.
076361     IF WS-PAGE-COUNT > ZERO
076362         SET PAGE-IDX TO 1
076363         SEARCH WS-PAGE-ENTRY
076364             AT END
076365                 CONTINUE
076366             WHEN PAGE-IDX > WS-PAGE-COUNT
076367                 CONTINUE
076368             WHEN WS-PGT-JOB (PAGE-IDX) = CD-DISP-JOB-NAME
076369              AND WS-PGT-CODE (PAGE-IDX) = CD-DISP-EVT-CODE
076370              AND WS-PGT-EVT-TS (PAGE-IDX) =
076371                  CD-DISP-EVT-TIMESTAMP
076372                 SET WS-PAGE-SUB TO PAGE-IDX
076373         END-SEARCH
076374     END-IF.
076375     IF WS-PAGE-SUB = ZERO
076376         IF WS-PAGE-COUNT NOT < WS-MAX-PAGES
076377             IF NOT PAGE-TABLE-IS-FULL
076378                 DISPLAY "CDEVDISP - MORE THAN " WS-MAX-PAGES
076379                         " E-SEVERITY PAGES - REMAINDER UNCHECKED"
076380                 SET PAGE-TABLE-IS-FULL TO TRUE
076381                 MOVE 8 TO WS-RC-CANDIDATE
076382                 PERFORM 9900-RAISE-RETURN-CODE
076383                     THRU 9900-RAISE-RETURN-CODE-EXIT
076384             END-IF
076385             PERFORM 0635-READ-DISP THRU 0635-READ-DISP-EXIT
076386             GO TO 0640-STORE-PAGE-EXIT
076387         END-IF
076388         ADD 1 TO WS-PAGE-COUNT
076389         MOVE WS-PAGE-COUNT TO WS-PAGE-SUB
076390         MOVE CD-DISP-JOB-NAME TO WS-PGT-JOB (WS-PAGE-SUB)
076391         MOVE CD-DISP-EVT-CODE TO WS-PGT-CODE (WS-PAGE-SUB)
076392         MOVE CD-DISP-EVT-TIMESTAMP
076393             TO WS-PGT-EVT-TS (WS-PAGE-SUB)
076394         MOVE SPACE TO WS-PGT-STEP (WS-PAGE-SUB)
076395     END-IF.
076396     IF WS-STEP-WORK > WS-PGT-STEP (WS-PAGE-SUB)
076397         MOVE WS-STEP-WORK TO WS-PGT-STEP (WS-PAGE-SUB)
076398         MOVE CD-DISP-RECIPIENT TO WS-PGT-SENT-TO (WS-PAGE-SUB)
076399         MOVE CD-DISP-TIMESTAMP TO WS-PGT-LAST-TS (WS-PAGE-SUB)
076400     END-IF.
076401     PERFORM 0635-READ-DISP THRU 0635-READ-DISP-EXIT.
076402 0640-STORE-PAGE-EXIT.
076403     EXIT.

076404******************************************************************
076405*    0650-CHECK-ONE-PAGE                                         *
076406*    A PAGE ACKNOWLEDGED BY ANYBODY IS DONE. OTHERWISE, ONCE THE *
076407*    OWNER'S ACKNOWLEDGEMENT INTERVAL HAS RUN FROM THE LAST      *
076408*    STEP, THE NEXT STEP IS PAGED - ONE STEP PER PASS, SO EACH   *
076409*    PERSON GETS THE FULL INTERVAL. A STEP WITH AN UNREADABLE    *
076410*    TIMESTAMP IS TREATED AS OVERDUE - OVER-ALERTING IS THE      *
076411*    SAFER FAILURE. A PAGE STILL UNANSWERED AT THE MANAGER, OR   *
076412*    FOR A GATE WITH NO OWNER, IS WARNED (RC 4) ON EVERY PASS.   *
076413******************************************************************
076414 0650-CHECK-ONE-PAGE.
076415     ADD 1 TO WS-PAGES-CHECKED.
076416     PERFORM 0655-FIND-ACK THRU 0655-FIND-ACK-EXIT.
076417     IF PAGE-WAS-ACKNOWLEDGED
076418         ADD 1 TO WS-ACKED-COUNT
076419         GO TO 0650-CHECK-ONE-PAGE-EXIT
076420     END-IF.
076421     IF WS-PGT-STEP (WS-PAGE-SUB) = '3'
076422         ADD 1 TO WS-EXHAUSTED-COUNT
076423         DISPLAY "CDEVDISP - " WS-PGT-JOB (WS-PAGE-SUB) " "
076424                 WS-PGT-CODE (WS-PAGE-SUB) " PAGE OF "
076425                 WS-PGT-EVT-TS (WS-PAGE-SUB)
076426                 " UNANSWERED BY THE MANAGER"
076427         MOVE 4 TO WS-RC-CANDIDATE
076428         PERFORM 9900-RAISE-RETURN-CODE
076429             THRU 9900-RAISE-RETURN-CODE-EXIT
076430         GO TO 0650-CHECK-ONE-PAGE-EXIT
076431     END-IF.
076432     MOVE WS-PGT-JOB (WS-PAGE-SUB) TO WS-OWNER-JOB.
076433     PERFORM 0420-LOOK-UP-OWNER THRU 0420-LOOK-UP-OWNER-EXIT.
076434     IF NOT OWNER-WAS-FOUND
076435         ADD 1 TO WS-NO-OWNER-ESC-COUNT
076436         DISPLAY "CDEVDISP - " WS-PGT-JOB (WS-PAGE-SUB)
076437                 " HAS NO OWNER ON OWNMSTR - UNACKNOWLEDGED "
076438                 "PAGE NOT ESCALATED"
076439         MOVE 4 TO WS-RC-CANDIDATE
076440         PERFORM 9900-RAISE-RETURN-CODE
076441             THRU 9900-RAISE-RETURN-CODE-EXIT
076442         GO TO 0650-CHECK-ONE-PAGE-EXIT
076443     END-IF.
076444     MOVE WS-ACK-MINS TO WS-STEP-MINS.
076445     IF CD-OWN-ACK-MINS NUMERIC
076446         IF CD-OWN-ACK-MINS > ZERO
076447             MOVE CD-OWN-ACK-MINS TO WS-STEP-MINS
076448         END-IF
076449     END-IF.
076450     MOVE WS-PGT-LAST-TS (WS-PAGE-SUB) TO WS-TS-WORK.
076451     PERFORM 0690-TS-TO-SECS THRU 0690-TS-TO-SECS-EXIT.
076452     IF STEP-TS-IS-USABLE
076453         COMPUTE WS-DUE-ABS-SECS =
076454             WS-TS-ABS-SECS + (WS-STEP-MINS * 60)
076455         IF WS-NOW-ABS-SECS < WS-DUE-ABS-SECS
076456             ADD 1 TO WS-AWAITING-COUNT
076457             GO TO 0650-CHECK-ONE-PAGE-EXIT
076458         END-IF
076459     END-IF.
076460     PERFORM 0660-SEND-ESCALATION THRU 0660-SEND-ESCALATION-EXIT.
076461 0650-CHECK-ONE-PAGE-EXIT.
076462     EXIT.

076463******************************************************************
076464*    0655-FIND-ACK                                               *
076465*    AN ACKNOWLEDGEMENT MATCHES ON GATE, EVENT CODE AND EVENT    *
076466*    TIMESTAMP - WHOEVER SENT IT, AT WHATEVER STEP.              *
076467******************************************************************
076468 0655-FIND-ACK.
076469     MOVE 'N' TO WS-ACK-FOUND-SWITCH.
076470     IF WS-ACK-COUNT = ZERO
076471         GO TO 0655-FIND-ACK-EXIT
076472     END-IF.
076473     SET ACK-IDX TO 1.
076474     SEARCH WS-ACK-ENTRY
076475         AT END
076476             CONTINUE
076477         WHEN ACK-IDX > WS-ACK-COUNT
076478             CONTINUE
076479         WHEN WS-ACKT-JOB (ACK-IDX) = WS-PGT-JOB (WS-PAGE-SUB)
076480          AND WS-ACKT-CODE (ACK-IDX) = WS-PGT-CODE (WS-PAGE-SUB)
076481          AND WS-ACKT-EVT-TS (ACK-IDX) =
076482              WS-PGT-EVT-TS (WS-PAGE-SUB)
076483             SET PAGE-WAS-ACKNOWLEDGED TO TRUE
076484     END-SEARCH.
076485 0655-FIND-ACK-EXIT.
076486     EXIT.

076487******************************************************************
076488*    0660-SEND-ESCALATION                                        *
076489*    THE NEXT STEP OF THE OWNER'S CHAIN - THE SECONDARY AFTER    *
076490*    THE ON-CALL, OR THE MANAGER AFTER THE SECONDARY OR WHEN     *
076491*    THERE IS NO SECONDARY. THE PAGE LINE SAYS WHO DID NOT       *
076492*    ANSWER.                                                     *
076493******************************************************************
076494 0660-SEND-ESCALATION.
076495     IF WS-PGT-STEP (WS-PAGE-SUB) = '1'
076496        AND CD-OWN-SECONDARY NOT = SPACES
076497         MOVE '2' TO WS-DISP-PAGE-STEP
076498         MOVE CD-OWN-SECONDARY TO WS-DISP-RECIPIENT
076499         MOVE 'ESCALATE 2' TO CD-DISP-ACTION
076500     ELSE
076501         MOVE '3' TO WS-DISP-PAGE-STEP
076502         MOVE CD-OWN-MANAGER TO WS-DISP-RECIPIENT
076503         MOVE 'ESCALATE 3' TO CD-DISP-ACTION
076504     END-IF.
076505     MOVE WS-PGT-EVT-TS (WS-PAGE-SUB) TO WS-AL-TIMESTAMP.
076506     MOVE 'E' TO WS-AL-SEVERITY.
076507     MOVE WS-PGT-CODE (WS-PAGE-SUB) TO WS-AL-CODE.
076508     MOVE WS-PGT-JOB (WS-PAGE-SUB) TO WS-AL-JOB-NAME.
076509     MOVE SPACES TO WS-AL-TEXT.
076510     IF WS-PGT-SENT-TO (WS-PAGE-SUB) = SPACES
076511         MOVE 'NOT ACKNOWLEDGED - ESCALATED' TO WS-AL-TEXT
076512     ELSE
076513         STRING 'NO ACK FROM ' DELIMITED BY SIZE
076514                WS-PGT-SENT-TO (WS-PAGE-SUB) DELIMITED BY SPACE
076515                ' - ESCALATED' DELIMITED BY SIZE
076516             INTO WS-AL-TEXT
076517     END-IF.
076518     MOVE SPACES TO WS-PAGE-LINE.
076519     MOVE WS-DISP-RECIPIENT TO WS-PL-TO-ID.
076520     MOVE WS-DISP-PAGE-STEP TO WS-PL-STEP.
076521     MOVE WS-ALERT-LINE TO WS-PL-ALERT.
076522     MOVE CD-OWN-RUNBOOK TO WS-PL-RUNBOOK.
076523     WRITE PAGE-RECORD FROM WS-PAGE-LINE.
076524     ADD 1 TO WS-ESCALATED-COUNT.
076525     MOVE WS-PGT-CODE (WS-PAGE-SUB) TO CD-DISP-EVT-CODE.
076526     MOVE 'E' TO CD-DISP-SEVERITY.
076527     MOVE WS-PGT-JOB (WS-PAGE-SUB) TO CD-DISP-JOB-NAME.
076528     MOVE WS-PGT-EVT-TS (WS-PAGE-SUB) TO CD-DISP-EVT-TIMESTAMP.
076529     MOVE WS-REHEARSAL-MARK TO CD-DISP-REHEARSAL-FLAG.
076530     MOVE WS-DISP-RECIPIENT TO CD-DISP-RECIPIENT.
076531     MOVE WS-DISP-PAGE-STEP TO CD-DISP-PAGE-STEP.
076532     PERFORM 0520-PUT-DISPOSITION THRU 0520-PUT-DISPOSITION-EXIT.
076533     DISPLAY "CDEVDISP - " WS-PGT-JOB (WS-PAGE-SUB) " "
076534             WS-PGT-CODE (WS-PAGE-SUB) " PAGE NOT ACKNOWLEDGED - "
076535             CD-DISP-ACTION " TO " WS-DISP-RECIPIENT.
076536     MOVE 4 TO WS-RC-CANDIDATE.
076537     PERFORM 9900-RAISE-RETURN-CODE
076538         THRU 9900-RAISE-RETURN-CODE-EXIT.
076539     MOVE SPACES TO WS-DISP-RECIPIENT WS-DISP-PAGE-STEP.
076540 0660-SEND-ESCALATION-EXIT.
076541     EXIT.

076542******************************************************************
076543*    0690-TS-TO-SECS                                             *
076544*    WS-TS-WORK AS AN ABSOLUTE SECOND IN WS-TS-ABS-SECS, THE     *
076545*    SAME WAY 0320 TREATS THE EVENT TIMESTAMP.                   *
076546******************************************************************
076547 0690-TS-TO-SECS.
076548     MOVE 'N' TO WS-STEP-TS-OK-SWITCH.
076549     MOVE ZERO TO WS-TS-ABS-SECS.
076550     IF WS-TS-DATE NOT NUMERIC
076551         GO TO 0690-TS-TO-SECS-EXIT
076552     END-IF.
076553     IF WS-TS-HH NOT NUMERIC
076554        OR WS-TS-MM NOT NUMERIC
076555        OR WS-TS-SS NOT NUMERIC
076556         GO TO 0690-TS-TO-SECS-EXIT
076557     END-IF.
076558     COMPUTE WS-TS-DAY-NUM =
076559         FUNCTION INTEGER-OF-DATE(WS-TS-DATE).
076560     COMPUTE WS-TS-ABS-SECS =
076561         (WS-TS-DAY-NUM * 86400)
076562         + (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS.
076563     SET STEP-TS-IS-USABLE TO TRUE.
076564 0690-TS-TO-SECS-EXIT.
076565     EXIT.

076598******************************************************************
076599*    0800-PRINT-SUMMARY                                         *
076600******************************************************************
076700 0800-PRINT-SUMMARY.
076716     IF ESCALATION-PASS
076732         PERFORM 0810-PRINT-ESCALATION-SUMMARY
076748             THRU 0810-PRINT-ESCALATION-SUMMARY-EXIT
076764         GO TO 0800-PRINT-SUMMARY-EXIT
076780     END-IF.
076800     DISPLAY "CDEVDISP SUMMARY -------------------------".
076900     MOVE WS-EVENTS-READ TO WS-DISPLAY-COUNT.
077000     DISPLAY "  EVENTS READ       : " WS-DISPLAY-COUNT.
077400     DISPLAY "  EMAIL ALERTS      : " WS-DISPLAY-COUNT.
077500     MOVE WS-PAGE-SENT TO WS-DISPLAY-COUNT.
077600     DISPLAY "  PAGE ALERTS       : " WS-DISPLAY-COUNT.
077620     MOVE WS-OWNED-PAGE-COUNT TO WS-DISPLAY-COUNT.
077640     DISPLAY "  PAGES TO ON-CALL  : " WS-DISPLAY-COUNT.
077660     MOVE WS-UNOWNED-PAGE-COUNT TO WS-DISPLAY-COUNT.
077680     DISPLAY "  PAGES UNADDRESSED : " WS-DISPLAY-COUNT.
077700     MOVE WS-SUPPRESSED-COUNT TO WS-DISPLAY-COUNT.
077800     DISPLAY "  DUPLICATES HELD   : " WS-DISPLAY-COUNT.
077900     MOVE WS-NO-RULE-COUNT TO WS-DISPLAY-COUNT.
078000     DISPLAY "  NO RULE MATCHED   : " WS-DISPLAY-COUNT.
078010     IF WS-BYPASS-COUNT > ZERO
078020         MOVE WS-BYPASS-COUNT TO WS-DISPLAY-COUNT
078030         DISPLAY "CDEVDISP - WARNING - EVENTOUT HELD "
078040                 WS-DISPLAY-COUNT " " WS-BYPASS-KIND
078050                 " EVENT(S) - BYPASSED"
078060         MOVE 4 TO WS-RC-CANDIDATE
078070         PERFORM 9900-RAISE-RETURN-CODE
078080             THRU 9900-RAISE-RETURN-CODE-EXIT
078090     END-IF.
078100 0800-PRINT-SUMMARY-EXIT.
078200     EXIT.

078210******************************************************************
078220*    0810-PRINT-ESCALATION-SUMMARY                               *
078230******************************************************************
078240 0810-PRINT-ESCALATION-SUMMARY.
078250     DISPLAY "CDEVDISP ESCALATION SUMMARY --------------".
078260     MOVE WS-PAGES-CHECKED TO WS-DISPLAY-COUNT.
078270     DISPLAY "  E PAGES CHECKED   : " WS-DISPLAY-COUNT.
078280     MOVE WS-ACKED-COUNT TO WS-DISPLAY-COUNT.
078290     DISPLAY "  ACKNOWLEDGED      : " WS-DISPLAY-COUNT.
078300     MOVE WS-AWAITING-COUNT TO WS-DISPLAY-COUNT.
078310     DISPLAY "  AWAITING ACK      : " WS-DISPLAY-COUNT.
078320     MOVE WS-ESCALATED-COUNT TO WS-DISPLAY-COUNT.
078330     DISPLAY "  ESCALATED         : " WS-DISPLAY-COUNT.
078340     MOVE WS-EXHAUSTED-COUNT TO WS-DISPLAY-COUNT.
078350     DISPLAY "  UNANSWERED AT MGR : " WS-DISPLAY-COUNT.
078360     MOVE WS-NO-OWNER-ESC-COUNT TO WS-DISPLAY-COUNT.
078370     DISPLAY "  NO OWNER ON FILE  : " WS-DISPLAY-COUNT.
078380 0810-PRINT-ESCALATION-SUMMARY-EXIT.
078390     EXIT.

078400******************************************************************
078500*    0900-STOP-RUN                                              *
078600******************************************************************
078700 0900-STOP-RUN.
078800     IF DISPATCH-CAN-RUN AND NOT ESCALATION-PASS
078900         CLOSE EVENT-IN
079000         CLOSE RULE-FILE
079100         CLOSE EMAIL-OUT
079200         CLOSE PAGE-OUT
079300         CLOSE DISP-OUT
079400     END-IF.
079412     IF DISPATCH-CAN-RUN AND ESCALATION-PASS
079424         CLOSE PAGE-OUT
079436         CLOSE DISP-OUT
079448     END-IF.
079460     IF OWNER-MASTER-IS-OPEN
079472         CLOSE OWNER-MASTER
079484     END-IF.
079500     MOVE WS-RETURN-CODE TO RETURN-CODE.
079600     STOP RUN.
079700 0900-STOP-RUN-EXIT.
