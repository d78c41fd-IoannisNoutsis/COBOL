000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This subprogram keeps the control totals for COUNTDOWN's                   *
000600*     OUTPUT DATASETS (AUDITOUT, EVENTOUT, READYOUT). EACH RUN'S                 *
000700*     RECORDS SIT BETWEEN A HEADER AND A TRAILER (CDTOT LAYOUT);                 *
000800*     COUNTDOWN CALLS IT TO BUILD THEM AND TO COUNT EVERY RECORD IT              *
000900*     WRITES, AND TO RE-COUNT THE DATASET BEFORE A RESTART EXTENDS               *
001000*     IT, SO THE TRAILER STAYS RIGHT ACROSS THE RESUME. EVERY                    *
001100*     PROGRAM THAT READS ONE OF THE DATASETS CALLS IT FIRST TO                   *
001200*     VERIFY THE WHOLE DATASET, AND REFUSES ONE WHOSE TRAILER IS                 *
001300*     MISSING OR DOES NOT BALANCE. FUNCTIONS ARE LISTED IN CDTOTPM.              *
001400*                                                                                *
001500*     MODIFICATION HISTORY                                                       *
001600*     ----------------------------------------------------------------------     *
001700*     DATE         INIT   DESCRIPTION                                            *
001800*     10/15/2026   GN     INITIAL VERSION.                                       *
001900**********************************************************************************

002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CDTOTALS.
002200 AUTHOR. GIANNIS NOUTSIS.
002300 INSTALLATION. OPERATIONS BATCH UTILITIES.
002400 DATE-WRITTEN. 10/15/2026.
002500 DATE-COMPILED.

002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.

002900     SELECT AUDIT-DSN ASSIGN TO AUDITOUT
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-DSN-STATUS.

003200     SELECT EVENT-DSN ASSIGN TO EVENTOUT
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-DSN-STATUS.

003500     SELECT READY-DSN ASSIGN TO READYOUT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-DSN-STATUS.

003800 DATA DIVISION.
003900 FILE SECTION.

004000 FD  AUDIT-DSN.
004100 01  AUDIT-DSN-RECORD                PIC X(75).

004200 FD  EVENT-DSN.
004300 01  EVENT-DSN-RECORD                PIC X(80).

004400 FD  READY-DSN.
004500 01  READY-DSN-RECORD                PIC X(80).

004600 WORKING-STORAGE SECTION.

004700******************************************************************
004800*    FILE STATUS FIELDS                                          *
004900******************************************************************
005000 01  WS-FILE-STATUS-FIELDS.
005100     05  WS-DSN-STATUS               PIC X(02) VALUE "00".

005200******************************************************************
005300*    PROGRAM SWITCHES                                            *
005400******************************************************************
005500 01  WS-PROGRAM-SWITCHES.
005600     05  WS-FIRST-CALL-SWITCH        PIC X(01) VALUE 'Y'.
005700         88  FIRST-CALL                       VALUE 'Y'.
005800     05  WS-DSN-EOF-SWITCH           PIC X(01) VALUE 'N'.
005900         88  END-OF-DATASET                   VALUE 'Y'.

006000******************************************************************
006100*    DATASET NAMES AND TYPE-COUNT LABELS                         *
006200*    THE SUBSCRIPT OF THE NAME IS THE DATASET NUMBER USED        *
006300*    THROUGHOUT: 1 AUDITOUT, 2 EVENTOUT, 3 READYOUT. THE LABELS  *
006400*    NAME THE TRAILER'S FOUR TYPE COUNTS IN A MESSAGE.           *
006500******************************************************************
006600 01  WS-DATASET-NAME-VALUES.
006700     05  FILLER                      PIC X(08) VALUE 'AUDITOUT'.
006800     05  FILLER                      PIC X(08) VALUE 'EVENTOUT'.
006900     05  FILLER                      PIC X(08) VALUE 'READYOUT'.
007000 01  WS-DATASET-NAMES REDEFINES WS-DATASET-NAME-VALUES.
007100     05  WS-DSN-NAME                 PIC X(08) OCCURS 3 TIMES.

007200 01  WS-TYPE-LABEL-VALUES.
007300     05  FILLER                      PIC X(32)
007400         VALUE 'TICK    SUMMARY RESUME  WAIT    '.
007500     05  FILLER                      PIC X(32)
007600         VALUE 'INFO    WARNING ERROR   OTHER   '.
007700     05  FILLER                      PIC X(32)
007800         VALUE 'READY   OTHER   -       -       '.
007900 01  WS-TYPE-LABELS REDEFINES WS-TYPE-LABEL-VALUES.
008000     05  WS-DSN-LABELS               OCCURS 3 TIMES.
008100         10  WS-TYPE-LABEL           PIC X(08) OCCURS 4 TIMES.

008200******************************************************************
008300*    PER-DATASET STATE                                           *
008400*    RECORD NUMBER, HEADERS AND DATA RECORDS SEEN SINCE THE      *
008500*    DATASET WAS LAST VERIFIED OR RESET, AND THE FIRST FAULT.    *
008600******************************************************************
008700 01  WS-DATASET-STATE.
008800     05  WS-DS-ENTRY                 OCCURS 3 TIMES.
008900         10  WS-DS-RECORD-NO         PIC 9(07) COMP.
009000         10  WS-DS-HEADER-COUNT      PIC 9(05) COMP.
009100         10  WS-DS-DATA-COUNT        PIC 9(07) COMP.
009200         10  WS-DS-ERROR-COUNT       PIC 9(05) COMP.
009300         10  WS-DS-FIRST-ERROR       PIC X(60).

009400******************************************************************
009500*    SEGMENT TABLE                                               *
009600*    ONE ENTRY PER HEADER STILL WAITING FOR ITS TRAILER, WITH    *
009700*    THE TOTALS COUNTED SO FAR. AUDITOUT AND EVENTOUT HAVE ONE   *
009800*    OPEN SEGMENT AT A TIME; READYOUT ONE PER STREAM. A CLOSED   *
009900*    ENTRY IS REUSED BY THE NEXT HEADER.                         *
010000******************************************************************
010100 01  WS-SEGMENT-TABLE.
010200     05  WS-SEG-COUNT                PIC 9(03) COMP VALUE ZERO.
010300     05  WS-SEG-ENTRY                OCCURS 50 TIMES.
010400         10  WS-SEG-DS-SUB           PIC 9(01).
010500         10  WS-SEG-STREAM-ID        PIC X(02).
010600         10  WS-SEG-OPEN-SWITCH      PIC X(01).
010700             88  SEGMENT-IS-OPEN              VALUE 'Y'.
010800         10  WS-SEG-CYCLE-DATE       PIC 9(08).
010900         10  WS-SEG-CYCLE-ID         PIC X(01).
011000         10  WS-SEG-REHEARSAL-FLAG   PIC X(01).
011100         10  WS-SEG-START-DATE       PIC 9(08).
011200         10  WS-SEG-START-TIME       PIC 9(06).
011300         10  WS-SEG-RECORD-COUNT     PIC 9(07) COMP.
011400         10  WS-SEG-TYPE-COUNT       PIC 9(06) COMP
011500                                     OCCURS 4 TIMES.
011600         10  WS-SEG-HASH-TOTAL       PIC 9(15) COMP.

011700 77  WS-MAX-SEGMENTS                 PIC 9(03) COMP VALUE 50.

011800******************************************************************
011900*    SUBSCRIPTS                                                  *
012000******************************************************************
012100 01  WS-SUBSCRIPTS.
012200     05  WS-DS-SUB                   PIC 9(01) COMP VALUE ZERO.
012300     05  WS-NAME-SUB                 PIC 9(01) COMP VALUE ZERO.
012400     05  WS-SEG-SUB                  PIC 9(03) COMP VALUE ZERO.
012500     05  WS-SCAN-SUB                 PIC 9(03) COMP VALUE ZERO.
012600     05  WS-FOUND-SUB                PIC 9(03) COMP VALUE ZERO.
012700     05  WS-TYPE-SUB                 PIC 9(01) COMP VALUE ZERO.

012800******************************************************************
012900*    WORK FIELDS                                                 *
013000******************************************************************
013100 01  WS-WORK-FIELDS.
013200     05  WS-RECORD-IMAGE             PIC X(80) VALUE SPACES.
013300     05  WS-SEARCH-STREAM            PIC X(02) VALUE SPACES.
013400     05  WS-ERRORS-BEFORE            PIC 9(05) COMP VALUE ZERO.
013500     05  WS-HASH-LOW                 PIC 9(09) VALUE ZERO.
013600     05  WS-READY-HASH-X             PIC X(08) VALUE SPACES.
013700     05  WS-READY-HASH-N REDEFINES WS-READY-HASH-X
013800                                     PIC 9(08).

013900******************************************************************
014000*    MESSAGE BUILDING                                            *
014100******************************************************************
014200 01  WS-MESSAGE-FIELDS.
014300     05  WS-ERROR-TEXT               PIC X(60) VALUE SPACES.
014400     05  WS-MSG-PTR                  PIC 9(03) COMP VALUE ZERO.
014500     05  WS-TOTAL-LABEL              PIC X(08) VALUE SPACES.
014600     05  WS-EDIT-RECORD-NO           PIC 9(07) VALUE ZERO.
014700     05  WS-EDIT-TRAILER             PIC 9(07) VALUE ZERO.
014800     05  WS-EDIT-COUNTED             PIC 9(07) VALUE ZERO.
014900     05  WS-EDIT-HASH-TRAILER        PIC 9(09) VALUE ZERO.
015000     05  WS-EDIT-HASH-COUNTED        PIC 9(09) VALUE ZERO.

015100******************************************************************
015200*    ELAPSED-TIME ARITHMETIC (AS IN COUNTDOWN 0330)              *
015300******************************************************************
015400 01  WS-ELAPSED-FIELDS.
015500     05  WS-TIME-HOLDER              PIC 9(06) VALUE ZERO.
015600     05  WS-TIME-SPLIT REDEFINES WS-TIME-HOLDER.
015700         10  WS-TH-HH                PIC 9(02).
015800         10  WS-TH-MM                PIC 9(02).
015900         10  WS-TH-SS                PIC 9(02).
016000     05  WS-START-SECS-OF-DAY        PIC 9(05) COMP VALUE ZERO.
016100     05  WS-END-SECS-OF-DAY          PIC 9(05) COMP VALUE ZERO.
016200     05  WS-START-DAY-NUM            PIC 9(07) COMP VALUE ZERO.
016300     05  WS-END-DAY-NUM              PIC 9(07) COMP VALUE ZERO.
016400     05  WS-ELAPSED-WORK             PIC S9(09) COMP VALUE ZERO.

016500******************************************************************
016600*    RECORD VIEWS OF THE IMAGE BEING COUNTED                     *
016700******************************************************************
016800     COPY CDTOT.

016900     COPY CDAUDIT.

017000     COPY CDEVENT.

017100     COPY CDREADY.

017200 LINKAGE SECTION.

017300     COPY CDTOTPM.

017400 PROCEDURE DIVISION USING CD-TOTALS-PARM-AREA.

017500******************************************************************
017600*    0000-MAINLINE                                               *
017700*    ONE FUNCTION PER CALL. THE TABLES LIVE IN WORKING-STORAGE,  *
017800*    SO THEY CARRY OVER FROM ONE CALL TO THE NEXT FOR THE LIFE   *
017900*    OF THE CALLING STEP.                                        *
018000******************************************************************
018100 0000-MAINLINE.
018200     IF FIRST-CALL
018300         PERFORM 0050-INITIALIZE-TABLES
018400             THRU 0050-INITIALIZE-TABLES-EXIT
018500     END-IF.
018600     MOVE 'Y' TO CD-TOT-RESULT.
018700     MOVE 'N' TO CD-TOT-OPEN-FLAG.
018800     MOVE "00" TO CD-TOT-FILE-STATUS.
018900     MOVE SPACES TO CD-TOT-MESSAGE.
019000     PERFORM 0060-FIND-DATASET THRU 0060-FIND-DATASET-EXIT.
019100     IF WS-DS-SUB = ZERO
019200         MOVE 'N' TO CD-TOT-RESULT
019300         STRING "UNKNOWN DATASET NAME " DELIMITED BY SIZE
019400                CD-TOT-DATASET          DELIMITED BY SIZE
019500             INTO CD-TOT-MESSAGE
019600         GO TO 0000-MAINLINE-EXIT
019700     END-IF.
019800     EVALUATE TRUE
019900     WHEN CD-TOT-VERIFY
020000         PERFORM 0100-VERIFY-DATASET
020100             THRU 0100-VERIFY-DATASET-EXIT
020200     WHEN CD-TOT-ADD-RECORD
020300         PERFORM 0200-ADD-RECORD THRU 0200-ADD-RECORD-EXIT
020400     WHEN CD-TOT-BUILD-HEADER
020500         PERFORM 0300-BUILD-HEADER THRU 0300-BUILD-HEADER-EXIT
020600     WHEN CD-TOT-BUILD-TRAILER
020700         PERFORM 0400-BUILD-TRAILER THRU 0400-BUILD-TRAILER-EXIT
020800     WHEN CD-TOT-QUERY-OPEN
020900         PERFORM 0500-QUERY-OPEN THRU 0500-QUERY-OPEN-EXIT
021000     WHEN CD-TOT-RESET
021100         PERFORM 0600-RESET-DATASET THRU 0600-RESET-DATASET-EXIT
021200     WHEN OTHER
021300         MOVE 'N' TO CD-TOT-RESULT
021400         STRING "UNKNOWN FUNCTION CODE " DELIMITED BY SIZE
021500                CD-TOT-FUNCTION          DELIMITED BY SIZE
021600             INTO CD-TOT-MESSAGE
021700     END-EVALUATE.
021800     MOVE WS-DS-HEADER-COUNT (WS-DS-SUB) TO CD-TOT-SEGMENT-COUNT.
021900     MOVE WS-DS-DATA-COUNT (WS-DS-SUB) TO CD-TOT-DATA-COUNT.
022000 0000-MAINLINE-EXIT.
022100     GOBACK.

022200******************************************************************
022300*    0050-INITIALIZE-TABLES                                      *
022400******************************************************************
022500 0050-INITIALIZE-TABLES.
022600     INITIALIZE WS-DATASET-STATE.
022700     MOVE ZERO TO WS-SEG-COUNT.
022800     MOVE 'N' TO WS-FIRST-CALL-SWITCH.
022900 0050-INITIALIZE-TABLES-EXIT.
023000     EXIT.

023100******************************************************************
023200*    0060-FIND-DATASET                                           *
023300*    DATASET NAME TO DATASET NUMBER; ZERO IF NOT ONE OF OURS.    *
023400******************************************************************
023500 0060-FIND-DATASET.
023600     MOVE ZERO TO WS-DS-SUB.
023700     PERFORM 0065-MATCH-DATASET-NAME
023800         THRU 0065-MATCH-DATASET-NAME-EXIT
023900         VARYING WS-NAME-SUB FROM 1 BY 1
024000         UNTIL WS-NAME-SUB > 3.
024100 0060-FIND-DATASET-EXIT.
024200     EXIT.

024300 0065-MATCH-DATASET-NAME.
024400     IF WS-DSN-NAME (WS-NAME-SUB) = CD-TOT-DATASET
024500         MOVE WS-NAME-SUB TO WS-DS-SUB
024600     END-IF.
024700 0065-MATCH-DATASET-NAME-EXIT.
024800     EXIT.

024900******************************************************************
025000*    0100-VERIFY-DATASET                                         *
025100*    READS THE WHOLE DATASET FROM THE TOP, COUNTING EVERY        *
025200*    SEGMENT AND CHECKING EACH TRAILER AS IT COMES, THEN LOOKS   *
025300*    FOR A SEGMENT LEFT WITHOUT ITS TRAILER. A DATASET THAT      *
025400*    CANNOT BE OPENED IS RETURNED 'M' FOR THE CALLER TO TREAT AS *
025500*    IT ALWAYS HAS A MISSING DATASET. SEGMENTS LEFT OPEN STAY    *
025600*    OPEN IN THE TABLE - A RESTART CARRIES ON COUNTING ITS OWN.  *
025700******************************************************************
025800 0100-VERIFY-DATASET.
025900     PERFORM 0600-RESET-DATASET THRU 0600-RESET-DATASET-EXIT.
026000     MOVE 'N' TO WS-DSN-EOF-SWITCH.
026100     PERFORM 0110-OPEN-DATASET THRU 0110-OPEN-DATASET-EXIT.
026200     IF WS-DSN-STATUS NOT = "00"
026300         MOVE 'M' TO CD-TOT-RESULT
026400         MOVE WS-DSN-STATUS TO CD-TOT-FILE-STATUS
026500         STRING "DATASET COULD NOT BE OPENED, STATUS="
026600                                        DELIMITED BY SIZE
026700                WS-DSN-STATUS           DELIMITED BY SIZE
026800             INTO CD-TOT-MESSAGE
026900         GO TO 0100-VERIFY-DATASET-EXIT
027000     END-IF.
027100     PERFORM 0120-READ-DATASET THRU 0120-READ-DATASET-EXIT.
027200     PERFORM 0130-VERIFY-ONE-RECORD
027300         THRU 0130-VERIFY-ONE-RECORD-EXIT
027400         UNTIL END-OF-DATASET.
027500     PERFORM 0140-CLOSE-DATASET THRU 0140-CLOSE-DATASET-EXIT.
027600     PERFORM 0150-JUDGE-DATASET THRU 0150-JUDGE-DATASET-EXIT.
027700 0100-VERIFY-DATASET-EXIT.
027800     EXIT.

027900******************************************************************
028000*    0110-OPEN-DATASET                                           *
028100******************************************************************
028200 0110-OPEN-DATASET.
028300     EVALUATE WS-DS-SUB
028400     WHEN 1
028500         OPEN INPUT AUDIT-DSN
028600     WHEN 2
028700         OPEN INPUT EVENT-DSN
028800     WHEN OTHER
028900         OPEN INPUT READY-DSN
029000     END-EVALUATE.
029100 0110-OPEN-DATASET-EXIT.
029200     EXIT.

029300******************************************************************
029400*    0120-READ-DATASET                                           *
029500*    A READ FAILURE IS A FAULT ON THE DATASET, AND ENDS THE      *
029600*    PASS.                                                       *
029700******************************************************************
029800 0120-READ-DATASET.
029900     MOVE SPACES TO WS-RECORD-IMAGE.
030000     EVALUATE WS-DS-SUB
030100     WHEN 1
030200         READ AUDIT-DSN INTO WS-RECORD-IMAGE
030300             AT END
030400                 SET END-OF-DATASET TO TRUE
030500         END-READ
030600     WHEN 2
030700         READ EVENT-DSN INTO WS-RECORD-IMAGE
030800             AT END
030900                 SET END-OF-DATASET TO TRUE
031000         END-READ
031100     WHEN OTHER
031200         READ READY-DSN INTO WS-RECORD-IMAGE
031300             AT END
031400                 SET END-OF-DATASET TO TRUE
031500         END-READ
031600     END-EVALUATE.
031700     IF NOT END-OF-DATASET AND WS-DSN-STATUS NOT = "00"
031800         MOVE SPACES TO WS-ERROR-TEXT
031900         STRING "READ FAILED, STATUS=" DELIMITED BY SIZE
032000                WS-DSN-STATUS          DELIMITED BY SIZE
032100             INTO WS-ERROR-TEXT
032200         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
032300         SET END-OF-DATASET TO TRUE
032400     END-IF.
032500 0120-READ-DATASET-EXIT.
032600     EXIT.

032700******************************************************************
032800*    0130-VERIFY-ONE-RECORD                                      *
032900*    A BLANK LINE CARRIES NOTHING AND IS PASSED OVER, AS THE     *
033000*    CONSUMERS THEMSELVES PASS IT OVER.                          *
033100******************************************************************
033200 0130-VERIFY-ONE-RECORD.
033300     IF WS-RECORD-IMAGE NOT = SPACES
033400         PERFORM 0210-TALLY-RECORD THRU 0210-TALLY-RECORD-EXIT
033500     END-IF.
033600     PERFORM 0120-READ-DATASET THRU 0120-READ-DATASET-EXIT.
033700 0130-VERIFY-ONE-RECORD-EXIT.
033800     EXIT.

033900******************************************************************
034000*    0140-CLOSE-DATASET                                          *
034100******************************************************************
034200 0140-CLOSE-DATASET.
034300     EVALUATE WS-DS-SUB
034400     WHEN 1
034500         CLOSE AUDIT-DSN
034600     WHEN 2
034700         CLOSE EVENT-DSN
034800     WHEN OTHER
034900         CLOSE READY-DSN
035000     END-EVALUATE.
035100 0140-CLOSE-DATASET-EXIT.
035200     EXIT.

035300******************************************************************
035400*    0150-JUDGE-DATASET                                          *
035500*    AT END OF DATASET EVERY HEADER MUST HAVE MET ITS TRAILER.   *
035600*    AN EMPTY DATASET HAS NO CONTROL TOTALS AT ALL, SO IT CANNOT *
035700*    BE TOLD FROM ONE TRUNCATED TO NOTHING, AND IS REFUSED TOO.  *
035800*    THE FIRST FAULT FOUND IS THE ONE RETURNED.                  *
035900******************************************************************
036000 0150-JUDGE-DATASET.
036100     PERFORM 0155-FLAG-OPEN-SEGMENT
036200         THRU 0155-FLAG-OPEN-SEGMENT-EXIT
036300         VARYING WS-SEG-SUB FROM 1 BY 1
036400         UNTIL WS-SEG-SUB > WS-SEG-COUNT.
036500     IF WS-DS-RECORD-NO (WS-DS-SUB) = ZERO
036600         MOVE "DATASET IS EMPTY - NO HEADER OR TRAILER"
036700             TO WS-ERROR-TEXT
036800         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
036900     END-IF.
037000     IF WS-DS-ERROR-COUNT (WS-DS-SUB) > ZERO
037100         MOVE 'N' TO CD-TOT-RESULT
037200         MOVE WS-DS-FIRST-ERROR (WS-DS-SUB) TO CD-TOT-MESSAGE
037300     END-IF.
037400 0150-JUDGE-DATASET-EXIT.
037500     EXIT.

037600 0155-FLAG-OPEN-SEGMENT.
037700     IF WS-SEG-DS-SUB (WS-SEG-SUB) = WS-DS-SUB
037800        AND SEGMENT-IS-OPEN (WS-SEG-SUB)
037900         PERFORM 0810-TRAILER-MISSING
038000             THRU 0810-TRAILER-MISSING-EXIT
038100     END-IF.
038200 0155-FLAG-OPEN-SEGMENT-EXIT.
038300     EXIT.

038400******************************************************************
038500*    0200-ADD-RECORD                                             *
038600*    THE CALLER HAS JUST WRITTEN THE RECORD IN THE IMAGE. THE    *
038700*    RESULT IS 'N' ONLY WHEN THIS RECORD ITSELF WAS A FAULT.     *
038800******************************************************************
038900 0200-ADD-RECORD.
039000     MOVE CD-TOT-RECORD-IMAGE TO WS-RECORD-IMAGE.
039100     MOVE WS-DS-ERROR-COUNT (WS-DS-SUB) TO WS-ERRORS-BEFORE.
039200     PERFORM 0210-TALLY-RECORD THRU 0210-TALLY-RECORD-EXIT.
039300     IF WS-DS-ERROR-COUNT (WS-DS-SUB) > WS-ERRORS-BEFORE
039400         MOVE 'N' TO CD-TOT-RESULT
039500         MOVE WS-ERROR-TEXT TO CD-TOT-MESSAGE
039600     END-IF.
039700 0200-ADD-RECORD-EXIT.
039800     EXIT.

039900******************************************************************
040000*    0210-TALLY-RECORD                                           *
040100*    ONE RECORD OF THE DATASET, FROM A VERIFY PASS OR FROM THE   *
040200*    WRITER: A HEADER OPENS A SEGMENT, A TRAILER CLOSES AND      *
040300*    CHECKS ONE, ANYTHING ELSE IS COUNTED INTO ITS SEGMENT.      *
040400******************************************************************
040500 0210-TALLY-RECORD.
040600     ADD 1 TO WS-DS-RECORD-NO (WS-DS-SUB).
040700     MOVE WS-DS-RECORD-NO (WS-DS-SUB) TO WS-EDIT-RECORD-NO.
040800     MOVE WS-RECORD-IMAGE TO CD-TOTALS-RECORD.
040900     IF CD-TOTR-IS-HEADER
041000         PERFORM 0220-OPEN-SEGMENT THRU 0220-OPEN-SEGMENT-EXIT
041100         GO TO 0210-TALLY-RECORD-EXIT
041200     END-IF.
041300     IF CD-TOTR-IS-TRAILER
041400         PERFORM 0230-CLOSE-SEGMENT THRU 0230-CLOSE-SEGMENT-EXIT
041500         GO TO 0210-TALLY-RECORD-EXIT
041600     END-IF.
041700     PERFORM 0240-COUNT-DATA-RECORD
041800         THRU 0240-COUNT-DATA-RECORD-EXIT.
041900 0210-TALLY-RECORD-EXIT.
042000     EXIT.

042100******************************************************************
042200*    0220-OPEN-SEGMENT                                           *
042300*    A HEADER WRITTEN FOR ANOTHER DATASET MEANS THE DATASETS     *
042400*    HAVE BEEN SWAPPED OR COPIED OVER ONE ANOTHER. A HEADER      *
042500*    ARRIVING WHILE THE SAME STREAM'S SEGMENT IS STILL OPEN      *
042600*    MEANS THAT EARLIER RUN NEVER WROTE ITS TRAILER.             *
042700******************************************************************
042800 0220-OPEN-SEGMENT.
042900     IF CD-TOTR-DATASET NOT = WS-DSN-NAME (WS-DS-SUB)
043000         MOVE SPACES TO WS-ERROR-TEXT
043100         STRING "RECORD "          DELIMITED BY SIZE
043200                WS-EDIT-RECORD-NO  DELIMITED BY SIZE
043300                ": HEADER IS FOR " DELIMITED BY SIZE
043400                CD-TOTR-DATASET    DELIMITED BY SIZE
043500             INTO WS-ERROR-TEXT
043600         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
043700         GO TO 0220-OPEN-SEGMENT-EXIT
043800     END-IF.
043900     ADD 1 TO WS-DS-HEADER-COUNT (WS-DS-SUB).
044000     MOVE CD-TOTR-STREAM-ID TO WS-SEARCH-STREAM.
044100     PERFORM 0700-FIND-OPEN-SEGMENT
044200         THRU 0700-FIND-OPEN-SEGMENT-EXIT.
044300     IF WS-FOUND-SUB > ZERO
044400         MOVE WS-FOUND-SUB TO WS-SEG-SUB
044500         PERFORM 0810-TRAILER-MISSING
044600             THRU 0810-TRAILER-MISSING-EXIT
044700         MOVE 'N' TO WS-SEG-OPEN-SWITCH (WS-FOUND-SUB)
044800     END-IF.
044900     PERFORM 0710-ALLOCATE-SEGMENT
045000         THRU 0710-ALLOCATE-SEGMENT-EXIT.
045100     IF WS-SEG-SUB = ZERO
045200         MOVE "MORE THAN 50 SEGMENTS OPEN AT ONCE"
045300             TO WS-ERROR-TEXT
045400         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
045500         GO TO 0220-OPEN-SEGMENT-EXIT
045600     END-IF.
045700     MOVE WS-DS-SUB TO WS-SEG-DS-SUB (WS-SEG-SUB).
045800     MOVE CD-TOTR-STREAM-ID TO WS-SEG-STREAM-ID (WS-SEG-SUB).
045900     MOVE 'Y' TO WS-SEG-OPEN-SWITCH (WS-SEG-SUB).
046000     MOVE CD-TOTR-CYCLE-DATE TO WS-SEG-CYCLE-DATE (WS-SEG-SUB).
046100     MOVE CD-TOTR-CYCLE-ID TO WS-SEG-CYCLE-ID (WS-SEG-SUB).
046200     MOVE CD-TOTR-REHEARSAL-FLAG
046300         TO WS-SEG-REHEARSAL-FLAG (WS-SEG-SUB).
046400     MOVE CD-TOTR-RUN-START-DATE
046500         TO WS-SEG-START-DATE (WS-SEG-SUB).
046600     MOVE CD-TOTR-RUN-START-TIME
046700         TO WS-SEG-START-TIME (WS-SEG-SUB).
046800     MOVE ZERO TO WS-SEG-RECORD-COUNT (WS-SEG-SUB)
046900                  WS-SEG-HASH-TOTAL (WS-SEG-SUB).
047000     PERFORM 0225-CLEAR-TYPE-COUNT THRU 0225-CLEAR-TYPE-COUNT-EXIT
047100         VARYING WS-TYPE-SUB FROM 1 BY 1
047200         UNTIL WS-TYPE-SUB > 4.
047300 0220-OPEN-SEGMENT-EXIT.
047400     EXIT.

047500 0225-CLEAR-TYPE-COUNT.
047600     MOVE ZERO TO WS-SEG-TYPE-COUNT (WS-SEG-SUB, WS-TYPE-SUB).
047700 0225-CLEAR-TYPE-COUNT-EXIT.
047800     EXIT.

047900******************************************************************
048000*    0230-CLOSE-SEGMENT                                          *
048100*    THE TRAILER IS CHECKED TOTAL BY TOTAL AGAINST WHAT WAS      *
048200*    COUNTED - RECORDS, EACH TYPE COUNT, THEN THE HASH - AND     *
048300*    EVERY TOTAL THAT IS OFF IS A FAULT OF ITS OWN.              *
048400******************************************************************
048500 0230-CLOSE-SEGMENT.
048600     IF CD-TOTR-DATASET NOT = WS-DSN-NAME (WS-DS-SUB)
048700         MOVE SPACES TO WS-ERROR-TEXT
048800         STRING "RECORD "           DELIMITED BY SIZE
048900                WS-EDIT-RECORD-NO   DELIMITED BY SIZE
049000                ": TRAILER IS FOR " DELIMITED BY SIZE
049100                CD-TOTR-DATASET     DELIMITED BY SIZE
049200             INTO WS-ERROR-TEXT
049300         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
049400         GO TO 0230-CLOSE-SEGMENT-EXIT
049500     END-IF.
049600     MOVE CD-TOTR-STREAM-ID TO WS-SEARCH-STREAM.
049700     PERFORM 0700-FIND-OPEN-SEGMENT
049800         THRU 0700-FIND-OPEN-SEGMENT-EXIT.
049900     IF WS-FOUND-SUB = ZERO
050000         MOVE SPACES TO WS-ERROR-TEXT
050100         STRING "RECORD "           DELIMITED BY SIZE
050200                WS-EDIT-RECORD-NO   DELIMITED BY SIZE
050300                ": TRAILER WITH NO HEADER" DELIMITED BY SIZE
050400             INTO WS-ERROR-TEXT
050500         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
050600         GO TO 0230-CLOSE-SEGMENT-EXIT
050700     END-IF.
050800     MOVE WS-FOUND-SUB TO WS-SEG-SUB.
050900     MOVE 'N' TO WS-SEG-OPEN-SWITCH (WS-SEG-SUB).
051000     IF CD-TOTR-RECORD-COUNT NOT NUMERIC
051100        OR CD-TOTR-HASH-TOTAL NOT NUMERIC
051200         MOVE SPACES TO WS-ERROR-TEXT
051300         STRING "RECORD "           DELIMITED BY SIZE
051400                WS-EDIT-RECORD-NO   DELIMITED BY SIZE
051500                ": TRAILER TOTALS NOT NUMERIC" DELIMITED BY SIZE
051600             INTO WS-ERROR-TEXT
051700         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
051800         GO TO 0230-CLOSE-SEGMENT-EXIT
051900     END-IF.
052000     IF CD-TOTR-RECORD-COUNT NOT =
052100        WS-SEG-RECORD-COUNT (WS-SEG-SUB)
052200         MOVE 'RECORD' TO WS-TOTAL-LABEL
052300         MOVE CD-TOTR-RECORD-COUNT TO WS-EDIT-TRAILER
052400         MOVE WS-SEG-RECORD-COUNT (WS-SEG-SUB) TO WS-EDIT-COUNTED
052500         PERFORM 0820-COUNT-IS-OFF THRU 0820-COUNT-IS-OFF-EXIT
052600     END-IF.
052700     PERFORM 0235-CHECK-TYPE-COUNT THRU 0235-CHECK-TYPE-COUNT-EXIT
052800         VARYING WS-TYPE-SUB FROM 1 BY 1
052900         UNTIL WS-TYPE-SUB > 4.
053000     MOVE WS-SEG-HASH-TOTAL (WS-SEG-SUB) TO WS-HASH-LOW.
053100     IF CD-TOTR-HASH-TOTAL NOT = WS-HASH-LOW
053200         MOVE CD-TOTR-HASH-TOTAL TO WS-EDIT-HASH-TRAILER
053300         MOVE WS-HASH-LOW TO WS-EDIT-HASH-COUNTED
053400         PERFORM 0830-HASH-IS-OFF THRU 0830-HASH-IS-OFF-EXIT
053500     END-IF.
053600 0230-CLOSE-SEGMENT-EXIT.
053700     EXIT.

053800 0235-CHECK-TYPE-COUNT.
053900     IF CD-TOTR-TYPE-COUNT (WS-TYPE-SUB) NOT =
054000        WS-SEG-TYPE-COUNT (WS-SEG-SUB, WS-TYPE-SUB)
054100         MOVE WS-TYPE-LABEL (WS-DS-SUB, WS-TYPE-SUB)
054200             TO WS-TOTAL-LABEL
054300         MOVE CD-TOTR-TYPE-COUNT (WS-TYPE-SUB) TO WS-EDIT-TRAILER
054400         MOVE WS-SEG-TYPE-COUNT (WS-SEG-SUB, WS-TYPE-SUB)
054500             TO WS-EDIT-COUNTED
054600         PERFORM 0820-COUNT-IS-OFF THRU 0820-COUNT-IS-OFF-EXIT
054700     END-IF.
054800 0235-CHECK-TYPE-COUNT-EXIT.
054900     EXIT.

055000******************************************************************
055100*    0240-COUNT-DATA-RECORD                                      *
055200*    THE TYPE SLOT AND HASH CONTRIBUTION ARE AS LISTED IN CDTOT. *
055300*    A READY FLAG BELONGS TO ITS OWN STREAM'S SEGMENT; ON THE    *
055400*    OTHER DATASETS TO THE ONE OPEN SEGMENT. A RECORD WITH NO    *
055500*    OPEN SEGMENT SITS OUTSIDE ANY HEADER/TRAILER PAIR.          *
055600******************************************************************
055700 0240-COUNT-DATA-RECORD.
055800     MOVE SPACES TO WS-SEARCH-STREAM.
055900     IF WS-DS-SUB = 3
056000         MOVE WS-RECORD-IMAGE TO CD-READY-RECORD
056100         MOVE CD-READY-STREAM-ID TO WS-SEARCH-STREAM
056200     END-IF.
056300     PERFORM 0700-FIND-OPEN-SEGMENT
056400         THRU 0700-FIND-OPEN-SEGMENT-EXIT.
056500     IF WS-FOUND-SUB = ZERO
056600         MOVE SPACES TO WS-ERROR-TEXT
056700         STRING "RECORD "           DELIMITED BY SIZE
056800                WS-EDIT-RECORD-NO   DELIMITED BY SIZE
056900                " IS OUTSIDE ANY HEADER/TRAILER PAIR"
057000                                    DELIMITED BY SIZE
057100             INTO WS-ERROR-TEXT
057200         PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT
057300         GO TO 0240-COUNT-DATA-RECORD-EXIT
057400     END-IF.
057500     MOVE WS-FOUND-SUB TO WS-SEG-SUB.
057600     ADD 1 TO WS-SEG-RECORD-COUNT (WS-SEG-SUB).
057700     ADD 1 TO WS-DS-DATA-COUNT (WS-DS-SUB).
057800     MOVE ZERO TO WS-TYPE-SUB.
057900     EVALUATE WS-DS-SUB
058000     WHEN 1
058100         PERFORM 0250-COUNT-AUDIT-RECORD
058200             THRU 0250-COUNT-AUDIT-RECORD-EXIT
058300     WHEN 2
058400         PERFORM 0260-COUNT-EVENT-RECORD
058500             THRU 0260-COUNT-EVENT-RECORD-EXIT
058600     WHEN OTHER
058700         PERFORM 0270-COUNT-READY-RECORD
058800             THRU 0270-COUNT-READY-RECORD-EXIT
058900     END-EVALUATE.
059000     IF WS-TYPE-SUB > ZERO
059100         ADD 1 TO WS-SEG-TYPE-COUNT (WS-SEG-SUB, WS-TYPE-SUB)
059200     END-IF.
059300 0240-COUNT-DATA-RECORD-EXIT.
059400     EXIT.

059500******************************************************************
059600*    0250-COUNT-AUDIT-RECORD                                     *
059700*    A FIELD LEFT BLANK ON A RECORD TYPE (E.G. A TICK'S ELAPSED  *
059800*    SECONDS) ADDS NOTHING TO THE HASH.                          *
059900******************************************************************
060000 0250-COUNT-AUDIT-RECORD.
060100     MOVE WS-RECORD-IMAGE TO CD-AUDIT-RECORD.
060200     EVALUATE TRUE
060300     WHEN CD-AUDIT-IS-TICK
060400         MOVE 1 TO WS-TYPE-SUB
060500     WHEN CD-AUDIT-IS-SUMMARY
060600         MOVE 2 TO WS-TYPE-SUB
060700     WHEN CD-AUDIT-IS-RESUME-NOTE
060800         MOVE 3 TO WS-TYPE-SUB
060900     WHEN CD-AUDIT-IS-DEP-WAIT
061000         MOVE 4 TO WS-TYPE-SUB
061100     END-EVALUATE.
061200     IF CD-AUDIT-COUNTER NUMERIC
061300         ADD CD-AUDIT-COUNTER TO WS-SEG-HASH-TOTAL (WS-SEG-SUB)
061400     END-IF.
061500     IF CD-AUDIT-ELAPSED-SECS NUMERIC
061600         ADD CD-AUDIT-ELAPSED-SECS
061700             TO WS-SEG-HASH-TOTAL (WS-SEG-SUB)
061800     END-IF.
061900 0250-COUNT-AUDIT-RECORD-EXIT.
062000     EXIT.

062100******************************************************************
062200*    0260-COUNT-EVENT-RECORD                                     *
062300******************************************************************
062400 0260-COUNT-EVENT-RECORD.
062500     MOVE WS-RECORD-IMAGE TO CD-EVENT-RECORD.
062600     EVALUATE TRUE
062700     WHEN CD-EVT-SEV-INFO
062800         MOVE 1 TO WS-TYPE-SUB
062900     WHEN CD-EVT-SEV-WARNING
063000         MOVE 2 TO WS-TYPE-SUB
063100     WHEN CD-EVT-SEV-ERROR
063200         MOVE 3 TO WS-TYPE-SUB
063300     WHEN OTHER
063400         MOVE 4 TO WS-TYPE-SUB
063500     END-EVALUATE.
063600     IF CD-EVT-COUNTER NUMERIC
063700         ADD CD-EVT-COUNTER TO WS-SEG-HASH-TOTAL (WS-SEG-SUB)
063800     END-IF.
063900 0260-COUNT-EVENT-RECORD-EXIT.
064000     EXIT.

064100******************************************************************
064200*    0270-COUNT-READY-RECORD                                     *
064300*    THE HASH TAKES THE HHMMSSCC PART OF THE FLAG'S TIMESTAMP.   *
064400******************************************************************
064500 0270-COUNT-READY-RECORD.
064600     IF CD-READY-IS-SET
064700         MOVE 1 TO WS-TYPE-SUB
064800     ELSE
064900         MOVE 2 TO WS-TYPE-SUB
065000     END-IF.
065100     MOVE CD-READY-TIMESTAMP (10:8) TO WS-READY-HASH-X.
065200     IF WS-READY-HASH-N NUMERIC
065300         ADD WS-READY-HASH-N TO WS-SEG-HASH-TOTAL (WS-SEG-SUB)
065400     END-IF.
065500 0270-COUNT-READY-RECORD-EXIT.
065600     EXIT.

065700******************************************************************
065800*    0300-BUILD-HEADER                                           *
065900*    THE CALLER WRITES THE IMAGE, THEN HANDS IT BACK WITH 'A'    *
066000*    LIKE ANY OTHER RECORD - THAT IS WHAT OPENS THE SEGMENT.     *
066100******************************************************************
066200 0300-BUILD-HEADER.
066300     MOVE SPACES TO CD-TOTALS-RECORD.
066400     SET CD-TOTR-IS-HEADER TO TRUE.
066500     MOVE WS-DSN-NAME (WS-DS-SUB) TO CD-TOTR-DATASET.
066600     MOVE CD-TOT-CYCLE-DATE TO CD-TOTR-CYCLE-DATE.
066700     MOVE CD-TOT-CYCLE-ID TO CD-TOTR-CYCLE-ID.
066800     MOVE CD-TOT-STREAM-ID TO CD-TOTR-STREAM-ID.
066900     MOVE CD-TOT-REHEARSAL-FLAG TO CD-TOTR-REHEARSAL-FLAG.
067000     MOVE CD-TOT-RUN-DATE TO CD-TOTR-RUN-START-DATE.
067100     MOVE CD-TOT-RUN-TIME TO CD-TOTR-RUN-START-TIME.
067200     MOVE CD-TOTALS-RECORD TO CD-TOT-RECORD-IMAGE.
067300 0300-BUILD-HEADER-EXIT.
067400     EXIT.

067500******************************************************************
067600*    0400-BUILD-TRAILER                                          *
067700*    THE TRAILER REPEATS THE HEADER'S CYCLE, STREAM AND          *
067800*    REHEARSAL MARK AND CARRIES THE TOTALS COUNTED SO FAR. AS    *
067900*    WITH THE HEADER, THE CALLER WRITES IT AND HANDS IT BACK.    *
068000******************************************************************
068100 0400-BUILD-TRAILER.
068200     MOVE CD-TOT-STREAM-ID TO WS-SEARCH-STREAM.
068300     PERFORM 0700-FIND-OPEN-SEGMENT
068400         THRU 0700-FIND-OPEN-SEGMENT-EXIT.
068500     IF WS-FOUND-SUB = ZERO
068600         MOVE 'N' TO CD-TOT-RESULT
068700         MOVE "NO OPEN SEGMENT TO WRITE A TRAILER FOR"
068800             TO CD-TOT-MESSAGE
068900         GO TO 0400-BUILD-TRAILER-EXIT
069000     END-IF.
069100     MOVE WS-FOUND-SUB TO WS-SEG-SUB.
069200     MOVE SPACES TO CD-TOTALS-RECORD.
069300     SET CD-TOTR-IS-TRAILER TO TRUE.
069400     MOVE WS-DSN-NAME (WS-DS-SUB) TO CD-TOTR-DATASET.
069500     MOVE WS-SEG-CYCLE-DATE (WS-SEG-SUB) TO CD-TOTR-CYCLE-DATE.
069600     MOVE WS-SEG-CYCLE-ID (WS-SEG-SUB) TO CD-TOTR-CYCLE-ID.
069700     MOVE WS-SEG-STREAM-ID (WS-SEG-SUB) TO CD-TOTR-STREAM-ID.
069800     MOVE WS-SEG-REHEARSAL-FLAG (WS-SEG-SUB)
069900         TO CD-TOTR-REHEARSAL-FLAG.
070000     MOVE WS-SEG-RECORD-COUNT (WS-SEG-SUB)
070100         TO CD-TOTR-RECORD-COUNT.
070200     PERFORM 0405-MOVE-TYPE-COUNT THRU 0405-MOVE-TYPE-COUNT-EXIT
070300         VARYING WS-TYPE-SUB FROM 1 BY 1
070400         UNTIL WS-TYPE-SUB > 4.
070500     MOVE WS-SEG-HASH-TOTAL (WS-SEG-SUB) TO WS-HASH-LOW.
070600     MOVE WS-HASH-LOW TO CD-TOTR-HASH-TOTAL.
070700     PERFORM 0410-COMPUTE-ELAPSED THRU 0410-COMPUTE-ELAPSED-EXIT.
070800     MOVE CD-TOTALS-RECORD TO CD-TOT-RECORD-IMAGE.
070900 0400-BUILD-TRAILER-EXIT.
071000     EXIT.

071100 0405-MOVE-TYPE-COUNT.
071200     MOVE WS-SEG-TYPE-COUNT (WS-SEG-SUB, WS-TYPE-SUB)
071300         TO CD-TOTR-TYPE-COUNT (WS-TYPE-SUB).
071400 0405-MOVE-TYPE-COUNT-EXIT.
071500     EXIT.

071600******************************************************************
071700*    0410-COMPUTE-ELAPSED                                        *
071800*    HEADER RUN START TO THE CALLER'S TIME NOW, IN SECONDS. AN   *
071900*    UNREADABLE START LEAVES IT ZERO.                            *
072000******************************************************************
072100 0410-COMPUTE-ELAPSED.
072200     MOVE ZERO TO CD-TOTR-ELAPSED-SECS.
072300     IF WS-SEG-START-DATE (WS-SEG-SUB) NOT NUMERIC
072400        OR WS-SEG-START-DATE (WS-SEG-SUB) = ZERO
072500        OR WS-SEG-START-TIME (WS-SEG-SUB) NOT NUMERIC
072600        OR CD-TOT-RUN-DATE NOT NUMERIC
072700        OR CD-TOT-RUN-DATE = ZERO
072800         GO TO 0410-COMPUTE-ELAPSED-EXIT
072900     END-IF.
073000     MOVE WS-SEG-START-TIME (WS-SEG-SUB) TO WS-TIME-HOLDER.
073100     COMPUTE WS-START-SECS-OF-DAY =
073200         (WS-TH-HH * 3600) + (WS-TH-MM * 60) + WS-TH-SS.
073300     MOVE CD-TOT-RUN-TIME TO WS-TIME-HOLDER.
073400     COMPUTE WS-END-SECS-OF-DAY =
073500         (WS-TH-HH * 3600) + (WS-TH-MM * 60) + WS-TH-SS.
073600     COMPUTE WS-START-DAY-NUM =
073700         FUNCTION INTEGER-OF-DATE(WS-SEG-START-DATE (WS-SEG-SUB)).
073800     COMPUTE WS-END-DAY-NUM =
073900         FUNCTION INTEGER-OF-DATE(CD-TOT-RUN-DATE).
074000     COMPUTE WS-ELAPSED-WORK =
074100         ((WS-END-DAY-NUM - WS-START-DAY-NUM) * 86400)
074200         + WS-END-SECS-OF-DAY - WS-START-SECS-OF-DAY.
074300     IF WS-ELAPSED-WORK > ZERO
074400         MOVE WS-ELAPSED-WORK TO CD-TOTR-ELAPSED-SECS
074500     END-IF.
074600 0410-COMPUTE-ELAPSED-EXIT.
074700     EXIT.

074800******************************************************************
074900*    0500-QUERY-OPEN                                             *
075000******************************************************************
075100 0500-QUERY-OPEN.
075200     MOVE CD-TOT-STREAM-ID TO WS-SEARCH-STREAM.
075300     PERFORM 0700-FIND-OPEN-SEGMENT
075400         THRU 0700-FIND-OPEN-SEGMENT-EXIT.
075500     IF WS-FOUND-SUB > ZERO
075600         MOVE 'Y' TO CD-TOT-OPEN-FLAG
075700     END-IF.
075800 0500-QUERY-OPEN-EXIT.
075900     EXIT.

076000******************************************************************
076100*    0600-RESET-DATASET                                          *
076200*    CLOSES EVERY SEGMENT OF THE DATASET AND CLEARS ITS COUNTS.  *
076300******************************************************************
076400 0600-RESET-DATASET.
076500     PERFORM 0605-DROP-SEGMENT THRU 0605-DROP-SEGMENT-EXIT
076600         VARYING WS-SCAN-SUB FROM 1 BY 1
076700         UNTIL WS-SCAN-SUB > WS-SEG-COUNT.
076800     MOVE ZERO TO WS-DS-RECORD-NO (WS-DS-SUB)
076900                  WS-DS-HEADER-COUNT (WS-DS-SUB)
077000                  WS-DS-DATA-COUNT (WS-DS-SUB)
077100                  WS-DS-ERROR-COUNT (WS-DS-SUB).
077200     MOVE SPACES TO WS-DS-FIRST-ERROR (WS-DS-SUB).
077300 0600-RESET-DATASET-EXIT.
077400     EXIT.

077500 0605-DROP-SEGMENT.
077600     IF WS-SEG-DS-SUB (WS-SCAN-SUB) = WS-DS-SUB
077700         MOVE 'N' TO WS-SEG-OPEN-SWITCH (WS-SCAN-SUB)
077800     END-IF.
077900 0605-DROP-SEGMENT-EXIT.
078000     EXIT.

078100******************************************************************
078200*    0700-FIND-OPEN-SEGMENT                                      *
078300*    THE DATASET'S OPEN SEGMENT - ON READYOUT, THE ONE FOR THE   *
078400*    STREAM IN WS-SEARCH-STREAM. WS-FOUND-SUB IS ZERO IF NONE.   *
078500******************************************************************
078600 0700-FIND-OPEN-SEGMENT.
078700     MOVE ZERO TO WS-FOUND-SUB.
078800     PERFORM 0705-MATCH-SEGMENT THRU 0705-MATCH-SEGMENT-EXIT
078900         VARYING WS-SCAN-SUB FROM 1 BY 1
079000         UNTIL WS-SCAN-SUB > WS-SEG-COUNT
079100            OR WS-FOUND-SUB > ZERO.
079200 0700-FIND-OPEN-SEGMENT-EXIT.
079300     EXIT.

079400 0705-MATCH-SEGMENT.
079500     IF WS-SEG-DS-SUB (WS-SCAN-SUB) = WS-DS-SUB
079600        AND SEGMENT-IS-OPEN (WS-SCAN-SUB)
079700         IF WS-DS-SUB NOT = 3
079800            OR WS-SEG-STREAM-ID (WS-SCAN-SUB) = WS-SEARCH-STREAM
079900             MOVE WS-SCAN-SUB TO WS-FOUND-SUB
080000         END-IF
080100     END-IF.
080200 0705-MATCH-SEGMENT-EXIT.
080300     EXIT.

080400******************************************************************
080500*    0710-ALLOCATE-SEGMENT                                       *
080600*    FIRST CLOSED ENTRY, ELSE A NEW ONE. WS-SEG-SUB IS ZERO WHEN *
080700*    THE TABLE IS FULL OF OPEN SEGMENTS.                         *
080800******************************************************************
080900 0710-ALLOCATE-SEGMENT.
081000     MOVE ZERO TO WS-SEG-SUB.
081100     PERFORM 0715-TRY-SEGMENT THRU 0715-TRY-SEGMENT-EXIT
081200         VARYING WS-SCAN-SUB FROM 1 BY 1
081300         UNTIL WS-SCAN-SUB > WS-SEG-COUNT
081400            OR WS-SEG-SUB > ZERO.
081500     IF WS-SEG-SUB = ZERO
081600        AND WS-SEG-COUNT < WS-MAX-SEGMENTS
081700         ADD 1 TO WS-SEG-COUNT
081800         MOVE WS-SEG-COUNT TO WS-SEG-SUB
081900     END-IF.
082000 0710-ALLOCATE-SEGMENT-EXIT.
082100     EXIT.

082200 0715-TRY-SEGMENT.
082300     IF NOT SEGMENT-IS-OPEN (WS-SCAN-SUB)
082400         MOVE WS-SCAN-SUB TO WS-SEG-SUB
082500     END-IF.
082600 0715-TRY-SEGMENT-EXIT.
082700     EXIT.

082800******************************************************************
082900*    0800-NOTE-ERROR                                             *
083000*    COUNTS A FAULT ON THE DATASET AND KEEPS THE FIRST ONE'S     *
083100*    TEXT FOR THE VERDICT.                                       *
083200******************************************************************
083300 0800-NOTE-ERROR.
083400     ADD 1 TO WS-DS-ERROR-COUNT (WS-DS-SUB).
083500     IF WS-DS-ERROR-COUNT (WS-DS-SUB) = 1
083600         MOVE WS-ERROR-TEXT TO WS-DS-FIRST-ERROR (WS-DS-SUB)
083700     END-IF.
083800 0800-NOTE-ERROR-EXIT.
083900     EXIT.

084000******************************************************************
084100*    0810-TRAILER-MISSING                                        *
084200*    SEGMENT WS-SEG-SUB NEVER GOT ITS TRAILER - THE RUN THAT     *
084300*    WROTE IT ENDED WITHOUT CLOSING UP, OR THE DATASET WAS CUT   *
084400*    SHORT.                                                      *
084500******************************************************************
084600 0810-TRAILER-MISSING.
084700     MOVE SPACES TO WS-ERROR-TEXT.
084800     MOVE 1 TO WS-MSG-PTR.
084900     PERFORM 0840-STREAM-PREFIX THRU 0840-STREAM-PREFIX-EXIT.
085000     STRING "TRAILER MISSING - RUN STARTED " DELIMITED BY SIZE
085100            WS-SEG-START-DATE (WS-SEG-SUB) DELIMITED BY SIZE
085200            " "                            DELIMITED BY SIZE
085300            WS-SEG-START-TIME (WS-SEG-SUB) DELIMITED BY SIZE
085400         INTO WS-ERROR-TEXT
085500         WITH POINTER WS-MSG-PTR.
085600     PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT.
085700 0810-TRAILER-MISSING-EXIT.
085800     EXIT.

085900******************************************************************
086000*    0820-COUNT-IS-OFF                                           *
086100*    NAMES THE TOTAL (WS-TOTAL-LABEL) AND BOTH FIGURES.          *
086200******************************************************************
086300 0820-COUNT-IS-OFF.
086400     MOVE SPACES TO WS-ERROR-TEXT.
086500     MOVE 1 TO WS-MSG-PTR.
086600     PERFORM 0840-STREAM-PREFIX THRU 0840-STREAM-PREFIX-EXIT.
086700     STRING WS-TOTAL-LABEL     DELIMITED BY SPACE
086800            " COUNT: TRAILER " DELIMITED BY SIZE
086900            WS-EDIT-TRAILER    DELIMITED BY SIZE
087000            ", COUNTED "       DELIMITED BY SIZE
087100            WS-EDIT-COUNTED    DELIMITED BY SIZE
087200         INTO WS-ERROR-TEXT
087300         WITH POINTER WS-MSG-PTR.
087400     PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT.
087500 0820-COUNT-IS-OFF-EXIT.
087600     EXIT.

087700******************************************************************
087800*    0830-HASH-IS-OFF                                            *
087900******************************************************************
088000 0830-HASH-IS-OFF.
088100     MOVE SPACES TO WS-ERROR-TEXT.
088200     MOVE 1 TO WS-MSG-PTR.
088300     PERFORM 0840-STREAM-PREFIX THRU 0840-STREAM-PREFIX-EXIT.
088400     STRING "HASH TOTAL: TRAILER " DELIMITED BY SIZE
088500            WS-EDIT-HASH-TRAILER   DELIMITED BY SIZE
088600            ", COUNTED "           DELIMITED BY SIZE
088700            WS-EDIT-HASH-COUNTED   DELIMITED BY SIZE
088800         INTO WS-ERROR-TEXT
088900         WITH POINTER WS-MSG-PTR.
089000     PERFORM 0800-NOTE-ERROR THRU 0800-NOTE-ERROR-EXIT.
089100 0830-HASH-IS-OFF-EXIT.
089200     EXIT.

089300******************************************************************
089400*    0840-STREAM-PREFIX                                          *
089500*    ON A SEGMENT WRITTEN BY A STREAM INSTANCE THE MESSAGE       *
089600*    STARTS WITH THE STREAM, SO A SHARED READYOUT SAYS WHOSE     *
089700*    TOTALS ARE OFF.                                             *
089800******************************************************************
089900 0840-STREAM-PREFIX.
090000     IF WS-SEG-STREAM-ID (WS-SEG-SUB) NOT = SPACES
090100         STRING "STREAM "                       DELIMITED BY SIZE
090200                WS-SEG-STREAM-ID (WS-SEG-SUB)   DELIMITED BY SIZE
090300                " "                             DELIMITED BY SIZE
090400             INTO WS-ERROR-TEXT
090500             WITH POINTER WS-MSG-PTR
090600     END-IF.
090700 0840-STREAM-PREFIX-EXIT.
090800     EXIT.

090900  END PROGRAM CDTOTALS.
