000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program maintains the gate ownership master (CDOWN                    *
000600*     LAYOUT, OWNMSTR, KEYED BY JOB NAME) FROM ADD/CHANGE/DELETE                 *
000700*     TRANSACTION CARDS (CDOWNTR LAYOUT) - THE OWNING TEAM, ITS                  *
000800*     PRIMARY AND SECONDARY ON-CALL, THE ESCALATION MANAGER, THE                 *
000900*     RUN-BOOK REFERENCE AND HOW LONG EACH ON-CALL HAS TO                        *
001000*     ACKNOWLEDGE A PAGE. CDEVDISP PAGES AND ESCALATES FROM IT AND               *
001100*     CDMORN PRINTS THE OWNER OF EACH EXCEPTION, SO A TEAM CHANGE                *
001200*     IS ONE CARD HERE INSTEAD OF A ROUTING-RULE EDIT. EVERY CARD IS             *
001300*     EDITED AND LOGGED ON THE EDIT REPORT AS APPLIED OR REJECTED                *
001400*     WITH ITS REASON, AND THE WHOLE MASTER IS LISTED AFTERWARDS. A              *
001500*     REJECTED CARD ENDS WITH RC 4, AN I/O FAILURE WITH RC 20.                   *
001600*                                                                                *
001700*     MODIFICATION HISTORY                                                       *
001800*     ----------------------------------------------------------------------     *
001900*     DATE         INIT   DESCRIPTION                                            *
002000*     10/15/2026   GN     INITIAL VERSION.                                       *
002100**********************************************************************************

002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CDOWNMNT.
002400 AUTHOR. GIANNIS NOUTSIS.
002500 INSTALLATION. OPERATIONS BATCH UTILITIES.
002600 DATE-WRITTEN. 10/15/2026.
002700 DATE-COMPILED.

002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.

003100     SELECT OWN-TRAN-FILE ASSIGN TO OWNTRAN
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRAN-STATUS.

003400     SELECT OWNER-MASTER ASSIGN TO OWNMSTR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS CD-OWN-KEY
003800         FILE STATUS IS WS-OWN-STATUS.

003900     SELECT EDIT-REPORT ASSIGN TO OWNEDIT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-EDIT-STATUS.

004200 DATA DIVISION.
004300 FILE SECTION.

004400 FD  OWN-TRAN-FILE.
004500     COPY CDOWNTR.

004600 FD  OWNER-MASTER.
004700     COPY CDOWN.

004800 FD  EDIT-REPORT.
004900 01  EDIT-RECORD                     PIC X(132).

005000 WORKING-STORAGE SECTION.

005100******************************************************************
005200*    FILE STATUS FIELDS                                          *
005300******************************************************************
005400 01  WS-FILE-STATUS-FIELDS.
005500     05  WS-TRAN-STATUS              PIC X(02) VALUE "00".
005600     05  WS-OWN-STATUS               PIC X(02) VALUE "00".
005700     05  WS-EDIT-STATUS              PIC X(02) VALUE "00".

005800******************************************************************
005900*    PROGRAM SWITCHES                                            *
006000******************************************************************
006100 01  WS-PROGRAM-SWITCHES.
006200     05  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
006300         88  END-OF-TRAN-FILE                VALUE 'Y'.
006400     05  WS-OWN-EOF-SWITCH           PIC X(01) VALUE 'N'.
006500         88  END-OF-OWNER-MASTER             VALUE 'Y'.
006600     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
006700         88  MAINT-CAN-RUN                    VALUE 'Y'.
006800         88  MAINT-CANNOT-RUN                 VALUE 'N'.
006900     05  WS-EDIT-FAIL-SWITCH         PIC X(01) VALUE 'N'.
007000         88  EDIT-FAILED                      VALUE 'Y'.
007100     05  WS-BLANK-SEEN-SWITCH        PIC X(01) VALUE 'N'.
007200         88  BLANK-WAS-SEEN                   VALUE 'Y'.

007300******************************************************************
007400*    RETURN CODE                                                 *
007500******************************************************************
007600 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
007700 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

007800******************************************************************
007900*    EDIT WORK FIELDS                                            *
008000*    A CARD'S FIELDS ARE EDITED INTO THESE BEFORE ANYTHING       *
008100*    REACHES THE MASTER, SO A CARD IS APPLIED WHOLE OR NOT AT    *
008200*    ALL. THE NEW- FIELDS HOLD THE RECORD AS IT WILL STAND -     *
008300*    THE CARD ON AN ADD, THE MASTER OVERLAID BY THE CARD'S       *
008400*    NON-BLANK FIELDS ON A CHANGE - SO THE ESCALATION CHAIN IS   *
008500*    EDITED AS A WHOLE.                                          *
008600******************************************************************
008700 01  WS-EDIT-WORK-FIELDS.
008800     05  WS-EDIT-REASON              PIC X(40) VALUE SPACES.
008900     05  WS-EDIT-CHAR                PIC X(01) VALUE SPACE.
009000     05  WS-NAME-TO-EDIT             PIC X(08) VALUE SPACES.
009100     05  WS-ID-TO-EDIT               PIC X(10) VALUE SPACES.
009200     05  WS-ID-LABEL                 PIC X(10) VALUE SPACES.
009300     05  WS-EDIT-MINS-X              PIC X(03) VALUE SPACES.
009400     05  WS-EDIT-MINS-N REDEFINES WS-EDIT-MINS-X
009500                                     PIC 9(03).
009600     05  WS-IO-STATUS-WK             PIC X(02) VALUE SPACES.

009700 01  WS-NEW-OWNER-FIELDS.
009800     05  WS-NEW-TEAM                 PIC X(12) VALUE SPACES.
009900     05  WS-NEW-PRIMARY              PIC X(10) VALUE SPACES.
010000     05  WS-NEW-SECONDARY            PIC X(10) VALUE SPACES.
010100     05  WS-NEW-MANAGER              PIC X(10) VALUE SPACES.
010200     05  WS-NEW-RUNBOOK              PIC X(12) VALUE SPACES.
010300     05  WS-NEW-ACK-MINS             PIC 9(03) VALUE ZERO.

010400 01  WS-SUBSCRIPTS.
010500     05  WS-CHAR-SUB                 PIC 9(02) COMP VALUE ZERO.

010600******************************************************************
010700*    MAINTENANCE COUNTERS                                        *
010800******************************************************************
010900 01  WS-MAINT-COUNTERS.
011000     05  WS-TRAN-COUNT               PIC 9(05) COMP VALUE ZERO.
011100     05  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
011200     05  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
011300     05  WS-DELETED-COUNT            PIC 9(05) COMP VALUE ZERO.
011400     05  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
011500     05  WS-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
011600     05  WS-DISPLAY-REJECTS          PIC ZZZZ9.

011700******************************************************************
011800*    RUN DATE FOR THE REPORT HEADING AND THE UPDATE STAMP        *
011900******************************************************************
012000 01  WS-TIME-FIELDS.
012100     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

012200******************************************************************
012300*    REPORT LINE LAYOUTS                                         *
012400******************************************************************
012500 01  RPT-HEADING-1.
012600     05  FILLER                      PIC X(44)
012700         VALUE 'COUNTDOWN OWNERSHIP MASTER MAINTENANCE'.
012800     05  FILLER                      PIC X(10)
012900         VALUE 'RUN DATE: '.
013000     05  RPT-H1-DATE                 PIC 9(08).
013100     05  FILLER                      PIC X(70) VALUE SPACES.

013200 01  RPT-SECTION-LINE.
013300     05  RPT-SECTION-TITLE           PIC X(52).
013400     05  FILLER                      PIC X(80) VALUE SPACES.

013500 01  RPT-TRAN-HEADING.
013600     05  FILLER                      PIC X(41)
013700         VALUE 'CARD   ACTION  JOB NAME  RESULT    REASON'.
013800     05  FILLER                      PIC X(91) VALUE SPACES.

013900 01  RPT-TRAN-LINE.
014000     05  RPT-TRN-SEQ                 PIC ZZZZ9.
014100     05  FILLER                      PIC X(02) VALUE SPACES.
014200     05  RPT-TRN-ACTION              PIC X(06).
014300     05  FILLER                      PIC X(02) VALUE SPACES.
014400     05  RPT-TRN-JOB                 PIC X(08).
014500     05  FILLER                      PIC X(02) VALUE SPACES.
014600     05  RPT-TRN-RESULT              PIC X(08).
014700     05  FILLER                      PIC X(02) VALUE SPACES.
014800     05  RPT-TRN-REASON              PIC X(40).
014900     05  FILLER                      PIC X(57) VALUE SPACES.

015000 01  RPT-COLUMN-LINE.
015100     05  FILLER                      PIC X(40)
015200         VALUE 'JOB NAME  TEAM          PRIMARY     SECO'.
015300     05  FILLER                      PIC X(40)
015400         VALUE 'NDARY   MANAGER     RUN-BOOK      ACK MI'.
015500     05  FILLER                      PIC X(10)
015600         VALUE 'N  UPDATED'.
015700     05  FILLER                      PIC X(42) VALUE SPACES.

015800 01  RPT-LISTING-LINE.
015900     05  RPT-LST-JOB                 PIC X(08).
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  RPT-LST-TEAM                PIC X(12).
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  RPT-LST-PRIMARY             PIC X(10).
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  RPT-LST-SECONDARY           PIC X(10).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  RPT-LST-MANAGER             PIC X(10).
016800     05  FILLER                      PIC X(02) VALUE SPACES.
016900     05  RPT-LST-RUNBOOK             PIC X(12).
017000     05  FILLER                      PIC X(06) VALUE SPACES.
017100     05  RPT-LST-ACK-MINS            PIC ZZ9.
017200     05  FILLER                      PIC X(02) VALUE SPACES.
017300     05  RPT-LST-UPDATED             PIC 9(08).
017400     05  FILLER                      PIC X(41) VALUE SPACES.

017500 01  RPT-TOTAL-LINE.
017600     05  FILLER                      PIC X(02) VALUE SPACES.
017700     05  RPT-TOT-LABEL               PIC X(26).
017800     05  FILLER                      PIC X(02) VALUE SPACES.
017900     05  RPT-TOT-VALUE               PIC ZZZZ9.
018000     05  FILLER                      PIC X(97) VALUE SPACES.

018100 PROCEDURE DIVISION.

018200******************************************************************
018300*    0000-MAINLINE                                               *
018400*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
018500******************************************************************
018600 0000-MAINLINE.
018700     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
018800     IF MAINT-CAN-RUN
018900         PERFORM 0300-PROCESS-TRANSACTIONS
019000             THRU 0300-PROCESS-TRANSACTIONS-EXIT
019100         PERFORM 0400-PRINT-MASTER-LISTING
019200             THRU 0400-PRINT-MASTER-LISTING-EXIT
019300         PERFORM 0500-PRINT-TOTALS THRU 0500-PRINT-TOTALS-EXIT
019400     END-IF.
019500     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
019600 0000-MAINLINE-EXIT.
019700     EXIT.

019800******************************************************************
019900*    0100-INITIALIZE                                             *
020000*    A MISSING TRANSACTION FILE IS FATAL - A RUN WITH NOTHING TO *
020100*    WORK ON IS A SETUP MISTAKE. A MISSING MASTER (STATUS 35) IS *
020200*    CREATED EMPTY SO THE FIRST RUN CAN LOAD IT FROM ADD CARDS.  *
020300******************************************************************
020400 0100-INITIALIZE.
020500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020600     OPEN INPUT OWN-TRAN-FILE.
020700     IF WS-TRAN-STATUS NOT = "00"
020800         DISPLAY "CDOWNMNT - UNABLE TO OPEN OWNTRAN, STATUS="
020900                 WS-TRAN-STATUS
021000         MOVE 20 TO WS-RC-CANDIDATE
021100         PERFORM 9900-RAISE-RETURN-CODE
021200             THRU 9900-RAISE-RETURN-CODE-EXIT
021300         SET MAINT-CANNOT-RUN TO TRUE
021400         GO TO 0100-INITIALIZE-EXIT
021500     END-IF.
021600     OPEN I-O OWNER-MASTER.
021700     IF WS-OWN-STATUS = "35"
021800         DISPLAY "CDOWNMNT - NO OWNERSHIP MASTER FOUND - "
021900                 "CREATING A NEW ONE"
022000         OPEN OUTPUT OWNER-MASTER
022100         IF WS-OWN-STATUS = "00"
022200             CLOSE OWNER-MASTER
022300             OPEN I-O OWNER-MASTER
022400         END-IF
022500     END-IF.
022600     IF WS-OWN-STATUS NOT = "00"
022700         DISPLAY "CDOWNMNT - UNABLE TO OPEN OWNMSTR, STATUS="
022800                 WS-OWN-STATUS
022900         MOVE 20 TO WS-RC-CANDIDATE
023000         PERFORM 9900-RAISE-RETURN-CODE
023100             THRU 9900-RAISE-RETURN-CODE-EXIT
023200         SET MAINT-CANNOT-RUN TO TRUE
023300         CLOSE OWN-TRAN-FILE
023400         GO TO 0100-INITIALIZE-EXIT
023500     END-IF.
023600     OPEN OUTPUT EDIT-REPORT.
023700     IF WS-EDIT-STATUS NOT = "00"
023800         DISPLAY "CDOWNMNT - UNABLE TO OPEN OWNEDIT, STATUS="
023900                 WS-EDIT-STATUS
024000         MOVE 20 TO WS-RC-CANDIDATE
024100         PERFORM 9900-RAISE-RETURN-CODE
024200             THRU 9900-RAISE-RETURN-CODE-EXIT
024300         SET MAINT-CANNOT-RUN TO TRUE
024400         CLOSE OWN-TRAN-FILE
024500         CLOSE OWNER-MASTER
024600         GO TO 0100-INITIALIZE-EXIT
024700     END-IF.
024800     MOVE WS-RUN-DATE TO RPT-H1-DATE.
024900     WRITE EDIT-RECORD FROM RPT-HEADING-1
025000         AFTER ADVANCING 1 LINE.
025100     MOVE SPACES TO RPT-SECTION-LINE.
025200     MOVE 'TRANSACTIONS ---------------------------------------'
025300         TO RPT-SECTION-TITLE.
025400     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
025500         AFTER ADVANCING 2 LINES.
025600     WRITE EDIT-RECORD FROM RPT-TRAN-HEADING
025700         AFTER ADVANCING 1 LINE.
025800 0100-INITIALIZE-EXIT.
025900     EXIT.

026000******************************************************************
026100*    0300-PROCESS-TRANSACTIONS                                   *
026200******************************************************************
026300 0300-PROCESS-TRANSACTIONS.
026400     PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT.
026500     PERFORM 0320-APPLY-ONE-TRAN THRU 0320-APPLY-ONE-TRAN-EXIT
026600         UNTIL END-OF-TRAN-FILE.
026700     CLOSE OWN-TRAN-FILE.
026800 0300-PROCESS-TRANSACTIONS-EXIT.
026900     EXIT.

027000******************************************************************
027100*    0310-READ-TRAN                                              *
027200******************************************************************
027300 0310-READ-TRAN.
027400     READ OWN-TRAN-FILE
027500         AT END
027600             SET END-OF-TRAN-FILE TO TRUE
027700         NOT AT END
027800             CONTINUE
027900     END-READ.
028000 0310-READ-TRAN-EXIT.
028100     EXIT.

028200******************************************************************
028300*    0320-APPLY-ONE-TRAN                                         *
028400*    ONE TRANSACTION - EVERY CARD GETS A LOG LINE, APPLIED OR    *
028500*    REJECTED WITH THE FIRST EDIT THAT FAILED. OWNERSHIP IS PER  *
028600*    GATE, WHICHEVER CYCLE IT RUNS IN, SO THE KEY IS THE JOB     *
028700*    NAME ALONE.                                                 *
028800******************************************************************
028900 0320-APPLY-ONE-TRAN.
029000     IF CD-OWN-TRAN-RECORD = SPACES
029100         PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT
029200         GO TO 0320-APPLY-ONE-TRAN-EXIT
029300     END-IF.
029400     ADD 1 TO WS-TRAN-COUNT.
029500     MOVE 'N' TO WS-EDIT-FAIL-SWITCH.
029600     MOVE SPACES TO WS-EDIT-REASON.
029700     EVALUATE TRUE
029800     WHEN CD-OWNT-IS-ADD
029900         PERFORM 0330-APPLY-ADD THRU 0330-APPLY-ADD-EXIT
030000     WHEN CD-OWNT-IS-CHANGE
030100         PERFORM 0340-APPLY-CHANGE THRU 0340-APPLY-CHANGE-EXIT
030200     WHEN CD-OWNT-IS-DELETE
030300         PERFORM 0350-APPLY-DELETE THRU 0350-APPLY-DELETE-EXIT
030400     WHEN OTHER
030500         SET EDIT-FAILED TO TRUE
030600         MOVE 'ACTION MUST BE ADD, CHANGE, OR DELETE'
030700             TO WS-EDIT-REASON
030800     END-EVALUATE.
030900     MOVE SPACES TO RPT-TRAN-LINE.
031000     MOVE WS-TRAN-COUNT TO RPT-TRN-SEQ.
031100     MOVE CD-OWNT-ACTION TO RPT-TRN-ACTION.
031200     MOVE CD-OWNT-JOB-NAME TO RPT-TRN-JOB.
031300     IF EDIT-FAILED
031400         ADD 1 TO WS-REJECTED-COUNT
031500         MOVE 'REJECTED' TO RPT-TRN-RESULT
031600         MOVE WS-EDIT-REASON TO RPT-TRN-REASON
031700         MOVE 4 TO WS-RC-CANDIDATE
031800         PERFORM 9900-RAISE-RETURN-CODE
031900             THRU 9900-RAISE-RETURN-CODE-EXIT
032000     ELSE
032100         MOVE 'APPLIED ' TO RPT-TRN-RESULT
032200     END-IF.
032300     WRITE EDIT-RECORD FROM RPT-TRAN-LINE
032400         AFTER ADVANCING 1 LINE.
032500     PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT.
032600 0320-APPLY-ONE-TRAN-EXIT.
032700     EXIT.

032800******************************************************************
032900*    0330-APPLY-ADD                                              *
033000*    TEAM, PRIMARY ON-CALL AND MANAGER ARE REQUIRED ON AN ADD -  *
033100*    A PAGE MUST ALWAYS HAVE SOMEBODY TO START WITH AND SOMEBODY *
033200*    TO END WITH. THE SECONDARY, RUN-BOOK AND ACKNOWLEDGEMENT    *
033300*    MINUTES ARE OPTIONAL.                                       *
033400******************************************************************
033500 0330-APPLY-ADD.
033600     MOVE CD-OWNT-JOB-NAME TO WS-NAME-TO-EDIT.
033700     PERFORM 0370-EDIT-JOB-NAME THRU 0370-EDIT-JOB-NAME-EXIT.
033800     IF EDIT-FAILED
033900         GO TO 0330-APPLY-ADD-EXIT
034000     END-IF.
034100     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
034200     IF WS-OWN-STATUS = "00"
034300         SET EDIT-FAILED TO TRUE
034400         MOVE 'JOB ALREADY ON OWNERSHIP MASTER' TO WS-EDIT-REASON
034500         GO TO 0330-APPLY-ADD-EXIT
034600     END-IF.
034700     IF CD-OWNT-TEAM = SPACES
034800         SET EDIT-FAILED TO TRUE
034900         MOVE 'OWNING TEAM REQUIRED ON ADD' TO WS-EDIT-REASON
035000         GO TO 0330-APPLY-ADD-EXIT
035100     END-IF.
035200     IF CD-OWNT-PRIMARY = SPACES
035300         SET EDIT-FAILED TO TRUE
035400         MOVE 'PRIMARY ON-CALL REQUIRED ON ADD' TO WS-EDIT-REASON
035500         GO TO 0330-APPLY-ADD-EXIT
035600     END-IF.
035700     IF CD-OWNT-MANAGER = SPACES
035800         SET EDIT-FAILED TO TRUE
035900         MOVE 'ESCALATION MANAGER REQUIRED ON ADD'
036000             TO WS-EDIT-REASON
036100         GO TO 0330-APPLY-ADD-EXIT
036200     END-IF.
036300     MOVE CD-OWNT-TEAM TO WS-NEW-TEAM.
036400     MOVE CD-OWNT-PRIMARY TO WS-NEW-PRIMARY.
036500     MOVE CD-OWNT-SECONDARY TO WS-NEW-SECONDARY.
036600     MOVE CD-OWNT-MANAGER TO WS-NEW-MANAGER.
036700     MOVE CD-OWNT-RUNBOOK TO WS-NEW-RUNBOOK.
036800     MOVE ZERO TO WS-NEW-ACK-MINS.
036900     PERFORM 0380-EDIT-CARD-FIELDS
037000         THRU 0380-EDIT-CARD-FIELDS-EXIT.
037100     IF EDIT-FAILED
037200         GO TO 0330-APPLY-ADD-EXIT
037300     END-IF.
037400     PERFORM 0390-EDIT-CHAIN THRU 0390-EDIT-CHAIN-EXIT.
037500     IF EDIT-FAILED
037600         GO TO 0330-APPLY-ADD-EXIT
037700     END-IF.
037800     MOVE SPACES TO CD-OWN-RECORD.
037900     MOVE CD-OWNT-JOB-NAME TO CD-OWN-JOB-NAME.
038000     PERFORM 0360-MOVE-NEW-FIELDS THRU 0360-MOVE-NEW-FIELDS-EXIT.
038100     WRITE CD-OWN-RECORD
038200         INVALID KEY
038300             CONTINUE
038400     END-WRITE.
038500     IF WS-OWN-STATUS NOT = "00"
038600         PERFORM 0395-MASTER-UPDATE-FAILED
038700             THRU 0395-MASTER-UPDATE-FAILED-EXIT
038800         GO TO 0330-APPLY-ADD-EXIT
038900     END-IF.
039000     ADD 1 TO WS-ADDED-COUNT.
039100 0330-APPLY-ADD-EXIT.
039200     EXIT.

039300******************************************************************
039400*    0340-APPLY-CHANGE                                           *
039500*    A BLANK FIELD KEEPS THE EXISTING VALUE. A CARD THAT CHANGES *
039600*    NOTHING IS REJECTED - IT IS ALMOST ALWAYS A MISPUNCHED ONE. *
039700******************************************************************
039800 0340-APPLY-CHANGE.
039900     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
040000     IF WS-OWN-STATUS NOT = "00"
040100         SET EDIT-FAILED TO TRUE
040200         MOVE 'JOB NOT ON OWNERSHIP MASTER' TO WS-EDIT-REASON
040300         GO TO 0340-APPLY-CHANGE-EXIT
040400     END-IF.
040500     IF CD-OWNT-TEAM = SPACES
040600        AND CD-OWNT-PRIMARY = SPACES
040700        AND CD-OWNT-SECONDARY = SPACES
040800        AND CD-OWNT-MANAGER = SPACES
040900        AND CD-OWNT-RUNBOOK = SPACES
041000        AND CD-OWNT-ACK-MINS = SPACES
041100         SET EDIT-FAILED TO TRUE
041200         MOVE 'NO FIELDS TO CHANGE' TO WS-EDIT-REASON
041300         GO TO 0340-APPLY-CHANGE-EXIT
041400     END-IF.
041500     MOVE CD-OWN-TEAM TO WS-NEW-TEAM.
041600     MOVE CD-OWN-PRIMARY TO WS-NEW-PRIMARY.
041700     MOVE CD-OWN-SECONDARY TO WS-NEW-SECONDARY.
041800     MOVE CD-OWN-MANAGER TO WS-NEW-MANAGER.
041900     MOVE CD-OWN-RUNBOOK TO WS-NEW-RUNBOOK.
042000     MOVE ZERO TO WS-NEW-ACK-MINS.
042100     IF CD-OWN-ACK-MINS NUMERIC
042200         MOVE CD-OWN-ACK-MINS TO WS-NEW-ACK-MINS
042300     END-IF.
042400     IF CD-OWNT-TEAM NOT = SPACES
042500         MOVE CD-OWNT-TEAM TO WS-NEW-TEAM
042600     END-IF.
042700     IF CD-OWNT-PRIMARY NOT = SPACES
042800         MOVE CD-OWNT-PRIMARY TO WS-NEW-PRIMARY
042900     END-IF.
043000     IF CD-OWNT-SECONDARY NOT = SPACES
043100         MOVE CD-OWNT-SECONDARY TO WS-NEW-SECONDARY
043200     END-IF.
043300     IF CD-OWNT-MANAGER NOT = SPACES
043400         MOVE CD-OWNT-MANAGER TO WS-NEW-MANAGER
043500     END-IF.
043600     IF CD-OWNT-RUNBOOK NOT = SPACES
043700         MOVE CD-OWNT-RUNBOOK TO WS-NEW-RUNBOOK
043800     END-IF.
043900     PERFORM 0380-EDIT-CARD-FIELDS
044000         THRU 0380-EDIT-CARD-FIELDS-EXIT.
044100     IF EDIT-FAILED
044200         GO TO 0340-APPLY-CHANGE-EXIT
044300     END-IF.
044400     PERFORM 0390-EDIT-CHAIN THRU 0390-EDIT-CHAIN-EXIT.
044500     IF EDIT-FAILED
044600         GO TO 0340-APPLY-CHANGE-EXIT
044700     END-IF.
044800     PERFORM 0360-MOVE-NEW-FIELDS THRU 0360-MOVE-NEW-FIELDS-EXIT.
044900     REWRITE CD-OWN-RECORD
045000         INVALID KEY
045100             CONTINUE
045200     END-REWRITE.
045300     IF WS-OWN-STATUS NOT = "00"
045400         PERFORM 0395-MASTER-UPDATE-FAILED
045500             THRU 0395-MASTER-UPDATE-FAILED-EXIT
045600         GO TO 0340-APPLY-CHANGE-EXIT
045700     END-IF.
045800     ADD 1 TO WS-CHANGED-COUNT.
045900 0340-APPLY-CHANGE-EXIT.
046000     EXIT.

046100******************************************************************
046200*    0350-APPLY-DELETE                                           *
046300******************************************************************
046400 0350-APPLY-DELETE.
046500     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
046600     IF WS-OWN-STATUS NOT = "00"
046700         SET EDIT-FAILED TO TRUE
046800         MOVE 'JOB NOT ON OWNERSHIP MASTER' TO WS-EDIT-REASON
046900         GO TO 0350-APPLY-DELETE-EXIT
047000     END-IF.
047100     DELETE OWNER-MASTER RECORD
047200         INVALID KEY
047300             CONTINUE
047400     END-DELETE.
047500     IF WS-OWN-STATUS NOT = "00"
047600         PERFORM 0395-MASTER-UPDATE-FAILED
047700             THRU 0395-MASTER-UPDATE-FAILED-EXIT
047800         GO TO 0350-APPLY-DELETE-EXIT
047900     END-IF.
048000     ADD 1 TO WS-DELETED-COUNT.
048100 0350-APPLY-DELETE-EXIT.
048200     EXIT.

048300******************************************************************
048400*    0360-MOVE-NEW-FIELDS                                        *
048500*    THE EDITED RECORD ONTO THE MASTER RECORD AREA, STAMPED WITH *
048600*    THE RUN DATE.                                               *
048700******************************************************************
048800 0360-MOVE-NEW-FIELDS.
048900     MOVE WS-NEW-TEAM TO CD-OWN-TEAM.
049000     MOVE WS-NEW-PRIMARY TO CD-OWN-PRIMARY.
049100     MOVE WS-NEW-SECONDARY TO CD-OWN-SECONDARY.
049200     MOVE WS-NEW-MANAGER TO CD-OWN-MANAGER.
049300     MOVE WS-NEW-RUNBOOK TO CD-OWN-RUNBOOK.
049400     MOVE WS-NEW-ACK-MINS TO CD-OWN-ACK-MINS.
049500     MOVE WS-RUN-DATE TO CD-OWN-UPDATE-DATE.
049600 0360-MOVE-NEW-FIELDS-EXIT.
049700     EXIT.

049800******************************************************************
049900*    0365-READ-MASTER                                            *
050000*    KEYED READ FOR THE CARD'S JOB; THE CALLER TESTS WS-OWN-     *
050100*    STATUS (00 FOUND, 23 NOT FOUND).                            *
050200******************************************************************
050300 0365-READ-MASTER.
050400     MOVE CD-OWNT-JOB-NAME TO CD-OWN-JOB-NAME.
050500     READ OWNER-MASTER
050600         INVALID KEY
050700             CONTINUE
050800     END-READ.
050900 0365-READ-MASTER-EXIT.
051000     EXIT.

051100******************************************************************
051200*    0370-EDIT-JOB-NAME                                          *
051300*    SHOP NAMING STANDARD - FIRST CHARACTER ALPHABETIC, THE REST *
051400*    ALPHABETIC OR NUMERIC, LEFT-JUSTIFIED WITH NO EMBEDDED      *
051500*    BLANKS.                                                     *
051600******************************************************************
051700 0370-EDIT-JOB-NAME.
051800     IF WS-NAME-TO-EDIT = SPACES
051900         SET EDIT-FAILED TO TRUE
052000         MOVE 'JOB NAME MISSING' TO WS-EDIT-REASON
052100         GO TO 0370-EDIT-JOB-NAME-EXIT
052200     END-IF.
052300     MOVE WS-NAME-TO-EDIT (1:1) TO WS-EDIT-CHAR.
052400     IF WS-EDIT-CHAR = SPACE
052500        OR WS-EDIT-CHAR NOT ALPHABETIC
052600         SET EDIT-FAILED TO TRUE
052700         MOVE 'JOB NAME MUST START WITH A LETTER'
052800             TO WS-EDIT-REASON
052900         GO TO 0370-EDIT-JOB-NAME-EXIT
053000     END-IF.
053100     MOVE 'N' TO WS-BLANK-SEEN-SWITCH.
053200     PERFORM 0375-EDIT-ONE-CHAR THRU 0375-EDIT-ONE-CHAR-EXIT
053300         VARYING WS-CHAR-SUB FROM 2 BY 1
053400         UNTIL WS-CHAR-SUB > 8 OR EDIT-FAILED.
053500 0370-EDIT-JOB-NAME-EXIT.
053600     EXIT.

053700******************************************************************
053800*    0375-EDIT-ONE-CHAR                                          *
053900******************************************************************
054000 0375-EDIT-ONE-CHAR.
054100     MOVE WS-NAME-TO-EDIT (WS-CHAR-SUB:1) TO WS-EDIT-CHAR.
054200     IF WS-EDIT-CHAR = SPACE
054300         SET BLANK-WAS-SEEN TO TRUE
054400         GO TO 0375-EDIT-ONE-CHAR-EXIT
054500     END-IF.
054600     IF BLANK-WAS-SEEN
054700         SET EDIT-FAILED TO TRUE
054800         MOVE 'JOB NAME HAS AN EMBEDDED BLANK'
054900             TO WS-EDIT-REASON
055000         GO TO 0375-EDIT-ONE-CHAR-EXIT
055100     END-IF.
055200     IF WS-EDIT-CHAR NOT ALPHABETIC
055300        AND WS-EDIT-CHAR NOT NUMERIC
055400         SET EDIT-FAILED TO TRUE
055500         MOVE 'JOB NAME CHARACTER NOT A-Z OR 0-9'
055600             TO WS-EDIT-REASON
055700     END-IF.
055800 0375-EDIT-ONE-CHAR-EXIT.
055900     EXIT.

056000******************************************************************
056100*    0380-EDIT-CARD-FIELDS                                       *
056200*    THE FIELDS PUNCHED ON THE CARD - EACH ON-CALL ID THE PAGING *
056300*    TOOLING WILL BE GIVEN, AND THE ACKNOWLEDGEMENT MINUTES.     *
056400******************************************************************
056500 0380-EDIT-CARD-FIELDS.
056600     IF CD-OWNT-PRIMARY NOT = SPACES
056700         MOVE CD-OWNT-PRIMARY TO WS-ID-TO-EDIT
056800         MOVE 'PRIMARY' TO WS-ID-LABEL
056900         PERFORM 0385-EDIT-ONE-ID THRU 0385-EDIT-ONE-ID-EXIT
057000         IF EDIT-FAILED
057100             GO TO 0380-EDIT-CARD-FIELDS-EXIT
057200         END-IF
057300     END-IF.
057400     IF CD-OWNT-SECONDARY NOT = SPACES
057500         MOVE CD-OWNT-SECONDARY TO WS-ID-TO-EDIT
057600         MOVE 'SECONDARY' TO WS-ID-LABEL
057700         PERFORM 0385-EDIT-ONE-ID THRU 0385-EDIT-ONE-ID-EXIT
057800         IF EDIT-FAILED
057900             GO TO 0380-EDIT-CARD-FIELDS-EXIT
058000         END-IF
058100     END-IF.
058200     IF CD-OWNT-MANAGER NOT = SPACES
058300         MOVE CD-OWNT-MANAGER TO WS-ID-TO-EDIT
058400         MOVE 'MANAGER' TO WS-ID-LABEL
058500         PERFORM 0385-EDIT-ONE-ID THRU 0385-EDIT-ONE-ID-EXIT
058600         IF EDIT-FAILED
058700             GO TO 0380-EDIT-CARD-FIELDS-EXIT
058800         END-IF
058900     END-IF.
059000     IF CD-OWNT-ACK-MINS NOT = SPACES
059100         MOVE CD-OWNT-ACK-MINS TO WS-EDIT-MINS-X
059200         IF WS-EDIT-MINS-X NOT NUMERIC
059300             SET EDIT-FAILED TO TRUE
059400             MOVE 'ACK MINUTES NOT NUMERIC - 3 DIGITS'
059500                 TO WS-EDIT-REASON
059600             GO TO 0380-EDIT-CARD-FIELDS-EXIT
059700         END-IF
059800         MOVE WS-EDIT-MINS-N TO WS-NEW-ACK-MINS
059900     END-IF.
060000 0380-EDIT-CARD-FIELDS-EXIT.
060100     EXIT.

060200******************************************************************
060300*    0385-EDIT-ONE-ID                                            *
060400*    AN ON-CALL ID IS LEFT-JUSTIFIED WITH NO EMBEDDED BLANKS -   *
060500*    IT IS HANDED TO THE PAGING TOOLING AS IT STANDS.            *
060600******************************************************************
060700 0385-EDIT-ONE-ID.
060800     IF WS-ID-TO-EDIT (1:1) = SPACE
060900         SET EDIT-FAILED TO TRUE
061000         STRING WS-ID-LABEL DELIMITED BY SPACE
061100                ' ID MUST BE LEFT-JUSTIFIED' DELIMITED BY SIZE
061200             INTO WS-EDIT-REASON
061300         GO TO 0385-EDIT-ONE-ID-EXIT
061400     END-IF.
061500     MOVE 'N' TO WS-BLANK-SEEN-SWITCH.
061600     PERFORM 0387-EDIT-ONE-ID-CHAR THRU 0387-EDIT-ONE-ID-CHAR-EXIT
061700         VARYING WS-CHAR-SUB FROM 2 BY 1
061800         UNTIL WS-CHAR-SUB > 10 OR EDIT-FAILED.
061900 0385-EDIT-ONE-ID-EXIT.
062000     EXIT.

062100******************************************************************
062200*    0387-EDIT-ONE-ID-CHAR                                       *
062300******************************************************************
062400 0387-EDIT-ONE-ID-CHAR.
062500     MOVE WS-ID-TO-EDIT (WS-CHAR-SUB:1) TO WS-EDIT-CHAR.
062600     IF WS-EDIT-CHAR = SPACE
062700         SET BLANK-WAS-SEEN TO TRUE
062800         GO TO 0387-EDIT-ONE-ID-CHAR-EXIT
062900     END-IF.
063000     IF BLANK-WAS-SEEN
063100         SET EDIT-FAILED TO TRUE
063200         STRING WS-ID-LABEL DELIMITED BY SPACE
063300                ' ID HAS AN EMBEDDED BLANK' DELIMITED BY SIZE
063400             INTO WS-EDIT-REASON
063500     END-IF.
063600 0387-EDIT-ONE-ID-CHAR-EXIT.
063700     EXIT.

063800******************************************************************
063900*    0390-EDIT-CHAIN                                             *
064000*    THE ESCALATION CHAIN AS IT WILL STAND - EACH STEP MUST PAGE *
064100*    SOMEBODY NEW, OR AN UNANSWERED PAGE WOULD ONLY GO BACK TO   *
064200*    THE PERSON WHO DID NOT ANSWER IT.                           *
064300******************************************************************
064400 0390-EDIT-CHAIN.
064500     IF WS-NEW-SECONDARY NOT = SPACES
064600        AND WS-NEW-SECONDARY = WS-NEW-PRIMARY
064700         SET EDIT-FAILED TO TRUE
064800         MOVE 'SECONDARY ON-CALL SAME AS PRIMARY'
064900             TO WS-EDIT-REASON
065000         GO TO 0390-EDIT-CHAIN-EXIT
065100     END-IF.
065200     IF WS-NEW-MANAGER = WS-NEW-PRIMARY
065300        OR WS-NEW-MANAGER = WS-NEW-SECONDARY
065400         SET EDIT-FAILED TO TRUE
065500         MOVE 'MANAGER SAME AS AN ON-CALL' TO WS-EDIT-REASON
065600     END-IF.
065700 0390-EDIT-CHAIN-EXIT.
065800     EXIT.

065900******************************************************************
066000*    0395-MASTER-UPDATE-FAILED                                   *
066100*    THE CARD PASSED ITS EDITS BUT THE MASTER REFUSED IT - AN    *
066200*    I/O PROBLEM, NOT A BAD CARD.                                *
066300******************************************************************
066400 0395-MASTER-UPDATE-FAILED.
066500     MOVE WS-OWN-STATUS TO WS-IO-STATUS-WK.
066600     DISPLAY "CDOWNMNT - OWNMSTR UPDATE FAILED FOR "
066700             CD-OWNT-JOB-NAME " STATUS=" WS-IO-STATUS-WK.
066800     SET EDIT-FAILED TO TRUE.
066900     STRING 'OWNER MASTER UPDATE FAILED, STATUS='
067000                DELIMITED BY SIZE
067100            WS-IO-STATUS-WK DELIMITED BY SIZE
067200         INTO WS-EDIT-REASON.
067300     MOVE 20 TO WS-RC-CANDIDATE.
067400     PERFORM 9900-RAISE-RETURN-CODE
067500         THRU 9900-RAISE-RETURN-CODE-EXIT.
067600 0395-MASTER-UPDATE-FAILED-EXIT.
067700     EXIT.

067800******************************************************************
067900*    0400-PRINT-MASTER-LISTING                                   *
068000*    THE WHOLE MASTER AS IT STANDS AFTER THE RUN, IN KEY ORDER.  *
068100******************************************************************
068200 0400-PRINT-MASTER-LISTING.
068300     MOVE SPACES TO RPT-SECTION-LINE.
068400     MOVE 'OWNERSHIP MASTER AFTER MAINTENANCE -----------------'
068500         TO RPT-SECTION-TITLE.
068600     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
068700         AFTER ADVANCING 2 LINES.
068800     WRITE EDIT-RECORD FROM RPT-COLUMN-LINE
068900         AFTER ADVANCING 1 LINE.
069000     MOVE LOW-VALUES TO CD-OWN-KEY.
069100     START OWNER-MASTER KEY IS NOT < CD-OWN-KEY
069200         INVALID KEY
069300             SET END-OF-OWNER-MASTER TO TRUE
069400     END-START.
069500     IF NOT END-OF-OWNER-MASTER
069600         PERFORM 0420-READ-NEXT-OWNER
069700             THRU 0420-READ-NEXT-OWNER-EXIT
069800     END-IF.
069900     PERFORM 0410-PRINT-ONE-OWNER THRU 0410-PRINT-ONE-OWNER-EXIT
070000         UNTIL END-OF-OWNER-MASTER.
070100 0400-PRINT-MASTER-LISTING-EXIT.
070200     EXIT.

070300******************************************************************
070400*    0410-PRINT-ONE-OWNER                                        *
070500******************************************************************
070600 0410-PRINT-ONE-OWNER.
070700     ADD 1 TO WS-MASTER-COUNT.
070800     MOVE CD-OWN-JOB-NAME TO RPT-LST-JOB.
070900     MOVE CD-OWN-TEAM TO RPT-LST-TEAM.
071000     MOVE CD-OWN-PRIMARY TO RPT-LST-PRIMARY.
071100     MOVE CD-OWN-SECONDARY TO RPT-LST-SECONDARY.
071200     MOVE CD-OWN-MANAGER TO RPT-LST-MANAGER.
071300     MOVE CD-OWN-RUNBOOK TO RPT-LST-RUNBOOK.
071400     MOVE ZERO TO RPT-LST-ACK-MINS RPT-LST-UPDATED.
071500     IF CD-OWN-ACK-MINS NUMERIC
071600         MOVE CD-OWN-ACK-MINS TO RPT-LST-ACK-MINS
071700     END-IF.
071800     IF CD-OWN-UPDATE-DATE NUMERIC
071900         MOVE CD-OWN-UPDATE-DATE TO RPT-LST-UPDATED
072000     END-IF.
072100     WRITE EDIT-RECORD FROM RPT-LISTING-LINE
072200         AFTER ADVANCING 1 LINE.
072300     PERFORM 0420-READ-NEXT-OWNER THRU 0420-READ-NEXT-OWNER-EXIT.
072400 0410-PRINT-ONE-OWNER-EXIT.
072500     EXIT.

072600******************************************************************
072700*    0420-READ-NEXT-OWNER                                        *
072800******************************************************************
072900 0420-READ-NEXT-OWNER.
073000     READ OWNER-MASTER NEXT RECORD
073100         AT END
073200             SET END-OF-OWNER-MASTER TO TRUE
073300     END-READ.
073400     IF WS-OWN-STATUS NOT = "00" AND NOT END-OF-OWNER-MASTER
073500         DISPLAY "CDOWNMNT - OWNMSTR READ FAILED, STATUS="
073600                 WS-OWN-STATUS
073700         MOVE 20 TO WS-RC-CANDIDATE
073800         PERFORM 9900-RAISE-RETURN-CODE
073900             THRU 9900-RAISE-RETURN-CODE-EXIT
074000         SET END-OF-OWNER-MASTER TO TRUE
074100     END-IF.
074200 0420-READ-NEXT-OWNER-EXIT.
074300     EXIT.

074400******************************************************************
074500*    0500-PRINT-TOTALS                                           *
074600******************************************************************
074700 0500-PRINT-TOTALS.
074800     MOVE SPACES TO RPT-SECTION-LINE.
074900     MOVE 'MAINTENANCE TOTALS ---------------------------------'
075000         TO RPT-SECTION-TITLE.
075100     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
075200         AFTER ADVANCING 2 LINES.
075300     MOVE 'TRANSACTIONS READ         ' TO RPT-TOT-LABEL.
075400     MOVE WS-TRAN-COUNT TO RPT-TOT-VALUE.
075500     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
075600         AFTER ADVANCING 1 LINE.
075700     MOVE 'OWNER RECORDS ADDED       ' TO RPT-TOT-LABEL.
075800     MOVE WS-ADDED-COUNT TO RPT-TOT-VALUE.
075900     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
076000         AFTER ADVANCING 1 LINE.
076100     MOVE 'OWNER RECORDS CHANGED     ' TO RPT-TOT-LABEL.
076200     MOVE WS-CHANGED-COUNT TO RPT-TOT-VALUE.
076300     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
076400         AFTER ADVANCING 1 LINE.
076500     MOVE 'OWNER RECORDS DELETED     ' TO RPT-TOT-LABEL.
076600     MOVE WS-DELETED-COUNT TO RPT-TOT-VALUE.
076700     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
076800         AFTER ADVANCING 1 LINE.
076900     MOVE 'TRANSACTIONS REJECTED     ' TO RPT-TOT-LABEL.
077000     MOVE WS-REJECTED-COUNT TO RPT-TOT-VALUE.
077100     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
077200         AFTER ADVANCING 1 LINE.
077300     MOVE 'GATES ON OWNERSHIP MASTER ' TO RPT-TOT-LABEL.
077400     MOVE WS-MASTER-COUNT TO RPT-TOT-VALUE.
077500     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
077600         AFTER ADVANCING 1 LINE.
077700     IF WS-REJECTED-COUNT > ZERO
077800         MOVE WS-REJECTED-COUNT TO WS-DISPLAY-REJECTS
077900         DISPLAY "CDOWNMNT - " WS-DISPLAY-REJECTS
078000                 " TRANSACTION(S) REJECTED - SEE OWNEDIT"
078100     END-IF.
078200 0500-PRINT-TOTALS-EXIT.
078300     EXIT.

078400******************************************************************
078500*    0900-STOP-RUN                                               *
078600******************************************************************
078700 0900-STOP-RUN.
078800     IF MAINT-CAN-RUN
078900         CLOSE OWNER-MASTER
079000         CLOSE EDIT-REPORT
079100     END-IF.
079200     MOVE WS-RETURN-CODE TO RETURN-CODE.
079300     STOP RUN.
079400 0900-STOP-RUN-EXIT.
079500     EXIT.

079600******************************************************************
079700*    9900-RAISE-RETURN-CODE                                      *
079800*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
079900*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
080000*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
080100******************************************************************
080200 9900-RAISE-RETURN-CODE.
080300     IF WS-RC-CANDIDATE > WS-RETURN-CODE
080400         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
080500     END-IF.
080600 9900-RAISE-RETURN-CODE-EXIT.
080700     EXIT.

080800  END PROGRAM CDOWNMNT.
