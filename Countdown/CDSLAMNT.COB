000100**********************************************************************************
000200*     Author:      GIANNIS NOUTSIS                                               *
000300*     Date:        10/15/2026                                                    *
000400*     Purpose:     GitHub Repository                                             *
000500*     This program maintains the gate SLA commitment master                      *
000600*     (CDSLA LAYOUT, SLAMSTR, KEYED BY JOB NAME AND CYCLE ID) FROM               *
000700*     ADD/CHANGE/DELETE TRANSACTION CARDS (CDSLATR LAYOUT) - THE                 *
000800*     MUST-COMPLETE-BY TIME, THE BUSINESS OWNER AND THE MINIMUM                  *
000900*     MONTHLY COMPLIANCE PERCENTAGE THE DOWNSTREAM TEAM HOLDS US                 *
001000*     TO. EVERY CARD IS EDITED AND LOGGED ON THE EDIT REPORT AS                  *
001100*     APPLIED OR REJECTED WITH ITS REASON, AND THE WHOLE MASTER IS               *
001200*     LISTED AFTERWARDS. CDSLARPT READS THE MASTER FOR THE MONTHLY               *
001300*     COMPLIANCE REPORT. A REJECTED CARD ENDS WITH RC 4, AN I/O                  *
001400*     FAILURE WITH RC 20.                                                        *
001500*                                                                                *
001600*     MODIFICATION HISTORY                                                       *
001700*     ----------------------------------------------------------------------     *
001800*     DATE         INIT   DESCRIPTION                                            *
001900*     10/15/2026   GN     INITIAL VERSION.                                       *
002000**********************************************************************************

002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CDSLAMNT.
002300 AUTHOR. GIANNIS NOUTSIS.
002400 INSTALLATION. OPERATIONS BATCH UTILITIES.
002500 DATE-WRITTEN. 10/15/2026.
002600 DATE-COMPILED.

002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.

003000     SELECT SLA-TRAN-FILE ASSIGN TO SLATRAN
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-TRAN-STATUS.

003300     SELECT SLA-MASTER ASSIGN TO SLAMSTR
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS CD-SLA-KEY
003700         FILE STATUS IS WS-SLA-STATUS.

003800     SELECT EDIT-REPORT ASSIGN TO SLAEDIT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-EDIT-STATUS.

004100 DATA DIVISION.
004200 FILE SECTION.

004300 FD  SLA-TRAN-FILE.
004400     COPY CDSLATR.

004500 FD  SLA-MASTER.
004600     COPY CDSLA.

004700 FD  EDIT-REPORT.
004800 01  EDIT-RECORD                     PIC X(132).

004900 WORKING-STORAGE SECTION.

005000******************************************************************
005100*    FILE STATUS FIELDS                                          *
005200******************************************************************
005300 01  WS-FILE-STATUS-FIELDS.
005400     05  WS-TRAN-STATUS              PIC X(02) VALUE "00".
005500     05  WS-SLA-STATUS               PIC X(02) VALUE "00".
005600     05  WS-EDIT-STATUS              PIC X(02) VALUE "00".

005700******************************************************************
005800*    PROGRAM SWITCHES                                            *
005900******************************************************************
006000 01  WS-PROGRAM-SWITCHES.
006100     05  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
006200         88  END-OF-TRAN-FILE                VALUE 'Y'.
006300     05  WS-SLA-EOF-SWITCH           PIC X(01) VALUE 'N'.
006400         88  END-OF-SLA-MASTER               VALUE 'Y'.
006500     05  WS-RUN-SWITCH               PIC X(01) VALUE 'Y'.
006600         88  MAINT-CAN-RUN                    VALUE 'Y'.
006700         88  MAINT-CANNOT-RUN                 VALUE 'N'.
006800     05  WS-EDIT-FAIL-SWITCH         PIC X(01) VALUE 'N'.
006900         88  EDIT-FAILED                      VALUE 'Y'.
007000     05  WS-BLANK-SEEN-SWITCH        PIC X(01) VALUE 'N'.
007100         88  BLANK-WAS-SEEN                   VALUE 'Y'.

007200******************************************************************
007300*    RETURN CODE                                                 *
007400******************************************************************
007500 77  WS-RETURN-CODE                  PIC 9(03) VALUE ZERO.
007600 77  WS-RC-CANDIDATE                 PIC 9(03) VALUE ZERO.

007700******************************************************************
007800*    EDIT WORK FIELDS                                            *
007900*    A CARD'S FIELDS ARE EDITED INTO THESE BEFORE ANYTHING       *
008000*    REACHES THE MASTER, SO A CARD IS APPLIED WHOLE OR NOT AT    *
008100*    ALL.                                                        *
008200******************************************************************
008300 01  WS-EDIT-WORK-FIELDS.
008400     05  WS-EDIT-REASON              PIC X(40) VALUE SPACES.
008500     05  WS-EDIT-CHAR                PIC X(01) VALUE SPACE.
008600     05  WS-NAME-TO-EDIT             PIC X(08) VALUE SPACES.
008700     05  WS-EDIT-CYCLE-ID            PIC X(01) VALUE SPACE.
008800     05  WS-EDIT-DUE-X               PIC X(06) VALUE SPACES.
008900     05  WS-EDIT-DUE-SPLIT REDEFINES WS-EDIT-DUE-X.
009000         10  WS-EDIT-DUE-HH          PIC 9(02).
009100         10  WS-EDIT-DUE-MM          PIC 9(02).
009200         10  WS-EDIT-DUE-SS          PIC 9(02).
009300     05  WS-EDIT-DUE-N REDEFINES WS-EDIT-DUE-X
009400                                     PIC 9(06).
009500     05  WS-EDIT-TARGET-X            PIC X(05) VALUE SPACES.
009600     05  WS-EDIT-TARGET-N REDEFINES WS-EDIT-TARGET-X
009700                                     PIC 9(03)V99.
009800     05  WS-IO-STATUS-WK             PIC X(02) VALUE SPACES.

009900 01  WS-SUBSCRIPTS.
010000     05  WS-CHAR-SUB                 PIC 9(02) COMP VALUE ZERO.

010100******************************************************************
010200*    SHOP LIMITS - A COMPLIANCE TARGET IS A PERCENTAGE           *
010300******************************************************************
010400 77  WS-MAX-TARGET-PCT               PIC 9(03)V99 VALUE 100.00.

010500******************************************************************
010600*    MAINTENANCE COUNTERS                                        *
010700******************************************************************
010800 01  WS-MAINT-COUNTERS.
010900     05  WS-TRAN-COUNT               PIC 9(05) COMP VALUE ZERO.
011000     05  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
011100     05  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
011200     05  WS-DELETED-COUNT            PIC 9(05) COMP VALUE ZERO.
011300     05  WS-REJECTED-COUNT           PIC 9(05) COMP VALUE ZERO.
011400     05  WS-MASTER-COUNT             PIC 9(05) COMP VALUE ZERO.
011500     05  WS-DISPLAY-REJECTS          PIC ZZZZ9.

011600******************************************************************
011700*    RUN DATE FOR THE REPORT HEADING AND THE UPDATE STAMP        *
011800******************************************************************
011900 01  WS-TIME-FIELDS.
012000     05  WS-RUN-DATE                 PIC 9(08) VALUE ZERO.

012100******************************************************************
012200*    REPORT LINE LAYOUTS                                         *
012300******************************************************************
012400 01  RPT-HEADING-1.
012500     05  FILLER                      PIC X(44)
012600         VALUE 'COUNTDOWN SLA MASTER MAINTENANCE REPORT'.
012700     05  FILLER                      PIC X(10)
012800         VALUE 'RUN DATE: '.
012900     05  RPT-H1-DATE                 PIC 9(08).
013000     05  FILLER                      PIC X(70) VALUE SPACES.

013100 01  RPT-SECTION-LINE.
013200     05  RPT-SECTION-TITLE           PIC X(52).
013300     05  FILLER                      PIC X(80) VALUE SPACES.

013400 01  RPT-TRAN-HEADING.
013500     05  FILLER                      PIC X(40)
013600         VALUE 'CARD   ACTION  JOB NAME  CY  RESULT    R'.
013700     05  FILLER                      PIC X(05)
013800         VALUE 'EASON'.
013900     05  FILLER                      PIC X(87) VALUE SPACES.

014000 01  RPT-TRAN-LINE.
014100     05  RPT-TRN-SEQ                 PIC ZZZZ9.
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  RPT-TRN-ACTION              PIC X(06).
014400     05  FILLER                      PIC X(02) VALUE SPACES.
014500     05  RPT-TRN-JOB                 PIC X(08).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  RPT-TRN-CYCLE               PIC X(01).
014800     05  FILLER                      PIC X(03) VALUE SPACES.
014900     05  RPT-TRN-RESULT              PIC X(08).
015000     05  FILLER                      PIC X(02) VALUE SPACES.
015100     05  RPT-TRN-REASON              PIC X(40).
015200     05  FILLER                      PIC X(53) VALUE SPACES.

015300 01  RPT-COLUMN-LINE.
015400     05  FILLER                      PIC X(40)
015500         VALUE 'JOB NAME  CY  DUE BY     TARGET  OWNER  '.
015600     05  FILLER                      PIC X(40)
015700         VALUE '                         UPDATED        '.
015800     05  FILLER                      PIC X(52) VALUE SPACES.

015900 01  RPT-LISTING-LINE.
016000     05  RPT-LST-JOB                 PIC X(08).
016100     05  FILLER                      PIC X(02) VALUE SPACES.
016200     05  RPT-LST-CYCLE               PIC X(01).
016300     05  FILLER                      PIC X(03) VALUE SPACES.
016400     05  RPT-LST-DUE-HH              PIC 9(02).
016500     05  FILLER                      PIC X(01) VALUE ':'.
016600     05  RPT-LST-DUE-MM              PIC 9(02).
016700     05  FILLER                      PIC X(01) VALUE ':'.
016800     05  RPT-LST-DUE-SS              PIC 9(02).
016900     05  FILLER                      PIC X(02) VALUE SPACES.
017000     05  RPT-LST-TARGET              PIC ZZ9.99.
017100     05  FILLER                      PIC X(02) VALUE SPACES.
017200     05  RPT-LST-OWNER               PIC X(30).
017300     05  FILLER                      PIC X(02) VALUE SPACES.
017400     05  RPT-LST-UPDATED             PIC 9(08).
017500     05  FILLER                      PIC X(56) VALUE SPACES.

017600 01  RPT-TOTAL-LINE.
017700     05  FILLER                      PIC X(02) VALUE SPACES.
017800     05  RPT-TOT-LABEL               PIC X(26).
017900     05  FILLER                      PIC X(02) VALUE SPACES.
018000     05  RPT-TOT-VALUE               PIC ZZZZ9.
018100     05  FILLER                      PIC X(97) VALUE SPACES.

018200 PROCEDURE DIVISION.

018300******************************************************************
018400*    0000-MAINLINE                                               *
018500*    OVERALL CONTROL FLOW FOR THE PROGRAM.                       *
018600******************************************************************
018700 0000-MAINLINE.
018800     PERFORM 0100-INITIALIZE THRU 0100-INITIALIZE-EXIT.
018900     IF MAINT-CAN-RUN
019000         PERFORM 0300-PROCESS-TRANSACTIONS
019100             THRU 0300-PROCESS-TRANSACTIONS-EXIT
019200         PERFORM 0400-PRINT-MASTER-LISTING
019300             THRU 0400-PRINT-MASTER-LISTING-EXIT
019400         PERFORM 0500-PRINT-TOTALS THRU 0500-PRINT-TOTALS-EXIT
019500     END-IF.
019600     PERFORM 0900-STOP-RUN THRU 0900-STOP-RUN-EXIT.
019700 0000-MAINLINE-EXIT.
019800     EXIT.

019900******************************************************************
020000*    0100-INITIALIZE                                             *
020100*    A MISSING TRANSACTION FILE IS FATAL - A RUN WITH NOTHING TO *
020200*    WORK ON IS A SETUP MISTAKE. A MISSING MASTER (STATUS 35) IS *
020300*    CREATED EMPTY SO THE FIRST RUN CAN LOAD IT FROM ADD CARDS.  *
020400******************************************************************
020500 0100-INITIALIZE.
020600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020700     OPEN INPUT SLA-TRAN-FILE.
020800     IF WS-TRAN-STATUS NOT = "00"
020900         DISPLAY "CDSLAMNT - UNABLE TO OPEN SLATRAN, STATUS="
021000                 WS-TRAN-STATUS
021100         MOVE 20 TO WS-RC-CANDIDATE
021200         PERFORM 9900-RAISE-RETURN-CODE
021300             THRU 9900-RAISE-RETURN-CODE-EXIT
021400         SET MAINT-CANNOT-RUN TO TRUE
021500         GO TO 0100-INITIALIZE-EXIT
021600     END-IF.
021700     OPEN I-O SLA-MASTER.
021800     IF WS-SLA-STATUS = "35"
021900         DISPLAY "CDSLAMNT - NO SLA MASTER FOUND - CREATING A "
022000                 "NEW ONE"
022100         OPEN OUTPUT SLA-MASTER
022200         IF WS-SLA-STATUS = "00"
022300             CLOSE SLA-MASTER
022400             OPEN I-O SLA-MASTER
022500         END-IF
022600     END-IF.
022700     IF WS-SLA-STATUS NOT = "00"
022800         DISPLAY "CDSLAMNT - UNABLE TO OPEN SLAMSTR, STATUS="
022900                 WS-SLA-STATUS
023000         MOVE 20 TO WS-RC-CANDIDATE
023100         PERFORM 9900-RAISE-RETURN-CODE
023200             THRU 9900-RAISE-RETURN-CODE-EXIT
023300         SET MAINT-CANNOT-RUN TO TRUE
023400         CLOSE SLA-TRAN-FILE
023500         GO TO 0100-INITIALIZE-EXIT
023600     END-IF.
023700     OPEN OUTPUT EDIT-REPORT.
023800     IF WS-EDIT-STATUS NOT = "00"
023900         DISPLAY "CDSLAMNT - UNABLE TO OPEN SLAEDIT, STATUS="
024000                 WS-EDIT-STATUS
024100         MOVE 20 TO WS-RC-CANDIDATE
024200         PERFORM 9900-RAISE-RETURN-CODE
024300             THRU 9900-RAISE-RETURN-CODE-EXIT
024400         SET MAINT-CANNOT-RUN TO TRUE
024500         CLOSE SLA-TRAN-FILE
024600         CLOSE SLA-MASTER
024700         GO TO 0100-INITIALIZE-EXIT
024800     END-IF.
024900     MOVE WS-RUN-DATE TO RPT-H1-DATE.
025000     WRITE EDIT-RECORD FROM RPT-HEADING-1
025100         AFTER ADVANCING 1 LINE.
025200     MOVE SPACES TO RPT-SECTION-LINE.
025300     MOVE 'TRANSACTIONS ---------------------------------------'
025400         TO RPT-SECTION-TITLE.
025500     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
025600         AFTER ADVANCING 2 LINES.
025700     WRITE EDIT-RECORD FROM RPT-TRAN-HEADING
025800         AFTER ADVANCING 1 LINE.
025900 0100-INITIALIZE-EXIT.
026000     EXIT.

026100******************************************************************
026200*    0300-PROCESS-TRANSACTIONS                                   *
026300******************************************************************
026400 0300-PROCESS-TRANSACTIONS.
026500     PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT.
026600     PERFORM 0320-APPLY-ONE-TRAN THRU 0320-APPLY-ONE-TRAN-EXIT
026700         UNTIL END-OF-TRAN-FILE.
026800     CLOSE SLA-TRAN-FILE.
026900 0300-PROCESS-TRANSACTIONS-EXIT.
027000     EXIT.

027100******************************************************************
027200*    0310-READ-TRAN                                              *
027300******************************************************************
027400 0310-READ-TRAN.
027500     READ SLA-TRAN-FILE
027600         AT END
027700             SET END-OF-TRAN-FILE TO TRUE
027800         NOT AT END
027900             CONTINUE
028000     END-READ.
028100 0310-READ-TRAN-EXIT.
028200     EXIT.

028300******************************************************************
028400*    0320-APPLY-ONE-TRAN                                         *
028500*    ONE TRANSACTION - EVERY CARD GETS A LOG LINE, APPLIED OR    *
028600*    REJECTED WITH THE FIRST EDIT THAT FAILED. THE KEY IS THE    *
028700*    JOB NAME AND CYCLE ID, A BLANK CYCLE MEANING NIGHTLY, SO A  *
028800*    GATE IN BOTH CYCLES CAN CARRY A DIFFERENT COMMITMENT IN     *
028900*    EACH.                                                       *
029000******************************************************************
029100 0320-APPLY-ONE-TRAN.
029200     IF CD-SLA-TRAN-RECORD = SPACES
029300         PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT
029400         GO TO 0320-APPLY-ONE-TRAN-EXIT
029500     END-IF.
029600     ADD 1 TO WS-TRAN-COUNT.
029700     MOVE 'N' TO WS-EDIT-FAIL-SWITCH.
029800     MOVE SPACES TO WS-EDIT-REASON.
029900     MOVE CD-SLAT-CYCLE-ID TO WS-EDIT-CYCLE-ID.
030000     IF WS-EDIT-CYCLE-ID = SPACE
030100         MOVE 'N' TO WS-EDIT-CYCLE-ID
030200     END-IF.
030300     EVALUATE TRUE
030400     WHEN CD-SLAT-IS-ADD
030500         PERFORM 0330-APPLY-ADD THRU 0330-APPLY-ADD-EXIT
030600     WHEN CD-SLAT-IS-CHANGE
030700         PERFORM 0340-APPLY-CHANGE THRU 0340-APPLY-CHANGE-EXIT
030800     WHEN CD-SLAT-IS-DELETE
030900         PERFORM 0350-APPLY-DELETE THRU 0350-APPLY-DELETE-EXIT
031000     WHEN OTHER
031100         SET EDIT-FAILED TO TRUE
031200         MOVE 'ACTION MUST BE ADD, CHANGE, OR DELETE'
031300             TO WS-EDIT-REASON
031400     END-EVALUATE.
031500     MOVE SPACES TO RPT-TRAN-LINE.
031600     MOVE WS-TRAN-COUNT TO RPT-TRN-SEQ.
031700     MOVE CD-SLAT-ACTION TO RPT-TRN-ACTION.
031800     MOVE CD-SLAT-JOB-NAME TO RPT-TRN-JOB.
031900     MOVE WS-EDIT-CYCLE-ID TO RPT-TRN-CYCLE.
032000     IF EDIT-FAILED
032100         ADD 1 TO WS-REJECTED-COUNT
032200         MOVE 'REJECTED' TO RPT-TRN-RESULT
032300         MOVE WS-EDIT-REASON TO RPT-TRN-REASON
032400         MOVE 4 TO WS-RC-CANDIDATE
032500         PERFORM 9900-RAISE-RETURN-CODE
032600             THRU 9900-RAISE-RETURN-CODE-EXIT
032700     ELSE
032800         MOVE 'APPLIED ' TO RPT-TRN-RESULT
032900     END-IF.
033000     WRITE EDIT-RECORD FROM RPT-TRAN-LINE
033100         AFTER ADVANCING 1 LINE.
033200     PERFORM 0310-READ-TRAN THRU 0310-READ-TRAN-EXIT.
033300 0320-APPLY-ONE-TRAN-EXIT.
033400     EXIT.

033500******************************************************************
033600*    0330-APPLY-ADD                                              *
033700*    EVERY FIELD IS REQUIRED ON AN ADD.                          *
033800******************************************************************
033900 0330-APPLY-ADD.
034000     MOVE CD-SLAT-JOB-NAME TO WS-NAME-TO-EDIT.
034100     PERFORM 0370-EDIT-JOB-NAME THRU 0370-EDIT-JOB-NAME-EXIT.
034200     IF EDIT-FAILED
034300         GO TO 0330-APPLY-ADD-EXIT
034400     END-IF.
034500     PERFORM 0360-EDIT-CYCLE THRU 0360-EDIT-CYCLE-EXIT.
034600     IF EDIT-FAILED
034700         GO TO 0330-APPLY-ADD-EXIT
034800     END-IF.
034900     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
035000     IF WS-SLA-STATUS = "00"
035100         SET EDIT-FAILED TO TRUE
035200         MOVE 'JOB AND CYCLE ALREADY ON SLA MASTER'
035300             TO WS-EDIT-REASON
035400         GO TO 0330-APPLY-ADD-EXIT
035500     END-IF.
035600     IF CD-SLAT-DUE-TIME = SPACES
035700         SET EDIT-FAILED TO TRUE
035800         MOVE 'DUE TIME REQUIRED ON ADD' TO WS-EDIT-REASON
035900         GO TO 0330-APPLY-ADD-EXIT
036000     END-IF.
036100     PERFORM 0380-EDIT-DUE-TIME THRU 0380-EDIT-DUE-TIME-EXIT.
036200     IF EDIT-FAILED
036300         GO TO 0330-APPLY-ADD-EXIT
036400     END-IF.
036500     IF CD-SLAT-TARGET-PCT = SPACES
036600         SET EDIT-FAILED TO TRUE
036700         MOVE 'COMPLIANCE TARGET REQUIRED ON ADD'
036800             TO WS-EDIT-REASON
036900         GO TO 0330-APPLY-ADD-EXIT
037000     END-IF.
037100     PERFORM 0390-EDIT-TARGET THRU 0390-EDIT-TARGET-EXIT.
037200     IF EDIT-FAILED
037300         GO TO 0330-APPLY-ADD-EXIT
037400     END-IF.
037500     IF CD-SLAT-OWNER = SPACES
037600         SET EDIT-FAILED TO TRUE
037700         MOVE 'BUSINESS OWNER REQUIRED ON ADD' TO WS-EDIT-REASON
037800         GO TO 0330-APPLY-ADD-EXIT
037900     END-IF.
038000     MOVE SPACES TO CD-SLA-RECORD.
038100     MOVE CD-SLAT-JOB-NAME TO CD-SLA-JOB-NAME.
038200     MOVE WS-EDIT-CYCLE-ID TO CD-SLA-CYCLE-ID.
038300     MOVE WS-EDIT-DUE-N TO CD-SLA-DUE-TIME.
038400     MOVE CD-SLAT-OWNER TO CD-SLA-OWNER.
038500     MOVE WS-EDIT-TARGET-N TO CD-SLA-TARGET-PCT.
038600     MOVE WS-RUN-DATE TO CD-SLA-UPDATE-DATE.
038700     WRITE CD-SLA-RECORD
038800         INVALID KEY
038900             CONTINUE
039000     END-WRITE.
039100     IF WS-SLA-STATUS NOT = "00"
039200         PERFORM 0395-MASTER-UPDATE-FAILED
039300             THRU 0395-MASTER-UPDATE-FAILED-EXIT
039400         GO TO 0330-APPLY-ADD-EXIT
039500     END-IF.
039600     ADD 1 TO WS-ADDED-COUNT.
039700 0330-APPLY-ADD-EXIT.
039800     EXIT.

039900******************************************************************
040000*    0340-APPLY-CHANGE                                           *
040100*    A BLANK FIELD KEEPS THE EXISTING VALUE. A CARD THAT CHANGES *
040200*    NOTHING IS REJECTED - IT IS ALMOST ALWAYS A MISPUNCHED ONE. *
040300******************************************************************
040400 0340-APPLY-CHANGE.
040500     PERFORM 0360-EDIT-CYCLE THRU 0360-EDIT-CYCLE-EXIT.
040600     IF EDIT-FAILED
040700         GO TO 0340-APPLY-CHANGE-EXIT
040800     END-IF.
040900     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
041000     IF WS-SLA-STATUS NOT = "00"
041100         SET EDIT-FAILED TO TRUE
041200         MOVE 'JOB AND CYCLE NOT ON SLA MASTER' TO WS-EDIT-REASON
041300         GO TO 0340-APPLY-CHANGE-EXIT
041400     END-IF.
041500     IF CD-SLAT-DUE-TIME = SPACES
041600        AND CD-SLAT-TARGET-PCT = SPACES
041700        AND CD-SLAT-OWNER = SPACES
041800         SET EDIT-FAILED TO TRUE
041900         MOVE 'NO FIELDS TO CHANGE' TO WS-EDIT-REASON
042000         GO TO 0340-APPLY-CHANGE-EXIT
042100     END-IF.
042200     IF CD-SLAT-DUE-TIME NOT = SPACES
042300         PERFORM 0380-EDIT-DUE-TIME THRU 0380-EDIT-DUE-TIME-EXIT
042400         IF EDIT-FAILED
042500             GO TO 0340-APPLY-CHANGE-EXIT
042600         END-IF
042700     END-IF.
042800     IF CD-SLAT-TARGET-PCT NOT = SPACES
042900         PERFORM 0390-EDIT-TARGET THRU 0390-EDIT-TARGET-EXIT
043000         IF EDIT-FAILED
043100             GO TO 0340-APPLY-CHANGE-EXIT
043200         END-IF
043300     END-IF.
043400     IF CD-SLAT-DUE-TIME NOT = SPACES
043500         MOVE WS-EDIT-DUE-N TO CD-SLA-DUE-TIME
043600     END-IF.
043700     IF CD-SLAT-TARGET-PCT NOT = SPACES
043800         MOVE WS-EDIT-TARGET-N TO CD-SLA-TARGET-PCT
043900     END-IF.
044000     IF CD-SLAT-OWNER NOT = SPACES
044100         MOVE CD-SLAT-OWNER TO CD-SLA-OWNER
044200     END-IF.
044300     MOVE WS-RUN-DATE TO CD-SLA-UPDATE-DATE.
044400     REWRITE CD-SLA-RECORD
044500         INVALID KEY
044600             CONTINUE
044700     END-REWRITE.
044800     IF WS-SLA-STATUS NOT = "00"
044900         PERFORM 0395-MASTER-UPDATE-FAILED
045000             THRU 0395-MASTER-UPDATE-FAILED-EXIT
045100         GO TO 0340-APPLY-CHANGE-EXIT
045200     END-IF.
045300     ADD 1 TO WS-CHANGED-COUNT.
045400 0340-APPLY-CHANGE-EXIT.
045500     EXIT.

045600******************************************************************
045700*    0350-APPLY-DELETE                                           *
045800******************************************************************
045900 0350-APPLY-DELETE.
046000     PERFORM 0360-EDIT-CYCLE THRU 0360-EDIT-CYCLE-EXIT.
046100     IF EDIT-FAILED
046200         GO TO 0350-APPLY-DELETE-EXIT
046300     END-IF.
046400     PERFORM 0365-READ-MASTER THRU 0365-READ-MASTER-EXIT.
046500     IF WS-SLA-STATUS NOT = "00"
046600         SET EDIT-FAILED TO TRUE
046700         MOVE 'JOB AND CYCLE NOT ON SLA MASTER' TO WS-EDIT-REASON
046800         GO TO 0350-APPLY-DELETE-EXIT
046900     END-IF.
047000     DELETE SLA-MASTER RECORD
047100         INVALID KEY
047200             CONTINUE
047300     END-DELETE.
047400     IF WS-SLA-STATUS NOT = "00"
047500         PERFORM 0395-MASTER-UPDATE-FAILED
047600             THRU 0395-MASTER-UPDATE-FAILED-EXIT
047700         GO TO 0350-APPLY-DELETE-EXIT
047800     END-IF.
047900     ADD 1 TO WS-DELETED-COUNT.
048000 0350-APPLY-DELETE-EXIT.
048100     EXIT.

048200******************************************************************
048300*    0360-EDIT-CYCLE                                             *
048400*    AN SLA BELONGS TO ONE CYCLE - N OR I. 'B' (BOTH) IS A       *
048500*    CONTROL-FILE SETTING, NOT A COMMITMENT; A GATE IN BOTH      *
048600*    CYCLES NEEDS A CARD FOR EACH.                               *
048700******************************************************************
048800 0360-EDIT-CYCLE.
048900     IF WS-EDIT-CYCLE-ID NOT = 'N' AND WS-EDIT-CYCLE-ID NOT = 'I'
049000         SET EDIT-FAILED TO TRUE
049100         MOVE 'CYCLE MUST BE N, I, OR BLANK' TO WS-EDIT-REASON
049200     END-IF.
049300 0360-EDIT-CYCLE-EXIT.
049400     EXIT.

049500******************************************************************
049600*    0365-READ-MASTER                                            *
049700*    KEYED READ FOR THE CARD'S JOB AND CYCLE; THE CALLER TESTS   *
049800*    WS-SLA-STATUS (00 FOUND, 23 NOT FOUND).                     *
049900******************************************************************
050000 0365-READ-MASTER.
050100     MOVE CD-SLAT-JOB-NAME TO CD-SLA-JOB-NAME.
050200     MOVE WS-EDIT-CYCLE-ID TO CD-SLA-CYCLE-ID.
050300     READ SLA-MASTER
050400         INVALID KEY
050500             CONTINUE
050600     END-READ.
050700 0365-READ-MASTER-EXIT.
050800     EXIT.

050900******************************************************************
051000*    0370-EDIT-JOB-NAME                                          *
051100*    SHOP NAMING STANDARD - FIRST CHARACTER ALPHABETIC, THE REST *
051200*    ALPHABETIC OR NUMERIC, LEFT-JUSTIFIED WITH NO EMBEDDED      *
051300*    BLANKS.                                                     *
051400******************************************************************
051500 0370-EDIT-JOB-NAME.
051600     IF WS-NAME-TO-EDIT = SPACES
051700         SET EDIT-FAILED TO TRUE
051800         MOVE 'JOB NAME MISSING' TO WS-EDIT-REASON
051900         GO TO 0370-EDIT-JOB-NAME-EXIT
052000     END-IF.
052100     MOVE WS-NAME-TO-EDIT (1:1) TO WS-EDIT-CHAR.
052200     IF WS-EDIT-CHAR = SPACE
052300        OR WS-EDIT-CHAR NOT ALPHABETIC
052400         SET EDIT-FAILED TO TRUE
052500         MOVE 'JOB NAME MUST START WITH A LETTER'
052600             TO WS-EDIT-REASON
052700         GO TO 0370-EDIT-JOB-NAME-EXIT
052800     END-IF.
052900     MOVE 'N' TO WS-BLANK-SEEN-SWITCH.
053000     PERFORM 0375-EDIT-ONE-CHAR THRU 0375-EDIT-ONE-CHAR-EXIT
053100         VARYING WS-CHAR-SUB FROM 2 BY 1
053200         UNTIL WS-CHAR-SUB > 8 OR EDIT-FAILED.
053300 0370-EDIT-JOB-NAME-EXIT.
053400     EXIT.

053500******************************************************************
053600*    0375-EDIT-ONE-CHAR                                          *
053700******************************************************************
053800 0375-EDIT-ONE-CHAR.
053900     MOVE WS-NAME-TO-EDIT (WS-CHAR-SUB:1) TO WS-EDIT-CHAR.
054000     IF WS-EDIT-CHAR = SPACE
054100         SET BLANK-WAS-SEEN TO TRUE
054200         GO TO 0375-EDIT-ONE-CHAR-EXIT
054300     END-IF.
054400     IF BLANK-WAS-SEEN
054500         SET EDIT-FAILED TO TRUE
054600         MOVE 'JOB NAME HAS AN EMBEDDED BLANK'
054700             TO WS-EDIT-REASON
054800         GO TO 0375-EDIT-ONE-CHAR-EXIT
054900     END-IF.
055000     IF WS-EDIT-CHAR NOT ALPHABETIC
055100        AND WS-EDIT-CHAR NOT NUMERIC
055200         SET EDIT-FAILED TO TRUE
055300         MOVE 'JOB NAME CHARACTER NOT A-Z OR 0-9'
055400             TO WS-EDIT-REASON
055500     END-IF.
055600 0375-EDIT-ONE-CHAR-EXIT.
055700     EXIT.

055800******************************************************************
055900*    0380-EDIT-DUE-TIME                                          *
056000*    THE MUST-COMPLETE-BY TIME MUST BE A VALID HHMMSS.           *
056100******************************************************************
056200 0380-EDIT-DUE-TIME.
056300     MOVE CD-SLAT-DUE-TIME TO WS-EDIT-DUE-X.
056400     IF WS-EDIT-DUE-X NOT NUMERIC
056500         SET EDIT-FAILED TO TRUE
056600         MOVE 'DUE TIME NOT NUMERIC HHMMSS' TO WS-EDIT-REASON
056700         GO TO 0380-EDIT-DUE-TIME-EXIT
056800     END-IF.
056900     IF WS-EDIT-DUE-HH > 23
057000        OR WS-EDIT-DUE-MM > 59
057100        OR WS-EDIT-DUE-SS > 59
057200         SET EDIT-FAILED TO TRUE
057300         MOVE 'DUE TIME IS NOT A VALID TIME OF DAY'
057400             TO WS-EDIT-REASON
057500     END-IF.
057600 0380-EDIT-DUE-TIME-EXIT.
057700     EXIT.

057800******************************************************************
057900*    0390-EDIT-TARGET                                            *
058000*    FIVE DIGITS, TWO IMPLIED DECIMALS, MORE THAN ZERO AND NO    *
058100*    MORE THAN 100.00 PERCENT.                                   *
058200******************************************************************
058300 0390-EDIT-TARGET.
058400     MOVE CD-SLAT-TARGET-PCT TO WS-EDIT-TARGET-X.
058500     IF WS-EDIT-TARGET-X NOT NUMERIC
058600         SET EDIT-FAILED TO TRUE
058700         MOVE 'TARGET NOT NUMERIC - 5 DIGITS, E.G. 09950'
058800             TO WS-EDIT-REASON
058900         GO TO 0390-EDIT-TARGET-EXIT
059000     END-IF.
059100     IF WS-EDIT-TARGET-N = ZERO
059200        OR WS-EDIT-TARGET-N > WS-MAX-TARGET-PCT
059300         SET EDIT-FAILED TO TRUE
059400         MOVE 'TARGET MUST BE 000.01 TO 100.00 PERCENT'
059500             TO WS-EDIT-REASON
059600     END-IF.
059700 0390-EDIT-TARGET-EXIT.
059800     EXIT.

059900******************************************************************
060000*    0395-MASTER-UPDATE-FAILED                                   *
060100*    THE CARD PASSED ITS EDITS BUT THE MASTER REFUSED IT - AN    *
060200*    I/O PROBLEM, NOT A BAD CARD.                                *
060300******************************************************************
060400 0395-MASTER-UPDATE-FAILED.
060500     MOVE WS-SLA-STATUS TO WS-IO-STATUS-WK.
060600     DISPLAY "CDSLAMNT - SLAMSTR UPDATE FAILED FOR "
060700             CD-SLAT-JOB-NAME " " WS-EDIT-CYCLE-ID
060800             " STATUS=" WS-IO-STATUS-WK.
060900     SET EDIT-FAILED TO TRUE.
061000     STRING 'SLA MASTER UPDATE FAILED, STATUS='
061100                DELIMITED BY SIZE
061200            WS-IO-STATUS-WK DELIMITED BY SIZE
061300         INTO WS-EDIT-REASON.
061400     MOVE 20 TO WS-RC-CANDIDATE.
061500     PERFORM 9900-RAISE-RETURN-CODE
061600         THRU 9900-RAISE-RETURN-CODE-EXIT.
061700 0395-MASTER-UPDATE-FAILED-EXIT.
061800     EXIT.

061900******************************************************************
062000*    0400-PRINT-MASTER-LISTING                                   *
062100*    THE WHOLE MASTER AS IT STANDS AFTER THE RUN, IN KEY ORDER.  *
062200******************************************************************
062300 0400-PRINT-MASTER-LISTING.
062400     MOVE SPACES TO RPT-SECTION-LINE.
062500     MOVE 'SLA MASTER AFTER MAINTENANCE -----------------------'
062600         TO RPT-SECTION-TITLE.
062700     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
062800         AFTER ADVANCING 2 LINES.
062900     WRITE EDIT-RECORD FROM RPT-COLUMN-LINE
063000         AFTER ADVANCING 1 LINE.
063100     MOVE LOW-VALUES TO CD-SLA-KEY.
063200     START SLA-MASTER KEY IS NOT < CD-SLA-KEY
063300         INVALID KEY
063400             SET END-OF-SLA-MASTER TO TRUE
063500     END-START.
063600     IF NOT END-OF-SLA-MASTER
063700         PERFORM 0420-READ-NEXT-SLA THRU 0420-READ-NEXT-SLA-EXIT
063800     END-IF.
063900     PERFORM 0410-PRINT-ONE-SLA THRU 0410-PRINT-ONE-SLA-EXIT
064000         UNTIL END-OF-SLA-MASTER.
064100 0400-PRINT-MASTER-LISTING-EXIT.
064200     EXIT.

064300******************************************************************
064400*    0410-PRINT-ONE-SLA                                          *
064500******************************************************************
064600 0410-PRINT-ONE-SLA.
064700     ADD 1 TO WS-MASTER-COUNT.
064800     MOVE CD-SLA-JOB-NAME TO RPT-LST-JOB.
064900     MOVE CD-SLA-CYCLE-ID TO RPT-LST-CYCLE.
065000     MOVE ZERO TO RPT-LST-DUE-HH RPT-LST-DUE-MM RPT-LST-DUE-SS
065100                  RPT-LST-TARGET RPT-LST-UPDATED.
065200     IF CD-SLA-DUE-TIME NUMERIC
065300         MOVE CD-SLA-DUE-HH TO RPT-LST-DUE-HH
065400         MOVE CD-SLA-DUE-MM TO RPT-LST-DUE-MM
065500         MOVE CD-SLA-DUE-SS TO RPT-LST-DUE-SS
065600     END-IF.
065700     IF CD-SLA-TARGET-PCT NUMERIC
065800         MOVE CD-SLA-TARGET-PCT TO RPT-LST-TARGET
065900     END-IF.
066000     MOVE CD-SLA-OWNER TO RPT-LST-OWNER.
066100     IF CD-SLA-UPDATE-DATE NUMERIC
066200         MOVE CD-SLA-UPDATE-DATE TO RPT-LST-UPDATED
066300     END-IF.
066400     WRITE EDIT-RECORD FROM RPT-LISTING-LINE
066500         AFTER ADVANCING 1 LINE.
066600     PERFORM 0420-READ-NEXT-SLA THRU 0420-READ-NEXT-SLA-EXIT.
066700 0410-PRINT-ONE-SLA-EXIT.
066800     EXIT.

066900******************************************************************
067000*    0420-READ-NEXT-SLA                                          *
067100******************************************************************
067200 0420-READ-NEXT-SLA.
067300     READ SLA-MASTER NEXT RECORD
067400         AT END
067500             SET END-OF-SLA-MASTER TO TRUE
067600     END-READ.
067700     IF WS-SLA-STATUS NOT = "00" AND NOT END-OF-SLA-MASTER
067800         DISPLAY "CDSLAMNT - SLAMSTR READ FAILED, STATUS="
067900                 WS-SLA-STATUS
068000         MOVE 20 TO WS-RC-CANDIDATE
068100         PERFORM 9900-RAISE-RETURN-CODE
068200             THRU 9900-RAISE-RETURN-CODE-EXIT
068300         SET END-OF-SLA-MASTER TO TRUE
068400     END-IF.
068500 0420-READ-NEXT-SLA-EXIT.
068600     EXIT.

068700******************************************************************
068800*    0500-PRINT-TOTALS                                           *
068900******************************************************************
069000 0500-PRINT-TOTALS.
069100     MOVE SPACES TO RPT-SECTION-LINE.
069200     MOVE 'MAINTENANCE TOTALS ---------------------------------'
069300         TO RPT-SECTION-TITLE.
069400     WRITE EDIT-RECORD FROM RPT-SECTION-LINE
069500         AFTER ADVANCING 2 LINES.
069600     MOVE 'TRANSACTIONS READ         ' TO RPT-TOT-LABEL.
069700     MOVE WS-TRAN-COUNT TO RPT-TOT-VALUE.
069800     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
069900         AFTER ADVANCING 1 LINE.
070000     MOVE 'SLA RECORDS ADDED         ' TO RPT-TOT-LABEL.
070100     MOVE WS-ADDED-COUNT TO RPT-TOT-VALUE.
070200     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
070300         AFTER ADVANCING 1 LINE.
070400     MOVE 'SLA RECORDS CHANGED       ' TO RPT-TOT-LABEL.
070500     MOVE WS-CHANGED-COUNT TO RPT-TOT-VALUE.
070600     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
070700         AFTER ADVANCING 1 LINE.
070800     MOVE 'SLA RECORDS DELETED       ' TO RPT-TOT-LABEL.
070900     MOVE WS-DELETED-COUNT TO RPT-TOT-VALUE.
071000     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
071100         AFTER ADVANCING 1 LINE.
071200     MOVE 'TRANSACTIONS REJECTED     ' TO RPT-TOT-LABEL.
071300     MOVE WS-REJECTED-COUNT TO RPT-TOT-VALUE.
071400     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
071500         AFTER ADVANCING 1 LINE.
071600     MOVE 'RECORDS ON SLA MASTER     ' TO RPT-TOT-LABEL.
071700     MOVE WS-MASTER-COUNT TO RPT-TOT-VALUE.
071800     WRITE EDIT-RECORD FROM RPT-TOTAL-LINE
071900         AFTER ADVANCING 1 LINE.
072000     IF WS-REJECTED-COUNT > ZERO
072100         MOVE WS-REJECTED-COUNT TO WS-DISPLAY-REJECTS
072200         DISPLAY "CDSLAMNT - " WS-DISPLAY-REJECTS
072300                 " TRANSACTION(S) REJECTED - SEE SLAEDIT"
072400     END-IF.
072500 0500-PRINT-TOTALS-EXIT.
072600     EXIT.

072700******************************************************************
072800*    0900-STOP-RUN                                               *
072900******************************************************************
073000 0900-STOP-RUN.
073100     IF MAINT-CAN-RUN
073200         CLOSE SLA-MASTER
073300         CLOSE EDIT-REPORT
073400     END-IF.
073500     MOVE WS-RETURN-CODE TO RETURN-CODE.
073600     STOP RUN.
073700 0900-STOP-RUN-EXIT.
073800     EXIT.

073900******************************************************************
074000*    9900-RAISE-RETURN-CODE                                      *
074100*    RAISES WS-RETURN-CODE TO WS-RC-CANDIDATE, BUT NEVER LOWERS  *
074200*    IT, SO A LATER, LESS-SEVERE CONDITION CAN NEVER MASK AN     *
074300*    EARLIER, MORE-SEVERE ONE WITHIN THE SAME RUN.               *
074400******************************************************************
074500 9900-RAISE-RETURN-CODE.
074600     IF WS-RC-CANDIDATE > WS-RETURN-CODE
074700         MOVE WS-RC-CANDIDATE TO WS-RETURN-CODE
074800     END-IF.
074900 9900-RAISE-RETURN-CODE-EXIT.
075000     EXIT.

075100  END PROGRAM CDSLAMNT.
