000842*     09/02/2026   GN     STREAM ID MAINTAINED AND EDITED FOR THE PARALLEL       *
000844*                         BATCH-DRIVER STREAMS - SEE CDSTRMCK FOR THE            *
000846*                         CROSS-ENTRY CONSISTENCY CHECKS.                        *
000848*     10/15/2026   GN     CYCLE ID MAINTAINED AND EDITED (N NIGHTLY ONLY, I      *
000850*                         INTRADAY ONLY, B BOTH, BLANK NIGHTLY) AND LISTED, WITH *
000852*                         A WARNING WHEN A PREDECESSOR DOES NOT RUN IN EVERY     *
000854*                         CYCLE ITS GATE RUNS IN.                                *
000855*     10/15/2026   GN     CHANGE HISTORY CARRIES THE CONTROL ENTRY'S BEFORE-     *
000856*                         IMAGE FOR EVERY APPLIED CHANGE AND DELETE, SO          *
000857*                         CDCTLPIT CAN REBUILD THE FILE AS OF ANY EARLIER DATE.  *
000860**********************************************************************************

000880 IDENTIFICATION DIVISION.
003660         10  WS-CTL-GMODE            PIC X(01).
003680         10  WS-CTL-TGT              PIC X(06).
003690         10  WS-CTL-STRM             PIC X(02).
003695         10  WS-CTL-CYC              PIC X(01).
003700         10  WS-CTL-DELETED          PIC X(01).

003720 01  WS-SUBSCRIPTS.
004020         10  WS-EDIT-TGT-HH          PIC 9(02).
004040         10  WS-EDIT-TGT-MM          PIC 9(02).
004060         10  WS-EDIT-TGT-SS          PIC 9(02).
004066     05  WS-GATE-CYC-WK              PIC X(01) VALUE SPACE.
004072     05  WS-PRED-CYC-WK              PIC X(01) VALUE SPACE.

004080******************************************************************
004100*    PARM AND WORKFLOW WORK FIELDS                              *
004220     05  WS-PEND-SEQ                 PIC 9(05) VALUE ZERO.
004240     05  WS-APPR-ACTION-WK           PIC X(01) VALUE SPACE.
004260     05  WS-APPROVER-WK              PIC X(08) VALUE SPACES.
004270     05  WS-BEFORE-IMAGE-WK          PIC X(80) VALUE SPACES.

004280******************************************************************
004300*    APPROVAL TABLE - ONE ENTRY PER APPROVE/REJECT CARD,        *
005500         VALUE ' TARGET'.
005505     05  FILLER                      PIC X(04)
005510         VALUE ' ST'.
005513     05  FILLER                      PIC X(04)
005516         VALUE ' CY'.
005520     05  FILLER                      PIC X(52) VALUE SPACES.

005540 01  RPT-LISTING-LINE.
005560     05  RPT-LST-JOB                 PIC X(08).
005880     05  RPT-LST-TGT                 PIC X(06).
005885     05  FILLER                      PIC X(02) VALUE SPACES.
005890     05  RPT-LST-STRM                PIC X(02).
005893     05  FILLER                      PIC X(02) VALUE SPACES.
005896     05  RPT-LST-CYC                 PIC X(01).
005900     05  RPT-LST-NOTE                PIC X(20).
005920     05  FILLER                      PIC X(32) VALUE SPACES.

005940 01  RPT-TRAN-LINE.
005960     05  RPT-TRN-SEQ                 PIC X(05).
013320     MOVE CD-CTL-GATE-MODE TO WS-CTL-GMODE (WS-SUB).
013340     MOVE CD-CTL-TARGET-TIME TO WS-CTL-TGT (WS-SUB).
013350     MOVE CD-CTL-STREAM-ID TO WS-CTL-STRM (WS-SUB).
013355     MOVE CD-CTL-CYCLE-ID TO WS-CTL-CYC (WS-SUB).
013360     MOVE SPACE TO WS-CTL-DELETED (WS-SUB).
013380     PERFORM 0210-READ-CONTROL THRU 0210-READ-CONTROL-EXIT.
013400 0220-STORE-CONTROL-EXIT.
015080     MOVE WS-CTL-GMODE (WS-SUB) TO RPT-LST-GMODE.
015100     MOVE WS-CTL-TGT (WS-SUB) TO RPT-LST-TGT.
015110     MOVE WS-CTL-STRM (WS-SUB) TO RPT-LST-STRM.
015115     MOVE WS-CTL-CYC (WS-SUB) TO RPT-LST-CYC.
015120     IF WS-CTL-DELETED (WS-SUB) = 'D'
015140         MOVE '  ** DELETED **' TO RPT-LST-NOTE
015160     END-IF.
017600        OR CD-TRAN-GATE-MODE = '*'
017620        OR CD-TRAN-TARGET-TIME (1:1) = '*'
017630        OR CD-TRAN-STREAM-ID (1:1) = '*'
017635        OR CD-TRAN-CYCLE-ID = '*'
017640         SET EDIT-FAILED TO TRUE
017660         MOVE 'ASTERISK CLEAR IS VALID ONLY ON CHANGE'
017680             TO WS-EDIT-REASON
018440     MOVE CD-TRAN-GATE-MODE TO WS-CTL-GMODE (WS-SUB).
018460     MOVE CD-TRAN-TARGET-TIME TO WS-CTL-TGT (WS-SUB).
018470     MOVE CD-TRAN-STREAM-ID TO WS-CTL-STRM (WS-SUB).
018475     MOVE CD-TRAN-CYCLE-ID TO WS-CTL-CYC (WS-SUB).
018480     MOVE SPACE TO WS-CTL-DELETED (WS-SUB).
018500 0330-APPLY-ADD-EXIT.
018520     EXIT.
018780         MOVE 'JOB NOT ON CONTROL FILE' TO WS-EDIT-REASON
018800         GO TO 0340-APPLY-CHANGE-EXIT
018820     END-IF.
018826     PERFORM 0355-SAVE-BEFORE-IMAGE
018832         THRU 0355-SAVE-BEFORE-IMAGE-EXIT.
018840     IF CD-TRAN-COUNT-LEN NOT = SPACES
018860         PERFORM 0380-EDIT-LENGTH THRU 0380-EDIT-LENGTH-EXIT
018880         IF EDIT-FAILED
020020             MOVE CD-TRAN-GATE-MODE TO WS-CTL-GMODE (WS-SUB)
020040         END-IF
020060     END-IF.
020062     IF CD-TRAN-CYCLE-ID NOT = SPACE
020064         IF CD-TRAN-CYCLE-ID = '*'
020066             MOVE SPACE TO WS-CTL-CYC (WS-SUB)
020068         ELSE
020070             MOVE CD-TRAN-CYCLE-ID TO WS-CTL-CYC (WS-SUB)
020072         END-IF
020074     END-IF.
020080     IF CD-TRAN-TARGET-TIME NOT = SPACES
020100         IF CD-TRAN-TARGET-TIME (1:1) = '*'
020120             MOVE SPACES TO WS-CTL-TGT (WS-SUB)
020420         MOVE 'JOB NOT ON CONTROL FILE' TO WS-EDIT-REASON
020440         GO TO 0350-APPLY-DELETE-EXIT
020460     END-IF.
020466     PERFORM 0355-SAVE-BEFORE-IMAGE
020472         THRU 0355-SAVE-BEFORE-IMAGE-EXIT.
020480     MOVE 'D' TO WS-CTL-DELETED (WS-SUB).
020500 0350-APPLY-DELETE-EXIT.
020520     EXIT.

020521******************************************************************
020522*    0355-SAVE-BEFORE-IMAGE                                      *
020523*    THE ENTRY AT WS-SUB AS IT STANDS BEFORE THE CARD TOUCHES    *
020524*    IT, IN CONTROL-FILE LAYOUT, FOR THE CHANGE HISTORY. ONLY    *
020525*    AN APPLIED CARD CARRIES IT ONTO CHGHIST.                    *
020526******************************************************************
020527 0355-SAVE-BEFORE-IMAGE.
020528     MOVE SPACES TO CD-CONTROL-RECORD.
020529     MOVE WS-CTL-JOB (WS-SUB) TO CD-CTL-JOB-NAME.
020530     MOVE WS-CTL-LEN (WS-SUB) TO CD-CTL-COUNT-LEN.
020531     MOVE WS-CTL-MASK (WS-SUB) TO CD-CTL-DOW-MASK.
020532     MOVE WS-CTL-ME-IND (WS-SUB) TO CD-CTL-MONTH-END-IND.
020533     MOVE WS-CTL-EFF-FROM (WS-SUB) TO CD-CTL-EFF-FROM-DATE.
020534     MOVE WS-CTL-EFF-TO (WS-SUB) TO CD-CTL-EFF-TO-DATE.
020535     MOVE WS-CTL-PRED (WS-SUB) TO CD-CTL-PRED-JOB-NAME.
020536     MOVE WS-CTL-GMODE (WS-SUB) TO CD-CTL-GATE-MODE.
020537     MOVE WS-CTL-TGT (WS-SUB) TO CD-CTL-TARGET-TIME.
020538     MOVE WS-CTL-STRM (WS-SUB) TO CD-CTL-STREAM-ID.
020539     MOVE WS-CTL-CYC (WS-SUB) TO CD-CTL-CYCLE-ID.
020540     MOVE CD-CONTROL-RECORD TO WS-BEFORE-IMAGE-WK.
020541 0355-SAVE-BEFORE-IMAGE-EXIT.
020542     EXIT.

020559******************************************************************
020560*    0360-FIND-JOB                                              *
020580*    LOOKS UP THE JOB NAME PASSED IN WS-FIND-JOB-NAME,           *
020600*    SKIPPING ENTRIES ALREADY MARKED DELETED, AND LEAVES THE     *
022592*    NUMERIC START VALUE), THEN A LETTER OR DIGIT, LEFT-        *
022594*    JUSTIFIED - CDSTRMCK JUDGES WHETHER THE ASSIGNMENTS AS A   *
022595*    WHOLE MAKE SENSE.                                          *
022596*    THE CYCLE ID MAY HOLD ONLY N, I, B, SPACE (NIGHTLY), OR    *
022597*    AN ASTERISK CLEAR.                                          *
022600******************************************************************
022620 0385-EDIT-GATE-MODE.
022640     IF CD-TRAN-GATE-MODE NOT = SPACE
022740             TO WS-EDIT-REASON
022760         GO TO 0385-EDIT-GATE-MODE-EXIT
022780     END-IF.
022781     IF CD-TRAN-CYCLE-ID NOT = SPACE
022782        AND CD-TRAN-CYCLE-ID NOT = '*'
022783        AND CD-TRAN-CYCLE-ID NOT = 'N'
022784        AND CD-TRAN-CYCLE-ID NOT = 'I'
022785        AND CD-TRAN-CYCLE-ID NOT = 'B'
022786         SET EDIT-FAILED TO TRUE
022787         MOVE 'CYCLE ID MUST BE N, I, B OR SPACE'
022788             TO WS-EDIT-REASON
022789         GO TO 0385-EDIT-GATE-MODE-EXIT
022790     END-IF.
022800     IF CD-TRAN-TARGET-TIME NOT = SPACES
022820        AND CD-TRAN-TARGET-TIME (1:1) NOT = '*'
022840         MOVE CD-TRAN-TARGET-TIME TO WS-EDIT-TGT-X
025560     MOVE WS-CTL-GMODE (WS-SUB) TO CD-CTL-GATE-MODE.
025580     MOVE WS-CTL-TGT (WS-SUB) TO CD-CTL-TARGET-TIME.
025590     MOVE WS-CTL-STRM (WS-SUB) TO CD-CTL-STREAM-ID.
025595     MOVE WS-CTL-CYC (WS-SUB) TO CD-CTL-CYCLE-ID.
025600     WRITE NEW-CONTROL-RECORD FROM CD-CONTROL-RECORD.
025620     ADD 1 TO WS-OUT-COUNT.
025640 0410-WRITE-ONE-CONTROL-EXIT.
025740*    NAMING A PREDECESSOR MUST FIND IT AMONG THE ACTIVE         *
025760*    ENTRIES - A MISSING PREDECESSOR WOULD HOLD THAT GATE ALL   *
025780*    NIGHT, SO THE DAY SHIFT GETS THE WARNING INSTEAD.          *
025785*    THE PREDECESSOR MUST ALSO RUN IN EVERY CYCLE ITS GATE RUNS  *
025790*    IN - OTHERWISE THE GATE WAITS ON A FLAG THAT CYCLE NEVER    *
025795*    WRITES.                                                     *
025800******************************************************************
025820 0450-CHECK-PREDECESSORS.
025840     PERFORM 0460-CHECK-ONE-PRED
026200     MOVE WS-CTL-PRED (WS-SUB) TO WS-FIND-JOB-NAME.
026220     MOVE WS-SUB TO WS-CHECK-SUB-HOLD.
026240     PERFORM 0360-FIND-JOB THRU 0360-FIND-JOB-EXIT.
026242     IF JOB-WAS-FOUND
026244         MOVE WS-CTL-CYC (WS-SUB) TO WS-PRED-CYC-WK
026246         IF WS-PRED-CYC-WK = SPACE
026248             MOVE 'N' TO WS-PRED-CYC-WK
026250         END-IF
026252     END-IF.
026260     MOVE WS-CHECK-SUB-HOLD TO WS-SUB.
026264     MOVE WS-CTL-CYC (WS-SUB) TO WS-GATE-CYC-WK.
026267     IF WS-GATE-CYC-WK = SPACE
026270         MOVE 'N' TO WS-GATE-CYC-WK
026273     END-IF.
026280     IF NOT JOB-WAS-FOUND
026300         MOVE SPACES TO RPT-TRAN-LINE
026320         MOVE 'CHECK ' TO RPT-TRN-ACTION
026540         MOVE 4 TO WS-RC-CANDIDATE
026560         PERFORM 9900-RAISE-RETURN-CODE
026580             THRU 9900-RAISE-RETURN-CODE-EXIT
026590         GO TO 0460-CHECK-ONE-PRED-EXIT
026600     END-IF.
026601     IF WS-PRED-CYC-WK NOT = 'B'
026602        AND WS-PRED-CYC-WK NOT = WS-GATE-CYC-WK
026603         MOVE SPACES TO RPT-TRAN-LINE
026604         MOVE 'CHECK ' TO RPT-TRN-ACTION
026605         MOVE WS-CTL-JOB (WS-SUB) TO RPT-TRN-JOB
026606         MOVE 'WARNING' TO RPT-TRN-RESULT
026607         MOVE 'PREDECESSOR NOT IN ALL OF THE GATE CYCLES'
026608             TO RPT-TRN-REASON
026609         WRITE EDIT-RECORD FROM RPT-TRAN-LINE
026610             AFTER ADVANCING 1 LINE
026611         DISPLAY "CDCTLMNT - WARNING - JOB "
026612                 WS-CTL-JOB (WS-SUB) " CYCLE " WS-GATE-CYC-WK
026613                 " PREDECESSOR " WS-CTL-PRED (WS-SUB)
026614                 " CYCLE " WS-PRED-CYC-WK
026615         MOVE 4 TO WS-RC-CANDIDATE
026616         PERFORM 9900-RAISE-RETURN-CODE
026617             THRU 9900-RAISE-RETURN-CODE-EXIT
026618     END-IF.
026620 0460-CHECK-ONE-PRED-EXIT.
026640     EXIT.

030960     MOVE CD-PEND-CARD TO CD-TRAN-RECORD.
030980     MOVE 'N' TO WS-EDIT-FAIL-SWITCH.
031000     MOVE SPACES TO WS-EDIT-REASON.
031010     MOVE SPACES TO WS-BEFORE-IMAGE-WK.
031020     PERFORM 0640-FIND-APPROVAL THRU 0640-FIND-APPROVAL-EXIT.
031040     EVALUATE TRUE
031060     WHEN NOT APPROVAL-WAS-FOUND
032820         MOVE 'APPLIED ' TO CD-CHG-RESULT
032840     END-IF.
032860     MOVE CD-PEND-CARD TO CD-CHG-CARD.
032865     IF NOT EDIT-FAILED
032870         MOVE WS-BEFORE-IMAGE-WK TO CD-CHG-BEFORE-IMAGE
032875     END-IF.
032880     WRITE CD-CHG-RECORD.
032900     IF WS-CHG-STATUS NOT = "00"
032920         DISPLAY "CDCTLMNT - CHANGE-HISTORY WRITE FAILED, "
