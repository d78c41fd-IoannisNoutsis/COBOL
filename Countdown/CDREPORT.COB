001300*                         SECTION, AND AN OVERRUN FLAG FOR ANY GATE WHOSE        *
001400*                         ELAPSED TIME EXCEEDED ITS CONFIGURED LENGTH BY         *
001500*                         MORE THAN A TOLERANCE.                                 *
001520*     10/15/2026   GN     AUDITOUT MUST PASS ITS CONTROL-TOTAL CHECK (CDTOTALS)  *
001540*                         BEFORE IT IS READ - A MISSING OR UNBALANCED TRAILER    *
001560*                         IS NAMED AND THE RUN REFUSED (RC 20). HEADER AND       *
001580*                         TRAILER RECORDS ARE PASSED OVER.                       *
001600**********************************************************************************

001800 IDENTIFICATION DIVISION.
019600         VALUE 'NO GATE SUMMARY RECORDS ON THE AUDIT TRAIL'.
019700     05  FILLER                      PIC X(88) VALUE SPACES.

019740******************************************************************
019780*    CONTROL-TOTALS CHECK ON THE DRIVER'S OUTPUT (CDTOTALS)      *
019820******************************************************************
019860     COPY CDTOTPM.

019900 PROCEDURE DIVISION.

020100******************************************************************
021900*    0100-INITIALIZE                                            *
022000*    FETCH THE OPTIONAL TOLERANCE PARM, OPEN THE AUDIT TRAIL     *
022100*    AND THE REPORT DATASET, AND PRINT THE FIRST PAGE HEADING.   *
022120*    AUDITOUT IS PROVED AGAINST ITS HEADER AND TRAILER           *
022140*    CONTROL TOTALS (CDTOTALS) BEFORE IT IS OPENED; ONE THAT     *
022160*    IS INCOMPLETE OR DOES NOT BALANCE IS REFUSED - RC 20.       *
022200******************************************************************
022300 0100-INITIALIZE.
022400     PERFORM 0110-GET-PARM THRU 0110-GET-PARM-EXIT.
022500     PERFORM 0120-APPLY-TOLERANCE-OVRD
022600         THRU 0120-APPLY-TOLERANCE-OVRD-EXIT.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022707     MOVE 'AUDITOUT' TO CD-TOT-DATASET.
022714     SET CD-TOT-VERIFY TO TRUE.
022721     CALL "CDTOTALS" USING CD-TOTALS-PARM-AREA.
022728     IF CD-TOT-IS-OUT-OF-BALANCE
022735         DISPLAY "CDREPORT - AUDITOUT FAILED ITS "
022738                 "CONTROL-TOTAL CHECK"
022742         DISPLAY "CDREPORT - " CD-TOT-MESSAGE
022749         MOVE 20 TO WS-RC-CANDIDATE
022756         PERFORM 9900-RAISE-RETURN-CODE
022763             THRU 9900-RAISE-RETURN-CODE-EXIT
022770         SET REPORT-CANNOT-RUN TO TRUE
022777         GO TO 0100-INITIALIZE-EXIT
022784     END-IF.
022800     OPEN INPUT AUDIT-IN.
022900     IF WS-AUDIT-STATUS NOT = "00"
023000         DISPLAY "CDREPORT - UNABLE TO OPEN AUDIT-IN, STATUS="
