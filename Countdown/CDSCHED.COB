001300*     ----------------------------------------------------------------------     *
001400*     DATE         INIT   DESCRIPTION                                            *
001500*     08/22/2026   GN     INITIAL VERSION.                                       *
001510*     10/15/2026   GN     SKIP REASONS SHORTENED TO FIT THE 23-BYTE REASON       *
001520*                         ON THE STATUS MASTER (CDSTAT).                         *
001600**********************************************************************************

001800 IDENTIFICATION DIVISION.
004600     MOVE SPACES TO CD-SCH-REASON.
004700     IF CD-SCH-IS-HOLIDAY
004800         MOVE 'N' TO CD-SCH-DUE-FLAG
004900         MOVE 'BANK HOLIDAY - NOT DUE' TO CD-SCH-REASON
005000         GO TO 0000-MAINLINE-EXIT
005100     END-IF.
005200     IF CD-CTL-EFF-FROM-DATE NUMERIC
006600     IF CD-CTL-MONTH-END-ONLY
006700        AND NOT CD-SCH-IS-MONTH-END
006800         MOVE 'N' TO CD-SCH-DUE-FLAG
006900         MOVE 'DUE AT MONTH-END ONLY' TO CD-SCH-REASON
007000         GO TO 0000-MAINLINE-EXIT
007100     END-IF.
007200     IF CD-CTL-DOW-MASK NOT = SPACES
007300        AND CD-CTL-DOW-MASK (CD-SCH-DAY-OF-WEEK:1) NOT = 'Y'
007400         MOVE 'N' TO CD-SCH-DUE-FLAG
007500         MOVE 'NOT DUE ON THIS WEEKDAY' TO CD-SCH-REASON
007600         GO TO 0000-MAINLINE-EXIT
007700     END-IF.
007800 0000-MAINLINE-EXIT.
